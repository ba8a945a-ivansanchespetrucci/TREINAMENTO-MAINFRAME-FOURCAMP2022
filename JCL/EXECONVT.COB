//CONVTRPX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CONVERSAO UNICA DAS TARIFAS DE FRETE PARA VARIAS TRANSPORTADORAS:   00000300
//* A CHAVE DO KSDS PR.FOUR01.TARIFAS (BOOK #TARIFA) GANHOU O CODIGO    00000400
//* DA TRANSPORTADORA DEPOIS DA UF (CHAVE 14 -> 17, LRECL 42 -> 45).    00000500
//* AS TARIFAS ATUAIS SAO DESCARREGADAS, REGRAVADAS NO LAYOUT NOVO      00000600
//* COMO DA TRANSPORTADORA 001 (A UNICA CONTRATADA ATE AQUI) E          00000700
//* RECARREGADAS NO KSDS REDEFINIDO. O MESTRE DE TRANSPORTADORAS        00000800
//* PR.FOUR01.TRANSP (BOOK #TRANSP, CHAVE 3, LRECL 60) NASCE COM A      00000900
//* 001; ACERTAR NOME E CNPJ NO CARTAO DO STEP04 ANTES DE RODAR E       00001000
//* INCLUIR ALI AS DEMAIS TRANSPORTADORAS CONTRATADAS (SITUACAO A).     00001100
//* RODAR COM OS ARQUIVOS TARIFAS E TRANSP FECHADOS NO CICS (FRT1 E     00001200
//* FRT2) E ANTES DO PRIMEIRO EXEDIARI COM O FR01CB19 NOVO.             00001300
//*-------------------------------                                      00001400
//STEP01   EXEC PGM=IDCAMS                                              00001500
//SYSPRINT DD SYSOUT=*                                                  00001600
//TARIFAS  DD DSN=PR.FOUR01.TARIFAS,DISP=SHR                            00001700
//DESCARGA DD DSN=PR.FOUR01.TARIFAS.DESCARGA,                           00001800
//            DISP=(,CATLG,DELETE),                                     00001900
//            DCB=(RECFM=FB,LRECL=42)                                   00002000
//SYSIN    DD *                                                         00002100
  REPRO INFILE(TARIFAS) OUTFILE(DESCARGA)                               00002200
/*                                                                      00002300
//*-------------------------------                                      00002400
//STEP02   EXEC PGM=SORT,COND=(0,LT,STEP01)                             00002500
//SORTIN   DD DSN=PR.FOUR01.TARIFAS.DESCARGA,DISP=SHR                   00002600
//SORTOUT  DD DSN=PR.FOUR01.TARIFAS.CONVERT,                            00002700
//            DISP=(,CATLG,DELETE),                                     00002800
//            DCB=(RECFM=FB,LRECL=45)                                   00002900
//SYSOUT   DD SYSOUT=*                                                  00003000
//SYSIN    DD *                                                         00003100
 INREC FIELDS=(1,02,C'001',3,40)                                        00003200
 SORT FIELDS=(1,17,CH,A)                                                00003300
/*                                                                      00003400
//*-------------------------------                                      00003500
//STEP03   EXEC PGM=IDCAMS,COND=(0,LT,STEP02)                           00003600
//SYSPRINT DD SYSOUT=*                                                  00003700
//CONVERT  DD DSN=PR.FOUR01.TARIFAS.CONVERT,DISP=SHR                    00003800
//SYSIN    DD *                                                         00003900
  DELETE PR.FOUR01.TARIFAS CLUSTER                                      00004000
  DEFINE CLUSTER (NAME(PR.FOUR01.TARIFAS) -                             00004100
                  INDEXED -                                             00004200
                  KEYS(17 0) -                                          00004300
                  RECORDSIZE(45 45) -                                   00004400
                  TRACKS(5 5) -                                         00004500
                  SHAREOPTIONS(2 3))                                    00004600
  REPRO INFILE(CONVERT) OUTDATASET(PR.FOUR01.TARIFAS)                   00004700
/*                                                                      00004800
//*-------------------------------                                      00004900
//STEP04   EXEC PGM=SORT,COND=(0,LT,STEP03)                             00005000
//SORTIN   DD *                                                         00005100
001TRANSPORTADORA CONTRATO ATUAL 00000000000000A                        00005200
/*                                                                      00005300
//SORTOUT  DD DSN=PR.FOUR01.TRANSP.CARGA,                               00005400
//            DISP=(,CATLG,DELETE),                                     00005500
//            DCB=(RECFM=FB,LRECL=60)                                   00005600
//SYSOUT   DD SYSOUT=*                                                  00005700
//SYSIN    DD *                                                         00005800
 SORT FIELDS=(1,03,CH,A)                                                00005900
 OUTREC FIELDS=(1,60)                                                   00006000
/*                                                                      00006100
//*-------------------------------                                      00006200
//STEP05   EXEC PGM=IDCAMS,COND=(0,LT,STEP04)                           00006300
//SYSPRINT DD SYSOUT=*                                                  00006400
//CARGA    DD DSN=PR.FOUR01.TRANSP.CARGA,DISP=SHR                       00006500
//SYSIN    DD *                                                         00006600
  DEFINE CLUSTER (NAME(PR.FOUR01.TRANSP) -                              00006700
                  INDEXED -                                             00006800
                  KEYS(3 0) -                                           00006900
                  RECORDSIZE(60 60) -                                   00007000
                  TRACKS(1 1) -                                         00007100
                  SHAREOPTIONS(2 3))                                    00007200
  REPRO INFILE(CARGA) OUTDATASET(PR.FOUR01.TRANSP)                      00007300
/*                                                                      00007400

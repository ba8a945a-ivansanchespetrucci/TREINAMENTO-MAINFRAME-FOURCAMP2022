//CONVCTLX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CONVERSAO UNICA DOS ARQUIVOS DE CONTROLE DE EXECUCAO PARA ESDS:     00000300
//* O PR.RELACLI.CONTROLEX E O PR.FOUR01.CONTROLEX (REGISTRO DO         00000400
//* CTLEXEC, 30 BYTES) ERAM SEQUENCIAIS E PASSAM A CLUSTER              00000500
//* NONINDEXED, QUE O CTLEXEC, O RELJANEL E O RECUPERA ABREM COMO       00000600
//* AS-CONTROLEX E A CONSULCX PERCORRE POR RBA NO CICS. OS EVENTOS      00000700
//* ATUAIS SAO DESCARREGADOS, O ARQUIVO E REDEFINIDO COM O MESMO        00000800
//* NOME E OS EVENTOS SAO RECARREGADOS NA MESMA ORDEM. RODAR COM A      00000900
//* CADEIA DE LOTE PARADA E O ARQUIVO CONTROLEX FECHADO NO CICS.        00001000
//*-------------------------------                                      00001100
//STEP01   EXEC PGM=IDCAMS                                              00001200
//SYSPRINT DD SYSOUT=*                                                  00001300
//CTXRELAC DD DSN=PR.RELACLI.CONTROLEX,DISP=OLD                         00001400
//DESCRELA DD DSN=PR.RELACLI.CONTROLEX.DESCARGA,                        00001500
//            DISP=(,CATLG,DELETE),                                     00001600
//            DCB=(RECFM=FB,LRECL=30)                                   00001700
//CTXFOUR  DD DSN=PR.FOUR01.CONTROLEX,DISP=OLD                          00001800
//DESCFOUR DD DSN=PR.FOUR01.CONTROLEX.DESCARGA,                         00001900
//            DISP=(,CATLG,DELETE),                                     00002000
//            DCB=(RECFM=FB,LRECL=30)                                   00002100
//SYSIN    DD *                                                         00002200
  REPRO INFILE(CTXRELAC) OUTFILE(DESCRELA)                              00002300
  REPRO INFILE(CTXFOUR) OUTFILE(DESCFOUR)                               00002400
/*                                                                      00002500
//*-------------------------------                                      00002600
//STEP02   EXEC PGM=IDCAMS,COND=(0,LT,STEP01)                           00002700
//SYSPRINT DD SYSOUT=*                                                  00002800
//DESCRELA DD DSN=PR.RELACLI.CONTROLEX.DESCARGA,DISP=SHR                00002900
//DESCFOUR DD DSN=PR.FOUR01.CONTROLEX.DESCARGA,DISP=SHR                 00003000
//SYSIN    DD *                                                         00003100
  DELETE PR.RELACLI.CONTROLEX NONVSAM                                   00003200
  DEFINE CLUSTER (NAME(PR.RELACLI.CONTROLEX) -                          00003300
                  NONINDEXED -                                          00003400
                  RECORDSIZE(30 30) -                                   00003500
                  TRACKS(1 1) -                                         00003600
                  SHAREOPTIONS(2 3))                                    00003700
  REPRO INFILE(DESCRELA) OUTDATASET(PR.RELACLI.CONTROLEX)               00003800
  DELETE PR.FOUR01.CONTROLEX NONVSAM                                    00003900
  DEFINE CLUSTER (NAME(PR.FOUR01.CONTROLEX) -                           00004000
                  NONINDEXED -                                          00004100
                  RECORDSIZE(30 30) -                                   00004200
                  TRACKS(1 1) -                                         00004300
                  SHAREOPTIONS(2 3))                                    00004400
  REPRO INFILE(DESCFOUR) OUTDATASET(PR.FOUR01.CONTROLEX)                00004500
/*                                                                      00004600

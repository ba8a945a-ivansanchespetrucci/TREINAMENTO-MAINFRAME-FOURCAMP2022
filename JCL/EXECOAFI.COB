//COAFINIX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DA COMUNICACAO AO COAF: RODAR UMA UNICA VEZ,          00000300
//* ANTES DO PRIMEIRO EXEDISPO COM OS STEPS DO DISPAGRE E DO            00000400
//* GERACOAF. O REGISTRO DE CONTROLE PR.RELACLI.REGCOAF (LRECL          00000500
//* 150) E AS PENDENTES DOS GRUPOS AGREGADOS PR.RELACLI.PENDAGR         00000600
//* (LRECL 88) NASCEM COM UMA GERACAO VAZIA.                            00000700
//*-------------------------------                                      00000800
//STEP01   EXEC PGM=IEBGENER                                            00000900
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=150,BLKSIZE=15000)              00001000
//SYSUT2   DD DSN=PR.RELACLI.REGCOAF(+1),                               00001100
//            DISP=(,CATLG,DELETE),                                     00001200
//            DCB=(RECFM=FB,LRECL=150,BLKSIZE=15000)                    00001300
//SYSPRINT DD SYSOUT=*                                                  00001400
//SYSIN    DD DUMMY                                                     00001500
//*-------------------------------                                      00001600
//STEP02   EXEC PGM=IEBGENER,COND=(4,LT,STEP01)                         00001700
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=88,BLKSIZE=8800)                00001800
//SYSUT2   DD DSN=PR.RELACLI.PENDAGR(+1),                               00001900
//            DISP=(,CATLG,DELETE),                                     00002000
//            DCB=(RECFM=FB,LRECL=88,BLKSIZE=8800)                      00002100
//SYSPRINT DD SYSOUT=*                                                  00002200
//SYSIN    DD DUMMY                                                     00002300

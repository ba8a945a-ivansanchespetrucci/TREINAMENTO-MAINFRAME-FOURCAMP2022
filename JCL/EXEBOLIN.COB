//BOLINIX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DA COBRANCA: RODAR UMA UNICA VEZ, ANTES DO            00000300
//* PRIMEIRO EXEREMBO. O CONTROLE DE NUMERACAO DAS REMESSAS             00000400
//* PR.FOUR01.NUMREMES (LRECL 20) NASCE VAZIO; A PRIMEIRA               00000500
//* REMESSA SAI COM NUMERO 000001.                                      00000600
//*-------------------------------                                      00000700
//STEP01   EXEC PGM=IEBGENER                                            00000800
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=20,BLKSIZE=2000)                00000900
//SYSUT2   DD DSN=PR.FOUR01.NUMREMES,DISP=(NEW,CATLG,DELETE),           00001000
//            DCB=(RECFM=FB,LRECL=20,BLKSIZE=2000)                      00001100
//SYSPRINT DD SYSOUT=*                                                  00001200
//SYSIN    DD DUMMY                                                     00001300

//NAPINIX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DO ACUMULADO MENSAL DE NAO APLICADOS: RODAR UMA       00000300
//* UNICA VEZ, ANTES DO PRIMEIRO EXERELCX COM O STEP03L. O ARQUIVO      00000400
//* PR.RELACLI.NAOAPMES (GDG, LRECL 88, BOOK #CLIENTE; BASE             00000500
//* DEFINIDA VIA IDCAMS DEFINE GDG, FORA DESTE JOB) NASCE COM UMA       00000600
//* GERACAO VAZIA; DAQUI EM DIANTE O EXERELCX ACUMULA O DIA E O         00000700
//* EXEEXTRA ABRE A GERACAO VAZIA DE CADA MES.                          00000800
//*-------------------------------                                      00000900
//STEP01   EXEC PGM=IEBGENER                                            00001000
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=88,BLKSIZE=8800)                00001100
//SYSUT2   DD DSN=PR.RELACLI.NAOAPMES(+1),                              00001200
//            DISP=(,CATLG,DELETE),                                     00001300
//            DCB=(RECFM=FB,LRECL=88,BLKSIZE=8800)                      00001400
//SYSPRINT DD SYSOUT=*                                                  00001500
//SYSIN    DD DUMMY                                                     00001600

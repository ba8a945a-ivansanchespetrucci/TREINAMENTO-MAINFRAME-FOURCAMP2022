//LOJINIX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DO CREDITO DAS LOJAS: RODAR UMA UNICA VEZ, ANTES      00000300
//* DO PRIMEIRO EXECREDL. A ALIMENTACAO PR.RELACLI.LOJASAI (LRECL       00000400
//* 88, LAYOUT #CLIENTE/#CLIHDR) NASCE VAZIA; O EXECREDL A REGRAVA      00000500
//* E O EXERELCX A ESVAZIA DEPOIS DO PORTACLI.                          00000600
//*-------------------------------                                      00000700
//STEP01   EXEC PGM=IEBGENER                                            00000800
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=88,BLKSIZE=8800)                00000900
//SYSUT2   DD DSN=PR.RELACLI.LOJASAI,DISP=(NEW,CATLG,DELETE),           00001000
//            DCB=(RECFM=FB,LRECL=88,BLKSIZE=8800)                      00001100
//SYSPRINT DD SYSOUT=*                                                  00001200
//SYSIN    DD DUMMY                                                     00001300

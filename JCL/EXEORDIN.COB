//ORDINIX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DAS ORDENS PERMANENTES: RODAR UMA UNICA VEZ,          00000300
//* ANTES DO PRIMEIRO EXERELCX COM OS STEPS DO ORDPERM. O MESTRE        00000400
//* PR.RELACLI.ORDPERM (GDG, LRECL 150, BOOK #ORDPERM) E O              00000500
//* ARQUIVO DE DEVOLUCOES PR.RELACLI.ORDPEXC (GDG, LRECL 88, BOOK       00000600
//* #CLIENTE) NASCEM COM UMA GERACAO VAZIA; O ARQUIVO DE PEDIDOS        00000700
//* PR.RELACLI.PEDORDP (LRECL 120) NASCE VAZIO.                         00000800
//*-------------------------------                                      00000900
//STEP01   EXEC PGM=IEBGENER                                            00001000
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=150,BLKSIZE=15000)              00001100
//SYSUT2   DD DSN=PR.RELACLI.ORDPERM(+1),                               00001200
//            DISP=(,CATLG,DELETE),                                     00001300
//            DCB=(RECFM=FB,LRECL=150,BLKSIZE=15000)                    00001400
//SYSPRINT DD SYSOUT=*                                                  00001500
//SYSIN    DD DUMMY                                                     00001600
//*-------------------------------                                      00001700
//STEP02   EXEC PGM=IEBGENER,COND=(4,LT,STEP01)                         00001800
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=88,BLKSIZE=8800)                00001900
//SYSUT2   DD DSN=PR.RELACLI.ORDPEXC(+1),                               00002000
//            DISP=(,CATLG,DELETE),                                     00002100
//            DCB=(RECFM=FB,LRECL=88,BLKSIZE=8800)                      00002200
//SYSPRINT DD SYSOUT=*                                                  00002300
//SYSIN    DD DUMMY                                                     00002400
//*-------------------------------                                      00002500
//STEP03   EXEC PGM=IEBGENER,COND=(4,LT,STEP02)                         00002600
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)              00002700
//SYSUT2   DD DSN=PR.RELACLI.PEDORDP,                                   00002800
//            DISP=(,CATLG,DELETE),                                     00002900
//            DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)                    00003000
//SYSPRINT DD SYSOUT=*                                                  00003100
//SYSIN    DD DUMMY                                                     00003200

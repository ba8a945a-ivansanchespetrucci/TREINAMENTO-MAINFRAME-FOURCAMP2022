//ESTINIX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DO REGISTRO DE ESTORNOS: RODAR UMA UNICA VEZ,         00000300
//* ANTES DO PRIMEIRO EXERELCX COM O STEP DO ESTORMOV. O REGISTRO       00000400
//* PR.RELACLI.ESTORNOS (GDG, LRECL 100, BOOK #ESTORNO) NASCE COM       00000500
//* UMA GERACAO VAZIA; O ARQUIVO DE PEDIDOS PR.RELACLI.PEDESTOR         00000600
//* (LRECL 80) NASCE VAZIO.                                             00000700
//*-------------------------------                                      00000800
//STEP01   EXEC PGM=IEBGENER                                            00000900
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)              00001000
//SYSUT2   DD DSN=PR.RELACLI.ESTORNOS(+1),                              00001100
//            DISP=(,CATLG,DELETE),                                     00001200
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)                    00001300
//SYSPRINT DD SYSOUT=*                                                  00001400
//SYSIN    DD DUMMY                                                     00001500
//*-------------------------------                                      00001600
//STEP02   EXEC PGM=IEBGENER,COND=(4,LT,STEP01)                         00001700
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                00001800
//SYSUT2   DD DSN=PR.RELACLI.PEDESTOR,                                  00001900
//            DISP=(,CATLG,DELETE),                                     00002000
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00002100
//SYSPRINT DD SYSOUT=*                                                  00002200
//SYSIN    DD DUMMY                                                     00002300

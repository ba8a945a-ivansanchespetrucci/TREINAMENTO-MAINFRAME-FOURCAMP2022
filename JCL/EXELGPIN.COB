//LGPDINIX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DA ANONIMIZACAO LGPD: RODAR UMA UNICA VEZ,            00000300
//* ANTES DO PRIMEIRO EXELGPD. O REGISTRO DAS CONTAS                    00000400
//* ANONIMIZADAS PR.RELACLI.LGPDREG (GDG, LRECL 150, BOOK #LGPD)        00000500
//* NASCE COM UMA GERACAO VAZIA; O ARQUIVO DE PEDIDOS DO                00000600
//* ENCARREGADO DE DADOS PR.RELACLI.PEDLGPD (LRECL 80) NASCE            00000700
//* VAZIO. OS GDGS PR.RELACLI.ANONLIST E PR.RELACLI.CERTLGPD            00000800
//* (LRECL 150) SO PRECISAM ESTAR DEFINIDOS.                            00000900
//*-------------------------------                                      00001000
//STEP01   EXEC PGM=IEBGENER                                            00001100
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=150,BLKSIZE=15000)              00001200
//SYSUT2   DD DSN=PR.RELACLI.LGPDREG(+1),                               00001300
//            DISP=(,CATLG,DELETE),                                     00001400
//            DCB=(RECFM=FB,LRECL=150,BLKSIZE=15000)                    00001500
//SYSPRINT DD SYSOUT=*                                                  00001600
//SYSIN    DD DUMMY                                                     00001700
//*-------------------------------                                      00001800
//STEP02   EXEC PGM=IEBGENER,COND=(4,LT,STEP01)                         00001900
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                00002000
//SYSUT2   DD DSN=PR.RELACLI.PEDLGPD,                                   00002100
//            DISP=(,CATLG,DELETE),                                     00002200
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00002300
//SYSPRINT DD SYSOUT=*                                                  00002400
//SYSIN    DD DUMMY                                                     00002500

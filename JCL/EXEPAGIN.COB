//PAGINIX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DO CONTAS A PAGAR: RODAR UMA UNICA VEZ, ANTES DO      00000300
//* PRIMEIRO EXECPAG. O MESTRE DE TITULOS A PAGAR PR.FOUR01.PAGABERT    00000400
//* (GDG, LRECL 80, BOOK #TITPAG) NASCE COM UMA GERACAO VAZIA E O       00000500
//* CONTROLE DE NUMERACAO PR.FOUR01.NUMTPAG (LRECL 20) NASCE VAZIO -    00000600
//* O CONTAPAG COMECA DO TITULO 00000001. O PRAZO DE PAGAMENTO DE       00000700
//* CADA FORNECEDOR (FOR-PRAZO-PAGTO NO #FORNEC) DEVE SER PREENCHIDO    00000800
//* ANTES; SEM ELE VALEM 30 DIAS.                                       00000900
//*-------------------------------                                      00001000
//STEP01   EXEC PGM=IEBGENER                                            00001100
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                00001200
//SYSUT2   DD DSN=PR.FOUR01.PAGABERT(+1),                               00001300
//            DISP=(,CATLG,DELETE),                                     00001400
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00001500
//SYSPRINT DD SYSOUT=*                                                  00001600
//SYSIN    DD DUMMY                                                     00001700
//*-------------------------------                                      00001800
//STEP02   EXEC PGM=IEBGENER,COND=(4,LT,STEP01)                         00001900
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=20,BLKSIZE=2000)                00002000
//SYSUT2   DD DSN=PR.FOUR01.NUMTPAG,                                    00002100
//            DISP=(,CATLG,DELETE),                                     00002200
//            DCB=(RECFM=FB,LRECL=20,BLKSIZE=2000)                      00002300
//SYSPRINT DD SYSOUT=*                                                  00002400
//SYSIN    DD DUMMY                                                     00002500

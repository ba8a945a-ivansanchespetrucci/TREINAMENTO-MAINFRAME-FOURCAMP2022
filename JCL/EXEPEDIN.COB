//PEDINIX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DOS PEDIDOS DE COMPRA: RODAR UMA UNICA VEZ, ANTES     00000300
//* DO PRIMEIRO EXEPEDCO. O MESTRE PR.FOUR01.PEDCOMPRA (GDG, LRECL      00000400
//* 100, BOOK #PEDCOMP) NASCE COM UMA GERACAO VAZIA E O CONTROLE        00000500
//* DE NUMERACAO PR.FOUR01.NUMPEDC (LRECL 20) NASCE VAZIO - O           00000600
//* GERAPEDI COMECA DO PEDIDO 0000001. O MESTRE DE FORNECEDORES         00000700
//* PR.FOUR01.FORNEC (LRECL 300, BOOK #FORNEC) E MANTIDO PELA AREA      00000800
//* DE COMPRAS, COMO O MESTRE DE PRODUTOS.                              00000900
//*-------------------------------                                      00001000
//STEP01   EXEC PGM=IEBGENER                                            00001100
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)              00001200
//SYSUT2   DD DSN=PR.FOUR01.PEDCOMPRA(+1),                              00001300
//            DISP=(,CATLG,DELETE),                                     00001400
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)                    00001500
//SYSPRINT DD SYSOUT=*                                                  00001600
//SYSIN    DD DUMMY                                                     00001700
//*-------------------------------                                      00001800
//STEP02   EXEC PGM=IEBGENER,COND=(4,LT,STEP01)                         00001900
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=20,BLKSIZE=2000)                00002000
//SYSUT2   DD DSN=PR.FOUR01.NUMPEDC,                                    00002100
//            DISP=(,CATLG,DELETE),                                     00002200
//            DCB=(RECFM=FB,LRECL=20,BLKSIZE=2000)                      00002300
//SYSPRINT DD SYSOUT=*                                                  00002400
//SYSIN    DD DUMMY                                                     00002500

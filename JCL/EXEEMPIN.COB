//EMPINIX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DOS EMPRESTIMOS: RODAR UMA UNICA VEZ, ANTES DO        00000300
//* PRIMEIRO EXERELCX COM OS STEPS DO EMPREST. O MESTRE DE              00000400
//* CONTRATOS PR.RELACLI.EMPREST (GDG, LRECL 200, BOOK #EMPREST)        00000500
//* NASCE COM UMA GERACAO VAZIA; O ARQUIVO DE PEDIDOS                   00000600
//* PR.RELACLI.PEDEMPR (LRECL 120) NASCE VAZIO. OS CONTRATOS QUE        00000700
//* JA EXISTEM ENTRAM PELO PROPRIO PEDEMPR (OPERACAO I).                00000800
//*-------------------------------                                      00000900
//STEP01   EXEC PGM=IEBGENER                                            00001000
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=200,BLKSIZE=20000)              00001100
//SYSUT2   DD DSN=PR.RELACLI.EMPREST(+1),                               00001200
//            DISP=(,CATLG,DELETE),                                     00001300
//            DCB=(RECFM=FB,LRECL=200,BLKSIZE=20000)                    00001400
//SYSPRINT DD SYSOUT=*                                                  00001500
//SYSIN    DD DUMMY                                                     00001600
//*-------------------------------                                      00001700
//STEP02   EXEC PGM=IEBGENER,COND=(4,LT,STEP01)                         00001800
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)              00001900
//SYSUT2   DD DSN=PR.RELACLI.PEDEMPR,                                   00002000
//            DISP=(,CATLG,DELETE),                                     00002100
//            DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)                    00002200
//SYSPRINT DD SYSOUT=*                                                  00002300
//SYSIN    DD DUMMY                                                     00002400

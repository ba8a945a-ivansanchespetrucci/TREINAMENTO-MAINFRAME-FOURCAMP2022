//ENTINIX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DO ACOMPANHAMENTO DE ENTREGAS: RODAR UMA UNICA        00000300
//* VEZ, ANTES DO PRIMEIRO EXEENTRE. O MESTRE PR.FOUR01.ENTREGAS        00000400
//* (GDG, LRECL 80, BOOK #ENTREGA) NASCE COM UMA GERACAO VAZIA: AS      00000500
//* NOTAS EMITIDAS ANTES ENTRAM NO MESTRE COM O PRIMEIRO EVENTO DA      00000600
//* TRANSPORTADORA. A TABELA PR.FOUR01.PRAZOUF (LRECL 20, BOOK          00000700
//* #PRAZUF: UF E PRAZO EM DIAS CORRIDOS) DEVE SER CARREGADA ANTES.     00000800
//*-------------------------------                                      00000900
//STEP01   EXEC PGM=IEBGENER                                            00001000
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                00001100
//SYSUT2   DD DSN=PR.FOUR01.ENTREGAS(+1),                               00001200
//            DISP=(,CATLG,DELETE),                                     00001300
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00001400
//SYSPRINT DD SYSOUT=*                                                  00001500
//SYSIN    DD DUMMY                                                     00001600

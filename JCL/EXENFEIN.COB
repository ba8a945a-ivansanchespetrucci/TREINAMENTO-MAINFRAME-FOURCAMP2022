//NFEINIX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DA NF-E: RODAR UMA UNICA VEZ, ANTES DO PRIMEIRO       00000300
//* EXEGERNF. O ARQUIVO DE NOTAS COM NF-E PENDENTE                      00000400
//* PR.FOUR01.NFEPEND (GDG, LRECL 100, BOOK #REGNOTA) NASCE COM         00000500
//* UMA GERACAO VAZIA. O REGNOTAS PASSA A TER 100 BYTES: EMITNOTA,      00000600
//* CANCNOTA E CONTAREC TEM QUE ESTAR NA VERSAO NOVA.                   00000700
//*-------------------------------                                      00000800
//STEP01   EXEC PGM=IEBGENER                                            00000900
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)              00001000
//SYSUT2   DD DSN=PR.FOUR01.NFEPEND(+1),                                00001100
//            DISP=(,CATLG,DELETE),                                     00001200
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)                    00001300
//SYSPRINT DD SYSOUT=*                                                  00001400
//SYSIN    DD DUMMY                                                     00001500

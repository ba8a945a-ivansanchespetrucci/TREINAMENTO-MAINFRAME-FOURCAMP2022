//DEPINIX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DO ARQUIVO DE DEPENDENCIAS DA CADEIA DE LOTE:         00000300
//* RODAR UMA UNICA VEZ, ANTES DO PRIMEIRO EXEDEPEN. O ARQUIVO          00000400
//* PR.RELACLI.DEPEXEC (LRECL 80, BOOK #DEPEXEC) NASCE VAZIO E O        00000500
//* EXEDEPEN O REGRAVA COM OS PARES PROGRAMA/PREDECESSOR. SUBMETER      00000600
//* O EXEDEPEN LOGO EM SEGUIDA, ANTES DO PRIMEIRO EXERELCX, EXESALDL    00000700
//* OU EXERECUP, QUE LEEM O ARQUIVO.                                    00000800
//*-------------------------------                                      00000900
//STEP01   EXEC PGM=IEBGENER                                            00001000
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                00001100
//SYSUT2   DD DSN=PR.RELACLI.DEPEXEC,                                   00001200
//            DISP=(,CATLG,DELETE),                                     00001300
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00001400
//SYSPRINT DD SYSOUT=*                                                  00001500
//SYSIN    DD DUMMY                                                     00001600

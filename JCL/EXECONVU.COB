//CONVUSUX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CONVERSAO UNICA DO CADASTRO DE USUARIOS PARA O BYTE PAR1: O         00000300
//* REGISTRO DO KSDS PR.RELACLI.USUARIOS (BOOK #USUARIO, CHAVE 8)       00000400
//* CRESCEU DE 50 PARA 60 BYTES. OS USUARIOS ATUAIS SAO                 00000500
//* DESCARREGADOS, REGRAVADOS COM PAR1 = N E NOVE BYTES DE FOLGA E      00000600
//* RECARREGADOS NO KSDS REDEFINIDO; A PAR1 E DADA DEPOIS NA SEG1,      00000700
//* SO A NIVEL SUPERVISOR. A IMAGEM DA FILA AUDU DA SEG1 PASSOU A       00000800
//* 60 BYTES (REGISTRO DE 148): RODAR O EXEAUDIT PARA DRENAR A AUDU     00000900
//* ANTES, E ESTE JOB COM O ARQUIVO USUARIOS FECHADO NO CICS.           00001000
//*-------------------------------                                      00001100
//STEP01   EXEC PGM=IDCAMS                                              00001200
//SYSPRINT DD SYSOUT=*                                                  00001300
//USUARIOS DD DSN=PR.RELACLI.USUARIOS,DISP=SHR                          00001400
//DESCARGA DD DSN=PR.RELACLI.USUARIOS.DESCARGA,                         00001500
//            DISP=(,CATLG,DELETE),                                     00001600
//            DCB=(RECFM=FB,LRECL=50)                                   00001700
//SYSIN    DD *                                                         00001800
  REPRO INFILE(USUARIOS) OUTFILE(DESCARGA)                              00001900
/*                                                                      00002000
//*-------------------------------                                      00002100
//STEP02   EXEC PGM=SORT,COND=(0,LT,STEP01)                             00002200
//SORTIN   DD DSN=PR.RELACLI.USUARIOS.DESCARGA,DISP=SHR                 00002300
//SORTOUT  DD DSN=PR.RELACLI.USUARIOS.CONVERT,                          00002400
//            DISP=(,CATLG,DELETE),                                     00002500
//            DCB=(RECFM=FB,LRECL=60)                                   00002600
//SYSOUT   DD SYSOUT=*                                                  00002700
//SYSIN    DD *                                                         00002800
 SORT FIELDS=(1,08,CH,A)                                                00002900
 OUTREC FIELDS=(1,50,C'N',9X)                                           00003000
/*                                                                      00003100
//*-------------------------------                                      00003200
//STEP03   EXEC PGM=IDCAMS,COND=(0,LT,STEP02)                           00003300
//SYSPRINT DD SYSOUT=*                                                  00003400
//CONVERT  DD DSN=PR.RELACLI.USUARIOS.CONVERT,DISP=SHR                  00003500
//SYSIN    DD *                                                         00003600
  DELETE PR.RELACLI.USUARIOS CLUSTER                                    00003700
  DEFINE CLUSTER (NAME(PR.RELACLI.USUARIOS) -                           00003800
                  INDEXED -                                             00003900
                  KEYS(8 0) -                                           00004000
                  RECORDSIZE(60 60) -                                   00004100
                  TRACKS(1 1) -                                         00004200
                  SHAREOPTIONS(2 3))                                    00004300
  REPRO INFILE(CONVERT) OUTDATASET(PR.RELACLI.USUARIOS)                 00004400
/*                                                                      00004500

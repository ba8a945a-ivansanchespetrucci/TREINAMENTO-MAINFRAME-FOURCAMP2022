//DISINIX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DA DISTRIBUICAO DE RELATORIOS: RODAR UMA UNICA        00000300
//* VEZ, ANTES DO PRIMEIRO EXEDISTR. PR.RELACLI.DISTRIB (BOOK           00000400
//* #DISTRIB, LRECL 80): RELATORIO (1-8), TIPO DE QUEBRA (9: BRANCO     00000500
//* = RELATORIO INTEIRO, A = AGENCIA, R = REGIAO), QUEBRA (10-24),      00000600
//* DESTINATARIO (25-32) E SITUACAO (33: A/S). PR.RELACLI.DESTINO       00000700
//* (BOOK #DESTINO, LRECL 80): CODIGO (1-8), NOME (9-38), CANAL         00000800
//* (39: I = IMPRESSAO NA AGENCIA, M = MALOTE, E = E-MAIL) E            00000900
//* ENDERECO (40-72). O DESTINATARIO SEMDESTI RECEBE AS PAGINAS         00001000
//* SEM ROTA. O PR.RELACLI.DISTTRAB E O PR.RELACLI.DISTLOG NASCEM       00001100
//* VAZIOS. DAQUI EM DIANTE AS TABELAS SAO MANTIDAS POR EDICAO.         00001200
//*-------------------------------                                      00001300
//STEP01   EXEC PGM=SORT                                                00001400
//SORTIN   DD *                                                         00001500
APURAOP                 TESOURARA                                       00001600
APURAOP RSUDESTE        DIRSUDESA                                       00001700
APURAOP RSUL            DIRSUL  A                                       00001800
APURAOP RNORDESTE       DIRNORDEA                                       00001900
RELACLI A0001           AG0001  A                                       00002000
RELACLI A0002           AG0002  A                                       00002100
RELACLI RSUDESTE        DIRSUDESA                                       00002200
FECHCAIX                TESOURARA                                       00002300
PREVCAIX                TESOURARA                                       00002333
PREVCAIXA0001           AG0001  A                                       00002366
/*                                                                      00002400
//SORTOUT  DD DSN=PR.RELACLI.DISTRIB,                                   00002500
//            DISP=(,CATLG,DELETE),                                     00002600
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00002700
//SYSOUT   DD SYSOUT=*                                                  00002800
//SYSIN    DD *                                                         00002900
 SORT FIELDS=(1,33,CH,A)                                                00003000
 OUTREC FIELDS=(1,33,47X)                                               00003100
/*                                                                      00003200
//*-------------------------------                                      00003300
//STEP02   EXEC PGM=SORT,COND=(0,LT,STEP01)                             00003400
//SORTIN   DD *                                                         00003500
SEMDESTIPAGINAS SEM DESTINATARIO      IOPERACAO - SALA DE IMPRESSAO     00003600
TESOURARTESOURARIA                    ETESOURARIA@BANCO.COM.BR          00003700
DIRSUDESDIRETORIA REGIONAL SUDESTE    EDIR.SUDESTE@BANCO.COM.BR         00003800
DIRSUL  DIRETORIA REGIONAL SUL        EDIR.SUL@BANCO.COM.BR             00003900
DIRNORDEDIRETORIA REGIONAL NORDESTE   MMALOTE 0310 - RECIFE             00004000
AG0001  AGENCIA 0001                  IAGENCIA 0001 - GERENCIA          00004100
AG0002  AGENCIA 0002                  IAGENCIA 0002 - GERENCIA          00004200
/*                                                                      00004300
//SORTOUT  DD DSN=PR.RELACLI.DESTINO,                                   00004400
//            DISP=(,CATLG,DELETE),                                     00004500
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00004600
//SYSOUT   DD SYSOUT=*                                                  00004700
//SYSIN    DD *                                                         00004800
 SORT FIELDS=(1,8,CH,A)                                                 00004900
 OUTREC FIELDS=(1,72,8X)                                                00005000
/*                                                                      00005100
//*-------------------------------                                      00005200
//STEP03   EXEC PGM=IEBGENER,COND=(0,LT,STEP02)                         00005300
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=250,BLKSIZE=25000)              00005400
//SYSUT2   DD DSN=PR.RELACLI.DISTTRAB,                                  00005500
//            DISP=(,CATLG,DELETE),                                     00005600
//            DCB=(RECFM=FB,LRECL=250,BLKSIZE=25000)                    00005700
//SYSPRINT DD SYSOUT=*                                                  00005800
//SYSIN    DD DUMMY                                                     00005900
//*-------------------------------                                      00006000
//STEP04   EXEC PGM=IEBGENER,COND=(0,LT,STEP03)                         00006100
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)              00006200
//SYSUT2   DD DSN=PR.RELACLI.DISTLOG,                                   00006300
//            DISP=(,CATLG,DELETE),                                     00006400
//            DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)                    00006500
//SYSPRINT DD SYSOUT=*                                                  00006600
//SYSIN    DD DUMMY                                                     00006700

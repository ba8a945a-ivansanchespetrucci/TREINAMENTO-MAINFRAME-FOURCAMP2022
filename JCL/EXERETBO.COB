//RETBOLEX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* RETORNO DE COBRANCA (RETBOLET): O ARQUIVO DE RETORNO DO BANCO       00000300
//* PR.FOUR01.RETBANCO (CNAB 400) TEM OS DETALHES (TIPO 1)              00000400
//* SEPARADOS E CLASSIFICADOS POR SEU NUMERO (TITULO) NO STEP01 E       00000500
//* CASADOS COM O MESTRE DE TITULOS EM ABERTO DE ONTEM                  00000600
//* (PR.FOUR01.ABERTOS(0)). AS LIQUIDACOES VIRAM OS PAGAMENTOS DO       00000700
//* DIA EM PR.FOUR01.PAGTOS, ENTRADA DO EXECREC. AS EXCECOES PARA       00000800
//* A COBRANCA (SEM TITULO ABERTO, DUPLICADA, PAGO A MENOR OU A         00000900
//* MAIOR, ENTRADA REJEITADA) SAEM EM PR.FOUR01.RETBOEXC.               00001000
//* RC=4 = HOUVE EXCECAO. RODAR ANTES DO EXECREC.                       00001100
//* SYSIN DO STEP02: DATA / OVERRIDE DO CONTROLE DE EXECUCAO.           00001200
//*-------------------------------                                      00001300
//STEP01   EXEC PGM=SORT                                                00001400
//SORTIN   DD DSN=PR.FOUR01.RETBANCO,DISP=SHR                           00001500
//SORTOUT  DD DSN=PR.FOUR01.RETBANCO.ORDENADO,DISP=(NEW,CATLG,DELETE)   00001600
//SYSOUT   DD SYSOUT=*                                                  00001700
//SYSIN    DD *                                                         00001800
 INCLUDE COND=(1,1,CH,EQ,C'1')                                          00001900
 SORT FIELDS=(15,08,CH,A,395,06,CH,A)                                   00002000
//*-------------------------------                                      00002100
//STEP02   EXEC PGM=RETBOLET,COND=(4,LT,STEP01)                         00002200
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00002300
//ABERTOS  DD DSN=PR.FOUR01.ABERTOS(0),DISP=SHR                         00002400
//RETBANCO DD DSN=PR.FOUR01.RETBANCO.ORDENADO,DISP=SHR                  00002500
//PAGTOS   DD DSN=PR.FOUR01.PAGTOS,DISP=(NEW,CATLG,DELETE),             00002600
//            DCB=(RECFM=FB,LRECL=30,BLKSIZE=3000)                      00002700
//RELPRT   DD DSN=PR.FOUR01.RETBOEXC,DISP=(NEW,CATLG,DELETE)            00002800
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00002900
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00003000
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00003100
//SYSOUT   DD SYSOUT=*                                                  00003200
//SYSIN    DD *                                                         00003300
20220601                                                                00003400
N                                                                       00003500
/*                                                                      00003600

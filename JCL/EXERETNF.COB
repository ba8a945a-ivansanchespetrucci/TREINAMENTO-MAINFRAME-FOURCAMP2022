//RETNFEX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* RETORNO DA SEFAZ (RETNFE): O ARQUIVO DE RETORNO                     00000300
//* PR.FOUR01.NFERETOR (LRECL 100: NOTA, STATUS - 100 AUTORIZADA,       00000400
//* OUTRO E O CODIGO DA REJEICAO -, PROTOCOLO, DATA, MOTIVO) E          00000500
//* CLASSIFICADO POR NOTA NO STEP01 E CASADO COM AS NOTAS DO DIA        00000600
//* E AS PENDENTES DE PR.FOUR01.NFEPEND(0). SAIDAS: AS NOTAS            00000700
//* AUTORIZADAS NO DIA EM PR.FOUR01.NFEAUTOR (ENTRADA DO EXECREC -      00000800
//* NOTA REJEITADA NAO ENTRA NO CONTAS A RECEBER), AS AINDA NAO         00000900
//* AUTORIZADAS NA GERACAO NOVA DE PR.FOUR01.NFEPEND E O RELATORIO      00001000
//* DE REJEITADAS E PENDENTES EM PR.FOUR01.NFEREJ. O REGISTRO DO        00001100
//* DIA COM PROTOCOLO OU REJEICAO SUBSTITUI O PR.FOUR01.REGNOTAS        00001200
//* NO STEP03. RC=4 = NOTA PENDENTE OU RETORNO SEM NOTA.                00001300
//* RODAR UMA VEZ POR DIA, DEPOIS DO EXEGERNF E ANTES DO EXECREC.       00001400
//* SYSIN DO STEP02: DATA / OVERRIDE DO CONTROLE DE EXECUCAO.           00001500
//*-------------------------------                                      00001600
//STEP01   EXEC PGM=SORT                                                00001700
//SORTIN   DD DSN=PR.FOUR01.NFERETOR,DISP=SHR                           00001800
//SORTOUT  DD DSN=PR.FOUR01.NFERETOR.ORDENADO,DISP=(NEW,CATLG,DELETE)   00001900
//SYSOUT   DD SYSOUT=*                                                  00002000
//SYSIN    DD *                                                         00002100
 SORT FIELDS=(1,08,CH,A)                                                00002200
//*-------------------------------                                      00002300
//STEP02   EXEC PGM=RETNFE,COND=(4,LT,STEP01)                           00002400
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00002500
//REGNOTAS DD DSN=PR.FOUR01.REGNOTAS,DISP=SHR                           00002600
//NFEPEND  DD DSN=PR.FOUR01.NFEPEND(0),DISP=SHR                         00002700
//NFERETOR DD DSN=PR.FOUR01.NFERETOR.ORDENADO,DISP=SHR                  00002800
//REGNOVO  DD DSN=PR.FOUR01.REGNOTAS.NOVO,DISP=(NEW,CATLG,DELETE)       00002900
//PENDNOV  DD DSN=PR.FOUR01.NFEPEND(+1),                                00003000
//            DISP=(,CATLG,DELETE),                                     00003100
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)                    00003200
//NFEAUTOR DD DSN=PR.FOUR01.NFEAUTOR,DISP=(NEW,CATLG,DELETE)            00003300
//RELPRT   DD DSN=PR.FOUR01.NFEREJ,DISP=(NEW,CATLG,DELETE)              00003400
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00003500
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00003600
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00003700
//SYSOUT   DD SYSOUT=*                                                  00003800
//SYSIN    DD *                                                         00003900
20220601                                                                00004000
N                                                                       00004100
/*                                                                      00004200
//*-------------------------------                                      00004300
//* O REGISTRO ATUALIZADO SO SUBSTITUI O ATUAL SE O PROGRAMA            00004400
//* TERMINOU SEM ERRO GRAVE.                                            00004500
//*-------------------------------                                      00004600
//STEP03   EXEC PGM=SORT,COND=(4,LT,STEP02)                             00004700
//SORTIN   DD DSN=PR.FOUR01.REGNOTAS.NOVO,DISP=SHR                      00004800
//SORTOUT  DD DSN=PR.FOUR01.REGNOTAS,DISP=OLD                           00004900
//SYSOUT   DD SYSOUT=*                                                  00005000
//SYSIN    DD *                                                         00005100
 SORT FIELDS=(1,08,CH,A)                                                00005200
/*                                                                      00005300

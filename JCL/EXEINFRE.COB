//INFRENDX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* INFORME DE RENDIMENTOS ANUAL (INFREND): UM INFORME POR CONTA        00000300
//* E O ARQUIVO DA DECLARACAO PR.RELACLI.INFDECL. RODAR UMA VEZ         00000400
//* POR ANO, EM FEVEREIRO, DEPOIS DO FECHAMENTO MENSAL DE               00000500
//* FEVEREIRO (EXEEXTRA), QUANDO O MESFECH(-1) E O RETRATO DE           00000600
//* DEZEMBRO DO ANO BASE E O MESFECH(-13) O DE DEZEMBRO DO ANO          00000700
//* ANTERIOR (O PROGRAMA CONFERE AS DATAS DOS DOIS TRAILERS).           00000800
//* AS DUAS GERACOES TEM DE ESTAR NO LAYOUT DE 96 BYTES: O EXECONVS     00000833
//* CONVERTE DE UMA VEZ AS 14 GERACOES RETIDAS DO MESFECH.              00000866
//* OS JUROS SAO OS CREDITOS MARCADOS JUR PELO JURESALD NO              00000900
//* ARQUIVO MENSAL PERMANENTE PR.RELACLI.ARQMOV (TODAS AS               00001000
//* GERACOES). TROCAR O ANO NO INCLUDE DO STEP01 E NO SYSIN DO          00001100
//* STEP02 A CADA EXECUCAO.                                             00001200
//*-------------------------------                                      00001300
//* STEP01 - SEPARAR E CLASSIFICAR OS CREDITOS DE JUROS DO ANO          00001400
//*-------------------------------                                      00001500
//STEP01   EXEC PGM=SORT                                                00001600
//SORTIN   DD DSN=PR.RELACLI.ARQMOV,DISP=SHR                            00001700
//SORTOUT  DD DSN=PR.RELACLI.JURANO,DISP=(NEW,CATLG,DELETE)             00001800
//SYSOUT   DD SYSOUT=*                                                  00001900
//SYSIN    DD *                                                         00002000
 INCLUDE COND=(60,01,CH,EQ,C'C',AND,61,04,CH,EQ,C'JUR ',AND,            00002100
               65,04,CH,EQ,C'2022')                                     00002200
 SORT FIELDS=(1,04,CH,A,10,05,CH,A)                                     00002300
/*                                                                      00002400
//*-------------------------------                                      00002500
//* STEP02 - EMITIR OS INFORMES E O ARQUIVO DA DECLARACAO               00002600
//*-------------------------------                                      00002700
//STEP02   EXEC PGM=INFREND,COND=(4,LT,STEP01)                          00002800
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00002900
//SALDOANT DD DSN=PR.RELACLI.SALDOS.MESFECH(-13),DISP=SHR               00003000
//SALDOATU DD DSN=PR.RELACLI.SALDOS.MESFECH(-1),DISP=SHR                00003100
//JUROS    DD DSN=PR.RELACLI.JURANO,DISP=SHR                            00003200
//CONTAS   DD DSN=PR.RELACLI.CONTAS(0),DISP=SHR                         00003300
//INFDECL  DD DSN=PR.RELACLI.INFDECL,DISP=(NEW,CATLG,DELETE)            00003400
//RELPRT   DD DSN=PR.RELACLI.RELINFRE,DISP=(NEW,CATLG,DELETE)           00003500
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00003600
//SYSOUT   DD SYSOUT=*                                                  00003700
//SYSIN    DD *                                                         00003800
20230201                                                                00003900
2022                                                                    00004000
RELACLI                                                                 00004100
/*                                                                      00004200

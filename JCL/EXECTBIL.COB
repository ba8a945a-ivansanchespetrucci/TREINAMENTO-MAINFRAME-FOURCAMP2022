//CONTABIX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* INTERFACE CONTABIL DIARIA (CONTABIL): RODAR DEPOIS DO EXERELCX      00000300
//* (MOVUNICO E TARIFSAI DO DIA) E, NO ULTIMO DIA UTIL DO MES,          00000400
//* DEPOIS DO EXEJUROS (JUROSCLI COM HEADER DA DATA). LE A GERACAO      00000500
//* DO DIA DE PR.RELACLI.MOVUNICO, OS DEBITOS DE TARIFA                 00000600
//* PR.RELACLI.TARIFSAI E OS CREDITOS DE JUROS PR.RELACLI.JUROSCLI      00000700
//* (SO ENTRAM SE O HEADER FOR DA DATA DO SYSIN) E GRAVA OS             00000800
//* LANCAMENTOS RESUMIDOS POR AGENCIA E PAR DE CONTAS DO DE-PARA        00000900
//* PR.RELACLI.PLANOCTA EM PR.RELACLI.LANCCTB. RC=12 QUANDO O DIA       00001000
//* NAO FECHA (DEBITO X CREDITO X ENTRADAS, MOVIMENTO SEM CONTA         00001100
//* CONTABIL OU TRAILER DIVERGENTE): O ARQUIVO NAO DEVE SER             00001200
//* ENVIADO A CONTABILIDADE. RELATORIO DE CONTROLE PARA O VISTO DA      00001300
//* CONTABILIDADE EM PR.RELACLI.RELCTBIL.                               00001400
//* OS MOVIMENTOS QUE O ATUSALDO NAO APLICOU (PR.RELACLI.SEMCONTA,      00001425
//* PR.RELACLI.BLOQEXC E A GERACAO DO DIA DE PR.RELACLI.ORDPEXC) E      00001450
//* AS TARIFAS E JUROS QUE VOLTAM NO MOVUNICO NAO SAO LANCADOS.         00001475
//*-------------------------------                                      00001500
//STEP01   EXEC PGM=CONTABIL                                            00001600
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001700
//MOVUNICO DD DSN=PR.RELACLI.MOVUNICO(0),DISP=SHR                       00001800
//TARIFSAI DD DSN=PR.RELACLI.TARIFSAI,DISP=SHR                          00001900
//JUROSCLI DD DSN=PR.RELACLI.JUROSCLI,DISP=SHR                          00002000
//NAOAPLIC DD DSN=PR.RELACLI.SEMCONTA,DISP=SHR                          00002025
//         DD DSN=PR.RELACLI.BLOQEXC,DISP=SHR                           00002050
//         DD DSN=PR.RELACLI.ORDPEXC(0),DISP=SHR                        00002075
//PLANOCTA DD DSN=PR.RELACLI.PLANOCTA,DISP=SHR                          00002100
//LANCCTB  DD DSN=PR.RELACLI.LANCCTB,DISP=(NEW,CATLG,DELETE)            00002200
//RELPRT   DD DSN=PR.RELACLI.RELCTBIL,DISP=(NEW,CATLG,DELETE)           00002300
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00002400
//SYSOUT   DD SYSOUT=*                                                  00002500
//SYSIN    DD *                                                         00002600
20220601                                                                00002700
/*                                                                      00002800

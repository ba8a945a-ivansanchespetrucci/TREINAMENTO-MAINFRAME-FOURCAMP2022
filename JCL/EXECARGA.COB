//* VALIDADO DO DIA (MOVUNICO DO EXERELCX), SEGUIDA DA                  00000400
//* CONCILIACAO ARQUIVO X TABELA (CONCSALD): O CONCSALD TERMINA         00000500
//* COM RC=8 QUANDO A CARGA FICOU INCOMPLETA, PARANDO A CADEIA.         00000600
//* COM O DIA JA NO DB2, O STEP04 (PREVCAIX) FAZ A PREVISAO DE          00000633
//* NUMERARIO DAS AGENCIAS E CONFERE A DE ONTEM COM O REALIZADO.        00000666
//*-------------------------------                                      00000700
//STEP01   EXEC PGM=CARGACLI                                            00000800
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00000900
//FERIADOS DD DSN=PR.RELACLI.FERIADOS,DISP=SHR                          00001500
//* SYSIN: DATA / OVERRIDE DO CTLEXEC (S-N) / REINICIO (S-N) /          00001600
//* INTERVALO DE COMMIT EM REGISTROS                                    00001700
//* O OVERRIDE NAO TEM MAIS EFEITO: A LIBERACAO E FEITA NA CTL1.        00001750
//SYSIN    DD *                                                         00001800
20220601                                                                00001900
N                                                                       00002000
//* DIA POR CONTA NA TABELA E COMPARA COM FECHAMENTO - ABERTURA         00003900
//* DO SALDONOVO. RC=8 EM DIVERGENCIA PARA AS DUAS CADEIAS NAO          00004000
//* DERIVAREM SEM NINGUEM VER.                                          00004100
//* O MOVIMENTO QUE O ATUSALDO NAO APLICOU (SEMCONTA, BLOQEXC E         00004133
//* ORDPEXC DO DIA, NO DD NAOAPLIC) FICA FORA DA SOMA DA TABELA.        00004166
//*-------------------------------                                      00004200
//STEP03   EXEC PGM=CONCMOVS,COND=(4,LT,STEP02)                         00004300
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00004400
//SALDONOVO DD DSN=PR.RELACLI.SALDOS(0),DISP=SHR                        00004500
//NAOAPLIC DD DSN=PR.RELACLI.SEMCONTA,DISP=SHR                          00004525
//         DD DSN=PR.RELACLI.BLOQEXC,DISP=SHR                           00004550
//         DD DSN=PR.RELACLI.ORDPEXC(0),DISP=SHR                        00004575
//RELCMOVS DD DSN=PR.RELACLI.RELCMOVS,DISP=(NEW,CATLG,DELETE)           00004600
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00004700
//SYSOUT   DD SYSOUT=*                                                  00004800
//SYSIN    DD *                                                         00004900
20220601                                                                00005000
/*                                                                      00005100
//*-------------------------------                                      00005200
//* STEP04 - PREVISAO DE NUMERARIO POR AGENCIA (PREVCAIX): MEDIA DOS    00005300
//* SAQUES E CREDITOS EM ESPECIE DO MESMO DIA DA SEMANA NAS ULTIMAS     00005400
//* SEMANAS (TABELAS DB2 MOVIMENTOS E MOVIMENTOS_HIST) MAIS O PICO      00005500
//* DE INICIO DO MES, PAGAMENTO E POS-FERIADO; PEDIDO SUGERIDO OU       00005600
//* EXCESSO CONTRA O FECHAMENTO DOS CAIXAS (PR.RELACLI.FECHCXS) EM      00005700
//* PR.RELACLI.RELPRVC E A PREVISAO NA NOVA GERACAO DE                  00005800
//* PR.RELACLI.PREVCAIX (GDG), CONFERIDA AMANHA CONTRA O REALIZADO.     00005900
//* PARAMETROS PREVCAIX-* EM PR.RELACLI.PARAMETR (CARGA EXEPRVIN).      00006000
//* RODA AQUI, DEPOIS DA CARGA DO DIA NO DB2 PELO CARGACLI, PARA O      00006100
//* REALIZADO DE HOJE JA ESTAR NA MOVIMENTOS; CARGA INCOMPLETA          00006200
//* (CONCSALD RC=8) NAO PREVE. A DIVERGENCIA DO CONCMOVS NAO            00006300
//* IMPEDE A PREVISAO.                                                  00006400
//*-------------------------------                                      00006500
//STEP04   EXEC PGM=PREVCAIX,COND=((4,LT,STEP01),(4,LT,STEP02))         00006600
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00006700
//AGENCIAS DD DSN=PR.RELACLI.AGENCIAS,DISP=SHR                          00006800
//FECHCX   DD DSN=PR.RELACLI.FECHCXS,DISP=SHR                           00006900
//PREVANT  DD DSN=PR.RELACLI.PREVCAIX(0),DISP=SHR                       00007000
//PREVNOV  DD DSN=PR.RELACLI.PREVCAIX(+1),                              00007100
//            DISP=(,CATLG,DELETE)                                      00007200
//RELPRT   DD DSN=PR.RELACLI.RELPRVC,DISP=(NEW,CATLG,DELETE)            00007300
//FERIADOS DD DSN=PR.RELACLI.FERIADOS,DISP=SHR                          00007400
//PARAMETR DD DSN=PR.RELACLI.PARAMETR,DISP=SHR                          00007500
//PARAMUSO DD DSN=PR.RELACLI.PARAMUSO,DISP=SHR                          00007600
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00007700
//SYSOUT   DD SYSOUT=*                                                  00007800
//SYSIN    DD *                                                         00007900
20220601                                                                00008000
/*                                                                      00008100

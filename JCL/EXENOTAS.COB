//* FATURA DO FR01CB19: NUMERACAO SEQUENCIAL PERSISTIDA EM              00000400
//* PR.FOUR01.NUMNOTA, NOTA FORMATADA POR PEDIDO E RESUMO POR           00000500
//* ESTADO EM RELPRT, REGISTRO DE NOTAS EMITIDAS PARA O CONTAS          00000600
//* A RECEBER EM PR.FOUR01.REGNOTAS, QUE PASSA ANTES PELA               00000700
//* TRANSMISSAO DA NF-E (EXEGERNF E EXERETNF).                          00000750
//*-------------------------------                                      00000800
//STEP01   EXEC PGM=EMITNOTA                                            00000900
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00001000

//* REGIONAL ASSINAR. RODAR COM A AGENCIA AINDA ATIVA NO MESTRE         00000800
//* AGENCIAS; MARCAR A SITUACAO F SO DEPOIS DO CICLO QUE APLICA A       00000900
//* MIGRACAO.                                                           00001000
//* AS CONTAS DE MESMO NUMERO NA AGENCIA QUE RECEBE TEM DE ESTAR        00001010
//* ABERTAS NO MESTRE PR.RELACLI.CONTAS (SOLICITACAO A DO ATUCONTA)     00001020
//* ANTES DO CICLO QUE APLICA A MIGRACAO - SENAO O CRITICAC REJEITA     00001030
//* A PERNA DE ENTRADA; AS DA AGENCIA QUE FECHA SAO ENCERRADAS (E)      00001040
//* DEPOIS DESSE CICLO.                                                 00001050
//* ORDEM JUDICIAL EM VIGOR NA AGENCIA QUE FECHA (PR.RELACLI.BLOQJUD)   00001051
//* TEM DE SER LIBERADA (L) E REINCLUIDA (I) NA CONTA DA AGENCIA QUE    00001052
//* RECEBE PELO ATUBLOQ NO MESMO CICLO DA MIGRACAO - SENAO O            00001053
//* ATUSALDO DESVIA A PERNA DE SAIDA DA CONTA BLOQUEADA PARA O          00001054
//* PR.RELACLI.BLOQEXC.                                                 00001055
//* SYSIN: DATA / AGENCIA QUE FECHA / AGENCIA QUE RECEBE.               00001100
//*-------------------------------                                      00001200
//STEP01   EXEC PGM=VARRAGEN                                            00001300

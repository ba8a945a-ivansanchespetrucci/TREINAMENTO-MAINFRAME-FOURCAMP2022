//ORFAODBX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* VARREDURA SEMANAL DE ORFAOS ENTRE AS TABELAS DB2 CLIENTES,          00000300
//* SALDOS E MOVIMENTOS (ORFAODB2): SALDO SEM CLIENTE, CLIENTE SEM      00000400
//* SALDO, MOVIMENTO DE CONTA SEM SALDO OU SEM CLIENTE, CLIENTE SEM     00000500
//* MOVIMENTO E TRANSFERENCIA COM CONTRAPARTE INEXISTENTE (PERNA        00000600
//* COM CONTRA-AGENCIA FORA DO MESTRE PR.RELACLI.AGENCIAS E DE          00000633
//* OUTRO BANCO E NAO CONTA COMO ORFA). EXTRATO                         00000666
//* PARA O DBA EM PR.RELACLI.ORFAOS (LAYOUT #ORFAO) E CONTAGEM POR      00000700
//* AGENCIA EM PR.RELACLI.RELORFAO. RC=8 QUANDO O TOTAL DE ORFAOS       00000800
//* PASSA A TOLERANCIA. RODAR NO FIM DE SEMANA, FORA DA CADEIA          00000900
//* DIARIA.                                                             00001000
//* SYSIN: DATA / TOLERANCIA DE ORFAOS (5 DIG).                         00001100
//*-------------------------------                                      00001200
//STEP01   EXEC PGM=ORFAODB2                                            00001300
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001400
//ORFAOS   DD DSN=PR.RELACLI.ORFAOS,DISP=(NEW,CATLG,DELETE)             00001500
//RELORFAO DD DSN=PR.RELACLI.RELORFAO,DISP=(NEW,CATLG,DELETE)           00001600
//AGENCIAS DD DSN=PR.RELACLI.AGENCIAS,DISP=SHR                          00001650
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00001700
//SYSOUT   DD SYSOUT=*                                                  00001800
//SYSIN    DD *                                                         00001900
20220601                                                                00002000
00010                                                                   00002100
/*                                                                      00002200

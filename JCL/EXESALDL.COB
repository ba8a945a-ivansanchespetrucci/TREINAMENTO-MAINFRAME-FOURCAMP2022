//* TABELA DB2 SALDOS (SALDLOAD), APOS O ATUSALDO DO EXERELCX: E        00000400
//* A TABELA QUE A TRANSACAO CLI6 CONSULTA PARA A AGENCIA VER O         00000500
//* SALDO ONLINE SEM ESPERAR O EXTRATO IMPRESSO.                        00000600
//* CADA FECHAMENTO FICA TAMBEM NA TABELA DATADA SALDOS_HIST, BASE      00000610
//* DO SALDO MEDIO MENSAL DO SALDMED (EXESALDM).                        00000620
//* SYSIN: DATA / OVERRIDE DO CTLEXEC (S-N) / INTERVALO DE COMMIT.      00000700
//* O OVERRIDE NAO TEM MAIS EFEITO: A LIBERACAO E FEITA NA CTL1.        00000750
//* O SALDLOAD SO RODA DEPOIS DO ATUSALDO DA MESMA DATA                 00000766
//* (PR.RELACLI.DEPEXEC, STATUS 16 DO CTLEXEC).                         00000782
//*-------------------------------                                      00000800
//STEP01   EXEC PGM=SALDLOAD                                            00000900
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001000
//SALDONOVO DD DSN=PR.RELACLI.SALDOS(0),DISP=SHR                        00001100
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00001200
//CONTROLEX DD DSN=PR.RELACLI.CONTROLEX,DISP=SHR                        00001300
//DEPEXEC  DD DSN=PR.RELACLI.DEPEXEC,DISP=SHR                           00001350
//FERIADOS DD DSN=PR.RELACLI.FERIADOS,DISP=SHR                          00001400
//SYSOUT   DD SYSOUT=*                                                  00001500
//SYSIN    DD *                                                         00001600

//RECUPERX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* RECUPERACAO DE DATAS PERDIDAS (RECUPERA): LE O REGISTRO             00000300
//* PR.RELACLI.CONTROLEX E AS DEPENDENCIAS DE PR.RELACLI.DEPEXEC,       00000400
//* ORDENA A CADEIA POR NIVEL DE PREDECESSOR (OS PROGRAMAS SEM          00000500
//* DEPENDENCIA DECLARADA VEM NO FIM, NA ORDEM DO REGISTRO; CICLO       00000600
//* NAS DEPENDENCIAS PARA O JOB), VARRE A FAIXA DE DATAS DO             00000700
//* SYSIN DIA UTIL A DIA UTIL E GRAVA EM PR.RELACLI.PLANEXEC UM         00000800
//* CARTAO DE DATA POR DIA PENDENTE, NA ORDEM DE RECUPERACAO - O        00000900
//* OPERADOR SUBMETE O CICLO EXERELCX UMA VEZ POR CARTAO (O             00001000
//* CTLEXEC TRAVA A ORDEM E PARA NA PRIMEIRA FALHA). O RELATORIO        00001100
//* MOSTRA O QUE COMPLETOU, O QUE FALTA E O PREDECESSOR QUE SEGURA      00001110
//* CADA PROGRAMA, POR DATA. RC=4 QUANDO HA PENDENCIA.                  00001120
//* SYSIN: DATA DA SUBMISSAO / DATA INICIAL / DATA FINAL.               00001130
//*-------------------------------                                      00001200
//STEP01   EXEC PGM=RECUPERA                                            00001300
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001400
//CONTROLEX DD DSN=PR.RELACLI.CONTROLEX,DISP=SHR                        00001500
//DEPEXEC  DD DSN=PR.RELACLI.DEPEXEC,DISP=SHR                           00001550
//PLANEXEC DD DSN=PR.RELACLI.PLANEXEC,DISP=(NEW,CATLG,DELETE)           00001600
//RELPRT   DD DSN=PR.RELACLI.RELRECUP,DISP=(NEW,CATLG,DELETE)           00001700
//FERIADOS DD DSN=PR.RELACLI.FERIADOS,DISP=SHR                          00001800

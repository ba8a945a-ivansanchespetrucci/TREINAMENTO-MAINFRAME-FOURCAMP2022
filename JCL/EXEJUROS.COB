//JURESALX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CREDITO MENSAL DE JUROS (JURESALD): LE A GERACAO DE FECHAMENTO      00000300
//* DO MESTRE PR.RELACLI.SALDOS, APLICA A TAXA MENSAL DO PARAMETRO      00000400
//* JURESALD-TAXA (ARQUIVO PR.RELACLI.PARAMETR, VIGENTE NA DATA)        00000450
//* SOBRE OS SALDOS POSITIVOS E GRAVA OS MOVIMENTOS DE CREDITO          00000500
//* (TIP-OP C) COM HEADER/TRAILER #CLIHDR EM PR.RELACLI.JUROSCLI,       00000600
//* QUE ENTRA NO CICLO NORMAL PELO PORTACLI. O RELATORIO DE JUROS       00000700
//* PAGOS POR AGENCIA SAI EM PR.RELACLI.RELJUROS.                       00000800
//* SYSIN: DATA DE PROCESSAMENTO.                                       00000900
//*-------------------------------                                      00001100
//STEP01   EXEC PGM=JURESALD                                            00001200
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001300
//JUROSCLI DD DSN=PR.RELACLI.JUROSCLI,DISP=(NEW,CATLG,DELETE)           00001500
//RELPRT   DD DSN=PR.RELACLI.RELJUROS,DISP=(NEW,CATLG,DELETE)           00001600
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00001700
//PARAMETR DD DSN=PR.RELACLI.PARAMETR,DISP=SHR                          00001733
//PARAMUSO DD DSN=PR.RELACLI.PARAMUSO,DISP=SHR                          00001766
//SYSOUT   DD SYSOUT=*                                                  00001800
//SYSIN    DD *                                                         00001900
20220630                                                                00002000
/*                                                                      00002200

//* GERACAO DO DIA DO MESTRE PR.RELACLI.SALDOS E VOLTA PELAS            00000400
//* GERACOES ANTERIORES DO GDG PARA CONTAR OS DIAS UTEIS                00000500
//* CONSECUTIVOS SEM MOVIMENTO POR CONTA. AS CONTAS PARADAS HA          00000600
//* PELO MENOS O LIMITE DO PARAMETRO DORMCLI-DIAS (ARQUIVO              00000700
//* PR.RELACLI.PARAMETR) SAEM EM PR.RELACLI.DORMNTES E NO               00000800
//* RELATORIO POR AGENCIA PR.RELACLI.RELDORME.                          00000900
//* SYSIN: DATA DE PROCESSAMENTO.                                       00000950
//*-------------------------------                                      00001000
//STEP01   EXEC PGM=DORMCLI                                             00001100
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001200
//DORMNTES DD DSN=PR.RELACLI.DORMNTES,DISP=(NEW,CATLG,DELETE)           00001800
//RELPRT   DD DSN=PR.RELACLI.RELDORME,DISP=(NEW,CATLG,DELETE)           00001900
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00002000
//PARAMETR DD DSN=PR.RELACLI.PARAMETR,DISP=SHR                          00002033
//PARAMUSO DD DSN=PR.RELACLI.PARAMUSO,DISP=SHR                          00002066
//SYSOUT   DD SYSOUT=*                                                  00002100
//SYSIN    DD *                                                         00002200
20220601                                                                00002300
/*                                                                      00002500

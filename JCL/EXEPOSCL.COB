//POSCONSX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* POSICAO CONSOLIDADA MENSAL POR CLIENTE (POSCONS): RODAR NO          00000300
//* ULTIMO DIA UTIL DO MES, DEPOIS DO EXERELCX, QUANDO A GERACAO        00000400
//* ATUAL DE PR.RELACLI.SALDOS E A DE FECHAMENTO DO MES. SOMA OS        00000500
//* SALDOS DE FECHAMENTO DE TODAS AS CONTAS DE CADA CPF/CNPJ DO         00000600
//* CADASTRO PR.RELACLI.TITULAR (STEP0D DO EXERELCX), EM QUALQUER       00000700
//* AGENCIA. RELATORIO EM PR.RELACLI.RELPOSCL PARA OS GERENTES DE       00000800
//* RELACIONAMENTO E A ANALISE DE CREDITO.                              00000900
//*-------------------------------                                      00001000
//STEP01   EXEC PGM=POSCONS                                             00001100
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001200
//SALDOATU DD DSN=PR.RELACLI.SALDOS(0),DISP=SHR                         00001300
//TITULAR  DD DSN=PR.RELACLI.TITULAR(0),DISP=SHR                        00001400
//RELPRT   DD DSN=PR.RELACLI.RELPOSCL,DISP=(NEW,CATLG,DELETE)           00001500
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00001600
//SYSOUT   DD SYSOUT=*                                                  00001700
//SYSIN    DD *                                                         00001800
20220630                                                                00001900
/*                                                                      00002000

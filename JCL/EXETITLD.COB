//TITLOADX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA NOTURNA DO CADASTRO DE TITULARES NA TABELA DB2 TITULARES      00000300
//* (TITLOAD), APOS O STEP0D DO EXERELCX: LIGA CADA AGENCIA/CONTA       00000400
//* AO CPF/CNPJ DO TITULAR, AO LADO DA TABELA CLIENTES, PARA A          00000500
//* CONSULTA DE TODAS AS CONTAS DE UM MESMO CLIENTE.                    00000600
//* SYSIN: DATA / OVERRIDE DO CTLEXEC (S-N) / INTERVALO DE COMMIT.      00000700
//* O OVERRIDE NAO TEM MAIS EFEITO: A LIBERACAO E FEITA NA CTL1.        00000750
//*-------------------------------                                      00000800
//STEP01   EXEC PGM=TITLOAD                                             00000900
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001000
//TITULAR  DD DSN=PR.RELACLI.TITULAR(0),DISP=SHR                        00001100
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00001200
//CONTROLEX DD DSN=PR.RELACLI.CONTROLEX,DISP=SHR                        00001300
//FERIADOS DD DSN=PR.RELACLI.FERIADOS,DISP=SHR                          00001400
//SYSOUT   DD SYSOUT=*                                                  00001500
//SYSIN    DD *                                                         00001600
20220601                                                                00001700
N                                                                       00001800
00500                                                                   00001900
/*                                                                      00002000

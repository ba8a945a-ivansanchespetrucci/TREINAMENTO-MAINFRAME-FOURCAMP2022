//RELPARMX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* RELATORIO DIARIO DOS PARAMETROS DO LOTE (RELPARAM): VIGENCIAS QUE   00000300
//* ENTRARAM EM VIGOR OU FORAM MEXIDAS NA PAR1 NA DATA, COM VALOR       00000400
//* ANTERIOR E USUARIO, E OS PROGRAMAS QUE LERAM CADA PARAMETRO NA      00000500
//* DATA (PARAMUSO), MARCANDO QUEM PEGOU VIGENCIA ANTIGA. RODAR         00000600
//* DEPOIS DO ULTIMO LOTE DA DATA (EXERELCX E EXEDIARI).                00000700
//* SYSIN: DATA.                                                        00000800
//*-------------------------------                                      00000900
//STEP01   EXEC PGM=RELPARAM                                            00001000
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001100
//PARAMETR DD DSN=PR.RELACLI.PARAMETR,DISP=SHR                          00001200
//PARAMUSO DD DSN=PR.RELACLI.PARAMUSO,DISP=SHR                          00001300
//RELPRT   DD DSN=PR.RELACLI.RELPARAM,DISP=(NEW,CATLG,DELETE)           00001400
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00001500
//SYSOUT   DD SYSOUT=*                                                  00001600
//SYSIN    DD *                                                         00001700
20220601                                                                00001800
/*                                                                      00001900

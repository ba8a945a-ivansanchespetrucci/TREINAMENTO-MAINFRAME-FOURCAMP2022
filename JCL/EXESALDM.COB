//SALDMEDX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* SALDO MEDIO MENSAL POR CONTA (SALDMED), NO FECHAMENTO DO MES,       00000300
//* DEPOIS DO SALDLOAD DO ULTIMO DIA UTIL: LE OS FECHAMENTOS DO         00000400
//* MES NA TABELA DB2 SALDOS_HIST E GRAVA SALDO MEDIO DOS DIAS          00000500
//* CORRIDOS, MINIMO, MAXIMO E DIAS NEGATIVOS POR CONTA NO GDG          00000600
//* PR.RELACLI.SALDMED (LAYOUT #SALDMED, UMA GERACAO POR MES)           00000700
//* PARA LIMITE DE CREDITO, TARIFA E CARTEIRA DO GERENTE.               00000800
//* RELATORIO POR AGENCIA EM PR.RELACLI.RELSMED. RC=4 QUANDO O          00000900
//* HISTORICO NAO TEM FECHAMENTO NO MES, RC=8 EM ERRO SQL.              00001000
//* SYSIN: QUALQUER DATA DO MES A APURAR (AAAAMMDD).                    00001100
//*-------------------------------                                      00001200
//STEP01   EXEC PGM=SALDMED                                             00001300
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001400
//SALDMED  DD DSN=PR.RELACLI.SALDMED(+1),                               00001500
//            DISP=(,CATLG,DELETE),                                     00001600
//            DCB=(RECFM=FB,LRECL=80)                                   00001700
//RELPRT   DD DSN=PR.RELACLI.RELSMED,DISP=(NEW,CATLG,DELETE)            00001800
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00001900
//FERIADOS DD DSN=PR.RELACLI.FERIADOS,DISP=SHR                          00002000
//SYSOUT   DD SYSOUT=*                                                  00002100
//SYSIN    DD *                                                         00002200
20220630                                                                00002300
/*                                                                      00002400

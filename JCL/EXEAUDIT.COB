//*-------------------------------                                      00000200
//* ACERVO PERMANENTE DE AUDITORIA (AUDITARQ): DRENA AS FILAS           00000300
//* EXTRAPARTICAO AUDM (CLI2/CLI7), AUDC (CLI1/CLI3/CLI6), AUDF         00000400
//* (FRT1), AUDU (SEG1), AUDA (AGE1), AUDX (CTL1) E AUDP (PAR1)         00000500
//* PARA PR.RELACLI.AUDARQ                                              00000550
//* (EXTEND) E IMPRIME O RELATORIO DE ANOMALIAS DO DIA (FORA DO         00000600
//* HORARIO, VOLUME ANORMAL DE CONSULTAS, TARIFA SEM TICKET DE          00000700
//* REPRECO).                                                           00000710
//* SYSIN: DATA. O LIMITE DE CONSULTAS POR OPERADOR VEM DO              00000800
//* PARAMETR (AUDITARQ-CONSULTAS).                                      00000850
//*-------------------------------                                      00000900
//STEP01   EXEC PGM=AUDITARQ                                            00001000
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001100
//AUDCDIA  DD DSN=PR.RELACLI.AUDCDIA,DISP=SHR                           00001300
//AUDFDIA  DD DSN=PR.RELACLI.AUDFDIA,DISP=SHR                           00001400
//AUDUDIA  DD DSN=PR.RELACLI.AUDUDIA,DISP=SHR                           00001410
//AUDADIA  DD DSN=PR.RELACLI.AUDADIA,DISP=SHR                           00001420
//AUDXDIA  DD DSN=PR.RELACLI.AUDXDIA,DISP=SHR                           00001430
//AUDPDIA  DD DSN=PR.RELACLI.AUDPDIA,DISP=SHR                           00001465
//TICKETS  DD DSN=PR.RELACLI.TICKETS,DISP=SHR                           00001500
//AUDARQ   DD DSN=PR.RELACLI.AUDARQ,DISP=MOD                            00001600
//RELPRT   DD DSN=PR.RELACLI.RELAUDIT,DISP=(NEW,CATLG,DELETE)           00001700
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00001800
//PARAMETR DD DSN=PR.RELACLI.PARAMETR,DISP=SHR                          00001833
//PARAMUSO DD DSN=PR.RELACLI.PARAMUSO,DISP=SHR                          00001866
//SYSOUT   DD SYSOUT=*                                                  00001900
//SYSIN    DD *                                                         00002000
20220601                                                                00002100
/*                                                                      00002300
//*-------------------------------                                      00002400
//* STEP02 A STEP08 - ESVAZIAR AS FILAS DRENADAS DEPOIS DE UM           00002500
//* STEP01 LIMPO, COMO O EXERELCX FAZ COM O REPROC: O AUDARQ E          00002600
//* MOD E SEM A LIMPEZA CADA NOITE REANEXARIA A TRILHA INTEIRA          00002700
//* ACUMULADA E REDENUNCIARIA AS MESMAS ANOMALIAS.                      00002800
//SYSIN    DD DUMMY                                                     00004000
//*-------------------------------                                      00004100
//STEP04   EXEC PGM=IEBGENER,COND=(4,LT,STEP01)                         00004200
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=118,BLKSIZE=11800)              00004300
//SYSUT2   DD DSN=PR.RELACLI.AUDFDIA,DISP=OLD                           00004400
//SYSPRINT DD SYSOUT=*                                                  00004500
//SYSIN    DD DUMMY                                                     00004600
//*-------------------------------                                      00004700
//STEP05   EXEC PGM=IEBGENER,COND=(4,LT,STEP01)                         00004800
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=148,BLKSIZE=14800)              00004900
//SYSUT2   DD DSN=PR.RELACLI.AUDUDIA,DISP=OLD                           00005000
//SYSPRINT DD SYSOUT=*                                                  00005100
//SYSIN    DD DUMMY                                                     00005200
//*-------------------------------                                      00005300
//STEP06   EXEC PGM=IEBGENER,COND=(4,LT,STEP01)                         00005400
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=148,BLKSIZE=14800)              00005500
//SYSUT2   DD DSN=PR.RELACLI.AUDADIA,DISP=OLD                           00005600
//SYSPRINT DD SYSOUT=*                                                  00005700
//SYSIN    DD DUMMY                                                     00005800
//*-------------------------------                                      00005900
//STEP07   EXEC PGM=IEBGENER,COND=(4,LT,STEP01)                         00006000
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=84,BLKSIZE=8400)                00006100
//SYSUT2   DD DSN=PR.RELACLI.AUDXDIA,DISP=OLD                           00006200
//SYSPRINT DD SYSOUT=*                                                  00006300
//SYSIN    DD DUMMY                                                     00006400
//*-------------------------------                                      00006500
//STEP08   EXEC PGM=IEBGENER,COND=(4,LT,STEP01)                         00006600
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=268,BLKSIZE=26800)              00006700
//SYSUT2   DD DSN=PR.RELACLI.AUDPDIA,DISP=OLD                           00006800
//SYSPRINT DD SYSOUT=*                                                  00006900
//SYSIN    DD DUMMY                                                     00007000

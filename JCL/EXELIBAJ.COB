//LIBERAJX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* LIBERACAO DOS AJUSTES DE INVENTARIO ACIMA DA TOLERANCIA             00000300
//* (LIBERAJU): O SUPERVISOR DE ESTOQUE GRAVA AS DECISOES EM            00000400
//* PR.FOUR01.LIBERAC (LOJA, PRODUTO, DATA DA CONTAGEM, A/R E O SEU     00000500
//* USUARIO, QUE TEM DE SER SUPERVISOR NO CADASTRO DE USUARIOS E        00000600
//* NAO PODE SER O CONTADOR). AJUSTE APROVADO VAI PARA                  00000700
//* PR.FOUR01.AJUSTINV (APLICADO PELO EXEESTOQ NA NOITE SEGUINTE);      00000800
//* O QUE NAO FOI DECIDIDO VOLTA PARA PR.FOUR01.AJUSPEND NO STEP04      00000900
//* E AS DECISOES SAO LIMPAS NO STEP05. RELATORIO EM                    00001000
//* PR.FOUR01.RELLIBAJ. RC=4 NO STEP03 = AINDA HA AJUSTE PENDENTE.      00001100
//* SYSIN DO STEP03: DATA / OVERRIDE DO CTLEXEC.                        00001200
//*-------------------------------                                      00001300
//STEP01   EXEC PGM=SORT                                                00001400
//SORTIN   DD DSN=PR.FOUR01.AJUSPEND,DISP=SHR                           00001500
//SORTOUT  DD DSN=PR.FOUR01.AJUSPEND.CLASS,DISP=(NEW,CATLG,DELETE)      00001600
//SYSOUT   DD SYSOUT=*                                                  00001700
//SYSIN    DD *                                                         00001800
 SORT FIELDS=(1,41,CH,A)                                                00001900
//*-------------------------------                                      00002000
//STEP02   EXEC PGM=SORT                                                00002100
//SORTIN   DD DSN=PR.FOUR01.LIBERAC,DISP=SHR                            00002200
//SORTOUT  DD DSN=PR.FOUR01.LIBERAC.CLASS,DISP=(NEW,CATLG,DELETE)       00002300
//SYSOUT   DD SYSOUT=*                                                  00002400
//SYSIN    DD *                                                         00002500
 SORT FIELDS=(1,41,CH,A)                                                00002600
//*-------------------------------                                      00002700
//STEP03   EXEC PGM=LIBERAJU,COND=((4,LT,STEP01),(4,LT,STEP02))         00002800
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00002900
//AJUSPEND DD DSN=PR.FOUR01.AJUSPEND.CLASS,DISP=SHR                     00003000
//LIBERAC  DD DSN=PR.FOUR01.LIBERAC.CLASS,DISP=SHR                      00003100
//USUARIOS DD DSN=PR.RELACLI.USUARIOS,DISP=SHR                          00003200
//AJUSTES  DD DSN=PR.FOUR01.AJUSTINV,DISP=(MOD,CATLG,CATLG),            00003300
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)                    00003400
//AJUSPNOV DD DSN=PR.FOUR01.AJUSPEND.NOVO,DISP=(NEW,CATLG,DELETE),      00003500
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)                    00003600
//RELPRT   DD DSN=PR.FOUR01.RELLIBAJ,DISP=(NEW,CATLG,DELETE)            00003700
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00003800
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00003900
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00004000
//SYSOUT   DD SYSOUT=*                                                  00004100
//SYSIN    DD *                                                         00004200
20220617                                                                00004300
N                                                                       00004400
/*                                                                      00004500
//*-------------------------------                                      00004600
//* STEP04 - O QUE CONTINUA PENDENTE SUBSTITUI O PR.FOUR01.AJUSPEND     00004700
//*-------------------------------                                      00004800
//STEP04   EXEC PGM=IEBGENER,                                           00004900
//             COND=((4,LT,STEP01),(4,LT,STEP02),(4,LT,STEP03))         00005000
//SYSUT1   DD DSN=PR.FOUR01.AJUSPEND.NOVO,DISP=SHR                      00005100
//SYSUT2   DD DSN=PR.FOUR01.AJUSPEND,DISP=OLD                           00005200
//SYSPRINT DD SYSOUT=*                                                  00005300
//SYSIN    DD DUMMY                                                     00005400
//*-------------------------------                                      00005500
//* STEP05 - LIMPAR AS DECISOES JA PROCESSADAS                          00005600
//*-------------------------------                                      00005700
//STEP05   EXEC PGM=IEBGENER,                                           00005800
//             COND=((4,LT,STEP01),(4,LT,STEP02),(4,LT,STEP03))         00005900
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)                00006000
//SYSUT2   DD DSN=PR.FOUR01.LIBERAC,DISP=OLD                            00006100
//SYSPRINT DD SYSOUT=*                                                  00006200
//SYSIN    DD DUMMY                                                     00006300

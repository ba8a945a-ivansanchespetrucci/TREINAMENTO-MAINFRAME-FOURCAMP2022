//PROGPAGX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* PROGRAMACAO SEMANAL DE PAGAMENTOS (PROGPAG) - RODAR NO PRIMEIRO     00000300
//* DIA DA SEMANA, DEPOIS DO EXECPAG DO DIA. O MESTRE DE TITULOS A      00000400
//* PAGAR EM ABERTO (PR.FOUR01.PAGABERT(0)) E CLASSIFICADO POR          00000500
//* VENCIMENTO NO STEP01. O RELATORIO PR.FOUR01.PROGPAG TRAZ OS         00000600
//* TITULOS VENCIDOS ENVELHECIDOS EM ATE 30, 31 A 60, 61 A 90 E MAIS    00000700
//* DE 90 DIAS DE ATRASO E, EM OUTRA PAGINA, A SAIDA DE CAIXA DOS       00000800
//* SETE DIAS A PARTIR DA DATA DO SYSIN, COM TOTAL POR VENCIMENTO.      00000900
//* SYSIN DO STEP02: DATA / OVERRIDE DO CONTROLE DE EXECUCAO.           00001000
//*-------------------------------                                      00001100
//STEP01   EXEC PGM=SORT                                                00001200
//SORTIN   DD DSN=PR.FOUR01.PAGABERT(0),DISP=SHR                        00001300
//SORTOUT  DD DSN=PR.FOUR01.PAGABERT.VENCTO,DISP=(NEW,CATLG,DELETE)     00001400
//SYSOUT   DD SYSOUT=*                                                  00001500
//SYSIN    DD *                                                         00001600
 SORT FIELDS=(28,08,CH,A,1,08,CH,A)                                     00001700
//*-------------------------------                                      00001800
//STEP02   EXEC PGM=PROGPAG,COND=(4,LT,STEP01)                          00001900
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00002000
//PAGVENC  DD DSN=PR.FOUR01.PAGABERT.VENCTO,DISP=SHR                    00002100
//FORNEC   DD DSN=PR.FOUR01.FORNEC,DISP=SHR                             00002200
//RELPRT   DD DSN=PR.FOUR01.PROGPAG,DISP=(NEW,CATLG,DELETE)             00002300
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00002400
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00002500
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00002600
//SYSOUT   DD SYSOUT=*                                                  00002700
//SYSIN    DD *                                                         00002800
20220601                                                                00002900
N                                                                       00003000
/*                                                                      00003100

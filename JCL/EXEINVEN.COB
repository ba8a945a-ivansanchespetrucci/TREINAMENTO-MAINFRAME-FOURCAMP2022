//INVENLOX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CONCILIACAO DA CONTAGEM FISICA DE ESTOQUE (INVENLOJ): A             00000300
//* CONTAGEM PERIODICA PR.FOUR01.CONTAGEM E CONFRONTADA COM A           00000400
//* POSICAO DO DIA DA CONTAGEM (PR.FOUR01.ESTOQUE(0) - RODAR DEPOIS     00000500
//* DO EXEESTOQ DAQUELE DIA E ANTES DO SEGUINTE) E VALORIZADA PELO      00000600
//* CUSTO MEDIO (PR.FOUR01.CUSTOMED). FALTAS E SOBRAS POR LOJA SAEM     00000700
//* EM PR.FOUR01.RELINVEN. AJUSTE ATE A TOLERANCIA VAI DIRETO PARA      00000800
//* PR.FOUR01.AJUSTINV, APLICADO PELO EXEESTOQ NA NOITE SEGUINTE;       00000900
//* ACIMA DELA FICA EM PR.FOUR01.AJUSPEND ATE A LIBERACAO DO            00001000
//* SUPERVISOR (EXELIBAJ). RC=4 NO STEP02 = HA AJUSTE PENDENTE.         00001100
//* SYSIN DO STEP02: DATA / OVERRIDE DO CTLEXEC / DATA DA CONTAGEM /    00001200
//* TOLERANCIA EM REAIS POR ITEM (5 DIG, 2 DEC).                        00001300
//*-------------------------------                                      00001400
//STEP01   EXEC PGM=SORT                                                00001500
//SORTIN   DD DSN=PR.FOUR01.CONTAGEM,DISP=SHR                           00001600
//SORTOUT  DD DSN=PR.FOUR01.CONTAGEM.CLASS,DISP=(NEW,CATLG,DELETE)      00001700
//SYSOUT   DD SYSOUT=*                                                  00001800
//SYSIN    DD *                                                         00001900
 SORT FIELDS=(1,03,CH,A,4,30,CH,A)                                      00002000
//*-------------------------------                                      00002100
//STEP02   EXEC PGM=INVENLOJ,COND=(4,LT,STEP01)                         00002200
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00002300
//ESTQPOS  DD DSN=PR.FOUR01.ESTOQUE(0),DISP=SHR                         00002400
//CUSTO    DD DSN=PR.FOUR01.CUSTOMED(0),DISP=SHR                        00002500
//CONTAGEM DD DSN=PR.FOUR01.CONTAGEM.CLASS,DISP=SHR                     00002600
//PRODUTOS DD DSN=PR.FOUR01.PRODUTOS,DISP=SHR                           00002700
//AJUSTES  DD DSN=PR.FOUR01.AJUSTINV,DISP=(MOD,CATLG,CATLG),            00002800
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)                    00002900
//AJUSPEND DD DSN=PR.FOUR01.AJUSPEND,DISP=(MOD,CATLG,CATLG),            00003000
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)                    00003100
//RELPRT   DD DSN=PR.FOUR01.RELINVEN,DISP=(NEW,CATLG,DELETE)            00003200
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00003300
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00003400
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00003500
//SYSOUT   DD SYSOUT=*                                                  00003600
//SYSIN    DD *                                                         00003700
20220616                                                                00003800
N                                                                       00003900
20220615                                                                00004000
0005000                                                                 00004100
/*                                                                      00004200

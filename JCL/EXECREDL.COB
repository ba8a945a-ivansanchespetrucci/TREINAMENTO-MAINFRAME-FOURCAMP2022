//CREDLOJX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CREDITO DA VENDA DO DIA NAS CONTAS DAS LOJAS (CREDLOJA): SOMA       00000300
//* POR LOJA A VENDA DA DATA NA GERACAO DO DIA DO SAIDA DO              00000400
//* FR01CB16 (PR.FOUR01.CB16.SAIDA(0)) E GRAVA UM CREDITO POR LOJA,     00000500
//* COM HDR/TRL, NA AGENCIA/CONTA DO MESTRE PR.FOUR01.LOJAS. O          00000600
//* ARQUIVO PR.RELACLI.LOJASAI E A ALIMENTACAO CLILOJA DO PORTACLI      00000700
//* (EXERELCX, STEP00), QUE O ESVAZIA DEPOIS DE APLICADO - ELE JA       00000800
//* EXISTE (CRIADO UMA VEZ PELO EXELOJIN) E E REGRAVADO AQUI.           00000900
//* RODAR DEPOIS DO EXEDIARI E ANTES DO EXERELCX DO MESMO DIA.          00001000
//* CONCILIACAO VENDA X CREDITO EM PR.FOUR01.RELCREDL; RC=4 =           00001100
//* LOJA COM VENDA SEM CONTA VINCULADA, FORA DO MESTRE OU ACIMA         00001200
//* DO LIMITE DO MOVIMENTO (NAO CREDITADA).                             00001300
//* SYSIN: DATA / OVERRIDE DO CONTROLE DE EXECUCAO.                     00001400
//*-------------------------------                                      00001500
//STEP01   EXEC PGM=CREDLOJA                                            00001600
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00001700
//SAIDA    DD DSN=PR.FOUR01.CB16.SAIDA(0),DISP=SHR                      00001800
//LOJAS    DD DSN=PR.FOUR01.LOJAS,DISP=SHR                              00001900
//LOJASAI  DD DSN=PR.RELACLI.LOJASAI,DISP=OLD                           00002000
//RELPRT   DD DSN=PR.FOUR01.RELCREDL,DISP=(NEW,CATLG,DELETE)            00002100
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00002200
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00002300
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00002400
//SYSOUT   DD SYSOUT=*                                                  00002500
//SYSIN    DD *                                                         00002600
20220601                                                                00002700
N                                                                       00002800
/*                                                                      00002900

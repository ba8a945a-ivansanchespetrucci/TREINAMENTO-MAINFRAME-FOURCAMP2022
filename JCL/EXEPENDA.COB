//RELPENDX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* RELATORIO DA MANHA DAS PENDENCIAS DE DUPLO CONTROLE (RELPEND),      00000300
//* ANTES DA ABERTURA DAS AGENCIAS: LISTA AS ALTERACOES DE CLIENTE      00000400
//* DA CLI2 E AS ENTRADAS EMERGENCIAIS DA CLI7 GRAVADAS NO VSAM         00000500
//* PR.RELACLI.PENDAPR (KSDS, LRECL 320, CHAVE 18 NA POSICAO 0,         00000600
//* BOOK #PENDAPR) QUE AINDA ESPERAM A APROVACAO DE UM SEGUNDO          00000700
//* SUPERVISOR NA APR1 E FORAM DIGITADAS ANTES DO CORTE.                00000800
//* RELATORIO EM PR.RELACLI.RELPEND. RC=4 QUANDO HA PENDENCIA           00000900
//* LISTADA.                                                            00001000
//* SYSIN: DATA DO CORTE (AAAAMMDD) / HORA DO CORTE (HHMM).             00001100
//* (O CLUSTER PR.RELACLI.PENDAPR E AS ENTRADAS DA FCT E DA PCT         00001200
//* DA APR1 SAO DEFINIDOS FORA DESTA BIBLIOTECA.)                       00001300
//*-------------------------------                                      00001400
//STEP01   EXEC PGM=RELPEND                                             00001500
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001600
//PENDAPR  DD DSN=PR.RELACLI.PENDAPR,DISP=SHR                           00001700
//RELPRT   DD DSN=PR.RELACLI.RELPEND,DISP=(NEW,CATLG,DELETE)            00001800
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00001900
//FERIADOS DD DSN=PR.RELACLI.FERIADOS,DISP=SHR                          00002000
//SYSOUT   DD SYSOUT=*                                                  00002100
//SYSIN    DD *                                                         00002200
20220601                                                                00002300
1800                                                                    00002400
/*                                                                      00002500

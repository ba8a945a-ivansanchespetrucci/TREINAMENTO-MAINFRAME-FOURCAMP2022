//* MESTRE DIARIO DE ESTOQUE POR LOJA/PRODUTO (ESTOQLOJ):               00000300
//* PR.FOUR01.ESTOQUE E UM GDG - POSICAO DE ONTEM (0) MAIS AS           00000400
//* COMPRAS DO DIA MENOS AS VENDAS DO DIA GERA A POSICAO NOVA           00000500
//* (+1). COMPRAS, VENDAS E DEVOLUCOES (QUE VOLTAM AO ESTOQUE)          00000600
//* SAO CLASSIFICADAS POR LOJA/PRODUTO                                  00000650
//* ANTES DO BALANCE LINE. RELATORIO DE REPOSICAO (ABAIXO DO            00000700
//* MINIMO DO MESTRE DE PRODUTOS, OU DO SYSIN QUANDO O MESTRE           00000800
//* NAO TRAZ MINIMO) E DE POSICAO NEGATIVA (RC=8, FEED ERRADO).         00000850
//* ERRO DE DATA, CTLEXEC OU OPEN ABORTA COM RC=12.                     00000875
//* SYSIN DO STEP03: DATA / OVERRIDE DO CTLEXEC / MINIMO (5 DIG).       00000900
//* O OVERRIDE NAO TEM MAIS EFEITO: A LIBERACAO E FEITA NA CTL1.        00000950
//* OS AJUSTES DE INVENTARIO (PR.FOUR01.AJUSTINV, DO EXEINVEN E DO      00000960
//* EXELIBAJ) ENTRAM COMO MOVIMENTO PROPRIO E O ARQUIVO E ESVAZIADO     00000970
//* NO STEP04 DEPOIS DE APLICADO.                                       00000980
//* AS POSICOES ABAIXO DO MINIMO SAEM TAMBEM EM PR.FOUR01.REPOSIC,      00000986
//* DE ONDE O EXEPEDCO EMITE OS PEDIDOS DE COMPRA.                      00000992
//*-------------------------------                                      00001000
//STEP01   EXEC PGM=SORT                                                00001100
//SORTIN   DD DSN=PR.FOUR01.COMPRAS,DISP=SHR                            00001200
//SYSOUT   DD SYSOUT=*                                                  00002100
//SYSIN    DD *                                                         00002200
 SORT FIELDS=(1,03,CH,A,4,30,CH,A)                                      00002300
//*-------------------------------                                      00002310
//STEP02A  EXEC PGM=SORT                                                00002320
//SORTIN   DD DSN=PR.FOUR01.DEVOLUC,DISP=SHR                            00002330
//SORTOUT  DD DSN=PR.FOUR01.DEVOLUC.ESTQ,DISP=(NEW,CATLG,DELETE)        00002340
//SYSOUT   DD SYSOUT=*                                                  00002350
//SYSIN    DD *                                                         00002360
 SORT FIELDS=(1,03,CH,A,4,30,CH,A)                                      00002370
//*-------------------------------                                      00002375
//STEP02B  EXEC PGM=SORT                                                00002378
//SORTIN   DD DSN=PR.FOUR01.AJUSTINV,DISP=SHR                           00002381
//SORTOUT  DD DSN=PR.FOUR01.AJUSTINV.ESTQ,DISP=(NEW,CATLG,DELETE)       00002384
//SYSOUT   DD SYSOUT=*                                                  00002387
//SYSIN    DD *                                                         00002390
 SORT FIELDS=(1,03,CH,A,4,30,CH,A)                                      00002393
//*-------------------------------                                      00002400
//STEP03   EXEC PGM=ESTOQLOJ,                                           00002500
//             COND=((4,LT,STEP02),(4,LT,STEP02A),(4,LT,STEP02B))       00002550
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00002600
//ESTQANT  DD DSN=PR.FOUR01.ESTOQUE(0),DISP=SHR                         00002700
//COMPRAS  DD DSN=PR.FOUR01.COMPRAS.CLASS,DISP=SHR                      00002800
//VENDAS   DD DSN=PR.FOUR01.VENDAS.ESTQ,DISP=SHR                        00002900
//PRODUTOS DD DSN=PR.FOUR01.PRODUTOS,DISP=SHR                           00002950
//DEVOLUC  DD DSN=PR.FOUR01.DEVOLUC.ESTQ,DISP=SHR                       00002970
//AJUSTES  DD DSN=PR.FOUR01.AJUSTINV.ESTQ,DISP=SHR                      00002980
//ESTQNOVO DD DSN=PR.FOUR01.ESTOQUE(+1),                                00003000
//            DISP=(,CATLG,DELETE)                                      00003100
//REPOSIC  DD DSN=PR.FOUR01.REPOSIC,DISP=(NEW,CATLG,DELETE)             00003150
//RELPRT   DD DSN=PR.FOUR01.RELESTOQ,DISP=(NEW,CATLG,DELETE)            00003200
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00003300
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00003400
N                                                                       00003900
00010                                                                   00004000
/*                                                                      00004100
//*-------------------------------                                      00004200
//* STEP04 - ESVAZIAR PR.FOUR01.AJUSTINV DEPOIS DE APLICADO (RC=8       00004300
//* DO ESTOQLOJ E POSICAO NEGATIVA, MAS A POSICAO NOVA FOI GRAVADA;     00004400
//* RC=12 E ABORTO NA INICIALIZACAO E O ARQUIVO NAO E ESVAZIADO)        00004450
//*-------------------------------                                      00004500
//STEP04   EXEC PGM=IEBGENER,                                           00004600
//             COND=((4,LT,STEP01),(4,LT,STEP02),(4,LT,STEP02A),        00004700
//             (4,LT,STEP02B),(8,LT,STEP03))                            00004800
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)              00004900
//SYSUT2   DD DSN=PR.FOUR01.AJUSTINV,DISP=OLD                           00005000
//SYSPRINT DD SYSOUT=*                                                  00005100
//SYSIN    DD DUMMY                                                     00005200

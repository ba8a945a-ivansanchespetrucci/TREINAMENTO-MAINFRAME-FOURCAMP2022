//PEDCOMPX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* PEDIDOS DE COMPRA DO VAREJO - RODAR DEPOIS DO EXEESTOQ DO DIA.      00000300
//* PR.FOUR01.PEDCOMPRA E UM GDG (LRECL 100, BOOK #PEDCOMP) EM          00000400
//* ORDEM DE LOJA, PRODUTO E NUMERO DO PEDIDO.                          00000500
//* STEP01 - CONFRECE: AS COMPRAS DO DIA (PR.FOUR01.COMPRAS.CLASS,      00000600
//* CLASSIFICADO PELO EXEESTOQ) BAIXAM OS PEDIDOS EM ABERTO;            00000700
//* ENTREGAS PARCIAIS, COM ATRASO, SEM PEDIDO E ACIMA DO PEDIDO E       00000800
//* PEDIDOS VENCIDOS SAEM EM PR.FOUR01.RELRECEB. RC=4 = ENTREGA SEM     00000900
//* PEDIDO OU ACIMA DO PEDIDO (O PEDCOMPRA SEGUE NORMALMENTE).          00001000
//* STEP02 - GERAPEDI: AS POSICOES ABAIXO DO MINIMO DO ESTOQLOJ         00001100
//* (PR.FOUR01.REPOSIC) VIRAM PEDIDOS POR LOJA E FORNECEDOR             00001200
//* (MESTRE PR.FOUR01.FORNEC, LRECL 300, BOOK #FORNEC, EM ORDEM         00001300
//* DE CODIGO), NUMERADOS PELO CONTROLE PR.FOUR01.NUMPEDC E             00001400
//* IMPRESSOS EM PR.FOUR01.RELPEDCO. RC=4 = HA ITEM NAO PEDIDO          00001500
//* (SEM FORNECEDOR OU ABAIXO DO PEDIDO MINIMO), LISTADO NA             00001600
//* ULTIMA PAGINA.                                                      00001700
//* STEP03 - PEDCOMPRA BAIXADO MAIS OS PEDIDOS NOVOS, CLASSIFICADOS,    00001800
//* GERAM A GERACAO NOVA DO PEDCOMPRA.                                  00001900
//* A PRIMEIRA GERACAO E O NUMPEDC SAO CRIADOS PELO EXEPEDIN.           00002000
//* SYSIN DOS STEPS 01 E 02: DATA / OVERRIDE DO CTLEXEC.                00002100
//*-------------------------------                                      00002200
//STEP01   EXEC PGM=CONFRECE                                            00002300
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00002400
//COMPRAS  DD DSN=PR.FOUR01.COMPRAS.CLASS,DISP=SHR                      00002500
//PEDANT   DD DSN=PR.FOUR01.PEDCOMPRA(0),DISP=SHR                       00002600
//PEDNOVO  DD DSN=PR.FOUR01.PEDCOMPRA.RECEB,                            00002700
//            DISP=(NEW,CATLG,DELETE),                                  00002800
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)                    00002900
//RELPRT   DD DSN=PR.FOUR01.RELRECEB,DISP=(NEW,CATLG,DELETE)            00003000
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00003100
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00003200
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00003300
//SYSOUT   DD SYSOUT=*                                                  00003400
//SYSIN    DD *                                                         00003500
20220601                                                                00003600
N                                                                       00003700
/*                                                                      00003800
//*-------------------------------                                      00003900
//STEP02   EXEC PGM=GERAPEDI,COND=(4,LT,STEP01)                         00004000
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00004100
//REPOSIC  DD DSN=PR.FOUR01.REPOSIC,DISP=SHR                            00004200
//PEDANT   DD DSN=PR.FOUR01.PEDCOMPRA.RECEB,DISP=SHR                    00004300
//FORNEC   DD DSN=PR.FOUR01.FORNEC,DISP=SHR                             00004400
//PRODUTOS DD DSN=PR.FOUR01.PRODUTOS,DISP=SHR                           00004500
//NUMPEDC  DD DSN=PR.FOUR01.NUMPEDC,DISP=OLD                            00004600
//PEDNOVOS DD DSN=PR.FOUR01.PEDCOMPRA.NOVOS,                            00004700
//            DISP=(NEW,CATLG,DELETE),                                  00004800
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)                    00004900
//RELPRT   DD DSN=PR.FOUR01.RELPEDCO,DISP=(NEW,CATLG,DELETE)            00005000
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00005100
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00005200
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00005300
//SYSOUT   DD SYSOUT=*                                                  00005400
//SYSIN    DD *                                                         00005500
20220601                                                                00005600
N                                                                       00005700
/*                                                                      00005800
//*-------------------------------                                      00005900
//STEP03   EXEC PGM=SORT,COND=((4,LT,STEP01),(4,LT,STEP02))             00006000
//SORTIN   DD DSN=PR.FOUR01.PEDCOMPRA.RECEB,DISP=SHR                    00006100
//         DD DSN=PR.FOUR01.PEDCOMPRA.NOVOS,DISP=SHR                    00006200
//SORTOUT  DD DSN=PR.FOUR01.PEDCOMPRA(+1),                              00006300
//            DISP=(,CATLG,DELETE),                                     00006400
//            DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)                    00006500
//SYSOUT   DD SYSOUT=*                                                  00006600
//SYSIN    DD *                                                         00006700
 SORT FIELDS=(1,33,CH,A,34,07,CH,A)                                     00006800

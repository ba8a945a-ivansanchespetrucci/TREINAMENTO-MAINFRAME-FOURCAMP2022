//REMBOLEX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* REMESSA DE BOLETOS (REMBOLET): O MESTRE DE TITULOS EM ABERTO        00000300
//* GERADO HOJE PELO EXECREC (PR.FOUR01.ABERTOS(0)) E COMPARADO         00000400
//* COM O DE ONTEM (PR.FOUR01.ABERTOS(-1)); CADA TITULO NOVO COM        00000500
//* SALDO VAI PARA O ARQUIVO DE REMESSA AO BANCO PR.FOUR01.REMESSA      00000600
//* (CNAB 400: HEADER, DETALHES E TRAILER). O NUMERO DA REMESSA         00000700
//* VEM DE PR.FOUR01.NUMREMES (CRIADO PELO EXEBOLIN) E O RELATORIO      00000800
//* DOS BOLETOS SAI EM PR.FOUR01.BOLETOS. RODAR DEPOIS DO EXECREC.      00000900
//* SYSIN: DATA / OVERRIDE DO CONTROLE DE EXECUCAO / CEDENTE            00001000
//*        (BANCO 3, AGENCIA 4, CONTA 8, DIGITO 1, EMPRESA 30).         00001100
//*-------------------------------                                      00001200
//STEP01   EXEC PGM=REMBOLET                                            00001300
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00001400
//ABERTANT DD DSN=PR.FOUR01.ABERTOS(-1),DISP=SHR                        00001500
//ABERTNOV DD DSN=PR.FOUR01.ABERTOS(0),DISP=SHR                         00001600
//NUMREMES DD DSN=PR.FOUR01.NUMREMES,DISP=OLD                           00001700
//REMESSA  DD DSN=PR.FOUR01.REMESSA,DISP=(NEW,CATLG,DELETE),            00001800
//            DCB=(RECFM=FB,LRECL=400,BLKSIZE=4000)                     00001900
//RELPRT   DD DSN=PR.FOUR01.BOLETOS,DISP=(NEW,CATLG,DELETE)             00002000
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00002100
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00002200
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00002300
//SYSOUT   DD SYSOUT=*                                                  00002400
//SYSIN    DD *                                                         00002500
20220601                                                                00002600
N                                                                       00002700
3410123000456789FOURSYS COMERCIO LTDA                                   00002800
/*                                                                      00002900

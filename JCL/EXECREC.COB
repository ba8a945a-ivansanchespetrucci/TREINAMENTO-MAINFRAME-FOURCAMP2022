//CONTAREX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CONTAS A RECEBER (CONTAREC): O MESTRE DE TITULOS EM ABERTO          00000300
//* DE ONTEM MAIS AS NOTAS COM NF-E AUTORIZADA NO DIA                   00000400
//* (PR.FOUR01.NFEAUTOR, DO EXERETNF, EM ORDEM DE NUMERO - NOTA         00000500
//* REJEITADA PELA SEFAZ SO ENTRA QUANDO REAUTORIZADA) MENOS OS         00000533
//* PAGAMENTOS DO DIA (PR.FOUR01.PAGTOS, DO EXERETBO),                  00000566
//* CLASSIFICADOS POR NOTA NO STEP01. O MESTRE NOVO VAI PARA A          00000600
//* GERACAO SEGUINTE DE PR.FOUR01.ABERTOS, O ENVELHECIMENTO POR         00000700
//* UF E CLIENTE SAI EM PR.FOUR01.AGING E OS TITULOS VENCIDOS NO        00000800
//* EXTRATO PR.FOUR01.COBRANCA PARA AS CARTAS.                          00000900
//* SYSIN DO STEP02: DATA / OVERRIDE DO CONTROLE DE EXECUCAO.           00001000
//* O OVERRIDE NAO TEM MAIS EFEITO: A LIBERACAO E FEITA NA CTL1.        00001050
//*-------------------------------                                      00001100
//STEP01   EXEC PGM=SORT                                                00001200
//SORTIN   DD DSN=PR.FOUR01.PAGTOS,DISP=SHR                             00001300
//STEP02   EXEC PGM=CONTAREC,COND=(4,LT,STEP01)                         00001900
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00002000
//ABERTANT DD DSN=PR.FOUR01.ABERTOS(0),DISP=SHR                         00002100
//NOTASDIA DD DSN=PR.FOUR01.NFEAUTOR,DISP=SHR                           00002200
//PAGTOS   DD DSN=PR.FOUR01.PAGTOS.ORDENADO,DISP=SHR                    00002300
//ABERTNOV DD DSN=PR.FOUR01.ABERTOS(+1),                                00002400
//            DISP=(,CATLG,DELETE)                                      00002500

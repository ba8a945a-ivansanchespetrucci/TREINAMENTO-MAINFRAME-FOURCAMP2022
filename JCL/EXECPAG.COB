//CONTAPAX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CONTAS A PAGAR (CONTAPAG): O MESTRE DE TITULOS A PAGAR EM ABERTO    00000300
//* DE ONTEM (PR.FOUR01.PAGABERT, GDG, LRECL 80, BOOK #TITPAG) MENOS    00000400
//* OS PAGAMENTOS FEITOS AOS FORNECEDORES NO DIA (PR.FOUR01.PAGFORN:    00000500
//* TITULO, DATA, VALOR - LRECL 30), CLASSIFICADOS POR TITULO NO        00000600
//* STEP01, MAIS AS COMPRAS DO DIA (PR.FOUR01.COMPRAS), CADA UMA UM     00000700
//* TITULO NOVO DO FORNECEDOR DO PRODUTO NO PR.FOUR01.FORNEC COM        00000800
//* VENCIMENTO PELO PRAZO DE PAGAMENTO DELE. A NUMERACAO DOS TITULOS    00000900
//* FICA NO CONTROLE PR.FOUR01.NUMTPAG. O MOVIMENTO DO DIA SAI EM       00001000
//* PR.FOUR01.MOVPAGAR. RC=4 = PAGAMENTO SEM TITULO OU COMPRA DE        00001100
//* PRODUTO SEM FORNECEDOR (O MESTRE NOVO SEGUE NORMALMENTE).           00001200
//* RODAR TODO DIA, COM O COMPRAS DO PROPRIO DIA. A PROGRAMACAO         00001300
//* SEMANAL E OS VENCIDOS SAEM NO EXEPROGP; O PRIMEIRO MESTRE E O       00001400
//* NUMTPAG SAO CRIADOS PELO EXEPAGIN.                                  00001500
//* SYSIN DO STEP02: DATA / OVERRIDE DO CONTROLE DE EXECUCAO.           00001600
//*-------------------------------                                      00001700
//STEP01   EXEC PGM=SORT                                                00001800
//SORTIN   DD DSN=PR.FOUR01.PAGFORN,DISP=SHR                            00001900
//SORTOUT  DD DSN=PR.FOUR01.PAGFORN.ORDENADO,DISP=(NEW,CATLG,DELETE)    00002000
//SYSOUT   DD SYSOUT=*                                                  00002100
//SYSIN    DD *                                                         00002200
 SORT FIELDS=(1,08,CH,A,9,08,CH,A)                                      00002300
//*-------------------------------                                      00002400
//STEP02   EXEC PGM=CONTAPAG,COND=(4,LT,STEP01)                         00002500
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00002600
//PAGANT   DD DSN=PR.FOUR01.PAGABERT(0),DISP=SHR                        00002700
//PAGFORN  DD DSN=PR.FOUR01.PAGFORN.ORDENADO,DISP=SHR                   00002800
//COMPRAS  DD DSN=PR.FOUR01.COMPRAS,DISP=SHR                            00002900
//FORNEC   DD DSN=PR.FOUR01.FORNEC,DISP=SHR                             00003000
//NUMTPAG  DD DSN=PR.FOUR01.NUMTPAG,DISP=OLD                            00003100
//PAGNOV   DD DSN=PR.FOUR01.PAGABERT(+1),                               00003200
//            DISP=(,CATLG,DELETE),                                     00003300
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00003400
//RELPRT   DD DSN=PR.FOUR01.MOVPAGAR,DISP=(NEW,CATLG,DELETE)            00003500
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00003600
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00003700
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00003800
//SYSOUT   DD SYSOUT=*                                                  00003900
//SYSIN    DD *                                                         00004000
20220601                                                                00004100
N                                                                       00004200
/*                                                                      00004300

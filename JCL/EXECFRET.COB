//CONCFREX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CONCILIACAO DO FRETE DAS TRANSPORTADORAS (CONCFRET): AS FATURAS     00000300
//* MENSAIS DAS TRANSPORTADORAS (CADA REGISTRO COM O CODIGO DA          00000400
//* TRANSPORTADORA NA POSICAO 36) E O EXTRATO FATURA DO MES (COM A      00000500
//* TRANSPORTADORA ESCOLHIDA PELO FR01CB19 NA POSICAO 62) SAO           00000600
//* CLASSIFICADOS POR TRANSPORTADORA, DATA, CLIENTE E PRODUTO E         00000700
//* CASADOS PEDIDO A PEDIDO, UMA TRANSPORTADORA POR VEZ. DIFERENCA      00000800
//* ACIMA DA TOLERANCIA DO SYSIN SAI NO RELATORIO PR.FOUR01.RELFRETE    00000900
//* (UMA SECAO COM TOTAIS POR TRANSPORTADORA) E NO ARQUIVO DE           00001000
//* CONTESTACAO PR.FOUR01.DISPUTA, COM TOTAIS A MAIOR E A MENOR POR     00001100
//* UF E POR TRANSPORTADORA. NOMES DO MESTRE PR.FOUR01.TRANSP.          00001200
//* SYSIN DO STEP03: DATA / TOLERANCIA EM REAIS (5 DIG, 2 DEC).         00001300
//*-------------------------------                                      00001400
//STEP01   EXEC PGM=SORT                                                00001500
//SORTIN   DD DSN=PR.FOUR01.CB19.FATURA,DISP=SHR                        00001600
//SORTOUT  DD DSN=PR.FOUR01.FATURA.CONC,DISP=(NEW,CATLG,DELETE)         00001700
//SYSOUT   DD SYSOUT=*                                                  00001800
//SYSIN    DD *                                                         00001900
 SORT FIELDS=(62,03,CH,A,1,08,CH,A,9,05,CH,A,14,15,CH,A)                00002000
//*-------------------------------                                      00002100
//STEP02   EXEC PGM=SORT                                                00002200
//SORTIN   DD DSN=PR.FOUR01.TRANSFAT,DISP=SHR                           00002300
//SORTOUT  DD DSN=PR.FOUR01.TRANSFAT.CONC,DISP=(NEW,CATLG,DELETE)       00002400
//SYSOUT   DD SYSOUT=*                                                  00002500
//SYSIN    DD *                                                         00002600
 SORT FIELDS=(36,03,CH,A,1,08,CH,A,9,05,CH,A,14,15,CH,A)                00002700
//*-------------------------------                                      00002800
//STEP03   EXEC PGM=CONCFRET,COND=(4,LT,STEP02)                         00002900
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00003000
//FATURA   DD DSN=PR.FOUR01.FATURA.CONC,DISP=SHR                        00003100
//TRANSFAT DD DSN=PR.FOUR01.TRANSFAT.CONC,DISP=SHR                      00003200
//TRANSP   DD DSN=PR.FOUR01.TRANSP,DISP=SHR                             00003300
//DISPUTA  DD DSN=PR.FOUR01.DISPUTA,DISP=(NEW,CATLG,DELETE)             00003400
//RELPRT   DD DSN=PR.FOUR01.RELFRETE,DISP=(NEW,CATLG,DELETE)            00003500
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00003600
//SYSOUT   DD SYSOUT=*                                                  00003700
//SYSIN    DD *                                                         00003800
20220630                                                                00003900
00100                                                                   00004000
/*                                                                      00004100

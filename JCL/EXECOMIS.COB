//*-------------------------------                                      00000200
//* COMISSAO MENSAL DE VENDEDORES (COMISVEN): CLASSIFICA AS             00000300
//* VENDAS DO MES POR VENDEDOR E CALCULA A COMISSAO POR GRUPO DE        00000400
//* PRODUTO E FAIXA DE VOLUME (MESTRE PR.FOUR01.PRODUTOS E              00000500
//* PR.FOUR01.COMISTAB). O DEMONSTRATIVO POR VENDEDOR SAI EM            00000600
//* PR.FOUR01.RELCOMIS E O EXTRATO PARA A FOLHA EM                      00000700
//* PR.FOUR01.FOLHAEXT. AS DEVOLUCOES DO MES (PR.FOUR01.DEVOLUC.MES,    00000800
//* ACUMULADAS PELO LOTE DIARIO) ESTORNAM A COMISSAO DO VENDEDOR        00000810
//* E SAEM NO RELATORIO DE DEVOLUCOES POR LOJA E MOTIVO (DEVOLLOJ,      00000820
//* PR.FOUR01.RELDEVOL); O ACUMULADO E ESVAZIADO NO STEP05 QUANDO       00000830
//* OS DOIS PROGRAMAS TERMINAM BEM.                                     00000840
//* SYSIN DO STEP02: DATA / COMPETENCIA AAAAMM.                         00000900
//* SYSIN DO STEP04: DATA / OVERRIDE DO CTLEXEC / COMPETENCIA.          00000950
//*-------------------------------                                      00001000
//STEP01   EXEC PGM=SORT                                                00001100
//SORTIN   DD DSN=PR.FOUR01.VENDAS,DISP=SHR                             00001200
//SYSOUT   DD SYSOUT=*                                                  00001400
//SYSIN    DD *                                                         00001500
 SORT FIELDS=(58,08,CH,A,1,03,CH,A)                                     00001600
//*-------------------------------                                      00001610
//STEP01A  EXEC PGM=SORT                                                00001620
//SORTIN   DD DSN=PR.FOUR01.DEVOLUC.MES,DISP=SHR                        00001630
//SORTOUT  DD DSN=PR.FOUR01.DEVOLUC.COMIS,DISP=(NEW,CATLG,DELETE)       00001640
//SYSOUT   DD SYSOUT=*                                                  00001650
//SYSIN    DD *                                                         00001660
 SORT FIELDS=(62,08,CH,A,1,03,CH,A)                                     00001670
//*-------------------------------                                      00001700
//STEP02   EXEC PGM=COMISVEN,COND=((4,LT,STEP01),(4,LT,STEP01A))        00001800
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00001900
//VENDAS   DD DSN=PR.FOUR01.VENDAS.COMIS,DISP=SHR                       00002000
//PRODUTOS DD DSN=PR.FOUR01.PRODUTOS,DISP=SHR                           00002100
//COMISTAB DD DSN=PR.FOUR01.COMISTAB,DISP=SHR                           00002200
//DEVOLUC  DD DSN=PR.FOUR01.DEVOLUC.COMIS,DISP=SHR                      00002250
//FOLHAEXT DD DSN=PR.FOUR01.FOLHAEXT,DISP=(NEW,CATLG,DELETE)            00002300
//RELPRT   DD DSN=PR.FOUR01.RELCOMIS,DISP=(NEW,CATLG,DELETE)            00002400
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00002500
20220630                                                                00002800
202206                                                                  00002900
/*                                                                      00003000
//*-------------------------------                                      00003100
//STEP03   EXEC PGM=SORT                                                00003200
//SORTIN   DD DSN=PR.FOUR01.DEVOLUC.MES,DISP=SHR                        00003300
//SORTOUT  DD DSN=PR.FOUR01.DEVOLUC.LOJA,DISP=(NEW,CATLG,DELETE)        00003400
//SYSOUT   DD SYSOUT=*                                                  00003500
//SYSIN    DD *                                                         00003600
 SORT FIELDS=(1,03,CH,A,70,02,CH,A)                                     00003700
//*-------------------------------                                      00003800
//STEP04   EXEC PGM=DEVOLLOJ,COND=(4,LT,STEP03)                         00003900
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00004000
//DEVOLUC  DD DSN=PR.FOUR01.DEVOLUC.LOJA,DISP=SHR                       00004100
//LOJAS    DD DSN=PR.FOUR01.LOJAS,DISP=SHR                              00004200
//RELPRT   DD DSN=PR.FOUR01.RELDEVOL,DISP=(NEW,CATLG,DELETE)            00004300
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00004400
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00004500
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00004600
//SYSOUT   DD SYSOUT=*                                                  00004700
//SYSIN    DD *                                                         00004800
20220630                                                                00004900
N                                                                       00005000
202206                                                                  00005100
/*                                                                      00005200
//*-------------------------------                                      00005300
//* STEP05 - ESVAZIAR O ACUMULADO DE DEVOLUCOES DO MES                  00005400
//*-------------------------------                                      00005500
//STEP05   EXEC PGM=IEBGENER,                                           00005600
//            COND=((4,LT,STEP01A),(4,LT,STEP02),(4,LT,STEP04))         00005700
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                00005800
//SYSUT2   DD DSN=PR.FOUR01.DEVOLUC.MES,DISP=OLD                        00005900
//SYSPRINT DD SYSOUT=*                                                  00006000
//SYSIN    DD DUMMY                                                     00006100

//MARGLOJX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* MARGEM BRUTA MENSAL POR LOJA E PRODUTO (MARGLOJA): O CUSTO          00000300
//* MEDIO PONDERADO POR LOJA/PRODUTO (GDG PR.FOUR01.CUSTOMED,           00000400
//* (0) = ABERTURA DO MES, (+1) = FECHAMENTO) E ATUALIZADO COM AS       00000500
//* COMPRAS DO MES E APLICADO AS VENDAS DA COMPETENCIA. AS COMPRAS      00000600
//* NAO TRAZEM DATA: O LOTE DIARIO (EXEDIARI, STEP04B) ANEXA AS         00000700
//* COMPRAS DE CADA DIA EM PR.FOUR01.COMPRAS.MES, QUE ESTE JOB          00000800
//* ESVAZIA DEPOIS DO FECHAMENTO. PRODUTO VENDIDO ABAIXO DO CUSTO       00000900
//* SAI EM PAGINA SEPARADA DO PR.FOUR01.RELMARGE.                       00001000
//* SYSIN DO STEP03: DATA / OVERRIDE DO CTLEXEC / COMPETENCIA           00001100
//* AAAAMM.                                                             00001200
//*-------------------------------                                      00001300
//STEP01   EXEC PGM=SORT                                                00001400
//SORTIN   DD DSN=PR.FOUR01.COMPRAS.MES,DISP=SHR                        00001500
//SORTOUT  DD DSN=PR.FOUR01.COMPRAS.MARGE,DISP=(NEW,CATLG,DELETE)       00001600
//SYSOUT   DD SYSOUT=*                                                  00001700
//SYSIN    DD *                                                         00001800
 SORT FIELDS=(44,03,CH,A,4,30,CH,A)                                     00001900
//*-------------------------------                                      00002000
//STEP02   EXEC PGM=SORT                                                00002100
//SORTIN   DD DSN=PR.FOUR01.VENDAS,DISP=SHR                             00002200
//SORTOUT  DD DSN=PR.FOUR01.VENDAS.MARGE,DISP=(NEW,CATLG,DELETE)        00002300
//SYSOUT   DD SYSOUT=*                                                  00002400
//SYSIN    DD *                                                         00002500
 SORT FIELDS=(1,03,CH,A,4,30,CH,A)                                      00002600
//*-------------------------------                                      00002700
//STEP03   EXEC PGM=MARGLOJA,COND=((4,LT,STEP01),(4,LT,STEP02))         00002800
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00002900
//CUSTANT  DD DSN=PR.FOUR01.CUSTOMED(0),DISP=SHR                        00003000
//COMPRAS  DD DSN=PR.FOUR01.COMPRAS.MARGE,DISP=SHR                      00003100
//VENDAS   DD DSN=PR.FOUR01.VENDAS.MARGE,DISP=SHR                       00003200
//LOJAS    DD DSN=PR.FOUR01.LOJAS,DISP=SHR                              00003300
//PRODUTOS DD DSN=PR.FOUR01.PRODUTOS,DISP=SHR                           00003400
//CUSTNOVO DD DSN=PR.FOUR01.CUSTOMED(+1),                               00003500
//            DISP=(,CATLG,DELETE)                                      00003600
//RELPRT   DD DSN=PR.FOUR01.RELMARGE,DISP=(NEW,CATLG,DELETE)            00003700
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00003800
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00003900
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00004000
//SYSOUT   DD SYSOUT=*                                                  00004100
//SYSIN    DD *                                                         00004200
20220630                                                                00004300
N                                                                       00004400
202206                                                                  00004500
/*                                                                      00004600
//*-------------------------------                                      00004700
//* STEP04 - ESVAZIAR PR.FOUR01.COMPRAS.MES SO DEPOIS DO                00004800
//* FECHAMENTO: SE O MARGLOJA FALHAR, AS COMPRAS DO MES FICAM           00004900
//* PARA O REPROCESSAMENTO                                              00005000
//*-------------------------------                                      00005100
//STEP04   EXEC PGM=IEBGENER,                                           00005200
//             COND=((4,LT,STEP01),(4,LT,STEP02),(4,LT,STEP03))         00005300
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=48,BLKSIZE=4800)                00005400
//SYSUT2   DD DSN=PR.FOUR01.COMPRAS.MES,DISP=OLD                        00005500
//SYSPRINT DD SYSOUT=*                                                  00005600
//SYSIN    DD DUMMY                                                     00005700

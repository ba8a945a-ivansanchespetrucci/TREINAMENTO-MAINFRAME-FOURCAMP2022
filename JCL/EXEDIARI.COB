//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00002100
//VENDAS   DD DSN=PR.FOUR01.VENDAS.CLASS,DISP=SHR                       00002200
//LOJAS    DD DSN=PR.FOUR01.LOJAS,DISP=SHR                              00002300
//PRODUTOS DD DSN=PR.FOUR01.PRODUTOS,DISP=SHR                           00002350
//DEVOLUC  DD DSN=PR.FOUR01.DEVOLUC,DISP=SHR                            00002370
//* PR.FOUR01.CB16.SAIDA E UM GDG: CADA NOITE GERA UMA GERACAO E        00002400
//* O RANKING PERIODICO (EXERANKL) LE O HISTORICO PELA BASE             00002500
//SAIDA    DD DSN=PR.FOUR01.CB16.SAIDA(+1),                             00002600
N                                                                       00004800
/*                                                                      00004900
//*-------------------------------                                      00005000
//* STEP03 - FRETE POR PEDIDO (FR01CB19), NA TRANSPORTADORA MAIS        00005100
//* BARATA ENTRE AS ATIVAS COM TARIFA VIGENTE PARA A UF                 00005150
//* O ULTIMO CARTAO DO SYSIN E O SENTINELA DE FIM DOS PEDIDOS,          00005166
//* IGUAL AO PARAMETRO FR01CB19-SENTINELA DE PR.RELACLI.PARAMETR        00005182
//*-------------------------------                                      00005200
//STEP03   EXEC PGM=FR01CB19,COND=(4,LT,STEP02)                         00005300
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00005400
//TARIFAS  DD DSN=PR.FOUR01.TARIFAS,DISP=SHR                            00005500
//TRANSP   DD DSN=PR.FOUR01.TRANSP,DISP=SHR                             00005550
//FATURA   DD DSN=PR.FOUR01.CB19.FATURA,DISP=(NEW,CATLG,DELETE)         00005600
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00005700
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00005800
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00005900
//PARAMETR DD DSN=PR.RELACLI.PARAMETR,DISP=SHR                          00005933
//PARAMUSO DD DSN=PR.RELACLI.PARAMUSO,DISP=SHR                          00005966
//SYSOUT   DD SYSOUT=*                                                  00006000
//SYSIN    DD *                                                         00006100
20220601                                                                00006200
//STEP04   EXEC PGM=FR01CB24,COND=(4,LT,STEP04A)                        00008000
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00008100
//COMPRAS  DD DSN=PR.FOUR01.COMPRAS.CLASS,DISP=SHR                      00008200
//PRODUTOS DD DSN=PR.FOUR01.PRODUTOS,DISP=SHR                           00008250
//HISTORICO DD DSN=PR.FOUR01.CB24.HISTORICO,DISP=SHR                    00008300
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00008400
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00008500
20220601                                                                00008900
N                                                                       00009000
/*                                                                      00009100
//*-------------------------------                                      00009108
//* STEP04B - ANEXAR AS COMPRAS DO DIA AO ACUMULADO DO MES              00009116
//* (PR.FOUR01.COMPRAS.MES), LIDO E ESVAZIADO PELA MARGEM               00009124
//* BRUTA MENSAL (EXEMARGE)                                             00009132
//*-------------------------------                                      00009140
//STEP04B  EXEC PGM=IEBGENER,COND=(4,LT,STEP04)                         00009148
//SYSUT1   DD DSN=PR.FOUR01.COMPRAS,DISP=SHR                            00009156
//SYSUT2   DD DSN=PR.FOUR01.COMPRAS.MES,DISP=(MOD,CATLG,CATLG),         00009164
//            DCB=(RECFM=FB,LRECL=48,BLKSIZE=4800)                      00009172
//SYSPRINT DD SYSOUT=*                                                  00009180
//SYSIN    DD DUMMY                                                     00009188
//*-------------------------------                                      00009189
//* STEP04C - ANEXAR AS DEVOLUCOES DO DIA AO ACUMULADO DO MES           00009190
//* (PR.FOUR01.DEVOLUC.MES), LIDO E ESVAZIADO PELA COMISSAO             00009191
//* MENSAL (EXECOMIS)                                                   00009192
//*-------------------------------                                      00009193
//STEP04C  EXEC PGM=IEBGENER,COND=(4,LT,STEP04)                         00009194
//SYSUT1   DD DSN=PR.FOUR01.DEVOLUC,DISP=SHR                            00009195
//SYSUT2   DD DSN=PR.FOUR01.DEVOLUC.MES,DISP=(MOD,CATLG,CATLG),         00009196
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00009197
//SYSPRINT DD SYSOUT=*                                                  00009198
//SYSIN    DD DUMMY                                                     00009199
//*-------------------------------                                      00009200
//* STEP05 - PAINEL DE FECHAMENTO DO DIA (PAINELDI): CONSOLIDA          00009300
//* AS SAIDAS DA SUITE E O TRAILER DO RELACLI NUMA PAGINA SO            00009400

//RENTAGEX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* RENTABILIDADE MENSAL POR AGENCIA E POR REGIAO (RENTAGEN), NO        00000300
//* FECHAMENTO DO MES, DEPOIS DO EXEEXTRA (QUE GRAVA A GERACAO DO       00000400
//* MES DO ARQUIVO MENSAL PR.RELACLI.ARQMOV) E DO EXESALDM (QUE         00000500
//* GRAVA O SALDO MEDIO DO MES EM PR.RELACLI.SALDMED). RECEITA DE       00000600
//* TARIFAS (DEBITOS TAR DO TARIFMOV), DESPESA DE JUROS (CREDITOS       00000700
//* JUR DO JURESALD), CAPTACAO MEDIA E QUANTIDADE DE MOVIMENTOS,        00000800
//* COM MARGEM, RANK E VARIACAO SOBRE O MES ANTERIOR. O GDG             00000900
//* PR.RELACLI.RENTAB (LRECL 150, BOOK #RENTAB, UMA GERACAO POR         00001000
//* MES) VAI PARA A PLANILHA DA CONTROLADORIA E E A BASE DA             00001100
//* VARIACAO DO MES QUE VEM. RELATORIO EM PR.RELACLI.RELRENT.           00001200
//* RC=8 QUANDO O ARQMOV OU O SALDMED NAO SAO DO MES APURADO.           00001300
//* SYSIN: QUALQUER DATA DO MES A APURAR (AAAAMMDD). (PRIMEIRA          00001400
//* EXECUCAO: CATALOGAR UMA GERACAO VAZIA DO PR.RELACLI.RENTAB,         00001500
//* LRECL 150 - O PRIMEIRO MES SAI SEM VARIACAO.)                       00001600
//*-------------------------------                                      00001700
//STEP01   EXEC PGM=RENTAGEN                                            00001800
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001900
//AGENCIAS DD DSN=PR.RELACLI.AGENCIAS,DISP=SHR                          00002000
//MOVMES   DD DSN=PR.RELACLI.ARQMOV(0),DISP=SHR                         00002100
//SALDMED  DD DSN=PR.RELACLI.SALDMED(0),DISP=SHR                        00002200
//RENTANT  DD DSN=PR.RELACLI.RENTAB(0),DISP=SHR                         00002300
//RENTNOV  DD DSN=PR.RELACLI.RENTAB(+1),                                00002400
//            DISP=(,CATLG,DELETE),                                     00002500
//            DCB=(RECFM=FB,LRECL=150)                                  00002600
//RELPRT   DD DSN=PR.RELACLI.RELRENT,DISP=(NEW,CATLG,DELETE)            00002700
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00002800
//FERIADOS DD DSN=PR.RELACLI.FERIADOS,DISP=SHR                          00002900
//SYSOUT   DD SYSOUT=*                                                  00003000
//SYSIN    DD *                                                         00003100
20220630                                                                00003200
/*                                                                      00003300

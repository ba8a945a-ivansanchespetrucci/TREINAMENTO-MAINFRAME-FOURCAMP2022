//ENTREGAX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* ACOMPANHAMENTO DAS ENTREGAS (PRAZENTR): OS EVENTOS DO DIA DA        00000300
//* TRANSPORTADORA (PR.FOUR01.EVENTENT, LRECL 40: NOTA, DATA DO         00000400
//* DESPACHO, DATA DA ENTREGA, OCORRENCIA 01 DESPACHO / 02 ENTREGA      00000500
//* / 03 DEVOLUCAO / 04 EXTRAVIO) SAO CLASSIFICADOS POR NOTA NO         00000600
//* STEP01 (EQUALS MANTEM A ORDEM DE CHEGADA) E CASADOS COM O           00000700
//* REGISTRO DE NOTAS PR.FOUR01.REGNOTAS E COM O MESTRE DE              00000800
//* ENTREGAS DE ONTEM (PR.FOUR01.ENTREGAS(0), GDG, LRECL 80, BOOK       00000900
//* #ENTREGA). O PRAZO ACORDADO POR UF VEM DE PR.FOUR01.PRAZOUF         00001000
//* (LRECL 20, BOOK #PRAZUF), MANTIDO PELA LOGISTICA. RELATORIO         00001100
//* EM PR.FOUR01.RELENTRE: ENTREGAS COM ATRASO, DEVOLUCOES,             00001200
//* EXTRAVIOS E NOTAS FORA DO PRAZO NAO ENTREGUES, PROMETIDO X          00001300
//* REAL POR UF NO MES E PERCENTUAL NO PRAZO DOS ULTIMOS 12 MESES.      00001400
//* RC=4 = EVENTO DE NOTA INEXISTENTE OU CANCELADA, OU UF SEM           00001500
//* PRAZO ACORDADO (O MESTRE NOVO SEGUE NORMALMENTE). RODAR TODO        00001600
//* DIA DEPOIS DO EXENOTAS, DO EXECANCN E DO EXERETNF. O PRIMEIRO       00001700
//* MESTRE E CRIADO PELO EXEENTIN.                                      00001800
//* SYSIN DO STEP02: DATA / OVERRIDE DO CONTROLE DE EXECUCAO.           00001900
//*-------------------------------                                      00002000
//STEP01   EXEC PGM=SORT                                                00002100
//SORTIN   DD DSN=PR.FOUR01.EVENTENT,DISP=SHR                           00002200
//SORTOUT  DD DSN=PR.FOUR01.EVENTENT.ORDENADO,DISP=(NEW,CATLG,DELETE)   00002300
//SYSOUT   DD SYSOUT=*                                                  00002400
//SYSIN    DD *                                                         00002500
 OPTION EQUALS                                                          00002600
 SORT FIELDS=(1,08,CH,A)                                                00002700
//*-------------------------------                                      00002800
//STEP02   EXEC PGM=PRAZENTR,COND=(4,LT,STEP01)                         00002900
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00003000
//ENTANT   DD DSN=PR.FOUR01.ENTREGAS(0),DISP=SHR                        00003100
//REGNOTAS DD DSN=PR.FOUR01.REGNOTAS,DISP=SHR                           00003200
//EVENTOS  DD DSN=PR.FOUR01.EVENTENT.ORDENADO,DISP=SHR                  00003300
//PRAZOUF  DD DSN=PR.FOUR01.PRAZOUF,DISP=SHR                            00003400
//ENTNOV   DD DSN=PR.FOUR01.ENTREGAS(+1),                               00003500
//            DISP=(,CATLG,DELETE),                                     00003600
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00003700
//RELPRT   DD DSN=PR.FOUR01.RELENTRE,DISP=(NEW,CATLG,DELETE)            00003800
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00003900
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00004000
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00004100
//SYSOUT   DD SYSOUT=*                                                  00004200
//SYSIN    DD *                                                         00004300
20220601                                                                00004400
N                                                                       00004500
/*                                                                      00004600

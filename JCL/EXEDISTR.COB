//DISTRIBX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* DISTRIBUICAO DOS RELATORIOS DO REPWRITE: RODAR DEPOIS DE UMA        00000300
//* CADEIA COMPLETA DO EXERELCX E DO EXECARGA (TODOS OS RELPRT DA       00000400
//* DATA PRECISAM EXISTIR; O RELPRVC SAI DO STEP04 DO EXECARGA).        00000500
//* STEP00 ESVAZIA O PR.RELACLI.DISTTRAB (BOOK #DISTTRB,                00000533
//* LRECL 250). STEP01 A STEP13A RODAM O DISTSEPA UMA VEZ POR           00000566
//* RELATORIO (SYSIN: DATA E NOME DO PROGRAMA QUE O GEROU): CADA        00000700
//* PAGINA VAI PARA OS DESTINATARIOS DO PR.RELACLI.DISTRIB (BOOK        00000800
//* #DISTRIB) CONFORME A AGENCIA/REGIAO DO CABECALHO; PAGINA SEM        00000900
//* DESTINATARIO VAI PARA O SEMDESTI E GERA AVISO NO LOGERROS.          00001000
//* CADA DISTSEPA DEPENDE SO DO STEP00: RC ALTO EM UM RELATORIO NAO     00001100
//* IMPEDE A SEPARACAO DOS DEMAIS, MAS SEGURA O STEP14/STEP15.          00001200
//* STEP14 CLASSIFICA POR DESTINATARIO/TIPO/RELATORIO/SEQUENCIA.        00001300
//* STEP15 (DISTPACO) MONTA UM PACOTE COM CAPA POR DESTINATARIO:        00001400
//* CANAL E-MAIL NO PR.RELACLI.DISTMAIL, IMPRESSAO NA AGENCIA E         00001500
//* MALOTE NO PR.RELACLI.DISTIMPR, E ACUMULA NO PR.RELACLI.DISTLOG      00001600
//* (BOOK #DISTLOG) O QUE FOI PARA QUEM, POR QUAL CANAL E QUANDO.       00001700
//*-------------------------------                                      00001800
//STEP00   EXEC PGM=IEBGENER                                            00001900
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=250,BLKSIZE=25000)              00002000
//SYSUT2   DD DSN=PR.RELACLI.DISTTRAB,DISP=OLD                          00002100
//SYSPRINT DD SYSOUT=*                                                  00002200
//SYSIN    DD DUMMY                                                     00002300
//*-------------------------------                                      00002400
//* STEP01 - RELACLI (PR.RELACLI.RELATORIO)                             00002500
//STEP01   EXEC PGM=DISTSEPA,COND=(4,LT,STEP00)                         00002600
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00002700
//DISTRIB  DD DSN=PR.RELACLI.DISTRIB,DISP=SHR                           00002800
//DESTINO  DD DSN=PR.RELACLI.DESTINO,DISP=SHR                           00002900
//RELPRT   DD DSN=PR.RELACLI.RELATORIO,DISP=SHR                         00003000
//DISTTRAB DD DSN=PR.RELACLI.DISTTRAB,DISP=MOD                          00003100
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00003200
//SYSOUT   DD SYSOUT=*                                                  00003300
//SYSIN    DD *                                                         00003400
20220601                                                                00003500
RELACLI                                                                 00003600
/*                                                                      00003700
//*-------------------------------                                      00003800
//* STEP02 - APURAOP (PR.RELACLI.RELAPUR)                               00003900
//STEP02   EXEC PGM=DISTSEPA,COND=(4,LT,STEP00)                         00004000
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00004100
//DISTRIB  DD DSN=PR.RELACLI.DISTRIB,DISP=SHR                           00004200
//DESTINO  DD DSN=PR.RELACLI.DESTINO,DISP=SHR                           00004300
//RELPRT   DD DSN=PR.RELACLI.RELAPUR,DISP=SHR                           00004400
//DISTTRAB DD DSN=PR.RELACLI.DISTTRAB,DISP=MOD                          00004500
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00004600
//SYSOUT   DD SYSOUT=*                                                  00004700
//SYSIN    DD *                                                         00004800
20220601                                                                00004900
APURAOP                                                                 00005000
/*                                                                      00005100
//*-------------------------------                                      00005200
//* STEP03 - ORDPERM (PR.RELACLI.RELORDPE)                              00005300
//STEP03   EXEC PGM=DISTSEPA,COND=(4,LT,STEP00)                         00005400
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00005500
//DISTRIB  DD DSN=PR.RELACLI.DISTRIB,DISP=SHR                           00005600
//DESTINO  DD DSN=PR.RELACLI.DESTINO,DISP=SHR                           00005700
//RELPRT   DD DSN=PR.RELACLI.RELORDPE,DISP=SHR                          00005800
//DISTTRAB DD DSN=PR.RELACLI.DISTTRAB,DISP=MOD                          00005900
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00006000
//SYSOUT   DD SYSOUT=*                                                  00006100
//SYSIN    DD *                                                         00006200
20220601                                                                00006300
ORDPERM                                                                 00006400
/*                                                                      00006500
//*-------------------------------                                      00006600
//* STEP04 - EMPREST (PR.RELACLI.RELEMPRE)                              00006700
//STEP04   EXEC PGM=DISTSEPA,COND=(4,LT,STEP00)                         00006800
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00006900
//DISTRIB  DD DSN=PR.RELACLI.DISTRIB,DISP=SHR                           00007000
//DESTINO  DD DSN=PR.RELACLI.DESTINO,DISP=SHR                           00007100
//RELPRT   DD DSN=PR.RELACLI.RELEMPRE,DISP=SHR                          00007200
//DISTTRAB DD DSN=PR.RELACLI.DISTTRAB,DISP=MOD                          00007300
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00007400
//SYSOUT   DD SYSOUT=*                                                  00007500
//SYSIN    DD *                                                         00007600
20220601                                                                00007700
EMPREST                                                                 00007800
/*                                                                      00007900
//*-------------------------------                                      00008000
//* STEP05 - ATUCONTA (PR.RELACLI.RELCONTA)                             00008100
//STEP05   EXEC PGM=DISTSEPA,COND=(4,LT,STEP00)                         00008200
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00008300
//DISTRIB  DD DSN=PR.RELACLI.DISTRIB,DISP=SHR                           00008400
//DESTINO  DD DSN=PR.RELACLI.DESTINO,DISP=SHR                           00008500
//RELPRT   DD DSN=PR.RELACLI.RELCONTA,DISP=SHR                          00008600
//DISTTRAB DD DSN=PR.RELACLI.DISTTRAB,DISP=MOD                          00008700
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00008800
//SYSOUT   DD SYSOUT=*                                                  00008900
//SYSIN    DD *                                                         00009000
20220601                                                                00009100
ATUCONTA                                                                00009200
/*                                                                      00009300
//*-------------------------------                                      00009400
//* STEP06 - ATUBLOQ (PR.RELACLI.RELORDJU)                              00009500
//STEP06   EXEC PGM=DISTSEPA,COND=(4,LT,STEP00)                         00009600
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00009700
//DISTRIB  DD DSN=PR.RELACLI.DISTRIB,DISP=SHR                           00009800
//DESTINO  DD DSN=PR.RELACLI.DESTINO,DISP=SHR                           00009900
//RELPRT   DD DSN=PR.RELACLI.RELORDJU,DISP=SHR                          00010000
//DISTTRAB DD DSN=PR.RELACLI.DISTTRAB,DISP=MOD                          00010100
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00010200
//SYSOUT   DD SYSOUT=*                                                  00010300
//SYSIN    DD *                                                         00010400
20220601                                                                00010500
ATUBLOQ                                                                 00010600
/*                                                                      00010700
//*-------------------------------                                      00010800
//* STEP07 - ESTORMOV (PR.RELACLI.RELESTOR)                             00010900
//STEP07   EXEC PGM=DISTSEPA,COND=(4,LT,STEP00)                         00011000
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00011100
//DISTRIB  DD DSN=PR.RELACLI.DISTRIB,DISP=SHR                           00011200
//DESTINO  DD DSN=PR.RELACLI.DESTINO,DISP=SHR                           00011300
//RELPRT   DD DSN=PR.RELACLI.RELESTOR,DISP=SHR                          00011400
//DISTTRAB DD DSN=PR.RELACLI.DISTTRAB,DISP=MOD                          00011500
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00011600
//SYSOUT   DD SYSOUT=*                                                  00011700
//SYSIN    DD *                                                         00011800
20220601                                                                00011900
ESTORMOV                                                                00012000
/*                                                                      00012100
//*-------------------------------                                      00012200
//* STEP08 - RETINTER (PR.RELACLI.RELRETIN)                             00012300
//STEP08   EXEC PGM=DISTSEPA,COND=(4,LT,STEP00)                         00012400
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00012500
//DISTRIB  DD DSN=PR.RELACLI.DISTRIB,DISP=SHR                           00012600
//DESTINO  DD DSN=PR.RELACLI.DESTINO,DISP=SHR                           00012700
//RELPRT   DD DSN=PR.RELACLI.RELRETIN,DISP=SHR                          00012800
//DISTTRAB DD DSN=PR.RELACLI.DISTTRAB,DISP=MOD                          00012900
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00013000
//SYSOUT   DD SYSOUT=*                                                  00013100
//SYSIN    DD *                                                         00013200
20220601                                                                00013300
RETINTER                                                                00013400
/*                                                                      00013500
//*-------------------------------                                      00013600
//* STEP09 - RELBLOQ (PR.RELACLI.RELBLOQ)                               00013700
//STEP09   EXEC PGM=DISTSEPA,COND=(4,LT,STEP00)                         00013800
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00013900
//DISTRIB  DD DSN=PR.RELACLI.DISTRIB,DISP=SHR                           00014000
//DESTINO  DD DSN=PR.RELACLI.DESTINO,DISP=SHR                           00014100
//RELPRT   DD DSN=PR.RELACLI.RELBLOQ,DISP=SHR                           00014200
//DISTTRAB DD DSN=PR.RELACLI.DISTTRAB,DISP=MOD                          00014300
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00014400
//SYSOUT   DD SYSOUT=*                                                  00014500
//SYSIN    DD *                                                         00014600
20220601                                                                00014700
RELBLOQ                                                                 00014800
/*                                                                      00014900
//*-------------------------------                                      00015000
//* STEP10 - REMINTER (PR.RELACLI.RELREMES)                             00015100
//STEP10   EXEC PGM=DISTSEPA,COND=(4,LT,STEP00)                         00015200
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00015300
//DISTRIB  DD DSN=PR.RELACLI.DISTRIB,DISP=SHR                           00015400
//DESTINO  DD DSN=PR.RELACLI.DESTINO,DISP=SHR                           00015500
//RELPRT   DD DSN=PR.RELACLI.RELREMES,DISP=SHR                          00015600
//DISTTRAB DD DSN=PR.RELACLI.DISTTRAB,DISP=MOD                          00015700
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00015800
//SYSOUT   DD SYSOUT=*                                                  00015900
//SYSIN    DD *                                                         00016000
20220601                                                                00016100
REMINTER                                                                00016200
/*                                                                      00016300
//*-------------------------------                                      00016400
//* STEP11 - TARIFMOV (PR.RELACLI.RELTARIF)                             00016500
//STEP11   EXEC PGM=DISTSEPA,COND=(4,LT,STEP00)                         00016600
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00016700
//DISTRIB  DD DSN=PR.RELACLI.DISTRIB,DISP=SHR                           00016800
//DESTINO  DD DSN=PR.RELACLI.DESTINO,DISP=SHR                           00016900
//RELPRT   DD DSN=PR.RELACLI.RELTARIF,DISP=SHR                          00017000
//DISTTRAB DD DSN=PR.RELACLI.DISTTRAB,DISP=MOD                          00017100
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00017200
//SYSOUT   DD SYSOUT=*                                                  00017300
//SYSIN    DD *                                                         00017400
20220601                                                                00017500
TARIFMOV                                                                00017600
/*                                                                      00017700
//*-------------------------------                                      00017800
//* STEP12 - PERFMOV (PR.RELACLI.RELPERF)                               00017900
//STEP12   EXEC PGM=DISTSEPA,COND=(4,LT,STEP00)                         00018000
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00018100
//DISTRIB  DD DSN=PR.RELACLI.DISTRIB,DISP=SHR                           00018200
//DESTINO  DD DSN=PR.RELACLI.DESTINO,DISP=SHR                           00018300
//RELPRT   DD DSN=PR.RELACLI.RELPERF,DISP=SHR                           00018400
//DISTTRAB DD DSN=PR.RELACLI.DISTTRAB,DISP=MOD                          00018500
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00018600
//SYSOUT   DD SYSOUT=*                                                  00018700
//SYSIN    DD *                                                         00018800
20220601                                                                00018900
PERFMOV                                                                 00019000
/*                                                                      00019100
//*-------------------------------                                      00019200
//* STEP13 - FECHCAIX (PR.RELACLI.RELCAIX)                              00019300
//STEP13   EXEC PGM=DISTSEPA,COND=(4,LT,STEP00)                         00019400
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00019500
//DISTRIB  DD DSN=PR.RELACLI.DISTRIB,DISP=SHR                           00019600
//DESTINO  DD DSN=PR.RELACLI.DESTINO,DISP=SHR                           00019700
//RELPRT   DD DSN=PR.RELACLI.RELCAIX,DISP=SHR                           00019800
//DISTTRAB DD DSN=PR.RELACLI.DISTTRAB,DISP=MOD                          00019900
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00020000
//SYSOUT   DD SYSOUT=*                                                  00020100
//SYSIN    DD *                                                         00020200
20220601                                                                00020300
FECHCAIX                                                                00020400
/*                                                                      00020500
//*-------------------------------                                      00020600
//* STEP13A - PREVCAIX (PR.RELACLI.RELPRVC, STEP04 DO EXECARGA)         00020700
//STEP13A  EXEC PGM=DISTSEPA,COND=(4,LT,STEP00)                         00020800
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00020900
//DISTRIB  DD DSN=PR.RELACLI.DISTRIB,DISP=SHR                           00021000
//DESTINO  DD DSN=PR.RELACLI.DESTINO,DISP=SHR                           00021100
//RELPRT   DD DSN=PR.RELACLI.RELPRVC,DISP=SHR                           00021200
//DISTTRAB DD DSN=PR.RELACLI.DISTTRAB,DISP=MOD                          00021300
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00021400
//SYSOUT   DD SYSOUT=*                                                  00021500
//SYSIN    DD *                                                         00021600
20220601                                                                00021700
PREVCAIX                                                                00021800
/*                                                                      00021900
//*-------------------------------                                      00022000
//* STEP14/STEP15 SO RODAM SE O STEP00 E TODOS OS DISTSEPA              00022100
//* TERMINARAM COM RC ATE 4 (IF/THEN: SAO 15 TESTES, ACIMA DO           00022200
//* LIMITE DE 8 DO COND).                                               00022300
//DISTOK   IF (STEP00.RC <= 4 & STEP01.RC <= 4 &                        00022400
//             STEP02.RC <= 4 & STEP03.RC <= 4 &                        00022500
//             STEP04.RC <= 4 & STEP05.RC <= 4 &                        00022600
//             STEP06.RC <= 4 & STEP07.RC <= 4 &                        00022700
//             STEP08.RC <= 4 & STEP09.RC <= 4 &                        00022800
//             STEP10.RC <= 4 & STEP11.RC <= 4 &                        00022900
//             STEP12.RC <= 4 & STEP13.RC <= 4 &                        00023000
//             STEP13A.RC <= 4) THEN                                    00023100
//STEP14   EXEC PGM=SORT                                                00023200
//SORTIN   DD DSN=PR.RELACLI.DISTTRAB,DISP=SHR                          00023300
//SORTOUT  DD DSN=PR.RELACLI.DISTCLAS,                                  00023400
//            DISP=(NEW,CATLG,DELETE),                                  00023500
//            DCB=(RECFM=FB,LRECL=250,BLKSIZE=25000)                    00023600
//SYSOUT   DD SYSOUT=*                                                  00023700
//SYSIN    DD *                                                         00023800
 SORT FIELDS=(1,24,CH,A)                                                00023900
/*                                                                      00024000
//*-------------------------------                                      00024100
//STEP15   EXEC PGM=DISTPACO,COND=(4,LT,STEP14)                         00024200
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00024300
//DISTCLAS DD DSN=PR.RELACLI.DISTCLAS,DISP=SHR                          00024400
//DISTIMPR DD DSN=PR.RELACLI.DISTIMPR,DISP=(NEW,CATLG,DELETE),          00024500
//            DCB=(RECFM=FBA,LRECL=133,BLKSIZE=13300)                   00024600
//DISTMAIL DD DSN=PR.RELACLI.DISTMAIL,DISP=(NEW,CATLG,DELETE),          00024700
//            DCB=(RECFM=FBA,LRECL=133,BLKSIZE=13300)                   00024800
//DISTLOG  DD DSN=PR.RELACLI.DISTLOG,DISP=MOD                           00024900
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00025000
//SYSOUT   DD SYSOUT=*                                                  00025100
//SYSIN    DD *                                                         00025200
20220601                                                                00025300
/*                                                                      00025400
//         ENDIF                                                        00025500

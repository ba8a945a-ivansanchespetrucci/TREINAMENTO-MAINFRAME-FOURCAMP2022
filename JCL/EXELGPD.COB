//LGPDX    JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* ANONIMIZACAO LGPD DE CONTAS ENCERRADAS. RODAR DEPOIS DO             00000300
//* EXERELCX DO DIA (CONTAS, BLOQJUD E SALDOS DA GERACAO (0)).          00000400
//* STEP02 (LGPDANON) ESCOLHE AS CONTAS - PEDIDOS DO ENCARREGADO        00000500
//* DE DADOS EM PR.RELACLI.PEDLGPD E CONTAS ENCERRADAS HA MAIS          00000600
//* QUE A RETENCAO DO SYSIN - RECUSA AS QUE TEM ORDEM JUDICIAL,         00000700
//* SALDO OU EMPRESTIMO EM ABERTO E TROCA O NOME PELO TOKEN NAS         00000800
//* TABELAS DB2 CLIENTES, MOVIMENTOS E MOVIMENTOS_HIST. O               00000900
//* REGISTRO PERMANENTE PR.RELACLI.LGPDREG (GDG) GUARDA AS CONTAS       00001000
//* JA ANONIMIZADAS. STEP03 A STEP15 (LGPDARQ) LEVAM O MESMO TOKEN      00001100
//* AO ACERVO DE AUDITORIA PR.RELACLI.AUDARQ E AS GERACOES DO           00001200
//* ARQUIVO MENSAL PR.RELACLI.ARQMOV, UM STEP POR GERACAO, DA (0)       00001300
//* A (-11); COM MAIS GERACOES CATALOGADAS, ACRESCENTAR UM STEP         00001400
//* IGUAL POR GERACAO. STEP16/STEP17 IMPRIMEM O CERTIFICADO             00001500
//* (PR.RELACLI.RELLGPD) COM O QUE FOI TROCADO EM CADA ACERVO E         00001600
//* AS CONTAS RECUSADAS COM O MOTIVO.                                   00001700
//* OS PASSOS PODEM SER REEXECUTADOS: LINHA QUE JA TEM O TOKEN          00001800
//* NAO E TROCADA NEM CONTADA DE NOVO. EM QUEDA DEPOIS DO STEP02,       00001900
//* REINICIAR NO STEP QUE CAIU TROCANDO ANONLIST(+1) E                  00002000
//* CERTLGPD(+1) POR (0) NOS STEPS QUE FALTAM.                          00002100
//* SYSIN STEP02: DATA / RETENCAO EM ANOS (2 DIG).                      00002200
//* SYSIN STEP03 A STEP15: DATA / ACERVO (A AUDARQ, M ARQMOV).          00002300
//*-------------------------------                                      00002400
//* STEP01 - CLASSIFICAR OS PEDIDOS POR AGENCIA/CONTA                   00002500
//*-------------------------------                                      00002600
//STEP01   EXEC PGM=SORT                                                00002700
//SORTIN   DD DSN=PR.RELACLI.PEDLGPD,DISP=SHR                           00002800
//SORTOUT  DD DSN=PR.RELACLI.PEDLGCLS,DISP=(NEW,CATLG,DELETE)           00002900
//SYSOUT   DD SYSOUT=*                                                  00003000
//SYSIN    DD *                                                         00003100
 OPTION EQUALS                                                          00003200
 SORT FIELDS=(1,09,CH,A)                                                00003300
//*-------------------------------                                      00003400
//* STEP02 - ANONIMIZAR NO DB2 E GRAVAR REGISTRO E CERTIFICADO          00003500
//*-------------------------------                                      00003600
//STEP02   EXEC PGM=LGPDANON,COND=(4,LT,STEP01)                         00003700
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00003800
//CONTAS   DD DSN=PR.RELACLI.CONTAS(0),DISP=SHR                         00003900
//PEDLGPD  DD DSN=PR.RELACLI.PEDLGCLS,DISP=SHR                          00004000
//BLOQJUD  DD DSN=PR.RELACLI.BLOQJUD(0),DISP=SHR                        00004100
//SALDOANT DD DSN=PR.RELACLI.SALDOS(0),DISP=SHR                         00004200
//EMPANT   DD DSN=PR.RELACLI.EMPREST(0),DISP=SHR                        00004300
//REGANT   DD DSN=PR.RELACLI.LGPDREG(0),DISP=SHR                        00004400
//REGNOVO  DD DSN=PR.RELACLI.LGPDREG(+1),                               00004500
//            DISP=(,CATLG,DELETE)                                      00004600
//ANONLIST DD DSN=PR.RELACLI.ANONLIST(+1),                              00004700
//            DISP=(,CATLG,DELETE)                                      00004800
//CERTLGPD DD DSN=PR.RELACLI.CERTLGPD(+1),                              00004900
//            DISP=(,CATLG,DELETE)                                      00005000
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00005100
//SYSOUT   DD SYSOUT=*                                                  00005200
//SYSIN    DD *                                                         00005300
20220601                                                                00005400
05                                                                      00005500
/*                                                                      00005600
//*-------------------------------                                      00005700
//* STEP03 - ACERVO DE AUDITORIA                                        00005800
//*-------------------------------                                      00005900
//STEP03   EXEC PGM=LGPDARQ,COND=(4,LT,STEP02)                          00006000
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00006100
//ANONLIST DD DSN=PR.RELACLI.ANONLIST(+1),DISP=SHR                      00006200
//AUDARQ   DD DSN=PR.RELACLI.AUDARQ,DISP=OLD                            00006300
//ARQMES   DD DUMMY                                                     00006400
//CERTLGPD DD DSN=PR.RELACLI.CERTLGPD(+1),DISP=MOD                      00006500
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00006600
//SYSOUT   DD SYSOUT=*                                                  00006700
//SYSIN    DD *                                                         00006800
20220601                                                                00006900
A                                                                       00007000
/*                                                                      00007100
//*-------------------------------                                      00007200
//* STEP04 A STEP15 - GERACOES DO ARQUIVO MENSAL, DA (0) A (-11)        00007300
//*-------------------------------                                      00007400
//STEP04   EXEC PGM=LGPDARQ,COND=((4,LT,STEP02),(4,LT,STEP03))          00007500
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00007600
//ANONLIST DD DSN=PR.RELACLI.ANONLIST(+1),DISP=SHR                      00007700
//AUDARQ   DD DUMMY                                                     00007800
//ARQMES   DD DSN=PR.RELACLI.ARQMOV(0),DISP=OLD                         00007900
//CERTLGPD DD DSN=PR.RELACLI.CERTLGPD(+1),DISP=MOD                      00008000
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00008100
//SYSOUT   DD SYSOUT=*                                                  00008200
//SYSIN    DD *                                                         00008300
20220601                                                                00008400
M                                                                       00008500
/*                                                                      00008600
//*-------------------------------                                      00008700
//STEP05   EXEC PGM=LGPDARQ,COND=((4,LT,STEP02),(4,LT,STEP04))          00008800
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00008900
//ANONLIST DD DSN=PR.RELACLI.ANONLIST(+1),DISP=SHR                      00009000
//AUDARQ   DD DUMMY                                                     00009100
//ARQMES   DD DSN=PR.RELACLI.ARQMOV(-1),DISP=OLD                        00009200
//CERTLGPD DD DSN=PR.RELACLI.CERTLGPD(+1),DISP=MOD                      00009300
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00009400
//SYSOUT   DD SYSOUT=*                                                  00009500
//SYSIN    DD *                                                         00009600
20220601                                                                00009700
M                                                                       00009800
/*                                                                      00009900
//*-------------------------------                                      00010000
//STEP06   EXEC PGM=LGPDARQ,COND=((4,LT,STEP02),(4,LT,STEP05))          00010100
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00010200
//ANONLIST DD DSN=PR.RELACLI.ANONLIST(+1),DISP=SHR                      00010300
//AUDARQ   DD DUMMY                                                     00010400
//ARQMES   DD DSN=PR.RELACLI.ARQMOV(-2),DISP=OLD                        00010500
//CERTLGPD DD DSN=PR.RELACLI.CERTLGPD(+1),DISP=MOD                      00010600
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00010700
//SYSOUT   DD SYSOUT=*                                                  00010800
//SYSIN    DD *                                                         00010900
20220601                                                                00011000
M                                                                       00011100
/*                                                                      00011200
//*-------------------------------                                      00011300
//STEP07   EXEC PGM=LGPDARQ,COND=((4,LT,STEP02),(4,LT,STEP06))          00011400
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00011500
//ANONLIST DD DSN=PR.RELACLI.ANONLIST(+1),DISP=SHR                      00011600
//AUDARQ   DD DUMMY                                                     00011700
//ARQMES   DD DSN=PR.RELACLI.ARQMOV(-3),DISP=OLD                        00011800
//CERTLGPD DD DSN=PR.RELACLI.CERTLGPD(+1),DISP=MOD                      00011900
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00012000
//SYSOUT   DD SYSOUT=*                                                  00012100
//SYSIN    DD *                                                         00012200
20220601                                                                00012300
M                                                                       00012400
/*                                                                      00012500
//*-------------------------------                                      00012600
//STEP08   EXEC PGM=LGPDARQ,COND=((4,LT,STEP02),(4,LT,STEP07))          00012700
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00012800
//ANONLIST DD DSN=PR.RELACLI.ANONLIST(+1),DISP=SHR                      00012900
//AUDARQ   DD DUMMY                                                     00013000
//ARQMES   DD DSN=PR.RELACLI.ARQMOV(-4),DISP=OLD                        00013100
//CERTLGPD DD DSN=PR.RELACLI.CERTLGPD(+1),DISP=MOD                      00013200
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00013300
//SYSOUT   DD SYSOUT=*                                                  00013400
//SYSIN    DD *                                                         00013500
20220601                                                                00013600
M                                                                       00013700
/*                                                                      00013800
//*-------------------------------                                      00013900
//STEP09   EXEC PGM=LGPDARQ,COND=((4,LT,STEP02),(4,LT,STEP08))          00014000
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00014100
//ANONLIST DD DSN=PR.RELACLI.ANONLIST(+1),DISP=SHR                      00014200
//AUDARQ   DD DUMMY                                                     00014300
//ARQMES   DD DSN=PR.RELACLI.ARQMOV(-5),DISP=OLD                        00014400
//CERTLGPD DD DSN=PR.RELACLI.CERTLGPD(+1),DISP=MOD                      00014500
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00014600
//SYSOUT   DD SYSOUT=*                                                  00014700
//SYSIN    DD *                                                         00014800
20220601                                                                00014900
M                                                                       00015000
/*                                                                      00015100
//*-------------------------------                                      00015200
//STEP10   EXEC PGM=LGPDARQ,COND=((4,LT,STEP02),(4,LT,STEP09))          00015300
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00015400
//ANONLIST DD DSN=PR.RELACLI.ANONLIST(+1),DISP=SHR                      00015500
//AUDARQ   DD DUMMY                                                     00015600
//ARQMES   DD DSN=PR.RELACLI.ARQMOV(-6),DISP=OLD                        00015700
//CERTLGPD DD DSN=PR.RELACLI.CERTLGPD(+1),DISP=MOD                      00015800
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00015900
//SYSOUT   DD SYSOUT=*                                                  00016000
//SYSIN    DD *                                                         00016100
20220601                                                                00016200
M                                                                       00016300
/*                                                                      00016400
//*-------------------------------                                      00016500
//STEP11   EXEC PGM=LGPDARQ,COND=((4,LT,STEP02),(4,LT,STEP10))          00016600
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00016700
//ANONLIST DD DSN=PR.RELACLI.ANONLIST(+1),DISP=SHR                      00016800
//AUDARQ   DD DUMMY                                                     00016900
//ARQMES   DD DSN=PR.RELACLI.ARQMOV(-7),DISP=OLD                        00017000
//CERTLGPD DD DSN=PR.RELACLI.CERTLGPD(+1),DISP=MOD                      00017100
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00017200
//SYSOUT   DD SYSOUT=*                                                  00017300
//SYSIN    DD *                                                         00017400
20220601                                                                00017500
M                                                                       00017600
/*                                                                      00017700
//*-------------------------------                                      00017800
//STEP12   EXEC PGM=LGPDARQ,COND=((4,LT,STEP02),(4,LT,STEP11))          00017900
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00018000
//ANONLIST DD DSN=PR.RELACLI.ANONLIST(+1),DISP=SHR                      00018100
//AUDARQ   DD DUMMY                                                     00018200
//ARQMES   DD DSN=PR.RELACLI.ARQMOV(-8),DISP=OLD                        00018300
//CERTLGPD DD DSN=PR.RELACLI.CERTLGPD(+1),DISP=MOD                      00018400
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00018500
//SYSOUT   DD SYSOUT=*                                                  00018600
//SYSIN    DD *                                                         00018700
20220601                                                                00018800
M                                                                       00018900
/*                                                                      00019000
//*-------------------------------                                      00019100
//STEP13   EXEC PGM=LGPDARQ,COND=((4,LT,STEP02),(4,LT,STEP12))          00019200
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00019300
//ANONLIST DD DSN=PR.RELACLI.ANONLIST(+1),DISP=SHR                      00019400
//AUDARQ   DD DUMMY                                                     00019500
//ARQMES   DD DSN=PR.RELACLI.ARQMOV(-9),DISP=OLD                        00019600
//CERTLGPD DD DSN=PR.RELACLI.CERTLGPD(+1),DISP=MOD                      00019700
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00019800
//SYSOUT   DD SYSOUT=*                                                  00019900
//SYSIN    DD *                                                         00020000
20220601                                                                00020100
M                                                                       00020200
/*                                                                      00020300
//*-------------------------------                                      00020400
//STEP14   EXEC PGM=LGPDARQ,COND=((4,LT,STEP02),(4,LT,STEP13))          00020500
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00020600
//ANONLIST DD DSN=PR.RELACLI.ANONLIST(+1),DISP=SHR                      00020700
//AUDARQ   DD DUMMY                                                     00020800
//ARQMES   DD DSN=PR.RELACLI.ARQMOV(-10),DISP=OLD                       00020900
//CERTLGPD DD DSN=PR.RELACLI.CERTLGPD(+1),DISP=MOD                      00021000
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00021100
//SYSOUT   DD SYSOUT=*                                                  00021200
//SYSIN    DD *                                                         00021300
20220601                                                                00021400
M                                                                       00021500
/*                                                                      00021600
//*-------------------------------                                      00021700
//STEP15   EXEC PGM=LGPDARQ,COND=((4,LT,STEP02),(4,LT,STEP14))          00021800
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00021900
//ANONLIST DD DSN=PR.RELACLI.ANONLIST(+1),DISP=SHR                      00022000
//AUDARQ   DD DUMMY                                                     00022100
//ARQMES   DD DSN=PR.RELACLI.ARQMOV(-11),DISP=OLD                       00022200
//CERTLGPD DD DSN=PR.RELACLI.CERTLGPD(+1),DISP=MOD                      00022300
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00022400
//SYSOUT   DD SYSOUT=*                                                  00022500
//SYSIN    DD *                                                         00022600
20220601                                                                00022700
M                                                                       00022800
/*                                                                      00022900
//*-------------------------------                                      00023000
//* STEP16 - CLASSIFICAR O CERTIFICADO POR CONTA, MANTENDO A            00023100
//* ORDEM DE GRAVACAO DENTRO DA CONTA                                   00023200
//*-------------------------------                                      00023300
//STEP16   EXEC PGM=SORT,COND=(4,LT,STEP02)                             00023400
//SORTIN   DD DSN=PR.RELACLI.CERTLGPD(+1),DISP=SHR                      00023500
//SORTOUT  DD DSN=PR.RELACLI.CERTLCLS,DISP=(NEW,CATLG,DELETE)           00023600
//SYSOUT   DD SYSOUT=*                                                  00023700
//SYSIN    DD *                                                         00023800
 OPTION EQUALS                                                          00023900
 SORT FIELDS=(1,09,CH,A)                                                00024000
//*-------------------------------                                      00024100
//* STEP17 - IMPRIMIR O CERTIFICADO DE ANONIMIZACAO                     00024200
//*-------------------------------                                      00024300
//STEP17   EXEC PGM=LGPDCERT,COND=(4,LT,STEP16)                         00024400
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00024500
//CERTLGPD DD DSN=PR.RELACLI.CERTLCLS,DISP=SHR                          00024600
//RELPRT   DD DSN=PR.RELACLI.RELLGPD,DISP=(NEW,CATLG,DELETE)            00024700
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00024800
//SYSOUT   DD SYSOUT=*                                                  00024900
//SYSIN    DD *                                                         00025000
20220601                                                                00025100
/*                                                                      00025200
//*-------------------------------                                      00025300
//* STEP18 - ESVAZIAR PR.RELACLI.PEDLGPD DEPOIS DO CERTIFICADO:         00025400
//* PEDIDO RECUSADO CONSTA NO CERTIFICADO E, SE FOR O CASO,             00025500
//* VOLTA COMO PEDIDO NOVO QUANDO O IMPEDIMENTO CAIR                    00025600
//*-------------------------------                                      00025700
//STEP18   EXEC PGM=IEBGENER,COND=((4,LT,STEP02),(4,LT,STEP17))         00025800
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                00025900
//SYSUT2   DD DSN=PR.RELACLI.PEDLGPD,DISP=OLD                           00026000
//SYSPRINT DD SYSOUT=*                                                  00026100
//SYSIN    DD DUMMY                                                     00026200

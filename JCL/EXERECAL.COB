//* PR.FOUR01.FROTANOV SAI COM O CONSUMO MEDIDO PARA APROVACAO          00000700
//* DO SUPERVISOR ANTES DE SUBSTITUIR O ATUAL. VEICULO FORA DA          00000800
//* CURVA DA CLASSE SAI NO RELATORIO PR.FOUR01.RELRECAL.                00000900
//* O ACUMULADO DO MES E ALIMENTADO TODO DIA PELA TRIAGEM DO            00000920
//* CARTAO (EXETRIAB); O ABASTECIMENTO MARCADO COMO SUSPEITO E          00000940
//* DESPREZADO NA MEDICAO. DEPOIS DA RECALIBRAGEM O STEP03              00000960
//* ESVAZIA O ACUMULADO PARA O MES SEGUINTE.                            00000980
//* SYSIN DO STEP02: DATA / TOLERANCIA EM PCT (2 INT, 2 DEC).           00001000
//*-------------------------------                                      00001100
//STEP01   EXEC PGM=SORT                                                00001200
//SORTOUT  DD DSN=PR.FOUR01.ABASTEC.ORDENADO,DISP=(NEW,CATLG,DELETE)    00001400
//SYSOUT   DD SYSOUT=*                                                  00001500
//SYSIN    DD *                                                         00001600
 SORT FIELDS=(9,10,CH,A,1,08,CH,A,19,08,CH,A,40,04,CH,A)                00001700
//*-------------------------------                                      00001800
//STEP02   EXEC PGM=RECALFRO,COND=(4,LT,STEP01)                         00001900
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00002000
20220630                                                                00002800
01500                                                                   00002900
/*                                                                      00003000
//*-------------------------------                                      00003100
//* STEP03 - ESVAZIAR O ACUMULADO DO MES (PR.FOUR01.ABASTEC)            00003200
//*-------------------------------                                      00003300
//STEP03   EXEC PGM=IEBGENER,COND=((4,LT,STEP01),(4,LT,STEP02))         00003400
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)                00003500
//SYSUT2   DD DSN=PR.FOUR01.ABASTEC,DISP=OLD                            00003600
//SYSPRINT DD SYSOUT=*                                                  00003700
//SYSIN    DD DUMMY                                                     00003800

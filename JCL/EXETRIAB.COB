//TRIAGABX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* TRIAGEM DIARIA DO CARTAO COMBUSTIVEL (TRIAGABA): OS                 00000300
//* ABASTECIMENTOS DO DIA DA ADMINISTRADORA DO CARTAO                   00000400
//* (PR.FOUR01.ABASTEC.DIA, LRECL 60, BOOK #ABASTEC) SAO                00000500
//* CLASSIFICADOS POR VEICULO, DATA E HORA NO STEP01 E CONFERIDOS       00000600
//* CONTRA O CADASTRO DE VEICULOS PR.FOUR01.VEICULOS (LRECL 40,         00000700
//* BOOK #VEICULO, MANTIDO PELA GESTAO DA FROTA), CONTRA O              00000800
//* COMBUSTIVEL DA CLASSE NO PR.FOUR01.FROTA E CONTRA O ULTIMO          00000900
//* ABASTECIMENTO ACEITO DE CADA VEICULO (PR.FOUR01.ABASTULT(0),        00001000
//* GDG, LRECL 60). LITROS ACIMA DO TANQUE, COMBUSTIVEL ERRADO,         00001100
//* DOIS ABASTECIMENTOS DENTRO DA JANELA E ODOMETRO PARA TRAS           00001200
//* SAEM COMO SUSPEITOS NO RELATORIO PR.FOUR01.RELTRIAB, COM O          00001300
//* RESUMO POR MOTORISTA. TODOS OS ABASTECIMENTOS, MARCADOS COMO        00001400
//* ACEITO (A) OU SUSPEITO (S), SAO ANEXADOS NO STEP03 AO               00001500
//* ACUMULADO DO MES PR.FOUR01.ABASTEC, LIDO PELA RECALIBRAGEM          00001600
//* (EXERECAL), QUE DESPREZA OS SUSPEITOS. RC=4 = HOUVE                 00001700
//* ABASTECIMENTO SUSPEITO (O ANEXO SEGUE NORMALMENTE). A PRIMEIRA      00001800
//* GERACAO DO PR.FOUR01.ABASTULT E CRIADA PELO EXECONVA.               00001900
//* SYSIN DO STEP02: DATA / OVERRIDE DO CONTROLE DE EXECUCAO /          00002000
//* JANELA ENTRE ABASTECIMENTOS EM HORAS.                               00002100
//*-------------------------------                                      00002200
//STEP01   EXEC PGM=SORT                                                00002300
//SORTIN   DD DSN=PR.FOUR01.ABASTEC.DIA,DISP=SHR                        00002400
//SORTOUT  DD DSN=PR.FOUR01.ABASTEC.DIA.ORDENADO,DISP=(NEW,CATLG,DELETE)00002500
//SYSOUT   DD SYSOUT=*                                                  00002600
//SYSIN    DD *                                                         00002700
 SORT FIELDS=(1,08,CH,A,19,08,CH,A,40,04,CH,A)                          00002800
//*-------------------------------                                      00002900
//STEP02   EXEC PGM=TRIAGABA,COND=(4,LT,STEP01)                         00003000
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00003100
//ABASTEC  DD DSN=PR.FOUR01.ABASTEC.DIA.ORDENADO,DISP=SHR               00003200
//VEICULOS DD DSN=PR.FOUR01.VEICULOS,DISP=SHR                           00003300
//FROTA    DD DSN=PR.FOUR01.FROTA,DISP=SHR                              00003400
//ULTANT   DD DSN=PR.FOUR01.ABASTULT(0),DISP=SHR                        00003500
//ULTNOV   DD DSN=PR.FOUR01.ABASTULT(+1),                               00003600
//            DISP=(,CATLG,DELETE),                                     00003700
//            DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)                      00003800
//ABATRIA  DD DSN=PR.FOUR01.ABASTEC.TRIADO,DISP=(NEW,CATLG,DELETE),     00003900
//            DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)                      00004000
//RELPRT   DD DSN=PR.FOUR01.RELTRIAB,DISP=(NEW,CATLG,DELETE)            00004100
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00004200
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00004300
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00004400
//SYSOUT   DD SYSOUT=*                                                  00004500
//SYSIN    DD *                                                         00004600
20220601                                                                00004700
N                                                                       00004800
04                                                                      00004900
/*                                                                      00005000
//*-------------------------------                                      00005100
//* STEP03 - ANEXAR OS ABASTECIMENTOS TRIADOS AO ACUMULADO DO MES       00005200
//* (PR.FOUR01.ABASTEC), LIDO E ESVAZIADO PELA RECALIBRAGEM             00005300
//* MENSAL (EXERECAL)                                                   00005400
//*-------------------------------                                      00005500
//STEP03   EXEC PGM=IEBGENER,COND=((4,LT,STEP01),(4,LT,STEP02))         00005600
//SYSUT1   DD DSN=PR.FOUR01.ABASTEC.TRIADO,DISP=SHR                     00005700
//SYSUT2   DD DSN=PR.FOUR01.ABASTEC,DISP=(MOD,CATLG,CATLG),             00005800
//            DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)                      00005900
//SYSPRINT DD SYSOUT=*                                                  00006000
//SYSIN    DD DUMMY                                                     00006100

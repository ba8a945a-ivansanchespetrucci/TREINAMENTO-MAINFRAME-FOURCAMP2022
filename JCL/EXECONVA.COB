//CONVABAX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CONVERSAO UNICA DO ACUMULADO DO CARTAO COMBUSTIVEL PARA A           00000300
//* TRIAGEM DIARIA (TRIAGABA): O REGISTRO GANHOU HORA, COMBUSTIVEL,     00000400
//* MOTORISTA E A MARCA DA TRIAGEM (BOOK #ABASTEC, LRECL 46 -> 60).     00000500
//* O QUE JA ESTA NO MES SAI COM HORA 0000, COMBUSTIVEL EM BRANCO,      00000600
//* MOTORISTA 000000 E MARCADO COMO ACEITO (A). O ULTIMO                00000700
//* ABASTECIMENTO ACEITO POR VEICULO (PR.FOUR01.ABASTULT, GDG,          00000800
//* LRECL 60) NASCE COM UMA GERACAO VAZIA. O CADASTRO                   00000900
//* PR.FOUR01.VEICULOS (LRECL 40, BOOK #VEICULO: PLACA, CLASSE,         00001000
//* TANQUE, COMBUSTIVEL E SITUACAO) DEVE SER CARREGADO ANTES.           00001100
//* RODAR UMA UNICA VEZ, ANTES DO PRIMEIRO EXETRIAB; DEPOIS             00001200
//* RENOMEAR PR.FOUR01.ABASTEC.NOVO PARA PR.FOUR01.ABASTEC.             00001300
//*-------------------------------                                      00001400
//STEP01   EXEC PGM=SORT                                                00001500
//SORTIN   DD DSN=PR.FOUR01.ABASTEC,DISP=SHR                            00001600
//SORTOUT  DD DSN=PR.FOUR01.ABASTEC.NOVO,                               00001700
//            DISP=(,CATLG,DELETE),                                     00001800
//            DCB=(RECFM=FB,LRECL=60)                                   00001900
//SYSOUT   DD SYSOUT=*                                                  00002000
//SYSIN    DD *                                                         00002100
 SORT FIELDS=COPY                                                       00002200
 OUTREC FIELDS=(1,39,C'0000',10X,C'000000',C'A')                        00002300
/*                                                                      00002400
//*-------------------------------                                      00002500
//STEP02   EXEC PGM=IEBGENER,COND=(4,LT,STEP01)                         00002600
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)                00002700
//SYSUT2   DD DSN=PR.FOUR01.ABASTULT(+1),                               00002800
//            DISP=(,CATLG,DELETE),                                     00002900
//            DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)                      00003000
//SYSPRINT DD SYSOUT=*                                                  00003100
//SYSIN    DD DUMMY                                                     00003200

//GERANFEX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* TRANSMISSAO DAS NF-E A SEFAZ (GERANFE): AS NOTAS DO DIA EM          00000300
//* PR.FOUR01.REGNOTAS (DEPOIS DO EXENOTAS E DO EXECANCN) MAIS AS       00000400
//* PENDENTES DE DIAS ANTERIORES EM PR.FOUR01.NFEPEND(0) (GDG,          00000500
//* LRECL 100, BOOK #REGNOTA) VIRAM O ARQUIVO PR.FOUR01.NFETRANS        00000600
//* (LRECL 150: H EMITENTE / D NOTA / T TOTAIS) QUE VAI PARA A          00000700
//* SEFAZ. A LISTA DO QUE FOI TRANSMITIDO SAI EM PR.FOUR01.NFEENVIO.    00000800
//* RC=4 = NOTA COM DADOS INVALIDOS NAO TRANSMITIDA (SEGUE              00000900
//* PENDENTE). O RETORNO DA SEFAZ ENTRA NO EXERETNF.                    00001000
//* SYSIN: DATA / OVERRIDE DO CONTROLE DE EXECUCAO / EMITENTE -         00001100
//* CNPJ (14), INSCRICAO ESTADUAL (14) E UF (2).                        00001200
//*-------------------------------                                      00001300
//STEP01   EXEC PGM=GERANFE                                             00001400
//STEPLIB  DD DSN=PR.FOUR01.OBJ,DISP=SHR                                00001500
//REGNOTAS DD DSN=PR.FOUR01.REGNOTAS,DISP=SHR                           00001600
//NFEPEND  DD DSN=PR.FOUR01.NFEPEND(0),DISP=SHR                         00001700
//NFETRANS DD DSN=PR.FOUR01.NFETRANS,DISP=(NEW,CATLG,DELETE),           00001800
//            DCB=(RECFM=FB,LRECL=150,BLKSIZE=15000)                    00001900
//RELPRT   DD DSN=PR.FOUR01.NFEENVIO,DISP=(NEW,CATLG,DELETE)            00002000
//CONTROLEX DD DSN=PR.FOUR01.CONTROLEX,DISP=SHR                         00002100
//FERIADOS DD DSN=PR.FOUR01.FERIADOS,DISP=SHR                           00002200
//LOGERROS DD DSN=PR.FOUR01.LOGERROS,DISP=SHR                           00002300
//SYSOUT   DD SYSOUT=*                                                  00002400
//SYSIN    DD *                                                         00002500
20220601                                                                00002600
N                                                                       00002700
11222333000181ISENTO        SP                                          00002800
/*                                                                      00002900

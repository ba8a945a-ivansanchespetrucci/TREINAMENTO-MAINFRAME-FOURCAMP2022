//PRVINIX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DA PREVISAO DE NUMERARIO: RODAR UMA UNICA VEZ,        00000300
//* ANTES DO PRIMEIRO EXECARGA COM O STEP DO PREVCAIX. O ARQUIVO        00000400
//* PR.RELACLI.PREVCAIX (GDG, LRECL 80, BOOK #PREVCX; BASE DEFINIDA     00000500
//* VIA IDCAMS DEFINE GDG, FORA DESTE JOB) NASCE COM UMA GERACAO        00000600
//* VAZIA, DE MODO QUE O PRIMEIRO DIA SAI SEM PREVISAO ANTERIOR.        00000700
//* OS PARAMETROS PREVCAIX-* SAO INCLUIDOS NO KSDS                      00000800
//* PR.RELACLI.PARAMETR DE AMBIENTE CARREGADO PELO EXEPARIN ANTES       00000900
//* DELES (NO MESMO LAYOUT DE CARTAO DO EXEPARIN); DAQUI EM DIANTE      00001000
//* SO A TRANSACAO PAR1 MEXE NOS VALORES.                               00001100
//*-------------------------------                                      00001200
//STEP01   EXEC PGM=IEBGENER                                            00001300
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                00001400
//SYSUT2   DD DSN=PR.RELACLI.PREVCAIX(+1),                              00001500
//            DISP=(,CATLG,DELETE),                                     00001600
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00001700
//SYSPRINT DD SYSOUT=*                                                  00001800
//SYSIN    DD DUMMY                                                     00001900
//*-------------------------------                                      00002000
//STEP02   EXEC PGM=SORT,COND=(4,LT,STEP01)                             00002100
//SORTIN   DD *                                                         00002200
PREVCAIX-DIAS       20220101000000003000000DIAS UTEIS DA PREVISAO CAIXA 00002300
PREVCAIX-MARGEM     20220101000000010000000MARGEM % DO PEDIDO NUMERARIO 00002400
PREVCAIX-MULTIPLO   20220101000001000000000MULTIPLO DO PEDIDO EM R$     00002500
PREVCAIX-SEMANAS    20220101000000008000000SEMANAS DE HISTORICO CAIXA   00002600
/*                                                                      00002700
//SORTOUT  DD DSN=PR.RELACLI.PARAMETR.PRVCAIX,                          00002800
//            DISP=(,CATLG,DELETE),                                     00002900
//            DCB=(RECFM=FB,LRECL=120)                                  00003000
//SYSOUT   DD SYSOUT=*                                                  00003100
//SYSIN    DD *                                                         00003200
 SORT FIELDS=(1,28,CH,A)                                                00003300
 OUTREC FIELDS=(1,72,11X,C'CARGA   ',C'20220601',C'000000',15X)         00003400
/*                                                                      00003500
//*-------------------------------                                      00003600
//STEP03   EXEC PGM=IDCAMS,COND=(0,LT,STEP02)                           00003700
//SYSPRINT DD SYSOUT=*                                                  00003800
//CARGA    DD DSN=PR.RELACLI.PARAMETR.PRVCAIX,DISP=SHR                  00003900
//SYSIN    DD *                                                         00004000
  REPRO INFILE(CARGA) OUTDATASET(PR.RELACLI.PARAMETR)                   00004100
/*                                                                      00004200

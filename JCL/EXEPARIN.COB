//PARINIX  JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DO ARQUIVO CENTRAL DE PARAMETROS DO LOTE: RODAR UMA   00000300
//* UNICA VEZ, ANTES DOS PRIMEIROS LOTES COM O LERPARAM. O KSDS         00000400
//* PR.RELACLI.PARAMETR (BOOK #PARAMET, CHAVE NOME+VIGENCIA 28,         00000500
//* LRECL 120) NASCE COM OS LIMIARES QUE ESTAVAM NOS CARTOES SYSIN      00000600
//* DAS JCL, VIGENTES DESDE 01/01/2022 E CARIMBADOS COMO CARGA. O       00000700
//* CARTAO TEM NOME (1-20), VIGENCIA (21-28), VALOR COM 9 INTEIROS      00000800
//* E 6 DECIMAIS SEM VIRGULA (29-43) E DESCRICAO (44-72). DAQUI EM      00000900
//* DIANTE SO A TRANSACAO PAR1 MEXE NO ARQUIVO. O SEQUENCIAL            00001000
//* PR.RELACLI.PARAMUSO (BOOK #PARUSO, LRECL 80) NASCE VAZIO E          00001100
//* RECEBE UMA LINHA A CADA LEITURA DE PARAMETRO; A FILA AUDP DA        00001200
//* PAR1 GRAVA EM PR.RELACLI.AUDPDIA (LRECL 268), DRENADA PELO          00001300
//* EXEAUDIT.                                                           00001400
//*-------------------------------                                      00001500
//STEP01   EXEC PGM=SORT                                                00001600
//SORTIN   DD *                                                         00001700
AGREGMOV-LIMIAR     20220101005000000000000LIMIAR DE REVISAO EM R$      00001800
ARQMOVDB-RETENCAO   20220101000000365000000DIAS DE MOVIMENTO NO DB2     00001900
AUDITARQ-CONSULTAS  20220101000000050000000CONSULTAS POR OPERADOR/DIA   00002000
DORMCLI-DIAS        20220101000000005000000DIAS PARA CONTA DORMENTE     00002100
FR01CB19-SENTINELA  20220101000099999000000CODIGO DE FIM DOS PEDIDOS    00002200
JURESALD-TAXA       20220101000000000005000TAXA MENSAL DE JUROS         00002300
PREVCAIX-DIAS       20220101000000003000000DIAS UTEIS DA PREVISAO CAIXA 00002320
PREVCAIX-MARGEM     20220101000000010000000MARGEM % DO PEDIDO NUMERARIO 00002340
PREVCAIX-MULTIPLO   20220101000001000000000MULTIPLO DO PEDIDO EM R$     00002360
PREVCAIX-SEMANAS    20220101000000008000000SEMANAS DE HISTORICO CAIXA   00002380
VIGISALD-GERACOES   20220101000000004000000GERACOES DO HISTORICO        00002400
/*                                                                      00002500
//SORTOUT  DD DSN=PR.RELACLI.PARAMETR.CARGA,                            00002600
//            DISP=(,CATLG,DELETE),                                     00002700
//            DCB=(RECFM=FB,LRECL=120)                                  00002800
//SYSOUT   DD SYSOUT=*                                                  00002900
//SYSIN    DD *                                                         00003000
 SORT FIELDS=(1,28,CH,A)                                                00003100
 OUTREC FIELDS=(1,72,11X,C'CARGA   ',C'20220601',C'000000',15X)         00003200
/*                                                                      00003300
//*-------------------------------                                      00003400
//STEP02   EXEC PGM=IDCAMS,COND=(0,LT,STEP01)                           00003500
//SYSPRINT DD SYSOUT=*                                                  00003600
//CARGA    DD DSN=PR.RELACLI.PARAMETR.CARGA,DISP=SHR                    00003700
//SYSIN    DD *                                                         00003800
  DEFINE CLUSTER (NAME(PR.RELACLI.PARAMETR) -                           00003900
                  INDEXED -                                             00004000
                  KEYS(28 0) -                                          00004100
                  RECORDSIZE(120 120) -                                 00004200
                  TRACKS(1 1) -                                         00004300
                  SHAREOPTIONS(2 3))                                    00004400
  REPRO INFILE(CARGA) OUTDATASET(PR.RELACLI.PARAMETR)                   00004500
/*                                                                      00004600
//*-------------------------------                                      00004700
//STEP03   EXEC PGM=IEBGENER,COND=(0,LT,STEP02)                         00004800
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                00004900
//SYSUT2   DD DSN=PR.RELACLI.PARAMUSO,                                  00005000
//            DISP=(,CATLG,DELETE),                                     00005100
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00005200
//SYSPRINT DD SYSOUT=*                                                  00005300
//SYSIN    DD DUMMY                                                     00005400
//*-------------------------------                                      00005700
//STEP04   EXEC PGM=IEBGENER,COND=(0,LT,STEP03)                         00005800
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=268,BLKSIZE=26800)              00005900
//SYSUT2   DD DSN=PR.RELACLI.AUDPDIA,                                   00006000
//            DISP=(,CATLG,DELETE),                                     00006100
//            DCB=(RECFM=FB,LRECL=268,BLKSIZE=26800)                    00006200
//SYSPRINT DD SYSOUT=*                                                  00006300
//SYSIN    DD DUMMY                                                     00006400

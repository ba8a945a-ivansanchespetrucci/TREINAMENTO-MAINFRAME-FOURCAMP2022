//* UTIL DO MES, ANTES DO PRIMEIRO CICLO DIARIO. (PRIMEIRA              00001600
//* EXECUCAO: GERAR A GERACAO INICIAL DO MESFECH COPIANDO O             00001700
//* SALDOS DO FECHAMENTO DO MES ANTERIOR.)                              00001800
//* O MOVIMENTO DO MES QUE O ATUSALDO NAO APLICOU, ACUMULADO PELO       00001820
//* STEP03L DO EXERELCX EM PR.RELACLI.NAOAPMES, NAO SAI NO              00001840
//* EXTRATO; O STEP04 ABRE A GERACAO VAZIA DO MES QUE COMECA            00001860
//* (PRIMEIRA EXECUCAO: EXENAPIN).                                      00001880
//*-------------------------------                                      00001900
//* STEP00 - CONSOLIDAR O MES NO ARQUIVO PERMANENTE (ARQMOVME)          00002000
//*-------------------------------                                      00002100
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00004500
//SALDOANT DD DSN=PR.RELACLI.SALDOS.MESFECH(0),DISP=SHR                 00004600
//CLIENTES DD DSN=PR.RELACLI.MOVMES,DISP=SHR                            00004700
//ESTORNOS DD DSN=PR.RELACLI.ESTORNOS(0),DISP=SHR                       00004705
//NAOAPLIC DD DSN=PR.RELACLI.NAOAPMES(0),DISP=SHR                       00004707
//EXTARQ   DD DSN=PR.RELACLI.EXTARQ,DISP=(NEW,CATLG,DELETE)             00004710
//RELPRT   DD DSN=PR.RELACLI.EXTRATO,DISP=(NEW,CATLG,DELETE)            00004800
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00004900
//            DISP=(,CATLG,DELETE)                                      00006200
//SYSPRINT DD SYSOUT=*                                                  00006300
//SYSIN    DD DUMMY                                                     00006400
//*-------------------------------                                      00006500
//* STEP04 - GERACAO VAZIA DE PR.RELACLI.NAOAPMES PARA O MES QUE        00006600
//* COMECA: O NAO APLICADO DESTE MES JA FOI DESCONTADO NO EXTRATO       00006700
//*-------------------------------                                      00006800
//STEP04   EXEC PGM=IEBGENER,COND=(4,LT,STEP02)                         00006900
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=88,BLKSIZE=8800)                00007000
//SYSUT2   DD DSN=PR.RELACLI.NAOAPMES(+1),                              00007100
//            DISP=(,CATLG,DELETE),                                     00007200
//            DCB=(RECFM=FB,LRECL=88,BLKSIZE=8800)                      00007300
//SYSPRINT DD SYSOUT=*                                                  00007400
//SYSIN    DD DUMMY                                                     00007500

//* VOLTA PELAS GERACOES ANTERIORES DO GDG (CONCATENADAS DA MAIS        00000500
//* NOVA PARA A MAIS VELHA) PARA CONTAR AS GERACOES CONSECUTIVAS        00000600
//* EM QUE CADA CONTA FECHA NEGATIVA. O RELATORIO PARA A MESA DE        00000700
//* CREDITO SAI EM PR.RELACLI.RELVIGIA. QUANTAS GERACOES ANTERIORES     00000800
//* ENTRAM NA CONTA VEM DO PARAMETRO VIGISALD-GERACOES (ARQUIVO         00000825
//* PR.RELACLI.PARAMETR), LIMITADO PELAS GERACOES CONCATENADAS          00000850
//* NO SALDOHIS - PARA AUMENTAR A JANELA, ACRESCENTAR DDS.              00000875
//*-------------------------------                                      00000900
//STEP01   EXEC PGM=VIGISALD                                            00001000
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001100
//         DD DSN=PR.RELACLI.SALDOS(-4),DISP=SHR                        00001600
//RELPRT   DD DSN=PR.RELACLI.RELVIGIA,DISP=(NEW,CATLG,DELETE)           00001700
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00001800
//PARAMETR DD DSN=PR.RELACLI.PARAMETR,DISP=SHR                          00001833
//PARAMUSO DD DSN=PR.RELACLI.PARAMUSO,DISP=SHR                          00001866
//SYSOUT   DD SYSOUT=*                                                  00001900
//SYSIN    DD *                                                         00002000
20220601                                                                00002100

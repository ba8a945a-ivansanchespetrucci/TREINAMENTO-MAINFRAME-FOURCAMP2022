//* HISTORICO DAS GERACOES ANTERIORES (BASE DEFINIDA VIA IDCAMS         00000500
//* DEFINE GDG, FORA DESTE JOB). COM ISSO O SORT NAO REGRAVA MAIS       00000600
//* A GERACAO ATUAL.                                                    00000700
//*-------------------------------                                      00000701
//* STEP0L/STEP0M - ORDENS PERMANENTES (ORDPERM): AS INCLUSOES E        00000702
//* CANCELAMENTOS DO DIA (PR.RELACLI.PEDORDP) SAO CLASSIFICADOS         00000703
//* POR AGENCIA/CONTA/SEQUENCIA E APLICADOS SOBRE A GERACAO DE          00000704
//* ONTEM DO MESTRE PR.RELACLI.ORDPERM (GDG, BOOK #ORDPERM). AS         00000705
//* ORDENS QUE VENCEM HOJE GERAM AS DUAS PERNAS T COM HDR/TRL EM        00000706
//* PR.RELACLI.ORDPSAI (ALIMENTACAO CLIORDP DO PORTACLI). AS            00000707
//* PERNAS DE DEBITO QUE O ATUSALDO DEVOLVEU ONTEM SEM SALDO            00000708
//* (PR.RELACLI.ORDPEXC) SAO REPETIDAS ATE 3 TENTATIVAS, COM            00000709
//* PEDIDO DE ESTORNO DA PERNA DE CREDITO EM PR.RELACLI.PEDESTOR        00000710
//* ANTES DO ESTORMOV (STEP0J). RELATORIO EM PR.RELACLI.RELORDPE.       00000711
//*-------------------------------                                      00000712
//STEP0L   EXEC PGM=SORT                                                00000713
//SORTIN   DD DSN=PR.RELACLI.PEDORDP,DISP=SHR                           00000714
//SORTOUT  DD DSN=PR.RELACLI.ORDPCLAS,DISP=(NEW,CATLG,DELETE)           00000715
//SYSOUT   DD SYSOUT=*                                                  00000716
//SYSIN    DD *                                                         00000717
 OPTION EQUALS                                                          00000718
 SORT FIELDS=(2,12,CH,A)                                                00000719
//*-------------------------------                                      00000720
//STEP0M   EXEC PGM=ORDPERM,COND=(4,LT,STEP0L)                          00000721
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00000722
//ORDANT   DD DSN=PR.RELACLI.ORDPERM(0),DISP=SHR                        00000723
//PEDORDP  DD DSN=PR.RELACLI.ORDPCLAS,DISP=SHR                          00000724
//ORDFALHA DD DSN=PR.RELACLI.ORDPEXC(0),DISP=SHR                        00000725
//ORDNOV   DD DSN=PR.RELACLI.ORDPERM(+1),                               00000726
//            DISP=(,CATLG,DELETE)                                      00000727
//ORDPSAI  DD DSN=PR.RELACLI.ORDPSAI,DISP=(NEW,CATLG,DELETE)            00000728
//PEDESTOR DD DSN=PR.RELACLI.PEDESTOR,DISP=MOD                          00000729
//RELPRT   DD DSN=PR.RELACLI.RELORDPE,DISP=(NEW,CATLG,DELETE)           00000730
//FERIADOS DD DSN=PR.RELACLI.FERIADOS,DISP=SHR                          00000731
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00000732
//SYSOUT   DD SYSOUT=*                                                  00000733
//SYSIN    DD *                                                         00000734
20220601                                                                00000735
/*                                                                      00000736
//*-------------------------------                                      00000737
//* STEP0N - ESVAZIAR PR.RELACLI.PEDORDP DEPOIS DE APLICADO, PARA       00000738
//* OS PEDIDOS DE HOJE NAO REENTRAREM AMANHA.                           00000739
//*-------------------------------                                      00000740
//STEP0N   EXEC PGM=IEBGENER,COND=(4,LT,STEP0M)                         00000741
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)              00000742
//SYSUT2   DD DSN=PR.RELACLI.PEDORDP,DISP=OLD                           00000743
//SYSPRINT DD SYSOUT=*                                                  00000744
//SYSIN    DD DUMMY                                                     00000745
//*-------------------------------                                      00000746
//* STEP0Q/STEP0R - EMPRESTIMOS (EMPREST): AS INCLUSOES E PEDIDOS       00000747
//* DE QUITACAO DO DIA (PR.RELACLI.PEDEMPR) SAO CLASSIFICADOS POR       00000748
//* AGENCIA/CONTA/CONTRATO E APLICADOS SOBRE A GERACAO DE ONTEM         00000749
//* DO MESTRE PR.RELACLI.EMPREST (GDG, BOOK #EMPREST). AS PARCELAS      00000750
//* QUE VENCEM HOJE E O QUE JA ESTAVA EM ATRASO SAO COBRADOS ATE O      00000751
//* DISPONIVEL DE ONTEM (PR.RELACLI.SALDOS(0)); OS DEBITOS SAEM COM     00000752
//* HDR/TRL EM PR.RELACLI.EMPRSAI (ALIMENTACAO CLIEMPR DO               00000753
//* PORTACLI). SYSIN: DATA, MULTA (%) E MORA (% AO MES), 4 DIGITOS      00000754
//* COM 2 DECIMAIS. RELATORIO DE COBRANCA, ATRASO POR FAIXA E           00000755
//* DEMONSTRATIVOS DE QUITACAO EM PR.RELACLI.RELEMPRE.                  00000756
//* O DEBITO DE ONTEM QUE O ATUSALDO NAO APLICOU (PR.RELACLI.           00000757
//* SEMCONTA E PR.RELACLI.BLOQEXC, LIDOS ANTES DE O STEP03B             00000758
//* RECRIA-LOS) REABRE A COBRANCA DO CONTRATO.                          00000759
//*-------------------------------                                      00000760
//STEP0Q   EXEC PGM=SORT                                                00000761
//SORTIN   DD DSN=PR.RELACLI.PEDEMPR,DISP=SHR                           00000762
//SORTOUT  DD DSN=PR.RELACLI.EMPRCLAS,DISP=(NEW,CATLG,DELETE)           00000763
//SYSOUT   DD SYSOUT=*                                                  00000764
//SYSIN    DD *                                                         00000765
 OPTION EQUALS                                                          00000766
 SORT FIELDS=(2,12,CH,A)                                                00000767
//*-------------------------------                                      00000768
//STEP0R   EXEC PGM=EMPREST,COND=(4,LT,STEP0Q)                          00000769
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00000770
//EMPANT   DD DSN=PR.RELACLI.EMPREST(0),DISP=SHR                        00000771
//PEDEMPR  DD DSN=PR.RELACLI.EMPRCLAS,DISP=SHR                          00000772
//SALDOANT DD DSN=PR.RELACLI.SALDOS(0),DISP=SHR                         00000773
//NAOAPLIC DD DSN=PR.RELACLI.SEMCONTA,DISP=SHR                          00000774
//         DD DSN=PR.RELACLI.BLOQEXC,DISP=SHR                           00000775
//EMPNOV   DD DSN=PR.RELACLI.EMPREST(+1),                               00000776
//            DISP=(,CATLG,DELETE)                                      00000777
//EMPRSAI  DD DSN=PR.RELACLI.EMPRSAI,DISP=(NEW,CATLG,DELETE)            00000778
//RELPRT   DD DSN=PR.RELACLI.RELEMPRE,DISP=(NEW,CATLG,DELETE)           00000779
//FERIADOS DD DSN=PR.RELACLI.FERIADOS,DISP=SHR                          00000780
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00000781
//SYSOUT   DD SYSOUT=*                                                  00000782
//SYSIN    DD *                                                         00000783
20220601                                                                00000784
0200                                                                    00000785
0100                                                                    00000786
/*                                                                      00000787
//*-------------------------------                                      00000788
//* STEP0S - ESVAZIAR PR.RELACLI.PEDEMPR DEPOIS DE APLICADO, PARA       00000789
//* OS PEDIDOS DE HOJE NAO REENTRAREM AMANHA.                           00000790
//*-------------------------------                                      00000791
//STEP0S   EXEC PGM=IEBGENER,COND=(4,LT,STEP0R)                         00000792
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)              00000793
//SYSUT2   DD DSN=PR.RELACLI.PEDEMPR,DISP=OLD                           00000794
//SYSPRINT DD SYSOUT=*                                                  00000795
//SYSIN    DD DUMMY                                                     00000796
//*-------------------------------                                      00000800
//* STEP0A/STEP0B - MESTRE DE CONTAS (ATUCONTA): AS SOLICITACOES DE     00000801
//* ABERTURA/ENCERRAMENTO/BLOQUEIO/LIBERACAO DO DIA SAO                 00000802
//* CLASSIFICADAS POR AGENCIA/CONTA (EQUALS MANTEM A ORDEM DE           00000803
//* CHEGADA NA MESMA CONTA) E APLICADAS SOBRE A GERACAO DE ONTEM        00000804
//* DE PR.RELACLI.CONTAS (GDG). A NOVA GERACAO (+1) E A QUE O           00000805
//* CRITICAC E O ATUSALDO LEEM: CONTA ABERTA HOJE JA RECEBE             00000806
//* MOVIMENTO HOJE. RELATORIO DAS SOLICITACOES EM                       00000807
//* PR.RELACLI.RELCONTA PARA AS AGENCIAS.                               00000808
//*-------------------------------                                      00000809
//STEP0A   EXEC PGM=SORT                                                00000810
//SORTIN   DD DSN=PR.RELACLI.SOLICONT,DISP=SHR                          00000811
//SORTOUT  DD DSN=PR.RELACLI.SOLCLASS,DISP=(NEW,CATLG,DELETE)           00000812
//SYSOUT   DD SYSOUT=*                                                  00000813
//SYSIN    DD *                                                         00000814
 OPTION EQUALS                                                          00000815
 SORT FIELDS=(2,09,CH,A)                                                00000816
//*-------------------------------                                      00000817
//STEP0B   EXEC PGM=ATUCONTA,COND=(4,LT,STEP0A)                         00000818
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00000819
//CONTAANT DD DSN=PR.RELACLI.CONTAS(0),DISP=SHR                         00000820
//SOLICONT DD DSN=PR.RELACLI.SOLCLASS,DISP=SHR                          00000821
//CONTANOV DD DSN=PR.RELACLI.CONTAS(+1),                                00000822
//            DISP=(,CATLG,DELETE)                                      00000823
//RELPRT   DD DSN=PR.RELACLI.RELCONTA,DISP=(NEW,CATLG,DELETE)           00000824
//FERIADOS DD DSN=PR.RELACLI.FERIADOS,DISP=SHR                          00000825
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00000826
//SYSOUT   DD SYSOUT=*                                                  00000827
//SYSIN    DD *                                                         00000828
20220601                                                                00000829
/*                                                                      00000830
//*-------------------------------                                      00000831
//* STEP0C - ESVAZIAR PR.RELACLI.SOLICONT DEPOIS DE APLICADO, PARA      00000832
//* AS SOLICITACOES DE HOJE NAO REENTRAREM AMANHA.                      00000833
//*-------------------------------                                      00000834
//STEP0C   EXEC PGM=IEBGENER,COND=(4,LT,STEP0B)                         00000835
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                00000836
//SYSUT2   DD DSN=PR.RELACLI.SOLICONT,DISP=OLD                          00000837
//SYSPRINT DD SYSOUT=*                                                  00000838
//SYSIN    DD DUMMY                                                     00000839
//*-------------------------------                                      00000840
//* STEP0G/STEP0H - ORDENS JUDICIAIS DE BLOQUEIO (ATUBLOQ): AS          00000841
//* ORDENS DE INCLUSAO/LIBERACAO RECEBIDAS DO JURIDICO SAO              00000842
//* CLASSIFICADAS POR AGENCIA/CONTA/ORDEM (EQUALS MANTEM A ORDEM        00000843
//* DE CHEGADA) E APLICADAS SOBRE A GERACAO DE ONTEM DE                 00000844
//* PR.RELACLI.BLOQJUD (GDG). A NOVA GERACAO (+1) E A QUE O             00000845
//* ATUSALDO LE PARA SOMAR O VALOR BLOQUEADO DE CADA CONTA.             00000846
//* RELATORIO DAS ORDENS EM PR.RELACLI.RELORDJU PARA O JURIDICO.        00000847
//*-------------------------------                                      00000848
//STEP0G   EXEC PGM=SORT                                                00000849
//SORTIN   DD DSN=PR.RELACLI.ORDEMJUD,DISP=SHR                          00000850
//SORTOUT  DD DSN=PR.RELACLI.ORDCLASS,DISP=(NEW,CATLG,DELETE)           00000851
//SYSOUT   DD SYSOUT=*                                                  00000852
//SYSIN    DD *                                                         00000853
 OPTION EQUALS                                                          00000854
 SORT FIELDS=(2,24,CH,A)                                                00000855
//*-------------------------------                                      00000856
//STEP0H   EXEC PGM=ATUBLOQ,COND=(4,LT,STEP0G)                          00000857
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00000858
//BLOQANT  DD DSN=PR.RELACLI.BLOQJUD(0),DISP=SHR                        00000859
//ORDEMJUD DD DSN=PR.RELACLI.ORDCLASS,DISP=SHR                          00000860
//BLOQNOV  DD DSN=PR.RELACLI.BLOQJUD(+1),                               00000861
//            DISP=(,CATLG,DELETE)                                      00000862
//RELPRT   DD DSN=PR.RELACLI.RELORDJU,DISP=(NEW,CATLG,DELETE)           00000863
//FERIADOS DD DSN=PR.RELACLI.FERIADOS,DISP=SHR                          00000864
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00000865
//SYSOUT   DD SYSOUT=*                                                  00000866
//SYSIN    DD *                                                         00000867
20220601                                                                00000868
/*                                                                      00000869
//*-------------------------------                                      00000870
//* STEP0I - ESVAZIAR PR.RELACLI.ORDEMJUD DEPOIS DE APLICADO, PARA      00000871
//* AS ORDENS DE HOJE NAO REENTRAREM AMANHA.                            00000872
//*-------------------------------                                      00000873
//STEP0I   EXEC PGM=IEBGENER,COND=(4,LT,STEP0H)                         00000874
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                00000875
//SYSUT2   DD DSN=PR.RELACLI.ORDEMJUD,DISP=OLD                          00000876
//SYSPRINT DD SYSOUT=*                                                  00000877
//SYSIN    DD DUMMY                                                     00000878
//*-------------------------------                                      00000879
//* STEP0D - CADASTRO DE TITULARES: AS CONTAS DA GERACAO DO DIA DO      00000880
//* MESTRE PR.RELACLI.CONTAS (STEP0B) COM CPF/CNPJ DO TITULAR,          00000881
//* CLASSIFICADAS POR CPF/CNPJ E AGENCIA/CONTA, GERAM UMA NOVA          00000882
//* GERACAO DE PR.RELACLI.TITULAR (GDG, BOOK #TITULAR) - ENTRADA        00000883
//* DO TITLOAD (EXETITLD) E DO POSCONS (EXEPOSCL).                      00000884
//*-------------------------------                                      00000885
//STEP0D   EXEC PGM=SORT,COND=(4,LT,STEP0B)                             00000886
//SORTIN   DD DSN=PR.RELACLI.CONTAS(+1),DISP=SHR                        00000887
//SORTOUT  DD DSN=PR.RELACLI.TITULAR(+1),                               00000888
//            DISP=(,CATLG,DELETE),                                     00000889
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00000890
//SYSOUT   DD SYSOUT=*                                                  00000891
//SYSIN    DD *                                                         00000892
 INCLUDE COND=(58,01,CH,EQ,C'F',OR,58,01,CH,EQ,C'J')                    00000893
 SORT FIELDS=(59,14,CH,A,01,09,CH,A)                                    00000894
 OUTREC FIELDS=(59,14,01,09,58,01,10,30,40,01,41,01,42,08,16X)          00000895
/*                                                                      00000896
//*-------------------------------                                      00000897
//* STEP00 - PORTAO DE CHEGADA (PORTACLI): CONFERE HEADER (DATA DO      00000900
//* NEGOCIO) E TRAILER (QTD E SOMA DE FD-VALOR) DO ARQUIVO              00001000
//* TRANSMITIDO E GRAVA SOMENTE OS DETALHES EM PR.RELACLI.MOVDIA.       00001100
//SYSPRINT DD SYSOUT=*                                                  00001468
//SYSIN    DD DUMMY                                                     00001469
//*-------------------------------                                      00001470
//* STEP0J - ESTORNOS (ESTORMOV): CONFERE NA TABELA DB2 MOVIMENTOS      00001471
//* OS PEDIDOS DO DIA (PR.RELACLI.PEDESTOR), MARCA O ORIGINAL COMO      00001472
//* ESTORNADO, GRAVA O CONTRA-MOVIMENTO COM HDR/TRL PARA O PORTACLI     00001473
//* (PR.RELACLI.ESTORSAI, ALIMENTACAO CLIESTOR) E O PAR NA NOVA         00001474
//* GERACAO DO REGISTRO PR.RELACLI.ESTORNOS (GDG) LIDO PELO             00001475
//* EXTRCLI. RELATORIO DOS PEDIDOS EM PR.RELACLI.RELESTOR.              00001476
//*-------------------------------                                      00001477
//STEP0J   EXEC PGM=ESTORMOV                                            00001478
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001479
//PEDESTOR DD DSN=PR.RELACLI.PEDESTOR,DISP=SHR                          00001480
//ESTANT   DD DSN=PR.RELACLI.ESTORNOS(0),DISP=SHR                       00001481
//ESTNOV   DD DSN=PR.RELACLI.ESTORNOS(+1),                              00001482
//            DISP=(,CATLG,DELETE)                                      00001483
//ESTORSAI DD DSN=PR.RELACLI.ESTORSAI,DISP=(NEW,CATLG,DELETE)           00001484
//RELPRT   DD DSN=PR.RELACLI.RELESTOR,DISP=(NEW,CATLG,DELETE)           00001485
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00001486
//SYSOUT   DD SYSOUT=*                                                  00001487
//SYSIN    DD *                                                         00001488
20220601                                                                00001489
/*                                                                      00001490
//*-------------------------------                                      00001491
//* STEP0K - ESVAZIAR PR.RELACLI.PEDESTOR DEPOIS DE PROCESSADO.         00001492
//*-------------------------------                                      00001493
//STEP0K   EXEC PGM=IEBGENER,COND=(4,LT,STEP0J)                         00001494
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                00001495
//SYSUT2   DD DSN=PR.RELACLI.PEDESTOR,DISP=OLD                          00001496
//SYSPRINT DD SYSOUT=*                                                  00001497
//SYSIN    DD DUMMY                                                     00001498
//*-------------------------------                                      00001499
//* STEP0O - RETORNO DA CAMARA DE COMPENSACAO (RETINTER): CONFERE O     00001500
//* HEADER E O TRAILER DE PR.RELACLI.RETCAMAR E GRAVA A OCORRENCIA      00001501
//* (ACEITA/DEVOLVIDA) DE CADA TED/DOC NA NOVA GERACAO DO REGISTRO      00001502
//* PR.RELACLI.REMESSAS (GDG, BOOK #REMESSA). A DEVOLVIDA VIRA          00001503
//* ESTORNO A CREDITO COM HDR/TRL EM PR.RELACLI.DEVOLSAI                00001504
//* (ALIMENTACAO CLIDEVTR DO PORTACLI). RC=4 EM ARQUIVO REJEITADO       00001505
//* OU RETORNO DIVERGENTE. RELATORIO EM PR.RELACLI.RELRETIN.            00001506
//*-------------------------------                                      00001507
//STEP0O   EXEC PGM=RETINTER                                            00001508
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001509
//RETCAMAR DD DSN=PR.RELACLI.RETCAMAR,DISP=SHR                          00001510
//REMANT   DD DSN=PR.RELACLI.REMESSAS(0),DISP=SHR                       00001511
//REMNOV   DD DSN=PR.RELACLI.REMESSAS(+1),                              00001512
//            DISP=(,CATLG,DELETE)                                      00001513
//CLIDEVTR DD DSN=PR.RELACLI.DEVOLSAI,DISP=(NEW,CATLG,DELETE)           00001514
//RELPRT   DD DSN=PR.RELACLI.RELRETIN,DISP=(NEW,CATLG,DELETE)           00001515
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00001516
//SYSOUT   DD SYSOUT=*                                                  00001517
//SYSIN    DD *                                                         00001518
20220601                                                                00001519
/*                                                                      00001520
//*-------------------------------                                      00001521
//* STEP0P - ESVAZIAR PR.RELACLI.RETCAMAR DEPOIS DE APLICADO. COM       00001522
//* RC>0 NO STEP0O O ARQUIVO FICA PARA CONFERENCIA.                     00001523
//*-------------------------------                                      00001524
//STEP0P   EXEC PGM=IEBGENER,COND=(0,LT,STEP0O)                         00001525
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)              00001526
//SYSUT2   DD DSN=PR.RELACLI.RETCAMAR,DISP=OLD                          00001527
//SYSPRINT DD SYSOUT=*                                                  00001528
//SYSIN    DD DUMMY                                                     00001529
//*-------------------------------                                      00001530
//STEP00   EXEC PGM=PORTACLI,                                           00001540
//             COND=((4,LT,STEP0E),(4,LT,STEP0J),(4,LT,STEP0M),         00001550
//             (4,LT,STEP0O),(4,LT,STEP0R))                             00001575
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001600
//CLIENTES DD DSN=PR.RELACLI.CLIENTES(0),DISP=SHR                       00001700
//CLIEMERG DD DSN=PR.RELACLI.EMERGSAI,DISP=SHR                          00001710
//CLIESTOR DD DSN=PR.RELACLI.ESTORSAI,DISP=SHR                          00001720
//CLIORDP  DD DSN=PR.RELACLI.ORDPSAI,DISP=SHR                           00001730
//CLIDEVTR DD DSN=PR.RELACLI.DEVOLSAI,DISP=SHR                          00001765
//CLIEMPR  DD DSN=PR.RELACLI.EMPRSAI,DISP=SHR                           00001782
//CLILOJA  DD DSN=PR.RELACLI.LOJASAI,DISP=SHR                           00001790
//MOVDIA   DD DSN=PR.RELACLI.MOVDIA,DISP=(NEW,CATLG,DELETE)             00001800
//PORTARES DD DSN=PR.RELACLI.PORTARES,DISP=MOD                          00001810
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00001900
//SYSIN    DD *                                                         00002100
20220601                                                                00002200
/*                                                                      00002300
//*-------------------------------                                      00002308
//* STEP0T - ESVAZIAR PR.RELACLI.LOJASAI (CREDITO DA VENDA DAS          00002316
//* LOJAS, GRAVADO PELO EXECREDL DA SUITE FOUR01) DEPOIS DO             00002324
//* PORTAO, PARA O CREDITO DE HOJE NAO ENTRAR DE NOVO AMANHA.           00002332
//* COM RC>0 NO STEP00 O ARQUIVO FICA PARA O REPROCESSAMENTO.           00002340
//*-------------------------------                                      00002348
//STEP0T   EXEC PGM=IEBGENER,COND=(0,LT,STEP00)                         00002356
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=88,BLKSIZE=8800)                00002364
//SYSUT2   DD DSN=PR.RELACLI.LOJASAI,DISP=OLD                           00002372
//SYSPRINT DD SYSOUT=*                                                  00002380
//SYSIN    DD DUMMY                                                     00002388
//*-------------------------------                                      00002400
//* STEP01 - CRITICA DE TODOS OS CAMPOS DO MOVIMENTO (CRITICAC):        00002500
//* SOMENTE OS REGISTROS CERTIFICADOS SEGUEM PARA O SORT E PARA O       00002600
//* RELACLI/CARGACLI. OS CRITICADOS FICAM EM PR.RELACLI.CRITICA         00002700
//* COM UM MOTIVO POR CAMPO. A SITUACAO DA CONTA VEM DA GERACAO         00002800
//* DO DIA DO MESTRE PR.RELACLI.CONTAS (STEP0B).                        00002810
//*-------------------------------                                      00002900
//STEP01   EXEC PGM=CRITICAC,COND=((4,LT,STEP00),(4,LT,STEP0B))         00003000
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00003100
//* OS CORRIGIDOS DO CORRIGEX (MARCA REP) REENTRAM NO CICLO AQUI,       00003200
//* CONCATENADOS AO MOVIMENTO DO DIA                                    00003300
//CERTIF   DD DSN=PR.RELACLI.CERTIF,DISP=(NEW,CATLG,DELETE)             00003600
//CRITICA  DD DSN=PR.RELACLI.CRITICA,DISP=(NEW,CATLG,DELETE)            00003700
//RESUMCRI DD DSN=PR.RELACLI.RESUMCRI,DISP=MOD                          00003710
//CONTAS   DD DSN=PR.RELACLI.CONTAS(+1),DISP=SHR                        00003720
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00003800
//SYSOUT   DD SYSOUT=*                                                  00003900
//SYSIN    DD *                                                         00003910
//* PR.RELACLI.MOVUNICO E UM GDG: A GERACAO DIARIA CERTIFICADA E        00006800
//* CLASSIFICADA QUE OS DEMAIS PASSOS CONSOMEM E QUE O FECHAMENTO       00006900
//* MENSAL DE EXTRATOS LE PELA BASE.                                    00007000
//* O DEDUPCLI, O RELACLI E O ATUSALDO PASSAM PELO CTLEXEC: A ORDEM     00007025
//* ENTRE ELES NA DATA E A DECLARADA EM PR.RELACLI.DEPEXEC              00007050
//* (EXEDEPEN) - O ATUSALDO E O RELACLI ESPERAM O DEDUPCLI.             00007075
//*-------------------------------                                      00007100
//STEP02D  EXEC PGM=DEDUPCLI,COND=(4,LT,STEP02)                         00007200
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00007300
//RELQUAR  DD DSN=PR.RELACLI.RELQUAR,DISP=(NEW,CATLG,DELETE)            00007800
//RESUMDED DD DSN=PR.RELACLI.RESUMDED,DISP=MOD                          00007810
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00007900
//CONTROLEX DD DSN=PR.RELACLI.CONTROLEX,DISP=SHR                        00007933
//DEPEXEC  DD DSN=PR.RELACLI.DEPEXEC,DISP=SHR                           00007966
//SYSOUT   DD SYSOUT=*                                                  00008000
//SYSIN    DD *                                                         00008100
20220601                                                                00008200
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00009800
//ALTOVLR  DD DSN=PR.RELACLI.ALTOVLR,DISP=(NEW,CATLG,DELETE)            00009900
//CONTROLEX DD DSN=PR.RELACLI.CONTROLEX,DISP=SHR                        00010000
//DEPEXEC  DD DSN=PR.RELACLI.DEPEXEC,DISP=SHR                           00010050
//FERIADOS DD DSN=PR.RELACLI.FERIADOS,DISP=SHR                          00010100
//RELAGENC DD DSN=PR.RELACLI.RELAGENC,DISP=(NEW,CATLG,DELETE)           00010200
//SYSOUT   DD SYSOUT=*                                                  00010300
//*-------------------------------                                      00011300
//* STEP03A - POSICAO LIQUIDA POR AGENCIA E TIPO DE OPERACAO            00011400
//* (APURAOP) SOBRE O MESMO ARQUIVO CLASSIFICADO DO RELACLI             00011500
//* CADA REGIAO DO MESTRE PR.RELACLI.AGENCIAS SAI EM PAGINA             00011533
//* PROPRIA, PARA A DISTRIBUICAO (EXEDISTR) AOS DIRETORES REGIONAIS.    00011566
//*-------------------------------                                      00011600
//STEP03A  EXEC PGM=APURAOP,COND=(4,LT,STEP02D)                         00011700
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00011800
//CLIENTES DD DSN=PR.RELACLI.MOVUNICO(+1),DISP=SHR                      00011900
//AGENCIAS DD DSN=PR.RELACLI.AGENCIAS,DISP=SHR                          00011950
//RELPRT   DD DSN=PR.RELACLI.RELAPUR,DISP=(NEW,CATLG,DELETE)            00012000
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00012100
//SYSOUT   DD SYSOUT=*                                                  00012200
//* STEP03B - ATUALIZACAO DO MESTRE DE SALDOS (ATUSALDO):               00012700
//* PR.RELACLI.SALDOS E UM GDG - LE A GERACAO DE ONTEM (0) E OS         00012800
//* MOVIMENTOS UNICOS DO DIA E GRAVA A NOVA GERACAO (+1) COM            00012900
//* ABERTURA, QTD DE MOVIMENTOS E FECHAMENTO POR CONTA. SO ABRE         00013000
//* POSICAO PARA CONTA DO MESTRE PR.RELACLI.CONTAS; MOVIMENTO DE        00013010
//* CONTA FORA DO MESTRE OU ENCERRADA SAI EM PR.RELACLI.SEMCONTA.       00013020
//* GRAVA O VALOR BLOQUEADO DAS ORDENS EM VIGOR DE                      00013030
//* PR.RELACLI.BLOQJUD(+1) E DESVIA PARA PR.RELACLI.BLOQEXC O           00013040
//* DEBITO QUE INVADIRIA O BLOQUEIO.                                    00013050
//* A PERNA DE DEBITO DE ORDEM PERMANENTE SEM SALDO DISPONIVEL          00013051
//* VAI PARA PR.RELACLI.ORDPEXC (GDG), LIDO PELO ORDPERM AMANHA.        00013052
//*-------------------------------                                      00013100
//STEP03B  EXEC PGM=ATUSALDO,COND=((4,LT,STEP02D),(4,LT,STEP0H))        00013200
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00013300
//SALDOANT DD DSN=PR.RELACLI.SALDOS(0),DISP=SHR                         00013400
//CLIENTES DD DSN=PR.RELACLI.MOVUNICO(+1),DISP=SHR                      00013500
//SALDONOVO DD DSN=PR.RELACLI.SALDOS(+1),                               00013600
//            DISP=(,CATLG,DELETE)                                      00013700
//CONTAS   DD DSN=PR.RELACLI.CONTAS(+1),DISP=SHR                        00013710
//SEMCONTA DD DSN=PR.RELACLI.SEMCONTA,DISP=(NEW,CATLG,DELETE)           00013720
//BLOQJUD  DD DSN=PR.RELACLI.BLOQJUD(+1),DISP=SHR                       00013730
//BLOQEXC  DD DSN=PR.RELACLI.BLOQEXC,DISP=(NEW,CATLG,DELETE)            00013740
//ORDPEXC  DD DSN=PR.RELACLI.ORDPEXC(+1),                               00013741
//            DISP=(,CATLG,DELETE)                                      00013742
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00013800
//CONTROLEX DD DSN=PR.RELACLI.CONTROLEX,DISP=SHR                        00013833
//DEPEXEC  DD DSN=PR.RELACLI.DEPEXEC,DISP=SHR                           00013866
//SYSOUT   DD SYSOUT=*                                                  00013900
//SYSIN    DD *                                                         00014000
20220601                                                                00014100
/*                                                                      00014200
//*-------------------------------                                      00014201
//* STEP03G - RELATORIO DE BLOQUEIO JUDICIAL (RELBLOQ): CONTAS DA       00014202
//* NOVA GERACAO PR.RELACLI.SALDOS(+1) COM VALOR BLOQUEADO, COM         00014203
//* FECHAMENTO, BLOQUEADO E DISPONIVEL POR AGENCIA, EM                  00014204
//* PR.RELACLI.RELBLOQ PARA O JURIDICO.                                 00014205
//*-------------------------------                                      00014206
//STEP03G  EXEC PGM=RELBLOQ,COND=(4,LT,STEP03B)                         00014207
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00014208
//SALDOATU DD DSN=PR.RELACLI.SALDOS(+1),DISP=SHR                        00014209
//RELPRT   DD DSN=PR.RELACLI.RELBLOQ,DISP=(NEW,CATLG,DELETE)            00014210
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00014211
//SYSOUT   DD SYSOUT=*                                                  00014212
//SYSIN    DD *                                                         00014213
20220601                                                                00014214
/*                                                                      00014215
//*-------------------------------                                      00014219
//* STEP03L - ACUMULAR NO MES O MOVIMENTO QUE O ATUSALDO NAO            00014223
//* APLICOU (SEMCONTA, BLOQEXC E ORDPEXC DO DIA) NA NOVA GERACAO        00014227
//* DE PR.RELACLI.NAOAPMES (GDG, LRECL 88, BOOK #CLIENTE), PARA O       00014231
//* EXTRCLI NAO LISTAR NO EXTRATO O QUE NAO ESTA NO SALDO. O            00014235
//* EXEEXTRA ABRE GERACAO VAZIA A CADA FECHAMENTO DE MES.               00014239
//*-------------------------------                                      00014243
//STEP03L  EXEC PGM=IEBGENER,COND=(4,LT,STEP03B)                        00014247
//SYSUT1   DD DSN=PR.RELACLI.NAOAPMES(0),DISP=SHR                       00014251
//         DD DSN=PR.RELACLI.SEMCONTA,DISP=SHR                          00014255
//         DD DSN=PR.RELACLI.BLOQEXC,DISP=SHR                           00014259
//         DD DSN=PR.RELACLI.ORDPEXC(+1),DISP=SHR                       00014263
//SYSUT2   DD DSN=PR.RELACLI.NAOAPMES(+1),                              00014267
//            DISP=(,CATLG,DELETE),                                     00014271
//            DCB=(RECFM=FB,LRECL=88,BLKSIZE=8800)                      00014275
//SYSPRINT DD SYSOUT=*                                                  00014279
//SYSIN    DD DUMMY                                                     00014283
//*-------------------------------                                      00014300
//* STEP03C - SOMENTE AS TRANSFERENCIAS (T), CLASSIFICADAS POR          00014400
//* DATA E VALOR PARA AS DUAS PERNAS FICAREM CONSECUTIVAS               00014500
//*-------------------------------                                      00015400
//* STEP03D - CASAMENTO DAS PERNAS DE TRANSFERENCIA (PARTRANF):         00015500
//* PERNAS SEM PAR SAEM NO RELATORIO DE ORFAOS PARA A FRAUDE            00015600
//* PERNA CUJA CONTRA-AGENCIA NAO E NOSSA (PR.RELACLI.AGENCIAS) NAO     00015633
//* E ORFA: A DE SAIDA VAI PARA PR.RELACLI.TRANSEXT (STEP03H).          00015666
//*-------------------------------                                      00015700
//STEP03D  EXEC PGM=PARTRANF,COND=(4,LT,STEP03C)                        00015800
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00015900
//TRANSFS  DD DSN=PR.RELACLI.TRANSFS,DISP=SHR                           00016000
//AGENCIAS DD DSN=PR.RELACLI.AGENCIAS,DISP=SHR                          00016033
//TRANSEXT DD DSN=PR.RELACLI.TRANSEXT,DISP=(NEW,CATLG,DELETE)           00016066
//RELORF   DD DSN=PR.RELACLI.RELORF,DISP=(NEW,CATLG,DELETE)             00016100
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00016200
//SYSOUT   DD SYSOUT=*                                                  00016300
//SYSIN    DD *                                                         00016400
20220601                                                                00016500
/*                                                                      00016600
//*-------------------------------                                      00016603
//* STEP03H - REMESSA INTERBANCARIA (REMINTER): AS PERNAS DE SAIDA      00016606
//* PARA OUTROS BANCOS (PR.RELACLI.TRANSEXT, STEP03D) VAO PARA          00016609
//* PR.RELACLI.REMCAMAR COM HEADER (NSA) E TRAILER, MENOS AS QUE O      00016612
//* ATUSALDO NAO DEBITOU (SEMCONTA, BLOQEXC E ORDPEXC). DOC ATE O       00016615
//* LIMITE DO SYSIN, TED ACIMA. GRAVA A NOVA GERACAO DO REGISTRO        00016618
//* PR.RELACLI.REMESSAS (SOBRE A DO STEP0O) E CONCILIA ENVIADAS,        00016621
//* ACEITAS, DEVOLVIDAS E PENDENTES EM PR.RELACLI.RELREMES.             00016624
//*-------------------------------                                      00016627
//STEP03H  EXEC PGM=REMINTER,                                           00016630
//             COND=((4,LT,STEP03D),(4,LT,STEP03B),(4,LT,STEP0O))       00016633
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00016636
//TRANSEXT DD DSN=PR.RELACLI.TRANSEXT,DISP=SHR                          00016639
//NAOAPLIC DD DSN=PR.RELACLI.SEMCONTA,DISP=SHR                          00016642
//         DD DSN=PR.RELACLI.BLOQEXC,DISP=SHR                           00016645
//         DD DSN=PR.RELACLI.ORDPEXC(+1),DISP=SHR                       00016648
//REMANT   DD DSN=PR.RELACLI.REMESSAS(+1),DISP=SHR                      00016651
//REMNOV   DD DSN=PR.RELACLI.REMESSAS(+2),                              00016654
//            DISP=(,CATLG,DELETE)                                      00016657
//REMCAMAR DD DSN=PR.RELACLI.REMCAMAR,DISP=(NEW,CATLG,DELETE)           00016660
//RELPRT   DD DSN=PR.RELACLI.RELREMES,DISP=(NEW,CATLG,DELETE)           00016663
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00016666
//SYSOUT   DD SYSOUT=*                                                  00016669
//SYSIN    DD *                                                         00016672
20220601                                                                00016675
0000500000                                                              00016678
/*                                                                      00016681
//*-------------------------------                                      00016700
//* STEP03E - TARIFACAO POR OPERACAO (TARIFMOV): PRECIFICA CADA         00016800
//* MOVIMENTO DO MOVUNICO PELA TABELA PR.RELACLI.TARMOV (TIPO DE        00016900
//*-------------------------------                                      00018600
//* STEP03F - AGREGADO DO MESMO DIA (AGREGMOV): SOMA OS MOVIMENTOS      00018700
//* DE CADA AGENCIA/CONTA POR TIPO DE OPERACAO E DATA E GRAVA OS        00018800
//* GRUPOS DE MAIS DE UM MOVIMENTO QUE CRUZAM O LIMIAR (PARAMETRO       00018900
//* AGREGMOV-LIMIAR) EM PR.RELACLI.AGREGVLR COM A MARCA AGR.            00019000
//*-------------------------------                                      00019100
//STEP03F  EXEC PGM=AGREGMOV,COND=(4,LT,STEP02D)                        00019200
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00019300
//MOVUNICO DD DSN=PR.RELACLI.MOVUNICO(+1),DISP=SHR                      00019400
//AGREGVLR DD DSN=PR.RELACLI.AGREGVLR,DISP=(NEW,CATLG,DELETE)           00019500
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00019600
//PARAMETR DD DSN=PR.RELACLI.PARAMETR,DISP=SHR                          00019633
//PARAMUSO DD DSN=PR.RELACLI.PARAMUSO,DISP=SHR                          00019666
//SYSOUT   DD SYSOUT=*                                                  00019700
//SYSIN    DD *                                                         00019800
20220601                                                                00019900
/*                                                                      00020100
//*-------------------------------                                      00020104
//* STEP03I - PERFIL DE MOVIMENTACAO (PERFMOV): COMPARA OS              00020108
//* MOVIMENTOS DO DIA DE CADA AGENCIA/CONTA COM O HISTORICO DA          00020112
//* PROPRIA CONTA NA MOVIMENTOS (VOLUME, QUANTIDADE, CONTRAPARTE        00020116
//* NOVA EM TRANSFERENCIA E SAQUE EM CONTA DORMENTE) E GRAVA AS         00020120
//* CONTAS QUE ATINGEM A PONTUACAO DE CORTE EM PR.RELACLI.PERFVLR       00020124
//* COM A MARCA PRF, QUE O DISPALTO LE JUNTO COM O ALTOVLR.             00020128
//* SYSIN: DATA, JANELA EM DIAS, DIAS DE DORMENCIA, PONTUACAO DE        00020132
//* CORTE E PISO DE VOLUME DIARIO.                                      00020136
//*-------------------------------                                      00020140
//STEP03I  EXEC PGM=PERFMOV,COND=(4,LT,STEP02D)                         00020144
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00020148
//MOVUNICO DD DSN=PR.RELACLI.MOVUNICO(+1),DISP=SHR                      00020152
//PERFVLR  DD DSN=PR.RELACLI.PERFVLR,DISP=(NEW,CATLG,DELETE)            00020156
//RELPRT   DD DSN=PR.RELACLI.RELPERF,DISP=(NEW,CATLG,DELETE)            00020160
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00020164
//SYSOUT   DD SYSOUT=*                                                  00020168
//SYSIN    DD *                                                         00020172
20220601                                                                00020176
090                                                                     00020180
060                                                                     00020184
050                                                                     00020188
0000100000                                                              00020192
/*                                                                      00020196
//*-------------------------------                                      00020200
//* STEP03J - FECHAMENTO DE CAIXA DAS AGENCIAS CLASSIFICADO POR         00020203
//* AGENCIA E CAIXA PARA A QUEBRA DO FECHCAIX                           00020206
//*-------------------------------                                      00020209
//STEP03J  EXEC PGM=SORT,COND=(4,LT,STEP02D)                            00020212
//SORTIN   DD DSN=PR.RELACLI.FECHCX,DISP=SHR                            00020215
//SORTOUT  DD DSN=PR.RELACLI.FECHCXS,DISP=(NEW,CATLG,DELETE)            00020218
//SYSOUT   DD SYSOUT=*                                                  00020221
//SYSIN    DD *                                                         00020224
 SORT FIELDS=(01,07,CH,A)                                               00020227
//*-------------------------------                                      00020230
//* STEP03K - CONFERENCIA DO FECHAMENTO DE CAIXA (FECHCAIX): CADA       00020233
//* CAIXA CONTRA ELE MESMO E CADA AGENCIA CONTRA OS CREDITOS (C) E      00020236
//* SAQUES (S) DO MOVUNICO NA DATA; QUEBRAS E SOBRAS POR CAIXA E        00020239
//* AGENCIA EM PR.RELACLI.RELCAIX E AS DIFERENCAS ACIMA DA              00020242
//* TOLERANCIA DO SYSIN EM PR.RELACLI.DIFCAIX PARA A AUDITORIA          00020245
//* REGIONAL. SYSIN: DATA E TOLERANCIA (9(06)V99).                      00020248
//*-------------------------------                                      00020251
//STEP03K  EXEC PGM=FECHCAIX,COND=(4,LT,STEP03J)                        00020254
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00020257
//MOVUNICO DD DSN=PR.RELACLI.MOVUNICO(+1),DISP=SHR                      00020260
//FECHCX   DD DSN=PR.RELACLI.FECHCXS,DISP=SHR                           00020263
//DIFCAIX  DD DSN=PR.RELACLI.DIFCAIX,DISP=(NEW,CATLG,DELETE)            00020266
//RELPRT   DD DSN=PR.RELACLI.RELCAIX,DISP=(NEW,CATLG,DELETE)            00020269
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00020272
//SYSOUT   DD SYSOUT=*                                                  00020275
//SYSIN    DD *                                                         00020278
20220601                                                                00020281
00001000                                                                00020284
/*                                                                      00020287
//*-------------------------------                                      00020290
//* CONCILIAR CONTROLE (RELACLI) X LOGERROS                             00020300
//*-------------------------------                                      00020400
//STEP04   EXEC PGM=RELACONC,COND=(4,LT,STEP03)                         00020500

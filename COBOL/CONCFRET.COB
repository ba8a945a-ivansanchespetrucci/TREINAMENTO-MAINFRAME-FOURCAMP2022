      * COBRANCA TAMBEM SAO APONTADOS - O FRETE E O                     00002000
      * SEGUNDO MAIOR CUSTO DA LOGISTICA E NUNCA FOI                    00002100
      * AUDITADO.                                                       00002200
      * CADA TRANSPORTADORA E CONCILIADA EM SEPARADO: OS                00002212
      * DOIS ARQUIVOS VEM CLASSIFICADOS PRIMEIRO PELA                   00002224
      * TRANSPORTADORA (FAT-TRANSP, GRAVADA PELO FR01CB19,              00002236
      * E TRF-TRANSP, DA FATURA DE CADA UMA), E CADA UMA                00002248
      * ABRE PAGINA PROPRIA COM O NOME DO MESTRE TRANSP E               00002260
      * FECHA COM OS SEUS TOTAIS; A CONTESTACAO LEVA O                  00002272
      * CODIGO DA TRANSPORTADORA A QUEM SE DESTINA.                     00002284
      *                                                                 00002300
      *====================================================             00002400
                                                                        00002500
               FILE STATUS  IS WRK-FS-TRANSFAT.                         00003800
           SELECT DISPUTA   ASSIGN TO DISPUTA                           00003900
               FILE STATUS  IS WRK-FS-DISPUTA.                          00004000
           SELECT TRANSP    ASSIGN TO TRANSP                            00004016
               ORGANIZATION IS INDEXED                                  00004032
               ACCESS MODE  IS SEQUENTIAL                               00004048
               RECORD KEY   IS TRP-CODIGO                               00004064
               FILE STATUS  IS WRK-FS-TRANSP.                           00004080
                                                                        00004100
      *====================================================             00004200
       DATA                                     DIVISION.               00004300
          05 FAT-PESO           PIC 9(03)V99.                           00005700
          05 FAT-FRETE-VALOR    PIC 9(04)V99.                           00005800
          05 FAT-FRETE-PESO     PIC 9(04)V99.                           00005900
          05 FAT-TRANSP         PIC 9(03).                              00005950
                                                                        00006000
       FD TRANSFAT                                                      00006100
           RECORDING  MODE IS F                                         00006200
          05 TRF-CODIGO         PIC 9(05).                              00006700
          05 TRF-PRODUTO        PIC X(15).                              00006800
          05 TRF-FRETE-COBRADO  PIC 9(05)V99.                           00006900
          05 TRF-TRANSP         PIC 9(03).                              00007000
          05 FILLER             PIC X(02).                              00007050
                                                                        00007100
       FD DISPUTA                                                       00007200
           RECORDING  MODE IS F                                         00007300
          05 DIS-MOTIVO         PIC X(01).                              00008500
             88 DIS-DIVERGENTE      VALUE 'D'.                          00008600
             88 DIS-SEM-PEDIDO      VALUE 'S'.                          00008700
          05 DIS-TRANSP         PIC 9(03).                              00008800
          05 FILLER             PIC X(01).                              00008812
                                                                        00008824
       FD TRANSP                                                        00008836
           RECORDING  MODE IS F                                         00008848
           BLOCK CONTAINS 0 RECORDS.                                    00008860
                                                                        00008872
       COPY '#TRANSP'.                                                  00008884
                                                                        00008900
       WORKING-STORAGE                          SECTION.                00009000
                                                                        00009100
       77 WRK-FS-FATURA         PIC 9(02).                              00009400
       77 WRK-FS-TRANSFAT       PIC 9(02).                              00009500
       77 WRK-FS-DISPUTA        PIC 9(02).                              00009600
       77 WRK-FS-TRANSP         PIC 9(02).                              00009650
                                                                        00009700
      *===================CHAVES DO BALANCE LINE============            00009800
                                                                        00009900
       01 WRK-CHAVE-EXTRATO.                                            00010000
          05 WRK-CE-TRANSP      PIC 9(03).                              00010050
          05 WRK-CE-DATAPED     PIC 9(08).                              00010100
          05 WRK-CE-CODIGO      PIC 9(05).                              00010200
          05 WRK-CE-PRODUTO     PIC X(15).                              00010300
                                                                        00010400
       01 WRK-CHAVE-COBRANCA.                                           00010500
          05 WRK-CB-TRANSP      PIC 9(03).                              00010550
          05 WRK-CB-DATAPED     PIC 9(08).                              00010600
          05 WRK-CB-CODIGO      PIC 9(05).                              00010700
          05 WRK-CB-PRODUTO     PIC X(15).                              00010800
                                                                        00012900
       77 WRK-TOT-A-MAIOR       PIC 9(09)V99 VALUE ZEROS.               00013000
       77 WRK-TOT-A-MENOR       PIC 9(09)V99 VALUE ZEROS.               00013100
                                                                        00013102
      *===================TRANSPORTADORAS===================            00013104
      * NOMES DO MESTRE TRANSP, ACUMULADOS DA TRANSPORTADORA            00013106
      * EM CONCILIACAO E O RESUMO DE TODAS PARA A ULTIMA                00013108
      * PAGINA                                                          00013110
                                                                        00013112
       77 WRK-TRP-QTD           PIC 9(02)    VALUE ZEROS.               00013114
       77 WRK-TRP-ACHOU         PIC 9        VALUE 0.                   00013116
                                                                        00013118
       01 TAB-TRANSP.                                                   00013120
          05 TAB-TRP-ITEM OCCURS 50 TIMES                               00013122
                          INDEXED BY TAB-TRP-IDX.                       00013124
             10 TAB-TRP-CODIGO     PIC 9(03).                           00013126
             10 TAB-TRP-NOME       PIC X(30).                           00013128
                                                                        00013130
       77 WRK-TRANSP-LIDA       PIC 9(03)    VALUE ZEROS.               00013132
       77 WRK-TRANSP-CORRENTE   PIC 9(03)    VALUE ZEROS.               00013134
       77 WRK-TRANSP-NOME       PIC X(30)    VALUE SPACES.              00013136
       77 WRK-TRANSP-ABERTA     PIC X(01)    VALUE 'N'.                 00013138
          88 WRK-HA-TRANSP-ABERTA   VALUE 'S'.                          00013140
                                                                        00013142
       77 WRK-TRP-COBRADO       PIC 9(09)V99 VALUE ZEROS.               00013144
       77 WRK-TRP-CALCULADO     PIC 9(09)V99 VALUE ZEROS.               00013146
       77 WRK-TRP-A-MAIOR       PIC 9(09)V99 VALUE ZEROS.               00013148
       77 WRK-TRP-A-MENOR       PIC 9(09)V99 VALUE ZEROS.               00013150
       77 WRK-TRP-DIVERGENTES   PIC 9(05)    VALUE ZEROS.               00013152
       77 WRK-TRP-SEM-PEDIDO    PIC 9(05)    VALUE ZEROS.               00013154
       77 WRK-TRP-SEM-COBRANCA  PIC 9(05)    VALUE ZEROS.               00013156
                                                                        00013158
       77 WRK-RES-QTD           PIC 9(02)    VALUE ZEROS.               00013160
                                                                        00013162
       01 TAB-RESUMO.                                                   00013164
          05 TAB-RES-ITEM OCCURS 50 TIMES.                              00013166
             10 TAB-RES-TRANSP     PIC 9(03).                           00013168
             10 TAB-RES-NOME       PIC X(20).                           00013170
             10 TAB-RES-COBRADO    PIC 9(09)V99.                        00013172
             10 TAB-RES-CALCULADO  PIC 9(09)V99.                        00013174
             10 TAB-RES-A-MAIOR    PIC 9(09)V99.                        00013176
             10 TAB-RES-A-MENOR    PIC 9(09)V99.                        00013178
                                                                        00013200
      *===================CONTROLE DO LOTE==================            00013300
                                                                        00013400
          05 WRK-LT-SEM-PEDIDO  PIC Z(04)9.                             00018300
          05 FILLER             PIC X(16) VALUE '  SEM COBRANCA..'.     00018400
          05 WRK-LT-SEM-COBR    PIC Z(04)9.                             00018500
                                                                        00018504
       01 WRK-LINHA-TRANSP.                                             00018508
          05 FILLER             PIC X(01) VALUE SPACE.                  00018512
          05 WRK-LR-TRANSP      PIC 9(03).                              00018516
          05 FILLER             PIC X(01) VALUE SPACE.                  00018520
          05 WRK-LR-NOME        PIC X(20).                              00018524
          05 FILLER             PIC X(10) VALUE '  COBRADO '.           00018528
          05 WRK-LR-COBRADO     PIC ZZZ.ZZZ.ZZ9,99.                     00018532
          05 FILLER             PIC X(12) VALUE '  CALCULADO '.         00018536
          05 WRK-LR-CALCULADO   PIC ZZZ.ZZZ.ZZ9,99.                     00018540
          05 FILLER             PIC X(10) VALUE '  A MAIOR '.           00018544
          05 WRK-LR-A-MAIOR     PIC ZZZ.ZZZ.ZZ9,99.                     00018548
          05 FILLER             PIC X(10) VALUE '  A MENOR '.           00018552
          05 WRK-LR-A-MENOR     PIC ZZZ.ZZZ.ZZ9,99.                     00018556
                                                                        00018560
       01 WRK-TITULO-TRANSP.                                            00018564
          05 FILLER             PIC X(16)                               00018568
                                VALUE ' TRANSPORTADORA '.               00018572
          05 WRK-TT-TRANSP      PIC 9(03).                              00018576
          05 FILLER             PIC X(03) VALUE ' - '.                  00018580
          05 WRK-TT-NOME        PIC X(30).                              00018584
                                                                        00018600
      *===================DATA DE PROCESSAMENTO==============           00018700
                                                                        00018800
             MOVE 8 TO RETURN-CODE                                      00024000
             STOP RUN                                                   00024100
           END-IF.                                                      00024200
           PERFORM 1100-CARREGARTRANSP.                                 00024250
           MOVE 'CONCILIACAO DO FRETE DAS TRANSPORTADORAS'              00024300
             TO WRK-RW-TITULO1.                                         00024400
           MOVE WRK-LINHA-CABEC TO WRK-RW-TITULO2.                      00024500
           MOVE SPACES          TO WRK-RW-TITULO3.                      00024600
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00024700
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00024800
           MOVE 'N' TO WRK-RW-REABRIR.                                  00024900
           MOVE SPACES TO WRK-RW-QUEBRA.                                00024950
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00025000
           CALL 'REPWRITE' USING WRK-REPW.                              00025100
                                                                        00025200
       1000-99-FINAL.        EXIT.                                      00025300
                                                                        00025400
      *----------------------------------------------------             00025402
      * NOMES DAS TRANSPORTADORAS PARA O CABECALHO DE CADA              00025404
      * CONCILIACAO                                                     00025406
      *----------------------------------------------------             00025408
       1100-CARREGARTRANSP                      SECTION.                00025410
      *----------------------------------------------------             00025412
                                                                        00025414
           OPEN INPUT TRANSP.                                           00025416
           IF WRK-FS-TRANSP NOT EQUAL 0                                 00025418
             DISPLAY ' ERRO OPEN TRANSP - STATUS ' WRK-FS-TRANSP        00025420
             MOVE 8 TO RETURN-CODE                                      00025422
             STOP RUN                                                   00025424
           END-IF.                                                      00025426
           READ TRANSP.                                                 00025428
           PERFORM 1110-GUARDARTRANSP                                   00025430
              UNTIL WRK-FS-TRANSP EQUAL 10                              00025432
                 OR WRK-TRP-QTD NOT LESS 50.                            00025434
           CLOSE TRANSP.                                                00025436
                                                                        00025438
       1100-99-FINAL.        EXIT.                                      00025440
                                                                        00025442
      *----------------------------------------------------             00025444
       1110-GUARDARTRANSP                       SECTION.                00025446
      *----------------------------------------------------             00025448
                                                                        00025450
           ADD 1 TO WRK-TRP-QTD.                                        00025452
           SET TAB-TRP-IDX TO WRK-TRP-QTD.                              00025454
           MOVE TRP-CODIGO TO TAB-TRP-CODIGO (TAB-TRP-IDX).             00025456
           MOVE TRP-NOME   TO TAB-TRP-NOME   (TAB-TRP-IDX).             00025458
           READ TRANSP.                                                 00025460
                                                                        00025462
       1110-99-FINAL.        EXIT.                                      00025464
                                                                        00025466
      *----------------------------------------------------             00025500
       1200-LEREXTRATO                          SECTION.                00025600
      *----------------------------------------------------             00025700
             MOVE HIGH-VALUES TO WRK-CHAVE-EXTRATO                      00026100
           ELSE                                                         00026200
             ADD 1 TO WRK-ACUM-PEDIDOS                                  00026300
             MOVE FAT-TRANSP   TO WRK-CE-TRANSP                         00026350
             MOVE FAT-DATAPROC TO WRK-CE-DATAPED                        00026400
             MOVE FAT-CODIGO   TO WRK-CE-CODIGO                         00026500
             MOVE FAT-PRODUTO  TO WRK-CE-PRODUTO                        00026600
             MOVE HIGH-VALUES TO WRK-CHAVE-COBRANCA                     00027700
           ELSE                                                         00027800
             ADD 1 TO WRK-ACUM-COBRANCAS                                00027900
             MOVE TRF-TRANSP  TO WRK-CB-TRANSP                          00027950
             MOVE TRF-DATA    TO WRK-CB-DATAPED                         00028000
             MOVE TRF-CODIGO  TO WRK-CB-CODIGO                          00028100
             MOVE TRF-PRODUTO TO WRK-CB-PRODUTO                         00028200
       1300-99-FINAL.        EXIT.                                      00028500
                                                                        00028600
      *----------------------------------------------------             00028700
      * PEDIDO A PEDIDO DENTRO DE CADA TRANSPORTADORA:                  00028800
      * COBRANCA SEM EXTRATO E CONTESTADA                               00028850
      * INTEIRA, PEDIDO SEM COBRANCA E SO APONTADO                      00028900
      *----------------------------------------------------             00029000
       2000-PROCESSAR                           SECTION.                00029100
      *----------------------------------------------------             00029200
                                                                        00029300
           IF WRK-CHAVE-EXTRATO LESS WRK-CHAVE-COBRANCA                 00029308
             MOVE WRK-CE-TRANSP TO WRK-TRANSP-LIDA                      00029316
           ELSE                                                         00029324
             MOVE WRK-CB-TRANSP TO WRK-TRANSP-LIDA                      00029332
           END-IF.                                                      00029340
           IF NOT WRK-HA-TRANSP-ABERTA                                  00029348
              OR WRK-TRANSP-LIDA NOT EQUAL WRK-TRANSP-CORRENTE          00029356
             PERFORM 2600-FECHARTRANSP                                  00029364
             PERFORM 2500-ABRIRTRANSP                                   00029372
           END-IF.                                                      00029380
                                                                        00029388
           IF WRK-CHAVE-EXTRATO LESS WRK-CHAVE-COBRANCA                 00029400
             PERFORM 2300-SEMCOBRANCA                                   00029500
             PERFORM 1200-LEREXTRATO                                    00029600
       2100-CONFERIRFRETE                       SECTION.                00031100
      *----------------------------------------------------             00031200
                                                                        00031300
           ADD FAT-FRETE         TO WRK-TRP-CALCULADO.                  00031333
           ADD TRF-FRETE-COBRADO TO WRK-TRP-COBRADO.                    00031366
           COMPUTE WRK-DIFERENCA =                                      00031400
                   TRF-FRETE-COBRADO - FAT-FRETE.                       00031500
           MOVE WRK-DIFERENCA TO WRK-DIF-ABS.                           00031600
             GO TO 2100-99-FINAL                                        00031900
           END-IF.                                                      00032000
           ADD 1 TO WRK-ACUM-DIVERGENTES.                               00032100
           ADD 1 TO WRK-TRP-DIVERGENTES.                                00032150
           PERFORM 2400-RESUMIRESTADO.                                  00032200
           IF WRK-DIFERENCA GREATER ZEROS                               00032300
             ADD WRK-DIFERENCA TO WRK-TOT-A-MAIOR                       00032400
             ADD WRK-DIFERENCA TO WRK-TRP-A-MAIOR                       00032450
             ADD WRK-DIFERENCA                                          00032500
               TO TAB-EST-A-MAIOR (WRK-EST-SLOT)                        00032600
             MOVE 'COBRADO A MAIOR ' TO WRK-LP-SITUACAO                 00032700
           ELSE                                                         00032800
             ADD WRK-DIF-ABS TO WRK-TOT-A-MENOR                         00032900
             ADD WRK-DIF-ABS TO WRK-TRP-A-MENOR                         00032950
             ADD WRK-DIF-ABS                                            00033000
               TO TAB-EST-A-MENOR (WRK-EST-SLOT)                        00033100
             MOVE 'COBRADO A MENOR ' TO WRK-LP-SITUACAO                 00033200
           MOVE TRF-FRETE-COBRADO TO DIS-FRETE-COBRADO.                 00034900
           MOVE WRK-DIFERENCA     TO DIS-DIFERENCA.                     00035000
           MOVE 'D'               TO DIS-MOTIVO.                        00035100
           MOVE FAT-TRANSP        TO DIS-TRANSP.                        00035150
           WRITE REG-DISPUTA.                                           00035200
                                                                        00035300
       2100-99-FINAL.        EXIT.                                      00035400
                                                                        00035900
           ADD 1 TO WRK-ACUM-SEM-PEDIDO.                                00036000
           ADD TRF-FRETE-COBRADO TO WRK-TOT-A-MAIOR.                    00036100
           ADD 1 TO WRK-TRP-SEM-PEDIDO.                                 00036125
           ADD TRF-FRETE-COBRADO TO WRK-TRP-COBRADO.                    00036150
           ADD TRF-FRETE-COBRADO TO WRK-TRP-A-MAIOR.                    00036175
           MOVE TRF-DATA          TO WRK-LP-DATA.                       00036200
           MOVE TRF-CODIGO        TO WRK-LP-CODIGO.                     00036300
           MOVE TRF-PRODUTO       TO WRK-LP-PRODUTO.                    00036400
           MOVE TRF-FRETE-COBRADO TO DIS-FRETE-COBRADO.                 00037800
           MOVE TRF-FRETE-COBRADO TO DIS-DIFERENCA.                     00037900
           MOVE 'S'               TO DIS-MOTIVO.                        00038000
           MOVE TRF-TRANSP        TO DIS-TRANSP.                        00038050
           WRITE REG-DISPUTA.                                           00038100
           MOVE '2200'                 TO WRK-SECAO.                    00038200
           MOVE 'COBRANCA DE FRETE SEM PEDIDO NO EXTRATO'               00038300
      *----------------------------------------------------             00039200
                                                                        00039300
           ADD 1 TO WRK-ACUM-SEM-COBRANCA.                              00039400
           ADD 1 TO WRK-TRP-SEM-COBRANCA.                               00039433
           ADD FAT-FRETE TO WRK-TRP-CALCULADO.                          00039466
           MOVE FAT-DATAPROC      TO WRK-LP-DATA.                       00039500
           MOVE FAT-CODIGO        TO WRK-LP-CODIGO.                     00039600
           MOVE FAT-PRODUTO       TO WRK-LP-PRODUTO.                    00039700
                                                                        00043600
       2410-99-FINAL.        EXIT.                                      00043700
                                                                        00043800
      *----------------------------------------------------             00043801
      * INICIO DA FATURA DE UMA TRANSPORTADORA: PAGINA NOVA             00043802
      * COM O NOME NO CABECALHO E ACUMULADOS ZERADOS                    00043803
      *----------------------------------------------------             00043804
       2500-ABRIRTRANSP                         SECTION.                00043805
      *----------------------------------------------------             00043806
                                                                        00043807
           MOVE WRK-TRANSP-LIDA TO WRK-TRANSP-CORRENTE.                 00043808
           MOVE 'S'             TO WRK-TRANSP-ABERTA.                   00043809
           PERFORM 2510-NOMETRANSP.                                     00043810
           MOVE WRK-TRANSP-CORRENTE TO WRK-TT-TRANSP.                   00043811
           MOVE WRK-TRANSP-NOME     TO WRK-TT-NOME.                     00043812
           MOVE WRK-TITULO-TRANSP   TO WRK-RW-TITULO3.                  00043813
           MOVE 'S' TO WRK-RW-FUNCAO.                                   00043814
           CALL 'REPWRITE' USING WRK-REPW.                              00043815
           MOVE ZEROS TO WRK-TRP-COBRADO.                               00043816
           MOVE ZEROS TO WRK-TRP-CALCULADO.                             00043817
           MOVE ZEROS TO WRK-TRP-A-MAIOR.                               00043818
           MOVE ZEROS TO WRK-TRP-A-MENOR.                               00043819
           MOVE ZEROS TO WRK-TRP-DIVERGENTES.                           00043820
           MOVE ZEROS TO WRK-TRP-SEM-PEDIDO.                            00043821
           MOVE ZEROS TO WRK-TRP-SEM-COBRANCA.                          00043822
                                                                        00043823
       2500-99-FINAL.        EXIT.                                      00043824
                                                                        00043825
      *----------------------------------------------------             00043826
       2510-NOMETRANSP                          SECTION.                00043827
      *----------------------------------------------------             00043828
                                                                        00043829
           MOVE 0 TO WRK-TRP-ACHOU.                                     00043830
           MOVE '*** SEM CADASTRO NO MESTRE ***' TO WRK-TRANSP-NOME.    00043831
           PERFORM 2520-PESQUISARTRANSP                                 00043832
              VARYING TAB-TRP-IDX FROM 1 BY 1                           00043833
                UNTIL TAB-TRP-IDX GREATER WRK-TRP-QTD                   00043834
                   OR WRK-TRP-ACHOU EQUAL 1.                            00043835
                                                                        00043836
       2510-99-FINAL.        EXIT.                                      00043837
                                                                        00043838
      *----------------------------------------------------             00043839
       2520-PESQUISARTRANSP                     SECTION.                00043840
      *----------------------------------------------------             00043841
                                                                        00043842
           IF TAB-TRP-CODIGO (TAB-TRP-IDX) EQUAL WRK-TRANSP-CORRENTE    00043843
             MOVE 1 TO WRK-TRP-ACHOU                                    00043844
             MOVE TAB-TRP-NOME (TAB-TRP-IDX) TO WRK-TRANSP-NOME         00043845
           END-IF.                                                      00043846
                                                                        00043847
       2520-99-FINAL.        EXIT.                                      00043848
                                                                        00043849
      *----------------------------------------------------             00043850
      * FIM DA FATURA DA TRANSPORTADORA: TOTAIS COBRADO E               00043851
      * CALCULADO, DIFERENCAS E OCORRENCIAS DELA, GUARDADOS             00043852
      * TAMBEM PARA O RESUMO FINAL                                      00043853
      *----------------------------------------------------             00043854
       2600-FECHARTRANSP                        SECTION.                00043855
      *----------------------------------------------------             00043856
                                                                        00043857
           IF NOT WRK-HA-TRANSP-ABERTA                                  00043858
             GO TO 2600-99-FINAL                                        00043859
           END-IF.                                                      00043860
           MOVE WRK-TRANSP-CORRENTE TO WRK-LR-TRANSP.                   00043861
           MOVE WRK-TRANSP-NOME     TO WRK-LR-NOME.                     00043862
           MOVE WRK-TRP-COBRADO     TO WRK-LR-COBRADO.                  00043863
           MOVE WRK-TRP-CALCULADO   TO WRK-LR-CALCULADO.                00043864
           MOVE WRK-TRP-A-MAIOR     TO WRK-LR-A-MAIOR.                  00043865
           MOVE WRK-TRP-A-MENOR     TO WRK-LR-A-MENOR.                  00043866
           MOVE WRK-LINHA-TRANSP TO WRK-RW-LINHA.                       00043867
           MOVE 'T' TO WRK-RW-FUNCAO.                                   00043868
           CALL 'REPWRITE' USING WRK-REPW.                              00043869
           MOVE WRK-TRP-DIVERGENTES  TO WRK-LT-DIVERGENTES.             00043870
           MOVE WRK-TRP-SEM-PEDIDO   TO WRK-LT-SEM-PEDIDO.              00043871
           MOVE WRK-TRP-SEM-COBRANCA TO WRK-LT-SEM-COBR.                00043872
           MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                        00043873
           MOVE 'T' TO WRK-RW-FUNCAO.                                   00043874
           CALL 'REPWRITE' USING WRK-REPW.                              00043875
           DISPLAY ' TRANSPORTADORA ' WRK-TRANSP-CORRENTE               00043876
                   ' COBRADO R$ ' WRK-TRP-COBRADO                       00043877
                   ' CALCULADO R$ ' WRK-TRP-CALCULADO.                  00043878
           IF WRK-RES-QTD LESS 50                                       00043879
             ADD 1 TO WRK-RES-QTD                                       00043880
             MOVE WRK-TRANSP-CORRENTE                                   00043881
               TO TAB-RES-TRANSP    (WRK-RES-QTD)                       00043882
             MOVE WRK-TRANSP-NOME   TO TAB-RES-NOME      (WRK-RES-QTD)  00043883
             MOVE WRK-TRP-COBRADO   TO TAB-RES-COBRADO   (WRK-RES-QTD)  00043884
             MOVE WRK-TRP-CALCULADO TO TAB-RES-CALCULADO (WRK-RES-QTD)  00043885
             MOVE WRK-TRP-A-MAIOR   TO TAB-RES-A-MAIOR   (WRK-RES-QTD)  00043886
             MOVE WRK-TRP-A-MENOR   TO TAB-RES-A-MENOR   (WRK-RES-QTD)  00043887
           END-IF.                                                      00043888
           MOVE 'N' TO WRK-TRANSP-ABERTA.                               00043889
                                                                        00043890
       2600-99-FINAL.        EXIT.                                      00043891
                                                                        00043892
      *----------------------------------------------------             00043900
       3000-FINALIZAR                           SECTION.                00044000
      *----------------------------------------------------             00044100
                                                                        00044200
           PERFORM 2600-FECHARTRANSP.                                   00044225
           MOVE ' RESUMO POR UF E POR TRANSPORTADORA'                   00044250
             TO WRK-RW-TITULO3.                                         00044275
           MOVE 'S' TO WRK-RW-FUNCAO.                                   00044300
           CALL 'REPWRITE' USING WRK-REPW.                              00044400
           MOVE ZEROS TO WRK-IDX.                                       00044500
           PERFORM 3100-LISTARUF                                        00044600
              UNTIL WRK-IDX NOT LESS WRK-EST-QTD.                       00044700
           MOVE ZEROS TO WRK-IDX.                                       00044725
           PERFORM 3200-LISTARTRANSP                                    00044750
              UNTIL WRK-IDX NOT LESS WRK-RES-QTD.                       00044775
           MOVE WRK-ACUM-DIVERGENTES TO WRK-LT-DIVERGENTES.             00044800
           MOVE WRK-ACUM-SEM-PEDIDO  TO WRK-LT-SEM-PEDIDO.              00044900
           MOVE WRK-ACUM-SEM-COBRANCA TO WRK-LT-SEM-COBR.               00045000
                                                                        00048600
       3100-99-FINAL.        EXIT.                                      00048700
                                                                        00048800
      *----------------------------------------------------             00048805
       3200-LISTARTRANSP                        SECTION.                00048810
      *----------------------------------------------------             00048815
                                                                        00048820
           ADD 1 TO WRK-IDX.                                            00048825
           MOVE TAB-RES-TRANSP    (WRK-IDX) TO WRK-LR-TRANSP.           00048830
           MOVE TAB-RES-NOME      (WRK-IDX) TO WRK-LR-NOME.             00048835
           MOVE TAB-RES-COBRADO   (WRK-IDX) TO WRK-LR-COBRADO.          00048840
           MOVE TAB-RES-CALCULADO (WRK-IDX) TO WRK-LR-CALCULADO.        00048845
           MOVE TAB-RES-A-MAIOR   (WRK-IDX) TO WRK-LR-A-MAIOR.          00048850
           MOVE TAB-RES-A-MENOR   (WRK-IDX) TO WRK-LR-A-MENOR.          00048855
           MOVE WRK-LINHA-TRANSP TO WRK-RW-LINHA.                       00048860
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00048865
           CALL 'REPWRITE' USING WRK-REPW.                              00048870
                                                                        00048875
       3200-99-FINAL.        EXIT.                                      00048880
                                                                        00048885
      *----------------------------------------------------             00048900
       9010-TRATARERROS                         SECTION.                00049000
      *----------------------------------------------------             00049100

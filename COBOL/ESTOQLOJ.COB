      * (COMPRAS, COM O CODIGO DA LOJA, CLASSIFICADO POR                00001400
      * LOJA E ITEM) MENOS AS VENDAS DO DIA (VENDAS,                    00001500
      * CLASSIFICADO POR LOJA E PRODUTO) DA A POSICAO NOVA              00001600
      * (ESTQNOVO). PRODUTO ABAIXO DO MINIMO SAI NO                     00001654
      * RELATORIO DE REPOSICAO (MINIMO DO MESTRE DE                     00001708
      * PRODUTOS; SEM MINIMO NO MESTRE, VALE O DO SYSIN) E              00001762
      * POSICAO NEGATIVA E MARCADA COM ALARDE (SIGNIFICA                00001816
      * FEED ERRADO) E O PROGRAMA TERMINA COM RC=8 - O                  00001870
      * ESTOQUE SAI DA PRANCHETA DO DEPOSITO. COMPRA OU                 00001924
      * VENDA DE PRODUTO FORA DO MESTRE DE PRODUTOS                     00001978
      * (#PRODUTO) E REJEITADA E CONTADA; POSICAO ANTIGA                00002032
      * DE PRODUTO FORA DO MESTRE E MANTIDA, MAS SAI NO                 00002086
      * RELATORIO COMO SEM CADASTRO PARA SER ACERTADA. AS               00002140
      * DEVOLUCOES DO DIA (DEVOLUC, #DEVOL, CLASSIFICADO                00002150
      * POR LOJA E PRODUTO) SAO A QUARTA PERNA DO BALANCE               00002160
      * LINE E VOLTAM A QUANTIDADE PARA A POSICAO;                      00002170
      * DEVOLUCAO DE PRODUTO FORA DO MESTRE OU COM                      00002180
      * QUANTIDADE INVALIDA E REJEITADA E CONTADA. OS                   00002190
      * AJUSTES DE INVENTARIO (AJUSTES, #AJUSTE,                        00002191
      * CLASSIFICADO POR LOJA E PRODUTO), GERADOS PELO                  00002192
      * INVENLOJ NA CONCILIACAO DA CONTAGEM FISICA, SAO A               00002193
      * QUINTA PERNA: A DIFERENCA CONTADA ENTRA NA POSICAO              00002194
      * COMO MOVIMENTO PROPRIO E SAI NO RELATORIO. SO                   00002195
      * ENTRA AJUSTE AUTOMATICO OU LIBERADO PELO                        00002196
      * SUPERVISOR; PENDENTE OU INVALIDO E REJEITADO.                   00002197
      * CADA POSICAO ABAIXO DO MINIMO SAI TAMBEM NO REPOSIC             00002198
      * (#REPOSIC), DE ONDE O GERAPEDI EMITE OS PEDIDOS.                00002199
      *                                                                 00002200
      *====================================================             00002300
                                                                        00002400
               FILE STATUS  IS WRK-FS-VENDAS.                           00003900
           SELECT ESTQNOVO ASSIGN TO ESTQNOVO                           00004000
               FILE STATUS  IS WRK-FS-ESTQNOVO.                         00004100
           SELECT PRODUTOS ASSIGN TO PRODUTOS                           00004133
               FILE STATUS  IS WRK-FS-PRODUTOS.                         00004166
           SELECT DEVOLUC  ASSIGN TO DEVOLUC                            00004177
               FILE STATUS  IS WRK-FS-DEVOLUC.                          00004188
           SELECT AJUSTES  ASSIGN TO AJUSTES                            00004192
               FILE STATUS  IS WRK-FS-AJUSTES.                          00004196
           SELECT REPOSIC  ASSIGN TO REPOSIC                            00004197
               FILE STATUS  IS WRK-FS-REPOSIC.                          00004198
                                                                        00004200
      *====================================================             00004300
       DATA                                     DIVISION.               00004400
                                SIGN IS LEADING SEPARATE.               00009200
          05 NOV-DATA           PIC 9(08).                              00009300
          05 FILLER             PIC X(11).                              00009400
                                                                        00009414
       FD PRODUTOS                                                      00009428
           RECORDING  MODE IS F                                         00009442
           BLOCK CONTAINS 0 RECORDS.                                    00009456
                                                                        00009470
       COPY '#PRODUTO'.                                                 00009484
                                                                        00009486
       FD DEVOLUC                                                       00009488
           RECORDING  MODE IS F                                         00009490
           BLOCK CONTAINS 0 RECORDS.                                    00009492
                                                                        00009494
       COPY '#DEVOL'.                                                   00009496
                                                                        00009500
       FD AJUSTES                                                       00009514
           RECORDING  MODE IS F                                         00009528
           BLOCK CONTAINS 0 RECORDS.                                    00009542
                                                                        00009556
       COPY '#AJUSTE'.                                                  00009570
                                                                        00009584
       FD REPOSIC                                                       00009586
           RECORDING  MODE IS F                                         00009588
           BLOCK CONTAINS 0 RECORDS.                                    00009590
                                                                        00009592
       COPY '#REPOSIC'.                                                 00009594
                                                                        00009596
       WORKING-STORAGE                          SECTION.                00009600
                                                                        00009700
      *==============CHAVES DO BALANCE LINE================             00009800
          05 WRK-CV-LOJA        PIC X(03).                              00010900
          05 WRK-CV-PRODUTO     PIC X(30).                              00011000
                                                                        00011100
       01 WRK-CHAVE-DEVOLUCAO.                                          00011120
          05 WRK-CD-LOJA        PIC X(03).                              00011140
          05 WRK-CD-PRODUTO     PIC X(30).                              00011160
                                                                        00011164
       01 WRK-CHAVE-AJUSTE.                                             00011168
          05 WRK-CA-LOJA        PIC X(03).                              00011172
          05 WRK-CA-PRODUTO     PIC X(30).                              00011176
                                                                        00011180
       01 WRK-CHAVE-CORRENTE.                                           00011200
          05 WRK-CO-LOJA        PIC X(03).                              00011300
          05 WRK-CO-PRODUTO     PIC X(30).                              00011400
       77 WRK-QTD-ATUAL         PIC S9(07)   VALUE ZEROS.               00011800
       77 WRK-ENTRADAS          PIC 9(05)    VALUE ZEROS.               00011900
       77 WRK-SAIDAS            PIC 9(05)    VALUE ZEROS.               00012000
       77 WRK-DEVOLVIDAS        PIC 9(05)    VALUE ZEROS.               00012050
       77 WRK-AJUSTADAS         PIC S9(07)   VALUE ZEROS.               00012075
                                                                        00012100
      *==============PARAMETRO DE REPOSICAO================             00012200
                                                                        00012300
       77 WRK-MINIMO            PIC 9(05)    VALUE ZEROS.               00012400
       77 WRK-MINIMO-PRODUTO    PIC 9(05)    VALUE ZEROS.               00012450
                                                                        00012500
      *==============CONTROLE DO LOTE======================             00012600
                                                                        00012700
       77 WRK-FS-COMPRAS        PIC 9(02).                              00012900
       77 WRK-FS-VENDAS         PIC 9(02).                              00013000
       77 WRK-FS-ESTQNOVO       PIC 9(02).                              00013100
       77 WRK-FS-DEVOLUC        PIC 9(02).                              00013150
       77 WRK-FS-AJUSTES        PIC 9(02).                              00013175
       77 WRK-FS-REPOSIC        PIC 9(02).                              00013187
       77 WRK-ACUM-POSICOES     PIC 9(05)    VALUE ZEROS.               00013200
       77 WRK-ACUM-REPOSICAO    PIC 9(05)    VALUE ZEROS.               00013300
       77 WRK-ACUM-NEGATIVAS    PIC 9(05)    VALUE ZEROS.               00013400
       77 WRK-ACUM-COMPRA-DESC  PIC 9(05)    VALUE ZEROS.               00013405
       77 WRK-ACUM-VENDA-DESC   PIC 9(05)    VALUE ZEROS.               00013410
       77 WRK-ACUM-DEVOL-REJ    PIC 9(05)    VALUE ZEROS.               00013412
       77 WRK-ACUM-AJUSTES      PIC 9(05)    VALUE ZEROS.               00013413
       77 WRK-ACUM-AJUSTE-REJ   PIC 9(05)    VALUE ZEROS.               00013414
       77 WRK-ACUM-SEM-CADASTRO PIC 9(05)    VALUE ZEROS.               00013415
                                                                        00013420
      *==============CADASTRO DE PRODUTOS==================             00013425
                                                                        00013430
       77 WRK-FS-PRODUTOS       PIC 9(02).                              00013435
       77 WRK-PRD-QTD           PIC 9(03)    VALUE ZEROS.               00013440
       77 WRK-PRD-ACHOU         PIC 9        VALUE 0.                   00013445
       77 WRK-PRD-SLOT          PIC 9(03)    VALUE ZEROS.               00013450
       77 WRK-PRD-PROCURA       PIC X(30)    VALUE SPACES.              00013455
       77 WRK-PRODUTO-OK        PIC X(01)    VALUE 'N'.                 00013460
                                                                        00013465
       01 TAB-CADPRD.                                                   00013470
          05 TAB-PRD-ITEM OCCURS 500 TIMES                              00013475
                          INDEXED BY TAB-PRD-IDX.                       00013480
             10 TAB-PRD-DESCRICAO  PIC X(30).                           00013485
             10 TAB-PRD-MINIMO     PIC 9(05).                           00013490
                                                                        00013500
      *===================LINHAS DO RELATORIO===============            00013600
                                                                        00013700
          05 WRK-LT-REPOSICAO   PIC Z(04)9.                             00015800
          05 FILLER             PIC X(13) VALUE '  NEGATIVAS..'.        00015900
          05 WRK-LT-NEGATIVAS   PIC Z(04)9.                             00016000
          05 FILLER             PIC X(13) VALUE '  SEM CADAST.'.        00016033
          05 WRK-LT-SEM-CADASTRO PIC Z(04)9.                            00016066
                                                                        00016100
      *===================DATA DE PROCESSAMENTO==============           00016200
                                                                        00016300
             PERFORM 1200-LERMESTRE.                                    00019100
             PERFORM 1300-LERCOMPRA.                                    00019200
             PERFORM 1400-LERVENDA.                                     00019300
             PERFORM 1500-LERDEVOLUCAO.                                 00019350
             PERFORM 2600-LERAJUSTE.                                    00019375
             PERFORM 2000-PROCESSAR                                     00019400
                UNTIL WRK-CHAVE-MESTRE EQUAL HIGH-VALUES                00019500
                  AND WRK-CHAVE-COMPRA EQUAL HIGH-VALUES                00019600
                  AND WRK-CHAVE-VENDA  EQUAL HIGH-VALUES                00019700
                  AND WRK-CHAVE-DEVOLUCAO EQUAL HIGH-VALUES             00019750
                  AND WRK-CHAVE-AJUSTE EQUAL HIGH-VALUES.               00019775
             PERFORM 3000-FINALIZAR.                                    00019800
             STOP RUN.                                                  00019900
                                                                        00020000
           IF WRK-VD-INVALIDA                                           00021200
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00021300
                     WRK-DATA-PROCESSAMENTO                             00021400
             MOVE 12 TO RETURN-CODE                                     00021500
             STOP RUN                                                   00021600
           END-IF.                                                      00021700
           IF WRK-VD-NAO-UTIL                                           00021800
           IF NOT WRK-CE-PODE-EXECUTAR                                  00022800
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00022900
                     'STATUS ' WRK-CE-STATUS                            00023000
             MOVE 12 TO RETURN-CODE                                     00023100
             STOP RUN                                                   00023200
           END-IF.                                                      00023300
           DISPLAY ' DATA DE PROCESSAMENTO..' WRK-DATA-PROCESSAMENTO.   00023400
           OPEN INPUT ESTQANT.                                          00023500
           OPEN INPUT COMPRAS.                                          00023600
           OPEN INPUT VENDAS.                                           00023700
           OPEN INPUT DEVOLUC.                                          00023750
           OPEN INPUT AJUSTES.                                          00023775
           OPEN OUTPUT ESTQNOVO.                                        00023800
           OPEN OUTPUT REPOSIC.                                         00023850
           IF WRK-FS-ESTQANT NOT EQUAL 0                                00023900
             DISPLAY ' ERRO OPEN ESTQANT - STATUS ' WRK-FS-ESTQANT      00024000
             MOVE 12 TO RETURN-CODE                                     00024100
             STOP RUN                                                   00024200
           END-IF.                                                      00024300
           IF WRK-FS-COMPRAS NOT EQUAL 0                                00024400
             DISPLAY ' ERRO OPEN COMPRAS - STATUS ' WRK-FS-COMPRAS      00024500
             MOVE 12 TO RETURN-CODE                                     00024600
             STOP RUN                                                   00024700
           END-IF.                                                      00024800
           IF WRK-FS-VENDAS NOT EQUAL 0                                 00024900
             DISPLAY ' ERRO OPEN VENDAS - STATUS ' WRK-FS-VENDAS        00025000
             MOVE 12 TO RETURN-CODE                                     00025100
             STOP RUN                                                   00025200
           END-IF.                                                      00025300
           IF WRK-FS-DEVOLUC NOT EQUAL 0                                00025316
             DISPLAY ' ERRO OPEN DEVOLUC - STATUS ' WRK-FS-DEVOLUC      00025332
             MOVE 12 TO RETURN-CODE                                     00025348
             STOP RUN                                                   00025364
           END-IF.                                                      00025380
           IF WRK-FS-AJUSTES NOT EQUAL 0                                00025383
             DISPLAY ' ERRO OPEN AJUSTES - STATUS ' WRK-FS-AJUSTES      00025386
             MOVE 12 TO RETURN-CODE                                     00025389
             STOP RUN                                                   00025392
           END-IF.                                                      00025395
           IF WRK-FS-ESTQNOVO NOT EQUAL 0                               00025400
             DISPLAY ' ERRO OPEN ESTQNOVO - STATUS ' WRK-FS-ESTQNOVO    00025500
             MOVE 12 TO RETURN-CODE                                     00025600
             STOP RUN                                                   00025700
           END-IF.                                                      00025800
           IF WRK-FS-REPOSIC NOT EQUAL 0                                00025808
             DISPLAY ' ERRO OPEN REPOSIC - STATUS ' WRK-FS-REPOSIC      00025816
             MOVE 12 TO RETURN-CODE                                     00025824
             STOP RUN                                                   00025832
           END-IF.                                                      00025840
           PERFORM 1100-CARREGARPRODUTOS.                               00025850
           MOVE 'POSICAO DIARIA DE ESTOQUE POR LOJA E PRODUTO'          00025900
             TO WRK-RW-TITULO1.                                         00026000
           MOVE WRK-LINHA-CABEC TO WRK-RW-TITULO2.                      00026100
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00026300
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00026400
           MOVE 'N' TO WRK-RW-REABRIR.                                  00026500
           MOVE SPACES TO WRK-RW-QUEBRA.                                00026550
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00026600
           CALL 'REPWRITE' USING WRK-REPW.                              00026700
                                                                        00026800
       1000-99-FINAL.        EXIT.                                      00026900
                                                                        00026902
      *----------------------------------------------------             00026904
      * CARREGAR O MESTRE DE PRODUTOS: VALIDA COMPRAS E                 00026906
      * VENDAS E DA O MINIMO DE REPOSICAO DE CADA PRODUTO               00026908
      *----------------------------------------------------             00026910
       1100-CARREGARPRODUTOS                    SECTION.                00026912
      *----------------------------------------------------             00026914
                                                                        00026916
           OPEN INPUT PRODUTOS.                                         00026918
           IF WRK-FS-PRODUTOS NOT EQUAL 0                               00026920
             DISPLAY ' ERRO OPEN PRODUTOS - STATUS ' WRK-FS-PRODUTOS    00026922
             MOVE 12 TO RETURN-CODE                                     00026924
             STOP RUN                                                   00026926
           END-IF.                                                      00026928
           READ PRODUTOS.                                               00026930
           PERFORM 1110-GUARDARPRODUTO                                  00026932
              UNTIL WRK-FS-PRODUTOS NOT EQUAL 0.                        00026934
           CLOSE PRODUTOS.                                              00026936
           DISPLAY ' PRODUTOS NO CADASTRO.' WRK-PRD-QTD.                00026938
                                                                        00026940
       1100-99-FINAL.        EXIT.                                      00026942
                                                                        00026944
      *----------------------------------------------------             00026946
       1110-GUARDARPRODUTO                      SECTION.                00026948
      *----------------------------------------------------             00026950
                                                                        00026952
           IF WRK-PRD-QTD LESS 500                                      00026954
             ADD 1 TO WRK-PRD-QTD                                       00026956
             MOVE PRD-DESCRICAO TO TAB-PRD-DESCRICAO (WRK-PRD-QTD)      00026958
             MOVE PRD-ESTOQUE-MINIMO                                    00026960
               TO TAB-PRD-MINIMO (WRK-PRD-QTD)                          00026962
           ELSE                                                         00026964
             MOVE '1110'                   TO WRK-SECAO                 00026966
             MOVE 'PRODUTOS EXCEDEM A TABELA DE 500' TO WRK-MSGERRO     00026968
             MOVE '99'                     TO WRK-STATUS                00026970
             PERFORM 9010-TRATARERROS                                   00026972
           END-IF.                                                      00026974
           READ PRODUTOS.                                               00026976
                                                                        00026978
       1110-99-FINAL.        EXIT.                                      00026980
                                                                        00027000
      *----------------------------------------------------             00027100
       1200-LERMESTRE                           SECTION.                00027200
       1300-LERCOMPRA                           SECTION.                00028600
      *----------------------------------------------------             00028700
                                                                        00028800
           MOVE 'N' TO WRK-PRODUTO-OK.                                  00029000
           PERFORM 1310-LERUMACOMPRA                                    00029200
              UNTIL WRK-PRODUTO-OK EQUAL 'S'.                           00029400
                                                                        00029600
       1300-99-FINAL.        EXIT.                                      00029700
                                                                        00029703
      *----------------------------------------------------             00029706
      * COMPRA DE PRODUTO FORA DO MESTRE E REJEITADA E                  00029709
      * CONTADA; O BALANCE LINE SEGUE COM A PROXIMA                     00029712
      *----------------------------------------------------             00029715
       1310-LERUMACOMPRA                        SECTION.                00029718
      *----------------------------------------------------             00029721
                                                                        00029724
           READ COMPRAS.                                                00029727
           IF WRK-FS-COMPRAS EQUAL 10                                   00029730
             MOVE HIGH-VALUES TO WRK-CHAVE-COMPRA                       00029733
             MOVE 'S' TO WRK-PRODUTO-OK                                 00029736
           ELSE                                                         00029739
             MOVE CMP-ITEM TO WRK-PRD-PROCURA                           00029742
             PERFORM 2500-LOCALIZARPRODUTO                              00029745
             IF WRK-PRD-ACHOU EQUAL 1                                   00029748
               MOVE CMP-CODLOJA TO WRK-CC-LOJA                          00029751
               MOVE CMP-ITEM    TO WRK-CC-PRODUTO                       00029754
               MOVE 'S' TO WRK-PRODUTO-OK                               00029757
             ELSE                                                       00029760
               ADD 1 TO WRK-ACUM-COMPRA-DESC                            00029763
               MOVE '1310'                 TO WRK-SECAO                 00029766
               MOVE 'COMPRA DE PRODUTO FORA DO CADASTRO'                00029769
                 TO WRK-MSGERRO                                         00029772
               MOVE '99'                   TO WRK-STATUS                00029775
               PERFORM 9010-TRATARERROS                                 00029778
             END-IF                                                     00029781
           END-IF.                                                      00029784
                                                                        00029787
       1310-99-FINAL.        EXIT.                                      00029790
                                                                        00029800
      *----------------------------------------------------             00029900
       1400-LERVENDA                            SECTION.                00030000
      *----------------------------------------------------             00030100
                                                                        00030200
           MOVE 'N' TO WRK-PRODUTO-OK.                                  00030400
           PERFORM 1410-LERUMAVENDA                                     00030600
              UNTIL WRK-PRODUTO-OK EQUAL 'S'.                           00030800
                                                                        00031000
       1400-99-FINAL.        EXIT.                                      00031100
                                                                        00031103
      *----------------------------------------------------             00031106
      * VENDA DE PRODUTO FORA DO MESTRE E REJEITADA E                   00031109
      * CONTADA; O BALANCE LINE SEGUE COM A PROXIMA                     00031112
      *----------------------------------------------------             00031115
       1410-LERUMAVENDA                         SECTION.                00031118
      *----------------------------------------------------             00031121
                                                                        00031124
           READ VENDAS.                                                 00031127
           IF WRK-FS-VENDAS EQUAL 10                                    00031130
             MOVE HIGH-VALUES TO WRK-CHAVE-VENDA                        00031133
             MOVE 'S' TO WRK-PRODUTO-OK                                 00031136
           ELSE                                                         00031139
             MOVE VEN-PRODUTO TO WRK-PRD-PROCURA                        00031142
             PERFORM 2500-LOCALIZARPRODUTO                              00031145
             IF WRK-PRD-ACHOU EQUAL 1                                   00031148
               MOVE VEN-CODLOJA TO WRK-CV-LOJA                          00031151
               MOVE VEN-PRODUTO TO WRK-CV-PRODUTO                       00031154
               MOVE 'S' TO WRK-PRODUTO-OK                               00031157
             ELSE                                                       00031160
               ADD 1 TO WRK-ACUM-VENDA-DESC                             00031163
               MOVE '1410'                 TO WRK-SECAO                 00031166
               MOVE 'VENDA DE PRODUTO FORA DO CADASTRO'                 00031169
                 TO WRK-MSGERRO                                         00031172
               MOVE '99'                   TO WRK-STATUS                00031175
               PERFORM 9010-TRATARERROS                                 00031178
             END-IF                                                     00031181
           END-IF.                                                      00031184
                                                                        00031187
       1410-99-FINAL.        EXIT.                                      00031190
                                                                        00031200
      *----------------------------------------------------             00031202
       1500-LERDEVOLUCAO                        SECTION.                00031204
      *----------------------------------------------------             00031206
                                                                        00031208
           MOVE 'N' TO WRK-PRODUTO-OK.                                  00031210
           PERFORM 1510-LERUMADEVOLUCAO                                 00031212
              UNTIL WRK-PRODUTO-OK EQUAL 'S'.                           00031214
                                                                        00031216
       1500-99-FINAL.        EXIT.                                      00031218
                                                                        00031220
      *----------------------------------------------------             00031222
      * DEVOLUCAO DE PRODUTO FORA DO MESTRE OU COM QTDE                 00031224
      * INVALIDA E REJEITADA E CONTADA; O BALANCE LINE                  00031226
      * SEGUE COM A PROXIMA                                             00031228
      *----------------------------------------------------             00031230
       1510-LERUMADEVOLUCAO                     SECTION.                00031232
      *----------------------------------------------------             00031234
                                                                        00031236
           READ DEVOLUC.                                                00031238
           IF WRK-FS-DEVOLUC EQUAL 10                                   00031240
             MOVE HIGH-VALUES TO WRK-CHAVE-DEVOLUCAO                    00031242
             MOVE 'S' TO WRK-PRODUTO-OK                                 00031244
           ELSE                                                         00031246
             MOVE DEV-PRODUTO TO WRK-PRD-PROCURA                        00031248
             PERFORM 2500-LOCALIZARPRODUTO                              00031250
             IF WRK-PRD-ACHOU EQUAL 1                                   00031252
                AND DEV-QUANTIDADE IS NUMERIC                           00031254
               MOVE DEV-CODLOJA TO WRK-CD-LOJA                          00031256
               MOVE DEV-PRODUTO TO WRK-CD-PRODUTO                       00031258
               MOVE 'S' TO WRK-PRODUTO-OK                               00031260
             ELSE                                                       00031262
               ADD 1 TO WRK-ACUM-DEVOL-REJ                              00031264
               MOVE '1510'                 TO WRK-SECAO                 00031266
               MOVE 'DEVOLUCAO FORA DO CADASTRO OU QTDE INVALIDA'       00031268
                 TO WRK-MSGERRO                                         00031270
               MOVE '99'                   TO WRK-STATUS                00031272
               PERFORM 9010-TRATARERROS                                 00031274
             END-IF                                                     00031276
           END-IF.                                                      00031278
                                                                        00031280
       1510-99-FINAL.        EXIT.                                      00031282
                                                                        00031284
      *----------------------------------------------------             00031300
      * BALANCE LINE DE CINCO PERNAS: A MENOR CHAVE ENTRE               00031400
      * MESTRE, COMPRAS, VENDAS, DEVOLUCOES E AJUSTES DEFINE            00031500
      * A POSICAO CORRENTE                                              00031550
      *----------------------------------------------------             00031600
       2000-PROCESSAR                           SECTION.                00031700
      *----------------------------------------------------             00031800
           IF WRK-CHAVE-VENDA LESS WRK-CHAVE-CORRENTE                   00032400
             MOVE WRK-CHAVE-VENDA TO WRK-CHAVE-CORRENTE                 00032500
           END-IF.                                                      00032600
           IF WRK-CHAVE-DEVOLUCAO LESS WRK-CHAVE-CORRENTE               00032625
             MOVE WRK-CHAVE-DEVOLUCAO TO WRK-CHAVE-CORRENTE             00032650
           END-IF.                                                      00032675
           IF WRK-CHAVE-AJUSTE LESS WRK-CHAVE-CORRENTE                  00032681
             MOVE WRK-CHAVE-AJUSTE TO WRK-CHAVE-CORRENTE                00032687
           END-IF.                                                      00032693
           IF WRK-CHAVE-MESTRE EQUAL WRK-CHAVE-CORRENTE                 00032700
             MOVE ANT-QTD TO WRK-QTD-ATUAL                              00032800
             PERFORM 1200-LERMESTRE                                     00032900
           END-IF.                                                      00033200
           MOVE ZEROS TO WRK-ENTRADAS.                                  00033300
           MOVE ZEROS TO WRK-SAIDAS.                                    00033400
           MOVE ZEROS TO WRK-DEVOLVIDAS.                                00033450
           MOVE ZEROS TO WRK-AJUSTADAS.                                 00033475
           PERFORM 2100-SOMARCOMPRA                                     00033500
              UNTIL WRK-CHAVE-COMPRA NOT EQUAL WRK-CHAVE-CORRENTE.      00033600
           PERFORM 2200-SUBTRAIRVENDA                                   00033700
              UNTIL WRK-CHAVE-VENDA NOT EQUAL WRK-CHAVE-CORRENTE.       00033800
           PERFORM 2250-SOMARDEVOLUCAO                                  00033825
              UNTIL WRK-CHAVE-DEVOLUCAO NOT EQUAL                       00033850
                    WRK-CHAVE-CORRENTE.                                 00033875
           PERFORM 2700-APLICARAJUSTE                                   00033883
              UNTIL WRK-CHAVE-AJUSTE NOT EQUAL WRK-CHAVE-CORRENTE.      00033891
           PERFORM 2300-GRAVARPOSICAO.                                  00033900
                                                                        00034000
       2000-99-FINAL.        EXIT.                                      00034100
                                                                        00036000
       2200-99-FINAL.        EXIT.                                      00036100
                                                                        00036200
      *----------------------------------------------------             00036209
       2250-SOMARDEVOLUCAO                      SECTION.                00036218
      *----------------------------------------------------             00036227
                                                                        00036236
           ADD DEV-QUANTIDADE TO WRK-DEVOLVIDAS.                        00036245
           ADD DEV-QUANTIDADE TO WRK-QTD-ATUAL.                         00036254
           PERFORM 1500-LERDEVOLUCAO.                                   00036263
                                                                        00036272
       2250-99-FINAL.        EXIT.                                      00036281
                                                                        00036290
      *----------------------------------------------------             00036300
      * GRAVAR A POSICAO NOVA; ABAIXO DO MINIMO DO PRODUTO              00036400
      * PEDE REPOSICAO E NEGATIVA DENUNCIA FEED ERRADO                  00036500
      *----------------------------------------------------             00036600
       2300-GRAVARPOSICAO                       SECTION.                00036700
      *----------------------------------------------------             00036800
           MOVE WRK-QTD-ATUAL  TO NOV-QTD.                              00037400
           MOVE WRK-DATA-PROCESSAMENTO TO NOV-DATA.                     00037500
           WRITE REG-ESTQNOVO.                                          00037600
           MOVE WRK-CO-PRODUTO TO WRK-PRD-PROCURA.                      00037611
           PERFORM 2500-LOCALIZARPRODUTO.                               00037622
           MOVE WRK-MINIMO TO WRK-MINIMO-PRODUTO.                       00037633
           IF WRK-PRD-ACHOU EQUAL 1                                     00037644
              AND TAB-PRD-MINIMO (WRK-PRD-SLOT) GREATER ZEROS           00037655
             MOVE TAB-PRD-MINIMO (WRK-PRD-SLOT)                         00037666
               TO WRK-MINIMO-PRODUTO                                    00037677
           END-IF.                                                      00037688
           IF WRK-QTD-ATUAL LESS ZEROS                                  00037700
             ADD 1 TO WRK-ACUM-NEGATIVAS                                00037800
             MOVE WRK-CO-LOJA    TO WRK-LP-LOJA                         00037900
             MOVE '00'                   TO WRK-STATUS                  00038900
             PERFORM 9010-TRATARERROS                                   00039000
           ELSE                                                         00039100
             IF WRK-PRD-ACHOU EQUAL 0                                   00039200
               ADD 1 TO WRK-ACUM-SEM-CADASTRO                           00039206
               MOVE WRK-CO-LOJA    TO WRK-LP-LOJA                       00039212
               MOVE WRK-CO-PRODUTO TO WRK-LP-PRODUTO                    00039218
               MOVE WRK-QTD-ATUAL  TO WRK-LP-QTD                        00039224
               MOVE 'SEM CADASTRO    ' TO WRK-LP-SITUACAO               00039230
               MOVE WRK-LINHA-POSICAO TO WRK-RW-LINHA                   00039236
               MOVE 'D' TO WRK-RW-FUNCAO                                00039242
               CALL 'REPWRITE' USING WRK-REPW                           00039248
               MOVE '2300'               TO WRK-SECAO                   00039254
               MOVE 'POSICAO DE PRODUTO FORA DO CADASTRO'               00039260
                 TO WRK-MSGERRO                                         00039266
               MOVE '00'                 TO WRK-STATUS                  00039272
               PERFORM 9010-TRATARERROS                                 00039278
             ELSE                                                       00039284
             IF WRK-QTD-ATUAL LESS WRK-MINIMO-PRODUTO                   00039290
               ADD 1 TO WRK-ACUM-REPOSICAO                              00039300
               MOVE WRK-CO-LOJA    TO WRK-LP-LOJA                       00039400
               MOVE WRK-CO-PRODUTO TO WRK-LP-PRODUTO                    00039500
               MOVE WRK-LINHA-POSICAO TO WRK-RW-LINHA                   00039800
               MOVE 'D' TO WRK-RW-FUNCAO                                00039900
               CALL 'REPWRITE' USING WRK-REPW                           00040000
               MOVE SPACES                 TO REG-REPOSIC               00040012
               MOVE WRK-CO-LOJA            TO REP-CODLOJA               00040024
               MOVE WRK-CO-PRODUTO         TO REP-PRODUTO               00040036
               MOVE WRK-QTD-ATUAL          TO REP-QTD-ATUAL             00040048
               MOVE WRK-MINIMO-PRODUTO     TO REP-MINIMO                00040060
               MOVE WRK-DATA-PROCESSAMENTO TO REP-DATA                  00040072
               WRITE REG-REPOSIC                                        00040084
             END-IF                                                     00040100
             END-IF                                                     00040150
           END-IF.                                                      00040200
                                                                        00040300
       2300-99-FINAL.        EXIT.                                      00040400
                                                                        00040403
      *----------------------------------------------------             00040406
      * LOCALIZAR WRK-PRD-PROCURA NO MESTRE DE PRODUTOS                 00040409
      *----------------------------------------------------             00040412
       2500-LOCALIZARPRODUTO                    SECTION.                00040415
      *----------------------------------------------------             00040418
                                                                        00040421
           MOVE 0 TO WRK-PRD-ACHOU.                                     00040424
           MOVE ZEROS TO WRK-PRD-SLOT.                                  00040427
           PERFORM 2510-PESQUISARCADPRD                                 00040430
              VARYING TAB-PRD-IDX FROM 1 BY 1                           00040433
                UNTIL TAB-PRD-IDX GREATER WRK-PRD-QTD                   00040436
                   OR WRK-PRD-ACHOU EQUAL 1.                            00040439
                                                                        00040442
       2500-99-FINAL.        EXIT.                                      00040445
                                                                        00040448
      *----------------------------------------------------             00040451
       2510-PESQUISARCADPRD                     SECTION.                00040454
      *----------------------------------------------------             00040457
                                                                        00040460
           IF TAB-PRD-DESCRICAO (TAB-PRD-IDX) EQUAL WRK-PRD-PROCURA     00040463
             MOVE 1 TO WRK-PRD-ACHOU                                    00040466
             SET WRK-PRD-SLOT TO TAB-PRD-IDX                            00040469
           END-IF.                                                      00040472
                                                                        00040475
       2510-99-FINAL.        EXIT.                                      00040478
                                                                        00040500
      *----------------------------------------------------             00040501
       2600-LERAJUSTE                           SECTION.                00040502
      *----------------------------------------------------             00040503
                                                                        00040504
           MOVE 'N' TO WRK-PRODUTO-OK.                                  00040505
           PERFORM 2610-LERUMAJUSTE                                     00040506
              UNTIL WRK-PRODUTO-OK EQUAL 'S'.                           00040507
                                                                        00040508
       2600-99-FINAL.        EXIT.                                      00040509
                                                                        00040510
      *----------------------------------------------------             00040511
      * SO ENTRA AJUSTE AUTOMATICO OU LIBERADO PELO                     00040512
      * SUPERVISOR; PENDENTE OU COM DIFERENCA INVALIDA E                00040513
      * REJEITADO E CONTADO                                             00040514
      *----------------------------------------------------             00040515
       2610-LERUMAJUSTE                         SECTION.                00040516
      *----------------------------------------------------             00040517
                                                                        00040518
           READ AJUSTES.                                                00040519
           IF WRK-FS-AJUSTES EQUAL 10                                   00040520
             MOVE HIGH-VALUES TO WRK-CHAVE-AJUSTE                       00040521
             MOVE 'S' TO WRK-PRODUTO-OK                                 00040522
           ELSE                                                         00040523
             IF (AJU-AUTOMATICO OR AJU-LIBERADO)                        00040524
                AND AJU-DIFERENCA IS NUMERIC                            00040525
               MOVE AJU-CODLOJA TO WRK-CA-LOJA                          00040526
               MOVE AJU-PRODUTO TO WRK-CA-PRODUTO                       00040527
               MOVE 'S' TO WRK-PRODUTO-OK                               00040528
             ELSE                                                       00040529
               ADD 1 TO WRK-ACUM-AJUSTE-REJ                             00040530
               MOVE '2610'                 TO WRK-SECAO                 00040531
               MOVE 'AJUSTE DE INVENTARIO NAO LIBERADO/INVALIDO'        00040532
                 TO WRK-MSGERRO                                         00040533
               MOVE '99'                   TO WRK-STATUS                00040534
               PERFORM 9010-TRATARERROS                                 00040535
             END-IF                                                     00040536
           END-IF.                                                      00040537
                                                                        00040538
       2610-99-FINAL.        EXIT.                                      00040539
                                                                        00040540
      *----------------------------------------------------             00040541
      * AJUSTE DE INVENTARIO: MOVIMENTO PROPRIO, SAI NO                 00040542
      * RELATORIO COM A DIFERENCA APLICADA                              00040543
      *----------------------------------------------------             00040544
       2700-APLICARAJUSTE                       SECTION.                00040545
      *----------------------------------------------------             00040546
                                                                        00040547
           ADD 1 TO WRK-ACUM-AJUSTES.                                   00040548
           ADD AJU-DIFERENCA TO WRK-AJUSTADAS.                          00040549
           ADD AJU-DIFERENCA TO WRK-QTD-ATUAL.                          00040550
           MOVE WRK-CO-LOJA    TO WRK-LP-LOJA.                          00040551
           MOVE WRK-CO-PRODUTO TO WRK-LP-PRODUTO.                       00040552
           MOVE AJU-DIFERENCA  TO WRK-LP-QTD.                           00040553
           MOVE 'AJUSTE INVENT.  ' TO WRK-LP-SITUACAO.                  00040554
           MOVE WRK-LINHA-POSICAO TO WRK-RW-LINHA.                      00040555
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00040556
           CALL 'REPWRITE' USING WRK-REPW.                              00040557
           PERFORM 2600-LERAJUSTE.                                      00040558
                                                                        00040559
       2700-99-FINAL.        EXIT.                                      00040560
                                                                        00040561
      *----------------------------------------------------             00040600
       3000-FINALIZAR                           SECTION.                00040700
      *----------------------------------------------------             00040800
            MOVE WRK-ACUM-POSICOES  TO WRK-LT-POSICOES.                 00041000
            MOVE WRK-ACUM-REPOSICAO TO WRK-LT-REPOSICAO.                00041100
            MOVE WRK-ACUM-NEGATIVAS TO WRK-LT-NEGATIVAS.                00041200
            MOVE WRK-ACUM-SEM-CADASTRO TO WRK-LT-SEM-CADASTRO.          00041250
            MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                       00041300
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00041400
            CALL 'REPWRITE' USING WRK-REPW.                             00041500
            CLOSE ESTQANT.                                              00041600
            CLOSE COMPRAS.                                              00041700
            CLOSE VENDAS.                                               00041800
            CLOSE DEVOLUC.                                              00041850
            CLOSE AJUSTES.                                              00041875
            CLOSE ESTQNOVO.                                             00041900
            CLOSE REPOSIC.                                              00041950
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00042000
            CALL 'REPWRITE' USING WRK-REPW.                             00042100
            DISPLAY ' POSICOES GRAVADAS....' WRK-ACUM-POSICOES.         00042200
            DISPLAY ' PEDEM REPOSICAO......' WRK-ACUM-REPOSICAO.        00042300
            DISPLAY ' POSICOES NEGATIVAS...' WRK-ACUM-NEGATIVAS.        00042400
            DISPLAY ' SEM CADASTRO.........' WRK-ACUM-SEM-CADASTRO.     00042425
            DISPLAY ' COMPRAS REJEITADAS...' WRK-ACUM-COMPRA-DESC.      00042450
            DISPLAY ' VENDAS REJEITADAS....' WRK-ACUM-VENDA-DESC.       00042475
            DISPLAY ' DEVOLUC. REJEITADAS..' WRK-ACUM-DEVOL-REJ.        00042487
            DISPLAY ' AJUSTES INVENTARIO...' WRK-ACUM-AJUSTES.          00042491
            DISPLAY ' AJUSTES REJEITADOS...' WRK-ACUM-AJUSTE-REJ.       00042495
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00042500
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00042600
            IF WRK-ACUM-NEGATIVAS GREATER ZEROS                         00042700

      * COMISSAO DE VENDEDOR SOBRE AS TRANSACOES DO MES DO              00001100
      * ARQUIVO VENDAS (O MESMO QUE O FR01CB16 LE, AGORA                00001200
      * COM O CODIGO DO VENDEDOR), CLASSIFICADO POR                     00001300
      * VENDEDOR: O GRUPO DE CADA PRODUTO VEM DO MESTRE                 00001400
      * DE PRODUTOS (#PRODUTO) E A TABELA COMISTAB DA, POR              00001500
      * GRUPO, O PERCENTUAL DA PRIMEIRA FAIXA DE VOLUME E               00001600
      * O DA FAIXA ACIMA DO LIMITE. O DEMONSTRATIVO POR                 00001700
      * VENDEDOR SAI PELO REPWRITE (UMA PAGINA POR                      00001800
      * VENDEDOR, COM O VENDIDO POR LOJA E A COMISSAO POR               00001900
      * GRUPO) E O EXTRATO PARA A FOLHA SAI NO ARQUIVO                  00002000
      * FOLHAEXT - A PLANILHA MENSAL DO COMERCIAL, QUE SO               00002100
      * ERRAVA NA FOLHA, ACABOU. VENDA DE PRODUTO FORA DO               00002200
      * MESTRE E REJEITADA E CONTADA, SEM ENTRAR NO VOLUME.             00002250
      * AS DEVOLUCOES DO MES (DEVOLUC, #DEVOL, ACUMULADO                00002255
      * PELO LOTE DIARIO) ESTORNAM A COMISSAO NA                        00002260
      * COMPETENCIA DA DEVOLUCAO, NAO NA DA VENDA: O VALOR              00002265
      * DEVOLVIDO, SOMADO POR VENDEDOR E GRUPO, E                       00002270
      * ESTORNADO PELO PERCENTUAL DA PRIMEIRA FAIXA DO                  00002275
      * GRUPO. A FOLHA RECEBE A COMISSAO LIQUIDA E, QUANDO              00002280
      * O ESTORNO PASSA DA COMISSAO DO MES, O EXCEDENTE A               00002285
      * DESCONTAR (FLH-DESCONTO); VENDEDOR SO COM                       00002290
      * DEVOLUCAO NO MES TAMBEM SAI NO DEMONSTRATIVO.                   00002295
      *                                                                 00002300
      * SYSIN: DATA DE PROCESSAMENTO / COMPETENCIA AAAAMM.              00002400
      *                                                                 00002500
       FILE-CONTROL.                                                    00003600
           SELECT VENDAS    ASSIGN TO VENDAS                            00003700
               FILE STATUS  IS WRK-FS-VENDAS.                           00003800
           SELECT PRODUTOS  ASSIGN TO PRODUTOS                          00003900
               FILE STATUS  IS WRK-FS-PRODUTOS.                         00004000
           SELECT COMISTAB  ASSIGN TO COMISTAB                          00004100
               FILE STATUS  IS WRK-FS-COMISTAB.                         00004200
           SELECT FOLHAEXT  ASSIGN TO FOLHAEXT                          00004300
               FILE STATUS  IS WRK-FS-FOLHAEXT.                         00004400
           SELECT DEVOLUC   ASSIGN TO DEVOLUC                           00004433
               FILE STATUS  IS WRK-FS-DEVOLUC.                          00004466
                                                                        00004500
      *====================================================             00004600
       DATA                                     DIVISION.               00004700
          05 VEN-HORA           PIC 9(06).                              00006000
          05 VEN-VENDEDOR       PIC X(08).                              00006100
                                                                        00006200
       FD PRODUTOS                                                      00006300
           RECORDING  MODE IS F                                         00006400
           BLOCK CONTAINS 0 RECORDS.                                    00006500
                                                                        00006600
       COPY '#PRODUTO'.                                                 00006700
                                                                        00007000
       FD COMISTAB                                                      00007100
           RECORDING  MODE IS F                                         00007200
          05 FLH-COMPETENCIA    PIC 9(06).                              00008700
          05 FLH-VENDEDOR       PIC X(08).                              00008800
          05 FLH-COMISSAO       PIC 9(07)V99.                           00008900
          05 FLH-DESCONTO       PIC 9(07)V99.                           00009000
                                                                        00009100
       FD DEVOLUC                                                       00009114
           RECORDING  MODE IS F                                         00009128
           BLOCK CONTAINS 0 RECORDS.                                    00009142
                                                                        00009156
       COPY '#DEVOL'.                                                   00009170
                                                                        00009184
       WORKING-STORAGE                          SECTION.                00009200
                                                                        00009300
      *===================PARAMETROS========================            00009400
                                                                        00009500
       77 WRK-FS-VENDAS         PIC 9(02).                              00009600
       77 WRK-FS-PRODUTOS       PIC 9(02).                              00009700
       77 WRK-FS-COMISTAB       PIC 9(02).                              00009800
       77 WRK-FS-FOLHAEXT       PIC 9(02).                              00009900
       77 WRK-FS-DEVOLUC        PIC 9(02).                              00009950
       77 WRK-COMPETENCIA       PIC 9(06)    VALUE ZEROS.               00010000
                                                                        00010100
      *===================MESTRE DE PRODUTOS================            00010200
                                                                        00010300
       77 WRK-PRD-QTD           PIC 9(03)    VALUE ZEROS.               00010400
       77 WRK-PRD-ACHOU         PIC 9        VALUE 0.                   00010500
       77 WRK-GRUPO-VENDA       PIC X(10)    VALUE SPACES.              00010600
       77 WRK-PRD-PROCURA       PIC X(30)    VALUE SPACES.              00010650
                                                                        00010700
       01 TAB-CADPRD.                                                   00010800
          05 TAB-PRD-ITEM OCCURS 500 TIMES                              00010900
                          INDEXED BY TAB-PRD-IDX.                       00011000
             10 TAB-PRD-DESCRICAO  PIC X(30).                           00011100
             10 TAB-PRD-GRUPO      PIC X(10).                           00011200
                                                                        00011300
      *===================TABELA DE COMISSAO================            00011400
                                                                        00011500
       77 WRK-ACUM-VENDAS       PIC 9(07)    VALUE ZEROS.               00016100
       77 WRK-ACUM-SEMGRUPO     PIC 9(07)    VALUE ZEROS.               00016200
       77 WRK-ACUM-FORA-COMPET  PIC 9(07)    VALUE ZEROS.               00016201
       77 WRK-ACUM-PROD-DESC    PIC 9(07)    VALUE ZEROS.               00016250
       77 WRK-ACUM-VENDEDORES   PIC 9(05)    VALUE ZEROS.               00016300
                                                                        00016400
      *===================ESTORNO DE DEVOLUCOES=============            00016404
                                                                        00016408
       77 WRK-DEV-QTD           PIC 9(03)    VALUE ZEROS.               00016412
       77 WRK-DEV-ACHOU         PIC 9        VALUE 0.                   00016416
       77 WRK-DEV-SLOT          PIC 9(03)    VALUE ZEROS.               00016420
       77 WRK-DEV-IDX           PIC 9(03)    VALUE ZEROS.               00016424
       77 WRK-EST-IDX           PIC 9(03)    VALUE ZEROS.               00016426
       77 WRK-ESTORNO-GRUPO     PIC 9(07)V99 VALUE ZEROS.               00016428
       77 WRK-ESTORNO-TOTAL     PIC 9(07)V99 VALUE ZEROS.               00016432
       77 WRK-COMISSAO-LIQUIDA  PIC 9(07)V99 VALUE ZEROS.               00016436
       77 WRK-DESCONTO-FOLHA    PIC 9(07)V99 VALUE ZEROS.               00016440
       77 WRK-ACUM-DEVOLUCOES   PIC 9(07)    VALUE ZEROS.               00016444
       77 WRK-ACUM-DEVOL-FORA   PIC 9(07)    VALUE ZEROS.               00016448
       77 WRK-ACUM-DEVOL-REJ    PIC 9(07)    VALUE ZEROS.               00016452
       77 WRK-ACUM-DEVOL-SEMGR  PIC 9(07)    VALUE ZEROS.               00016456
                                                                        00016460
       01 TAB-ESTORNOS.                                                 00016464
          05 TAB-EST-ITEM OCCURS 500 TIMES                              00016468
                          INDEXED BY TAB-EST-IDX.                       00016472
             10 TAB-EST-VENDEDOR   PIC X(08).                           00016476
             10 TAB-EST-GRUPO      PIC X(10).                           00016480
             10 TAB-EST-VALOR      PIC 9(09)V99.                        00016484
             10 TAB-EST-USADO      PIC X(01).                           00016488
                                                                        00016492
      *===================LINHAS DO RELATORIO===============            00016500
                                                                        00016600
       01 WRK-LINHA-VENDEDOR.                                           00016700
             ' COMISSAO DO VENDEDOR R$ '.                               00018900
          05 WRK-LT-COMISSAO    PIC Z.ZZZ.ZZ9,99.                       00019000
                                                                        00019100
       01 WRK-LINHA-ESTORNO.                                            00019107
          05 FILLER             PIC X(09) VALUE '   GRUPO '.            00019114
          05 WRK-LE-GRUPO       PIC X(10).                              00019121
          05 FILLER             PIC X(16) VALUE '  DEVOLVIDO R$  '.     00019128
          05 WRK-LE-VALOR       PIC ZZ.ZZZ.ZZ9,99.                      00019135
          05 FILLER             PIC X(14) VALUE '  ESTORNO R$  '.       00019142
          05 WRK-LE-ESTORNO     PIC Z.ZZZ.ZZ9,99.                       00019149
                                                                        00019156
       01 WRK-LINHA-FECHAMENTO.                                         00019163
          05 WRK-LF-ROTULO      PIC X(25).                              00019170
          05 WRK-LF-VALOR       PIC Z.ZZZ.ZZ9,99.                       00019177
                                                                        00019184
      *===================MASCARAS=========================             00019200
                                                                        00019300
       COPY 'EDITVALR'.                                                 00019400
      *----------------------------------------------------             00021400
                                                                        00021500
             PERFORM 1000-INICIALIZAR.                                  00021600
             PERFORM 1100-CARREGARPRODUTOS                              00021700
                UNTIL WRK-FS-PRODUTOS EQUAL 10.                         00021800
             PERFORM 1200-CARREGARCOMISSAO                              00021900
                UNTIL WRK-FS-COMISTAB EQUAL 10.                         00021933
             PERFORM 1300-CARREGARDEVOLUCOES                            00021966
                UNTIL WRK-FS-DEVOLUC EQUAL 10.                          00022000
             PERFORM 2000-PROCESSAR                                     00022100
                UNTIL WRK-FS-VENDAS EQUAL 10.                           00022200
             PERFORM 3000-FINALIZAR.                                    00022300
             MOVE 8 TO RETURN-CODE                                      00023700
             STOP RUN                                                   00023800
           END-IF.                                                      00023900
           OPEN INPUT PRODUTOS.                                         00024000
           IF WRK-FS-PRODUTOS NOT EQUAL 0                               00024100
             DISPLAY ' ERRO OPEN PRODUTOS - STATUS ' WRK-FS-PRODUTOS    00024200
             MOVE 8 TO RETURN-CODE                                      00024300
             STOP RUN                                                   00024400
           END-IF.                                                      00024500
             MOVE 8 TO RETURN-CODE                                      00025500
             STOP RUN                                                   00025600
           END-IF.                                                      00025700
           OPEN INPUT DEVOLUC.                                          00025714
           IF WRK-FS-DEVOLUC NOT EQUAL 0                                00025728
             DISPLAY ' ERRO OPEN DEVOLUC - STATUS ' WRK-FS-DEVOLUC      00025742
             MOVE 8 TO RETURN-CODE                                      00025756
             STOP RUN                                                   00025770
           END-IF.                                                      00025784
           MOVE 'DEMONSTRATIVO DE COMISSAO POR VENDEDOR'                00025800
             TO WRK-RW-TITULO1.                                         00025900
           MOVE SPACES TO WRK-RW-TITULO2.                               00026000
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00026200
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00026300
           MOVE 'N' TO WRK-RW-REABRIR.                                  00026400
           MOVE SPACES TO WRK-RW-QUEBRA.                                00026450
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00026500
           CALL 'REPWRITE' USING WRK-REPW.                              00026600
           READ PRODUTOS.                                               00026700
           READ COMISTAB.                                               00026800
           READ DEVOLUC.                                                00026850
           READ VENDAS.                                                 00026900
                                                                        00027000
       1000-99-FINAL.        EXIT.                                      00027100
                                                                        00027200
      *----------------------------------------------------             00027300
       1100-CARREGARPRODUTOS                    SECTION.                00027400
      *----------------------------------------------------             00027500
                                                                        00027600
           IF WRK-PRD-QTD LESS 500                                      00027700
             ADD 1 TO WRK-PRD-QTD                                       00027800
             SET TAB-PRD-IDX TO WRK-PRD-QTD                             00027900
             MOVE PRD-DESCRICAO TO TAB-PRD-DESCRICAO (TAB-PRD-IDX)      00028000
             MOVE PRD-GRUPO     TO TAB-PRD-GRUPO     (TAB-PRD-IDX)      00028100
           END-IF.                                                      00028200
           READ PRODUTOS.                                               00028300
                                                                        00028400
       1100-99-FINAL.        EXIT.                                      00028500
                                                                        00028600
                                                                        00030000
       1200-99-FINAL.        EXIT.                                      00030100
                                                                        00030200
      *----------------------------------------------------             00030201
      * DEVOLUCOES DO MES DA COMPETENCIA, SOMADAS POR                   00030202
      * VENDEDOR E GRUPO DE COMISSAO PARA O ESTORNO                     00030203
      *----------------------------------------------------             00030204
       1300-CARREGARDEVOLUCOES                  SECTION.                00030205
      *----------------------------------------------------             00030206
                                                                        00030207
           IF DEV-DATA-DEVOLUCAO (1:6) NOT EQUAL WRK-COMPETENCIA        00030208
             ADD 1 TO WRK-ACUM-DEVOL-FORA                               00030209
             READ DEVOLUC                                               00030210
             GO TO 1300-99-FINAL                                        00030211
           END-IF.                                                      00030212
           MOVE DEV-PRODUTO TO WRK-PRD-PROCURA.                         00030213
           PERFORM 2100-ACHARPRODUTO.                                   00030214
           IF WRK-PRD-ACHOU EQUAL 0 OR DEV-VALOR NOT NUMERIC            00030215
             ADD 1 TO WRK-ACUM-DEVOL-REJ                                00030216
             MOVE '1300'                 TO WRK-SECAO                   00030217
             MOVE 'DEVOLUCAO FORA DO CADASTRO OU VALOR INVALIDO'        00030218
               TO WRK-MSGERRO                                           00030219
             MOVE '99'                   TO WRK-STATUS                  00030220
             PERFORM 9010-TRATARERROS                                   00030221
             READ DEVOLUC                                               00030222
             GO TO 1300-99-FINAL                                        00030223
           END-IF.                                                      00030224
           ADD 1 TO WRK-ACUM-DEVOLUCOES.                                00030225
           IF WRK-GRUPO-VENDA EQUAL SPACES                              00030226
             ADD 1 TO WRK-ACUM-DEVOL-SEMGR                              00030227
             READ DEVOLUC                                               00030228
             GO TO 1300-99-FINAL                                        00030229
           END-IF.                                                      00030230
           MOVE 0 TO WRK-DEV-ACHOU.                                     00030231
           PERFORM 1310-TESTARESTORNO                                   00030232
              VARYING TAB-EST-IDX FROM 1 BY 1                           00030233
                UNTIL TAB-EST-IDX GREATER WRK-DEV-QTD                   00030234
                   OR WRK-DEV-ACHOU EQUAL 1.                            00030235
           IF WRK-DEV-ACHOU EQUAL 1                                     00030236
             ADD DEV-VALOR TO TAB-EST-VALOR (WRK-DEV-SLOT)              00030237
           ELSE                                                         00030238
             IF WRK-DEV-QTD LESS 500                                    00030239
               ADD 1 TO WRK-DEV-QTD                                     00030240
               MOVE DEV-VENDEDOR    TO TAB-EST-VENDEDOR (WRK-DEV-QTD)   00030241
               MOVE WRK-GRUPO-VENDA TO TAB-EST-GRUPO    (WRK-DEV-QTD)   00030242
               MOVE DEV-VALOR       TO TAB-EST-VALOR    (WRK-DEV-QTD)   00030243
               MOVE 'N'             TO TAB-EST-USADO    (WRK-DEV-QTD)   00030244
             ELSE                                                       00030245
               MOVE '1300'               TO WRK-SECAO                   00030246
               MOVE 'ESTORNOS EXCEDEM A TABELA DE 500' TO WRK-MSGERRO   00030247
               MOVE '99'                 TO WRK-STATUS                  00030248
               PERFORM 9010-TRATARERROS                                 00030249
             END-IF                                                     00030250
           END-IF.                                                      00030251
           READ DEVOLUC.                                                00030252
                                                                        00030253
       1300-99-FINAL.        EXIT.                                      00030254
                                                                        00030255
      *----------------------------------------------------             00030256
       1310-TESTARESTORNO                       SECTION.                00030257
      *----------------------------------------------------             00030258
                                                                        00030259
           IF TAB-EST-VENDEDOR (TAB-EST-IDX) EQUAL DEV-VENDEDOR         00030260
              AND TAB-EST-GRUPO (TAB-EST-IDX) EQUAL WRK-GRUPO-VENDA     00030261
             MOVE 1 TO WRK-DEV-ACHOU                                    00030262
             SET WRK-DEV-SLOT TO TAB-EST-IDX                            00030263
           END-IF.                                                      00030264
                                                                        00030265
       1310-99-FINAL.        EXIT.                                      00030266
                                                                        00030267
      *----------------------------------------------------             00030300
       2000-PROCESSAR                           SECTION.                00030400
      *----------------------------------------------------             00030500
             READ VENDAS                                                00030706
             GO TO 2000-99-FINAL                                        00030707
           END-IF.                                                      00030708
      *    VENDA DE PRODUTO FORA DO MESTRE NAO COMISSIONA               00030715
           MOVE VEN-PRODUTO TO WRK-PRD-PROCURA.                         00030718
           PERFORM 2100-ACHARPRODUTO.                                   00030722
           IF WRK-PRD-ACHOU EQUAL 0                                     00030729
             ADD 1 TO WRK-ACUM-PROD-DESC                                00030736
             MOVE '2000'                 TO WRK-SECAO                   00030743
             MOVE 'VENDA DE PRODUTO FORA DO CADASTRO'                   00030750
               TO WRK-MSGERRO                                           00030757
             MOVE '99'                   TO WRK-STATUS                  00030764
             PERFORM 9010-TRATARERROS                                   00030771
             READ VENDAS                                                00030778
             GO TO 2000-99-FINAL                                        00030785
           END-IF.                                                      00030792
           IF WRK-PRIMEIRA-VEZ EQUAL 'N'                                00030800
              AND VEN-VENDEDOR NOT EQUAL WRK-VENDEDOR-ANTERIOR          00030900
             PERFORM 2500-FECHARVENDEDOR                                00031000
           END-IF.                                                      00031100
           COMPUTE WRK-VALOR-VENDA =                                    00031200
                   VEN-QUANTIDADE * VEN-VLRUNIT.                        00031300
           IF WRK-GRUPO-VENDA EQUAL SPACES                              00031400
             ADD 1 TO WRK-ACUM-SEMGRUPO                                 00031600
             MOVE '2100'                 TO WRK-SECAO                   00031700
             MOVE 'PRODUTO SEM GRUPO DE COMISSAO' TO WRK-MSGERRO        00031800
       2000-99-FINAL.        EXIT.                                      00032900
                                                                        00033000
      *----------------------------------------------------             00033100
       2100-ACHARPRODUTO                        SECTION.                00033200
      *----------------------------------------------------             00033300
                                                                        00033400
           MOVE 0      TO WRK-PRD-ACHOU.                                00033500
           MOVE SPACES TO WRK-GRUPO-VENDA.                              00033600
           PERFORM 2110-TESTARPRODUTO                                   00033700
              VARYING TAB-PRD-IDX FROM 1 BY 1                           00033800
                UNTIL TAB-PRD-IDX GREATER WRK-PRD-QTD                   00033900
                   OR WRK-PRD-ACHOU EQUAL 1.                            00034000
                                                                        00034100
       2100-99-FINAL.        EXIT.                                      00034200
                                                                        00034300
      *----------------------------------------------------             00034400
       2110-TESTARPRODUTO                       SECTION.                00034500
      *----------------------------------------------------             00034600
                                                                        00034700
           IF TAB-PRD-DESCRICAO (TAB-PRD-IDX) EQUAL WRK-PRD-PROCURA     00034800
             MOVE 1 TO WRK-PRD-ACHOU                                    00034900
             MOVE TAB-PRD-GRUPO (TAB-PRD-IDX) TO WRK-GRUPO-VENDA        00035000
           END-IF.                                                      00035100
                                                                        00035200
       2110-99-FINAL.        EXIT.                                      00035300
           MOVE WRK-LINHA-TOTVEND TO WRK-RW-LINHA.                      00045100
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00045200
           CALL 'REPWRITE' USING WRK-REPW.                              00045300
           PERFORM 2550-ESTORNARVENDEDOR.                               00045350
           MOVE SPACES TO REG-FOLHAEXT.                                 00045400
           MOVE WRK-COMPETENCIA       TO FLH-COMPETENCIA.               00045500
           MOVE WRK-VENDEDOR-ANTERIOR TO FLH-VENDEDOR.                  00045600
           MOVE WRK-COMISSAO-LIQUIDA  TO FLH-COMISSAO.                  00045700
           MOVE WRK-DESCONTO-FOLHA    TO FLH-DESCONTO.                  00045750
           WRITE REG-FOLHAEXT.                                          00045800
           MOVE ZEROS TO WRK-VGR-QTD.                                   00045900
           MOVE ZEROS TO WRK-VLO-QTD.                                   00046000
                                                                        00053400
       2530-99-FINAL.        EXIT.                                      00053500
                                                                        00053600
      *----------------------------------------------------             00053601
      * ESTORNO DAS DEVOLUCOES DO VENDEDOR NO MES: VALOR                00053602
      * DEVOLVIDO DO GRUPO PELO PERCENTUAL DA PRIMEIRA                  00053603
      * FAIXA. O QUE PASSAR DA COMISSAO DO MES VAI PARA A               00053604
      * FOLHA COMO DESCONTO                                             00053605
      *----------------------------------------------------             00053606
       2550-ESTORNARVENDEDOR                    SECTION.                00053607
      *----------------------------------------------------             00053608
                                                                        00053609
           MOVE ZEROS TO WRK-ESTORNO-TOTAL.                             00053610
           MOVE ZEROS TO WRK-DEV-IDX.                                   00053611
           PERFORM 2560-ESTORNARGRUPO                                   00053612
              UNTIL WRK-DEV-IDX NOT LESS WRK-DEV-QTD.                   00053613
           IF WRK-ESTORNO-TOTAL GREATER WRK-COMISSAO-TOTAL              00053614
             MOVE ZEROS TO WRK-COMISSAO-LIQUIDA                         00053615
             COMPUTE WRK-DESCONTO-FOLHA =                               00053616
                     WRK-ESTORNO-TOTAL - WRK-COMISSAO-TOTAL             00053617
           ELSE                                                         00053618
             COMPUTE WRK-COMISSAO-LIQUIDA =                             00053619
                     WRK-COMISSAO-TOTAL - WRK-ESTORNO-TOTAL             00053620
             MOVE ZEROS TO WRK-DESCONTO-FOLHA                           00053621
           END-IF.                                                      00053622
           IF WRK-ESTORNO-TOTAL EQUAL ZEROS                             00053623
             GO TO 2550-99-FINAL                                        00053624
           END-IF.                                                      00053625
           MOVE ' ESTORNO DEVOLUCOES R$  ' TO WRK-LF-ROTULO.            00053626
           MOVE WRK-ESTORNO-TOTAL TO WRK-LF-VALOR.                      00053627
           MOVE WRK-LINHA-FECHAMENTO TO WRK-RW-LINHA.                   00053628
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00053629
           CALL 'REPWRITE' USING WRK-REPW.                              00053630
           MOVE ' COMISSAO LIQUIDA R$    ' TO WRK-LF-ROTULO.            00053631
           MOVE WRK-COMISSAO-LIQUIDA TO WRK-LF-VALOR.                   00053632
           MOVE WRK-LINHA-FECHAMENTO TO WRK-RW-LINHA.                   00053633
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00053634
           CALL 'REPWRITE' USING WRK-REPW.                              00053635
           IF WRK-DESCONTO-FOLHA GREATER ZEROS                          00053636
             MOVE ' A DESCONTAR NA FOLHA R$' TO WRK-LF-ROTULO           00053637
             MOVE WRK-DESCONTO-FOLHA TO WRK-LF-VALOR                    00053638
             MOVE WRK-LINHA-FECHAMENTO TO WRK-RW-LINHA                  00053639
             MOVE 'D' TO WRK-RW-FUNCAO                                  00053640
             CALL 'REPWRITE' USING WRK-REPW                             00053641
             MOVE '2550'                 TO WRK-SECAO                   00053642
             MOVE 'ESTORNO DE DEVOLUCAO PASSA DA COMISSAO DO MES'       00053643
               TO WRK-MSGERRO                                           00053644
             MOVE '00'                   TO WRK-STATUS                  00053645
             PERFORM 9010-TRATARERROS                                   00053646
           END-IF.                                                      00053647
                                                                        00053648
       2550-99-FINAL.        EXIT.                                      00053649
                                                                        00053650
      *----------------------------------------------------             00053651
       2560-ESTORNARGRUPO                       SECTION.                00053652
      *----------------------------------------------------             00053653
                                                                        00053654
           ADD 1 TO WRK-DEV-IDX.                                        00053655
           IF TAB-EST-VENDEDOR (WRK-DEV-IDX) NOT EQUAL                  00053656
              WRK-VENDEDOR-ANTERIOR                                     00053657
             GO TO 2560-99-FINAL                                        00053658
           END-IF.                                                      00053659
           MOVE 'S' TO TAB-EST-USADO (WRK-DEV-IDX).                     00053660
           MOVE 0 TO WRK-CMS-ACHOU.                                     00053661
           PERFORM 2570-TESTARTAXAESTORNO                               00053662
              VARYING TAB-CMS-IDX FROM 1 BY 1                           00053663
                UNTIL TAB-CMS-IDX GREATER WRK-CMS-QTD                   00053664
                   OR WRK-CMS-ACHOU EQUAL 1.                            00053665
           IF WRK-CMS-ACHOU EQUAL 0                                     00053666
             MOVE ZEROS TO WRK-ESTORNO-GRUPO                            00053667
           ELSE                                                         00053668
             COMPUTE WRK-ESTORNO-GRUPO ROUNDED =                        00053669
                     TAB-EST-VALOR (WRK-DEV-IDX)                        00053670
                   * TAB-CMS-PERC1 (WRK-CMS-SLOT)                       00053671
           END-IF.                                                      00053672
           ADD WRK-ESTORNO-GRUPO TO WRK-ESTORNO-TOTAL.                  00053673
           MOVE TAB-EST-GRUPO (WRK-DEV-IDX) TO WRK-LE-GRUPO.            00053674
           MOVE TAB-EST-VALOR (WRK-DEV-IDX) TO WRK-LE-VALOR.            00053675
           MOVE WRK-ESTORNO-GRUPO           TO WRK-LE-ESTORNO.          00053676
           MOVE WRK-LINHA-ESTORNO TO WRK-RW-LINHA.                      00053677
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00053678
           CALL 'REPWRITE' USING WRK-REPW.                              00053679
                                                                        00053680
       2560-99-FINAL.        EXIT.                                      00053681
                                                                        00053682
      *----------------------------------------------------             00053683
       2570-TESTARTAXAESTORNO                   SECTION.                00053684
      *----------------------------------------------------             00053685
                                                                        00053686
           IF TAB-CMS-GRUPO (TAB-CMS-IDX) EQUAL                         00053687
              TAB-EST-GRUPO (WRK-DEV-IDX)                               00053688
             MOVE 1 TO WRK-CMS-ACHOU                                    00053689
             SET WRK-CMS-SLOT TO TAB-CMS-IDX                            00053690
           END-IF.                                                      00053691
                                                                        00053692
       2570-99-FINAL.        EXIT.                                      00053693
                                                                        00053694
      *----------------------------------------------------             00053700
       3000-FINALIZAR                           SECTION.                00053800
      *----------------------------------------------------             00053900
            IF WRK-PRIMEIRA-VEZ EQUAL 'N'                               00054100
              PERFORM 2500-FECHARVENDEDOR                               00054200
            END-IF.                                                     00054300
            MOVE ZEROS TO WRK-EST-IDX.                                  00054325
            PERFORM 3100-VENDEDORSOESTORNO                              00054350
               UNTIL WRK-EST-IDX NOT LESS WRK-DEV-QTD.                  00054375
            CLOSE VENDAS.                                               00054400
            CLOSE FOLHAEXT.                                             00054500
            CLOSE DEVOLUC.                                              00054550
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00054600
            CALL 'REPWRITE' USING WRK-REPW.                             00054700
            DISPLAY ' VENDAS LIDAS.........' WRK-ACUM-VENDAS.           00054800
            DISPLAY ' SEM GRUPO............' WRK-ACUM-SEMGRUPO.         00054900
            DISPLAY ' FORA DA COMPETENCIA..' WRK-ACUM-FORA-COMPET.      00054901
            DISPLAY ' PRODUTO DESCONHECIDO.' WRK-ACUM-PROD-DESC.        00054950
            DISPLAY ' DEVOLUCOES DO MES....' WRK-ACUM-DEVOLUCOES.       00054960
            DISPLAY ' DEVOLUC. FORA COMPET.' WRK-ACUM-DEVOL-FORA.       00054970
            DISPLAY ' DEVOLUC. REJEITADAS..' WRK-ACUM-DEVOL-REJ.        00054980
            DISPLAY ' DEVOLUC. SEM GRUPO...' WRK-ACUM-DEVOL-SEMGR.      00054990
            DISPLAY ' VENDEDORES...........' WRK-ACUM-VENDEDORES.       00055000
            DISPLAY ' FIM DO PROGRAMA'.                                 00055100
                                                                        00055200
       3000-99-FINAL.        EXIT.                                      00055300
                                                                        00055400
      *----------------------------------------------------             00055406
      * VENDEDOR COM DEVOLUCAO E SEM VENDA NO MES: SO O                 00055412
      * ESTORNO NO DEMONSTRATIVO E NO EXTRATO DA FOLHA                  00055418
      *----------------------------------------------------             00055424
       3100-VENDEDORSOESTORNO                   SECTION.                00055430
      *----------------------------------------------------             00055436
                                                                        00055442
           ADD 1 TO WRK-EST-IDX.                                        00055448
           IF TAB-EST-USADO (WRK-EST-IDX) EQUAL 'N'                     00055454
             MOVE TAB-EST-VENDEDOR (WRK-EST-IDX)                        00055460
               TO WRK-VENDEDOR-ANTERIOR                                 00055463
             PERFORM 2500-FECHARVENDEDOR                                00055466
           END-IF.                                                      00055472
                                                                        00055478
       3100-99-FINAL.        EXIT.                                      00055484
                                                                        00055490
      *----------------------------------------------------             00055500
       9010-TRATARERROS                         SECTION.                00055600
      *----------------------------------------------------             00055700

      *           CONTROLE, SEM A ANTIGA TABELA DE 50                   00001400
      *           POSICOES QUE PERDIA SUBTOTAL EM SEMANA DE             00001500
      *           PROMOCAO, E O FECHO DE MINIMO, MAXIMO E               00001600
      *           TICKET MEDIO CONTINUA O MESMO. O CODIGO               00001700
      *           DA COMPRA E VALIDADO CONTRA O MESTRE DE               00001720
      *           PRODUTOS (#PRODUTO): CODIGO FORA DO MESTRE            00001740
      *           E REJEITADO E CONTADO, SEM ENTRAR NOS                 00001760
      *           SUBTOTAIS NEM NO ACUMULADO.                           00001780
      *====================================================             00001800
                                                                        00001900
      *====================================================             00002000
               FILE STATUS  IS WRK-FS-COMPRAS.                          00003000
           SELECT HISTORICO ASSIGN TO HISTORICO                         00003100
               FILE STATUS  IS WRK-FS-HISTORICO.                        00003200
           SELECT PRODUTOS ASSIGN TO PRODUTOS                           00003233
               FILE STATUS  IS WRK-FS-PRODUTOS.                         00003266
                                                                        00003300
      *====================================================             00003400
       DATA                                     DIVISION.               00003500
          05 HIS-VALORMIN       PIC 9(08)V99.                           00005800
          05 HIS-VALORMAX       PIC 9(08)V99.                           00005900
          05 HIS-VALORMEDIO     PIC 9(08)V99.                           00006000
                                                                        00006014
       FD PRODUTOS                                                      00006028
           RECORDING  MODE IS F                                         00006042
           BLOCK CONTAINS 0 RECORDS.                                    00006056
                                                                        00006070
       COPY '#PRODUTO'.                                                 00006084
                                                                        00006100
       WORKING-STORAGE                          SECTION.                00006200
                                                                        00006300
                                                                        00009300
       77 WRK-FS-HISTORICO            PIC 9(02).                        00009400
       77 WRK-DATA-EXECUCAO           PIC 9(06)    VALUE ZEROS.         00009500
                                                                        00009507
      *-------------CADASTRO DE PRODUTOS---------------------           00009514
                                                                        00009521
       77 WRK-FS-PRODUTOS             PIC 9(02).                        00009528
       77 WRK-PRD-QTD                 PIC 9(03)    VALUE ZEROS.         00009535
       77 WRK-PRD-ACHOU               PIC 9        VALUE 0.             00009542
       77 WRK-PRODUTO-OK              PIC X(01)    VALUE 'N'.           00009549
       77 WRK-ACUM-PROD-DESC          PIC 9(05)    VALUE ZEROS.         00009556
                                                                        00009563
       01 TAB-CADPRD.                                                   00009570
          05 TAB-PRD-ITEM OCCURS 500 TIMES                              00009577
                          INDEXED BY TAB-PRD-IDX.                       00009584
             10 TAB-PRD-CODIGO     PIC 9(03).                           00009591
                                                                        00009600
      *-------------TRATAMENTO DE ERROS----------------------           00009700
                                                                        00009800
             MOVE 8 TO RETURN-CODE                                      00017000
             STOP RUN                                                   00017100
           END-IF.                                                      00017200
           PERFORM 1100-CARREGARPRODUTOS.                               00017250
           READ COMPRAS.                                                00017300
                                                                        00017400
       1000-99-FIM.       EXIT.                                         00017500
                                                                        00017502
      *----------------------------------------------------             00017504
      * CARREGAR O MESTRE DE PRODUTOS PARA VALIDAR O CODIGO             00017506
      * DE CADA COMPRA                                                  00017508
      *----------------------------------------------------             00017510
       1100-CARREGARPRODUTOS                   SECTION.                 00017512
      *----------------------------------------------------             00017514
                                                                        00017516
           OPEN INPUT PRODUTOS.                                         00017518
           IF WRK-FS-PRODUTOS NOT EQUAL 0                               00017520
             DISPLAY ' ERRO OPEN PRODUTOS - STATUS ' WRK-FS-PRODUTOS    00017522
             MOVE 8 TO RETURN-CODE                                      00017524
             STOP RUN                                                   00017526
           END-IF.                                                      00017528
           READ PRODUTOS.                                               00017530
           PERFORM 1110-GUARDARPRODUTO                                  00017532
              UNTIL WRK-FS-PRODUTOS NOT EQUAL 0.                        00017534
           CLOSE PRODUTOS.                                              00017536
           DISPLAY ' PRODUTOS NO CADASTRO...' WRK-PRD-QTD.              00017538
                                                                        00017540
       1100-99-FIM.       EXIT.                                         00017542
                                                                        00017544
      *----------------------------------------------------             00017546
       1110-GUARDARPRODUTO                     SECTION.                 00017548
      *----------------------------------------------------             00017550
                                                                        00017552
           IF WRK-PRD-QTD LESS 500                                      00017554
             ADD 1 TO WRK-PRD-QTD                                       00017556
             MOVE PRD-CODIGO TO TAB-PRD-CODIGO (WRK-PRD-QTD)            00017558
           ELSE                                                         00017560
             DISPLAY ' PRODUTOS EXCEDEM A TABELA DE 500 - CODIGO '      00017562
                     PRD-CODIGO ' IGNORADO'                             00017564
           END-IF.                                                      00017566
           READ PRODUTOS.                                               00017568
                                                                        00017570
       1110-99-FIM.       EXIT.                                         00017572
                                                                        00017600
      *----------------------------------------------------             00017700
       2000-PROCESSAR                          SECTION.                 00017800
           MOVE CMP-ITEM   TO WRK-ITEM.                                 00018200
           MOVE CMP-VALOR  TO WRK-VALOR.                                00018300
           MOVE CMP-QUANT  TO WRK-QUANT.                                00018400
           PERFORM 2200-VALIDARPRODUTO.                                 00018420
           IF WRK-PRODUTO-OK EQUAL 'N'                                  00018440
              ADD 1 TO WRK-ACUM-PROD-DESC                               00018460
           ELSE                                                         00018480
           IF WRK-VALOR IS NUMERIC AND WRK-QUANT IS NUMERIC             00018500
              IF WRK-PRIMEIRA-VEZ EQUAL 'N'                             00018600
                 AND WRK-CODIGO NOT EQUAL WRK-CODIGO-ANTERIOR           00018700
              MOVE 'N' TO WRK-PRIMEIRA-VEZ                              00020900
           ELSE                                                         00021000
              PERFORM 9000-TRATAR-ERROS                                 00021100
           END-IF                                                       00021200
           END-IF.                                                      00021250
           DISPLAY ' -------------------------------------- '.          00021300
           READ COMPRAS.                                                00021400
                                                                        00021500
           MOVE ZEROS TO WRK-SUB-VALOR.                                 00023100
                                                                        00023200
       2100-99-FIM.       EXIT.                                         00023300
                                                                        00023302
      *----------------------------------------------------             00023304
      * COMPRA DE CODIGO FORA DO MESTRE DE PRODUTOS E                   00023306
      * DESCARTADA E REGISTRADA NO LOG                                  00023308
      *----------------------------------------------------             00023310
       2200-VALIDARPRODUTO                     SECTION.                 00023312
      *----------------------------------------------------             00023314
                                                                        00023316
           MOVE 0 TO WRK-PRD-ACHOU.                                     00023318
           PERFORM 2210-PESQUISARCADPRD                                 00023320
              VARYING TAB-PRD-IDX FROM 1 BY 1                           00023322
                UNTIL TAB-PRD-IDX GREATER WRK-PRD-QTD                   00023324
                   OR WRK-PRD-ACHOU EQUAL 1.                            00023326
           IF WRK-PRD-ACHOU EQUAL 0                                     00023328
             MOVE 'N' TO WRK-PRODUTO-OK                                 00023330
             DISPLAY ' CODIGO PRODUTO....' WRK-CODIGO                   00023332
             DISPLAY ' ITEM .............' WRK-ITEM                     00023334
             DISPLAY ' PRODUTO FORA DO CADASTRO - REGISTRO DESCARTADO. '00023336
             MOVE 'FR01CB24'                TO WRK-PROGRAMA             00023338
             MOVE '2200'                    TO WRK-SECAO                00023340
             MOVE 'COMPRA DE PRODUTO FORA DO CADASTRO'                  00023342
               TO WRK-MSGERRO                                           00023344
             MOVE '99'                      TO WRK-STATUS               00023346
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS                      00023348
           ELSE                                                         00023350
             MOVE 'S' TO WRK-PRODUTO-OK                                 00023352
           END-IF.                                                      00023354
                                                                        00023356
       2200-99-FIM.       EXIT.                                         00023358
                                                                        00023360
      *----------------------------------------------------             00023362
       2210-PESQUISARCADPRD                    SECTION.                 00023364
      *----------------------------------------------------             00023366
                                                                        00023368
           IF TAB-PRD-CODIGO (TAB-PRD-IDX) EQUAL WRK-CODIGO             00023370
             MOVE 1 TO WRK-PRD-ACHOU                                    00023372
           END-IF.                                                      00023374
                                                                        00023376
       2210-99-FIM.       EXIT.                                         00023378
                                                                        00023400
                                                                        00023500
      *----------------------------------------------------             00023600
            MOVE WRK-VALORACUM TO WRK-ED-VALOR08.                       00024600
            DISPLAY ' VALOR TOTAL ACUMULADO R$' WRK-ED-VALOR08.         00024700
            DISPLAY ' REGISTROS LIDOS ........' WRK-REGLIDOS.           00024800
            DISPLAY ' PRODUTO DESCONHECIDO ...' WRK-ACUM-PROD-DESC.     00024850
                                                                        00024900
            IF WRK-REGLIDOS NOT EQUAL ZEROS                             00025000
              COMPUTE WRK-VALORMEDIO = WRK-VALORACUM / WRK-REGLIDOS     00025100

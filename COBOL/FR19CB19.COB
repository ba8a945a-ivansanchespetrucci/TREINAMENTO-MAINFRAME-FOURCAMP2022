               ACCESS MODE  IS SEQUENTIAL                               00002900
               RECORD KEY   IS TAR-CHAVE                                00003000
               FILE STATUS  IS WRK-FS-TARIFAS.                          00003100
           SELECT TRANSP ASSIGN TO TRANSP                               00003116
               ORGANIZATION IS INDEXED                                  00003132
               ACCESS MODE  IS SEQUENTIAL                               00003148
               RECORD KEY   IS TRP-CODIGO                               00003164
               FILE STATUS  IS WRK-FS-TRANSP.                           00003180
                                                                        00003200
      *====================================================             00003300
       DATA                                     DIVISION.               00003400
           BLOCK CONTAINS 0 RECORDS.                                    00003900
                                                                        00004000
       COPY '#TARIFA'.                                                  00004100
                                                                        00004114
       FD TRANSP                                                        00004128
           RECORDING  MODE IS F                                         00004142
           BLOCK CONTAINS 0 RECORDS.                                    00004156
                                                                        00004170
       COPY '#TRANSP'.                                                  00004184
                                                                        00004200
       FD FATURA                                                        00004300
           RECORDING  MODE IS F                                         00004400
          05 FAT-PESO           PIC 9(03)V99.                           00005400
          05 FAT-FRETE-VALOR    PIC 9(04)V99.                           00005500
          05 FAT-FRETE-PESO     PIC 9(04)V99.                           00005600
          05 FAT-TRANSP         PIC 9(03).                              00005650
                                                                        00005700
       WORKING-STORAGE                          SECTION.                00005800
      *==============ENTRADA DE DADOS======================             00005900
       77 WRK-FRETE-VALOR      PIC 9(04)V99 VALUE ZEROS.                00007100
       77 WRK-FRETE-PESO       PIC 9(04)V99 VALUE ZEROS.                00007200
       77 WRK-FLAG             PIC 9        VALUE 0.                    00007300
       77 WRK-COT-FRETE        PIC 9(04)V99 VALUE ZEROS.                00007312
       77 WRK-COT-FRETE-VALOR  PIC 9(04)V99 VALUE ZEROS.                00007324
       77 WRK-COT-FRETE-PESO   PIC 9(04)V99 VALUE ZEROS.                00007336
       77 WRK-COTACOES         PIC 9(02)    VALUE ZEROS.                00007348
       77 WRK-TRANSP           PIC 9(03)    VALUE ZEROS.                00007360
       77 WRK-TRANSP-NOME      PIC X(30)    VALUE SPACES.               00007372
       77 WRK-TRP-ACHOU        PIC 9        VALUE 0.                    00007384
       77 WRK-SENTINELA        PIC 9(05)    VALUE 99999.                00007392
      *-------------VARIAVEIS=EDITADAS---------------------             00007400
                                                                        00007500
       COPY 'EDITVALR'.                                                 00007600
      * VIGENTES PARA A DATA DE PROCESSAMENTO                           00008600
                                                                        00008700
       77 WRK-FS-TARIFAS       PIC 9(02).                               00008800
       77 TAB-FRETE-QTD        PIC 9(03)    VALUE ZEROS.                00008900
                                                                        00009000
       01 TAB-FRETE.                                                    00009100
          05 TAB-FRETE-ITEM OCCURS 200 TIMES                            00009200
                             INDEXED BY TAB-FRETE-IDX.                  00009300
             10 TAB-FRETE-UF     PIC X(02).                             00009400
             10 TAB-FRETE-TRANSP PIC 9(03).                             00009450
             10 TAB-FRETE-PERC   PIC 9V999.                             00009500
             10 TAB-FRETE-FAIXA1 PIC 9(04)V99.                          00009600
             10 TAB-FRETE-FAIXA2 PIC 9(04)V99.                          00009700
             10 TAB-FRETE-FAIXA3 PIC 9(04)V99.                          00009713
                                                                        00009726
      *-------------TRANSPORTADORAS ATIVAS-----------------             00009739
      * CARREGADAS DO MESTRE TRANSP NA PARTIDA; TARIFA DE               00009752
      * TRANSPORTADORA FORA DESTA TABELA NAO E COTADA                   00009765
                                                                        00009778
       77 WRK-FS-TRANSP        PIC 9(02).                               00009791
       77 TAB-TRP-QTD          PIC 9(02)    VALUE ZEROS.                00009804
                                                                        00009817
       01 TAB-TRANSP.                                                   00009830
          05 TAB-TRP-ITEM OCCURS 50 TIMES                               00009843
                           INDEXED BY TAB-TRP-IDX.                      00009856
             10 TAB-TRP-CODIGO   PIC 9(03).                             00009869
             10 TAB-TRP-NOME     PIC X(30).                             00009882
                                                                        00009900
      *-------------TRATAMENTO DE ERROS--------------------             00010000
                                                                        00010100
      *-------------DATA DE PROCESSAMENTO-------------------            00011200
                                                                        00011300
       COPY 'DATAPROC'.                                                 00011400
                                                                        00011420
      *-------------PARAMETROS DO LOTE---------------------             00011440
                                                                        00011460
       COPY 'LERPCOMM'.                                                 00011480
                                                                        00011500
      *====================================================             00011600
       PROCEDURE                                DIVISION.               00011700
                                                                        00012200
             PERFORM 1000-INICIALIZAR.                                  00012300
               IF WRK-CODIGO NOT EQUAL ZEROS                            00012400
                 PERFORM 2000-PROCESSAR                                 00012500
                    UNTIL WRK-CODIGO EQUAL WRK-SENTINELA                00012550
               END-IF.                                                  00012600
             PERFORM 3000-FINALIZAR.                                    00012700
             STOP RUN.                                                  00012800
           IF WRK-VD-SEM-CALENDARIO                                     00014900
             DISPLAY ' AVISO: CALENDARIO DE FERIADOS INDISPONIVEL'      00015000
           END-IF.                                                      00015100
           MOVE 'FR01CB19'             TO WRK-PM-PROGRAMA.              00015108
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-PM-DATA.                  00015116
           MOVE 'FR01CB19-SENTINELA'   TO WRK-PM-NOME.                  00015124
           CALL 'LERPARAM' USING WRK-LER-PARAMETRO.                     00015132
           IF NOT WRK-PM-ACHOU                                          00015140
             DISPLAY ' PARAMETRO FR01CB19-SENTINELA SEM VIGENCIA - '    00015148
                     'STATUS ' WRK-PM-STATUS                            00015156
             MOVE 8 TO RETURN-CODE                                      00015164
             STOP RUN                                                   00015172
           END-IF.                                                      00015180
           MOVE WRK-PM-VALOR           TO WRK-SENTINELA.                00015188
           MOVE 'FR01CB19' TO WRK-CE-PROGRAMA.                          00015200
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00015300
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00015400
             DISPLAY ' ERRO OPEN FATURA - STATUS ' WRK-FS-FATURA        00016500
             STOP RUN                                                   00016600
           END-IF.                                                      00016700
           PERFORM 1050-CARREGARTRANSP.                                 00016800
           PERFORM 1100-CARREGARTARIFAS.                                00016850
           ACCEPT WRK-DADOS      FROM SYSIN.                            00016900
                                                                        00017000
       1000-99-FINAL.            EXIT.                                  00017100
                                                                        00017200
      *----------------------------------------------------             00017202
      * CARREGAR AS TRANSPORTADORAS ATIVAS DO MESTRE; SEM               00017204
      * O MESTRE NAO HA COMO SABER QUEM PODE SER COTADO                 00017206
      *----------------------------------------------------             00017208
       1050-CARREGARTRANSP                      SECTION.                00017210
      *----------------------------------------------------             00017212
                                                                        00017214
           OPEN INPUT TRANSP.                                           00017216
           IF WRK-FS-TRANSP NOT EQUAL 0                                 00017218
             DISPLAY ' ERRO OPEN TRANSP - STATUS ' WRK-FS-TRANSP        00017220
             MOVE '1050'                   TO WRK-SECAO                 00017222
             MOVE 'MESTRE DE TRANSPORTADORAS INDISPONIVEL'              00017224
               TO WRK-MSGERRO                                           00017226
             MOVE WRK-FS-TRANSP            TO WRK-STATUS                00017228
             PERFORM 9010-TRATARERROS                                   00017230
             MOVE 8 TO RETURN-CODE                                      00017232
             STOP RUN                                                   00017234
           END-IF.                                                      00017236
           READ TRANSP.                                                 00017238
           PERFORM 1060-GUARDARTRANSP                                   00017240
              UNTIL WRK-FS-TRANSP EQUAL 10                              00017242
                 OR TAB-TRP-QTD NOT LESS 50.                            00017244
           CLOSE TRANSP.                                                00017246
                                                                        00017248
       1050-99-FINAL.            EXIT.                                  00017250
                                                                        00017252
      *----------------------------------------------------             00017254
       1060-GUARDARTRANSP                       SECTION.                00017256
      *----------------------------------------------------             00017258
                                                                        00017260
           IF TRP-ATIVA                                                 00017262
             ADD 1 TO TAB-TRP-QTD                                       00017264
             SET TAB-TRP-IDX TO TAB-TRP-QTD                             00017266
             MOVE TRP-CODIGO TO TAB-TRP-CODIGO (TAB-TRP-IDX)            00017268
             MOVE TRP-NOME   TO TAB-TRP-NOME   (TAB-TRP-IDX)            00017270
           END-IF.                                                      00017272
           READ TRANSP.                                                 00017274
                                                                        00017276
       1060-99-FINAL.            EXIT.                                  00017278
                                                                        00017280
      *----------------------------------------------------             00017300
      * CARREGAR AS TARIFAS VIGENTES PARA A DATA DE                     00017400
      * PROCESSAMENTO; PARADA CONTROLADA SE O ARQUIVO                   00017500
           READ TARIFAS.                                                00019200
           PERFORM 1110-GUARDARTARIFA                                   00019300
              UNTIL WRK-FS-TARIFAS EQUAL 10                             00019400
                 OR TAB-FRETE-QTD NOT LESS 200.                         00019500
           CLOSE TARIFAS.                                               00019600
           IF TAB-FRETE-QTD EQUAL ZEROS                                 00019700
             DISPLAY ' NENHUMA TARIFA VIGENTE PARA '                    00019800
      *----------------------------------------------------             00021300
                                                                        00021400
           IF TAR-VIG-DE NOT GREATER WRK-DATA-PROCESSAMENTO             00021500
              AND TAR-VIG-ATE NOT LESS WRK-DATA-PROCESSAMENTO           00021562
             MOVE TAR-TRANSP TO WRK-TRANSP                              00021624
             PERFORM 1120-PESQUISARTRANSP                               00021686
             IF WRK-TRP-ACHOU EQUAL 0                                   00021748
               DISPLAY ' TARIFA IGNORADA - ' TAR-UF                     00021810
                       ' TRANSPORTADORA ' TAR-TRANSP                    00021872
                       ' INATIVA OU SEM CADASTRO'                       00021934
               MOVE '1110'                 TO WRK-SECAO                 00021996
               MOVE 'TARIFA DE TRANSPORTADORA NAO ATIVA'                00022058
                 TO WRK-MSGERRO                                         00022120
               MOVE '99'                   TO WRK-STATUS                00022182
               PERFORM 9010-TRATARERROS                                 00022244
             ELSE                                                       00022306
               ADD 1 TO TAB-FRETE-QTD                                   00022368
               SET TAB-FRETE-IDX TO TAB-FRETE-QTD                       00022430
               MOVE TAR-UF   TO TAB-FRETE-UF   (TAB-FRETE-IDX)          00022492
               MOVE TAR-PERC TO TAB-FRETE-PERC (TAB-FRETE-IDX)          00022554
               MOVE TAR-TRANSP TO TAB-FRETE-TRANSP (TAB-FRETE-IDX)      00022585
               IF TAR-FAIXA1 IS NUMERIC                                 00022616
                 MOVE TAR-FAIXA1 TO TAB-FRETE-FAIXA1 (TAB-FRETE-IDX)    00022678
               ELSE                                                     00022740
                 MOVE ZEROS TO TAB-FRETE-FAIXA1 (TAB-FRETE-IDX)         00022802
               END-IF                                                   00022864
               IF TAR-FAIXA2 IS NUMERIC                                 00022926
                 MOVE TAR-FAIXA2 TO TAB-FRETE-FAIXA2 (TAB-FRETE-IDX)    00022988
               ELSE                                                     00023050
                 MOVE ZEROS TO TAB-FRETE-FAIXA2 (TAB-FRETE-IDX)         00023112
               END-IF                                                   00023174
               IF TAR-FAIXA3 IS NUMERIC                                 00023236
                 MOVE TAR-FAIXA3 TO TAB-FRETE-FAIXA3 (TAB-FRETE-IDX)    00023298
               ELSE                                                     00023360
                 MOVE ZEROS TO TAB-FRETE-FAIXA3 (TAB-FRETE-IDX)         00023422
               END-IF                                                   00023484
             END-IF                                                     00023546
           END-IF.                                                      00023608
           READ TARIFAS.                                                00023700
                                                                        00023800
       1110-99-FINAL.            EXIT.                                  00023900
                                                                        00024000
      *----------------------------------------------------             00024003
      * PROCURAR WRK-TRANSP ENTRE AS TRANSPORTADORAS ATIVAS             00024006
      *----------------------------------------------------             00024009
       1120-PESQUISARTRANSP                     SECTION.                00024012
      *----------------------------------------------------             00024015
                                                                        00024018
           MOVE 0      TO WRK-TRP-ACHOU.                                00024021
           MOVE SPACES TO WRK-TRANSP-NOME.                              00024024
           PERFORM 1130-TESTARTRANSP                                    00024027
              VARYING TAB-TRP-IDX FROM 1 BY 1                           00024030
                UNTIL TAB-TRP-IDX GREATER TAB-TRP-QTD                   00024033
                   OR WRK-TRP-ACHOU EQUAL 1.                            00024036
                                                                        00024039
       1120-99-FINAL.            EXIT.                                  00024042
                                                                        00024045
      *----------------------------------------------------             00024048
       1130-TESTARTRANSP                        SECTION.                00024051
      *----------------------------------------------------             00024054
                                                                        00024057
           IF TAB-TRP-CODIGO (TAB-TRP-IDX) EQUAL WRK-TRANSP             00024060
             MOVE 1 TO WRK-TRP-ACHOU                                    00024063
             MOVE TAB-TRP-NOME (TAB-TRP-IDX) TO WRK-TRANSP-NOME         00024066
           END-IF.                                                      00024069
                                                                        00024072
       1130-99-FINAL.            EXIT.                                  00024075
                                                                        00024078
      *----------------------------------------------------             00024100
       2000-PROCESSAR                           SECTION.                00024200
      *----------------------------------------------------             00024300
           MOVE 0     TO WRK-FLAG.                                      00024400
           MOVE ZEROS TO WRK-COTACOES.                                  00024433
           MOVE ZEROS TO WRK-TRANSP.                                    00024466
           IF WRK-VALOR LESS 1000                                       00024500
             DISPLAY ' RETIRA NA LOJA'                                  00024600
      *-----------CASO VALOR MAIOR QUE 1000----------------             00024700
               PERFORM 2100-PESQUISARFRETE                              00024900
                  VARYING TAB-FRETE-IDX FROM 1 BY 1                     00025000
                    UNTIL TAB-FRETE-IDX GREATER TAB-FRETE-QTD           00025100
               IF WRK-FLAG EQUAL 0                                      00025300
                 DISPLAY 'NAO ENTREGAMOS'                               00025400
                 MOVE '2100'               TO WRK-SECAO                 00025500
              DISPLAY ' VALOR......' WRK-ED-VALOR06                     00026700
              DISPLAY ' ESTADO.....' WRK-ESTADO                         00026800
              DISPLAY ' FRETE......' WRK-ED-VALOR04                     00026900
              PERFORM 1120-PESQUISARTRANSP                              00026925
              DISPLAY ' TRANSP.....' WRK-TRANSP ' ' WRK-TRANSP-NOME     00026950
              DISPLAY ' COTACOES...' WRK-COTACOES                       00026975
              ADD WRK-FRETE TO WRK-FRETEACUM                            00027000
              MOVE WRK-DATA-PROCESSAMENTO TO FAT-DATAPROC               00027100
              MOVE WRK-CODIGO  TO FAT-CODIGO                            00027200
              MOVE WRK-PESO    TO FAT-PESO                              00027700
              MOVE WRK-FRETE-VALOR TO FAT-FRETE-VALOR                   00027800
              MOVE WRK-FRETE-PESO  TO FAT-FRETE-PESO                    00027900
              MOVE WRK-TRANSP      TO FAT-TRANSP                        00027950
              WRITE REG-FATURA                                          00028000
           END-IF.                                                      00028100
           ADD 1 TO WRK-REGLIDOS.                                       00028200
                                                                        00028500
       2000-99-FINAL.            EXIT.                                  00028600
                                                                        00028700
      *----------------------------------------------------             00028769
      * COTAR O PEDIDO COM CADA TARIFA VIGENTE DA UF (UMA               00028838
      * POR TRANSPORTADORA) E FICAR COM O MENOR FRETE; NO               00028907
      * EMPATE VALE A DE MENOR CODIGO, QUE VEM PRIMEIRO                 00028976
      *----------------------------------------------------             00029045
       2100-PESQUISARFRETE                      SECTION.                00029114
      *----------------------------------------------------             00029183
           IF TAB-FRETE-UF (TAB-FRETE-IDX) EQUAL WRK-ESTADO             00029252
             ADD 1 TO WRK-COTACOES                                      00029321
             COMPUTE WRK-COT-FRETE-VALOR = WRK-VALOR *                  00029390
                     TAB-FRETE-PERC (TAB-FRETE-IDX)                     00029459
             IF WRK-PESO NOT GREATER 10,00                              00029528
               MOVE TAB-FRETE-FAIXA1 (TAB-FRETE-IDX)                    00029597
                 TO WRK-COT-FRETE-PESO                                  00029666
             ELSE                                                       00029735
              IF WRK-PESO NOT GREATER 30,00                             00029804
                MOVE TAB-FRETE-FAIXA2 (TAB-FRETE-IDX)                   00029873
                  TO WRK-COT-FRETE-PESO                                 00029942
              ELSE                                                      00030011
                MOVE TAB-FRETE-FAIXA3 (TAB-FRETE-IDX)                   00030080
                  TO WRK-COT-FRETE-PESO                                 00030149
              END-IF                                                    00030218
             END-IF                                                     00030287
             IF WRK-COT-FRETE-PESO GREATER WRK-COT-FRETE-VALOR          00030356
               MOVE WRK-COT-FRETE-PESO TO WRK-COT-FRETE                 00030425
             ELSE                                                       00030494
               MOVE WRK-COT-FRETE-VALOR TO WRK-COT-FRETE                00030563
             END-IF                                                     00030632
             IF WRK-FLAG EQUAL 0                                        00030701
                OR WRK-COT-FRETE LESS WRK-FRETE                         00030770
               MOVE WRK-COT-FRETE       TO WRK-FRETE                    00030839
               MOVE WRK-COT-FRETE-VALOR TO WRK-FRETE-VALOR              00030908
               MOVE WRK-COT-FRETE-PESO  TO WRK-FRETE-PESO               00030977
               MOVE TAB-FRETE-TRANSP (TAB-FRETE-IDX) TO WRK-TRANSP      00031046
               MOVE 1 TO WRK-FLAG                                       00031115
             END-IF                                                     00031184
           END-IF.                                                      00031253
                                                                        00031322
       2100-99-FINAL.            EXIT.                                  00031400
                                                                        00031500
      *----------------------------------------------------             00031600

      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: TRANSACAO CICS FRT2 - COTACAO DE FRETE DA MESA  *   00001184
      *      DE VENDAS: DADA A UF, O VALOR DO PEDIDO E O PESO,      *   00001268
      *      APLICA A MESMA REGRA DO FR01CB19 SOBRE CADA TARIFA DO  *   00001352
      *      KSDS TARIFAS VIGENTE PARA A DATA DE HOJE DE            *   00001436
      *      TRANSPORTADORA ATIVA NO MESTRE TRANSP - O MAIOR ENTRE  *   00001520
      *      O PERCENTUAL (TAR-PERC) E A FAIXA DE PESO              *   00001604
      *      (TAR-FAIXA1/2/3) - E MOSTRA AS COTACOES LADO A LADO E  *   00001688
      *      A DA TRANSPORTADORA MAIS BARATA, QUE E O FRETE EXATO   *   00001772
      *      QUE O LOTE VAI FATURAR, QUAL REGRA VENCEU E QUAL       *   00001856
      *      VIGENCIA FOI APLICADA. PEDIDO ABAIXO DE 1000 RETIRA NA *   00001940
      *      LOJA, COMO NO LOTE. COTACAO QUE DISCORDA DA FATURA     *   00002024
      *      DEIXA DE SER A PRIMEIRA RECLAMACAO DO VAREJO.          *   00002108
      *-------------------------------------------------------------*   00002200
      *   ARQUIVOS...:                                              *   00002300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002400
      *    TARIFAS              I    (VIA FCT)      #TARIFA         *   00002500
      *    USUARIOS             I    (VIA FCT)      #USUARIO        *   00002600
      *    TRANSP               I    (VIA FCT)      #TRANSP         *   00002650
      *-------------------------------------------------------------*   00002700
      *   MAPAS......:                                 INCLUDE/BOOK *   00002800
      *    MAPCOT    MAPSET/MAPA DA TELA 3270            MAPCOTO    *   00002900
                                                                        00005000
       01 WRK-CHAVE.                                                    00005100
          05 WRK-CHAVE-UF        PIC X(02).                             00005200
          05 WRK-CHAVE-TRANSP    PIC 9(03).                             00005250
          05 WRK-CHAVE-PERC      PIC 9V999.                             00005300
          05 WRK-CHAVE-VIG-DE    PIC 9(08).                             00005400
                                                                        00005500
                                                                        00005700
       COPY '#USUARIO'.                                                 00005800
                                                                        00005900
      *-----------------MESTRE DE TRANSPORTADORAS--------------------*  00005920
                                                                        00005940
       COPY '#TRANSP'.                                                  00005960
                                                                        00005980
       77 WRK-USUARIO            PIC X(08) VALUE SPACES.                00006000
                                                                        00006100
      *-----------------AREA DE TRABALHO-------------------------------*00006200
       77 WRK-FRETE-ED           PIC Z.ZZ9,99.                          00009100
       77 WRK-VIG-DE             PIC 9(08) VALUE ZEROS.                 00009200
       77 WRK-VIG-ATE            PIC 9(08) VALUE ZEROS.                 00009300
       77 WRK-FRETE-COTADO       PIC 9(04)V99 VALUE ZEROS.              00009303
       77 WRK-REGRA              PIC X(10) VALUE SPACES.                00009306
       77 WRK-REGRA-COTADA       PIC X(10) VALUE SPACES.                00009309
       77 WRK-COTACOES           PIC 9(02) VALUE ZEROS.                 00009312
       77 WRK-MELHOR             PIC 9(02) VALUE ZEROS.                 00009315
                                                                        00009318
      *   TRANSPORTADORA ESCOLHIDA (A MAIS BARATA) E AS COTACOES DE     00009321
      *   CADA TRANSPORTADORA ATIVA, NA ORDEM DA CHAVE, LADO A LADO     00009324
       01 WRK-TRANSP-TELA.                                              00009327
          05 WRK-TT-CODIGO       PIC 9(03).                             00009330
          05 FILLER              PIC X(01) VALUE SPACE.                 00009333
          05 WRK-TT-NOME         PIC X(30).                             00009336
                                                                        00009339
       01 WRK-TAB-COTACOES.                                             00009342
          05 WRK-COT             OCCURS 5 TIMES.                        00009345
             10 WRK-COT-MARCA    PIC X(01).                             00009348
             10 FILLER           PIC X(01).                             00009351
             10 WRK-COT-TRANSP   PIC 9(03).                             00009354
             10 FILLER           PIC X(01).                             00009357
             10 WRK-COT-NOME     PIC X(25).                             00009360
             10 FILLER           PIC X(02).                             00009363
             10 WRK-COT-FRETE-ED PIC Z.ZZ9,99.                          00009366
             10 FILLER           PIC X(02).                             00009369
             10 WRK-COT-REGRA    PIC X(10).                             00009372
             10 FILLER           PIC X(02).                             00009375
             10 WRK-COT-VIG-DE   PIC 9(08).                             00009378
             10 WRK-COT-A        PIC X(03).                             00009381
             10 WRK-COT-VIG-ATE  PIC 9(08).                             00009384
                                                                        00009400
      *-----------------DATA DE HOJE (EIBDATE 0CYYDDD)-----------------*00009500
                                                                        00009600
                                                                        00022300
       2050-99-FIM.               EXIT.                                 00022400
                                                                        00022500
      *-------------------------------------------------------------*   00022561
      *   A MESMA REGRA DO FR01CB19: ABAIXO DE 1000 RETIRA NA       *   00022622
      *   LOJA; SENAO, COTA CADA TARIFA VIGENTE DA UF DE            *   00022683
      *   TRANSPORTADORA ATIVA PELO MAIOR ENTRE O PERCENTUAL SOBRE  *   00022744
      *   O VALOR E O PRECO DA FAIXA DE PESO, E FICA COM A MAIS     *   00022805
      *   BARATA (EMPATE: A PRIMEIRA NA ORDEM DA CHAVE, COMO NO     *   00022866
      *   LOTE)                                                     *   00022927
      *-------------------------------------------------------------*   00022988
       2100-CALCULARFRETE                       SECTION.                00023049
      *-------------------------------------------------------------*   00023110
                                                                        00023171
           MOVE LOW-VALUES TO MAPCOTO.                                  00023232
           MOVE UFI TO UFO.                                             00023293
           MOVE VALORI TO VALORO.                                       00023354
           MOVE PESOI  TO PESOO.                                        00023415
           IF WRK-VALOR LESS 1000                                       00023476
             MOVE 'VALOR ABAIXO DE 1000 - RETIRA NA LOJA'               00023537
               TO MSGERROO                                              00023598
             PERFORM 8000-ENVIARMAPA                                    00023659
           ELSE                                                         00023720
             PERFORM 2200-PROCURARTARIFA                                00023781
             IF WRK-TARIFA-ACHADA EQUAL 0                               00023842
               MOVE 'UF SEM TARIFA VIGENTE - NAO ENTREGAMOS'            00023903
                 TO MSGERROO                                            00023964
               PERFORM 8000-ENVIARMAPA                                  00024025
             ELSE                                                       00024086
               IF WRK-MELHOR NOT GREATER 5                              00024147
                 MOVE '*' TO WRK-COT-MARCA (WRK-MELHOR)                 00024208
               END-IF                                                   00024269
               MOVE WRK-FRETE   TO WRK-FRETE-ED                         00024330
               MOVE WRK-FRETE-ED TO FRETEO                              00024391
               MOVE WRK-REGRA   TO REGRAO                               00024452
               MOVE WRK-VIG-DE  TO VIGDEO                               00024513
               MOVE WRK-VIG-ATE TO VIGATEO                              00024574
               MOVE WRK-TRANSP-TELA TO TRANSPO                          00024635
               MOVE WRK-COT (1) TO COT1O                                00024696
               MOVE WRK-COT (2) TO COT2O                                00024757
               MOVE WRK-COT (3) TO COT3O                                00024818
               MOVE WRK-COT (4) TO COT4O                                00024879
               MOVE WRK-COT (5) TO COT5O                                00024940
               MOVE 'FRETE COTADO - IGUAL AO QUE O LOTE FATURA'         00025001
                 TO MSGERROO                                            00025062
               PERFORM 8000-ENVIARMAPA                                  00025123
             END-IF                                                     00025184
           END-IF.                                                      00025245
                                                                        00025306
       2100-99-FIM.               EXIT.                                 00025367
                                                                        00025428
      *-------------------------------------------------------------*   00025489
      *   VARRER TODAS AS TARIFAS DA UF NO KSDS E COTAR CADA UMA    *   00025550
      *   VIGENTE PARA A DATA DE HOJE                               *   00025611
      *-------------------------------------------------------------*   00025672
       2200-PROCURARTARIFA                      SECTION.                00025733
      *-------------------------------------------------------------*   00025794
                                                                        00025855
           MOVE 0   TO WRK-TARIFA-ACHADA.                               00025916
           MOVE 'N' TO WRK-FIM-BROWSE.                                  00025977
           MOVE ZEROS  TO WRK-COTACOES.                                 00026038
           MOVE ZEROS  TO WRK-MELHOR.                                   00026099
           MOVE SPACES TO WRK-TAB-COTACOES.                             00026160
           MOVE UFI   TO WRK-CHAVE-UF.                                  00026221
           MOVE ZEROS TO WRK-CHAVE-TRANSP.                              00026282
           MOVE ZEROS TO WRK-CHAVE-PERC.                                00026343
           MOVE ZEROS TO WRK-CHAVE-VIG-DE.                              00026404
           EXEC CICS STARTBR FILE('TARIFAS')                            00026465
                     RIDFLD(WRK-CHAVE)                                  00026526
                     KEYLENGTH(17)                                      00026587
                     GTEQ                                               00026648
                     RESP(WRK-RESP)                                     00026709
           END-EXEC.                                                    00026770
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00026831
             MOVE 'S' TO WRK-FIM-BROWSE                                 00026892
           ELSE                                                         00026953
             PERFORM 2210-TESTARTARIFA                                  00027014
                UNTIL WRK-BROWSE-ESGOTADO                               00027075
             EXEC CICS ENDBR FILE('TARIFAS')                            00027136
             END-EXEC                                                   00027197
           END-IF.                                                      00027258
                                                                        00027319
       2200-99-FIM.               EXIT.                                 00027380
                                                                        00027441
      *-------------------------------------------------------------*   00027502
       2210-TESTARTARIFA                        SECTION.                00027563
      *-------------------------------------------------------------*   00027624
                                                                        00027685
           EXEC CICS READNEXT FILE('TARIFAS')                           00027746
                     INTO(REG-TARIFA)                                   00027807
                     RIDFLD(WRK-CHAVE)                                  00027868
                     KEYLENGTH(17)                                      00027929
                     RESP(WRK-RESP)                                     00027990
           END-EXEC.                                                    00028051
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00028112
             MOVE 'S' TO WRK-FIM-BROWSE                                 00028173
           ELSE                                                         00028234
             IF TAR-UF NOT EQUAL UFI                                    00028295
               MOVE 'S' TO WRK-FIM-BROWSE                               00028356
             ELSE                                                       00028417
               IF TAR-VIG-DE NOT GREATER WRK-DATA-HOJE-N                00028478
                  AND TAR-VIG-ATE NOT LESS WRK-DATA-HOJE-N              00028539
                 PERFORM 2220-LERTRANSP                                 00028600
                 IF TRP-ATIVA                                           00028661
                   PERFORM 2300-COTARTARIFA                             00028722
                 END-IF                                                 00028783
               END-IF                                                   00028844
             END-IF                                                     00028905
           END-IF.                                                      00028966
                                                                        00029027
       2210-99-FIM.               EXIT.                                 00029088
                                                                        00029149
      *-------------------------------------------------------------*   00029210
      *   TARIFA DE TRANSPORTADORA INATIVA OU FORA DO MESTRE NAO    *   00029271
      *   CONCORRE, COMO NA CARGA DO LOTE                           *   00029332
      *-------------------------------------------------------------*   00029393
       2220-LERTRANSP                           SECTION.                00029454
      *-------------------------------------------------------------*   00029515
                                                                        00029576
           EXEC CICS READ FILE('TRANSP')                                00029637
                     INTO(REG-TRANSP)                                   00029698
                     RIDFLD(TAR-TRANSP)                                 00029759
                     KEYLENGTH(3)                                       00029820
                     RESP(WRK-RESP)                                     00029881
           END-EXEC.                                                    00029942
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00030003
             MOVE SPACES TO REG-TRANSP                                  00030064
           END-IF.                                                      00030125
                                                                        00030186
       2220-99-FIM.               EXIT.                                 00030247
                                                                        00030308
      *-------------------------------------------------------------*   00030369
      *   COTAR A TARIFA, GUARDAR A LINHA DA COTACAO (ATE CINCO NA  *   00030430
      *   TELA) E FICAR COM A MAIS BARATA                           *   00030491
      *-------------------------------------------------------------*   00030552
       2300-COTARTARIFA                         SECTION.                00030613
      *-------------------------------------------------------------*   00030674
                                                                        00030735
           COMPUTE WRK-FRETE-VALOR = WRK-VALOR * TAR-PERC.              00030796
           IF WRK-PESO NOT GREATER 10,00                                00030857
             MOVE TAR-FAIXA1 TO WRK-FRETE-PESO                          00030918
           ELSE                                                         00030979
            IF WRK-PESO NOT GREATER 30,00                               00031040
              MOVE TAR-FAIXA2 TO WRK-FRETE-PESO                         00031101
            ELSE                                                        00031162
              MOVE TAR-FAIXA3 TO WRK-FRETE-PESO                         00031223
            END-IF                                                      00031284
           END-IF.                                                      00031345
           IF WRK-FRETE-PESO GREATER WRK-FRETE-VALOR                    00031406
             MOVE WRK-FRETE-PESO TO WRK-FRETE-COTADO                    00031467
             MOVE 'PESO      '   TO WRK-REGRA-COTADA                    00031528
           ELSE                                                         00031589
             MOVE WRK-FRETE-VALOR TO WRK-FRETE-COTADO                   00031650
             MOVE 'PERCENTUAL'    TO WRK-REGRA-COTADA                   00031711
           END-IF.                                                      00031772
           ADD 1 TO WRK-COTACOES.                                       00031833
           IF WRK-COTACOES NOT GREATER 5                                00031894
             MOVE TAR-TRANSP       TO WRK-COT-TRANSP  (WRK-COTACOES)    00031955
             MOVE TRP-NOME         TO WRK-COT-NOME    (WRK-COTACOES)    00032016
             MOVE WRK-FRETE-COTADO TO WRK-COT-FRETE-ED(WRK-COTACOES)    00032077
             MOVE WRK-REGRA-COTADA TO WRK-COT-REGRA   (WRK-COTACOES)    00032138
             MOVE TAR-VIG-DE       TO WRK-COT-VIG-DE  (WRK-COTACOES)    00032199
             MOVE ' A '            TO WRK-COT-A       (WRK-COTACOES)    00032260
             MOVE TAR-VIG-ATE      TO WRK-COT-VIG-ATE (WRK-COTACOES)    00032321
           END-IF.                                                      00032382
           IF WRK-TARIFA-ACHADA EQUAL 0                                 00032443
              OR WRK-FRETE-COTADO LESS WRK-FRETE                        00032504
             MOVE 1                TO WRK-TARIFA-ACHADA                 00032565
             MOVE WRK-COTACOES     TO WRK-MELHOR                        00032626
             MOVE WRK-FRETE-COTADO TO WRK-FRETE                         00032687
             MOVE WRK-REGRA-COTADA TO WRK-REGRA                         00032748
             MOVE TAR-VIG-DE       TO WRK-VIG-DE                        00032809
             MOVE TAR-VIG-ATE      TO WRK-VIG-ATE                       00032870
             MOVE TAR-TRANSP       TO WRK-TT-CODIGO                     00032931
             MOVE TRP-NOME         TO WRK-TT-NOME                       00032992
           END-IF.                                                      00033053
                                                                        00033114
       2300-99-FIM.               EXIT.                                 00033175
                                                                        00033400
      *-------------------------------------------------------------*   00033500
      *   DATA DE HOJE EM AAAAMMDD A PARTIR DO EIBDATE (0CYYDDD):   *   00033600

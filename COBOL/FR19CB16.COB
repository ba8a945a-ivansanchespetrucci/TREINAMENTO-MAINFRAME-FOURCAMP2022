      * AUDITAVEIS ATE A VENDA INDIVIDUAL. AS MEDIAS E A                00001700
      * PROJECAO DE MES CONTINUAM AS MESMAS, E VENDA COM                00001800
      * QUANTIDADE OU VALOR INVALIDO E REJEITADA E CONTADA.             00001900
      * A LOJA E VALIDADA CONTRA O MESTRE DE LOJAS E O NOME DO          00001920
      * PRODUTO CONTRA A DESCRICAO DO MESTRE DE PRODUTOS                00001940
      * (#PRODUTO): PRODUTO FORA DO MESTRE TAMBEM E REJEITADO           00001960
      * E CONTADO, EM VEZ DE VIRAR UM GRUPO NOVO NA SAIDA.              00001980
      * AS DEVOLUCOES DO DIA (DEVOLUC, #DEVOL) SAO SOMADAS              00001983
      * POR LOJA/PRODUTO NUMA TABELA E DESCONTADAS DA                   00001986
      * QUANTIDADE E DO VALOR DO GRUPO ANTES DAS MEDIAS                 00001989
      * (SEM FICAR NEGATIVO); DEVOLUCAO SEM VENDA DO GRUPO              00001992
      * NO DIA E AVISADA NO LOG E CONTADA.                              00001995
      *                                                                 00002000
      *====================================================             00002100
                                                                        00002200
               FILE STATUS  IS WRK-FS-SAIDA.                            00003500
           SELECT LOJAS ASSIGN TO LOJAS                                 00003600
               FILE STATUS  IS WRK-FS-LOJAS.                            00003700
           SELECT PRODUTOS ASSIGN TO PRODUTOS                           00003733
               FILE STATUS  IS WRK-FS-PRODUTOS.                         00003766
           SELECT DEVOLUC ASSIGN TO DEVOLUC                             00003777
               FILE STATUS  IS WRK-FS-DEVOLUC.                          00003788
                                                                        00003800
      *====================================================             00003900
       DATA                                     DIVISION.               00004000
           BLOCK CONTAINS 0 RECORDS.                                    00007200
                                                                        00007300
       COPY '#LOJA'.                                                    00007400
                                                                        00007414
       FD PRODUTOS                                                      00007428
           RECORDING  MODE IS F                                         00007442
           BLOCK CONTAINS 0 RECORDS.                                    00007456
                                                                        00007470
       COPY '#PRODUTO'.                                                 00007484
                                                                        00007486
       FD DEVOLUC                                                       00007488
           RECORDING  MODE IS F                                         00007490
           BLOCK CONTAINS 0 RECORDS.                                    00007492
                                                                        00007494
       COPY '#DEVOL'.                                                   00007496
                                                                        00007500
       WORKING-STORAGE                          SECTION.                00007600
       01 WRK-DADOS.                                                    00007700
       77 WRK-ACUM-REJEITADAS   PIC 9(07)    VALUE ZEROS.               00009200
       77 WRK-ACUM-LOJA-DESC    PIC 9(07)    VALUE ZEROS.               00009300
       77 WRK-ACUM-LOJA-FECH    PIC 9(07)    VALUE ZEROS.               00009400
       77 WRK-ACUM-PROD-DESC    PIC 9(07)    VALUE ZEROS.               00009450
                                                                        00009500
      *===========CADASTRO DE LOJAS========================             00009600
                                                                        00009700
                          INDEXED BY TAB-CAD-IDX.                       00010600
             10 TAB-CAD-CODIGO     PIC 9(03).                           00010700
             10 TAB-CAD-SITUACAO   PIC X(01).                           00010800
                                                                        00010807
      *===========CADASTRO DE PRODUTOS=====================             00010814
                                                                        00010821
       77 WRK-FS-PRODUTOS       PIC 9(02).                              00010828
       77 WRK-PRD-QTD           PIC 9(03)    VALUE ZEROS.               00010835
       77 WRK-PRD-ACHOU         PIC 9        VALUE 0.                   00010842
       77 WRK-PRODUTO-OK        PIC X(01)    VALUE 'N'.                 00010849
                                                                        00010856
       01 TAB-CADPRD.                                                   00010863
          05 TAB-PRD-ITEM OCCURS 500 TIMES                              00010870
                          INDEXED BY TAB-PRD-IDX.                       00010877
             10 TAB-PRD-DESCRICAO  PIC X(30).                           00010884
      *===================MEDIAS===========================             00010900
                                                                        00011000
       77 WRK-MEDIADIA          PIC 9(08)V99 COMP VALUE ZEROS.          00011100
       77 WRK-MEDIASEMANA       PIC 9(08)V99 COMP VALUE ZEROS.          00011200
       77 WRK-MEDIAMES          PIC 9(08)V99 COMP VALUE ZEROS.          00011300
                                                                        00011400
      *===========DEVOLUCOES DO DIA========================             00011404
                                                                        00011408
       77 WRK-FS-DEVOLUC        PIC 9(02).                              00011412
       77 WRK-DEV-QTD           PIC 9(03)    VALUE ZEROS.               00011416
       77 WRK-DEV-ACHOU         PIC 9        VALUE 0.                   00011420
       77 WRK-DEV-SLOT          PIC 9(03)    VALUE ZEROS.               00011424
       77 WRK-DEV-IDX           PIC 9(03)    VALUE ZEROS.               00011428
       77 WRK-DEV-LOJA          PIC 9(03)    VALUE ZEROS.               00011432
       77 WRK-DEV-PRODUTO       PIC X(30)    VALUE SPACES.              00011436
       77 WRK-ACUM-DEVOLUCOES   PIC 9(07)    VALUE ZEROS.               00011440
       77 WRK-ACUM-DEVOL-REJ    PIC 9(07)    VALUE ZEROS.               00011444
       77 WRK-ACUM-DEVOL-SEMVEN PIC 9(07)    VALUE ZEROS.               00011448
                                                                        00011452
       01 TAB-DEVOLUCOES.                                               00011456
          05 TAB-DEV-ITEM OCCURS 500 TIMES                              00011460
                          INDEXED BY TAB-DEV-IDX.                       00011464
             10 TAB-DEV-LOJA       PIC 9(03).                           00011468
             10 TAB-DEV-PRODUTO    PIC X(30).                           00011472
             10 TAB-DEV-QTD        PIC 9(05).                           00011476
             10 TAB-DEV-VALOR      PIC 9(09)V99.                        00011480
             10 TAB-DEV-USADA      PIC X(01).                           00011484
                                                                        00011488
      *===================MASCARAS=========================             00011500
                                                                        00011600
       COPY 'EDITVALR'.                                                 00011700
             STOP RUN                                                   00019500
           END-IF.                                                      00019600
           PERFORM 1100-CARREGARLOJAS.                                  00019700
           PERFORM 1200-CARREGARPRODUTOS.                               00019750
           PERFORM 2600-CARREGARDEVOLUCOES.                             00019775
           READ VENDAS.                                                 00019800
                                                                        00019900
       1000-99-FINAL.        EXIT.                                      00020000
                                                                        00023800
       1110-99-FINAL.        EXIT.                                      00023900
                                                                        00024000
                                                                        00024002
      *----------------------------------------------------             00024004
      * CARREGAR O MESTRE DE PRODUTOS PARA VALIDAR O NOME               00024006
      * DO PRODUTO DE CADA VENDA                                        00024008
      *----------------------------------------------------             00024010
       1200-CARREGARPRODUTOS                    SECTION.                00024012
      *----------------------------------------------------             00024014
                                                                        00024016
           OPEN INPUT PRODUTOS.                                         00024018
           IF WRK-FS-PRODUTOS NOT EQUAL 0                               00024020
             DISPLAY ' ERRO OPEN PRODUTOS - STATUS ' WRK-FS-PRODUTOS    00024022
             MOVE 8 TO RETURN-CODE                                      00024024
             STOP RUN                                                   00024026
           END-IF.                                                      00024028
           READ PRODUTOS.                                               00024030
           PERFORM 1210-GUARDARPRODUTO                                  00024032
              UNTIL WRK-FS-PRODUTOS NOT EQUAL 0.                        00024034
           CLOSE PRODUTOS.                                              00024036
           DISPLAY ' PRODUTOS NO CADASTRO.' WRK-PRD-QTD.                00024038
                                                                        00024040
       1200-99-FINAL.        EXIT.                                      00024042
                                                                        00024044
      *----------------------------------------------------             00024046
       1210-GUARDARPRODUTO                      SECTION.                00024048
      *----------------------------------------------------             00024050
                                                                        00024052
           IF WRK-PRD-QTD LESS 500                                      00024054
             ADD 1 TO WRK-PRD-QTD                                       00024056
             MOVE PRD-DESCRICAO TO TAB-PRD-DESCRICAO (WRK-PRD-QTD)      00024058
           ELSE                                                         00024060
             MOVE '1210'                   TO WRK-SECAO                 00024062
             MOVE 'PRODUTOS EXCEDEM A TABELA DE 500' TO WRK-MSGERRO     00024064
             MOVE '99'                     TO WRK-STATUS                00024066
             PERFORM 9010-TRATARERROS                                   00024068
           END-IF.                                                      00024070
           READ PRODUTOS.                                               00024072
                                                                        00024074
       1210-99-FINAL.        EXIT.                                      00024076
      *----------------------------------------------------             00024100
       2000-PROCESSAR                           SECTION.                00024200
      *----------------------------------------------------             00024300
           IF WRK-LOJA-OK EQUAL 'N'                                     00024600
             ADD 1 TO WRK-ACUM-REJEITADAS                               00024700
           ELSE                                                         00024800
           PERFORM 2500-VALIDARPRODUTO                                  00024820
           IF WRK-PRODUTO-OK EQUAL 'N'                                  00024840
             ADD 1 TO WRK-ACUM-REJEITADAS                               00024860
           ELSE                                                         00024880
           IF VEN-QUANTIDADE IS NUMERIC                                 00024900
              AND VEN-VLRUNIT IS NUMERIC                                00025000
             IF WRK-PRIMEIRA-VEZ EQUAL 'N'                              00025100
             MOVE '99'                       TO WRK-STATUS              00027500
             PERFORM 9010-TRATARERROS                                   00027600
           END-IF                                                       00027700
           END-IF                                                       00027750
           END-IF.                                                      00027800
           READ VENDAS.                                                 00027900
                                                                        00028000
                                                                        00028900
           MOVE WRK-LOJA-ANTERIOR TO WRK-CODLOJA.                       00029000
           MOVE WRK-PROD-ANTERIOR TO WRK-PRODUTO.                       00029100
           PERFORM 2200-DESCONTARDEVOLUCAO.                             00029150
           IF WRK-QTVENDAS EQUAL ZEROS                                  00029200
             MOVE ZEROS TO WRK-VLRUNIT                                  00029300
           ELSE                                                         00029400
                                                                        00032500
       2100-99-FINAL.        EXIT.                                      00032600
                                                                        00032700
      *----------------------------------------------------             00032703
      * DESCONTAR DO GRUPO AS DEVOLUCOES DO DIA DA MESMA                00032706
      * LOJA/PRODUTO; QUANTIDADE E VALOR NAO FICAM                      00032709
      * NEGATIVOS                                                       00032712
      *----------------------------------------------------             00032715
       2200-DESCONTARDEVOLUCAO                  SECTION.                00032718
      *----------------------------------------------------             00032721
                                                                        00032724
           MOVE WRK-LOJA-ANTERIOR TO WRK-DEV-LOJA.                      00032727
           MOVE WRK-PROD-ANTERIOR TO WRK-DEV-PRODUTO.                   00032730
           PERFORM 2620-LOCALIZARDEVOLUCAO.                             00032733
           IF WRK-DEV-ACHOU EQUAL 0                                     00032736
             GO TO 2200-99-FINAL                                        00032739
           END-IF.                                                      00032742
           MOVE 'S' TO TAB-DEV-USADA (WRK-DEV-SLOT).                    00032745
           IF TAB-DEV-QTD (WRK-DEV-SLOT) NOT LESS WRK-QTVENDAS          00032748
             MOVE ZEROS TO WRK-QTVENDAS                                 00032751
           ELSE                                                         00032754
             SUBTRACT TAB-DEV-QTD (WRK-DEV-SLOT) FROM WRK-QTVENDAS      00032757
           END-IF.                                                      00032760
           IF TAB-DEV-VALOR (WRK-DEV-SLOT) NOT LESS WRK-VALOR-GRUPO     00032763
             MOVE ZEROS TO WRK-VALOR-GRUPO                              00032766
           ELSE                                                         00032769
             SUBTRACT TAB-DEV-VALOR (WRK-DEV-SLOT)                      00032772
               FROM WRK-VALOR-GRUPO                                     00032775
           END-IF.                                                      00032778
           DISPLAY 'WRK-QTDEVOLVIDA. '  TAB-DEV-QTD (WRK-DEV-SLOT).     00032781
                                                                        00032784
       2200-99-FINAL.        EXIT.                                      00032787
                                                                        00032790
      *----------------------------------------------------             00032800
      * VENDA DE LOJA FORA DO CADASTRO OU DE LOJA FECHADA               00032900
      * E REJEITADA E CONTADA POR MOTIVO                                00033000
           END-IF.                                                      00037100
                                                                        00037200
       2410-99-FINAL.        EXIT.                                      00037300
                                                                        00037302
      *----------------------------------------------------             00037304
      * VENDA DE PRODUTO FORA DO MESTRE DE PRODUTOS E                   00037306
      * REJEITADA E CONTADA                                             00037308
      *----------------------------------------------------             00037310
       2500-VALIDARPRODUTO                      SECTION.                00037312
      *----------------------------------------------------             00037314
                                                                        00037316
           MOVE 0 TO WRK-PRD-ACHOU.                                     00037318
           PERFORM 2510-PESQUISARCADPRD                                 00037320
              VARYING TAB-PRD-IDX FROM 1 BY 1                           00037322
                UNTIL TAB-PRD-IDX GREATER WRK-PRD-QTD                   00037324
                   OR WRK-PRD-ACHOU EQUAL 1.                            00037326
           IF WRK-PRD-ACHOU EQUAL 0                                     00037328
             MOVE 'N' TO WRK-PRODUTO-OK                                 00037330
             ADD 1 TO WRK-ACUM-PROD-DESC                                00037332
             MOVE '2500'                   TO WRK-SECAO                 00037334
             MOVE 'VENDA DE PRODUTO FORA DO CADASTRO'                   00037336
               TO WRK-MSGERRO                                           00037338
             MOVE '99'                     TO WRK-STATUS                00037340
             PERFORM 9010-TRATARERROS                                   00037342
           ELSE                                                         00037344
             MOVE 'S' TO WRK-PRODUTO-OK                                 00037346
           END-IF.                                                      00037348
                                                                        00037350
       2500-99-FINAL.        EXIT.                                      00037352
                                                                        00037354
      *----------------------------------------------------             00037356
       2510-PESQUISARCADPRD                     SECTION.                00037358
      *----------------------------------------------------             00037360
                                                                        00037362
           IF TAB-PRD-DESCRICAO (TAB-PRD-IDX) EQUAL VEN-PRODUTO         00037364
             MOVE 1 TO WRK-PRD-ACHOU                                    00037366
           END-IF.                                                      00037368
                                                                        00037370
       2510-99-FINAL.        EXIT.                                      00037372
                                                                        00037400
      *----------------------------------------------------             00037401
      * CARREGAR AS DEVOLUCOES DO DIA, SOMADAS POR                      00037402
      * LOJA/PRODUTO; QTDE OU VALOR INVALIDO E REJEITADO                00037403
      *----------------------------------------------------             00037404
       2600-CARREGARDEVOLUCOES                  SECTION.                00037405
      *----------------------------------------------------             00037406
                                                                        00037407
           OPEN INPUT DEVOLUC.                                          00037408
           IF WRK-FS-DEVOLUC NOT EQUAL 0                                00037409
             DISPLAY ' ERRO OPEN DEVOLUC - STATUS ' WRK-FS-DEVOLUC      00037410
             MOVE 8 TO RETURN-CODE                                      00037411
             STOP RUN                                                   00037412
           END-IF.                                                      00037413
           READ DEVOLUC.                                                00037414
           PERFORM 2610-GUARDARDEVOLUCAO                                00037415
              UNTIL WRK-FS-DEVOLUC NOT EQUAL 0.                         00037416
           CLOSE DEVOLUC.                                               00037417
           DISPLAY ' DEVOLUCOES DO DIA....' WRK-ACUM-DEVOLUCOES.        00037418
                                                                        00037419
       2600-99-FINAL.        EXIT.                                      00037420
                                                                        00037421
      *----------------------------------------------------             00037422
       2610-GUARDARDEVOLUCAO                    SECTION.                00037423
      *----------------------------------------------------             00037424
                                                                        00037425
           IF DEV-QUANTIDADE NOT NUMERIC OR DEV-VALOR NOT NUMERIC       00037426
             ADD 1 TO WRK-ACUM-DEVOL-REJ                                00037427
             MOVE '2610'                   TO WRK-SECAO                 00037428
             MOVE 'DEVOLUCAO COM QTDE/VALOR INVALIDO' TO WRK-MSGERRO    00037429
             MOVE '99'                     TO WRK-STATUS                00037430
             PERFORM 9010-TRATARERROS                                   00037431
             READ DEVOLUC                                               00037432
             GO TO 2610-99-FINAL                                        00037433
           END-IF.                                                      00037434
           ADD 1 TO WRK-ACUM-DEVOLUCOES.                                00037435
           MOVE DEV-CODLOJA TO WRK-DEV-LOJA.                            00037436
           MOVE DEV-PRODUTO TO WRK-DEV-PRODUTO.                         00037437
           PERFORM 2620-LOCALIZARDEVOLUCAO.                             00037438
           IF WRK-DEV-ACHOU EQUAL 1                                     00037439
             ADD DEV-QUANTIDADE TO TAB-DEV-QTD   (WRK-DEV-SLOT)         00037440
             ADD DEV-VALOR      TO TAB-DEV-VALOR (WRK-DEV-SLOT)         00037441
           ELSE                                                         00037442
           IF WRK-DEV-QTD LESS 500                                      00037443
             ADD 1 TO WRK-DEV-QTD                                       00037444
             MOVE DEV-CODLOJA    TO TAB-DEV-LOJA    (WRK-DEV-QTD)       00037445
             MOVE DEV-PRODUTO    TO TAB-DEV-PRODUTO (WRK-DEV-QTD)       00037446
             MOVE DEV-QUANTIDADE TO TAB-DEV-QTD     (WRK-DEV-QTD)       00037447
             MOVE DEV-VALOR      TO TAB-DEV-VALOR   (WRK-DEV-QTD)       00037448
             MOVE 'N'            TO TAB-DEV-USADA   (WRK-DEV-QTD)       00037449
           ELSE                                                         00037450
             MOVE '2610'                   TO WRK-SECAO                 00037451
             MOVE 'DEVOLUCOES EXCEDEM A TABELA DE 500' TO WRK-MSGERRO   00037452
             MOVE '99'                     TO WRK-STATUS                00037453
             PERFORM 9010-TRATARERROS                                   00037454
           END-IF                                                       00037455
           END-IF.                                                      00037456
           READ DEVOLUC.                                                00037457
                                                                        00037458
       2610-99-FINAL.        EXIT.                                      00037459
                                                                        00037460
      *----------------------------------------------------             00037461
      * LOCALIZAR WRK-DEV-LOJA/WRK-DEV-PRODUTO NA TABELA                00037462
      *----------------------------------------------------             00037463
       2620-LOCALIZARDEVOLUCAO                  SECTION.                00037464
      *----------------------------------------------------             00037465
                                                                        00037466
           MOVE 0 TO WRK-DEV-ACHOU.                                     00037467
           MOVE ZEROS TO WRK-DEV-SLOT.                                  00037468
           PERFORM 2630-PESQUISARDEVOLUCAO                              00037469
              VARYING TAB-DEV-IDX FROM 1 BY 1                           00037470
                UNTIL TAB-DEV-IDX GREATER WRK-DEV-QTD                   00037471
                   OR WRK-DEV-ACHOU EQUAL 1.                            00037472
                                                                        00037473
       2620-99-FINAL.        EXIT.                                      00037474
                                                                        00037475
      *----------------------------------------------------             00037476
       2630-PESQUISARDEVOLUCAO                  SECTION.                00037477
      *----------------------------------------------------             00037478
                                                                        00037479
           IF TAB-DEV-LOJA    (TAB-DEV-IDX) EQUAL WRK-DEV-LOJA          00037480
              AND TAB-DEV-PRODUTO (TAB-DEV-IDX) EQUAL WRK-DEV-PRODUTO   00037481
             MOVE 1 TO WRK-DEV-ACHOU                                    00037482
             SET WRK-DEV-SLOT TO TAB-DEV-IDX                            00037483
           END-IF.                                                      00037484
                                                                        00037485
       2630-99-FINAL.        EXIT.                                      00037486
                                                                        00037487
                                                                        00037500
      *----------------------------------------------------             00037600
       3000-FINALIZAR                           SECTION.                00037700
            IF WRK-PRIMEIRA-VEZ EQUAL 'N'                               00038000
              PERFORM 2100-FECHARGRUPO                                  00038100
            END-IF.                                                     00038200
            MOVE ZEROS TO WRK-DEV-IDX.                                  00038225
            PERFORM 3100-CONFERIRDEVOLUCAO                              00038250
               UNTIL WRK-DEV-IDX NOT LESS WRK-DEV-QTD.                  00038275
            CLOSE VENDAS.                                               00038300
            CLOSE SAIDA.                                                00038400
            DISPLAY ' VENDAS LIDAS.........' WRK-ACUM-VENDAS.           00038500
            DISPLAY ' VENDAS REJEITADAS....' WRK-ACUM-REJEITADAS.       00038600
            DISPLAY ' LOJA DESCONHECIDA....' WRK-ACUM-LOJA-DESC.        00038700
            DISPLAY ' LOJA FECHADA.........' WRK-ACUM-LOJA-FECH.        00038800
            DISPLAY ' PRODUTO DESCONHECIDO.' WRK-ACUM-PROD-DESC.        00038850
            DISPLAY ' DEVOLUC. REJEITADAS..' WRK-ACUM-DEVOL-REJ.        00038866
            DISPLAY ' DEVOLUC. SEM VENDA...' WRK-ACUM-DEVOL-SEMVEN.     00038882
            DISPLAY ' GRUPOS LOJA/PRODUTO..' WRK-REGLOJAS.              00038900
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00039000
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00039100
                                                                        00039300
       3000-99-FINAL.        EXIT.                                      00039400
                                                                        00039500
      *----------------------------------------------------             00039505
      * DEVOLUCAO QUE NAO ENCONTROU VENDA DA MESMA                      00039510
      * LOJA/PRODUTO NO DIA NAO ENTRA NAS MEDIAS                        00039515
      *----------------------------------------------------             00039520
       3100-CONFERIRDEVOLUCAO                   SECTION.                00039525
      *----------------------------------------------------             00039530
                                                                        00039535
           ADD 1 TO WRK-DEV-IDX.                                        00039540
           IF TAB-DEV-USADA (WRK-DEV-IDX) EQUAL 'N'                     00039545
             ADD 1 TO WRK-ACUM-DEVOL-SEMVEN                             00039550
             MOVE '3100'                   TO WRK-SECAO                 00039555
             MOVE 'DEVOLUCAO SEM VENDA DA LOJA/PRODUTO NO DIA'          00039560
               TO WRK-MSGERRO                                           00039565
             MOVE '00'                     TO WRK-STATUS                00039570
             PERFORM 9010-TRATARERROS                                   00039575
           END-IF.                                                      00039580
                                                                        00039585
       3100-99-FINAL.        EXIT.                                      00039590
                                                                        00039595
      *----------------------------------------------------             00039600
       9010-TRATARERROS                         SECTION.                00039700
      *----------------------------------------------------             00039800

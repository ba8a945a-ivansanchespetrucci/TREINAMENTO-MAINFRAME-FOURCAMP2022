      *      TRANSFERENCIA (T) TAMBEM EXIGE DIRECAO (D OU C) E      *   00001810
      *      CONTRAPARTE VALIDAS PARA O ATUSALDO PODER APLICAR A    *   00001820
      *      PERNA AO SALDO.                                        *   00001830
      *      AGENCIA/CONTA TEM DE EXISTIR NO MESTRE CONTAS E NAO    *   00001840
      *      ESTAR ENCERRADA (MOTIVO PROPRIO DE SITUACAO DA CONTA:  *   00001850
      *      I INEXISTENTE / E ENCERRADA) - O MESTRE E CARREGADO    *   00001860
      *      EM TABELA NO INICIO, NA ORDEM DE AGENCIA/CONTA.        *   00001870
      *-------------------------------------------------------------*   00001900
      *   ARQUIVOS...:                                              *   00002000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002100
      *    CLIENTES             I                  #CLIENTE         *   00002200
      *    CERTIF               O                  -----------      *   00002300
      *    CRITICA              O                  -----------      *   00002400
      *    CONTAS               I                  #CONTA           *   00002410
      *-------------------------------------------------------------*   00002500
      *   MODULOS....:                             INCLUDE/BOOK     *   00002600
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00002700
               FILE STATUS  IS WRK-FS-CRITICA.                          00004800
           SELECT RESUMCRI  ASSIGN TO RESUMCRI                          00004810
               FILE STATUS  IS WRK-FS-RESUMCRI.                         00004820
           SELECT CONTAS    ASSIGN TO CONTAS                            00004830
               FILE STATUS  IS WRK-FS-CONTAS.                           00004840
                                                                        00004900
      *=============================================================*   00005000
       DATA                                      DIVISION.              00005100
          05 CRI-MOT-DATA        PIC X(01).                             00008200
          05 CRI-MOT-CLIENTE     PIC X(01).                             00008300
          05 CRI-MOT-TRANSF      PIC X(01).                             00008310
          05 CRI-MOT-SITCONTA    PIC X(01).                             00008320
          05 FILLER              PIC X(01).                             00008400
                                                                        00008410
      *-------------------------------------------------------------*   00008420
      *   RESUMCRI - TOTAIS DO DIA PARA O SCORECARD POR ORIGEM      *   00008430
          05 RSC-CERTIF          PIC 9(07).                             00008494
          05 RSC-CRITICADOS      PIC 9(07).                             00008495
          05 FILLER              PIC X(03).                             00008496
                                                                        00008497
      *-------------------------------------------------------------*   00008498
      *   CONTAS - MESTRE DE CONTAS (SITUACAO DA CONTA)             *   00008499
      *-------------------------------------------------------------*   00008500
       FD CONTAS                                                        00008501
           RECORDING  MODE IS F                                         00008502
           BLOCK CONTAINS 0 RECORDS.                                    00008503
                                                                        00008504
       COPY '#CONTA'.                                                   00008505
                                                                        00008506
      *=============================================================*   00008600
       WORKING-STORAGE                             SECTION.             00008700
      *=============================================================*   00008800
       77 WRK-FS-CERTIF   PIC 9(02).                                    00009400
       77 WRK-FS-CRITICA  PIC 9(02).                                    00009500
       77 WRK-FS-RESUMCRI PIC 9(02).                                    00009510
       77 WRK-FS-CONTAS   PIC 9(02).                                    00009520
                                                                        00009600
       01 FILLER         PIC X(64) VALUE                                00009700
           '-----------CRITICA DO REGISTRO---------------'.             00009800
       77 WRK-DIAS-LIMITE      PIC 9(02) VALUE ZEROS.                   00011400
       77 WRK-RESTO-BISSEXTO   PIC 9(04) VALUE ZEROS.                   00011500
       77 WRK-QUOC-BISSEXTO    PIC 9(04) VALUE ZEROS.                   00011600
                                                                        00011610
       01 FILLER         PIC X(64) VALUE                                00011611
           '-----------MESTRE DE CONTAS------------------'.             00011612
      *-------------------------------------------------------------*   00011613
       77 WRK-CTA-QTD          PIC 9(05) VALUE ZEROS.                   00011614
       77 WRK-CTA-LIMITE       PIC 9(05) VALUE 20000.                   00011615
                                                                        00011616
       01 WRK-CHAVE-CONTA.                                              00011617
          05 WRK-CK-AGENCIA    PIC 9(04).                               00011618
          05 WRK-CK-CONTA      PIC 9(05).                               00011619
                                                                        00011620
       01 WRK-CHAVE-ANTERIOR   PIC X(09) VALUE LOW-VALUES.              00011621
                                                                        00011622
       01 TAB-CONTAS.                                                   00011623
          05 TAB-CTA-ITEM OCCURS 1 TO 20000 TIMES                       00011624
                          DEPENDING ON WRK-CTA-QTD                      00011625
                          ASCENDING KEY IS TAB-CTA-CHAVE                00011626
                          INDEXED BY TAB-CTA-IDX.                       00011627
             10 TAB-CTA-CHAVE     PIC X(09).                            00011628
             10 TAB-CTA-SITUACAO  PIC X(01).                            00011629
                                                                        00011700
       01 FILLER         PIC X(64) VALUE                                00011800
           '-----------ACUMULAR REGISTROS----------------'.             00011900
            OPEN INPUT CLIENTES.                                        00015000
            OPEN OUTPUT CERTIF.                                         00015100
            OPEN OUTPUT CRITICA.                                        00015200
            PERFORM 1050-CARREGARCONTAS.                                00015210
                                                                        00015300
       1000-99-FIM.               EXIT.                                 00015400
                                                                        00015500
      *-------------------------------------------------------------*   00015501
      *   MESTRE CONTAS EM TABELA PARA A PESQUISA BINARIA: TEM DE    *  00015502
      *   VIR EM ORDEM DE AGENCIA/CONTA E CABER NA TABELA - FORA     *  00015503
      *   DISSO A CRITICA PARA (RC 12) EM VEZ DE REJEITAR CONTA BOA  *  00015504
      *-------------------------------------------------------------*   00015505
       1050-CARREGARCONTAS                    SECTION.                  00015506
      *-------------------------------------------------------------*   00015507
            OPEN INPUT CONTAS.                                          00015508
            IF WRK-FS-CONTAS NOT EQUAL 0                                00015509
              MOVE '1050'                  TO WRK-SECAO                 00015510
              MOVE 'ERRO OPEN CONTAS - '   TO WRK-MSGERRO               00015511
              MOVE WRK-FS-CONTAS           TO WRK-STATUS                00015512
              PERFORM 9000-TRATARERROS                                  00015513
            END-IF.                                                     00015514
            READ CONTAS.                                                00015515
            PERFORM 1055-GUARDARCONTA                                   00015516
               UNTIL WRK-FS-CONTAS EQUAL 10.                            00015517
            CLOSE CONTAS.                                               00015518
                                                                        00015519
       1050-99-FIM.               EXIT.                                 00015520
                                                                        00015521
      *-------------------------------------------------------------*   00015522
       1055-GUARDARCONTA                      SECTION.                  00015523
      *-------------------------------------------------------------*   00015524
            IF WRK-CTA-QTD NOT LESS WRK-CTA-LIMITE                      00015525
              MOVE '1055'                  TO WRK-SECAO                 00015526
              MOVE 'MESTRE CONTAS EXCEDE A TABELA DE 20000'             00015527
                TO WRK-MSGERRO                                          00015528
              MOVE '00'                    TO WRK-STATUS                00015529
              MOVE 12 TO RETURN-CODE                                    00015530
              PERFORM 9000-TRATARERROS                                  00015531
            END-IF.                                                     00015532
            MOVE CTA-AGENCIA TO WRK-CK-AGENCIA.                         00015533
            MOVE CTA-CONTA   TO WRK-CK-CONTA.                           00015534
            IF WRK-CHAVE-CONTA NOT GREATER WRK-CHAVE-ANTERIOR           00015535
              MOVE '1055'                  TO WRK-SECAO                 00015536
              MOVE 'MESTRE CONTAS FORA DE ORDEM' TO WRK-MSGERRO         00015537
              MOVE '00'                    TO WRK-STATUS                00015538
              MOVE 12 TO RETURN-CODE                                    00015539
              PERFORM 9000-TRATARERROS                                  00015540
            END-IF.                                                     00015541
            ADD 1 TO WRK-CTA-QTD.                                       00015542
            SET TAB-CTA-IDX TO WRK-CTA-QTD.                             00015543
            MOVE WRK-CHAVE-CONTA TO TAB-CTA-CHAVE    (TAB-CTA-IDX).     00015544
            MOVE CTA-SITUACAO    TO TAB-CTA-SITUACAO (TAB-CTA-IDX).     00015545
            MOVE WRK-CHAVE-CONTA TO WRK-CHAVE-ANTERIOR.                 00015546
            READ CONTAS.                                                00015547
                                                                        00015548
       1055-99-FIM.               EXIT.                                 00015549
                                                                        00015550
      *-------------------------------------------------------------*   00015600
       1100-TESTARSTATUS                      SECTION.                  00015700
      *-------------------------------------------------------------*   00015800
                             CRI-MOT-VALOR                              00018800
                             CRI-MOT-DATA                               00018900
                             CRI-MOT-CLIENTE                            00019000
                             CRI-MOT-TRANSF                             00019010
                             CRI-MOT-SITCONTA.                          00019020
              PERFORM 2100-CRITICARAGENCIA.                             00019100
              PERFORM 2200-CRITICARCONTA.                               00019200
              PERFORM 2300-CRITICARVALOR.                               00019300
              PERFORM 2400-CRITICARDATA.                                00019400
              PERFORM 2500-CRITICARCLIENTE.                             00019500
              PERFORM 2600-CRITICARTRANSF.                              00019510
              PERFORM 2700-CRITICARSITCONTA.                            00019520
              IF WRK-REGISTRO-ERRADO                                    00019600
                ADD 1 TO WRK-ACUM-CRITICA                               00019700
                MOVE REG-CLIENTE TO CRI-REGISTRO                        00019800
               END-IF.                                                  00031288
                                                                        00031289
       2600-99-FIM.               EXIT.                                 00031290
                                                                        00031291
      *-------------------------------------------------------------*   00031292
      *   SITUACAO DA CONTA NO MESTRE CONTAS: SO PARA AGENCIA/CONTA  *  00031293
      *   QUE PASSARAM NA CRITICA DE CAMPO (2100/2200)               *  00031294
      *-------------------------------------------------------------*   00031295
       2700-CRITICARSITCONTA                  SECTION.                  00031296
      *-------------------------------------------------------------*   00031297
               IF CRI-MOT-AGENCIA EQUAL SPACE                           00031298
                  AND CRI-MOT-CONTA EQUAL SPACE                         00031299
                 IF WRK-CTA-QTD EQUAL ZEROS                             00031300
                   MOVE 'I' TO CRI-MOT-SITCONTA                         00031301
                   MOVE 'S' TO WRK-REG-COM-ERRO                         00031302
                 ELSE                                                   00031303
                   MOVE FD-AGENCIA TO WRK-CK-AGENCIA                    00031304
                   MOVE FD-CONTA   TO WRK-CK-CONTA                      00031305
                   SEARCH ALL TAB-CTA-ITEM                              00031306
                     AT END                                             00031307
                       MOVE 'I' TO CRI-MOT-SITCONTA                     00031308
                       MOVE 'S' TO WRK-REG-COM-ERRO                     00031309
                     WHEN TAB-CTA-CHAVE (TAB-CTA-IDX)                   00031310
                          EQUAL WRK-CHAVE-CONTA                         00031311
                       IF TAB-CTA-SITUACAO (TAB-CTA-IDX) EQUAL 'E'      00031312
                         MOVE 'E' TO CRI-MOT-SITCONTA                   00031313
                         MOVE 'S' TO WRK-REG-COM-ERRO                   00031314
                       END-IF                                           00031315
                   END-SEARCH                                           00031316
                 END-IF                                                 00031317
               END-IF.                                                  00031318
                                                                        00031319
       2700-99-FIM.               EXIT.                                 00031320
                                                                        00031330
      *-------------------------------------------------------------*   00031400
       3000-FINALIZAR                         SECTION.                  00031500
      *-------------------------------------------------------------*   00031600

      *      PRESERVA E O RASTREIO USA PARA LOCALIZAR O DESTINO     *   00001830
      *      DO MOVIMENTO.                                          *   00001840
      *      ALEM DA TRANSMISSAO DA ORIGEM, ACEITA A ALIMENTACAO    *   00001850
      *      SECUNDARIA CLIEMERG (ENTRADA EMERGENCIAL DA CLI7,      *   00001852
      *      EMPACOTADA PELO PREPEMRG COM O PROPRIO HDR/TRL):       *   00001854
      *      ARQUIVO AUSENTE OU VAZIO E NORMAL E NAO FECHA O        *   00001856
      *      PORTAO.                                                *   00001858
      *      A TERCEIRA ALIMENTACAO, CLIESTOR, TRAZ OS CONTRA-      *   00001860
      *      MOVIMENTOS DO ESTORMOV (ESTORNO PELO ID DE RASTREIO)   *   00001862
      *      COM O MESMO PORTAO DE HEADER E TRAILER E AUSENCIA      *   00001864
      *      NORMAL; ESSES DETALHES JA CHEGAM COM O ID DA FAIXA     *   00001866
      *      RESERVADA 900001-999999, QUE E PRESERVADO - A          *   00001868
      *      SEQUENCIA DO PORTAO NAO PODE CHEGAR A ESSA FAIXA.      *   00001870
      *      A QUARTA, CLIORDP, TRAZ AS PERNAS T DO ORDPERM (ORDENS *   00001872
      *      PERMANENTES) PELO MESMO PORTAO, COM IDS DA FAIXA       *   00001874
      *      800001-899999; A SEQUENCIA DO PORTAO PARA EM 800000.   *   00001876
      *      A QUINTA, CLIDEVTR, TRAZ OS ESTORNOS A CREDITO DAS     *   00001878
      *      TED/DOC DEVOLVIDAS PELA CAMARA (RETINTER) PELO MESMO   *   00001880
      *      PORTAO, COM IDS DA FAIXA 700001-799999; A SEQUENCIA    *   00001882
      *      DO PORTAO PASSA A PARAR EM 700000.                     *   00001884
      *      A SEXTA, CLIEMPR, TRAZ OS DEBITOS DAS PARCELAS DE      *   00001887
      *      EMPRESTIMO (EMPREST) PELO MESMO PORTAO, COM IDS DA     *   00001890
      *      FAIXA 600001-699999; A SEQUENCIA DO PORTAO PASSA A     *   00001893
      *      PARAR EM 600000.                                       *   00001894
      *      A SETIMA, CLILOJA, TRAZ OS CREDITOS DA VENDA DO DIA    *   00001895
      *      DAS LOJAS NAS CONTAS DAS LOJAS (CREDLOJA, SUITE DE     *   00001896
      *      VAREJO) PELO MESMO PORTAO, COM IDS DA FAIXA            *   00001897
      *      500001-599999; A SEQUENCIA DO PORTAO PASSA A PARAR     *   00001898
      *      EM 500000.                                             *   00001899
      *-------------------------------------------------------------*   00001900
      *   ARQUIVOS...:                                              *   00002000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002100
      *    CLIENTES             I                  #CLIENTE #CLIHDR *   00002200
      *    CLIEMERG             I                  #CLIENTE #CLIHDR *   00002210
      *    CLIESTOR             I                  #CLIENTE #CLIHDR *   00002220
      *    CLIORDP              I                  #CLIENTE #CLIHDR *   00002221
      *    CLIDEVTR             I                  #CLIENTE #CLIHDR *   00002260
      *    CLIEMPR              I                  #CLIENTE #CLIHDR *   00002280
      *    CLILOJA              I                  #CLIENTE #CLIHDR *   00002290
      *    MOVDIA               O                  -----------      *   00002300
      *-------------------------------------------------------------*   00002400
      *   MODULOS....:                             INCLUDE/BOOK     *   00002500
               FILE STATUS  IS WRK-FS-CLIENTES.                         00004300
           SELECT CLIEMERG  ASSIGN TO CLIEMERG                          00004310
               FILE STATUS  IS WRK-FS-CLIEMERG.                         00004320
           SELECT CLIESTOR  ASSIGN TO CLIESTOR                          00004330
               FILE STATUS  IS WRK-FS-CLIESTOR.                         00004340
           SELECT CLIORDP   ASSIGN TO CLIORDP                           00004341
               FILE STATUS  IS WRK-FS-CLIORDP.                          00004342
           SELECT CLIDEVTR  ASSIGN TO CLIDEVTR                          00004361
               FILE STATUS  IS WRK-FS-CLIDEVTR.                         00004380
           SELECT CLIEMPR   ASSIGN TO CLIEMPR                           00004386
               FILE STATUS  IS WRK-FS-CLIEMPR.                          00004392
           SELECT CLILOJA   ASSIGN TO CLILOJA                           00004394
               FILE STATUS  IS WRK-FS-CLILOJA.                          00004396
           SELECT MOVDIA    ASSIGN TO MOVDIA                            00004400
               FILE STATUS  IS WRK-FS-MOVDIA.                           00004500
           SELECT PORTARES  ASSIGN TO PORTARES                          00004510
                                                                        00006070
       01 REG-CLIEMERG        PIC X(88).                                00006080
                                                                        00006090
      *-------------------------------------------------------------*   00006091
      *   CLIESTOR - CONTRA-MOVIMENTOS DE ESTORNO (ESTORMOV)        *   00006092
      *-------------------------------------------------------------*   00006093
       FD CLIESTOR                                                      00006094
           RECORDING  MODE IS F                                         00006095
           BLOCK CONTAINS 0 RECORDS.                                    00006096
                                                                        00006097
       01 REG-CLIESTOR        PIC X(88).                                00006098
                                                                        00006099
      *-------------------------------------------------------------*   00006100
      *   MOVDIA - SOMENTE OS DETALHES, PARA O RESTO DA CADEIA      *   00006200
      *-------------------------------------------------------------*   00006300
           BLOCK CONTAINS 0 RECORDS.                                    00006600
                                                                        00006700
       01 REG-MOVDIA          PIC X(88).                                00006800
                                                                        00006801
      *-------------------------------------------------------------*   00006802
      *   CLIORDP - PERNAS T DAS ORDENS PERMANENTES (ORDPERM)       *   00006803
      *-------------------------------------------------------------*   00006804
       FD CLIORDP                                                       00006805
           RECORDING  MODE IS F                                         00006806
           BLOCK CONTAINS 0 RECORDS.                                    00006807
                                                                        00006808
       01 REG-CLIORDP         PIC X(88).                                00006809
                                                                        00006810
      *-------------------------------------------------------------*   00006811
      *   CLIDEVTR - ESTORNOS DAS TED/DOC DEVOLVIDAS (RETINTER)     *   00006812
      *-------------------------------------------------------------*   00006813
       FD CLIDEVTR                                                      00006814
           RECORDING  MODE IS F                                         00006815
           BLOCK CONTAINS 0 RECORDS.                                    00006816
                                                                        00006817
       01 REG-CLIDEVTR        PIC X(88).                                00006818
                                                                        00006819
      *-------------------------------------------------------------*   00006825
      *   CLIEMPR - DEBITOS DAS PARCELAS DE EMPRESTIMO (EMPREST)    *   00006831
      *-------------------------------------------------------------*   00006837
       FD CLIEMPR                                                       00006843
           RECORDING  MODE IS F                                         00006849
           BLOCK CONTAINS 0 RECORDS.                                    00006855
                                                                        00006861
       01 REG-CLIEMPR         PIC X(88).                                00006862
                                                                        00006863
      *-------------------------------------------------------------*   00006864
      *   CLILOJA - CREDITOS DA VENDA DAS LOJAS (CREDLOJA)          *   00006865
      *-------------------------------------------------------------*   00006866
       FD CLILOJA                                                       00006867
           RECORDING  MODE IS F                                         00006868
           BLOCK CONTAINS 0 RECORDS.                                    00006869
                                                                        00006870
       01 REG-CLILOJA         PIC X(88).                                00006871
                                                                        00006873
      *-------------------------------------------------------------*   00006881
      *   PORTARES - RESULTADO DIARIO DO PORTAO POR ORIGEM, UM      *   00006882
      *   REGISTRO POR EXECUCAO (EXTEND), CONSOLIDADO NO SCORORIG   *   00006883
      *-------------------------------------------------------------*   00006884
       FD PORTARES                                                      00006885
           RECORDING  MODE IS F                                         00006886
           BLOCK CONTAINS 0 RECORDS.                                    00006887
                                                                        00006888
       01 REG-PORTARES.                                                 00006889
          05 PRS-DATA            PIC 9(08).                             00006890
          05 PRS-ORIGEM          PIC X(08).                             00006891
          05 PRS-QTD-DETALHES    PIC 9(07).                             00006892
          05 PRS-VALOR           PIC 9(12)V99.                          00006893
          05 PRS-PORTAO          PIC X(01).                             00006894
          05 FILLER              PIC X(02).                             00006895
                                                                        00006900
      *=============================================================*   00007000
       WORKING-STORAGE                             SECTION.             00007100
       77 WRK-FS-MOVDIA   PIC 9(02).                                    00007800
       77 WRK-FS-PORTARES PIC 9(02).                                    00007810
       77 WRK-FS-CLIEMERG PIC 9(02).                                    00007820
       77 WRK-FS-CLIESTOR PIC 9(02).                                    00007830
       77 WRK-FS-CLIORDP  PIC 9(02).                                    00007831
       77 WRK-FS-CLIDEVTR PIC 9(02).                                    00007865
       77 WRK-FS-CLIEMPR  PIC 9(02).                                    00007882
       77 WRK-FS-CLILOJA  PIC 9(02).                                    00007891
                                                                        00007900
       01 FILLER         PIC X(64) VALUE                                00008000
           '-----------CONTROLE DO PORTAO----------------'.             00008100
       77 WRK-ACUM-VALOR       PIC 9(12)V99 VALUE ZEROS.                00009400
       77 WRK-ACUM-VALOR-INVAL PIC 9(07) VALUE ZEROS.                   00009500
       77 WRK-ACUM-POSTRAILER  PIC 9(07) VALUE ZEROS.                   00009600
                                                                        00009610
       01 FILLER         PIC X(64) VALUE                                00009620
           '-----ALIMENTACOES DE ESTORNOS E DE ORDENS----'.             00009630
      *-------------------------------------------------------------*   00009640
       77 WRK-ESTORNO          PIC X(01) VALUE 'N'.                     00009650
           88 WRK-ESTORNO-ATIVO    VALUE 'S'.                           00009660
       77 WRK-EST-TEM-TRAILER  PIC X(01) VALUE 'N'.                     00009670
           88 WRK-EST-TRAILER-LIDO VALUE 'S'.                           00009680
       77 WRK-EST-DETALHES     PIC 9(07) VALUE ZEROS.                   00009690
       77 WRK-EST-VALOR        PIC 9(12)V99 VALUE ZEROS.                00009691
       77 WRK-SEQ-RESERVADA    PIC 9(06) VALUE 900000.                  00009692
       77 WRK-ORDPERM          PIC X(01) VALUE 'N'.                     00009693
           88 WRK-ORDPERM-ATIVO    VALUE 'S'.                           00009694
       77 WRK-ORP-TEM-TRAILER  PIC X(01) VALUE 'N'.                     00009695
           88 WRK-ORP-TRAILER-LIDO VALUE 'S'.                           00009696
       77 WRK-ORP-DETALHES     PIC 9(07) VALUE ZEROS.                   00009697
       77 WRK-ORP-VALOR        PIC 9(12)V99 VALUE ZEROS.                00009698
       77 WRK-SEQ-ORDPERM      PIC 9(06) VALUE 800000.                  00009699
                                                                        00009700
       01 FILLER         PIC X(64) VALUE                                00009708
           '-----ALIMENTACAO DE DEVOLUCOES DA CAMARA-----'.             00009716
      *-------------------------------------------------------------*   00009724
       77 WRK-DEVOLUCAO        PIC X(01) VALUE 'N'.                     00009732
           88 WRK-DEVOLUCAO-ATIVA  VALUE 'S'.                           00009740
       77 WRK-DEV-TEM-TRAILER  PIC X(01) VALUE 'N'.                     00009748
           88 WRK-DEV-TRAILER-LIDO VALUE 'S'.                           00009756
       77 WRK-DEV-DETALHES     PIC 9(07) VALUE ZEROS.                   00009764
       77 WRK-DEV-VALOR        PIC 9(12)V99 VALUE ZEROS.                00009772
       77 WRK-SEQ-DEVOL        PIC 9(06) VALUE 700000.                  00009773
                                                                        00009774
       01 FILLER         PIC X(64) VALUE                                00009775
           '-----ALIMENTACAO DE PARCELAS DE EMPRESTIMO---'.             00009776
      *-------------------------------------------------------------*   00009777
       77 WRK-EMPREST          PIC X(01) VALUE 'N'.                     00009778
           88 WRK-EMPREST-ATIVO    VALUE 'S'.                           00009779
       77 WRK-EMP-TEM-TRAILER  PIC X(01) VALUE 'N'.                     00009780
           88 WRK-EMP-TRAILER-LIDO VALUE 'S'.                           00009781
       77 WRK-EMP-DETALHES     PIC 9(07) VALUE ZEROS.                   00009782
       77 WRK-EMP-VALOR        PIC 9(12)V99 VALUE ZEROS.                00009783
       77 WRK-SEQ-EMPREST      PIC 9(06) VALUE 600000.                  00009784
                                                                        00009785
       01 FILLER         PIC X(64) VALUE                                00009786
           '-----ALIMENTACAO DE CREDITOS DAS LOJAS-------'.             00009787
      *-------------------------------------------------------------*   00009788
       77 WRK-LOJAS            PIC X(01) VALUE 'N'.                     00009789
           88 WRK-LOJAS-ATIVA      VALUE 'S'.                           00009790
       77 WRK-LOJ-TEM-TRAILER  PIC X(01) VALUE 'N'.                     00009791
           88 WRK-LOJ-TRAILER-LIDO VALUE 'S'.                           00009792
       77 WRK-LOJ-DETALHES     PIC 9(07) VALUE ZEROS.                   00009793
       77 WRK-LOJ-VALOR        PIC 9(12)V99 VALUE ZEROS.                00009794
       77 WRK-SEQ-LOJAS        PIC 9(06) VALUE 500000.                  00009795
                                                                        00009799
       01 FILLER         PIC X(64) VALUE                                00009800
           '-----------DATA DE PROCESSAMENTO--------------'.            00009900
      *-------------------------------------------------------------*   00010000
            PERFORM 2600-PROCESSAREMERG                                 00012020
               UNTIL NOT WRK-EMERGENCIA-ATIVA                           00012030
                  OR WRK-FS-CLIEMERG EQUAL 10.                          00012040
            PERFORM 2700-ABRIRESTORNO.                                  00012050
            PERFORM 2800-PROCESSARESTORNO                               00012060
               UNTIL NOT WRK-ESTORNO-ATIVO                              00012070
                  OR WRK-FS-CLIESTOR EQUAL 10.                          00012080
            PERFORM 2900-ABRIRORDPERM.                                  00012081
            PERFORM 2950-PROCESSARORDPERM                               00012082
               UNTIL NOT WRK-ORDPERM-ATIVO                              00012083
                  OR WRK-FS-CLIORDP EQUAL 10.                           00012084
            PERFORM 2960-ABRIRDEVOLUCAO.                                00012085
            PERFORM 2970-PROCESSARDEVOLUCAO                             00012086
               UNTIL NOT WRK-DEVOLUCAO-ATIVA                            00012087
                  OR WRK-FS-CLIDEVTR EQUAL 10.                          00012088
            PERFORM 2980-ABRIREMPREST.                                  00012090
            PERFORM 2990-PROCESSAREMPREST                               00012092
               UNTIL NOT WRK-EMPREST-ATIVO                              00012094
                  OR WRK-FS-CLIEMPR EQUAL 10.                           00012095
            PERFORM 2992-ABRIRLOJAS.                                    00012096
            PERFORM 2994-PROCESSARLOJAS                                 00012097
               UNTIL NOT WRK-LOJAS-ATIVA                                00012098
                  OR WRK-FS-CLILOJA EQUAL 10.                           00012099
            PERFORM 3000-FINALIZAR.                                     00012100
            STOP RUN.                                                   00012200
                                                                        00012300
              READ CLIEMERG.                                            00024541
                                                                        00024542
       2600-99-FIM.               EXIT.                                 00024543
                                                                        00024544
      *-------------------------------------------------------------*   00024545
      *   ALIMENTACAO DE ESTORNOS (CONTRA-MOVIMENTOS DO ESTORMOV):  *   00024546
      *   MESMO PORTAO DE HEADER E TRAILER, AUSENCIA NORMAL; O ID   *   00024547
      *   DE RASTREIO DA FAIXA RESERVADA VEM PRONTO E E PRESERVADO, *   00024548
      *   PORQUE A MOVIMENTOS ORIGINAL JA FOI MARCADA COM ELE       *   00024549
      *-------------------------------------------------------------*   00024550
       2700-ABRIRESTORNO                      SECTION.                  00024551
      *-------------------------------------------------------------*   00024552
               OPEN INPUT CLIESTOR.                                     00024553
               IF WRK-FS-CLIESTOR NOT EQUAL 0                           00024554
                 MOVE 'N' TO WRK-ESTORNO                                00024555
                 DISPLAY 'PORTACLI - SEM ALIMENTACAO DE ESTORNOS'       00024556
               ELSE                                                     00024557
                 READ CLIESTOR                                          00024558
                 IF WRK-FS-CLIESTOR EQUAL 10                            00024559
                   MOVE 'N' TO WRK-ESTORNO                              00024560
                   CLOSE CLIESTOR                                       00024561
                 ELSE                                                   00024562
                   MOVE 'S' TO WRK-ESTORNO                              00024563
                   MOVE REG-CLIESTOR TO REG-CLIENTE                     00024564
                   IF HDR-E-HEADER                                      00024565
                     IF HDR-DATA-NEGOCIO NOT EQUAL                      00024566
                        WRK-DATA-PROCESSAMENTO                          00024567
                       MOVE 'N' TO WRK-PORTAO-OK                        00024568
                       MOVE '2700'              TO WRK-SECAO            00024569
                       MOVE 'DATA DO HEADER DE ESTORNOS DIFERE'         00024570
                         TO WRK-MSGERRO                                 00024571
                       MOVE '00'                TO WRK-STATUS           00024572
                       PERFORM 9010-REGISTRARDIVERGENCIA                00024573
                     END-IF                                             00024574
                     READ CLIESTOR                                      00024575
                   ELSE                                                 00024576
                     MOVE 'N' TO WRK-PORTAO-OK                          00024577
                     MOVE '2700'                TO WRK-SECAO            00024578
                     MOVE 'ALIMENTACAO DE ESTORNOS SEM HEADER'          00024579
                       TO WRK-MSGERRO                                   00024580
                     MOVE '00'                  TO WRK-STATUS           00024581
                     PERFORM 9010-REGISTRARDIVERGENCIA                  00024582
                   END-IF                                               00024583
                 END-IF                                                 00024584
               END-IF.                                                  00024585
                                                                        00024586
       2700-99-FIM.               EXIT.                                 00024587
                                                                        00024588
      *-------------------------------------------------------------*   00024589
       2800-PROCESSARESTORNO                  SECTION.                  00024590
      *-------------------------------------------------------------*   00024591
              MOVE REG-CLIESTOR TO REG-CLIENTE.                         00024592
              IF TRL-E-TRAILER                                          00024593
                MOVE 'S' TO WRK-EST-TEM-TRAILER                         00024594
                IF TRL-QTD-DETALHES NOT EQUAL WRK-EST-DETALHES          00024595
                  MOVE 'N' TO WRK-PORTAO-OK                             00024596
                  MOVE '2800'                TO WRK-SECAO               00024597
                  MOVE 'QTD DO TRAILER DE ESTORNOS DIFERE'              00024598
                    TO WRK-MSGERRO                                      00024599
                  MOVE '00'                  TO WRK-STATUS              00024600
                  PERFORM 9010-REGISTRARDIVERGENCIA                     00024601
                END-IF                                                  00024602
                IF TRL-VALOR-TOTAL NOT EQUAL WRK-EST-VALOR              00024603
                  MOVE 'N' TO WRK-PORTAO-OK                             00024604
                  MOVE '2800'                TO WRK-SECAO               00024605
                  MOVE 'VALOR DO TRAILER DE ESTORNOS DIFERE'            00024606
                    TO WRK-MSGERRO                                      00024607
                  MOVE '00'                  TO WRK-STATUS              00024608
                  PERFORM 9010-REGISTRARDIVERGENCIA                     00024609
                END-IF                                                  00024610
              ELSE                                                      00024611
                IF NOT WRK-EST-TRAILER-LIDO                             00024612
                  ADD 1 TO WRK-EST-DETALHES                             00024613
                  IF FD-VALOR NUMERIC                                   00024614
                    ADD FD-VALOR TO WRK-EST-VALOR                       00024615
                  END-IF                                                00024616
                  IF FD-ID-RASTREIO NOT GREATER WRK-SEQ-RESERVADA       00024617
                    MOVE 'N' TO WRK-PORTAO-OK                           00024618
                    MOVE '2800'              TO WRK-SECAO               00024619
                    MOVE 'ESTORNO SEM ID DA FAIXA RESERVADA'            00024620
                      TO WRK-MSGERRO                                    00024621
                    MOVE '00'                TO WRK-STATUS              00024622
                    PERFORM 9010-REGISTRARDIVERGENCIA                   00024623
                  END-IF                                                00024624
                  WRITE REG-MOVDIA FROM REG-CLIENTE                     00024625
                END-IF                                                  00024626
              END-IF.                                                   00024627
              READ CLIESTOR.                                            00024628
                                                                        00024629
       2800-99-FIM.               EXIT.                                 00024630
                                                                        00024500
      *-------------------------------------------------------------*   00024600
       3000-FINALIZAR                         SECTION.                  00024700
                 CLOSE CLIEMERG                                         00026792
               END-IF.                                                  00026793
               CLOSE CLIENTES.                                          00026800
               IF WRK-ESTORNO-ATIVO                                     00026801
                  AND NOT WRK-EST-TRAILER-LIDO                          00026802
                 MOVE 'N' TO WRK-PORTAO-OK                              00026803
                 MOVE '3000'                  TO WRK-SECAO              00026804
                 MOVE 'ALIMENTACAO DE ESTORNOS SEM TRAILER'             00026805
                   TO WRK-MSGERRO                                       00026806
                 MOVE '00'                    TO WRK-STATUS             00026807
                 PERFORM 9010-REGISTRARDIVERGENCIA                      00026808
               END-IF.                                                  00026809
               IF WRK-ESTORNO-ATIVO                                     00026810
                 CLOSE CLIESTOR                                         00026811
               END-IF.                                                  00026812
               IF WRK-ORDPERM-ATIVO                                     00026813
                  AND NOT WRK-ORP-TRAILER-LIDO                          00026814
                 MOVE 'N' TO WRK-PORTAO-OK                              00026815
                 MOVE '3000'                  TO WRK-SECAO              00026816
                 MOVE 'ALIMENTACAO DE ORDENS SEM TRAILER'               00026817
                   TO WRK-MSGERRO                                       00026818
                 MOVE '00'                    TO WRK-STATUS             00026819
                 PERFORM 9010-REGISTRARDIVERGENCIA                      00026820
               END-IF.                                                  00026821
               IF WRK-ORDPERM-ATIVO                                     00026822
                 CLOSE CLIORDP                                          00026823
               END-IF.                                                  00026824
               IF WRK-SEQ-RASTREIO NOT LESS WRK-SEQ-LOJAS               00026825
                 MOVE 'N' TO WRK-PORTAO-OK                              00026826
                 MOVE '3000'                  TO WRK-SECAO              00026827
                 MOVE 'SEQUENCIA DE RASTREIO NA FAIXA RESERVADA'        00026828
                   TO WRK-MSGERRO                                       00026829
                 MOVE '00'                    TO WRK-STATUS             00026830
                 PERFORM 9010-REGISTRARDIVERGENCIA                      00026831
               END-IF.                                                  00026832
               IF WRK-DEVOLUCAO-ATIVA                                   00026833
                  AND NOT WRK-DEV-TRAILER-LIDO                          00026834
                 MOVE 'N' TO WRK-PORTAO-OK                              00026835
                 MOVE '3000'                  TO WRK-SECAO              00026836
                 MOVE 'ALIMENTACAO DE DEVOLUCOES SEM TRAILER'           00026837
                   TO WRK-MSGERRO                                       00026838
                 MOVE '00'                    TO WRK-STATUS             00026839
                 PERFORM 9010-REGISTRARDIVERGENCIA                      00026840
               END-IF.                                                  00026841
               IF WRK-DEVOLUCAO-ATIVA                                   00026842
                 CLOSE CLIDEVTR                                         00026843
               END-IF.                                                  00026844
               IF WRK-EMPREST-ATIVO                                     00026848
                  AND NOT WRK-EMP-TRAILER-LIDO                          00026852
                 MOVE 'N' TO WRK-PORTAO-OK                              00026856
                 MOVE '3000'                  TO WRK-SECAO              00026860
                 MOVE 'ALIMENTACAO DE EMPRESTIMOS SEM TRAILER'          00026864
                   TO WRK-MSGERRO                                       00026868
                 MOVE '00'                    TO WRK-STATUS             00026872
                 PERFORM 9010-REGISTRARDIVERGENCIA                      00026876
               END-IF.                                                  00026880
               IF WRK-EMPREST-ATIVO                                     00026884
                 CLOSE CLIEMPR                                          00026885
               END-IF.                                                  00026886
               IF WRK-LOJAS-ATIVA                                       00026887
                  AND NOT WRK-LOJ-TRAILER-LIDO                          00026888
                 MOVE 'N' TO WRK-PORTAO-OK                              00026889
                 MOVE '3000'                  TO WRK-SECAO              00026890
                 MOVE 'ALIMENTACAO DE LOJAS SEM TRAILER'                00026891
                   TO WRK-MSGERRO                                       00026892
                 MOVE '00'                    TO WRK-STATUS             00026893
                 PERFORM 9010-REGISTRARDIVERGENCIA                      00026894
               END-IF.                                                  00026895
               IF WRK-LOJAS-ATIVA                                       00026896
                 CLOSE CLILOJA                                          00026897
               END-IF.                                                  00026898
               CLOSE MOVDIA.                                            00026900
               PERFORM 3100-GRAVARRESULTADO.                            00026910
               DISPLAY 'DETALHES LIDOS...... ' WRK-ACUM-DETALHES.       00027000
               DISPLAY 'VALOR SOMADO........ ' WRK-ACUM-VALOR.          00027100
               DISPLAY 'VALORES INVALIDOS... ' WRK-ACUM-VALOR-INVAL.    00027200
               DISPLAY 'EMERGENCIAIS........ ' WRK-EMG-DETALHES.        00027210
               DISPLAY 'ESTORNOS............ ' WRK-EST-DETALHES.        00027220
               DISPLAY 'ORDENS PERMANENTES.. ' WRK-ORP-DETALHES.        00027221
               DISPLAY 'DEVOLUCOES CAMARA... ' WRK-DEV-DETALHES.        00027260
               DISPLAY 'PARCELAS EMPRESTIMO. ' WRK-EMP-DETALHES.        00027280
               DISPLAY 'CREDITOS DAS LOJAS.. ' WRK-LOJ-DETALHES.        00027290
               IF WRK-PORTAO-FECHADO                                    00027300
                 DISPLAY 'PORTAO FECHADO - CADEIA INTERROMPIDA'         00027400
                 MOVE 12 TO RETURN-CODE                                 00027500
               END-IF.                                                  00027800
                                                                        00027900
       3000-99-FIM.               EXIT.                                 00028000
                                                                        00028001
      *-------------------------------------------------------------*   00028002
      *   ALIMENTACAO DE ORDENS PERMANENTES (PERNAS T DO ORDPERM):  *   00028003
      *   MESMO PORTAO, AUSENCIA NORMAL; O ID DE RASTREIO DA FAIXA  *   00028004
      *   800001-899999 VEM PRONTO E E PRESERVADO, PORQUE O ORDPERM *   00028005
      *   CASA POR ELE A DEVOLUCAO SEM SALDO DO ATUSALDO            *   00028006
      *-------------------------------------------------------------*   00028007
       2900-ABRIRORDPERM                      SECTION.                  00028008
      *-------------------------------------------------------------*   00028009
               OPEN INPUT CLIORDP.                                      00028010
               IF WRK-FS-CLIORDP NOT EQUAL 0                            00028011
                 MOVE 'N' TO WRK-ORDPERM                                00028012
                 DISPLAY 'PORTACLI - SEM ALIMENTACAO DE ORDENS'         00028013
               ELSE                                                     00028014
                 READ CLIORDP                                           00028015
                 IF WRK-FS-CLIORDP EQUAL 10                             00028016
                   MOVE 'N' TO WRK-ORDPERM                              00028017
                   CLOSE CLIORDP                                        00028018
                 ELSE                                                   00028019
                   MOVE 'S' TO WRK-ORDPERM                              00028020
                   MOVE REG-CLIORDP TO REG-CLIENTE                      00028021
                   IF HDR-E-HEADER                                      00028022
                     IF HDR-DATA-NEGOCIO NOT EQUAL                      00028023
                        WRK-DATA-PROCESSAMENTO                          00028024
                       MOVE 'N' TO WRK-PORTAO-OK                        00028025
                       MOVE '2900'              TO WRK-SECAO            00028026
                       MOVE 'DATA DO HEADER DE ORDENS DIFERE'           00028027
                         TO WRK-MSGERRO                                 00028028
                       MOVE '00'                TO WRK-STATUS           00028029
                       PERFORM 9010-REGISTRARDIVERGENCIA                00028030
                     END-IF                                             00028031
                     READ CLIORDP                                       00028032
                   ELSE                                                 00028033
                     MOVE 'N' TO WRK-PORTAO-OK                          00028034
                     MOVE '2900'                TO WRK-SECAO            00028035
                     MOVE 'ALIMENTACAO DE ORDENS SEM HEADER'            00028036
                       TO WRK-MSGERRO                                   00028037
                     MOVE '00'                  TO WRK-STATUS           00028038
                     PERFORM 9010-REGISTRARDIVERGENCIA                  00028039
                   END-IF                                               00028040
                 END-IF                                                 00028041
               END-IF.                                                  00028042
                                                                        00028043
       2900-99-FIM.               EXIT.                                 00028044
                                                                        00028045
      *-------------------------------------------------------------*   00028046
       2950-PROCESSARORDPERM                  SECTION.                  00028047
      *-------------------------------------------------------------*   00028048
              MOVE REG-CLIORDP TO REG-CLIENTE.                          00028049
              IF TRL-E-TRAILER                                          00028050
                MOVE 'S' TO WRK-ORP-TEM-TRAILER                         00028051
                IF TRL-QTD-DETALHES NOT EQUAL WRK-ORP-DETALHES          00028052
                  MOVE 'N' TO WRK-PORTAO-OK                             00028053
                  MOVE '2950'                TO WRK-SECAO               00028054
                  MOVE 'QTD DO TRAILER DE ORDENS DIFERE'                00028055
                    TO WRK-MSGERRO                                      00028056
                  MOVE '00'                  TO WRK-STATUS              00028057
                  PERFORM 9010-REGISTRARDIVERGENCIA                     00028058
                END-IF                                                  00028059
                IF TRL-VALOR-TOTAL NOT EQUAL WRK-ORP-VALOR              00028060
                  MOVE 'N' TO WRK-PORTAO-OK                             00028061
                  MOVE '2950'                TO WRK-SECAO               00028062
                  MOVE 'VALOR DO TRAILER DE ORDENS DIFERE'              00028063
                    TO WRK-MSGERRO                                      00028064
                  MOVE '00'                  TO WRK-STATUS              00028065
                  PERFORM 9010-REGISTRARDIVERGENCIA                     00028066
                END-IF                                                  00028067
              ELSE                                                      00028068
                IF NOT WRK-ORP-TRAILER-LIDO                             00028069
                  ADD 1 TO WRK-ORP-DETALHES                             00028070
                  IF FD-VALOR NUMERIC                                   00028071
                    ADD FD-VALOR TO WRK-ORP-VALOR                       00028072
                  END-IF                                                00028073
                  IF FD-ID-RASTREIO NOT GREATER WRK-SEQ-ORDPERM         00028074
                     OR FD-ID-RASTREIO NOT LESS WRK-SEQ-RESERVADA       00028075
                    MOVE 'N' TO WRK-PORTAO-OK                           00028076
                    MOVE '2950'              TO WRK-SECAO               00028077
                    MOVE 'ORDEM SEM ID DA FAIXA DE ORDENS'              00028078
                      TO WRK-MSGERRO                                    00028079
                    MOVE '00'                TO WRK-STATUS              00028080
                    PERFORM 9010-REGISTRARDIVERGENCIA                   00028081
                  END-IF                                                00028082
                  WRITE REG-MOVDIA FROM REG-CLIENTE                     00028083
                END-IF                                                  00028084
              END-IF.                                                   00028085
              READ CLIORDP.                                             00028086
                                                                        00028087
       2950-99-FIM.               EXIT.                                 00028088
                                                                        00028100
      *-------------------------------------------------------------*   00028110
      *   RESULTADO DO DIA POR ORIGEM PARA O SCORECARD MENSAL       *   00028120
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00029500
                                                                        00029600
       9010-99-FIM.               EXIT.                                 00029700
                                                                        00029800
      *-------------------------------------------------------------*   00029900
      *   ALIMENTACAO DE DEVOLUCOES DA CAMARA (ESTORNOS A CREDITO   *   00030000
      *   DO RETINTER): MESMO PORTAO, AUSENCIA NORMAL; O ID DE      *   00030100
      *   RASTREIO DA FAIXA 700001-799999 VEM PRONTO E E            *   00030200
      *   PRESERVADO, PORQUE O REGISTRO DE REMESSAS GUARDA O ID     *   00030300
      *   DO ESTORNO DE CADA DEVOLUCAO                              *   00030400
      *-------------------------------------------------------------*   00030500
       2960-ABRIRDEVOLUCAO                    SECTION.                  00030600
      *-------------------------------------------------------------*   00030700
               OPEN INPUT CLIDEVTR.                                     00030800
               IF WRK-FS-CLIDEVTR NOT EQUAL 0                           00030900
                 MOVE 'N' TO WRK-DEVOLUCAO                              00031000
                 DISPLAY 'PORTACLI - SEM ALIMENTACAO DE DEVOLUCOES'     00031100
               ELSE                                                     00031200
                 READ CLIDEVTR                                          00031300
                 IF WRK-FS-CLIDEVTR EQUAL 10                            00031400
                   MOVE 'N' TO WRK-DEVOLUCAO                            00031500
                   CLOSE CLIDEVTR                                       00031600
                 ELSE                                                   00031700
                   MOVE 'S' TO WRK-DEVOLUCAO                            00031800
                   MOVE REG-CLIDEVTR TO REG-CLIENTE                     00031900
                   IF HDR-E-HEADER                                      00032000
                     IF HDR-DATA-NEGOCIO NOT EQUAL                      00032100
                        WRK-DATA-PROCESSAMENTO                          00032200
                       MOVE 'N' TO WRK-PORTAO-OK                        00032300
                       MOVE '2960'              TO WRK-SECAO            00032400
                       MOVE 'DATA DO HEADER DE DEVOLUCOES DIFERE'       00032500
                         TO WRK-MSGERRO                                 00032600
                       MOVE '00'                TO WRK-STATUS           00032700
                       PERFORM 9010-REGISTRARDIVERGENCIA                00032800
                     END-IF                                             00032900
                     READ CLIDEVTR                                      00033000
                   ELSE                                                 00033100
                     MOVE 'N' TO WRK-PORTAO-OK                          00033200
                     MOVE '2960'                TO WRK-SECAO            00033300
                     MOVE 'ALIMENTACAO DE DEVOLUCOES SEM HEADER'        00033400
                       TO WRK-MSGERRO                                   00033500
                     MOVE '00'                  TO WRK-STATUS           00033600
                     PERFORM 9010-REGISTRARDIVERGENCIA                  00033700
                   END-IF                                               00033800
                 END-IF                                                 00033900
               END-IF.                                                  00034000
                                                                        00034100
       2960-99-FIM.               EXIT.                                 00034200
                                                                        00034300
      *-------------------------------------------------------------*   00034400
       2970-PROCESSARDEVOLUCAO                SECTION.                  00034500
      *-------------------------------------------------------------*   00034600
              MOVE REG-CLIDEVTR TO REG-CLIENTE.                         00034700
              IF TRL-E-TRAILER                                          00034800
                MOVE 'S' TO WRK-DEV-TEM-TRAILER                         00034900
                IF TRL-QTD-DETALHES NOT EQUAL WRK-DEV-DETALHES          00035000
                  MOVE 'N' TO WRK-PORTAO-OK                             00035100
                  MOVE '2970'                TO WRK-SECAO               00035200
                  MOVE 'QTD DO TRAILER DE DEVOLUCOES DIFERE'            00035300
                    TO WRK-MSGERRO                                      00035400
                  MOVE '00'                  TO WRK-STATUS              00035500
                  PERFORM 9010-REGISTRARDIVERGENCIA                     00035600
                END-IF                                                  00035700
                IF TRL-VALOR-TOTAL NOT EQUAL WRK-DEV-VALOR              00035800
                  MOVE 'N' TO WRK-PORTAO-OK                             00035900
                  MOVE '2970'                TO WRK-SECAO               00036000
                  MOVE 'VALOR DO TRAILER DE DEVOLUCOES DIFERE'          00036100
                    TO WRK-MSGERRO                                      00036200
                  MOVE '00'                  TO WRK-STATUS              00036300
                  PERFORM 9010-REGISTRARDIVERGENCIA                     00036400
                END-IF                                                  00036500
              ELSE                                                      00036600
                IF NOT WRK-DEV-TRAILER-LIDO                             00036700
                  ADD 1 TO WRK-DEV-DETALHES                             00036800
                  IF FD-VALOR NUMERIC                                   00036900
                    ADD FD-VALOR TO WRK-DEV-VALOR                       00037000
                  END-IF                                                00037100
                  IF FD-ID-RASTREIO NOT GREATER WRK-SEQ-DEVOL           00037200
                     OR FD-ID-RASTREIO NOT LESS WRK-SEQ-ORDPERM         00037300
                    MOVE 'N' TO WRK-PORTAO-OK                           00037400
                    MOVE '2970'              TO WRK-SECAO               00037500
                    MOVE 'DEVOLUCAO SEM ID DA FAIXA DE DEVOLUCOES'      00037600
                      TO WRK-MSGERRO                                    00037700
                    MOVE '00'                TO WRK-STATUS              00037800
                    PERFORM 9010-REGISTRARDIVERGENCIA                   00037900
                  END-IF                                                00038000
                  WRITE REG-MOVDIA FROM REG-CLIENTE                     00038100
                END-IF                                                  00038200
              END-IF.                                                   00038300
              READ CLIDEVTR.                                            00038400
                                                                        00038500
       2970-99-FIM.               EXIT.                                 00038600
                                                                        00038700
      *-------------------------------------------------------------*   00038800
      *   ALIMENTACAO DE PARCELAS DE EMPRESTIMO (DEBITOS DO         *   00038900
      *   EMPREST): MESMO PORTAO, AUSENCIA NORMAL; O ID DE          *   00039000
      *   RASTREIO DA FAIXA 600001-699999 VEM PRONTO E E            *   00039100
      *   PRESERVADO, PORQUE O MESTRE DE CONTRATOS GUARDA O ID DO   *   00039200
      *   ULTIMO DEBITO DE CADA CONTRATO                            *   00039300
      *-------------------------------------------------------------*   00039400
       2980-ABRIREMPREST                      SECTION.                  00039500
      *-------------------------------------------------------------*   00039600
               OPEN INPUT CLIEMPR.                                      00039700
               IF WRK-FS-CLIEMPR NOT EQUAL 0                            00039800
                 MOVE 'N' TO WRK-EMPREST                                00039900
                 DISPLAY 'PORTACLI - SEM ALIMENTACAO DE EMPRESTIMOS'    00040000
               ELSE                                                     00040100
                 READ CLIEMPR                                           00040200
                 IF WRK-FS-CLIEMPR EQUAL 10                             00040300
                   MOVE 'N' TO WRK-EMPREST                              00040400
                   CLOSE CLIEMPR                                        00040500
                 ELSE                                                   00040600
                   MOVE 'S' TO WRK-EMPREST                              00040700
                   MOVE REG-CLIEMPR TO REG-CLIENTE                      00040800
                   IF HDR-E-HEADER                                      00040900
                     IF HDR-DATA-NEGOCIO NOT EQUAL                      00041000
                        WRK-DATA-PROCESSAMENTO                          00041100
                       MOVE 'N' TO WRK-PORTAO-OK                        00041200
                       MOVE '2980'              TO WRK-SECAO            00041300
                       MOVE 'DATA DO HEADER DE EMPRESTIMOS DIFERE'      00041400
                         TO WRK-MSGERRO                                 00041500
                       MOVE '00'                TO WRK-STATUS           00041600
                       PERFORM 9010-REGISTRARDIVERGENCIA                00041700
                     END-IF                                             00041800
                     READ CLIEMPR                                       00041900
                   ELSE                                                 00042000
                     MOVE 'N' TO WRK-PORTAO-OK                          00042100
                     MOVE '2980'                TO WRK-SECAO            00042200
                     MOVE 'ALIMENTACAO DE EMPRESTIMOS SEM HEADER'       00042300
                       TO WRK-MSGERRO                                   00042400
                     MOVE '00'                  TO WRK-STATUS           00042500
                     PERFORM 9010-REGISTRARDIVERGENCIA                  00042600
                   END-IF                                               00042700
                 END-IF                                                 00042800
               END-IF.                                                  00042900
                                                                        00043000
       2980-99-FIM.               EXIT.                                 00043100
                                                                        00043200
      *-------------------------------------------------------------*   00043300
       2990-PROCESSAREMPREST                  SECTION.                  00043400
      *-------------------------------------------------------------*   00043500
              MOVE REG-CLIEMPR TO REG-CLIENTE.                          00043600
              IF TRL-E-TRAILER                                          00043700
                MOVE 'S' TO WRK-EMP-TEM-TRAILER                         00043800
                IF TRL-QTD-DETALHES NOT EQUAL WRK-EMP-DETALHES          00043900
                  MOVE 'N' TO WRK-PORTAO-OK                             00044000
                  MOVE '2990'                TO WRK-SECAO               00044100
                  MOVE 'QTD DO TRAILER DE EMPRESTIMOS DIFERE'           00044200
                    TO WRK-MSGERRO                                      00044300
                  MOVE '00'                  TO WRK-STATUS              00044400
                  PERFORM 9010-REGISTRARDIVERGENCIA                     00044500
                END-IF                                                  00044600
                IF TRL-VALOR-TOTAL NOT EQUAL WRK-EMP-VALOR              00044700
                  MOVE 'N' TO WRK-PORTAO-OK                             00044800
                  MOVE '2990'                TO WRK-SECAO               00044900
                  MOVE 'VALOR DO TRAILER DE EMPRESTIMOS DIFERE'         00045000
                    TO WRK-MSGERRO                                      00045100
                  MOVE '00'                  TO WRK-STATUS              00045200
                  PERFORM 9010-REGISTRARDIVERGENCIA                     00045300
                END-IF                                                  00045400
              ELSE                                                      00045500
                IF NOT WRK-EMP-TRAILER-LIDO                             00045600
                  ADD 1 TO WRK-EMP-DETALHES                             00045700
                  IF FD-VALOR NUMERIC                                   00045800
                    ADD FD-VALOR TO WRK-EMP-VALOR                       00045900
                  END-IF                                                00046000
                  IF FD-ID-RASTREIO NOT GREATER WRK-SEQ-EMPREST         00046100
                     OR FD-ID-RASTREIO NOT LESS WRK-SEQ-DEVOL           00046200
                    MOVE 'N' TO WRK-PORTAO-OK                           00046300
                    MOVE '2990'              TO WRK-SECAO               00046400
                    MOVE 'PARCELA SEM ID DA FAIXA DE EMPRESTIMOS'       00046500
                      TO WRK-MSGERRO                                    00046600
                    MOVE '00'                TO WRK-STATUS              00046700
                    PERFORM 9010-REGISTRARDIVERGENCIA                   00046800
                  END-IF                                                00046900
                  WRITE REG-MOVDIA FROM REG-CLIENTE                     00047000
                END-IF                                                  00047100
              END-IF.                                                   00047200
              READ CLIEMPR.                                             00047300
                                                                        00047400
       2990-99-FIM.               EXIT.                                 00047500
                                                                        00047600
      *-------------------------------------------------------------*   00047700
      *   ALIMENTACAO DE CREDITOS DAS LOJAS (VENDA DO DIA DO        *   00047800
      *   CREDLOJA): MESMO PORTAO, AUSENCIA NORMAL; O ID DE         *   00047900
      *   RASTREIO DA FAIXA 500001-599999 VEM PRONTO E E            *   00048000
      *   PRESERVADO, PORQUE A CONCILIACAO DAS LOJAS MOSTRA O ID    *   00048100
      *   DE CADA CREDITO                                           *   00048200
      *-------------------------------------------------------------*   00048300
       2992-ABRIRLOJAS                        SECTION.                  00048400
      *-------------------------------------------------------------*   00048500
               OPEN INPUT CLILOJA.                                      00048600
               IF WRK-FS-CLILOJA NOT EQUAL 0                            00048700
                 MOVE 'N' TO WRK-LOJAS                                  00048800
                 DISPLAY 'PORTACLI - SEM ALIMENTACAO DE LOJAS'          00048900
               ELSE                                                     00049000
                 READ CLILOJA                                           00049100
                 IF WRK-FS-CLILOJA EQUAL 10                             00049200
                   MOVE 'N' TO WRK-LOJAS                                00049300
                   CLOSE CLILOJA                                        00049400
                 ELSE                                                   00049500
                   MOVE 'S' TO WRK-LOJAS                                00049600
                   MOVE REG-CLILOJA TO REG-CLIENTE                      00049700
                   IF HDR-E-HEADER                                      00049800
                     IF HDR-DATA-NEGOCIO NOT EQUAL                      00049900
                        WRK-DATA-PROCESSAMENTO                          00050000
                       MOVE 'N' TO WRK-PORTAO-OK                        00050100
                       MOVE '2992'              TO WRK-SECAO            00050200
                       MOVE 'DATA DO HEADER DE LOJAS DIFERE'            00050300
                         TO WRK-MSGERRO                                 00050400
                       MOVE '00'                TO WRK-STATUS           00050500
                       PERFORM 9010-REGISTRARDIVERGENCIA                00050600
                     END-IF                                             00050700
                     READ CLILOJA                                       00050800
                   ELSE                                                 00050900
                     MOVE 'N' TO WRK-PORTAO-OK                          00051000
                     MOVE '2992'                TO WRK-SECAO            00051100
                     MOVE 'ALIMENTACAO DE LOJAS SEM HEADER'             00051200
                       TO WRK-MSGERRO                                   00051300
                     MOVE '00'                  TO WRK-STATUS           00051400
                     PERFORM 9010-REGISTRARDIVERGENCIA                  00051500
                   END-IF                                               00051600
                 END-IF                                                 00051700
               END-IF.                                                  00051800
                                                                        00051900
       2992-99-FIM.               EXIT.                                 00052000
                                                                        00052100
      *-------------------------------------------------------------*   00052200
       2994-PROCESSARLOJAS                    SECTION.                  00052300
      *-------------------------------------------------------------*   00052400
              MOVE REG-CLILOJA TO REG-CLIENTE.                          00052500
              IF TRL-E-TRAILER                                          00052600
                MOVE 'S' TO WRK-LOJ-TEM-TRAILER                         00052700
                IF TRL-QTD-DETALHES NOT EQUAL WRK-LOJ-DETALHES          00052800
                  MOVE 'N' TO WRK-PORTAO-OK                             00052900
                  MOVE '2994'                TO WRK-SECAO               00053000
                  MOVE 'QTD DO TRAILER DE LOJAS DIFERE'                 00053100
                    TO WRK-MSGERRO                                      00053200
                  MOVE '00'                  TO WRK-STATUS              00053300
                  PERFORM 9010-REGISTRARDIVERGENCIA                     00053400
                END-IF                                                  00053500
                IF TRL-VALOR-TOTAL NOT EQUAL WRK-LOJ-VALOR              00053600
                  MOVE 'N' TO WRK-PORTAO-OK                             00053700
                  MOVE '2994'                TO WRK-SECAO               00053800
                  MOVE 'VALOR DO TRAILER DE LOJAS DIFERE'               00053900
                    TO WRK-MSGERRO                                      00054000
                  MOVE '00'                  TO WRK-STATUS              00054100
                  PERFORM 9010-REGISTRARDIVERGENCIA                     00054200
                END-IF                                                  00054300
              ELSE                                                      00054400
                IF NOT WRK-LOJ-TRAILER-LIDO                             00054500
                  ADD 1 TO WRK-LOJ-DETALHES                             00054600
                  IF FD-VALOR NUMERIC                                   00054700
                    ADD FD-VALOR TO WRK-LOJ-VALOR                       00054800
                  END-IF                                                00054900
                  IF FD-ID-RASTREIO NOT GREATER WRK-SEQ-LOJAS           00055000
                     OR FD-ID-RASTREIO NOT LESS WRK-SEQ-EMPREST         00055100
                    MOVE 'N' TO WRK-PORTAO-OK                           00055200
                    MOVE '2994'              TO WRK-SECAO               00055300
                    MOVE 'CREDITO SEM ID DA FAIXA DE LOJAS'             00055400
                      TO WRK-MSGERRO                                    00055500
                    MOVE '00'                TO WRK-STATUS              00055600
                    PERFORM 9010-REGISTRARDIVERGENCIA                   00055700
                  END-IF                                                00055800
                  WRITE REG-MOVDIA FROM REG-CLIENTE                     00055900
                END-IF                                                  00056000
              END-IF.                                                   00056100
              READ CLILOJA.                                             00056200
                                                                        00056300
       2994-99-FIM.               EXIT.                                 00056400

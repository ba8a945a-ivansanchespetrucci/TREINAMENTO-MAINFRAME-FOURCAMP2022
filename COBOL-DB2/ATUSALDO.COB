      *      PROCESSAMENTO); DIVERGENCIA PARA COM RETURN-CODE 12    *   00002040
      *      VIA GRAVALOG. A GERACAO SALDONOVO SAI COM O PROPRIO    *   00002050
      *      TRAILER DE CONTROLE.                                   *   00002060
      *      O ATUSALDO NAO ABRE CONTA POR CONTA PROPRIA: MOVIMENTO *   00002061
      *      DE AGENCIA/CONTA SEM POSICAO NO SALDOANT SO ABRE       *   00002062
      *      POSICAO SE A CONTA EXISTIR NO MESTRE CONTAS (LIDO EM   *   00002063
      *      PARALELO, NA MESMA ORDEM) E NAO ESTIVER ENCERRADA; OS  *   00002064
      *      DEMAIS VAO PARA O ARQUIVO DE EXCECAO SEMCONTA SEM      *   00002065
      *      TOCAR O MESTRE DE SALDOS.                              *   00002066
      *      ORDENS JUDICIAIS: O MESTRE BLOQJUD (LIDO EM PARALELO,  *   00002067
      *      MESMA ORDEM) DA A SOMA DAS ORDENS EM VIGOR NA DATA DE  *   00002068
      *      PROCESSAMENTO, GRAVADA EM SAL-VALOR-BLOQUEADO AO LADO  *   00002069
      *      DO FECHAMENTO. DEBITO (D, S OU T A DEBITO) QUE         *   00002070
      *      DEIXARIA O FECHAMENTO ABAIXO DO VALOR BLOQUEADO NAO E  *   00002071
      *      APLICADO E VAI PARA O ARQUIVO DE EXCECAO BLOQEXC. NA   *   00002072
      *      TRANSFERENCIA A PERNA DE CREDITO NA CONTA DE DESTINO   *   00002073
      *      PODE JA TER SIDO APLICADA: O BLOQEXC VAI PARA A        *   00002074
      *      RETAGUARDA ESTORNAR.                                   *   00002075
      *      ORDENS PERMANENTES: A PERNA DE DEBITO DO ORDPERM (T    *   00002076
      *      COM ID DE RASTREIO 800001-899999) NAO USA LIMITE: SE   *   00002077
      *      PASSAR DO DISPONIVEL NAO E APLICADA E VAI PARA O       *   00002078
      *      ORDPEXC, PARA O ORDPERM REPETIR E PEDIR O ESTORNO DA   *   00002079
      *      PERNA DE CREDITO.                                      *   00002080
      *      A DATA DE NEGOCIO PASSA PELO CTLEXEC (FUNCAO I NO      *   00002084
      *      INICIO E F NO FIM): O ARQUIVO DEPEXEC DECLARA QUE O    *   00002088
      *      ATUSALDO SO RODA DEPOIS DO DEDUPCLI DA MESMA DATA E O  *   00002092
      *      SALDLOAD SO DEPOIS DO ATUSALDO.                        *   00002096
      *-------------------------------------------------------------*   00002100
      *   ARQUIVOS...:                                              *   00002200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002300
      *    SALDOANT             I                  #SALDO           *   00002400
      *    CLIENTES             I                  #CLIENTE         *   00002500
      *    SALDONOVO            O                  #SALDO           *   00002600
      *    CONTAS               I                  #CONTA           *   00002610
      *    SEMCONTA             O                  #CLIENTE         *   00002620
      *    BLOQJUD              I                  #BLOQJUD         *   00002630
      *    BLOQEXC              O                  #CLIENTE         *   00002640
      *    ORDPEXC              O                  #CLIENTE         *   00002641
      *-------------------------------------------------------------*   00002700
      *   MODULOS....:                             INCLUDE/BOOK     *   00002800
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00002900
      *   CTLEXEC  -   CONTROLE DE EXECUCAO         CTRLEXEC        *   00002950
      *=============================================================*   00003000
                                                                        00003100
      *=============================================================*   00003200
               FILE STATUS  IS WRK-FS-CLIENTES.                         00004800
           SELECT SALDONOVO ASSIGN TO SALDONOVO                         00004900
               FILE STATUS  IS WRK-FS-SALDONOVO.                        00005000
           SELECT CONTAS    ASSIGN TO CONTAS                            00005010
               FILE STATUS  IS WRK-FS-CONTAS.                           00005020
           SELECT SEMCONTA  ASSIGN TO SEMCONTA                          00005030
               FILE STATUS  IS WRK-FS-SEMCONTA.                         00005040
           SELECT BLOQJUD   ASSIGN TO BLOQJUD                           00005050
               FILE STATUS  IS WRK-FS-BLOQJUD.                          00005060
           SELECT BLOQEXC   ASSIGN TO BLOQEXC                           00005070
               FILE STATUS  IS WRK-FS-BLOQEXC.                          00005080
           SELECT ORDPEXC   ASSIGN TO ORDPEXC                           00005081
               FILE STATUS  IS WRK-FS-ORDPEXC.                          00005082
                                                                        00005100
      *=============================================================*   00005200
       DATA                                      DIVISION.              00005300
           RECORDING  MODE IS F                                         00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
                                                                        00007900
       01 REG-SALDONOVO       PIC X(96).                                00008000
                                                                        00008010
      *-------------------------------------------------------------*   00008011
      *   CONTAS - MESTRE DE CONTAS, EM ORDEM DE AGENCIA/CONTA      *   00008012
      *-------------------------------------------------------------*   00008013
       FD CONTAS                                                        00008014
           RECORDING  MODE IS F                                         00008015
           BLOCK CONTAINS 0 RECORDS.                                    00008016
                                                                        00008017
       COPY '#CONTA'.                                                   00008018
                                                                        00008019
      *-------------------------------------------------------------*   00008020
      *   SEMCONTA - MOVIMENTOS DE CONTA FORA DO MESTRE CONTAS OU   *   00008021
      *   ENCERRADA, NAO APLICADOS                                  *   00008022
      *-------------------------------------------------------------*   00008023
       FD SEMCONTA                                                      00008024
           RECORDING  MODE IS F                                         00008025
           BLOCK CONTAINS 0 RECORDS.                                    00008026
                                                                        00008027
       01 REG-SEMCONTA        PIC X(88).                                00008028
      *-------------------------------------------------------------*   00008029
      *   BLOQJUD - MESTRE DE ORDENS JUDICIAIS, EM ORDEM DE         *   00008030
      *   AGENCIA/CONTA/ORDEM                                       *   00008031
      *-------------------------------------------------------------*   00008032
       FD BLOQJUD                                                       00008033
           RECORDING  MODE IS F                                         00008034
           BLOCK CONTAINS 0 RECORDS.                                    00008035
                                                                        00008036
       COPY '#BLOQJUD'.                                                 00008037
                                                                        00008038
      *-------------------------------------------------------------*   00008039
      *   BLOQEXC - DEBITOS QUE INVADIRIAM O VALOR BLOQUEADO POR    *   00008040
      *   ORDEM JUDICIAL, NAO APLICADOS                             *   00008041
      *-------------------------------------------------------------*   00008042
       FD BLOQEXC                                                       00008043
           RECORDING  MODE IS F                                         00008044
           BLOCK CONTAINS 0 RECORDS.                                    00008045
                                                                        00008046
       01 REG-BLOQEXC         PIC X(88).                                00008047
                                                                        00008048
      *-------------------------------------------------------------*   00008049
      *   ORDPEXC - PERNAS DE DEBITO DE ORDEM PERMANENTE SEM SALDO  *   00008050
      *   DISPONIVEL, NAO APLICADAS (REPETIDAS PELO ORDPERM)        *   00008051
      *-------------------------------------------------------------*   00008052
       FD ORDPEXC                                                       00008053
           RECORDING  MODE IS F                                         00008054
           BLOCK CONTAINS 0 RECORDS.                                    00008055
                                                                        00008056
       01 REG-ORDPEXC         PIC X(88).                                00008057
                                                                        00008100
      *=============================================================*   00008200
       WORKING-STORAGE                             SECTION.             00008300
       77 WRK-FS-SALDOANT  PIC 9(02).                                   00008900
       77 WRK-FS-CLIENTES  PIC 9(02).                                   00009000
       77 WRK-FS-SALDONOVO PIC 9(02).                                   00009100
       77 WRK-FS-CONTAS    PIC 9(02).                                   00009110
       77 WRK-FS-SEMCONTA  PIC 9(02).                                   00009120
       77 WRK-FS-BLOQJUD   PIC 9(02).                                   00009130
       77 WRK-FS-BLOQEXC   PIC 9(02).                                   00009140
       77 WRK-FS-ORDPEXC   PIC 9(02).                                   00009141
                                                                        00009200
       01 FILLER         PIC X(64) VALUE                                00009300
           '-----------CHAVES DO BALANCE LINE------------'.             00009400
       01 WRK-CHAVE-CORRENTE.                                           00010400
          05 WRK-CC-AGENCIA    PIC X(04).                               00010500
          05 WRK-CC-CONTA      PIC X(05).                               00010600
                                                                        00010610
       01 WRK-CHAVE-CONTA.                                              00010620
          05 WRK-CT-AGENCIA    PIC X(04).                               00010630
          05 WRK-CT-CONTA      PIC X(05).                               00010640
                                                                        00010650
       77 WRK-CONTA-ABERTA     PIC X(01) VALUE 'N'.                     00010660
           88 WRK-CONTA-NO-MESTRE  VALUE 'S'.                           00010670
       01 WRK-CHAVE-BLOQ.                                               00010671
          05 WRK-CB-AGENCIA    PIC X(04).                               00010672
          05 WRK-CB-CONTA      PIC X(05).                               00010673
                                                                        00010700
       01 FILLER         PIC X(64) VALUE                                00010800
           '-----------SALDO EM ATUALIZACAO--------------'.             00010900
          05 WRK-SA-ABERTURA   PIC S9(10)V99 VALUE ZEROS.               00011500
          05 WRK-SA-QTD-MOVTOS PIC 9(05) VALUE ZEROS.                   00011600
          05 WRK-SA-FECHAMENTO PIC S9(10)V99 VALUE ZEROS.               00011700
          05 WRK-SA-BLOQUEADO  PIC S9(10)V99 VALUE ZEROS.               00011710
                                                                        00011720
       77 WRK-SA-DISPONIVEL    PIC S9(10)V99 VALUE ZEROS.               00011730
       77 WRK-ORP-ID-INICIAL   PIC 9(06) VALUE 800000.                  00011731
       77 WRK-ORP-ID-FINAL     PIC 9(06) VALUE 900000.                  00011732
                                                                        00011800
       01 FILLER         PIC X(64) VALUE                                00011900
           '-----------REGISTRO DE SAIDA TAMANHO 96------'.             00012000
      *-------------------------------------------------------------*   00012100
       01 WRK-REG-SALDONOVO.                                            00012200
          05 WRK-SN-AGENCIA      PIC 9(04).                             00012300
          05 WRK-SN-FECHAMENTO   PIC S9(10)V99                          00012900
                                 SIGN IS LEADING SEPARATE.              00013000
          05 WRK-SN-DATA-SALDO   PIC 9(08).                             00013100
          05 WRK-SN-BLOQUEADO    PIC S9(10)V99                          00013110
                                 SIGN IS LEADING SEPARATE.              00013120
          05 FILLER              PIC X(05) VALUE SPACES.                00013200
                                                                        00013300
       01 FILLER         PIC X(64) VALUE                                00013310
           '-----------TRAILER DE CONTROLE DO MESTRE-----'.             00013320
          05 WRK-ST-QTD-CONTAS   PIC 9(07).                             00013394
          05 WRK-ST-SOMA-FECH    PIC S9(12)V99                          00013395
                                 SIGN IS LEADING SEPARATE.              00013396
          05 FILLER              PIC X(63) VALUE SPACES.                00013397
                                                                        00013398
       01 FILLER         PIC X(64) VALUE                                00013400
           '-----------ACUMULAR CONTAS E MOVIMENTOS------'.             00013500
       77 WRK-ACUM-CONTAS-NOVAS PIC 9(07) VALUE ZEROS.                  00013800
       77 WRK-ACUM-MOVTOS      PIC 9(07) VALUE ZEROS.                   00013900
       77 WRK-ACUM-NAOAPLICADO PIC 9(07) VALUE ZEROS.                   00014000
       77 WRK-ACUM-SEMCONTA    PIC 9(07) VALUE ZEROS.                   00014010
       77 WRK-ACUM-BLOQEXC     PIC 9(07) VALUE ZEROS.                   00014020
       77 WRK-ACUM-BLOQUEADAS  PIC 9(07) VALUE ZEROS.                   00014030
       77 WRK-ACUM-ORDPEXC     PIC 9(07) VALUE ZEROS.                   00014031
                                                                        00014100
       01 FILLER         PIC X(64) VALUE                                00014200
           '-----------DATA DE PROCESSAMENTO--------------'.            00014300
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00015000
                                                                        00015100
       COPY 'VARERROS'.                                                 00015200
                                                                        00015220
      *-----------------CONTROLE DE EXECUCAO-------------------------*  00015240
                                                                        00015260
       COPY 'CTRLEXEC'.                                                 00015280
                                                                        00015300
      *=============================================================*   00015400
       PROCEDURE DIVISION.                                              00015500
            PERFORM 1100-TESTARSTATUS.                                  00016200
            PERFORM 1200-LERMESTRE.                                     00016300
            PERFORM 1300-LERMOVTO.                                      00016400
            PERFORM 1400-LERCONTA.                                      00016410
            PERFORM 1500-LERBLOQUEIO.                                   00016420
            PERFORM 2000-PROCESSAR                                      00016500
               UNTIL WRK-CHAVE-MESTRE EQUAL HIGH-VALUES                 00016600
                 AND WRK-CHAVE-MOVTO  EQUAL HIGH-VALUES.                00016700
       1000-INICIAR                           SECTION.                  00017400
      *-------------------------------------------------------------*   00017500
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00017600
            MOVE 'ATUSALDO' TO WRK-CE-PROGRAMA.                         00017608
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                 00017616
            MOVE 'I'        TO WRK-CE-FUNCAO.                           00017624
            MOVE 'N'        TO WRK-CE-OVERRIDE.                         00017632
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00017640
            IF NOT WRK-CE-PODE-EXECUTAR                                 00017648
              DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '       00017656
                      'STATUS ' WRK-CE-STATUS                           00017664
              MOVE 8 TO RETURN-CODE                                     00017672
              STOP RUN                                                  00017680
            END-IF.                                                     00017688
            OPEN INPUT SALDOANT.                                        00017700
            OPEN INPUT CLIENTES.                                        00017800
            OPEN OUTPUT SALDONOVO.                                      00017900
            OPEN INPUT CONTAS.                                          00017910
            OPEN OUTPUT SEMCONTA.                                       00017920
            OPEN INPUT BLOQJUD.                                         00017930
            OPEN OUTPUT BLOQEXC.                                        00017940
            OPEN OUTPUT ORDPEXC.                                        00017941
                                                                        00018000
       1000-99-FIM.               EXIT.                                 00018100
                                                                        00018200
                MOVE WRK-FS-SALDONOVO        TO WRK-STATUS              00020100
                   PERFORM 9000-TRATARERROS                             00020200
               END-IF.                                                  00020300
               IF WRK-FS-CONTAS NOT EQUAL 0                             00020301
                MOVE '1003'                  TO WRK-SECAO               00020303
                MOVE 'ERRO OPEN CONTAS - '   TO WRK-MSGERRO             00020305
                MOVE WRK-FS-CONTAS           TO WRK-STATUS              00020307
                   PERFORM 9000-TRATARERROS                             00020309
               END-IF.                                                  00020311
               IF WRK-FS-SEMCONTA NOT EQUAL 0                           00020313
                MOVE '1004'                  TO WRK-SECAO               00020315
                MOVE 'ERRO OPEN SEMCONTA - ' TO WRK-MSGERRO             00020317
                MOVE WRK-FS-SEMCONTA         TO WRK-STATUS              00020319
                   PERFORM 9000-TRATARERROS                             00020321
               END-IF.                                                  00020323
               IF WRK-FS-BLOQJUD NOT EQUAL 0                            00020325
                MOVE '1005'                  TO WRK-SECAO               00020327
                MOVE 'ERRO OPEN BLOQJUD - '  TO WRK-MSGERRO             00020329
                MOVE WRK-FS-BLOQJUD          TO WRK-STATUS              00020331
                   PERFORM 9000-TRATARERROS                             00020333
               END-IF.                                                  00020335
               IF WRK-FS-BLOQEXC NOT EQUAL 0                            00020337
                MOVE '1006'                  TO WRK-SECAO               00020339
                MOVE 'ERRO OPEN BLOQEXC - '  TO WRK-MSGERRO             00020341
                MOVE WRK-FS-BLOQEXC          TO WRK-STATUS              00020343
                   PERFORM 9000-TRATARERROS                             00020345
               END-IF.                                                  00020347
               IF WRK-FS-ORDPEXC NOT EQUAL 0                            00020348
                MOVE '1007'                  TO WRK-SECAO               00020349
                MOVE 'ERRO OPEN ORDPEXC - '  TO WRK-MSGERRO             00020350
                MOVE WRK-FS-ORDPEXC          TO WRK-STATUS              00020351
                   PERFORM 9000-TRATARERROS                             00020352
               END-IF.                                                  00020353
                                                                        00020400
       1100-99-FIM.               EXIT.                                 00020500
                                                                        00020600
                                                                        00023000
       1300-99-FIM.               EXIT.                                 00023100
                                                                        00023200
      *-------------------------------------------------------------*   00023201
       1400-LERCONTA                          SECTION.                  00023202
      *-------------------------------------------------------------*   00023203
               READ CONTAS.                                             00023204
               IF WRK-FS-CONTAS EQUAL 10                                00023205
                 MOVE HIGH-VALUES TO WRK-CHAVE-CONTA                    00023206
               ELSE                                                     00023207
                 MOVE CTA-AGENCIA TO WRK-CT-AGENCIA                     00023208
                 MOVE CTA-CONTA   TO WRK-CT-CONTA                       00023209
               END-IF.                                                  00023210
                                                                        00023211
       1400-99-FIM.               EXIT.                                 00023212
                                                                        00023213
      *-------------------------------------------------------------*   00023214
       1500-LERBLOQUEIO                       SECTION.                  00023215
      *-------------------------------------------------------------*   00023216
               READ BLOQJUD.                                            00023217
               IF WRK-FS-BLOQJUD EQUAL 10                               00023218
                 MOVE HIGH-VALUES TO WRK-CHAVE-BLOQ                     00023219
               ELSE                                                     00023220
                 MOVE BLQ-AGENCIA TO WRK-CB-AGENCIA                     00023221
                 MOVE BLQ-CONTA   TO WRK-CB-CONTA                       00023222
               END-IF.                                                  00023223
                                                                        00023224
       1500-99-FIM.               EXIT.                                 00023225
      *-------------------------------------------------------------*   00023300
       2000-PROCESSAR                         SECTION.                  00023400
      *-------------------------------------------------------------*   00023500
                   PERFORM 1200-LERMESTRE                               00024500
                 ELSE                                                   00024600
                   PERFORM 2200-ABRIRCONTANOVA                          00024700
                   IF WRK-CONTA-NO-MESTRE                               00024710
                     PERFORM 2300-APLICARMOVTOS                         00024800
                     PERFORM 2400-GRAVARSALDO                           00024900
                   ELSE                                                 00024910
                     PERFORM 2500-DESVIARMOVTOS                         00024920
                   END-IF                                               00024930
                 END-IF                                                 00025000
               END-IF.                                                  00025100
                                                                        00025200
               MOVE SAL-SALDO-FECHAMENTO  TO WRK-SA-ABERTURA.           00026200
               MOVE SAL-SALDO-FECHAMENTO  TO WRK-SA-FECHAMENTO.         00026300
               MOVE ZEROS                 TO WRK-SA-QTD-MOVTOS.         00026400
               PERFORM 2700-SOMARBLOQUEIO.                              00026410
                                                                        00026500
       2100-99-FIM.               EXIT.                                 00026600
                                                                        00026700
      *-------------------------------------------------------------*   00026800
       2200-ABRIRCONTANOVA                    SECTION.                  00026900
      *-------------------------------------------------------------*   00027000
               MOVE WRK-CHAVE-MOVTO TO WRK-CHAVE-CORRENTE.              00027010
               PERFORM 1400-LERCONTA                                    00027020
                  UNTIL WRK-CHAVE-CONTA NOT LESS WRK-CHAVE-CORRENTE.    00027030
               MOVE 'N' TO WRK-CONTA-ABERTA.                            00027040
               IF WRK-CHAVE-CONTA EQUAL WRK-CHAVE-CORRENTE              00027050
                  AND NOT CTA-ENCERRADA                                 00027060
                 MOVE 'S' TO WRK-CONTA-ABERTA                           00027070
                 ADD 1 TO WRK-ACUM-CONTAS-NOVAS                         00027100
                 MOVE FD-AGENCIA  TO WRK-SA-AGENCIA                     00027300
                 MOVE FD-CONTA    TO WRK-SA-CONTA                       00027400
                 MOVE CTA-CLIENTE TO WRK-SA-CLIENTE                     00027500
                 MOVE ZEROS       TO WRK-SA-ABERTURA                    00027600
                 MOVE ZEROS       TO WRK-SA-FECHAMENTO                  00027700
                 MOVE ZEROS       TO WRK-SA-QTD-MOVTOS                  00027800
                 PERFORM 2700-SOMARBLOQUEIO                             00027801
               END-IF.                                                  00027810
                                                                        00027900
       2200-99-FIM.               EXIT.                                 00028000
                                                                        00028100
      *-------------------------------------------------------------*   00029000
       2310-APLICARUMMOVTO                    SECTION.                  00029100
      *-------------------------------------------------------------*   00029200
               IF FD-TIP-OP EQUAL 'C'                                   00029500
                 ADD FD-VALOR TO WRK-SA-FECHAMENTO                      00029600
                 ADD 1 TO WRK-ACUM-MOVTOS                               00029633
                 ADD 1 TO WRK-SA-QTD-MOVTOS                             00029666
               ELSE                                                     00029700
                IF FD-TIP-OP EQUAL 'D' OR FD-TIP-OP EQUAL 'S'           00029800
                  PERFORM 2320-DEBITARMOVTO                             00029900
                ELSE                                                    00030000
                 IF FD-TIP-OP EQUAL 'T'                                 00030010
                    AND FD-TRANSF-CREDITO                               00030020
                   ADD FD-VALOR TO WRK-SA-FECHAMENTO                    00030030
                   ADD 1 TO WRK-ACUM-MOVTOS                             00030033
                   ADD 1 TO WRK-SA-QTD-MOVTOS                           00030036
                 ELSE                                                   00030040
                  IF FD-TIP-OP EQUAL 'T'                                00030050
                     AND FD-TRANSF-DEBITO                               00030060
                    PERFORM 2320-DEBITARMOVTO                           00030070
                  ELSE                                                  00030080
                    ADD 1 TO WRK-ACUM-NAOAPLICADO                       00030100
                  END-IF                                                00030110
                                                                        00030500
       2310-99-FIM.               EXIT.                                 00030600
                                                                        00030700
      *-------------------------------------------------------------*   00030701
      *   DEBITO: COM ORDEM JUDICIAL EM VIGOR NA CONTA, SO O SALDO  *   00030702
      *   DISPONIVEL (FECHAMENTO MENOS BLOQUEADO) PODE SER DEBITADO;*   00030703
      *   O DEBITO QUE INVADIRIA O BLOQUEIO VAI PARA O BLOQEXC. A   *   00030704
      *   PERNA DE DEBITO DE ORDEM PERMANENTE (T COM ID DA FAIXA DO *   00030705
      *   ORDPERM) MAIOR QUE O DISPONIVEL NAO E APLICADA E VAI PARA *   00030706
      *   O ORDPEXC, QUE O ORDPERM LE NO DIA SEGUINTE               *   00030707
      *-------------------------------------------------------------*   00030708
       2320-DEBITARMOVTO                      SECTION.                  00030709
      *-------------------------------------------------------------*   00030710
               COMPUTE WRK-SA-DISPONIVEL =                              00030711
                       WRK-SA-FECHAMENTO - WRK-SA-BLOQUEADO.            00030712
               IF FD-TIP-OP EQUAL 'T'                                   00030713
                  AND FD-ID-RASTREIO GREATER WRK-ORP-ID-INICIAL         00030714
                  AND FD-ID-RASTREIO LESS WRK-ORP-ID-FINAL              00030715
                  AND FD-VALOR GREATER WRK-SA-DISPONIVEL                00030716
                 ADD 1 TO WRK-ACUM-ORDPEXC                              00030717
                 WRITE REG-ORDPEXC FROM REG-CLIENTE                     00030718
                 MOVE '2320'                    TO WRK-SECAO            00030719
                 MOVE 'ORDEM PERMANENTE SEM SALDO DISPONIVEL'           00030720
                   TO WRK-MSGERRO                                       00030721
                 MOVE '00'                      TO WRK-STATUS           00030722
                 PERFORM 9010-TRATARREJEITADO                           00030723
               ELSE                                                     00030724
                IF WRK-SA-BLOQUEADO GREATER ZEROS                       00030725
                   AND FD-VALOR GREATER WRK-SA-DISPONIVEL               00030726
                  ADD 1 TO WRK-ACUM-BLOQEXC                             00030727
                  WRITE REG-BLOQEXC FROM REG-CLIENTE                    00030728
                  MOVE '2320'                   TO WRK-SECAO            00030729
                  MOVE 'DEBITO INVADE VALOR BLOQUEADO JUDICIAL'         00030730
                    TO WRK-MSGERRO                                      00030731
                  MOVE '00'                     TO WRK-STATUS           00030732
                  PERFORM 9010-TRATARREJEITADO                          00030733
                ELSE                                                    00030734
                  SUBTRACT FD-VALOR FROM WRK-SA-FECHAMENTO              00030735
                  ADD 1 TO WRK-ACUM-MOVTOS                              00030736
                  ADD 1 TO WRK-SA-QTD-MOVTOS                            00030737
                END-IF                                                  00030738
               END-IF.                                                  00030739
                                                                        00030740
       2320-99-FIM.               EXIT.                                 00030741
      *-------------------------------------------------------------*   00030800
       2400-GRAVARSALDO                       SECTION.                  00030900
      *-------------------------------------------------------------*   00031000
               MOVE WRK-SA-ABERTURA   TO WRK-SN-ABERTURA.               00031500
               MOVE WRK-SA-QTD-MOVTOS TO WRK-SN-QTD-MOVTOS.             00031600
               MOVE WRK-SA-FECHAMENTO TO WRK-SN-FECHAMENTO.             00031700
               MOVE WRK-SA-BLOQUEADO  TO WRK-SN-BLOQUEADO.              00031710
               MOVE WRK-DATA-PROCESSAMENTO TO WRK-SN-DATA-SALDO.        00031800
               ADD WRK-SA-FECHAMENTO TO WRK-NOVO-SOMA-FECH.             00031810
               WRITE REG-SALDONOVO FROM WRK-REG-SALDONOVO.              00031900
                                                                        00032000
       2400-99-FIM.               EXIT.                                 00032100
                                                                        00032200
      *-------------------------------------------------------------*   00032201
      *   CONTA FORA DO MESTRE CONTAS OU ENCERRADA: OS MOVIMENTOS   *   00032202
      *   DA CHAVE VAO PARA O SEMCONTA E NAO ABREM POSICAO          *   00032203
      *-------------------------------------------------------------*   00032204
       2500-DESVIARMOVTOS                     SECTION.                  00032205
      *-------------------------------------------------------------*   00032206
               MOVE '2500'                    TO WRK-SECAO.             00032207
               MOVE 'MOVTO DE CONTA FORA DO MESTRE CONTAS'              00032208
                 TO WRK-MSGERRO.                                        00032209
               MOVE '00'                      TO WRK-STATUS.            00032210
               PERFORM 9010-TRATARREJEITADO.                            00032211
               PERFORM 2510-DESVIARUMMOVTO                              00032212
                  UNTIL WRK-CHAVE-MOVTO NOT EQUAL WRK-CHAVE-CORRENTE.   00032213
                                                                        00032214
       2500-99-FIM.               EXIT.                                 00032215
                                                                        00032216
      *-------------------------------------------------------------*   00032217
       2510-DESVIARUMMOVTO                    SECTION.                  00032218
      *-------------------------------------------------------------*   00032219
               ADD 1 TO WRK-ACUM-SEMCONTA.                              00032220
               WRITE REG-SEMCONTA FROM REG-CLIENTE.                     00032221
               PERFORM 1300-LERMOVTO.                                   00032222
                                                                        00032223
       2510-99-FIM.               EXIT.                                 00032224
                                                                        00032225
      *-------------------------------------------------------------*   00032226
      *   SOMAR AS ORDENS JUDICIAIS EM VIGOR DA CONTA CORRENTE: JA   *  00032227
      *   VIGENTES NA DATA DE PROCESSAMENTO E AINDA NAO LIBERADAS.   *  00032228
      *   ORDEM DE CONTA SEM POSICAO DE SALDO E SALTADA.             *  00032229
      *-------------------------------------------------------------*   00032230
       2700-SOMARBLOQUEIO                     SECTION.                  00032231
      *-------------------------------------------------------------*   00032232
               MOVE ZEROS TO WRK-SA-BLOQUEADO.                          00032233
               PERFORM 1500-LERBLOQUEIO                                 00032234
                  UNTIL WRK-CHAVE-BLOQ NOT LESS WRK-CHAVE-CORRENTE.     00032235
               PERFORM 2710-SOMARUMBLOQUEIO                             00032236
                  UNTIL WRK-CHAVE-BLOQ NOT EQUAL WRK-CHAVE-CORRENTE.    00032237
               IF WRK-SA-BLOQUEADO GREATER ZEROS                        00032238
                 ADD 1 TO WRK-ACUM-BLOQUEADAS                           00032239
               END-IF.                                                  00032240
                                                                        00032241
       2700-99-FIM.               EXIT.                                 00032242
                                                                        00032243
      *-------------------------------------------------------------*   00032244
       2710-SOMARUMBLOQUEIO                   SECTION.                  00032245
      *-------------------------------------------------------------*   00032246
               IF BLQ-DATA-VIGOR NOT GREATER WRK-DATA-PROCESSAMENTO     00032247
                  AND (BLQ-DATA-LIBERACAO EQUAL ZEROS                   00032248
                   OR BLQ-DATA-LIBERACAO GREATER WRK-DATA-PROCESSAMENTO)00032249
                 ADD BLQ-VALOR TO WRK-SA-BLOQUEADO                      00032250
               END-IF.                                                  00032251
               PERFORM 1500-LERBLOQUEIO.                                00032252
                                                                        00032253
       2710-99-FIM.               EXIT.                                 00032254
      *-------------------------------------------------------------*   00032300
       3000-FINALIZAR                         SECTION.                  00032400
      *-------------------------------------------------------------*   00032500
               CLOSE SALDOANT.                                          00032600
               CLOSE CLIENTES.                                          00032700
               CLOSE SALDONOVO.                                         00032800
               CLOSE CONTAS.                                            00032810
               CLOSE SEMCONTA.                                          00032820
               CLOSE BLOQJUD.                                           00032830
               CLOSE BLOQEXC.                                           00032840
               CLOSE ORDPEXC.                                           00032841
               DISPLAY 'CONTAS GRAVADAS..... ' WRK-ACUM-CONTAS.         00032900
               DISPLAY 'CONTAS NOVAS........ ' WRK-ACUM-CONTAS-NOVAS.   00033000
               DISPLAY 'MOVIMENTOS APLICADOS ' WRK-ACUM-MOVTOS.         00033100
               DISPLAY 'NAO APLICADOS....... ' WRK-ACUM-NAOAPLICADO.    00033200
               DISPLAY 'SEM CONTA NO MESTRE. ' WRK-ACUM-SEMCONTA.       00033210
               DISPLAY 'CONTAS COM BLOQUEIO. ' WRK-ACUM-BLOQUEADAS.     00033220
               DISPLAY 'DEBITOS NO BLOQEXC.. ' WRK-ACUM-BLOQEXC.        00033230
               DISPLAY 'ORDENS SEM SALDO.... ' WRK-ACUM-ORDPEXC.        00033231
               MOVE 'F' TO WRK-CE-FUNCAO.                               00033254
               CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                  00033277
                                                                        00033300
       3000-99-FIM.               EXIT.                                 00033400
                                                                        00033500
                                                                        00034200
       9000-99-FIM.               EXIT.                                 00034300
                                                                        00034400
      *-------------------------------------------------------------*   00034410
       9010-TRATARREJEITADO                   SECTION.                  00034420
      *-------------------------------------------------------------*   00034430
             MOVE 'ATUSALDO'  TO WRK-PROGRAMA                           00034440
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00034450
                                                                        00034460
       9010-99-FIM.               EXIT.                                 00034470


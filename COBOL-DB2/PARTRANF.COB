      *      DATA, MESMO VALOR E DIRECOES OPOSTAS; O QUE SOBRAR     *   00001810
      *      SEM PAR E ORFAO E SAI NO RELATORIO PARA A EQUIPE DE    *   00001820
      *      FRAUDE.                                                *   00001900
      *      PERNA CUJA CONTRAPARTE NAO E AGENCIA NOSSA (MESTRE     *   00001912
      *      AGENCIAS) NAO TEM PAR AQUI - A OUTRA PONTA ESTA EM     *   00001924
      *      OUTRO BANCO - E NAO E ORFA: A PERNA DE SAIDA (D) VAI   *   00001936
      *      PARA O ARQUIVO TRANSEXT, QUE O REMINTER MANDA PARA A   *   00001948
      *      CAMARA DE COMPENSACAO (TED/DOC); A DE ENTRADA (C,      *   00001960
      *      VINDA DE OUTRO BANCO OU DEVOLVIDA PELA CAMARA) SO E    *   00001972
      *      CONTADA.                                               *   00001984
      *-------------------------------------------------------------*   00002000
      *   ARQUIVOS...:                                              *   00002100
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002200
      *    TRANSFS              I                  #CLIENTE         *   00002300
      *    RELORF               O                  -----------      *   00002400
      *    AGENCIAS             I                  #AGENCIA         *   00002433
      *    TRANSEXT             O                  #CLIENTE         *   00002466
      *-------------------------------------------------------------*   00002500
      *   MODULOS....:                             INCLUDE/BOOK     *   00002600
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00002700
               FILE STATUS  IS WRK-FS-TRANSFS.                          00004400
           SELECT RELORF    ASSIGN TO RELORF                            00004500
               FILE STATUS  IS WRK-FS-RELORF.                           00004600
           SELECT AGENCIAS  ASSIGN TO AGENCIAS                          00004620
               FILE STATUS  IS WRK-FS-AGENCIAS.                         00004640
           SELECT TRANSEXT  ASSIGN TO TRANSEXT                          00004660
               FILE STATUS  IS WRK-FS-TRANSEXT.                         00004680
                                                                        00004700
      *=============================================================*   00004800
       DATA                                      DIVISION.              00004900
           BLOCK CONTAINS 0 RECORDS.                                    00006200
                                                                        00006300
       01 REG-RELORF          PIC X(133).                               00006400
                                                                        00006405
      *-------------------------------------------------------------*   00006410
      *   AGENCIAS - MESTRE DE AGENCIAS DO BANCO                    *   00006415
      *-------------------------------------------------------------*   00006420
       FD AGENCIAS                                                      00006425
           RECORDING  MODE IS F                                         00006430
           BLOCK CONTAINS 0 RECORDS.                                    00006435
                                                                        00006440
       COPY '#AGENCIA'.                                                 00006445
                                                                        00006450
      *-------------------------------------------------------------*   00006455
      *   TRANSEXT - PERNAS DE SAIDA PARA OUTROS BANCOS (REMINTER)  *   00006460
      *-------------------------------------------------------------*   00006465
       FD TRANSEXT                                                      00006470
           RECORDING  MODE IS F                                         00006475
           BLOCK CONTAINS 0 RECORDS.                                    00006480
                                                                        00006485
       01 REG-TRANSEXT        PIC X(88).                                00006490
                                                                        00006500
      *=============================================================*   00006600
       WORKING-STORAGE                             SECTION.             00006700
      *-------------------------------------------------------------*   00007200
       77 WRK-FS-TRANSFS  PIC 9(02).                                    00007300
       77 WRK-FS-RELORF   PIC 9(02).                                    00007400
       77 WRK-FS-AGENCIAS PIC 9(02).                                    00007433
       77 WRK-FS-TRANSEXT PIC 9(02).                                    00007466
                                                                        00007500
       01 FILLER         PIC X(64) VALUE                                00007600
           '-----------PERNA GUARDADA SEM PAR------------'.             00007700
       77 WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.                   00009200
       77 WRK-ACUM-PARES       PIC 9(07) VALUE ZEROS.                   00009300
       77 WRK-ACUM-ORFAOS      PIC 9(07) VALUE ZEROS.                   00009400
       77 WRK-ACUM-EXT-SAIDA   PIC 9(07) VALUE ZEROS.                   00009407
       77 WRK-ACUM-EXT-ENTRADA PIC 9(07) VALUE ZEROS.                   00009414
                                                                        00009421
       01 FILLER         PIC X(64) VALUE                                00009428
           '-----------MESTRE DE AGENCIAS----------------'.             00009435
      *-------------------------------------------------------------*   00009442
       77 WRK-AGE-QTD           PIC 9(03) VALUE ZEROS.                  00009449
       77 WRK-AGE-ACHOU         PIC 9     VALUE 0.                      00009456
                                                                        00009463
       01 TAB-AGENCIAS.                                                 00009470
          05 TAB-AGENCIA-ITEM OCCURS 200 TIMES                          00009477
                              INDEXED BY TAB-AGE-IDX.                   00009484
             10 TAB-AGE-CODIGO    PIC 9(04).                            00009491
                                                                        00009500
       01 FILLER         PIC X(64) VALUE                                00009600
           '-----------LINHAS DO RELATORIO---------------'.             00009700
          05 WRK-LT-PARES      PIC Z(06)9.                              00012700
          05 FILLER            PIC X(10) VALUE '  ORFAOS..'.            00012800
          05 WRK-LT-ORFAOS     PIC Z(06)9.                              00012900
          05 FILLER            PIC X(10) VALUE '  EXT SAI.'.            00012920
          05 WRK-LT-EXT-SAIDA  PIC Z(06)9.                              00012940
          05 FILLER            PIC X(10) VALUE '  EXT ENT.'.            00012960
          05 WRK-LT-EXT-ENTRADA PIC Z(06)9.                             00012980
                                                                        00013000
       01 FILLER         PIC X(64) VALUE                                00013100
           '-----------DATA DE PROCESSAMENTO--------------'.            00013200
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00016100
            OPEN INPUT TRANSFS.                                         00016200
            OPEN OUTPUT RELORF.                                         00016300
            OPEN OUTPUT TRANSEXT.                                       00016333
            PERFORM 1050-CARREGARAGENCIAS.                              00016366
                                                                        00016400
       1000-99-FIM.               EXIT.                                 00016500
                                                                        00016600
      *-------------------------------------------------------------*   00016602
      *   MESTRE DE AGENCIAS EM TABELA: CONTRAPARTE FORA DELE E     *   00016604
      *   CONTA DE OUTRO BANCO. TABELA INCOMPLETA MANDARIA PERNA    *   00016606
      *   INTERNA PARA A CAMARA, POR ISSO O ESTOURO PARA O PROGRAMA *   00016608
      *-------------------------------------------------------------*   00016610
       1050-CARREGARAGENCIAS                  SECTION.                  00016612
      *-------------------------------------------------------------*   00016614
            OPEN INPUT AGENCIAS.                                        00016616
            IF WRK-FS-AGENCIAS NOT EQUAL 0                              00016618
              MOVE '1050'                  TO WRK-SECAO                 00016620
              MOVE 'ERRO OPEN AGENCIAS - ' TO WRK-MSGERRO               00016622
              MOVE WRK-FS-AGENCIAS         TO WRK-STATUS                00016624
              MOVE 12 TO RETURN-CODE                                    00016626
              PERFORM 9000-TRATARERROS                                  00016628
            END-IF.                                                     00016630
            READ AGENCIAS.                                              00016632
            PERFORM 1055-GUARDARAGENCIA                                 00016634
               UNTIL WRK-FS-AGENCIAS EQUAL 10                           00016636
                  OR WRK-AGE-QTD NOT LESS 200.                          00016638
            IF WRK-FS-AGENCIAS NOT EQUAL 10                             00016640
              MOVE '1050'                  TO WRK-SECAO                 00016642
              MOVE 'MESTRE AGENCIAS EXCEDE A TABELA DE 200'             00016644
                TO WRK-MSGERRO                                          00016646
              MOVE '00'                    TO WRK-STATUS                00016648
              MOVE 12 TO RETURN-CODE                                    00016650
              PERFORM 9000-TRATARERROS                                  00016652
            END-IF.                                                     00016654
            CLOSE AGENCIAS.                                             00016656
                                                                        00016658
       1050-99-FIM.               EXIT.                                 00016660
                                                                        00016662
      *-------------------------------------------------------------*   00016664
       1055-GUARDARAGENCIA                    SECTION.                  00016666
      *-------------------------------------------------------------*   00016668
            ADD 1 TO WRK-AGE-QTD.                                       00016670
            SET TAB-AGE-IDX TO WRK-AGE-QTD.                             00016672
            MOVE AGE-CODIGO TO TAB-AGE-CODIGO (TAB-AGE-IDX).            00016674
            READ AGENCIAS.                                              00016676
                                                                        00016678
       1055-99-FIM.               EXIT.                                 00016680
                                                                        00016682
      *-------------------------------------------------------------*   00016700
       1100-TESTARSTATUS                      SECTION.                  00016800
      *-------------------------------------------------------------*   00016900
                MOVE WRK-FS-RELORF           TO WRK-STATUS              00017900
                   PERFORM 9000-TRATARERROS                             00018000
               END-IF.                                                  00018100
               IF WRK-FS-TRANSEXT NOT EQUAL 0                           00018114
                MOVE '1002'                  TO WRK-SECAO               00018128
                MOVE 'ERRO OPEN TRANSEXT - ' TO WRK-MSGERRO             00018142
                MOVE WRK-FS-TRANSEXT         TO WRK-STATUS              00018156
                   PERFORM 9000-TRATARERROS                             00018170
               END-IF.                                                  00018184
               MOVE WRK-DATA-PROCESSAMENTO TO WRK-CAB-DATAPROC.         00018200
               WRITE REG-RELORF FROM WRK-CABEC-ORF.                     00018300
               WRITE REG-RELORF FROM WRK-CABEC-ORF1.                    00018400
       2000-PROCESSAR                         SECTION.                  00019000
      *-------------------------------------------------------------*   00019100
              ADD 1 TO WRK-ACUM-LIDOS.                                  00019200
              PERFORM 2050-PESQUISARAGENCIA.                            00019265
              IF WRK-AGE-ACHOU EQUAL 0                                  00019330
                PERFORM 2300-DESVIAREXTERNA                             00019395
              ELSE                                                      00019460
               IF WRK-PERNA-GUARDADA                                    00019525
                 IF FD-VALOR EQUAL WRK-GU-VALOR                         00019590
                    AND FD-DATA-MOVIMENTO EQUAL WRK-GU-DATA             00019655
                    AND FD-AGENCIA EQUAL WRK-GU-CONTRA-AGENCIA          00019720
                    AND FD-CONTA   EQUAL WRK-GU-CONTRA-CONTA            00019785
                    AND FD-CONTRA-AGENCIA EQUAL WRK-GU-AGENCIA          00019850
                    AND FD-CONTRA-CONTA   EQUAL WRK-GU-CONTA            00019915
                    AND FD-TRANSF-DIR NOT EQUAL WRK-GU-DIR              00019980
                   ADD 1 TO WRK-ACUM-PARES                              00020045
                   MOVE 'N' TO WRK-TEM-GUARDADA                         00020110
                 ELSE                                                   00020175
                   PERFORM 2100-DENUNCIARORFAO                          00020240
                   PERFORM 2200-GUARDARPERNA                            00020305
                 END-IF                                                 00020370
               ELSE                                                     00020435
                 PERFORM 2200-GUARDARPERNA                              00020500
               END-IF                                                   00020565
              END-IF.                                                   00020630
              READ TRANSFS.                                             00020700
                                                                        00020800
       2000-99-FIM.               EXIT.                                 00020900
                                                                        00021000
      *-------------------------------------------------------------*   00021004
      *   A CONTRAPARTE E DE AGENCIA NOSSA? (QUALQUER SITUACAO -    *   00021008
      *   AGENCIA FECHADA CONTINUA SENDO DO BANCO)                  *   00021012
      *-------------------------------------------------------------*   00021016
       2050-PESQUISARAGENCIA                  SECTION.                  00021020
      *-------------------------------------------------------------*   00021024
               MOVE 0 TO WRK-AGE-ACHOU.                                 00021028
               PERFORM 2055-TESTARAGENCIA                               00021032
                  VARYING TAB-AGE-IDX FROM 1 BY 1                       00021036
                    UNTIL TAB-AGE-IDX GREATER WRK-AGE-QTD               00021040
                       OR WRK-AGE-ACHOU EQUAL 1.                        00021044
                                                                        00021048
       2050-99-FIM.               EXIT.                                 00021052
                                                                        00021056
      *-------------------------------------------------------------*   00021060
       2055-TESTARAGENCIA                     SECTION.                  00021064
      *-------------------------------------------------------------*   00021068
               IF TAB-AGE-CODIGO (TAB-AGE-IDX) EQUAL FD-CONTRA-AGENCIA  00021072
                 MOVE 1 TO WRK-AGE-ACHOU                                00021076
               END-IF.                                                  00021080
                                                                        00021084
       2055-99-FIM.               EXIT.                                 00021088
                                                                        00021092
      *-------------------------------------------------------------*   00021100
       2100-DENUNCIARORFAO                    SECTION.                  00021200
      *-------------------------------------------------------------*   00021300
                                                                        00023700
       2200-99-FIM.               EXIT.                                 00023800
                                                                        00023900
      *-------------------------------------------------------------*   00023904
      *   PERNA DE/PARA OUTRO BANCO: A DE SAIDA VAI PARA A REMESSA  *   00023908
      *   DA CAMARA (REMINTER), A DE ENTRADA SO E CONTADA           *   00023912
      *-------------------------------------------------------------*   00023916
       2300-DESVIAREXTERNA                    SECTION.                  00023920
      *-------------------------------------------------------------*   00023924
               IF FD-TRANSF-DEBITO                                      00023928
                 ADD 1 TO WRK-ACUM-EXT-SAIDA                            00023932
                 WRITE REG-TRANSEXT FROM REG-CLIENTE                    00023936
                 IF WRK-FS-TRANSEXT NOT EQUAL 0                         00023940
                   MOVE '2300'                  TO WRK-SECAO            00023944
                   MOVE 'ERRO WRITE TRANSEXT - ' TO WRK-MSGERRO         00023948
                   MOVE WRK-FS-TRANSEXT         TO WRK-STATUS           00023952
                   MOVE 12 TO RETURN-CODE                               00023956
                   PERFORM 9000-TRATARERROS                             00023960
                 END-IF                                                 00023964
               ELSE                                                     00023968
                 ADD 1 TO WRK-ACUM-EXT-ENTRADA                          00023972
               END-IF.                                                  00023976
                                                                        00023980
       2300-99-FIM.               EXIT.                                 00023984
                                                                        00023988
      *-------------------------------------------------------------*   00024000
       3000-FINALIZAR                         SECTION.                  00024100
      *-------------------------------------------------------------*   00024200
               MOVE WRK-ACUM-LIDOS  TO WRK-LT-LIDOS.                    00024600
               MOVE WRK-ACUM-PARES  TO WRK-LT-PARES.                    00024700
               MOVE WRK-ACUM-ORFAOS TO WRK-LT-ORFAOS.                   00024800
               MOVE WRK-ACUM-EXT-SAIDA   TO WRK-LT-EXT-SAIDA.           00024833
               MOVE WRK-ACUM-EXT-ENTRADA TO WRK-LT-EXT-ENTRADA.         00024866
               WRITE REG-RELORF FROM WRK-LINHA-TOTAIS.                  00024900
               CLOSE TRANSFS.                                           00025000
               CLOSE RELORF.                                            00025100
               CLOSE TRANSEXT.                                          00025150
               DISPLAY 'T LIDOS..... ' WRK-ACUM-LIDOS.                  00025200
               DISPLAY 'PARES....... ' WRK-ACUM-PARES.                  00025300
               DISPLAY 'ORFAOS...... ' WRK-ACUM-ORFAOS.                 00025400
               DISPLAY 'EXT SAIDA... ' WRK-ACUM-EXT-SAIDA.              00025433
               DISPLAY 'EXT ENTRADA. ' WRK-ACUM-EXT-ENTRADA.            00025466
                                                                        00025500
       3000-99-FIM.               EXIT.                                 00025600
                                                                        00025700

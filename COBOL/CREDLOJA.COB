      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. CREDLOJA.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * CREDITO DA VENDA DO DIA DAS LOJAS NAS CONTAS DAS                00001100
      * LOJAS NO BANCO: SOMA POR LOJA A VENDA DA DATA DE                00001200
      * PROCESSAMENTO NO ARQUIVO SAIDA DO FR01CB16 (O VALOR             00001300
      * DO GRUPO LOJA/PRODUTO, JA SEM AS DEVOLUCOES, EM                 00001400
      * SAI-MEDIASEMANA - O MESMO QUE O PAINELDI SOMA) E                00001500
      * GERA UM MOVIMENTO C POR LOJA NO LAYOUT DO ARQUIVO               00001600
      * CLIENTES (#CLIENTE, MARCA LOJ), COM HEADER E TRAILER            00001700
      * (#CLIHDR), PARA A ALIMENTACAO CLILOJA DO PORTACLI.              00001800
      * A AGENCIA/CONTA VEM DO MESTRE DE LOJAS (LOJ-AGENCIA,            00001900
      * LOJ-CONTA) E O ID DE RASTREIO DE CADA CREDITO E DA              00002000
      * FAIXA 500001-599999, RESERVADA NO PORTAO. O                     00002100
      * RELATORIO DE CONCILIACAO MOSTRA POR LOJA A VENDA, O             00002200
      * VALOR CREDITADO E A DIFERENCA; LOJA COM VENDA E SEM             00002300
      * CONTA VINCULADA, FORA DO MESTRE OU COM VENDA ACIMA              00002400
      * DO CAMPO DE VALOR DO MOVIMENTO NAO E CREDITADA, SAI             00002500
      * MARCADA NO RELATORIO E O PROGRAMA TERMINA COM RC=4.             00002600
      *                                                                 00002700
      * SYSIN: DATA DE PROCESSAMENTO / OVERRIDE DO CTLEXEC.             00002800
      *                                                                 00002900
      *====================================================             00003000
                                                                        00003100
      *====================================================             00003200
       ENVIRONMENT                              DIVISION.               00003300
      *====================================================             00003400
       CONFIGURATION                            SECTION.                00003500
       SPECIAL-NAMES.                                                   00003600
           DECIMAL-POINT IS COMMA.                                      00003700
                                                                        00003800
       INPUT-OUTPUT                             SECTION.                00003900
       FILE-CONTROL.                                                    00004000
           SELECT SAIDA    ASSIGN TO SAIDA                              00004100
               FILE STATUS  IS WRK-FS-SAIDA.                            00004200
           SELECT LOJAS    ASSIGN TO LOJAS                              00004300
               FILE STATUS  IS WRK-FS-LOJAS.                            00004400
           SELECT LOJASAI  ASSIGN TO LOJASAI                            00004500
               FILE STATUS  IS WRK-FS-LOJASAI.                          00004600
                                                                        00004700
      *====================================================             00004800
       DATA                                     DIVISION.               00004900
      *====================================================             00005000
       FILE                                     SECTION.                00005100
       FD SAIDA                                                         00005200
           RECORDING  MODE IS F                                         00005300
           BLOCK CONTAINS 0 RECORDS.                                    00005400
                                                                        00005500
       01 REG-SAIDA.                                                    00005600
          05 SAI-DATAPROC       PIC 9(08).                              00005700
          05 SAI-CODLOJA        PIC 9(03).                              00005800
          05 SAI-PRODUTO        PIC X(30).                              00005900
          05 SAI-QTVENDAS       PIC 9(03).                              00006000
          05 SAI-VLRUNIT        PIC 9(05)V99.                           00006100
          05 SAI-MEDIADIA       PIC 9(08)V99.                           00006200
          05 SAI-MEDIASEMANA    PIC 9(08)V99.                           00006300
          05 SAI-MEDIAMES       PIC 9(08)V99.                           00006400
                                                                        00006500
       FD LOJAS                                                         00006600
           RECORDING  MODE IS F                                         00006700
           BLOCK CONTAINS 0 RECORDS.                                    00006800
                                                                        00006900
       COPY '#LOJA'.                                                    00007000
                                                                        00007100
      *----------------------------------------------------             00007200
      * LOJASAI - CREDITOS PARA O PORTACLI (DD CLILOJA)                 00007300
      *----------------------------------------------------             00007400
       FD LOJASAI                                                       00007500
           RECORDING  MODE IS F                                         00007600
           BLOCK CONTAINS 0 RECORDS.                                    00007700
                                                                        00007800
       COPY '#CLIENTE'.                                                 00007900
                                                                        00008000
       COPY '#CLIHDR'.                                                  00008100
                                                                        00008200
       WORKING-STORAGE                          SECTION.                00008300
                                                                        00008400
      *===================STATUS DOS ARQUIVOS===============            00008500
                                                                        00008600
       77 WRK-FS-SAIDA          PIC 9(02).                              00008700
       77 WRK-FS-LOJASAI        PIC 9(02).                              00008800
                                                                        00008900
      *==============QUEBRA POR LOJA========================            00009000
                                                                        00009100
       77 WRK-PRIMEIRA-VEZ      PIC X(01)    VALUE 'S'.                 00009200
       77 WRK-LOJA-ANTERIOR     PIC 9(03)    VALUE ZEROS.               00009300
       77 WRK-VENDA-LOJA        PIC 9(10)V99 VALUE ZEROS.               00009400
       77 WRK-CREDITO-LOJA      PIC 9(10)V99 VALUE ZEROS.               00009500
       77 WRK-DIFERENCA         PIC 9(10)V99 VALUE ZEROS.               00009600
       77 WRK-SITUACAO          PIC X(20)    VALUE SPACES.              00009700
       77 WRK-LIMITE-CREDITO    PIC 9(10)V99 VALUE 99999999,99.         00009800
                                                                        00009900
      *==============CADASTRO DE LOJAS=====================             00010000
                                                                        00010100
       77 WRK-FS-LOJAS          PIC 9(02).                              00010200
       77 WRK-CAD-QTD           PIC 9(03)    VALUE ZEROS.               00010300
       77 WRK-CAD-ACHOU         PIC 9        VALUE 0.                   00010400
       77 WRK-CAD-SLOT          PIC 9(03)    VALUE ZEROS.               00010500
                                                                        00010600
       01 TAB-CADLOJ.                                                   00010700
          05 TAB-CAD-ITEM OCCURS 100 TIMES                              00010800
                          INDEXED BY TAB-CAD-IDX.                       00010900
             10 TAB-CAD-CODIGO     PIC 9(03).                           00011000
             10 TAB-CAD-NOME       PIC X(30).                           00011100
             10 TAB-CAD-AGENCIA    PIC 9(04).                           00011200
             10 TAB-CAD-CONTA      PIC 9(05).                           00011300
                                                                        00011400
      *==============IDS DE RASTREIO DOS CREDITOS==========             00011500
                                                                        00011600
       77 WRK-ID-RESERVADO      PIC 9(06)    VALUE 500000.              00011700
       77 WRK-SEQ-CREDITO       PIC 9(05)    VALUE ZEROS.               00011800
       77 WRK-ID-CREDITO        PIC 9(06)    VALUE ZEROS.               00011900
                                                                        00012000
      *==============CONTROLE DO LOTE======================             00012100
                                                                        00012200
       77 WRK-ACUM-LIDOS        PIC 9(07)    VALUE ZEROS.               00012300
       77 WRK-ACUM-FORA-DATA    PIC 9(07)    VALUE ZEROS.               00012400
       77 WRK-ACUM-LOJAS        PIC 9(05)    VALUE ZEROS.               00012500
       77 WRK-ACUM-CREDITOS     PIC 9(05)    VALUE ZEROS.               00012600
       77 WRK-ACUM-SEM-CONTA    PIC 9(05)    VALUE ZEROS.               00012700
       77 WRK-ACUM-SEM-CADASTRO PIC 9(05)    VALUE ZEROS.               00012800
       77 WRK-ACUM-ACIMA        PIC 9(05)    VALUE ZEROS.               00012900
       77 WRK-TOT-VENDA         PIC 9(12)V99 VALUE ZEROS.               00013000
       77 WRK-TOT-CREDITO       PIC 9(12)V99 VALUE ZEROS.               00013100
       77 WRK-TOT-DIFERENCA     PIC 9(12)V99 VALUE ZEROS.               00013200
                                                                        00013300
      *===================LINHAS DO RELATORIO===============            00013400
                                                                        00013500
       01 WRK-LINHA-CABEC.                                              00013600
          05 FILLER   PIC X(24) VALUE ' LOJA'.                          00013700
          05 FILLER   PIC X(11) VALUE 'AGENC CONTA'.                    00013800
          05 FILLER   PIC X(14) VALUE '         VENDA'.                 00013900
          05 FILLER   PIC X(17) VALUE '        CREDITADO'.              00014000
          05 FILLER   PIC X(17) VALUE '        DIFERENCA'.              00014100
          05 FILLER   PIC X(01) VALUE SPACES.                           00014200
          05 FILLER   PIC X(06) VALUE 'ID CRD'.                         00014300
          05 FILLER   PIC X(01) VALUE SPACES.                           00014400
          05 FILLER   PIC X(08) VALUE 'SITUACAO'.                       00014500
                                                                        00014600
       01 WRK-LINHA-LOJA.                                               00014700
          05 FILLER             PIC X(01).                              00014800
          05 WRK-LL-LOJA        PIC 9(03).                              00014900
          05 FILLER             PIC X(01).                              00015000
          05 WRK-LL-NOME        PIC X(18).                              00015100
          05 FILLER             PIC X(01).                              00015200
          05 WRK-LL-AGENCIA     PIC 9(04)                               00015300
                                BLANK WHEN ZERO.                        00015400
          05 FILLER             PIC X(01).                              00015500
          05 WRK-LL-CONTA       PIC 9(05)                               00015600
                                BLANK WHEN ZERO.                        00015700
          05 FILLER             PIC X(01).                              00015800
          05 WRK-LL-VENDA       PIC ZZZ.ZZZ.ZZ9,99.                     00015900
          05 FILLER             PIC X(03).                              00016000
          05 WRK-LL-CREDITO     PIC ZZZ.ZZZ.ZZ9,99.                     00016100
          05 FILLER             PIC X(03).                              00016200
          05 WRK-LL-DIFERENCA   PIC ZZZ.ZZZ.ZZ9,99.                     00016300
          05 FILLER             PIC X(01).                              00016400
          05 WRK-LL-ID          PIC 9(06)                               00016500
                                BLANK WHEN ZERO.                        00016600
          05 FILLER             PIC X(01).                              00016700
          05 WRK-LL-SITUACAO    PIC X(20).                              00016800
                                                                        00016900
       01 WRK-LINHA-TOTAL.                                              00017000
          05 FILLER   PIC X(32) VALUE ' TOTAL GERAL'.                   00017100
          05 WRK-LT-VENDA       PIC ZZ.ZZZ.ZZZ.ZZ9,99.                  00017200
          05 WRK-LT-CREDITO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                  00017300
          05 WRK-LT-DIFERENCA   PIC ZZ.ZZZ.ZZZ.ZZ9,99.                  00017400
                                                                        00017500
       01 WRK-LINHA-RESUMO.                                             00017600
          05 FILLER   PIC X(18) VALUE ' LOJAS COM VENDA  '.             00017700
          05 WRK-LR-LOJAS       PIC ZZ.ZZ9.                             00017800
          05 FILLER   PIC X(14) VALUE '  CREDITADAS  '.                 00017900
          05 WRK-LR-CREDITOS    PIC ZZ.ZZ9.                             00018000
          05 FILLER   PIC X(14) VALUE '  SEM CONTA   '.                 00018100
          05 WRK-LR-SEM-CONTA   PIC ZZ.ZZ9.                             00018200
          05 FILLER   PIC X(16) VALUE '  SEM CADASTRO  '.               00018300
          05 WRK-LR-SEM-CADASTRO PIC ZZ.ZZ9.                            00018400
          05 FILLER   PIC X(16) VALUE '  ACIMA LIMITE  '.               00018500
          05 WRK-LR-ACIMA       PIC ZZ.ZZ9.                             00018600
                                                                        00018700
      *===================DATA DE PROCESSAMENTO==============           00018800
                                                                        00018900
       COPY 'DATAPROC'.                                                 00019000
                                                                        00019100
      *===================TRATAMENTO DE ERROS================           00019200
                                                                        00019300
       COPY 'VARERROS'.                                                 00019400
                                                                        00019500
      *===================CONTROLE DE EXECUCAO===============           00019600
                                                                        00019700
       COPY 'CTRLEXEC'.                                                 00019800
                                                                        00019900
      *===================CRITICA DA DATA====================           00020000
                                                                        00020100
       COPY 'VALDATA'.                                                  00020200
                                                                        00020300
      *===================SERVICOS DE IMPRESSAO==============           00020400
                                                                        00020500
       COPY 'REPWCOMM'.                                                 00020600
                                                                        00020700
      *====================================================             00020800
       PROCEDURE                                DIVISION.               00020900
      *====================================================             00021000
                                                                        00021100
      *----------------------------------------------------             00021200
       0000-PRINCIPAL                           SECTION.                00021300
      *----------------------------------------------------             00021400
                                                                        00021500
             PERFORM 1000-INICIALIZAR.                                  00021600
             PERFORM 2000-PROCESSAR                                     00021700
                UNTIL WRK-FS-SAIDA EQUAL 10.                            00021800
             PERFORM 3000-FINALIZAR.                                    00021900
             STOP RUN.                                                  00022000
                                                                        00022100
       0000-99-FINAL.        EXIT.                                      00022200
                                                                        00022300
      *----------------------------------------------------             00022400
       1000-INICIALIZAR                         SECTION.                00022500
      *----------------------------------------------------             00022600
                                                                        00022700
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00022800
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00022900
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00023000
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00023100
           IF WRK-VD-INVALIDA                                           00023200
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00023300
                     WRK-DATA-PROCESSAMENTO                             00023400
             MOVE 8 TO RETURN-CODE                                      00023500
             STOP RUN                                                   00023600
           END-IF.                                                      00023700
           MOVE 'CREDLOJA' TO WRK-CE-PROGRAMA.                          00023800
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00023900
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00024000
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00024100
           IF NOT WRK-CE-PODE-EXECUTAR                                  00024200
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00024300
                     'STATUS ' WRK-CE-STATUS                            00024400
             MOVE 8 TO RETURN-CODE                                      00024500
             STOP RUN                                                   00024600
           END-IF.                                                      00024700
           OPEN INPUT SAIDA.                                            00024800
           OPEN OUTPUT LOJASAI.                                         00024900
           IF WRK-FS-SAIDA NOT EQUAL 0                                  00025000
             DISPLAY ' ERRO OPEN SAIDA - STATUS ' WRK-FS-SAIDA          00025100
             MOVE 8 TO RETURN-CODE                                      00025200
             STOP RUN                                                   00025300
           END-IF.                                                      00025400
           IF WRK-FS-LOJASAI NOT EQUAL 0                                00025500
             DISPLAY ' ERRO OPEN LOJASAI - STATUS ' WRK-FS-LOJASAI      00025600
             MOVE 8 TO RETURN-CODE                                      00025700
             STOP RUN                                                   00025800
           END-IF.                                                      00025900
           PERFORM 1100-CARREGARLOJAS.                                  00026000
           MOVE SPACES TO REG-CLIHDR.                                   00026100
           MOVE 'HDR'  TO HDR-TIPO.                                     00026200
           MOVE WRK-DATA-PROCESSAMENTO TO HDR-DATA-NEGOCIO.             00026300
           MOVE 'CREDLOJA' TO HDR-ORIGEM.                               00026400
           WRITE REG-CLIHDR.                                            00026500
           MOVE 'CONCILIACAO DA VENDA DAS LOJAS X CREDITO EM CONTA'     00026600
             TO WRK-RW-TITULO1.                                         00026700
           MOVE WRK-LINHA-CABEC TO WRK-RW-TITULO2.                      00026800
           MOVE SPACES          TO WRK-RW-TITULO3.                      00026900
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00027000
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00027100
           MOVE 'N' TO WRK-RW-REABRIR.                                  00027200
           MOVE SPACES TO WRK-RW-QUEBRA.                                00027250
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00027300
           CALL 'REPWRITE' USING WRK-REPW.                              00027400
           PERFORM 1200-LERSAIDA.                                       00027500
                                                                        00027600
       1000-99-FINAL.        EXIT.                                      00027700
                                                                        00027800
      *----------------------------------------------------             00027900
      * CARREGAR O MESTRE DE LOJAS COM A CONTA VINCULADA                00028000
      *----------------------------------------------------             00028100
       1100-CARREGARLOJAS                       SECTION.                00028200
      *----------------------------------------------------             00028300
                                                                        00028400
           OPEN INPUT LOJAS.                                            00028500
           IF WRK-FS-LOJAS NOT EQUAL 0                                  00028600
             DISPLAY ' ERRO OPEN LOJAS - STATUS ' WRK-FS-LOJAS          00028700
             MOVE 8 TO RETURN-CODE                                      00028800
             STOP RUN                                                   00028900
           END-IF.                                                      00029000
           READ LOJAS.                                                  00029100
           PERFORM 1110-GUARDARLOJA                                     00029200
              UNTIL WRK-FS-LOJAS NOT EQUAL 0.                           00029300
           CLOSE LOJAS.                                                 00029400
           DISPLAY ' LOJAS NO CADASTRO......' WRK-CAD-QTD.              00029500
                                                                        00029600
       1100-99-FINAL.        EXIT.                                      00029700
                                                                        00029800
      *----------------------------------------------------             00029900
      * AGENCIA/CONTA NAO NUMERICA CONTA COMO NAO VINCULADA             00030000
      *----------------------------------------------------             00030100
       1110-GUARDARLOJA                         SECTION.                00030200
      *----------------------------------------------------             00030300
                                                                        00030400
           IF WRK-CAD-QTD LESS 100                                      00030500
             ADD 1 TO WRK-CAD-QTD                                       00030600
             MOVE LOJ-CODIGO  TO TAB-CAD-CODIGO  (WRK-CAD-QTD)          00030700
             MOVE LOJ-NOME    TO TAB-CAD-NOME    (WRK-CAD-QTD)          00030800
             IF LOJ-AGENCIA NUMERIC AND LOJ-CONTA NUMERIC               00030900
               MOVE LOJ-AGENCIA TO TAB-CAD-AGENCIA (WRK-CAD-QTD)        00031000
               MOVE LOJ-CONTA   TO TAB-CAD-CONTA   (WRK-CAD-QTD)        00031100
             ELSE                                                       00031200
               MOVE ZEROS TO TAB-CAD-AGENCIA (WRK-CAD-QTD)              00031300
               MOVE ZEROS TO TAB-CAD-CONTA   (WRK-CAD-QTD)              00031400
             END-IF                                                     00031500
           ELSE                                                         00031600
             MOVE '1110'                   TO WRK-SECAO                 00031700
             MOVE 'LOJAS EXCEDEM A TABELA DE 100' TO WRK-MSGERRO        00031800
             MOVE '99'                     TO WRK-STATUS                00031900
             PERFORM 9010-TRATARERROS                                   00032000
           END-IF.                                                      00032100
           READ LOJAS.                                                  00032200
                                                                        00032300
       1110-99-FINAL.        EXIT.                                      00032400
                                                                        00032500
      *----------------------------------------------------             00032600
      * PROXIMO GRUPO LOJA/PRODUTO DA DATA; GERACAO COM                 00032700
      * OUTRA DATA (REPROCESSAMENTO FORA DE ORDEM) E IGNORADA           00032800
      *----------------------------------------------------             00032900
       1200-LERSAIDA                            SECTION.                00033000
      *----------------------------------------------------             00033100
                                                                        00033200
           READ SAIDA.                                                  00033300
           IF WRK-FS-SAIDA EQUAL 10                                     00033400
             GO TO 1200-99-FINAL                                        00033500
           END-IF.                                                      00033600
           ADD 1 TO WRK-ACUM-LIDOS.                                     00033700
           IF SAI-DATAPROC NOT EQUAL WRK-DATA-PROCESSAMENTO             00033800
             ADD 1 TO WRK-ACUM-FORA-DATA                                00033900
             GO TO 1200-LERSAIDA                                        00034000
           END-IF.                                                      00034100
                                                                        00034200
       1200-99-FINAL.        EXIT.                                      00034300
                                                                        00034400
      *----------------------------------------------------             00034500
      * QUEBRA POR LOJA: O SAIDA SAI DO FR01CB16 NA ORDEM               00034600
      * DE LOJA/PRODUTO                                                 00034700
      *----------------------------------------------------             00034800
       2000-PROCESSAR                           SECTION.                00034900
      *----------------------------------------------------             00035000
                                                                        00035100
           IF WRK-PRIMEIRA-VEZ EQUAL 'N'                                00035200
              AND SAI-CODLOJA NOT EQUAL WRK-LOJA-ANTERIOR               00035300
             PERFORM 2100-FECHARLOJA                                    00035400
           END-IF.                                                      00035500
           ADD SAI-MEDIASEMANA TO WRK-VENDA-LOJA.                       00035600
           MOVE SAI-CODLOJA TO WRK-LOJA-ANTERIOR.                       00035700
           MOVE 'N' TO WRK-PRIMEIRA-VEZ.                                00035800
           PERFORM 1200-LERSAIDA.                                       00035900
                                                                        00036000
       2000-99-FINAL.        EXIT.                                      00036100
                                                                        00036200
      *----------------------------------------------------             00036300
      * CREDITO DA LOJA E LINHA DA CONCILIACAO                          00036400
      *----------------------------------------------------             00036500
       2100-FECHARLOJA                          SECTION.                00036600
      *----------------------------------------------------             00036700
                                                                        00036800
           ADD 1 TO WRK-ACUM-LOJAS.                                     00036900
           MOVE ZEROS TO WRK-CREDITO-LOJA.                              00037000
           MOVE ZEROS TO WRK-ID-CREDITO.                                00037100
           PERFORM 2300-LOCALIZARLOJA.                                  00037200
           IF WRK-CAD-ACHOU EQUAL 0                                     00037300
             ADD 1 TO WRK-ACUM-SEM-CADASTRO                             00037400
             MOVE 'LOJA SEM CADASTRO'     TO WRK-SITUACAO               00037500
             MOVE '2100'                  TO WRK-SECAO                  00037600
             MOVE 'VENDA DE LOJA FORA DO MESTRE NAO CREDITADA'          00037700
               TO WRK-MSGERRO                                           00037800
             MOVE '00'                    TO WRK-STATUS                 00037900
             PERFORM 9010-TRATARERROS                                   00038000
             GO TO 2100-IMPRIMIR                                        00038100
           END-IF.                                                      00038200
           IF TAB-CAD-AGENCIA (WRK-CAD-SLOT) EQUAL ZEROS                00038300
              OR TAB-CAD-CONTA (WRK-CAD-SLOT) EQUAL ZEROS               00038400
             ADD 1 TO WRK-ACUM-SEM-CONTA                                00038500
             MOVE 'SEM CONTA VINCULADA'   TO WRK-SITUACAO               00038600
             MOVE '2100'                  TO WRK-SECAO                  00038700
             MOVE 'LOJA COM VENDA SEM CONTA VINCULADA'                  00038800
               TO WRK-MSGERRO                                           00038900
             MOVE '00'                    TO WRK-STATUS                 00039000
             PERFORM 9010-TRATARERROS                                   00039100
             GO TO 2100-IMPRIMIR                                        00039200
           END-IF.                                                      00039300
           IF WRK-VENDA-LOJA GREATER WRK-LIMITE-CREDITO                 00039400
             ADD 1 TO WRK-ACUM-ACIMA                                    00039500
             MOVE 'VENDA ACIMA DO LIMITE' TO WRK-SITUACAO               00039600
             MOVE '2100'                  TO WRK-SECAO                  00039700
             MOVE 'VENDA DA LOJA ACIMA DO VALOR DO MOVIMENTO'           00039800
               TO WRK-MSGERRO                                           00039900
             MOVE '00'                    TO WRK-STATUS                 00040000
             PERFORM 9010-TRATARERROS                                   00040100
             GO TO 2100-IMPRIMIR                                        00040200
           END-IF.                                                      00040300
           IF WRK-VENDA-LOJA EQUAL ZEROS                                00040400
             MOVE 'VENDA LIQUIDA ZERADA'  TO WRK-SITUACAO               00040500
             GO TO 2100-IMPRIMIR                                        00040600
           END-IF.                                                      00040700
           PERFORM 2200-GRAVARCREDITO.                                  00040800
           MOVE 'CREDITADO'               TO WRK-SITUACAO.              00040900
                                                                        00041000
       2100-IMPRIMIR.                                                   00041100
           COMPUTE WRK-DIFERENCA = WRK-VENDA-LOJA - WRK-CREDITO-LOJA.   00041200
           MOVE SPACES             TO WRK-LINHA-LOJA.                   00041300
           MOVE WRK-LOJA-ANTERIOR  TO WRK-LL-LOJA.                      00041400
           IF WRK-CAD-ACHOU EQUAL 1                                     00041500
             MOVE TAB-CAD-NOME    (WRK-CAD-SLOT) TO WRK-LL-NOME         00041600
             MOVE TAB-CAD-AGENCIA (WRK-CAD-SLOT) TO WRK-LL-AGENCIA      00041700
             MOVE TAB-CAD-CONTA   (WRK-CAD-SLOT) TO WRK-LL-CONTA        00041800
           ELSE                                                         00041900
             MOVE '** SEM CADASTRO **' TO WRK-LL-NOME                   00042000
             MOVE ZEROS                TO WRK-LL-AGENCIA                00042100
             MOVE ZEROS                TO WRK-LL-CONTA                  00042200
           END-IF.                                                      00042300
           MOVE WRK-VENDA-LOJA     TO WRK-LL-VENDA.                     00042400
           MOVE WRK-CREDITO-LOJA   TO WRK-LL-CREDITO.                   00042500
           MOVE WRK-DIFERENCA      TO WRK-LL-DIFERENCA.                 00042600
           MOVE WRK-ID-CREDITO     TO WRK-LL-ID.                        00042700
           MOVE WRK-SITUACAO       TO WRK-LL-SITUACAO.                  00042800
           MOVE WRK-LINHA-LOJA TO WRK-RW-LINHA.                         00042900
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00043000
           CALL 'REPWRITE' USING WRK-REPW.                              00043100
           ADD WRK-VENDA-LOJA   TO WRK-TOT-VENDA.                       00043200
           ADD WRK-CREDITO-LOJA TO WRK-TOT-CREDITO.                     00043300
           ADD WRK-DIFERENCA    TO WRK-TOT-DIFERENCA.                   00043400
           MOVE ZEROS TO WRK-VENDA-LOJA.                                00043500
                                                                        00043600
       2100-99-FINAL.        EXIT.                                      00043700
                                                                        00043800
      *----------------------------------------------------             00043900
      * MOVIMENTO C DA LOJA COM ID DA FAIXA RESERVADA                   00044000
      *----------------------------------------------------             00044100
       2200-GRAVARCREDITO                       SECTION.                00044200
      *----------------------------------------------------             00044300
                                                                        00044400
           ADD 1 TO WRK-SEQ-CREDITO.                                    00044500
           COMPUTE WRK-ID-CREDITO =                                     00044600
                   WRK-ID-RESERVADO + WRK-SEQ-CREDITO.                  00044700
           MOVE SPACES                  TO REG-CLIENTE.                 00044800
           MOVE TAB-CAD-AGENCIA (WRK-CAD-SLOT) TO FD-AGENCIA.           00044900
           MOVE TAB-CAD-CONTA   (WRK-CAD-SLOT) TO FD-CONTA.             00045000
           MOVE TAB-CAD-NOME    (WRK-CAD-SLOT) TO FD-CLIENTE.           00045100
           MOVE WRK-VENDA-LOJA          TO FD-VALOR.                    00045200
           MOVE 'C'                     TO FD-TIP-OP.                   00045300
           MOVE 'LOJ '                  TO FD-MARCA.                    00045400
           MOVE WRK-DATA-PROCESSAMENTO  TO FD-DATA-MOVIMENTO.           00045500
           MOVE ZEROS                   TO FD-CONTRA-AGENCIA.           00045600
           MOVE ZEROS                   TO FD-CONTRA-CONTA.             00045700
           MOVE WRK-ID-CREDITO          TO FD-ID-RASTREIO.              00045800
           WRITE REG-CLIENTE.                                           00045900
           IF WRK-FS-LOJASAI NOT EQUAL 0                                00046000
             MOVE '2200'                  TO WRK-SECAO                  00046100
             MOVE 'ERRO WRITE LOJASAI - '  TO WRK-MSGERRO               00046200
             MOVE WRK-FS-LOJASAI          TO WRK-STATUS                 00046300
             PERFORM 9010-TRATARERROS                                   00046400
             MOVE 12 TO RETURN-CODE                                     00046500
             STOP RUN                                                   00046600
           END-IF.                                                      00046700
           MOVE WRK-VENDA-LOJA TO WRK-CREDITO-LOJA.                     00046800
           ADD 1 TO WRK-ACUM-CREDITOS.                                  00046900
                                                                        00047000
       2200-99-FINAL.        EXIT.                                      00047100
                                                                        00047200
      *----------------------------------------------------             00047300
       2300-LOCALIZARLOJA                       SECTION.                00047400
      *----------------------------------------------------             00047500
                                                                        00047600
           MOVE 0 TO WRK-CAD-ACHOU.                                     00047700
           MOVE ZEROS TO WRK-CAD-SLOT.                                  00047800
           PERFORM 2310-PESQUISARCADLOJ                                 00047900
              VARYING TAB-CAD-IDX FROM 1 BY 1                           00048000
                UNTIL TAB-CAD-IDX GREATER WRK-CAD-QTD                   00048100
                   OR WRK-CAD-ACHOU EQUAL 1.                            00048200
                                                                        00048300
       2300-99-FINAL.        EXIT.                                      00048400
                                                                        00048500
      *----------------------------------------------------             00048600
       2310-PESQUISARCADLOJ                     SECTION.                00048700
      *----------------------------------------------------             00048800
                                                                        00048900
           IF TAB-CAD-CODIGO (TAB-CAD-IDX) EQUAL WRK-LOJA-ANTERIOR      00049000
             MOVE 1 TO WRK-CAD-ACHOU                                    00049100
             SET WRK-CAD-SLOT TO TAB-CAD-IDX                            00049200
           END-IF.                                                      00049300
                                                                        00049400
       2310-99-FINAL.        EXIT.                                      00049500
                                                                        00049600
      *----------------------------------------------------             00049700
       3000-FINALIZAR                           SECTION.                00049800
      *----------------------------------------------------             00049900
                                                                        00050000
            IF WRK-PRIMEIRA-VEZ EQUAL 'N'                               00050100
              PERFORM 2100-FECHARLOJA                                   00050200
            END-IF.                                                     00050300
            MOVE SPACES TO REG-CLITRL.                                  00050400
            MOVE 'TRL'  TO TRL-TIPO.                                    00050500
            MOVE WRK-ACUM-CREDITOS TO TRL-QTD-DETALHES.                 00050600
            MOVE WRK-TOT-CREDITO   TO TRL-VALOR-TOTAL.                  00050700
            WRITE REG-CLITRL.                                           00050800
            MOVE WRK-TOT-VENDA     TO WRK-LT-VENDA.                     00050900
            MOVE WRK-TOT-CREDITO   TO WRK-LT-CREDITO.                   00051000
            MOVE WRK-TOT-DIFERENCA TO WRK-LT-DIFERENCA.                 00051100
            MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                       00051200
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00051300
            CALL 'REPWRITE' USING WRK-REPW.                             00051400
            MOVE WRK-ACUM-LOJAS        TO WRK-LR-LOJAS.                 00051500
            MOVE WRK-ACUM-CREDITOS     TO WRK-LR-CREDITOS.              00051600
            MOVE WRK-ACUM-SEM-CONTA    TO WRK-LR-SEM-CONTA.             00051700
            MOVE WRK-ACUM-SEM-CADASTRO TO WRK-LR-SEM-CADASTRO.          00051800
            MOVE WRK-ACUM-ACIMA        TO WRK-LR-ACIMA.                 00051900
            MOVE WRK-LINHA-RESUMO TO WRK-RW-LINHA.                      00052000
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00052100
            CALL 'REPWRITE' USING WRK-REPW.                             00052200
            CLOSE SAIDA.                                                00052300
            CLOSE LOJASAI.                                              00052400
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00052500
            CALL 'REPWRITE' USING WRK-REPW.                             00052600
            DISPLAY ' GRUPOS LIDOS...........' WRK-ACUM-LIDOS.          00052700
            DISPLAY ' FORA DA DATA...........' WRK-ACUM-FORA-DATA.      00052800
            DISPLAY ' LOJAS COM VENDA........' WRK-ACUM-LOJAS.          00052900
            DISPLAY ' CREDITOS GERADOS.......' WRK-ACUM-CREDITOS.       00053000
            DISPLAY ' SEM CONTA VINCULADA....' WRK-ACUM-SEM-CONTA.      00053100
            DISPLAY ' SEM CADASTRO...........' WRK-ACUM-SEM-CADASTRO.   00053200
            DISPLAY ' ACIMA DO LIMITE........' WRK-ACUM-ACIMA.          00053300
            DISPLAY ' VALOR CREDITADO........' WRK-TOT-CREDITO.         00053400
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00053500
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00053600
            IF (WRK-ACUM-SEM-CONTA GREATER ZEROS                        00053700
                OR WRK-ACUM-SEM-CADASTRO GREATER ZEROS                  00053800
                OR WRK-ACUM-ACIMA GREATER ZEROS)                        00053900
               AND RETURN-CODE LESS 4                                   00054000
              MOVE 4 TO RETURN-CODE                                     00054100
            END-IF.                                                     00054200
            DISPLAY ' FIM DO PROGRAMA'.                                 00054300
                                                                        00054400
       3000-99-FINAL.        EXIT.                                      00054500
                                                                        00054600
      *----------------------------------------------------             00054700
       9010-TRATARERROS                         SECTION.                00054800
      *----------------------------------------------------             00054900
                                                                        00055000
           MOVE 'CREDLOJA' TO WRK-PROGRAMA.                             00055100
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00055200
                                                                        00055300
       9010-99-FINAL.        EXIT.                                      00055400

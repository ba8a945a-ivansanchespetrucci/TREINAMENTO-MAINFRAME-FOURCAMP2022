      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. PROGPAG.                                             00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * PROGRAMACAO SEMANAL DE PAGAMENTOS A FORNECEDORES                00001100
      * SOBRE O MESTRE DE TITULOS A PAGAR EM ABERTO DO                  00001200
      * CONTAPAG (PAGVENC, #TITPAG, CLASSIFICADO POR                    00001300
      * VENCIMENTO E NUMERO). A PRIMEIRA PARTE DO                       00001400
      * RELATORIO ENVELHECE OS TITULOS JA VENCIDOS NA DATA              00001500
      * DE PROCESSAMENTO EM ATE 30, 31 A 60, 61 A 90 E MAIS             00001600
      * DE 90 DIAS DE ATRASO; A SEGUNDA, EM PAGINA PROPRIA,             00001700
      * E A SAIDA DE CAIXA DOS PROXIMOS SETE DIAS (DO DIA               00001800
      * DE PROCESSAMENTO AO SEXTO DIA SEGUINTE), TITULO A               00001900
      * TITULO COM O NOME DO FORNECEDOR (FORNEC, #FORNEC) E             00002000
      * TOTAL POR DATA DE VENCIMENTO. O QUE VENCE DEPOIS DA             00002100
      * SEMANA SAI SO EM TOTAL NO FIM.                                  00002200
      *                                                                 00002300
      * SYSIN: DATA DE PROCESSAMENTO / OVERRIDE DO CTLEXEC.             00002400
      *                                                                 00002500
      *====================================================             00002600
                                                                        00002700
      *====================================================             00002800
       ENVIRONMENT                              DIVISION.               00002900
      *====================================================             00003000
       CONFIGURATION                            SECTION.                00003100
       SPECIAL-NAMES.                                                   00003200
           DECIMAL-POINT IS COMMA.                                      00003300
                                                                        00003400
       INPUT-OUTPUT                             SECTION.                00003500
       FILE-CONTROL.                                                    00003600
           SELECT PAGVENC  ASSIGN TO PAGVENC                            00003700
               FILE STATUS  IS WRK-FS-PAGVENC.                          00003800
           SELECT FORNEC   ASSIGN TO FORNEC                             00003900
               FILE STATUS  IS WRK-FS-FORNEC.                           00004000
                                                                        00004100
      *====================================================             00004200
       DATA                                     DIVISION.               00004300
      *====================================================             00004400
       FILE                                     SECTION.                00004500
       FD PAGVENC                                                       00004600
           RECORDING  MODE IS F                                         00004700
           BLOCK CONTAINS 0 RECORDS.                                    00004800
                                                                        00004900
       COPY '#TITPAG'.                                                  00005000
                                                                        00005100
       FD FORNEC                                                        00005200
           RECORDING  MODE IS F                                         00005300
           BLOCK CONTAINS 0 RECORDS.                                    00005400
                                                                        00005500
       COPY '#FORNEC'.                                                  00005600
                                                                        00005700
       WORKING-STORAGE                          SECTION.                00005800
                                                                        00005900
      *===================STATUS DOS ARQUIVOS===============            00006000
                                                                        00006100
       77 WRK-FS-PAGVENC        PIC 9(02).                              00006200
       77 WRK-FS-FORNEC         PIC 9(02).                              00006300
       77 WRK-FIM-TITULOS       PIC X(01)    VALUE 'N'.                 00006400
                                                                        00006500
      *===================PRAZO E ENVELHECIMENTO============            00006600
                                                                        00006700
       77 WRK-DIAS-PRAZO        PIC S9(05)   VALUE ZEROS.               00006800
       77 WRK-DIAS-ATRASO       PIC 9(05)    VALUE ZEROS.               00006900
       77 WRK-SERIAL-PROC       PIC 9(07)    VALUE ZEROS.               00007000
       77 WRK-FAIXA             PIC 9(01)    VALUE ZEROS.               00007100
                                                                        00007200
       01 WRK-SERIAL-AREA.                                              00007300
          05 WRK-SD-DATA        PIC 9(08).                              00007400
          05 WRK-SD-QUEBRA REDEFINES WRK-SD-DATA.                       00007500
             10 WRK-SD-ANO      PIC 9(04).                              00007600
             10 WRK-SD-MES      PIC 9(02).                              00007700
             10 WRK-SD-DIA      PIC 9(02).                              00007800
          05 WRK-SD-SERIAL      PIC 9(07).                              00007900
          05 WRK-SD-ANO-ANT     PIC 9(04).                              00008000
          05 WRK-SD-RESTO       PIC 9(04).                              00008100
          05 WRK-SD-SOBRA       PIC 9(04).                              00008200
                                                                        00008300
       01 WRK-TAB-DIASMES.                                              00008400
          05 FILLER PIC X(36) VALUE                                     00008500
             '000031059090120151181212243273304334'.                    00008600
       01 WRK-TAB-DIASMES-R REDEFINES WRK-TAB-DIASMES.                  00008700
          05 WRK-DIAS-ACUM      PIC 9(03) OCCURS 12 TIMES.              00008800
                                                                        00008900
       01 WRK-TOT-FAIXAS.                                               00009000
          05 WRK-TOT-FAIXA      PIC 9(11)V99 OCCURS 4 TIMES.            00009100
                                                                        00009200
      *===================QUEBRA POR VENCIMENTO=============            00009300
                                                                        00009400
       77 WRK-VENC-ANTERIOR     PIC 9(08)    VALUE ZEROS.               00009500
       77 WRK-TOT-DIA           PIC 9(11)V99 VALUE ZEROS.               00009600
       77 WRK-QTD-DIA           PIC 9(05)    VALUE ZEROS.               00009700
                                                                        00009800
      *===================CADASTRO DE FORNECEDORES==========            00009900
                                                                        00010000
       77 WRK-FOR-QTD           PIC 9(03)    VALUE ZEROS.               00010100
       77 WRK-FOR-ACHOU         PIC 9        VALUE 0.                   00010200
       77 WRK-FOR-NOME          PIC X(30)    VALUE SPACES.              00010300
                                                                        00010400
       01 TAB-FORNECEDORES.                                             00010500
          05 TAB-FOR-ITEM OCCURS 100 TIMES                              00010600
                          INDEXED BY TAB-FOR-IDX.                       00010700
             10 TAB-FOR-CODIGO     PIC 9(05).                           00010800
             10 TAB-FOR-NOME       PIC X(30).                           00010900
                                                                        00011000
      *===================CONTROLE DO LOTE==================            00011100
                                                                        00011200
       77 WRK-ACUM-LIDOS        PIC 9(07)    VALUE ZEROS.               00011300
       77 WRK-ACUM-VENCIDOS     PIC 9(05)    VALUE ZEROS.               00011400
       77 WRK-ACUM-SEMANA       PIC 9(05)    VALUE ZEROS.               00011500
       77 WRK-ACUM-VLR-SEMANA   PIC 9(11)V99 VALUE ZEROS.               00011600
       77 WRK-ACUM-POSTERIOR    PIC 9(07)    VALUE ZEROS.               00011700
       77 WRK-ACUM-VLR-POSTER   PIC 9(11)V99 VALUE ZEROS.               00011800
                                                                        00011900
      *===================LINHAS DO RELATORIO===============            00012000
                                                                        00012100
       01 WRK-CABEC-VENCIDOS.                                           00012200
          05 FILLER   PIC X(10) VALUE ' TITULO   '.                     00012300
          05 FILLER   PIC X(06) VALUE 'FORN. '.                         00012400
          05 FILLER   PIC X(04) VALUE 'LOJ '.                           00012500
          05 FILLER   PIC X(09) VALUE 'VENCTO   '.                      00012600
          05 FILLER   PIC X(04) VALUE 'DIAS'.                           00012700
          05 FILLER   PIC X(14) VALUE '   ATE 30 DIAS'.                 00012800
          05 FILLER   PIC X(14) VALUE '   31 A 60    '.                 00012900
          05 FILLER   PIC X(14) VALUE '   61 A 90    '.                 00013000
          05 FILLER   PIC X(14) VALUE '   MAIS DE 90 '.                 00013100
                                                                        00013200
       01 WRK-LINHA-VENCIDO.                                            00013300
          05 FILLER             PIC X(01).                              00013400
          05 WRK-LV-NUMERO      PIC 9(08).                              00013500
          05 FILLER             PIC X(01).                              00013600
          05 WRK-LV-FORNEC      PIC 9(05).                              00013700
          05 FILLER             PIC X(01).                              00013800
          05 WRK-LV-LOJA        PIC 9(03).                              00013900
          05 FILLER             PIC X(01).                              00014000
          05 WRK-LV-VENCTO      PIC 9(08).                              00014100
          05 FILLER             PIC X(01).                              00014200
          05 WRK-LV-DIAS        PIC ZZZ9.                               00014300
          05 WRK-LV-FAIXA       OCCURS 4 TIMES.                         00014400
             10 FILLER          PIC X(01).                              00014500
             10 WRK-LV-VALOR    PIC ZZ.ZZZ.ZZ9,99                       00014600
                                BLANK WHEN ZERO.                        00014700
                                                                        00014800
       01 WRK-LINHA-TOTVENC.                                            00014900
          05 FILLER   PIC X(15) VALUE ' VENCIDOS      '.                00015000
          05 WRK-TV-QTD         PIC ZZZZ9.                              00015100
          05 FILLER   PIC X(13) VALUE SPACES.                           00015200
          05 WRK-TV-VALOR-1     PIC ZZZ.ZZZ.ZZ9,99.                     00015300
          05 WRK-TV-VALOR-2     PIC ZZZ.ZZZ.ZZ9,99.                     00015400
          05 WRK-TV-VALOR-3     PIC ZZZ.ZZZ.ZZ9,99.                     00015500
          05 WRK-TV-VALOR-4     PIC ZZZ.ZZZ.ZZ9,99.                     00015600
                                                                        00015700
       01 WRK-CABEC-SEMANA.                                             00015800
          05 FILLER   PIC X(10) VALUE ' VENCTO   '.                     00015900
          05 FILLER   PIC X(09) VALUE 'TITULO   '.                      00016000
          05 FILLER   PIC X(06) VALUE 'FORN. '.                         00016100
          05 FILLER   PIC X(31) VALUE 'NOME DO FORNECEDOR'.             00016200
          05 FILLER   PIC X(04) VALUE 'LOJ '.                           00016300
          05 FILLER   PIC X(14) VALUE '      A PAGAR '.                 00016400
                                                                        00016500
       01 WRK-LINHA-SEMANA.                                             00016600
          05 FILLER             PIC X(01).                              00016700
          05 WRK-LS-VENCTO      PIC 9(08).                              00016800
          05 FILLER             PIC X(01).                              00016900
          05 WRK-LS-NUMERO      PIC 9(08).                              00017000
          05 FILLER             PIC X(01).                              00017100
          05 WRK-LS-FORNEC      PIC 9(05).                              00017200
          05 FILLER             PIC X(01).                              00017300
          05 WRK-LS-NOME        PIC X(30).                              00017400
          05 FILLER             PIC X(01).                              00017500
          05 WRK-LS-LOJA        PIC 9(03).                              00017600
          05 FILLER             PIC X(01).                              00017700
          05 WRK-LS-VALOR       PIC ZZ.ZZZ.ZZ9,99.                      00017800
                                                                        00017900
       01 WRK-LINHA-TOTDIA.                                             00018000
          05 FILLER   PIC X(17) VALUE ' TOTAL DO DIA    '.              00018100
          05 WRK-TD-VENCTO      PIC 9(08).                              00018200
          05 FILLER   PIC X(02) VALUE SPACES.                           00018300
          05 WRK-TD-QTD         PIC ZZZZ9.                              00018400
          05 FILLER   PIC X(08) VALUE ' TITULOS'.                       00018500
          05 FILLER   PIC X(19) VALUE SPACES.                           00018600
          05 WRK-TD-VALOR       PIC ZZZ.ZZZ.ZZ9,99.                     00018700
                                                                        00018800
       01 WRK-LINHA-TOTSEMANA.                                          00018900
          05 FILLER   PIC X(27) VALUE ' TOTAL DA SEMANA           '.    00019000
          05 WRK-TS-QTD         PIC ZZZZ9.                              00019100
          05 FILLER   PIC X(08) VALUE ' TITULOS'.                       00019200
          05 FILLER   PIC X(17) VALUE SPACES.                           00019300
          05 WRK-TS-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.                   00019400
                                                                        00019500
       01 WRK-LINHA-POSTERIOR.                                          00019600
          05 FILLER   PIC X(27) VALUE ' A VENCER DEPOIS DA SEMANA '.    00019700
          05 WRK-LP-QTD         PIC ZZZZ9.                              00019800
          05 FILLER   PIC X(08) VALUE ' TITULOS'.                       00019900
          05 FILLER   PIC X(17) VALUE SPACES.                           00020000
          05 WRK-LP-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.                   00020100
                                                                        00020200
      *===================DATA DE PROCESSAMENTO==============           00020300
                                                                        00020400
       COPY 'DATAPROC'.                                                 00020500
                                                                        00020600
      *===================TRATAMENTO DE ERROS================           00020700
                                                                        00020800
       COPY 'VARERROS'.                                                 00020900
                                                                        00021000
      *===================CONTROLE DE EXECUCAO===============           00021100
                                                                        00021200
       COPY 'CTRLEXEC'.                                                 00021300
                                                                        00021400
      *===================CRITICA DA DATA====================           00021500
                                                                        00021600
       COPY 'VALDATA'.                                                  00021700
                                                                        00021800
      *===================SERVICOS DE IMPRESSAO==============           00021900
                                                                        00022000
       COPY 'REPWCOMM'.                                                 00022100
                                                                        00022200
      *====================================================             00022300
       PROCEDURE                                DIVISION.               00022400
      *====================================================             00022500
                                                                        00022600
      *----------------------------------------------------             00022700
       0000-PRINCIPAL                           SECTION.                00022800
      *----------------------------------------------------             00022900
                                                                        00023000
             PERFORM 1000-INICIALIZAR.                                  00023100
             PERFORM 1300-LERTITULO.                                    00023200
             PERFORM 2000-LISTARVENCIDO                                 00023300
                UNTIL WRK-FIM-TITULOS EQUAL 'S'                         00023400
                   OR WRK-DIAS-PRAZO NOT LESS ZEROS.                    00023500
             PERFORM 2200-FECHARVENCIDOS.                               00023600
             PERFORM 2300-LISTARSEMANA                                  00023700
                UNTIL WRK-FIM-TITULOS EQUAL 'S'                         00023800
                   OR WRK-DIAS-PRAZO GREATER 6.                         00023900
             PERFORM 2400-FECHARSEMANA.                                 00024000
             PERFORM 2500-CONTARPOSTERIOR                               00024100
                UNTIL WRK-FIM-TITULOS EQUAL 'S'.                        00024200
             PERFORM 3000-FINALIZAR.                                    00024300
             STOP RUN.                                                  00024400
                                                                        00024500
       0000-99-FINAL.        EXIT.                                      00024600
                                                                        00024700
      *----------------------------------------------------             00024800
       1000-INICIALIZAR                         SECTION.                00024900
      *----------------------------------------------------             00025000
                                                                        00025100
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00025200
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00025300
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00025400
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00025500
           IF WRK-VD-INVALIDA                                           00025600
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00025700
                     WRK-DATA-PROCESSAMENTO                             00025800
             MOVE 8 TO RETURN-CODE                                      00025900
             STOP RUN                                                   00026000
           END-IF.                                                      00026100
           MOVE 'PROGPAG ' TO WRK-CE-PROGRAMA.                          00026200
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00026300
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00026400
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00026500
           IF NOT WRK-CE-PODE-EXECUTAR                                  00026600
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00026700
                     'STATUS ' WRK-CE-STATUS                            00026800
             MOVE 8 TO RETURN-CODE                                      00026900
             STOP RUN                                                   00027000
           END-IF.                                                      00027100
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-SD-DATA.                  00027200
           PERFORM 8000-SERIALIZARDATA.                                 00027300
           MOVE WRK-SD-SERIAL TO WRK-SERIAL-PROC.                       00027400
           OPEN INPUT PAGVENC.                                          00027500
           IF WRK-FS-PAGVENC NOT EQUAL 0                                00027600
             DISPLAY ' ERRO OPEN PAGVENC - STATUS ' WRK-FS-PAGVENC      00027700
             MOVE 8 TO RETURN-CODE                                      00027800
             STOP RUN                                                   00027900
           END-IF.                                                      00028000
           PERFORM 1200-CARREGARFORNECEDORES.                           00028100
           MOVE ZEROS TO WRK-TOT-FAIXA (1).                             00028200
           MOVE ZEROS TO WRK-TOT-FAIXA (2).                             00028300
           MOVE ZEROS TO WRK-TOT-FAIXA (3).                             00028400
           MOVE ZEROS TO WRK-TOT-FAIXA (4).                             00028500
           MOVE 'CONTAS A PAGAR - TITULOS VENCIDOS'                     00028600
             TO WRK-RW-TITULO1.                                         00028700
           MOVE WRK-CABEC-VENCIDOS TO WRK-RW-TITULO2.                   00028800
           MOVE SPACES             TO WRK-RW-TITULO3.                   00028900
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00029000
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00029100
           MOVE 'N' TO WRK-RW-REABRIR.                                  00029200
           MOVE SPACES TO WRK-RW-QUEBRA.                                00029250
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00029300
           CALL 'REPWRITE' USING WRK-REPW.                              00029400
                                                                        00029500
       1000-99-FINAL.        EXIT.                                      00029600
                                                                        00029700
      *----------------------------------------------------             00029800
      * CARREGAR CODIGO E NOME DOS FORNECEDORES                         00029900
      *----------------------------------------------------             00030000
       1200-CARREGARFORNECEDORES                SECTION.                00030100
      *----------------------------------------------------             00030200
                                                                        00030300
           OPEN INPUT FORNEC.                                           00030400
           IF WRK-FS-FORNEC NOT EQUAL 0                                 00030500
             DISPLAY ' ERRO OPEN FORNEC - STATUS ' WRK-FS-FORNEC        00030600
             MOVE 8 TO RETURN-CODE                                      00030700
             STOP RUN                                                   00030800
           END-IF.                                                      00030900
           READ FORNEC.                                                 00031000
           PERFORM 1210-GUARDARFORNECEDOR                               00031100
              UNTIL WRK-FS-FORNEC NOT EQUAL 0.                          00031200
           CLOSE FORNEC.                                                00031300
           DISPLAY ' FORNECEDORES NO CADASTRO' WRK-FOR-QTD.             00031400
                                                                        00031500
       1200-99-FINAL.        EXIT.                                      00031600
                                                                        00031700
      *----------------------------------------------------             00031800
       1210-GUARDARFORNECEDOR                   SECTION.                00031900
      *----------------------------------------------------             00032000
                                                                        00032100
           IF WRK-FOR-QTD LESS 100                                      00032200
             ADD 1 TO WRK-FOR-QTD                                       00032300
             MOVE FOR-CODIGO TO TAB-FOR-CODIGO (WRK-FOR-QTD)            00032400
             MOVE FOR-NOME   TO TAB-FOR-NOME   (WRK-FOR-QTD)            00032500
           ELSE                                                         00032600
             MOVE '1210'                   TO WRK-SECAO                 00032700
             MOVE 'FORNECEDORES EXCEDEM A TABELA DE 100'                00032800
               TO WRK-MSGERRO                                           00032900
             MOVE '99'                     TO WRK-STATUS                00033000
             PERFORM 9010-TRATARERROS                                   00033100
           END-IF.                                                      00033200
           READ FORNEC.                                                 00033300
                                                                        00033400
       1210-99-FINAL.        EXIT.                                      00033500
                                                                        00033600
      *----------------------------------------------------             00033700
      * LER O PROXIMO TITULO E CALCULAR OS DIAS DA DATA DE              00033800
      * PROCESSAMENTO AO VENCIMENTO (NEGATIVO = VENCIDO)                00033900
      *----------------------------------------------------             00034000
       1300-LERTITULO                           SECTION.                00034100
      *----------------------------------------------------             00034200
                                                                        00034300
           READ PAGVENC.                                                00034400
           IF WRK-FS-PAGVENC EQUAL 10                                   00034500
             MOVE 'S' TO WRK-FIM-TITULOS                                00034600
             GO TO 1300-99-FINAL                                        00034700
           END-IF.                                                      00034800
           ADD 1 TO WRK-ACUM-LIDOS.                                     00034900
           MOVE TPG-VENCIMENTO TO WRK-SD-DATA.                          00035000
           PERFORM 8000-SERIALIZARDATA.                                 00035100
           COMPUTE WRK-DIAS-PRAZO =                                     00035200
                   WRK-SD-SERIAL - WRK-SERIAL-PROC.                     00035300
                                                                        00035400
       1300-99-FINAL.        EXIT.                                      00035500
                                                                        00035600
      *----------------------------------------------------             00035700
      * TITULO VENCIDO: ENVELHECIDO PELOS DIAS DE ATRASO                00035800
      *----------------------------------------------------             00035900
       2000-LISTARVENCIDO                       SECTION.                00036000
      *----------------------------------------------------             00036100
                                                                        00036200
           ADD 1 TO WRK-ACUM-VENCIDOS.                                  00036300
           COMPUTE WRK-DIAS-ATRASO = 0 - WRK-DIAS-PRAZO.                00036400
           IF WRK-DIAS-ATRASO NOT GREATER 30                            00036500
             MOVE 1 TO WRK-FAIXA                                        00036600
           ELSE                                                         00036700
             IF WRK-DIAS-ATRASO NOT GREATER 60                          00036800
               MOVE 2 TO WRK-FAIXA                                      00036900
             ELSE                                                       00037000
               IF WRK-DIAS-ATRASO NOT GREATER 90                        00037100
                 MOVE 3 TO WRK-FAIXA                                    00037200
               ELSE                                                     00037300
                 MOVE 4 TO WRK-FAIXA                                    00037400
               END-IF                                                   00037500
             END-IF                                                     00037600
           END-IF.                                                      00037700
           ADD TPG-VLR-ABERTO TO WRK-TOT-FAIXA (WRK-FAIXA).             00037800
           MOVE SPACES          TO WRK-LINHA-VENCIDO.                   00037900
           MOVE TPG-NUMERO      TO WRK-LV-NUMERO.                       00038000
           MOVE TPG-FORNECEDOR  TO WRK-LV-FORNEC.                       00038100
           MOVE TPG-CODLOJA     TO WRK-LV-LOJA.                         00038200
           MOVE TPG-VENCIMENTO  TO WRK-LV-VENCTO.                       00038300
           MOVE WRK-DIAS-ATRASO TO WRK-LV-DIAS.                         00038400
           MOVE ZEROS TO WRK-LV-VALOR (1).                              00038500
           MOVE ZEROS TO WRK-LV-VALOR (2).                              00038600
           MOVE ZEROS TO WRK-LV-VALOR (3).                              00038700
           MOVE ZEROS TO WRK-LV-VALOR (4).                              00038800
           MOVE TPG-VLR-ABERTO TO WRK-LV-VALOR (WRK-FAIXA).             00038900
           MOVE WRK-LINHA-VENCIDO TO WRK-RW-LINHA.                      00039000
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00039100
           CALL 'REPWRITE' USING WRK-REPW.                              00039200
           PERFORM 1300-LERTITULO.                                      00039300
                                                                        00039400
       2000-99-FINAL.        EXIT.                                      00039500
                                                                        00039600
      *----------------------------------------------------             00039700
      * TOTAL DOS VENCIDOS POR FAIXA E PAGINA NOVA PARA A               00039800
      * PROGRAMACAO DA SEMANA                                           00039900
      *----------------------------------------------------             00040000
       2200-FECHARVENCIDOS                      SECTION.                00040100
      *----------------------------------------------------             00040200
                                                                        00040300
           MOVE WRK-ACUM-VENCIDOS TO WRK-TV-QTD.                        00040400
           MOVE WRK-TOT-FAIXA (1) TO WRK-TV-VALOR-1.                    00040500
           MOVE WRK-TOT-FAIXA (2) TO WRK-TV-VALOR-2.                    00040600
           MOVE WRK-TOT-FAIXA (3) TO WRK-TV-VALOR-3.                    00040700
           MOVE WRK-TOT-FAIXA (4) TO WRK-TV-VALOR-4.                    00040800
           MOVE WRK-LINHA-TOTVENC TO WRK-RW-LINHA.                      00040900
           MOVE 'T' TO WRK-RW-FUNCAO.                                   00041000
           CALL 'REPWRITE' USING WRK-REPW.                              00041100
           MOVE 'CONTAS A PAGAR - PROGRAMACAO DOS PROXIMOS 7 DIAS'      00041200
             TO WRK-RW-TITULO1.                                         00041300
           MOVE WRK-CABEC-SEMANA TO WRK-RW-TITULO2.                     00041400
           MOVE 'S' TO WRK-RW-FUNCAO.                                   00041500
           CALL 'REPWRITE' USING WRK-REPW.                              00041600
                                                                        00041700
       2200-99-FINAL.        EXIT.                                      00041800
                                                                        00041900
      *----------------------------------------------------             00042000
      * TITULO DA SEMANA, COM TOTAL A CADA MUDANCA DE DATA              00042100
      * DE VENCIMENTO                                                   00042200
      *----------------------------------------------------             00042300
       2300-LISTARSEMANA                        SECTION.                00042400
      *----------------------------------------------------             00042500
                                                                        00042600
           IF TPG-VENCIMENTO NOT EQUAL WRK-VENC-ANTERIOR                00042700
              AND WRK-VENC-ANTERIOR NOT EQUAL ZEROS                     00042800
             PERFORM 2350-TOTALIZARDIA                                  00042900
           END-IF.                                                      00043000
           MOVE TPG-VENCIMENTO TO WRK-VENC-ANTERIOR.                    00043100
           ADD 1 TO WRK-QTD-DIA.                                        00043200
           ADD 1 TO WRK-ACUM-SEMANA.                                    00043300
           ADD TPG-VLR-ABERTO TO WRK-TOT-DIA.                           00043400
           ADD TPG-VLR-ABERTO TO WRK-ACUM-VLR-SEMANA.                   00043500
           PERFORM 2900-ACHARNOME.                                      00043600
           MOVE SPACES         TO WRK-LINHA-SEMANA.                     00043700
           MOVE TPG-VENCIMENTO TO WRK-LS-VENCTO.                        00043800
           MOVE TPG-NUMERO     TO WRK-LS-NUMERO.                        00043900
           MOVE TPG-FORNECEDOR TO WRK-LS-FORNEC.                        00044000
           MOVE WRK-FOR-NOME   TO WRK-LS-NOME.                          00044100
           MOVE TPG-CODLOJA    TO WRK-LS-LOJA.                          00044200
           MOVE TPG-VLR-ABERTO TO WRK-LS-VALOR.                         00044300
           MOVE WRK-LINHA-SEMANA TO WRK-RW-LINHA.                       00044400
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00044500
           CALL 'REPWRITE' USING WRK-REPW.                              00044600
           PERFORM 1300-LERTITULO.                                      00044700
                                                                        00044800
       2300-99-FINAL.        EXIT.                                      00044900
                                                                        00045000
      *----------------------------------------------------             00045100
       2350-TOTALIZARDIA                        SECTION.                00045200
      *----------------------------------------------------             00045300
                                                                        00045400
           MOVE WRK-VENC-ANTERIOR TO WRK-TD-VENCTO.                     00045500
           MOVE WRK-QTD-DIA       TO WRK-TD-QTD.                        00045600
           MOVE WRK-TOT-DIA       TO WRK-TD-VALOR.                      00045700
           MOVE WRK-LINHA-TOTDIA TO WRK-RW-LINHA.                       00045800
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00045900
           CALL 'REPWRITE' USING WRK-REPW.                              00046000
           MOVE SPACES TO WRK-RW-LINHA.                                 00046100
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00046200
           CALL 'REPWRITE' USING WRK-REPW.                              00046300
           MOVE ZEROS TO WRK-QTD-DIA.                                   00046400
           MOVE ZEROS TO WRK-TOT-DIA.                                   00046500
                                                                        00046600
       2350-99-FINAL.        EXIT.                                      00046700
                                                                        00046800
      *----------------------------------------------------             00046900
       2400-FECHARSEMANA                        SECTION.                00047000
      *----------------------------------------------------             00047100
                                                                        00047200
           IF WRK-VENC-ANTERIOR NOT EQUAL ZEROS                         00047300
             PERFORM 2350-TOTALIZARDIA                                  00047400
           END-IF.                                                      00047500
           MOVE WRK-ACUM-SEMANA     TO WRK-TS-QTD.                      00047600
           MOVE WRK-ACUM-VLR-SEMANA TO WRK-TS-VALOR.                    00047700
           MOVE WRK-LINHA-TOTSEMANA TO WRK-RW-LINHA.                    00047800
           MOVE 'T' TO WRK-RW-FUNCAO.                                   00047900
           CALL 'REPWRITE' USING WRK-REPW.                              00048000
                                                                        00048100
       2400-99-FINAL.        EXIT.                                      00048200
                                                                        00048300
      *----------------------------------------------------             00048400
       2500-CONTARPOSTERIOR                     SECTION.                00048500
      *----------------------------------------------------             00048600
                                                                        00048700
           ADD 1 TO WRK-ACUM-POSTERIOR.                                 00048800
           ADD TPG-VLR-ABERTO TO WRK-ACUM-VLR-POSTER.                   00048900
           PERFORM 1300-LERTITULO.                                      00049000
                                                                        00049100
       2500-99-FINAL.        EXIT.                                      00049200
                                                                        00049300
      *----------------------------------------------------             00049400
      * NOME DO FORNECEDOR DO TITULO (FORNECEDOR ZERADO E               00049500
      * COMPRA DE PRODUTO SEM FORNECEDOR NO MESTRE)                     00049600
      *----------------------------------------------------             00049700
       2900-ACHARNOME                           SECTION.                00049800
      *----------------------------------------------------             00049900
                                                                        00050000
           MOVE 0 TO WRK-FOR-ACHOU.                                     00050100
           MOVE '*** FORNECEDOR NAO CADASTRADO' TO WRK-FOR-NOME.        00050200
           IF TPG-FORNECEDOR EQUAL ZEROS                                00050300
             MOVE '*** SEM FORNECEDOR NO MESTRE' TO WRK-FOR-NOME        00050400
             GO TO 2900-99-FINAL                                        00050500
           END-IF.                                                      00050600
           PERFORM 2910-PESQUISARFORNEC                                 00050700
              VARYING TAB-FOR-IDX FROM 1 BY 1                           00050800
                UNTIL TAB-FOR-IDX GREATER WRK-FOR-QTD                   00050900
                   OR WRK-FOR-ACHOU EQUAL 1.                            00051000
                                                                        00051100
       2900-99-FINAL.        EXIT.                                      00051200
                                                                        00051300
      *----------------------------------------------------             00051400
       2910-PESQUISARFORNEC                     SECTION.                00051500
      *----------------------------------------------------             00051600
                                                                        00051700
           IF TAB-FOR-CODIGO (TAB-FOR-IDX) EQUAL TPG-FORNECEDOR         00051800
             MOVE 1 TO WRK-FOR-ACHOU                                    00051900
             MOVE TAB-FOR-NOME (TAB-FOR-IDX) TO WRK-FOR-NOME            00052000
           END-IF.                                                      00052100
                                                                        00052200
       2910-99-FINAL.        EXIT.                                      00052300
                                                                        00052400
      *----------------------------------------------------             00052500
       3000-FINALIZAR                           SECTION.                00052600
      *----------------------------------------------------             00052700
                                                                        00052800
            MOVE WRK-ACUM-POSTERIOR  TO WRK-LP-QTD.                     00052900
            MOVE WRK-ACUM-VLR-POSTER TO WRK-LP-VALOR.                   00053000
            MOVE WRK-LINHA-POSTERIOR TO WRK-RW-LINHA.                   00053100
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00053200
            CALL 'REPWRITE' USING WRK-REPW.                             00053300
            CLOSE PAGVENC.                                              00053400
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00053500
            CALL 'REPWRITE' USING WRK-REPW.                             00053600
            DISPLAY ' TITULOS EM ABERTO......' WRK-ACUM-LIDOS.          00053700
            DISPLAY ' VENCIDOS...............' WRK-ACUM-VENCIDOS.       00053800
            DISPLAY ' A PAGAR NA SEMANA......' WRK-ACUM-SEMANA.         00053900
            DISPLAY ' A VENCER DEPOIS........' WRK-ACUM-POSTERIOR.      00054000
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00054100
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00054200
            DISPLAY ' FIM DO PROGRAMA'.                                 00054300
                                                                        00054400
       3000-99-FINAL.        EXIT.                                      00054500
                                                                        00054600
      *----------------------------------------------------             00054700
      * NUMERO DE DIAS CORRIDOS DESDE O ANO ZERO PARA A                 00054800
      * DATA AAAAMMDD DE WRK-SD-DATA (MESMA CONTA DO                    00054900
      * CONTAREC) - A DIFERENCA ENTRE DOIS SERIAIS E O                  00055000
      * PRAZO EM DIAS                                                   00055100
      *----------------------------------------------------             00055200
       8000-SERIALIZARDATA                      SECTION.                00055300
      *----------------------------------------------------             00055400
                                                                        00055500
           COMPUTE WRK-SD-SERIAL =                                      00055600
                   (WRK-SD-ANO * 365)                                   00055700
                 + WRK-DIAS-ACUM (WRK-SD-MES)                           00055800
                 + WRK-SD-DIA.                                          00055900
           SUBTRACT 1 FROM WRK-SD-ANO                                   00056000
             GIVING WRK-SD-ANO-ANT.                                     00056100
           DIVIDE WRK-SD-ANO-ANT BY 4                                   00056200
             GIVING WRK-SD-RESTO.                                       00056300
           ADD WRK-SD-RESTO TO WRK-SD-SERIAL.                           00056400
           DIVIDE WRK-SD-ANO-ANT BY 100                                 00056500
             GIVING WRK-SD-RESTO.                                       00056600
           SUBTRACT WRK-SD-RESTO FROM WRK-SD-SERIAL.                    00056700
           DIVIDE WRK-SD-ANO-ANT BY 400                                 00056800
             GIVING WRK-SD-RESTO.                                       00056900
           ADD WRK-SD-RESTO TO WRK-SD-SERIAL.                           00057000
           IF WRK-SD-MES GREATER 2                                      00057100
             DIVIDE WRK-SD-ANO BY 4                                     00057200
               GIVING WRK-SD-RESTO                                      00057300
               REMAINDER WRK-SD-SOBRA                                   00057400
             IF WRK-SD-SOBRA EQUAL ZEROS                                00057500
               ADD 1 TO WRK-SD-SERIAL                                   00057600
             END-IF                                                     00057700
           END-IF.                                                      00057800
                                                                        00057900
       8000-99-FINAL.        EXIT.                                      00058000
                                                                        00058100
      *----------------------------------------------------             00058200
       9010-TRATARERROS                         SECTION.                00058300
      *----------------------------------------------------             00058400
                                                                        00058500
           MOVE 'PROGPAG ' TO WRK-PROGRAMA.                             00058600
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00058700
                                                                        00058800
       9010-99-FINAL.        EXIT.                                      00058900

      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. INVENLOJ.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * CONCILIACAO DA CONTAGEM FISICA DE ESTOQUE: A                    00001100
      * POSICAO DO ESTOQLOJ E SO CALCULADA (ONTEM MAIS                  00001200
      * COMPRAS MENOS VENDAS) E DERIVA DA PRATELEIRA. A                 00001300
      * CONTAGEM PERIODICA POR LOJA E PRODUTO (CONTAGEM,                00001400
      * CLASSIFICADA POR LOJA E PRODUTO) E CONFRONTADA                  00001500
      * COM A POSICAO DA DATA DA CONTAGEM (ESTQPOS, A                   00001600
      * GERACAO DO PR.FOUR01.ESTOQUE DAQUELE DIA). A                    00001700
      * DIFERENCA E VALORIZADA PELO CUSTO MEDIO DA LOJA/                00001800
      * PRODUTO (CUSTO, #CUSTO) OU, SEM CUSTO, PELO PRECO               00001900
      * DE LISTA DO MESTRE DE PRODUTOS. O RELATORIO TRAZ                00002000
      * CADA DIFERENCA E, POR LOJA, AS FALTAS E SOBRAS EM               00002100
      * QUANTIDADE E VALOR. CADA DIFERENCA GERA UM AJUSTE               00002200
      * (#AJUSTE): ATE A TOLERANCIA DO SYSIN O AJUSTE SAI               00002300
      * AUTOMATICO NO AJUSTES, QUE O ESTOQLOJ APLICA NA                 00002400
      * RODADA SEGUINTE; ACIMA DELA VAI PARA O AJUSPEND E               00002500
      * SO E APLICADO DEPOIS DA LIBERACAO DO SUPERVISOR                 00002600
      * (LIBERAJU) - NESSE CASO O PROGRAMA TERMINA COM                  00002700
      * RC=4. A CONTAGEM E ROTATIVA: SO OS ITENS CONTADOS               00002800
      * SAO CONCILIADOS. CONTAGEM DE PRODUTO FORA DO                    00002900
      * MESTRE, COM QUANTIDADE INVALIDA OU DE OUTRA DATA                00003000
      * E REJEITADA E CONTADA; POSICAO QUE NAO E DA DATA                00003100
      * DA CONTAGEM ABORTA O PROGRAMA (RC=8).                           00003200
      *                                                                 00003300
      * SYSIN: DATA DE PROCESSAMENTO / OVERRIDE DO CTLEXEC /            00003400
      *        DATA DA CONTAGEM AAAAMMDD / TOLERANCIA EM                00003500
      *        VALOR POR ITEM (9(05)V99, SEM VIRGULA).                  00003600
      *                                                                 00003700
      *====================================================             00003800
                                                                        00003900
      *====================================================             00004000
       ENVIRONMENT                              DIVISION.               00004100
      *====================================================             00004200
       CONFIGURATION                            SECTION.                00004300
       SPECIAL-NAMES.                                                   00004400
           DECIMAL-POINT IS COMMA.                                      00004500
                                                                        00004600
       INPUT-OUTPUT                             SECTION.                00004700
       FILE-CONTROL.                                                    00004800
           SELECT ESTQPOS  ASSIGN TO ESTQPOS                            00004900
               FILE STATUS  IS WRK-FS-ESTQPOS.                          00005000
           SELECT CUSTO    ASSIGN TO CUSTO                              00005100
               FILE STATUS  IS WRK-FS-CUSTO.                            00005200
           SELECT CONTAGEM ASSIGN TO CONTAGEM                           00005300
               FILE STATUS  IS WRK-FS-CONTAGEM.                         00005400
           SELECT PRODUTOS ASSIGN TO PRODUTOS                           00005500
               FILE STATUS  IS WRK-FS-PRODUTOS.                         00005600
           SELECT AJUSTES  ASSIGN TO AJUSTES                            00005700
               FILE STATUS  IS WRK-FS-AJUSTES.                          00005800
           SELECT AJUSPEND ASSIGN TO AJUSPEND                           00005900
               FILE STATUS  IS WRK-FS-AJUSPEND.                         00006000
                                                                        00006100
      *====================================================             00006200
       DATA                                     DIVISION.               00006300
      *====================================================             00006400
       FILE                                     SECTION.                00006500
       FD ESTQPOS                                                       00006600
           RECORDING  MODE IS F                                         00006700
           BLOCK CONTAINS 0 RECORDS.                                    00006800
                                                                        00006900
       01 REG-ESTQPOS.                                                  00007000
          05 POS-CODLOJA        PIC 9(03).                              00007100
          05 POS-PRODUTO        PIC X(30).                              00007200
          05 POS-QTD            PIC S9(07)                              00007300
                                SIGN IS LEADING SEPARATE.               00007400
          05 POS-DATA           PIC 9(08).                              00007500
          05 FILLER             PIC X(11).                              00007600
                                                                        00007700
       FD CUSTO                                                         00007800
           RECORDING  MODE IS F                                         00007900
           BLOCK CONTAINS 0 RECORDS.                                    00008000
                                                                        00008100
       COPY '#CUSTO'.                                                   00008200
                                                                        00008300
       FD CONTAGEM                                                      00008400
           RECORDING  MODE IS F                                         00008500
           BLOCK CONTAINS 0 RECORDS.                                    00008600
                                                                        00008700
       01 REG-CONTAGEM.                                                 00008800
          05 CNT-CODLOJA        PIC 9(03).                              00008900
          05 CNT-PRODUTO        PIC X(30).                              00009000
          05 CNT-DATA-CONTAGEM  PIC 9(08).                              00009100
          05 CNT-QTD-CONTADA    PIC 9(07).                              00009200
          05 CNT-CONTADOR       PIC X(08).                              00009300
          05 FILLER             PIC X(04).                              00009400
                                                                        00009500
       FD PRODUTOS                                                      00009600
           RECORDING  MODE IS F                                         00009700
           BLOCK CONTAINS 0 RECORDS.                                    00009800
                                                                        00009900
       COPY '#PRODUTO'.                                                 00010000
                                                                        00010100
       FD AJUSTES                                                       00010200
           RECORDING  MODE IS F                                         00010300
           BLOCK CONTAINS 0 RECORDS.                                    00010400
                                                                        00010500
       COPY '#AJUSTE'.                                                  00010600
                                                                        00010700
       FD AJUSPEND                                                      00010800
           RECORDING  MODE IS F                                         00010900
           BLOCK CONTAINS 0 RECORDS.                                    00011000
                                                                        00011100
       01 REG-AJUSPEND          PIC X(100).                             00011200
                                                                        00011300
       WORKING-STORAGE                          SECTION.                00011400
                                                                        00011500
      *==============CHAVES DO BALANCE LINE================             00011600
                                                                        00011700
       01 WRK-CHAVE-POSICAO.                                            00011800
          05 WRK-CP-LOJA        PIC X(03).                              00011900
          05 WRK-CP-PRODUTO     PIC X(30).                              00012000
                                                                        00012100
       01 WRK-CHAVE-CUSTO.                                              00012200
          05 WRK-CU-LOJA        PIC X(03).                              00012300
          05 WRK-CU-PRODUTO     PIC X(30).                              00012400
                                                                        00012500
       01 WRK-CHAVE-CONTAGEM.                                           00012600
          05 WRK-CT-LOJA        PIC X(03).                              00012700
          05 WRK-CT-PRODUTO     PIC X(30).                              00012800
                                                                        00012900
       01 WRK-CHAVE-CORRENTE.                                           00013000
          05 WRK-CO-LOJA        PIC X(03).                              00013100
          05 WRK-CO-PRODUTO     PIC X(30).                              00013200
                                                                        00013300
      *===================PARAMETROS========================            00013400
                                                                        00013500
       77 WRK-DATA-CONTAGEM     PIC 9(08)    VALUE ZEROS.               00013600
       77 WRK-TOLERANCIA        PIC 9(05)V99 VALUE ZEROS.               00013700
                                                                        00013800
      *==============ITEM EM CONCILIACAO===================             00013900
                                                                        00014000
       77 WRK-QTD-SISTEMA       PIC S9(07)   VALUE ZEROS.               00014100
       77 WRK-QTD-CONTADA       PIC 9(07)    VALUE ZEROS.               00014200
       77 WRK-DIFERENCA         PIC S9(07)   VALUE ZEROS.               00014300
       77 WRK-CUSTO-UNIT        PIC 9(05)V9(04) VALUE ZEROS.            00014400
       77 WRK-VALOR-DIF         PIC S9(07)V99 VALUE ZEROS.              00014500
       77 WRK-VALOR-ABS         PIC 9(07)V99 VALUE ZEROS.               00014600
       77 WRK-CONTADOR          PIC X(08)    VALUE SPACES.              00014700
                                                                        00014800
      *==============QUEBRA POR LOJA=======================             00014900
                                                                        00015000
       77 WRK-PRIMEIRA-VEZ      PIC X(01)    VALUE 'S'.                 00015100
       77 WRK-LOJA-ANTERIOR     PIC X(03)    VALUE SPACES.              00015200
       77 WRK-LOJA-FALTA-QTD    PIC 9(07)    VALUE ZEROS.               00015300
       77 WRK-LOJA-FALTA-VALOR  PIC 9(09)V99 VALUE ZEROS.               00015400
       77 WRK-LOJA-SOBRA-QTD    PIC 9(07)    VALUE ZEROS.               00015500
       77 WRK-LOJA-SOBRA-VALOR  PIC 9(09)V99 VALUE ZEROS.               00015600
       77 WRK-TOT-FALTA-QTD     PIC 9(07)    VALUE ZEROS.               00015700
       77 WRK-TOT-FALTA-VALOR   PIC 9(09)V99 VALUE ZEROS.               00015800
       77 WRK-TOT-SOBRA-QTD     PIC 9(07)    VALUE ZEROS.               00015900
       77 WRK-TOT-SOBRA-VALOR   PIC 9(09)V99 VALUE ZEROS.               00016000
                                                                        00016100
      *==============CONTROLE DO LOTE======================             00016200
                                                                        00016300
       77 WRK-FS-ESTQPOS        PIC 9(02).                              00016400
       77 WRK-FS-CUSTO          PIC 9(02).                              00016500
       77 WRK-FS-CONTAGEM       PIC 9(02).                              00016600
       77 WRK-FS-AJUSTES        PIC 9(02).                              00016700
       77 WRK-FS-AJUSPEND       PIC 9(02).                              00016800
       77 WRK-ACUM-LIDAS        PIC 9(05)    VALUE ZEROS.               00016900
       77 WRK-ACUM-REJEITADAS   PIC 9(05)    VALUE ZEROS.               00017000
       77 WRK-ACUM-ITENS        PIC 9(05)    VALUE ZEROS.               00017100
       77 WRK-ACUM-CONFEREM     PIC 9(05)    VALUE ZEROS.               00017200
       77 WRK-ACUM-AUTOMATICOS  PIC 9(05)    VALUE ZEROS.               00017300
       77 WRK-ACUM-PENDENTES    PIC 9(05)    VALUE ZEROS.               00017400
       77 WRK-ACUM-SEM-POSICAO  PIC 9(05)    VALUE ZEROS.               00017500
       77 WRK-ACUM-PRECO-LISTA  PIC 9(05)    VALUE ZEROS.               00017600
                                                                        00017700
      *==============CADASTRO DE PRODUTOS==================             00017800
                                                                        00017900
       77 WRK-FS-PRODUTOS       PIC 9(02).                              00018000
       77 WRK-PRD-QTD           PIC 9(03)    VALUE ZEROS.               00018100
       77 WRK-PRD-ACHOU         PIC 9        VALUE 0.                   00018200
       77 WRK-PRD-SLOT          PIC 9(03)    VALUE ZEROS.               00018300
       77 WRK-PRD-PROCURA       PIC X(30)    VALUE SPACES.              00018400
       77 WRK-CONTAGEM-OK       PIC X(01)    VALUE 'N'.                 00018500
                                                                        00018600
       01 TAB-CADPRD.                                                   00018700
          05 TAB-PRD-ITEM OCCURS 500 TIMES                              00018800
                          INDEXED BY TAB-PRD-IDX.                       00018900
             10 TAB-PRD-DESCRICAO  PIC X(30).                           00019000
             10 TAB-PRD-PRECO      PIC 9(05)V99.                        00019100
                                                                        00019200
      *===================LINHAS DO RELATORIO===============            00019300
                                                                        00019400
       01 WRK-LINHA-CABEC.                                              00019500
          05 FILLER   PIC X(36) VALUE ' LOJ PRODUTO'.                   00019600
          05 FILLER   PIC X(09) VALUE ' SISTEMA '.                      00019700
          05 FILLER   PIC X(08) VALUE 'CONTADO '.                       00019800
          05 FILLER   PIC X(09) VALUE 'DIFERENC '.                      00019900
          05 FILLER   PIC X(14) VALUE '        VALOR '.                 00020000
          05 FILLER   PIC X(10) VALUE 'SITUACAO'.                       00020100
                                                                        00020200
       01 WRK-LINHA-PARAMETROS.                                         00020300
          05 FILLER   PIC X(19) VALUE ' DATA DA CONTAGEM: '.            00020400
          05 WRK-LA-DATA        PIC 9(08).                              00020500
          05 FILLER   PIC X(24) VALUE                                   00020600
             '   TOLERANCIA POR ITEM: '.                                00020700
          05 WRK-LA-TOLERANCIA  PIC ZZ.ZZ9,99.                          00020800
                                                                        00020900
       01 WRK-LINHA-ITEM.                                               00021000
          05 FILLER             PIC X(01).                              00021100
          05 WRK-LI-LOJA        PIC 9(03).                              00021200
          05 FILLER             PIC X(01).                              00021300
          05 WRK-LI-PRODUTO     PIC X(30).                              00021400
          05 FILLER             PIC X(01).                              00021500
          05 WRK-LI-SISTEMA     PIC +Z(06)9.                            00021600
          05 FILLER             PIC X(01).                              00021700
          05 WRK-LI-CONTADO     PIC Z(06)9.                             00021800
          05 FILLER             PIC X(01).                              00021900
          05 WRK-LI-DIFERENCA   PIC +Z(06)9.                            00022000
          05 FILLER             PIC X(01).                              00022100
          05 WRK-LI-VALOR       PIC +Z.ZZZ.ZZ9,99.                      00022200
          05 FILLER             PIC X(01).                              00022300
          05 WRK-LI-SITUACAO    PIC X(10).                              00022400
                                                                        00022500
       01 WRK-LINHA-LOJA.                                               00022600
          05 WRK-LL-ROTULO      PIC X(15).                              00022700
          05 FILLER             PIC X(10) VALUE '  FALTAS: '.           00022800
          05 WRK-LL-FALTA-QTD   PIC Z.ZZZ.ZZ9.                          00022900
          05 FILLER             PIC X(04) VALUE ' UN '.                 00023000
          05 WRK-LL-FALTA-VALOR PIC ZZZ.ZZZ.ZZ9,99.                     00023100
          05 FILLER             PIC X(10) VALUE '  SOBRAS: '.           00023200
          05 WRK-LL-SOBRA-QTD   PIC Z.ZZZ.ZZ9.                          00023300
          05 FILLER             PIC X(04) VALUE ' UN '.                 00023400
          05 WRK-LL-SOBRA-VALOR PIC ZZZ.ZZZ.ZZ9,99.                     00023500
                                                                        00023600
       01 WRK-ROTULO-LOJA.                                              00023700
          05 FILLER             PIC X(12) VALUE ' TOTAL LOJA '.         00023800
          05 WRK-RL-LOJA        PIC X(03).                              00023900
                                                                        00024000
      *===================DATA DE PROCESSAMENTO==============           00024100
                                                                        00024200
       COPY 'DATAPROC'.                                                 00024300
                                                                        00024400
      *===================TRATAMENTO DE ERROS================           00024500
                                                                        00024600
       COPY 'VARERROS'.                                                 00024700
                                                                        00024800
      *===================CONTROLE DE EXECUCAO===============           00024900
                                                                        00025000
       COPY 'CTRLEXEC'.                                                 00025100
                                                                        00025200
      *===================CRITICA DA DATA====================           00025300
                                                                        00025400
       COPY 'VALDATA'.                                                  00025500
                                                                        00025600
      *===================SERVICOS DE IMPRESSAO==============           00025700
                                                                        00025800
       COPY 'REPWCOMM'.                                                 00025900
                                                                        00026000
      *====================================================             00026100
       PROCEDURE                                DIVISION.               00026200
      *====================================================             00026300
                                                                        00026400
      *----------------------------------------------------             00026500
       0000-PRINCIPAL                           SECTION.                00026600
      *----------------------------------------------------             00026700
                                                                        00026800
             PERFORM 1000-INICIALIZAR.                                  00026900
             PERFORM 1200-LERPOSICAO.                                   00027000
             PERFORM 1300-LERCUSTO.                                     00027100
             PERFORM 1400-LERCONTAGEM.                                  00027200
             PERFORM 2000-PROCESSAR                                     00027300
                UNTIL WRK-CHAVE-CONTAGEM EQUAL HIGH-VALUES.             00027400
             PERFORM 3000-FINALIZAR.                                    00027500
             STOP RUN.                                                  00027600
                                                                        00027700
       0000-99-FINAL.        EXIT.                                      00027800
                                                                        00027900
      *----------------------------------------------------             00028000
       1000-INICIALIZAR                         SECTION.                00028100
      *----------------------------------------------------             00028200
                                                                        00028300
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00028400
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00028500
           ACCEPT WRK-DATA-CONTAGEM      FROM SYSIN.                    00028600
           ACCEPT WRK-TOLERANCIA         FROM SYSIN.                    00028700
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00028800
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00028900
           IF WRK-VD-INVALIDA                                           00029000
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00029100
                     WRK-DATA-PROCESSAMENTO                             00029200
             MOVE 8 TO RETURN-CODE                                      00029300
             STOP RUN                                                   00029400
           END-IF.                                                      00029500
           IF WRK-VD-NAO-UTIL                                           00029600
             DISPLAY ' AVISO: DATA DE PROCESSAMENTO NAO E DIA UTIL'     00029700
           END-IF.                                                      00029800
           IF WRK-VD-SEM-CALENDARIO                                     00029900
             DISPLAY ' AVISO: CALENDARIO DE FERIADOS INDISPONIVEL'      00030000
           END-IF.                                                      00030100
           IF WRK-DATA-CONTAGEM NOT NUMERIC                             00030200
              OR WRK-DATA-CONTAGEM GREATER WRK-DATA-PROCESSAMENTO       00030300
             DISPLAY ' DATA DA CONTAGEM INVALIDA - ' WRK-DATA-CONTAGEM  00030400
             MOVE 8 TO RETURN-CODE                                      00030500
             STOP RUN                                                   00030600
           END-IF.                                                      00030700
           IF WRK-TOLERANCIA NOT NUMERIC                                00030800
             DISPLAY ' TOLERANCIA INVALIDA NO SYSIN'                    00030900
             MOVE 8 TO RETURN-CODE                                      00031000
             STOP RUN                                                   00031100
           END-IF.                                                      00031200
           MOVE 'INVENLOJ' TO WRK-CE-PROGRAMA.                          00031300
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00031400
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00031500
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00031600
           IF NOT WRK-CE-PODE-EXECUTAR                                  00031700
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00031800
                     'STATUS ' WRK-CE-STATUS                            00031900
             MOVE 8 TO RETURN-CODE                                      00032000
             STOP RUN                                                   00032100
           END-IF.                                                      00032200
           DISPLAY ' DATA DE PROCESSAMENTO..' WRK-DATA-PROCESSAMENTO.   00032300
           DISPLAY ' DATA DA CONTAGEM.......' WRK-DATA-CONTAGEM.        00032400
           DISPLAY ' TOLERANCIA POR ITEM....' WRK-TOLERANCIA.           00032500
           OPEN INPUT ESTQPOS.                                          00032600
           OPEN INPUT CUSTO.                                            00032700
           OPEN INPUT CONTAGEM.                                         00032800
           OPEN EXTEND AJUSTES.                                         00032900
           OPEN EXTEND AJUSPEND.                                        00033000
           IF WRK-FS-ESTQPOS NOT EQUAL 0                                00033100
             DISPLAY ' ERRO OPEN ESTQPOS - STATUS ' WRK-FS-ESTQPOS      00033200
             MOVE 8 TO RETURN-CODE                                      00033300
             STOP RUN                                                   00033400
           END-IF.                                                      00033500
           IF WRK-FS-CUSTO NOT EQUAL 0                                  00033600
             DISPLAY ' ERRO OPEN CUSTO - STATUS ' WRK-FS-CUSTO          00033700
             MOVE 8 TO RETURN-CODE                                      00033800
             STOP RUN                                                   00033900
           END-IF.                                                      00034000
           IF WRK-FS-CONTAGEM NOT EQUAL 0                               00034100
             DISPLAY ' ERRO OPEN CONTAGEM - STATUS ' WRK-FS-CONTAGEM    00034200
             MOVE 8 TO RETURN-CODE                                      00034300
             STOP RUN                                                   00034400
           END-IF.                                                      00034500
           IF WRK-FS-AJUSTES NOT EQUAL 0                                00034600
             DISPLAY ' ERRO OPEN AJUSTES - STATUS ' WRK-FS-AJUSTES      00034700
             MOVE 8 TO RETURN-CODE                                      00034800
             STOP RUN                                                   00034900
           END-IF.                                                      00035000
           IF WRK-FS-AJUSPEND NOT EQUAL 0                               00035100
             DISPLAY ' ERRO OPEN AJUSPEND - STATUS ' WRK-FS-AJUSPEND    00035200
             MOVE 8 TO RETURN-CODE                                      00035300
             STOP RUN                                                   00035400
           END-IF.                                                      00035500
           PERFORM 1100-CARREGARPRODUTOS.                               00035600
           MOVE WRK-DATA-CONTAGEM TO WRK-LA-DATA.                       00035700
           MOVE WRK-TOLERANCIA    TO WRK-LA-TOLERANCIA.                 00035800
           MOVE 'CONCILIACAO DA CONTAGEM FISICA DE ESTOQUE'             00035900
             TO WRK-RW-TITULO1.                                         00036000
           MOVE WRK-LINHA-CABEC      TO WRK-RW-TITULO2.                 00036100
           MOVE WRK-LINHA-PARAMETROS TO WRK-RW-TITULO3.                 00036200
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00036300
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00036400
           MOVE 'N' TO WRK-RW-REABRIR.                                  00036500
           MOVE SPACES TO WRK-RW-QUEBRA.                                00036550
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00036600
           CALL 'REPWRITE' USING WRK-REPW.                              00036700
                                                                        00036800
       1000-99-FINAL.        EXIT.                                      00036900
                                                                        00037000
      *----------------------------------------------------             00037100
      * CARREGAR O MESTRE DE PRODUTOS: VALIDA A CONTAGEM E              00037200
      * DA O PRECO DE LISTA QUANDO NAO HA CUSTO MEDIO                   00037300
      *----------------------------------------------------             00037400
       1100-CARREGARPRODUTOS                    SECTION.                00037500
      *----------------------------------------------------             00037600
                                                                        00037700
           OPEN INPUT PRODUTOS.                                         00037800
           IF WRK-FS-PRODUTOS NOT EQUAL 0                               00037900
             DISPLAY ' ERRO OPEN PRODUTOS - STATUS ' WRK-FS-PRODUTOS    00038000
             MOVE 8 TO RETURN-CODE                                      00038100
             STOP RUN                                                   00038200
           END-IF.                                                      00038300
           READ PRODUTOS.                                               00038400
           PERFORM 1110-GUARDARPRODUTO                                  00038500
              UNTIL WRK-FS-PRODUTOS NOT EQUAL 0.                        00038600
           CLOSE PRODUTOS.                                              00038700
           DISPLAY ' PRODUTOS NO CADASTRO..' WRK-PRD-QTD.               00038800
                                                                        00038900
       1100-99-FINAL.        EXIT.                                      00039000
                                                                        00039100
      *----------------------------------------------------             00039200
       1110-GUARDARPRODUTO                      SECTION.                00039300
      *----------------------------------------------------             00039400
                                                                        00039500
           IF WRK-PRD-QTD LESS 500                                      00039600
             ADD 1 TO WRK-PRD-QTD                                       00039700
             MOVE PRD-DESCRICAO   TO TAB-PRD-DESCRICAO (WRK-PRD-QTD)    00039800
             MOVE PRD-PRECO-LISTA TO TAB-PRD-PRECO     (WRK-PRD-QTD)    00039900
           ELSE                                                         00040000
             MOVE '1110'                   TO WRK-SECAO                 00040100
             MOVE 'PRODUTOS EXCEDEM A TABELA DE 500' TO WRK-MSGERRO     00040200
             MOVE '99'                     TO WRK-STATUS                00040300
             PERFORM 9010-TRATARERROS                                   00040400
           END-IF.                                                      00040500
           READ PRODUTOS.                                               00040600
                                                                        00040700
       1110-99-FINAL.        EXIT.                                      00040800
                                                                        00040900
      *----------------------------------------------------             00041000
      * A POSICAO TEM DE SER A DA DATA DA CONTAGEM; OUTRA               00041100
      * GERACAO DARIA DIFERENCAS FALSAS                                 00041200
      *----------------------------------------------------             00041300
       1200-LERPOSICAO                          SECTION.                00041400
      *----------------------------------------------------             00041500
                                                                        00041600
           READ ESTQPOS.                                                00041700
           IF WRK-FS-ESTQPOS EQUAL 10                                   00041800
             MOVE HIGH-VALUES TO WRK-CHAVE-POSICAO                      00041900
             GO TO 1200-99-FINAL                                        00042000
           END-IF.                                                      00042100
           IF POS-DATA NOT EQUAL WRK-DATA-CONTAGEM                      00042200
             DISPLAY ' POSICAO DE ESTOQUE DE ' POS-DATA                 00042300
                     ' NAO E DA DATA DA CONTAGEM'                       00042400
             MOVE '1200'                   TO WRK-SECAO                 00042500
             MOVE 'POSICAO NAO E DA DATA DA CONTAGEM' TO WRK-MSGERRO    00042600
             MOVE '99'                     TO WRK-STATUS                00042700
             PERFORM 9010-TRATARERROS                                   00042800
             MOVE 8 TO RETURN-CODE                                      00042900
             STOP RUN                                                   00043000
           END-IF.                                                      00043100
           MOVE POS-CODLOJA TO WRK-CP-LOJA.                             00043200
           MOVE POS-PRODUTO TO WRK-CP-PRODUTO.                          00043300
                                                                        00043400
       1200-99-FINAL.        EXIT.                                      00043500
                                                                        00043600
      *----------------------------------------------------             00043700
       1300-LERCUSTO                            SECTION.                00043800
      *----------------------------------------------------             00043900
                                                                        00044000
           READ CUSTO.                                                  00044100
           IF WRK-FS-CUSTO EQUAL 10                                     00044200
             MOVE HIGH-VALUES TO WRK-CHAVE-CUSTO                        00044300
           ELSE                                                         00044400
             MOVE CUS-CODLOJA TO WRK-CU-LOJA                            00044500
             MOVE CUS-PRODUTO TO WRK-CU-PRODUTO                         00044600
           END-IF.                                                      00044700
                                                                        00044800
       1300-99-FINAL.        EXIT.                                      00044900
                                                                        00045000
      *----------------------------------------------------             00045100
       1400-LERCONTAGEM                         SECTION.                00045200
      *----------------------------------------------------             00045300
                                                                        00045400
           MOVE 'N' TO WRK-CONTAGEM-OK.                                 00045500
           PERFORM 1410-LERUMACONTAGEM                                  00045600
              UNTIL WRK-CONTAGEM-OK EQUAL 'S'.                          00045700
                                                                        00045800
       1400-99-FINAL.        EXIT.                                      00045900
                                                                        00046000
      *----------------------------------------------------             00046100
      * CONTAGEM DE PRODUTO FORA DO MESTRE, COM QUANTIDADE              00046200
      * INVALIDA OU DE OUTRA DATA E REJEITADA E CONTADA                 00046300
      *----------------------------------------------------             00046400
       1410-LERUMACONTAGEM                      SECTION.                00046500
      *----------------------------------------------------             00046600
                                                                        00046700
           READ CONTAGEM.                                               00046800
           IF WRK-FS-CONTAGEM EQUAL 10                                  00046900
             MOVE HIGH-VALUES TO WRK-CHAVE-CONTAGEM                     00047000
             MOVE 'S' TO WRK-CONTAGEM-OK                                00047100
             GO TO 1410-99-FINAL                                        00047200
           END-IF.                                                      00047300
           ADD 1 TO WRK-ACUM-LIDAS.                                     00047400
           MOVE CNT-PRODUTO TO WRK-PRD-PROCURA.                         00047500
           PERFORM 2500-LOCALIZARPRODUTO.                               00047600
           IF WRK-PRD-ACHOU EQUAL 1                                     00047700
              AND CNT-CODLOJA IS NUMERIC                                00047800
              AND CNT-QTD-CONTADA IS NUMERIC                            00047900
              AND CNT-DATA-CONTAGEM EQUAL WRK-DATA-CONTAGEM             00048000
             MOVE CNT-CODLOJA TO WRK-CT-LOJA                            00048100
             MOVE CNT-PRODUTO TO WRK-CT-PRODUTO                         00048200
             MOVE 'S' TO WRK-CONTAGEM-OK                                00048300
           ELSE                                                         00048400
             ADD 1 TO WRK-ACUM-REJEITADAS                               00048500
             MOVE '1410'                   TO WRK-SECAO                 00048600
             MOVE 'CONTAGEM FORA DO CADASTRO/INVALIDA/OUTRA DATA'       00048700
               TO WRK-MSGERRO                                           00048800
             MOVE '99'                     TO WRK-STATUS                00048900
             PERFORM 9010-TRATARERROS                                   00049000
           END-IF.                                                      00049100
                                                                        00049200
       1410-99-FINAL.        EXIT.                                      00049300
                                                                        00049400
      *----------------------------------------------------             00049500
      * A CONTAGEM CONDUZ O BALANCE LINE: POSICAO E CUSTO               00049600
      * SO SAO ACERTADOS ATE A CHAVE CONTADA                            00049700
      *----------------------------------------------------             00049800
       2000-PROCESSAR                           SECTION.                00049900
      *----------------------------------------------------             00050000
                                                                        00050100
           MOVE WRK-CHAVE-CONTAGEM TO WRK-CHAVE-CORRENTE.               00050200
           IF WRK-PRIMEIRA-VEZ EQUAL 'N'                                00050300
              AND WRK-CO-LOJA NOT EQUAL WRK-LOJA-ANTERIOR               00050400
             PERFORM 2400-FECHARLOJA                                    00050500
           END-IF.                                                      00050600
           PERFORM 1200-LERPOSICAO                                      00050700
              UNTIL WRK-CHAVE-POSICAO NOT LESS WRK-CHAVE-CORRENTE.      00050800
           PERFORM 1300-LERCUSTO                                        00050900
              UNTIL WRK-CHAVE-CUSTO NOT LESS WRK-CHAVE-CORRENTE.        00051000
           MOVE ZEROS TO WRK-QTD-CONTADA.                               00051100
           MOVE CNT-CONTADOR TO WRK-CONTADOR.                           00051200
           PERFORM 2100-SOMARCONTAGEM                                   00051300
              UNTIL WRK-CHAVE-CONTAGEM NOT EQUAL WRK-CHAVE-CORRENTE.    00051400
           IF WRK-CHAVE-POSICAO EQUAL WRK-CHAVE-CORRENTE                00051500
             MOVE POS-QTD TO WRK-QTD-SISTEMA                            00051600
           ELSE                                                         00051700
             MOVE ZEROS TO WRK-QTD-SISTEMA                              00051800
             ADD 1 TO WRK-ACUM-SEM-POSICAO                              00051900
           END-IF.                                                      00052000
           PERFORM 2200-OBTERCUSTO.                                     00052100
           PERFORM 2300-GERARAJUSTE.                                    00052200
           MOVE WRK-CO-LOJA TO WRK-LOJA-ANTERIOR.                       00052300
           MOVE 'N' TO WRK-PRIMEIRA-VEZ.                                00052400
                                                                        00052500
       2000-99-FINAL.        EXIT.                                      00052600
                                                                        00052700
      *----------------------------------------------------             00052800
      * O MESMO ITEM CONTADO EM MAIS DE UM LUGAR DA LOJA                00052900
      * VEM EM MAIS DE UM REGISTRO E E SOMADO                           00053000
      *----------------------------------------------------             00053100
       2100-SOMARCONTAGEM                       SECTION.                00053200
      *----------------------------------------------------             00053300
                                                                        00053400
           ADD CNT-QTD-CONTADA TO WRK-QTD-CONTADA.                      00053500
           PERFORM 1400-LERCONTAGEM.                                    00053600
                                                                        00053700
       2100-99-FINAL.        EXIT.                                      00053800
                                                                        00053900
      *----------------------------------------------------             00054000
      * CUSTO MEDIO DA LOJA/PRODUTO; SEM ELE, PRECO DE LISTA            00054100
      *----------------------------------------------------             00054200
       2200-OBTERCUSTO                          SECTION.                00054300
      *----------------------------------------------------             00054400
                                                                        00054500
           IF WRK-CHAVE-CUSTO EQUAL WRK-CHAVE-CORRENTE                  00054600
              AND CUS-CUSTO-MEDIO GREATER ZEROS                         00054700
             MOVE CUS-CUSTO-MEDIO TO WRK-CUSTO-UNIT                     00054800
             GO TO 2200-99-FINAL                                        00054900
           END-IF.                                                      00055000
           ADD 1 TO WRK-ACUM-PRECO-LISTA.                               00055100
           MOVE WRK-CO-PRODUTO TO WRK-PRD-PROCURA.                      00055200
           PERFORM 2500-LOCALIZARPRODUTO.                               00055300
           MOVE TAB-PRD-PRECO (WRK-PRD-SLOT) TO WRK-CUSTO-UNIT.         00055400
                                                                        00055500
       2200-99-FINAL.        EXIT.                                      00055600
                                                                        00055700
      *----------------------------------------------------             00055800
      * DIFERENCA ZERO SO CONTA; FORA ISSO GERA O AJUSTE,               00055900
      * AUTOMATICO ATE A TOLERANCIA E PENDENTE ACIMA DELA               00056000
      *----------------------------------------------------             00056100
       2300-GERARAJUSTE                         SECTION.                00056200
      *----------------------------------------------------             00056300
                                                                        00056400
           ADD 1 TO WRK-ACUM-ITENS.                                     00056500
           COMPUTE WRK-DIFERENCA = WRK-QTD-CONTADA - WRK-QTD-SISTEMA.   00056600
           IF WRK-DIFERENCA EQUAL ZEROS                                 00056700
             ADD 1 TO WRK-ACUM-CONFEREM                                 00056800
             GO TO 2300-99-FINAL                                        00056900
           END-IF.                                                      00057000
           COMPUTE WRK-VALOR-DIF ROUNDED =                              00057100
                   WRK-DIFERENCA * WRK-CUSTO-UNIT.                      00057200
           IF WRK-DIFERENCA LESS ZEROS                                  00057300
             COMPUTE WRK-VALOR-ABS = 0 - WRK-VALOR-DIF                  00057400
             SUBTRACT WRK-DIFERENCA FROM WRK-LOJA-FALTA-QTD             00057500
             ADD WRK-VALOR-ABS TO WRK-LOJA-FALTA-VALOR                  00057600
           ELSE                                                         00057700
             MOVE WRK-VALOR-DIF TO WRK-VALOR-ABS                        00057800
             ADD WRK-DIFERENCA TO WRK-LOJA-SOBRA-QTD                    00057900
             ADD WRK-VALOR-ABS TO WRK-LOJA-SOBRA-VALOR                  00058000
           END-IF.                                                      00058100
           MOVE SPACES            TO REG-AJUSTE.                        00058200
           MOVE WRK-CO-LOJA       TO AJU-CODLOJA.                       00058300
           MOVE WRK-CO-PRODUTO    TO AJU-PRODUTO.                       00058400
           MOVE WRK-DATA-CONTAGEM TO AJU-DATA-CONTAGEM.                 00058500
           MOVE WRK-QTD-SISTEMA   TO AJU-QTD-SISTEMA.                   00058600
           MOVE WRK-QTD-CONTADA   TO AJU-QTD-CONTADA.                   00058700
           MOVE WRK-DIFERENCA     TO AJU-DIFERENCA.                     00058800
           MOVE WRK-VALOR-DIF     TO AJU-VALOR.                         00058900
           MOVE WRK-CONTADOR      TO AJU-CONTADOR.                      00059000
           MOVE SPACES            TO WRK-LINHA-ITEM.                    00059100
           IF WRK-VALOR-ABS GREATER WRK-TOLERANCIA                      00059200
             MOVE 'P' TO AJU-SITUACAO                                   00059300
             WRITE REG-AJUSPEND FROM REG-AJUSTE                         00059400
             ADD 1 TO WRK-ACUM-PENDENTES                                00059500
             MOVE 'PENDENTE'   TO WRK-LI-SITUACAO                       00059600
           ELSE                                                         00059700
             MOVE 'A' TO AJU-SITUACAO                                   00059800
             WRITE REG-AJUSTE                                           00059900
             ADD 1 TO WRK-ACUM-AUTOMATICOS                              00060000
             MOVE 'AUTOMATICO' TO WRK-LI-SITUACAO                       00060100
           END-IF.                                                      00060200
           MOVE WRK-CO-LOJA       TO WRK-LI-LOJA.                       00060300
           MOVE WRK-CO-PRODUTO    TO WRK-LI-PRODUTO.                    00060400
           MOVE WRK-QTD-SISTEMA   TO WRK-LI-SISTEMA.                    00060500
           MOVE WRK-QTD-CONTADA   TO WRK-LI-CONTADO.                    00060600
           MOVE WRK-DIFERENCA     TO WRK-LI-DIFERENCA.                  00060700
           MOVE WRK-VALOR-DIF     TO WRK-LI-VALOR.                      00060800
           MOVE WRK-LINHA-ITEM TO WRK-RW-LINHA.                         00060900
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00061000
           CALL 'REPWRITE' USING WRK-REPW.                              00061100
                                                                        00061200
       2300-99-FINAL.        EXIT.                                      00061300
                                                                        00061400
      *----------------------------------------------------             00061500
      * FALTAS E SOBRAS DA LOJA, EM QUANTIDADE E VALOR                  00061600
      *----------------------------------------------------             00061700
       2400-FECHARLOJA                          SECTION.                00061800
      *----------------------------------------------------             00061900
                                                                        00062000
           MOVE WRK-LOJA-ANTERIOR    TO WRK-RL-LOJA.                    00062100
           MOVE WRK-ROTULO-LOJA      TO WRK-LL-ROTULO.                  00062200
           MOVE WRK-LOJA-FALTA-QTD   TO WRK-LL-FALTA-QTD.               00062300
           MOVE WRK-LOJA-FALTA-VALOR TO WRK-LL-FALTA-VALOR.             00062400
           MOVE WRK-LOJA-SOBRA-QTD   TO WRK-LL-SOBRA-QTD.               00062500
           MOVE WRK-LOJA-SOBRA-VALOR TO WRK-LL-SOBRA-VALOR.             00062600
           MOVE WRK-LINHA-LOJA TO WRK-RW-LINHA.                         00062700
           MOVE 'T' TO WRK-RW-FUNCAO.                                   00062800
           CALL 'REPWRITE' USING WRK-REPW.                              00062900
           ADD WRK-LOJA-FALTA-QTD   TO WRK-TOT-FALTA-QTD.               00063000
           ADD WRK-LOJA-FALTA-VALOR TO WRK-TOT-FALTA-VALOR.             00063100
           ADD WRK-LOJA-SOBRA-QTD   TO WRK-TOT-SOBRA-QTD.               00063200
           ADD WRK-LOJA-SOBRA-VALOR TO WRK-TOT-SOBRA-VALOR.             00063300
           MOVE ZEROS TO WRK-LOJA-FALTA-QTD.                            00063400
           MOVE ZEROS TO WRK-LOJA-FALTA-VALOR.                          00063500
           MOVE ZEROS TO WRK-LOJA-SOBRA-QTD.                            00063600
           MOVE ZEROS TO WRK-LOJA-SOBRA-VALOR.                          00063700
                                                                        00063800
       2400-99-FINAL.        EXIT.                                      00063900
                                                                        00064000
      *----------------------------------------------------             00064100
      * LOCALIZAR WRK-PRD-PROCURA NO MESTRE DE PRODUTOS                 00064200
      *----------------------------------------------------             00064300
       2500-LOCALIZARPRODUTO                    SECTION.                00064400
      *----------------------------------------------------             00064500
                                                                        00064600
           MOVE 0 TO WRK-PRD-ACHOU.                                     00064700
           MOVE ZEROS TO WRK-PRD-SLOT.                                  00064800
           PERFORM 2510-PESQUISARCADPRD                                 00064900
              VARYING TAB-PRD-IDX FROM 1 BY 1                           00065000
                UNTIL TAB-PRD-IDX GREATER WRK-PRD-QTD                   00065100
                   OR WRK-PRD-ACHOU EQUAL 1.                            00065200
                                                                        00065300
       2500-99-FINAL.        EXIT.                                      00065400
                                                                        00065500
      *----------------------------------------------------             00065600
       2510-PESQUISARCADPRD                     SECTION.                00065700
      *----------------------------------------------------             00065800
                                                                        00065900
           IF TAB-PRD-DESCRICAO (TAB-PRD-IDX) EQUAL WRK-PRD-PROCURA     00066000
             MOVE 1 TO WRK-PRD-ACHOU                                    00066100
             SET WRK-PRD-SLOT TO TAB-PRD-IDX                            00066200
           END-IF.                                                      00066300
                                                                        00066400
       2510-99-FINAL.        EXIT.                                      00066500
                                                                        00066600
      *----------------------------------------------------             00066700
       3000-FINALIZAR                           SECTION.                00066800
      *----------------------------------------------------             00066900
                                                                        00067000
            IF WRK-PRIMEIRA-VEZ EQUAL 'N'                               00067100
              PERFORM 2400-FECHARLOJA                                   00067200
            END-IF.                                                     00067300
            MOVE ' TOTAL GERAL'      TO WRK-LL-ROTULO.                  00067400
            MOVE WRK-TOT-FALTA-QTD   TO WRK-LL-FALTA-QTD.               00067500
            MOVE WRK-TOT-FALTA-VALOR TO WRK-LL-FALTA-VALOR.             00067600
            MOVE WRK-TOT-SOBRA-QTD   TO WRK-LL-SOBRA-QTD.               00067700
            MOVE WRK-TOT-SOBRA-VALOR TO WRK-LL-SOBRA-VALOR.             00067800
            MOVE WRK-LINHA-LOJA TO WRK-RW-LINHA.                        00067900
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00068000
            CALL 'REPWRITE' USING WRK-REPW.                             00068100
            CLOSE ESTQPOS.                                              00068200
            CLOSE CUSTO.                                                00068300
            CLOSE CONTAGEM.                                             00068400
            CLOSE AJUSTES.                                              00068500
            CLOSE AJUSPEND.                                             00068600
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00068700
            CALL 'REPWRITE' USING WRK-REPW.                             00068800
            DISPLAY ' CONTAGENS LIDAS........' WRK-ACUM-LIDAS.          00068900
            DISPLAY ' CONTAGENS REJEITADAS...' WRK-ACUM-REJEITADAS.     00069000
            DISPLAY ' ITENS CONCILIADOS......' WRK-ACUM-ITENS.          00069100
            DISPLAY ' SEM DIFERENCA..........' WRK-ACUM-CONFEREM.       00069200
            DISPLAY ' AJUSTES AUTOMATICOS....' WRK-ACUM-AUTOMATICOS.    00069300
            DISPLAY ' AJUSTES PENDENTES......' WRK-ACUM-PENDENTES.      00069400
            DISPLAY ' CONTADOS SEM POSICAO...' WRK-ACUM-SEM-POSICAO.    00069500
            DISPLAY ' VALOR A PRECO DE LISTA.' WRK-ACUM-PRECO-LISTA.    00069600
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00069700
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00069800
            IF WRK-ACUM-PENDENTES GREATER ZEROS                         00069900
              MOVE 4 TO RETURN-CODE                                     00070000
            END-IF.                                                     00070100
            DISPLAY ' FIM DO PROGRAMA'.                                 00070200
                                                                        00070300
       3000-99-FINAL.        EXIT.                                      00070400
                                                                        00070500
      *----------------------------------------------------             00070600
       9010-TRATARERROS                         SECTION.                00070700
      *----------------------------------------------------             00070800
                                                                        00070900
           MOVE 'INVENLOJ' TO WRK-PROGRAMA.                             00071000
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00071100
                                                                        00071200
       9010-99-FINAL.        EXIT.                                      00071300

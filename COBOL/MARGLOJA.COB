      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. MARGLOJA.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * MARGEM BRUTA MENSAL POR LOJA E PRODUTO: O CUSTO                 00001100
      * MEDIO PONDERADO DE CADA LOJA/PRODUTO (MESTRE                    00001200
      * CUSTANT, GDG PR.FOUR01.CUSTOMED) E ATUALIZADO COM               00001300
      * AS COMPRAS DO MES (COMPRAS, CLASSIFICADO POR LOJA E             00001400
      * ITEM) E APLICADO AS VENDAS DA COMPETENCIA (VENDAS,              00001500
      * CLASSIFICADO POR LOJA E PRODUTO) NUM BALANCE LINE               00001600
      * DE TRES PERNAS, NO MOLDE DO ESTOQLOJ. O RELATORIO               00001700
      * TRAZ RECEITA, CUSTO DAS MERCADORIAS VENDIDAS (CMV),             00001800
      * MARGEM BRUTA E PERCENTUAL POR PRODUTO, COM                      00001900
      * SUBTOTAL POR LOJA, POR REGIAO (LOJ-REGIAO) E GERAL;             00002000
      * PRODUTO VENDIDO ABAIXO DO CUSTO SAI DE NOVO NUMA                00002100
      * PAGINA SEPARADA. O MESTRE NOVO (CUSTNOVO) E A                   00002200
      * ABERTURA DO MES SEGUINTE.                                       00002300
      * COMPRA OU VENDA DE PRODUTO FORA DO MESTRE DE                    00002400
      * PRODUTOS, OU COM QUANTIDADE/VALOR INVALIDO, E                   00002500
      * REJEITADA E CONTADA; VENDA FORA DA COMPETENCIA E                00002600
      * IGNORADA (O ARQUIVO DE VENDAS E CORRIDO).                       00002700
      *                                                                 00002800
      * SYSIN: DATA DE PROCESSAMENTO / OVERRIDE DO CTLEXEC /            00002900
      *        COMPETENCIA AAAAMM.                                      00003000
      *                                                                 00003100
      *====================================================             00003200
                                                                        00003300
      *====================================================             00003400
       ENVIRONMENT                              DIVISION.               00003500
      *====================================================             00003600
       CONFIGURATION                            SECTION.                00003700
       SPECIAL-NAMES.                                                   00003800
           DECIMAL-POINT IS COMMA.                                      00003900
                                                                        00004000
       INPUT-OUTPUT                             SECTION.                00004100
       FILE-CONTROL.                                                    00004200
           SELECT CUSTANT  ASSIGN TO CUSTANT                            00004300
               FILE STATUS  IS WRK-FS-CUSTANT.                          00004400
           SELECT COMPRAS  ASSIGN TO COMPRAS                            00004500
               FILE STATUS  IS WRK-FS-COMPRAS.                          00004600
           SELECT VENDAS   ASSIGN TO VENDAS                             00004700
               FILE STATUS  IS WRK-FS-VENDAS.                           00004800
           SELECT CUSTNOVO ASSIGN TO CUSTNOVO                           00004900
               FILE STATUS  IS WRK-FS-CUSTNOVO.                         00005000
           SELECT LOJAS    ASSIGN TO LOJAS                              00005100
               FILE STATUS  IS WRK-FS-LOJAS.                            00005200
           SELECT PRODUTOS ASSIGN TO PRODUTOS                           00005300
               FILE STATUS  IS WRK-FS-PRODUTOS.                         00005400
                                                                        00005500
      *====================================================             00005600
       DATA                                     DIVISION.               00005700
      *====================================================             00005800
       FILE                                     SECTION.                00005900
       FD CUSTANT                                                       00006000
           RECORDING  MODE IS F                                         00006100
           BLOCK CONTAINS 0 RECORDS.                                    00006200
                                                                        00006300
       COPY '#CUSTO'.                                                   00006400
                                                                        00006500
       FD COMPRAS                                                       00006600
           RECORDING  MODE IS F                                         00006700
           BLOCK CONTAINS 0 RECORDS.                                    00006800
                                                                        00006900
       01 REG-COMPRA.                                                   00007000
          05 CMP-CODIGO         PIC 9(03).                              00007100
          05 CMP-ITEM           PIC X(30).                              00007200
          05 CMP-VALOR          PIC 9(05)V99.                           00007300
          05 CMP-QUANT          PIC 9(03).                              00007400
          05 CMP-CODLOJA        PIC 9(03).                              00007500
          05 FILLER             PIC X(02).                              00007600
                                                                        00007700
       FD VENDAS                                                        00007800
           RECORDING  MODE IS F                                         00007900
           BLOCK CONTAINS 0 RECORDS.                                    00008000
                                                                        00008100
       01 REG-VENDA.                                                    00008200
          05 VEN-CODLOJA        PIC 9(03).                              00008300
          05 VEN-PRODUTO        PIC X(30).                              00008400
          05 VEN-QUANTIDADE     PIC 9(03).                              00008500
          05 VEN-VLRUNIT        PIC 9(05)V99.                           00008600
          05 VEN-DATA           PIC 9(08).                              00008700
          05 VEN-HORA           PIC 9(06).                              00008800
          05 VEN-VENDEDOR       PIC X(08).                              00008900
                                                                        00009000
       FD CUSTNOVO                                                      00009100
           RECORDING  MODE IS F                                         00009200
           BLOCK CONTAINS 0 RECORDS.                                    00009300
                                                                        00009400
       01 REG-CUSTNOVO          PIC X(60).                              00009500
                                                                        00009600
       FD LOJAS                                                         00009700
           RECORDING  MODE IS F                                         00009800
           BLOCK CONTAINS 0 RECORDS.                                    00009900
                                                                        00010000
       COPY '#LOJA'.                                                    00010100
                                                                        00010200
       FD PRODUTOS                                                      00010300
           RECORDING  MODE IS F                                         00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
                                                                        00010600
       COPY '#PRODUTO'.                                                 00010700
                                                                        00010800
       WORKING-STORAGE                          SECTION.                00010900
                                                                        00011000
      *===================PARAMETROS========================            00011100
                                                                        00011200
       77 WRK-COMPETENCIA       PIC 9(06)    VALUE ZEROS.               00011300
                                                                        00011400
      *==============CHAVES DO BALANCE LINE================             00011500
                                                                        00011600
       01 WRK-CHAVE-MESTRE.                                             00011700
          05 WRK-CM-LOJA        PIC X(03).                              00011800
          05 WRK-CM-PRODUTO     PIC X(30).                              00011900
                                                                        00012000
       01 WRK-CHAVE-COMPRA.                                             00012100
          05 WRK-CC-LOJA        PIC X(03).                              00012200
          05 WRK-CC-PRODUTO     PIC X(30).                              00012300
                                                                        00012400
       01 WRK-CHAVE-VENDA.                                              00012500
          05 WRK-CV-LOJA        PIC X(03).                              00012600
          05 WRK-CV-PRODUTO     PIC X(30).                              00012700
                                                                        00012800
       01 WRK-CHAVE-CORRENTE.                                           00012900
          05 WRK-CO-LOJA        PIC X(03).                              00013000
          05 WRK-CO-LOJA-NUM    REDEFINES WRK-CO-LOJA                   00013100
                                PIC 9(03).                              00013200
          05 WRK-CO-PRODUTO     PIC X(30).                              00013300
                                                                        00013400
      *==============CUSTO EM APURACAO=====================             00013500
                                                                        00013600
       77 WRK-QTD-ABERTURA      PIC 9(07)          VALUE ZEROS.         00013700
       77 WRK-CUSTO-ABERTURA    PIC 9(05)V9(04)    VALUE ZEROS.         00013800
       77 WRK-QTD-COMPRADA      PIC 9(07)          VALUE ZEROS.         00013900
       77 WRK-VALOR-COMPRADO    PIC 9(09)V99       VALUE ZEROS.         00014000
       77 WRK-CUSTO-MEDIO       PIC 9(05)V9(04)    VALUE ZEROS.         00014100
       77 WRK-QTD-VENDIDA       PIC 9(07)          VALUE ZEROS.         00014200
       77 WRK-RECEITA           PIC 9(09)V99       VALUE ZEROS.         00014300
       77 WRK-CMV               PIC 9(09)V99       VALUE ZEROS.         00014400
       77 WRK-MARGEM            PIC S9(09)V99      VALUE ZEROS.         00014500
       77 WRK-MARGEM-PERC       PIC S9(05)V99      VALUE ZEROS.         00014600
       77 WRK-QTD-FECHAMENTO    PIC S9(08)         VALUE ZEROS.         00014700
       77 WRK-BASE-PONDERADA    PIC 9(08)          VALUE ZEROS.         00014800
       77 WRK-PRECO-MEDIO       PIC 9(05)V99       VALUE ZEROS.         00014900
                                                                        00015000
      *==============QUEBRA POR LOJA E TOTAIS==============             00015100
                                                                        00015200
       77 WRK-PRIMEIRA-VEZ      PIC X(01)    VALUE 'S'.                 00015300
       77 WRK-LOJA-ANTERIOR     PIC X(03)    VALUE SPACES.              00015400
       77 WRK-LOJA-ANT-NUM      PIC 9(03)    VALUE ZEROS.               00015500
       77 WRK-LOJA-RECEITA      PIC 9(10)V99 VALUE ZEROS.               00015600
       77 WRK-LOJA-CMV          PIC 9(10)V99 VALUE ZEROS.               00015700
       77 WRK-TOTAL-RECEITA     PIC 9(11)V99 VALUE ZEROS.               00015800
       77 WRK-TOTAL-CMV         PIC 9(11)V99 VALUE ZEROS.               00015900
       77 WRK-SUB-RECEITA       PIC 9(11)V99 VALUE ZEROS.               00016000
       77 WRK-SUB-CMV           PIC 9(11)V99 VALUE ZEROS.               00016100
       77 WRK-SUB-MARGEM        PIC S9(11)V99 VALUE ZEROS.              00016200
                                                                        00016300
      *==============CADASTRO DE LOJAS=====================             00016400
                                                                        00016500
       77 WRK-FS-LOJAS          PIC 9(02).                              00016600
       77 WRK-CAD-QTD           PIC 9(03)    VALUE ZEROS.               00016700
       77 WRK-CAD-ACHOU         PIC 9        VALUE 0.                   00016800
       77 WRK-CAD-SLOT          PIC 9(03)    VALUE ZEROS.               00016900
       77 WRK-NOME-LOJA         PIC X(30)    VALUE SPACES.              00017000
       77 WRK-REGIAO-LOJA       PIC X(15)    VALUE SPACES.              00017100
                                                                        00017200
       01 TAB-CADLOJ.                                                   00017300
          05 TAB-CAD-ITEM OCCURS 100 TIMES                              00017400
                          INDEXED BY TAB-CAD-IDX.                       00017500
             10 TAB-CAD-CODIGO     PIC 9(03).                           00017600
             10 TAB-CAD-NOME       PIC X(30).                           00017700
             10 TAB-CAD-REGIAO     PIC X(15).                           00017800
                                                                        00017900
      *==============CADASTRO DE PRODUTOS==================             00018000
                                                                        00018100
       77 WRK-FS-PRODUTOS       PIC 9(02).                              00018200
       77 WRK-PRD-QTD           PIC 9(03)    VALUE ZEROS.               00018300
       77 WRK-PRD-ACHOU         PIC 9        VALUE 0.                   00018400
       77 WRK-PRD-PROCURA       PIC X(30)    VALUE SPACES.              00018500
       77 WRK-REGISTRO-OK       PIC X(01)    VALUE 'N'.                 00018600
                                                                        00018700
       01 TAB-CADPRD.                                                   00018800
          05 TAB-PRD-ITEM OCCURS 500 TIMES                              00018900
                          INDEXED BY TAB-PRD-IDX.                       00019000
             10 TAB-PRD-DESCRICAO  PIC X(30).                           00019100
                                                                        00019200
      *==============SUBTOTAIS POR REGIAO==================             00019300
                                                                        00019400
       77 WRK-REG-QTD           PIC 9(02)    VALUE ZEROS.               00019500
       77 WRK-REG-ACHOU         PIC 9        VALUE 0.                   00019600
       77 WRK-REG-SLOT          PIC 9(02)    VALUE ZEROS.               00019700
       77 WRK-REG-IDX           PIC 9(02)    VALUE ZEROS.               00019800
                                                                        00019900
       01 TAB-REGIOES.                                                  00020000
          05 TAB-REG-ITEM OCCURS 10 TIMES                               00020100
                          INDEXED BY TAB-REG-IDX.                       00020200
             10 TAB-REG-NOME       PIC X(15).                           00020300
             10 TAB-REG-RECEITA    PIC 9(11)V99.                        00020400
             10 TAB-REG-CMV        PIC 9(11)V99.                        00020500
                                                                        00020600
      *==============VENDAS ABAIXO DO CUSTO================             00020700
                                                                        00020800
       77 WRK-ABX-QTD           PIC 9(03)    VALUE ZEROS.               00020900
       77 WRK-ABX-IDX           PIC 9(03)    VALUE ZEROS.               00021000
                                                                        00021100
       01 TAB-ABAIXO.                                                   00021200
          05 TAB-ABX-ITEM OCCURS 500 TIMES.                             00021300
             10 TAB-ABX-LOJA       PIC X(03).                           00021400
             10 TAB-ABX-PRODUTO    PIC X(30).                           00021500
             10 TAB-ABX-QTD        PIC 9(07).                           00021600
             10 TAB-ABX-PRECO      PIC 9(05)V99.                        00021700
             10 TAB-ABX-CUSTO      PIC 9(05)V9(04).                     00021800
             10 TAB-ABX-PREJUIZO   PIC 9(09)V99.                        00021900
                                                                        00022000
      *==============CONTROLE DO LOTE======================             00022100
                                                                        00022200
       77 WRK-FS-CUSTANT        PIC 9(02).                              00022300
       77 WRK-FS-COMPRAS        PIC 9(02).                              00022400
       77 WRK-FS-VENDAS         PIC 9(02).                              00022500
       77 WRK-FS-CUSTNOVO       PIC 9(02).                              00022600
       77 WRK-ACUM-CUSTOS       PIC 9(05)    VALUE ZEROS.               00022700
       77 WRK-ACUM-PRODUTOS     PIC 9(05)    VALUE ZEROS.               00022800
       77 WRK-ACUM-ABAIXO       PIC 9(05)    VALUE ZEROS.               00022900
       77 WRK-ACUM-SEM-CUSTO    PIC 9(05)    VALUE ZEROS.               00023000
       77 WRK-ACUM-COMPRA-REJ   PIC 9(07)    VALUE ZEROS.               00023100
       77 WRK-ACUM-VENDA-REJ    PIC 9(07)    VALUE ZEROS.               00023200
       77 WRK-ACUM-FORA-COMPET  PIC 9(07)    VALUE ZEROS.               00023300
                                                                        00023400
      *==============REGISTRO DO MESTRE NOVO===============             00023500
                                                                        00023600
       01 WRK-REG-CUSTNOVO.                                             00023700
          05 WRK-NOV-CODLOJA    PIC 9(03).                              00023800
          05 WRK-NOV-PRODUTO    PIC X(30).                              00023900
          05 WRK-NOV-QTD-BASE   PIC 9(07).                              00024000
          05 WRK-NOV-CUSTO      PIC 9(05)V9(04).                        00024100
          05 WRK-NOV-COMPETENCIA PIC 9(06).                             00024200
          05 FILLER             PIC X(05)    VALUE SPACES.              00024300
                                                                        00024400
      *===================LINHAS DO RELATORIO===============            00024500
                                                                        00024600
       01 WRK-LINHA-CABEC.                                              00024700
          05 FILLER   PIC X(36) VALUE ' LOJA PRODUTO'.                  00024800
          05 FILLER   PIC X(36) VALUE                                   00024900
             '  QTDE       RECEITA           CMV '.                     00025000
          05 FILLER   PIC X(28) VALUE                                   00025100
             '      MARGEM MARGEM% OBS'.                                00025200
                                                                        00025300
       01 WRK-LINHA-PRODUTO.                                            00025400
          05 FILLER             PIC X(01).                              00025500
          05 WRK-LP-LOJA        PIC X(03).                              00025600
          05 FILLER             PIC X(01).                              00025700
          05 WRK-LP-PRODUTO     PIC X(30).                              00025800
          05 FILLER             PIC X(01).                              00025900
          05 WRK-LP-QTD         PIC ZZ.ZZ9.                             00026000
          05 FILLER             PIC X(01).                              00026100
          05 WRK-LP-RECEITA     PIC ZZ.ZZZ.ZZ9,99.                      00026200
          05 FILLER             PIC X(01).                              00026300
          05 WRK-LP-CMV         PIC ZZ.ZZZ.ZZ9,99.                      00026400
          05 FILLER             PIC X(01).                              00026500
          05 WRK-LP-MARGEM      PIC -Z.ZZZ.ZZ9,99.                      00026600
          05 FILLER             PIC X(01).                              00026700
          05 WRK-LP-PERC        PIC -ZZ9,99.                            00026800
          05 FILLER             PIC X(01).                              00026900
          05 WRK-LP-OBS         PIC X(07).                              00027000
                                                                        00027100
       01 WRK-LINHA-SUBTOTAL.                                           00027200
          05 FILLER             PIC X(01) VALUE SPACES.                 00027300
          05 WRK-LS-ROTULO      PIC X(42).                              00027400
          05 WRK-LS-RECEITA     PIC ZZ.ZZZ.ZZ9,99.                      00027500
          05 FILLER             PIC X(01) VALUE SPACES.                 00027600
          05 WRK-LS-CMV         PIC ZZ.ZZZ.ZZ9,99.                      00027700
          05 FILLER             PIC X(01) VALUE SPACES.                 00027800
          05 WRK-LS-MARGEM      PIC -Z.ZZZ.ZZ9,99.                      00027900
          05 FILLER             PIC X(01) VALUE SPACES.                 00028000
          05 WRK-LS-PERC        PIC -ZZ9,99.                            00028100
                                                                        00028200
       01 WRK-ROTULO-LOJA.                                              00028300
          05 FILLER             PIC X(05) VALUE 'LOJA '.                00028400
          05 WRK-RL-LOJA        PIC X(03).                              00028500
          05 FILLER             PIC X(01) VALUE SPACES.                 00028600
          05 WRK-RL-NOME        PIC X(30).                              00028700
                                                                        00028800
       01 WRK-ROTULO-REGIAO.                                            00028900
          05 FILLER             PIC X(07) VALUE 'REGIAO '.              00029000
          05 WRK-RR-NOME        PIC X(15).                              00029100
                                                                        00029200
       01 WRK-CABEC-ABAIXO.                                             00029300
          05 FILLER   PIC X(36) VALUE ' LOJA PRODUTO'.                  00029400
          05 FILLER   PIC X(44) VALUE                                   00029500
             '  QTDE PRECO MED  CUSTO MEDIO       PREJUIZO'.            00029600
                                                                        00029700
       01 WRK-LINHA-ABAIXO.                                             00029800
          05 FILLER             PIC X(01).                              00029900
          05 WRK-LA-LOJA        PIC X(03).                              00030000
          05 FILLER             PIC X(01).                              00030100
          05 WRK-LA-PRODUTO     PIC X(30).                              00030200
          05 FILLER             PIC X(01).                              00030300
          05 WRK-LA-QTD         PIC ZZ.ZZ9.                             00030400
          05 FILLER             PIC X(01).                              00030500
          05 WRK-LA-PRECO       PIC ZZ.ZZ9,99.                          00030600
          05 FILLER             PIC X(02).                              00030700
          05 WRK-LA-CUSTO       PIC ZZ.ZZ9,9999.                        00030800
          05 FILLER             PIC X(02).                              00030900
          05 WRK-LA-PREJUIZO    PIC ZZ.ZZZ.ZZ9,99.                      00031000
                                                                        00031100
      *===================DATA DE PROCESSAMENTO==============           00031200
                                                                        00031300
       COPY 'DATAPROC'.                                                 00031400
                                                                        00031500
      *===================TRATAMENTO DE ERROS================           00031600
                                                                        00031700
       COPY 'VARERROS'.                                                 00031800
                                                                        00031900
      *===================CONTROLE DE EXECUCAO===============           00032000
                                                                        00032100
       COPY 'CTRLEXEC'.                                                 00032200
                                                                        00032300
      *===================CRITICA DA DATA====================           00032400
                                                                        00032500
       COPY 'VALDATA'.                                                  00032600
                                                                        00032700
      *===================SERVICOS DE IMPRESSAO==============           00032800
                                                                        00032900
       COPY 'REPWCOMM'.                                                 00033000
                                                                        00033100
      *====================================================             00033200
       PROCEDURE                                DIVISION.               00033300
      *====================================================             00033400
                                                                        00033500
      *----------------------------------------------------             00033600
       0000-PRINCIPAL                           SECTION.                00033700
      *----------------------------------------------------             00033800
                                                                        00033900
             PERFORM 1000-INICIALIZAR.                                  00034000
             PERFORM 1200-LERMESTRE.                                    00034100
             PERFORM 1300-LERCOMPRA.                                    00034200
             PERFORM 1400-LERVENDA.                                     00034300
             PERFORM 2000-PROCESSAR                                     00034400
                UNTIL WRK-CHAVE-MESTRE EQUAL HIGH-VALUES                00034500
                  AND WRK-CHAVE-COMPRA EQUAL HIGH-VALUES                00034600
                  AND WRK-CHAVE-VENDA  EQUAL HIGH-VALUES.               00034700
             PERFORM 3000-FINALIZAR.                                    00034800
             STOP RUN.                                                  00034900
                                                                        00035000
       0000-99-FINAL.        EXIT.                                      00035100
                                                                        00035200
      *----------------------------------------------------             00035300
       1000-INICIALIZAR                         SECTION.                00035400
      *----------------------------------------------------             00035500
                                                                        00035600
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00035700
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00035800
           ACCEPT WRK-COMPETENCIA        FROM SYSIN.                    00035900
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00036000
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00036100
           IF WRK-VD-INVALIDA                                           00036200
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00036300
                     WRK-DATA-PROCESSAMENTO                             00036400
             MOVE 8 TO RETURN-CODE                                      00036500
             STOP RUN                                                   00036600
           END-IF.                                                      00036700
           IF WRK-VD-NAO-UTIL                                           00036800
             DISPLAY ' AVISO: DATA DE PROCESSAMENTO NAO E DIA UTIL'     00036900
           END-IF.                                                      00037000
           IF WRK-VD-SEM-CALENDARIO                                     00037100
             DISPLAY ' AVISO: CALENDARIO DE FERIADOS INDISPONIVEL'      00037200
           END-IF.                                                      00037300
           MOVE 'MARGLOJA' TO WRK-CE-PROGRAMA.                          00037400
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00037500
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00037600
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00037700
           IF NOT WRK-CE-PODE-EXECUTAR                                  00037800
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00037900
                     'STATUS ' WRK-CE-STATUS                            00038000
             MOVE 8 TO RETURN-CODE                                      00038100
             STOP RUN                                                   00038200
           END-IF.                                                      00038300
           DISPLAY ' DATA DE PROCESSAMENTO..' WRK-DATA-PROCESSAMENTO.   00038400
           DISPLAY ' COMPETENCIA............' WRK-COMPETENCIA.          00038500
           OPEN INPUT CUSTANT.                                          00038600
           OPEN INPUT COMPRAS.                                          00038700
           OPEN INPUT VENDAS.                                           00038800
           OPEN OUTPUT CUSTNOVO.                                        00038900
           IF WRK-FS-CUSTANT NOT EQUAL 0                                00039000
             DISPLAY ' ERRO OPEN CUSTANT - STATUS ' WRK-FS-CUSTANT      00039100
             MOVE 8 TO RETURN-CODE                                      00039200
             STOP RUN                                                   00039300
           END-IF.                                                      00039400
           IF WRK-FS-COMPRAS NOT EQUAL 0                                00039500
             DISPLAY ' ERRO OPEN COMPRAS - STATUS ' WRK-FS-COMPRAS      00039600
             MOVE 8 TO RETURN-CODE                                      00039700
             STOP RUN                                                   00039800
           END-IF.                                                      00039900
           IF WRK-FS-VENDAS NOT EQUAL 0                                 00040000
             DISPLAY ' ERRO OPEN VENDAS - STATUS ' WRK-FS-VENDAS        00040100
             MOVE 8 TO RETURN-CODE                                      00040200
             STOP RUN                                                   00040300
           END-IF.                                                      00040400
           IF WRK-FS-CUSTNOVO NOT EQUAL 0                               00040500
             DISPLAY ' ERRO OPEN CUSTNOVO - STATUS ' WRK-FS-CUSTNOVO    00040600
             MOVE 8 TO RETURN-CODE                                      00040700
             STOP RUN                                                   00040800
           END-IF.                                                      00040900
           PERFORM 1100-CARREGARLOJAS.                                  00041000
           PERFORM 1150-CARREGARPRODUTOS.                               00041100
           MOVE 'MARGEM BRUTA MENSAL POR LOJA E PRODUTO'                00041200
             TO WRK-RW-TITULO1.                                         00041300
           MOVE WRK-LINHA-CABEC TO WRK-RW-TITULO2.                      00041400
           MOVE SPACES          TO WRK-RW-TITULO3.                      00041500
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00041600
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00041700
           MOVE 'N' TO WRK-RW-REABRIR.                                  00041800
           MOVE SPACES TO WRK-RW-QUEBRA.                                00041850
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00041900
           CALL 'REPWRITE' USING WRK-REPW.                              00042000
                                                                        00042100
       1000-99-FINAL.        EXIT.                                      00042200
                                                                        00042300
      *----------------------------------------------------             00042400
      * CARREGAR O MESTRE DE LOJAS PARA O NOME DA LOJA NO               00042500
      * SUBTOTAL E A REGIAO DE CADA LOJA                                00042600
      *----------------------------------------------------             00042700
       1100-CARREGARLOJAS                       SECTION.                00042800
      *----------------------------------------------------             00042900
                                                                        00043000
           OPEN INPUT LOJAS.                                            00043100
           IF WRK-FS-LOJAS NOT EQUAL 0                                  00043200
             DISPLAY ' ERRO OPEN LOJAS - STATUS ' WRK-FS-LOJAS          00043300
             MOVE 8 TO RETURN-CODE                                      00043400
             STOP RUN                                                   00043500
           END-IF.                                                      00043600
           READ LOJAS.                                                  00043700
           PERFORM 1110-GUARDARLOJA                                     00043800
              UNTIL WRK-FS-LOJAS NOT EQUAL 0.                           00043900
           CLOSE LOJAS.                                                 00044000
           DISPLAY ' LOJAS NO CADASTRO......' WRK-CAD-QTD.              00044100
                                                                        00044200
       1100-99-FINAL.        EXIT.                                      00044300
                                                                        00044400
      *----------------------------------------------------             00044500
       1110-GUARDARLOJA                         SECTION.                00044600
      *----------------------------------------------------             00044700
                                                                        00044800
           IF WRK-CAD-QTD LESS 100                                      00044900
             ADD 1 TO WRK-CAD-QTD                                       00045000
             MOVE LOJ-CODIGO TO TAB-CAD-CODIGO (WRK-CAD-QTD)            00045100
             MOVE LOJ-NOME   TO TAB-CAD-NOME   (WRK-CAD-QTD)            00045200
             MOVE LOJ-REGIAO TO TAB-CAD-REGIAO (WRK-CAD-QTD)            00045300
           ELSE                                                         00045400
             MOVE '1110'                   TO WRK-SECAO                 00045500
             MOVE 'LOJAS EXCEDEM A TABELA DE 100' TO WRK-MSGERRO        00045600
             MOVE '99'                     TO WRK-STATUS                00045700
             PERFORM 9010-TRATARERROS                                   00045800
           END-IF.                                                      00045900
           READ LOJAS.                                                  00046000
                                                                        00046100
       1110-99-FINAL.        EXIT.                                      00046200
                                                                        00046300
      *----------------------------------------------------             00046400
      * CARREGAR O MESTRE DE PRODUTOS PARA VALIDAR COMPRAS              00046500
      * E VENDAS                                                        00046600
      *----------------------------------------------------             00046700
       1150-CARREGARPRODUTOS                    SECTION.                00046800
      *----------------------------------------------------             00046900
                                                                        00047000
           OPEN INPUT PRODUTOS.                                         00047100
           IF WRK-FS-PRODUTOS NOT EQUAL 0                               00047200
             DISPLAY ' ERRO OPEN PRODUTOS - STATUS ' WRK-FS-PRODUTOS    00047300
             MOVE 8 TO RETURN-CODE                                      00047400
             STOP RUN                                                   00047500
           END-IF.                                                      00047600
           READ PRODUTOS.                                               00047700
           PERFORM 1160-GUARDARPRODUTO                                  00047800
              UNTIL WRK-FS-PRODUTOS NOT EQUAL 0.                        00047900
           CLOSE PRODUTOS.                                              00048000
           DISPLAY ' PRODUTOS NO CADASTRO...' WRK-PRD-QTD.              00048100
                                                                        00048200
       1150-99-FINAL.        EXIT.                                      00048300
                                                                        00048400
      *----------------------------------------------------             00048500
       1160-GUARDARPRODUTO                      SECTION.                00048600
      *----------------------------------------------------             00048700
                                                                        00048800
           IF WRK-PRD-QTD LESS 500                                      00048900
             ADD 1 TO WRK-PRD-QTD                                       00049000
             MOVE PRD-DESCRICAO TO TAB-PRD-DESCRICAO (WRK-PRD-QTD)      00049100
           ELSE                                                         00049200
             MOVE '1160'                   TO WRK-SECAO                 00049300
             MOVE 'PRODUTOS EXCEDEM A TABELA DE 500' TO WRK-MSGERRO     00049400
             MOVE '99'                     TO WRK-STATUS                00049500
             PERFORM 9010-TRATARERROS                                   00049600
           END-IF.                                                      00049700
           READ PRODUTOS.                                               00049800
                                                                        00049900
       1160-99-FINAL.        EXIT.                                      00050000
                                                                        00050100
      *----------------------------------------------------             00050200
       1200-LERMESTRE                           SECTION.                00050300
      *----------------------------------------------------             00050400
                                                                        00050500
           READ CUSTANT.                                                00050600
           IF WRK-FS-CUSTANT EQUAL 10                                   00050700
             MOVE HIGH-VALUES TO WRK-CHAVE-MESTRE                       00050800
           ELSE                                                         00050900
             MOVE CUS-CODLOJA TO WRK-CM-LOJA                            00051000
             MOVE CUS-PRODUTO TO WRK-CM-PRODUTO                         00051100
           END-IF.                                                      00051200
                                                                        00051300
       1200-99-FINAL.        EXIT.                                      00051400
                                                                        00051500
      *----------------------------------------------------             00051600
       1300-LERCOMPRA                           SECTION.                00051700
      *----------------------------------------------------             00051800
                                                                        00051900
           MOVE 'N' TO WRK-REGISTRO-OK.                                 00052000
           PERFORM 1310-LERUMACOMPRA                                    00052100
              UNTIL WRK-REGISTRO-OK EQUAL 'S'.                          00052200
                                                                        00052300
       1300-99-FINAL.        EXIT.                                      00052400
                                                                        00052500
      *----------------------------------------------------             00052600
      * COMPRA DE PRODUTO FORA DO MESTRE OU COM VALOR/QTDE              00052700
      * INVALIDO E REJEITADA E CONTADA                                  00052800
      *----------------------------------------------------             00052900
       1310-LERUMACOMPRA                        SECTION.                00053000
      *----------------------------------------------------             00053100
                                                                        00053200
           READ COMPRAS.                                                00053300
           IF WRK-FS-COMPRAS EQUAL 10                                   00053400
             MOVE HIGH-VALUES TO WRK-CHAVE-COMPRA                       00053500
             MOVE 'S' TO WRK-REGISTRO-OK                                00053600
             GO TO 1310-99-FINAL                                        00053700
           END-IF.                                                      00053800
           IF CMP-VALOR NOT NUMERIC OR CMP-QUANT NOT NUMERIC            00053900
             ADD 1 TO WRK-ACUM-COMPRA-REJ                               00054000
             MOVE '1310'                   TO WRK-SECAO                 00054100
             MOVE 'COMPRA COM VALOR/QTDE INVALIDO' TO WRK-MSGERRO       00054200
             MOVE '99'                     TO WRK-STATUS                00054300
             PERFORM 9010-TRATARERROS                                   00054400
             GO TO 1310-99-FINAL                                        00054500
           END-IF.                                                      00054600
           MOVE CMP-ITEM TO WRK-PRD-PROCURA.                            00054700
           PERFORM 2800-LOCALIZARPRODUTO.                               00054800
           IF WRK-PRD-ACHOU EQUAL 0                                     00054900
             ADD 1 TO WRK-ACUM-COMPRA-REJ                               00055000
             MOVE '1310'                   TO WRK-SECAO                 00055100
             MOVE 'COMPRA DE PRODUTO FORA DO CADASTRO'                  00055200
               TO WRK-MSGERRO                                           00055300
             MOVE '99'                     TO WRK-STATUS                00055400
             PERFORM 9010-TRATARERROS                                   00055500
           ELSE                                                         00055600
             MOVE CMP-CODLOJA TO WRK-CC-LOJA                            00055700
             MOVE CMP-ITEM    TO WRK-CC-PRODUTO                         00055800
             MOVE 'S' TO WRK-REGISTRO-OK                                00055900
           END-IF.                                                      00056000
                                                                        00056100
       1310-99-FINAL.        EXIT.                                      00056200
                                                                        00056300
      *----------------------------------------------------             00056400
       1400-LERVENDA                            SECTION.                00056500
      *----------------------------------------------------             00056600
                                                                        00056700
           MOVE 'N' TO WRK-REGISTRO-OK.                                 00056800
           PERFORM 1410-LERUMAVENDA                                     00056900
              UNTIL WRK-REGISTRO-OK EQUAL 'S'.                          00057000
                                                                        00057100
       1400-99-FINAL.        EXIT.                                      00057200
                                                                        00057300
      *----------------------------------------------------             00057400
      * SO ENTRA A VENDA DA COMPETENCIA; VENDA DE PRODUTO               00057500
      * FORA DO MESTRE OU COM QTDE/VALOR INVALIDO E                     00057600
      * REJEITADA E CONTADA                                             00057700
      *----------------------------------------------------             00057800
       1410-LERUMAVENDA                         SECTION.                00057900
      *----------------------------------------------------             00058000
                                                                        00058100
           READ VENDAS.                                                 00058200
           IF WRK-FS-VENDAS EQUAL 10                                    00058300
             MOVE HIGH-VALUES TO WRK-CHAVE-VENDA                        00058400
             MOVE 'S' TO WRK-REGISTRO-OK                                00058500
             GO TO 1410-99-FINAL                                        00058600
           END-IF.                                                      00058700
           IF VEN-DATA (1:6) NOT EQUAL WRK-COMPETENCIA                  00058800
             ADD 1 TO WRK-ACUM-FORA-COMPET                              00058900
             GO TO 1410-99-FINAL                                        00059000
           END-IF.                                                      00059100
           IF VEN-QUANTIDADE NOT NUMERIC OR VEN-VLRUNIT NOT NUMERIC     00059200
             ADD 1 TO WRK-ACUM-VENDA-REJ                                00059300
             MOVE '1410'                   TO WRK-SECAO                 00059400
             MOVE 'VENDA COM QTDE/VALOR INVALIDO' TO WRK-MSGERRO        00059500
             MOVE '99'                     TO WRK-STATUS                00059600
             PERFORM 9010-TRATARERROS                                   00059700
             GO TO 1410-99-FINAL                                        00059800
           END-IF.                                                      00059900
           MOVE VEN-PRODUTO TO WRK-PRD-PROCURA.                         00060000
           PERFORM 2800-LOCALIZARPRODUTO.                               00060100
           IF WRK-PRD-ACHOU EQUAL 0                                     00060200
             ADD 1 TO WRK-ACUM-VENDA-REJ                                00060300
             MOVE '1410'                   TO WRK-SECAO                 00060400
             MOVE 'VENDA DE PRODUTO FORA DO CADASTRO'                   00060500
               TO WRK-MSGERRO                                           00060600
             MOVE '99'                     TO WRK-STATUS                00060700
             PERFORM 9010-TRATARERROS                                   00060800
           ELSE                                                         00060900
             MOVE VEN-CODLOJA TO WRK-CV-LOJA                            00061000
             MOVE VEN-PRODUTO TO WRK-CV-PRODUTO                         00061100
             MOVE 'S' TO WRK-REGISTRO-OK                                00061200
           END-IF.                                                      00061300
                                                                        00061400
       1410-99-FINAL.        EXIT.                                      00061500
                                                                        00061600
      *----------------------------------------------------             00061700
      * BALANCE LINE DE TRES PERNAS: A MENOR CHAVE ENTRE                00061800
      * MESTRE DE CUSTO, COMPRAS E VENDAS DEFINE A LOJA/                00061900
      * PRODUTO CORRENTE                                                00062000
      *----------------------------------------------------             00062100
       2000-PROCESSAR                           SECTION.                00062200
      *----------------------------------------------------             00062300
                                                                        00062400
           MOVE WRK-CHAVE-MESTRE TO WRK-CHAVE-CORRENTE.                 00062500
           IF WRK-CHAVE-COMPRA LESS WRK-CHAVE-CORRENTE                  00062600
             MOVE WRK-CHAVE-COMPRA TO WRK-CHAVE-CORRENTE                00062700
           END-IF.                                                      00062800
           IF WRK-CHAVE-VENDA LESS WRK-CHAVE-CORRENTE                   00062900
             MOVE WRK-CHAVE-VENDA TO WRK-CHAVE-CORRENTE                 00063000
           END-IF.                                                      00063100
           IF WRK-PRIMEIRA-VEZ EQUAL 'N'                                00063200
              AND WRK-CO-LOJA NOT EQUAL WRK-LOJA-ANTERIOR               00063300
             PERFORM 2600-FECHARLOJA                                    00063400
           END-IF.                                                      00063500
           IF WRK-CHAVE-MESTRE EQUAL WRK-CHAVE-CORRENTE                 00063600
             MOVE CUS-QTD-BASE    TO WRK-QTD-ABERTURA                   00063700
             MOVE CUS-CUSTO-MEDIO TO WRK-CUSTO-ABERTURA                 00063800
             PERFORM 1200-LERMESTRE                                     00063900
           ELSE                                                         00064000
             MOVE ZEROS TO WRK-QTD-ABERTURA                             00064100
             MOVE ZEROS TO WRK-CUSTO-ABERTURA                           00064200
           END-IF.                                                      00064300
           MOVE ZEROS TO WRK-QTD-COMPRADA.                              00064400
           MOVE ZEROS TO WRK-VALOR-COMPRADO.                            00064500
           MOVE ZEROS TO WRK-QTD-VENDIDA.                               00064600
           MOVE ZEROS TO WRK-RECEITA.                                   00064700
           PERFORM 2100-SOMARCOMPRA                                     00064800
              UNTIL WRK-CHAVE-COMPRA NOT EQUAL WRK-CHAVE-CORRENTE.      00064900
           PERFORM 2200-SOMARVENDA                                      00065000
              UNTIL WRK-CHAVE-VENDA NOT EQUAL WRK-CHAVE-CORRENTE.       00065100
           PERFORM 2300-CALCULARCUSTO.                                  00065200
           PERFORM 2400-GRAVARCUSTO.                                    00065300
           IF WRK-QTD-VENDIDA GREATER ZEROS                             00065400
             PERFORM 2500-IMPRIMIRPRODUTO                               00065500
           END-IF.                                                      00065600
           MOVE WRK-CO-LOJA TO WRK-LOJA-ANTERIOR.                       00065700
           MOVE 'N' TO WRK-PRIMEIRA-VEZ.                                00065800
                                                                        00065900
       2000-99-FINAL.        EXIT.                                      00066000
                                                                        00066100
      *----------------------------------------------------             00066200
       2100-SOMARCOMPRA                         SECTION.                00066300
      *----------------------------------------------------             00066400
                                                                        00066500
           ADD CMP-QUANT TO WRK-QTD-COMPRADA.                           00066600
           COMPUTE WRK-VALOR-COMPRADO =                                 00066700
                   WRK-VALOR-COMPRADO + CMP-QUANT * CMP-VALOR.          00066800
           PERFORM 1300-LERCOMPRA.                                      00066900
                                                                        00067000
       2100-99-FINAL.        EXIT.                                      00067100
                                                                        00067200
      *----------------------------------------------------             00067300
       2200-SOMARVENDA                          SECTION.                00067400
      *----------------------------------------------------             00067500
                                                                        00067600
           ADD VEN-QUANTIDADE TO WRK-QTD-VENDIDA.                       00067700
           COMPUTE WRK-RECEITA =                                        00067800
                   WRK-RECEITA + VEN-QUANTIDADE * VEN-VLRUNIT.          00067900
           PERFORM 1400-LERVENDA.                                       00068000
                                                                        00068100
       2200-99-FINAL.        EXIT.                                      00068200
                                                                        00068300
      *----------------------------------------------------             00068400
      * CUSTO MEDIO DO MES = (QTDE BASE X CUSTO DE ABERTURA             00068500
      * + VALOR COMPRADO NO MES) / (QTDE BASE + QTDE                    00068600
      * COMPRADA). SEM BASE E SEM COMPRA, FICA O CUSTO DE               00068700
      * ABERTURA. O CMV E A QTDE VENDIDA AO CUSTO DO MES.               00068800
      *----------------------------------------------------             00068900
       2300-CALCULARCUSTO                       SECTION.                00069000
      *----------------------------------------------------             00069100
                                                                        00069200
           COMPUTE WRK-BASE-PONDERADA =                                 00069300
                   WRK-QTD-ABERTURA + WRK-QTD-COMPRADA.                 00069400
           IF WRK-BASE-PONDERADA GREATER ZEROS                          00069500
             COMPUTE WRK-CUSTO-MEDIO ROUNDED =                          00069600
                     (WRK-QTD-ABERTURA * WRK-CUSTO-ABERTURA             00069700
                    + WRK-VALOR-COMPRADO) / WRK-BASE-PONDERADA          00069800
           ELSE                                                         00069900
             MOVE WRK-CUSTO-ABERTURA TO WRK-CUSTO-MEDIO                 00070000
           END-IF.                                                      00070100
           COMPUTE WRK-CMV ROUNDED =                                    00070200
                   WRK-QTD-VENDIDA * WRK-CUSTO-MEDIO.                   00070300
           COMPUTE WRK-MARGEM = WRK-RECEITA - WRK-CMV.                  00070400
           IF WRK-RECEITA GREATER ZEROS                                 00070500
             COMPUTE WRK-MARGEM-PERC ROUNDED =                          00070600
                     WRK-MARGEM * 100 / WRK-RECEITA                     00070700
           ELSE                                                         00070800
             MOVE ZEROS TO WRK-MARGEM-PERC                              00070900
           END-IF.                                                      00071000
           COMPUTE WRK-QTD-FECHAMENTO =                                 00071100
                   WRK-BASE-PONDERADA - WRK-QTD-VENDIDA.                00071200
           IF WRK-QTD-FECHAMENTO LESS ZEROS                             00071300
             MOVE ZEROS TO WRK-QTD-FECHAMENTO                           00071400
           END-IF.                                                      00071500
                                                                        00071600
       2300-99-FINAL.        EXIT.                                      00071700
                                                                        00071800
      *----------------------------------------------------             00071900
      * GRAVAR O MESTRE DE CUSTO NOVO - ABERTURA DO MES                 00072000
      * SEGUINTE                                                        00072100
      *----------------------------------------------------             00072200
       2400-GRAVARCUSTO                         SECTION.                00072300
      *----------------------------------------------------             00072400
                                                                        00072500
           MOVE WRK-CO-LOJA-NUM    TO WRK-NOV-CODLOJA.                  00072600
           MOVE WRK-CO-PRODUTO     TO WRK-NOV-PRODUTO.                  00072700
           MOVE WRK-QTD-FECHAMENTO TO WRK-NOV-QTD-BASE.                 00072800
           MOVE WRK-CUSTO-MEDIO    TO WRK-NOV-CUSTO.                    00072900
           MOVE WRK-COMPETENCIA    TO WRK-NOV-COMPETENCIA.              00073000
           WRITE REG-CUSTNOVO FROM WRK-REG-CUSTNOVO.                    00073100
           ADD 1 TO WRK-ACUM-CUSTOS.                                    00073200
                                                                        00073300
       2400-99-FINAL.        EXIT.                                      00073400
                                                                        00073500
      *----------------------------------------------------             00073600
      * LINHA DO PRODUTO NO RELATORIO; VENDA ABAIXO DO                  00073700
      * CUSTO VAI TAMBEM PARA A PAGINA SEPARADA E PRODUTO               00073800
      * SEM CUSTO CONHECIDO E APONTADO NA PROPRIA LINHA                 00073900
      *----------------------------------------------------             00074000
       2500-IMPRIMIRPRODUTO                     SECTION.                00074100
      *----------------------------------------------------             00074200
                                                                        00074300
           ADD 1 TO WRK-ACUM-PRODUTOS.                                  00074400
           ADD WRK-RECEITA TO WRK-LOJA-RECEITA.                         00074500
           ADD WRK-CMV     TO WRK-LOJA-CMV.                             00074600
           MOVE SPACES          TO WRK-LINHA-PRODUTO.                   00074700
           MOVE WRK-CO-LOJA     TO WRK-LP-LOJA.                         00074800
           MOVE WRK-CO-PRODUTO  TO WRK-LP-PRODUTO.                      00074900
           MOVE WRK-QTD-VENDIDA TO WRK-LP-QTD.                          00075000
           MOVE WRK-RECEITA     TO WRK-LP-RECEITA.                      00075100
           MOVE WRK-CMV         TO WRK-LP-CMV.                          00075200
           MOVE WRK-MARGEM      TO WRK-LP-MARGEM.                       00075300
           MOVE WRK-MARGEM-PERC TO WRK-LP-PERC.                         00075400
           IF WRK-CUSTO-MEDIO EQUAL ZEROS                               00075500
             ADD 1 TO WRK-ACUM-SEM-CUSTO                                00075600
             MOVE 'S/CUSTO' TO WRK-LP-OBS                               00075700
             MOVE '2500'                   TO WRK-SECAO                 00075800
             MOVE 'VENDA DE PRODUTO SEM CUSTO NA LOJA'                  00075900
               TO WRK-MSGERRO                                           00076000
             MOVE '00'                     TO WRK-STATUS                00076100
             PERFORM 9010-TRATARERROS                                   00076200
           ELSE                                                         00076300
             IF WRK-MARGEM LESS ZEROS                                   00076400
               MOVE 'ABAIXO' TO WRK-LP-OBS                              00076500
               PERFORM 2510-GUARDARABAIXO                               00076600
             END-IF                                                     00076700
           END-IF.                                                      00076800
           MOVE WRK-LINHA-PRODUTO TO WRK-RW-LINHA.                      00076900
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00077000
           CALL 'REPWRITE' USING WRK-REPW.                              00077100
                                                                        00077200
       2500-99-FINAL.        EXIT.                                      00077300
                                                                        00077400
      *----------------------------------------------------             00077500
       2510-GUARDARABAIXO                       SECTION.                00077600
      *----------------------------------------------------             00077700
                                                                        00077800
           ADD 1 TO WRK-ACUM-ABAIXO.                                    00077900
           IF WRK-ABX-QTD LESS 500                                      00078000
             ADD 1 TO WRK-ABX-QTD                                       00078100
             MOVE WRK-CO-LOJA     TO TAB-ABX-LOJA     (WRK-ABX-QTD)     00078200
             MOVE WRK-CO-PRODUTO  TO TAB-ABX-PRODUTO  (WRK-ABX-QTD)     00078300
             MOVE WRK-QTD-VENDIDA TO TAB-ABX-QTD      (WRK-ABX-QTD)     00078400
             COMPUTE WRK-PRECO-MEDIO ROUNDED =                          00078500
                     WRK-RECEITA / WRK-QTD-VENDIDA                      00078600
             MOVE WRK-PRECO-MEDIO TO TAB-ABX-PRECO    (WRK-ABX-QTD)     00078700
             MOVE WRK-CUSTO-MEDIO TO TAB-ABX-CUSTO    (WRK-ABX-QTD)     00078800
             COMPUTE TAB-ABX-PREJUIZO (WRK-ABX-QTD) =                   00078900
                     WRK-CMV - WRK-RECEITA                              00079000
           ELSE                                                         00079100
             MOVE '2510'                   TO WRK-SECAO                 00079200
             MOVE 'ABAIXO DO CUSTO EXCEDE A TABELA DE 500'              00079300
               TO WRK-MSGERRO                                           00079400
             MOVE '00'                     TO WRK-STATUS                00079500
             PERFORM 9010-TRATARERROS                                   00079600
           END-IF.                                                      00079700
                                                                        00079800
       2510-99-FINAL.        EXIT.                                      00079900
                                                                        00080000
      *----------------------------------------------------             00080100
      * SUBTOTAL DA LOJA NA QUEBRA E ACUMULO NA REGIAO                  00080200
      *----------------------------------------------------             00080300
       2600-FECHARLOJA                          SECTION.                00080400
      *----------------------------------------------------             00080500
                                                                        00080600
           IF WRK-LOJA-RECEITA EQUAL ZEROS                              00080700
              AND WRK-LOJA-CMV EQUAL ZEROS                              00080800
             GO TO 2600-99-FINAL                                        00080900
           END-IF.                                                      00081000
           MOVE WRK-LOJA-ANTERIOR TO WRK-LOJA-ANT-NUM.                  00081100
           PERFORM 2700-NOMEARLOJA.                                     00081200
           MOVE WRK-LOJA-ANTERIOR TO WRK-RL-LOJA.                       00081300
           MOVE WRK-NOME-LOJA     TO WRK-RL-NOME.                       00081400
           MOVE WRK-ROTULO-LOJA   TO WRK-LS-ROTULO.                     00081500
           MOVE WRK-LOJA-RECEITA  TO WRK-SUB-RECEITA.                   00081600
           MOVE WRK-LOJA-CMV      TO WRK-SUB-CMV.                       00081700
           PERFORM 2900-IMPRIMIRSUBTOTAL.                               00081800
           PERFORM 2610-SOMARREGIAO.                                    00081900
           ADD WRK-LOJA-RECEITA TO WRK-TOTAL-RECEITA.                   00082000
           ADD WRK-LOJA-CMV     TO WRK-TOTAL-CMV.                       00082100
           MOVE ZEROS TO WRK-LOJA-RECEITA.                              00082200
           MOVE ZEROS TO WRK-LOJA-CMV.                                  00082300
                                                                        00082400
       2600-99-FINAL.        EXIT.                                      00082500
                                                                        00082600
      *----------------------------------------------------             00082700
       2610-SOMARREGIAO                         SECTION.                00082800
      *----------------------------------------------------             00082900
                                                                        00083000
           MOVE 0 TO WRK-REG-ACHOU.                                     00083100
           MOVE ZEROS TO WRK-REG-SLOT.                                  00083200
           PERFORM 2620-PESQUISARREGIAO                                 00083300
              VARYING TAB-REG-IDX FROM 1 BY 1                           00083400
                UNTIL TAB-REG-IDX GREATER WRK-REG-QTD                   00083500
                   OR WRK-REG-ACHOU EQUAL 1.                            00083600
           IF WRK-REG-ACHOU EQUAL 0                                     00083700
              AND WRK-REG-QTD LESS 10                                   00083800
             ADD 1 TO WRK-REG-QTD                                       00083900
             MOVE WRK-REG-QTD TO WRK-REG-SLOT                           00084000
             MOVE WRK-REGIAO-LOJA TO TAB-REG-NOME (WRK-REG-SLOT)        00084100
             MOVE ZEROS TO TAB-REG-RECEITA (WRK-REG-SLOT)               00084200
             MOVE ZEROS TO TAB-REG-CMV     (WRK-REG-SLOT)               00084300
           END-IF.                                                      00084400
           IF WRK-REG-SLOT GREATER ZEROS                                00084500
             ADD WRK-LOJA-RECEITA TO TAB-REG-RECEITA (WRK-REG-SLOT)     00084600
             ADD WRK-LOJA-CMV     TO TAB-REG-CMV     (WRK-REG-SLOT)     00084700
           END-IF.                                                      00084800
                                                                        00084900
       2610-99-FINAL.        EXIT.                                      00085000
                                                                        00085100
      *----------------------------------------------------             00085200
       2620-PESQUISARREGIAO                     SECTION.                00085300
      *----------------------------------------------------             00085400
                                                                        00085500
           IF TAB-REG-NOME (TAB-REG-IDX) EQUAL WRK-REGIAO-LOJA          00085600
             MOVE 1 TO WRK-REG-ACHOU                                    00085700
             SET WRK-REG-SLOT TO TAB-REG-IDX                            00085800
           END-IF.                                                      00085900
                                                                        00086000
       2620-99-FINAL.        EXIT.                                      00086100
                                                                        00086200
      *----------------------------------------------------             00086300
      * NOME E REGIAO SAEM DO MESTRE DE LOJAS; LOJA FORA DO             00086400
      * CADASTRO E DENUNCIADA NO PROPRIO SUBTOTAL                       00086500
      *----------------------------------------------------             00086600
       2700-NOMEARLOJA                          SECTION.                00086700
      *----------------------------------------------------             00086800
                                                                        00086900
           MOVE 0 TO WRK-CAD-ACHOU.                                     00087000
           MOVE ZEROS TO WRK-CAD-SLOT.                                  00087100
           PERFORM 2710-PESQUISARCADLOJ                                 00087200
              VARYING TAB-CAD-IDX FROM 1 BY 1                           00087300
                UNTIL TAB-CAD-IDX GREATER WRK-CAD-QTD                   00087400
                   OR WRK-CAD-ACHOU EQUAL 1.                            00087500
           IF WRK-CAD-ACHOU EQUAL 1                                     00087600
             MOVE TAB-CAD-NOME   (WRK-CAD-SLOT) TO WRK-NOME-LOJA        00087700
             MOVE TAB-CAD-REGIAO (WRK-CAD-SLOT) TO WRK-REGIAO-LOJA      00087800
           ELSE                                                         00087900
             MOVE '** SEM CADASTRO **' TO WRK-NOME-LOJA                 00088000
             MOVE 'SEM CADASTRO   '    TO WRK-REGIAO-LOJA               00088100
           END-IF.                                                      00088200
                                                                        00088300
       2700-99-FINAL.        EXIT.                                      00088400
                                                                        00088500
      *----------------------------------------------------             00088600
       2710-PESQUISARCADLOJ                     SECTION.                00088700
      *----------------------------------------------------             00088800
                                                                        00088900
           IF TAB-CAD-CODIGO (TAB-CAD-IDX) EQUAL WRK-LOJA-ANT-NUM       00089000
             MOVE 1 TO WRK-CAD-ACHOU                                    00089100
             SET WRK-CAD-SLOT TO TAB-CAD-IDX                            00089200
           END-IF.                                                      00089300
                                                                        00089400
       2710-99-FINAL.        EXIT.                                      00089500
                                                                        00089600
      *----------------------------------------------------             00089700
      * LOCALIZAR WRK-PRD-PROCURA NO MESTRE DE PRODUTOS                 00089800
      *----------------------------------------------------             00089900
       2800-LOCALIZARPRODUTO                    SECTION.                00090000
      *----------------------------------------------------             00090100
                                                                        00090200
           MOVE 0 TO WRK-PRD-ACHOU.                                     00090300
           PERFORM 2810-PESQUISARCADPRD                                 00090400
              VARYING TAB-PRD-IDX FROM 1 BY 1                           00090500
                UNTIL TAB-PRD-IDX GREATER WRK-PRD-QTD                   00090600
                   OR WRK-PRD-ACHOU EQUAL 1.                            00090700
                                                                        00090800
       2800-99-FINAL.        EXIT.                                      00090900
                                                                        00091000
      *----------------------------------------------------             00091100
       2810-PESQUISARCADPRD                     SECTION.                00091200
      *----------------------------------------------------             00091300
                                                                        00091400
           IF TAB-PRD-DESCRICAO (TAB-PRD-IDX) EQUAL WRK-PRD-PROCURA     00091500
             MOVE 1 TO WRK-PRD-ACHOU                                    00091600
           END-IF.                                                      00091700
                                                                        00091800
       2810-99-FINAL.        EXIT.                                      00091900
                                                                        00092000
      *----------------------------------------------------             00092100
      * LINHA DE SUBTOTAL (LOJA, REGIAO OU GERAL) COM A                 00092200
      * MARGEM E O PERCENTUAL SOBRE A RECEITA                           00092300
      *----------------------------------------------------             00092400
       2900-IMPRIMIRSUBTOTAL                    SECTION.                00092500
      *----------------------------------------------------             00092600
                                                                        00092700
           COMPUTE WRK-SUB-MARGEM = WRK-SUB-RECEITA - WRK-SUB-CMV.      00092800
           MOVE WRK-SUB-RECEITA TO WRK-LS-RECEITA.                      00092900
           MOVE WRK-SUB-CMV     TO WRK-LS-CMV.                          00093000
           MOVE WRK-SUB-MARGEM  TO WRK-LS-MARGEM.                       00093100
           IF WRK-SUB-RECEITA GREATER ZEROS                             00093200
             COMPUTE WRK-MARGEM-PERC ROUNDED =                          00093300
                     WRK-SUB-MARGEM * 100 / WRK-SUB-RECEITA             00093400
           ELSE                                                         00093500
             MOVE ZEROS TO WRK-MARGEM-PERC                              00093600
           END-IF.                                                      00093700
           MOVE WRK-MARGEM-PERC TO WRK-LS-PERC.                         00093800
           MOVE WRK-LINHA-SUBTOTAL TO WRK-RW-LINHA.                     00093900
           MOVE 'T' TO WRK-RW-FUNCAO.                                   00094000
           CALL 'REPWRITE' USING WRK-REPW.                              00094100
                                                                        00094200
       2900-99-FINAL.        EXIT.                                      00094300
                                                                        00094400
      *----------------------------------------------------             00094500
       3000-FINALIZAR                           SECTION.                00094600
      *----------------------------------------------------             00094700
                                                                        00094800
            IF WRK-PRIMEIRA-VEZ EQUAL 'N'                               00094900
              PERFORM 2600-FECHARLOJA                                   00095000
            END-IF.                                                     00095100
            MOVE ZEROS TO WRK-REG-IDX.                                  00095200
            PERFORM 3100-LISTARREGIAO                                   00095300
               UNTIL WRK-REG-IDX NOT LESS WRK-REG-QTD.                  00095400
            MOVE 'TOTAL GERAL'     TO WRK-LS-ROTULO.                    00095500
            MOVE WRK-TOTAL-RECEITA TO WRK-SUB-RECEITA.                  00095600
            MOVE WRK-TOTAL-CMV     TO WRK-SUB-CMV.                      00095700
            PERFORM 2900-IMPRIMIRSUBTOTAL.                              00095800
            PERFORM 3200-LISTARABAIXO.                                  00095900
            CLOSE CUSTANT.                                              00096000
            CLOSE COMPRAS.                                              00096100
            CLOSE VENDAS.                                               00096200
            CLOSE CUSTNOVO.                                             00096300
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00096400
            CALL 'REPWRITE' USING WRK-REPW.                             00096500
            DISPLAY ' CUSTOS GRAVADOS........' WRK-ACUM-CUSTOS.         00096600
            DISPLAY ' PRODUTOS VENDIDOS......' WRK-ACUM-PRODUTOS.       00096700
            DISPLAY ' ABAIXO DO CUSTO........' WRK-ACUM-ABAIXO.         00096800
            DISPLAY ' VENDIDOS SEM CUSTO.....' WRK-ACUM-SEM-CUSTO.      00096900
            DISPLAY ' COMPRAS REJEITADAS.....' WRK-ACUM-COMPRA-REJ.     00097000
            DISPLAY ' VENDAS REJEITADAS......' WRK-ACUM-VENDA-REJ.      00097100
            DISPLAY ' FORA DA COMPETENCIA....' WRK-ACUM-FORA-COMPET.    00097200
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00097300
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00097400
            DISPLAY ' FIM DO PROGRAMA'.                                 00097500
                                                                        00097600
       3000-99-FINAL.        EXIT.                                      00097700
                                                                        00097800
      *----------------------------------------------------             00097900
       3100-LISTARREGIAO                        SECTION.                00098000
      *----------------------------------------------------             00098100
                                                                        00098200
           ADD 1 TO WRK-REG-IDX.                                        00098300
           MOVE TAB-REG-NOME (WRK-REG-IDX) TO WRK-RR-NOME.              00098400
           MOVE WRK-ROTULO-REGIAO TO WRK-LS-ROTULO.                     00098500
           MOVE TAB-REG-RECEITA (WRK-REG-IDX) TO WRK-SUB-RECEITA.       00098600
           MOVE TAB-REG-CMV     (WRK-REG-IDX) TO WRK-SUB-CMV.           00098700
           PERFORM 2900-IMPRIMIRSUBTOTAL.                               00098800
                                                                        00098900
       3100-99-FINAL.        EXIT.                                      00099000
                                                                        00099100
      *----------------------------------------------------             00099200
      * PAGINA SEPARADA COM OS PRODUTOS VENDIDOS ABAIXO DO              00099300
      * CUSTO NO MES                                                    00099400
      *----------------------------------------------------             00099500
       3200-LISTARABAIXO                        SECTION.                00099600
      *----------------------------------------------------             00099700
                                                                        00099800
           MOVE 'PRODUTOS VENDIDOS ABAIXO DO CUSTO'                     00099900
             TO WRK-RW-TITULO1.                                         00100000
           MOVE WRK-CABEC-ABAIXO TO WRK-RW-TITULO2.                     00100100
           MOVE 'S' TO WRK-RW-FUNCAO.                                   00100200
           CALL 'REPWRITE' USING WRK-REPW.                              00100300
           IF WRK-ABX-QTD EQUAL ZEROS                                   00100400
             MOVE ' NENHUM PRODUTO VENDIDO ABAIXO DO CUSTO NO MES'      00100500
               TO WRK-RW-LINHA                                          00100600
             MOVE 'D' TO WRK-RW-FUNCAO                                  00100700
             CALL 'REPWRITE' USING WRK-REPW                             00100800
           END-IF.                                                      00100900
           MOVE ZEROS TO WRK-ABX-IDX.                                   00101000
           PERFORM 3210-LISTARITEMABAIXO                                00101100
              UNTIL WRK-ABX-IDX NOT LESS WRK-ABX-QTD.                   00101200
                                                                        00101300
       3200-99-FINAL.        EXIT.                                      00101400
                                                                        00101500
      *----------------------------------------------------             00101600
       3210-LISTARITEMABAIXO                    SECTION.                00101700
      *----------------------------------------------------             00101800
                                                                        00101900
           ADD 1 TO WRK-ABX-IDX.                                        00102000
           MOVE SPACES TO WRK-LINHA-ABAIXO.                             00102100
           MOVE TAB-ABX-LOJA     (WRK-ABX-IDX) TO WRK-LA-LOJA.          00102200
           MOVE TAB-ABX-PRODUTO  (WRK-ABX-IDX) TO WRK-LA-PRODUTO.       00102300
           MOVE TAB-ABX-QTD      (WRK-ABX-IDX) TO WRK-LA-QTD.           00102400
           MOVE TAB-ABX-PRECO    (WRK-ABX-IDX) TO WRK-LA-PRECO.         00102500
           MOVE TAB-ABX-CUSTO    (WRK-ABX-IDX) TO WRK-LA-CUSTO.         00102600
           MOVE TAB-ABX-PREJUIZO (WRK-ABX-IDX) TO WRK-LA-PREJUIZO.      00102700
           MOVE WRK-LINHA-ABAIXO TO WRK-RW-LINHA.                       00102800
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00102900
           CALL 'REPWRITE' USING WRK-REPW.                              00103000
                                                                        00103100
       3210-99-FINAL.        EXIT.                                      00103200
                                                                        00103300
      *----------------------------------------------------             00103400
       9010-TRATARERROS                         SECTION.                00103500
      *----------------------------------------------------             00103600
                                                                        00103700
           MOVE 'MARGLOJA' TO WRK-PROGRAMA.                             00103800
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00103900
                                                                        00104000
       9010-99-FINAL.        EXIT.                                      00104100

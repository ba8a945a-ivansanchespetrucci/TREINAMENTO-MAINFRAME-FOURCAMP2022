      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. GERAPEDI.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * EMISSAO AUTOMATICA DE PEDIDOS DE COMPRA A PARTIR                00001100
      * DA REPOSICAO DO ESTOQLOJ: CADA POSICAO ABAIXO DO                00001200
      * MINIMO (REPOSIC, #REPOSIC, EM ORDEM DE LOJA E                   00001300
      * PRODUTO) VIRA ITEM DE PEDIDO AO FORNECEDOR DO                   00001400
      * PRODUTO NO MESTRE DE FORNECEDORES (FORNEC, #FORNEC              00001500
      * - O PRIMEIRO, EM ORDEM DE CODIGO, QUE TRAZ O                    00001600
      * PRODUTO NA TABELA), PEDINDO O BASTANTE PARA A LOJA              00001700
      * VOLTAR AO DOBRO DO MINIMO. OS ITENS SAO AGRUPADOS               00001800
      * EM UM PEDIDO POR LOJA E FORNECEDOR, NUMERADO EM                 00001900
      * SEQUENCIA A PARTIR DO CONTROLE NUMPEDC (COMO O                  00002000
      * NUMNOTA DO EMITNOTA), COM ENTREGA PREVISTA PELO                 00002100
      * PRAZO DO FORNECEDOR, GRAVADO NO PEDNOVOS (#PEDCOMP,             00002200
      * QUE O JCL JUNTA AO PR.FOUR01.PEDCOMPRA) E IMPRESSO              00002300
      * UM POR PAGINA PARA O COMPRADOR ENVIAR. NAO SE PEDE              00002400
      * DE NOVO PRODUTO QUE JA TEM PEDIDO ABERTO OU PARCIAL             00002500
      * PARA A LOJA NO PEDCOMPRA VIGENTE (PEDANT, EM ORDEM              00002600
      * DE LOJA E PRODUTO). PRODUTO SEM FORNECEDOR E                    00002700
      * PEDIDO ABAIXO DO VALOR MINIMO DO FORNECEDOR NAO SAO             00002800
      * EMITIDOS: SAEM NA PAGINA FINAL DE ITENS NAO                     00002900
      * PEDIDOS E O PROGRAMA TERMINA COM RC=4.                          00003000
      *                                                                 00003100
      * SYSIN: DATA DE PROCESSAMENTO / OVERRIDE DO CTLEXEC.             00003200
      *                                                                 00003300
      *====================================================             00003400
                                                                        00003500
      *====================================================             00003600
       ENVIRONMENT                              DIVISION.               00003700
      *====================================================             00003800
       CONFIGURATION                            SECTION.                00003900
       SPECIAL-NAMES.                                                   00004000
           DECIMAL-POINT IS COMMA.                                      00004100
                                                                        00004200
       INPUT-OUTPUT                             SECTION.                00004300
       FILE-CONTROL.                                                    00004400
           SELECT REPOSIC  ASSIGN TO REPOSIC                            00004500
               FILE STATUS  IS WRK-FS-REPOSIC.                          00004600
           SELECT PEDANT   ASSIGN TO PEDANT                             00004700
               FILE STATUS  IS WRK-FS-PEDANT.                           00004800
           SELECT FORNEC   ASSIGN TO FORNEC                             00004900
               FILE STATUS  IS WRK-FS-FORNEC.                           00005000
           SELECT PRODUTOS ASSIGN TO PRODUTOS                           00005100
               FILE STATUS  IS WRK-FS-PRODUTOS.                         00005200
           SELECT NUMPEDC  ASSIGN TO NUMPEDC                            00005300
               FILE STATUS  IS WRK-FS-NUMPEDC.                          00005400
           SELECT PEDNOVOS ASSIGN TO PEDNOVOS                           00005500
               FILE STATUS  IS WRK-FS-PEDNOVOS.                         00005600
                                                                        00005700
      *====================================================             00005800
       DATA                                     DIVISION.               00005900
      *====================================================             00006000
       FILE                                     SECTION.                00006100
       FD REPOSIC                                                       00006200
           RECORDING  MODE IS F                                         00006300
           BLOCK CONTAINS 0 RECORDS.                                    00006400
                                                                        00006500
       COPY '#REPOSIC'.                                                 00006600
                                                                        00006700
      *----------------------------------------------------             00006800
      * PEDANT - PEDCOMPRA VIGENTE (#PEDCOMP): SO A CHAVE E             00006900
      * A SITUACAO INTERESSAM AQUI                                      00007000
      *----------------------------------------------------             00007100
       FD PEDANT                                                        00007200
           RECORDING  MODE IS F                                         00007300
           BLOCK CONTAINS 0 RECORDS.                                    00007400
                                                                        00007500
       01 REG-PEDANT.                                                   00007600
          05 PAN-CODLOJA        PIC 9(03).                              00007700
          05 PAN-PRODUTO        PIC X(30).                              00007800
          05 FILLER             PIC X(57).                              00007900
          05 PAN-SITUACAO       PIC X(01).                              00008000
          05 FILLER             PIC X(09).                              00008100
                                                                        00008200
       FD FORNEC                                                        00008300
           RECORDING  MODE IS F                                         00008400
           BLOCK CONTAINS 0 RECORDS.                                    00008500
                                                                        00008600
       COPY '#FORNEC'.                                                  00008700
                                                                        00008800
       FD PRODUTOS                                                      00008900
           RECORDING  MODE IS F                                         00009000
           BLOCK CONTAINS 0 RECORDS.                                    00009100
                                                                        00009200
       COPY '#PRODUTO'.                                                 00009300
                                                                        00009400
      *----------------------------------------------------             00009500
      * NUMPEDC - CONTROLE PERSISTIDO DO ULTIMO PEDIDO                  00009600
      *----------------------------------------------------             00009700
       FD NUMPEDC                                                       00009800
           RECORDING  MODE IS F                                         00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
                                                                        00010100
       01 REG-NUMPEDC.                                                  00010200
          05 NUM-ULTIMO-PEDIDO  PIC 9(07).                              00010300
          05 FILLER             PIC X(13).                              00010400
                                                                        00010500
       FD PEDNOVOS                                                      00010600
           RECORDING  MODE IS F                                         00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
                                                                        00010900
       COPY '#PEDCOMP'.                                                 00011000
                                                                        00011100
       WORKING-STORAGE                          SECTION.                00011200
                                                                        00011300
      *==============CHAVES DO BALANCE LINE================             00011400
                                                                        00011500
       01 WRK-CHAVE-REPOSICAO.                                          00011600
          05 WRK-CR-LOJA        PIC X(03).                              00011700
          05 WRK-CR-PRODUTO     PIC X(30).                              00011800
                                                                        00011900
       01 WRK-CHAVE-PEDIDO.                                             00012000
          05 WRK-CP-LOJA        PIC X(03).                              00012100
          05 WRK-CP-PRODUTO     PIC X(30).                              00012200
                                                                        00012300
      *==============NUMERACAO E DATAS=====================             00012400
                                                                        00012500
       77 WRK-ULTIMO-PEDIDO     PIC 9(07)    VALUE ZEROS.               00012600
       77 WRK-PRIMEIRO-PEDIDO   PIC 9(07)    VALUE ZEROS.               00012700
       77 WRK-DIAS-MES          PIC 9(02)    VALUE ZEROS.               00012800
       77 WRK-QUOCIENTE         PIC 9(04)    VALUE ZEROS.               00012900
       77 WRK-RESTO             PIC 9(04)    VALUE ZEROS.               00013000
                                                                        00013100
       01 WRK-DATA-CALC.                                                00013200
          05 WRK-DC-ANO         PIC 9(04).                              00013300
          05 WRK-DC-MES         PIC 9(02).                              00013400
          05 WRK-DC-DIA         PIC 9(02).                              00013500
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC PIC 9(08).            00013600
                                                                        00013700
      *==============ITENS DA LOJA EM CURSO================             00013800
                                                                        00013900
       77 WRK-PRIMEIRA-VEZ      PIC X(01)    VALUE 'S'.                 00014000
       77 WRK-LOJA-ANTERIOR     PIC X(03)    VALUE SPACES.              00014100
       77 WRK-TEM-PEDIDO        PIC X(01)    VALUE 'N'.                 00014200
       77 WRK-REPOSICAO-OK      PIC X(01)    VALUE 'N'.                 00014300
       77 WRK-QTD-PEDIR         PIC S9(07)   VALUE ZEROS.               00014400
       77 WRK-ITE-QTD           PIC 9(03)    VALUE ZEROS.               00014500
       77 WRK-ITE-SLOT          PIC 9(03)    VALUE ZEROS.               00014600
                                                                        00014700
       01 TAB-ITENS.                                                    00014800
          05 TAB-ITE-ITEM OCCURS 200 TIMES                              00014900
                          INDEXED BY TAB-ITE-IDX.                       00015000
             10 TAB-ITE-PRODUTO    PIC X(30).                           00015100
             10 TAB-ITE-UNIDADE    PIC X(03).                           00015200
             10 TAB-ITE-FORNEC     PIC 9(03).                           00015300
             10 TAB-ITE-PRECO      PIC 9(05)V99.                        00015400
             10 TAB-ITE-QTD        PIC 9(07).                           00015500
             10 TAB-ITE-ATUAL      PIC S9(07).                          00015600
             10 TAB-ITE-MINIMO     PIC 9(05).                           00015700
                                                                        00015800
      *==============PEDIDO EM MONTAGEM====================             00015900
                                                                        00016000
       77 WRK-FOR-SLOT          PIC 9(03)    VALUE ZEROS.               00016100
       77 WRK-PED-ITENS         PIC 9(03)    VALUE ZEROS.               00016200
       77 WRK-PED-VALOR         PIC 9(09)V99 VALUE ZEROS.               00016300
       77 WRK-ITEM-VALOR        PIC 9(09)V99 VALUE ZEROS.               00016400
       77 WRK-DATA-PREVISTA     PIC 9(08)    VALUE ZEROS.               00016500
                                                                        00016600
      *==============CADASTRO DE FORNECEDORES==============             00016700
                                                                        00016800
       77 WRK-FS-FORNEC         PIC 9(02).                              00016900
       77 WRK-FOR-QTD           PIC 9(03)    VALUE ZEROS.               00017000
       77 WRK-FPR-QTD           PIC 9(04)    VALUE ZEROS.               00017100
       77 WRK-FPR-ACHOU         PIC 9        VALUE 0.                   00017200
       77 WRK-FPR-SLOT          PIC 9(04)    VALUE ZEROS.               00017300
       77 WRK-FPR-PROCURA       PIC 9(03)    VALUE ZEROS.               00017400
       77 WRK-FOR-IDX           PIC 9(02)    VALUE ZEROS.               00017500
                                                                        00017600
       01 TAB-FORNECEDORES.                                             00017700
          05 TAB-FOR-ITEM OCCURS 100 TIMES                              00017800
                          INDEXED BY TAB-FOR-IDX.                       00017900
             10 TAB-FOR-CODIGO     PIC 9(05).                           00018000
             10 TAB-FOR-NOME       PIC X(30).                           00018100
             10 TAB-FOR-PRAZO      PIC 9(03).                           00018200
             10 TAB-FOR-MINIMO     PIC 9(07)V99.                        00018300
                                                                        00018400
       01 TAB-FORPRD.                                                   00018500
          05 TAB-FPR-ITEM OCCURS 1000 TIMES                             00018600
                          INDEXED BY TAB-FPR-IDX.                       00018700
             10 TAB-FPR-PRODUTO    PIC 9(03).                           00018800
             10 TAB-FPR-FORNEC     PIC 9(03).                           00018900
             10 TAB-FPR-PRECO      PIC 9(05)V99.                        00019000
                                                                        00019100
      *==============CADASTRO DE PRODUTOS==================             00019200
                                                                        00019300
       77 WRK-FS-PRODUTOS       PIC 9(02).                              00019400
       77 WRK-PRD-QTD           PIC 9(03)    VALUE ZEROS.               00019500
       77 WRK-PRD-ACHOU         PIC 9        VALUE 0.                   00019600
       77 WRK-PRD-SLOT          PIC 9(03)    VALUE ZEROS.               00019700
       77 WRK-PRD-PROCURA       PIC X(30)    VALUE SPACES.              00019800
                                                                        00019900
       01 TAB-CADPRD.                                                   00020000
          05 TAB-PRD-ITEM OCCURS 500 TIMES                              00020100
                          INDEXED BY TAB-PRD-IDX.                       00020200
             10 TAB-PRD-DESCRICAO  PIC X(30).                           00020300
             10 TAB-PRD-CODIGO     PIC 9(03).                           00020400
             10 TAB-PRD-UNIDADE    PIC X(03).                           00020500
                                                                        00020600
      *==============ITENS NAO PEDIDOS=====================             00020700
                                                                        00020800
       77 WRK-NAO-QTD           PIC 9(03)    VALUE ZEROS.               00020900
       77 WRK-NAO-MOTIVO        PIC X(24)    VALUE SPACES.              00021000
                                                                        00021100
       01 TAB-NAOPEDIDOS.                                               00021200
          05 TAB-NAO-ITEM OCCURS 500 TIMES                              00021300
                          INDEXED BY TAB-NAO-IDX.                       00021400
             10 TAB-NAO-LOJA       PIC X(03).                           00021500
             10 TAB-NAO-PRODUTO    PIC X(30).                           00021600
             10 TAB-NAO-ATUAL      PIC S9(07).                          00021700
             10 TAB-NAO-MINIMO     PIC 9(05).                           00021800
             10 TAB-NAO-FORNEC     PIC 9(05).                           00021900
             10 TAB-NAO-MOTIVO     PIC X(24).                           00022000
                                                                        00022100
      *==============CONTROLE DO LOTE======================             00022200
                                                                        00022300
       77 WRK-FS-REPOSIC        PIC 9(02).                              00022400
       77 WRK-FS-PEDANT         PIC 9(02).                              00022500
       77 WRK-FS-NUMPEDC        PIC 9(02).                              00022600
       77 WRK-FS-PEDNOVOS       PIC 9(02).                              00022700
       77 WRK-ACUM-LIDAS        PIC 9(05)    VALUE ZEROS.               00022800
       77 WRK-ACUM-REJEITADAS   PIC 9(05)    VALUE ZEROS.               00022900
       77 WRK-ACUM-JA-PEDIDOS   PIC 9(05)    VALUE ZEROS.               00023000
       77 WRK-ACUM-SEM-FORNEC   PIC 9(05)    VALUE ZEROS.               00023100
       77 WRK-ACUM-ABAIXO-MIN   PIC 9(05)    VALUE ZEROS.               00023200
       77 WRK-ACUM-PEDIDOS      PIC 9(05)    VALUE ZEROS.               00023300
       77 WRK-ACUM-ITENS        PIC 9(05)    VALUE ZEROS.               00023400
       77 WRK-ACUM-VALOR        PIC 9(11)V99 VALUE ZEROS.               00023500
                                                                        00023600
      *===================LINHAS DO RELATORIO===============            00023700
                                                                        00023800
       01 WRK-LINHA-CABEC.                                              00023900
          05 FILLER   PIC X(32) VALUE ' PRODUTO'.                       00024000
          05 FILLER   PIC X(04) VALUE 'UN. '.                           00024100
          05 FILLER   PIC X(12) VALUE '  QUANTIDADE'.                   00024200
          05 FILLER   PIC X(13) VALUE '  PRECO UNIT.'.                  00024300
          05 FILLER   PIC X(18) VALUE '             VALOR'.             00024400
                                                                        00024500
       01 WRK-LINHA-PEDIDO.                                             00024600
          05 FILLER   PIC X(09) VALUE ' PEDIDO: '.                      00024700
          05 WRK-LP-NUMERO      PIC 9(07).                              00024800
          05 FILLER   PIC X(15) VALUE '   FORNECEDOR: '.                00024900
          05 WRK-LP-FORNEC      PIC 9(05).                              00025000
          05 FILLER             PIC X(01) VALUE SPACE.                  00025100
          05 WRK-LP-NOME        PIC X(30).                              00025200
          05 FILLER   PIC X(08) VALUE '  LOJA: '.                       00025300
          05 WRK-LP-LOJA        PIC X(03).                              00025400
          05 FILLER   PIC X(14) VALUE '  ENTREGA ATE '.                 00025500
          05 WRK-LP-PREVISTA    PIC 9(08).                              00025600
                                                                        00025700
       01 WRK-LINHA-ITEM.                                               00025800
          05 FILLER             PIC X(01).                              00025900
          05 WRK-LI-PRODUTO     PIC X(30).                              00026000
          05 FILLER             PIC X(01).                              00026100
          05 WRK-LI-UNIDADE     PIC X(03).                              00026200
          05 FILLER             PIC X(03).                              00026300
          05 WRK-LI-QTD         PIC Z.ZZZ.ZZ9.                          00026400
          05 FILLER             PIC X(03).                              00026500
          05 WRK-LI-PRECO       PIC ZZ.ZZ9,99.                          00026600
          05 FILLER             PIC X(03).                              00026700
          05 WRK-LI-VALOR       PIC ZZZ.ZZZ.ZZ9,99.                     00026800
                                                                        00026900
       01 WRK-LINHA-TOTPED.                                             00027000
          05 FILLER   PIC X(21) VALUE ' TOTAL DO PEDIDO    '.           00027100
          05 WRK-LT-ITENS       PIC ZZ9.                                00027200
          05 FILLER   PIC X(07) VALUE ' ITENS '.                        00027300
          05 FILLER   PIC X(31) VALUE SPACES.                           00027400
          05 WRK-LT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.                     00027500
                                                                        00027600
       01 WRK-CABEC-NAOPED.                                             00027700
          05 FILLER   PIC X(36) VALUE ' LOJ PRODUTO'.                   00027800
          05 FILLER   PIC X(09) VALUE '   ATUAL '.                      00027900
          05 FILLER   PIC X(07) VALUE 'MINIMO '.                        00028000
          05 FILLER   PIC X(06) VALUE 'FORN. '.                         00028100
          05 FILLER   PIC X(24) VALUE 'MOTIVO'.                         00028200
                                                                        00028300
       01 WRK-LINHA-NAOPED.                                             00028400
          05 FILLER             PIC X(01).                              00028500
          05 WRK-LN-LOJA        PIC X(03).                              00028600
          05 FILLER             PIC X(01).                              00028700
          05 WRK-LN-PRODUTO     PIC X(30).                              00028800
          05 FILLER             PIC X(01).                              00028900
          05 WRK-LN-ATUAL       PIC -Z(06)9.                            00029000
          05 FILLER             PIC X(02).                              00029100
          05 WRK-LN-MINIMO      PIC ZZZZ9.                              00029200
          05 FILLER             PIC X(02).                              00029300
          05 WRK-LN-FORNEC      PIC 9(05).                              00029400
          05 FILLER             PIC X(01).                              00029500
          05 WRK-LN-MOTIVO      PIC X(24).                              00029600
                                                                        00029700
       01 WRK-LINHA-RESUMO.                                             00029800
          05 FILLER   PIC X(18) VALUE ' PEDIDOS EMITIDOS '.             00029900
          05 WRK-LR-PEDIDOS     PIC ZZZZ9.                              00030000
          05 FILLER   PIC X(08) VALUE '  ITENS '.                       00030100
          05 WRK-LR-ITENS       PIC ZZZZ9.                              00030200
          05 FILLER   PIC X(10) VALUE '  NUMEROS '.                     00030300
          05 WRK-LR-DE          PIC 9(07).                              00030400
          05 FILLER   PIC X(03) VALUE ' A '.                            00030500
          05 WRK-LR-ATE         PIC 9(07).                              00030600
          05 FILLER   PIC X(08) VALUE '  VALOR '.                       00030700
          05 WRK-LR-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.                  00030800
                                                                        00030900
      *===================DATA DE PROCESSAMENTO==============           00031000
                                                                        00031100
       COPY 'DATAPROC'.                                                 00031200
                                                                        00031300
      *===================TRATAMENTO DE ERROS================           00031400
                                                                        00031500
       COPY 'VARERROS'.                                                 00031600
                                                                        00031700
      *===================CONTROLE DE EXECUCAO===============           00031800
                                                                        00031900
       COPY 'CTRLEXEC'.                                                 00032000
                                                                        00032100
      *===================CRITICA DA DATA====================           00032200
                                                                        00032300
       COPY 'VALDATA'.                                                  00032400
                                                                        00032500
      *===================SERVICOS DE IMPRESSAO==============           00032600
                                                                        00032700
       COPY 'REPWCOMM'.                                                 00032800
                                                                        00032900
      *====================================================             00033000
       PROCEDURE                                DIVISION.               00033100
      *====================================================             00033200
                                                                        00033300
      *----------------------------------------------------             00033400
       0000-PRINCIPAL                           SECTION.                00033500
      *----------------------------------------------------             00033600
                                                                        00033700
             PERFORM 1000-INICIALIZAR.                                  00033800
             PERFORM 1300-LERREPOSICAO.                                 00033900
             PERFORM 1400-LERPEDIDO.                                    00034000
             PERFORM 2000-PROCESSAR                                     00034100
                UNTIL WRK-CHAVE-REPOSICAO EQUAL HIGH-VALUES.            00034200
             PERFORM 3000-FINALIZAR.                                    00034300
             STOP RUN.                                                  00034400
                                                                        00034500
       0000-99-FINAL.        EXIT.                                      00034600
                                                                        00034700
      *----------------------------------------------------             00034800
       1000-INICIALIZAR                         SECTION.                00034900
      *----------------------------------------------------             00035000
                                                                        00035100
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00035200
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00035300
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00035400
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00035500
           IF WRK-VD-INVALIDA                                           00035600
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00035700
                     WRK-DATA-PROCESSAMENTO                             00035800
             MOVE 8 TO RETURN-CODE                                      00035900
             STOP RUN                                                   00036000
           END-IF.                                                      00036100
           IF WRK-VD-NAO-UTIL                                           00036200
             DISPLAY ' AVISO: DATA DE PROCESSAMENTO NAO E DIA UTIL'     00036300
           END-IF.                                                      00036400
           IF WRK-VD-SEM-CALENDARIO                                     00036500
             DISPLAY ' AVISO: CALENDARIO DE FERIADOS INDISPONIVEL'      00036600
           END-IF.                                                      00036700
           MOVE 'GERAPEDI' TO WRK-CE-PROGRAMA.                          00036800
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00036900
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00037000
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00037100
           IF NOT WRK-CE-PODE-EXECUTAR                                  00037200
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00037300
                     'STATUS ' WRK-CE-STATUS                            00037400
             MOVE 8 TO RETURN-CODE                                      00037500
             STOP RUN                                                   00037600
           END-IF.                                                      00037700
           DISPLAY ' DATA DE PROCESSAMENTO..' WRK-DATA-PROCESSAMENTO.   00037800
           OPEN INPUT REPOSIC.                                          00037900
           OPEN INPUT PEDANT.                                           00038000
           OPEN OUTPUT PEDNOVOS.                                        00038100
           IF WRK-FS-REPOSIC NOT EQUAL 0                                00038200
             DISPLAY ' ERRO OPEN REPOSIC - STATUS ' WRK-FS-REPOSIC      00038300
             MOVE 8 TO RETURN-CODE                                      00038400
             STOP RUN                                                   00038500
           END-IF.                                                      00038600
           IF WRK-FS-PEDANT NOT EQUAL 0                                 00038700
             DISPLAY ' ERRO OPEN PEDANT - STATUS ' WRK-FS-PEDANT        00038800
             MOVE 8 TO RETURN-CODE                                      00038900
             STOP RUN                                                   00039000
           END-IF.                                                      00039100
           IF WRK-FS-PEDNOVOS NOT EQUAL 0                               00039200
             DISPLAY ' ERRO OPEN PEDNOVOS - STATUS ' WRK-FS-PEDNOVOS    00039300
             MOVE 8 TO RETURN-CODE                                      00039400
             STOP RUN                                                   00039500
           END-IF.                                                      00039600
           PERFORM 1100-LERULTIMOPEDIDO.                                00039700
           PERFORM 1200-CARREGARFORNECEDORES.                           00039800
           PERFORM 1250-CARREGARPRODUTOS.                               00039900
           MOVE 'PEDIDO DE COMPRA' TO WRK-RW-TITULO1.                   00040000
           MOVE WRK-LINHA-CABEC    TO WRK-RW-TITULO2.                   00040100
           MOVE SPACES             TO WRK-RW-TITULO3.                   00040200
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00040300
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00040400
           MOVE 'N' TO WRK-RW-REABRIR.                                  00040500
           MOVE SPACES TO WRK-RW-QUEBRA.                                00040550
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00040600
           CALL 'REPWRITE' USING WRK-REPW.                              00040700
                                                                        00040800
       1000-99-FINAL.        EXIT.                                      00040900
                                                                        00041000
      *----------------------------------------------------             00041100
      * A NUMERACAO E PERSISTIDA: LER O ULTIMO PEDIDO                   00041200
      * EMITIDO E, NO FIM, REGRAVAR O CONTROLE                          00041300
      *----------------------------------------------------             00041400
       1100-LERULTIMOPEDIDO                     SECTION.                00041500
      *----------------------------------------------------             00041600
                                                                        00041700
           OPEN INPUT NUMPEDC.                                          00041800
           IF WRK-FS-NUMPEDC EQUAL 0                                    00041900
             READ NUMPEDC                                               00042000
             IF WRK-FS-NUMPEDC EQUAL 0                                  00042100
               MOVE NUM-ULTIMO-PEDIDO TO WRK-ULTIMO-PEDIDO              00042200
             END-IF                                                     00042300
             CLOSE NUMPEDC                                              00042400
           END-IF.                                                      00042500
           DISPLAY ' ULTIMO PEDIDO EMITIDO..' WRK-ULTIMO-PEDIDO.        00042600
                                                                        00042700
       1100-99-FINAL.        EXIT.                                      00042800
                                                                        00042900
      *----------------------------------------------------             00043000
      * CARREGAR OS FORNECEDORES E, EM TABELA PROPRIA, OS               00043100
      * PARES PRODUTO/FORNECEDOR NA ORDEM DO MESTRE                     00043200
      *----------------------------------------------------             00043300
       1200-CARREGARFORNECEDORES                SECTION.                00043400
      *----------------------------------------------------             00043500
                                                                        00043600
           OPEN INPUT FORNEC.                                           00043700
           IF WRK-FS-FORNEC NOT EQUAL 0                                 00043800
             DISPLAY ' ERRO OPEN FORNEC - STATUS ' WRK-FS-FORNEC        00043900
             MOVE 8 TO RETURN-CODE                                      00044000
             STOP RUN                                                   00044100
           END-IF.                                                      00044200
           READ FORNEC.                                                 00044300
           PERFORM 1210-GUARDARFORNECEDOR                               00044400
              UNTIL WRK-FS-FORNEC NOT EQUAL 0.                          00044500
           CLOSE FORNEC.                                                00044600
           DISPLAY ' FORNECEDORES NO CADASTRO' WRK-FOR-QTD.             00044700
           DISPLAY ' PRODUTOS FORNECIDOS....' WRK-FPR-QTD.              00044800
                                                                        00044900
       1200-99-FINAL.        EXIT.                                      00045000
                                                                        00045100
      *----------------------------------------------------             00045200
       1210-GUARDARFORNECEDOR                   SECTION.                00045300
      *----------------------------------------------------             00045400
                                                                        00045500
           IF WRK-FOR-QTD NOT LESS 100                                  00045600
             MOVE '1210'                   TO WRK-SECAO                 00045700
             MOVE 'FORNECEDORES EXCEDEM A TABELA DE 100'                00045800
               TO WRK-MSGERRO                                           00045900
             MOVE '99'                     TO WRK-STATUS                00046000
             PERFORM 9010-TRATARERROS                                   00046100
             READ FORNEC                                                00046200
             GO TO 1210-99-FINAL                                        00046300
           END-IF.                                                      00046400
           ADD 1 TO WRK-FOR-QTD.                                        00046500
           MOVE FOR-CODIGO        TO TAB-FOR-CODIGO (WRK-FOR-QTD).      00046600
           MOVE FOR-NOME          TO TAB-FOR-NOME   (WRK-FOR-QTD).      00046700
           MOVE FOR-PRAZO-ENTREGA TO TAB-FOR-PRAZO  (WRK-FOR-QTD).      00046800
           MOVE FOR-PEDIDO-MINIMO TO TAB-FOR-MINIMO (WRK-FOR-QTD).      00046900
           IF FOR-QTD-PRODUTOS NOT NUMERIC                              00047000
              OR FOR-QTD-PRODUTOS GREATER 20                            00047100
             MOVE '1210'                   TO WRK-SECAO                 00047200
             MOVE 'FORNECEDOR COM TABELA DE PRODUTOS INVALIDA'          00047300
               TO WRK-MSGERRO                                           00047400
             MOVE '99'                     TO WRK-STATUS                00047500
             PERFORM 9010-TRATARERROS                                   00047600
           ELSE                                                         00047700
             PERFORM 1220-GUARDARPRODUTOFORN                            00047800
                VARYING WRK-FOR-IDX FROM 1 BY 1                         00047900
                  UNTIL WRK-FOR-IDX GREATER FOR-QTD-PRODUTOS            00048000
           END-IF.                                                      00048100
           READ FORNEC.                                                 00048200
                                                                        00048300
       1210-99-FINAL.        EXIT.                                      00048400
                                                                        00048500
      *----------------------------------------------------             00048600
       1220-GUARDARPRODUTOFORN                  SECTION.                00048700
      *----------------------------------------------------             00048800
                                                                        00048900
           IF WRK-FPR-QTD LESS 1000                                     00049000
             ADD 1 TO WRK-FPR-QTD                                       00049100
             MOVE FOR-PRD-CODIGO (WRK-FOR-IDX)                          00049200
               TO TAB-FPR-PRODUTO (WRK-FPR-QTD)                         00049300
             MOVE WRK-FOR-QTD                                           00049400
               TO TAB-FPR-FORNEC  (WRK-FPR-QTD)                         00049500
             MOVE FOR-PRD-PRECO  (WRK-FOR-IDX)                          00049600
               TO TAB-FPR-PRECO   (WRK-FPR-QTD)                         00049700
           ELSE                                                         00049800
             MOVE '1220'                   TO WRK-SECAO                 00049900
             MOVE 'PRODUTOS FORNECIDOS EXCEDEM A TABELA'                00050000
               TO WRK-MSGERRO                                           00050100
             MOVE '99'                     TO WRK-STATUS                00050200
             PERFORM 9010-TRATARERROS                                   00050300
           END-IF.                                                      00050400
                                                                        00050500
       1220-99-FINAL.        EXIT.                                      00050600
                                                                        00050700
      *----------------------------------------------------             00050800
      * CARREGAR O MESTRE DE PRODUTOS: DA O CODIGO E A                  00050900
      * UNIDADE DO PRODUTO DA POSICAO                                   00051000
      *----------------------------------------------------             00051100
       1250-CARREGARPRODUTOS                    SECTION.                00051200
      *----------------------------------------------------             00051300
                                                                        00051400
           OPEN INPUT PRODUTOS.                                         00051500
           IF WRK-FS-PRODUTOS NOT EQUAL 0                               00051600
             DISPLAY ' ERRO OPEN PRODUTOS - STATUS ' WRK-FS-PRODUTOS    00051700
             MOVE 8 TO RETURN-CODE                                      00051800
             STOP RUN                                                   00051900
           END-IF.                                                      00052000
           READ PRODUTOS.                                               00052100
           PERFORM 1260-GUARDARPRODUTO                                  00052200
              UNTIL WRK-FS-PRODUTOS NOT EQUAL 0.                        00052300
           CLOSE PRODUTOS.                                              00052400
           DISPLAY ' PRODUTOS NO CADASTRO..' WRK-PRD-QTD.               00052500
                                                                        00052600
       1250-99-FINAL.        EXIT.                                      00052700
                                                                        00052800
      *----------------------------------------------------             00052900
       1260-GUARDARPRODUTO                      SECTION.                00053000
      *----------------------------------------------------             00053100
                                                                        00053200
           IF WRK-PRD-QTD LESS 500                                      00053300
             ADD 1 TO WRK-PRD-QTD                                       00053400
             MOVE PRD-DESCRICAO TO TAB-PRD-DESCRICAO (WRK-PRD-QTD)      00053500
             MOVE PRD-CODIGO    TO TAB-PRD-CODIGO    (WRK-PRD-QTD)      00053600
             MOVE PRD-UNIDADE   TO TAB-PRD-UNIDADE   (WRK-PRD-QTD)      00053700
           ELSE                                                         00053800
             MOVE '1260'                   TO WRK-SECAO                 00053900
             MOVE 'PRODUTOS EXCEDEM A TABELA DE 500' TO WRK-MSGERRO     00054000
             MOVE '99'                     TO WRK-STATUS                00054100
             PERFORM 9010-TRATARERROS                                   00054200
           END-IF.                                                      00054300
           READ PRODUTOS.                                               00054400
                                                                        00054500
       1260-99-FINAL.        EXIT.                                      00054600
                                                                        00054700
      *----------------------------------------------------             00054800
       1300-LERREPOSICAO                        SECTION.                00054900
      *----------------------------------------------------             00055000
                                                                        00055100
           MOVE 'N' TO WRK-REPOSICAO-OK.                                00055200
           PERFORM 1310-LERUMAREPOSICAO                                 00055300
              UNTIL WRK-REPOSICAO-OK EQUAL 'S'.                         00055400
                                                                        00055500
       1300-99-FINAL.        EXIT.                                      00055600
                                                                        00055700
      *----------------------------------------------------             00055800
      * POSICAO COM LOJA OU QUANTIDADE INVALIDA E REJEITADA             00055900
      * E CONTADA                                                       00056000
      *----------------------------------------------------             00056100
       1310-LERUMAREPOSICAO                     SECTION.                00056200
      *----------------------------------------------------             00056300
                                                                        00056400
           READ REPOSIC.                                                00056500
           IF WRK-FS-REPOSIC EQUAL 10                                   00056600
             MOVE HIGH-VALUES TO WRK-CHAVE-REPOSICAO                    00056700
             MOVE 'S' TO WRK-REPOSICAO-OK                               00056800
             GO TO 1310-99-FINAL                                        00056900
           END-IF.                                                      00057000
           ADD 1 TO WRK-ACUM-LIDAS.                                     00057100
           IF REP-CODLOJA IS NUMERIC                                    00057200
              AND REP-QTD-ATUAL IS NUMERIC                              00057300
              AND REP-MINIMO IS NUMERIC                                 00057400
             MOVE REP-CODLOJA TO WRK-CR-LOJA                            00057500
             MOVE REP-PRODUTO TO WRK-CR-PRODUTO                         00057600
             MOVE 'S' TO WRK-REPOSICAO-OK                               00057700
           ELSE                                                         00057800
             ADD 1 TO WRK-ACUM-REJEITADAS                               00057900
             MOVE '1310'                   TO WRK-SECAO                 00058000
             MOVE 'POSICAO DE REPOSICAO INVALIDA' TO WRK-MSGERRO        00058100
             MOVE '99'                     TO WRK-STATUS                00058200
             PERFORM 9010-TRATARERROS                                   00058300
           END-IF.                                                      00058400
                                                                        00058500
       1310-99-FINAL.        EXIT.                                      00058600
                                                                        00058700
      *----------------------------------------------------             00058800
       1400-LERPEDIDO                           SECTION.                00058900
      *----------------------------------------------------             00059000
                                                                        00059100
           READ PEDANT.                                                 00059200
           IF WRK-FS-PEDANT EQUAL 10                                    00059300
             MOVE HIGH-VALUES TO WRK-CHAVE-PEDIDO                       00059400
           ELSE                                                         00059500
             MOVE PAN-CODLOJA TO WRK-CP-LOJA                            00059600
             MOVE PAN-PRODUTO TO WRK-CP-PRODUTO                         00059700
           END-IF.                                                      00059800
                                                                        00059900
       1400-99-FINAL.        EXIT.                                      00060000
                                                                        00060100
      *----------------------------------------------------             00060200
      * A REPOSICAO CONDUZ O BALANCE LINE; NA QUEBRA DE                 00060300
      * LOJA OS ITENS ACUMULADOS VIRAM PEDIDOS                          00060400
      *----------------------------------------------------             00060500
       2000-PROCESSAR                           SECTION.                00060600
      *----------------------------------------------------             00060700
                                                                        00060800
           IF WRK-PRIMEIRA-VEZ EQUAL 'N'                                00060900
              AND WRK-CR-LOJA NOT EQUAL WRK-LOJA-ANTERIOR               00061000
             PERFORM 2500-EMITIRPEDIDOSLOJA                             00061100
           END-IF.                                                      00061200
           MOVE WRK-CR-LOJA TO WRK-LOJA-ANTERIOR.                       00061300
           MOVE 'N' TO WRK-PRIMEIRA-VEZ.                                00061400
           PERFORM 1400-LERPEDIDO                                       00061500
              UNTIL WRK-CHAVE-PEDIDO NOT LESS WRK-CHAVE-REPOSICAO.      00061600
           MOVE 'N' TO WRK-TEM-PEDIDO.                                  00061700
           PERFORM 2100-EXAMINARPEDIDO                                  00061800
              UNTIL WRK-CHAVE-PEDIDO NOT EQUAL WRK-CHAVE-REPOSICAO.     00061900
           IF WRK-TEM-PEDIDO EQUAL 'S'                                  00062000
             ADD 1 TO WRK-ACUM-JA-PEDIDOS                               00062100
           ELSE                                                         00062200
             PERFORM 2200-GUARDARITEM                                   00062300
           END-IF.                                                      00062400
           PERFORM 1300-LERREPOSICAO.                                   00062500
                                                                        00062600
       2000-99-FINAL.        EXIT.                                      00062700
                                                                        00062800
      *----------------------------------------------------             00062900
      * PEDIDO ABERTO OU PARCIAL DA LOJA/PRODUTO AINDA VAI              00063000
      * CHEGAR: NAO SE PEDE DE NOVO                                     00063100
      *----------------------------------------------------             00063200
       2100-EXAMINARPEDIDO                      SECTION.                00063300
      *----------------------------------------------------             00063400
                                                                        00063500
           IF PAN-SITUACAO EQUAL 'A' OR 'P'                             00063600
             MOVE 'S' TO WRK-TEM-PEDIDO                                 00063700
           END-IF.                                                      00063800
           PERFORM 1400-LERPEDIDO.                                      00063900
                                                                        00064000
       2100-99-FINAL.        EXIT.                                      00064100
                                                                        00064200
      *----------------------------------------------------             00064300
      * ACHAR O FORNECEDOR DO PRODUTO E GUARDAR O ITEM DA               00064400
      * LOJA COM A QUANTIDADE QUE A LEVA AO DOBRO DO MINIMO             00064500
      *----------------------------------------------------             00064600
       2200-GUARDARITEM                         SECTION.                00064700
      *----------------------------------------------------             00064800
                                                                        00064900
           MOVE REP-PRODUTO TO WRK-PRD-PROCURA.                         00065000
           PERFORM 2300-LOCALIZARPRODUTO.                               00065100
           MOVE 0 TO WRK-FPR-ACHOU.                                     00065200
           IF WRK-PRD-ACHOU EQUAL 1                                     00065300
             MOVE TAB-PRD-CODIGO (WRK-PRD-SLOT) TO WRK-FPR-PROCURA      00065400
             PERFORM 2400-LOCALIZARFORNECEDOR                           00065500
           END-IF.                                                      00065600
           IF WRK-FPR-ACHOU EQUAL 0                                     00065700
             ADD 1 TO WRK-ACUM-SEM-FORNEC                               00065800
             MOVE ZEROS            TO WRK-ITE-SLOT                      00065900
             MOVE 'SEM FORNECEDOR' TO WRK-NAO-MOTIVO                    00066000
             PERFORM 2800-GUARDARNAOPEDIDO                              00066100
             GO TO 2200-99-FINAL                                        00066200
           END-IF.                                                      00066300
           IF WRK-ITE-QTD NOT LESS 200                                  00066400
             MOVE '2200'                   TO WRK-SECAO                 00066500
             MOVE 'ITENS DA LOJA EXCEDEM A TABELA DE 200'               00066600
               TO WRK-MSGERRO                                           00066700
             MOVE '99'                     TO WRK-STATUS                00066800
             PERFORM 9010-TRATARERROS                                   00066900
             GO TO 2200-99-FINAL                                        00067000
           END-IF.                                                      00067100
           COMPUTE WRK-QTD-PEDIR = (REP-MINIMO * 2) - REP-QTD-ATUAL.    00067200
           ADD 1 TO WRK-ITE-QTD.                                        00067300
           MOVE REP-PRODUTO    TO TAB-ITE-PRODUTO (WRK-ITE-QTD).        00067400
           MOVE TAB-PRD-UNIDADE (WRK-PRD-SLOT)                          00067500
             TO TAB-ITE-UNIDADE (WRK-ITE-QTD).                          00067600
           MOVE TAB-FPR-FORNEC (WRK-FPR-SLOT)                           00067700
             TO TAB-ITE-FORNEC  (WRK-ITE-QTD).                          00067800
           MOVE TAB-FPR-PRECO  (WRK-FPR-SLOT)                           00067900
             TO TAB-ITE-PRECO   (WRK-ITE-QTD).                          00068000
           MOVE WRK-QTD-PEDIR  TO TAB-ITE-QTD     (WRK-ITE-QTD).        00068100
           MOVE REP-QTD-ATUAL  TO TAB-ITE-ATUAL   (WRK-ITE-QTD).        00068200
           MOVE REP-MINIMO     TO TAB-ITE-MINIMO  (WRK-ITE-QTD).        00068300
                                                                        00068400
       2200-99-FINAL.        EXIT.                                      00068500
                                                                        00068600
      *----------------------------------------------------             00068700
      * LOCALIZAR WRK-PRD-PROCURA NO MESTRE DE PRODUTOS                 00068800
      *----------------------------------------------------             00068900
       2300-LOCALIZARPRODUTO                    SECTION.                00069000
      *----------------------------------------------------             00069100
                                                                        00069200
           MOVE 0 TO WRK-PRD-ACHOU.                                     00069300
           MOVE ZEROS TO WRK-PRD-SLOT.                                  00069400
           PERFORM 2310-PESQUISARCADPRD                                 00069500
              VARYING TAB-PRD-IDX FROM 1 BY 1                           00069600
                UNTIL TAB-PRD-IDX GREATER WRK-PRD-QTD                   00069700
                   OR WRK-PRD-ACHOU EQUAL 1.                            00069800
                                                                        00069900
       2300-99-FINAL.        EXIT.                                      00070000
                                                                        00070100
      *----------------------------------------------------             00070200
       2310-PESQUISARCADPRD                     SECTION.                00070300
      *----------------------------------------------------             00070400
                                                                        00070500
           IF TAB-PRD-DESCRICAO (TAB-PRD-IDX) EQUAL WRK-PRD-PROCURA     00070600
             MOVE 1 TO WRK-PRD-ACHOU                                    00070700
             SET WRK-PRD-SLOT TO TAB-PRD-IDX                            00070800
           END-IF.                                                      00070900
                                                                        00071000
       2310-99-FINAL.        EXIT.                                      00071100
                                                                        00071200
      *----------------------------------------------------             00071300
      * PRIMEIRO FORNECEDOR (ORDEM DO MESTRE) DO CODIGO DE              00071400
      * PRODUTO EM WRK-FPR-PROCURA                                      00071500
      *----------------------------------------------------             00071600
       2400-LOCALIZARFORNECEDOR                 SECTION.                00071700
      *----------------------------------------------------             00071800
                                                                        00071900
           MOVE 0 TO WRK-FPR-ACHOU.                                     00072000
           MOVE ZEROS TO WRK-FPR-SLOT.                                  00072100
           PERFORM 2410-PESQUISARFORPRD                                 00072200
              VARYING TAB-FPR-IDX FROM 1 BY 1                           00072300
                UNTIL TAB-FPR-IDX GREATER WRK-FPR-QTD                   00072400
                   OR WRK-FPR-ACHOU EQUAL 1.                            00072500
                                                                        00072600
       2400-99-FINAL.        EXIT.                                      00072700
                                                                        00072800
      *----------------------------------------------------             00072900
       2410-PESQUISARFORPRD                     SECTION.                00073000
      *----------------------------------------------------             00073100
                                                                        00073200
           IF TAB-FPR-PRODUTO (TAB-FPR-IDX) EQUAL WRK-FPR-PROCURA       00073300
             MOVE 1 TO WRK-FPR-ACHOU                                    00073400
             SET WRK-FPR-SLOT TO TAB-FPR-IDX                            00073500
           END-IF.                                                      00073600
                                                                        00073700
       2410-99-FINAL.        EXIT.                                      00073800
                                                                        00073900
      *----------------------------------------------------             00074000
      * UM PEDIDO POR FORNECEDOR COM ITENS NA LOJA QUE SAI              00074100
      *----------------------------------------------------             00074200
       2500-EMITIRPEDIDOSLOJA                   SECTION.                00074300
      *----------------------------------------------------             00074400
                                                                        00074500
           PERFORM 2510-EMITIRPEDIDO                                    00074600
              VARYING WRK-FOR-SLOT FROM 1 BY 1                          00074700
                UNTIL WRK-FOR-SLOT GREATER WRK-FOR-QTD.                 00074800
           MOVE ZEROS TO WRK-ITE-QTD.                                   00074900
                                                                        00075000
       2500-99-FINAL.        EXIT.                                      00075100
                                                                        00075200
      *----------------------------------------------------             00075300
      * SOMAR OS ITENS DO FORNECEDOR; ABAIXO DO VALOR                   00075400
      * MINIMO DELE O PEDIDO NAO SAI E OS ITENS VAO PARA A              00075500
      * LISTA DE NAO PEDIDOS                                            00075600
      *----------------------------------------------------             00075700
       2510-EMITIRPEDIDO                        SECTION.                00075800
      *----------------------------------------------------             00075900
                                                                        00076000
           MOVE ZEROS TO WRK-PED-ITENS.                                 00076100
           MOVE ZEROS TO WRK-PED-VALOR.                                 00076200
           PERFORM 2520-SOMARITEM                                       00076300
              VARYING TAB-ITE-IDX FROM 1 BY 1                           00076400
                UNTIL TAB-ITE-IDX GREATER WRK-ITE-QTD.                  00076500
           IF WRK-PED-ITENS EQUAL ZEROS                                 00076600
             GO TO 2510-99-FINAL                                        00076700
           END-IF.                                                      00076800
           IF WRK-PED-VALOR LESS TAB-FOR-MINIMO (WRK-FOR-SLOT)          00076900
             MOVE 'ABAIXO DO PEDIDO MINIMO' TO WRK-NAO-MOTIVO           00077000
             PERFORM 2530-RETERITEM                                     00077100
                VARYING TAB-ITE-IDX FROM 1 BY 1                         00077200
                  UNTIL TAB-ITE-IDX GREATER WRK-ITE-QTD                 00077300
             GO TO 2510-99-FINAL                                        00077400
           END-IF.                                                      00077500
           ADD 1 TO WRK-ULTIMO-PEDIDO.                                  00077600
           IF WRK-PRIMEIRO-PEDIDO EQUAL ZEROS                           00077700
             MOVE WRK-ULTIMO-PEDIDO TO WRK-PRIMEIRO-PEDIDO              00077800
           END-IF.                                                      00077900
           ADD 1 TO WRK-ACUM-PEDIDOS.                                   00078000
           ADD WRK-PED-VALOR TO WRK-ACUM-VALOR.                         00078100
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-CALC-R.              00078200
           PERFORM 8000-SOMARUMDIA                                      00078300
              TAB-FOR-PRAZO (WRK-FOR-SLOT) TIMES.                       00078400
           MOVE WRK-DATA-CALC-R TO WRK-DATA-PREVISTA.                   00078500
           MOVE WRK-ULTIMO-PEDIDO TO WRK-LP-NUMERO.                     00078600
           MOVE TAB-FOR-CODIGO (WRK-FOR-SLOT) TO WRK-LP-FORNEC.         00078700
           MOVE TAB-FOR-NOME   (WRK-FOR-SLOT) TO WRK-LP-NOME.           00078800
           MOVE WRK-LOJA-ANTERIOR TO WRK-LP-LOJA.                       00078900
           MOVE WRK-DATA-PREVISTA TO WRK-LP-PREVISTA.                   00079000
           MOVE WRK-LINHA-PEDIDO  TO WRK-RW-TITULO3.                    00079100
           MOVE 'S' TO WRK-RW-FUNCAO.                                   00079200
           CALL 'REPWRITE' USING WRK-REPW.                              00079300
           PERFORM 2540-GRAVARITEM                                      00079400
              VARYING TAB-ITE-IDX FROM 1 BY 1                           00079500
                UNTIL TAB-ITE-IDX GREATER WRK-ITE-QTD.                  00079600
           MOVE WRK-PED-ITENS TO WRK-LT-ITENS.                          00079700
           MOVE WRK-PED-VALOR TO WRK-LT-VALOR.                          00079800
           MOVE WRK-LINHA-TOTPED TO WRK-RW-LINHA.                       00079900
           MOVE 'T' TO WRK-RW-FUNCAO.                                   00080000
           CALL 'REPWRITE' USING WRK-REPW.                              00080100
                                                                        00080200
       2510-99-FINAL.        EXIT.                                      00080300
                                                                        00080400
      *----------------------------------------------------             00080500
       2520-SOMARITEM                           SECTION.                00080600
      *----------------------------------------------------             00080700
                                                                        00080800
           IF TAB-ITE-FORNEC (TAB-ITE-IDX) EQUAL WRK-FOR-SLOT           00080900
             ADD 1 TO WRK-PED-ITENS                                     00081000
             COMPUTE WRK-ITEM-VALOR =                                   00081100
                     TAB-ITE-QTD (TAB-ITE-IDX)                          00081200
                   * TAB-ITE-PRECO (TAB-ITE-IDX)                        00081300
             ADD WRK-ITEM-VALOR TO WRK-PED-VALOR                        00081400
           END-IF.                                                      00081500
                                                                        00081600
       2520-99-FINAL.        EXIT.                                      00081700
                                                                        00081800
      *----------------------------------------------------             00081900
       2530-RETERITEM                           SECTION.                00082000
      *----------------------------------------------------             00082100
                                                                        00082200
           IF TAB-ITE-FORNEC (TAB-ITE-IDX) EQUAL WRK-FOR-SLOT           00082300
             ADD 1 TO WRK-ACUM-ABAIXO-MIN                               00082400
             SET WRK-ITE-SLOT TO TAB-ITE-IDX                            00082500
             PERFORM 2800-GUARDARNAOPEDIDO                              00082600
           END-IF.                                                      00082700
                                                                        00082800
       2530-99-FINAL.        EXIT.                                      00082900
                                                                        00083000
      *----------------------------------------------------             00083100
      * GRAVAR E IMPRIMIR O ITEM DO PEDIDO EMITIDO                      00083200
      *----------------------------------------------------             00083300
       2540-GRAVARITEM                          SECTION.                00083400
      *----------------------------------------------------             00083500
                                                                        00083600
           IF TAB-ITE-FORNEC (TAB-ITE-IDX) NOT EQUAL WRK-FOR-SLOT       00083700
             GO TO 2540-99-FINAL                                        00083800
           END-IF.                                                      00083900
           ADD 1 TO WRK-ACUM-ITENS.                                     00084000
           MOVE SPACES                       TO REG-PEDCOMP.            00084100
           MOVE WRK-LOJA-ANTERIOR            TO PED-CODLOJA.            00084200
           MOVE TAB-ITE-PRODUTO (TAB-ITE-IDX) TO PED-PRODUTO.           00084300
           MOVE WRK-ULTIMO-PEDIDO            TO PED-NUMERO.             00084400
           MOVE TAB-FOR-CODIGO (WRK-FOR-SLOT) TO PED-FORNECEDOR.        00084500
           MOVE TAB-ITE-QTD (TAB-ITE-IDX)    TO PED-QTD-PEDIDA.         00084600
           MOVE ZEROS                        TO PED-QTD-RECEBIDA.       00084700
           MOVE TAB-ITE-PRECO (TAB-ITE-IDX)  TO PED-PRECO.              00084800
           MOVE WRK-DATA-PROCESSAMENTO       TO PED-DATA-EMISSAO.       00084900
           MOVE WRK-DATA-PREVISTA            TO PED-DATA-PREVISTA.      00085000
           MOVE ZEROS                        TO PED-DATA-ENTREGA.       00085100
           MOVE 'A'                          TO PED-SITUACAO.           00085200
           WRITE REG-PEDCOMP.                                           00085300
           COMPUTE WRK-ITEM-VALOR =                                     00085400
                   TAB-ITE-QTD (TAB-ITE-IDX)                            00085500
                 * TAB-ITE-PRECO (TAB-ITE-IDX).                         00085600
           MOVE SPACES                       TO WRK-LINHA-ITEM.         00085700
           MOVE TAB-ITE-PRODUTO (TAB-ITE-IDX) TO WRK-LI-PRODUTO.        00085800
           MOVE TAB-ITE-UNIDADE (TAB-ITE-IDX) TO WRK-LI-UNIDADE.        00085900
           MOVE TAB-ITE-QTD (TAB-ITE-IDX)    TO WRK-LI-QTD.             00086000
           MOVE TAB-ITE-PRECO (TAB-ITE-IDX)  TO WRK-LI-PRECO.           00086100
           MOVE WRK-ITEM-VALOR               TO WRK-LI-VALOR.           00086200
           MOVE WRK-LINHA-ITEM TO WRK-RW-LINHA.                         00086300
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00086400
           CALL 'REPWRITE' USING WRK-REPW.                              00086500
                                                                        00086600
       2540-99-FINAL.        EXIT.                                      00086700
                                                                        00086800
      *----------------------------------------------------             00086900
      * GUARDAR ITEM NAO PEDIDO (WRK-ITE-SLOT ZERO = AINDA              00087000
      * FORA DA TABELA DA LOJA, DADOS DA REPOSICAO LIDA)                00087100
      *----------------------------------------------------             00087200
       2800-GUARDARNAOPEDIDO                    SECTION.                00087300
      *----------------------------------------------------             00087400
                                                                        00087500
           IF WRK-NAO-QTD NOT LESS 500                                  00087600
             MOVE '2800'                   TO WRK-SECAO                 00087700
             MOVE 'ITENS NAO PEDIDOS EXCEDEM A TABELA'                  00087800
               TO WRK-MSGERRO                                           00087900
             MOVE '00'                     TO WRK-STATUS                00088000
             PERFORM 9010-TRATARERROS                                   00088100
             GO TO 2800-99-FINAL                                        00088200
           END-IF.                                                      00088300
           ADD 1 TO WRK-NAO-QTD.                                        00088400
           MOVE WRK-NAO-MOTIVO TO TAB-NAO-MOTIVO (WRK-NAO-QTD).         00088500
           IF WRK-ITE-SLOT EQUAL ZEROS                                  00088600
             MOVE REP-CODLOJA   TO TAB-NAO-LOJA    (WRK-NAO-QTD)        00088700
             MOVE REP-PRODUTO   TO TAB-NAO-PRODUTO (WRK-NAO-QTD)        00088800
             MOVE REP-QTD-ATUAL TO TAB-NAO-ATUAL   (WRK-NAO-QTD)        00088900
             MOVE REP-MINIMO    TO TAB-NAO-MINIMO  (WRK-NAO-QTD)        00089000
             MOVE ZEROS         TO TAB-NAO-FORNEC  (WRK-NAO-QTD)        00089100
           ELSE                                                         00089200
             MOVE WRK-LOJA-ANTERIOR TO TAB-NAO-LOJA (WRK-NAO-QTD)       00089300
             MOVE TAB-ITE-PRODUTO (WRK-ITE-SLOT)                        00089400
               TO TAB-NAO-PRODUTO (WRK-NAO-QTD)                         00089500
             MOVE TAB-ITE-ATUAL   (WRK-ITE-SLOT)                        00089600
               TO TAB-NAO-ATUAL   (WRK-NAO-QTD)                         00089700
             MOVE TAB-ITE-MINIMO  (WRK-ITE-SLOT)                        00089800
               TO TAB-NAO-MINIMO  (WRK-NAO-QTD)                         00089900
             MOVE TAB-FOR-CODIGO  (WRK-FOR-SLOT)                        00090000
               TO TAB-NAO-FORNEC  (WRK-NAO-QTD)                         00090100
           END-IF.                                                      00090200
                                                                        00090300
       2800-99-FINAL.        EXIT.                                      00090400
                                                                        00090500
      *----------------------------------------------------             00090600
       3000-FINALIZAR                           SECTION.                00090700
      *----------------------------------------------------             00090800
                                                                        00090900
            IF WRK-PRIMEIRA-VEZ EQUAL 'N'                               00091000
              PERFORM 2500-EMITIRPEDIDOSLOJA                            00091100
            END-IF.                                                     00091200
            MOVE 'PEDIDOS DE COMPRA - RESUMO E ITENS NAO PEDIDOS'       00091300
              TO WRK-RW-TITULO1.                                        00091400
            MOVE WRK-CABEC-NAOPED TO WRK-RW-TITULO2.                    00091500
            MOVE SPACES           TO WRK-RW-TITULO3.                    00091600
            MOVE 'S' TO WRK-RW-FUNCAO.                                  00091700
            CALL 'REPWRITE' USING WRK-REPW.                             00091800
            PERFORM 3100-LISTARNAOPEDIDO                                00091900
               VARYING TAB-NAO-IDX FROM 1 BY 1                          00092000
                 UNTIL TAB-NAO-IDX GREATER WRK-NAO-QTD.                 00092100
            MOVE WRK-ACUM-PEDIDOS    TO WRK-LR-PEDIDOS.                 00092200
            MOVE WRK-ACUM-ITENS      TO WRK-LR-ITENS.                   00092300
            MOVE WRK-PRIMEIRO-PEDIDO TO WRK-LR-DE.                      00092400
            MOVE WRK-ULTIMO-PEDIDO   TO WRK-LR-ATE.                     00092500
            IF WRK-ACUM-PEDIDOS EQUAL ZEROS                             00092600
              MOVE ZEROS TO WRK-LR-ATE                                  00092700
            END-IF.                                                     00092800
            MOVE WRK-ACUM-VALOR      TO WRK-LR-VALOR.                   00092900
            MOVE WRK-LINHA-RESUMO TO WRK-RW-LINHA.                      00093000
            MOVE 'D' TO WRK-RW-FUNCAO.                                  00093100
            CALL 'REPWRITE' USING WRK-REPW.                             00093200
            CLOSE REPOSIC.                                              00093300
            CLOSE PEDANT.                                               00093400
            CLOSE PEDNOVOS.                                             00093500
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00093600
            CALL 'REPWRITE' USING WRK-REPW.                             00093700
            PERFORM 3200-GRAVARULTIMOPEDIDO.                            00093800
            DISPLAY ' POSICOES LIDAS.........' WRK-ACUM-LIDAS.          00093900
            DISPLAY ' POSICOES REJEITADAS....' WRK-ACUM-REJEITADAS.     00094000
            DISPLAY ' JA COM PEDIDO ABERTO...' WRK-ACUM-JA-PEDIDOS.     00094100
            DISPLAY ' SEM FORNECEDOR.........' WRK-ACUM-SEM-FORNEC.     00094200
            DISPLAY ' ABAIXO DO PEDIDO MINIMO' WRK-ACUM-ABAIXO-MIN.     00094300
            DISPLAY ' PEDIDOS EMITIDOS.......' WRK-ACUM-PEDIDOS.        00094400
            DISPLAY ' ITENS PEDIDOS..........' WRK-ACUM-ITENS.          00094500
            DISPLAY ' ULTIMO PEDIDO..........' WRK-ULTIMO-PEDIDO.       00094600
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00094700
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00094800
            IF WRK-NAO-QTD GREATER ZEROS                                00094900
               AND RETURN-CODE LESS 4                                   00095000
              MOVE 4 TO RETURN-CODE                                     00095100
            END-IF.                                                     00095200
            DISPLAY ' FIM DO PROGRAMA'.                                 00095300
                                                                        00095400
       3000-99-FINAL.        EXIT.                                      00095500
                                                                        00095600
      *----------------------------------------------------             00095700
       3100-LISTARNAOPEDIDO                     SECTION.                00095800
      *----------------------------------------------------             00095900
                                                                        00096000
           MOVE SPACES TO WRK-LINHA-NAOPED.                             00096100
           MOVE TAB-NAO-LOJA    (TAB-NAO-IDX) TO WRK-LN-LOJA.           00096200
           MOVE TAB-NAO-PRODUTO (TAB-NAO-IDX) TO WRK-LN-PRODUTO.        00096300
           MOVE TAB-NAO-ATUAL   (TAB-NAO-IDX) TO WRK-LN-ATUAL.          00096400
           MOVE TAB-NAO-MINIMO  (TAB-NAO-IDX) TO WRK-LN-MINIMO.         00096500
           MOVE TAB-NAO-FORNEC  (TAB-NAO-IDX) TO WRK-LN-FORNEC.         00096600
           MOVE TAB-NAO-MOTIVO  (TAB-NAO-IDX) TO WRK-LN-MOTIVO.         00096700
           MOVE WRK-LINHA-NAOPED TO WRK-RW-LINHA.                       00096800
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00096900
           CALL 'REPWRITE' USING WRK-REPW.                              00097000
                                                                        00097100
       3100-99-FINAL.        EXIT.                                      00097200
                                                                        00097300
      *----------------------------------------------------             00097400
       3200-GRAVARULTIMOPEDIDO                  SECTION.                00097500
      *----------------------------------------------------             00097600
                                                                        00097700
           OPEN OUTPUT NUMPEDC.                                         00097800
           IF WRK-FS-NUMPEDC NOT EQUAL 0                                00097900
             DISPLAY ' ERRO AO REGRAVAR NUMPEDC - STATUS '              00098000
                     WRK-FS-NUMPEDC                                     00098100
             MOVE '3200'                   TO WRK-SECAO                 00098200
             MOVE 'ERRO AO REGRAVAR O CONTROLE NUMPEDC'                 00098300
               TO WRK-MSGERRO                                           00098400
             MOVE WRK-FS-NUMPEDC           TO WRK-STATUS                00098500
             PERFORM 9010-TRATARERROS                                   00098600
             MOVE 8 TO RETURN-CODE                                      00098700
           ELSE                                                         00098800
             MOVE SPACES            TO REG-NUMPEDC                      00098900
             MOVE WRK-ULTIMO-PEDIDO TO NUM-ULTIMO-PEDIDO                00099000
             WRITE REG-NUMPEDC                                          00099100
             CLOSE NUMPEDC                                              00099200
           END-IF.                                                      00099300
                                                                        00099400
       3200-99-FINAL.        EXIT.                                      00099500
                                                                        00099600
      *----------------------------------------------------             00099700
      * AVANCAR WRK-DATA-CALC UM DIA CORRIDO                            00099800
      *----------------------------------------------------             00099900
       8000-SOMARUMDIA                          SECTION.                00100000
      *----------------------------------------------------             00100100
                                                                        00100200
           PERFORM 8100-DIASDOMES.                                      00100300
           IF WRK-DC-DIA LESS WRK-DIAS-MES                              00100400
             ADD 1 TO WRK-DC-DIA                                        00100500
           ELSE                                                         00100600
             MOVE 1 TO WRK-DC-DIA                                       00100700
             IF WRK-DC-MES LESS 12                                      00100800
               ADD 1 TO WRK-DC-MES                                      00100900
             ELSE                                                       00101000
               MOVE 1 TO WRK-DC-MES                                     00101100
               ADD 1 TO WRK-DC-ANO                                      00101200
             END-IF                                                     00101300
           END-IF.                                                      00101400
                                                                        00101500
       8000-99-FINAL.        EXIT.                                      00101600
                                                                        00101700
      *----------------------------------------------------             00101800
      * DIAS DO MES DE WRK-DATA-CALC (FEVEREIRO BISSEXTO                00101900
      * PELA REGRA DE 4, 100 E 400)                                     00102000
      *----------------------------------------------------             00102100
       8100-DIASDOMES                           SECTION.                00102200
      *----------------------------------------------------             00102300
                                                                        00102400
           IF WRK-DC-MES EQUAL 4 OR 6 OR 9 OR 11                        00102500
             MOVE 30 TO WRK-DIAS-MES                                    00102600
             GO TO 8100-99-FINAL                                        00102700
           END-IF.                                                      00102800
           IF WRK-DC-MES NOT EQUAL 2                                    00102900
             MOVE 31 TO WRK-DIAS-MES                                    00103000
             GO TO 8100-99-FINAL                                        00103100
           END-IF.                                                      00103200
           MOVE 28 TO WRK-DIAS-MES.                                     00103300
           DIVIDE WRK-DC-ANO BY 4                                       00103400
                  GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.             00103500
           IF WRK-RESTO EQUAL 0                                         00103600
             MOVE 29 TO WRK-DIAS-MES                                    00103700
           END-IF.                                                      00103800
           DIVIDE WRK-DC-ANO BY 100                                     00103900
                  GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.             00104000
           IF WRK-RESTO EQUAL 0                                         00104100
             MOVE 28 TO WRK-DIAS-MES                                    00104200
           END-IF.                                                      00104300
           DIVIDE WRK-DC-ANO BY 400                                     00104400
                  GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.             00104500
           IF WRK-RESTO EQUAL 0                                         00104600
             MOVE 29 TO WRK-DIAS-MES                                    00104700
           END-IF.                                                      00104800
                                                                        00104900
       8100-99-FINAL.        EXIT.                                      00105000
                                                                        00105100
      *----------------------------------------------------             00105200
       9010-TRATARERROS                         SECTION.                00105300
      *----------------------------------------------------             00105400
                                                                        00105500
           MOVE 'GERAPEDI' TO WRK-PROGRAMA.                             00105600
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00105700
                                                                        00105800
       9010-99-FINAL.        EXIT.                                      00105900

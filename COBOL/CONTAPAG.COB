      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. CONTAPAG.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * CONTAS A PAGAR SOBRE AS COMPRAS DO VAREJO, NOS                  00001100
      * MOLDES DO CONTAREC: O MESTRE DE TITULOS A PAGAR EM              00001200
      * ABERTO DE ONTEM (PAGANT, #TITPAG, EM ORDEM DE                   00001300
      * NUMERO) MENOS OS PAGAMENTOS FEITOS AOS FORNECEDORES             00001400
      * NO DIA (PAGFORN: TITULO, DATA, VALOR PAGO, EM ORDEM             00001500
      * DE TITULO - PAGAMENTO PARCIAL ABATE E O TITULO SEGUE            00001600
      * EM ABERTO) MAIS AS COMPRAS DO DIA (COMPRAS) DA O                00001700
      * MESTRE NOVO (PAGNOV). CADA COMPRA VIRA UM TITULO                00001800
      * (QUANTIDADE X VALOR UNITARIO) DO FORNECEDOR DO                  00001900
      * PRODUTO NO MESTRE DE FORNECEDORES (FORNEC, #FORNEC -            00002000
      * O PRIMEIRO, EM ORDEM DE CODIGO, QUE TRAZ O PRODUTO,             00002100
      * A MESMA REGRA DO GERAPEDI), DA LOJA DA COMPRA, COM              00002200
      * VENCIMENTO PELO PRAZO DE PAGAMENTO DO FORNECEDOR. OS            00002300
      * TITULOS SAO NUMERADOS EM SEQUENCIA A PARTIR DO                  00002400
      * CONTROLE NUMTPAG (COMO O NUMNOTA DO EMITNOTA) E                 00002500
      * ENTRAM NO FIM DO MESTRE, QUE SEGUE EM ORDEM. O                  00002600
      * RELATORIO TRAZ OS TITULOS NOVOS E OS BAIXADOS NO                00002700
      * DIA. COMPRA DE PRODUTO SEM FORNECEDOR VIRA TITULO               00002800
      * COM FORNECEDOR ZERADO VENCENDO NO DIA, PARA NAO SE              00002900
      * PERDER A DIVIDA; ELE E O PAGAMENTO SEM TITULO                   00003000
      * TERMINAM COM RC=4. A PROGRAMACAO SEMANAL DE                     00003100
      * PAGAMENTOS E OS VENCIDOS SAEM NO PROGPAG.                       00003200
      *                                                                 00003300
      * SYSIN: DATA DE PROCESSAMENTO / OVERRIDE DO CTLEXEC.             00003400
      *                                                                 00003500
      *====================================================             00003600
                                                                        00003700
      *====================================================             00003800
       ENVIRONMENT                              DIVISION.               00003900
      *====================================================             00004000
       CONFIGURATION                            SECTION.                00004100
       SPECIAL-NAMES.                                                   00004200
           DECIMAL-POINT IS COMMA.                                      00004300
                                                                        00004400
       INPUT-OUTPUT                             SECTION.                00004500
       FILE-CONTROL.                                                    00004600
           SELECT PAGANT   ASSIGN TO PAGANT                             00004700
               FILE STATUS  IS WRK-FS-PAGANT.                           00004800
           SELECT PAGFORN  ASSIGN TO PAGFORN                            00004900
               FILE STATUS  IS WRK-FS-PAGFORN.                          00005000
           SELECT COMPRAS  ASSIGN TO COMPRAS                            00005100
               FILE STATUS  IS WRK-FS-COMPRAS.                          00005200
           SELECT FORNEC   ASSIGN TO FORNEC                             00005300
               FILE STATUS  IS WRK-FS-FORNEC.                           00005400
           SELECT NUMTPAG  ASSIGN TO NUMTPAG                            00005500
               FILE STATUS  IS WRK-FS-NUMTPAG.                          00005600
           SELECT PAGNOV   ASSIGN TO PAGNOV                             00005700
               FILE STATUS  IS WRK-FS-PAGNOV.                           00005800
                                                                        00005900
      *====================================================             00006000
       DATA                                     DIVISION.               00006100
      *====================================================             00006200
       FILE                                     SECTION.                00006300
       FD PAGANT                                                        00006400
           RECORDING  MODE IS F                                         00006500
           BLOCK CONTAINS 0 RECORDS.                                    00006600
                                                                        00006700
       COPY '#TITPAG'.                                                  00006800
                                                                        00006900
       FD PAGFORN                                                       00007000
           RECORDING  MODE IS F                                         00007100
           BLOCK CONTAINS 0 RECORDS.                                    00007200
                                                                        00007300
       01 REG-PAGFORN.                                                  00007400
          05 PGF-NUMERO         PIC 9(08).                              00007500
          05 PGF-DATA           PIC 9(08).                              00007600
          05 PGF-VALOR          PIC 9(08)V99.                           00007700
          05 FILLER             PIC X(04).                              00007800
                                                                        00007900
       FD COMPRAS                                                       00008000
           RECORDING  MODE IS F                                         00008100
           BLOCK CONTAINS 0 RECORDS.                                    00008200
                                                                        00008300
       01 REG-COMPRA.                                                   00008400
          05 CMP-CODIGO         PIC 9(03).                              00008500
          05 CMP-ITEM           PIC X(30).                              00008600
          05 CMP-VALOR          PIC 9(05)V99.                           00008700
          05 CMP-QUANT          PIC 9(03).                              00008800
          05 CMP-CODLOJA        PIC 9(03).                              00008900
          05 FILLER             PIC X(02).                              00009000
                                                                        00009100
       FD FORNEC                                                        00009200
           RECORDING  MODE IS F                                         00009300
           BLOCK CONTAINS 0 RECORDS.                                    00009400
                                                                        00009500
       COPY '#FORNEC'.                                                  00009600
                                                                        00009700
      *----------------------------------------------------             00009800
      * NUMTPAG - CONTROLE PERSISTIDO DO ULTIMO TITULO                  00009900
      *----------------------------------------------------             00010000
       FD NUMTPAG                                                       00010100
           RECORDING  MODE IS F                                         00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
                                                                        00010400
       01 REG-NUMTPAG.                                                  00010500
          05 NUM-ULTIMO-TITULO  PIC 9(08).                              00010600
          05 FILLER             PIC X(12).                              00010700
                                                                        00010800
       FD PAGNOV                                                        00010900
           RECORDING  MODE IS F                                         00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
                                                                        00011200
       01 REG-PAGNOV            PIC X(80).                              00011300
                                                                        00011400
       WORKING-STORAGE                          SECTION.                00011500
                                                                        00011600
      *===================STATUS DOS ARQUIVOS===============            00011700
                                                                        00011800
       77 WRK-FS-PAGANT         PIC 9(02).                              00011900
       77 WRK-FS-PAGFORN        PIC 9(02).                              00012000
       77 WRK-FS-COMPRAS        PIC 9(02).                              00012100
       77 WRK-FS-FORNEC         PIC 9(02).                              00012200
       77 WRK-FS-NUMTPAG        PIC 9(02).                              00012300
       77 WRK-FS-PAGNOV         PIC 9(02).                              00012400
                                                                        00012500
      *===================CHAVES DO BALANCE LINE============            00012600
                                                                        00012700
       77 WRK-CHAVE-MESTRE      PIC 9(08)    VALUE ZEROS.               00012800
       77 WRK-CHAVE-PAGTO       PIC 9(08)    VALUE ZEROS.               00012900
       77 WRK-CHAVE-CORRENTE    PIC 9(08)    VALUE ZEROS.               00013000
       77 WRK-PAGTO-OK          PIC X(01)    VALUE 'N'.                 00013100
       77 WRK-COMPRA-OK         PIC X(01)    VALUE 'N'.                 00013200
                                                                        00013300
      *===================TITULO EM ATUALIZACAO=============            00013400
                                                                        00013500
       77 WRK-TEM-TITULO        PIC 9        VALUE 0.                   00013600
       77 WRK-SALDO             PIC S9(09)V99 VALUE ZEROS.              00013700
       77 WRK-PAGO-DIA          PIC 9(09)V99 VALUE ZEROS.               00013800
       77 WRK-SITUACAO          PIC X(20)    VALUE SPACES.              00013900
                                                                        00014000
       01 WRK-REG-TITULO.                                               00014100
          05 WRK-TI-NUMERO      PIC 9(08).                              00014200
          05 WRK-TI-FORNECEDOR  PIC 9(05).                              00014300
          05 WRK-TI-CODLOJA     PIC 9(03).                              00014400
          05 WRK-TI-PRODUTO     PIC 9(03).                              00014500
          05 WRK-TI-ENTRADA     PIC 9(08).                              00014600
          05 WRK-TI-VENCIMENTO  PIC 9(08).                              00014700
          05 WRK-TI-ORIGINAL    PIC 9(08)V99.                           00014800
          05 WRK-TI-PAGO        PIC 9(08)V99.                           00014900
          05 WRK-TI-ABERTO      PIC 9(08)V99.                           00015000
          05 WRK-TI-ULT-PAGTO   PIC 9(08).                              00015100
          05 FILLER             PIC X(07).                              00015200
                                                                        00015300
      *===================NUMERACAO E DATAS=================            00015400
                                                                        00015500
       77 WRK-ULTIMO-TITULO     PIC 9(08)    VALUE ZEROS.               00015600
       77 WRK-PRIMEIRO-TITULO   PIC 9(08)    VALUE ZEROS.               00015700
       77 WRK-MAIOR-MESTRE      PIC 9(08)    VALUE ZEROS.               00015800
       77 WRK-DIAS-MES          PIC 9(02)    VALUE ZEROS.               00015900
       77 WRK-QUOCIENTE         PIC 9(04)    VALUE ZEROS.               00016000
       77 WRK-RESTO             PIC 9(04)    VALUE ZEROS.               00016100
                                                                        00016200
       01 WRK-DATA-CALC.                                                00016300
          05 WRK-DC-ANO         PIC 9(04).                              00016400
          05 WRK-DC-MES         PIC 9(02).                              00016500
          05 WRK-DC-DIA         PIC 9(02).                              00016600
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC PIC 9(08).            00016700
                                                                        00016800
      *===================CADASTRO DE FORNECEDORES==========            00016900
                                                                        00017000
       77 WRK-FOR-QTD           PIC 9(03)    VALUE ZEROS.               00017100
       77 WRK-FOR-SLOT          PIC 9(03)    VALUE ZEROS.               00017200
       77 WRK-FOR-IDX           PIC 9(02)    VALUE ZEROS.               00017300
       77 WRK-FPR-QTD           PIC 9(04)    VALUE ZEROS.               00017400
       77 WRK-FPR-ACHOU         PIC 9        VALUE 0.                   00017500
                                                                        00017600
       01 TAB-FORNECEDORES.                                             00017700
          05 TAB-FOR-ITEM OCCURS 100 TIMES                              00017800
                          INDEXED BY TAB-FOR-IDX.                       00017900
             10 TAB-FOR-CODIGO     PIC 9(05).                           00018000
             10 TAB-FOR-PRAZO      PIC 9(03).                           00018100
                                                                        00018200
       01 TAB-FORPRD.                                                   00018300
          05 TAB-FPR-ITEM OCCURS 1000 TIMES                             00018400
                          INDEXED BY TAB-FPR-IDX.                       00018500
             10 TAB-FPR-PRODUTO    PIC 9(03).                           00018600
             10 TAB-FPR-FORNEC     PIC 9(03).                           00018700
                                                                        00018800
      *===================CONTROLE DO LOTE==================            00018900
                                                                        00019000
       77 WRK-ACUM-TITULOS      PIC 9(07)    VALUE ZEROS.               00019100
       77 WRK-ACUM-NOVOS        PIC 9(05)    VALUE ZEROS.               00019200
       77 WRK-ACUM-VLR-NOVOS    PIC 9(11)V99 VALUE ZEROS.               00019300
       77 WRK-ACUM-PAGTOS       PIC 9(05)    VALUE ZEROS.               00019400
       77 WRK-ACUM-VLR-PAGO     PIC 9(11)V99 VALUE ZEROS.               00019500
       77 WRK-ACUM-LIQUIDADOS   PIC 9(05)    VALUE ZEROS.               00019600
       77 WRK-ACUM-ABERTOS      PIC 9(07)    VALUE ZEROS.               00019700
       77 WRK-ACUM-VLR-ABERTO   PIC 9(11)V99 VALUE ZEROS.               00019800
       77 WRK-ACUM-SEM-TITULO   PIC 9(05)    VALUE ZEROS.               00019900
       77 WRK-ACUM-SEM-FORNEC   PIC 9(05)    VALUE ZEROS.               00020000
       77 WRK-ACUM-PAG-REJ      PIC 9(05)    VALUE ZEROS.               00020100
       77 WRK-ACUM-COMPRA-REJ   PIC 9(05)    VALUE ZEROS.               00020200
                                                                        00020300
      *===================LINHAS DO RELATORIO===============            00020400
                                                                        00020500
       01 WRK-LINHA-CABEC.                                              00020600
          05 FILLER   PIC X(10) VALUE ' TITULO   '.                     00020700
          05 FILLER   PIC X(06) VALUE 'FORN. '.                         00020800
          05 FILLER   PIC X(04) VALUE 'LOJ '.                           00020900
          05 FILLER   PIC X(09) VALUE 'VENCTO   '.                      00021000
          05 FILLER   PIC X(14) VALUE '     ORIGINAL '.                 00021100
          05 FILLER   PIC X(14) VALUE '  PAGO NO DIA '.                 00021200
          05 FILLER   PIC X(14) VALUE '    EM ABERTO '.                 00021300
          05 FILLER   PIC X(20) VALUE 'SITUACAO'.                       00021400
                                                                        00021500
       01 WRK-LINHA-TITULO.                                             00021600
          05 FILLER             PIC X(01).                              00021700
          05 WRK-LD-NUMERO      PIC 9(08).                              00021800
          05 FILLER             PIC X(01).                              00021900
          05 WRK-LD-FORNEC      PIC 9(05).                              00022000
          05 FILLER             PIC X(01).                              00022100
          05 WRK-LD-LOJA        PIC 9(03).                              00022200
          05 FILLER             PIC X(01).                              00022300
          05 WRK-LD-VENCTO      PIC 9(08).                              00022400
          05 FILLER             PIC X(01).                              00022500
          05 WRK-LD-ORIGINAL    PIC ZZ.ZZZ.ZZ9,99                       00022600
                                BLANK WHEN ZERO.                        00022700
          05 FILLER             PIC X(01).                              00022800
          05 WRK-LD-PAGO        PIC ZZ.ZZZ.ZZ9,99                       00022900
                                BLANK WHEN ZERO.                        00023000
          05 FILLER             PIC X(01).                              00023100
          05 WRK-LD-ABERTO      PIC ZZ.ZZZ.ZZ9,99.                      00023200
          05 FILLER             PIC X(01).                              00023300
          05 WRK-LD-SITUACAO    PIC X(20).                              00023400
                                                                        00023500
       01 WRK-LINHA-NOVOS.                                              00023600
          05 FILLER   PIC X(16) VALUE ' TITULOS NOVOS  '.               00023700
          05 WRK-LN-QTD         PIC ZZZZ9.                              00023800
          05 FILLER   PIC X(10) VALUE '  NUMEROS '.                     00023900
          05 WRK-LN-DE          PIC 9(08).                              00024000
          05 FILLER   PIC X(03) VALUE ' A '.                            00024100
          05 WRK-LN-ATE         PIC 9(08).                              00024200
          05 FILLER   PIC X(08) VALUE '  VALOR '.                       00024300
          05 WRK-LN-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.                  00024400
                                                                        00024500
       01 WRK-LINHA-PAGOS.                                              00024600
          05 FILLER   PIC X(16) VALUE ' PAGAMENTOS     '.               00024700
          05 WRK-LP-QTD         PIC ZZZZ9.                              00024800
          05 FILLER   PIC X(14) VALUE '  LIQUIDADOS  '.                 00024900
          05 WRK-LP-LIQUIDADOS  PIC ZZZZ9.                              00025000
          05 FILLER   PIC X(15) VALUE SPACES.                           00025100
          05 FILLER   PIC X(08) VALUE '  VALOR '.                       00025200
          05 WRK-LP-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.                  00025300
                                                                        00025400
       01 WRK-LINHA-ABERTOS.                                            00025500
          05 FILLER   PIC X(16) VALUE ' EM ABERTO      '.               00025600
          05 WRK-LA-QTD         PIC Z(06)9.                             00025700
          05 FILLER   PIC X(14) VALUE ' SEM TITULO   '.                 00025800
          05 WRK-LA-SEM-TITULO  PIC ZZZZ9.                              00025900
          05 FILLER   PIC X(13) VALUE '  SEM FORNEC '.                  00026000
          05 WRK-LA-SEM-FORNEC  PIC ZZZZ9.                              00026100
          05 FILLER   PIC X(08) VALUE '  SALDO '.                       00026200
          05 WRK-LA-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.                  00026300
                                                                        00026400
      *===================DATA DE PROCESSAMENTO==============           00026500
                                                                        00026600
       COPY 'DATAPROC'.                                                 00026700
                                                                        00026800
      *===================TRATAMENTO DE ERROS================           00026900
                                                                        00027000
       COPY 'VARERROS'.                                                 00027100
                                                                        00027200
      *===================CONTROLE DE EXECUCAO===============           00027300
                                                                        00027400
       COPY 'CTRLEXEC'.                                                 00027500
                                                                        00027600
      *===================CRITICA DA DATA====================           00027700
                                                                        00027800
       COPY 'VALDATA'.                                                  00027900
                                                                        00028000
      *===================SERVICOS DE IMPRESSAO==============           00028100
                                                                        00028200
       COPY 'REPWCOMM'.                                                 00028300
                                                                        00028400
      *====================================================             00028500
       PROCEDURE                                DIVISION.               00028600
      *====================================================             00028700
                                                                        00028800
      *----------------------------------------------------             00028900
       0000-PRINCIPAL                           SECTION.                00029000
      *----------------------------------------------------             00029100
                                                                        00029200
             PERFORM 1000-INICIALIZAR.                                  00029300
             PERFORM 1300-LERMESTRE.                                    00029400
             PERFORM 1400-LERPAGTO.                                     00029500
             PERFORM 2000-PROCESSAR                                     00029600
                UNTIL WRK-CHAVE-MESTRE EQUAL 99999999                   00029700
                  AND WRK-CHAVE-PAGTO  EQUAL 99999999.                  00029800
             PERFORM 2450-CONFERIRNUMERACAO.                            00029900
             PERFORM 1500-LERCOMPRA.                                    00030000
             PERFORM 2500-GERARTITULO                                   00030100
                UNTIL WRK-FS-COMPRAS EQUAL 10.                          00030200
             PERFORM 3000-FINALIZAR.                                    00030300
             STOP RUN.                                                  00030400
                                                                        00030500
       0000-99-FINAL.        EXIT.                                      00030600
                                                                        00030700
      *----------------------------------------------------             00030800
       1000-INICIALIZAR                         SECTION.                00030900
      *----------------------------------------------------             00031000
                                                                        00031100
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00031200
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00031300
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00031400
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00031500
           IF WRK-VD-INVALIDA                                           00031600
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00031700
                     WRK-DATA-PROCESSAMENTO                             00031800
             MOVE 8 TO RETURN-CODE                                      00031900
             STOP RUN                                                   00032000
           END-IF.                                                      00032100
           MOVE 'CONTAPAG' TO WRK-CE-PROGRAMA.                          00032200
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00032300
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00032400
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00032500
           IF NOT WRK-CE-PODE-EXECUTAR                                  00032600
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00032700
                     'STATUS ' WRK-CE-STATUS                            00032800
             MOVE 8 TO RETURN-CODE                                      00032900
             STOP RUN                                                   00033000
           END-IF.                                                      00033100
           OPEN INPUT PAGANT.                                           00033200
           OPEN INPUT PAGFORN.                                          00033300
           OPEN INPUT COMPRAS.                                          00033400
           OPEN OUTPUT PAGNOV.                                          00033500
           IF WRK-FS-PAGANT NOT EQUAL 0                                 00033600
             DISPLAY ' ERRO OPEN PAGANT - STATUS ' WRK-FS-PAGANT        00033700
             MOVE 8 TO RETURN-CODE                                      00033800
             STOP RUN                                                   00033900
           END-IF.                                                      00034000
           IF WRK-FS-PAGFORN NOT EQUAL 0                                00034100
             DISPLAY ' ERRO OPEN PAGFORN - STATUS ' WRK-FS-PAGFORN      00034200
             MOVE 8 TO RETURN-CODE                                      00034300
             STOP RUN                                                   00034400
           END-IF.                                                      00034500
           IF WRK-FS-COMPRAS NOT EQUAL 0                                00034600
             DISPLAY ' ERRO OPEN COMPRAS - STATUS ' WRK-FS-COMPRAS      00034700
             MOVE 8 TO RETURN-CODE                                      00034800
             STOP RUN                                                   00034900
           END-IF.                                                      00035000
           IF WRK-FS-PAGNOV NOT EQUAL 0                                 00035100
             DISPLAY ' ERRO OPEN PAGNOV - STATUS ' WRK-FS-PAGNOV        00035200
             MOVE 8 TO RETURN-CODE                                      00035300
             STOP RUN                                                   00035400
           END-IF.                                                      00035500
           PERFORM 1100-LERULTIMOTITULO.                                00035600
           PERFORM 1200-CARREGARFORNECEDORES.                           00035700
           MOVE 'CONTAS A PAGAR - MOVIMENTO DO DIA'                     00035800
             TO WRK-RW-TITULO1.                                         00035900
           MOVE WRK-LINHA-CABEC TO WRK-RW-TITULO2.                      00036000
           MOVE SPACES          TO WRK-RW-TITULO3.                      00036100
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00036200
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00036300
           MOVE 'N' TO WRK-RW-REABRIR.                                  00036400
           MOVE SPACES TO WRK-RW-QUEBRA.                                00036450
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00036500
           CALL 'REPWRITE' USING WRK-REPW.                              00036600
                                                                        00036700
       1000-99-FINAL.        EXIT.                                      00036800
                                                                        00036900
      *----------------------------------------------------             00037000
      * A NUMERACAO E PERSISTIDA: LER O ULTIMO TITULO                   00037100
      * GERADO E, NO FIM, REGRAVAR O CONTROLE                           00037200
      *----------------------------------------------------             00037300
       1100-LERULTIMOTITULO                     SECTION.                00037400
      *----------------------------------------------------             00037500
                                                                        00037600
           OPEN INPUT NUMTPAG.                                          00037700
           IF WRK-FS-NUMTPAG EQUAL 0                                    00037800
             READ NUMTPAG                                               00037900
             IF WRK-FS-NUMTPAG EQUAL 0                                  00038000
               MOVE NUM-ULTIMO-TITULO TO WRK-ULTIMO-TITULO              00038100
             END-IF                                                     00038200
             CLOSE NUMTPAG                                              00038300
           END-IF.                                                      00038400
           DISPLAY ' ULTIMO TITULO GERADO...' WRK-ULTIMO-TITULO.        00038500
                                                                        00038600
       1100-99-FINAL.        EXIT.                                      00038700
                                                                        00038800
      *----------------------------------------------------             00038900
      * CARREGAR OS FORNECEDORES E, EM TABELA PROPRIA, OS               00039000
      * PARES PRODUTO/FORNECEDOR NA ORDEM DO MESTRE                     00039100
      *----------------------------------------------------             00039200
       1200-CARREGARFORNECEDORES                SECTION.                00039300
      *----------------------------------------------------             00039400
                                                                        00039500
           OPEN INPUT FORNEC.                                           00039600
           IF WRK-FS-FORNEC NOT EQUAL 0                                 00039700
             DISPLAY ' ERRO OPEN FORNEC - STATUS ' WRK-FS-FORNEC        00039800
             MOVE 8 TO RETURN-CODE                                      00039900
             STOP RUN                                                   00040000
           END-IF.                                                      00040100
           READ FORNEC.                                                 00040200
           PERFORM 1210-GUARDARFORNECEDOR                               00040300
              UNTIL WRK-FS-FORNEC NOT EQUAL 0.                          00040400
           CLOSE FORNEC.                                                00040500
           DISPLAY ' FORNECEDORES NO CADASTRO' WRK-FOR-QTD.             00040600
           DISPLAY ' PRODUTOS FORNECIDOS....' WRK-FPR-QTD.              00040700
                                                                        00040800
       1200-99-FINAL.        EXIT.                                      00040900
                                                                        00041000
      *----------------------------------------------------             00041100
      * FORNECEDOR SEM PRAZO DE PAGAMENTO NUMERICO FICA                 00041200
      * COM O PRAZO PADRAO DE 30 DIAS                                   00041300
      *----------------------------------------------------             00041400
       1210-GUARDARFORNECEDOR                   SECTION.                00041500
      *----------------------------------------------------             00041600
                                                                        00041700
           IF WRK-FOR-QTD NOT LESS 100                                  00041800
             MOVE '1210'                   TO WRK-SECAO                 00041900
             MOVE 'FORNECEDORES EXCEDEM A TABELA DE 100'                00042000
               TO WRK-MSGERRO                                           00042100
             MOVE '99'                     TO WRK-STATUS                00042200
             PERFORM 9010-TRATARERROS                                   00042300
             READ FORNEC                                                00042400
             GO TO 1210-99-FINAL                                        00042500
           END-IF.                                                      00042600
           ADD 1 TO WRK-FOR-QTD.                                        00042700
           MOVE FOR-CODIGO TO TAB-FOR-CODIGO (WRK-FOR-QTD).             00042800
           IF FOR-PRAZO-PAGTO IS NUMERIC                                00042900
             MOVE FOR-PRAZO-PAGTO TO TAB-FOR-PRAZO (WRK-FOR-QTD)        00043000
           ELSE                                                         00043100
             MOVE 30              TO TAB-FOR-PRAZO (WRK-FOR-QTD)        00043200
           END-IF.                                                      00043300
           IF FOR-QTD-PRODUTOS NOT NUMERIC                              00043400
              OR FOR-QTD-PRODUTOS GREATER 20                            00043500
             MOVE '1210'                   TO WRK-SECAO                 00043600
             MOVE 'FORNECEDOR COM TABELA DE PRODUTOS INVALIDA'          00043700
               TO WRK-MSGERRO                                           00043800
             MOVE '99'                     TO WRK-STATUS                00043900
             PERFORM 9010-TRATARERROS                                   00044000
           ELSE                                                         00044100
             PERFORM 1220-GUARDARPRODUTOFORN                            00044200
                VARYING WRK-FOR-IDX FROM 1 BY 1                         00044300
                  UNTIL WRK-FOR-IDX GREATER FOR-QTD-PRODUTOS            00044400
           END-IF.                                                      00044500
           READ FORNEC.                                                 00044600
                                                                        00044700
       1210-99-FINAL.        EXIT.                                      00044800
                                                                        00044900
      *----------------------------------------------------             00045000
       1220-GUARDARPRODUTOFORN                  SECTION.                00045100
      *----------------------------------------------------             00045200
                                                                        00045300
           IF WRK-FPR-QTD LESS 1000                                     00045400
             ADD 1 TO WRK-FPR-QTD                                       00045500
             MOVE FOR-PRD-CODIGO (WRK-FOR-IDX)                          00045600
               TO TAB-FPR-PRODUTO (WRK-FPR-QTD)                         00045700
             MOVE WRK-FOR-QTD                                           00045800
               TO TAB-FPR-FORNEC  (WRK-FPR-QTD)                         00045900
           ELSE                                                         00046000
             MOVE '1220'                   TO WRK-SECAO                 00046100
             MOVE 'PRODUTOS FORNECIDOS EXCEDEM A TABELA'                00046200
               TO WRK-MSGERRO                                           00046300
             MOVE '99'                     TO WRK-STATUS                00046400
             PERFORM 9010-TRATARERROS                                   00046500
           END-IF.                                                      00046600
                                                                        00046700
       1220-99-FINAL.        EXIT.                                      00046800
                                                                        00046900
      *----------------------------------------------------             00047000
       1300-LERMESTRE                           SECTION.                00047100
      *----------------------------------------------------             00047200
                                                                        00047300
           READ PAGANT.                                                 00047400
           IF WRK-FS-PAGANT EQUAL 10                                    00047500
             MOVE 99999999 TO WRK-CHAVE-MESTRE                          00047600
           ELSE                                                         00047700
             MOVE TPG-NUMERO TO WRK-CHAVE-MESTRE                        00047800
           END-IF.                                                      00047900
                                                                        00048000
       1300-99-FINAL.        EXIT.                                      00048100
                                                                        00048200
      *----------------------------------------------------             00048300
       1400-LERPAGTO                            SECTION.                00048400
      *----------------------------------------------------             00048500
                                                                        00048600
           MOVE 'N' TO WRK-PAGTO-OK.                                    00048700
           PERFORM 1410-LERUMPAGTO                                      00048800
              UNTIL WRK-PAGTO-OK EQUAL 'S'.                             00048900
                                                                        00049000
       1400-99-FINAL.        EXIT.                                      00049100
                                                                        00049200
      *----------------------------------------------------             00049300
      * PAGAMENTO COM TITULO OU VALOR INVALIDO E REJEITADO              00049400
      * E CONTADO                                                       00049500
      *----------------------------------------------------             00049600
       1410-LERUMPAGTO                          SECTION.                00049700
      *----------------------------------------------------             00049800
                                                                        00049900
           READ PAGFORN.                                                00050000
           IF WRK-FS-PAGFORN EQUAL 10                                   00050100
             MOVE 99999999 TO WRK-CHAVE-PAGTO                           00050200
             MOVE 'S' TO WRK-PAGTO-OK                                   00050300
             GO TO 1410-99-FINAL                                        00050400
           END-IF.                                                      00050500
           IF PGF-NUMERO IS NUMERIC                                     00050600
              AND PGF-VALOR IS NUMERIC                                  00050700
             MOVE PGF-NUMERO TO WRK-CHAVE-PAGTO                         00050800
             MOVE 'S' TO WRK-PAGTO-OK                                   00050900
           ELSE                                                         00051000
             ADD 1 TO WRK-ACUM-PAG-REJ                                  00051100
             MOVE '1410'                   TO WRK-SECAO                 00051200
             MOVE 'PAGAMENTO COM TITULO/VALOR INVALIDO'                 00051300
               TO WRK-MSGERRO                                           00051400
             MOVE '99'                     TO WRK-STATUS                00051500
             PERFORM 9010-TRATARERROS                                   00051600
           END-IF.                                                      00051700
                                                                        00051800
       1410-99-FINAL.        EXIT.                                      00051900
                                                                        00052000
      *----------------------------------------------------             00052100
       1500-LERCOMPRA                           SECTION.                00052200
      *----------------------------------------------------             00052300
                                                                        00052400
           MOVE 'N' TO WRK-COMPRA-OK.                                   00052500
           PERFORM 1510-LERUMACOMPRA                                    00052600
              UNTIL WRK-COMPRA-OK EQUAL 'S'.                            00052700
                                                                        00052800
       1500-99-FINAL.        EXIT.                                      00052900
                                                                        00053000
      *----------------------------------------------------             00053100
      * COMPRA COM CODIGO, LOJA, VALOR OU QUANTIDADE                    00053200
      * INVALIDA OU ZERADA NAO GERA TITULO: E REJEITADA E               00053300
      * CONTADA                                                         00053400
      *----------------------------------------------------             00053500
       1510-LERUMACOMPRA                        SECTION.                00053600
      *----------------------------------------------------             00053700
                                                                        00053800
           READ COMPRAS.                                                00053900
           IF WRK-FS-COMPRAS EQUAL 10                                   00054000
             MOVE 'S' TO WRK-COMPRA-OK                                  00054100
             GO TO 1510-99-FINAL                                        00054200
           END-IF.                                                      00054300
           IF CMP-CODIGO IS NUMERIC                                     00054400
              AND CMP-CODLOJA IS NUMERIC                                00054500
              AND CMP-VALOR IS NUMERIC                                  00054600
              AND CMP-QUANT IS NUMERIC                                  00054700
              AND CMP-VALOR GREATER ZEROS                               00054800
              AND CMP-QUANT GREATER ZEROS                               00054900
             MOVE 'S' TO WRK-COMPRA-OK                                  00055000
           ELSE                                                         00055100
             ADD 1 TO WRK-ACUM-COMPRA-REJ                               00055200
             MOVE '1510'                   TO WRK-SECAO                 00055300
             MOVE 'COMPRA INVALIDA NAO GEROU TITULO A PAGAR'            00055400
               TO WRK-MSGERRO                                           00055500
             MOVE '99'                     TO WRK-STATUS                00055600
             PERFORM 9010-TRATARERROS                                   00055700
           END-IF.                                                      00055800
                                                                        00055900
       1510-99-FINAL.        EXIT.                                      00056000
                                                                        00056100
      *----------------------------------------------------             00056200
      * BALANCE LINE DE DUAS PERNAS: A MENOR CHAVE ENTRE                00056300
      * MESTRE E PAGAMENTOS DEFINE O TITULO                             00056400
      *----------------------------------------------------             00056500
       2000-PROCESSAR                           SECTION.                00056600
      *----------------------------------------------------             00056700
                                                                        00056800
           MOVE WRK-CHAVE-MESTRE TO WRK-CHAVE-CORRENTE.                 00056900
           IF WRK-CHAVE-PAGTO LESS WRK-CHAVE-CORRENTE                   00057000
             MOVE WRK-CHAVE-PAGTO TO WRK-CHAVE-CORRENTE                 00057100
           END-IF.                                                      00057200
           MOVE 0     TO WRK-TEM-TITULO.                                00057300
           MOVE ZEROS TO WRK-PAGO-DIA.                                  00057400
           IF WRK-CHAVE-MESTRE EQUAL WRK-CHAVE-CORRENTE                 00057500
             MOVE 1 TO WRK-TEM-TITULO                                   00057600
             MOVE REG-TITPAG     TO WRK-REG-TITULO                      00057700
             MOVE TPG-VLR-ABERTO TO WRK-SALDO                           00057800
             IF TPG-NUMERO GREATER WRK-MAIOR-MESTRE                     00057900
               MOVE TPG-NUMERO TO WRK-MAIOR-MESTRE                      00058000
             END-IF                                                     00058100
             PERFORM 1300-LERMESTRE                                     00058200
           END-IF.                                                      00058300
           IF WRK-TEM-TITULO EQUAL 1                                    00058400
             ADD 1 TO WRK-ACUM-TITULOS                                  00058500
             PERFORM 2100-BAIXARPAGTO                                   00058600
                UNTIL WRK-CHAVE-PAGTO NOT EQUAL WRK-CHAVE-CORRENTE      00058700
             PERFORM 2200-AVALIARTITULO                                 00058800
           ELSE                                                         00058900
             PERFORM 2400-PAGTOSEMTITULO                                00059000
                UNTIL WRK-CHAVE-PAGTO NOT EQUAL WRK-CHAVE-CORRENTE      00059100
           END-IF.                                                      00059200
                                                                        00059300
       2000-99-FINAL.        EXIT.                                      00059400
                                                                        00059500
      *----------------------------------------------------             00059600
       2100-BAIXARPAGTO                         SECTION.                00059700
      *----------------------------------------------------             00059800
                                                                        00059900
           ADD 1 TO WRK-ACUM-PAGTOS.                                    00060000
           ADD PGF-VALOR       TO WRK-ACUM-VLR-PAGO.                    00060100
           ADD PGF-VALOR       TO WRK-PAGO-DIA.                         00060200
           ADD PGF-VALOR       TO WRK-TI-PAGO.                          00060300
           SUBTRACT PGF-VALOR  FROM WRK-SALDO.                          00060400
           MOVE PGF-DATA       TO WRK-TI-ULT-PAGTO.                     00060500
           PERFORM 1400-LERPAGTO.                                       00060600
                                                                        00060700
       2100-99-FINAL.        EXIT.                                      00060800
                                                                        00060900
      *----------------------------------------------------             00061000
      * TITULO SEM SALDO LIQUIDA E SAI DO MESTRE; O QUE                 00061100
      * SOBRA SEGUE NO MESTRE NOVO. TITULO BAIXADO NO DIA               00061200
      * SAI NO RELATORIO                                                00061300
      *----------------------------------------------------             00061400
       2200-AVALIARTITULO                       SECTION.                00061500
      *----------------------------------------------------             00061600
                                                                        00061700
           IF WRK-SALDO NOT GREATER ZEROS                               00061800
             MOVE ZEROS TO WRK-TI-ABERTO                                00061900
             MOVE 'LIQUIDADO'    TO WRK-SITUACAO                        00062000
           ELSE                                                         00062100
             MOVE WRK-SALDO TO WRK-TI-ABERTO                            00062200
             MOVE 'PAGO PARCIAL' TO WRK-SITUACAO                        00062300
           END-IF.                                                      00062400
           IF WRK-PAGO-DIA GREATER ZEROS                                00062500
             PERFORM 2300-IMPRIMIRTITULO                                00062600
           END-IF.                                                      00062700
           IF WRK-SALDO NOT GREATER ZEROS                               00062800
             ADD 1 TO WRK-ACUM-LIQUIDADOS                               00062900
             GO TO 2200-99-FINAL                                        00063000
           END-IF.                                                      00063100
           ADD 1 TO WRK-ACUM-ABERTOS.                                   00063200
           ADD WRK-TI-ABERTO TO WRK-ACUM-VLR-ABERTO.                    00063300
           WRITE REG-PAGNOV FROM WRK-REG-TITULO.                        00063400
                                                                        00063500
       2200-99-FINAL.        EXIT.                                      00063600
                                                                        00063700
      *----------------------------------------------------             00063800
       2300-IMPRIMIRTITULO                      SECTION.                00063900
      *----------------------------------------------------             00064000
                                                                        00064100
           MOVE SPACES            TO WRK-LINHA-TITULO.                  00064200
           MOVE WRK-TI-NUMERO     TO WRK-LD-NUMERO.                     00064300
           MOVE WRK-TI-FORNECEDOR TO WRK-LD-FORNEC.                     00064400
           MOVE WRK-TI-CODLOJA    TO WRK-LD-LOJA.                       00064500
           MOVE WRK-TI-VENCIMENTO TO WRK-LD-VENCTO.                     00064600
           MOVE WRK-TI-ORIGINAL   TO WRK-LD-ORIGINAL.                   00064700
           MOVE WRK-PAGO-DIA      TO WRK-LD-PAGO.                       00064800
           MOVE WRK-TI-ABERTO     TO WRK-LD-ABERTO.                     00064900
           MOVE WRK-SITUACAO      TO WRK-LD-SITUACAO.                   00065000
           MOVE WRK-LINHA-TITULO TO WRK-RW-LINHA.                       00065100
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00065200
           CALL 'REPWRITE' USING WRK-REPW.                              00065300
                                                                        00065400
       2300-99-FINAL.        EXIT.                                      00065500
                                                                        00065600
      *----------------------------------------------------             00065700
       2400-PAGTOSEMTITULO                      SECTION.                00065800
      *----------------------------------------------------             00065900
                                                                        00066000
           ADD 1 TO WRK-ACUM-SEM-TITULO.                                00066100
           MOVE SPACES     TO WRK-LINHA-TITULO.                         00066200
           MOVE PGF-NUMERO TO WRK-LD-NUMERO.                            00066300
           MOVE ZEROS      TO WRK-LD-FORNEC.                            00066400
           MOVE ZEROS      TO WRK-LD-LOJA.                              00066500
           MOVE ZEROS      TO WRK-LD-VENCTO.                            00066600
           MOVE ZEROS      TO WRK-LD-ORIGINAL.                          00066700
           MOVE PGF-VALOR  TO WRK-LD-PAGO.                              00066800
           MOVE ZEROS      TO WRK-LD-ABERTO.                            00066900
           MOVE 'PAGAMENTO SEM TITULO' TO WRK-LD-SITUACAO.              00067000
           MOVE WRK-LINHA-TITULO TO WRK-RW-LINHA.                       00067100
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00067200
           CALL 'REPWRITE' USING WRK-REPW.                              00067300
           MOVE '2400'                 TO WRK-SECAO.                    00067400
           MOVE 'PAGAMENTO SEM TITULO NO CONTAS A PAGAR'                00067500
             TO WRK-MSGERRO.                                            00067600
           MOVE '00'                   TO WRK-STATUS.                   00067700
           PERFORM 9010-TRATARERROS.                                    00067800
           PERFORM 1400-LERPAGTO.                                       00067900
                                                                        00068000
       2400-99-FINAL.        EXIT.                                      00068100
                                                                        00068200
      *----------------------------------------------------             00068300
      * OS TITULOS NOVOS ENTRAM DEPOIS DO MAIOR NUMERO DO               00068400
      * MESTRE: SE O CONTROLE FICOU PARA TRAS, A NUMERACAO              00068500
      * CONTINUA DO MESTRE E O FATO VAI PARA O LOG                      00068600
      *----------------------------------------------------             00068700
       2450-CONFERIRNUMERACAO                   SECTION.                00068800
      *----------------------------------------------------             00068900
                                                                        00069000
           IF WRK-MAIOR-MESTRE GREATER WRK-ULTIMO-TITULO                00069100
             DISPLAY ' CONTROLE NUMTPAG ATRASADO - NUMERACAO SEGUE '    00069200
                     'DO MESTRE ' WRK-MAIOR-MESTRE                      00069300
             MOVE WRK-MAIOR-MESTRE TO WRK-ULTIMO-TITULO                 00069400
             MOVE '2450'                   TO WRK-SECAO                 00069500
             MOVE 'CONTROLE NUMTPAG ATRAS DO MESTRE'                    00069600
               TO WRK-MSGERRO                                           00069700
             MOVE '00'                     TO WRK-STATUS                00069800
             PERFORM 9010-TRATARERROS                                   00069900
           END-IF.                                                      00070000
                                                                        00070100
       2450-99-FINAL.        EXIT.                                      00070200
                                                                        00070300
      *----------------------------------------------------             00070400
      * CADA COMPRA DO DIA VIRA UM TITULO DO FORNECEDOR DO              00070500
      * PRODUTO, VENCENDO PELO PRAZO DE PAGAMENTO DELE                  00070600
      *----------------------------------------------------             00070700
       2500-GERARTITULO                         SECTION.                00070800
      *----------------------------------------------------             00070900
                                                                        00071000
           ADD 1 TO WRK-ULTIMO-TITULO.                                  00071100
           IF WRK-PRIMEIRO-TITULO EQUAL ZEROS                           00071200
             MOVE WRK-ULTIMO-TITULO TO WRK-PRIMEIRO-TITULO              00071300
           END-IF.                                                      00071400
           MOVE SPACES                 TO WRK-REG-TITULO.               00071500
           MOVE WRK-ULTIMO-TITULO      TO WRK-TI-NUMERO.                00071600
           MOVE CMP-CODLOJA            TO WRK-TI-CODLOJA.               00071700
           MOVE CMP-CODIGO             TO WRK-TI-PRODUTO.               00071800
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-TI-ENTRADA.               00071900
           COMPUTE WRK-TI-ORIGINAL = CMP-QUANT * CMP-VALOR.             00072000
           MOVE ZEROS                  TO WRK-TI-PAGO.                  00072100
           MOVE WRK-TI-ORIGINAL        TO WRK-TI-ABERTO.                00072200
           MOVE ZEROS                  TO WRK-TI-ULT-PAGTO.             00072300
           MOVE ZEROS                  TO WRK-PAGO-DIA.                 00072400
           PERFORM 2600-ACHARFORNECEDOR.                                00072500
           IF WRK-FOR-SLOT EQUAL ZEROS                                  00072600
             ADD 1 TO WRK-ACUM-SEM-FORNEC                               00072700
             MOVE ZEROS                  TO WRK-TI-FORNECEDOR           00072800
             MOVE WRK-DATA-PROCESSAMENTO TO WRK-TI-VENCIMENTO           00072900
             MOVE 'NOVO SEM FORNECEDOR'  TO WRK-SITUACAO                00073000
             MOVE '2500'                 TO WRK-SECAO                   00073100
             MOVE 'COMPRA DE PRODUTO SEM FORNECEDOR NO MESTRE'          00073200
               TO WRK-MSGERRO                                           00073300
             MOVE '00'                   TO WRK-STATUS                  00073400
             PERFORM 9010-TRATARERROS                                   00073500
           ELSE                                                         00073600
             MOVE TAB-FOR-CODIGO (WRK-FOR-SLOT) TO WRK-TI-FORNECEDOR    00073700
             MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-CALC-R             00073800
             PERFORM 8000-SOMARUMDIA                                    00073900
                TAB-FOR-PRAZO (WRK-FOR-SLOT) TIMES                      00074000
             MOVE WRK-DATA-CALC-R        TO WRK-TI-VENCIMENTO           00074100
             MOVE 'NOVO'                 TO WRK-SITUACAO                00074200
           END-IF.                                                      00074300
           WRITE REG-PAGNOV FROM WRK-REG-TITULO.                        00074400
           ADD 1 TO WRK-ACUM-NOVOS.                                     00074500
           ADD 1 TO WRK-ACUM-ABERTOS.                                   00074600
           ADD WRK-TI-ORIGINAL TO WRK-ACUM-VLR-NOVOS.                   00074700
           ADD WRK-TI-ORIGINAL TO WRK-ACUM-VLR-ABERTO.                  00074800
           PERFORM 2300-IMPRIMIRTITULO.                                 00074900
           PERFORM 1500-LERCOMPRA.                                      00075000
                                                                        00075100
       2500-99-FINAL.        EXIT.                                      00075200
                                                                        00075300
      *----------------------------------------------------             00075400
      * FORNECEDOR DO PRODUTO: O PRIMEIRO DO MESTRE QUE O               00075500
      * TRAZ NA TABELA (ZERO QUANDO NENHUM TRAZ)                        00075600
      *----------------------------------------------------             00075700
       2600-ACHARFORNECEDOR                     SECTION.                00075800
      *----------------------------------------------------             00075900
                                                                        00076000
           MOVE 0     TO WRK-FPR-ACHOU.                                 00076100
           MOVE ZEROS TO WRK-FOR-SLOT.                                  00076200
           PERFORM 2610-PESQUISARFORNPRD                                00076300
              VARYING TAB-FPR-IDX FROM 1 BY 1                           00076400
                UNTIL TAB-FPR-IDX GREATER WRK-FPR-QTD                   00076500
                   OR WRK-FPR-ACHOU EQUAL 1.                            00076600
                                                                        00076700
       2600-99-FINAL.        EXIT.                                      00076800
                                                                        00076900
      *----------------------------------------------------             00077000
       2610-PESQUISARFORNPRD                    SECTION.                00077100
      *----------------------------------------------------             00077200
                                                                        00077300
           IF TAB-FPR-PRODUTO (TAB-FPR-IDX) EQUAL CMP-CODIGO            00077400
             MOVE 1 TO WRK-FPR-ACHOU                                    00077500
             MOVE TAB-FPR-FORNEC (TAB-FPR-IDX) TO WRK-FOR-SLOT          00077600
           END-IF.                                                      00077700
                                                                        00077800
       2610-99-FINAL.        EXIT.                                      00077900
                                                                        00078000
      *----------------------------------------------------             00078100
       3000-FINALIZAR                           SECTION.                00078200
      *----------------------------------------------------             00078300
                                                                        00078400
            MOVE WRK-ACUM-NOVOS      TO WRK-LN-QTD.                     00078500
            MOVE WRK-PRIMEIRO-TITULO TO WRK-LN-DE.                      00078600
            MOVE WRK-ULTIMO-TITULO   TO WRK-LN-ATE.                     00078700
            IF WRK-ACUM-NOVOS EQUAL ZEROS                               00078800
              MOVE ZEROS TO WRK-LN-ATE                                  00078900
            END-IF.                                                     00079000
            MOVE WRK-ACUM-VLR-NOVOS  TO WRK-LN-VALOR.                   00079100
            MOVE WRK-LINHA-NOVOS TO WRK-RW-LINHA.                       00079200
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00079300
            CALL 'REPWRITE' USING WRK-REPW.                             00079400
            MOVE WRK-ACUM-PAGTOS     TO WRK-LP-QTD.                     00079500
            MOVE WRK-ACUM-LIQUIDADOS TO WRK-LP-LIQUIDADOS.              00079600
            MOVE WRK-ACUM-VLR-PAGO   TO WRK-LP-VALOR.                   00079700
            MOVE WRK-LINHA-PAGOS TO WRK-RW-LINHA.                       00079800
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00079900
            CALL 'REPWRITE' USING WRK-REPW.                             00080000
            MOVE WRK-ACUM-ABERTOS    TO WRK-LA-QTD.                     00080100
            MOVE WRK-ACUM-SEM-TITULO TO WRK-LA-SEM-TITULO.              00080200
            MOVE WRK-ACUM-SEM-FORNEC TO WRK-LA-SEM-FORNEC.              00080300
            MOVE WRK-ACUM-VLR-ABERTO TO WRK-LA-VALOR.                   00080400
            MOVE WRK-LINHA-ABERTOS TO WRK-RW-LINHA.                     00080500
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00080600
            CALL 'REPWRITE' USING WRK-REPW.                             00080700
            CLOSE PAGANT.                                               00080800
            CLOSE PAGFORN.                                              00080900
            CLOSE COMPRAS.                                              00081000
            CLOSE PAGNOV.                                               00081100
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00081200
            CALL 'REPWRITE' USING WRK-REPW.                             00081300
            PERFORM 3200-GRAVARULTIMOTITULO.                            00081400
            DISPLAY ' TITULOS DO MESTRE......' WRK-ACUM-TITULOS.        00081500
            DISPLAY ' TITULOS NOVOS..........' WRK-ACUM-NOVOS.          00081600
            DISPLAY ' PAGAMENTOS BAIXADOS....' WRK-ACUM-PAGTOS.         00081700
            DISPLAY ' LIQUIDADOS.............' WRK-ACUM-LIQUIDADOS.     00081800
            DISPLAY ' EM ABERTO..............' WRK-ACUM-ABERTOS.        00081900
            DISPLAY ' PAGTOS SEM TITULO......' WRK-ACUM-SEM-TITULO.     00082000
            DISPLAY ' COMPRAS SEM FORNECEDOR.' WRK-ACUM-SEM-FORNEC.     00082100
            DISPLAY ' PAGTOS REJEITADOS......' WRK-ACUM-PAG-REJ.        00082200
            DISPLAY ' COMPRAS REJEITADAS.....' WRK-ACUM-COMPRA-REJ.     00082300
            DISPLAY ' ULTIMO TITULO..........' WRK-ULTIMO-TITULO.       00082400
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00082500
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00082600
            IF (WRK-ACUM-SEM-TITULO GREATER ZEROS                       00082700
                OR WRK-ACUM-SEM-FORNEC GREATER ZEROS)                   00082800
               AND RETURN-CODE LESS 4                                   00082900
              MOVE 4 TO RETURN-CODE                                     00083000
            END-IF.                                                     00083100
            DISPLAY ' FIM DO PROGRAMA'.                                 00083200
                                                                        00083300
       3000-99-FINAL.        EXIT.                                      00083400
                                                                        00083500
      *----------------------------------------------------             00083600
       3200-GRAVARULTIMOTITULO                  SECTION.                00083700
      *----------------------------------------------------             00083800
                                                                        00083900
           OPEN OUTPUT NUMTPAG.                                         00084000
           IF WRK-FS-NUMTPAG NOT EQUAL 0                                00084100
             DISPLAY ' ERRO AO REGRAVAR NUMTPAG - STATUS '              00084200
                     WRK-FS-NUMTPAG                                     00084300
             MOVE '3200'                   TO WRK-SECAO                 00084400
             MOVE 'ERRO AO REGRAVAR O CONTROLE NUMTPAG'                 00084500
               TO WRK-MSGERRO                                           00084600
             MOVE WRK-FS-NUMTPAG           TO WRK-STATUS                00084700
             PERFORM 9010-TRATARERROS                                   00084800
             MOVE 8 TO RETURN-CODE                                      00084900
           ELSE                                                         00085000
             MOVE SPACES            TO REG-NUMTPAG                      00085100
             MOVE WRK-ULTIMO-TITULO TO NUM-ULTIMO-TITULO                00085200
             WRITE REG-NUMTPAG                                          00085300
             CLOSE NUMTPAG                                              00085400
           END-IF.                                                      00085500
                                                                        00085600
       3200-99-FINAL.        EXIT.                                      00085700
                                                                        00085800
      *----------------------------------------------------             00085900
      * AVANCAR WRK-DATA-CALC UM DIA CORRIDO                            00086000
      *----------------------------------------------------             00086100
       8000-SOMARUMDIA                          SECTION.                00086200
      *----------------------------------------------------             00086300
                                                                        00086400
           PERFORM 8100-DIASDOMES.                                      00086500
           IF WRK-DC-DIA LESS WRK-DIAS-MES                              00086600
             ADD 1 TO WRK-DC-DIA                                        00086700
           ELSE                                                         00086800
             MOVE 1 TO WRK-DC-DIA                                       00086900
             IF WRK-DC-MES LESS 12                                      00087000
               ADD 1 TO WRK-DC-MES                                      00087100
             ELSE                                                       00087200
               MOVE 1 TO WRK-DC-MES                                     00087300
               ADD 1 TO WRK-DC-ANO                                      00087400
             END-IF                                                     00087500
           END-IF.                                                      00087600
                                                                        00087700
       8000-99-FINAL.        EXIT.                                      00087800
                                                                        00087900
      *----------------------------------------------------             00088000
      * DIAS DO MES DE WRK-DATA-CALC (FEVEREIRO BISSEXTO                00088100
      * PELA REGRA DE 4, 100 E 400)                                     00088200
      *----------------------------------------------------             00088300
       8100-DIASDOMES                           SECTION.                00088400
      *----------------------------------------------------             00088500
                                                                        00088600
           IF WRK-DC-MES EQUAL 4 OR 6 OR 9 OR 11                        00088700
             MOVE 30 TO WRK-DIAS-MES                                    00088800
             GO TO 8100-99-FINAL                                        00088900
           END-IF.                                                      00089000
           IF WRK-DC-MES NOT EQUAL 2                                    00089100
             MOVE 31 TO WRK-DIAS-MES                                    00089200
             GO TO 8100-99-FINAL                                        00089300
           END-IF.                                                      00089400
           MOVE 28 TO WRK-DIAS-MES.                                     00089500
           DIVIDE WRK-DC-ANO BY 4                                       00089600
                  GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.             00089700
           IF WRK-RESTO EQUAL 0                                         00089800
             MOVE 29 TO WRK-DIAS-MES                                    00089900
           END-IF.                                                      00090000
           DIVIDE WRK-DC-ANO BY 100                                     00090100
                  GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.             00090200
           IF WRK-RESTO EQUAL 0                                         00090300
             MOVE 28 TO WRK-DIAS-MES                                    00090400
           END-IF.                                                      00090500
           DIVIDE WRK-DC-ANO BY 400                                     00090600
                  GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.             00090700
           IF WRK-RESTO EQUAL 0                                         00090800
             MOVE 29 TO WRK-DIAS-MES                                    00090900
           END-IF.                                                      00091000
                                                                        00091100
       8100-99-FINAL.        EXIT.                                      00091200
                                                                        00091300
      *----------------------------------------------------             00091400
       9010-TRATARERROS                         SECTION.                00091500
      *----------------------------------------------------             00091600
                                                                        00091700
           MOVE 'CONTAPAG' TO WRK-PROGRAMA.                             00091800
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00091900
                                                                        00092000
       9010-99-FINAL.        EXIT.                                      00092100

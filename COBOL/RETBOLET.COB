      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. RETBOLET.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * RETORNO DE COBRANCA DO BANCO SOBRE OS BOLETOS DO                00001100
      * REMBOLET: OS DETALHES DO ARQUIVO DE RETORNO CNAB DE             00001200
      * 400 POSICOES (RETBANCO, SO TIPO 1, CLASSIFICADOS POR            00001300
      * SEU NUMERO - O NUMERO DO TITULO) CASAM COM O MESTRE             00001400
      * DE TITULOS EM ABERTO (ABERTOS, EM ORDEM DE NUMERO).             00001500
      * CADA LIQUIDACAO (OCORRENCIA 06 OU 17) DE TITULO EM              00001600
      * ABERTO VIRA UM PAGAMENTO NO LAYOUT DO PAGTOS DO                 00001700
      * CONTAREC (NOTA, DATA DO CREDITO, VALOR PAGO) - O                00001800
      * ARQUIVO DEIXA DE SER MONTADO A MAO. VAO PARA O                  00001900
      * RELATORIO DE EXCECOES DA COBRANCA: LIQUIDACAO SEM               00002000
      * TITULO EM ABERTO E LIQUIDACAO REPETIDA DO MESMO                 00002100
      * TITULO (AMBAS NAO GERAM PAGAMENTO), PAGAMENTO A MENOR           00002200
      * E A MAIOR QUE O SALDO (GERAM PAGAMENTO - O CONTAREC             00002300
      * ABATE O QUE ENTROU) E ENTRADA DE BOLETO REJEITADA               00002400
      * PELO BANCO (OCORRENCIA 03). COM EXCECAO O PROGRAMA              00002500
      * TERMINA COM RC=4.                                               00002600
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
           SELECT ABERTOS   ASSIGN TO ABERTOS                           00004100
               FILE STATUS  IS WRK-FS-ABERTOS.                          00004200
           SELECT RETBANCO  ASSIGN TO RETBANCO                          00004300
               FILE STATUS  IS WRK-FS-RETBANCO.                         00004400
           SELECT PAGTOS    ASSIGN TO PAGTOS                            00004500
               FILE STATUS  IS WRK-FS-PAGTOS.                           00004600
                                                                        00004700
      *====================================================             00004800
       DATA                                     DIVISION.               00004900
      *====================================================             00005000
       FILE                                     SECTION.                00005100
       FD ABERTOS                                                       00005200
           RECORDING  MODE IS F                                         00005300
           BLOCK CONTAINS 0 RECORDS.                                    00005400
                                                                        00005500
       01 REG-ABERTOS.                                                  00005600
          05 ABE-NUMERO         PIC 9(08).                              00005700
          05 ABE-DATA-EMISSAO   PIC 9(08).                              00005800
          05 ABE-CODIGO         PIC 9(05).                              00005900
          05 ABE-ESTADO         PIC X(02).                              00006000
          05 ABE-VLR-ORIGINAL   PIC 9(07)V99.                           00006100
          05 ABE-VLR-PAGO       PIC 9(07)V99.                           00006200
          05 ABE-VLR-ABERTO     PIC 9(07)V99.                           00006300
          05 FILLER             PIC X(10).                              00006400
                                                                        00006500
      *----------------------------------------------------             00006600
      * RETBANCO - DETALHE DO RETORNO DE COBRANCA                       00006700
      *----------------------------------------------------             00006800
       FD RETBANCO                                                      00006900
           RECORDING  MODE IS F                                         00007000
           BLOCK CONTAINS 0 RECORDS.                                    00007100
                                                                        00007200
       01 REG-RETBANCO.                                                 00007300
          05 RTB-TIPO           PIC X(01).                              00007400
          05 RTB-AGENCIA        PIC 9(04).                              00007500
          05 RTB-CONTA          PIC 9(08).                              00007600
          05 RTB-DIGITO         PIC X(01).                              00007700
          05 RTB-SEU-NUMERO     PIC 9(08).                              00007800
          05 RTB-NOSSO-NUM      PIC 9(11).                              00007900
          05 RTB-OCORRENCIA     PIC 9(02).                              00008000
             88 RTB-ENTRADA-CONFIRMADA VALUE 02.                        00008100
             88 RTB-ENTRADA-REJEITADA  VALUE 03.                        00008200
             88 RTB-LIQUIDACAO         VALUE 06 17.                     00008300
          05 RTB-DATA-CREDITO   PIC 9(08).                              00008400
          05 RTB-VLR-TITULO     PIC 9(11)V99.                           00008500
          05 RTB-VLR-PAGO       PIC 9(11)V99.                           00008600
          05 RTB-MOTIVO         PIC X(03).                              00008700
          05 FILLER             PIC X(322).                             00008800
          05 RTB-SEQUENCIAL     PIC 9(06).                              00008900
                                                                        00009000
       FD PAGTOS                                                        00009100
           RECORDING  MODE IS F                                         00009200
           BLOCK CONTAINS 0 RECORDS.                                    00009300
                                                                        00009400
       01 REG-PAGTO.                                                    00009500
          05 PAG-NUMERO         PIC 9(08).                              00009600
          05 PAG-DATA           PIC 9(08).                              00009700
          05 PAG-VALOR          PIC 9(07)V99.                           00009800
          05 FILLER             PIC X(05).                              00009900
                                                                        00010000
       WORKING-STORAGE                          SECTION.                00010100
                                                                        00010200
      *===================STATUS DOS ARQUIVOS===============            00010300
                                                                        00010400
       77 WRK-FS-ABERTOS        PIC 9(02).                              00010500
       77 WRK-FS-RETBANCO       PIC 9(02).                              00010600
       77 WRK-FS-PAGTOS         PIC 9(02).                              00010700
                                                                        00010800
      *===================CHAVES DO BALANCE LINE============            00010900
                                                                        00011000
       77 WRK-CHAVE-MESTRE      PIC 9(08)    VALUE ZEROS.               00011100
       77 WRK-CHAVE-RETORNO     PIC 9(08)    VALUE ZEROS.               00011200
       77 WRK-CHAVE-CORRENTE    PIC 9(08)    VALUE ZEROS.               00011300
       77 WRK-RETORNO-OK        PIC X(01)    VALUE 'N'.                 00011400
                                                                        00011500
      *===================TITULO CORRENTE====================           00011600
                                                                        00011700
       77 WRK-TEM-TITULO        PIC 9        VALUE 0.                   00011800
       77 WRK-LIQUIDADO         PIC 9        VALUE 0.                   00011900
       77 WRK-SALDO             PIC 9(07)V99 VALUE ZEROS.               00012000
       77 WRK-CLIENTE           PIC 9(05)    VALUE ZEROS.               00012100
       77 WRK-DIFERENCA         PIC S9(11)V99 VALUE ZEROS.              00012200
       77 WRK-EXCECAO           PIC X(20)    VALUE SPACES.              00012300
                                                                        00012400
      *===================CONTROLE DO LOTE==================            00012500
                                                                        00012600
       77 WRK-ACUM-RETORNOS     PIC 9(07)    VALUE ZEROS.               00012700
       77 WRK-ACUM-CONFIRMADAS  PIC 9(07)    VALUE ZEROS.               00012800
       77 WRK-ACUM-LIQUIDACOES  PIC 9(07)    VALUE ZEROS.               00012900
       77 WRK-ACUM-PAGTOS       PIC 9(07)    VALUE ZEROS.               00013000
       77 WRK-ACUM-VLR-PAGTOS   PIC 9(11)V99 VALUE ZEROS.               00013100
       77 WRK-ACUM-SEM-TITULO   PIC 9(05)    VALUE ZEROS.               00013200
       77 WRK-ACUM-DUPLICADAS   PIC 9(05)    VALUE ZEROS.               00013300
       77 WRK-ACUM-A-MENOR      PIC 9(05)    VALUE ZEROS.               00013400
       77 WRK-ACUM-A-MAIOR      PIC 9(05)    VALUE ZEROS.               00013500
       77 WRK-ACUM-REJEITADAS   PIC 9(05)    VALUE ZEROS.               00013600
       77 WRK-ACUM-OUTRAS       PIC 9(05)    VALUE ZEROS.               00013700
       77 WRK-ACUM-RET-REJ      PIC 9(05)    VALUE ZEROS.               00013800
       77 WRK-ACUM-EXCECOES     PIC 9(05)    VALUE ZEROS.               00013900
                                                                        00014000
      *===================LINHAS DO RELATORIO===============            00014100
                                                                        00014200
       01 WRK-LINHA-CABEC.                                              00014300
          05 FILLER   PIC X(10) VALUE ' TITULO   '.                     00014400
          05 FILLER   PIC X(06) VALUE 'CLIEN '.                         00014500
          05 FILLER   PIC X(04) VALUE 'OC. '.                           00014600
          05 FILLER   PIC X(09) VALUE 'CREDITO  '.                      00014700
          05 FILLER   PIC X(14) VALUE '   SALDO ABER.'.                 00014800
          05 FILLER   PIC X(14) VALUE '    VALOR PAGO'.                 00014900
          05 FILLER   PIC X(15) VALUE '     DIFERENCA '.                00015000
          05 FILLER   PIC X(20) VALUE 'EXCECAO'.                        00015100
                                                                        00015200
       01 WRK-LINHA-EXCECAO.                                            00015300
          05 FILLER             PIC X(01).                              00015400
          05 WRK-LD-TITULO      PIC 9(08).                              00015500
          05 FILLER             PIC X(01).                              00015600
          05 WRK-LD-CLIENTE     PIC 9(05)                               00015700
                                BLANK WHEN ZERO.                        00015800
          05 FILLER             PIC X(01).                              00015900
          05 WRK-LD-OCORRENCIA  PIC 9(02).                              00016000
          05 FILLER             PIC X(02).                              00016100
          05 WRK-LD-CREDITO     PIC 9(08)                               00016200
                                BLANK WHEN ZERO.                        00016300
          05 FILLER             PIC X(01).                              00016400
          05 WRK-LD-SALDO       PIC ZZ.ZZZ.ZZ9,99.                      00016500
          05 FILLER             PIC X(01).                              00016600
          05 WRK-LD-PAGO        PIC ZZ.ZZZ.ZZ9,99.                      00016700
          05 FILLER             PIC X(01).                              00016800
          05 WRK-LD-DIFERENCA   PIC ZZ.ZZZ.ZZ9,99-.                     00016900
          05 FILLER             PIC X(01).                              00017000
          05 WRK-LD-EXCECAO     PIC X(20).                              00017100
                                                                        00017200
       01 WRK-LINHA-PAGTOS.                                             00017300
          05 FILLER   PIC X(18) VALUE ' LIQUIDACOES      '.             00017400
          05 WRK-LP-LIQUIDACOES PIC Z(06)9.                             00017500
          05 FILLER   PIC X(14) VALUE '  PAGAMENTOS  '.                 00017600
          05 WRK-LP-PAGTOS      PIC Z(06)9.                             00017700
          05 FILLER   PIC X(08) VALUE '  VALOR '.                       00017800
          05 WRK-LP-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.                  00017900
                                                                        00018000
       01 WRK-LINHA-EXCECOES.                                           00018100
          05 FILLER   PIC X(18) VALUE ' SEM TITULO ABERTO'.             00018200
          05 WRK-LE-SEM-TITULO  PIC Z(06)9.                             00018300
          05 FILLER   PIC X(14) VALUE '  DUPLICADAS  '.                 00018400
          05 WRK-LE-DUPLICADAS  PIC Z(06)9.                             00018500
          05 FILLER   PIC X(12) VALUE '  A MENOR   '.                   00018600
          05 WRK-LE-A-MENOR     PIC Z(06)9.                             00018700
          05 FILLER   PIC X(12) VALUE '  A MAIOR   '.                   00018800
          05 WRK-LE-A-MAIOR     PIC Z(06)9.                             00018900
                                                                        00019000
       01 WRK-LINHA-OUTRAS.                                             00019100
          05 FILLER   PIC X(18) VALUE ' ENTR. REJEITADAS '.             00019200
          05 WRK-LO-REJEITADAS  PIC Z(06)9.                             00019300
          05 FILLER   PIC X(14) VALUE '  CONFIRMADAS '.                 00019400
          05 WRK-LO-CONFIRMADAS PIC Z(06)9.                             00019500
          05 FILLER   PIC X(12) VALUE '  OUTRAS    '.                   00019600
          05 WRK-LO-OUTRAS      PIC Z(06)9.                             00019700
          05 FILLER   PIC X(12) VALUE '  INVALIDOS '.                   00019800
          05 WRK-LO-RET-REJ     PIC Z(06)9.                             00019900
                                                                        00020000
      *===================DATA DE PROCESSAMENTO==============           00020100
                                                                        00020200
       COPY 'DATAPROC'.                                                 00020300
                                                                        00020400
      *===================TRATAMENTO DE ERROS================           00020500
                                                                        00020600
       COPY 'VARERROS'.                                                 00020700
                                                                        00020800
      *===================CONTROLE DE EXECUCAO===============           00020900
                                                                        00021000
       COPY 'CTRLEXEC'.                                                 00021100
                                                                        00021200
      *===================CRITICA DA DATA====================           00021300
                                                                        00021400
       COPY 'VALDATA'.                                                  00021500
                                                                        00021600
      *===================SERVICOS DE IMPRESSAO==============           00021700
                                                                        00021800
       COPY 'REPWCOMM'.                                                 00021900
                                                                        00022000
      *====================================================             00022100
       PROCEDURE                                DIVISION.               00022200
      *====================================================             00022300
                                                                        00022400
      *----------------------------------------------------             00022500
       0000-PRINCIPAL                           SECTION.                00022600
      *----------------------------------------------------             00022700
                                                                        00022800
             PERFORM 1000-INICIALIZAR.                                  00022900
             PERFORM 1300-LERMESTRE.                                    00023000
             PERFORM 1400-LERRETORNO.                                   00023100
             PERFORM 2000-PROCESSAR                                     00023200
                UNTIL WRK-CHAVE-RETORNO EQUAL 99999999.                 00023300
             PERFORM 3000-FINALIZAR.                                    00023400
             STOP RUN.                                                  00023500
                                                                        00023600
       0000-99-FINAL.        EXIT.                                      00023700
                                                                        00023800
      *----------------------------------------------------             00023900
       1000-INICIALIZAR                         SECTION.                00024000
      *----------------------------------------------------             00024100
                                                                        00024200
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00024300
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00024400
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00024500
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00024600
           IF WRK-VD-INVALIDA                                           00024700
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00024800
                     WRK-DATA-PROCESSAMENTO                             00024900
             MOVE 8 TO RETURN-CODE                                      00025000
             STOP RUN                                                   00025100
           END-IF.                                                      00025200
           MOVE 'RETBOLET' TO WRK-CE-PROGRAMA.                          00025300
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00025400
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00025500
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00025600
           IF NOT WRK-CE-PODE-EXECUTAR                                  00025700
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00025800
                     'STATUS ' WRK-CE-STATUS                            00025900
             MOVE 8 TO RETURN-CODE                                      00026000
             STOP RUN                                                   00026100
           END-IF.                                                      00026200
           OPEN INPUT ABERTOS.                                          00026300
           OPEN INPUT RETBANCO.                                         00026400
           OPEN OUTPUT PAGTOS.                                          00026500
           IF WRK-FS-ABERTOS NOT EQUAL 0                                00026600
             DISPLAY ' ERRO OPEN ABERTOS - STATUS ' WRK-FS-ABERTOS      00026700
             MOVE 8 TO RETURN-CODE                                      00026800
             STOP RUN                                                   00026900
           END-IF.                                                      00027000
           IF WRK-FS-RETBANCO NOT EQUAL 0                               00027100
             DISPLAY ' ERRO OPEN RETBANCO - STATUS ' WRK-FS-RETBANCO    00027200
             MOVE 8 TO RETURN-CODE                                      00027300
             STOP RUN                                                   00027400
           END-IF.                                                      00027500
           IF WRK-FS-PAGTOS NOT EQUAL 0                                 00027600
             DISPLAY ' ERRO OPEN PAGTOS - STATUS ' WRK-FS-PAGTOS        00027700
             MOVE 8 TO RETURN-CODE                                      00027800
             STOP RUN                                                   00027900
           END-IF.                                                      00028000
           MOVE 'COBRANCA - RETORNO DO BANCO - EXCECOES'                00028100
             TO WRK-RW-TITULO1.                                         00028200
           MOVE WRK-LINHA-CABEC TO WRK-RW-TITULO2.                      00028300
           MOVE SPACES          TO WRK-RW-TITULO3.                      00028400
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00028500
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00028600
           MOVE 'N' TO WRK-RW-REABRIR.                                  00028700
           MOVE SPACES TO WRK-RW-QUEBRA.                                00028750
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00028800
           CALL 'REPWRITE' USING WRK-REPW.                              00028900
                                                                        00029000
       1000-99-FINAL.        EXIT.                                      00029100
                                                                        00029200
      *----------------------------------------------------             00029300
       1300-LERMESTRE                           SECTION.                00029400
      *----------------------------------------------------             00029500
                                                                        00029600
           READ ABERTOS.                                                00029700
           IF WRK-FS-ABERTOS EQUAL 10                                   00029800
             MOVE 99999999 TO WRK-CHAVE-MESTRE                          00029900
           ELSE                                                         00030000
             MOVE ABE-NUMERO TO WRK-CHAVE-MESTRE                        00030100
           END-IF.                                                      00030200
                                                                        00030300
       1300-99-FINAL.        EXIT.                                      00030400
                                                                        00030500
      *----------------------------------------------------             00030600
       1400-LERRETORNO                          SECTION.                00030700
      *----------------------------------------------------             00030800
                                                                        00030900
           MOVE 'N' TO WRK-RETORNO-OK.                                  00031000
           PERFORM 1410-LERUMRETORNO                                    00031100
              UNTIL WRK-RETORNO-OK EQUAL 'S'.                           00031200
                                                                        00031300
       1400-99-FINAL.        EXIT.                                      00031400
                                                                        00031500
      *----------------------------------------------------             00031600
      * SO DETALHE (TIPO 1) COM TITULO, OCORRENCIA E                    00031700
      * VALORES NUMERICOS ENTRA; O RESTO E REJEITADO E                  00031800
      * CONTADO                                                         00031900
      *----------------------------------------------------             00032000
       1410-LERUMRETORNO                        SECTION.                00032100
      *----------------------------------------------------             00032200
                                                                        00032300
           READ RETBANCO.                                               00032400
           IF WRK-FS-RETBANCO EQUAL 10                                  00032500
             MOVE 99999999 TO WRK-CHAVE-RETORNO                         00032600
             MOVE 'S' TO WRK-RETORNO-OK                                 00032700
             GO TO 1410-99-FINAL                                        00032800
           END-IF.                                                      00032900
           IF RTB-TIPO EQUAL '1'                                        00033000
              AND RTB-SEU-NUMERO IS NUMERIC                             00033100
              AND RTB-OCORRENCIA IS NUMERIC                             00033200
              AND RTB-DATA-CREDITO IS NUMERIC                           00033300
              AND RTB-VLR-PAGO IS NUMERIC                               00033400
             ADD 1 TO WRK-ACUM-RETORNOS                                 00033500
             MOVE RTB-SEU-NUMERO TO WRK-CHAVE-RETORNO                   00033600
             MOVE 'S' TO WRK-RETORNO-OK                                 00033700
           ELSE                                                         00033800
             ADD 1 TO WRK-ACUM-RET-REJ                                  00033900
             MOVE '1410'                   TO WRK-SECAO                 00034000
             MOVE 'DETALHE DE RETORNO DE COBRANCA INVALIDO'             00034100
               TO WRK-MSGERRO                                           00034200
             MOVE '99'                     TO WRK-STATUS                00034300
             PERFORM 9010-TRATARERROS                                   00034400
           END-IF.                                                      00034500
                                                                        00034600
       1410-99-FINAL.        EXIT.                                      00034700
                                                                        00034800
      *----------------------------------------------------             00034900
      * BALANCE LINE DIRIGIDO PELO RETORNO: O MESTRE SO                 00035000
      * AVANCA ATE O TITULO DO RETORNO CORRENTE                         00035100
      *----------------------------------------------------             00035200
       2000-PROCESSAR                           SECTION.                00035300
      *----------------------------------------------------             00035400
                                                                        00035500
           MOVE WRK-CHAVE-RETORNO TO WRK-CHAVE-CORRENTE.                00035600
           PERFORM 1300-LERMESTRE                                       00035700
              UNTIL WRK-CHAVE-MESTRE NOT LESS WRK-CHAVE-CORRENTE.       00035800
           MOVE 0     TO WRK-LIQUIDADO.                                 00035900
           IF WRK-CHAVE-MESTRE EQUAL WRK-CHAVE-CORRENTE                 00036000
             MOVE 1              TO WRK-TEM-TITULO                      00036100
             MOVE ABE-VLR-ABERTO TO WRK-SALDO                           00036200
             MOVE ABE-CODIGO     TO WRK-CLIENTE                         00036300
           ELSE                                                         00036400
             MOVE 0              TO WRK-TEM-TITULO                      00036500
             MOVE ZEROS          TO WRK-SALDO                           00036600
             MOVE ZEROS          TO WRK-CLIENTE                         00036700
           END-IF.                                                      00036800
           PERFORM 2100-TRATAROCORRENCIA                                00036900
              UNTIL WRK-CHAVE-RETORNO NOT EQUAL WRK-CHAVE-CORRENTE.     00037000
                                                                        00037100
       2000-99-FINAL.        EXIT.                                      00037200
                                                                        00037300
      *----------------------------------------------------             00037400
      * LIQUIDACAO DE TITULO EM ABERTO VIRA PAGAMENTO; AS               00037500
      * DEMAIS OCORRENCIAS SO SAO CONTADAS OU VAO PARA AS               00037600
      * EXCECOES                                                        00037700
      *----------------------------------------------------             00037800
       2100-TRATAROCORRENCIA                    SECTION.                00037900
      *----------------------------------------------------             00038000
                                                                        00038100
           IF RTB-ENTRADA-CONFIRMADA                                    00038200
             ADD 1 TO WRK-ACUM-CONFIRMADAS                              00038300
             GO TO 2100-LERPROXIMO                                      00038400
           END-IF.                                                      00038500
           IF RTB-ENTRADA-REJEITADA                                     00038600
             ADD 1 TO WRK-ACUM-REJEITADAS                               00038700
             MOVE 'ENTRADA REJEITADA'    TO WRK-EXCECAO                 00038800
             PERFORM 2300-IMPRIMIREXCECAO                               00038900
             GO TO 2100-LERPROXIMO                                      00039000
           END-IF.                                                      00039100
           IF NOT RTB-LIQUIDACAO                                        00039200
             ADD 1 TO WRK-ACUM-OUTRAS                                   00039300
             GO TO 2100-LERPROXIMO                                      00039400
           END-IF.                                                      00039500
           ADD 1 TO WRK-ACUM-LIQUIDACOES.                               00039600
           IF WRK-TEM-TITULO EQUAL 0                                    00039700
             ADD 1 TO WRK-ACUM-SEM-TITULO                               00039800
             MOVE 'SEM TITULO ABERTO'    TO WRK-EXCECAO                 00039900
             PERFORM 2300-IMPRIMIREXCECAO                               00040000
             MOVE '2100'                 TO WRK-SECAO                   00040100
             MOVE 'LIQUIDACAO DE BOLETO SEM TITULO ABERTO'              00040200
               TO WRK-MSGERRO                                           00040300
             MOVE '00'                   TO WRK-STATUS                  00040400
             PERFORM 9010-TRATARERROS                                   00040500
             GO TO 2100-LERPROXIMO                                      00040600
           END-IF.                                                      00040700
           IF WRK-LIQUIDADO EQUAL 1                                     00040800
             ADD 1 TO WRK-ACUM-DUPLICADAS                               00040900
             MOVE 'LIQUIDACAO DUPLICADA' TO WRK-EXCECAO                 00041000
             PERFORM 2300-IMPRIMIREXCECAO                               00041100
             MOVE '2100'                 TO WRK-SECAO                   00041200
             MOVE 'LIQUIDACAO DE BOLETO DUPLICADA'                      00041300
               TO WRK-MSGERRO                                           00041400
             MOVE '00'                   TO WRK-STATUS                  00041500
             PERFORM 9010-TRATARERROS                                   00041600
             GO TO 2100-LERPROXIMO                                      00041700
           END-IF.                                                      00041800
           PERFORM 2200-GRAVARPAGTO.                                    00041900
                                                                        00042000
       2100-LERPROXIMO.                                                 00042100
           PERFORM 1400-LERRETORNO.                                     00042200
                                                                        00042300
       2100-99-FINAL.        EXIT.                                      00042400
                                                                        00042500
      *----------------------------------------------------             00042600
      * PAGAMENTO DIFERENTE DO SALDO ENTRA ASSIM MESMO (O               00042700
      * CONTAREC ABATE O QUE FOI PAGO) E VAI PARA AS                    00042800
      * EXCECOES                                                        00042900
      *----------------------------------------------------             00043000
       2200-GRAVARPAGTO                         SECTION.                00043100
      *----------------------------------------------------             00043200
                                                                        00043300
           MOVE 1 TO WRK-LIQUIDADO.                                     00043400
           MOVE SPACES           TO REG-PAGTO.                          00043500
           MOVE RTB-SEU-NUMERO   TO PAG-NUMERO.                         00043600
           MOVE RTB-DATA-CREDITO TO PAG-DATA.                           00043700
           MOVE RTB-VLR-PAGO     TO PAG-VALOR.                          00043800
           WRITE REG-PAGTO.                                             00043900
           ADD 1 TO WRK-ACUM-PAGTOS.                                    00044000
           ADD RTB-VLR-PAGO TO WRK-ACUM-VLR-PAGTOS.                     00044100
           IF RTB-VLR-PAGO LESS WRK-SALDO                               00044200
             ADD 1 TO WRK-ACUM-A-MENOR                                  00044300
             MOVE 'PAGO A MENOR'         TO WRK-EXCECAO                 00044400
             PERFORM 2300-IMPRIMIREXCECAO                               00044500
           END-IF.                                                      00044600
           IF RTB-VLR-PAGO GREATER WRK-SALDO                            00044700
             ADD 1 TO WRK-ACUM-A-MAIOR                                  00044800
             MOVE 'PAGO A MAIOR'         TO WRK-EXCECAO                 00044900
             PERFORM 2300-IMPRIMIREXCECAO                               00045000
           END-IF.                                                      00045100
                                                                        00045200
       2200-99-FINAL.        EXIT.                                      00045300
                                                                        00045400
      *----------------------------------------------------             00045500
       2300-IMPRIMIREXCECAO                     SECTION.                00045600
      *----------------------------------------------------             00045700
                                                                        00045800
           ADD 1 TO WRK-ACUM-EXCECOES.                                  00045900
           COMPUTE WRK-DIFERENCA = RTB-VLR-PAGO - WRK-SALDO.            00046000
           IF NOT RTB-LIQUIDACAO                                        00046100
             MOVE ZEROS TO WRK-DIFERENCA                                00046200
           END-IF.                                                      00046300
           MOVE SPACES           TO WRK-LINHA-EXCECAO.                  00046400
           MOVE RTB-SEU-NUMERO   TO WRK-LD-TITULO.                      00046500
           MOVE WRK-CLIENTE      TO WRK-LD-CLIENTE.                     00046600
           MOVE RTB-OCORRENCIA   TO WRK-LD-OCORRENCIA.                  00046700
           MOVE RTB-DATA-CREDITO TO WRK-LD-CREDITO.                     00046800
           MOVE WRK-SALDO        TO WRK-LD-SALDO.                       00046900
           MOVE RTB-VLR-PAGO     TO WRK-LD-PAGO.                        00047000
           MOVE WRK-DIFERENCA    TO WRK-LD-DIFERENCA.                   00047100
           MOVE WRK-EXCECAO      TO WRK-LD-EXCECAO.                     00047200
           MOVE WRK-LINHA-EXCECAO TO WRK-RW-LINHA.                      00047300
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00047400
           CALL 'REPWRITE' USING WRK-REPW.                              00047500
                                                                        00047600
       2300-99-FINAL.        EXIT.                                      00047700
                                                                        00047800
      *----------------------------------------------------             00047900
       3000-FINALIZAR                           SECTION.                00048000
      *----------------------------------------------------             00048100
                                                                        00048200
            MOVE WRK-ACUM-LIQUIDACOES TO WRK-LP-LIQUIDACOES.            00048300
            MOVE WRK-ACUM-PAGTOS      TO WRK-LP-PAGTOS.                 00048400
            MOVE WRK-ACUM-VLR-PAGTOS  TO WRK-LP-VALOR.                  00048500
            MOVE WRK-LINHA-PAGTOS TO WRK-RW-LINHA.                      00048600
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00048700
            CALL 'REPWRITE' USING WRK-REPW.                             00048800
            MOVE WRK-ACUM-SEM-TITULO  TO WRK-LE-SEM-TITULO.             00048900
            MOVE WRK-ACUM-DUPLICADAS  TO WRK-LE-DUPLICADAS.             00049000
            MOVE WRK-ACUM-A-MENOR     TO WRK-LE-A-MENOR.                00049100
            MOVE WRK-ACUM-A-MAIOR     TO WRK-LE-A-MAIOR.                00049200
            MOVE WRK-LINHA-EXCECOES TO WRK-RW-LINHA.                    00049300
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00049400
            CALL 'REPWRITE' USING WRK-REPW.                             00049500
            MOVE WRK-ACUM-REJEITADAS  TO WRK-LO-REJEITADAS.             00049600
            MOVE WRK-ACUM-CONFIRMADAS TO WRK-LO-CONFIRMADAS.            00049700
            MOVE WRK-ACUM-OUTRAS      TO WRK-LO-OUTRAS.                 00049800
            MOVE WRK-ACUM-RET-REJ     TO WRK-LO-RET-REJ.                00049900
            MOVE WRK-LINHA-OUTRAS TO WRK-RW-LINHA.                      00050000
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00050100
            CALL 'REPWRITE' USING WRK-REPW.                             00050200
            CLOSE ABERTOS.                                              00050300
            CLOSE RETBANCO.                                             00050400
            CLOSE PAGTOS.                                               00050500
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00050600
            CALL 'REPWRITE' USING WRK-REPW.                             00050700
            DISPLAY ' DETALHES DE RETORNO....' WRK-ACUM-RETORNOS.       00050800
            DISPLAY ' LIQUIDACOES............' WRK-ACUM-LIQUIDACOES.    00050900
            DISPLAY ' PAGAMENTOS GERADOS.....' WRK-ACUM-PAGTOS.         00051000
            DISPLAY ' SEM TITULO ABERTO......' WRK-ACUM-SEM-TITULO.     00051100
            DISPLAY ' LIQUIDACOES DUPLICADAS.' WRK-ACUM-DUPLICADAS.     00051200
            DISPLAY ' PAGOS A MENOR..........' WRK-ACUM-A-MENOR.        00051300
            DISPLAY ' PAGOS A MAIOR..........' WRK-ACUM-A-MAIOR.        00051400
            DISPLAY ' ENTRADAS REJEITADAS....' WRK-ACUM-REJEITADAS.     00051500
            DISPLAY ' ENTRADAS CONFIRMADAS...' WRK-ACUM-CONFIRMADAS.    00051600
            DISPLAY ' OUTRAS OCORRENCIAS.....' WRK-ACUM-OUTRAS.         00051700
            DISPLAY ' DETALHES INVALIDOS.....' WRK-ACUM-RET-REJ.        00051800
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00051900
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00052000
            IF WRK-ACUM-EXCECOES GREATER ZEROS                          00052100
               AND RETURN-CODE LESS 4                                   00052200
              MOVE 4 TO RETURN-CODE                                     00052300
            END-IF.                                                     00052400
            DISPLAY ' FIM DO PROGRAMA'.                                 00052500
                                                                        00052600
       3000-99-FINAL.        EXIT.                                      00052700
                                                                        00052800
      *----------------------------------------------------             00052900
       9010-TRATARERROS                         SECTION.                00053000
      *----------------------------------------------------             00053100
                                                                        00053200
           MOVE 'RETBOLET' TO WRK-PROGRAMA.                             00053300
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00053400
                                                                        00053500
       9010-99-FINAL.        EXIT.                                      00053600

      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. RELBLOQ.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: RELATORIO DIARIO DE BLOQUEIO JUDICIAL PARA O    *   00001200
      *      JURIDICO: LER A GERACAO DO DIA DO MESTRE SALDOS (EM    *   00001300
      *      ORDEM DE AGENCIA/CONTA) E LISTAR TODA CONTA COM VALOR  *   00001400
      *      BLOQUEADO POR ORDEM JUDICIAL (SAL-VALOR-BLOQUEADO),    *   00001500
      *      COM O SALDO DE FECHAMENTO, O BLOQUEADO E O DISPONIVEL  *   00001600
      *      (FECHAMENTO MENOS BLOQUEADO), SUBTOTAL POR AGENCIA E   *   00001700
      *      TOTAL GERAL.                                           *   00001800
      *-------------------------------------------------------------*   00001900
      *   ARQUIVOS...:                                              *   00002000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002100
      *    SALDOATU             I                  #SALDO           *   00002200
      *-------------------------------------------------------------*   00002300
      *   MODULOS....:                             INCLUDE/BOOK     *   00002400
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00002500
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00002600
      *=============================================================*   00002700
                                                                        00002800
      *=============================================================*   00002900
       ENVIRONMENT                               DIVISION.              00003000
      *=============================================================*   00003100
                                                                        00003200
      *=============================================================*   00003300
       CONFIGURATION                               SECTION.             00003400
      *=============================================================*   00003500
       SPECIAL-NAMES.                                                   00003600
           DECIMAL-POINT IS COMMA.                                      00003700
                                                                        00003800
                                                                        00003900
       INPUT-OUTPUT                                SECTION.             00004000
       FILE-CONTROL.                                                    00004100
           SELECT SALDOATU  ASSIGN TO SALDOATU                          00004200
               FILE STATUS  IS WRK-FS-SALDOATU.                         00004300
                                                                        00004400
      *=============================================================*   00004500
       DATA                                      DIVISION.              00004600
      *=============================================================*   00004700
       FILE                                      SECTION.               00004800
                                                                        00004900
      *-------------------------------------------------------------*   00005000
      *   SALDOATU - GERACAO DO DIA DO MESTRE DE SALDOS             *   00005100
      *-------------------------------------------------------------*   00005200
       FD SALDOATU                                                      00005300
           RECORDING  MODE IS F                                         00005400
           BLOCK CONTAINS 0 RECORDS.                                    00005500
                                                                        00005600
       COPY '#SALDO'.                                                   00005700
                                                                        00005800
      *=============================================================*   00005900
       WORKING-STORAGE                             SECTION.             00006000
      *=============================================================*   00006100
                                                                        00006200
       01 FILLER         PIC X(64) VALUE                                00006300
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00006400
      *-------------------------------------------------------------*   00006500
       77 WRK-FS-SALDOATU  PIC 9(02).                                   00006600
                                                                        00006700
       01 FILLER         PIC X(64) VALUE                                00006800
           '-----------QUEBRA POR AGENCIA----------------'.             00006900
      *-------------------------------------------------------------*   00007000
       77 WRK-AGENCIA-ANTERIOR  PIC 9(04) VALUE ZEROS.                  00007100
       77 WRK-TEM-LINHA         PIC X(01) VALUE 'N'.                    00007200
       77 WRK-DISPONIVEL        PIC S9(10)V99 VALUE ZEROS.              00007300
       77 WRK-AG-QTD            PIC 9(07) VALUE ZEROS.                  00007400
       77 WRK-AG-SALDO          PIC S9(12)V99 VALUE ZEROS.              00007500
       77 WRK-AG-BLOQUEADO      PIC S9(12)V99 VALUE ZEROS.              00007600
       77 WRK-AG-DISPONIVEL     PIC S9(12)V99 VALUE ZEROS.              00007700
                                                                        00007800
       01 FILLER         PIC X(64) VALUE                                00007900
           '-----------ACUMULAR CONTAS-------------------'.             00008000
      *-------------------------------------------------------------*   00008100
       77 WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.                   00008200
       77 WRK-ACUM-BLOQUEADAS  PIC 9(07) VALUE ZEROS.                   00008300
       77 WRK-TOT-SALDO        PIC S9(12)V99 VALUE ZEROS.               00008400
       77 WRK-TOT-BLOQUEADO    PIC S9(12)V99 VALUE ZEROS.               00008500
       77 WRK-TOT-DISPONIVEL   PIC S9(12)V99 VALUE ZEROS.               00008600
                                                                        00008700
       01 FILLER         PIC X(64) VALUE                                00008800
           '-----------LINHAS DO RELATORIO---------------'.             00008900
      *-------------------------------------------------------------*   00009000
       01 WRK-CABEC2.                                                   00009100
          05 FILLER   PIC X(09) VALUE 'AGENCIA  '.                      00009200
          05 FILLER   PIC X(08) VALUE 'CONTA   '.                       00009300
          05 FILLER   PIC X(32) VALUE 'CLIENTE'.                        00009400
          05 FILLER   PIC X(18) VALUE '       FECHAMENTO '.             00009500
          05 FILLER   PIC X(18) VALUE '       BLOQUEADO  '.             00009600
          05 FILLER   PIC X(18) VALUE '       DISPONIVEL '.             00009700
                                                                        00009800
       01 WRK-LINHA-CONTA.                                              00009900
          05 FILLER            PIC X(02).                               00010000
          05 WRK-LC-AGENCIA    PIC 9(04).                               00010100
          05 FILLER            PIC X(03).                               00010200
          05 WRK-LC-CONTA      PIC 9(05).                               00010300
          05 FILLER            PIC X(02).                               00010400
          05 WRK-LC-CLIENTE    PIC X(30).                               00010500
          05 FILLER            PIC X(01).                               00010600
          05 WRK-LC-SALDO      PIC +Z.ZZZ.ZZZ.ZZ9,99.                   00010700
          05 FILLER            PIC X(01).                               00010800
          05 WRK-LC-BLOQUEADO  PIC +Z.ZZZ.ZZZ.ZZ9,99.                   00010900
          05 FILLER            PIC X(01).                               00011000
          05 WRK-LC-DISPONIVEL PIC +Z.ZZZ.ZZZ.ZZ9,99.                   00011100
                                                                        00011200
       01 WRK-LINHA-AGENCIA.                                            00011300
          05 FILLER            PIC X(10) VALUE ' AGENCIA  '.            00011400
          05 WRK-LA-AGENCIA    PIC 9(04).                               00011500
          05 FILLER            PIC X(02).                               00011600
          05 WRK-LA-QTD        PIC Z(06)9.                              00011700
          05 FILLER            PIC X(24) VALUE                          00011800
             ' CONTA(S) BLOQUEADA(S)  '.                                00011900
          05 WRK-LA-SALDO      PIC +ZZZ.ZZZ.ZZZ.ZZ9,99.                 00012000
          05 FILLER            PIC X(01).                               00012100
          05 WRK-LA-BLOQUEADO  PIC +ZZZ.ZZZ.ZZZ.ZZ9,99.                 00012200
          05 FILLER            PIC X(01).                               00012300
          05 WRK-LA-DISPONIVEL PIC +ZZZ.ZZZ.ZZZ.ZZ9,99.                 00012400
                                                                        00012500
       01 WRK-LINHA-TOTAL.                                              00012600
          05 FILLER            PIC X(16) VALUE ' TOTAL GERAL    '.      00012700
          05 WRK-LT-QTD        PIC Z(06)9.                              00012800
          05 FILLER            PIC X(24) VALUE                          00012900
             ' CONTA(S) BLOQUEADA(S)  '.                                00013000
          05 WRK-LT-SALDO      PIC +ZZZ.ZZZ.ZZZ.ZZ9,99.                 00013100
          05 FILLER            PIC X(01).                               00013200
          05 WRK-LT-BLOQUEADO  PIC +ZZZ.ZZZ.ZZZ.ZZ9,99.                 00013300
          05 FILLER            PIC X(01).                               00013400
          05 WRK-LT-DISPONIVEL PIC +ZZZ.ZZZ.ZZZ.ZZ9,99.                 00013500
                                                                        00013600
       01 FILLER         PIC X(64) VALUE                                00013700
           '-----------DATA DE PROCESSAMENTO--------------'.            00013800
      *-------------------------------------------------------------*   00013900
       COPY 'DATAPROC'.                                                 00014000
                                                                        00014100
       01 FILLER         PIC X(64) VALUE                                00014200
           '-----------CHAMAR TRATA ERROS----------------'.             00014300
                                                                        00014400
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00014500
                                                                        00014600
       COPY 'VARERROS'.                                                 00014700
                                                                        00014800
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00014900
                                                                        00015000
       COPY 'REPWCOMM'.                                                 00015100
                                                                        00015200
      *=============================================================*   00015300
       PROCEDURE DIVISION.                                              00015400
      *=============================================================*   00015500
                                                                        00015600
      *-------------------------------------------------------------*   00015700
       0000-PRINCIPAL                         SECTION.                  00015800
      *-------------------------------------------------------------*   00015900
            PERFORM 1000-INICIAR.                                       00016000
            PERFORM 1100-TESTARSTATUS.                                  00016100
            PERFORM 2000-PROCESSAR                                      00016200
               UNTIL WRK-FS-SALDOATU EQUAL 10.                          00016300
            PERFORM 3000-FINALIZAR.                                     00016400
            STOP RUN.                                                   00016500
                                                                        00016600
       0000-99-FIM.               EXIT.                                 00016700
                                                                        00016800
      *-------------------------------------------------------------*   00016900
       1000-INICIAR                           SECTION.                  00017000
      *-------------------------------------------------------------*   00017100
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00017200
            OPEN INPUT SALDOATU.                                        00017300
            MOVE 'BLOQUEIO JUDICIAL - SALDO BLOQUEADO X DISPONIVEL'     00017400
              TO WRK-RW-TITULO1.                                        00017500
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00017600
            MOVE SPACES     TO WRK-RW-TITULO3.                          00017700
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00017800
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00017900
            MOVE 'N' TO WRK-RW-REABRIR.                                 00018000
            MOVE SPACES TO WRK-RW-QUEBRA.                               00018050
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00018100
            CALL 'REPWRITE' USING WRK-REPW.                             00018200
                                                                        00018300
       1000-99-FIM.               EXIT.                                 00018400
                                                                        00018500
      *-------------------------------------------------------------*   00018600
       1100-TESTARSTATUS                      SECTION.                  00018700
      *-------------------------------------------------------------*   00018800
               IF WRK-FS-SALDOATU NOT EQUAL 0                           00018900
                MOVE '1000'                  TO WRK-SECAO               00019000
                MOVE 'ERRO OPEN SALDOATU - ' TO WRK-MSGERRO             00019100
                MOVE WRK-FS-SALDOATU         TO WRK-STATUS              00019200
                   PERFORM 9000-TRATARERROS                             00019300
               END-IF.                                                  00019400
               IF WRK-RW-STATUS NOT EQUAL '00'                          00019500
                MOVE '1001'                  TO WRK-SECAO               00019600
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00019700
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00019800
                   PERFORM 9000-TRATARERROS                             00019900
               END-IF.                                                  00020000
               READ SALDOATU.                                           00020100
                                                                        00020200
       1100-99-FIM.               EXIT.                                 00020300
                                                                        00020400
      *-------------------------------------------------------------*   00020500
      *   O MESTRE VEM EM ORDEM DE AGENCIA/CONTA, ENTAO A QUEBRA    *   00020600
      *   POR AGENCIA SAI DA PROPRIA LEITURA                        *   00020700
      *-------------------------------------------------------------*   00020800
       2000-PROCESSAR                         SECTION.                  00020900
      *-------------------------------------------------------------*   00021000
      *       O TRAILER DE CONTROLE DA GERACAO NAO E CONTA              00021100
              IF NOT STR-E-TRAILER                                      00021200
                ADD 1 TO WRK-ACUM-LIDOS                                 00021300
                IF SAL-VALOR-BLOQUEADO GREATER ZEROS                    00021400
                  PERFORM 2100-LISTARCONTA                              00021500
                END-IF                                                  00021600
              END-IF.                                                   00021700
              READ SALDOATU.                                            00021800
                                                                        00021900
       2000-99-FIM.               EXIT.                                 00022000
                                                                        00022100
      *-------------------------------------------------------------*   00022200
       2100-LISTARCONTA                       SECTION.                  00022300
      *-------------------------------------------------------------*   00022400
               IF WRK-TEM-LINHA EQUAL 'S'                               00022500
                  AND SAL-AGENCIA NOT EQUAL WRK-AGENCIA-ANTERIOR        00022600
                 PERFORM 2200-TOTALIZARAGENCIA                          00022700
               END-IF.                                                  00022800
               ADD 1 TO WRK-ACUM-BLOQUEADAS.                            00022900
               COMPUTE WRK-DISPONIVEL =                                 00023000
                       SAL-SALDO-FECHAMENTO - SAL-VALOR-BLOQUEADO.      00023100
               MOVE SPACES               TO WRK-LINHA-CONTA.            00023200
               MOVE SAL-AGENCIA          TO WRK-LC-AGENCIA.             00023300
               MOVE SAL-CONTA            TO WRK-LC-CONTA.               00023400
               MOVE SAL-CLIENTE          TO WRK-LC-CLIENTE.             00023500
               MOVE SAL-SALDO-FECHAMENTO TO WRK-LC-SALDO.               00023600
               MOVE SAL-VALOR-BLOQUEADO  TO WRK-LC-BLOQUEADO.           00023700
               MOVE WRK-DISPONIVEL       TO WRK-LC-DISPONIVEL.          00023800
               MOVE WRK-LINHA-CONTA TO WRK-RW-LINHA.                    00023900
               MOVE 'D' TO WRK-RW-FUNCAO.                               00024000
               CALL 'REPWRITE' USING WRK-REPW.                          00024100
               ADD 1                    TO WRK-AG-QTD.                  00024200
               ADD SAL-SALDO-FECHAMENTO TO WRK-AG-SALDO.                00024300
               ADD SAL-VALOR-BLOQUEADO  TO WRK-AG-BLOQUEADO.            00024400
               ADD WRK-DISPONIVEL       TO WRK-AG-DISPONIVEL.           00024500
               MOVE SAL-AGENCIA TO WRK-AGENCIA-ANTERIOR.                00024600
               MOVE 'S' TO WRK-TEM-LINHA.                               00024700
                                                                        00024800
       2100-99-FIM.               EXIT.                                 00024900
                                                                        00025000
      *-------------------------------------------------------------*   00025100
       2200-TOTALIZARAGENCIA                  SECTION.                  00025200
      *-------------------------------------------------------------*   00025300
               MOVE WRK-AGENCIA-ANTERIOR TO WRK-LA-AGENCIA.             00025400
               MOVE WRK-AG-QTD           TO WRK-LA-QTD.                 00025500
               MOVE WRK-AG-SALDO         TO WRK-LA-SALDO.               00025600
               MOVE WRK-AG-BLOQUEADO     TO WRK-LA-BLOQUEADO.           00025700
               MOVE WRK-AG-DISPONIVEL    TO WRK-LA-DISPONIVEL.          00025800
               MOVE WRK-LINHA-AGENCIA TO WRK-RW-LINHA.                  00025900
               MOVE 'D' TO WRK-RW-FUNCAO.                               00026000
               CALL 'REPWRITE' USING WRK-REPW.                          00026100
               ADD WRK-AG-SALDO      TO WRK-TOT-SALDO.                  00026200
               ADD WRK-AG-BLOQUEADO  TO WRK-TOT-BLOQUEADO.              00026300
               ADD WRK-AG-DISPONIVEL TO WRK-TOT-DISPONIVEL.             00026400
               MOVE ZEROS TO WRK-AG-QTD.                                00026500
               MOVE ZEROS TO WRK-AG-SALDO.                              00026600
               MOVE ZEROS TO WRK-AG-BLOQUEADO.                          00026700
               MOVE ZEROS TO WRK-AG-DISPONIVEL.                         00026800
                                                                        00026900
       2200-99-FIM.               EXIT.                                 00027000
                                                                        00027100
      *-------------------------------------------------------------*   00027200
       3000-FINALIZAR                         SECTION.                  00027300
      *-------------------------------------------------------------*   00027400
               IF WRK-TEM-LINHA EQUAL 'S'                               00027500
                 PERFORM 2200-TOTALIZARAGENCIA                          00027600
               END-IF.                                                  00027700
               MOVE WRK-ACUM-BLOQUEADAS TO WRK-LT-QTD.                  00027800
               MOVE WRK-TOT-SALDO       TO WRK-LT-SALDO.                00027900
               MOVE WRK-TOT-BLOQUEADO   TO WRK-LT-BLOQUEADO.            00028000
               MOVE WRK-TOT-DISPONIVEL  TO WRK-LT-DISPONIVEL.           00028100
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00028200
               MOVE 'T' TO WRK-RW-FUNCAO.                               00028300
               CALL 'REPWRITE' USING WRK-REPW.                          00028400
               CLOSE SALDOATU.                                          00028500
               MOVE 'F' TO WRK-RW-FUNCAO.                               00028600
               CALL 'REPWRITE' USING WRK-REPW.                          00028700
               DISPLAY 'CONTAS LIDAS........ ' WRK-ACUM-LIDOS.          00028800
               DISPLAY 'CONTAS BLOQUEADAS... ' WRK-ACUM-BLOQUEADAS.     00028900
                                                                        00029000
       3000-99-FIM.               EXIT.                                 00029100
                                                                        00029200
      *-------------------------------------------------------------*   00029300
       9000-TRATARERROS                       SECTION.                  00029400
      *-------------------------------------------------------------*   00029500
             MOVE 'RELBLOQ'   TO WRK-PROGRAMA                           00029600
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00029700
                 GOBACK.                                                00029800
                                                                        00029900
       9000-99-FIM.               EXIT.                                 00030000

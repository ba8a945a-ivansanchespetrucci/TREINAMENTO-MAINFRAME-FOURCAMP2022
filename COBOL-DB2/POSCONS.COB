      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. POSCONS.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: RELATORIO MENSAL DE POSICAO CONSOLIDADA POR     *   00001200
      *      CLIENTE PARA OS GERENTES DE RELACIONAMENTO E A ANALISE *   00001300
      *      DE CREDITO: CARREGAR EM TABELA A GERACAO DE FECHAMENTO *   00001400
      *      DO MES DO MESTRE SALDOS (EM ORDEM DE AGENCIA/CONTA) E  *   00001500
      *      LER O CADASTRO DE TITULARES (EM ORDEM DE CPF/CNPJ),    *   00001600
      *      LISTANDO CADA CONTA NAO ENCERRADA DO CLIENTE COM O     *   00001700
      *      SALDO DE FECHAMENTO E O VALOR BLOQUEADO, SUBTOTAL POR  *   00001800
      *      CPF/CNPJ (TODAS AS AGENCIAS) E TOTAL GERAL. CONTA DO   *   00001900
      *      CADASTRO AINDA SEM POSICAO NO SALDOS SAI COM SALDO     *   00002000
      *      ZERO E A OBSERVACAO SEM POSICAO.                       *   00002100
      *-------------------------------------------------------------*   00002200
      *   ARQUIVOS...:                                              *   00002300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002400
      *    SALDOATU             I                  #SALDO           *   00002500
      *    TITULAR              I                  #TITULAR         *   00002600
      *-------------------------------------------------------------*   00002700
      *   MODULOS....:                             INCLUDE/BOOK     *   00002800
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00002900
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00003000
      *=============================================================*   00003100
                                                                        00003200
      *=============================================================*   00003300
       ENVIRONMENT                               DIVISION.              00003400
      *=============================================================*   00003500
                                                                        00003600
      *=============================================================*   00003700
       CONFIGURATION                               SECTION.             00003800
      *=============================================================*   00003900
       SPECIAL-NAMES.                                                   00004000
           DECIMAL-POINT IS COMMA.                                      00004100
                                                                        00004200
                                                                        00004300
       INPUT-OUTPUT                                SECTION.             00004400
       FILE-CONTROL.                                                    00004500
           SELECT SALDOATU  ASSIGN TO SALDOATU                          00004600
               FILE STATUS  IS WRK-FS-SALDOATU.                         00004700
           SELECT TITULAR   ASSIGN TO TITULAR                           00004800
               FILE STATUS  IS WRK-FS-TITULAR.                          00004900
                                                                        00005000
      *=============================================================*   00005100
       DATA                                      DIVISION.              00005200
      *=============================================================*   00005300
       FILE                                      SECTION.               00005400
                                                                        00005500
      *-------------------------------------------------------------*   00005600
      *   SALDOATU - GERACAO DE FECHAMENTO DO MES DO MESTRE SALDOS  *   00005700
      *-------------------------------------------------------------*   00005800
       FD SALDOATU                                                      00005900
           RECORDING  MODE IS F                                         00006000
           BLOCK CONTAINS 0 RECORDS.                                    00006100
                                                                        00006200
       COPY '#SALDO'.                                                   00006300
                                                                        00006400
      *-------------------------------------------------------------*   00006500
      *   TITULAR - CADASTRO DE TITULARES, EM ORDEM DE CPF/CNPJ     *   00006600
      *-------------------------------------------------------------*   00006700
       FD TITULAR                                                       00006800
           RECORDING  MODE IS F                                         00006900
           BLOCK CONTAINS 0 RECORDS.                                    00007000
                                                                        00007100
       COPY '#TITULAR'.                                                 00007200
                                                                        00007300
      *=============================================================*   00007400
       WORKING-STORAGE                             SECTION.             00007500
      *=============================================================*   00007600
                                                                        00007700
       01 FILLER         PIC X(64) VALUE                                00007800
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00007900
      *-------------------------------------------------------------*   00008000
       77 WRK-FS-SALDOATU  PIC 9(02).                                   00008100
       77 WRK-FS-TITULAR   PIC 9(02).                                   00008200
                                                                        00008300
       01 FILLER         PIC X(64) VALUE                                00008400
           '-----------TABELA DE SALDOS------------------'.             00008500
      *-------------------------------------------------------------*   00008600
       77 WRK-SLD-QTD          PIC 9(05) VALUE ZEROS.                   00008700
       77 WRK-SLD-LIMITE       PIC 9(05) VALUE 20000.                   00008800
                                                                        00008900
       01 WRK-CHAVE-CONTA.                                              00009000
          05 WRK-CK-AGENCIA    PIC 9(04).                               00009100
          05 WRK-CK-CONTA      PIC 9(05).                               00009200
                                                                        00009300
       01 WRK-CHAVE-ANTERIOR   PIC X(09) VALUE LOW-VALUES.              00009400
                                                                        00009500
       01 TAB-SALDOS.                                                   00009600
          05 TAB-SLD-ITEM OCCURS 1 TO 20000 TIMES                       00009700
                          DEPENDING ON WRK-SLD-QTD                      00009800
                          ASCENDING KEY IS TAB-SLD-CHAVE                00009900
                          INDEXED BY TAB-SLD-IDX.                       00010000
             10 TAB-SLD-CHAVE      PIC X(09).                           00010100
             10 TAB-SLD-FECHAMENTO PIC S9(10)V99 COMP-3.                00010200
             10 TAB-SLD-BLOQUEADO  PIC S9(10)V99 COMP-3.                00010300
                                                                        00010400
       01 FILLER         PIC X(64) VALUE                                00010500
           '-----------QUEBRA POR CPF/CNPJ---------------'.             00010600
      *-------------------------------------------------------------*   00010700
       77 WRK-CPFCNPJ-ANTERIOR  PIC 9(14) VALUE ZEROS.                  00010800
       77 WRK-TEM-LINHA         PIC X(01) VALUE 'N'.                    00010900
       77 WRK-SEM-POSICAO       PIC X(01) VALUE 'N'.                    00011000
       77 WRK-FECHAMENTO        PIC S9(10)V99 VALUE ZEROS.              00011100
       77 WRK-BLOQUEADO         PIC S9(10)V99 VALUE ZEROS.              00011200
       77 WRK-CL-QTD            PIC 9(07) VALUE ZEROS.                  00011300
       77 WRK-CL-SALDO          PIC S9(12)V99 VALUE ZEROS.              00011400
       77 WRK-CL-BLOQUEADO      PIC S9(12)V99 VALUE ZEROS.              00011500
                                                                        00011600
       01 FILLER         PIC X(64) VALUE                                00011700
           '-----------ACUMULAR CONTAS-------------------'.             00011800
      *-------------------------------------------------------------*   00011900
       77 WRK-ACUM-SALDOS      PIC 9(07) VALUE ZEROS.                   00012000
       77 WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.                   00012100
       77 WRK-ACUM-CONTAS      PIC 9(07) VALUE ZEROS.                   00012200
       77 WRK-ACUM-CLIENTES    PIC 9(07) VALUE ZEROS.                   00012300
       77 WRK-ACUM-SEMPOSICAO  PIC 9(07) VALUE ZEROS.                   00012400
       77 WRK-TOT-SALDO        PIC S9(12)V99 VALUE ZEROS.               00012500
       77 WRK-TOT-BLOQUEADO    PIC S9(12)V99 VALUE ZEROS.               00012600
                                                                        00012700
       01 FILLER         PIC X(64) VALUE                                00012800
           '-----------LINHAS DO RELATORIO---------------'.             00012900
      *-------------------------------------------------------------*   00013000
       01 WRK-CABEC2.                                                   00013100
          05 FILLER   PIC X(17) VALUE 'CPF/CNPJ         '.              00013200
          05 FILLER   PIC X(02) VALUE 'P '.                             00013300
          05 FILLER   PIC X(09) VALUE 'AGENCIA  '.                      00013400
          05 FILLER   PIC X(08) VALUE 'CONTA   '.                       00013500
          05 FILLER   PIC X(32) VALUE 'TITULAR'.                        00013600
          05 FILLER   PIC X(02) VALUE 'T '.                             00013700
          05 FILLER   PIC X(18) VALUE '       FECHAMENTO '.             00013800
          05 FILLER   PIC X(18) VALUE '       BLOQUEADO  '.             00013900
                                                                        00014000
       01 WRK-LINHA-CONTA.                                              00014100
          05 FILLER            PIC X(02).                               00014200
          05 WRK-LC-CPFCNPJ    PIC 9(14).                               00014300
          05 FILLER            PIC X(01).                               00014400
          05 WRK-LC-TIPO-PESSOA PIC X(01).                              00014500
          05 FILLER            PIC X(02).                               00014600
          05 WRK-LC-AGENCIA    PIC 9(04).                               00014700
          05 FILLER            PIC X(03).                               00014800
          05 WRK-LC-CONTA      PIC 9(05).                               00014900
          05 FILLER            PIC X(02).                               00015000
          05 WRK-LC-NOME       PIC X(30).                               00015100
          05 FILLER            PIC X(02).                               00015200
          05 WRK-LC-TIPO-CONTA PIC X(01).                               00015300
          05 FILLER            PIC X(01).                               00015400
          05 WRK-LC-SALDO      PIC +Z.ZZZ.ZZZ.ZZ9,99.                   00015500
          05 FILLER            PIC X(01).                               00015600
          05 WRK-LC-BLOQUEADO  PIC +Z.ZZZ.ZZZ.ZZ9,99.                   00015700
          05 FILLER            PIC X(01).                               00015800
          05 WRK-LC-OBS        PIC X(12).                               00015900
                                                                        00016000
       01 WRK-LINHA-CLIENTE.                                            00016100
          05 FILLER            PIC X(10) VALUE ' CLIENTE  '.            00016200
          05 WRK-LK-CPFCNPJ    PIC 9(14).                               00016300
          05 FILLER            PIC X(02).                               00016400
          05 WRK-LK-QTD        PIC Z(06)9.                              00016500
          05 FILLER            PIC X(26) VALUE                          00016600
             ' CONTA(S)                 '.                              00016700
          05 WRK-LK-SALDO      PIC +ZZZ.ZZZ.ZZZ.ZZ9,99.                 00016800
          05 FILLER            PIC X(01).                               00016900
          05 WRK-LK-BLOQUEADO  PIC +ZZZ.ZZZ.ZZZ.ZZ9,99.                 00017000
                                                                        00017100
       01 WRK-LINHA-TOTAL.                                              00017200
          05 FILLER            PIC X(16) VALUE ' TOTAL GERAL    '.      00017300
          05 WRK-LT-CLIENTES   PIC Z(06)9.                              00017400
          05 FILLER            PIC X(13) VALUE ' CLIENTE(S)  '.         00017500
          05 WRK-LT-CONTAS     PIC Z(06)9.                              00017600
          05 FILLER            PIC X(13) VALUE ' CONTA(S)    '.         00017700
          05 WRK-LT-SALDO      PIC +ZZZ.ZZZ.ZZZ.ZZ9,99.                 00017800
          05 FILLER            PIC X(01).                               00017900
          05 WRK-LT-BLOQUEADO  PIC +ZZZ.ZZZ.ZZZ.ZZ9,99.                 00018000
                                                                        00018100
       01 FILLER         PIC X(64) VALUE                                00018200
           '-----------DATA DE PROCESSAMENTO--------------'.            00018300
      *-------------------------------------------------------------*   00018400
       COPY 'DATAPROC'.                                                 00018500
                                                                        00018600
       01 FILLER         PIC X(64) VALUE                                00018700
           '-----------CHAMAR TRATA ERROS----------------'.             00018800
                                                                        00018900
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00019000
                                                                        00019100
       COPY 'VARERROS'.                                                 00019200
                                                                        00019300
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00019400
                                                                        00019500
       COPY 'REPWCOMM'.                                                 00019600
                                                                        00019700
      *=============================================================*   00019800
       PROCEDURE DIVISION.                                              00019900
      *=============================================================*   00020000
                                                                        00020100
      *-------------------------------------------------------------*   00020200
       0000-PRINCIPAL                         SECTION.                  00020300
      *-------------------------------------------------------------*   00020400
            PERFORM 1000-INICIAR.                                       00020500
            PERFORM 1100-TESTARSTATUS.                                  00020600
            PERFORM 1050-CARREGARSALDOS.                                00020700
            PERFORM 2000-PROCESSAR                                      00020800
               UNTIL WRK-FS-TITULAR EQUAL 10.                           00020900
            PERFORM 3000-FINALIZAR.                                     00021000
            STOP RUN.                                                   00021100
                                                                        00021200
       0000-99-FIM.               EXIT.                                 00021300
                                                                        00021400
      *-------------------------------------------------------------*   00021500
       1000-INICIAR                           SECTION.                  00021600
      *-------------------------------------------------------------*   00021700
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00021800
            OPEN INPUT SALDOATU.                                        00021900
            OPEN INPUT TITULAR.                                         00022000
            MOVE 'POSICAO CONSOLIDADA POR CLIENTE (CPF/CNPJ)'           00022100
              TO WRK-RW-TITULO1.                                        00022200
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00022300
            MOVE SPACES     TO WRK-RW-TITULO3.                          00022400
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00022500
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00022600
            MOVE 'N' TO WRK-RW-REABRIR.                                 00022700
            MOVE SPACES TO WRK-RW-QUEBRA.                               00022750
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00022800
            CALL 'REPWRITE' USING WRK-REPW.                             00022900
                                                                        00023000
       1000-99-FIM.               EXIT.                                 00023100
                                                                        00023200
      *-------------------------------------------------------------*   00023300
      *   O MESTRE DE SALDOS VEM EM ORDEM DE AGENCIA/CONTA, PRONTO  *   00023400
      *   PARA O SEARCH ALL; O TRAILER DE CONTROLE NAO E CONTA      *   00023500
      *-------------------------------------------------------------*   00023600
       1050-CARREGARSALDOS                    SECTION.                  00023700
      *-------------------------------------------------------------*   00023800
            READ SALDOATU.                                              00023900
            PERFORM 1055-GUARDARSALDO                                   00024000
               UNTIL WRK-FS-SALDOATU EQUAL 10.                          00024100
            CLOSE SALDOATU.                                             00024200
                                                                        00024300
       1050-99-FIM.               EXIT.                                 00024400
                                                                        00024500
      *-------------------------------------------------------------*   00024600
       1055-GUARDARSALDO                      SECTION.                  00024700
      *-------------------------------------------------------------*   00024800
            IF NOT STR-E-TRAILER                                        00024900
              IF WRK-SLD-QTD NOT LESS WRK-SLD-LIMITE                    00025000
                MOVE '1055'                  TO WRK-SECAO               00025100
                MOVE 'MESTRE SALDOS EXCEDE A TABELA DE 20000'           00025200
                  TO WRK-MSGERRO                                        00025300
                MOVE '00'                    TO WRK-STATUS              00025400
                MOVE 12 TO RETURN-CODE                                  00025500
                PERFORM 9000-TRATARERROS                                00025600
              END-IF                                                    00025700
              MOVE SAL-AGENCIA TO WRK-CK-AGENCIA                        00025800
              MOVE SAL-CONTA   TO WRK-CK-CONTA                          00025900
              IF WRK-CHAVE-CONTA NOT GREATER WRK-CHAVE-ANTERIOR         00026000
                MOVE '1055'                  TO WRK-SECAO               00026100
                MOVE 'MESTRE SALDOS FORA DE ORDEM' TO WRK-MSGERRO       00026200
                MOVE '00'                    TO WRK-STATUS              00026300
                MOVE 12 TO RETURN-CODE                                  00026400
                PERFORM 9000-TRATARERROS                                00026500
              END-IF                                                    00026600
              ADD 1 TO WRK-ACUM-SALDOS                                  00026700
              ADD 1 TO WRK-SLD-QTD                                      00026800
              SET TAB-SLD-IDX TO WRK-SLD-QTD                            00026900
              MOVE WRK-CHAVE-CONTA                                      00027000
                TO TAB-SLD-CHAVE      (TAB-SLD-IDX)                     00027100
              MOVE SAL-SALDO-FECHAMENTO                                 00027200
                TO TAB-SLD-FECHAMENTO (TAB-SLD-IDX)                     00027300
              MOVE SAL-VALOR-BLOQUEADO                                  00027400
                TO TAB-SLD-BLOQUEADO  (TAB-SLD-IDX)                     00027500
              MOVE WRK-CHAVE-CONTA TO WRK-CHAVE-ANTERIOR                00027600
            END-IF.                                                     00027700
            READ SALDOATU.                                              00027800
                                                                        00027900
       1055-99-FIM.               EXIT.                                 00028000
                                                                        00028100
      *-------------------------------------------------------------*   00028200
       1100-TESTARSTATUS                      SECTION.                  00028300
      *-------------------------------------------------------------*   00028400
               IF WRK-FS-SALDOATU NOT EQUAL 0                           00028500
                MOVE '1000'                  TO WRK-SECAO               00028600
                MOVE 'ERRO OPEN SALDOATU - ' TO WRK-MSGERRO             00028700
                MOVE WRK-FS-SALDOATU         TO WRK-STATUS              00028800
                   PERFORM 9000-TRATARERROS                             00028900
               END-IF.                                                  00029000
               IF WRK-FS-TITULAR NOT EQUAL 0                            00029100
                MOVE '1001'                  TO WRK-SECAO               00029200
                MOVE 'ERRO OPEN TITULAR - '  TO WRK-MSGERRO             00029300
                MOVE WRK-FS-TITULAR          TO WRK-STATUS              00029400
                   PERFORM 9000-TRATARERROS                             00029500
               END-IF.                                                  00029600
               IF WRK-RW-STATUS NOT EQUAL '00'                          00029700
                MOVE '1002'                  TO WRK-SECAO               00029800
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00029900
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00030000
                   PERFORM 9000-TRATARERROS                             00030100
               END-IF.                                                  00030200
               READ TITULAR.                                            00030300
                                                                        00030400
       1100-99-FIM.               EXIT.                                 00030500
                                                                        00030600
      *-------------------------------------------------------------*   00030700
      *   O CADASTRO VEM EM ORDEM DE CPF/CNPJ, ENTAO A QUEBRA POR   *   00030800
      *   CLIENTE SAI DA PROPRIA LEITURA                            *   00030900
      *-------------------------------------------------------------*   00031000
       2000-PROCESSAR                         SECTION.                  00031100
      *-------------------------------------------------------------*   00031200
              ADD 1 TO WRK-ACUM-LIDOS.                                  00031300
              IF NOT TIT-CONTA-ENCERRADA                                00031400
                PERFORM 2100-LISTARCONTA                                00031500
              END-IF.                                                   00031600
              READ TITULAR.                                             00031700
                                                                        00031800
       2000-99-FIM.               EXIT.                                 00031900
                                                                        00032000
      *-------------------------------------------------------------*   00032100
       2100-LISTARCONTA                       SECTION.                  00032200
      *-------------------------------------------------------------*   00032300
               IF WRK-TEM-LINHA EQUAL 'S'                               00032400
                  AND TIT-CPFCNPJ NOT EQUAL WRK-CPFCNPJ-ANTERIOR        00032500
                 PERFORM 2200-TOTALIZARCLIENTE                          00032600
               END-IF.                                                  00032700
               PERFORM 2110-BUSCARSALDO.                                00032800
               ADD 1 TO WRK-ACUM-CONTAS.                                00032900
               MOVE SPACES               TO WRK-LINHA-CONTA.            00033000
               MOVE TIT-CPFCNPJ          TO WRK-LC-CPFCNPJ.             00033100
               MOVE TIT-TIPO-PESSOA      TO WRK-LC-TIPO-PESSOA.         00033200
               MOVE TIT-AGENCIA          TO WRK-LC-AGENCIA.             00033300
               MOVE TIT-CONTA            TO WRK-LC-CONTA.               00033400
               MOVE TIT-NOME             TO WRK-LC-NOME.                00033500
               MOVE TIT-TIPO-CONTA       TO WRK-LC-TIPO-CONTA.          00033600
               MOVE WRK-FECHAMENTO       TO WRK-LC-SALDO.               00033700
               MOVE WRK-BLOQUEADO        TO WRK-LC-BLOQUEADO.           00033800
               IF WRK-SEM-POSICAO EQUAL 'S'                             00033900
                 ADD 1 TO WRK-ACUM-SEMPOSICAO                           00034000
                 MOVE 'SEM POSICAO' TO WRK-LC-OBS                       00034100
               END-IF.                                                  00034200
               MOVE WRK-LINHA-CONTA TO WRK-RW-LINHA.                    00034300
               MOVE 'D' TO WRK-RW-FUNCAO.                               00034400
               CALL 'REPWRITE' USING WRK-REPW.                          00034500
               ADD 1                    TO WRK-CL-QTD.                  00034600
               ADD WRK-FECHAMENTO       TO WRK-CL-SALDO.                00034700
               ADD WRK-BLOQUEADO        TO WRK-CL-BLOQUEADO.            00034800
               MOVE TIT-CPFCNPJ TO WRK-CPFCNPJ-ANTERIOR.                00034900
               MOVE 'S' TO WRK-TEM-LINHA.                               00035000
                                                                        00035100
       2100-99-FIM.               EXIT.                                 00035200
                                                                        00035300
      *-------------------------------------------------------------*   00035400
       2110-BUSCARSALDO                       SECTION.                  00035500
      *-------------------------------------------------------------*   00035600
               MOVE ZEROS TO WRK-FECHAMENTO.                            00035700
               MOVE ZEROS TO WRK-BLOQUEADO.                             00035800
               MOVE 'S'   TO WRK-SEM-POSICAO.                           00035900
               IF WRK-SLD-QTD GREATER ZEROS                             00036000
                 MOVE TIT-AGENCIA TO WRK-CK-AGENCIA                     00036100
                 MOVE TIT-CONTA   TO WRK-CK-CONTA                       00036200
                 SEARCH ALL TAB-SLD-ITEM                                00036300
                   AT END                                               00036400
                     MOVE 'S' TO WRK-SEM-POSICAO                        00036500
                   WHEN TAB-SLD-CHAVE (TAB-SLD-IDX)                     00036600
                        EQUAL WRK-CHAVE-CONTA                           00036700
                     MOVE 'N' TO WRK-SEM-POSICAO                        00036800
                     MOVE TAB-SLD-FECHAMENTO (TAB-SLD-IDX)              00036900
                       TO WRK-FECHAMENTO                                00037000
                     MOVE TAB-SLD-BLOQUEADO  (TAB-SLD-IDX)              00037100
                       TO WRK-BLOQUEADO                                 00037200
                 END-SEARCH                                             00037300
               END-IF.                                                  00037400
                                                                        00037500
       2110-99-FIM.               EXIT.                                 00037600
                                                                        00037700
      *-------------------------------------------------------------*   00037800
       2200-TOTALIZARCLIENTE                  SECTION.                  00037900
      *-------------------------------------------------------------*   00038000
               ADD 1 TO WRK-ACUM-CLIENTES.                              00038100
               MOVE WRK-CPFCNPJ-ANTERIOR TO WRK-LK-CPFCNPJ.             00038200
               MOVE WRK-CL-QTD           TO WRK-LK-QTD.                 00038300
               MOVE WRK-CL-SALDO         TO WRK-LK-SALDO.               00038400
               MOVE WRK-CL-BLOQUEADO     TO WRK-LK-BLOQUEADO.           00038500
               MOVE WRK-LINHA-CLIENTE TO WRK-RW-LINHA.                  00038600
               MOVE 'D' TO WRK-RW-FUNCAO.                               00038700
               CALL 'REPWRITE' USING WRK-REPW.                          00038800
               ADD WRK-CL-SALDO      TO WRK-TOT-SALDO.                  00038900
               ADD WRK-CL-BLOQUEADO  TO WRK-TOT-BLOQUEADO.              00039000
               MOVE ZEROS TO WRK-CL-QTD.                                00039100
               MOVE ZEROS TO WRK-CL-SALDO.                              00039200
               MOVE ZEROS TO WRK-CL-BLOQUEADO.                          00039300
                                                                        00039400
       2200-99-FIM.               EXIT.                                 00039500
                                                                        00039600
      *-------------------------------------------------------------*   00039700
       3000-FINALIZAR                         SECTION.                  00039800
      *-------------------------------------------------------------*   00039900
               IF WRK-TEM-LINHA EQUAL 'S'                               00040000
                 PERFORM 2200-TOTALIZARCLIENTE                          00040100
               END-IF.                                                  00040200
               MOVE WRK-ACUM-CLIENTES   TO WRK-LT-CLIENTES.             00040300
               MOVE WRK-ACUM-CONTAS     TO WRK-LT-CONTAS.               00040400
               MOVE WRK-TOT-SALDO       TO WRK-LT-SALDO.                00040500
               MOVE WRK-TOT-BLOQUEADO   TO WRK-LT-BLOQUEADO.            00040600
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00040700
               MOVE 'T' TO WRK-RW-FUNCAO.                               00040800
               CALL 'REPWRITE' USING WRK-REPW.                          00040900
               CLOSE TITULAR.                                           00041000
               MOVE 'F' TO WRK-RW-FUNCAO.                               00041100
               CALL 'REPWRITE' USING WRK-REPW.                          00041200
               DISPLAY 'SALDOS CARREGADOS... ' WRK-ACUM-SALDOS.         00041300
               DISPLAY 'TITULARES LIDOS..... ' WRK-ACUM-LIDOS.          00041400
               DISPLAY 'CONTAS LISTADAS..... ' WRK-ACUM-CONTAS.         00041500
               DISPLAY 'CLIENTES............ ' WRK-ACUM-CLIENTES.       00041600
               DISPLAY 'CONTAS SEM POSICAO.. ' WRK-ACUM-SEMPOSICAO.     00041700
                                                                        00041800
       3000-99-FIM.               EXIT.                                 00041900
                                                                        00042000
      *-------------------------------------------------------------*   00042100
       9000-TRATARERROS                       SECTION.                  00042200
      *-------------------------------------------------------------*   00042300
             MOVE 'POSCONS'   TO WRK-PROGRAMA                           00042400
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00042500
                 GOBACK.                                                00042600
                                                                        00042700
       9000-99-FIM.               EXIT.                                 00042800

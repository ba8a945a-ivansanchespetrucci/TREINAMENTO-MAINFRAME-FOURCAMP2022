      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. DISTSEPA.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: SEPARAR POR DESTINATARIO AS PAGINAS DE UM       *   00001200
      *      RELATORIO DO DIA (RELPRT DO REPWRITE), CONFORME O      *   00001300
      *      ARQUIVO DE DISTRIBUICAO: QUEM RECEBE O RELATORIO       *   00001400
      *      INTEIRO LEVA TODAS AS PAGINAS; QUEM ESTA CADASTRADO    *   00001500
      *      POR AGENCIA OU REGIAO SO AS PAGINAS CUJA QUEBRA        *   00001600
      *      (CARIMBADA PELO REPWRITE NA LINHA DE DATA) BATE.       *   00001700
      *      RODA UM PASSO POR RELATORIO, ACRESCENTANDO NO          *   00001800
      *      DISTTRAB AS LINHAS DE CADA DESTINATARIO E, NO FIM, UM  *   00001900
      *      RESUMO POR DESTINATARIO PARA A CAPA DO PACOTE. PAGINA  *   00002000
      *      QUE NINGUEM RECEBE VAI PARA O DESTINATARIO SEMDESTI    *   00002100
      *      (OPERACAO), PARA NAO SUMIR, E GERA AVISO.              *   00002200
      *-------------------------------------------------------------*   00002300
      *   ARQUIVOS...:                                              *   00002400
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002500
      *    DISTRIB              I                  #DISTRIB         *   00002600
      *    DESTINO              I                  #DESTINO         *   00002700
      *    RELPRT               I                  -----------      *   00002800
      *    DISTTRAB             O   (EXTEND)       #DISTTRB         *   00002900
      *-------------------------------------------------------------*   00003000
      *   MODULOS....:                             INCLUDE/BOOK     *   00003100
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003200
      *=============================================================*   00003300
                                                                        00003400
      *=============================================================*   00003500
       ENVIRONMENT                               DIVISION.              00003600
      *=============================================================*   00003700
                                                                        00003800
      *=============================================================*   00003900
       CONFIGURATION                               SECTION.             00004000
      *=============================================================*   00004100
       SPECIAL-NAMES.                                                   00004200
           DECIMAL-POINT IS COMMA.                                      00004300
                                                                        00004400
                                                                        00004500
       INPUT-OUTPUT                                SECTION.             00004600
       FILE-CONTROL.                                                    00004700
           SELECT DISTRIB   ASSIGN TO DISTRIB                           00004800
               FILE STATUS  IS WRK-FS-DISTRIB.                          00004900
           SELECT DESTINO   ASSIGN TO DESTINO                           00005000
               FILE STATUS  IS WRK-FS-DESTINO.                          00005100
           SELECT RELPRT    ASSIGN TO RELPRT                            00005200
               FILE STATUS  IS WRK-FS-RELPRT.                           00005300
           SELECT DISTTRAB  ASSIGN TO DISTTRAB                          00005400
               FILE STATUS  IS WRK-FS-DISTTRAB.                         00005500
                                                                        00005600
      *=============================================================*   00005700
       DATA                                      DIVISION.              00005800
      *=============================================================*   00005900
       FILE                                      SECTION.               00006000
                                                                        00006100
      *-------------------------------------------------------------*   00006200
      *   DISTRIB - RELATORIO/QUEBRA X DESTINATARIO                 *   00006300
      *-------------------------------------------------------------*   00006400
       FD DISTRIB                                                       00006500
           RECORDING  MODE IS F                                         00006600
           BLOCK CONTAINS 0 RECORDS.                                    00006700
                                                                        00006800
       COPY '#DISTRIB'.                                                 00006900
                                                                        00007000
      *-------------------------------------------------------------*   00007100
      *   DESTINO - CADASTRO DE DESTINATARIOS                       *   00007200
      *-------------------------------------------------------------*   00007300
       FD DESTINO                                                       00007400
           RECORDING  MODE IS F                                         00007500
           BLOCK CONTAINS 0 RECORDS.                                    00007600
                                                                        00007700
       COPY '#DESTINO'.                                                 00007800
                                                                        00007900
      *-------------------------------------------------------------*   00008000
      *   RELPRT - RELATORIO DO DIA, NO LAYOUT DO REPWRITE (133,    *   00008100
      *      ASA NA COLUNA 1). A SEGUNDA LINHA DE CADA PAGINA E A   *   00008200
      *      LINHA DE DATA, COM A QUEBRA DE DISTRIBUICAO NAS        *   00008300
      *      MESMAS POSICOES DO WRK-CAB-DATA DO REPWRITE.           *   00008400
      *-------------------------------------------------------------*   00008500
       FD RELPRT                                                        00008600
           RECORDING  MODE IS F                                         00008700
           BLOCK CONTAINS 0 RECORDS.                                    00008800
                                                                        00008900
       01 REG-RELPRT.                                                   00009000
          05 PRT-CARRO           PIC X(01).                             00009100
          05 PRT-LINHA           PIC X(132).                            00009200
                                                                        00009300
       01 REG-RELPRT-DATA.                                              00009400
          05 FILLER              PIC X(01).                             00009500
          05 FILLER              PIC X(54).                             00009600
          05 PRT-ROT-AGENCIA     PIC X(09).                             00009700
          05 PRT-AGENCIA         PIC X(04).                             00009800
          05 PRT-ROT-REGIAO      PIC X(10).                             00009900
          05 PRT-REGIAO          PIC X(15).                             00010000
          05 FILLER              PIC X(40).                             00010100
                                                                        00010200
      *-------------------------------------------------------------*   00010300
      *   DISTTRAB - LINHAS SEPARADAS POR DESTINATARIO              *   00010400
      *-------------------------------------------------------------*   00010500
       FD DISTTRAB                                                      00010600
           RECORDING  MODE IS F                                         00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
                                                                        00010900
       COPY '#DISTTRB'.                                                 00011000
                                                                        00011100
      *=============================================================*   00011200
       WORKING-STORAGE                             SECTION.             00011300
      *=============================================================*   00011400
                                                                        00011500
       01 FILLER         PIC X(64) VALUE                                00011600
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00011700
      *-------------------------------------------------------------*   00011800
       77 WRK-FS-DISTRIB   PIC 9(02).                                   00011900
       77 WRK-FS-DESTINO   PIC 9(02).                                   00012000
       77 WRK-FS-RELPRT    PIC 9(02).                                   00012100
       77 WRK-FS-DISTTRAB  PIC 9(02).                                   00012200
                                                                        00012300
       01 FILLER         PIC X(64) VALUE                                00012400
           '-----------RELATORIO A DISTRIBUIR------------'.             00012500
      *-------------------------------------------------------------*   00012600
       77 WRK-RELATORIO        PIC X(08) VALUE SPACES.                  00012700
                                                                        00012800
       01 FILLER         PIC X(64) VALUE                                00012900
           '-----------DESTINATARIOS---------------------'.             00013000
      *-------------------------------------------------------------*   00013100
       77 WRK-DST-QTD          PIC 9(03) VALUE ZEROS.                   00013200
       77 WRK-DST-ACHOU        PIC 9     VALUE 0.                       00013300
       77 WRK-DST-PROCURADO    PIC X(08) VALUE SPACES.                  00013400
       77 WRK-DST-POSICAO      PIC 9(03) VALUE ZEROS.                   00013500
       77 WRK-DST-SEM-DESTINO  PIC 9(03) VALUE ZEROS.                   00013600
                                                                        00013700
       01 TAB-DESTINOS.                                                 00013800
          05 TAB-DST-ITEM OCCURS 300 TIMES                              00013900
                          INDEXED BY TAB-DST-IDX.                       00014000
             10 TAB-DST-CODIGO    PIC X(08).                            00014100
             10 TAB-DST-NOME      PIC X(30).                            00014200
             10 TAB-DST-CANAL     PIC X(01).                            00014300
             10 TAB-DST-ENDERECO  PIC X(33).                            00014400
             10 TAB-DST-SELECAO   PIC X(01).                            00014500
             10 TAB-DST-PAGINAS   PIC 9(05).                            00014600
             10 TAB-DST-LINHAS    PIC 9(07).                            00014700
                                                                        00014800
       01 FILLER         PIC X(64) VALUE                                00014900
           '-----------ROTAS DO RELATORIO----------------'.             00015000
      *-------------------------------------------------------------*   00015100
       77 WRK-ROT-QTD          PIC 9(03) VALUE ZEROS.                   00015200
                                                                        00015300
       01 TAB-ROTAS.                                                    00015400
          05 TAB-ROT-ITEM OCCURS 300 TIMES                              00015500
                          INDEXED BY TAB-ROT-IDX.                       00015600
             10 TAB-ROT-TIPO      PIC X(01).                            00015700
             10 TAB-ROT-QUEBRA    PIC X(15).                            00015800
             10 TAB-ROT-DESTINO   PIC 9(03).                            00015900
                                                                        00016000
       01 FILLER         PIC X(64) VALUE                                00016100
           '-----------PAGINA CORRENTE-------------------'.             00016200
      *-------------------------------------------------------------*   00016300
       77 WRK-AGUARDA-DATA     PIC X(01) VALUE 'N'.                     00016400
       77 WRK-PAGINA-ROTEADA   PIC X(01) VALUE 'N'.                     00016500
       77 WRK-PAG-AGENCIA      PIC X(04) VALUE SPACES.                  00016600
       77 WRK-PAG-REGIAO       PIC X(15) VALUE SPACES.                  00016700
       77 WRK-SEQUENCIA        PIC 9(07) VALUE ZEROS.                   00016800
                                                                        00016900
       01 WRK-LINHA-TITULO.                                             00017000
          05 WRK-LT-CARRO        PIC X(01).                             00017100
          05 WRK-LT-LINHA        PIC X(132).                            00017200
                                                                        00017300
       01 WRK-LINHA-SAIDA.                                              00017400
          05 WRK-LS-CARRO        PIC X(01).                             00017500
          05 WRK-LS-LINHA        PIC X(132).                            00017600
                                                                        00017700
       01 FILLER         PIC X(64) VALUE                                00017800
           '-----------ACUMULADORES----------------------'.             00017900
      *-------------------------------------------------------------*   00018000
       77 WRK-ACUM-LIDAS       PIC 9(07) VALUE ZEROS.                   00018100
       77 WRK-ACUM-PAGINAS     PIC 9(05) VALUE ZEROS.                   00018200
       77 WRK-ACUM-SEM-DESTINO PIC 9(05) VALUE ZEROS.                   00018300
       77 WRK-ACUM-GRAVADAS    PIC 9(07) VALUE ZEROS.                   00018400
       77 WRK-ACUM-DESTINOS    PIC 9(03) VALUE ZEROS.                   00018500
       77 WRK-ACUM-IGNORADAS   PIC 9(03) VALUE ZEROS.                   00018600
                                                                        00018700
       01 FILLER         PIC X(64) VALUE                                00018800
           '-----------DATA DE PROCESSAMENTO--------------'.            00018900
      *-------------------------------------------------------------*   00019000
       COPY 'DATAPROC'.                                                 00019100
                                                                        00019200
       01 FILLER         PIC X(64) VALUE                                00019300
           '-----------CHAMAR TRATA ERROS----------------'.             00019400
                                                                        00019500
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00019600
                                                                        00019700
       COPY 'VARERROS'.                                                 00019800
                                                                        00019900
      *=============================================================*   00020000
       PROCEDURE DIVISION.                                              00020100
      *=============================================================*   00020200
                                                                        00020300
      *-------------------------------------------------------------*   00020400
       0000-PRINCIPAL                         SECTION.                  00020500
      *-------------------------------------------------------------*   00020600
            PERFORM 1000-INICIAR.                                       00020700
            PERFORM 1100-TESTARSTATUS.                                  00020800
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-RELPRT EQUAL 10.        00020900
            PERFORM 3000-FINALIZAR.                                     00021000
            STOP RUN.                                                   00021100
                                                                        00021200
       0000-99-FIM.               EXIT.                                 00021300
                                                                        00021400
      *-------------------------------------------------------------*   00021500
      *   SYSIN: DATA DE PROCESSAMENTO E NOME DO PROGRAMA QUE       *   00021600
      *   EMITIU O RELATORIO (CHAVE DO DISTRIB)                     *   00021700
      *-------------------------------------------------------------*   00021800
       1000-INICIAR                           SECTION.                  00021900
      *-------------------------------------------------------------*   00022000
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00022100
            ACCEPT WRK-RELATORIO          FROM SYSIN.                   00022200
            PERFORM 1200-CARREGARDESTINOS.                              00022300
            PERFORM 1300-CARREGARROTAS.                                 00022400
            OPEN INPUT  RELPRT.                                         00022500
            OPEN EXTEND DISTTRAB.                                       00022600
                                                                        00022700
       1000-99-FIM.               EXIT.                                 00022800
                                                                        00022900
      *-------------------------------------------------------------*   00023000
       1100-TESTARSTATUS                      SECTION.                  00023100
      *-------------------------------------------------------------*   00023200
               IF WRK-FS-RELPRT NOT EQUAL 0                             00023300
                MOVE '1100'                  TO WRK-SECAO               00023400
                MOVE 'ERRO OPEN RELPRT - '   TO WRK-MSGERRO             00023500
                MOVE WRK-FS-RELPRT           TO WRK-STATUS              00023600
                   PERFORM 9000-TRATARERROS                             00023700
               END-IF.                                                  00023800
               IF WRK-FS-DISTTRAB NOT EQUAL 0                           00023900
                MOVE '1101'                  TO WRK-SECAO               00024000
                MOVE 'ERRO OPEN DISTTRAB - ' TO WRK-MSGERRO             00024100
                MOVE WRK-FS-DISTTRAB         TO WRK-STATUS              00024200
                   PERFORM 9000-TRATARERROS                             00024300
               END-IF.                                                  00024400
               READ RELPRT.                                             00024500
                                                                        00024600
       1100-99-FIM.               EXIT.                                 00024700
                                                                        00024800
      *-------------------------------------------------------------*   00024900
      *   CADASTRO DE DESTINATARIOS EM TABELA; O SEMDESTI, QUE      *   00025000
      *   RECEBE AS PAGINAS SEM DONO, ENTRA COM VALORES PADRAO SE   *   00025100
      *   NAO ESTIVER CADASTRADO                                    *   00025200
      *-------------------------------------------------------------*   00025300
       1200-CARREGARDESTINOS                  SECTION.                  00025400
      *-------------------------------------------------------------*   00025500
            OPEN INPUT DESTINO.                                         00025600
            IF WRK-FS-DESTINO NOT EQUAL 0                               00025700
              MOVE '1200'                  TO WRK-SECAO                 00025800
              MOVE 'ERRO OPEN DESTINO - '  TO WRK-MSGERRO               00025900
              MOVE WRK-FS-DESTINO          TO WRK-STATUS                00026000
              PERFORM 9000-TRATARERROS                                  00026100
            END-IF.                                                     00026200
            READ DESTINO.                                               00026300
            PERFORM 1210-GUARDARDESTINO                                 00026400
               UNTIL WRK-FS-DESTINO EQUAL 10                            00026500
                  OR WRK-DST-QTD NOT LESS 299.                          00026600
            IF WRK-FS-DESTINO NOT EQUAL 10                              00026700
              MOVE '1200'                  TO WRK-SECAO                 00026800
              MOVE 'CADASTRO DESTINO EXCEDE A TABELA DE 299'            00026900
                TO WRK-MSGERRO                                          00027000
              MOVE '00'                    TO WRK-STATUS                00027100
              PERFORM 9010-TRATARAVISO                                  00027200
            END-IF.                                                     00027300
            CLOSE DESTINO.                                              00027400
            MOVE 'SEMDESTI' TO WRK-DST-PROCURADO.                       00027500
            PERFORM 2500-PESQUISARDESTINO.                              00027600
            IF WRK-DST-ACHOU EQUAL 0                                    00027700
              ADD 1 TO WRK-DST-QTD                                      00027800
              SET TAB-DST-IDX TO WRK-DST-QTD                            00027900
              MOVE 'SEMDESTI' TO TAB-DST-CODIGO   (TAB-DST-IDX)         00028000
              MOVE 'PAGINAS SEM DESTINATARIO'                           00028100
                              TO TAB-DST-NOME     (TAB-DST-IDX)         00028200
              MOVE 'I'        TO TAB-DST-CANAL    (TAB-DST-IDX)         00028300
              MOVE 'OPERACAO - SALA DE IMPRESSAO'                       00028400
                              TO TAB-DST-ENDERECO (TAB-DST-IDX)         00028500
              MOVE 'N'        TO TAB-DST-SELECAO  (TAB-DST-IDX)         00028600
              MOVE ZEROS      TO TAB-DST-PAGINAS  (TAB-DST-IDX)         00028700
              MOVE ZEROS      TO TAB-DST-LINHAS   (TAB-DST-IDX)         00028800
              MOVE WRK-DST-QTD TO WRK-DST-SEM-DESTINO                   00028900
            ELSE                                                        00029000
              MOVE WRK-DST-POSICAO TO WRK-DST-SEM-DESTINO               00029100
            END-IF.                                                     00029200
                                                                        00029300
       1200-99-FIM.               EXIT.                                 00029400
                                                                        00029500
      *-------------------------------------------------------------*   00029600
       1210-GUARDARDESTINO                    SECTION.                  00029700
      *-------------------------------------------------------------*   00029800
            ADD 1 TO WRK-DST-QTD.                                       00029900
            SET TAB-DST-IDX TO WRK-DST-QTD.                             00030000
            MOVE DST-CODIGO   TO TAB-DST-CODIGO   (TAB-DST-IDX).        00030100
            MOVE DST-NOME     TO TAB-DST-NOME     (TAB-DST-IDX).        00030200
            MOVE DST-CANAL    TO TAB-DST-CANAL    (TAB-DST-IDX).        00030300
            MOVE DST-ENDERECO TO TAB-DST-ENDERECO (TAB-DST-IDX).        00030400
            MOVE 'N'          TO TAB-DST-SELECAO  (TAB-DST-IDX).        00030500
            MOVE ZEROS        TO TAB-DST-PAGINAS  (TAB-DST-IDX).        00030600
            MOVE ZEROS        TO TAB-DST-LINHAS   (TAB-DST-IDX).        00030700
            READ DESTINO.                                               00030800
                                                                        00030900
       1210-99-FIM.               EXIT.                                 00031000
                                                                        00031100
      *-------------------------------------------------------------*   00031200
      *   SO AS LINHAS ATIVAS DO DISTRIB PARA ESTE RELATORIO; LINHA *   00031300
      *   COM DESTINATARIO FORA DO CADASTRO E IGNORADA COM AVISO    *   00031400
      *-------------------------------------------------------------*   00031500
       1300-CARREGARROTAS                     SECTION.                  00031600
      *-------------------------------------------------------------*   00031700
            OPEN INPUT DISTRIB.                                         00031800
            IF WRK-FS-DISTRIB NOT EQUAL 0                               00031900
              MOVE '1300'                  TO WRK-SECAO                 00032000
              MOVE 'ERRO OPEN DISTRIB - '  TO WRK-MSGERRO               00032100
              MOVE WRK-FS-DISTRIB          TO WRK-STATUS                00032200
              PERFORM 9000-TRATARERROS                                  00032300
            END-IF.                                                     00032400
            READ DISTRIB.                                               00032500
            PERFORM 1310-GUARDARROTA                                    00032600
               UNTIL WRK-FS-DISTRIB EQUAL 10.                           00032700
            CLOSE DISTRIB.                                              00032800
            IF WRK-ROT-QTD EQUAL ZEROS                                  00032900
              MOVE '1300'                  TO WRK-SECAO                 00033000
              MOVE 'RELATORIO SEM DISTRIBUICAO CADASTRADA'              00033100
                TO WRK-MSGERRO                                          00033200
              MOVE '00'                    TO WRK-STATUS                00033300
              PERFORM 9010-TRATARAVISO                                  00033400
            END-IF.                                                     00033500
                                                                        00033600
       1300-99-FIM.               EXIT.                                 00033700
                                                                        00033800
      *-------------------------------------------------------------*   00033900
       1310-GUARDARROTA                       SECTION.                  00034000
      *-------------------------------------------------------------*   00034100
            IF DIS-RELATORIO EQUAL WRK-RELATORIO                        00034200
               AND DIS-ATIVA                                            00034300
              MOVE DIS-DESTINATARIO TO WRK-DST-PROCURADO                00034400
              PERFORM 2500-PESQUISARDESTINO                             00034500
              IF WRK-DST-ACHOU EQUAL 0                                  00034600
                 OR WRK-ROT-QTD NOT LESS 300                            00034700
                 OR (NOT DIS-RELATORIO-INTEIRO                          00034800
                     AND NOT DIS-POR-AGENCIA                            00034900
                     AND NOT DIS-POR-REGIAO)                            00035000
                ADD 1 TO WRK-ACUM-IGNORADAS                             00035100
                MOVE '1310'                  TO WRK-SECAO               00035200
                MOVE 'LINHA DO DISTRIB IGNORADA - '                     00035300
                  TO WRK-MSGERRO                                        00035400
                MOVE DIS-DESTINATARIO        TO WRK-MSGERRO (29:8)      00035500
                MOVE '00'                    TO WRK-STATUS              00035600
                PERFORM 9010-TRATARAVISO                                00035700
              ELSE                                                      00035800
                ADD 1 TO WRK-ROT-QTD                                    00035900
                SET TAB-ROT-IDX TO WRK-ROT-QTD                          00036000
                MOVE DIS-TIPO-QUEBRA TO TAB-ROT-TIPO    (TAB-ROT-IDX)   00036100
                MOVE DIS-QUEBRA      TO TAB-ROT-QUEBRA  (TAB-ROT-IDX)   00036200
                MOVE WRK-DST-POSICAO TO TAB-ROT-DESTINO (TAB-ROT-IDX)   00036300
              END-IF                                                    00036400
            END-IF.                                                     00036500
            READ DISTRIB.                                               00036600
                                                                        00036700
       1310-99-FIM.               EXIT.                                 00036800
                                                                        00036900
      *-------------------------------------------------------------*   00037000
      *   PAGINA NOVA (CARRO 1): GUARDA O TITULO ATE A LINHA DE     *   00037100
      *   DATA, QUE TRAZ A QUEBRA E DECIDE OS DESTINATARIOS. LINHA  *   00037200
      *   ANTES DO PRIMEIRO TITULO SEGUE COMO PAGINA SEM QUEBRA     *   00037300
      *-------------------------------------------------------------*   00037400
       2000-PROCESSAR                         SECTION.                  00037500
      *-------------------------------------------------------------*   00037600
              ADD 1 TO WRK-ACUM-LIDAS.                                  00037700
              IF PRT-CARRO EQUAL '1'                                    00037800
                IF WRK-AGUARDA-DATA EQUAL 'S'                           00037900
                  MOVE SPACES TO WRK-PAG-AGENCIA                        00038000
                  MOVE SPACES TO WRK-PAG-REGIAO                         00038100
                  PERFORM 2100-ROTEARPAGINA                             00038200
                  MOVE WRK-LINHA-TITULO TO WRK-LINHA-SAIDA              00038300
                  PERFORM 2300-DISTRIBUIRLINHA                          00038400
                END-IF                                                  00038500
                MOVE REG-RELPRT TO WRK-LINHA-TITULO                     00038600
                MOVE 'S'        TO WRK-AGUARDA-DATA                     00038700
              ELSE                                                      00038800
                IF WRK-AGUARDA-DATA EQUAL 'S'                           00038900
                  MOVE SPACES TO WRK-PAG-AGENCIA                        00039000
                  MOVE SPACES TO WRK-PAG-REGIAO                         00039100
                  IF PRT-ROT-AGENCIA EQUAL 'AGENCIA: '                  00039200
                    MOVE PRT-AGENCIA TO WRK-PAG-AGENCIA                 00039300
                  END-IF                                                00039400
                  IF PRT-ROT-REGIAO EQUAL '  REGIAO: '                  00039500
                    MOVE PRT-REGIAO  TO WRK-PAG-REGIAO                  00039600
                  END-IF                                                00039700
                  PERFORM 2100-ROTEARPAGINA                             00039800
                  MOVE WRK-LINHA-TITULO TO WRK-LINHA-SAIDA              00039900
                  PERFORM 2300-DISTRIBUIRLINHA                          00040000
                  MOVE 'N' TO WRK-AGUARDA-DATA                          00040100
                ELSE                                                    00040200
                  IF WRK-ACUM-PAGINAS EQUAL ZEROS                       00040300
                    MOVE SPACES TO WRK-PAG-AGENCIA                      00040400
                    MOVE SPACES TO WRK-PAG-REGIAO                       00040500
                    PERFORM 2100-ROTEARPAGINA                           00040600
                  END-IF                                                00040700
                END-IF                                                  00040800
                MOVE REG-RELPRT TO WRK-LINHA-SAIDA                      00040900
                PERFORM 2300-DISTRIBUIRLINHA                            00041000
              END-IF.                                                   00041100
              READ RELPRT.                                              00041200
                                                                        00041300
       2000-99-FIM.               EXIT.                                 00041400
                                                                        00041500
      *-------------------------------------------------------------*   00041600
      *   MARCA OS DESTINATARIOS DA PAGINA; UM DESTINATARIO COM     *   00041700
      *   MAIS DE UMA ROTA QUE BATE RECEBE A PAGINA UMA VEZ SO      *   00041800
      *-------------------------------------------------------------*   00041900
       2100-ROTEARPAGINA                      SECTION.                  00042000
      *-------------------------------------------------------------*   00042100
               ADD 1   TO WRK-ACUM-PAGINAS.                             00042200
               MOVE 'N' TO WRK-PAGINA-ROTEADA.                          00042300
               PERFORM 2110-DESMARCARDESTINO                            00042400
                  VARYING TAB-DST-IDX FROM 1 BY 1                       00042500
                    UNTIL TAB-DST-IDX GREATER WRK-DST-QTD.              00042600
               PERFORM 2120-AVALIARROTA                                 00042700
                  VARYING TAB-ROT-IDX FROM 1 BY 1                       00042800
                    UNTIL TAB-ROT-IDX GREATER WRK-ROT-QTD.              00042900
               IF WRK-PAGINA-ROTEADA EQUAL 'N'                          00043000
                 ADD 1 TO WRK-ACUM-SEM-DESTINO                          00043100
                 SET TAB-DST-IDX TO WRK-DST-SEM-DESTINO                 00043200
                 PERFORM 2130-MARCARDESTINO                             00043300
               END-IF.                                                  00043400
                                                                        00043500
       2100-99-FIM.               EXIT.                                 00043600
                                                                        00043700
      *-------------------------------------------------------------*   00043800
       2110-DESMARCARDESTINO                  SECTION.                  00043900
      *-------------------------------------------------------------*   00044000
               MOVE 'N' TO TAB-DST-SELECAO (TAB-DST-IDX).               00044100
                                                                        00044200
       2110-99-FIM.               EXIT.                                 00044300
                                                                        00044400
      *-------------------------------------------------------------*   00044500
       2120-AVALIARROTA                       SECTION.                  00044600
      *-------------------------------------------------------------*   00044700
               IF TAB-ROT-TIPO (TAB-ROT-IDX) EQUAL ' '                  00044800
                  OR (TAB-ROT-TIPO (TAB-ROT-IDX) EQUAL 'A'              00044900
                      AND WRK-PAG-AGENCIA NOT EQUAL SPACES              00045000
                      AND TAB-ROT-QUEBRA (TAB-ROT-IDX)                  00045100
                          EQUAL WRK-PAG-AGENCIA)                        00045200
                  OR (TAB-ROT-TIPO (TAB-ROT-IDX) EQUAL 'R'              00045300
                      AND WRK-PAG-REGIAO NOT EQUAL SPACES               00045400
                      AND TAB-ROT-QUEBRA (TAB-ROT-IDX)                  00045500
                          EQUAL WRK-PAG-REGIAO)                         00045600
                 MOVE 'S' TO WRK-PAGINA-ROTEADA                         00045700
                 SET TAB-DST-IDX TO TAB-ROT-DESTINO (TAB-ROT-IDX)       00045800
                 PERFORM 2130-MARCARDESTINO                             00045900
               END-IF.                                                  00046000
                                                                        00046100
       2120-99-FIM.               EXIT.                                 00046200
                                                                        00046300
      *-------------------------------------------------------------*   00046400
       2130-MARCARDESTINO                     SECTION.                  00046500
      *-------------------------------------------------------------*   00046600
               IF TAB-DST-SELECAO (TAB-DST-IDX) EQUAL 'N'               00046700
                 MOVE 'S' TO TAB-DST-SELECAO (TAB-DST-IDX)              00046800
                 ADD 1    TO TAB-DST-PAGINAS (TAB-DST-IDX)              00046900
               END-IF.                                                  00047000
                                                                        00047100
       2130-99-FIM.               EXIT.                                 00047200
                                                                        00047300
      *-------------------------------------------------------------*   00047400
      *   A LINHA VAI PARA CADA DESTINATARIO MARCADO NA PAGINA      *   00047500
      *-------------------------------------------------------------*   00047600
       2300-DISTRIBUIRLINHA                   SECTION.                  00047700
      *-------------------------------------------------------------*   00047800
               ADD 1 TO WRK-SEQUENCIA.                                  00047900
               PERFORM 2310-GRAVARLINHA                                 00048000
                  VARYING TAB-DST-IDX FROM 1 BY 1                       00048100
                    UNTIL TAB-DST-IDX GREATER WRK-DST-QTD.              00048200
                                                                        00048300
       2300-99-FIM.               EXIT.                                 00048400
                                                                        00048500
      *-------------------------------------------------------------*   00048600
       2310-GRAVARLINHA                       SECTION.                  00048700
      *-------------------------------------------------------------*   00048800
               IF TAB-DST-SELECAO (TAB-DST-IDX) EQUAL 'S'               00048900
                 MOVE SPACES TO REG-DISTTRB                             00049000
                 MOVE 'D'    TO DTR-TIPO                                00049100
                 MOVE WRK-SEQUENCIA TO DTR-SEQUENCIA                    00049200
                 MOVE ZEROS  TO DTR-PAGINAS                             00049300
                 MOVE ZEROS  TO DTR-LINHAS                              00049400
                 PERFORM 2400-MONTARDESTINO                             00049500
                 MOVE WRK-LS-CARRO TO DTR-CARRO                         00049600
                 MOVE WRK-LS-LINHA TO DTR-LINHA                         00049700
                 WRITE REG-DISTTRB                                      00049800
                 ADD 1 TO TAB-DST-LINHAS (TAB-DST-IDX)                  00049900
                 ADD 1 TO WRK-ACUM-GRAVADAS                             00050000
               END-IF.                                                  00050100
                                                                        00050200
       2310-99-FIM.               EXIT.                                 00050300
                                                                        00050400
      *-------------------------------------------------------------*   00050500
       2400-MONTARDESTINO                     SECTION.                  00050600
      *-------------------------------------------------------------*   00050700
               MOVE TAB-DST-CODIGO   (TAB-DST-IDX) TO DTR-DESTINATARIO. 00050800
               MOVE WRK-RELATORIO                  TO DTR-RELATORIO.    00050900
               MOVE TAB-DST-NOME     (TAB-DST-IDX) TO DTR-NOME.         00051000
               MOVE TAB-DST-CANAL    (TAB-DST-IDX) TO DTR-CANAL.        00051100
               MOVE TAB-DST-ENDERECO (TAB-DST-IDX) TO DTR-ENDERECO.     00051200
               MOVE WRK-DATA-PROCESSAMENTO         TO DTR-DATAPROC.     00051300
                                                                        00051400
       2400-99-FIM.               EXIT.                                 00051500
                                                                        00051600
      *-------------------------------------------------------------*   00051700
       2500-PESQUISARDESTINO                  SECTION.                  00051800
      *-------------------------------------------------------------*   00051900
               MOVE 0     TO WRK-DST-ACHOU.                             00052000
               MOVE ZEROS TO WRK-DST-POSICAO.                           00052100
               PERFORM 2510-TESTARDESTINO                               00052200
                  VARYING TAB-DST-IDX FROM 1 BY 1                       00052300
                    UNTIL TAB-DST-IDX GREATER WRK-DST-QTD               00052400
                       OR WRK-DST-ACHOU EQUAL 1.                        00052500
                                                                        00052600
       2500-99-FIM.               EXIT.                                 00052700
                                                                        00052800
      *-------------------------------------------------------------*   00052900
       2510-TESTARDESTINO                     SECTION.                  00053000
      *-------------------------------------------------------------*   00053100
               IF TAB-DST-CODIGO (TAB-DST-IDX) EQUAL WRK-DST-PROCURADO  00053200
                 MOVE 1 TO WRK-DST-ACHOU                                00053300
                 SET WRK-DST-POSICAO TO TAB-DST-IDX                     00053400
               END-IF.                                                  00053500
                                                                        00053600
       2510-99-FIM.               EXIT.                                 00053700
                                                                        00053800
      *-------------------------------------------------------------*   00053900
      *   RESUMO POR DESTINATARIO QUE RECEBEU PAGINA: VAI PARA A    *   00054000
      *   CAPA DO PACOTE E PARA O LOG DE DISTRIBUICAO               *   00054100
      *-------------------------------------------------------------*   00054200
       3000-FINALIZAR                         SECTION.                  00054300
      *-------------------------------------------------------------*   00054400
               IF WRK-AGUARDA-DATA EQUAL 'S'                            00054500
                 MOVE SPACES TO WRK-PAG-AGENCIA                         00054600
                 MOVE SPACES TO WRK-PAG-REGIAO                          00054700
                 PERFORM 2100-ROTEARPAGINA                              00054800
                 MOVE WRK-LINHA-TITULO TO WRK-LINHA-SAIDA               00054900
                 PERFORM 2300-DISTRIBUIRLINHA                           00055000
               END-IF.                                                  00055100
               PERFORM 3100-GRAVARRESUMO                                00055200
                  VARYING TAB-DST-IDX FROM 1 BY 1                       00055300
                    UNTIL TAB-DST-IDX GREATER WRK-DST-QTD.              00055400
               IF WRK-ACUM-SEM-DESTINO GREATER ZEROS                    00055500
                 MOVE '3000'                  TO WRK-SECAO              00055600
                 MOVE 'PAGINAS SEM DESTINATARIO - VER SEMDESTI'         00055700
                   TO WRK-MSGERRO                                       00055800
                 MOVE '00'                    TO WRK-STATUS             00055900
                 PERFORM 9010-TRATARAVISO                               00056000
               END-IF.                                                  00056100
               CLOSE RELPRT.                                            00056200
               CLOSE DISTTRAB.                                          00056300
               DISPLAY 'RELATORIO............ ' WRK-RELATORIO.          00056400
               DISPLAY 'LINHAS LIDAS......... ' WRK-ACUM-LIDAS.         00056500
               DISPLAY 'PAGINAS.............. ' WRK-ACUM-PAGINAS.       00056600
               DISPLAY 'PAGINAS SEM DESTINO.. ' WRK-ACUM-SEM-DESTINO.   00056700
               DISPLAY 'DESTINATARIOS........ ' WRK-ACUM-DESTINOS.      00056800
               DISPLAY 'LINHAS GRAVADAS...... ' WRK-ACUM-GRAVADAS.      00056900
               DISPLAY 'ROTAS IGNORADAS...... ' WRK-ACUM-IGNORADAS.     00057000
                                                                        00057100
       3000-99-FIM.               EXIT.                                 00057200
                                                                        00057300
      *-------------------------------------------------------------*   00057400
       3100-GRAVARRESUMO                      SECTION.                  00057500
      *-------------------------------------------------------------*   00057600
               IF TAB-DST-LINHAS (TAB-DST-IDX) GREATER ZEROS            00057700
                 ADD 1 TO WRK-ACUM-DESTINOS                             00057800
                 MOVE SPACES TO REG-DISTTRB                             00057900
                 MOVE 'C'    TO DTR-TIPO                                00058000
                 MOVE ZEROS  TO DTR-SEQUENCIA                           00058100
                 PERFORM 2400-MONTARDESTINO                             00058200
                 MOVE TAB-DST-PAGINAS (TAB-DST-IDX) TO DTR-PAGINAS      00058300
                 MOVE TAB-DST-LINHAS  (TAB-DST-IDX) TO DTR-LINHAS       00058400
                 WRITE REG-DISTTRB                                      00058500
               END-IF.                                                  00058600
                                                                        00058700
       3100-99-FIM.               EXIT.                                 00058800
                                                                        00058900
      *-------------------------------------------------------------*   00059000
       9000-TRATARERROS                       SECTION.                  00059100
      *-------------------------------------------------------------*   00059200
             MOVE 'DISTSEPA'  TO WRK-PROGRAMA                           00059300
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00059400
                 GOBACK.                                                00059500
                                                                        00059600
       9000-99-FIM.               EXIT.                                 00059700
                                                                        00059800
      *-------------------------------------------------------------*   00059900
       9010-TRATARAVISO                       SECTION.                  00060000
      *-------------------------------------------------------------*   00060100
             MOVE 'DISTSEPA'  TO WRK-PROGRAMA                           00060200
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00060300
                                                                        00060400
       9010-99-FIM.               EXIT.                                 00060500

      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. ATUBLOQ.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: MANUTENCAO DIARIA DO MESTRE DE ORDENS JUDICIAIS *   00001200
      *      DE BLOQUEIO (BLOQJUD) PELAS ORDENS RECEBIDAS DO        *   00001300
      *      JURIDICO: I INCLUSAO DE ORDEM NOVA (VALOR, VARA, DATA  *   00001400
      *      DE VIGENCIA E, SE A ORDEM JA VIER COM PRAZO, DATA DE   *   00001500
      *      LIBERACAO) E L LIBERACAO DE ORDEM EXISTENTE (DATA DE   *   00001600
      *      LIBERACAO INFORMADA OU, EM BRANCO, A DATA DE           *   00001700
      *      PROCESSAMENTO). BALANCE LINE COMO O ATUCONTA: GERACAO  *   00001800
      *      DE ONTEM + ORDENS DO DIA (AMBOS EM ORDEM DE AGENCIA/   *   00001900
      *      CONTA/ORDEM) GRAVAM A NOVA GERACAO. ORDEM RECUSADA NAO *   00002000
      *      ALTERA O MESTRE E SAI NO RELATORIO COM O MOTIVO PARA O *   00002100
      *      JURIDICO. ORDEM LIBERADA CONTINUA NO MESTRE COMO       *   00002200
      *      HISTORICO (O ATUSALDO SO SOMA AS ORDENS EM VIGOR).     *   00002300
      *-------------------------------------------------------------*   00002400
      *   ARQUIVOS...:                                              *   00002500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002600
      *    BLOQANT              I                  #BLOQJUD         *   00002700
      *    ORDEMJUD             I                  -----------      *   00002800
      *    BLOQNOV              O                  #BLOQJUD         *   00002900
      *-------------------------------------------------------------*   00003000
      *   MODULOS....:                             INCLUDE/BOOK     *   00003100
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003200
      *   VALIDATA -   CRITICA DA DATA              VALDATA         *   00003300
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00003400
      *=============================================================*   00003500
                                                                        00003600
      *=============================================================*   00003700
       ENVIRONMENT                               DIVISION.              00003800
      *=============================================================*   00003900
                                                                        00004000
      *=============================================================*   00004100
       CONFIGURATION                               SECTION.             00004200
      *=============================================================*   00004300
       SPECIAL-NAMES.                                                   00004400
           DECIMAL-POINT IS COMMA.                                      00004500
                                                                        00004600
                                                                        00004700
       INPUT-OUTPUT                                SECTION.             00004800
       FILE-CONTROL.                                                    00004900
           SELECT BLOQANT   ASSIGN TO BLOQANT                           00005000
               FILE STATUS  IS WRK-FS-BLOQANT.                          00005100
           SELECT ORDEMJUD  ASSIGN TO ORDEMJUD                          00005200
               FILE STATUS  IS WRK-FS-ORDEMJUD.                         00005300
           SELECT BLOQNOV   ASSIGN TO BLOQNOV                           00005400
               FILE STATUS  IS WRK-FS-BLOQNOV.                          00005500
                                                                        00005600
      *=============================================================*   00005700
       DATA                                      DIVISION.              00005800
      *=============================================================*   00005900
       FILE                                      SECTION.               00006000
                                                                        00006100
      *-------------------------------------------------------------*   00006200
      *   BLOQANT - MESTRE DE ORDENS DE BLOQUEIO DE ONTEM           *   00006300
      *-------------------------------------------------------------*   00006400
       FD BLOQANT                                                       00006500
           RECORDING  MODE IS F                                         00006600
           BLOCK CONTAINS 0 RECORDS.                                    00006700
                                                                        00006800
       COPY '#BLOQJUD'.                                                 00006900
                                                                        00007000
      *-------------------------------------------------------------*   00007100
      *   ORDEMJUD - ORDENS DO DIA, EM ORDEM DE AGENCIA/CONTA/ORDEM *   00007200
      *      E, NA MESMA ORDEM, NA ORDEM DE CHEGADA.                *   00007300
      *      OPERACAO: I INCLUSAO / L LIBERACAO                     *   00007400
      *-------------------------------------------------------------*   00007500
       FD ORDEMJUD                                                      00007600
           RECORDING  MODE IS F                                         00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
                                                                        00007900
       01 REG-ORDEMJUD.                                                 00008000
          05 ORD-OPERACAO        PIC X(01).                             00008100
             88 ORD-INCLUSAO         VALUE 'I'.                         00008200
             88 ORD-LIBERACAO        VALUE 'L'.                         00008300
          05 ORD-AGENCIA         PIC 9(04).                             00008400
          05 ORD-CONTA           PIC 9(05).                             00008500
          05 ORD-NUM-ORDEM       PIC X(15).                             00008600
          05 ORD-VALOR           PIC 9(10)V99.                          00008700
          05 ORD-VARA            PIC X(25).                             00008800
          05 ORD-DATA-VIGOR      PIC 9(08).                             00008900
          05 ORD-DATA-LIBERACAO  PIC 9(08).                             00009000
          05 FILLER              PIC X(02).                             00009100
                                                                        00009200
      *-------------------------------------------------------------*   00009300
      *   BLOQNOV - NOVA GERACAO DO MESTRE DE ORDENS DE BLOQUEIO    *   00009400
      *-------------------------------------------------------------*   00009500
       FD BLOQNOV                                                       00009600
           RECORDING  MODE IS F                                         00009700
           BLOCK CONTAINS 0 RECORDS.                                    00009800
                                                                        00009900
       01 REG-BLOQNOV         PIC X(80).                                00010000
                                                                        00010100
      *=============================================================*   00010200
       WORKING-STORAGE                             SECTION.             00010300
      *=============================================================*   00010400
                                                                        00010500
       01 FILLER         PIC X(64) VALUE                                00010600
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00010700
      *-------------------------------------------------------------*   00010800
       77 WRK-FS-BLOQANT   PIC 9(02).                                   00010900
       77 WRK-FS-ORDEMJUD  PIC 9(02).                                   00011000
       77 WRK-FS-BLOQNOV   PIC 9(02).                                   00011100
                                                                        00011200
       01 FILLER         PIC X(64) VALUE                                00011300
           '-----------CHAVES DO BALANCE LINE------------'.             00011400
      *-------------------------------------------------------------*   00011500
       01 WRK-CHAVE-MESTRE.                                             00011600
          05 WRK-CM-AGENCIA    PIC X(04).                               00011700
          05 WRK-CM-CONTA      PIC X(05).                               00011800
          05 WRK-CM-ORDEM      PIC X(15).                               00011900
                                                                        00012000
       01 WRK-CHAVE-ORDEM.                                              00012100
          05 WRK-CO-AGENCIA    PIC X(04).                               00012200
          05 WRK-CO-CONTA      PIC X(05).                               00012300
          05 WRK-CO-ORDEM      PIC X(15).                               00012400
                                                                        00012500
       01 WRK-CHAVE-CORRENTE.                                           00012600
          05 WRK-CC-AGENCIA    PIC X(04).                               00012700
          05 WRK-CC-CONTA      PIC X(05).                               00012800
          05 WRK-CC-ORDEM      PIC X(15).                               00012900
                                                                        00013000
       01 FILLER         PIC X(64) VALUE                                00013100
           '-----------ORDEM EM ATUALIZACAO--------------'.             00013200
      *-------------------------------------------------------------*   00013300
       77 WRK-ORDEM-EXISTE     PIC X(01) VALUE 'N'.                     00013400
           88 WRK-EXISTE-ORDEM     VALUE 'S'.                           00013500
       77 WRK-RESULTADO        PIC X(40) VALUE SPACES.                  00013600
       77 WRK-ORDEM-RECUSADA   PIC X(01) VALUE 'N'.                     00013700
           88 WRK-RECUSADA         VALUE 'S'.                           00013800
                                                                        00013900
       01 WRK-REG-BLOQNOV.                                              00014000
          05 WRK-BN-AGENCIA      PIC 9(04) VALUE ZEROS.                 00014100
          05 WRK-BN-CONTA        PIC 9(05) VALUE ZEROS.                 00014200
          05 WRK-BN-NUM-ORDEM    PIC X(15) VALUE SPACES.                00014300
          05 WRK-BN-VALOR        PIC 9(10)V99 VALUE ZEROS.              00014400
          05 WRK-BN-VARA         PIC X(25) VALUE SPACES.                00014500
          05 WRK-BN-DATA-VIGOR   PIC 9(08) VALUE ZEROS.                 00014600
          05 WRK-BN-DATA-LIBERACAO PIC 9(08) VALUE ZEROS.               00014700
          05 FILLER              PIC X(03) VALUE SPACES.                00014800
                                                                        00014900
       01 FILLER         PIC X(64) VALUE                                00015000
           '-----------ACUMULAR ORDENS-------------------'.             00015100
      *-------------------------------------------------------------*   00015200
       77 WRK-ACUM-GRAVADAS    PIC 9(07) VALUE ZEROS.                   00015300
       77 WRK-ACUM-ORDENS      PIC 9(07) VALUE ZEROS.                   00015400
       77 WRK-ACUM-INCLUIDAS   PIC 9(07) VALUE ZEROS.                   00015500
       77 WRK-ACUM-LIBERADAS   PIC 9(07) VALUE ZEROS.                   00015600
       77 WRK-ACUM-RECUSADAS   PIC 9(07) VALUE ZEROS.                   00015700
                                                                        00015800
       01 FILLER         PIC X(64) VALUE                                00015900
           '-----------LINHAS DO RELATORIO---------------'.             00016000
      *-------------------------------------------------------------*   00016100
       01 WRK-CABEC2.                                                   00016200
          05 FILLER   PIC X(09) VALUE 'AGENCIA  '.                      00016300
          05 FILLER   PIC X(08) VALUE 'CONTA   '.                       00016400
          05 FILLER   PIC X(17) VALUE 'ORDEM            '.              00016500
          05 FILLER   PIC X(05) VALUE 'OPER '.                          00016600
          05 FILLER   PIC X(19) VALUE '              VALOR'.            00016700
          05 FILLER   PIC X(11) VALUE '  RESULTADO'.                    00016800
                                                                        00016900
       01 WRK-LINHA-ORDEM.                                              00017000
          05 FILLER            PIC X(02).                               00017100
          05 WRK-LO-AGENCIA    PIC 9(04).                               00017200
          05 FILLER            PIC X(03).                               00017300
          05 WRK-LO-CONTA      PIC 9(05).                               00017400
          05 FILLER            PIC X(03).                               00017500
          05 WRK-LO-ORDEM      PIC X(15).                               00017600
          05 FILLER            PIC X(04).                               00017700
          05 WRK-LO-OPERACAO   PIC X(01).                               00017800
          05 FILLER            PIC X(03).                               00017900
          05 WRK-LO-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.                   00018000
          05 FILLER            PIC X(02).                               00018100
          05 WRK-LO-RESULTADO  PIC X(40).                               00018200
                                                                        00018300
       01 WRK-LINHA-TOTAL.                                              00018400
          05 FILLER            PIC X(20) VALUE ' ORDENS RECEBIDAS ..'.  00018500
          05 WRK-LT-ORDENS     PIC Z(06)9.                              00018600
          05 FILLER            PIC X(14) VALUE '   RECUSADAS  '.        00018700
          05 WRK-LT-RECUSADAS  PIC Z(06)9.                              00018800
                                                                        00018900
       01 FILLER         PIC X(64) VALUE                                00019000
           '-----------DATA DE PROCESSAMENTO--------------'.            00019100
      *-------------------------------------------------------------*   00019200
       COPY 'DATAPROC'.                                                 00019300
                                                                        00019400
      *------------BOOK CRITICA DA DATA-----------------------------*   00019500
                                                                        00019600
       COPY 'VALDATA'.                                                  00019700
                                                                        00019800
       01 FILLER         PIC X(64) VALUE                                00019900
           '-----------CHAMAR TRATA ERROS----------------'.             00020000
                                                                        00020100
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00020200
                                                                        00020300
       COPY 'VARERROS'.                                                 00020400
                                                                        00020500
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00020600
                                                                        00020700
       COPY 'REPWCOMM'.                                                 00020800
                                                                        00020900
      *=============================================================*   00021000
       PROCEDURE DIVISION.                                              00021100
      *=============================================================*   00021200
                                                                        00021300
      *-------------------------------------------------------------*   00021400
       0000-PRINCIPAL                         SECTION.                  00021500
      *-------------------------------------------------------------*   00021600
            PERFORM 1000-INICIAR.                                       00021700
            PERFORM 1100-TESTARSTATUS.                                  00021800
            PERFORM 1200-LERMESTRE.                                     00021900
            PERFORM 1300-LERORDEM.                                      00022000
            PERFORM 2000-PROCESSAR                                      00022100
               UNTIL WRK-CHAVE-MESTRE EQUAL HIGH-VALUES                 00022200
                 AND WRK-CHAVE-ORDEM  EQUAL HIGH-VALUES.                00022300
            PERFORM 3000-FINALIZAR.                                     00022400
            STOP RUN.                                                   00022500
                                                                        00022600
       0000-99-FIM.               EXIT.                                 00022700
                                                                        00022800
      *-------------------------------------------------------------*   00022900
       1000-INICIAR                           SECTION.                  00023000
      *-------------------------------------------------------------*   00023100
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00023200
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                 00023300
            CALL 'VALIDATA' USING WRK-VALIDA-DATA.                      00023400
            IF WRK-VD-INVALIDA                                          00023500
              MOVE '1000'                  TO WRK-SECAO                 00023600
              MOVE 'DATA DE PROCESSAMENTO INVALIDA' TO WRK-MSGERRO      00023700
              MOVE WRK-VD-STATUS           TO WRK-STATUS                00023800
              MOVE 8 TO RETURN-CODE                                     00023900
              PERFORM 9000-TRATARERROS                                  00024000
            END-IF.                                                     00024100
            OPEN INPUT BLOQANT.                                         00024200
            OPEN INPUT ORDEMJUD.                                        00024300
            OPEN OUTPUT BLOQNOV.                                        00024400
            MOVE 'ORDENS JUDICIAIS DE BLOQUEIO - MOVIMENTO DO DIA'      00024500
              TO WRK-RW-TITULO1.                                        00024600
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00024700
            MOVE SPACES     TO WRK-RW-TITULO3.                          00024800
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00024900
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00025000
            MOVE 'N' TO WRK-RW-REABRIR.                                 00025100
            MOVE SPACES TO WRK-RW-QUEBRA.                               00025150
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00025200
            CALL 'REPWRITE' USING WRK-REPW.                             00025300
                                                                        00025400
       1000-99-FIM.               EXIT.                                 00025500
                                                                        00025600
      *-------------------------------------------------------------*   00025700
       1100-TESTARSTATUS                      SECTION.                  00025800
      *-------------------------------------------------------------*   00025900
               IF WRK-FS-BLOQANT NOT EQUAL 0                            00026000
                MOVE '1000'                  TO WRK-SECAO               00026100
                MOVE 'ERRO OPEN BLOQANT - '  TO WRK-MSGERRO             00026200
                MOVE WRK-FS-BLOQANT          TO WRK-STATUS              00026300
                   PERFORM 9000-TRATARERROS                             00026400
               END-IF.                                                  00026500
               IF WRK-FS-ORDEMJUD NOT EQUAL 0                           00026600
                MOVE '1001'                  TO WRK-SECAO               00026700
                MOVE 'ERRO OPEN ORDEMJUD - ' TO WRK-MSGERRO             00026800
                MOVE WRK-FS-ORDEMJUD         TO WRK-STATUS              00026900
                   PERFORM 9000-TRATARERROS                             00027000
               END-IF.                                                  00027100
               IF WRK-FS-BLOQNOV NOT EQUAL 0                            00027200
                MOVE '1002'                  TO WRK-SECAO               00027300
                MOVE 'ERRO OPEN BLOQNOV - '  TO WRK-MSGERRO             00027400
                MOVE WRK-FS-BLOQNOV          TO WRK-STATUS              00027500
                   PERFORM 9000-TRATARERROS                             00027600
               END-IF.                                                  00027700
               IF WRK-RW-STATUS NOT EQUAL '00'                          00027800
                MOVE '1003'                  TO WRK-SECAO               00027900
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00028000
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00028100
                   PERFORM 9000-TRATARERROS                             00028200
               END-IF.                                                  00028300
                                                                        00028400
       1100-99-FIM.               EXIT.                                 00028500
                                                                        00028600
      *-------------------------------------------------------------*   00028700
       1200-LERMESTRE                         SECTION.                  00028800
      *-------------------------------------------------------------*   00028900
               READ BLOQANT.                                            00029000
               IF WRK-FS-BLOQANT EQUAL 10                               00029100
                 MOVE HIGH-VALUES TO WRK-CHAVE-MESTRE                   00029200
               ELSE                                                     00029300
                 MOVE BLQ-AGENCIA   TO WRK-CM-AGENCIA                   00029400
                 MOVE BLQ-CONTA     TO WRK-CM-CONTA                     00029500
                 MOVE BLQ-NUM-ORDEM TO WRK-CM-ORDEM                     00029600
               END-IF.                                                  00029700
                                                                        00029800
       1200-99-FIM.               EXIT.                                 00029900
                                                                        00030000
      *-------------------------------------------------------------*   00030100
       1300-LERORDEM                          SECTION.                  00030200
      *-------------------------------------------------------------*   00030300
               READ ORDEMJUD.                                           00030400
               IF WRK-FS-ORDEMJUD EQUAL 10                              00030500
                 MOVE HIGH-VALUES TO WRK-CHAVE-ORDEM                    00030600
               ELSE                                                     00030700
                 MOVE ORD-AGENCIA   TO WRK-CO-AGENCIA                   00030800
                 MOVE ORD-CONTA     TO WRK-CO-CONTA                     00030900
                 MOVE ORD-NUM-ORDEM TO WRK-CO-ORDEM                     00031000
               END-IF.                                                  00031100
                                                                        00031200
       1300-99-FIM.               EXIT.                                 00031300
                                                                        00031400
      *-------------------------------------------------------------*   00031500
       2000-PROCESSAR                         SECTION.                  00031600
      *-------------------------------------------------------------*   00031700
               IF WRK-CHAVE-MESTRE LESS WRK-CHAVE-ORDEM                 00031800
                 PERFORM 2100-CARREGARMESTRE                            00031900
                 PERFORM 2400-GRAVARORDEM                               00032000
                 PERFORM 1200-LERMESTRE                                 00032100
               ELSE                                                     00032200
                 IF WRK-CHAVE-MESTRE EQUAL WRK-CHAVE-ORDEM              00032300
                   PERFORM 2100-CARREGARMESTRE                          00032400
                   PERFORM 2300-APLICARORDENS                           00032500
                   PERFORM 2400-GRAVARORDEM                             00032600
                   PERFORM 1200-LERMESTRE                               00032700
                 ELSE                                                   00032800
                   PERFORM 2200-ORDEMINEXISTENTE                        00032900
                   PERFORM 2300-APLICARORDENS                           00033000
                   IF WRK-EXISTE-ORDEM                                  00033100
                     PERFORM 2400-GRAVARORDEM                           00033200
                   END-IF                                               00033300
                 END-IF                                                 00033400
               END-IF.                                                  00033500
                                                                        00033600
       2000-99-FIM.               EXIT.                                 00033700
                                                                        00033800
      *-------------------------------------------------------------*   00033900
       2100-CARREGARMESTRE                    SECTION.                  00034000
      *-------------------------------------------------------------*   00034100
               MOVE WRK-CHAVE-MESTRE      TO WRK-CHAVE-CORRENTE.        00034200
               MOVE 'S'                   TO WRK-ORDEM-EXISTE.          00034300
               MOVE REG-BLOQJUD           TO WRK-REG-BLOQNOV.           00034400
                                                                        00034500
       2100-99-FIM.               EXIT.                                 00034600
                                                                        00034700
      *-------------------------------------------------------------*   00034800
       2200-ORDEMINEXISTENTE                  SECTION.                  00034900
      *-------------------------------------------------------------*   00035000
               MOVE WRK-CHAVE-ORDEM       TO WRK-CHAVE-CORRENTE.        00035100
               MOVE 'N'                   TO WRK-ORDEM-EXISTE.          00035200
               MOVE SPACES                TO WRK-REG-BLOQNOV.           00035300
                                                                        00035400
       2200-99-FIM.               EXIT.                                 00035500
                                                                        00035600
      *-------------------------------------------------------------*   00035700
       2300-APLICARORDENS                     SECTION.                  00035800
      *-------------------------------------------------------------*   00035900
               PERFORM 2310-APLICARUMAORDEM                             00036000
                  UNTIL WRK-CHAVE-ORDEM NOT EQUAL WRK-CHAVE-CORRENTE.   00036100
                                                                        00036200
       2300-99-FIM.               EXIT.                                 00036300
                                                                        00036400
      *-------------------------------------------------------------*   00036500
       2310-APLICARUMAORDEM                   SECTION.                  00036600
      *-------------------------------------------------------------*   00036700
               ADD 1 TO WRK-ACUM-ORDENS.                                00036800
               MOVE 'N'    TO WRK-ORDEM-RECUSADA.                       00036900
               MOVE SPACES TO WRK-RESULTADO.                            00037000
               IF ORD-INCLUSAO                                          00037100
                 PERFORM 2320-INCLUIRORDEM                              00037200
               ELSE                                                     00037300
                IF ORD-LIBERACAO                                        00037400
                  PERFORM 2330-LIBERARORDEM                             00037500
                ELSE                                                    00037600
                  MOVE 'S' TO WRK-ORDEM-RECUSADA                        00037700
                  MOVE 'RECUSADA - OPERACAO INVALIDA'                   00037800
                    TO WRK-RESULTADO                                    00037900
                END-IF                                                  00038000
               END-IF.                                                  00038100
               IF WRK-RECUSADA                                          00038200
                 ADD 1 TO WRK-ACUM-RECUSADAS                            00038300
                 MOVE '2310'                  TO WRK-SECAO              00038400
                 MOVE 'ORDEM JUDICIAL RECUSADA' TO WRK-MSGERRO          00038500
                 MOVE '00'                    TO WRK-STATUS             00038600
                 PERFORM 9010-TRATARREJEITADO                           00038700
               END-IF.                                                  00038800
               PERFORM 2360-IMPRIMIRORDEM.                              00038900
               PERFORM 1300-LERORDEM.                                   00039000
                                                                        00039100
       2310-99-FIM.               EXIT.                                 00039200
                                                                        00039300
      *-------------------------------------------------------------*   00039400
      *   INCLUSAO: ORDEM NOVA COM CONTA, VALOR E VIGENCIA VALIDOS;  *  00039500
      *   LIBERACAO JA INFORMADA NAO PODE SER ANTERIOR A VIGENCIA    *  00039600
      *-------------------------------------------------------------*   00039700
       2320-INCLUIRORDEM                      SECTION.                  00039800
      *-------------------------------------------------------------*   00039900
               IF WRK-EXISTE-ORDEM                                      00040000
                 MOVE 'S' TO WRK-ORDEM-RECUSADA                         00040100
                 MOVE 'RECUSADA - ORDEM JA EXISTE NO MESTRE'            00040200
                   TO WRK-RESULTADO                                     00040300
               ELSE                                                     00040400
                IF ORD-AGENCIA NOT NUMERIC                              00040500
                   OR ORD-CONTA NOT NUMERIC                             00040600
                   OR ORD-AGENCIA EQUAL ZEROS                           00040700
                   OR ORD-CONTA EQUAL ZEROS                             00040800
                   OR ORD-NUM-ORDEM EQUAL SPACES                        00040900
                  MOVE 'S' TO WRK-ORDEM-RECUSADA                        00041000
                  MOVE 'RECUSADA - AGENCIA/CONTA/ORDEM INVALIDA'        00041100
                    TO WRK-RESULTADO                                    00041200
                ELSE                                                    00041300
                 IF ORD-VALOR NOT NUMERIC                               00041400
                    OR ORD-VALOR EQUAL ZEROS                            00041500
                   MOVE 'S' TO WRK-ORDEM-RECUSADA                       00041600
                   MOVE 'RECUSADA - VALOR INVALIDO'                     00041700
                     TO WRK-RESULTADO                                   00041800
                 ELSE                                                   00041900
                  IF ORD-DATA-VIGOR NOT NUMERIC                         00042000
                     OR ORD-DATA-VIGOR EQUAL ZEROS                      00042100
                     OR ORD-DATA-LIBERACAO NOT NUMERIC                  00042200
                    MOVE 'S' TO WRK-ORDEM-RECUSADA                      00042300
                    MOVE 'RECUSADA - DATA INVALIDA'                     00042400
                      TO WRK-RESULTADO                                  00042500
                  ELSE                                                  00042600
                   IF ORD-DATA-LIBERACAO NOT EQUAL ZEROS                00042700
                      AND ORD-DATA-LIBERACAO LESS ORD-DATA-VIGOR        00042800
                     MOVE 'S' TO WRK-ORDEM-RECUSADA                     00042900
                     MOVE 'RECUSADA - LIBERACAO ANTES DA VIGENCIA'      00043000
                       TO WRK-RESULTADO                                 00043100
                   ELSE                                                 00043200
                     ADD 1 TO WRK-ACUM-INCLUIDAS                        00043300
                     MOVE 'S'                TO WRK-ORDEM-EXISTE        00043400
                     MOVE ORD-AGENCIA        TO WRK-BN-AGENCIA          00043500
                     MOVE ORD-CONTA          TO WRK-BN-CONTA            00043600
                     MOVE ORD-NUM-ORDEM      TO WRK-BN-NUM-ORDEM        00043700
                     MOVE ORD-VALOR          TO WRK-BN-VALOR            00043800
                     MOVE ORD-VARA           TO WRK-BN-VARA             00043900
                     MOVE ORD-DATA-VIGOR     TO WRK-BN-DATA-VIGOR       00044000
                     MOVE ORD-DATA-LIBERACAO TO WRK-BN-DATA-LIBERACAO   00044100
                     MOVE 'ORDEM INCLUIDA'   TO WRK-RESULTADO           00044200
                   END-IF                                               00044300
                  END-IF                                                00044400
                 END-IF                                                 00044500
                END-IF                                                  00044600
               END-IF.                                                  00044700
                                                                        00044800
       2320-99-FIM.               EXIT.                                 00044900
                                                                        00045000
      *-------------------------------------------------------------*   00045100
      *   LIBERACAO: ORDEM EXISTENTE E AINDA NAO LIBERADA            *  00045200
      *-------------------------------------------------------------*   00045300
       2330-LIBERARORDEM                      SECTION.                  00045400
      *-------------------------------------------------------------*   00045500
               IF NOT WRK-EXISTE-ORDEM                                  00045600
                 MOVE 'S' TO WRK-ORDEM-RECUSADA                         00045700
                 MOVE 'RECUSADA - ORDEM NAO EXISTE NO MESTRE'           00045800
                   TO WRK-RESULTADO                                     00045900
               ELSE                                                     00046000
                IF WRK-BN-DATA-LIBERACAO NOT EQUAL ZEROS                00046100
                   AND WRK-BN-DATA-LIBERACAO NOT GREATER                00046200
                       WRK-DATA-PROCESSAMENTO                           00046300
                  MOVE 'S' TO WRK-ORDEM-RECUSADA                        00046400
                  MOVE 'RECUSADA - ORDEM JA LIBERADA'                   00046500
                    TO WRK-RESULTADO                                    00046600
                ELSE                                                    00046700
                  ADD 1 TO WRK-ACUM-LIBERADAS                           00046800
                  IF ORD-DATA-LIBERACAO NUMERIC                         00046900
                     AND ORD-DATA-LIBERACAO NOT EQUAL ZEROS             00047000
                    MOVE ORD-DATA-LIBERACAO TO WRK-BN-DATA-LIBERACAO    00047100
                  ELSE                                                  00047200
                    MOVE WRK-DATA-PROCESSAMENTO                         00047300
                      TO WRK-BN-DATA-LIBERACAO                          00047400
                  END-IF                                                00047500
                  MOVE 'ORDEM LIBERADA'  TO WRK-RESULTADO               00047600
                END-IF                                                  00047700
               END-IF.                                                  00047800
                                                                        00047900
       2330-99-FIM.               EXIT.                                 00048000
                                                                        00048100
      *-------------------------------------------------------------*   00048200
       2360-IMPRIMIRORDEM                     SECTION.                  00048300
      *-------------------------------------------------------------*   00048400
               MOVE SPACES         TO WRK-LINHA-ORDEM.                  00048500
               MOVE ORD-AGENCIA    TO WRK-LO-AGENCIA.                   00048600
               MOVE ORD-CONTA      TO WRK-LO-CONTA.                     00048700
               MOVE ORD-NUM-ORDEM  TO WRK-LO-ORDEM.                     00048800
               MOVE ORD-OPERACAO   TO WRK-LO-OPERACAO.                  00048900
               IF WRK-EXISTE-ORDEM                                      00049000
                 MOVE WRK-BN-VALOR TO WRK-LO-VALOR                      00049100
               ELSE                                                     00049200
                 MOVE ZEROS        TO WRK-LO-VALOR                      00049300
               END-IF.                                                  00049400
               MOVE WRK-RESULTADO  TO WRK-LO-RESULTADO.                 00049500
               MOVE WRK-LINHA-ORDEM TO WRK-RW-LINHA.                    00049600
               MOVE 'D' TO WRK-RW-FUNCAO.                               00049700
               CALL 'REPWRITE' USING WRK-REPW.                          00049800
                                                                        00049900
       2360-99-FIM.               EXIT.                                 00050000
                                                                        00050100
      *-------------------------------------------------------------*   00050200
       2400-GRAVARORDEM                       SECTION.                  00050300
      *-------------------------------------------------------------*   00050400
               ADD 1 TO WRK-ACUM-GRAVADAS.                              00050500
               WRITE REG-BLOQNOV FROM WRK-REG-BLOQNOV.                  00050600
               IF WRK-FS-BLOQNOV NOT EQUAL 0                            00050700
                 MOVE '2400'                  TO WRK-SECAO              00050800
                 MOVE 'ERRO WRITE BLOQNOV - '  TO WRK-MSGERRO           00050900
                 MOVE WRK-FS-BLOQNOV          TO WRK-STATUS             00051000
                 MOVE 12 TO RETURN-CODE                                 00051100
                 PERFORM 9000-TRATARERROS                               00051200
               END-IF.                                                  00051300
                                                                        00051400
       2400-99-FIM.               EXIT.                                 00051500
                                                                        00051600
      *-------------------------------------------------------------*   00051700
       3000-FINALIZAR                         SECTION.                  00051800
      *-------------------------------------------------------------*   00051900
               MOVE WRK-ACUM-ORDENS    TO WRK-LT-ORDENS.                00052000
               MOVE WRK-ACUM-RECUSADAS TO WRK-LT-RECUSADAS.             00052100
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00052200
               MOVE 'T' TO WRK-RW-FUNCAO.                               00052300
               CALL 'REPWRITE' USING WRK-REPW.                          00052400
               CLOSE BLOQANT.                                           00052500
               CLOSE ORDEMJUD.                                          00052600
               CLOSE BLOQNOV.                                           00052700
               MOVE 'F' TO WRK-RW-FUNCAO.                               00052800
               CALL 'REPWRITE' USING WRK-REPW.                          00052900
               DISPLAY 'ORDENS GRAVADAS..... ' WRK-ACUM-GRAVADAS.       00053000
               DISPLAY 'ORDENS RECEBIDAS.... ' WRK-ACUM-ORDENS.         00053100
               DISPLAY 'ORDENS INCLUIDAS.... ' WRK-ACUM-INCLUIDAS.      00053200
               DISPLAY 'ORDENS LIBERADAS.... ' WRK-ACUM-LIBERADAS.      00053300
               DISPLAY 'RECUSADAS........... ' WRK-ACUM-RECUSADAS.      00053400
                                                                        00053500
       3000-99-FIM.               EXIT.                                 00053600
                                                                        00053700
      *-------------------------------------------------------------*   00053800
       9000-TRATARERROS                       SECTION.                  00053900
      *-------------------------------------------------------------*   00054000
             MOVE 'ATUBLOQ'   TO WRK-PROGRAMA                           00054100
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00054200
                 GOBACK.                                                00054300
                                                                        00054400
       9000-99-FIM.               EXIT.                                 00054500
                                                                        00054600
      *-------------------------------------------------------------*   00054700
       9010-TRATARREJEITADO                   SECTION.                  00054800
      *-------------------------------------------------------------*   00054900
             MOVE 'ATUBLOQ'   TO WRK-PROGRAMA                           00055000
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00055100
                                                                        00055200
       9010-99-FIM.               EXIT.                                 00055300

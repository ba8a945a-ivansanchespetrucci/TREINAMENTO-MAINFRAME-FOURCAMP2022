      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. REMINTER.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: REMESSA INTERBANCARIA (TED/DOC) PARA A CAMARA   *   00001200
      *      DE COMPENSACAO: AS PERNAS DE SAIDA PARA OUTROS BANCOS  *   00001300
      *      SEPARADAS PELO PARTRANF (TRANSEXT) VAO PARA O ARQUIVO  *   00001400
      *      REMCAMAR COM HEADER (NSA - NUMERO SEQUENCIAL DO        *   00001500
      *      ARQUIVO), UM DETALHE NUMERADO POR PERNA E TRAILER COM  *   00001600
      *      QUANTIDADE E VALOR. PERNA ATE O LIMITE DO SYSIN SAI    *   00001700
      *      COMO DOC, ACIMA DELE COMO TED. A PERNA QUE O ATUSALDO  *   00001800
      *      NAO DEBITOU (SEMCONTA, BLOQEXC OU ORDPEXC, LIDOS       *   00001900
      *      JUNTOS NO DD NAOAPLIC) NAO E REMETIDA.                 *   00002000
      *      O REGISTRO DE REMESSAS (GDG) GUARDA O ULTIMO NSA NO    *   00002100
      *      HEADER E TODOS OS DETALHES JA ENVIADOS, COM A          *   00002200
      *      OCORRENCIA GRAVADA PELO RETINTER QUANDO A CAMARA       *   00002300
      *      RESPONDE. A NOVA GERACAO RECEBE O REGISTRO ANTERIOR    *   00002400
      *      MAIS OS DETALHES DO DIA; NA REEXECUCAO DA MESMA DATA   *   00002500
      *      O NSA DO DIA E REAPROVEITADO E OS SEUS DETALHES SAO    *   00002600
      *      REGERADOS.                                             *   00002700
      *      O RELATORIO CONCILIA O DIA: O QUE FOI ENVIADO NA       *   00002800
      *      REMESSA, O QUE A CAMARA ACEITOU E DEVOLVEU NO          *   00002900
      *      RETORNO PROCESSADO HOJE E O QUE CONTINUA PENDENTE DE   *   00003000
      *      REMESSAS ANTERIORES.                                   *   00003100
      *-------------------------------------------------------------*   00003200
      *   ARQUIVOS...:                                              *   00003300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003400
      *    TRANSEXT             I                  #CLIENTE         *   00003500
      *    NAOAPLIC             I                  #CLIENTE         *   00003600
      *    REMANT               I                  #REMESSA         *   00003700
      *    REMNOV               O                  #REMESSA         *   00003800
      *    REMCAMAR             O                  #REMESSA         *   00003900
      *    RELPRT               O   (VIA REPWRITE) -----------      *   00004000
      *-------------------------------------------------------------*   00004100
      *   MODULOS....:                             INCLUDE/BOOK     *   00004200
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00004300
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00004400
      *=============================================================*   00004500
                                                                        00004600
      *=============================================================*   00004700
       ENVIRONMENT                               DIVISION.              00004800
      *=============================================================*   00004900
                                                                        00005000
      *=============================================================*   00005100
       CONFIGURATION                               SECTION.             00005200
      *=============================================================*   00005300
       SPECIAL-NAMES.                                                   00005400
           DECIMAL-POINT IS COMMA.                                      00005500
                                                                        00005600
                                                                        00005700
       INPUT-OUTPUT                                SECTION.             00005800
       FILE-CONTROL.                                                    00005900
           SELECT TRANSEXT  ASSIGN TO TRANSEXT                          00006000
               FILE STATUS  IS WRK-FS-TRANSEXT.                         00006100
           SELECT NAOAPLIC  ASSIGN TO NAOAPLIC                          00006200
               FILE STATUS  IS WRK-FS-NAOAPLIC.                         00006300
           SELECT REMANT    ASSIGN TO REMANT                            00006400
               FILE STATUS  IS WRK-FS-REMANT.                           00006500
           SELECT REMNOV    ASSIGN TO REMNOV                            00006600
               FILE STATUS  IS WRK-FS-REMNOV.                           00006700
           SELECT REMCAMAR  ASSIGN TO REMCAMAR                          00006800
               FILE STATUS  IS WRK-FS-REMCAMAR.                         00006900
                                                                        00007000
      *=============================================================*   00007100
       DATA                                      DIVISION.              00007200
      *=============================================================*   00007300
       FILE                                      SECTION.               00007400
                                                                        00007500
      *-------------------------------------------------------------*   00007600
      *   TRANSEXT - PERNAS DE SAIDA PARA OUTROS BANCOS (PARTRANF)  *   00007700
      *-------------------------------------------------------------*   00007800
       FD TRANSEXT                                                      00007900
           RECORDING  MODE IS F                                         00008000
           BLOCK CONTAINS 0 RECORDS.                                    00008100
                                                                        00008200
       01 REG-TRANSEXT        PIC X(88).                                00008300
                                                                        00008400
      *-------------------------------------------------------------*   00008500
      *   NAOAPLIC - MOVIMENTOS QUE O ATUSALDO NAO APLICOU          *   00008600
      *-------------------------------------------------------------*   00008700
       FD NAOAPLIC                                                      00008800
           RECORDING  MODE IS F                                         00008900
           BLOCK CONTAINS 0 RECORDS.                                    00009000
                                                                        00009100
       01 REG-NAOAPLIC        PIC X(88).                                00009200
                                                                        00009300
      *-------------------------------------------------------------*   00009400
      *   REMANT - GERACAO ANTERIOR DO REGISTRO DE REMESSAS         *   00009500
      *-------------------------------------------------------------*   00009600
       FD REMANT                                                        00009700
           RECORDING  MODE IS F                                         00009800
           BLOCK CONTAINS 0 RECORDS.                                    00009900
                                                                        00010000
       01 REG-REMANT          PIC X(120).                               00010100
                                                                        00010200
      *-------------------------------------------------------------*   00010300
      *   REMNOV - NOVA GERACAO DO REGISTRO DE REMESSAS             *   00010400
      *-------------------------------------------------------------*   00010500
       FD REMNOV                                                        00010600
           RECORDING  MODE IS F                                         00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
                                                                        00010900
       01 REG-REMNOV          PIC X(120).                               00011000
                                                                        00011100
      *-------------------------------------------------------------*   00011200
      *   REMCAMAR - REMESSA DO DIA PARA A CAMARA DE COMPENSACAO    *   00011300
      *-------------------------------------------------------------*   00011400
       FD REMCAMAR                                                      00011500
           RECORDING  MODE IS F                                         00011600
           BLOCK CONTAINS 0 RECORDS.                                    00011700
                                                                        00011800
       01 REG-REMCAMAR        PIC X(120).                               00011900
                                                                        00012000
      *=============================================================*   00012100
       WORKING-STORAGE                             SECTION.             00012200
      *=============================================================*   00012300
                                                                        00012400
       01 FILLER         PIC X(64) VALUE                                00012500
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00012600
      *-------------------------------------------------------------*   00012700
       77 WRK-FS-TRANSEXT PIC 9(02).                                    00012800
       77 WRK-FS-NAOAPLIC PIC 9(02).                                    00012900
       77 WRK-FS-REMANT   PIC 9(02).                                    00013000
       77 WRK-FS-REMNOV   PIC 9(02).                                    00013100
       77 WRK-FS-REMCAMAR PIC 9(02).                                    00013200
                                                                        00013300
      *------------PERNA DE TRANSFERENCIA LIDA-----------------------*  00013400
                                                                        00013500
       COPY '#CLIENTE'.                                                 00013600
                                                                        00013700
      *------------REMESSA E REGISTRO DE REMESSAS--------------------*  00013800
                                                                        00013900
       COPY '#REMESSA'.                                                 00014000
                                                                        00014100
       01 FILLER         PIC X(64) VALUE                                00014200
           '-----------PARAMETROS E CONTROLE DO NSA------'.             00014300
      *-------------------------------------------------------------*   00014400
       77 WRK-LIMITE-DOC       PIC 9(08)V99 VALUE 00005000,00.          00014500
       77 WRK-NSA              PIC 9(06) VALUE ZEROS.                   00014600
       77 WRK-SEQ-DETALHE      PIC 9(06) VALUE ZEROS.                   00014700
       77 WRK-REEXECUCAO       PIC X(01) VALUE 'N'.                     00014800
           88 WRK-REEXECUTANDO     VALUE 'S'.                           00014900
       77 WRK-SITUACAO         PIC X(40) VALUE SPACES.                  00015000
                                                                        00015100
       01 WRK-TITULO-NSA.                                               00015200
          05 FILLER            PIC X(26) VALUE                          00015300
             'NSA DA REMESSA DO DIA....:'.                              00015400
          05 WRK-TN-NSA        PIC 9(06).                               00015500
                                                                        00015600
       01 WRK-SITUACAO-DEVOL.                                           00015700
          05 FILLER            PIC X(17) VALUE 'DEVOLVIDA MOTIVO '.     00015800
          05 WRK-SD-MOTIVO     PIC X(02).                               00015900
          05 FILLER            PIC X(11) VALUE ' CREDITO ID'.           00016000
          05 FILLER            PIC X(01) VALUE SPACE.                   00016100
          05 WRK-SD-ID         PIC 9(06).                               00016200
          05 FILLER            PIC X(03) VALUE SPACES.                  00016300
                                                                        00016400
       01 FILLER         PIC X(64) VALUE                                00016500
           '-----------MOVIMENTOS NAO APLICADOS----------'.             00016600
      *-------------------------------------------------------------*   00016700
       77 WRK-NAP-QTD          PIC 9(04) VALUE ZEROS.                   00016800
       77 WRK-NAP-ACHOU        PIC 9     VALUE 0.                       00016900
                                                                        00017000
       01 TAB-NAOAPLIC.                                                 00017100
          05 TAB-NAP-ITEM OCCURS 2000 TIMES                             00017200
                          INDEXED BY TAB-NAP-IDX.                       00017300
             10 TAB-NAP-ID        PIC 9(06).                            00017400
                                                                        00017500
       01 FILLER         PIC X(64) VALUE                                00017600
           '-----------ACUMULAR REMESSA E RETORNO--------'.             00017700
      *-------------------------------------------------------------*   00017800
       77 WRK-ACUM-REGISTRO    PIC 9(07) VALUE ZEROS.                   00017900
       77 WRK-ACUM-DESCARTADOS PIC 9(07) VALUE ZEROS.                   00018000
       77 WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.                   00018100
       77 WRK-ACUM-ENVIADAS    PIC 9(07) VALUE ZEROS.                   00018200
       77 WRK-VALOR-ENVIADAS   PIC 9(12)V99 VALUE ZEROS.                00018300
       77 WRK-ACUM-NAOREMET    PIC 9(07) VALUE ZEROS.                   00018400
       77 WRK-VALOR-NAOREMET   PIC 9(12)V99 VALUE ZEROS.                00018500
       77 WRK-ACUM-ACEITAS     PIC 9(07) VALUE ZEROS.                   00018600
       77 WRK-VALOR-ACEITAS    PIC 9(12)V99 VALUE ZEROS.                00018700
       77 WRK-ACUM-DEVOLVIDAS  PIC 9(07) VALUE ZEROS.                   00018800
       77 WRK-VALOR-DEVOLVIDAS PIC 9(12)V99 VALUE ZEROS.                00018900
       77 WRK-ACUM-PENDENTES   PIC 9(07) VALUE ZEROS.                   00019000
       77 WRK-VALOR-PENDENTES  PIC 9(12)V99 VALUE ZEROS.                00019100
                                                                        00019200
       01 FILLER         PIC X(64) VALUE                                00019300
           '-----------LINHAS DO RELATORIO---------------'.             00019400
      *-------------------------------------------------------------*   00019500
       01 WRK-CABEC2.                                                   00019600
          05 FILLER   PIC X(08) VALUE ' NSA    '.                       00019700
          05 FILLER   PIC X(07) VALUE 'SEQ    '.                        00019800
          05 FILLER   PIC X(09) VALUE 'DATA NEG.'.                      00019900
          05 FILLER   PIC X(09) VALUE ' ID RAST '.                      00020000
          05 FILLER   PIC X(06) VALUE 'AGEN  '.                         00020100
          05 FILLER   PIC X(07) VALUE 'CONTA  '.                        00020200
          05 FILLER   PIC X(12) VALUE 'CONTRAPARTE '.                   00020300
          05 FILLER   PIC X(04) VALUE 'MOD '.                           00020400
          05 FILLER   PIC X(15) VALUE '        VALOR  '.                00020500
          05 FILLER   PIC X(08) VALUE 'SITUACAO'.                       00020600
                                                                        00020700
       01 WRK-LINHA-REMESSA.                                            00020800
          05 FILLER            PIC X(01).                               00020900
          05 WRK-LR-NSA        PIC 9(06).                               00021000
          05 FILLER            PIC X(01).                               00021100
          05 WRK-LR-SEQ        PIC 9(06).                               00021200
          05 FILLER            PIC X(01).                               00021300
          05 WRK-LR-DATA       PIC 9(08).                               00021400
          05 FILLER            PIC X(02).                               00021500
          05 WRK-LR-ID         PIC 9(06).                               00021600
          05 FILLER            PIC X(02).                               00021700
          05 WRK-LR-AGENCIA    PIC 9(04).                               00021800
          05 FILLER            PIC X(02).                               00021900
          05 WRK-LR-CONTA      PIC 9(05).                               00022000
          05 FILLER            PIC X(02).                               00022100
          05 WRK-LR-CONTRA-AGENCIA PIC 9(04).                           00022200
          05 FILLER            PIC X(01).                               00022300
          05 WRK-LR-CONTRA-CONTA   PIC 9(05).                           00022400
          05 FILLER            PIC X(02).                               00022500
          05 WRK-LR-MODALIDADE PIC X(03).                               00022600
          05 FILLER            PIC X(01).                               00022700
          05 WRK-LR-VALOR      PIC ZZ.ZZZ.ZZ9,99.                       00022800
          05 FILLER            PIC X(02).                               00022900
          05 WRK-LR-SITUACAO   PIC X(40).                               00023000
                                                                        00023100
       01 WRK-LINHA-TOTAL.                                              00023200
          05 FILLER            PIC X(01).                               00023300
          05 WRK-LT-DESCRICAO  PIC X(34).                               00023400
          05 WRK-LT-QTD        PIC Z(06)9.                              00023500
          05 FILLER            PIC X(03).                               00023600
          05 WRK-LT-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                  00023700
                                                                        00023800
       01 FILLER         PIC X(64) VALUE                                00023900
           '-----------DATA DE PROCESSAMENTO--------------'.            00024000
      *-------------------------------------------------------------*   00024100
       COPY 'DATAPROC'.                                                 00024200
                                                                        00024300
       01 FILLER         PIC X(64) VALUE                                00024400
           '-----------CHAMAR TRATA ERROS----------------'.             00024500
                                                                        00024600
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00024700
                                                                        00024800
       COPY 'VARERROS'.                                                 00024900
                                                                        00025000
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00025100
                                                                        00025200
       COPY 'REPWCOMM'.                                                 00025300
                                                                        00025400
      *=============================================================*   00025500
       PROCEDURE DIVISION.                                              00025600
      *=============================================================*   00025700
                                                                        00025800
      *-------------------------------------------------------------*   00025900
       0000-PRINCIPAL                         SECTION.                  00026000
      *-------------------------------------------------------------*   00026100
            PERFORM 1000-INICIAR.                                       00026200
            PERFORM 1100-TESTARSTATUS.                                  00026300
            PERFORM 1200-GUARDARNAOAPLIC                                00026400
               UNTIL WRK-FS-NAOAPLIC EQUAL 10.                          00026500
            PERFORM 1300-ABRIRREGISTRO.                                 00026600
            PERFORM 1400-COPIARREGISTRO                                 00026700
               UNTIL WRK-FS-REMANT EQUAL 10.                            00026800
            PERFORM 1500-GRAVARHEADER.                                  00026900
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-TRANSEXT EQUAL 10.      00027000
            PERFORM 3000-FINALIZAR.                                     00027100
            STOP RUN.                                                   00027200
                                                                        00027300
       0000-99-FIM.               EXIT.                                 00027400
                                                                        00027500
      *-------------------------------------------------------------*   00027600
       1000-INICIAR                           SECTION.                  00027700
      *-------------------------------------------------------------*   00027800
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00027900
            ACCEPT WRK-LIMITE-DOC         FROM SYSIN.                   00028000
            OPEN INPUT TRANSEXT.                                        00028100
            OPEN INPUT NAOAPLIC.                                        00028200
            OPEN INPUT REMANT.                                          00028300
            OPEN OUTPUT REMNOV.                                         00028400
            OPEN OUTPUT REMCAMAR.                                       00028500
            MOVE 'REMESSA INTERBANCARIA TED/DOC - CONCILIACAO DO DIA'   00028600
              TO WRK-RW-TITULO1.                                        00028700
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00028800
            MOVE SPACES     TO WRK-RW-TITULO3.                          00028900
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00029000
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00029100
            MOVE 'N' TO WRK-RW-REABRIR.                                 00029200
            MOVE SPACES TO WRK-RW-QUEBRA.                               00029250
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00029300
            CALL 'REPWRITE' USING WRK-REPW.                             00029400
                                                                        00029500
       1000-99-FIM.               EXIT.                                 00029600
                                                                        00029700
      *-------------------------------------------------------------*   00029800
       1100-TESTARSTATUS                      SECTION.                  00029900
      *-------------------------------------------------------------*   00030000
               IF WRK-FS-TRANSEXT NOT EQUAL 0                           00030100
                MOVE '1000'                  TO WRK-SECAO               00030200
                MOVE 'ERRO OPEN TRANSEXT - ' TO WRK-MSGERRO             00030300
                MOVE WRK-FS-TRANSEXT         TO WRK-STATUS              00030400
                MOVE 12 TO RETURN-CODE                                  00030500
                   PERFORM 9000-TRATARERROS                             00030600
               END-IF.                                                  00030700
               IF WRK-FS-NAOAPLIC NOT EQUAL 0                           00030800
                MOVE '1001'                  TO WRK-SECAO               00030900
                MOVE 'ERRO OPEN NAOAPLIC - ' TO WRK-MSGERRO             00031000
                MOVE WRK-FS-NAOAPLIC         TO WRK-STATUS              00031100
                MOVE 12 TO RETURN-CODE                                  00031200
                   PERFORM 9000-TRATARERROS                             00031300
               END-IF.                                                  00031400
               IF WRK-FS-REMANT NOT EQUAL 0                             00031500
                MOVE '1002'                  TO WRK-SECAO               00031600
                MOVE 'ERRO OPEN REMANT - '   TO WRK-MSGERRO             00031700
                MOVE WRK-FS-REMANT           TO WRK-STATUS              00031800
                MOVE 12 TO RETURN-CODE                                  00031900
                   PERFORM 9000-TRATARERROS                             00032000
               END-IF.                                                  00032100
               IF WRK-FS-REMNOV NOT EQUAL 0                             00032200
                MOVE '1003'                  TO WRK-SECAO               00032300
                MOVE 'ERRO OPEN REMNOV - '   TO WRK-MSGERRO             00032400
                MOVE WRK-FS-REMNOV           TO WRK-STATUS              00032500
                MOVE 12 TO RETURN-CODE                                  00032600
                   PERFORM 9000-TRATARERROS                             00032700
               END-IF.                                                  00032800
               IF WRK-FS-REMCAMAR NOT EQUAL 0                           00032900
                MOVE '1004'                  TO WRK-SECAO               00033000
                MOVE 'ERRO OPEN REMCAMAR - ' TO WRK-MSGERRO             00033100
                MOVE WRK-FS-REMCAMAR         TO WRK-STATUS              00033200
                MOVE 12 TO RETURN-CODE                                  00033300
                   PERFORM 9000-TRATARERROS                             00033400
               END-IF.                                                  00033500
               IF WRK-RW-STATUS NOT EQUAL '00'                          00033600
                MOVE '1005'                  TO WRK-SECAO               00033700
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00033800
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00033900
                MOVE 12 TO RETURN-CODE                                  00034000
                   PERFORM 9000-TRATARERROS                             00034100
               END-IF.                                                  00034200
               READ NAOAPLIC INTO REG-CLIENTE.                          00034300
               READ REMANT   INTO REG-REMESSA.                          00034400
                                                                        00034500
       1100-99-FIM.               EXIT.                                 00034600
                                                                        00034700
      *-------------------------------------------------------------*   00034800
      *   SO INTERESSA A PERNA T A DEBITO QUE NAO FOI APLICADA: O   *   00034900
      *   DINHEIRO NAO SAIU DA CONTA E NAO PODE IR PARA A CAMARA.   *   00035000
      *   O ID DE RASTREIO E UNICO NA DATA E IDENTIFICA A PERNA.    *   00035100
      *-------------------------------------------------------------*   00035200
       1200-GUARDARNAOAPLIC                   SECTION.                  00035300
      *-------------------------------------------------------------*   00035400
               IF FD-TIP-OP EQUAL 'T'                                   00035500
                  AND FD-TRANSF-DEBITO                                  00035600
                 IF WRK-NAP-QTD NOT LESS 2000                           00035700
                   MOVE '1200'                  TO WRK-SECAO            00035800
                   MOVE 'NAO APLICADOS EXCEDEM A TABELA DE 2000'        00035900
                     TO WRK-MSGERRO                                     00036000
                   MOVE '00'                    TO WRK-STATUS           00036100
                   MOVE 12 TO RETURN-CODE                               00036200
                   PERFORM 9000-TRATARERROS                             00036300
                 END-IF                                                 00036400
                 ADD 1 TO WRK-NAP-QTD                                   00036500
                 SET TAB-NAP-IDX TO WRK-NAP-QTD                         00036600
                 MOVE FD-ID-RASTREIO TO TAB-NAP-ID (TAB-NAP-IDX)        00036700
               END-IF.                                                  00036800
               READ NAOAPLIC INTO REG-CLIENTE.                          00036900
                                                                        00037000
       1200-99-FIM.               EXIT.                                 00037100
                                                                        00037200
      *-------------------------------------------------------------*   00037300
      *   HEADER DO REGISTRO: ULTIMO NSA USADO E DATA. MESMA DATA   *   00037400
      *   DO PROCESSAMENTO E REEXECUCAO E O NSA E REAPROVEITADO.    *   00037500
      *   REGISTRO VAZIO E A PRIMEIRA REMESSA (NSA 1).              *   00037600
      *-------------------------------------------------------------*   00037700
       1300-ABRIRREGISTRO                     SECTION.                  00037800
      *-------------------------------------------------------------*   00037900
               IF WRK-FS-REMANT EQUAL 10                                00038000
                 MOVE 1 TO WRK-NSA                                      00038100
               ELSE                                                     00038200
                 IF NOT REM-HEADER                                      00038300
                   MOVE '1300'                  TO WRK-SECAO            00038400
                   MOVE 'REGISTRO DE REMESSAS SEM HEADER'               00038500
                     TO WRK-MSGERRO                                     00038600
                   MOVE '00'                    TO WRK-STATUS           00038700
                   MOVE 12 TO RETURN-CODE                               00038800
                   PERFORM 9000-TRATARERROS                             00038900
                 END-IF                                                 00039000
                 IF RMH-DATA-GERACAO EQUAL WRK-DATA-PROCESSAMENTO       00039100
                   MOVE RMH-NSA TO WRK-NSA                              00039200
                   MOVE 'S'     TO WRK-REEXECUCAO                       00039300
                   DISPLAY 'REMINTER - REEXECUCAO DO NSA ' WRK-NSA      00039400
                 ELSE                                                   00039500
                  IF RMH-NSA NOT LESS 999999                            00039600
                    MOVE 1 TO WRK-NSA                                   00039700
                  ELSE                                                  00039800
                    COMPUTE WRK-NSA = RMH-NSA + 1                       00039900
                  END-IF                                                00040000
                 END-IF                                                 00040100
               END-IF.                                                  00040200
               MOVE SPACES TO REG-REMHDR.                               00040300
               MOVE 'H'    TO RMH-TIPO-REG.                             00040400
               MOVE WRK-NSA TO RMH-NSA.                                 00040500
               MOVE WRK-DATA-PROCESSAMENTO TO RMH-DATA-GERACAO.         00040600
               MOVE 'REMINTER' TO RMH-ORIGEM.                           00040700
               WRITE REG-REMNOV FROM REG-REMHDR.                        00040800
               IF WRK-FS-REMNOV NOT EQUAL 0                             00040900
                 MOVE '1300'                  TO WRK-SECAO              00041000
                 MOVE 'ERRO WRITE REMNOV - '  TO WRK-MSGERRO            00041100
                 MOVE WRK-FS-REMNOV           TO WRK-STATUS             00041200
                 MOVE 12 TO RETURN-CODE                                 00041300
                 PERFORM 9000-TRATARERROS                               00041400
               END-IF.                                                  00041500
               MOVE WRK-NSA TO WRK-TN-NSA.                              00041600
               MOVE WRK-TITULO-NSA TO WRK-RW-TITULO3.                   00041700
               IF WRK-FS-REMANT NOT EQUAL 10                            00041800
                 READ REMANT INTO REG-REMESSA                           00041900
               END-IF.                                                  00042000
                                                                        00042100
       1300-99-FIM.               EXIT.                                 00042200
                                                                        00042300
      *-------------------------------------------------------------*   00042400
      *   O REGISTRO PASSA INTEIRO PARA A NOVA GERACAO, MENOS OS    *   00042500
      *   DETALHES DO PROPRIO NSA NA REEXECUCAO (SAO REGERADOS)     *   00042600
      *-------------------------------------------------------------*   00042700
       1400-COPIARREGISTRO                    SECTION.                  00042800
      *-------------------------------------------------------------*   00042900
               IF WRK-REEXECUTANDO                                      00043000
                  AND REM-NSA EQUAL WRK-NSA                             00043100
                 ADD 1 TO WRK-ACUM-DESCARTADOS                          00043200
               ELSE                                                     00043300
                 ADD 1 TO WRK-ACUM-REGISTRO                             00043400
                 WRITE REG-REMNOV FROM REG-REMESSA                      00043500
                 IF WRK-FS-REMNOV NOT EQUAL 0                           00043600
                   MOVE '1400'                  TO WRK-SECAO            00043700
                   MOVE 'ERRO WRITE REMNOV - '  TO WRK-MSGERRO          00043800
                   MOVE WRK-FS-REMNOV           TO WRK-STATUS           00043900
                   MOVE 12 TO RETURN-CODE                               00044000
                   PERFORM 9000-TRATARERROS                             00044100
                 END-IF                                                 00044200
                 PERFORM 1410-CONCILIARREGISTRO                         00044300
               END-IF.                                                  00044400
               READ REMANT INTO REG-REMESSA.                            00044500
                                                                        00044600
       1400-99-FIM.               EXIT.                                 00044700
                                                                        00044800
      *-------------------------------------------------------------*   00044900
      *   PENDENTE DE REMESSA ANTERIOR, OU RESPONDIDO PELA CAMARA   *   00045000
      *   NO RETORNO PROCESSADO HOJE (RETINTER)                     *   00045100
      *-------------------------------------------------------------*   00045200
       1410-CONCILIARREGISTRO                 SECTION.                  00045300
      *-------------------------------------------------------------*   00045400
               IF REM-PENDENTE                                          00045500
                 ADD 1         TO WRK-ACUM-PENDENTES                    00045600
                 ADD REM-VALOR TO WRK-VALOR-PENDENTES                   00045700
                 MOVE 'PENDENTE - SEM RETORNO DA CAMARA'                00045800
                   TO WRK-SITUACAO                                      00045900
                 PERFORM 2900-LISTARDETALHE                             00046000
               ELSE                                                     00046100
                IF REM-DATA-OCORRENCIA EQUAL WRK-DATA-PROCESSAMENTO     00046200
                  IF REM-ACEITA                                         00046300
                    ADD 1         TO WRK-ACUM-ACEITAS                   00046400
                    ADD REM-VALOR TO WRK-VALOR-ACEITAS                  00046500
                    MOVE 'ACEITA PELA CAMARA' TO WRK-SITUACAO           00046600
                  ELSE                                                  00046700
                    ADD 1         TO WRK-ACUM-DEVOLVIDAS                00046800
                    ADD REM-VALOR TO WRK-VALOR-DEVOLVIDAS               00046900
                    MOVE REM-MOTIVO-DEVOL   TO WRK-SD-MOTIVO            00047000
                    MOVE REM-ID-DEVOLUCAO   TO WRK-SD-ID                00047100
                    MOVE WRK-SITUACAO-DEVOL TO WRK-SITUACAO             00047200
                  END-IF                                                00047300
                  PERFORM 2900-LISTARDETALHE                            00047400
                END-IF                                                  00047500
               END-IF.                                                  00047600
                                                                        00047700
       1410-99-FIM.               EXIT.                                 00047800
                                                                        00047900
      *-------------------------------------------------------------*   00048000
       1500-GRAVARHEADER                      SECTION.                  00048100
      *-------------------------------------------------------------*   00048200
               MOVE SPACES TO REG-REMHDR.                               00048300
               MOVE 'H'    TO RMH-TIPO-REG.                             00048400
               MOVE WRK-NSA TO RMH-NSA.                                 00048500
               MOVE WRK-DATA-PROCESSAMENTO TO RMH-DATA-GERACAO.         00048600
               MOVE 'REMINTER' TO RMH-ORIGEM.                           00048700
               WRITE REG-REMCAMAR FROM REG-REMHDR.                      00048800
               IF WRK-FS-REMCAMAR NOT EQUAL 0                           00048900
                 MOVE '1500'                  TO WRK-SECAO              00049000
                 MOVE 'ERRO WRITE REMCAMAR - ' TO WRK-MSGERRO           00049100
                 MOVE WRK-FS-REMCAMAR         TO WRK-STATUS             00049200
                 MOVE 12 TO RETURN-CODE                                 00049300
                 PERFORM 9000-TRATARERROS                               00049400
               END-IF.                                                  00049500
               READ TRANSEXT INTO REG-CLIENTE.                          00049600
                                                                        00049700
       1500-99-FIM.               EXIT.                                 00049800
                                                                        00049900
      *-------------------------------------------------------------*   00050000
       2000-PROCESSAR                         SECTION.                  00050100
      *-------------------------------------------------------------*   00050200
              ADD 1 TO WRK-ACUM-LIDOS.                                  00050300
              PERFORM 2100-MONTARDETALHE.                               00050400
              PERFORM 2200-PESQUISARNAOAPLIC.                           00050500
              IF WRK-NAP-ACHOU EQUAL 1                                  00050600
                ADD 1        TO WRK-ACUM-NAOREMET                       00050700
                ADD FD-VALOR TO WRK-VALOR-NAOREMET                      00050800
                MOVE 'NAO REMETIDA - DEBITO NAO APLICADO'               00050900
                  TO WRK-SITUACAO                                       00051000
              ELSE                                                      00051100
                PERFORM 2300-GRAVARDETALHE                              00051200
                MOVE 'ENVIADA NA REMESSA DO DIA' TO WRK-SITUACAO        00051300
              END-IF.                                                   00051400
              PERFORM 2900-LISTARDETALHE.                               00051500
              READ TRANSEXT INTO REG-CLIENTE.                           00051600
                                                                        00051700
       2000-99-FIM.               EXIT.                                 00051800
                                                                        00051900
      *-------------------------------------------------------------*   00052000
      *   DETALHE DA REMESSA A PARTIR DA PERNA: DOC ATE O LIMITE    *   00052100
      *   DO SYSIN, TED ACIMA DELE                                  *   00052200
      *-------------------------------------------------------------*   00052300
       2100-MONTARDETALHE                     SECTION.                  00052400
      *-------------------------------------------------------------*   00052500
               MOVE SPACES              TO REG-REMESSA.                 00052600
               MOVE 'D'                 TO REM-TIPO-REG.                00052700
               MOVE WRK-NSA             TO REM-NSA.                     00052800
               MOVE ZEROS               TO REM-SEQUENCIA.               00052900
               IF FD-VALOR GREATER WRK-LIMITE-DOC                       00053000
                 MOVE 'TED' TO REM-MODALIDADE                           00053100
               ELSE                                                     00053200
                 MOVE 'DOC' TO REM-MODALIDADE                           00053300
               END-IF.                                                  00053400
               MOVE WRK-DATA-PROCESSAMENTO TO REM-DATA-NEGOCIO.         00053500
               MOVE FD-ID-RASTREIO      TO REM-ID-RASTREIO.             00053600
               MOVE FD-AGENCIA          TO REM-AGENCIA.                 00053700
               MOVE FD-CONTA            TO REM-CONTA.                   00053800
               MOVE FD-CLIENTE          TO REM-CLIENTE.                 00053900
               MOVE FD-CONTRA-AGENCIA   TO REM-CONTRA-AGENCIA.          00054000
               MOVE FD-CONTRA-CONTA     TO REM-CONTRA-CONTA.            00054100
               MOVE FD-VALOR            TO REM-VALOR.                   00054200
               MOVE ZEROS               TO REM-DATA-OCORRENCIA.         00054300
               MOVE ZEROS               TO REM-ID-DEVOLUCAO.            00054400
                                                                        00054500
       2100-99-FIM.               EXIT.                                 00054600
                                                                        00054700
      *-------------------------------------------------------------*   00054800
       2200-PESQUISARNAOAPLIC                 SECTION.                  00054900
      *-------------------------------------------------------------*   00055000
               MOVE 0 TO WRK-NAP-ACHOU.                                 00055100
               PERFORM 2210-TESTARNAOAPLIC                              00055200
                  VARYING TAB-NAP-IDX FROM 1 BY 1                       00055300
                    UNTIL TAB-NAP-IDX GREATER WRK-NAP-QTD               00055400
                       OR WRK-NAP-ACHOU EQUAL 1.                        00055500
                                                                        00055600
       2200-99-FIM.               EXIT.                                 00055700
                                                                        00055800
      *-------------------------------------------------------------*   00055900
       2210-TESTARNAOAPLIC                    SECTION.                  00056000
      *-------------------------------------------------------------*   00056100
               IF TAB-NAP-ID (TAB-NAP-IDX) EQUAL FD-ID-RASTREIO         00056200
                 MOVE 1 TO WRK-NAP-ACHOU                                00056300
               END-IF.                                                  00056400
                                                                        00056500
       2210-99-FIM.               EXIT.                                 00056600
                                                                        00056700
      *-------------------------------------------------------------*   00056800
      *   NUMERA O DETALHE NO NSA E GRAVA NA REMESSA E NO REGISTRO  *   00056900
      *-------------------------------------------------------------*   00057000
       2300-GRAVARDETALHE                     SECTION.                  00057100
      *-------------------------------------------------------------*   00057200
               ADD 1 TO WRK-SEQ-DETALHE.                                00057300
               MOVE WRK-SEQ-DETALHE TO REM-SEQUENCIA.                   00057400
               WRITE REG-REMCAMAR FROM REG-REMESSA.                     00057500
               IF WRK-FS-REMCAMAR NOT EQUAL 0                           00057600
                 MOVE '2300'                  TO WRK-SECAO              00057700
                 MOVE 'ERRO WRITE REMCAMAR - ' TO WRK-MSGERRO           00057800
                 MOVE WRK-FS-REMCAMAR         TO WRK-STATUS             00057900
                 MOVE 12 TO RETURN-CODE                                 00058000
                 PERFORM 9000-TRATARERROS                               00058100
               END-IF.                                                  00058200
               WRITE REG-REMNOV FROM REG-REMESSA.                       00058300
               IF WRK-FS-REMNOV NOT EQUAL 0                             00058400
                 MOVE '2300'                  TO WRK-SECAO              00058500
                 MOVE 'ERRO WRITE REMNOV - '  TO WRK-MSGERRO            00058600
                 MOVE WRK-FS-REMNOV           TO WRK-STATUS             00058700
                 MOVE 12 TO RETURN-CODE                                 00058800
                 PERFORM 9000-TRATARERROS                               00058900
               END-IF.                                                  00059000
               ADD 1         TO WRK-ACUM-ENVIADAS.                      00059100
               ADD REM-VALOR TO WRK-VALOR-ENVIADAS.                     00059200
                                                                        00059300
       2300-99-FIM.               EXIT.                                 00059400
                                                                        00059500
      *-------------------------------------------------------------*   00059600
       2900-LISTARDETALHE                     SECTION.                  00059700
      *-------------------------------------------------------------*   00059800
               MOVE SPACES             TO WRK-LINHA-REMESSA.            00059900
               MOVE REM-NSA            TO WRK-LR-NSA.                   00060000
               MOVE REM-SEQUENCIA      TO WRK-LR-SEQ.                   00060100
               MOVE REM-DATA-NEGOCIO   TO WRK-LR-DATA.                  00060200
               MOVE REM-ID-RASTREIO    TO WRK-LR-ID.                    00060300
               MOVE REM-AGENCIA        TO WRK-LR-AGENCIA.               00060400
               MOVE REM-CONTA          TO WRK-LR-CONTA.                 00060500
               MOVE REM-CONTRA-AGENCIA TO WRK-LR-CONTRA-AGENCIA.        00060600
               MOVE REM-CONTRA-CONTA   TO WRK-LR-CONTRA-CONTA.          00060700
               MOVE REM-MODALIDADE     TO WRK-LR-MODALIDADE.            00060800
               MOVE REM-VALOR          TO WRK-LR-VALOR.                 00060900
               MOVE WRK-SITUACAO       TO WRK-LR-SITUACAO.              00061000
               MOVE WRK-LINHA-REMESSA  TO WRK-RW-LINHA.                 00061100
               MOVE 'D' TO WRK-RW-FUNCAO.                               00061200
               CALL 'REPWRITE' USING WRK-REPW.                          00061300
                                                                        00061400
       2900-99-FIM.               EXIT.                                 00061500
                                                                        00061600
      *-------------------------------------------------------------*   00061700
       3000-FINALIZAR                         SECTION.                  00061800
      *-------------------------------------------------------------*   00061900
               MOVE SPACES TO REG-REMTRL.                               00062000
               MOVE 'T'    TO RMT-TIPO-REG.                             00062100
               MOVE WRK-NSA            TO RMT-NSA.                      00062200
               MOVE WRK-ACUM-ENVIADAS  TO RMT-QTD-DETALHES.             00062300
               MOVE WRK-VALOR-ENVIADAS TO RMT-VALOR-TOTAL.              00062400
               WRITE REG-REMCAMAR FROM REG-REMTRL.                      00062500
               IF WRK-FS-REMCAMAR NOT EQUAL 0                           00062600
                 MOVE '3000'                  TO WRK-SECAO              00062700
                 MOVE 'ERRO WRITE REMCAMAR - ' TO WRK-MSGERRO           00062800
                 MOVE WRK-FS-REMCAMAR         TO WRK-STATUS             00062900
                 MOVE 12 TO RETURN-CODE                                 00063000
                 PERFORM 9000-TRATARERROS                               00063100
               END-IF.                                                  00063200
               MOVE 'ENVIADAS NA REMESSA DO DIA' TO WRK-LT-DESCRICAO.   00063300
               MOVE WRK-ACUM-ENVIADAS    TO WRK-LT-QTD.                 00063400
               MOVE WRK-VALOR-ENVIADAS   TO WRK-LT-VALOR.               00063500
               PERFORM 3100-IMPRIMIRTOTAL.                              00063600
               MOVE 'NAO REMETIDAS - DEBITO NAO APLICADO'               00063700
                 TO WRK-LT-DESCRICAO.                                   00063800
               MOVE WRK-ACUM-NAOREMET    TO WRK-LT-QTD.                 00063900
               MOVE WRK-VALOR-NAOREMET   TO WRK-LT-VALOR.               00064000
               PERFORM 3100-IMPRIMIRTOTAL.                              00064100
               MOVE 'ACEITAS NO RETORNO DE HOJE' TO WRK-LT-DESCRICAO.   00064200
               MOVE WRK-ACUM-ACEITAS     TO WRK-LT-QTD.                 00064300
               MOVE WRK-VALOR-ACEITAS    TO WRK-LT-VALOR.               00064400
               PERFORM 3100-IMPRIMIRTOTAL.                              00064500
               MOVE 'DEVOLVIDAS NO RETORNO DE HOJE'                     00064600
                 TO WRK-LT-DESCRICAO.                                   00064700
               MOVE WRK-ACUM-DEVOLVIDAS  TO WRK-LT-QTD.                 00064800
               MOVE WRK-VALOR-DEVOLVIDAS TO WRK-LT-VALOR.               00064900
               PERFORM 3100-IMPRIMIRTOTAL.                              00065000
               MOVE 'PENDENTES DE REMESSAS ANTERIORES'                  00065100
                 TO WRK-LT-DESCRICAO.                                   00065200
               MOVE WRK-ACUM-PENDENTES   TO WRK-LT-QTD.                 00065300
               MOVE WRK-VALOR-PENDENTES  TO WRK-LT-VALOR.               00065400
               PERFORM 3100-IMPRIMIRTOTAL.                              00065500
               CLOSE TRANSEXT.                                          00065600
               CLOSE NAOAPLIC.                                          00065700
               CLOSE REMANT.                                            00065800
               CLOSE REMNOV.                                            00065900
               CLOSE REMCAMAR.                                          00066000
               MOVE 'F' TO WRK-RW-FUNCAO.                               00066100
               CALL 'REPWRITE' USING WRK-REPW.                          00066200
               DISPLAY 'NSA DA REMESSA...... ' WRK-NSA.                 00066300
               DISPLAY 'REGISTRO ANTERIOR... ' WRK-ACUM-REGISTRO.       00066400
               DISPLAY 'DESCARTADOS (REEXEC) ' WRK-ACUM-DESCARTADOS.    00066500
               DISPLAY 'PERNAS LIDAS........ ' WRK-ACUM-LIDOS.          00066600
               DISPLAY 'ENVIADAS............ ' WRK-ACUM-ENVIADAS.       00066700
               DISPLAY 'VALOR ENVIADO....... ' WRK-VALOR-ENVIADAS.      00066800
               DISPLAY 'NAO REMETIDAS....... ' WRK-ACUM-NAOREMET.       00066900
               DISPLAY 'ACEITAS HOJE........ ' WRK-ACUM-ACEITAS.        00067000
               DISPLAY 'DEVOLVIDAS HOJE..... ' WRK-ACUM-DEVOLVIDAS.     00067100
               DISPLAY 'PENDENTES ANTERIORES ' WRK-ACUM-PENDENTES.      00067200
                                                                        00067300
       3000-99-FIM.               EXIT.                                 00067400
                                                                        00067500
      *-------------------------------------------------------------*   00067600
       3100-IMPRIMIRTOTAL                     SECTION.                  00067700
      *-------------------------------------------------------------*   00067800
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00067900
               MOVE 'T' TO WRK-RW-FUNCAO.                               00068000
               CALL 'REPWRITE' USING WRK-REPW.                          00068100
                                                                        00068200
       3100-99-FIM.               EXIT.                                 00068300
                                                                        00068400
      *-------------------------------------------------------------*   00068500
       9000-TRATARERROS                       SECTION.                  00068600
      *-------------------------------------------------------------*   00068700
             MOVE 'REMINTER'  TO WRK-PROGRAMA                           00068800
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00068900
                 GOBACK.                                                00069000
                                                                        00069100
       9000-99-FIM.               EXIT.                                 00069200

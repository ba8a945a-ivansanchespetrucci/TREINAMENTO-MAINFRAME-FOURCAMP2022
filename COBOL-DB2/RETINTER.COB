      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. RETINTER.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: RETORNO DA CAMARA DE COMPENSACAO PARA AS        *   00001200
      *      REMESSAS INTERBANCARIAS (TED/DOC) DO REMINTER. O       *   00001300
      *      ARQUIVO RETCAMAR (LAYOUT #REMESSA) PASSA POR UM        *   00001400
      *      PORTAO: HEADER COM A DATA DE PROCESSAMENTO E TRAILER   *   00001500
      *      COM QUANTIDADE E VALOR IGUAIS AO QUE FOI LIDO. EM      *   00001600
      *      DIVERGENCIA O ARQUIVO INTEIRO E REJEITADO, O           *   00001700
      *      REGISTRO DE REMESSAS PASSA SEM ALTERACAO E O           *   00001800
      *      RETURN-CODE E 4. ARQUIVO VAZIO E DIA SEM RETORNO.      *   00001900
      *      CADA DETALHE DO RETORNO E CASADO COM O REGISTRO PELO   *   00002000
      *      NSA E SEQUENCIA E CONFERIDO PELO ID DE RASTREIO E      *   00002100
      *      VALOR. A OCORRENCIA (A ACEITA, R DEVOLVIDA COM         *   00002200
      *      MOTIVO) E GRAVADA NA NOVA GERACAO DO REGISTRO.         *   00002300
      *      A DEVOLVIDA VIRA ESTORNO A CREDITO DA CONTA DE         *   00002400
      *      ORIGEM (PERNA T C COM FD-MARCA DEV E A MESMA           *   00002500
      *      CONTRAPARTE) NO ARQUIVO CLIDEVTR, COM HEADER E         *   00002600
      *      TRAILER #CLIHDR, QUE ENTRA NA CADEIA DO DIA PELO       *   00002700
      *      PORTACLI. O ID DE RASTREIO DO ESTORNO E DA FAIXA       *   00002800
      *      700001-799999, GUARDADO NO REGISTRO; NA REEXECUCAO     *   00002900
      *      AS DEVOLUCOES JA GRAVADAS NA DATA SAO REEMITIDAS COM   *   00003000
      *      O MESMO ID E A NUMERACAO CONTINUA DO MAIOR DELES.      *   00003100
      *      RETORNO DE DETALHE JA RETORNADO E IGNORADO; RETORNO    *   00003200
      *      DIVERGENTE OU QUE NAO CONSTA NO REGISTRO E LISTADO E   *   00003300
      *      REGISTRADO NO LOG, COM RETURN-CODE 4.                  *   00003400
      *-------------------------------------------------------------*   00003500
      *   ARQUIVOS...:                                              *   00003600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003700
      *    RETCAMAR             I                  #REMESSA         *   00003800
      *    REMANT               I                  #REMESSA         *   00003900
      *    REMNOV               O                  #REMESSA         *   00004000
      *    CLIDEVTR             O                  #CLIENTE #CLIHDR *   00004100
      *    RELPRT               O   (VIA REPWRITE) -----------      *   00004200
      *-------------------------------------------------------------*   00004300
      *   MODULOS....:                             INCLUDE/BOOK     *   00004400
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00004500
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00004600
      *=============================================================*   00004700
                                                                        00004800
      *=============================================================*   00004900
       ENVIRONMENT                               DIVISION.              00005000
      *=============================================================*   00005100
                                                                        00005200
      *=============================================================*   00005300
       CONFIGURATION                               SECTION.             00005400
      *=============================================================*   00005500
       SPECIAL-NAMES.                                                   00005600
           DECIMAL-POINT IS COMMA.                                      00005700
                                                                        00005800
                                                                        00005900
       INPUT-OUTPUT                                SECTION.             00006000
       FILE-CONTROL.                                                    00006100
           SELECT RETCAMAR  ASSIGN TO RETCAMAR                          00006200
               FILE STATUS  IS WRK-FS-RETCAMAR.                         00006300
           SELECT REMANT    ASSIGN TO REMANT                            00006400
               FILE STATUS  IS WRK-FS-REMANT.                           00006500
           SELECT REMNOV    ASSIGN TO REMNOV                            00006600
               FILE STATUS  IS WRK-FS-REMNOV.                           00006700
           SELECT CLIDEVTR  ASSIGN TO CLIDEVTR                          00006800
               FILE STATUS  IS WRK-FS-CLIDEVTR.                         00006900
                                                                        00007000
      *=============================================================*   00007100
       DATA                                      DIVISION.              00007200
      *=============================================================*   00007300
       FILE                                      SECTION.               00007400
                                                                        00007500
      *-------------------------------------------------------------*   00007600
      *   RETCAMAR - RETORNO DA CAMARA DE COMPENSACAO               *   00007700
      *-------------------------------------------------------------*   00007800
       FD RETCAMAR                                                      00007900
           RECORDING  MODE IS F                                         00008000
           BLOCK CONTAINS 0 RECORDS.                                    00008100
                                                                        00008200
       01 REG-RETCAMAR        PIC X(120).                               00008300
                                                                        00008400
      *-------------------------------------------------------------*   00008500
      *   REMANT - GERACAO ANTERIOR DO REGISTRO DE REMESSAS         *   00008600
      *-------------------------------------------------------------*   00008700
       FD REMANT                                                        00008800
           RECORDING  MODE IS F                                         00008900
           BLOCK CONTAINS 0 RECORDS.                                    00009000
                                                                        00009100
       01 REG-REMANT          PIC X(120).                               00009200
                                                                        00009300
      *-------------------------------------------------------------*   00009400
      *   REMNOV - NOVA GERACAO DO REGISTRO DE REMESSAS             *   00009500
      *-------------------------------------------------------------*   00009600
       FD REMNOV                                                        00009700
           RECORDING  MODE IS F                                         00009800
           BLOCK CONTAINS 0 RECORDS.                                    00009900
                                                                        00010000
       01 REG-REMNOV          PIC X(120).                               00010100
                                                                        00010200
      *-------------------------------------------------------------*   00010300
      *   CLIDEVTR - ESTORNOS DAS DEVOLUCOES PARA O PORTACLI        *   00010400
      *-------------------------------------------------------------*   00010500
       FD CLIDEVTR                                                      00010600
           RECORDING  MODE IS F                                         00010700
           BLOCK CONTAINS 0 RECORDS.                                    00010800
                                                                        00010900
       01 REG-CLIDEVTR        PIC X(88).                                00011000
                                                                        00011100
      *=============================================================*   00011200
       WORKING-STORAGE                             SECTION.             00011300
      *=============================================================*   00011400
                                                                        00011500
       01 FILLER         PIC X(64) VALUE                                00011600
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00011700
      *-------------------------------------------------------------*   00011800
       77 WRK-FS-RETCAMAR PIC 9(02).                                    00011900
       77 WRK-FS-REMANT   PIC 9(02).                                    00012000
       77 WRK-FS-REMNOV   PIC 9(02).                                    00012100
       77 WRK-FS-CLIDEVTR PIC 9(02).                                    00012200
                                                                        00012300
      *------------ESTORNO GERADO E HEADER/TRAILER DO PORTAO---------*  00012400
                                                                        00012500
       COPY '#CLIENTE'.                                                 00012600
                                                                        00012700
       COPY '#CLIHDR'.                                                  00012800
                                                                        00012900
      *------------REGISTRO DE REMESSAS------------------------------*  00013000
                                                                        00013100
       COPY '#REMESSA'.                                                 00013200
                                                                        00013300
      *------------RETORNO LIDO (MESMO LAYOUT)-----------------------*  00013400
                                                                        00013500
       01 WRK-RETORNO.                                                  00013600
          05 RET-TIPO-REG        PIC X(01).                             00013700
             88 RET-HEADER           VALUE 'H'.                         00013800
             88 RET-DETALHE          VALUE 'D'.                         00013900
             88 RET-TRAILER          VALUE 'T'.                         00014000
          05 RET-NSA             PIC 9(06).                             00014100
          05 RET-SEQUENCIA       PIC 9(06).                             00014200
          05 FILLER              PIC X(03).                             00014300
          05 FILLER              PIC 9(08).                             00014400
          05 RET-ID-RASTREIO     PIC 9(06).                             00014500
          05 FILLER              PIC X(48).                             00014600
          05 RET-VALOR           PIC 9(08)V99.                          00014700
          05 RET-OCORRENCIA      PIC X(01).                             00014800
             88 RET-ACEITA           VALUE 'A'.                         00014900
             88 RET-DEVOLVIDA        VALUE 'R'.                         00015000
          05 RET-MOTIVO-DEVOL    PIC X(02).                             00015100
          05 FILLER              PIC X(29).                             00015200
       01 WRK-RETORNO-HDR REDEFINES WRK-RETORNO.                        00015300
          05 FILLER              PIC X(07).                             00015400
          05 RET-DATA-GERACAO    PIC 9(08).                             00015500
          05 FILLER              PIC X(105).                            00015600
       01 WRK-RETORNO-TRL REDEFINES WRK-RETORNO.                        00015700
          05 FILLER              PIC X(07).                             00015800
          05 RET-QTD-DETALHES    PIC 9(07).                             00015900
          05 RET-VALOR-TOTAL     PIC 9(12)V99.                          00016000
          05 FILLER              PIC X(92).                             00016100
                                                                        00016200
       01 FILLER         PIC X(64) VALUE                                00016300
           '-----------PORTAO DO RETORNO-----------------'.             00016400
      *-------------------------------------------------------------*   00016500
       77 WRK-RETORNO-OK       PIC X(01) VALUE 'S'.                     00016600
           88 WRK-RETORNO-REJEITADO VALUE 'N'.                          00016700
       77 WRK-RET-TEM-TRAILER  PIC X(01) VALUE 'N'.                     00016800
           88 WRK-RET-TRAILER-LIDO VALUE 'S'.                           00016900
       77 WRK-RET-LIDOS        PIC 9(07) VALUE ZEROS.                   00017000
       77 WRK-RET-VALOR        PIC 9(12)V99 VALUE ZEROS.                00017100
       77 WRK-RET-POSTRAILER   PIC 9(07) VALUE ZEROS.                   00017200
       77 WRK-MOTIVO-REJEICAO  PIC X(50) VALUE SPACES.                  00017300
                                                                        00017400
       01 FILLER         PIC X(64) VALUE                                00017500
           '-----------TABELA DO RETORNO-----------------'.             00017600
      *-------------------------------------------------------------*   00017700
       77 WRK-RET-QTD          PIC 9(04) VALUE ZEROS.                   00017800
       77 WRK-RET-ACHOU        PIC 9     VALUE 0.                       00017900
                                                                        00018000
       01 TAB-RETORNO.                                                  00018100
          05 TAB-RET-ITEM OCCURS 2000 TIMES                             00018200
                          INDEXED BY TAB-RET-IDX.                       00018300
             10 TAB-RET-NSA       PIC 9(06).                            00018400
             10 TAB-RET-SEQ       PIC 9(06).                            00018500
             10 TAB-RET-ID        PIC 9(06).                            00018600
             10 TAB-RET-VALOR     PIC 9(08)V99.                         00018700
             10 TAB-RET-OCORRENCIA PIC X(01).                           00018800
             10 TAB-RET-MOTIVO    PIC X(02).                            00018900
             10 TAB-RET-SITUACAO  PIC X(01).                            00019000
                88 TAB-RET-NAO-CASADO    VALUE ' '.                     00019100
                88 TAB-RET-APLICADO      VALUE 'A'.                     00019200
                88 TAB-RET-JA-RETORNADO  VALUE 'J'.                     00019300
                88 TAB-RET-DIVERGENTE    VALUE 'V'.                     00019400
             10 TAB-RET-ID-DEVOL  PIC 9(06).                            00019500
                                                                        00019600
       01 FILLER         PIC X(64) VALUE                                00019700
           '-----------ESTORNOS DAS DEVOLUCOES-----------'.             00019800
      *-------------------------------------------------------------*   00019900
       77 WRK-SEQ-DEVOL        PIC 9(06) VALUE 700000.                  00020000
       77 WRK-ACUM-ESTORNOS    PIC 9(07) VALUE ZEROS.                   00020100
       77 WRK-VALOR-ESTORNOS   PIC 9(12)V99 VALUE ZEROS.                00020200
       77 WRK-ACUM-REEMITIDOS  PIC 9(07) VALUE ZEROS.                   00020300
                                                                        00020400
       01 FILLER         PIC X(64) VALUE                                00020500
           '-----------ACUMULAR RESULTADO----------------'.             00020600
      *-------------------------------------------------------------*   00020700
       77 WRK-ACUM-REGISTRO    PIC 9(07) VALUE ZEROS.                   00020800
       77 WRK-ACUM-ACEITAS     PIC 9(07) VALUE ZEROS.                   00020900
       77 WRK-VALOR-ACEITAS    PIC 9(12)V99 VALUE ZEROS.                00021000
       77 WRK-ACUM-DEVOLVIDAS  PIC 9(07) VALUE ZEROS.                   00021100
       77 WRK-VALOR-DEVOLVIDAS PIC 9(12)V99 VALUE ZEROS.                00021200
       77 WRK-ACUM-JARETORNO   PIC 9(07) VALUE ZEROS.                   00021300
       77 WRK-ACUM-DIVERGENTES PIC 9(07) VALUE ZEROS.                   00021400
       77 WRK-ACUM-NAOCONSTA   PIC 9(07) VALUE ZEROS.                   00021500
       77 WRK-RESULTADO        PIC X(40) VALUE SPACES.                  00021600
                                                                        00021700
       01 WRK-RESULTADO-DEVOL.                                          00021800
          05 FILLER            PIC X(26) VALUE                          00021900
             'DEVOLVIDA - ESTORNO ID    '.                              00022000
          05 WRK-RD-ID         PIC 9(06).                               00022100
          05 FILLER            PIC X(08) VALUE SPACES.                  00022200
                                                                        00022300
       01 FILLER         PIC X(64) VALUE                                00022400
           '-----------LINHAS DO RELATORIO---------------'.             00022500
      *-------------------------------------------------------------*   00022600
       01 WRK-CABEC2.                                                   00022700
          05 FILLER   PIC X(08) VALUE ' NSA    '.                       00022800
          05 FILLER   PIC X(07) VALUE 'SEQ    '.                        00022900
          05 FILLER   PIC X(09) VALUE ' ID RAST '.                      00023000
          05 FILLER   PIC X(15) VALUE '        VALOR  '.                00023100
          05 FILLER   PIC X(05) VALUE 'OCOR '.                          00023200
          05 FILLER   PIC X(05) VALUE 'MOT  '.                          00023300
          05 FILLER   PIC X(09) VALUE 'RESULTADO'.                      00023400
                                                                        00023500
       01 WRK-LINHA-RETORNO.                                            00023600
          05 FILLER            PIC X(01).                               00023700
          05 WRK-LR-NSA        PIC 9(06).                               00023800
          05 FILLER            PIC X(01).                               00023900
          05 WRK-LR-SEQ        PIC 9(06).                               00024000
          05 FILLER            PIC X(02).                               00024100
          05 WRK-LR-ID         PIC 9(06).                               00024200
          05 FILLER            PIC X(01).                               00024300
          05 WRK-LR-VALOR      PIC ZZ.ZZZ.ZZ9,99.                       00024400
          05 FILLER            PIC X(03).                               00024500
          05 WRK-LR-OCORRENCIA PIC X(01).                               00024600
          05 FILLER            PIC X(04).                               00024700
          05 WRK-LR-MOTIVO     PIC X(02).                               00024800
          05 FILLER            PIC X(03).                               00024900
          05 WRK-LR-RESULTADO  PIC X(40).                               00025000
                                                                        00025100
       01 WRK-LINHA-REJEICAO.                                           00025200
          05 FILLER            PIC X(01).                               00025300
          05 FILLER            PIC X(31) VALUE                          00025400
             'ARQUIVO DE RETORNO REJEITADO - '.                         00025500
          05 WRK-LJ-MOTIVO     PIC X(50).                               00025600
                                                                        00025700
       01 WRK-LINHA-TOTAL.                                              00025800
          05 FILLER            PIC X(01).                               00025900
          05 WRK-LT-DESCRICAO  PIC X(34).                               00026000
          05 WRK-LT-QTD        PIC Z(06)9.                              00026100
          05 FILLER            PIC X(03).                               00026200
          05 WRK-LT-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                  00026300
                                                                        00026400
       01 FILLER         PIC X(64) VALUE                                00026500
           '-----------DATA DE PROCESSAMENTO--------------'.            00026600
      *-------------------------------------------------------------*   00026700
       COPY 'DATAPROC'.                                                 00026800
                                                                        00026900
       01 FILLER         PIC X(64) VALUE                                00027000
           '-----------CHAMAR TRATA ERROS----------------'.             00027100
                                                                        00027200
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00027300
                                                                        00027400
       COPY 'VARERROS'.                                                 00027500
                                                                        00027600
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00027700
                                                                        00027800
       COPY 'REPWCOMM'.                                                 00027900
                                                                        00028000
      *=============================================================*   00028100
       PROCEDURE DIVISION.                                              00028200
      *=============================================================*   00028300
                                                                        00028400
      *-------------------------------------------------------------*   00028500
       0000-PRINCIPAL                         SECTION.                  00028600
      *-------------------------------------------------------------*   00028700
            PERFORM 1000-INICIAR.                                       00028800
            PERFORM 1100-TESTARSTATUS.                                  00028900
            PERFORM 1200-CONFERIRHEADER.                                00029000
            PERFORM 1300-CARREGARRETORNO                                00029100
               UNTIL WRK-FS-RETCAMAR EQUAL 10.                          00029200
            PERFORM 1400-CONFERIRTRAILER.                               00029300
            PERFORM 1500-APURARDEVOLUCAO                                00029400
               UNTIL WRK-FS-REMANT EQUAL 10.                            00029500
            PERFORM 1600-REABRIRREGISTRO.                               00029600
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-REMANT EQUAL 10.        00029700
            PERFORM 2500-LISTARRETORNO                                  00029800
               VARYING TAB-RET-IDX FROM 1 BY 1                          00029900
                 UNTIL TAB-RET-IDX GREATER WRK-RET-QTD.                 00030000
            PERFORM 3000-FINALIZAR.                                     00030100
            STOP RUN.                                                   00030200
                                                                        00030300
       0000-99-FIM.               EXIT.                                 00030400
                                                                        00030500
      *-------------------------------------------------------------*   00030600
       1000-INICIAR                           SECTION.                  00030700
      *-------------------------------------------------------------*   00030800
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00030900
            OPEN INPUT RETCAMAR.                                        00031000
            OPEN INPUT REMANT.                                          00031100
            OPEN OUTPUT REMNOV.                                         00031200
            OPEN OUTPUT CLIDEVTR.                                       00031300
            MOVE 'RETORNO DA CAMARA - TED/DOC ACEITAS E DEVOLVIDAS'     00031400
              TO WRK-RW-TITULO1.                                        00031500
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00031600
            MOVE SPACES     TO WRK-RW-TITULO3.                          00031700
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00031800
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00031900
            MOVE 'N' TO WRK-RW-REABRIR.                                 00032000
            MOVE SPACES TO WRK-RW-QUEBRA.                               00032050
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00032100
            CALL 'REPWRITE' USING WRK-REPW.                             00032200
                                                                        00032300
       1000-99-FIM.               EXIT.                                 00032400
                                                                        00032500
      *-------------------------------------------------------------*   00032600
       1100-TESTARSTATUS                      SECTION.                  00032700
      *-------------------------------------------------------------*   00032800
               IF WRK-FS-RETCAMAR NOT EQUAL 0                           00032900
                MOVE '1000'                  TO WRK-SECAO               00033000
                MOVE 'ERRO OPEN RETCAMAR - ' TO WRK-MSGERRO             00033100
                MOVE WRK-FS-RETCAMAR         TO WRK-STATUS              00033200
                MOVE 12 TO RETURN-CODE                                  00033300
                   PERFORM 9000-TRATARERROS                             00033400
               END-IF.                                                  00033500
               IF WRK-FS-REMANT NOT EQUAL 0                             00033600
                MOVE '1001'                  TO WRK-SECAO               00033700
                MOVE 'ERRO OPEN REMANT - '   TO WRK-MSGERRO             00033800
                MOVE WRK-FS-REMANT           TO WRK-STATUS              00033900
                MOVE 12 TO RETURN-CODE                                  00034000
                   PERFORM 9000-TRATARERROS                             00034100
               END-IF.                                                  00034200
               IF WRK-FS-REMNOV NOT EQUAL 0                             00034300
                MOVE '1002'                  TO WRK-SECAO               00034400
                MOVE 'ERRO OPEN REMNOV - '   TO WRK-MSGERRO             00034500
                MOVE WRK-FS-REMNOV           TO WRK-STATUS              00034600
                MOVE 12 TO RETURN-CODE                                  00034700
                   PERFORM 9000-TRATARERROS                             00034800
               END-IF.                                                  00034900
               IF WRK-FS-CLIDEVTR NOT EQUAL 0                           00035000
                MOVE '1003'                  TO WRK-SECAO               00035100
                MOVE 'ERRO OPEN CLIDEVTR - ' TO WRK-MSGERRO             00035200
                MOVE WRK-FS-CLIDEVTR         TO WRK-STATUS              00035300
                MOVE 12 TO RETURN-CODE                                  00035400
                   PERFORM 9000-TRATARERROS                             00035500
               END-IF.                                                  00035600
               IF WRK-RW-STATUS NOT EQUAL '00'                          00035700
                MOVE '1004'                  TO WRK-SECAO               00035800
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00035900
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00036000
                MOVE 12 TO RETURN-CODE                                  00036100
                   PERFORM 9000-TRATARERROS                             00036200
               END-IF.                                                  00036300
               MOVE SPACES TO REG-CLIHDR.                               00036400
               MOVE 'HDR'  TO HDR-TIPO.                                 00036500
               MOVE WRK-DATA-PROCESSAMENTO TO HDR-DATA-NEGOCIO.         00036600
               MOVE 'RETINTER' TO HDR-ORIGEM.                           00036700
               WRITE REG-CLIDEVTR FROM REG-CLIHDR.                      00036800
               READ RETCAMAR INTO WRK-RETORNO.                          00036900
               READ REMANT   INTO REG-REMESSA.                          00037000
                                                                        00037100
       1100-99-FIM.               EXIT.                                 00037200
                                                                        00037300
      *-------------------------------------------------------------*   00037400
      *   ARQUIVO VAZIO E DIA SEM RETORNO; COM CONTEUDO, O PRIMEIRO *   00037500
      *   REGISTRO E O HEADER COM A DATA DE PROCESSAMENTO           *   00037600
      *-------------------------------------------------------------*   00037700
       1200-CONFERIRHEADER                    SECTION.                  00037800
      *-------------------------------------------------------------*   00037900
               IF WRK-FS-RETCAMAR EQUAL 10                              00038000
                 DISPLAY 'RETINTER - SEM RETORNO DA CAMARA NO DIA'      00038100
                 MOVE 'S' TO WRK-RET-TEM-TRAILER                        00038200
               ELSE                                                     00038300
                 IF RET-HEADER                                          00038400
                   IF RET-DATA-GERACAO NOT EQUAL                        00038500
                      WRK-DATA-PROCESSAMENTO                            00038600
                     MOVE 'DATA DO HEADER DIFERE DO PROCESSAMENTO'      00038700
                       TO WRK-MOTIVO-REJEICAO                           00038800
                     PERFORM 1900-REJEITARRETORNO                       00038900
                   END-IF                                               00039000
                   READ RETCAMAR INTO WRK-RETORNO                       00039100
                 ELSE                                                   00039200
                   MOVE 'ARQUIVO SEM HEADER' TO WRK-MOTIVO-REJEICAO     00039300
                   PERFORM 1900-REJEITARRETORNO                         00039400
                 END-IF                                                 00039500
               END-IF.                                                  00039600
                                                                        00039700
       1200-99-FIM.               EXIT.                                 00039800
                                                                        00039900
      *-------------------------------------------------------------*   00040000
       1300-CARREGARRETORNO                   SECTION.                  00040100
      *-------------------------------------------------------------*   00040200
               IF WRK-RET-TRAILER-LIDO                                  00040300
                 ADD 1 TO WRK-RET-POSTRAILER                            00040400
               ELSE                                                     00040500
                IF RET-TRAILER                                          00040600
                  MOVE 'S' TO WRK-RET-TEM-TRAILER                       00040700
                  IF RET-QTD-DETALHES NOT EQUAL WRK-RET-LIDOS           00040800
                    MOVE 'QTD DO TRAILER DIFERE DO LIDO'                00040900
                      TO WRK-MOTIVO-REJEICAO                            00041000
                    PERFORM 1900-REJEITARRETORNO                        00041100
                  END-IF                                                00041200
                  IF RET-VALOR-TOTAL NOT EQUAL WRK-RET-VALOR            00041300
                    MOVE 'VALOR DO TRAILER DIFERE DO LIDO'              00041400
                      TO WRK-MOTIVO-REJEICAO                            00041500
                    PERFORM 1900-REJEITARRETORNO                        00041600
                  END-IF                                                00041700
                ELSE                                                    00041800
                  PERFORM 1310-GUARDARDETALHE                           00041900
                END-IF                                                  00042000
               END-IF.                                                  00042100
               READ RETCAMAR INTO WRK-RETORNO.                          00042200
                                                                        00042300
       1300-99-FIM.               EXIT.                                 00042400
                                                                        00042500
      *-------------------------------------------------------------*   00042600
       1310-GUARDARDETALHE                    SECTION.                  00042700
      *-------------------------------------------------------------*   00042800
               ADD 1 TO WRK-RET-LIDOS.                                  00042900
               IF RET-VALOR NUMERIC                                     00043000
                 ADD RET-VALOR TO WRK-RET-VALOR                         00043100
               END-IF.                                                  00043200
               IF NOT RET-DETALHE                                       00043300
                  OR RET-VALOR NOT NUMERIC                              00043400
                  OR (NOT RET-ACEITA AND NOT RET-DEVOLVIDA)             00043500
                 MOVE 'DETALHE INVALIDO NO RETORNO'                     00043600
                   TO WRK-MOTIVO-REJEICAO                               00043700
                 PERFORM 1900-REJEITARRETORNO                           00043800
               ELSE                                                     00043900
                IF WRK-RET-QTD NOT LESS 2000                            00044000
                  MOVE 'RETORNO EXCEDE A TABELA DE 2000'                00044100
                    TO WRK-MOTIVO-REJEICAO                              00044200
                  PERFORM 1900-REJEITARRETORNO                          00044300
                ELSE                                                    00044400
                  ADD 1 TO WRK-RET-QTD                                  00044500
                  SET TAB-RET-IDX TO WRK-RET-QTD                        00044600
                  MOVE RET-NSA         TO TAB-RET-NSA (TAB-RET-IDX)     00044700
                  MOVE RET-SEQUENCIA   TO TAB-RET-SEQ (TAB-RET-IDX)     00044800
                  MOVE RET-ID-RASTREIO TO TAB-RET-ID (TAB-RET-IDX)      00044900
                  MOVE RET-VALOR       TO TAB-RET-VALOR (TAB-RET-IDX)   00045000
                  MOVE RET-OCORRENCIA                                   00045100
                    TO TAB-RET-OCORRENCIA (TAB-RET-IDX)                 00045200
                  MOVE RET-MOTIVO-DEVOL                                 00045300
                    TO TAB-RET-MOTIVO (TAB-RET-IDX)                     00045400
                  MOVE SPACE  TO TAB-RET-SITUACAO (TAB-RET-IDX)         00045500
                  MOVE ZEROS  TO TAB-RET-ID-DEVOL (TAB-RET-IDX)         00045600
                END-IF                                                  00045700
               END-IF.                                                  00045800
                                                                        00045900
       1310-99-FIM.               EXIT.                                 00046000
                                                                        00046100
      *-------------------------------------------------------------*   00046200
       1400-CONFERIRTRAILER                   SECTION.                  00046300
      *-------------------------------------------------------------*   00046400
               IF NOT WRK-RET-TRAILER-LIDO                              00046500
                 MOVE 'ARQUIVO TERMINOU SEM TRAILER'                    00046600
                   TO WRK-MOTIVO-REJEICAO                               00046700
                 PERFORM 1900-REJEITARRETORNO                           00046800
               END-IF.                                                  00046900
               IF WRK-RET-POSTRAILER NOT EQUAL ZEROS                    00047000
                 MOVE 'REGISTROS ENCONTRADOS APOS O TRAILER'            00047100
                   TO WRK-MOTIVO-REJEICAO                               00047200
                 PERFORM 1900-REJEITARRETORNO                           00047300
               END-IF.                                                  00047400
               CLOSE RETCAMAR.                                          00047500
               IF WRK-RETORNO-REJEITADO                                 00047600
                 MOVE ZEROS TO WRK-RET-QTD                              00047700
               END-IF.                                                  00047800
                                                                        00047900
       1400-99-FIM.               EXIT.                                 00048000
                                                                        00048100
      *-------------------------------------------------------------*   00048200
      *   MAIOR ID DE ESTORNO JA USADO NA DATA: A REEXECUCAO        *   00048300
      *   CONTINUA A NUMERACAO SEM REPETIR ID                       *   00048400
      *-------------------------------------------------------------*   00048500
       1500-APURARDEVOLUCAO                   SECTION.                  00048600
      *-------------------------------------------------------------*   00048700
               IF REM-DETALHE                                           00048800
                  AND REM-DEVOLVIDA                                     00048900
                  AND REM-DATA-OCORRENCIA EQUAL WRK-DATA-PROCESSAMENTO  00049000
                  AND REM-ID-DEVOLUCAO GREATER WRK-SEQ-DEVOL            00049100
                 MOVE REM-ID-DEVOLUCAO TO WRK-SEQ-DEVOL                 00049200
               END-IF.                                                  00049300
               READ REMANT INTO REG-REMESSA.                            00049400
                                                                        00049500
       1500-99-FIM.               EXIT.                                 00049600
                                                                        00049700
      *-------------------------------------------------------------*   00049800
       1600-REABRIRREGISTRO                   SECTION.                  00049900
      *-------------------------------------------------------------*   00050000
               CLOSE REMANT.                                            00050100
               OPEN INPUT REMANT.                                       00050200
               IF WRK-FS-REMANT NOT EQUAL 0                             00050300
                 MOVE '1600'                  TO WRK-SECAO              00050400
                 MOVE 'ERRO REOPEN REMANT - ' TO WRK-MSGERRO            00050500
                 MOVE WRK-FS-REMANT           TO WRK-STATUS             00050600
                 MOVE 12 TO RETURN-CODE                                 00050700
                 PERFORM 9000-TRATARERROS                               00050800
               END-IF.                                                  00050900
               READ REMANT INTO REG-REMESSA.                            00051000
                                                                        00051100
       1600-99-FIM.               EXIT.                                 00051200
                                                                        00051300
      *-------------------------------------------------------------*   00051400
      *   QUALQUER DIVERGENCIA NO PORTAO REJEITA O ARQUIVO INTEIRO  *   00051500
      *-------------------------------------------------------------*   00051600
       1900-REJEITARRETORNO                   SECTION.                  00051700
      *-------------------------------------------------------------*   00051800
               IF NOT WRK-RETORNO-REJEITADO                             00051900
                 MOVE 'N' TO WRK-RETORNO-OK                             00052000
                 DISPLAY 'RETINTER - RETORNO REJEITADO: '               00052100
                         WRK-MOTIVO-REJEICAO                            00052200
                 MOVE '1900'                  TO WRK-SECAO              00052300
                 MOVE WRK-MOTIVO-REJEICAO     TO WRK-MSGERRO            00052400
                 MOVE '00'                    TO WRK-STATUS             00052500
                 PERFORM 9010-REGISTRARDIVERGENCIA                      00052600
                 MOVE WRK-MOTIVO-REJEICAO     TO WRK-LJ-MOTIVO          00052700
                 MOVE WRK-LINHA-REJEICAO      TO WRK-RW-LINHA           00052800
                 MOVE 'D' TO WRK-RW-FUNCAO                              00052900
                 CALL 'REPWRITE' USING WRK-REPW                         00053000
               END-IF.                                                  00053100
                                                                        00053200
       1900-99-FIM.               EXIT.                                 00053300
                                                                        00053400
      *-------------------------------------------------------------*   00053500
      *   COPIA O REGISTRO PARA A NOVA GERACAO, APLICANDO O RETORNO *   00053600
      *   AO DETALHE AINDA PENDENTE E REEMITINDO O ESTORNO DAS      *   00053700
      *   DEVOLUCOES JA GRAVADAS NA DATA                            *   00053800
      *-------------------------------------------------------------*   00053900
       2000-PROCESSAR                         SECTION.                  00054000
      *-------------------------------------------------------------*   00054100
              ADD 1 TO WRK-ACUM-REGISTRO.                               00054200
              IF REM-DETALHE                                            00054300
                PERFORM 2100-PESQUISARRETORNO                           00054400
                IF WRK-RET-ACHOU EQUAL 1                                00054500
                  PERFORM 2200-APLICARRETORNO                           00054600
                ELSE                                                    00054700
                 IF REM-DEVOLVIDA                                       00054800
                    AND REM-DATA-OCORRENCIA EQUAL                       00054900
                        WRK-DATA-PROCESSAMENTO                          00055000
                   ADD 1 TO WRK-ACUM-REEMITIDOS                         00055100
                   PERFORM 2300-GRAVARESTORNO                           00055200
                 END-IF                                                 00055300
                END-IF                                                  00055400
              END-IF.                                                   00055500
              WRITE REG-REMNOV FROM REG-REMESSA.                        00055600
              IF WRK-FS-REMNOV NOT EQUAL 0                              00055700
                MOVE '2000'                  TO WRK-SECAO               00055800
                MOVE 'ERRO WRITE REMNOV - '  TO WRK-MSGERRO             00055900
                MOVE WRK-FS-REMNOV           TO WRK-STATUS              00056000
                MOVE 12 TO RETURN-CODE                                  00056100
                PERFORM 9000-TRATARERROS                                00056200
              END-IF.                                                   00056300
              READ REMANT INTO REG-REMESSA.                             00056400
                                                                        00056500
       2000-99-FIM.               EXIT.                                 00056600
                                                                        00056700
      *-------------------------------------------------------------*   00056800
       2100-PESQUISARRETORNO                  SECTION.                  00056900
      *-------------------------------------------------------------*   00057000
               MOVE 0 TO WRK-RET-ACHOU.                                 00057100
               PERFORM 2110-TESTARRETORNO                               00057200
                  VARYING TAB-RET-IDX FROM 1 BY 1                       00057300
                    UNTIL TAB-RET-IDX GREATER WRK-RET-QTD               00057400
                       OR WRK-RET-ACHOU EQUAL 1.                        00057500
               IF WRK-RET-ACHOU EQUAL 1                                 00057600
                 SET TAB-RET-IDX DOWN BY 1                              00057700
               END-IF.                                                  00057800
                                                                        00057900
       2100-99-FIM.               EXIT.                                 00058000
                                                                        00058100
      *-------------------------------------------------------------*   00058200
       2110-TESTARRETORNO                     SECTION.                  00058300
      *-------------------------------------------------------------*   00058400
               IF TAB-RET-NSA (TAB-RET-IDX) EQUAL REM-NSA               00058500
                  AND TAB-RET-SEQ (TAB-RET-IDX) EQUAL REM-SEQUENCIA     00058600
                  AND TAB-RET-NAO-CASADO (TAB-RET-IDX)                  00058700
                 MOVE 1 TO WRK-RET-ACHOU                                00058800
               END-IF.                                                  00058900
                                                                        00059000
       2110-99-FIM.               EXIT.                                 00059100
                                                                        00059200
      *-------------------------------------------------------------*   00059300
      *   JA RETORNADO: IGNORA O RETORNO (SE FOI DEVOLVIDO HOJE, O  *   00059400
      *   ESTORNO E REEMITIDO). ID OU VALOR DIFERENTE: DIVERGENTE.  *   00059500
      *-------------------------------------------------------------*   00059600
       2200-APLICARRETORNO                    SECTION.                  00059700
      *-------------------------------------------------------------*   00059800
               IF NOT REM-PENDENTE                                      00059900
                 MOVE 'J' TO TAB-RET-SITUACAO (TAB-RET-IDX)             00060000
                 ADD 1 TO WRK-ACUM-JARETORNO                            00060100
                 IF REM-DEVOLVIDA                                       00060200
                    AND REM-DATA-OCORRENCIA EQUAL                       00060300
                        WRK-DATA-PROCESSAMENTO                          00060400
                   ADD 1 TO WRK-ACUM-REEMITIDOS                         00060500
                   PERFORM 2300-GRAVARESTORNO                           00060600
                 END-IF                                                 00060700
               ELSE                                                     00060800
                IF TAB-RET-ID (TAB-RET-IDX) NOT EQUAL REM-ID-RASTREIO   00060900
                   OR TAB-RET-VALOR (TAB-RET-IDX) NOT EQUAL REM-VALOR   00061000
                  MOVE 'V' TO TAB-RET-SITUACAO (TAB-RET-IDX)            00061100
                  ADD 1 TO WRK-ACUM-DIVERGENTES                         00061200
                ELSE                                                    00061300
                  MOVE 'A' TO TAB-RET-SITUACAO (TAB-RET-IDX)            00061400
                  MOVE TAB-RET-OCORRENCIA (TAB-RET-IDX)                 00061500
                    TO REM-OCORRENCIA                                   00061600
                  MOVE WRK-DATA-PROCESSAMENTO TO REM-DATA-OCORRENCIA    00061700
                  IF REM-ACEITA                                         00061800
                    MOVE SPACES TO REM-MOTIVO-DEVOL                     00061900
                    ADD 1         TO WRK-ACUM-ACEITAS                   00062000
                    ADD REM-VALOR TO WRK-VALOR-ACEITAS                  00062100
                  ELSE                                                  00062200
                    MOVE TAB-RET-MOTIVO (TAB-RET-IDX)                   00062300
                      TO REM-MOTIVO-DEVOL                               00062400
                    ADD 1 TO WRK-SEQ-DEVOL                              00062500
                    MOVE WRK-SEQ-DEVOL TO REM-ID-DEVOLUCAO              00062600
                    MOVE WRK-SEQ-DEVOL                                  00062700
                      TO TAB-RET-ID-DEVOL (TAB-RET-IDX)                 00062800
                    ADD 1         TO WRK-ACUM-DEVOLVIDAS                00062900
                    ADD REM-VALOR TO WRK-VALOR-DEVOLVIDAS               00063000
                    PERFORM 2300-GRAVARESTORNO                          00063100
                  END-IF                                                00063200
                END-IF                                                  00063300
               END-IF.                                                  00063400
                                                                        00063500
       2200-99-FIM.               EXIT.                                 00063600
                                                                        00063700
      *-------------------------------------------------------------*   00063800
      *   ESTORNO A CREDITO DA CONTA DE ORIGEM: PERNA T C MARCADA   *   00063900
      *   DEV, MESMA CONTRAPARTE, ID DA FAIXA 700001-799999         *   00064000
      *-------------------------------------------------------------*   00064100
       2300-GRAVARESTORNO                     SECTION.                  00064200
      *-------------------------------------------------------------*   00064300
               IF REM-ID-DEVOLUCAO NOT GREATER 700000                   00064400
                  OR REM-ID-DEVOLUCAO GREATER 799999                    00064500
                 MOVE '2300'                  TO WRK-SECAO              00064600
                 MOVE 'ID DE ESTORNO FORA DA FAIXA DE DEVOLUCOES'       00064700
                   TO WRK-MSGERRO                                       00064800
                 MOVE '00'                    TO WRK-STATUS             00064900
                 MOVE 12 TO RETURN-CODE                                 00065000
                 PERFORM 9000-TRATARERROS                               00065100
               END-IF.                                                  00065200
               MOVE SPACES              TO REG-CLIENTE.                 00065300
               MOVE REM-AGENCIA         TO FD-AGENCIA.                  00065400
               MOVE REM-CONTA           TO FD-CONTA.                    00065500
               MOVE REM-CLIENTE         TO FD-CLIENTE.                  00065600
               MOVE REM-VALOR           TO FD-VALOR.                    00065700
               MOVE 'T'                 TO FD-TIP-OP.                   00065800
               MOVE 'DEV '              TO FD-MARCA.                    00065900
               MOVE WRK-DATA-PROCESSAMENTO TO FD-DATA-MOVIMENTO.        00066000
               MOVE 'C'                 TO FD-TRANSF-DIR.               00066100
               MOVE REM-CONTRA-AGENCIA  TO FD-CONTRA-AGENCIA.           00066200
               MOVE REM-CONTRA-CONTA    TO FD-CONTRA-CONTA.             00066300
               MOVE REM-ID-DEVOLUCAO    TO FD-ID-RASTREIO.              00066400
               WRITE REG-CLIDEVTR FROM REG-CLIENTE.                     00066500
               IF WRK-FS-CLIDEVTR NOT EQUAL 0                           00066600
                 MOVE '2300'                  TO WRK-SECAO              00066700
                 MOVE 'ERRO WRITE CLIDEVTR - ' TO WRK-MSGERRO           00066800
                 MOVE WRK-FS-CLIDEVTR         TO WRK-STATUS             00066900
                 MOVE 12 TO RETURN-CODE                                 00067000
                 PERFORM 9000-TRATARERROS                               00067100
               END-IF.                                                  00067200
               ADD 1         TO WRK-ACUM-ESTORNOS.                      00067300
               ADD REM-VALOR TO WRK-VALOR-ESTORNOS.                     00067400
                                                                        00067500
       2300-99-FIM.               EXIT.                                 00067600
                                                                        00067700
      *-------------------------------------------------------------*   00067800
      *   UMA LINHA POR DETALHE DO RETORNO COM O RESULTADO; O QUE   *   00067900
      *   NAO CASOU COM O REGISTRO E DIVERGENCIA                    *   00068000
      *-------------------------------------------------------------*   00068100
       2500-LISTARRETORNO                     SECTION.                  00068200
      *-------------------------------------------------------------*   00068300
               IF TAB-RET-NAO-CASADO (TAB-RET-IDX)                      00068400
                 ADD 1 TO WRK-ACUM-NAOCONSTA                            00068500
                 MOVE 'NAO CONSTA NO REGISTRO' TO WRK-RESULTADO         00068600
                 MOVE '2500'                  TO WRK-SECAO              00068700
                 MOVE 'RETORNO NAO CONSTA NO REGISTRO DE REMESSAS'      00068800
                   TO WRK-MSGERRO                                       00068900
                 MOVE '00'                    TO WRK-STATUS             00069000
                 PERFORM 9010-REGISTRARDIVERGENCIA                      00069100
               ELSE                                                     00069200
                IF TAB-RET-JA-RETORNADO (TAB-RET-IDX)                   00069300
                  MOVE 'JA RETORNADA ANTERIORMENTE - IGNORADA'          00069400
                    TO WRK-RESULTADO                                    00069500
                ELSE                                                    00069600
                 IF TAB-RET-DIVERGENTE (TAB-RET-IDX)                    00069700
                   MOVE 'DIVERGENTE DO REGISTRO (ID OU VALOR)'          00069800
                     TO WRK-RESULTADO                                   00069900
                   MOVE '2500'                  TO WRK-SECAO            00070000
                   MOVE 'RETORNO DIVERGENTE DO REGISTRO DE REMESSAS'    00070100
                     TO WRK-MSGERRO                                     00070200
                   MOVE '00'                    TO WRK-STATUS           00070300
                   PERFORM 9010-REGISTRARDIVERGENCIA                    00070400
                 ELSE                                                   00070500
                  IF TAB-RET-OCORRENCIA (TAB-RET-IDX) EQUAL 'A'         00070600
                    MOVE 'ACEITA - REGISTRO ATUALIZADO'                 00070700
                      TO WRK-RESULTADO                                  00070800
                  ELSE                                                  00070900
                    MOVE TAB-RET-ID-DEVOL (TAB-RET-IDX) TO WRK-RD-ID    00071000
                    MOVE WRK-RESULTADO-DEVOL TO WRK-RESULTADO           00071100
                  END-IF                                                00071200
                 END-IF                                                 00071300
                END-IF                                                  00071400
               END-IF.                                                  00071500
               MOVE SPACES TO WRK-LINHA-RETORNO.                        00071600
               MOVE TAB-RET-NSA (TAB-RET-IDX)   TO WRK-LR-NSA.          00071700
               MOVE TAB-RET-SEQ (TAB-RET-IDX)   TO WRK-LR-SEQ.          00071800
               MOVE TAB-RET-ID (TAB-RET-IDX)    TO WRK-LR-ID.           00071900
               MOVE TAB-RET-VALOR (TAB-RET-IDX) TO WRK-LR-VALOR.        00072000
               MOVE TAB-RET-OCORRENCIA (TAB-RET-IDX)                    00072100
                 TO WRK-LR-OCORRENCIA.                                  00072200
               MOVE TAB-RET-MOTIVO (TAB-RET-IDX) TO WRK-LR-MOTIVO.      00072300
               MOVE WRK-RESULTADO TO WRK-LR-RESULTADO.                  00072400
               MOVE WRK-LINHA-RETORNO TO WRK-RW-LINHA.                  00072500
               MOVE 'D' TO WRK-RW-FUNCAO.                               00072600
               CALL 'REPWRITE' USING WRK-REPW.                          00072700
                                                                        00072800
       2500-99-FIM.               EXIT.                                 00072900
                                                                        00073000
      *-------------------------------------------------------------*   00073100
       3000-FINALIZAR                         SECTION.                  00073200
      *-------------------------------------------------------------*   00073300
               MOVE SPACES TO REG-CLITRL.                               00073400
               MOVE 'TRL'  TO TRL-TIPO.                                 00073500
               MOVE WRK-ACUM-ESTORNOS  TO TRL-QTD-DETALHES.             00073600
               MOVE WRK-VALOR-ESTORNOS TO TRL-VALOR-TOTAL.              00073700
               WRITE REG-CLIDEVTR FROM REG-CLITRL.                      00073800
               MOVE 'DETALHES NO RETORNO' TO WRK-LT-DESCRICAO.          00073900
               MOVE WRK-RET-LIDOS        TO WRK-LT-QTD.                 00074000
               MOVE WRK-RET-VALOR        TO WRK-LT-VALOR.               00074100
               PERFORM 3100-IMPRIMIRTOTAL.                              00074200
               MOVE 'ACEITAS' TO WRK-LT-DESCRICAO.                      00074300
               MOVE WRK-ACUM-ACEITAS     TO WRK-LT-QTD.                 00074400
               MOVE WRK-VALOR-ACEITAS    TO WRK-LT-VALOR.               00074500
               PERFORM 3100-IMPRIMIRTOTAL.                              00074600
               MOVE 'DEVOLVIDAS' TO WRK-LT-DESCRICAO.                   00074700
               MOVE WRK-ACUM-DEVOLVIDAS  TO WRK-LT-QTD.                 00074800
               MOVE WRK-VALOR-DEVOLVIDAS TO WRK-LT-VALOR.               00074900
               PERFORM 3100-IMPRIMIRTOTAL.                              00075000
               MOVE 'ESTORNOS ENVIADOS AO PORTACLI' TO WRK-LT-DESCRICAO.00075100
               MOVE WRK-ACUM-ESTORNOS    TO WRK-LT-QTD.                 00075200
               MOVE WRK-VALOR-ESTORNOS   TO WRK-LT-VALOR.               00075300
               PERFORM 3100-IMPRIMIRTOTAL.                              00075400
               CLOSE REMANT.                                            00075500
               CLOSE REMNOV.                                            00075600
               CLOSE CLIDEVTR.                                          00075700
               MOVE 'F' TO WRK-RW-FUNCAO.                               00075800
               CALL 'REPWRITE' USING WRK-REPW.                          00075900
               DISPLAY 'DETALHES NO RETORNO. ' WRK-RET-LIDOS.           00076000
               DISPLAY 'REGISTRO COPIADO.... ' WRK-ACUM-REGISTRO.       00076100
               DISPLAY 'ACEITAS............. ' WRK-ACUM-ACEITAS.        00076200
               DISPLAY 'DEVOLVIDAS.......... ' WRK-ACUM-DEVOLVIDAS.     00076300
               DISPLAY 'JA RETORNADAS....... ' WRK-ACUM-JARETORNO.      00076400
               DISPLAY 'DIVERGENTES......... ' WRK-ACUM-DIVERGENTES.    00076500
               DISPLAY 'NAO CONSTAM......... ' WRK-ACUM-NAOCONSTA.      00076600
               DISPLAY 'ESTORNOS GERADOS.... ' WRK-ACUM-ESTORNOS.       00076700
               DISPLAY 'ESTORNOS REEMITIDOS. ' WRK-ACUM-REEMITIDOS.     00076800
               DISPLAY 'VALOR ESTORNADO..... ' WRK-VALOR-ESTORNOS.      00076900
               IF WRK-RETORNO-REJEITADO                                 00077000
                  OR WRK-ACUM-DIVERGENTES NOT EQUAL ZEROS               00077100
                  OR WRK-ACUM-NAOCONSTA NOT EQUAL ZEROS                 00077200
                 MOVE 4 TO RETURN-CODE                                  00077300
               END-IF.                                                  00077400
                                                                        00077500
       3000-99-FIM.               EXIT.                                 00077600
                                                                        00077700
      *-------------------------------------------------------------*   00077800
       3100-IMPRIMIRTOTAL                     SECTION.                  00077900
      *-------------------------------------------------------------*   00078000
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00078100
               MOVE 'T' TO WRK-RW-FUNCAO.                               00078200
               CALL 'REPWRITE' USING WRK-REPW.                          00078300
                                                                        00078400
       3100-99-FIM.               EXIT.                                 00078500
                                                                        00078600
      *-------------------------------------------------------------*   00078700
       9000-TRATARERROS                       SECTION.                  00078800
      *-------------------------------------------------------------*   00078900
             MOVE 'RETINTER'  TO WRK-PROGRAMA                           00079000
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00079100
                 GOBACK.                                                00079200
                                                                        00079300
       9000-99-FIM.               EXIT.                                 00079400
                                                                        00079500
      *-------------------------------------------------------------*   00079600
       9010-REGISTRARDIVERGENCIA              SECTION.                  00079700
      *-------------------------------------------------------------*   00079800
             MOVE 'RETINTER'  TO WRK-PROGRAMA                           00079900
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00080000
                                                                        00080100
       9010-99-FIM.               EXIT.                                 00080200

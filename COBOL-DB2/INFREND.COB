      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. INFREND.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: INFORME DE RENDIMENTOS ANUAL POR CONTA. RODA    *   00001200
      *      UMA VEZ POR ANO, EM FEVEREIRO, E CASA POR AGENCIA/     *   00001300
      *      CONTA O SALDO EM 31/12 DO ANO ANTERIOR (SALDOANT), O   *   00001400
      *      SALDO EM 31/12 DO ANO BASE (SALDOATU) - AMBOS          *   00001500
      *      RETRATOS DE FECHAMENTO DE DEZEMBRO DO GDG MESFECH - E  *   00001600
      *      OS CREDITOS DE JUROS DO ANO BASE (JUROS: LANCAMENTOS   *   00001700
      *      C COM FD-MARCA JUR DO JURESALD, CLASSIFICADOS POR      *   00001800
      *      AGENCIA/CONTA), COM TITULAR, TIPO E DOCUMENTO DO       *   00001900
      *      MESTRE CONTAS.                                         *   00002000
      *      IMPRIME UM INFORME POR CONTA (PAGINA PROPRIA) E GRAVA  *   00002100
      *      O ARQUIVO DA DECLARACAO (#INFREND) COM HEADER,         *   00002200
      *      DETALHE POR CONTA E TRAILER DE CONTROLE. CONTA SEM     *   00002300
      *      SALDO NOS DOIS ANOS E SEM JUROS NAO GERA INFORME.      *   00002400
      *      OS DOIS RETRATOS TEM O TRAILER CONFERIDO (QUANTIDADE,  *   00002500
      *      SOMA E DATA EM DEZEMBRO DO ANO CERTO): GERACAO         *   00002600
      *      TROCADA OU TRUNCADA PARA O PROGRAMA COM RC 12.         *   00002700
      *-------------------------------------------------------------*   00002800
      *   ARQUIVOS...:                                              *   00002900
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003000
      *    SALDOANT             I                  #SALDO           *   00003100
      *    SALDOATU             I                  #SALDO           *   00003200
      *    JUROS                I                  #CLIENTE         *   00003300
      *    CONTAS               I                  #CONTA           *   00003400
      *    INFDECL              O                  #INFREND         *   00003500
      *-------------------------------------------------------------*   00003600
      *   MODULOS....:                             INCLUDE/BOOK     *   00003700
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003800
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00003900
      *   VALIDATA -   CRITICA DA DATA              VALDATA         *   00004000
      *=============================================================*   00004100
                                                                        00004200
      *=============================================================*   00004300
       ENVIRONMENT                               DIVISION.              00004400
      *=============================================================*   00004500
                                                                        00004600
      *=============================================================*   00004700
       CONFIGURATION                               SECTION.             00004800
      *=============================================================*   00004900
       SPECIAL-NAMES.                                                   00005000
           DECIMAL-POINT IS COMMA.                                      00005100
                                                                        00005200
                                                                        00005300
       INPUT-OUTPUT                                SECTION.             00005400
       FILE-CONTROL.                                                    00005500
           SELECT SALDOANT  ASSIGN TO SALDOANT                          00005600
               FILE STATUS  IS WRK-FS-SALDOANT.                         00005700
           SELECT SALDOATU  ASSIGN TO SALDOATU                          00005800
               FILE STATUS  IS WRK-FS-SALDOATU.                         00005900
           SELECT JUROS     ASSIGN TO JUROS                             00006000
               FILE STATUS  IS WRK-FS-JUROS.                            00006100
           SELECT CONTAS    ASSIGN TO CONTAS                            00006200
               FILE STATUS  IS WRK-FS-CONTAS.                           00006300
           SELECT INFDECL   ASSIGN TO INFDECL                           00006400
               FILE STATUS  IS WRK-FS-INFDECL.                          00006500
                                                                        00006600
      *=============================================================*   00006700
       DATA                                      DIVISION.              00006800
      *=============================================================*   00006900
       FILE                                      SECTION.               00007000
                                                                        00007100
      *-------------------------------------------------------------*   00007200
      *   SALDOANT - FECHAMENTO DE DEZEMBRO DO ANO ANTERIOR         *   00007300
      *-------------------------------------------------------------*   00007400
       FD SALDOANT                                                      00007500
           RECORDING  MODE IS F                                         00007600
           BLOCK CONTAINS 0 RECORDS.                                    00007700
                                                                        00007800
       01 REG-SALDOANT        PIC X(96).                                00007900
                                                                        00008000
      *-------------------------------------------------------------*   00008100
      *   SALDOATU - FECHAMENTO DE DEZEMBRO DO ANO BASE             *   00008200
      *-------------------------------------------------------------*   00008300
       FD SALDOATU                                                      00008400
           RECORDING  MODE IS F                                         00008500
           BLOCK CONTAINS 0 RECORDS.                                    00008600
                                                                        00008700
       COPY '#SALDO'.                                                   00008800
                                                                        00008900
      *-------------------------------------------------------------*   00009000
      *   JUROS - CREDITOS DE JUROS DO ANO, POR AGENCIA/CONTA       *   00009100
      *-------------------------------------------------------------*   00009200
       FD JUROS                                                         00009300
           RECORDING  MODE IS F                                         00009400
           BLOCK CONTAINS 0 RECORDS.                                    00009500
                                                                        00009600
       COPY '#CLIENTE'.                                                 00009700
                                                                        00009800
      *-------------------------------------------------------------*   00009900
      *   CONTAS - MESTRE DE CONTAS                                 *   00010000
      *-------------------------------------------------------------*   00010100
       FD CONTAS                                                        00010200
           RECORDING  MODE IS F                                         00010300
           BLOCK CONTAINS 0 RECORDS.                                    00010400
                                                                        00010500
       COPY '#CONTA'.                                                   00010600
                                                                        00010700
      *-------------------------------------------------------------*   00010800
      *   INFDECL - ARQUIVO DA DECLARACAO DE RENDIMENTOS            *   00010900
      *-------------------------------------------------------------*   00011000
       FD INFDECL                                                       00011100
           RECORDING  MODE IS F                                         00011200
           BLOCK CONTAINS 0 RECORDS.                                    00011300
                                                                        00011400
       COPY '#INFREND'.                                                 00011500
                                                                        00011600
      *=============================================================*   00011700
       WORKING-STORAGE                             SECTION.             00011800
      *=============================================================*   00011900
                                                                        00012000
       01 FILLER         PIC X(64) VALUE                                00012100
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00012200
      *-------------------------------------------------------------*   00012300
       77 WRK-FS-SALDOANT  PIC 9(02).                                   00012400
       77 WRK-FS-SALDOATU  PIC 9(02).                                   00012500
       77 WRK-FS-JUROS     PIC 9(02).                                   00012600
       77 WRK-FS-CONTAS    PIC 9(02).                                   00012700
       77 WRK-FS-INFDECL   PIC 9(02).                                   00012800
                                                                        00012900
       01 FILLER         PIC X(64) VALUE                                00013000
           '-----------PARAMETROS DO INFORME-------------'.             00013100
      *-------------------------------------------------------------*   00013200
       77 WRK-ANO-BASE         PIC 9(04) VALUE ZEROS.                   00013300
       77 WRK-ANO-ANTERIOR     PIC 9(04) VALUE ZEROS.                   00013400
       77 WRK-INSTITUICAO      PIC X(08) VALUE SPACES.                  00013500
                                                                        00013600
       01 WRK-DEZEMBRO-INI.                                             00013700
          05 WRK-DI-ANO        PIC 9(04).                               00013800
          05 FILLER            PIC 9(04) VALUE 1201.                    00013900
       01 WRK-DEZEMBRO-INI-R REDEFINES WRK-DEZEMBRO-INI PIC 9(08).      00014000
                                                                        00014100
       01 WRK-DEZEMBRO-FIM.                                             00014200
          05 WRK-DF-ANO        PIC 9(04).                               00014300
          05 FILLER            PIC 9(04) VALUE 1231.                    00014400
       01 WRK-DEZEMBRO-FIM-R REDEFINES WRK-DEZEMBRO-FIM PIC 9(08).      00014500
                                                                        00014600
       01 FILLER         PIC X(64) VALUE                                00014700
           '-----------CHAVES DO BALANCE LINE------------'.             00014800
      *-------------------------------------------------------------*   00014900
       01 WRK-CHAVE-ANT.                                                00015000
          05 WRK-CA-AGENCIA    PIC X(04).                               00015100
          05 WRK-CA-CONTA      PIC X(05).                               00015200
                                                                        00015300
       01 WRK-CHAVE-ATU.                                                00015400
          05 WRK-CT-AGENCIA    PIC X(04).                               00015500
          05 WRK-CT-CONTA      PIC X(05).                               00015600
                                                                        00015700
       01 WRK-CHAVE-JUROS.                                              00015800
          05 WRK-CJ-AGENCIA    PIC X(04).                               00015900
          05 WRK-CJ-CONTA      PIC X(05).                               00016000
                                                                        00016100
       01 WRK-CHAVE-JUROS-ANT  PIC X(09) VALUE LOW-VALUES.              00016200
                                                                        00016300
       01 WRK-CHAVE-CONTA.                                              00016400
          05 WRK-CO-AGENCIA    PIC X(04).                               00016500
          05 WRK-CO-CONTA      PIC X(05).                               00016600
                                                                        00016700
       01 WRK-CHAVE-CORRENTE.                                           00016800
          05 WRK-CC-AGENCIA    PIC X(04).                               00016900
          05 WRK-CC-CONTA      PIC X(05).                               00017000
                                                                        00017100
       01 FILLER         PIC X(64) VALUE                                00017200
           '-----------RETRATO DO ANO ANTERIOR-----------'.             00017300
      *-------------------------------------------------------------*   00017400
       01 WRK-REG-SALANT.                                               00017500
          05 WRK-SA-AGENCIA    PIC 9(04).                               00017600
          05 WRK-SA-CONTA      PIC 9(05).                               00017700
          05 FILLER            PIC X(30).                               00017800
          05 FILLER            PIC X(13).                               00017900
          05 FILLER            PIC X(05).                               00018000
          05 WRK-SA-FECHAMENTO PIC S9(10)V99                            00018100
                               SIGN IS LEADING SEPARATE.                00018200
          05 FILLER            PIC X(26).                               00018300
                                                                        00018400
       01 WRK-REG-SALANT-TRL REDEFINES WRK-REG-SALANT.                  00018500
          05 WRK-SAT-TIPO      PIC X(03).                               00018600
             88 WRK-SAT-E-TRAILER    VALUE 'TRL'.                       00018700
          05 WRK-SAT-DATA      PIC 9(08).                               00018800
          05 WRK-SAT-QTD       PIC 9(07).                               00018900
          05 WRK-SAT-SOMA      PIC S9(12)V99                            00019000
                               SIGN IS LEADING SEPARATE.                00019100
          05 FILLER            PIC X(63).                               00019200
                                                                        00019300
       01 FILLER         PIC X(64) VALUE                                00019400
           '-----------CONFERENCIA DOS TRAILERS----------'.             00019500
      *-------------------------------------------------------------*   00019600
       77 WRK-TRL-ANT          PIC X(01) VALUE 'N'.                     00019700
           88 WRK-ANT-CONFERIDO    VALUE 'S'.                           00019800
       77 WRK-TRL-ATU          PIC X(01) VALUE 'N'.                     00019900
           88 WRK-ATU-CONFERIDO    VALUE 'S'.                           00020000
       77 WRK-ANT-QTD-CONTAS   PIC 9(07) VALUE ZEROS.                   00020100
       77 WRK-ANT-SOMA-FECH    PIC S9(12)V99 VALUE ZEROS.               00020200
       77 WRK-ATU-QTD-CONTAS   PIC 9(07) VALUE ZEROS.                   00020300
       77 WRK-ATU-SOMA-FECH    PIC S9(12)V99 VALUE ZEROS.               00020400
                                                                        00020500
       01 FILLER         PIC X(64) VALUE                                00020600
           '-----------CONTA EM MONTAGEM-----------------'.             00020700
      *-------------------------------------------------------------*   00020800
       77 WRK-SALDO-ANTERIOR   PIC S9(10)V99 VALUE ZEROS.               00020900
       77 WRK-SALDO-ATUAL      PIC S9(10)V99 VALUE ZEROS.               00021000
       77 WRK-RENDIMENTOS      PIC 9(10)V99 VALUE ZEROS.                00021100
       77 WRK-NOME             PIC X(30) VALUE SPACES.                  00021200
       77 WRK-CONTA-ACHADA     PIC X(01) VALUE 'N'.                     00021300
           88 WRK-ACHOU-CONTA      VALUE 'S'.                           00021400
                                                                        00021500
       01 FILLER         PIC X(64) VALUE                                00021600
           '-----------ACUMULAR INFORMES-----------------'.             00021700
      *-------------------------------------------------------------*   00021800
       77 WRK-ACUM-SALANT      PIC 9(07) VALUE ZEROS.                   00021900
       77 WRK-ACUM-SALATU      PIC 9(07) VALUE ZEROS.                   00022000
       77 WRK-ACUM-JUROS       PIC 9(07) VALUE ZEROS.                   00022100
       77 WRK-ACUM-INFORMES    PIC 9(07) VALUE ZEROS.                   00022200
       77 WRK-ACUM-ZERADAS     PIC 9(07) VALUE ZEROS.                   00022300
       77 WRK-ACUM-SEMDOC      PIC 9(07) VALUE ZEROS.                   00022400
       77 WRK-ACUM-SEMCONTA    PIC 9(07) VALUE ZEROS.                   00022500
       77 WRK-TOTAL-RENDIM     PIC 9(12)V99 VALUE ZEROS.                00022600
                                                                        00022700
       01 FILLER         PIC X(64) VALUE                                00022800
           '-----------LINHAS DO RELATORIO---------------'.             00022900
      *-------------------------------------------------------------*   00023000
       01 WRK-CABEC1.                                                   00023100
          05 FILLER   PIC X(40) VALUE                                   00023200
             'INFORME DE RENDIMENTOS - ANO-CALENDARIO '.                00023300
          05 WRK-CB-ANO PIC 9(04).                                      00023400
                                                                        00023500
       01 WRK-CABEC2.                                                   00023600
          05 FILLER   PIC X(16) VALUE 'FONTE PAGADORA: '.               00023700
          05 WRK-CB-INSTITUICAO PIC X(08).                              00023800
                                                                        00023900
       01 WRK-LINHA-CONTA.                                              00024000
          05 FILLER            PIC X(02).                               00024100
          05 FILLER            PIC X(10) VALUE 'AGENCIA: '.             00024200
          05 WRK-LC-AGENCIA    PIC 9(04).                               00024300
          05 FILLER            PIC X(10) VALUE '  CONTA: '.             00024400
          05 WRK-LC-CONTA      PIC 9(05).                               00024500
          05 FILLER            PIC X(09) VALUE '  TIPO: '.              00024600
          05 WRK-LC-TIPO       PIC X(10).                               00024700
          05 FILLER            PIC X(13) VALUE '  SITUACAO: '.          00024800
          05 WRK-LC-SITUACAO   PIC X(10).                               00024900
                                                                        00025000
       01 WRK-LINHA-TITULAR.                                            00025100
          05 FILLER            PIC X(02).                               00025200
          05 FILLER            PIC X(10) VALUE 'TITULAR: '.             00025300
          05 WRK-LT-NOME       PIC X(30).                               00025400
          05 FILLER            PIC X(02).                               00025500
          05 WRK-LT-TIPO-DOC   PIC X(06).                               00025600
          05 WRK-LT-DOCUMENTO  PIC X(14).                               00025700
                                                                        00025800
       01 WRK-LINHA-VALOR.                                              00025900
          05 FILLER            PIC X(02).                               00026000
          05 WRK-LV-TEXTO      PIC X(40).                               00026100
          05 WRK-LV-VALOR      PIC -Z.ZZZ.ZZZ.ZZ9,99.                   00026200
                                                                        00026300
       01 WRK-TEXTO-SALDO.                                              00026400
          05 FILLER            PIC X(15) VALUE 'SALDO EM 31/12/'.       00026500
          05 WRK-TS-ANO        PIC 9(04).                               00026600
          05 FILLER            PIC X(21) VALUE                          00026700
             ' ....................'.                                   00026800
                                                                        00026900
       01 WRK-LINHA-TOTAL1.                                             00027000
          05 FILLER            PIC X(20) VALUE ' INFORMES EMITIDOS .'.  00027100
          05 WRK-LT-INFORMES   PIC Z(06)9.                              00027200
          05 FILLER            PIC X(14) VALUE '   SEM VALOR  '.        00027300
          05 WRK-LT-ZERADAS    PIC Z(06)9.                              00027400
          05 FILLER            PIC X(14) VALUE '   SEM DOCUM. '.        00027500
          05 WRK-LT-SEMDOC     PIC Z(06)9.                              00027600
                                                                        00027700
       01 WRK-LINHA-TOTAL2.                                             00027800
          05 FILLER            PIC X(20) VALUE ' TOTAL RENDIMENTOS .'.  00027900
          05 WRK-LT-RENDIM     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.                00028000
                                                                        00028100
       01 FILLER         PIC X(64) VALUE                                00028200
           '-----------DATA DE PROCESSAMENTO--------------'.            00028300
      *-------------------------------------------------------------*   00028400
       COPY 'DATAPROC'.                                                 00028500
                                                                        00028600
      *------------BOOK CRITICA DA DATA-----------------------------*   00028700
                                                                        00028800
       COPY 'VALDATA'.                                                  00028900
                                                                        00029000
       01 FILLER         PIC X(64) VALUE                                00029100
           '-----------CHAMAR TRATA ERROS----------------'.             00029200
                                                                        00029300
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00029400
                                                                        00029500
       COPY 'VARERROS'.                                                 00029600
                                                                        00029700
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00029800
                                                                        00029900
       COPY 'REPWCOMM'.                                                 00030000
                                                                        00030100
      *=============================================================*   00030200
       PROCEDURE DIVISION.                                              00030300
      *=============================================================*   00030400
                                                                        00030500
      *-------------------------------------------------------------*   00030600
       0000-PRINCIPAL                         SECTION.                  00030700
      *-------------------------------------------------------------*   00030800
            PERFORM 1000-INICIAR.                                       00030900
            PERFORM 1100-TESTARSTATUS.                                  00031000
            PERFORM 1600-GRAVARHEADER.                                  00031100
            PERFORM 1200-LERSALDOANT.                                   00031200
            PERFORM 1300-LERSALDOATU.                                   00031300
            PERFORM 1400-LERJUROS.                                      00031400
            PERFORM 1500-LERCONTA.                                      00031500
            PERFORM 2000-PROCESSAR                                      00031600
               UNTIL WRK-CHAVE-ANT   EQUAL HIGH-VALUES                  00031700
                 AND WRK-CHAVE-ATU   EQUAL HIGH-VALUES                  00031800
                 AND WRK-CHAVE-JUROS EQUAL HIGH-VALUES.                 00031900
            PERFORM 3000-FINALIZAR.                                     00032000
            STOP RUN.                                                   00032100
                                                                        00032200
       0000-99-FIM.               EXIT.                                 00032300
                                                                        00032400
      *-------------------------------------------------------------*   00032500
      *   SYSIN: DATA DE PROCESSAMENTO, ANO BASE E CODIGO DA        *   00032600
      *   INSTITUICAO (FONTE PAGADORA) PARA O HEADER DA DECLARACAO  *   00032700
      *-------------------------------------------------------------*   00032800
       1000-INICIAR                           SECTION.                  00032900
      *-------------------------------------------------------------*   00033000
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00033100
            ACCEPT WRK-ANO-BASE FROM SYSIN.                             00033200
            ACCEPT WRK-INSTITUICAO FROM SYSIN.                          00033300
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                 00033400
            CALL 'VALIDATA' USING WRK-VALIDA-DATA.                      00033500
            IF WRK-VD-INVALIDA                                          00033600
              MOVE '1000'                  TO WRK-SECAO                 00033700
              MOVE 'DATA DE PROCESSAMENTO INVALIDA' TO WRK-MSGERRO      00033800
              MOVE WRK-VD-STATUS           TO WRK-STATUS                00033900
              MOVE 8 TO RETURN-CODE                                     00034000
              PERFORM 9000-TRATARERROS                                  00034100
            END-IF.                                                     00034200
            IF WRK-ANO-BASE NOT NUMERIC                                 00034300
               OR WRK-ANO-BASE EQUAL ZEROS                              00034400
               OR WRK-ANO-BASE NOT LESS WRK-DATA-PROCESSAMENTO (1:4)    00034500
              MOVE '1000'                  TO WRK-SECAO                 00034600
              MOVE 'ANO BASE INVALIDO'     TO WRK-MSGERRO               00034700
              MOVE '00'                    TO WRK-STATUS                00034800
              MOVE 8 TO RETURN-CODE                                     00034900
              PERFORM 9000-TRATARERROS                                  00035000
            END-IF.                                                     00035100
            COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-BASE - 1.                00035200
            OPEN INPUT SALDOANT.                                        00035300
            OPEN INPUT SALDOATU.                                        00035400
            OPEN INPUT JUROS.                                           00035500
            OPEN INPUT CONTAS.                                          00035600
            OPEN OUTPUT INFDECL.                                        00035700
            MOVE WRK-ANO-BASE    TO WRK-CB-ANO.                         00035800
            MOVE WRK-INSTITUICAO TO WRK-CB-INSTITUICAO.                 00035900
            MOVE WRK-CABEC1 TO WRK-RW-TITULO1.                          00036000
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00036100
            MOVE SPACES     TO WRK-RW-TITULO3.                          00036200
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00036300
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00036400
            MOVE 'N' TO WRK-RW-REABRIR.                                 00036500
            MOVE SPACES TO WRK-RW-QUEBRA.                               00036550
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00036600
            CALL 'REPWRITE' USING WRK-REPW.                             00036700
                                                                        00036800
       1000-99-FIM.               EXIT.                                 00036900
                                                                        00037000
      *-------------------------------------------------------------*   00037100
       1100-TESTARSTATUS                      SECTION.                  00037200
      *-------------------------------------------------------------*   00037300
               IF WRK-FS-SALDOANT NOT EQUAL 0                           00037400
                MOVE '1000'                  TO WRK-SECAO               00037500
                MOVE 'ERRO OPEN SALDOANT - ' TO WRK-MSGERRO             00037600
                MOVE WRK-FS-SALDOANT         TO WRK-STATUS              00037700
                   PERFORM 9000-TRATARERROS                             00037800
               END-IF.                                                  00037900
               IF WRK-FS-SALDOATU NOT EQUAL 0                           00038000
                MOVE '1001'                  TO WRK-SECAO               00038100
                MOVE 'ERRO OPEN SALDOATU - ' TO WRK-MSGERRO             00038200
                MOVE WRK-FS-SALDOATU         TO WRK-STATUS              00038300
                   PERFORM 9000-TRATARERROS                             00038400
               END-IF.                                                  00038500
               IF WRK-FS-JUROS NOT EQUAL 0                              00038600
                MOVE '1002'                  TO WRK-SECAO               00038700
                MOVE 'ERRO OPEN JUROS - '    TO WRK-MSGERRO             00038800
                MOVE WRK-FS-JUROS            TO WRK-STATUS              00038900
                   PERFORM 9000-TRATARERROS                             00039000
               END-IF.                                                  00039100
               IF WRK-FS-CONTAS NOT EQUAL 0                             00039200
                MOVE '1003'                  TO WRK-SECAO               00039300
                MOVE 'ERRO OPEN CONTAS - '   TO WRK-MSGERRO             00039400
                MOVE WRK-FS-CONTAS           TO WRK-STATUS              00039500
                   PERFORM 9000-TRATARERROS                             00039600
               END-IF.                                                  00039700
               IF WRK-FS-INFDECL NOT EQUAL 0                            00039800
                MOVE '1004'                  TO WRK-SECAO               00039900
                MOVE 'ERRO OPEN INFDECL - '  TO WRK-MSGERRO             00040000
                MOVE WRK-FS-INFDECL          TO WRK-STATUS              00040100
                   PERFORM 9000-TRATARERROS                             00040200
               END-IF.                                                  00040300
               IF WRK-RW-STATUS NOT EQUAL '00'                          00040400
                MOVE '1005'                  TO WRK-SECAO               00040500
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00040600
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00040700
                   PERFORM 9000-TRATARERROS                             00040800
               END-IF.                                                  00040900
                                                                        00041000
       1100-99-FIM.               EXIT.                                 00041100
                                                                        00041200
      *-------------------------------------------------------------*   00041300
       1200-LERSALDOANT                       SECTION.                  00041400
      *-------------------------------------------------------------*   00041500
               READ SALDOANT INTO WRK-REG-SALANT.                       00041600
               IF WRK-FS-SALDOANT EQUAL 10                              00041700
                 IF NOT WRK-ANT-CONFERIDO                               00041800
                   MOVE '1200'                 TO WRK-SECAO             00041900
                   MOVE 'GERACAO SALDOANT SEM TRAILER DE CONTROLE'      00042000
                     TO WRK-MSGERRO                                     00042100
                   MOVE '00'                   TO WRK-STATUS            00042200
                   MOVE 12 TO RETURN-CODE                               00042300
                   PERFORM 9000-TRATARERROS                             00042400
                 END-IF                                                 00042500
                 MOVE HIGH-VALUES TO WRK-CHAVE-ANT                      00042600
               ELSE                                                     00042700
                IF WRK-SAT-E-TRAILER                                    00042800
                  PERFORM 1250-CONFERIRSALDOANT                         00042900
                  MOVE HIGH-VALUES TO WRK-CHAVE-ANT                     00043000
                ELSE                                                    00043100
                  ADD 1 TO WRK-ANT-QTD-CONTAS                           00043200
                  ADD WRK-SA-FECHAMENTO TO WRK-ANT-SOMA-FECH            00043300
                  MOVE WRK-SA-AGENCIA TO WRK-CA-AGENCIA                 00043400
                  MOVE WRK-SA-CONTA   TO WRK-CA-CONTA                   00043500
                END-IF                                                  00043600
               END-IF.                                                  00043700
                                                                        00043800
       1200-99-FIM.               EXIT.                                 00043900
                                                                        00044000
      *-------------------------------------------------------------*   00044100
      *   CONFERIR O TRAILER DO RETRATO DO ANO ANTERIOR:            *   00044200
      *   QUANTIDADE, SOMA E DATA (DEZEMBRO DO ANO ANTERIOR AO ANO  *   00044300
      *   BASE)                                                     *   00044400
      *-------------------------------------------------------------*   00044500
       1250-CONFERIRSALDOANT                  SECTION.                  00044600
      *-------------------------------------------------------------*   00044700
               MOVE 'S' TO WRK-TRL-ANT.                                 00044800
               IF WRK-SAT-QTD NOT EQUAL WRK-ANT-QTD-CONTAS              00044900
                 MOVE '1250'                 TO WRK-SECAO               00045000
                 MOVE 'QTD DO TRAILER DIFERE DAS CONTAS LIDAS'          00045100
                   TO WRK-MSGERRO                                       00045200
                 MOVE '00'                   TO WRK-STATUS              00045300
                 MOVE 12 TO RETURN-CODE                                 00045400
                 PERFORM 9000-TRATARERROS                               00045500
               END-IF.                                                  00045600
               IF WRK-SAT-SOMA NOT EQUAL WRK-ANT-SOMA-FECH              00045700
                 MOVE '1250'                 TO WRK-SECAO               00045800
                 MOVE 'SOMA DO TRAILER DIFERE DA SOMA LIDA'             00045900
                   TO WRK-MSGERRO                                       00046000
                 MOVE '00'                   TO WRK-STATUS              00046100
                 MOVE 12 TO RETURN-CODE                                 00046200
                 PERFORM 9000-TRATARERROS                               00046300
               END-IF.                                                  00046400
               MOVE WRK-ANO-ANTERIOR TO WRK-DI-ANO.                     00046500
               MOVE WRK-ANO-ANTERIOR TO WRK-DF-ANO.                     00046600
               IF WRK-SAT-DATA LESS WRK-DEZEMBRO-INI-R                  00046700
                  OR WRK-SAT-DATA GREATER WRK-DEZEMBRO-FIM-R            00046800
                 MOVE '1250'                 TO WRK-SECAO               00046900
                 MOVE 'SALDOANT NAO E O DEZEMBRO DO ANO ANTERIOR'       00047000
                   TO WRK-MSGERRO                                       00047100
                 MOVE '00'                   TO WRK-STATUS              00047200
                 MOVE 12 TO RETURN-CODE                                 00047300
                 PERFORM 9000-TRATARERROS                               00047400
               END-IF.                                                  00047500
                                                                        00047600
       1250-99-FIM.               EXIT.                                 00047700
                                                                        00047800
      *-------------------------------------------------------------*   00047900
       1300-LERSALDOATU                       SECTION.                  00048000
      *-------------------------------------------------------------*   00048100
               READ SALDOATU.                                           00048200
               IF WRK-FS-SALDOATU EQUAL 10                              00048300
                 IF NOT WRK-ATU-CONFERIDO                               00048400
                   MOVE '1300'                 TO WRK-SECAO             00048500
                   MOVE 'GERACAO SALDOATU SEM TRAILER DE CONTROLE'      00048600
                     TO WRK-MSGERRO                                     00048700
                   MOVE '00'                   TO WRK-STATUS            00048800
                   MOVE 12 TO RETURN-CODE                               00048900
                   PERFORM 9000-TRATARERROS                             00049000
                 END-IF                                                 00049100
                 MOVE HIGH-VALUES TO WRK-CHAVE-ATU                      00049200
               ELSE                                                     00049300
                IF STR-E-TRAILER                                        00049400
                  PERFORM 1350-CONFERIRSALDOATU                         00049500
                  MOVE HIGH-VALUES TO WRK-CHAVE-ATU                     00049600
                ELSE                                                    00049700
                  ADD 1 TO WRK-ATU-QTD-CONTAS                           00049800
                  ADD SAL-SALDO-FECHAMENTO TO WRK-ATU-SOMA-FECH         00049900
                  MOVE SAL-AGENCIA TO WRK-CT-AGENCIA                    00050000
                  MOVE SAL-CONTA   TO WRK-CT-CONTA                      00050100
                END-IF                                                  00050200
               END-IF.                                                  00050300
                                                                        00050400
       1300-99-FIM.               EXIT.                                 00050500
                                                                        00050600
      *-------------------------------------------------------------*   00050700
      *   CONFERIR O TRAILER DO RETRATO DO ANO BASE: QUANTIDADE,    *   00050800
      *   SOMA E DATA (DEZEMBRO DO ANO BASE)                        *   00050900
      *-------------------------------------------------------------*   00051000
       1350-CONFERIRSALDOATU                  SECTION.                  00051100
      *-------------------------------------------------------------*   00051200
               MOVE 'S' TO WRK-TRL-ATU.                                 00051300
               IF STR-QTD-CONTAS NOT EQUAL WRK-ATU-QTD-CONTAS           00051400
                 MOVE '1350'                 TO WRK-SECAO               00051500
                 MOVE 'QTD DO TRAILER DIFERE DAS CONTAS LIDAS'          00051600
                   TO WRK-MSGERRO                                       00051700
                 MOVE '00'                   TO WRK-STATUS              00051800
                 MOVE 12 TO RETURN-CODE                                 00051900
                 PERFORM 9000-TRATARERROS                               00052000
               END-IF.                                                  00052100
               IF STR-SOMA-FECHAMENTO NOT EQUAL WRK-ATU-SOMA-FECH       00052200
                 MOVE '1350'                 TO WRK-SECAO               00052300
                 MOVE 'SOMA DO TRAILER DIFERE DA SOMA LIDA'             00052400
                   TO WRK-MSGERRO                                       00052500
                 MOVE '00'                   TO WRK-STATUS              00052600
                 MOVE 12 TO RETURN-CODE                                 00052700
                 PERFORM 9000-TRATARERROS                               00052800
               END-IF.                                                  00052900
               MOVE WRK-ANO-BASE TO WRK-DI-ANO.                         00053000
               MOVE WRK-ANO-BASE TO WRK-DF-ANO.                         00053100
               IF STR-DATA-SALDO LESS WRK-DEZEMBRO-INI-R                00053200
                  OR STR-DATA-SALDO GREATER WRK-DEZEMBRO-FIM-R          00053300
                 MOVE '1350'                 TO WRK-SECAO               00053400
                 MOVE 'SALDOATU NAO E O DEZEMBRO DO ANO BASE'           00053500
                   TO WRK-MSGERRO                                       00053600
                 MOVE '00'                   TO WRK-STATUS              00053700
                 MOVE 12 TO RETURN-CODE                                 00053800
                 PERFORM 9000-TRATARERROS                               00053900
               END-IF.                                                  00054000
                                                                        00054100
       1350-99-FIM.               EXIT.                                 00054200
                                                                        00054300
      *-------------------------------------------------------------*   00054400
      *   CREDITOS DE JUROS: SO CONTA LANCAMENTO C MARCADO JUR COM  *   00054500
      *   DATA NO ANO BASE (O QUE MAIS VIER NO ARQUIVO E IGNORADO). *   00054600
      *   FORA DE ORDEM DE AGENCIA/CONTA PARA O PROGRAMA            *   00054700
      *-------------------------------------------------------------*   00054800
       1400-LERJUROS                          SECTION.                  00054900
      *-------------------------------------------------------------*   00055000
       1400-10-LER.                                                     00055100
               READ JUROS.                                              00055200
               IF WRK-FS-JUROS EQUAL 10                                 00055300
                 MOVE HIGH-VALUES TO WRK-CHAVE-JUROS                    00055400
                 GO TO 1400-99-FIM                                      00055500
               END-IF.                                                  00055600
               IF FD-TIP-OP NOT EQUAL 'C'                               00055700
                  OR NOT FD-MARCA-JUROS                                 00055800
                  OR FD-DATA-MOVIMENTO (1:4) NOT EQUAL WRK-ANO-BASE     00055900
                 GO TO 1400-10-LER                                      00056000
               END-IF.                                                  00056100
               MOVE FD-AGENCIA TO WRK-CJ-AGENCIA.                       00056200
               MOVE FD-CONTA   TO WRK-CJ-CONTA.                         00056300
               IF WRK-CHAVE-JUROS LESS WRK-CHAVE-JUROS-ANT              00056400
                 MOVE '1400'                 TO WRK-SECAO               00056500
                 MOVE 'JUROS FORA DE ORDEM DE AGENCIA/CONTA'            00056600
                   TO WRK-MSGERRO                                       00056700
                 MOVE '00'                   TO WRK-STATUS              00056800
                 MOVE 12 TO RETURN-CODE                                 00056900
                 PERFORM 9000-TRATARERROS                               00057000
               END-IF.                                                  00057100
               MOVE WRK-CHAVE-JUROS TO WRK-CHAVE-JUROS-ANT.             00057200
               ADD 1 TO WRK-ACUM-JUROS.                                 00057300
                                                                        00057400
       1400-99-FIM.               EXIT.                                 00057500
                                                                        00057600
      *-------------------------------------------------------------*   00057700
       1500-LERCONTA                          SECTION.                  00057800
      *-------------------------------------------------------------*   00057900
               READ CONTAS.                                             00058000
               IF WRK-FS-CONTAS EQUAL 10                                00058100
                 MOVE HIGH-VALUES TO WRK-CHAVE-CONTA                    00058200
               ELSE                                                     00058300
                 MOVE CTA-AGENCIA TO WRK-CO-AGENCIA                     00058400
                 MOVE CTA-CONTA   TO WRK-CO-CONTA                       00058500
               END-IF.                                                  00058600
                                                                        00058700
       1500-99-FIM.               EXIT.                                 00058800
                                                                        00058900
      *-------------------------------------------------------------*   00059000
       1600-GRAVARHEADER                      SECTION.                  00059100
      *-------------------------------------------------------------*   00059200
               MOVE SPACES TO REG-INFHDR.                               00059300
               MOVE 'HDR'  TO INH-TIPO.                                 00059400
               MOVE WRK-ANO-BASE           TO INH-ANO-BASE.             00059500
               MOVE WRK-DATA-PROCESSAMENTO TO INH-DATA-GERACAO.         00059600
               MOVE WRK-INSTITUICAO        TO INH-INSTITUICAO.          00059700
               WRITE REG-INFHDR.                                        00059800
                                                                        00059900
       1600-99-FIM.               EXIT.                                 00060000
                                                                        00060100
      *-------------------------------------------------------------*   00060200
      *   A CONTA CORRENTE E A MENOR CHAVE ENTRE OS DOIS RETRATOS   *   00060300
      *   E OS JUROS; O QUE FALTA NUM DELES VALE ZERO               *   00060400
      *-------------------------------------------------------------*   00060500
       2000-PROCESSAR                         SECTION.                  00060600
      *-------------------------------------------------------------*   00060700
               MOVE WRK-CHAVE-ANT TO WRK-CHAVE-CORRENTE.                00060800
               IF WRK-CHAVE-ATU LESS WRK-CHAVE-CORRENTE                 00060900
                 MOVE WRK-CHAVE-ATU TO WRK-CHAVE-CORRENTE               00061000
               END-IF.                                                  00061100
               IF WRK-CHAVE-JUROS LESS WRK-CHAVE-CORRENTE               00061200
                 MOVE WRK-CHAVE-JUROS TO WRK-CHAVE-CORRENTE             00061300
               END-IF.                                                  00061400
               MOVE ZEROS TO WRK-SALDO-ANTERIOR.                        00061500
               MOVE ZEROS TO WRK-SALDO-ATUAL.                           00061600
               MOVE ZEROS TO WRK-RENDIMENTOS.                           00061700
               MOVE SPACES TO WRK-NOME.                                 00061800
               IF WRK-CHAVE-ANT EQUAL WRK-CHAVE-CORRENTE                00061900
                 MOVE WRK-SA-FECHAMENTO TO WRK-SALDO-ANTERIOR           00062000
                 ADD 1 TO WRK-ACUM-SALANT                               00062100
                 PERFORM 1200-LERSALDOANT                               00062200
               END-IF.                                                  00062300
               IF WRK-CHAVE-ATU EQUAL WRK-CHAVE-CORRENTE                00062400
                 MOVE SAL-SALDO-FECHAMENTO TO WRK-SALDO-ATUAL           00062500
                 MOVE SAL-CLIENTE          TO WRK-NOME                  00062600
                 ADD 1 TO WRK-ACUM-SALATU                               00062700
                 PERFORM 1300-LERSALDOATU                               00062800
               END-IF.                                                  00062900
               PERFORM 2100-SOMARJUROS                                  00063000
                  UNTIL WRK-CHAVE-JUROS NOT EQUAL WRK-CHAVE-CORRENTE.   00063100
               PERFORM 2200-PROCURARCONTA.                              00063200
               IF WRK-SALDO-ANTERIOR EQUAL ZEROS                        00063300
                  AND WRK-SALDO-ATUAL EQUAL ZEROS                       00063400
                  AND WRK-RENDIMENTOS EQUAL ZEROS                       00063500
                 ADD 1 TO WRK-ACUM-ZERADAS                              00063600
               ELSE                                                     00063700
                 PERFORM 2300-IMPRIMIRINFORME                           00063800
                 PERFORM 2400-GRAVARDETALHE                             00063900
               END-IF.                                                  00064000
                                                                        00064100
       2000-99-FIM.               EXIT.                                 00064200
                                                                        00064300
      *-------------------------------------------------------------*   00064400
       2100-SOMARJUROS                        SECTION.                  00064500
      *-------------------------------------------------------------*   00064600
               ADD FD-VALOR TO WRK-RENDIMENTOS.                         00064700
               IF WRK-NOME EQUAL SPACES                                 00064800
                 MOVE FD-CLIENTE TO WRK-NOME                            00064900
               END-IF.                                                  00065000
               PERFORM 1400-LERJUROS.                                   00065100
                                                                        00065200
       2100-99-FIM.               EXIT.                                 00065300
                                                                        00065400
      *-------------------------------------------------------------*   00065500
      *   AVANCA O MESTRE CONTAS ATE A CONTA CORRENTE (AS DUAS      *   00065600
      *   SEQUENCIAS ESTAO EM ORDEM DE AGENCIA/CONTA). CONTA FORA   *   00065700
      *   DO MESTRE AINDA TEM INFORME, SEM DOCUMENTO                *   00065800
      *-------------------------------------------------------------*   00065900
       2200-PROCURARCONTA                     SECTION.                  00066000
      *-------------------------------------------------------------*   00066100
               PERFORM 1500-LERCONTA                                    00066200
                  UNTIL WRK-CHAVE-CONTA NOT LESS WRK-CHAVE-CORRENTE.    00066300
               IF WRK-CHAVE-CONTA EQUAL WRK-CHAVE-CORRENTE              00066400
                 MOVE 'S' TO WRK-CONTA-ACHADA                           00066500
                 MOVE CTA-CLIENTE TO WRK-NOME                           00066600
               ELSE                                                     00066700
                 MOVE 'N' TO WRK-CONTA-ACHADA                           00066800
                 ADD 1 TO WRK-ACUM-SEMCONTA                             00066900
                 MOVE '2200'                 TO WRK-SECAO               00067000
                 MOVE 'CONTA COM SALDO FORA DO MESTRE CONTAS'           00067100
                   TO WRK-MSGERRO                                       00067200
                 MOVE '00'                   TO WRK-STATUS              00067300
                 PERFORM 9010-TRATARREJEITADO                           00067400
               END-IF.                                                  00067500
                                                                        00067600
       2200-99-FIM.               EXIT.                                 00067700
                                                                        00067800
      *-------------------------------------------------------------*   00067900
      *   UM INFORME POR PAGINA: CONTA, TITULAR COM CPF/CNPJ, OS    *   00068000
      *   DOIS SALDOS EM 31/12 E OS RENDIMENTOS DO ANO              *   00068100
      *-------------------------------------------------------------*   00068200
       2300-IMPRIMIRINFORME                   SECTION.                  00068300
      *-------------------------------------------------------------*   00068400
               ADD 1 TO WRK-ACUM-INFORMES.                              00068500
               MOVE 'S' TO WRK-RW-FUNCAO.                               00068600
               CALL 'REPWRITE' USING WRK-REPW.                          00068700
               MOVE WRK-CC-AGENCIA TO WRK-LC-AGENCIA.                   00068800
               MOVE WRK-CC-CONTA   TO WRK-LC-CONTA.                     00068900
               MOVE SPACES TO WRK-LC-TIPO.                              00069000
               MOVE SPACES TO WRK-LC-SITUACAO.                          00069100
               MOVE SPACES TO WRK-LT-TIPO-DOC.                          00069200
               MOVE 'NAO INFORMADO' TO WRK-LT-DOCUMENTO.                00069300
               IF WRK-ACHOU-CONTA                                       00069400
                 PERFORM 2310-DESCREVERCONTA                            00069500
               END-IF.                                                  00069600
               IF WRK-LT-TIPO-DOC EQUAL SPACES                          00069700
                 ADD 1 TO WRK-ACUM-SEMDOC                               00069800
               END-IF.                                                  00069900
               MOVE WRK-LINHA-CONTA TO WRK-RW-LINHA.                    00070000
               PERFORM 2900-IMPRIMIRLINHA.                              00070100
               MOVE WRK-NOME TO WRK-LT-NOME.                            00070200
               MOVE WRK-LINHA-TITULAR TO WRK-RW-LINHA.                  00070300
               PERFORM 2900-IMPRIMIRLINHA.                              00070400
               MOVE SPACES TO WRK-RW-LINHA.                             00070500
               PERFORM 2900-IMPRIMIRLINHA.                              00070600
               MOVE WRK-ANO-ANTERIOR TO WRK-TS-ANO.                     00070700
               MOVE WRK-TEXTO-SALDO TO WRK-LV-TEXTO.                    00070800
               MOVE WRK-SALDO-ANTERIOR TO WRK-LV-VALOR.                 00070900
               MOVE WRK-LINHA-VALOR TO WRK-RW-LINHA.                    00071000
               PERFORM 2900-IMPRIMIRLINHA.                              00071100
               MOVE WRK-ANO-BASE TO WRK-TS-ANO.                         00071200
               MOVE WRK-TEXTO-SALDO TO WRK-LV-TEXTO.                    00071300
               MOVE WRK-SALDO-ATUAL TO WRK-LV-VALOR.                    00071400
               MOVE WRK-LINHA-VALOR TO WRK-RW-LINHA.                    00071500
               PERFORM 2900-IMPRIMIRLINHA.                              00071600
               MOVE 'RENDIMENTOS CREDITADOS NO ANO ..........'          00071700
                 TO WRK-LV-TEXTO.                                       00071800
               MOVE WRK-RENDIMENTOS TO WRK-LV-VALOR.                    00071900
               MOVE WRK-LINHA-VALOR TO WRK-RW-LINHA.                    00072000
               PERFORM 2900-IMPRIMIRLINHA.                              00072100
                                                                        00072200
       2300-99-FIM.               EXIT.                                 00072300
                                                                        00072400
      *-------------------------------------------------------------*   00072500
       2310-DESCREVERCONTA                    SECTION.                  00072600
      *-------------------------------------------------------------*   00072700
               IF CTA-CORRENTE                                          00072800
                 MOVE 'CORRENTE' TO WRK-LC-TIPO                         00072900
               ELSE                                                     00073000
                 IF CTA-POUPANCA                                        00073100
                   MOVE 'POUPANCA' TO WRK-LC-TIPO                       00073200
                 END-IF                                                 00073300
               END-IF.                                                  00073400
               IF CTA-ATIVA                                             00073500
                 MOVE 'ATIVA'     TO WRK-LC-SITUACAO                    00073600
               ELSE                                                     00073700
                 IF CTA-BLOQUEADA                                       00073800
                   MOVE 'BLOQUEADA' TO WRK-LC-SITUACAO                  00073900
                 ELSE                                                   00074000
                   IF CTA-ENCERRADA                                     00074100
                     MOVE 'ENCERRADA' TO WRK-LC-SITUACAO                00074200
                   END-IF                                               00074300
                 END-IF                                                 00074400
               END-IF.                                                  00074500
               IF CTA-CPFCNPJ NOT EQUAL ZEROS                           00074600
                 IF CTA-PESSOA-FISICA                                   00074700
                   MOVE 'CPF:'  TO WRK-LT-TIPO-DOC                      00074800
                   MOVE CTA-CPFCNPJ (4:11) TO WRK-LT-DOCUMENTO          00074900
                 ELSE                                                   00075000
                   IF CTA-PESSOA-JURIDICA                               00075100
                     MOVE 'CNPJ:' TO WRK-LT-TIPO-DOC                    00075200
                     MOVE CTA-CPFCNPJ TO WRK-LT-DOCUMENTO               00075300
                   END-IF                                               00075400
                 END-IF                                                 00075500
               END-IF.                                                  00075600
                                                                        00075700
       2310-99-FIM.               EXIT.                                 00075800
                                                                        00075900
      *-------------------------------------------------------------*   00076000
       2400-GRAVARDETALHE                     SECTION.                  00076100
      *-------------------------------------------------------------*   00076200
               MOVE SPACES TO REG-INFREND.                              00076300
               MOVE 'DET'  TO INF-TIPO.                                 00076400
               MOVE WRK-ANO-BASE   TO INF-ANO-BASE.                     00076500
               MOVE WRK-CC-AGENCIA TO INF-AGENCIA.                      00076600
               MOVE WRK-CC-CONTA   TO INF-CONTA.                        00076700
               MOVE ZEROS          TO INF-CPFCNPJ.                      00076800
               IF WRK-ACHOU-CONTA                                       00076900
                 MOVE CTA-TIPO        TO INF-TIPO-CONTA                 00077000
                 MOVE CTA-SITUACAO    TO INF-SITUACAO                   00077100
                 MOVE CTA-TIPO-PESSOA TO INF-TIPO-PESSOA                00077200
                 MOVE CTA-CPFCNPJ     TO INF-CPFCNPJ                    00077300
               END-IF.                                                  00077400
               MOVE WRK-NOME           TO INF-NOME.                     00077500
               MOVE WRK-SALDO-ANTERIOR TO INF-SALDO-ANTERIOR.           00077600
               MOVE WRK-SALDO-ATUAL    TO INF-SALDO-ATUAL.              00077700
               MOVE WRK-RENDIMENTOS    TO INF-RENDIMENTOS.              00077800
               WRITE REG-INFREND.                                       00077900
               IF WRK-FS-INFDECL NOT EQUAL 0                            00078000
                 MOVE '2400'                  TO WRK-SECAO              00078100
                 MOVE 'ERRO WRITE INFDECL - ' TO WRK-MSGERRO            00078200
                 MOVE WRK-FS-INFDECL          TO WRK-STATUS             00078300
                 MOVE 12 TO RETURN-CODE                                 00078400
                 PERFORM 9000-TRATARERROS                               00078500
               END-IF.                                                  00078600
               ADD WRK-RENDIMENTOS TO WRK-TOTAL-RENDIM.                 00078700
                                                                        00078800
       2400-99-FIM.               EXIT.                                 00078900
                                                                        00079000
      *-------------------------------------------------------------*   00079100
       2900-IMPRIMIRLINHA                     SECTION.                  00079200
      *-------------------------------------------------------------*   00079300
               MOVE 'D' TO WRK-RW-FUNCAO.                               00079400
               CALL 'REPWRITE' USING WRK-REPW.                          00079500
                                                                        00079600
       2900-99-FIM.               EXIT.                                 00079700
                                                                        00079800
      *-------------------------------------------------------------*   00079900
       3000-FINALIZAR                         SECTION.                  00080000
      *-------------------------------------------------------------*   00080100
               MOVE SPACES TO REG-INFTRL.                               00080200
               MOVE 'TRL'  TO INT-TIPO.                                 00080300
               MOVE WRK-ACUM-INFORMES  TO INT-QTD-DETALHES.             00080400
               MOVE WRK-TOTAL-RENDIM   TO INT-RENDIMENTOS.              00080500
               WRITE REG-INFTRL.                                        00080600
               MOVE 'S' TO WRK-RW-FUNCAO.                               00080700
               CALL 'REPWRITE' USING WRK-REPW.                          00080800
               MOVE WRK-ACUM-INFORMES  TO WRK-LT-INFORMES.              00080900
               MOVE WRK-ACUM-ZERADAS   TO WRK-LT-ZERADAS.               00081000
               MOVE WRK-ACUM-SEMDOC    TO WRK-LT-SEMDOC.                00081100
               MOVE WRK-LINHA-TOTAL1 TO WRK-RW-LINHA.                   00081200
               MOVE 'T' TO WRK-RW-FUNCAO.                               00081300
               CALL 'REPWRITE' USING WRK-REPW.                          00081400
               MOVE WRK-TOTAL-RENDIM   TO WRK-LT-RENDIM.                00081500
               MOVE WRK-LINHA-TOTAL2 TO WRK-RW-LINHA.                   00081600
               MOVE 'T' TO WRK-RW-FUNCAO.                               00081700
               CALL 'REPWRITE' USING WRK-REPW.                          00081800
               CLOSE SALDOANT.                                          00081900
               CLOSE SALDOATU.                                          00082000
               CLOSE JUROS.                                             00082100
               CLOSE CONTAS.                                            00082200
               CLOSE INFDECL.                                           00082300
               MOVE 'F' TO WRK-RW-FUNCAO.                               00082400
               CALL 'REPWRITE' USING WRK-REPW.                          00082500
               DISPLAY 'CONTAS ANO ANTERIOR. ' WRK-ACUM-SALANT.         00082600
               DISPLAY 'CONTAS ANO BASE..... ' WRK-ACUM-SALATU.         00082700
               DISPLAY 'CREDITOS DE JUROS... ' WRK-ACUM-JUROS.          00082800
               DISPLAY 'INFORMES EMITIDOS... ' WRK-ACUM-INFORMES.       00082900
               DISPLAY 'CONTAS SEM VALOR.... ' WRK-ACUM-ZERADAS.        00083000
               DISPLAY 'SEM CPF/CNPJ........ ' WRK-ACUM-SEMDOC.         00083100
               DISPLAY 'FORA DO MESTRE...... ' WRK-ACUM-SEMCONTA.       00083200
               DISPLAY 'TOTAL RENDIMENTOS... ' WRK-TOTAL-RENDIM.        00083300
                                                                        00083400
       3000-99-FIM.               EXIT.                                 00083500
                                                                        00083600
      *-------------------------------------------------------------*   00083700
       9000-TRATARERROS                       SECTION.                  00083800
      *-------------------------------------------------------------*   00083900
             MOVE 'INFREND'   TO WRK-PROGRAMA                           00084000
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00084100
                 GOBACK.                                                00084200
                                                                        00084300
       9000-99-FIM.               EXIT.                                 00084400
                                                                        00084500
      *-------------------------------------------------------------*   00084600
       9010-TRATARREJEITADO                   SECTION.                  00084700
      *-------------------------------------------------------------*   00084800
             MOVE 'INFREND'   TO WRK-PROGRAMA                           00084900
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00085000
                                                                        00085100
       9010-99-FIM.               EXIT.                                 00085200

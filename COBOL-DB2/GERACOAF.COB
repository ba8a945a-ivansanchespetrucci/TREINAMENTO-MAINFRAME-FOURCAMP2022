      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. GERACOAF.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: GERAR O ARQUIVO DE COMUNICACAO DE OPERACOES     *   00001200
      *      SUSPEITAS AO COAF (HEADER, DETALHES E TRAILER, LAYOUT  *   00001300
      *      #COMCOAF) A PARTIR DOS CASOS DO DIA: ITENS ESCALADOS   *   00001400
      *      (E) PELO DISPALTO E GRUPOS CONFIRMADOS PELO DISPAGRE,  *   00001500
      *      JA CLASSIFICADOS PELA CHAVE DO CASO (#SUSPEIT).        *   00001600
      *      O REGISTRO DE CONTROLE REGCOAF (BALANCE LINE PELA      *   00001700
      *      CHAVE DO CASO, GERACAO ANTERIOR E NOVA) GUARDA CADA    *   00001800
      *      CASO UMA UNICA VEZ: CASO QUE JA CONSTA DO REGISTRO NAO *   00001900
      *      E COMUNICADO DE NOVO E SAI NO RELATORIO COMO JA        *   00002000
      *      REGISTRADO. O CASO SO E COMUNICADO QUANDO A CONTA TEM  *   00002100
      *      CPF/CNPJ NO MESTRE CONTAS; COMUNICADO, RECEBE O        *   00002200
      *      PROTOCOLO (DATA DE PROCESSAMENTO + SEQUENCIAL DO DIA). *   00002300
      *      CASO AINDA A COMUNICAR ENTRADO NO REGISTRO HA MAIS DO  *   00002400
      *      QUE O PRAZO LEGAL EM DIAS (SYSIN) SAI NO RELATORIO     *   00002500
      *      COMO FORA DO PRAZO, TODO DIA, ATE SER COMUNICADO.      *   00002600
      *      SYSIN: DATA DE PROCESSAMENTO, CODIGO DA INSTITUICAO    *   00002700
      *      (8 POSICOES) E PRAZO LEGAL EM DIAS (3 POSICOES).       *   00002800
      *-------------------------------------------------------------*   00002900
      *   ARQUIVOS...:                                              *   00003000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003100
      *    REGANT               I                  #REGCOAF         *   00003200
      *    CASOS                I                  #SUSPEIT         *   00003300
      *    CONTAS               I                  #CONTA           *   00003400
      *    REGNOV               O                  #REGCOAF         *   00003500
      *    COMUNIC              O                  #COMCOAF         *   00003600
      *-------------------------------------------------------------*   00003700
      *   MODULOS....:                             INCLUDE/BOOK     *   00003800
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003900
      *   VALIDATA -   CRITICA DE DATA              VALDATA         *   00004000
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00004100
      *=============================================================*   00004200
                                                                        00004300
      *=============================================================*   00004400
       ENVIRONMENT                               DIVISION.              00004500
      *=============================================================*   00004600
                                                                        00004700
      *=============================================================*   00004800
       CONFIGURATION                               SECTION.             00004900
      *=============================================================*   00005000
       SPECIAL-NAMES.                                                   00005100
           DECIMAL-POINT IS COMMA.                                      00005200
                                                                        00005300
                                                                        00005400
       INPUT-OUTPUT                                SECTION.             00005500
       FILE-CONTROL.                                                    00005600
           SELECT REGANT    ASSIGN TO REGANT                            00005700
               FILE STATUS  IS WRK-FS-REGANT.                           00005800
           SELECT CASOS     ASSIGN TO CASOS                             00005900
               FILE STATUS  IS WRK-FS-CASOS.                            00006000
           SELECT CONTAS    ASSIGN TO CONTAS                            00006100
               FILE STATUS  IS WRK-FS-CONTAS.                           00006200
           SELECT REGNOV    ASSIGN TO REGNOV                            00006300
               FILE STATUS  IS WRK-FS-REGNOV.                           00006400
           SELECT COMUNIC   ASSIGN TO COMUNIC                           00006500
               FILE STATUS  IS WRK-FS-COMUNIC.                          00006600
                                                                        00006700
      *=============================================================*   00006800
       DATA                                      DIVISION.              00006900
      *=============================================================*   00007000
       FILE                                      SECTION.               00007100
                                                                        00007200
      *-------------------------------------------------------------*   00007300
      *   REGANT - REGISTRO DE CONTROLE, GERACAO ANTERIOR           *   00007400
      *-------------------------------------------------------------*   00007500
       FD REGANT                                                        00007600
           RECORDING  MODE IS F                                         00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
                                                                        00007900
       COPY '#REGCOAF'.                                                 00008000
                                                                        00008100
      *-------------------------------------------------------------*   00008200
      *   CASOS - ESCALADOS E GRUPOS CONFIRMADOS, POR CHAVE         *   00008300
      *-------------------------------------------------------------*   00008400
       FD CASOS                                                         00008500
           RECORDING  MODE IS F                                         00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
                                                                        00008800
       COPY '#SUSPEIT'.                                                 00008900
                                                                        00009000
      *-------------------------------------------------------------*   00009100
      *   CONTAS - MESTRE DE CONTAS (TITULAR E CPF/CNPJ)            *   00009200
      *-------------------------------------------------------------*   00009300
       FD CONTAS                                                        00009400
           RECORDING  MODE IS F                                         00009500
           BLOCK CONTAINS 0 RECORDS.                                    00009600
                                                                        00009700
       COPY '#CONTA'.                                                   00009800
                                                                        00009900
      *-------------------------------------------------------------*   00010000
      *   REGNOV - REGISTRO DE CONTROLE, NOVA GERACAO               *   00010100
      *-------------------------------------------------------------*   00010200
       FD REGNOV                                                        00010300
           RECORDING  MODE IS F                                         00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
                                                                        00010600
       01 REG-REGNOV          PIC X(150).                               00010700
                                                                        00010800
      *-------------------------------------------------------------*   00010900
      *   COMUNIC - ARQUIVO DE COMUNICACAO AO COAF                  *   00011000
      *-------------------------------------------------------------*   00011100
       FD COMUNIC                                                       00011200
           RECORDING  MODE IS F                                         00011300
           BLOCK CONTAINS 0 RECORDS.                                    00011400
                                                                        00011500
       COPY '#COMCOAF'.                                                 00011600
                                                                        00011700
      *=============================================================*   00011800
       WORKING-STORAGE                             SECTION.             00011900
      *=============================================================*   00012000
                                                                        00012100
       01 FILLER         PIC X(64) VALUE                                00012200
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00012300
      *-------------------------------------------------------------*   00012400
       77 WRK-FS-REGANT   PIC 9(02).                                    00012500
       77 WRK-FS-CASOS    PIC 9(02).                                    00012600
       77 WRK-FS-CONTAS   PIC 9(02).                                    00012700
       77 WRK-FS-REGNOV   PIC 9(02).                                    00012800
       77 WRK-FS-COMUNIC  PIC 9(02).                                    00012900
                                                                        00013000
       01 FILLER         PIC X(64) VALUE                                00013100
           '-----------PARAMETROS DA SYSIN---------------'.             00013200
      *-------------------------------------------------------------*   00013300
       77 WRK-INSTITUICAO      PIC X(08) VALUE SPACES.                  00013400
       77 WRK-PRAZO-DIAS       PIC 9(03) VALUE ZEROS.                   00013500
                                                                        00013600
       01 FILLER         PIC X(64) VALUE                                00013700
           '-----------DATA LIMITE DO PRAZO LEGAL--------'.             00013800
      *-------------------------------------------------------------*   00013900
       01 WRK-DATA-LIMITE.                                              00014000
          05 WRK-DL-ANO        PIC 9(04).                               00014100
          05 WRK-DL-MES        PIC 9(02).                               00014200
          05 WRK-DL-DIA        PIC 9(02).                               00014300
       01 WRK-DATA-LIMITE-NUM REDEFINES WRK-DATA-LIMITE PIC 9(08).      00014400
                                                                        00014500
       77 WRK-CONTADOR-PRAZO   PIC 9(03) VALUE ZEROS.                   00014600
       77 WRK-CONTADOR-QUOC    PIC 9(04) VALUE ZEROS.                   00014700
       77 WRK-CONTADOR-RESTO   PIC 9(04) VALUE ZEROS.                   00014800
                                                                        00014900
       01 FILLER         PIC X(64) VALUE                                00015000
           '-----------TABELA DO MESTRE CONTAS-----------'.             00015100
      *-------------------------------------------------------------*   00015200
       77 WRK-CTA-QTD          PIC 9(05) VALUE ZEROS.                   00015300
       77 WRK-CTA-LIMITE       PIC 9(05) VALUE 20000.                   00015400
                                                                        00015500
       01 WRK-CHAVE-CONTA.                                              00015600
          05 WRK-CK-AGENCIA    PIC 9(04).                               00015700
          05 WRK-CK-CONTA      PIC 9(05).                               00015800
                                                                        00015900
       01 WRK-CHAVE-ANTERIOR   PIC X(09) VALUE LOW-VALUES.              00016000
                                                                        00016100
       01 TAB-CONTAS.                                                   00016200
          05 TAB-CTA-ITEM OCCURS 1 TO 20000 TIMES                       00016300
                          DEPENDING ON WRK-CTA-QTD                      00016400
                          ASCENDING KEY IS TAB-CTA-CHAVE                00016500
                          INDEXED BY TAB-CTA-IDX.                       00016600
             10 TAB-CTA-CHAVE       PIC X(09).                          00016700
             10 TAB-CTA-TIPO-PESSOA PIC X(01).                          00016800
             10 TAB-CTA-CPFCNPJ     PIC 9(14).                          00016900
                                                                        00017000
       01 FILLER         PIC X(64) VALUE                                00017100
           '-----------CHAVES DO BALANCE LINE------------'.             00017200
      *-------------------------------------------------------------*   00017300
       01 WRK-CHAVE-REGISTRO   PIC X(25) VALUE SPACES.                  00017400
       01 WRK-CHAVE-CASO       PIC X(25) VALUE SPACES.                  00017500
       01 WRK-CHAVE-CORRENTE   PIC X(25) VALUE SPACES.                  00017600
                                                                        00017700
       01 WRK-REG-REGNOV.                                               00017800
          05 WRK-RN-CHAVE.                                              00017900
             10 WRK-RN-ORIGEM          PIC X(01) VALUE SPACES.          00018000
             10 WRK-RN-AGENCIA         PIC 9(04) VALUE ZEROS.           00018100
             10 WRK-RN-CONTA           PIC 9(05) VALUE ZEROS.           00018200
             10 WRK-RN-DATA-MOVIMENTO  PIC 9(08) VALUE ZEROS.           00018300
             10 WRK-RN-TIP-OP          PIC X(01) VALUE SPACES.          00018400
             10 WRK-RN-ID-RASTREIO     PIC 9(06) VALUE ZEROS.           00018500
          05 WRK-RN-CLIENTE            PIC X(30) VALUE SPACES.          00018600
          05 WRK-RN-VALOR              PIC 9(10)V99 VALUE ZEROS.        00018700
          05 WRK-RN-QTD-MOVTOS         PIC 9(03) VALUE ZEROS.           00018800
          05 WRK-RN-REVISOR            PIC X(08) VALUE SPACES.          00018900
          05 WRK-RN-DATA-DECISAO       PIC 9(08) VALUE ZEROS.           00019000
          05 WRK-RN-SITUACAO           PIC X(01) VALUE SPACES.          00019100
             88 WRK-RN-A-COMUNICAR         VALUE 'P'.                   00019200
             88 WRK-RN-COMUNICADO          VALUE 'C'.                   00019300
          05 WRK-RN-DATA-ENTRADA       PIC 9(08) VALUE ZEROS.           00019400
          05 WRK-RN-PROTOCOLO          PIC 9(13) VALUE ZEROS.           00019500
          05 WRK-RN-DATA-COMUNICACAO   PIC 9(08) VALUE ZEROS.           00019600
          05 WRK-RN-TIPO-PESSOA        PIC X(01) VALUE SPACES.          00019700
          05 WRK-RN-CPFCNPJ            PIC 9(14) VALUE ZEROS.           00019800
          05 FILLER                    PIC X(19) VALUE SPACES.          00019900
                                                                        00020000
       01 FILLER         PIC X(64) VALUE                                00020100
           '-----------PROTOCOLO DE COMUNICACAO----------'.             00020200
      *-------------------------------------------------------------*   00020300
       01 WRK-PROTOCOLO.                                                00020400
          05 WRK-PR-DATA       PIC 9(08).                               00020500
          05 WRK-PR-SEQ        PIC 9(05).                               00020600
       01 WRK-PROTOCOLO-NUM REDEFINES WRK-PROTOCOLO PIC 9(13).          00020700
                                                                        00020800
       01 FILLER         PIC X(64) VALUE                                00020900
           '-----------ACUMULAR CASOS--------------------'.             00021000
      *-------------------------------------------------------------*   00021100
       77 WRK-ACUM-REGISTRO    PIC 9(07) VALUE ZEROS.                   00021200
       77 WRK-ACUM-CASOS       PIC 9(07) VALUE ZEROS.                   00021300
       77 WRK-ACUM-NOVOS       PIC 9(07) VALUE ZEROS.                   00021400
       77 WRK-ACUM-REPETIDOS   PIC 9(07) VALUE ZEROS.                   00021500
       77 WRK-ACUM-COMUNICADOS PIC 9(07) VALUE ZEROS.                   00021600
       77 WRK-ACUM-SEMDOC      PIC 9(07) VALUE ZEROS.                   00021700
       77 WRK-ACUM-FORAPRAZO   PIC 9(07) VALUE ZEROS.                   00021800
       77 WRK-ACUM-VALOR       PIC 9(12)V99 VALUE ZEROS.                00021900
                                                                        00022000
       01 FILLER         PIC X(64) VALUE                                00022100
           '-----------LINHAS DO RELATORIO---------------'.             00022200
      *-------------------------------------------------------------*   00022300
       01 WRK-CABEC2.                                                   00022400
          05 FILLER   PIC X(07) VALUE 'ORIGEM '.                        00022500
          05 FILLER   PIC X(08) VALUE 'AGENCIA '.                       00022600
          05 FILLER   PIC X(07) VALUE 'CONTA  '.                        00022700
          05 FILLER   PIC X(32) VALUE 'CLIENTE'.                        00022800
          05 FILLER   PIC X(10) VALUE 'DATA MOV  '.                     00022900
          05 FILLER   PIC X(03) VALUE 'OP '.                            00023000
          05 FILLER   PIC X(18) VALUE '       VALOR      '.             00023100
          05 FILLER   PIC X(10) VALUE 'ENTRADA   '.                     00023200
          05 FILLER   PIC X(15) VALUE 'PROTOCOLO      '.                00023300
          05 FILLER   PIC X(08) VALUE 'SITUACAO'.                       00023400
                                                                        00023500
       01 WRK-LINHA-CASO.                                               00023600
          05 FILLER            PIC X(02) VALUE SPACES.                  00023700
          05 WRK-LC-ORIGEM     PIC X(01).                               00023800
          05 FILLER            PIC X(04) VALUE SPACES.                  00023900
          05 WRK-LC-AGENCIA    PIC 9(04).                               00024000
          05 FILLER            PIC X(04) VALUE SPACES.                  00024100
          05 WRK-LC-CONTA      PIC 9(05).                               00024200
          05 FILLER            PIC X(02) VALUE SPACES.                  00024300
          05 WRK-LC-CLIENTE    PIC X(30).                               00024400
          05 FILLER            PIC X(02) VALUE SPACES.                  00024500
          05 WRK-LC-DATA-MOV   PIC 9(08).                               00024600
          05 FILLER            PIC X(02) VALUE SPACES.                  00024700
          05 WRK-LC-TIP-OP     PIC X(01).                               00024800
          05 FILLER            PIC X(02) VALUE SPACES.                  00024900
          05 WRK-LC-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99.                    00025000
          05 FILLER            PIC X(02) VALUE SPACES.                  00025100
          05 WRK-LC-ENTRADA    PIC 9(08).                               00025200
          05 FILLER            PIC X(02) VALUE SPACES.                  00025300
          05 WRK-LC-PROTOCOLO  PIC 9(13).                               00025400
          05 FILLER            PIC X(02) VALUE SPACES.                  00025500
          05 WRK-LC-SITUACAO   PIC X(14).                               00025600
                                                                        00025700
       01 WRK-LINHA-TOTAL.                                              00025800
          05 FILLER            PIC X(07) VALUE ' CASOS '.               00025900
          05 WRK-LT-CASOS      PIC Z(05)9.                              00026000
          05 FILLER            PIC X(08) VALUE ' NOVOS  '.              00026100
          05 WRK-LT-NOVOS      PIC Z(05)9.                              00026200
          05 FILLER            PIC X(15) VALUE ' JA REGISTRADOS'.       00026300
          05 WRK-LT-REPETIDOS  PIC Z(05)9.                              00026400
          05 FILLER            PIC X(13) VALUE ' COMUNICADOS '.         00026500
          05 WRK-LT-COMUNICADOS PIC Z(05)9.                             00026600
          05 FILLER            PIC X(14) VALUE ' SEM CPF/CNPJ '.        00026700
          05 WRK-LT-SEMDOC     PIC Z(05)9.                              00026800
          05 FILLER            PIC X(15) VALUE ' FORA DO PRAZO '.       00026900
          05 WRK-LT-FORAPRAZO  PIC Z(05)9.                              00027000
                                                                        00027100
       01 FILLER         PIC X(64) VALUE                                00027200
           '-----------DATA DE PROCESSAMENTO--------------'.            00027300
      *-------------------------------------------------------------*   00027400
       COPY 'DATAPROC'.                                                 00027500
                                                                        00027600
       01 FILLER         PIC X(64) VALUE                                00027700
           '-----------CRITICA DA DATA-------------------'.             00027800
      *-------------------------------------------------------------*   00027900
       COPY 'VALDATA'.                                                  00028000
                                                                        00028100
       01 FILLER         PIC X(64) VALUE                                00028200
           '-----------CHAMAR TRATA ERROS----------------'.             00028300
                                                                        00028400
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00028500
                                                                        00028600
       COPY 'VARERROS'.                                                 00028700
                                                                        00028800
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00028900
                                                                        00029000
       COPY 'REPWCOMM'.                                                 00029100
                                                                        00029200
      *=============================================================*   00029300
       PROCEDURE DIVISION.                                              00029400
      *=============================================================*   00029500
                                                                        00029600
      *-------------------------------------------------------------*   00029700
       0000-PRINCIPAL                         SECTION.                  00029800
      *-------------------------------------------------------------*   00029900
            PERFORM 1000-INICIAR.                                       00030000
            PERFORM 1100-TESTARSTATUS.                                  00030100
            PERFORM 1200-LERREGISTRO.                                   00030200
            PERFORM 1300-LERCASO.                                       00030300
            PERFORM 2000-PROCESSAR                                      00030400
               UNTIL WRK-CHAVE-REGISTRO EQUAL HIGH-VALUES               00030500
                 AND WRK-CHAVE-CASO     EQUAL HIGH-VALUES.              00030600
            PERFORM 3000-FINALIZAR.                                     00030700
            STOP RUN.                                                   00030800
                                                                        00030900
       0000-99-FIM.               EXIT.                                 00031000
                                                                        00031100
      *-------------------------------------------------------------*   00031200
       1000-INICIAR                           SECTION.                  00031300
      *-------------------------------------------------------------*   00031400
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00031500
            ACCEPT WRK-INSTITUICAO        FROM SYSIN.                   00031600
            ACCEPT WRK-PRAZO-DIAS         FROM SYSIN.                   00031700
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                 00031800
            CALL 'VALIDATA' USING WRK-VALIDA-DATA.                      00031900
            IF WRK-VD-INVALIDA                                          00032000
              MOVE '1000'                  TO WRK-SECAO                 00032100
              MOVE 'DATA DE PROCESSAMENTO INVALIDA' TO WRK-MSGERRO      00032200
              MOVE WRK-VD-STATUS           TO WRK-STATUS                00032300
              MOVE 8 TO RETURN-CODE                                     00032400
              PERFORM 9000-TRATARERROS                                  00032500
            END-IF.                                                     00032600
            PERFORM 1010-CALCULARLIMITE.                                00032700
            DISPLAY ' LIMITE DO PRAZO LEGAL..' WRK-DATA-LIMITE-NUM.     00032800
            PERFORM 1050-CARREGARCONTAS.                                00032900
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-PR-DATA.                 00033000
            MOVE ZEROS                  TO WRK-PR-SEQ.                  00033100
            OPEN INPUT REGANT.                                          00033200
            OPEN INPUT CASOS.                                           00033300
            OPEN OUTPUT REGNOV.                                         00033400
            OPEN OUTPUT COMUNIC.                                        00033500
            MOVE 'CASOS DE COMUNICACAO AO COAF - REGISTRO DE CONTROLE'  00033600
              TO WRK-RW-TITULO1.                                        00033700
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00033800
            MOVE SPACES     TO WRK-RW-TITULO3.                          00033900
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00034000
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00034100
            MOVE 'N' TO WRK-RW-REABRIR.                                 00034200
            MOVE SPACES TO WRK-RW-QUEBRA.                               00034250
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00034300
            CALL 'REPWRITE' USING WRK-REPW.                             00034400
                                                                        00034500
       1000-99-FIM.               EXIT.                                 00034600
                                                                        00034700
      *-------------------------------------------------------------*   00034800
      *   DATA LIMITE: RETROCEDE A DATA DE PROCESSAMENTO UM DIA POR  *  00034900
      *   VEZ, PRAZO VEZES; CASO ENTRADO ANTES DELA ESTA FORA DO     *  00035000
      *   PRAZO                                                      *  00035100
      *-------------------------------------------------------------*   00035200
       1010-CALCULARLIMITE                    SECTION.                  00035300
      *-------------------------------------------------------------*   00035400
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-LIMITE-NUM.         00035500
            MOVE WRK-PRAZO-DIAS TO WRK-CONTADOR-PRAZO.                  00035600
            PERFORM 1020-DIAANTERIOR                                    00035700
               UNTIL WRK-CONTADOR-PRAZO EQUAL ZEROS.                    00035800
                                                                        00035900
       1010-99-FIM.               EXIT.                                 00036000
                                                                        00036100
      *-------------------------------------------------------------*   00036200
       1020-DIAANTERIOR                       SECTION.                  00036300
      *-------------------------------------------------------------*   00036400
            IF WRK-DL-DIA GREATER 1                                     00036500
              SUBTRACT 1 FROM WRK-DL-DIA                                00036600
            ELSE                                                        00036700
              IF WRK-DL-MES GREATER 1                                   00036800
                SUBTRACT 1 FROM WRK-DL-MES                              00036900
              ELSE                                                      00037000
                MOVE 12 TO WRK-DL-MES                                   00037100
                SUBTRACT 1 FROM WRK-DL-ANO                              00037200
              END-IF                                                    00037300
              IF WRK-DL-MES EQUAL 1 OR WRK-DL-MES EQUAL 3               00037400
                 OR WRK-DL-MES EQUAL 5 OR WRK-DL-MES EQUAL 7            00037500
                 OR WRK-DL-MES EQUAL 8 OR WRK-DL-MES EQUAL 10           00037600
                 OR WRK-DL-MES EQUAL 12                                 00037700
                MOVE 31 TO WRK-DL-DIA                                   00037800
              ELSE                                                      00037900
                IF WRK-DL-MES EQUAL 2                                   00038000
                  MOVE 28 TO WRK-DL-DIA                                 00038100
                  DIVIDE WRK-DL-ANO BY 4                                00038200
                         GIVING WRK-CONTADOR-QUOC                       00038300
                         REMAINDER WRK-CONTADOR-RESTO                   00038400
                  IF WRK-CONTADOR-RESTO EQUAL ZEROS                     00038500
                    DIVIDE WRK-DL-ANO BY 100                            00038600
                           GIVING WRK-CONTADOR-QUOC                     00038700
                           REMAINDER WRK-CONTADOR-RESTO                 00038800
                    IF WRK-CONTADOR-RESTO NOT EQUAL ZEROS               00038900
                      MOVE 29 TO WRK-DL-DIA                             00039000
                    ELSE                                                00039100
                      DIVIDE WRK-DL-ANO BY 400                          00039200
                             GIVING WRK-CONTADOR-QUOC                   00039300
                             REMAINDER WRK-CONTADOR-RESTO               00039400
                      IF WRK-CONTADOR-RESTO EQUAL ZEROS                 00039500
                        MOVE 29 TO WRK-DL-DIA                           00039600
                      END-IF                                            00039700
                    END-IF                                              00039800
                  END-IF                                                00039900
                ELSE                                                    00040000
                  MOVE 30 TO WRK-DL-DIA                                 00040100
                END-IF                                                  00040200
              END-IF                                                    00040300
            END-IF.                                                     00040400
            SUBTRACT 1 FROM WRK-CONTADOR-PRAZO.                         00040500
                                                                        00040600
       1020-99-FIM.               EXIT.                                 00040700
                                                                        00040800
      *-------------------------------------------------------------*   00040900
      *   MESTRE CONTAS EM TABELA PARA O SEARCH ALL DO DOCUMENTO     *  00041000
      *-------------------------------------------------------------*   00041100
       1050-CARREGARCONTAS                    SECTION.                  00041200
      *-------------------------------------------------------------*   00041300
            OPEN INPUT CONTAS.                                          00041400
            IF WRK-FS-CONTAS NOT EQUAL 0                                00041500
              MOVE '1050'                  TO WRK-SECAO                 00041600
              MOVE 'ERRO OPEN CONTAS - '   TO WRK-MSGERRO               00041700
              MOVE WRK-FS-CONTAS           TO WRK-STATUS                00041800
              PERFORM 9000-TRATARERROS                                  00041900
            END-IF.                                                     00042000
            READ CONTAS.                                                00042100
            PERFORM 1055-GUARDARCONTA                                   00042200
               UNTIL WRK-FS-CONTAS EQUAL 10.                            00042300
            CLOSE CONTAS.                                               00042400
                                                                        00042500
       1050-99-FIM.               EXIT.                                 00042600
                                                                        00042700
      *-------------------------------------------------------------*   00042800
       1055-GUARDARCONTA                      SECTION.                  00042900
      *-------------------------------------------------------------*   00043000
            IF WRK-CTA-QTD NOT LESS WRK-CTA-LIMITE                      00043100
              MOVE '1055'                  TO WRK-SECAO                 00043200
              MOVE 'MESTRE CONTAS EXCEDE A TABELA DE 20000'             00043300
                TO WRK-MSGERRO                                          00043400
              MOVE '00'                    TO WRK-STATUS                00043500
              MOVE 12 TO RETURN-CODE                                    00043600
              PERFORM 9000-TRATARERROS                                  00043700
            END-IF.                                                     00043800
            MOVE CTA-AGENCIA TO WRK-CK-AGENCIA.                         00043900
            MOVE CTA-CONTA   TO WRK-CK-CONTA.                           00044000
            IF WRK-CHAVE-CONTA NOT GREATER WRK-CHAVE-ANTERIOR           00044100
              MOVE '1055'                  TO WRK-SECAO                 00044200
              MOVE 'MESTRE CONTAS FORA DE ORDEM' TO WRK-MSGERRO         00044300
              MOVE '00'                    TO WRK-STATUS                00044400
              MOVE 12 TO RETURN-CODE                                    00044500
              PERFORM 9000-TRATARERROS                                  00044600
            END-IF.                                                     00044700
            ADD 1 TO WRK-CTA-QTD.                                       00044800
            SET TAB-CTA-IDX TO WRK-CTA-QTD.                             00044900
            MOVE WRK-CHAVE-CONTA TO TAB-CTA-CHAVE       (TAB-CTA-IDX).  00045000
            MOVE CTA-TIPO-PESSOA TO TAB-CTA-TIPO-PESSOA (TAB-CTA-IDX).  00045100
            MOVE CTA-CPFCNPJ     TO TAB-CTA-CPFCNPJ     (TAB-CTA-IDX).  00045200
            MOVE WRK-CHAVE-CONTA TO WRK-CHAVE-ANTERIOR.                 00045300
            READ CONTAS.                                                00045400
                                                                        00045500
       1055-99-FIM.               EXIT.                                 00045600
                                                                        00045700
      *-------------------------------------------------------------*   00045800
       1100-TESTARSTATUS                      SECTION.                  00045900
      *-------------------------------------------------------------*   00046000
               IF WRK-FS-REGANT NOT EQUAL 0                             00046100
                MOVE '1000'                  TO WRK-SECAO               00046200
                MOVE 'ERRO OPEN REGANT - '   TO WRK-MSGERRO             00046300
                MOVE WRK-FS-REGANT           TO WRK-STATUS              00046400
                   PERFORM 9000-TRATARERROS                             00046500
               END-IF.                                                  00046600
               IF WRK-FS-CASOS NOT EQUAL 0                              00046700
                MOVE '1001'                  TO WRK-SECAO               00046800
                MOVE 'ERRO OPEN CASOS - '    TO WRK-MSGERRO             00046900
                MOVE WRK-FS-CASOS            TO WRK-STATUS              00047000
                   PERFORM 9000-TRATARERROS                             00047100
               END-IF.                                                  00047200
               IF WRK-FS-REGNOV NOT EQUAL 0                             00047300
                MOVE '1002'                  TO WRK-SECAO               00047400
                MOVE 'ERRO OPEN REGNOV - '   TO WRK-MSGERRO             00047500
                MOVE WRK-FS-REGNOV           TO WRK-STATUS              00047600
                   PERFORM 9000-TRATARERROS                             00047700
               END-IF.                                                  00047800
               IF WRK-FS-COMUNIC NOT EQUAL 0                            00047900
                MOVE '1003'                  TO WRK-SECAO               00048000
                MOVE 'ERRO OPEN COMUNIC - '  TO WRK-MSGERRO             00048100
                MOVE WRK-FS-COMUNIC          TO WRK-STATUS              00048200
                   PERFORM 9000-TRATARERROS                             00048300
               END-IF.                                                  00048400
               IF WRK-RW-STATUS NOT EQUAL '00'                          00048500
                MOVE '1004'                  TO WRK-SECAO               00048600
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00048700
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00048800
                   PERFORM 9000-TRATARERROS                             00048900
               END-IF.                                                  00049000
               MOVE SPACES                 TO REG-COMHDR.               00049100
               MOVE 'HDR'                  TO CCH-TIPO.                 00049200
               MOVE WRK-DATA-PROCESSAMENTO TO CCH-DATA-GERACAO.         00049300
               MOVE WRK-INSTITUICAO        TO CCH-INSTITUICAO.          00049400
               WRITE REG-COMHDR.                                        00049500
               IF WRK-FS-COMUNIC NOT EQUAL 0                            00049600
                MOVE '1100'                  TO WRK-SECAO               00049700
                MOVE 'ERRO WRITE COMUNIC - ' TO WRK-MSGERRO             00049800
                MOVE WRK-FS-COMUNIC          TO WRK-STATUS              00049900
                MOVE 12 TO RETURN-CODE                                  00050000
                   PERFORM 9000-TRATARERROS                             00050100
               END-IF.                                                  00050200
                                                                        00050300
       1100-99-FIM.               EXIT.                                 00050400
                                                                        00050500
      *-------------------------------------------------------------*   00050600
       1200-LERREGISTRO                       SECTION.                  00050700
      *-------------------------------------------------------------*   00050800
               READ REGANT.                                             00050900
               IF WRK-FS-REGANT EQUAL 10                                00051000
                 MOVE HIGH-VALUES TO WRK-CHAVE-REGISTRO                 00051100
               ELSE                                                     00051200
                 MOVE RCO-CHAVE   TO WRK-CHAVE-REGISTRO                 00051300
               END-IF.                                                  00051400
                                                                        00051500
       1200-99-FIM.               EXIT.                                 00051600
                                                                        00051700
      *-------------------------------------------------------------*   00051800
       1300-LERCASO                           SECTION.                  00051900
      *-------------------------------------------------------------*   00052000
               READ CASOS.                                              00052100
               IF WRK-FS-CASOS EQUAL 10                                 00052200
                 MOVE HIGH-VALUES TO WRK-CHAVE-CASO                     00052300
               ELSE                                                     00052400
                 MOVE SUS-CHAVE   TO WRK-CHAVE-CASO                     00052500
               END-IF.                                                  00052600
                                                                        00052700
       1300-99-FIM.               EXIT.                                 00052800
                                                                        00052900
      *-------------------------------------------------------------*   00053000
       2000-PROCESSAR                         SECTION.                  00053100
      *-------------------------------------------------------------*   00053200
               IF WRK-CHAVE-REGISTRO LESS WRK-CHAVE-CASO                00053300
                 PERFORM 2100-CARREGARREGISTRO                          00053400
                 PERFORM 1200-LERREGISTRO                               00053500
               ELSE                                                     00053600
                 IF WRK-CHAVE-REGISTRO EQUAL WRK-CHAVE-CASO             00053700
                   PERFORM 2100-CARREGARREGISTRO                        00053800
                   PERFORM 1200-LERREGISTRO                             00053900
                 ELSE                                                   00054000
                   PERFORM 2200-CASONOVO                                00054100
                   PERFORM 1300-LERCASO                                 00054200
                 END-IF                                                 00054300
               END-IF.                                                  00054400
               PERFORM 2300-CASOREPETIDO                                00054500
                  UNTIL WRK-CHAVE-CASO NOT EQUAL WRK-CHAVE-CORRENTE.    00054600
               IF WRK-RN-A-COMUNICAR                                    00054700
                 PERFORM 2400-AVALIARCASO                               00054800
               END-IF.                                                  00054900
               PERFORM 2500-GRAVARREGISTRO.                             00055000
                                                                        00055100
       2000-99-FIM.               EXIT.                                 00055200
                                                                        00055300
      *-------------------------------------------------------------*   00055400
       2100-CARREGARREGISTRO                  SECTION.                  00055500
      *-------------------------------------------------------------*   00055600
               ADD 1 TO WRK-ACUM-REGISTRO.                              00055700
               MOVE WRK-CHAVE-REGISTRO   TO WRK-CHAVE-CORRENTE.         00055800
               MOVE REG-REGCOAF          TO WRK-REG-REGNOV.             00055900
                                                                        00056000
       2100-99-FIM.               EXIT.                                 00056100
                                                                        00056200
      *-------------------------------------------------------------*   00056300
      *   CASO AINDA NAO REGISTRADO: ENTRA A COMUNICAR, COM A DATA   *  00056400
      *   DE ENTRADA QUE CONTA O PRAZO LEGAL                         *  00056500
      *-------------------------------------------------------------*   00056600
       2200-CASONOVO                          SECTION.                  00056700
      *-------------------------------------------------------------*   00056800
               ADD 1 TO WRK-ACUM-CASOS.                                 00056900
               ADD 1 TO WRK-ACUM-NOVOS.                                 00057000
               MOVE WRK-CHAVE-CASO       TO WRK-CHAVE-CORRENTE.         00057100
               MOVE SPACES               TO WRK-REG-REGNOV.             00057200
               MOVE SUS-CHAVE            TO WRK-RN-CHAVE.               00057300
               MOVE SUS-CLIENTE          TO WRK-RN-CLIENTE.             00057400
               MOVE SUS-VALOR            TO WRK-RN-VALOR.               00057500
               MOVE SUS-QTD-MOVTOS       TO WRK-RN-QTD-MOVTOS.          00057600
               MOVE SUS-REVISOR          TO WRK-RN-REVISOR.             00057700
               MOVE SUS-DATA-DECISAO     TO WRK-RN-DATA-DECISAO.        00057800
               MOVE 'P'                  TO WRK-RN-SITUACAO.            00057900
               MOVE WRK-DATA-PROCESSAMENTO TO WRK-RN-DATA-ENTRADA.      00058000
               MOVE ZEROS                TO WRK-RN-PROTOCOLO.           00058100
               MOVE ZEROS                TO WRK-RN-DATA-COMUNICACAO.    00058200
               MOVE ZEROS                TO WRK-RN-CPFCNPJ.             00058300
                                                                        00058400
       2200-99-FIM.               EXIT.                                 00058500
                                                                        00058600
      *-------------------------------------------------------------*   00058700
      *   CASO QUE JA CONSTA DO REGISTRO (OU REPETIDO NO DIA): NAO   *  00058800
      *   E COMUNICADO DE NOVO                                       *  00058900
      *-------------------------------------------------------------*   00059000
       2300-CASOREPETIDO                      SECTION.                  00059100
      *-------------------------------------------------------------*   00059200
               ADD 1 TO WRK-ACUM-CASOS.                                 00059300
               ADD 1 TO WRK-ACUM-REPETIDOS.                             00059400
               MOVE 'JA REGISTRADO ' TO WRK-LC-SITUACAO.                00059500
               PERFORM 2600-IMPRIMIRCASO.                               00059600
               PERFORM 1300-LERCASO.                                    00059700
                                                                        00059800
       2300-99-FIM.               EXIT.                                 00059900
                                                                        00060000
      *-------------------------------------------------------------*   00060100
      *   CASO A COMUNICAR: SO SAI PARA O COAF COM O CPF/CNPJ DO     *  00060200
      *   TITULAR; SEM DOCUMENTO FICA A COMUNICAR E E COBRADO PELO   *  00060300
      *   PRAZO LEGAL                                                *  00060400
      *-------------------------------------------------------------*   00060500
       2400-AVALIARCASO                       SECTION.                  00060600
      *-------------------------------------------------------------*   00060700
               MOVE WRK-RN-AGENCIA TO WRK-CK-AGENCIA.                   00060800
               MOVE WRK-RN-CONTA   TO WRK-CK-CONTA.                     00060900
               SEARCH ALL TAB-CTA-ITEM                                  00061000
                 AT END                                                 00061100
                   CONTINUE                                             00061200
                 WHEN TAB-CTA-CHAVE (TAB-CTA-IDX) EQUAL WRK-CHAVE-CONTA 00061300
                   IF (TAB-CTA-TIPO-PESSOA (TAB-CTA-IDX) EQUAL 'F'      00061400
                      OR TAB-CTA-TIPO-PESSOA (TAB-CTA-IDX) EQUAL 'J')   00061500
                      AND TAB-CTA-CPFCNPJ (TAB-CTA-IDX) NOT EQUAL ZEROS 00061600
                     MOVE TAB-CTA-TIPO-PESSOA (TAB-CTA-IDX)             00061700
                       TO WRK-RN-TIPO-PESSOA                            00061800
                     MOVE TAB-CTA-CPFCNPJ (TAB-CTA-IDX)                 00061900
                       TO WRK-RN-CPFCNPJ                                00062000
                     PERFORM 2410-COMUNICARCASO                         00062100
                   END-IF                                               00062200
               END-SEARCH.                                              00062300
               IF WRK-RN-A-COMUNICAR                                    00062400
                 IF WRK-RN-DATA-ENTRADA LESS WRK-DATA-LIMITE-NUM        00062500
                   ADD 1 TO WRK-ACUM-FORAPRAZO                          00062600
                   MOVE 'FORA DO PRAZO ' TO WRK-LC-SITUACAO             00062700
                 ELSE                                                   00062800
                   ADD 1 TO WRK-ACUM-SEMDOC                             00062900
                   MOVE 'SEM CPF/CNPJ  ' TO WRK-LC-SITUACAO             00063000
                 END-IF                                                 00063100
                 PERFORM 2600-IMPRIMIRCASO                              00063200
               END-IF.                                                  00063300
                                                                        00063400
       2400-99-FIM.               EXIT.                                 00063500
                                                                        00063600
      *-------------------------------------------------------------*   00063700
       2410-COMUNICARCASO                     SECTION.                  00063800
      *-------------------------------------------------------------*   00063900
               ADD 1 TO WRK-PR-SEQ.                                     00064000
               MOVE WRK-PROTOCOLO-NUM      TO WRK-RN-PROTOCOLO.         00064100
               MOVE 'C'                    TO WRK-RN-SITUACAO.          00064200
               MOVE WRK-DATA-PROCESSAMENTO TO WRK-RN-DATA-COMUNICACAO.  00064300
               MOVE SPACES                 TO REG-COMCOAF.              00064400
               MOVE 'DET'                  TO CCO-TIPO.                 00064500
               MOVE WRK-RN-PROTOCOLO       TO CCO-PROTOCOLO.            00064600
               MOVE WRK-RN-ORIGEM          TO CCO-ORIGEM.               00064700
               MOVE WRK-RN-AGENCIA         TO CCO-AGENCIA.              00064800
               MOVE WRK-RN-CONTA           TO CCO-CONTA.                00064900
               MOVE WRK-RN-TIPO-PESSOA     TO CCO-TIPO-PESSOA.          00065000
               MOVE WRK-RN-CPFCNPJ         TO CCO-CPFCNPJ.              00065100
               MOVE WRK-RN-CLIENTE         TO CCO-NOME.                 00065200
               MOVE WRK-RN-DATA-MOVIMENTO  TO CCO-DATA-MOVIMENTO.       00065300
               MOVE WRK-RN-TIP-OP          TO CCO-TIP-OP.               00065400
               MOVE WRK-RN-VALOR           TO CCO-VALOR.                00065500
               MOVE WRK-RN-QTD-MOVTOS      TO CCO-QTD-MOVTOS.           00065600
               MOVE WRK-RN-ID-RASTREIO     TO CCO-ID-RASTREIO.          00065700
               MOVE WRK-RN-DATA-DECISAO    TO CCO-DATA-DECISAO.         00065800
               MOVE WRK-RN-REVISOR         TO CCO-REVISOR.              00065900
               WRITE REG-COMCOAF.                                       00066000
               IF WRK-FS-COMUNIC NOT EQUAL 0                            00066100
                 MOVE '2410'                  TO WRK-SECAO              00066200
                 MOVE 'ERRO WRITE COMUNIC - ' TO WRK-MSGERRO            00066300
                 MOVE WRK-FS-COMUNIC          TO WRK-STATUS             00066400
                 MOVE 12 TO RETURN-CODE                                 00066500
                 PERFORM 9000-TRATARERROS                               00066600
               END-IF.                                                  00066700
               ADD 1            TO WRK-ACUM-COMUNICADOS.                00066800
               ADD WRK-RN-VALOR TO WRK-ACUM-VALOR.                      00066900
               MOVE 'COMUNICADO    ' TO WRK-LC-SITUACAO.                00067000
               PERFORM 2600-IMPRIMIRCASO.                               00067100
                                                                        00067200
       2410-99-FIM.               EXIT.                                 00067300
                                                                        00067400
      *-------------------------------------------------------------*   00067500
       2500-GRAVARREGISTRO                    SECTION.                  00067600
      *-------------------------------------------------------------*   00067700
               WRITE REG-REGNOV FROM WRK-REG-REGNOV.                    00067800
               IF WRK-FS-REGNOV NOT EQUAL 0                             00067900
                 MOVE '2500'                  TO WRK-SECAO              00068000
                 MOVE 'ERRO WRITE REGNOV - '  TO WRK-MSGERRO            00068100
                 MOVE WRK-FS-REGNOV           TO WRK-STATUS             00068200
                 MOVE 12 TO RETURN-CODE                                 00068300
                 PERFORM 9000-TRATARERROS                               00068400
               END-IF.                                                  00068500
                                                                        00068600
       2500-99-FIM.               EXIT.                                 00068700
                                                                        00068800
      *-------------------------------------------------------------*   00068900
      *   LINHA DO CASO CORRENTE, COM A SITUACAO JA EM               *  00069000
      *   WRK-LC-SITUACAO                                            *  00069100
      *-------------------------------------------------------------*   00069200
       2600-IMPRIMIRCASO                      SECTION.                  00069300
      *-------------------------------------------------------------*   00069400
               MOVE WRK-RN-ORIGEM         TO WRK-LC-ORIGEM.             00069500
               MOVE WRK-RN-AGENCIA        TO WRK-LC-AGENCIA.            00069600
               MOVE WRK-RN-CONTA          TO WRK-LC-CONTA.              00069700
               MOVE WRK-RN-CLIENTE        TO WRK-LC-CLIENTE.            00069800
               MOVE WRK-RN-DATA-MOVIMENTO TO WRK-LC-DATA-MOV.           00069900
               MOVE WRK-RN-TIP-OP         TO WRK-LC-TIP-OP.             00070000
               MOVE WRK-RN-VALOR          TO WRK-LC-VALOR.              00070100
               MOVE WRK-RN-DATA-ENTRADA   TO WRK-LC-ENTRADA.            00070200
               MOVE WRK-RN-PROTOCOLO      TO WRK-LC-PROTOCOLO.          00070300
               MOVE WRK-LINHA-CASO TO WRK-RW-LINHA.                     00070400
               MOVE 'D' TO WRK-RW-FUNCAO.                               00070500
               CALL 'REPWRITE' USING WRK-REPW.                          00070600
                                                                        00070700
       2600-99-FIM.               EXIT.                                 00070800
                                                                        00070900
      *-------------------------------------------------------------*   00071000
       3000-FINALIZAR                         SECTION.                  00071100
      *-------------------------------------------------------------*   00071200
               MOVE SPACES               TO REG-COMTRL.                 00071300
               MOVE 'TRL'                TO CCT-TIPO.                   00071400
               MOVE WRK-ACUM-COMUNICADOS TO CCT-QTD-DETALHES.           00071500
               MOVE WRK-ACUM-VALOR       TO CCT-VALOR-TOTAL.            00071600
               WRITE REG-COMTRL.                                        00071700
               IF WRK-FS-COMUNIC NOT EQUAL 0                            00071800
                 MOVE '3000'                  TO WRK-SECAO              00071900
                 MOVE 'ERRO WRITE COMUNIC - ' TO WRK-MSGERRO            00072000
                 MOVE WRK-FS-COMUNIC          TO WRK-STATUS             00072100
                 MOVE 12 TO RETURN-CODE                                 00072200
                 PERFORM 9000-TRATARERROS                               00072300
               END-IF.                                                  00072400
               MOVE WRK-ACUM-CASOS       TO WRK-LT-CASOS.               00072500
               MOVE WRK-ACUM-NOVOS       TO WRK-LT-NOVOS.               00072600
               MOVE WRK-ACUM-REPETIDOS   TO WRK-LT-REPETIDOS.           00072700
               MOVE WRK-ACUM-COMUNICADOS TO WRK-LT-COMUNICADOS.         00072800
               MOVE WRK-ACUM-SEMDOC      TO WRK-LT-SEMDOC.              00072900
               MOVE WRK-ACUM-FORAPRAZO   TO WRK-LT-FORAPRAZO.           00073000
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00073100
               MOVE 'T' TO WRK-RW-FUNCAO.                               00073200
               CALL 'REPWRITE' USING WRK-REPW.                          00073300
               CLOSE REGANT.                                            00073400
               CLOSE CASOS.                                             00073500
               CLOSE REGNOV.                                            00073600
               CLOSE COMUNIC.                                           00073700
               MOVE 'F' TO WRK-RW-FUNCAO.                               00073800
               CALL 'REPWRITE' USING WRK-REPW.                          00073900
               DISPLAY 'REGISTRO ANTERIOR... ' WRK-ACUM-REGISTRO.       00074000
               DISPLAY 'CASOS DO DIA........ ' WRK-ACUM-CASOS.          00074100
               DISPLAY 'CASOS NOVOS......... ' WRK-ACUM-NOVOS.          00074200
               DISPLAY 'JA REGISTRADOS...... ' WRK-ACUM-REPETIDOS.      00074300
               DISPLAY 'COMUNICADOS......... ' WRK-ACUM-COMUNICADOS.    00074400
               DISPLAY 'SEM CPF/CNPJ........ ' WRK-ACUM-SEMDOC.         00074500
               DISPLAY 'FORA DO PRAZO....... ' WRK-ACUM-FORAPRAZO.      00074600
                                                                        00074700
       3000-99-FIM.               EXIT.                                 00074800
                                                                        00074900
      *-------------------------------------------------------------*   00075000
       9000-TRATARERROS                       SECTION.                  00075100
      *-------------------------------------------------------------*   00075200
             MOVE 'GERACOAF'  TO WRK-PROGRAMA                           00075300
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00075400
                 GOBACK.                                                00075500
                                                                        00075600
       9000-99-FIM.               EXIT.                                 00075700

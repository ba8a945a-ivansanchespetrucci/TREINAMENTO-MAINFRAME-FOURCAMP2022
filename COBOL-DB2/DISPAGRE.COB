      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. DISPAGRE.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: DAR DESTINO AOS GRUPOS AGREGADOS DO AGREGMOV,   *   00001200
      *      NO MOLDE DO DISPALTO: CASA O AGREGVLR DO DIA (E OS     *   00001300
      *      GRUPOS PENDENTES DE DIAS ANTERIORES) COM AS DECISOES   *   00001400
      *      DO COMPLIANCE (CHAVE AGENCIA/CONTA/TIPO DE OPERACAO/   *   00001500
      *      DATA, DECISAO C-CONFIRMADO OU D-DESCARTADO, COM O ID   *   00001600
      *      DO REVISOR). GRUPO CONFIRMADO SAI RESUMIDO (QUANTIDADE *   00001700
      *      E SOMA DOS MOVIMENTOS) NO ARQUIVO AGRCONF, LAYOUT      *   00001800
      *      #SUSPEIT ORIGEM G, PARA O GERACOAF COMUNICAR AO COAF;  *   00001900
      *      GRUPO SEM DECISAO E CARREGADO INTEIRO PARA O ARQUIVO   *   00002000
      *      DE PENDENTES DO DIA SEGUINTE. OS MOVIMENTOS DE UM      *   00002100
      *      GRUPO CHEGAM JUNTOS (O AGREGMOV GRAVA O GRUPO INTEIRO  *   00002200
      *      DE UMA VEZ), ENTAO O GRUPO SAI DA QUEBRA DE CHAVE.     *   00002300
      *-------------------------------------------------------------*   00002400
      *   ARQUIVOS...:                                              *   00002500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002600
      *    AGREGVLR             I                  #CLIENTE         *   00002700
      *    PENDANT              I                  #CLIENTE         *   00002800
      *    CONFAGR              I                  -----------      *   00002900
      *    PENDSAI              O                  #CLIENTE         *   00003000
      *    AGRCONF              O                  #SUSPEIT         *   00003100
      *-------------------------------------------------------------*   00003200
      *   MODULOS....:                             INCLUDE/BOOK     *   00003300
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003400
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00003500
      *=============================================================*   00003600
                                                                        00003700
      *=============================================================*   00003800
       ENVIRONMENT                               DIVISION.              00003900
      *=============================================================*   00004000
                                                                        00004100
      *=============================================================*   00004200
       CONFIGURATION                               SECTION.             00004300
      *=============================================================*   00004400
       SPECIAL-NAMES.                                                   00004500
           DECIMAL-POINT IS COMMA.                                      00004600
                                                                        00004700
                                                                        00004800
       INPUT-OUTPUT                                SECTION.             00004900
       FILE-CONTROL.                                                    00005000
           SELECT AGREGVLR  ASSIGN TO AGREGVLR                          00005100
               FILE STATUS  IS WRK-FS-AGREGVLR.                         00005200
           SELECT PENDANT   ASSIGN TO PENDANT                           00005300
               FILE STATUS  IS WRK-FS-PENDANT.                          00005400
           SELECT CONFAGR   ASSIGN TO CONFAGR                           00005500
               FILE STATUS  IS WRK-FS-CONFAGR.                          00005600
           SELECT PENDSAI   ASSIGN TO PENDSAI                           00005700
               FILE STATUS  IS WRK-FS-PENDSAI.                          00005800
           SELECT AGRCONF   ASSIGN TO AGRCONF                           00005900
               FILE STATUS  IS WRK-FS-AGRCONF.                          00006000
                                                                        00006100
      *=============================================================*   00006200
       DATA                                      DIVISION.              00006300
      *=============================================================*   00006400
       FILE                                      SECTION.               00006500
                                                                        00006600
      *-------------------------------------------------------------*   00006700
      *   AGREGVLR - GRUPOS AGREGADOS GRAVADOS HOJE PELO AGREGMOV   *   00006800
      *-------------------------------------------------------------*   00006900
       FD AGREGVLR                                                      00007000
           RECORDING  MODE IS F                                         00007100
           BLOCK CONTAINS 0 RECORDS.                                    00007200
                                                                        00007300
       COPY '#CLIENTE'.                                                 00007400
                                                                        00007500
      *-------------------------------------------------------------*   00007600
      *   PENDANT - GRUPOS PENDENTES DE DIAS ANTERIORES             *   00007700
      *-------------------------------------------------------------*   00007800
       FD PENDANT                                                       00007900
           RECORDING  MODE IS F                                         00008000
           BLOCK CONTAINS 0 RECORDS.                                    00008100
                                                                        00008200
       01 REG-PENDANT         PIC X(88).                                00008300
                                                                        00008400
      *-------------------------------------------------------------*   00008500
      *   CONFAGR - DECISOES DO COMPLIANCE SOBRE OS GRUPOS          *   00008600
      *-------------------------------------------------------------*   00008700
       FD CONFAGR                                                       00008800
           RECORDING  MODE IS F                                         00008900
           BLOCK CONTAINS 0 RECORDS.                                    00009000
                                                                        00009100
       01 REG-CONFAGR.                                                  00009200
          05 CAG-AGENCIA         PIC 9(04).                             00009300
          05 CAG-CONTA           PIC 9(05).                             00009400
          05 CAG-TIP-OP          PIC X(01).                             00009500
          05 CAG-DATA-MOVIMENTO  PIC 9(08).                             00009600
          05 CAG-DECISAO         PIC X(01).                             00009700
          05 CAG-REVISOR         PIC X(08).                             00009800
          05 FILLER              PIC X(03).                             00009900
                                                                        00010000
      *-------------------------------------------------------------*   00010100
      *   PENDSAI - GRUPOS PENDENTES PARA O PROXIMO DIA             *   00010200
      *-------------------------------------------------------------*   00010300
       FD PENDSAI                                                       00010400
           RECORDING  MODE IS F                                         00010500
           BLOCK CONTAINS 0 RECORDS.                                    00010600
                                                                        00010700
       01 REG-PENDSAI         PIC X(88).                                00010800
                                                                        00010900
      *-------------------------------------------------------------*   00011000
      *   AGRCONF - GRUPOS CONFIRMADOS, PARA O GERACOAF             *   00011100
      *-------------------------------------------------------------*   00011200
       FD AGRCONF                                                       00011300
           RECORDING  MODE IS F                                         00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
                                                                        00011600
       COPY '#SUSPEIT'.                                                 00011700
                                                                        00011800
      *=============================================================*   00011900
       WORKING-STORAGE                             SECTION.             00012000
      *=============================================================*   00012100
                                                                        00012200
       01 FILLER         PIC X(64) VALUE                                00012300
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00012400
      *-------------------------------------------------------------*   00012500
       77 WRK-FS-AGREGVLR PIC 9(02).                                    00012600
       77 WRK-FS-PENDANT  PIC 9(02).                                    00012700
       77 WRK-FS-CONFAGR  PIC 9(02).                                    00012800
       77 WRK-FS-PENDSAI  PIC 9(02).                                    00012900
       77 WRK-FS-AGRCONF  PIC 9(02).                                    00013000
                                                                        00013100
       01 FILLER         PIC X(64) VALUE                                00013200
           '-----------TABELA DE DECISOES----------------'.             00013300
      *-------------------------------------------------------------*   00013400
       77 WRK-DEC-QTD          PIC 9(03) VALUE ZEROS.                   00013500
       77 WRK-DEC-ACHOU        PIC 9     VALUE 0.                       00013600
       77 WRK-DEC-DECISAO      PIC X(01) VALUE SPACE.                   00013700
       77 WRK-DEC-REVISOR      PIC X(08) VALUE SPACES.                  00013800
                                                                        00013900
       01 TAB-DECISOES.                                                 00014000
          05 TAB-DEC-ITEM OCCURS 200 TIMES                              00014100
                          INDEXED BY TAB-DEC-IDX.                       00014200
             10 TAB-DEC-CHAVE.                                          00014300
                15 TAB-DEC-AGENCIA   PIC 9(04).                         00014400
                15 TAB-DEC-CONTA     PIC 9(05).                         00014500
                15 TAB-DEC-TIP-OP    PIC X(01).                         00014600
                15 TAB-DEC-DATA      PIC 9(08).                         00014700
             10 TAB-DEC-DECISAO   PIC X(01).                            00014800
             10 TAB-DEC-REVISOR   PIC X(08).                            00014900
                                                                        00015000
       01 FILLER         PIC X(64) VALUE                                00015100
           '-----------GRUPO EM TRATAMENTO---------------'.             00015200
      *-------------------------------------------------------------*   00015300
       01 WRK-CHAVE-MOVTO.                                              00015400
          05 WRK-CM-AGENCIA    PIC 9(04).                               00015500
          05 WRK-CM-CONTA      PIC 9(05).                               00015600
          05 WRK-CM-TIP-OP     PIC X(01).                               00015700
          05 WRK-CM-DATA       PIC 9(08).                               00015800
                                                                        00015900
       01 WRK-CHAVE-GRUPO.                                              00016000
          05 WRK-CG-AGENCIA    PIC 9(04).                               00016100
          05 WRK-CG-CONTA      PIC 9(05).                               00016200
          05 WRK-CG-TIP-OP     PIC X(01).                               00016300
          05 WRK-CG-DATA       PIC 9(08).                               00016400
                                                                        00016500
       77 WRK-TEM-GRUPO        PIC X(01) VALUE 'N'.                     00016600
           88 WRK-GRUPO-ABERTO     VALUE 'S'.                           00016700
       77 WRK-GRUPO-CLIENTE    PIC X(30) VALUE SPACES.                  00016800
       77 WRK-GRUPO-QTD        PIC 9(03) VALUE ZEROS.                   00016900
       77 WRK-GRUPO-VALOR      PIC 9(10)V99 VALUE ZEROS.                00017000
                                                                        00017100
       01 FILLER         PIC X(64) VALUE                                00017200
           '-----------ACUMULAR DISPOSICOES--------------'.             00017300
      *-------------------------------------------------------------*   00017400
       77 WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.                   00017500
       77 WRK-ACUM-GRUPOS      PIC 9(07) VALUE ZEROS.                   00017600
       77 WRK-ACUM-CONFIRMADOS PIC 9(07) VALUE ZEROS.                   00017700
       77 WRK-ACUM-DESCARTADOS PIC 9(07) VALUE ZEROS.                   00017800
       77 WRK-ACUM-PENDENTES   PIC 9(07) VALUE ZEROS.                   00017900
                                                                        00018000
       01 FILLER         PIC X(64) VALUE                                00018100
           '-----------LINHAS DO RELATORIO---------------'.             00018200
      *-------------------------------------------------------------*   00018300
       01 WRK-CABEC2.                                                   00018400
          05 FILLER   PIC X(09) VALUE 'AGENCIA  '.                      00018500
          05 FILLER   PIC X(08) VALUE 'CONTA   '.                       00018600
          05 FILLER   PIC X(32) VALUE 'CLIENTE'.                        00018700
          05 FILLER   PIC X(04) VALUE 'OP  '.                           00018800
          05 FILLER   PIC X(10) VALUE 'DATA      '.                     00018900
          05 FILLER   PIC X(05) VALUE 'QTD  '.                          00019000
          05 FILLER   PIC X(17) VALUE '      VALOR      '.              00019100
          05 FILLER   PIC X(12) VALUE 'DISPOSICAO  '.                   00019200
          05 FILLER   PIC X(07) VALUE 'REVISOR'.                        00019300
                                                                        00019400
       01 WRK-LINHA-GRUPO.                                              00019500
          05 FILLER            PIC X(02).                               00019600
          05 WRK-LG-AGENCIA    PIC 9(04).                               00019700
          05 FILLER            PIC X(03).                               00019800
          05 WRK-LG-CONTA      PIC 9(05).                               00019900
          05 FILLER            PIC X(03).                               00020000
          05 WRK-LG-CLIENTE    PIC X(30).                               00020100
          05 FILLER            PIC X(02).                               00020200
          05 WRK-LG-TIP-OP     PIC X(01).                               00020300
          05 FILLER            PIC X(02).                               00020400
          05 WRK-LG-DATA       PIC 9(08).                               00020500
          05 FILLER            PIC X(03).                               00020600
          05 WRK-LG-QTD        PIC ZZ9.                                 00020700
          05 FILLER            PIC X(01).                               00020800
          05 WRK-LG-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99.                    00020900
          05 FILLER            PIC X(02).                               00021000
          05 WRK-LG-DISPOSICAO PIC X(11).                               00021100
          05 FILLER            PIC X(01).                               00021200
          05 WRK-LG-REVISOR    PIC X(08).                               00021300
                                                                        00021400
       01 WRK-LINHA-TOTAL.                                              00021500
          05 FILLER            PIC X(09) VALUE ' GRUPOS..'.             00021600
          05 WRK-LT-GRUPOS     PIC Z(05)9.                              00021700
          05 FILLER            PIC X(13) VALUE ' CONFIRMADOS '.         00021800
          05 WRK-LT-CONFIRMADOS PIC Z(05)9.                             00021900
          05 FILLER            PIC X(13) VALUE ' DESCARTADOS '.         00022000
          05 WRK-LT-DESCARTADOS PIC Z(05)9.                             00022100
          05 FILLER            PIC X(11) VALUE ' PENDENTES '.           00022200
          05 WRK-LT-PENDENTES  PIC Z(05)9.                              00022300
                                                                        00022400
       01 FILLER         PIC X(64) VALUE                                00022500
           '-----------DATA DE PROCESSAMENTO--------------'.            00022600
      *-------------------------------------------------------------*   00022700
       COPY 'DATAPROC'.                                                 00022800
                                                                        00022900
       01 FILLER         PIC X(64) VALUE                                00023000
           '-----------CHAMAR TRATA ERROS----------------'.             00023100
                                                                        00023200
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00023300
                                                                        00023400
       COPY 'VARERROS'.                                                 00023500
                                                                        00023600
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00023700
                                                                        00023800
       COPY 'REPWCOMM'.                                                 00023900
                                                                        00024000
      *=============================================================*   00024100
       PROCEDURE DIVISION.                                              00024200
      *=============================================================*   00024300
                                                                        00024400
      *-------------------------------------------------------------*   00024500
       0000-PRINCIPAL                         SECTION.                  00024600
      *-------------------------------------------------------------*   00024700
            PERFORM 1000-INICIAR.                                       00024800
            PERFORM 1100-TESTARSTATUS.                                  00024900
            PERFORM 1200-CARREGARDECISOES.                              00025000
            PERFORM 2000-DISPORAGREGVLR UNTIL WRK-FS-AGREGVLR EQUAL 10. 00025100
            IF WRK-GRUPO-ABERTO                                         00025200
              PERFORM 2200-FECHARGRUPO                                  00025300
            END-IF.                                                     00025400
            PERFORM 2500-DISPORPENDANT UNTIL WRK-FS-PENDANT EQUAL 10.   00025500
            IF WRK-GRUPO-ABERTO                                         00025600
              PERFORM 2200-FECHARGRUPO                                  00025700
            END-IF.                                                     00025800
            PERFORM 3000-FINALIZAR.                                     00025900
            STOP RUN.                                                   00026000
                                                                        00026100
       0000-99-FIM.               EXIT.                                 00026200
                                                                        00026300
      *-------------------------------------------------------------*   00026400
       1000-INICIAR                           SECTION.                  00026500
      *-------------------------------------------------------------*   00026600
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00026700
            OPEN INPUT AGREGVLR.                                        00026800
            OPEN INPUT PENDANT.                                         00026900
            OPEN INPUT CONFAGR.                                         00027000
            OPEN OUTPUT PENDSAI.                                        00027100
            OPEN OUTPUT AGRCONF.                                        00027200
            MOVE 'DISPOSICAO DOS GRUPOS AGREGADOS (AGREGVLR)'           00027300
              TO WRK-RW-TITULO1.                                        00027400
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00027500
            MOVE SPACES     TO WRK-RW-TITULO3.                          00027600
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00027700
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00027800
            MOVE 'N' TO WRK-RW-REABRIR.                                 00027900
            MOVE SPACES TO WRK-RW-QUEBRA.                               00027950
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00028000
            CALL 'REPWRITE' USING WRK-REPW.                             00028100
                                                                        00028200
       1000-99-FIM.               EXIT.                                 00028300
                                                                        00028400
      *-------------------------------------------------------------*   00028500
       1100-TESTARSTATUS                      SECTION.                  00028600
      *-------------------------------------------------------------*   00028700
               IF WRK-FS-AGREGVLR NOT EQUAL 0                           00028800
                MOVE '1000'                  TO WRK-SECAO               00028900
                MOVE 'ERRO OPEN AGREGVLR - ' TO WRK-MSGERRO             00029000
                MOVE WRK-FS-AGREGVLR         TO WRK-STATUS              00029100
                   PERFORM 9000-TRATARERROS                             00029200
               END-IF.                                                  00029300
               IF WRK-FS-PENDANT NOT EQUAL 0                            00029400
                MOVE '1001'                  TO WRK-SECAO               00029500
                MOVE 'ERRO OPEN PENDANT - '  TO WRK-MSGERRO             00029600
                MOVE WRK-FS-PENDANT          TO WRK-STATUS              00029700
                   PERFORM 9000-TRATARERROS                             00029800
               END-IF.                                                  00029900
               IF WRK-FS-CONFAGR NOT EQUAL 0                            00030000
                MOVE '1002'                  TO WRK-SECAO               00030100
                MOVE 'ERRO OPEN CONFAGR - '  TO WRK-MSGERRO             00030200
                MOVE WRK-FS-CONFAGR          TO WRK-STATUS              00030300
                   PERFORM 9000-TRATARERROS                             00030400
               END-IF.                                                  00030500
               IF WRK-FS-PENDSAI NOT EQUAL 0                            00030600
                MOVE '1003'                  TO WRK-SECAO               00030700
                MOVE 'ERRO OPEN PENDSAI - '  TO WRK-MSGERRO             00030800
                MOVE WRK-FS-PENDSAI          TO WRK-STATUS              00030900
                   PERFORM 9000-TRATARERROS                             00031000
               END-IF.                                                  00031100
               IF WRK-FS-AGRCONF NOT EQUAL 0                            00031200
                MOVE '1004'                  TO WRK-SECAO               00031300
                MOVE 'ERRO OPEN AGRCONF - '  TO WRK-MSGERRO             00031400
                MOVE WRK-FS-AGRCONF          TO WRK-STATUS              00031500
                   PERFORM 9000-TRATARERROS                             00031600
               END-IF.                                                  00031700
               IF WRK-RW-STATUS NOT EQUAL '00'                          00031800
                MOVE '1005'                  TO WRK-SECAO               00031900
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00032000
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00032100
                   PERFORM 9000-TRATARERROS                             00032200
               END-IF.                                                  00032300
               READ AGREGVLR.                                           00032400
               READ PENDANT.                                            00032500
                                                                        00032600
       1100-99-FIM.               EXIT.                                 00032700
                                                                        00032800
      *-------------------------------------------------------------*   00032900
       1200-CARREGARDECISOES                  SECTION.                  00033000
      *-------------------------------------------------------------*   00033100
               READ CONFAGR.                                            00033200
               PERFORM 1210-GUARDARDECISAO                              00033300
                  UNTIL WRK-FS-CONFAGR EQUAL 10                         00033400
                     OR WRK-DEC-QTD NOT LESS 200.                       00033500
               IF WRK-FS-CONFAGR NOT EQUAL 10                           00033600
                 MOVE '1200'                 TO WRK-SECAO               00033700
                 MOVE 'DECISOES EXCEDEM A TABELA DE 200'                00033800
                   TO WRK-MSGERRO                                       00033900
                 MOVE '00'                   TO WRK-STATUS              00034000
                 PERFORM 9010-TRATARAVISO                               00034100
               END-IF.                                                  00034200
               CLOSE CONFAGR.                                           00034300
                                                                        00034400
       1200-99-FIM.               EXIT.                                 00034500
                                                                        00034600
      *-------------------------------------------------------------*   00034700
       1210-GUARDARDECISAO                    SECTION.                  00034800
      *-------------------------------------------------------------*   00034900
               ADD 1 TO WRK-DEC-QTD.                                    00035000
               SET TAB-DEC-IDX TO WRK-DEC-QTD.                          00035100
               MOVE CAG-AGENCIA TO TAB-DEC-AGENCIA (TAB-DEC-IDX).       00035200
               MOVE CAG-CONTA   TO TAB-DEC-CONTA   (TAB-DEC-IDX).       00035300
               MOVE CAG-TIP-OP  TO TAB-DEC-TIP-OP  (TAB-DEC-IDX).       00035400
               MOVE CAG-DATA-MOVIMENTO                                  00035500
                                TO TAB-DEC-DATA    (TAB-DEC-IDX).       00035600
               MOVE CAG-DECISAO TO TAB-DEC-DECISAO (TAB-DEC-IDX).       00035700
               MOVE CAG-REVISOR TO TAB-DEC-REVISOR (TAB-DEC-IDX).       00035800
               READ CONFAGR.                                            00035900
                                                                        00036000
       1210-99-FIM.               EXIT.                                 00036100
                                                                        00036200
      *-------------------------------------------------------------*   00036300
       2000-DISPORAGREGVLR                    SECTION.                  00036400
      *-------------------------------------------------------------*   00036500
               PERFORM 2100-TRATARMOVTO.                                00036600
               READ AGREGVLR.                                           00036700
                                                                        00036800
       2000-99-FIM.               EXIT.                                 00036900
                                                                        00037000
      *-------------------------------------------------------------*   00037100
       2500-DISPORPENDANT                     SECTION.                  00037200
      *-------------------------------------------------------------*   00037300
               MOVE REG-PENDANT TO REG-CLIENTE.                         00037400
               PERFORM 2100-TRATARMOVTO.                                00037500
               READ PENDANT.                                            00037600
                                                                        00037700
       2500-99-FIM.               EXIT.                                 00037800
                                                                        00037900
      *-------------------------------------------------------------*   00038000
      *   MOVIMENTO EM REG-CLIENTE: QUEBRA DE GRUPO PELA CHAVE       *  00038100
      *   AGENCIA/CONTA/TIPO DE OPERACAO/DATA; GRUPO SEM DECISAO     *  00038200
      *   VAI MOVIMENTO A MOVIMENTO PARA AS PENDENTES                *  00038300
      *-------------------------------------------------------------*   00038400
       2100-TRATARMOVTO                       SECTION.                  00038500
      *-------------------------------------------------------------*   00038600
               ADD 1 TO WRK-ACUM-LIDOS.                                 00038700
               MOVE FD-AGENCIA        TO WRK-CM-AGENCIA.                00038800
               MOVE FD-CONTA          TO WRK-CM-CONTA.                  00038900
               MOVE FD-TIP-OP         TO WRK-CM-TIP-OP.                 00039000
               MOVE FD-DATA-MOVIMENTO TO WRK-CM-DATA.                   00039100
               IF WRK-GRUPO-ABERTO                                      00039200
                  AND WRK-CHAVE-MOVTO NOT EQUAL WRK-CHAVE-GRUPO         00039300
                 PERFORM 2200-FECHARGRUPO                               00039400
               END-IF.                                                  00039500
               IF NOT WRK-GRUPO-ABERTO                                  00039600
                 PERFORM 2150-ABRIRGRUPO                                00039700
               END-IF.                                                  00039800
               ADD 1        TO WRK-GRUPO-QTD.                           00039900
               ADD FD-VALOR TO WRK-GRUPO-VALOR.                         00040000
               IF WRK-DEC-DECISAO NOT EQUAL 'C'                         00040100
                  AND WRK-DEC-DECISAO NOT EQUAL 'D'                     00040200
                 WRITE REG-PENDSAI FROM REG-CLIENTE                     00040300
               END-IF.                                                  00040400
                                                                        00040500
       2100-99-FIM.               EXIT.                                 00040600
                                                                        00040700
      *-------------------------------------------------------------*   00040800
       2150-ABRIRGRUPO                        SECTION.                  00040900
      *-------------------------------------------------------------*   00041000
               MOVE WRK-CHAVE-MOVTO TO WRK-CHAVE-GRUPO.                 00041100
               MOVE 'S'             TO WRK-TEM-GRUPO.                   00041200
               MOVE FD-CLIENTE      TO WRK-GRUPO-CLIENTE.               00041300
               MOVE ZEROS           TO WRK-GRUPO-QTD.                   00041400
               MOVE ZEROS           TO WRK-GRUPO-VALOR.                 00041500
               MOVE 0               TO WRK-DEC-ACHOU.                   00041600
               MOVE SPACE           TO WRK-DEC-DECISAO.                 00041700
               MOVE SPACES          TO WRK-DEC-REVISOR.                 00041800
               PERFORM 2160-PESQUISARDECISAO                            00041900
                  VARYING TAB-DEC-IDX FROM 1 BY 1                       00042000
                    UNTIL TAB-DEC-IDX GREATER WRK-DEC-QTD               00042100
                       OR WRK-DEC-ACHOU EQUAL 1.                        00042200
                                                                        00042300
       2150-99-FIM.               EXIT.                                 00042400
                                                                        00042500
      *-------------------------------------------------------------*   00042600
       2160-PESQUISARDECISAO                  SECTION.                  00042700
      *-------------------------------------------------------------*   00042800
               IF TAB-DEC-CHAVE (TAB-DEC-IDX) EQUAL WRK-CHAVE-GRUPO     00042900
                 MOVE 1 TO WRK-DEC-ACHOU                                00043000
                 MOVE TAB-DEC-DECISAO (TAB-DEC-IDX)                     00043100
                   TO WRK-DEC-DECISAO                                   00043200
                 MOVE TAB-DEC-REVISOR (TAB-DEC-IDX)                     00043300
                   TO WRK-DEC-REVISOR                                   00043400
               END-IF.                                                  00043500
                                                                        00043600
       2160-99-FIM.               EXIT.                                 00043700
                                                                        00043800
      *-------------------------------------------------------------*   00043900
      *   FIM DO GRUPO: CONFIRMADO VIRA CASO PARA O GERACOAF,        *  00044000
      *   DESCARTADO SAI SO NO RELATORIO, SEM DECISAO JA FOI PARA    *  00044100
      *   AS PENDENTES                                               *  00044200
      *-------------------------------------------------------------*   00044300
       2200-FECHARGRUPO                       SECTION.                  00044400
      *-------------------------------------------------------------*   00044500
               ADD 1 TO WRK-ACUM-GRUPOS.                                00044600
               MOVE SPACES            TO WRK-LINHA-GRUPO.               00044700
               MOVE WRK-CG-AGENCIA    TO WRK-LG-AGENCIA.                00044800
               MOVE WRK-CG-CONTA      TO WRK-LG-CONTA.                  00044900
               MOVE WRK-GRUPO-CLIENTE TO WRK-LG-CLIENTE.                00045000
               MOVE WRK-CG-TIP-OP     TO WRK-LG-TIP-OP.                 00045100
               MOVE WRK-CG-DATA       TO WRK-LG-DATA.                   00045200
               MOVE WRK-GRUPO-QTD     TO WRK-LG-QTD.                    00045300
               MOVE WRK-GRUPO-VALOR   TO WRK-LG-VALOR.                  00045400
               MOVE WRK-DEC-REVISOR   TO WRK-LG-REVISOR.                00045500
               IF WRK-DEC-DECISAO EQUAL 'C'                             00045600
                 ADD 1 TO WRK-ACUM-CONFIRMADOS                          00045700
                 MOVE 'CONFIRMADO ' TO WRK-LG-DISPOSICAO                00045800
                 PERFORM 2210-GRAVARCONFIRMADO                          00045900
               ELSE                                                     00046000
                IF WRK-DEC-DECISAO EQUAL 'D'                            00046100
                  ADD 1 TO WRK-ACUM-DESCARTADOS                         00046200
                  MOVE 'DESCARTADO ' TO WRK-LG-DISPOSICAO               00046300
                ELSE                                                    00046400
                  ADD 1 TO WRK-ACUM-PENDENTES                           00046500
                  MOVE 'PENDENTE   ' TO WRK-LG-DISPOSICAO               00046600
                END-IF                                                  00046700
               END-IF.                                                  00046800
               MOVE WRK-LINHA-GRUPO TO WRK-RW-LINHA.                    00046900
               MOVE 'D' TO WRK-RW-FUNCAO.                               00047000
               CALL 'REPWRITE' USING WRK-REPW.                          00047100
               MOVE 'N' TO WRK-TEM-GRUPO.                               00047200
                                                                        00047300
       2200-99-FIM.               EXIT.                                 00047400
                                                                        00047500
      *-------------------------------------------------------------*   00047600
       2210-GRAVARCONFIRMADO                  SECTION.                  00047700
      *-------------------------------------------------------------*   00047800
               MOVE SPACES            TO REG-SUSPEITA.                  00047900
               MOVE 'G'               TO SUS-ORIGEM.                    00048000
               MOVE WRK-CG-AGENCIA    TO SUS-AGENCIA.                   00048100
               MOVE WRK-CG-CONTA      TO SUS-CONTA.                     00048200
               MOVE WRK-CG-DATA       TO SUS-DATA-MOVIMENTO.            00048300
               MOVE WRK-CG-TIP-OP     TO SUS-TIP-OP.                    00048400
               MOVE ZEROS             TO SUS-ID-RASTREIO.               00048500
               MOVE WRK-GRUPO-CLIENTE TO SUS-CLIENTE.                   00048600
               MOVE WRK-GRUPO-VALOR   TO SUS-VALOR.                     00048700
               MOVE WRK-GRUPO-QTD     TO SUS-QTD-MOVTOS.                00048800
               MOVE WRK-DEC-REVISOR   TO SUS-REVISOR.                   00048900
               MOVE WRK-DATA-PROCESSAMENTO TO SUS-DATA-DECISAO.         00049000
               WRITE REG-SUSPEITA.                                      00049100
               IF WRK-FS-AGRCONF NOT EQUAL 0                            00049200
                 MOVE '2210'                  TO WRK-SECAO              00049300
                 MOVE 'ERRO WRITE AGRCONF - ' TO WRK-MSGERRO            00049400
                 MOVE WRK-FS-AGRCONF          TO WRK-STATUS             00049500
                 MOVE 12 TO RETURN-CODE                                 00049600
                 PERFORM 9000-TRATARERROS                               00049700
               END-IF.                                                  00049800
                                                                        00049900
       2210-99-FIM.               EXIT.                                 00050000
                                                                        00050100
      *-------------------------------------------------------------*   00050200
       3000-FINALIZAR                         SECTION.                  00050300
      *-------------------------------------------------------------*   00050400
               MOVE WRK-ACUM-GRUPOS      TO WRK-LT-GRUPOS.              00050500
               MOVE WRK-ACUM-CONFIRMADOS TO WRK-LT-CONFIRMADOS.         00050600
               MOVE WRK-ACUM-DESCARTADOS TO WRK-LT-DESCARTADOS.         00050700
               MOVE WRK-ACUM-PENDENTES   TO WRK-LT-PENDENTES.           00050800
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00050900
               MOVE 'T' TO WRK-RW-FUNCAO.                               00051000
               CALL 'REPWRITE' USING WRK-REPW.                          00051100
               CLOSE AGREGVLR.                                          00051200
               CLOSE PENDANT.                                           00051300
               CLOSE PENDSAI.                                           00051400
               CLOSE AGRCONF.                                           00051500
               MOVE 'F' TO WRK-RW-FUNCAO.                               00051600
               CALL 'REPWRITE' USING WRK-REPW.                          00051700
               DISPLAY 'MOVIMENTOS LIDOS.... ' WRK-ACUM-LIDOS.          00051800
               DISPLAY 'GRUPOS.............. ' WRK-ACUM-GRUPOS.         00051900
               DISPLAY 'CONFIRMADOS......... ' WRK-ACUM-CONFIRMADOS.    00052000
               DISPLAY 'DESCARTADOS......... ' WRK-ACUM-DESCARTADOS.    00052100
               DISPLAY 'PENDENTES........... ' WRK-ACUM-PENDENTES.      00052200
                                                                        00052300
       3000-99-FIM.               EXIT.                                 00052400
                                                                        00052500
      *-------------------------------------------------------------*   00052600
       9000-TRATARERROS                       SECTION.                  00052700
      *-------------------------------------------------------------*   00052800
             MOVE 'DISPAGRE'  TO WRK-PROGRAMA                           00052900
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00053000
                 GOBACK.                                                00053100
                                                                        00053200
       9000-99-FIM.               EXIT.                                 00053300
                                                                        00053400
      *-------------------------------------------------------------*   00053500
       9010-TRATARAVISO                       SECTION.                  00053600
      *-------------------------------------------------------------*   00053700
             MOVE 'DISPAGRE'  TO WRK-PROGRAMA                           00053800
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00053900
                                                                        00054000
       9010-99-FIM.               EXIT.                                 00054100

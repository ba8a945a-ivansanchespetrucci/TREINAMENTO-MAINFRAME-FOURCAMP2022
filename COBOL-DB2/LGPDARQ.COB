      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. LGPDARQ.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: ANONIMIZACAO LGPD DOS ACERVOS SEQUENCIAIS.      *   00001200
      *      CARREGA A LISTA DAS CONTAS ANONIMIZADAS HOJE PELO      *   00001300
      *      LGPDANON (ANONLIST, EM ORDEM DE AGENCIA/CONTA) E       *   00001400
      *      REGRAVA NO PROPRIO LUGAR (I-O/REWRITE) O ACERVO        *   00001500
      *      INDICADO NO SYSIN, TROCANDO O NOME PELO MESMO TOKEN    *   00001600
      *      JA USADO NO DB2:                                       *   00001700
      *      A - ACERVO DE AUDITORIA AUDARQ: NOS REGISTROS AUDM     *   00001800
      *          (MANUTENCAO CLI2/CLI7) O NOME DAS IMAGENS ANTES E  *   00001900
      *          DEPOIS; OS DEMAIS REGISTROS NAO TEM NOME.          *   00002000
      *      M - UMA GERACAO DO ARQUIVO MENSAL ARQMOV (DD ARQMES):  *   00002100
      *          O NOME DE CADA DETALHE; HEADER E TRAILER FICAM     *   00002200
      *          COMO ESTAO (O TRAILER SO TEM QUANTIDADE E VALOR).  *   00002300
      *      DATAS, VALORES E CHAVES NAO MUDAM E O TAMANHO DO       *   00002400
      *      REGISTRO TAMBEM NAO. LINHA QUE JA TEM O TOKEN NAO      *   00002500
      *      CONTA, ENTAO O PASSO PODE SER REEXECUTADO. CADA CONTA  *   00002600
      *      COM LINHAS TROCADAS GANHA UM REGISTRO D NO CERTLGPD    *   00002700
      *      (EXTEND) COM O ACERVO E A QUANTIDADE. SEM CONTA NA     *   00002800
      *      LISTA O ACERVO NEM E ABERTO.                           *   00002900
      *      SYSIN: DATA DE PROCESSAMENTO E TIPO DE ACERVO (A/M).   *   00003000
      *-------------------------------------------------------------*   00003100
      *   ARQUIVOS...:                                              *   00003200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003300
      *    ANONLIST             I                  #LGPD            *   00003400
      *    AUDARQ              I-O  (TIPO A)       -----------      *   00003500
      *    ARQMES              I-O  (TIPO M)       #CLIENTE #CLIHDR *   00003600
      *    CERTLGPD             O   (EXTEND)       #LGPD            *   00003700
      *-------------------------------------------------------------*   00003800
      *   MODULOS....:                             INCLUDE/BOOK     *   00003900
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00004000
      *   VALIDATA -   CRITICA DA DATA              VALDATA         *   00004100
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
           SELECT ANONLIST  ASSIGN TO ANONLIST                          00005700
               FILE STATUS  IS WRK-FS-ANONLIST.                         00005800
           SELECT AUDARQ    ASSIGN TO AUDARQ                            00005900
               FILE STATUS  IS WRK-FS-AUDARQ.                           00006000
           SELECT ARQMES    ASSIGN TO ARQMES                            00006100
               FILE STATUS  IS WRK-FS-ARQMES.                           00006200
           SELECT CERTLGPD  ASSIGN TO CERTLGPD                          00006300
               FILE STATUS  IS WRK-FS-CERTLGPD.                         00006400
                                                                        00006500
      *=============================================================*   00006600
       DATA                                      DIVISION.              00006700
      *=============================================================*   00006800
       FILE                                      SECTION.               00006900
                                                                        00007000
      *-------------------------------------------------------------*   00007100
      *   ANONLIST - CONTAS ANONIMIZADAS HOJE PELO LGPDANON         *   00007200
      *-------------------------------------------------------------*   00007300
       FD ANONLIST                                                      00007400
           RECORDING  MODE IS F                                         00007500
           BLOCK CONTAINS 0 RECORDS.                                    00007600
                                                                        00007700
       01 REG-ANONLIST        PIC X(150).                               00007800
                                                                        00007900
      *-------------------------------------------------------------*   00008000
      *   AUDARQ - ACERVO PERMANENTE DE AUDITORIA. O SEGUNDO 01 E   *   00008100
      *      A VISAO DOS REGISTROS AUDM: MOTIVO E AS IMAGENS ANTES  *   00008200
      *      E DEPOIS DO REGISTRO DE CLIENTE, COM O NOME NA MESMA   *   00008300
      *      POSICAO DO BOOK #CLIENTE                               *   00008400
      *-------------------------------------------------------------*   00008500
       FD AUDARQ                                                        00008600
           RECORDING  MODE IS F                                         00008700
           BLOCK CONTAINS 0 RECORDS.                                    00008800
                                                                        00008900
       01 REG-AUDARQ.                                                   00009000
          05 ARQ-ORIGEM          PIC X(04).                             00009100
             88 ARQ-E-MANUTENCAO     VALUE 'AUDM'.                      00009200
          05 ARQ-DATA            PIC 9(07).                             00009300
          05 ARQ-HORA            PIC 9(07).                             00009400
          05 ARQ-USUARIO         PIC X(08).                             00009500
          05 ARQ-TERMINAL        PIC X(04).                             00009600
          05 ARQ-CHAVE           PIC X(09).                             00009700
          05 ARQ-DETALHE         PIC X(216).                            00009800
          05 FILLER              PIC X(05).                             00009900
                                                                        00010000
       01 REG-AUDARQ-AUDM.                                              00010100
          05 FILLER              PIC X(39).                             00010200
          05 ARM-MOTIVO          PIC X(40).                             00010300
          05 ARM-IMAGEM-ANTES.                                          00010400
             10 FILLER           PIC X(17).                             00010500
             10 ARM-NOME-ANTES   PIC X(30).                             00010600
             10 FILLER           PIC X(41).                             00010700
          05 ARM-IMAGEM-DEPOIS.                                         00010800
             10 FILLER           PIC X(17).                             00010900
             10 ARM-NOME-DEPOIS  PIC X(30).                             00011000
             10 FILLER           PIC X(41).                             00011100
          05 FILLER              PIC X(05).                             00011200
                                                                        00011300
      *-------------------------------------------------------------*   00011400
      *   ARQMES - UMA GERACAO DO ARQUIVO MENSAL PERMANENTE         *   00011500
      *-------------------------------------------------------------*   00011600
       FD ARQMES                                                        00011700
           RECORDING  MODE IS F                                         00011800
           BLOCK CONTAINS 0 RECORDS.                                    00011900
                                                                        00012000
       COPY '#CLIENTE'.                                                 00012100
       COPY '#CLIHDR'.                                                  00012200
                                                                        00012300
      *-------------------------------------------------------------*   00012400
      *   CERTLGPD - REGISTROS DO CERTIFICADO DE ANONIMIZACAO       *   00012500
      *-------------------------------------------------------------*   00012600
       FD CERTLGPD                                                      00012700
           RECORDING  MODE IS F                                         00012800
           BLOCK CONTAINS 0 RECORDS.                                    00012900
                                                                        00013000
       01 REG-CERTLGPD        PIC X(150).                               00013100
                                                                        00013200
      *=============================================================*   00013300
       WORKING-STORAGE                             SECTION.             00013400
      *=============================================================*   00013500
                                                                        00013600
       01 FILLER         PIC X(64) VALUE                                00013700
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00013800
      *-------------------------------------------------------------*   00013900
       77 WRK-FS-ANONLIST PIC 9(02).                                    00014000
       77 WRK-FS-AUDARQ   PIC 9(02).                                    00014100
       77 WRK-FS-ARQMES   PIC 9(02).                                    00014200
       77 WRK-FS-CERTLGPD PIC 9(02).                                    00014300
                                                                        00014400
       01 FILLER         PIC X(64) VALUE                                00014500
           '-----------ACERVO A ANONIMIZAR---------------'.             00014600
      *-------------------------------------------------------------*   00014700
       77 WRK-TIPO-ACERVO      PIC X(01) VALUE SPACES.                  00014800
           88 WRK-ACERVO-AUDARQ    VALUE 'A'.                           00014900
           88 WRK-ACERVO-ARQMOV    VALUE 'M'.                           00015000
           88 WRK-ACERVO-VALIDO    VALUE 'A' 'M'.                       00015100
       77 WRK-FIM-ACERVO       PIC X(01) VALUE 'N'.                     00015200
           88 WRK-ACERVO-LIDO      VALUE 'S'.                           00015300
       77 WRK-TROCOU           PIC X(01) VALUE 'N'.                     00015400
           88 WRK-REGISTRO-TROCADO VALUE 'S'.                           00015500
                                                                        00015600
       01 WRK-NOME-ACERVO.                                              00015700
          05 WRK-NA-ARQUIVO    PIC X(07) VALUE SPACES.                  00015800
          05 WRK-NA-DATA       PIC X(08) VALUE SPACES.                  00015900
          05 FILLER            PIC X(01) VALUE SPACES.                  00016000
                                                                        00016100
       01 FILLER         PIC X(64) VALUE                                00016200
           '-----------CONTAS ANONIMIZADAS HOJE----------'.             00016300
      *-------------------------------------------------------------*   00016400
       77 WRK-ANL-QTD          PIC 9(05) VALUE ZEROS.                   00016500
       77 WRK-ANL-LIMITE       PIC 9(05) VALUE 20000.                   00016600
                                                                        00016700
       01 WRK-CHAVE-CONTA.                                              00016800
          05 WRK-CK-AGENCIA    PIC 9(04).                               00016900
          05 WRK-CK-CONTA      PIC 9(05).                               00017000
                                                                        00017100
       01 WRK-CHAVE-ANTERIOR   PIC X(09) VALUE LOW-VALUES.              00017200
                                                                        00017300
       01 TAB-ANONIMIZADAS.                                             00017400
          05 TAB-ANL-ITEM OCCURS 1 TO 20000 TIMES                       00017500
                          DEPENDING ON WRK-ANL-QTD                      00017600
                          ASCENDING KEY IS TAB-ANL-CHAVE                00017700
                          INDEXED BY TAB-ANL-IDX.                       00017800
             10 TAB-ANL-CHAVE      PIC X(09).                           00017900
             10 TAB-ANL-ORIGEM     PIC X(01).                           00018000
             10 TAB-ANL-TOKEN      PIC X(30).                           00018100
             10 TAB-ANL-QTD        PIC 9(09) COMP-3.                    00018200
                                                                        00018300
       01 FILLER         PIC X(64) VALUE                                00018400
           '-----------ACUMULADORES----------------------'.             00018500
      *-------------------------------------------------------------*   00018600
       77 WRK-ACUM-LIDOS       PIC 9(09) VALUE ZEROS.                   00018700
       77 WRK-ACUM-REGRAVADOS  PIC 9(09) VALUE ZEROS.                   00018800
       77 WRK-ACUM-CONTAS      PIC 9(07) VALUE ZEROS.                   00018900
                                                                        00019000
       01 FILLER         PIC X(64) VALUE                                00019100
           '-----------REGISTRO LGPD---------------------'.             00019200
      *-------------------------------------------------------------*   00019300
       COPY '#LGPD'.                                                    00019400
                                                                        00019500
       01 FILLER         PIC X(64) VALUE                                00019600
           '-----------DATA DE PROCESSAMENTO--------------'.            00019700
      *-------------------------------------------------------------*   00019800
       COPY 'DATAPROC'.                                                 00019900
                                                                        00020000
       01 FILLER         PIC X(64) VALUE                                00020100
           '-----------VALIDAR DATA----------------------'.             00020200
      *-------------------------------------------------------------*   00020300
       COPY 'VALDATA'.                                                  00020400
                                                                        00020500
       01 FILLER         PIC X(64) VALUE                                00020600
           '-----------CHAMAR TRATA ERROS----------------'.             00020700
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00020800
       COPY 'VARERROS'.                                                 00020900
                                                                        00021000
      *=============================================================*   00021100
       PROCEDURE DIVISION.                                              00021200
      *=============================================================*   00021300
                                                                        00021400
      *-------------------------------------------------------------*   00021500
       0000-PRINCIPAL                         SECTION.                  00021600
      *-------------------------------------------------------------*   00021700
            PERFORM 1000-INICIAR.                                       00021800
            PERFORM 1400-CARREGARLISTA.                                 00021900
            IF WRK-ANL-QTD GREATER ZEROS                                00022000
              PERFORM 1500-ABRIRACERVO                                  00022100
              PERFORM 2000-PROCESSAR                                    00022200
                 UNTIL WRK-ACERVO-LIDO                                  00022300
              PERFORM 3000-FINALIZAR                                    00022400
            ELSE                                                        00022500
              DISPLAY 'NENHUMA CONTA ANONIMIZADA - ACERVO INTACTO'      00022600
            END-IF.                                                     00022700
            STOP RUN.                                                   00022800
                                                                        00022900
       0000-99-FIM.               EXIT.                                 00023000
                                                                        00023100
      *-------------------------------------------------------------*   00023200
       1000-INICIAR                           SECTION.                  00023300
      *-------------------------------------------------------------*   00023400
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00023500
            ACCEPT WRK-TIPO-ACERVO        FROM SYSIN.                   00023600
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                 00023700
            CALL 'VALIDATA' USING WRK-VALIDA-DATA.                      00023800
            IF WRK-VD-INVALIDA                                          00023900
              MOVE '1000'                  TO WRK-SECAO                 00024000
              MOVE 'DATA DE PROCESSAMENTO INVALIDA' TO WRK-MSGERRO      00024100
              MOVE WRK-VD-STATUS           TO WRK-STATUS                00024200
              MOVE 8 TO RETURN-CODE                                     00024300
              PERFORM 9000-TRATARERROS                                  00024400
            END-IF.                                                     00024500
            IF NOT WRK-ACERVO-VALIDO                                    00024600
              MOVE '1000'                  TO WRK-SECAO                 00024700
              MOVE 'TIPO DE ACERVO INVALIDO NO SYSIN' TO WRK-MSGERRO    00024800
              MOVE '00'                    TO WRK-STATUS                00024900
              MOVE 8 TO RETURN-CODE                                     00025000
              PERFORM 9000-TRATARERROS                                  00025100
            END-IF.                                                     00025200
            DISPLAY ' ACERVO.................' WRK-TIPO-ACERVO.         00025300
            OPEN INPUT ANONLIST.                                        00025400
            IF WRK-FS-ANONLIST NOT EQUAL 0                              00025500
              MOVE '1000'                  TO WRK-SECAO                 00025600
              MOVE 'ERRO OPEN ANONLIST - ' TO WRK-MSGERRO               00025700
              MOVE WRK-FS-ANONLIST         TO WRK-STATUS                00025800
              PERFORM 9000-TRATARERROS                                  00025900
            END-IF.                                                     00026000
                                                                        00026100
       1000-99-FIM.               EXIT.                                 00026200
                                                                        00026300
      *-------------------------------------------------------------*   00026400
      *   LISTA DO DIA EM ORDEM DE AGENCIA/CONTA, PRONTA PARA O     *   00026500
      *   SEARCH ALL                                                *   00026600
      *-------------------------------------------------------------*   00026700
       1400-CARREGARLISTA                     SECTION.                  00026800
      *-------------------------------------------------------------*   00026900
               READ ANONLIST INTO REG-LGPD.                             00027000
               PERFORM 1410-GUARDARCONTA                                00027100
                  UNTIL WRK-FS-ANONLIST EQUAL 10.                       00027200
               CLOSE ANONLIST.                                          00027300
               DISPLAY 'CONTAS NA LISTA..... ' WRK-ANL-QTD.             00027400
                                                                        00027500
       1400-99-FIM.               EXIT.                                 00027600
                                                                        00027700
      *-------------------------------------------------------------*   00027800
       1410-GUARDARCONTA                      SECTION.                  00027900
      *-------------------------------------------------------------*   00028000
               IF WRK-ANL-QTD NOT LESS WRK-ANL-LIMITE                   00028100
                 MOVE '1410'                  TO WRK-SECAO              00028200
                 MOVE 'ANONLIST EXCEDE A TABELA DE 20000'               00028300
                   TO WRK-MSGERRO                                       00028400
                 MOVE '00'                    TO WRK-STATUS             00028500
                 MOVE 12 TO RETURN-CODE                                 00028600
                 PERFORM 9000-TRATARERROS                               00028700
               END-IF.                                                  00028800
               IF LGP-CHAVE NOT GREATER WRK-CHAVE-ANTERIOR              00028900
                 MOVE '1410'                  TO WRK-SECAO              00029000
                 MOVE 'ANONLIST FORA DE ORDEM' TO WRK-MSGERRO           00029100
                 MOVE '00'                    TO WRK-STATUS             00029200
                 MOVE 12 TO RETURN-CODE                                 00029300
                 PERFORM 9000-TRATARERROS                               00029400
               END-IF.                                                  00029500
               ADD 1 TO WRK-ANL-QTD.                                    00029600
               SET TAB-ANL-IDX TO WRK-ANL-QTD.                          00029700
               MOVE LGP-CHAVE  TO TAB-ANL-CHAVE  (TAB-ANL-IDX).         00029800
               MOVE LGP-ORIGEM TO TAB-ANL-ORIGEM (TAB-ANL-IDX).         00029900
               MOVE LGP-TOKEN  TO TAB-ANL-TOKEN  (TAB-ANL-IDX).         00030000
               MOVE ZEROS      TO TAB-ANL-QTD    (TAB-ANL-IDX).         00030100
               MOVE LGP-CHAVE  TO WRK-CHAVE-ANTERIOR.                   00030200
               READ ANONLIST INTO REG-LGPD.                             00030300
                                                                        00030400
       1410-99-FIM.               EXIT.                                 00030500
                                                                        00030600
      *-------------------------------------------------------------*   00030700
       1500-ABRIRACERVO                       SECTION.                  00030800
      *-------------------------------------------------------------*   00030900
               IF WRK-ACERVO-AUDARQ                                     00031000
                 MOVE 'AUDARQ' TO WRK-NA-ARQUIVO                        00031100
                 OPEN I-O AUDARQ                                        00031200
                 IF WRK-FS-AUDARQ NOT EQUAL 0                           00031300
                   MOVE '1500'                  TO WRK-SECAO            00031400
                   MOVE 'ERRO OPEN AUDARQ - '   TO WRK-MSGERRO          00031500
                   MOVE WRK-FS-AUDARQ           TO WRK-STATUS           00031600
                   PERFORM 9000-TRATARERROS                             00031700
                 END-IF                                                 00031800
               ELSE                                                     00031900
                 MOVE 'ARQMOV' TO WRK-NA-ARQUIVO                        00032000
                 OPEN I-O ARQMES                                        00032100
                 IF WRK-FS-ARQMES NOT EQUAL 0                           00032200
                   MOVE '1501'                  TO WRK-SECAO            00032300
                   MOVE 'ERRO OPEN ARQMES - '   TO WRK-MSGERRO          00032400
                   MOVE WRK-FS-ARQMES           TO WRK-STATUS           00032500
                   PERFORM 9000-TRATARERROS                             00032600
                 END-IF                                                 00032700
               END-IF.                                                  00032800
               OPEN EXTEND CERTLGPD.                                    00032900
               IF WRK-FS-CERTLGPD NOT EQUAL 0                           00033000
                 MOVE '1502'                  TO WRK-SECAO              00033100
                 MOVE 'ERRO OPEN CERTLGPD - ' TO WRK-MSGERRO            00033200
                 MOVE WRK-FS-CERTLGPD         TO WRK-STATUS             00033300
                 PERFORM 9000-TRATARERROS                               00033400
               END-IF.                                                  00033500
                                                                        00033600
       1500-99-FIM.               EXIT.                                 00033700
                                                                        00033800
      *-------------------------------------------------------------*   00033900
       2000-PROCESSAR                         SECTION.                  00034000
      *-------------------------------------------------------------*   00034100
               IF WRK-ACERVO-AUDARQ                                     00034200
                 PERFORM 2100-TRATARAUDARQ                              00034300
               ELSE                                                     00034400
                 PERFORM 2200-TRATARARQMES                              00034500
               END-IF.                                                  00034600
                                                                        00034700
       2000-99-FIM.               EXIT.                                 00034800
                                                                        00034900
      *-------------------------------------------------------------*   00035000
      *   SO OS REGISTROS AUDM TRAZEM NOME; IMAGEM EM BRANCO (A     *   00035100
      *   INCLUSAO NAO TEM ANTES) FICA COMO ESTA                    *   00035200
      *-------------------------------------------------------------*   00035300
       2100-TRATARAUDARQ                      SECTION.                  00035400
      *-------------------------------------------------------------*   00035500
               READ AUDARQ.                                             00035600
               IF WRK-FS-AUDARQ EQUAL 10                                00035700
                 MOVE 'S' TO WRK-FIM-ACERVO                             00035800
                 GO TO 2100-99-FIM                                      00035900
               END-IF.                                                  00036000
               ADD 1 TO WRK-ACUM-LIDOS.                                 00036100
               IF NOT ARQ-E-MANUTENCAO                                  00036200
                 GO TO 2100-99-FIM                                      00036300
               END-IF.                                                  00036400
               SEARCH ALL TAB-ANL-ITEM                                  00036500
                 AT END                                                 00036600
                   GO TO 2100-99-FIM                                    00036700
                 WHEN TAB-ANL-CHAVE (TAB-ANL-IDX) EQUAL ARQ-CHAVE       00036800
                   CONTINUE                                             00036900
               END-SEARCH.                                              00037000
               MOVE 'N' TO WRK-TROCOU.                                  00037100
               IF ARM-IMAGEM-ANTES NOT EQUAL SPACES                     00037200
                  AND ARM-NOME-ANTES NOT EQUAL                          00037300
                      TAB-ANL-TOKEN (TAB-ANL-IDX)                       00037400
                 MOVE TAB-ANL-TOKEN (TAB-ANL-IDX) TO ARM-NOME-ANTES     00037500
                 MOVE 'S' TO WRK-TROCOU                                 00037600
               END-IF.                                                  00037700
               IF ARM-IMAGEM-DEPOIS NOT EQUAL SPACES                    00037800
                  AND ARM-NOME-DEPOIS NOT EQUAL                         00037900
                      TAB-ANL-TOKEN (TAB-ANL-IDX)                       00038000
                 MOVE TAB-ANL-TOKEN (TAB-ANL-IDX) TO ARM-NOME-DEPOIS    00038100
                 MOVE 'S' TO WRK-TROCOU                                 00038200
               END-IF.                                                  00038300
               IF WRK-REGISTRO-TROCADO                                  00038400
                 REWRITE REG-AUDARQ                                     00038500
                 IF WRK-FS-AUDARQ NOT EQUAL 0                           00038600
                   MOVE '2100'                  TO WRK-SECAO            00038700
                   MOVE 'ERRO REWRITE AUDARQ - ' TO WRK-MSGERRO         00038800
                   MOVE WRK-FS-AUDARQ           TO WRK-STATUS           00038900
                   MOVE 12 TO RETURN-CODE                               00039000
                   PERFORM 9000-TRATARERROS                             00039100
                 END-IF                                                 00039200
                 ADD 1 TO WRK-ACUM-REGRAVADOS                           00039300
                 ADD 1 TO TAB-ANL-QTD (TAB-ANL-IDX)                     00039400
               END-IF.                                                  00039500
                                                                        00039600
       2100-99-FIM.               EXIT.                                 00039700
                                                                        00039800
      *-------------------------------------------------------------*   00039900
      *   O HEADER DA GERACAO DA O MES PARA O NOME DO ACERVO NO     *   00040000
      *   CERTIFICADO                                               *   00040100
      *-------------------------------------------------------------*   00040200
       2200-TRATARARQMES                      SECTION.                  00040300
      *-------------------------------------------------------------*   00040400
               READ ARQMES.                                             00040500
               IF WRK-FS-ARQMES EQUAL 10                                00040600
                 MOVE 'S' TO WRK-FIM-ACERVO                             00040700
                 GO TO 2200-99-FIM                                      00040800
               END-IF.                                                  00040900
               ADD 1 TO WRK-ACUM-LIDOS.                                 00041000
               IF HDR-E-HEADER                                          00041100
                 MOVE HDR-DATA-NEGOCIO TO WRK-NA-DATA                   00041200
                 GO TO 2200-99-FIM                                      00041300
               END-IF.                                                  00041400
               IF TRL-E-TRAILER                                         00041500
                 GO TO 2200-99-FIM                                      00041600
               END-IF.                                                  00041700
               MOVE FD-AGENCIA TO WRK-CK-AGENCIA.                       00041800
               MOVE FD-CONTA   TO WRK-CK-CONTA.                         00041900
               SEARCH ALL TAB-ANL-ITEM                                  00042000
                 AT END                                                 00042100
                   GO TO 2200-99-FIM                                    00042200
                 WHEN TAB-ANL-CHAVE (TAB-ANL-IDX) EQUAL WRK-CHAVE-CONTA 00042300
                   CONTINUE                                             00042400
               END-SEARCH.                                              00042500
               IF FD-CLIENTE NOT EQUAL TAB-ANL-TOKEN (TAB-ANL-IDX)      00042600
                 MOVE TAB-ANL-TOKEN (TAB-ANL-IDX) TO FD-CLIENTE         00042700
                 REWRITE REG-CLIENTE                                    00042800
                 IF WRK-FS-ARQMES NOT EQUAL 0                           00042900
                   MOVE '2200'                  TO WRK-SECAO            00043000
                   MOVE 'ERRO REWRITE ARQMES - ' TO WRK-MSGERRO         00043100
                   MOVE WRK-FS-ARQMES           TO WRK-STATUS           00043200
                   MOVE 12 TO RETURN-CODE                               00043300
                   PERFORM 9000-TRATARERROS                             00043400
                 END-IF                                                 00043500
                 ADD 1 TO WRK-ACUM-REGRAVADOS                           00043600
                 ADD 1 TO TAB-ANL-QTD (TAB-ANL-IDX)                     00043700
               END-IF.                                                  00043800
                                                                        00043900
       2200-99-FIM.               EXIT.                                 00044000
                                                                        00044100
      *-------------------------------------------------------------*   00044200
       3000-FINALIZAR                         SECTION.                  00044300
      *-------------------------------------------------------------*   00044400
               PERFORM 3100-GRAVARCERTIFICADO                           00044500
                  VARYING TAB-ANL-IDX FROM 1 BY 1                       00044600
                    UNTIL TAB-ANL-IDX GREATER WRK-ANL-QTD.              00044700
               IF WRK-ACERVO-AUDARQ                                     00044800
                 CLOSE AUDARQ                                           00044900
               ELSE                                                     00045000
                 CLOSE ARQMES                                           00045100
               END-IF.                                                  00045200
               CLOSE CERTLGPD.                                          00045300
               DISPLAY 'ACERVO.............. ' WRK-NOME-ACERVO.         00045400
               DISPLAY 'REGISTROS LIDOS..... ' WRK-ACUM-LIDOS.          00045500
               DISPLAY 'REGISTROS REGRAVADOS ' WRK-ACUM-REGRAVADOS.     00045600
               DISPLAY 'CONTAS ATINGIDAS.... ' WRK-ACUM-CONTAS.         00045700
                                                                        00045800
       3000-99-FIM.               EXIT.                                 00045900
                                                                        00046000
      *-------------------------------------------------------------*   00046100
      *   UM REGISTRO D POR CONTA QUE TEVE LINHA TROCADA NO ACERVO  *   00046200
      *-------------------------------------------------------------*   00046300
       3100-GRAVARCERTIFICADO                 SECTION.                  00046400
      *-------------------------------------------------------------*   00046500
               IF TAB-ANL-QTD (TAB-ANL-IDX) EQUAL ZEROS                 00046600
                 GO TO 3100-99-FIM                                      00046700
               END-IF.                                                  00046800
               ADD 1 TO WRK-ACUM-CONTAS.                                00046900
               MOVE SPACES                 TO REG-LGPD.                 00047000
               MOVE TAB-ANL-CHAVE  (TAB-ANL-IDX) TO LGP-CHAVE.          00047100
               MOVE 'D'                    TO LGP-TIPO.                 00047200
               MOVE TAB-ANL-ORIGEM (TAB-ANL-IDX) TO LGP-ORIGEM.         00047300
               IF WRK-ACERVO-AUDARQ                                     00047400
                 MOVE 'A'                  TO LGP-COD-ACERVO            00047500
               ELSE                                                     00047600
                 MOVE 'Q'                  TO LGP-COD-ACERVO            00047700
               END-IF.                                                  00047800
               MOVE WRK-NOME-ACERVO        TO LGP-NOME-ACERVO.          00047900
               MOVE TAB-ANL-TOKEN  (TAB-ANL-IDX) TO LGP-TOKEN.          00048000
               MOVE TAB-ANL-QTD    (TAB-ANL-IDX) TO LGP-QTD-LINHAS.     00048100
               MOVE WRK-DATA-PROCESSAMENTO TO LGP-DATA.                 00048200
               MOVE ZEROS                  TO LGP-DATA-ENCERRAMENTO.    00048300
               WRITE REG-CERTLGPD FROM REG-LGPD.                        00048400
                                                                        00048500
       3100-99-FIM.               EXIT.                                 00048600
                                                                        00048700
      *-------------------------------------------------------------*   00048800
       9000-TRATARERROS                       SECTION.                  00048900
      *-------------------------------------------------------------*   00049000
             MOVE 'LGPDARQ'   TO WRK-PROGRAMA                           00049100
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00049200
                 GOBACK.                                                00049300
                                                                        00049400
       9000-99-FIM.               EXIT.                                 00049500

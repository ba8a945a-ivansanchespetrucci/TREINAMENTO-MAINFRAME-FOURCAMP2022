      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. PERFMOV.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: DESVIO DO PERFIL DE MOVIMENTACAO DA CONTA: O    *   00001200
      *      ALTOVLR DO RELACLI SO VE O BILHETE GRANDE E O          *   00001300
      *      AGREGMOV SO VE O FRACIONAMENTO NO DIA; NENHUM DOS DOIS *   00001400
      *      PERCEBE A CONTA QUE MOVE POUCO NO MES E DE REPENTE     *   00001500
      *      MOVE MUITO. ESTE PROGRAMA LE O MOVUNICO CLASSIFICADO   *   00001600
      *      POR AGENCIA/CONTA E COMPARA OS MOVIMENTOS DO DIA DE    *   00001700
      *      CADA CONTA COM O HISTORICO DA PROPRIA CONTA NA TABELA  *   00001800
      *      MOVIMENTOS DENTRO DA JANELA DE DIAS DO SYSIN (CARGAS   *   00001900
      *      ANTERIORES A DATA DE PROCESSAMENTO, SEM ESTORNADOS),   *   00002000
      *      PONTUANDO OS DESVIOS:                                  *   00002100
      *      - VOLUME DO DIA CONTRA A MEDIA DIARIA DA JANELA (COM   *   00002200
      *        PISO DO SYSIN, PARA A CONTA QUASE PARADA NAO VIRAR   *   00002300
      *        ALERTA COM QUALQUER VALOR): 10 VEZES 40 PONTOS,      *   00002400
      *        5 VEZES 25, 3 VEZES 10;                              *   00002500
      *      - QUANTIDADE DO DIA CONTRA A MEDIA DIARIA DA JANELA    *   00002600
      *        (PISO DE UM MOVIMENTO): 10 VEZES 20 PONTOS, 5 VEZES  *   00002700
      *        10;                                                  *   00002800
      *      - CONTRAPARTE NOVA EM TRANSFERENCIA (T), SEM NENHUMA   *   00002900
      *        TRANSFERENCIA PARA ELA NA JANELA: 15 PONTOS CADA,    *   00003000
      *        NO MAXIMO 30;                                        *   00003100
      *      - SAQUE (S) EM CONTA DORMENTE, CUJO ULTIMO MOVIMENTO   *   00003200
      *        E ANTERIOR AOS DIAS DE DORMENCIA DO SYSIN (A CONTA   *   00003300
      *        SEM HISTORICO NENHUM E NOVA, NAO DORMENTE): 40.      *   00003400
      *      A CONTA QUE ATINGE A PONTUACAO DE CORTE DO SYSIN TEM   *   00003500
      *      TODOS OS MOVIMENTOS DO DIA GRAVADOS NO ARQUIVO PERFVLR *   00003600
      *      COM A MARCA PRF (NO FILLER APOS O TIP-OP, COMO A AGR   *   00003700
      *      DO AGREGMOV), NO LAYOUT QUE O DISPALTO JA CONSOME,     *   00003800
      *      PARA O COMPLIANCE TER UMA FILA SO; O RELATORIO LISTA   *   00003900
      *      AS CONTAS PONTUADAS COM A ABERTURA DOS PONTOS.         *   00004000
      *      SYSIN: DATA, JANELA EM DIAS, DIAS DE DORMENCIA,        *   00004100
      *      PONTUACAO DE CORTE E PISO DE VOLUME DIARIO.            *   00004200
      *-------------------------------------------------------------*   00004300
      *   ARQUIVOS...:                                              *   00004400
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004500
      *    MOVUNICO             I                  #CLIENTE         *   00004600
      *    PERFVLR              O                  #CLIENTE         *   00004700
      *    RELPRT               O                  REPWCOMM         *   00004800
      *-------------------------------------------------------------*   00004900
      *   TABELAS DB2...:                                           *   00005000
      *    MOVIMENTOS           I    (AGENCIA, CONTA)               *   00005100
      *-------------------------------------------------------------*   00005200
      *   MODULOS....:                             INCLUDE/BOOK     *   00005300
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00005400
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00005500
      *=============================================================*   00005600
                                                                        00005700
      *=============================================================*   00005800
       ENVIRONMENT                               DIVISION.              00005900
      *=============================================================*   00006000
                                                                        00006100
      *=============================================================*   00006200
       CONFIGURATION                               SECTION.             00006300
      *=============================================================*   00006400
       SPECIAL-NAMES.                                                   00006500
           DECIMAL-POINT IS COMMA.                                      00006600
                                                                        00006700
                                                                        00006800
       INPUT-OUTPUT                                SECTION.             00006900
       FILE-CONTROL.                                                    00007000
           SELECT MOVUNICO  ASSIGN TO MOVUNICO                          00007100
               FILE STATUS  IS WRK-FS-MOVUNICO.                         00007200
           SELECT PERFVLR   ASSIGN TO PERFVLR                           00007300
               FILE STATUS  IS WRK-FS-PERFVLR.                          00007400
                                                                        00007500
      *=============================================================*   00007600
       DATA                                      DIVISION.              00007700
      *=============================================================*   00007800
       FILE                                      SECTION.               00007900
       FD MOVUNICO                                                      00008000
           RECORDING  MODE IS F                                         00008100
           BLOCK CONTAINS 0 RECORDS.                                    00008200
                                                                        00008300
      *-------------------------------------------------------------*   00008400
       COPY '#CLIENTE'.                                                 00008500
                                                                        00008600
      *-------------------------------------------------------------*   00008700
      *   PERFVLR - CONTAS FORA DO PERFIL PARA O COMPLIANCE         *   00008800
      *-------------------------------------------------------------*   00008900
       FD PERFVLR                                                       00009000
           RECORDING  MODE IS F                                         00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
                                                                        00009300
       01 REG-PERFVLR         PIC X(88).                                00009400
                                                                        00009500
      *=============================================================*   00009600
       WORKING-STORAGE                             SECTION.             00009700
      *=============================================================*   00009800
                                                                        00009900
       01 FILLER         PIC X(64) VALUE                                00010000
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00010100
      *-------------------------------------------------------------*   00010200
       77 WRK-FS-MOVUNICO PIC 9(02).                                    00010300
       77 WRK-FS-PERFVLR  PIC 9(02).                                    00010400
                                                                        00010500
       01 FILLER         PIC X(64) VALUE                                00010600
           '-----------PARAMETROS DO PERFIL--------------'.             00010700
      *-------------------------------------------------------------*   00010800
       77 WRK-JANELA-DIAS      PIC 9(03) VALUE 090.                     00010900
       77 WRK-DORMENCIA-DIAS   PIC 9(03) VALUE 060.                     00011000
       77 WRK-PONTOS-CORTE     PIC 9(03) VALUE 050.                     00011100
       77 WRK-PISO-VOLUME      PIC 9(08)V99 VALUE 00001000,00.          00011200
                                                                        00011300
      *-----------------PONTOS POR DESVIO----------------------------*  00011400
                                                                        00011500
       77 WRK-PTS-VOLUME-10    PIC 9(03) VALUE 040.                     00011600
       77 WRK-PTS-VOLUME-05    PIC 9(03) VALUE 025.                     00011700
       77 WRK-PTS-VOLUME-03    PIC 9(03) VALUE 010.                     00011800
       77 WRK-PTS-QTD-10       PIC 9(03) VALUE 020.                     00011900
       77 WRK-PTS-QTD-05       PIC 9(03) VALUE 010.                     00012000
       77 WRK-PTS-CONTRAPARTE  PIC 9(03) VALUE 015.                     00012100
       77 WRK-PTS-CONTRA-MAX   PIC 9(03) VALUE 030.                     00012200
       77 WRK-PTS-DORMENTE     PIC 9(03) VALUE 040.                     00012300
                                                                        00012400
      *-----------------DATAS DE CORTE (JANELA E DORMENCIA)----------*  00012500
                                                                        00012600
       01 WRK-DATA-CORTE.                                               00012700
          05 WRK-DC-ANO        PIC 9(04).                               00012800
          05 WRK-DC-MES        PIC 9(02).                               00012900
          05 WRK-DC-DIA        PIC 9(02).                               00013000
       01 WRK-DATA-CORTE-NUM REDEFINES WRK-DATA-CORTE PIC 9(08).        00013100
                                                                        00013200
       77 WRK-CONTADOR-CORTE   PIC 9(03) VALUE ZEROS.                   00013300
       77 WRK-CONTADOR-QUOC    PIC 9(04) VALUE ZEROS.                   00013400
       77 WRK-CONTADOR-RESTO   PIC 9(04) VALUE ZEROS.                   00013500
       77 WRK-INICIO-JANELA    PIC 9(08) VALUE ZEROS.                   00013600
       77 WRK-CORTE-DORMENCIA  PIC 9(08) VALUE ZEROS.                   00013700
                                                                        00013800
       01 FILLER         PIC X(64) VALUE                                00013900
           '-----------CONTA CORRENTE EM AGRUPAMENTO-----'.             00014000
      *-------------------------------------------------------------*   00014100
       01 WRK-CHAVE-CONTA.                                              00014200
          05 WRK-CC-AGENCIA    PIC 9(04).                               00014300
          05 WRK-CC-CONTA      PIC 9(05).                               00014400
       77 WRK-CC-CLIENTE       PIC X(30) VALUE SPACES.                  00014500
       77 WRK-TEM-CONTA        PIC X(01) VALUE 'N'.                     00014600
           88 WRK-CONTA-ABERTA     VALUE 'S'.                           00014700
                                                                        00014800
       01 FILLER         PIC X(64) VALUE                                00014900
           '-----------MOVIMENTOS DA CONTA---------------'.             00015000
      *-------------------------------------------------------------*   00015100
       77 WRK-MOV-QTD          PIC 9(03) VALUE ZEROS.                   00015200
       77 WRK-IDX              PIC 9(03) VALUE ZEROS.                   00015300
       77 WRK-JDX              PIC 9(03) VALUE ZEROS.                   00015400
                                                                        00015500
       01 TAB-MOVIMENTOS.                                               00015600
          05 TAB-MOV-ITEM OCCURS 200 TIMES.                             00015700
             10 TAB-MOV-IMAGEM   PIC X(88).                             00015800
             10 TAB-MOV-TIP-OP   PIC X(01).                             00015900
             10 TAB-MOV-VALOR    PIC 9(08)V99.                          00016000
             10 TAB-MOV-TRANSF-DIR PIC X(01).                           00016100
             10 TAB-MOV-CONTRA-AGENCIA PIC 9(04).                       00016200
             10 TAB-MOV-CONTRA-CONTA   PIC 9(05).                       00016300
                                                                        00016400
       01 FILLER         PIC X(64) VALUE                                00016500
           '-----------PERFIL DA CONTA EM ANALISE--------'.             00016600
      *-------------------------------------------------------------*   00016700
       77 WRK-DIA-QTD          PIC 9(05) VALUE ZEROS.                   00016800
       77 WRK-DIA-VALOR        PIC 9(10)V99 VALUE ZEROS.                00016900
       77 WRK-HIST-QTD         PIC 9(07) VALUE ZEROS.                   00017000
       77 WRK-HIST-VALOR       PIC 9(12)V99 VALUE ZEROS.                00017100
       77 WRK-MEDIA-VALOR      PIC 9(10)V99 VALUE ZEROS.                00017200
       77 WRK-MEDIA-QTD        PIC 9(05)V99 VALUE ZEROS.                00017300
       77 WRK-RAZAO-VALOR      PIC 9(07)V99 VALUE ZEROS.                00017400
       77 WRK-RAZAO-QTD        PIC 9(07)V99 VALUE ZEROS.                00017500
       77 WRK-ULTIMO-MOV       PIC 9(08) VALUE ZEROS.                   00017600
       77 WRK-QTD-CONTRA-NOVA  PIC 9(03) VALUE ZEROS.                   00017700
       77 WRK-TEM-SAQUE        PIC X(01) VALUE 'N'.                     00017800
           88 WRK-HOUVE-SAQUE      VALUE 'S'.                           00017900
       77 WRK-CONTRA-REPETIDA  PIC X(01) VALUE 'N'.                     00018000
           88 WRK-CONTRA-JA-VISTA  VALUE 'S'.                           00018100
                                                                        00018200
       01 WRK-PONTUACAO.                                                00018300
          05 WRK-PT-VOLUME     PIC 9(03) VALUE ZEROS.                   00018400
          05 WRK-PT-QTD        PIC 9(03) VALUE ZEROS.                   00018500
          05 WRK-PT-CONTRA     PIC 9(03) VALUE ZEROS.                   00018600
          05 WRK-PT-DORMENTE   PIC 9(03) VALUE ZEROS.                   00018700
          05 WRK-PT-TOTAL      PIC 9(03) VALUE ZEROS.                   00018800
                                                                        00018900
       01 FILLER         PIC X(64) VALUE                                00019000
           '-----------MARCA DO REGISTRO FORA DO PERFIL--'.             00019100
      *-------------------------------------------------------------*   00019200
       01 WRK-REG-MARCADO.                                              00019300
          05 WRK-RM-PARTE1       PIC X(60).                             00019400
          05 WRK-RM-MARCA        PIC X(04).                             00019500
          05 WRK-RM-PARTE2       PIC X(24).                             00019600
                                                                        00019700
      *-----------------VARIAVEIS HOST PARA O DB2--------------------*  00019800
                                                                        00019900
       01 WRK-HV-AGENCIA         PIC S9(08) COMP.                       00020000
       01 WRK-HV-CONTA           PIC S9(08) COMP.                       00020100
       01 WRK-HV-CONTRA-AGENCIA  PIC S9(08) COMP.                       00020200
       01 WRK-HV-CONTRA-CONTA    PIC S9(08) COMP.                       00020300
       01 WRK-HV-DATA-INICIO     PIC S9(08) COMP.                       00020400
       01 WRK-HV-DATA-PROC       PIC S9(08) COMP.                       00020500
       01 WRK-HV-QTD             PIC S9(08) COMP.                       00020600
       01 WRK-HV-VALOR           PIC S9(10)V99 COMP-3.                  00020700
       01 WRK-HV-ULTIMO-MOV      PIC S9(08) COMP.                       00020800
                                                                        00020900
       01 FILLER         PIC X(64) VALUE                                00021000
           '-----------ACUMULAR MOVIMENTOS---------------'.             00021100
      *-------------------------------------------------------------*   00021200
       77 WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.                   00021300
       77 WRK-ACUM-CONTAS      PIC 9(05) VALUE ZEROS.                   00021400
       77 WRK-ACUM-PONTUADAS   PIC 9(05) VALUE ZEROS.                   00021500
       77 WRK-ACUM-GRAVADOS    PIC 9(07) VALUE ZEROS.                   00021600
       77 WRK-ACUM-ESTOURO     PIC 9(05) VALUE ZEROS.                   00021700
       77 WRK-ACUM-ERRO-SQL    PIC 9(05) VALUE ZEROS.                   00021800
       77 WRK-TOTAL-PONTUADO   PIC 9(12)V99 VALUE ZEROS.                00021900
                                                                        00022000
       01 FILLER         PIC X(64) VALUE                                00022100
           '-----------LINHAS DO RELATORIO---------------'.             00022200
      *-------------------------------------------------------------*   00022300
       01 WRK-CABEC2.                                                   00022400
          05 FILLER   PIC X(09) VALUE 'AGENCIA  '.                      00022500
          05 FILLER   PIC X(08) VALUE 'CONTA   '.                       00022600
          05 FILLER   PIC X(21) VALUE 'CLIENTE'.                        00022700
          05 FILLER   PIC X(05) VALUE '  QTD'.                          00022800
          05 FILLER   PIC X(15) VALUE '      VALOR DIA'.                00022900
          05 FILLER   PIC X(15) VALUE '   MEDIA DIARIA'.                00023000
          05 FILLER   PIC X(05) VALUE '  VOL'.                          00023100
          05 FILLER   PIC X(05) VALUE '  QTD'.                          00023200
          05 FILLER   PIC X(05) VALUE '  CTR'.                          00023300
          05 FILLER   PIC X(05) VALUE '  DRM'.                          00023400
          05 FILLER   PIC X(05) VALUE '  TOT'.                          00023500
                                                                        00023600
       01 WRK-LINHA-CONTA.                                              00023700
          05 FILLER            PIC X(01).                               00023800
          05 WRK-LC-AGENCIA    PIC 9(04).                               00023900
          05 FILLER            PIC X(04).                               00024000
          05 WRK-LC-CONTA      PIC 9(05).                               00024100
          05 FILLER            PIC X(03).                               00024200
          05 WRK-LC-CLIENTE    PIC X(20).                               00024300
          05 FILLER            PIC X(01).                               00024400
          05 WRK-LC-QTD        PIC ZZZZ9.                               00024500
          05 FILLER            PIC X(01).                               00024600
          05 WRK-LC-VALOR      PIC ZZZ.ZZZ.ZZ9,99.                      00024700
          05 FILLER            PIC X(01).                               00024800
          05 WRK-LC-MEDIA      PIC ZZZ.ZZZ.ZZ9,99.                      00024900
          05 FILLER            PIC X(02).                               00025000
          05 WRK-LC-PT-VOLUME  PIC ZZ9.                                 00025100
          05 FILLER            PIC X(02).                               00025200
          05 WRK-LC-PT-QTD     PIC ZZ9.                                 00025300
          05 FILLER            PIC X(02).                               00025400
          05 WRK-LC-PT-CONTRA  PIC ZZ9.                                 00025500
          05 FILLER            PIC X(02).                               00025600
          05 WRK-LC-PT-DORM    PIC ZZ9.                                 00025700
          05 FILLER            PIC X(02).                               00025800
          05 WRK-LC-PT-TOTAL   PIC ZZ9.                                 00025900
                                                                        00026000
       01 WRK-LINHA-TOTAL.                                              00026100
          05 FILLER            PIC X(20) VALUE ' CONTAS ANALISADAS .'.  00026200
          05 WRK-LT-CONTAS     PIC Z(04)9.                              00026300
          05 FILLER            PIC X(20) VALUE '   FORA DO PERFIL ..'.  00026400
          05 WRK-LT-PONTUADAS  PIC Z(04)9.                              00026500
          05 FILLER            PIC X(20) VALUE '   MOVIMENTOS ......'.  00026600
          05 WRK-LT-GRAVADOS   PIC Z(06)9.                              00026700
          05 FILLER            PIC X(10) VALUE '   VALOR  '.            00026800
          05 WRK-LT-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                  00026900
                                                                        00027000
       01 FILLER         PIC X(64) VALUE                                00027100
           '-----------DATA DE PROCESSAMENTO--------------'.            00027200
      *-------------------------------------------------------------*   00027300
       COPY 'DATAPROC'.                                                 00027400
                                                                        00027500
       01 FILLER         PIC X(64) VALUE                                00027600
           '-----------CHAMAR TRATA ERROS----------------'.             00027700
                                                                        00027800
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00027900
                                                                        00028000
       COPY 'VARERROS'.                                                 00028100
                                                                        00028200
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00028300
                                                                        00028400
       COPY 'REPWCOMM'.                                                 00028500
                                                                        00028600
      *-----------------SQLCA----------------------------------------*  00028700
                                                                        00028800
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00028900
                                                                        00029000
      *=============================================================*   00029100
       PROCEDURE DIVISION.                                              00029200
      *=============================================================*   00029300
                                                                        00029400
      *-------------------------------------------------------------*   00029500
       0000-PRINCIPAL                         SECTION.                  00029600
      *-------------------------------------------------------------*   00029700
            PERFORM 1000-INICIAR.                                       00029800
            PERFORM 1100-TESTARSTATUS.                                  00029900
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-MOVUNICO EQUAL 10.      00030000
            PERFORM 3000-FINALIZAR.                                     00030100
            STOP RUN.                                                   00030200
                                                                        00030300
       0000-99-FIM.               EXIT.                                 00030400
                                                                        00030500
      *-------------------------------------------------------------*   00030600
       1000-INICIAR                           SECTION.                  00030700
      *-------------------------------------------------------------*   00030800
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00030900
            ACCEPT WRK-JANELA-DIAS        FROM SYSIN.                   00031000
            ACCEPT WRK-DORMENCIA-DIAS     FROM SYSIN.                   00031100
            ACCEPT WRK-PONTOS-CORTE       FROM SYSIN.                   00031200
            ACCEPT WRK-PISO-VOLUME        FROM SYSIN.                   00031300
            IF WRK-JANELA-DIAS EQUAL ZEROS                              00031400
              MOVE 090 TO WRK-JANELA-DIAS                               00031500
            END-IF.                                                     00031600
            MOVE WRK-JANELA-DIAS TO WRK-CONTADOR-CORTE.                 00031700
            PERFORM 1200-CALCULARCORTE.                                 00031800
            MOVE WRK-DATA-CORTE-NUM TO WRK-INICIO-JANELA.               00031900
            MOVE WRK-DORMENCIA-DIAS TO WRK-CONTADOR-CORTE.              00032000
            PERFORM 1200-CALCULARCORTE.                                 00032100
            MOVE WRK-DATA-CORTE-NUM TO WRK-CORTE-DORMENCIA.             00032200
            MOVE WRK-INICIO-JANELA      TO WRK-HV-DATA-INICIO.          00032300
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-HV-DATA-PROC.            00032400
            DISPLAY ' INICIO DA JANELA.......' WRK-INICIO-JANELA.       00032500
            DISPLAY ' CORTE DE DORMENCIA.....' WRK-CORTE-DORMENCIA.     00032600
            OPEN INPUT MOVUNICO.                                        00032700
            OPEN OUTPUT PERFVLR.                                        00032800
            MOVE 'CONTAS FORA DO PERFIL DE MOVIMENTACAO'                00032900
              TO WRK-RW-TITULO1.                                        00033000
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00033100
            MOVE SPACES     TO WRK-RW-TITULO3.                          00033200
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00033300
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00033400
            MOVE 'N' TO WRK-RW-REABRIR.                                 00033500
            MOVE SPACES TO WRK-RW-QUEBRA.                               00033550
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00033600
            CALL 'REPWRITE' USING WRK-REPW.                             00033700
                                                                        00033800
       1000-99-FIM.               EXIT.                                 00033900
                                                                        00034000
      *-------------------------------------------------------------*   00034100
       1100-TESTARSTATUS                      SECTION.                  00034200
      *-------------------------------------------------------------*   00034300
               IF WRK-FS-MOVUNICO NOT EQUAL 0                           00034400
                MOVE '1000'                  TO WRK-SECAO               00034500
                MOVE 'ERRO OPEN MOVUNICO - ' TO WRK-MSGERRO             00034600
                MOVE WRK-FS-MOVUNICO         TO WRK-STATUS              00034700
                   PERFORM 9000-TRATARERROS                             00034800
               END-IF.                                                  00034900
               IF WRK-FS-PERFVLR NOT EQUAL 0                            00035000
                MOVE '1001'                  TO WRK-SECAO               00035100
                MOVE 'ERRO OPEN PERFVLR - '  TO WRK-MSGERRO             00035200
                MOVE WRK-FS-PERFVLR          TO WRK-STATUS              00035300
                   PERFORM 9000-TRATARERROS                             00035400
               END-IF.                                                  00035500
               IF WRK-RW-STATUS NOT EQUAL '00'                          00035600
                MOVE '1002'                  TO WRK-SECAO               00035700
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00035800
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00035900
                   PERFORM 9000-TRATARERROS                             00036000
               END-IF.                                                  00036100
               READ MOVUNICO.                                           00036200
                                                                        00036300
       1100-99-FIM.               EXIT.                                 00036400
                                                                        00036500
      *-------------------------------------------------------------*   00036600
      *   DATA DE CORTE: RETROCEDE A DATA DE PROCESSAMENTO UM DIA   *   00036700
      *   POR VEZ, WRK-CONTADOR-CORTE VEZES                         *   00036800
      *-------------------------------------------------------------*   00036900
       1200-CALCULARCORTE                     SECTION.                  00037000
      *-------------------------------------------------------------*   00037100
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-CORTE-NUM.          00037200
            PERFORM 1210-DIAANTERIOR                                    00037300
               UNTIL WRK-CONTADOR-CORTE EQUAL ZEROS.                    00037400
                                                                        00037500
       1200-99-FIM.               EXIT.                                 00037600
                                                                        00037700
      *-------------------------------------------------------------*   00037800
       1210-DIAANTERIOR                       SECTION.                  00037900
      *-------------------------------------------------------------*   00038000
            IF WRK-DC-DIA GREATER 1                                     00038100
              SUBTRACT 1 FROM WRK-DC-DIA                                00038200
            ELSE                                                        00038300
              IF WRK-DC-MES GREATER 1                                   00038400
                SUBTRACT 1 FROM WRK-DC-MES                              00038500
              ELSE                                                      00038600
                MOVE 12 TO WRK-DC-MES                                   00038700
                SUBTRACT 1 FROM WRK-DC-ANO                              00038800
              END-IF                                                    00038900
              IF WRK-DC-MES EQUAL 1 OR WRK-DC-MES EQUAL 3               00039000
                 OR WRK-DC-MES EQUAL 5 OR WRK-DC-MES EQUAL 7            00039100
                 OR WRK-DC-MES EQUAL 8 OR WRK-DC-MES EQUAL 10           00039200
                 OR WRK-DC-MES EQUAL 12                                 00039300
                MOVE 31 TO WRK-DC-DIA                                   00039400
              ELSE                                                      00039500
                IF WRK-DC-MES EQUAL 2                                   00039600
                  MOVE 28 TO WRK-DC-DIA                                 00039700
                  DIVIDE WRK-DC-ANO BY 4                                00039800
                         GIVING WRK-CONTADOR-QUOC                       00039900
                         REMAINDER WRK-CONTADOR-RESTO                   00040000
                  IF WRK-CONTADOR-RESTO EQUAL ZEROS                     00040100
                    DIVIDE WRK-DC-ANO BY 100                            00040200
                           GIVING WRK-CONTADOR-QUOC                     00040300
                           REMAINDER WRK-CONTADOR-RESTO                 00040400
                    IF WRK-CONTADOR-RESTO NOT EQUAL ZEROS               00040500
                      MOVE 29 TO WRK-DC-DIA                             00040600
                    ELSE                                                00040700
                      DIVIDE WRK-DC-ANO BY 400                          00040800
                             GIVING WRK-CONTADOR-QUOC                   00040900
                             REMAINDER WRK-CONTADOR-RESTO               00041000
                      IF WRK-CONTADOR-RESTO EQUAL ZEROS                 00041100
                        MOVE 29 TO WRK-DC-DIA                           00041200
                      END-IF                                            00041300
                    END-IF                                              00041400
                  END-IF                                                00041500
                ELSE                                                    00041600
                  MOVE 30 TO WRK-DC-DIA                                 00041700
                END-IF                                                  00041800
              END-IF                                                    00041900
            END-IF.                                                     00042000
            SUBTRACT 1 FROM WRK-CONTADOR-CORTE.                         00042100
                                                                        00042200
       1210-99-FIM.               EXIT.                                 00042300
                                                                        00042400
      *-------------------------------------------------------------*   00042500
       2000-PROCESSAR                         SECTION.                  00042600
      *-------------------------------------------------------------*   00042700
              ADD 1 TO WRK-ACUM-LIDOS.                                  00042800
              IF WRK-CONTA-ABERTA                                       00042900
                 AND (FD-AGENCIA NOT EQUAL WRK-CC-AGENCIA               00043000
                      OR FD-CONTA NOT EQUAL WRK-CC-CONTA)               00043100
                PERFORM 2500-FECHARCONTA                                00043200
              END-IF.                                                   00043300
              MOVE FD-AGENCIA TO WRK-CC-AGENCIA.                        00043400
              MOVE FD-CONTA   TO WRK-CC-CONTA.                          00043500
              MOVE FD-CLIENTE TO WRK-CC-CLIENTE.                        00043600
              MOVE 'S'        TO WRK-TEM-CONTA.                         00043700
              IF WRK-MOV-QTD LESS 200                                   00043800
                ADD 1 TO WRK-MOV-QTD                                    00043900
                MOVE REG-CLIENTE TO TAB-MOV-IMAGEM (WRK-MOV-QTD)        00044000
                MOVE FD-TIP-OP   TO TAB-MOV-TIP-OP (WRK-MOV-QTD)        00044100
                MOVE FD-VALOR    TO TAB-MOV-VALOR  (WRK-MOV-QTD)        00044200
                MOVE FD-TRANSF-DIR                                      00044300
                  TO TAB-MOV-TRANSF-DIR (WRK-MOV-QTD)                   00044400
                MOVE FD-CONTRA-AGENCIA                                  00044500
                  TO TAB-MOV-CONTRA-AGENCIA (WRK-MOV-QTD)               00044600
                MOVE FD-CONTRA-CONTA                                    00044700
                  TO TAB-MOV-CONTRA-CONTA (WRK-MOV-QTD)                 00044800
              ELSE                                                      00044900
                ADD 1 TO WRK-ACUM-ESTOURO                               00045000
                MOVE '2000'                 TO WRK-SECAO                00045100
                MOVE 'CONTA EXCEDE 200 MOVIMENTOS NO DIA'               00045200
                  TO WRK-MSGERRO                                        00045300
                MOVE '00'                   TO WRK-STATUS               00045400
                PERFORM 9010-TRATARAVISO                                00045500
              END-IF.                                                   00045600
              READ MOVUNICO.                                            00045700
              IF WRK-FS-MOVUNICO EQUAL 10                               00045800
                PERFORM 2500-FECHARCONTA                                00045900
              END-IF.                                                   00046000
                                                                        00046100
       2000-99-FIM.               EXIT.                                 00046200
                                                                        00046300
      *-------------------------------------------------------------*   00046400
      *   FECHAR A CONTA: LEVANTAR O HISTORICO NA MOVIMENTOS,       *   00046500
      *   PONTUAR OS DESVIOS DO DIA E, SE A PONTUACAO ATINGIR O     *   00046600
      *   CORTE, GRAVAR TODOS OS MOVIMENTOS DO DIA PARA REVISAO     *   00046700
      *-------------------------------------------------------------*   00046800
       2500-FECHARCONTA                       SECTION.                  00046900
      *-------------------------------------------------------------*   00047000
               ADD 1 TO WRK-ACUM-CONTAS.                                00047100
               MOVE ZEROS TO WRK-PONTUACAO.                             00047200
               MOVE ZEROS TO WRK-DIA-QTD.                               00047300
               MOVE ZEROS TO WRK-DIA-VALOR.                             00047400
               MOVE ZEROS TO WRK-QTD-CONTRA-NOVA.                       00047500
               MOVE 'N'   TO WRK-TEM-SAQUE.                             00047600
               MOVE WRK-CC-AGENCIA TO WRK-HV-AGENCIA.                   00047700
               MOVE WRK-CC-CONTA   TO WRK-HV-CONTA.                     00047800
               PERFORM 2510-LERHISTORICO.                               00047900
               MOVE ZEROS TO WRK-IDX.                                   00048000
               PERFORM 2600-SOMARDIA                                    00048100
                  UNTIL WRK-IDX NOT LESS WRK-MOV-QTD.                   00048200
               PERFORM 2700-PONTUAR.                                    00048300
               IF WRK-PT-TOTAL NOT LESS WRK-PONTOS-CORTE                00048400
                 ADD 1 TO WRK-ACUM-PONTUADAS                            00048500
                 ADD WRK-DIA-VALOR TO WRK-TOTAL-PONTUADO                00048600
                 MOVE ZEROS TO WRK-IDX                                  00048700
                 PERFORM 2800-GRAVARMOVIMENTO                           00048800
                    UNTIL WRK-IDX NOT LESS WRK-MOV-QTD                  00048900
                 PERFORM 2900-LISTARCONTA                               00049000
                 MOVE '2500'                 TO WRK-SECAO               00049100
                 MOVE 'CONTA FORA DO PERFIL DE MOVIMENTACAO'            00049200
                   TO WRK-MSGERRO                                       00049300
                 MOVE '00'                   TO WRK-STATUS              00049400
                 PERFORM 9010-TRATARAVISO                               00049500
               END-IF.                                                  00049600
               MOVE ZEROS TO WRK-MOV-QTD.                               00049700
               MOVE 'N'   TO WRK-TEM-CONTA.                             00049800
                                                                        00049900
       2500-99-FIM.               EXIT.                                 00050000
                                                                        00050100
      *-------------------------------------------------------------*   00050200
      *   HISTORICO DA CONTA: QUANTIDADE E VALOR NA JANELA E DATA   *   00050300
      *   DO ULTIMO MOVIMENTO ANTES DA CARGA DO DIA. ERRO DE SQL    *   00050400
      *   DEIXA A CONTA SEM HISTORICO (AVISO NO LOG)                *   00050500
      *-------------------------------------------------------------*   00050600
       2510-LERHISTORICO                      SECTION.                  00050700
      *-------------------------------------------------------------*   00050800
               EXEC SQL                                                 00050900
                   SELECT COUNT(*), COALESCE(SUM(VALOR), 0)             00051000
                     INTO :WRK-HV-QTD, :WRK-HV-VALOR                    00051100
                     FROM MOVIMENTOS                                    00051200
                    WHERE AGENCIA        = :WRK-HV-AGENCIA              00051300
                      AND CONTA          = :WRK-HV-CONTA                00051400
                      AND DATA_MOVIMENTO >= :WRK-HV-DATA-INICIO         00051500
                      AND DATA_CARGA     < :WRK-HV-DATA-PROC            00051600
                      AND COALESCE(ESTORNADO, 'N') <> 'S'               00051700
               END-EXEC.                                                00051800
               IF SQLCODE NOT EQUAL 0                                   00051900
                 MOVE ZEROS TO WRK-HV-QTD                               00052000
                 MOVE ZEROS TO WRK-HV-VALOR                             00052100
                 PERFORM 2590-AVISARSQL                                 00052200
               END-IF.                                                  00052300
               MOVE WRK-HV-QTD   TO WRK-HIST-QTD.                       00052400
               MOVE WRK-HV-VALOR TO WRK-HIST-VALOR.                     00052500
               EXEC SQL                                                 00052600
                   SELECT COALESCE(MAX(DATA_MOVIMENTO), 0)              00052700
                     INTO :WRK-HV-ULTIMO-MOV                            00052800
                     FROM MOVIMENTOS                                    00052900
                    WHERE AGENCIA        = :WRK-HV-AGENCIA              00053000
                      AND CONTA          = :WRK-HV-CONTA                00053100
                      AND DATA_CARGA     < :WRK-HV-DATA-PROC            00053200
                      AND COALESCE(ESTORNADO, 'N') <> 'S'               00053300
               END-EXEC.                                                00053400
               IF SQLCODE NOT EQUAL 0                                   00053500
                 MOVE ZEROS TO WRK-HV-ULTIMO-MOV                        00053600
                 PERFORM 2590-AVISARSQL                                 00053700
               END-IF.                                                  00053800
               MOVE WRK-HV-ULTIMO-MOV TO WRK-ULTIMO-MOV.                00053900
                                                                        00054000
       2510-99-FIM.               EXIT.                                 00054100
                                                                        00054200
      *-------------------------------------------------------------*   00054300
       2590-AVISARSQL                         SECTION.                  00054400
      *-------------------------------------------------------------*   00054500
               ADD 1 TO WRK-ACUM-ERRO-SQL.                              00054600
               MOVE '2510'                  TO WRK-SECAO.               00054700
               MOVE 'ERRO SQL NO HISTORICO DA CONTA' TO WRK-MSGERRO.    00054800
               MOVE '99'                    TO WRK-STATUS.              00054900
               PERFORM 9010-TRATARAVISO.                                00055000
                                                                        00055100
       2590-99-FIM.               EXIT.                                 00055200
                                                                        00055300
      *-------------------------------------------------------------*   00055400
       2600-SOMARDIA                          SECTION.                  00055500
      *-------------------------------------------------------------*   00055600
               ADD 1 TO WRK-IDX.                                        00055700
               ADD 1 TO WRK-DIA-QTD.                                    00055800
               ADD TAB-MOV-VALOR (WRK-IDX) TO WRK-DIA-VALOR.            00055900
               IF TAB-MOV-TIP-OP (WRK-IDX) EQUAL 'S'                    00056000
                 MOVE 'S' TO WRK-TEM-SAQUE                              00056100
               END-IF.                                                  00056200
               IF TAB-MOV-TIP-OP (WRK-IDX) EQUAL 'T'                    00056300
                 MOVE 'N'   TO WRK-CONTRA-REPETIDA                      00056400
                 MOVE ZEROS TO WRK-JDX                                  00056500
                 PERFORM 2610-PROCURARCONTRAPARTE                       00056600
                    UNTIL WRK-JDX NOT LESS WRK-IDX - 1                  00056700
                       OR WRK-CONTRA-JA-VISTA                           00056800
                 IF NOT WRK-CONTRA-JA-VISTA                             00056900
                   PERFORM 2620-CONSULTARCONTRAPARTE                    00057000
                 END-IF                                                 00057100
               END-IF.                                                  00057200
                                                                        00057300
       2600-99-FIM.               EXIT.                                 00057400
                                                                        00057500
      *-------------------------------------------------------------*   00057600
      *   A MESMA CONTRAPARTE EM MAIS DE UMA TRANSFERENCIA DO DIA   *   00057700
      *   CONTA UMA VEZ SO                                          *   00057800
      *-------------------------------------------------------------*   00057900
       2610-PROCURARCONTRAPARTE               SECTION.                  00058000
      *-------------------------------------------------------------*   00058100
               ADD 1 TO WRK-JDX.                                        00058200
               IF TAB-MOV-TIP-OP (WRK-JDX) EQUAL 'T'                    00058300
                  AND TAB-MOV-CONTRA-AGENCIA (WRK-JDX) EQUAL            00058400
                      TAB-MOV-CONTRA-AGENCIA (WRK-IDX)                  00058500
                  AND TAB-MOV-CONTRA-CONTA (WRK-JDX) EQUAL              00058600
                      TAB-MOV-CONTRA-CONTA (WRK-IDX)                    00058700
                 MOVE 'S' TO WRK-CONTRA-REPETIDA                        00058800
               END-IF.                                                  00058900
                                                                        00059000
       2610-99-FIM.               EXIT.                                 00059100
                                                                        00059200
      *-------------------------------------------------------------*   00059300
       2620-CONSULTARCONTRAPARTE              SECTION.                  00059400
      *-------------------------------------------------------------*   00059500
               MOVE TAB-MOV-CONTRA-AGENCIA (WRK-IDX)                    00059600
                 TO WRK-HV-CONTRA-AGENCIA.                              00059700
               MOVE TAB-MOV-CONTRA-CONTA (WRK-IDX)                      00059800
                 TO WRK-HV-CONTRA-CONTA.                                00059900
               EXEC SQL                                                 00060000
                   SELECT COUNT(*)                                      00060100
                     INTO :WRK-HV-QTD                                   00060200
                     FROM MOVIMENTOS                                    00060300
                    WHERE AGENCIA        = :WRK-HV-AGENCIA              00060400
                      AND CONTA          = :WRK-HV-CONTA                00060500
                      AND TIP_OP         = 'T'                          00060600
                      AND CONTRA_AGENCIA = :WRK-HV-CONTRA-AGENCIA       00060700
                      AND CONTRA_CONTA   = :WRK-HV-CONTRA-CONTA         00060800
                      AND DATA_MOVIMENTO >= :WRK-HV-DATA-INICIO         00060900
                      AND DATA_CARGA     < :WRK-HV-DATA-PROC            00061000
               END-EXEC.                                                00061100
               IF SQLCODE NOT EQUAL 0                                   00061200
                 PERFORM 2590-AVISARSQL                                 00061300
               ELSE                                                     00061400
                IF WRK-HV-QTD EQUAL ZEROS                               00061500
                  ADD 1 TO WRK-QTD-CONTRA-NOVA                          00061600
                END-IF                                                  00061700
               END-IF.                                                  00061800
                                                                        00061900
       2620-99-FIM.               EXIT.                                 00062000
                                                                        00062100
      *-------------------------------------------------------------*   00062200
      *   PONTUAR OS DESVIOS DO DIA CONTRA A MEDIA DIARIA DA        *   00062300
      *   JANELA                                                    *   00062400
      *-------------------------------------------------------------*   00062500
       2700-PONTUAR                           SECTION.                  00062600
      *-------------------------------------------------------------*   00062700
               DIVIDE WRK-HIST-VALOR BY WRK-JANELA-DIAS                 00062800
                      GIVING WRK-MEDIA-VALOR.                           00062900
               IF WRK-MEDIA-VALOR LESS WRK-PISO-VOLUME                  00063000
                 MOVE WRK-PISO-VOLUME TO WRK-MEDIA-VALOR                00063100
               END-IF.                                                  00063200
               IF WRK-MEDIA-VALOR GREATER ZEROS                         00063300
                 DIVIDE WRK-DIA-VALOR BY WRK-MEDIA-VALOR                00063400
                        GIVING WRK-RAZAO-VALOR                          00063500
                        ON SIZE ERROR                                   00063600
                          MOVE 9999999,99 TO WRK-RAZAO-VALOR            00063700
                 END-DIVIDE                                             00063800
               ELSE                                                     00063900
                 MOVE ZEROS TO WRK-RAZAO-VALOR                          00064000
               END-IF.                                                  00064100
               IF WRK-RAZAO-VALOR NOT LESS 10                           00064200
                 MOVE WRK-PTS-VOLUME-10 TO WRK-PT-VOLUME                00064300
               ELSE                                                     00064400
                IF WRK-RAZAO-VALOR NOT LESS 5                           00064500
                  MOVE WRK-PTS-VOLUME-05 TO WRK-PT-VOLUME               00064600
                ELSE                                                    00064700
                 IF WRK-RAZAO-VALOR NOT LESS 3                          00064800
                   MOVE WRK-PTS-VOLUME-03 TO WRK-PT-VOLUME              00064900
                 END-IF                                                 00065000
                END-IF                                                  00065100
               END-IF.                                                  00065200
               DIVIDE WRK-HIST-QTD BY WRK-JANELA-DIAS                   00065300
                      GIVING WRK-MEDIA-QTD.                             00065400
               IF WRK-MEDIA-QTD LESS 1                                  00065500
                 MOVE 1 TO WRK-MEDIA-QTD                                00065600
               END-IF.                                                  00065700
               DIVIDE WRK-DIA-QTD BY WRK-MEDIA-QTD                      00065800
                      GIVING WRK-RAZAO-QTD.                             00065900
               IF WRK-RAZAO-QTD NOT LESS 10                             00066000
                 MOVE WRK-PTS-QTD-10 TO WRK-PT-QTD                      00066100
               ELSE                                                     00066200
                IF WRK-RAZAO-QTD NOT LESS 5                             00066300
                  MOVE WRK-PTS-QTD-05 TO WRK-PT-QTD                     00066400
                END-IF                                                  00066500
               END-IF.                                                  00066600
               COMPUTE WRK-PT-CONTRA =                                  00066700
                       WRK-QTD-CONTRA-NOVA * WRK-PTS-CONTRAPARTE        00066800
                       ON SIZE ERROR                                    00066900
                         MOVE WRK-PTS-CONTRA-MAX TO WRK-PT-CONTRA       00067000
               END-COMPUTE.                                             00067100
               IF WRK-PT-CONTRA GREATER WRK-PTS-CONTRA-MAX              00067200
                 MOVE WRK-PTS-CONTRA-MAX TO WRK-PT-CONTRA               00067300
               END-IF.                                                  00067400
               IF WRK-HOUVE-SAQUE                                       00067500
                  AND WRK-ULTIMO-MOV GREATER ZEROS                      00067600
                  AND WRK-ULTIMO-MOV LESS WRK-CORTE-DORMENCIA           00067700
                 MOVE WRK-PTS-DORMENTE TO WRK-PT-DORMENTE               00067800
               END-IF.                                                  00067900
               COMPUTE WRK-PT-TOTAL = WRK-PT-VOLUME + WRK-PT-QTD        00068000
                                    + WRK-PT-CONTRA + WRK-PT-DORMENTE.  00068100
                                                                        00068200
       2700-99-FIM.               EXIT.                                 00068300
                                                                        00068400
      *-------------------------------------------------------------*   00068500
       2800-GRAVARMOVIMENTO                   SECTION.                  00068600
      *-------------------------------------------------------------*   00068700
               ADD 1 TO WRK-IDX.                                        00068800
               ADD 1 TO WRK-ACUM-GRAVADOS.                              00068900
               MOVE TAB-MOV-IMAGEM (WRK-IDX) TO WRK-REG-MARCADO.        00069000
               MOVE 'PRF '                   TO WRK-RM-MARCA.           00069100
               WRITE REG-PERFVLR FROM WRK-REG-MARCADO.                  00069200
               IF WRK-FS-PERFVLR NOT EQUAL 0                            00069300
                 MOVE '2800'                  TO WRK-SECAO              00069400
                 MOVE 'ERRO WRITE PERFVLR - ' TO WRK-MSGERRO            00069500
                 MOVE WRK-FS-PERFVLR          TO WRK-STATUS             00069600
                 MOVE 12 TO RETURN-CODE                                 00069700
                 PERFORM 9000-TRATARERROS                               00069800
               END-IF.                                                  00069900
                                                                        00070000
       2800-99-FIM.               EXIT.                                 00070100
                                                                        00070200
      *-------------------------------------------------------------*   00070300
       2900-LISTARCONTA                       SECTION.                  00070400
      *-------------------------------------------------------------*   00070500
               MOVE SPACES          TO WRK-LINHA-CONTA.                 00070600
               MOVE WRK-CC-AGENCIA  TO WRK-LC-AGENCIA.                  00070700
               MOVE WRK-CC-CONTA    TO WRK-LC-CONTA.                    00070800
               MOVE WRK-CC-CLIENTE  TO WRK-LC-CLIENTE.                  00070900
               MOVE WRK-DIA-QTD     TO WRK-LC-QTD.                      00071000
               MOVE WRK-DIA-VALOR   TO WRK-LC-VALOR.                    00071100
               MOVE WRK-MEDIA-VALOR TO WRK-LC-MEDIA.                    00071200
               MOVE WRK-PT-VOLUME   TO WRK-LC-PT-VOLUME.                00071300
               MOVE WRK-PT-QTD      TO WRK-LC-PT-QTD.                   00071400
               MOVE WRK-PT-CONTRA   TO WRK-LC-PT-CONTRA.                00071500
               MOVE WRK-PT-DORMENTE TO WRK-LC-PT-DORM.                  00071600
               MOVE WRK-PT-TOTAL    TO WRK-LC-PT-TOTAL.                 00071700
               MOVE WRK-LINHA-CONTA TO WRK-RW-LINHA.                    00071800
               MOVE 'D' TO WRK-RW-FUNCAO.                               00071900
               CALL 'REPWRITE' USING WRK-REPW.                          00072000
                                                                        00072100
       2900-99-FIM.               EXIT.                                 00072200
                                                                        00072300
      *-------------------------------------------------------------*   00072400
       3000-FINALIZAR                         SECTION.                  00072500
      *-------------------------------------------------------------*   00072600
               MOVE WRK-ACUM-CONTAS    TO WRK-LT-CONTAS.                00072700
               MOVE WRK-ACUM-PONTUADAS TO WRK-LT-PONTUADAS.             00072800
               MOVE WRK-ACUM-GRAVADOS  TO WRK-LT-GRAVADOS.              00072900
               MOVE WRK-TOTAL-PONTUADO TO WRK-LT-VALOR.                 00073000
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00073100
               MOVE 'T' TO WRK-RW-FUNCAO.                               00073200
               CALL 'REPWRITE' USING WRK-REPW.                          00073300
               CLOSE MOVUNICO.                                          00073400
               CLOSE PERFVLR.                                           00073500
               MOVE 'F' TO WRK-RW-FUNCAO.                               00073600
               CALL 'REPWRITE' USING WRK-REPW.                          00073700
               DISPLAY 'MOVIMENTOS LIDOS.... ' WRK-ACUM-LIDOS.          00073800
               DISPLAY 'CONTAS ANALISADAS... ' WRK-ACUM-CONTAS.         00073900
               DISPLAY 'CONTAS FORA PERFIL.. ' WRK-ACUM-PONTUADAS.      00074000
               DISPLAY 'GRAVADOS P/ REVISAO. ' WRK-ACUM-GRAVADOS.       00074100
               DISPLAY 'ESTOURO DE TABELA... ' WRK-ACUM-ESTOURO.        00074200
               DISPLAY 'ERROS SQL (AVISO)... ' WRK-ACUM-ERRO-SQL.       00074300
                                                                        00074400
       3000-99-FIM.               EXIT.                                 00074500
                                                                        00074600
      *-------------------------------------------------------------*   00074700
       9000-TRATARERROS                       SECTION.                  00074800
      *-------------------------------------------------------------*   00074900
             MOVE 'PERFMOV '  TO WRK-PROGRAMA                           00075000
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00075100
                 GOBACK.                                                00075200
                                                                        00075300
       9000-99-FIM.               EXIT.                                 00075400
                                                                        00075500
      *-------------------------------------------------------------*   00075600
       9010-TRATARAVISO                       SECTION.                  00075700
      *-------------------------------------------------------------*   00075800
             MOVE 'PERFMOV '  TO WRK-PROGRAMA                           00075900
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00076000
                                                                        00076100
       9010-99-FIM.               EXIT.                                 00076200

      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. RENTAGEN.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: RENTABILIDADE MENSAL POR AGENCIA E POR REGIAO,  *   00001200
      *      NO FECHAMENTO DO MES. JUNTA, POR AGENCIA DO MESTRE DE  *   00001300
      *      AGENCIAS:                                              *   00001400
      *      - A RECEITA DE TARIFAS (DEBITOS COM FD-MARCA TAR DO    *   00001500
      *        TARIFMOV) E A DESPESA DE JUROS (CREDITOS COM         *   00001600
      *        FD-MARCA JUR DO JURESALD) LANCADAS NO MES, E A       *   00001700
      *        QUANTIDADE DE MOVIMENTOS, TUDO DA GERACAO DO MES DO  *   00001800
      *        ARQUIVO MENSAL ARQMOV;                               *   00001900
      *      - A CAPTACAO MEDIA, SOMA DOS SALDOS MEDIOS POSITIVOS   *   00002000
      *        DAS CONTAS DA AGENCIA NO SALDMED DO MES.             *   00002100
      *      A MARGEM E A RECEITA DE TARIFAS MENOS A DESPESA DE     *   00002200
      *      JUROS. O RANK VAI DE 1 (MAIOR MARGEM) EM DIANTE, COM   *   00002300
      *      EMPATE DIVIDINDO A POSICAO, ENTRE AGENCIAS E ENTRE     *   00002400
      *      REGIOES (AGE-REGIAO). A VARIACAO E CONTRA A MARGEM DO  *   00002500
      *      MES ANTERIOR GRAVADA NO RENTAB ANTERIOR. O RELATORIO   *   00002600
      *      SAI POR REGIAO, COM AS AGENCIAS E O TOTAL DA REGIAO, E *   00002700
      *      O ARQUIVO RENTAB(+1) VAI PARA A PLANILHA DA            *   00002800
      *      CONTROLADORIA. ENTRAM AS AGENCIAS ATIVAS E AS FECHADAS *   00002900
      *      QUE AINDA TIVERAM MOVIMENTO OU SALDO NO MES.           *   00003000
      *      SYSIN: QUALQUER DATA DO MES A APURAR (AAAAMMDD). O     *   00003100
      *      HEADER DO ARQMOV E O SALDMED TEM QUE SER DESSE MES.    *   00003200
      *-------------------------------------------------------------*   00003300
      *   ARQUIVOS...:                                              *   00003400
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003500
      *    AGENCIAS             I                  #AGENCIA         *   00003600
      *    MOVMES               I                  #CLIENTE #CLIHDR *   00003700
      *    SALDMED              I                  #SALDMED         *   00003800
      *    RENTANT              I                  #RENTAB          *   00003900
      *    RENTNOV              O                  #RENTAB          *   00004000
      *    RELPRT               O   (VIA REPWRITE) REPWCOMM         *   00004100
      *-------------------------------------------------------------*   00004200
      *   MODULOS....:                             INCLUDE/BOOK     *   00004300
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00004400
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00004500
      *   VALIDATA -   CRITICA DA DATA              VALDATA         *   00004600
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
           SELECT AGENCIAS  ASSIGN TO AGENCIAS                          00006200
               FILE STATUS  IS WRK-FS-AGENCIAS.                         00006300
           SELECT MOVMES    ASSIGN TO MOVMES                            00006400
               FILE STATUS  IS WRK-FS-MOVMES.                           00006500
           SELECT SALDMED   ASSIGN TO SALDMED                           00006600
               FILE STATUS  IS WRK-FS-SALDMED.                          00006700
           SELECT RENTANT   ASSIGN TO RENTANT                           00006800
               FILE STATUS  IS WRK-FS-RENTANT.                          00006900
           SELECT RENTNOV   ASSIGN TO RENTNOV                           00007000
               FILE STATUS  IS WRK-FS-RENTNOV.                          00007100
                                                                        00007200
      *=============================================================*   00007300
       DATA                                      DIVISION.              00007400
      *=============================================================*   00007500
       FILE                                      SECTION.               00007600
                                                                        00007700
      *-------------------------------------------------------------*   00007800
      *   AGENCIAS - MESTRE DE AGENCIAS (NOME E REGIAO)             *   00007900
      *-------------------------------------------------------------*   00008000
       FD AGENCIAS                                                      00008100
           RECORDING  MODE IS F                                         00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
                                                                        00008400
       COPY '#AGENCIA'.                                                 00008500
                                                                        00008600
      *-------------------------------------------------------------*   00008700
      *   MOVMES - GERACAO DO MES DO ARQUIVO MENSAL ARQMOV          *   00008800
      *-------------------------------------------------------------*   00008900
       FD MOVMES                                                        00009000
           RECORDING  MODE IS F                                         00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
                                                                        00009300
       COPY '#CLIENTE'.                                                 00009400
       COPY '#CLIHDR'.                                                  00009500
                                                                        00009600
      *-------------------------------------------------------------*   00009700
      *   SALDMED - SALDO MEDIO DO MES POR CONTA                    *   00009800
      *-------------------------------------------------------------*   00009900
       FD SALDMED                                                       00010000
           RECORDING  MODE IS F                                         00010100
           BLOCK CONTAINS 0 RECORDS.                                    00010200
                                                                        00010300
       COPY '#SALDMED'.                                                 00010400
                                                                        00010500
      *-------------------------------------------------------------*   00010600
      *   RENTANT - RENTABILIDADE DO MES ANTERIOR                   *   00010700
      *-------------------------------------------------------------*   00010800
       FD RENTANT                                                       00010900
           RECORDING  MODE IS F                                         00011000
           BLOCK CONTAINS 0 RECORDS.                                    00011100
                                                                        00011200
       01 REG-RENTANT         PIC X(150).                               00011300
                                                                        00011400
      *-------------------------------------------------------------*   00011500
      *   RENTNOV - RENTABILIDADE DO MES, PARA A PLANILHA           *   00011600
      *-------------------------------------------------------------*   00011700
       FD RENTNOV                                                       00011800
           RECORDING  MODE IS F                                         00011900
           BLOCK CONTAINS 0 RECORDS.                                    00012000
                                                                        00012100
       01 REG-RENTNOV         PIC X(150).                               00012200
                                                                        00012300
      *=============================================================*   00012400
       WORKING-STORAGE                             SECTION.             00012500
      *=============================================================*   00012600
                                                                        00012700
       01 FILLER         PIC X(64) VALUE                                00012800
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00012900
      *-------------------------------------------------------------*   00013000
       77 WRK-FS-AGENCIAS PIC 9(02).                                    00013100
       77 WRK-FS-MOVMES   PIC 9(02).                                    00013200
       77 WRK-FS-SALDMED  PIC 9(02).                                    00013300
       77 WRK-FS-RENTANT  PIC 9(02).                                    00013400
       77 WRK-FS-RENTNOV  PIC 9(02).                                    00013500
                                                                        00013600
       01 FILLER         PIC X(64) VALUE                                00013700
           '-----------COMPETENCIA-----------------------'.             00013800
      *-------------------------------------------------------------*   00013900
       01 WRK-ANO-MES          PIC 9(06) VALUE ZEROS.                   00014000
       01 WRK-ANO-MES-R        REDEFINES WRK-ANO-MES.                   00014100
          05 WRK-AM-ANO        PIC 9(04).                               00014200
          05 WRK-AM-MES        PIC 9(02).                               00014300
       01 WRK-ANO-MES-ANT      PIC 9(06) VALUE ZEROS.                   00014400
       01 WRK-ANO-MES-ANT-R    REDEFINES WRK-ANO-MES-ANT.               00014500
          05 WRK-AA-ANO        PIC 9(04).                               00014600
          05 WRK-AA-MES        PIC 9(02).                               00014700
       77 WRK-FIM-MOVMES       PIC X(01) VALUE 'N'.                     00014800
           88 WRK-MOVMES-LIDO      VALUE 'S'.                           00014900
       77 WRK-FIM-SALDMED      PIC X(01) VALUE 'N'.                     00015000
           88 WRK-SALDMED-LIDO     VALUE 'S'.                           00015100
       77 WRK-FIM-RENTANT      PIC X(01) VALUE 'N'.                     00015200
           88 WRK-RENTANT-LIDO     VALUE 'S'.                           00015300
                                                                        00015400
       01 FILLER         PIC X(64) VALUE                                00015500
           '-----------TABELA DE AGENCIAS----------------'.             00015600
      *-------------------------------------------------------------*   00015700
       77 WRK-AGE-QTD          PIC 9(03) VALUE ZEROS.                   00015800
       77 WRK-AGENCIA          PIC 9(04) VALUE ZEROS.                   00015900
       77 WRK-AGE-ACHOU        PIC 9(01) VALUE ZEROS.                   00016000
       77 WRK-AGE-POS          PIC 9(03) VALUE ZEROS.                   00016100
                                                                        00016200
       01 TAB-AGENCIAS.                                                 00016300
          05 TAB-AGE-ITEM OCCURS 200 TIMES                              00016400
                          INDEXED BY TAB-AGE-IDX TAB-AGE-JDX.           00016500
             10 TAB-AGE-CODIGO      PIC 9(04).                          00016600
             10 TAB-AGE-NOME        PIC X(30).                          00016700
             10 TAB-AGE-SITUACAO    PIC X(01).                          00016800
             10 TAB-AGE-REGIAO      PIC 9(03).                          00016900
             10 TAB-AGE-MOVIMENTOS  PIC 9(09) COMP-3.                   00017000
             10 TAB-AGE-TARIFAS     PIC 9(11)V99 COMP-3.                00017100
             10 TAB-AGE-JUROS       PIC 9(11)V99 COMP-3.                00017200
             10 TAB-AGE-CAPTACAO    PIC S9(13)V99 COMP-3.               00017300
             10 TAB-AGE-MARGEM      PIC S9(11)V99 COMP-3.               00017400
             10 TAB-AGE-RANK        PIC 9(04).                          00017500
             10 TAB-AGE-TEM-ANT     PIC X(01).                          00017600
             10 TAB-AGE-MARGEM-ANT  PIC S9(11)V99 COMP-3.               00017700
             10 TAB-AGE-ENTRA       PIC X(01).                          00017800
                                                                        00017900
       01 FILLER         PIC X(64) VALUE                                00018000
           '-----------TABELA DE REGIOES-----------------'.             00018100
      *-------------------------------------------------------------*   00018200
       77 WRK-REG-QTD          PIC 9(03) VALUE ZEROS.                   00018300
       77 WRK-REG-NUM          PIC 9(03) VALUE ZEROS.                   00018400
       77 WRK-REG-ACHOU        PIC 9(01) VALUE ZEROS.                   00018500
       77 WRK-REGIAO           PIC X(15) VALUE SPACES.                  00018600
                                                                        00018700
       01 TAB-REGIOES.                                                  00018800
          05 TAB-REG-ITEM OCCURS 50 TIMES                               00018900
                          INDEXED BY TAB-REG-IDX TAB-REG-JDX.           00019000
             10 TAB-REG-NOME        PIC X(15).                          00019100
             10 TAB-REG-AGENCIAS    PIC 9(03).                          00019200
             10 TAB-REG-MOVIMENTOS  PIC 9(09) COMP-3.                   00019300
             10 TAB-REG-TARIFAS     PIC 9(11)V99 COMP-3.                00019400
             10 TAB-REG-JUROS       PIC 9(11)V99 COMP-3.                00019500
             10 TAB-REG-CAPTACAO    PIC S9(13)V99 COMP-3.               00019600
             10 TAB-REG-MARGEM      PIC S9(11)V99 COMP-3.               00019700
             10 TAB-REG-RANK        PIC 9(04).                          00019800
             10 TAB-REG-TEM-ANT     PIC X(01).                          00019900
             10 TAB-REG-MARGEM-ANT  PIC S9(11)V99 COMP-3.               00020000
                                                                        00020100
       01 FILLER         PIC X(64) VALUE                                00020200
           '-----------RANK E VARIACAO-------------------'.             00020300
      *-------------------------------------------------------------*   00020400
       77 WRK-RANK             PIC 9(04) VALUE ZEROS.                   00020500
       77 WRK-MARGEM           PIC S9(11)V99 VALUE ZEROS.               00020600
       77 WRK-MARGEM-ANT       PIC S9(11)V99 VALUE ZEROS.               00020700
       77 WRK-BASE-VARIACAO    PIC S9(11)V99 VALUE ZEROS.               00020800
       77 WRK-VARIACAO         PIC S9(05)V9 VALUE ZEROS.                00020900
       77 WRK-TEM-ANTERIOR     PIC X(01) VALUE 'N'.                     00021000
           88 WRK-COM-ANTERIOR     VALUE 'S'.                           00021100
                                                                        00021200
       01 FILLER         PIC X(64) VALUE                                00021300
           '-----------ACUMULADORES----------------------'.             00021400
      *-------------------------------------------------------------*   00021500
       77 WRK-ACUM-MOVIMENTOS  PIC 9(09) VALUE ZEROS.                   00021600
       77 WRK-ACUM-SEM-AGENCIA PIC 9(09) VALUE ZEROS.                   00021700
       77 WRK-ACUM-SALDOS      PIC 9(07) VALUE ZEROS.                   00021800
       77 WRK-ACUM-SALDO-FORA  PIC 9(07) VALUE ZEROS.                   00021900
       77 WRK-ACUM-ANTERIOR    PIC 9(07) VALUE ZEROS.                   00022000
       77 WRK-ACUM-GRAVADOS    PIC 9(07) VALUE ZEROS.                   00022100
       77 WRK-TOTAL-MOVIMENTOS PIC 9(09) VALUE ZEROS.                   00022200
       77 WRK-TOTAL-TARIFAS    PIC 9(11)V99 VALUE ZEROS.                00022300
       77 WRK-TOTAL-JUROS      PIC 9(11)V99 VALUE ZEROS.                00022400
       77 WRK-TOTAL-CAPTACAO   PIC S9(13)V99 VALUE ZEROS.               00022500
       77 WRK-TOTAL-MARGEM     PIC S9(11)V99 VALUE ZEROS.               00022600
                                                                        00022700
       01 FILLER         PIC X(64) VALUE                                00022800
           '-----------REGISTRO DE RENTABILIDADE---------'.             00022900
      *-------------------------------------------------------------*   00023000
       COPY '#RENTAB'.                                                  00023100
                                                                        00023200
       01 FILLER         PIC X(64) VALUE                                00023300
           '-----------LINHAS DO RELATORIO---------------'.             00023400
      *-------------------------------------------------------------*   00023500
       01 WRK-CABEC2.                                                   00023600
          05 FILLER   PIC X(04) VALUE 'AGEN'.                           00023700
          05 FILLER   PIC X(16) VALUE ' NOME/REGIAO'.                   00023800
          05 FILLER   PIC X(10) VALUE '  QTD.MOV.'.                     00023900
          05 FILLER   PIC X(13) VALUE '      TARIFAS'.                  00024000
          05 FILLER   PIC X(13) VALUE '        JUROS'.                  00024100
          05 FILLER   PIC X(16) VALUE '    CAPTACAO MED'.               00024200
          05 FILLER   PIC X(14) VALUE '       MARGEM '.                 00024300
          05 FILLER   PIC X(05) VALUE ' RANK'.                          00024400
          05 FILLER   PIC X(09) VALUE '    VAR.%'.                      00024500
                                                                        00024600
       01 WRK-CABEC3.                                                   00024700
          05 FILLER   PIC X(13) VALUE 'COMPETENCIA: '.                  00024800
          05 WRK-C3-ANO-MES    PIC 9(06).                               00024900
          05 FILLER   PIC X(45) VALUE                                   00025000
             '   MARGEM = TARIFAS - JUROS  RANK 1 = MAIOR'.             00025100
          05 FILLER   PIC X(36) VALUE                                   00025200
             'MARGEM  VAR.% SOBRE O MES ANTERIOR'.                      00025300
                                                                        00025400
       01 WRK-LINHA-RENT.                                               00025500
          05 WRK-LR-AGENCIA    PIC X(04).                               00025600
          05 FILLER            PIC X(01).                               00025700
          05 WRK-LR-NOME       PIC X(15).                               00025800
          05 FILLER            PIC X(01).                               00025900
          05 WRK-LR-MOVIMENTOS PIC ZZZZZZZZ9.                           00026000
          05 FILLER            PIC X(01).                               00026100
          05 WRK-LR-TARIFAS    PIC ZZZZZZZZ9,99.                        00026200
          05 FILLER            PIC X(01).                               00026300
          05 WRK-LR-JUROS      PIC ZZZZZZZZ9,99.                        00026400
          05 FILLER            PIC X(01).                               00026500
          05 WRK-LR-CAPTACAO   PIC ZZZZZZZZZZ9,99-.                     00026600
          05 FILLER            PIC X(01).                               00026700
          05 WRK-LR-MARGEM     PIC ZZZZZZZZ9,99-.                       00026800
          05 FILLER            PIC X(01).                               00026900
          05 WRK-LR-RANK       PIC ZZZ9.                                00027000
          05 WRK-LR-RANK-X     REDEFINES WRK-LR-RANK                    00027100
                               PIC X(04).                               00027200
          05 FILLER            PIC X(01).                               00027300
          05 WRK-LR-VARIACAO   PIC ZZZZ9,9-.                            00027400
          05 WRK-LR-VARIACAO-X REDEFINES WRK-LR-VARIACAO                00027500
                               PIC X(08).                               00027600
                                                                        00027700
       01 FILLER         PIC X(64) VALUE                                00027800
           '-----------DATA DE PROCESSAMENTO--------------'.            00027900
      *-------------------------------------------------------------*   00028000
       COPY 'DATAPROC'.                                                 00028100
                                                                        00028200
       01 FILLER         PIC X(64) VALUE                                00028300
           '-----------VALIDAR DATA----------------------'.             00028400
      *-------------------------------------------------------------*   00028500
       COPY 'VALDATA'.                                                  00028600
                                                                        00028700
       01 FILLER         PIC X(64) VALUE                                00028800
           '-----------AREA DO REPWRITE------------------'.             00028900
      *-------------------------------------------------------------*   00029000
       COPY 'REPWCOMM'.                                                 00029100
                                                                        00029200
       01 FILLER         PIC X(64) VALUE                                00029300
           '-----------CHAMAR TRATA ERROS----------------'.             00029400
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00029500
       COPY 'VARERROS'.                                                 00029600
                                                                        00029700
      *=============================================================*   00029800
       PROCEDURE DIVISION.                                              00029900
      *=============================================================*   00030000
                                                                        00030100
      *-------------------------------------------------------------*   00030200
       0000-PRINCIPAL                         SECTION.                  00030300
      *-------------------------------------------------------------*   00030400
            PERFORM 1000-INICIAR.                                       00030500
            PERFORM 1100-TESTARSTATUS.                                  00030600
            PERFORM 1200-CARREGARAGENCIAS.                              00030700
            PERFORM 1300-LERHEADER.                                     00030800
            PERFORM 2000-PROCESSARMOVIMENTO                             00030900
               UNTIL WRK-MOVMES-LIDO.                                   00031000
            PERFORM 2100-LERSALDMED.                                    00031100
            PERFORM 2200-PROCESSARSALDMED                               00031200
               UNTIL WRK-SALDMED-LIDO.                                  00031300
            PERFORM 2300-LERANTERIOR.                                   00031400
            PERFORM 2400-PROCESSARANTERIOR                              00031500
               UNTIL WRK-RENTANT-LIDO.                                  00031600
            PERFORM 2500-APURARAGENCIA                                  00031700
               VARYING TAB-AGE-IDX FROM 1 BY 1                          00031800
                 UNTIL TAB-AGE-IDX GREATER WRK-AGE-QTD.                 00031900
            PERFORM 2600-RANKAGENCIA                                    00032000
               VARYING TAB-AGE-IDX FROM 1 BY 1                          00032100
                 UNTIL TAB-AGE-IDX GREATER WRK-AGE-QTD.                 00032200
            PERFORM 2650-RANKREGIAO                                     00032300
               VARYING TAB-REG-IDX FROM 1 BY 1                          00032400
                 UNTIL TAB-REG-IDX GREATER WRK-REG-QTD.                 00032500
            PERFORM 2700-IMPRIMIRREGIAO                                 00032600
               VARYING TAB-REG-IDX FROM 1 BY 1                          00032700
                 UNTIL TAB-REG-IDX GREATER WRK-REG-QTD.                 00032800
            PERFORM 3000-FINALIZAR.                                     00032900
            STOP RUN.                                                   00033000
                                                                        00033100
       0000-99-FIM.               EXIT.                                 00033200
                                                                        00033300
      *-------------------------------------------------------------*   00033400
      *   COMPETENCIA = ANO/MES DA DATA DO SYSIN; A ANTERIOR E A DO *   00033500
      *   RENTAB QUE ALIMENTA A VARIACAO                            *   00033600
      *-------------------------------------------------------------*   00033700
       1000-INICIAR                           SECTION.                  00033800
      *-------------------------------------------------------------*   00033900
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00034000
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                 00034100
            CALL 'VALIDATA' USING WRK-VALIDA-DATA.                      00034200
            IF WRK-VD-INVALIDA                                          00034300
              MOVE '1000'                  TO WRK-SECAO                 00034400
              MOVE 'DATA DE PROCESSAMENTO INVALIDA' TO WRK-MSGERRO      00034500
              MOVE WRK-VD-STATUS           TO WRK-STATUS                00034600
              MOVE 8 TO RETURN-CODE                                     00034700
              PERFORM 9000-TRATARERROS                                  00034800
            END-IF.                                                     00034900
            MOVE WRK-DATA-PROCESSAMENTO (1:6) TO WRK-ANO-MES.           00035000
            MOVE WRK-ANO-MES TO WRK-ANO-MES-ANT.                        00035100
            IF WRK-AA-MES EQUAL 1                                       00035200
              SUBTRACT 1 FROM WRK-AA-ANO                                00035300
              MOVE 12 TO WRK-AA-MES                                     00035400
            ELSE                                                        00035500
              SUBTRACT 1 FROM WRK-AA-MES                                00035600
            END-IF.                                                     00035700
            DISPLAY ' MES APURADO............' WRK-ANO-MES.             00035800
            DISPLAY ' MES ANTERIOR...........' WRK-ANO-MES-ANT.         00035900
            MOVE WRK-ANO-MES TO WRK-C3-ANO-MES.                         00036000
            OPEN INPUT MOVMES.                                          00036100
            OPEN INPUT SALDMED.                                         00036200
            OPEN INPUT RENTANT.                                         00036300
            OPEN OUTPUT RENTNOV.                                        00036400
            MOVE 'RENTABILIDADE MENSAL POR AGENCIA E REGIAO'            00036500
              TO WRK-RW-TITULO1.                                        00036600
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00036700
            MOVE WRK-CABEC3 TO WRK-RW-TITULO3.                          00036800
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00036900
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00037000
            MOVE 'N' TO WRK-RW-REABRIR.                                 00037100
            MOVE SPACES TO WRK-RW-QUEBRA.                               00037150
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00037200
            CALL 'REPWRITE' USING WRK-REPW.                             00037300
                                                                        00037400
       1000-99-FIM.               EXIT.                                 00037500
                                                                        00037600
      *-------------------------------------------------------------*   00037700
       1100-TESTARSTATUS                      SECTION.                  00037800
      *-------------------------------------------------------------*   00037900
               IF WRK-FS-MOVMES NOT EQUAL 0                             00038000
                MOVE '1000'                  TO WRK-SECAO               00038100
                MOVE 'ERRO OPEN MOVMES - '   TO WRK-MSGERRO             00038200
                MOVE WRK-FS-MOVMES           TO WRK-STATUS              00038300
                   PERFORM 9000-TRATARERROS                             00038400
               END-IF.                                                  00038500
               IF WRK-FS-SALDMED NOT EQUAL 0                            00038600
                MOVE '1000'                  TO WRK-SECAO               00038700
                MOVE 'ERRO OPEN SALDMED - '  TO WRK-MSGERRO             00038800
                MOVE WRK-FS-SALDMED          TO WRK-STATUS              00038900
                   PERFORM 9000-TRATARERROS                             00039000
               END-IF.                                                  00039100
               IF WRK-FS-RENTANT NOT EQUAL 0                            00039200
                MOVE '1000'                  TO WRK-SECAO               00039300
                MOVE 'ERRO OPEN RENTANT - '  TO WRK-MSGERRO             00039400
                MOVE WRK-FS-RENTANT          TO WRK-STATUS              00039500
                   PERFORM 9000-TRATARERROS                             00039600
               END-IF.                                                  00039700
               IF WRK-FS-RENTNOV NOT EQUAL 0                            00039800
                MOVE '1000'                  TO WRK-SECAO               00039900
                MOVE 'ERRO OPEN RENTNOV - '  TO WRK-MSGERRO             00040000
                MOVE WRK-FS-RENTNOV          TO WRK-STATUS              00040100
                   PERFORM 9000-TRATARERROS                             00040200
               END-IF.                                                  00040300
               IF WRK-RW-STATUS NOT EQUAL '00'                          00040400
                MOVE '1001'                  TO WRK-SECAO               00040500
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00040600
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00040700
                   PERFORM 9000-TRATARERROS                             00040800
               END-IF.                                                  00040900
                                                                        00041000
       1100-99-FIM.               EXIT.                                 00041100
                                                                        00041200
      *-------------------------------------------------------------*   00041300
       1200-CARREGARAGENCIAS                  SECTION.                  00041400
      *-------------------------------------------------------------*   00041500
            OPEN INPUT AGENCIAS.                                        00041600
            IF WRK-FS-AGENCIAS NOT EQUAL 0                              00041700
              MOVE '1200'                  TO WRK-SECAO                 00041800
              MOVE 'ERRO OPEN AGENCIAS - ' TO WRK-MSGERRO               00041900
              MOVE WRK-FS-AGENCIAS         TO WRK-STATUS                00042000
              PERFORM 9000-TRATARERROS                                  00042100
            END-IF.                                                     00042200
            READ AGENCIAS.                                              00042300
            PERFORM 1210-GUARDARAGENCIA                                 00042400
               UNTIL WRK-FS-AGENCIAS EQUAL 10                           00042500
                  OR WRK-AGE-QTD NOT LESS 200.                          00042600
            IF WRK-FS-AGENCIAS NOT EQUAL 10                             00042700
              MOVE '1200'                  TO WRK-SECAO                 00042800
              MOVE 'MESTRE AGENCIAS EXCEDE A TABELA DE 200'             00042900
                TO WRK-MSGERRO                                          00043000
              MOVE '00'                    TO WRK-STATUS                00043100
              PERFORM 9010-TRATARREJEITADO                              00043200
            END-IF.                                                     00043300
            CLOSE AGENCIAS.                                             00043400
                                                                        00043500
       1200-99-FIM.               EXIT.                                 00043600
                                                                        00043700
      *-------------------------------------------------------------*   00043800
      *   CADA AGENCIA GUARDA O NUMERO DA SUA REGIAO NA TABELA DE   *   00043900
      *   REGIOES, MONTADA NA ORDEM EM QUE AS REGIOES APARECEM      *   00044000
      *-------------------------------------------------------------*   00044100
       1210-GUARDARAGENCIA                    SECTION.                  00044200
      *-------------------------------------------------------------*   00044300
            ADD 1 TO WRK-AGE-QTD.                                       00044400
            SET TAB-AGE-IDX TO WRK-AGE-QTD.                             00044500
            MOVE AGE-CODIGO   TO TAB-AGE-CODIGO     (TAB-AGE-IDX).      00044600
            MOVE AGE-NOME     TO TAB-AGE-NOME       (TAB-AGE-IDX).      00044700
            MOVE AGE-SITUACAO TO TAB-AGE-SITUACAO   (TAB-AGE-IDX).      00044800
            MOVE ZEROS        TO TAB-AGE-MOVIMENTOS (TAB-AGE-IDX)       00044900
                                 TAB-AGE-TARIFAS    (TAB-AGE-IDX)       00045000
                                 TAB-AGE-JUROS      (TAB-AGE-IDX)       00045100
                                 TAB-AGE-CAPTACAO   (TAB-AGE-IDX)       00045200
                                 TAB-AGE-MARGEM     (TAB-AGE-IDX)       00045300
                                 TAB-AGE-RANK       (TAB-AGE-IDX)       00045400
                                 TAB-AGE-MARGEM-ANT (TAB-AGE-IDX).      00045500
            MOVE 'N'          TO TAB-AGE-TEM-ANT    (TAB-AGE-IDX)       00045600
                                 TAB-AGE-ENTRA      (TAB-AGE-IDX).      00045700
            MOVE AGE-REGIAO   TO WRK-REGIAO.                            00045800
            PERFORM 2950-PESQUISARREGIAO.                               00045900
            IF WRK-REG-ACHOU EQUAL 0                                    00046000
              PERFORM 1220-NOVAREGIAO                                   00046100
            END-IF.                                                     00046200
            MOVE WRK-REG-NUM  TO TAB-AGE-REGIAO     (TAB-AGE-IDX).      00046300
            READ AGENCIAS.                                              00046400
                                                                        00046500
       1210-99-FIM.               EXIT.                                 00046600
                                                                        00046700
      *-------------------------------------------------------------*   00046800
       1220-NOVAREGIAO                        SECTION.                  00046900
      *-------------------------------------------------------------*   00047000
            IF WRK-REG-QTD NOT LESS 50                                  00047100
              MOVE '1220'                  TO WRK-SECAO                 00047200
              MOVE 'REGIOES EXCEDEM A TABELA DE 50' TO WRK-MSGERRO      00047300
              MOVE '00'                    TO WRK-STATUS                00047400
              MOVE 8 TO RETURN-CODE                                     00047500
              PERFORM 9000-TRATARERROS                                  00047600
            END-IF.                                                     00047700
            ADD 1 TO WRK-REG-QTD.                                       00047800
            MOVE WRK-REG-QTD  TO WRK-REG-NUM.                           00047900
            SET TAB-REG-IDX TO WRK-REG-QTD.                             00048000
            MOVE WRK-REGIAO   TO TAB-REG-NOME       (TAB-REG-IDX).      00048100
            MOVE ZEROS        TO TAB-REG-AGENCIAS   (TAB-REG-IDX)       00048200
                                 TAB-REG-MOVIMENTOS (TAB-REG-IDX)       00048300
                                 TAB-REG-TARIFAS    (TAB-REG-IDX)       00048400
                                 TAB-REG-JUROS      (TAB-REG-IDX)       00048500
                                 TAB-REG-CAPTACAO   (TAB-REG-IDX)       00048600
                                 TAB-REG-MARGEM     (TAB-REG-IDX)       00048700
                                 TAB-REG-RANK       (TAB-REG-IDX)       00048800
                                 TAB-REG-MARGEM-ANT (TAB-REG-IDX).      00048900
            MOVE 'N'          TO TAB-REG-TEM-ANT    (TAB-REG-IDX).      00049000
                                                                        00049100
       1220-99-FIM.               EXIT.                                 00049200
                                                                        00049300
      *-------------------------------------------------------------*   00049400
      *   O ARQMOV(0) TEM QUE SER O ARQUIVO DO MES APURADO: SEM     *   00049500
      *   HEADER OU DE OUTRO MES O RELATORIO SAIRIA ERRADO          *   00049600
      *-------------------------------------------------------------*   00049700
       1300-LERHEADER                         SECTION.                  00049800
      *-------------------------------------------------------------*   00049900
            READ MOVMES.                                                00050000
            IF WRK-FS-MOVMES EQUAL 10                                   00050100
               OR NOT HDR-E-HEADER                                      00050200
              MOVE '1300'                  TO WRK-SECAO                 00050300
              MOVE 'ARQMOV SEM HEADER DE CONTROLE' TO WRK-MSGERRO       00050400
              MOVE WRK-FS-MOVMES           TO WRK-STATUS                00050500
              MOVE 8 TO RETURN-CODE                                     00050600
              PERFORM 9000-TRATARERROS                                  00050700
            END-IF.                                                     00050800
            IF HDR-DATA-NEGOCIO (1:6) NOT EQUAL WRK-ANO-MES             00050900
              MOVE '1300'                  TO WRK-SECAO                 00051000
              MOVE 'ARQMOV NAO E DO MES APURADO' TO WRK-MSGERRO         00051100
              MOVE '00'                    TO WRK-STATUS                00051200
              MOVE 8 TO RETURN-CODE                                     00051300
              PERFORM 9000-TRATARERROS                                  00051400
            END-IF.                                                     00051500
            PERFORM 1400-LERMOVIMENTO.                                  00051600
                                                                        00051700
       1300-99-FIM.               EXIT.                                 00051800
                                                                        00051900
      *-------------------------------------------------------------*   00052000
       1400-LERMOVIMENTO                      SECTION.                  00052100
      *-------------------------------------------------------------*   00052200
               READ MOVMES.                                             00052300
               IF WRK-FS-MOVMES EQUAL 10                                00052400
                 MOVE 'S' TO WRK-FIM-MOVMES                             00052500
               ELSE                                                     00052600
                IF TRL-E-TRAILER                                        00052700
                  MOVE 'S' TO WRK-FIM-MOVMES                            00052800
                END-IF                                                  00052900
               END-IF.                                                  00053000
                                                                        00053100
       1400-99-FIM.               EXIT.                                 00053200
                                                                        00053300
      *-------------------------------------------------------------*   00053400
      *   RECEITA = DEBITOS DE TARIFA (TAR); DESPESA = CREDITOS DE  *   00053500
      *   JUROS (JUR); TODO DETALHE CONTA COMO MOVIMENTO            *   00053600
      *-------------------------------------------------------------*   00053700
       2000-PROCESSARMOVIMENTO                SECTION.                  00053800
      *-------------------------------------------------------------*   00053900
               ADD 1 TO WRK-ACUM-MOVIMENTOS.                            00054000
               MOVE FD-AGENCIA TO WRK-AGENCIA.                          00054100
               PERFORM 2900-PESQUISARAGENCIA.                           00054200
               IF WRK-AGE-ACHOU EQUAL 0                                 00054300
                 ADD 1 TO WRK-ACUM-SEM-AGENCIA                          00054400
               ELSE                                                     00054500
                 ADD 1 TO TAB-AGE-MOVIMENTOS (TAB-AGE-IDX)              00054600
                 IF FD-MARCA-TARIFA                                     00054700
                    AND FD-TIP-OP EQUAL 'D'                             00054800
                   ADD FD-VALOR TO TAB-AGE-TARIFAS (TAB-AGE-IDX)        00054900
                 END-IF                                                 00055000
                 IF FD-MARCA-JUROS                                      00055100
                    AND FD-TIP-OP EQUAL 'C'                             00055200
                   ADD FD-VALOR TO TAB-AGE-JUROS (TAB-AGE-IDX)          00055300
                 END-IF                                                 00055400
               END-IF.                                                  00055500
               PERFORM 1400-LERMOVIMENTO.                               00055600
                                                                        00055700
       2000-99-FIM.               EXIT.                                 00055800
                                                                        00055900
      *-------------------------------------------------------------*   00056000
       2100-LERSALDMED                        SECTION.                  00056100
      *-------------------------------------------------------------*   00056200
               READ SALDMED.                                            00056300
               IF WRK-FS-SALDMED EQUAL 10                               00056400
                 MOVE 'S' TO WRK-FIM-SALDMED                            00056500
               END-IF.                                                  00056600
                                                                        00056700
       2100-99-FIM.               EXIT.                                 00056800
                                                                        00056900
      *-------------------------------------------------------------*   00057000
      *   CAPTACAO MEDIA = SOMA DOS SALDOS MEDIOS POSITIVOS; CONTA  *   00057100
      *   NEGATIVA NA MEDIA DO MES NAO CAPTOU NADA                  *   00057200
      *-------------------------------------------------------------*   00057300
       2200-PROCESSARSALDMED                  SECTION.                  00057400
      *-------------------------------------------------------------*   00057500
               IF SMD-ANO-MES NOT EQUAL WRK-ANO-MES                     00057600
                 MOVE '2200'                  TO WRK-SECAO              00057700
                 MOVE 'SALDMED NAO E DO MES APURADO' TO WRK-MSGERRO     00057800
                 MOVE '00'                    TO WRK-STATUS             00057900
                 MOVE 8 TO RETURN-CODE                                  00058000
                 PERFORM 9000-TRATARERROS                               00058100
               END-IF.                                                  00058200
               ADD 1 TO WRK-ACUM-SALDOS.                                00058300
               MOVE SMD-AGENCIA TO WRK-AGENCIA.                         00058400
               PERFORM 2900-PESQUISARAGENCIA.                           00058500
               IF WRK-AGE-ACHOU EQUAL 0                                 00058600
                 ADD 1 TO WRK-ACUM-SALDO-FORA                           00058700
               ELSE                                                     00058800
                 IF SMD-SALDO-MEDIO GREATER ZEROS                       00058900
                   ADD SMD-SALDO-MEDIO                                  00059000
                     TO TAB-AGE-CAPTACAO (TAB-AGE-IDX)                  00059100
                 END-IF                                                 00059200
               END-IF.                                                  00059300
               PERFORM 2100-LERSALDMED.                                 00059400
                                                                        00059500
       2200-99-FIM.               EXIT.                                 00059600
                                                                        00059700
      *-------------------------------------------------------------*   00059800
       2300-LERANTERIOR                       SECTION.                  00059900
      *-------------------------------------------------------------*   00060000
               READ RENTANT INTO REG-RENTAB.                            00060100
               IF WRK-FS-RENTANT EQUAL 10                               00060200
                 MOVE 'S' TO WRK-FIM-RENTANT                            00060300
               END-IF.                                                  00060400
                                                                        00060500
       2300-99-FIM.               EXIT.                                 00060600
                                                                        00060700
      *-------------------------------------------------------------*   00060800
      *   SO VALE COMO BASE DA VARIACAO O RENTAB DO MES ANTERIOR;   *   00060900
      *   DE OUTRA COMPETENCIA O REGISTRO E IGNORADO                *   00061000
      *-------------------------------------------------------------*   00061100
       2400-PROCESSARANTERIOR                 SECTION.                  00061200
      *-------------------------------------------------------------*   00061300
               IF RNT-ANO-MES EQUAL WRK-ANO-MES-ANT                     00061400
                 ADD 1 TO WRK-ACUM-ANTERIOR                             00061500
                 IF RNT-E-AGENCIA                                       00061600
                   MOVE RNT-AGENCIA TO WRK-AGENCIA                      00061700
                   PERFORM 2900-PESQUISARAGENCIA                        00061800
                   IF WRK-AGE-ACHOU EQUAL 1                             00061900
                     MOVE 'S'        TO TAB-AGE-TEM-ANT (TAB-AGE-IDX)   00062000
                     MOVE RNT-MARGEM                                    00062100
                       TO TAB-AGE-MARGEM-ANT (TAB-AGE-IDX)              00062200
                   END-IF                                               00062300
                 ELSE                                                   00062400
                  IF RNT-E-REGIAO                                       00062500
                    MOVE RNT-REGIAO TO WRK-REGIAO                       00062600
                    PERFORM 2950-PESQUISARREGIAO                        00062700
                    IF WRK-REG-ACHOU EQUAL 1                            00062800
                      MOVE 'S'       TO TAB-REG-TEM-ANT (TAB-REG-IDX)   00062900
                      MOVE RNT-MARGEM                                   00063000
                        TO TAB-REG-MARGEM-ANT (TAB-REG-IDX)             00063100
                    END-IF                                              00063200
                  END-IF                                                00063300
                 END-IF                                                 00063400
               END-IF.                                                  00063500
               PERFORM 2300-LERANTERIOR.                                00063600
                                                                        00063700
       2400-99-FIM.               EXIT.                                 00063800
                                                                        00063900
      *-------------------------------------------------------------*   00064000
      *   ENTRAM AS AGENCIAS ATIVAS E AS FECHADAS COM MOVIMENTO OU  *   00064100
      *   SALDO NO MES; A REGIAO SOMA AS AGENCIAS QUE ENTRARAM      *   00064200
      *-------------------------------------------------------------*   00064300
       2500-APURARAGENCIA                     SECTION.                  00064400
      *-------------------------------------------------------------*   00064500
               COMPUTE TAB-AGE-MARGEM (TAB-AGE-IDX) =                   00064600
                       TAB-AGE-TARIFAS (TAB-AGE-IDX)                    00064700
                     - TAB-AGE-JUROS   (TAB-AGE-IDX).                   00064800
               IF TAB-AGE-SITUACAO (TAB-AGE-IDX) EQUAL 'A'              00064900
                  OR TAB-AGE-MOVIMENTOS (TAB-AGE-IDX) GREATER ZEROS     00065000
                  OR TAB-AGE-CAPTACAO (TAB-AGE-IDX) NOT EQUAL ZEROS     00065100
                 MOVE 'S' TO TAB-AGE-ENTRA (TAB-AGE-IDX)                00065200
                 SET TAB-REG-IDX TO TAB-AGE-REGIAO (TAB-AGE-IDX)        00065300
                 ADD 1 TO TAB-REG-AGENCIAS (TAB-REG-IDX)                00065400
                 ADD TAB-AGE-MOVIMENTOS (TAB-AGE-IDX)                   00065500
                   TO TAB-REG-MOVIMENTOS (TAB-REG-IDX)                  00065600
                      WRK-TOTAL-MOVIMENTOS                              00065700
                 ADD TAB-AGE-TARIFAS (TAB-AGE-IDX)                      00065800
                   TO TAB-REG-TARIFAS (TAB-REG-IDX)                     00065900
                      WRK-TOTAL-TARIFAS                                 00066000
                 ADD TAB-AGE-JUROS (TAB-AGE-IDX)                        00066100
                   TO TAB-REG-JUROS (TAB-REG-IDX)                       00066200
                      WRK-TOTAL-JUROS                                   00066300
                 ADD TAB-AGE-CAPTACAO (TAB-AGE-IDX)                     00066400
                   TO TAB-REG-CAPTACAO (TAB-REG-IDX)                    00066500
                      WRK-TOTAL-CAPTACAO                                00066600
                 ADD TAB-AGE-MARGEM (TAB-AGE-IDX)                       00066700
                   TO TAB-REG-MARGEM (TAB-REG-IDX)                      00066800
                      WRK-TOTAL-MARGEM                                  00066900
               END-IF.                                                  00067000
                                                                        00067100
       2500-99-FIM.               EXIT.                                 00067200
                                                                        00067300
      *-------------------------------------------------------------*   00067400
      *   RANK = 1 + QUANTAS AGENCIAS TEM MARGEM MAIOR (EMPATE      *   00067500
      *   DIVIDE A POSICAO)                                         *   00067600
      *-------------------------------------------------------------*   00067700
       2600-RANKAGENCIA                       SECTION.                  00067800
      *-------------------------------------------------------------*   00067900
               IF TAB-AGE-ENTRA (TAB-AGE-IDX) EQUAL 'S'                 00068000
                 MOVE 1 TO WRK-RANK                                     00068100
                 MOVE TAB-AGE-MARGEM (TAB-AGE-IDX) TO WRK-MARGEM        00068200
                 PERFORM 2610-COMPARARAGENCIA                           00068300
                    VARYING TAB-AGE-JDX FROM 1 BY 1                     00068400
                      UNTIL TAB-AGE-JDX GREATER WRK-AGE-QTD             00068500
                 MOVE WRK-RANK TO TAB-AGE-RANK (TAB-AGE-IDX)            00068600
               END-IF.                                                  00068700
                                                                        00068800
       2600-99-FIM.               EXIT.                                 00068900
                                                                        00069000
      *-------------------------------------------------------------*   00069100
       2610-COMPARARAGENCIA                   SECTION.                  00069200
      *-------------------------------------------------------------*   00069300
               IF TAB-AGE-ENTRA (TAB-AGE-JDX) EQUAL 'S'                 00069400
                  AND TAB-AGE-MARGEM (TAB-AGE-JDX) GREATER WRK-MARGEM   00069500
                 ADD 1 TO WRK-RANK                                      00069600
               END-IF.                                                  00069700
                                                                        00069800
       2610-99-FIM.               EXIT.                                 00069900
                                                                        00070000
      *-------------------------------------------------------------*   00070100
       2650-RANKREGIAO                        SECTION.                  00070200
      *-------------------------------------------------------------*   00070300
               IF TAB-REG-AGENCIAS (TAB-REG-IDX) GREATER ZEROS          00070400
                 MOVE 1 TO WRK-RANK                                     00070500
                 MOVE TAB-REG-MARGEM (TAB-REG-IDX) TO WRK-MARGEM        00070600
                 PERFORM 2660-COMPARARREGIAO                            00070700
                    VARYING TAB-REG-JDX FROM 1 BY 1                     00070800
                      UNTIL TAB-REG-JDX GREATER WRK-REG-QTD             00070900
                 MOVE WRK-RANK TO TAB-REG-RANK (TAB-REG-IDX)            00071000
               END-IF.                                                  00071100
                                                                        00071200
       2650-99-FIM.               EXIT.                                 00071300
                                                                        00071400
      *-------------------------------------------------------------*   00071500
       2660-COMPARARREGIAO                    SECTION.                  00071600
      *-------------------------------------------------------------*   00071700
               IF TAB-REG-AGENCIAS (TAB-REG-JDX) GREATER ZEROS          00071800
                  AND TAB-REG-MARGEM (TAB-REG-JDX) GREATER WRK-MARGEM   00071900
                 ADD 1 TO WRK-RANK                                      00072000
               END-IF.                                                  00072100
                                                                        00072200
       2660-99-FIM.               EXIT.                                 00072300
                                                                        00072400
      *-------------------------------------------------------------*   00072500
      *   UMA REGIAO POR VEZ: AS SUAS AGENCIAS E O TOTAL DA REGIAO  *   00072600
      *-------------------------------------------------------------*   00072700
       2700-IMPRIMIRREGIAO                    SECTION.                  00072800
      *-------------------------------------------------------------*   00072900
               IF TAB-REG-AGENCIAS (TAB-REG-IDX) GREATER ZEROS          00073000
                 SET WRK-REG-NUM TO TAB-REG-IDX                         00073100
                 PERFORM 2710-IMPRIMIRAGENCIA                           00073200
                    VARYING TAB-AGE-IDX FROM 1 BY 1                     00073300
                      UNTIL TAB-AGE-IDX GREATER WRK-AGE-QTD             00073400
                 PERFORM 2750-TOTALREGIAO                               00073500
               END-IF.                                                  00073600
                                                                        00073700
       2700-99-FIM.               EXIT.                                 00073800
                                                                        00073900
      *-------------------------------------------------------------*   00074000
       2710-IMPRIMIRAGENCIA                   SECTION.                  00074100
      *-------------------------------------------------------------*   00074200
               IF TAB-AGE-REGIAO (TAB-AGE-IDX) EQUAL WRK-REG-NUM        00074300
                  AND TAB-AGE-ENTRA (TAB-AGE-IDX) EQUAL 'S'             00074400
                 MOVE SPACES TO WRK-LINHA-RENT                          00074500
                 MOVE TAB-AGE-CODIGO     (TAB-AGE-IDX)                  00074600
                   TO WRK-LR-AGENCIA                                    00074700
                 MOVE TAB-AGE-NOME       (TAB-AGE-IDX) TO WRK-LR-NOME   00074800
                 MOVE TAB-AGE-MOVIMENTOS (TAB-AGE-IDX)                  00074900
                   TO WRK-LR-MOVIMENTOS                                 00075000
                 MOVE TAB-AGE-TARIFAS    (TAB-AGE-IDX)                  00075100
                   TO WRK-LR-TARIFAS                                    00075200
                 MOVE TAB-AGE-JUROS      (TAB-AGE-IDX) TO WRK-LR-JUROS  00075300
                 MOVE TAB-AGE-CAPTACAO   (TAB-AGE-IDX)                  00075400
                   TO WRK-LR-CAPTACAO                                   00075500
                 MOVE TAB-AGE-MARGEM     (TAB-AGE-IDX)                  00075600
                   TO WRK-LR-MARGEM WRK-MARGEM                          00075700
                 MOVE TAB-AGE-RANK       (TAB-AGE-IDX) TO WRK-LR-RANK   00075800
                 MOVE TAB-AGE-TEM-ANT    (TAB-AGE-IDX)                  00075900
                   TO WRK-TEM-ANTERIOR                                  00076000
                 MOVE TAB-AGE-MARGEM-ANT (TAB-AGE-IDX)                  00076100
                   TO WRK-MARGEM-ANT                                    00076200
                 PERFORM 2800-CALCULARVARIACAO                          00076300
                 MOVE 'D' TO WRK-RW-FUNCAO                              00076400
                 PERFORM 2890-IMPRIMIRLINHA                             00076500
                 MOVE SPACES TO REG-RENTAB                              00076600
                 MOVE 'A'                TO RNT-TIPO                    00076700
                 MOVE TAB-AGE-CODIGO     (TAB-AGE-IDX) TO RNT-AGENCIA   00076800
                 MOVE TAB-AGE-NOME       (TAB-AGE-IDX) TO RNT-NOME      00076900
                 MOVE TAB-REG-NOME       (TAB-REG-IDX) TO RNT-REGIAO    00077000
                 MOVE TAB-AGE-MOVIMENTOS (TAB-AGE-IDX)                  00077100
                   TO RNT-QTD-MOVIMENTOS                                00077200
                 MOVE TAB-AGE-TARIFAS    (TAB-AGE-IDX)                  00077300
                   TO RNT-RECEITA-TARIFAS                               00077400
                 MOVE TAB-AGE-JUROS      (TAB-AGE-IDX)                  00077500
                   TO RNT-DESPESA-JUROS                                 00077600
                 MOVE TAB-AGE-CAPTACAO   (TAB-AGE-IDX)                  00077700
                   TO RNT-CAPTACAO-MEDIA                                00077800
                 MOVE TAB-AGE-RANK       (TAB-AGE-IDX) TO RNT-RANK      00077900
                 PERFORM 2895-GRAVARRENTAB                              00078000
               END-IF.                                                  00078100
                                                                        00078200
       2710-99-FIM.               EXIT.                                 00078300
                                                                        00078400
      *-------------------------------------------------------------*   00078500
       2750-TOTALREGIAO                       SECTION.                  00078600
      *-------------------------------------------------------------*   00078700
               MOVE SPACES TO WRK-LINHA-RENT.                           00078800
               MOVE 'REG.'                           TO WRK-LR-AGENCIA. 00078900
               MOVE TAB-REG-NOME       (TAB-REG-IDX) TO WRK-LR-NOME.    00079000
               MOVE TAB-REG-MOVIMENTOS (TAB-REG-IDX)                    00079100
                 TO WRK-LR-MOVIMENTOS.                                  00079200
               MOVE TAB-REG-TARIFAS    (TAB-REG-IDX) TO WRK-LR-TARIFAS. 00079300
               MOVE TAB-REG-JUROS      (TAB-REG-IDX) TO WRK-LR-JUROS.   00079400
               MOVE TAB-REG-CAPTACAO   (TAB-REG-IDX)                    00079500
                 TO WRK-LR-CAPTACAO.                                    00079600
               MOVE TAB-REG-MARGEM     (TAB-REG-IDX)                    00079700
                 TO WRK-LR-MARGEM WRK-MARGEM.                           00079800
               MOVE TAB-REG-RANK       (TAB-REG-IDX) TO WRK-LR-RANK.    00079900
               MOVE TAB-REG-TEM-ANT    (TAB-REG-IDX)                    00080000
                 TO WRK-TEM-ANTERIOR.                                   00080100
               MOVE TAB-REG-MARGEM-ANT (TAB-REG-IDX)                    00080200
                 TO WRK-MARGEM-ANT.                                     00080300
               PERFORM 2800-CALCULARVARIACAO.                           00080400
               MOVE 'T' TO WRK-RW-FUNCAO.                               00080500
               PERFORM 2890-IMPRIMIRLINHA.                              00080600
               MOVE SPACES TO WRK-LINHA-RENT.                           00080700
               PERFORM 2890-IMPRIMIRLINHA.                              00080800
               MOVE SPACES TO REG-RENTAB.                               00080900
               MOVE 'R'                TO RNT-TIPO.                     00081000
               MOVE ZEROS              TO RNT-AGENCIA.                  00081100
               MOVE TAB-REG-NOME       (TAB-REG-IDX) TO RNT-REGIAO.     00081200
               MOVE TAB-REG-MOVIMENTOS (TAB-REG-IDX)                    00081300
                 TO RNT-QTD-MOVIMENTOS.                                 00081400
               MOVE TAB-REG-TARIFAS    (TAB-REG-IDX)                    00081500
                 TO RNT-RECEITA-TARIFAS.                                00081600
               MOVE TAB-REG-JUROS      (TAB-REG-IDX)                    00081700
                 TO RNT-DESPESA-JUROS.                                  00081800
               MOVE TAB-REG-CAPTACAO   (TAB-REG-IDX)                    00081900
                 TO RNT-CAPTACAO-MEDIA.                                 00082000
               MOVE TAB-REG-RANK       (TAB-REG-IDX) TO RNT-RANK.       00082100
               PERFORM 2895-GRAVARRENTAB.                               00082200
                                                                        00082300
       2750-99-FIM.               EXIT.                                 00082400
                                                                        00082500
      *-------------------------------------------------------------*   00082600
      *   VARIACAO % SOBRE O VALOR ABSOLUTO DA MARGEM ANTERIOR; SEM *   00082700
      *   MES ANTERIOR FICA EM BRANCO, MARGEM ANTERIOR ZERO SAI     *   00082800
      *   S/BASE E ESTOURO DA MASCARA SAI COM ASTERISCOS            *   00082900
      *-------------------------------------------------------------*   00083000
       2800-CALCULARVARIACAO                  SECTION.                  00083100
      *-------------------------------------------------------------*   00083200
               IF NOT WRK-COM-ANTERIOR                                  00083300
                 MOVE SPACES     TO WRK-LR-VARIACAO-X                   00083400
               ELSE                                                     00083500
                IF WRK-MARGEM-ANT EQUAL ZEROS                           00083600
                  MOVE '  S/BASE' TO WRK-LR-VARIACAO-X                  00083700
                ELSE                                                    00083800
                  IF WRK-MARGEM-ANT LESS ZEROS                          00083900
                    COMPUTE WRK-BASE-VARIACAO = 0 - WRK-MARGEM-ANT      00084000
                  ELSE                                                  00084100
                    MOVE WRK-MARGEM-ANT TO WRK-BASE-VARIACAO            00084200
                  END-IF                                                00084300
                  COMPUTE WRK-VARIACAO ROUNDED =                        00084400
                        (WRK-MARGEM - WRK-MARGEM-ANT) * 100             00084500
                        / WRK-BASE-VARIACAO                             00084600
                     ON SIZE ERROR                                      00084700
                       MOVE ' *******' TO WRK-LR-VARIACAO-X             00084800
                     NOT ON SIZE ERROR                                  00084900
                       MOVE WRK-VARIACAO TO WRK-LR-VARIACAO             00085000
                  END-COMPUTE                                           00085100
                END-IF                                                  00085200
               END-IF.                                                  00085300
                                                                        00085400
       2800-99-FIM.               EXIT.                                 00085500
                                                                        00085600
      *-------------------------------------------------------------*   00085700
       2890-IMPRIMIRLINHA                     SECTION.                  00085800
      *-------------------------------------------------------------*   00085900
               MOVE WRK-LINHA-RENT TO WRK-RW-LINHA.                     00086000
               CALL 'REPWRITE' USING WRK-REPW.                          00086100
                                                                        00086200
       2890-99-FIM.               EXIT.                                 00086300
                                                                        00086400
      *-------------------------------------------------------------*   00086500
       2895-GRAVARRENTAB                      SECTION.                  00086600
      *-------------------------------------------------------------*   00086700
               MOVE WRK-ANO-MES      TO RNT-ANO-MES.                    00086800
               MOVE WRK-MARGEM       TO RNT-MARGEM.                     00086900
               MOVE WRK-TEM-ANTERIOR TO RNT-TEM-ANTERIOR.               00087000
               IF RNT-COM-ANTERIOR                                      00087100
                 MOVE WRK-MARGEM-ANT TO RNT-MARGEM-ANTERIOR             00087200
               ELSE                                                     00087300
                 MOVE ZEROS          TO RNT-MARGEM-ANTERIOR             00087400
               END-IF.                                                  00087500
               WRITE REG-RENTNOV FROM REG-RENTAB.                       00087600
               ADD 1 TO WRK-ACUM-GRAVADOS.                              00087700
                                                                        00087800
       2895-99-FIM.               EXIT.                                 00087900
                                                                        00088000
      *-------------------------------------------------------------*   00088100
       2900-PESQUISARAGENCIA                  SECTION.                  00088200
      *-------------------------------------------------------------*   00088300
               MOVE 0 TO WRK-AGE-ACHOU.                                 00088400
               PERFORM 2905-TESTARAGENCIA                               00088500
                  VARYING TAB-AGE-IDX FROM 1 BY 1                       00088600
                    UNTIL TAB-AGE-IDX GREATER WRK-AGE-QTD               00088700
                       OR WRK-AGE-ACHOU EQUAL 1.                        00088800
               IF WRK-AGE-ACHOU EQUAL 1                                 00088900
                 SET TAB-AGE-IDX TO WRK-AGE-POS                         00089000
               END-IF.                                                  00089100
                                                                        00089200
       2900-99-FIM.               EXIT.                                 00089300
                                                                        00089400
      *-------------------------------------------------------------*   00089500
       2905-TESTARAGENCIA                     SECTION.                  00089600
      *-------------------------------------------------------------*   00089700
               IF TAB-AGE-CODIGO (TAB-AGE-IDX) EQUAL WRK-AGENCIA        00089800
                 MOVE 1 TO WRK-AGE-ACHOU                                00089900
                 SET WRK-AGE-POS TO TAB-AGE-IDX                         00090000
               END-IF.                                                  00090100
                                                                        00090200
       2905-99-FIM.               EXIT.                                 00090300
                                                                        00090400
      *-------------------------------------------------------------*   00090500
       2950-PESQUISARREGIAO                   SECTION.                  00090600
      *-------------------------------------------------------------*   00090700
               MOVE 0 TO WRK-REG-ACHOU.                                 00090800
               PERFORM 2955-TESTARREGIAO                                00090900
                  VARYING TAB-REG-IDX FROM 1 BY 1                       00091000
                    UNTIL TAB-REG-IDX GREATER WRK-REG-QTD               00091100
                       OR WRK-REG-ACHOU EQUAL 1.                        00091200
               IF WRK-REG-ACHOU EQUAL 1                                 00091300
                 SET TAB-REG-IDX TO WRK-REG-NUM                         00091400
               END-IF.                                                  00091500
                                                                        00091600
       2950-99-FIM.               EXIT.                                 00091700
                                                                        00091800
      *-------------------------------------------------------------*   00091900
       2955-TESTARREGIAO                      SECTION.                  00092000
      *-------------------------------------------------------------*   00092100
               IF TAB-REG-NOME (TAB-REG-IDX) EQUAL WRK-REGIAO           00092200
                 MOVE 1 TO WRK-REG-ACHOU                                00092300
                 SET WRK-REG-NUM TO TAB-REG-IDX                         00092400
               END-IF.                                                  00092500
                                                                        00092600
       2955-99-FIM.               EXIT.                                 00092700
                                                                        00092800
      *-------------------------------------------------------------*   00092900
       3000-FINALIZAR                         SECTION.                  00093000
      *-------------------------------------------------------------*   00093100
               MOVE SPACES               TO WRK-LINHA-RENT.             00093200
               MOVE 'TOTAL GERAL'        TO WRK-LR-NOME.                00093300
               MOVE WRK-TOTAL-MOVIMENTOS TO WRK-LR-MOVIMENTOS.          00093400
               MOVE WRK-TOTAL-TARIFAS    TO WRK-LR-TARIFAS.             00093500
               MOVE WRK-TOTAL-JUROS      TO WRK-LR-JUROS.               00093600
               MOVE WRK-TOTAL-CAPTACAO   TO WRK-LR-CAPTACAO.            00093700
               MOVE WRK-TOTAL-MARGEM     TO WRK-LR-MARGEM.              00093800
               MOVE SPACES               TO WRK-LR-RANK-X.              00093900
               MOVE 'T' TO WRK-RW-FUNCAO.                               00094000
               PERFORM 2890-IMPRIMIRLINHA.                              00094100
               CLOSE MOVMES.                                            00094200
               CLOSE SALDMED.                                           00094300
               CLOSE RENTANT.                                           00094400
               CLOSE RENTNOV.                                           00094500
               MOVE 'F' TO WRK-RW-FUNCAO.                               00094600
               CALL 'REPWRITE' USING WRK-REPW.                          00094700
               DISPLAY 'AGENCIAS NO MESTRE....... ' WRK-AGE-QTD.        00094800
               DISPLAY 'REGIOES.................. ' WRK-REG-QTD.        00094900
               DISPLAY 'MOVIMENTOS LIDOS......... ' WRK-ACUM-MOVIMENTOS.00095000
               DISPLAY 'MOVIMENTOS SEM AGENCIA... '                     00095100
                       WRK-ACUM-SEM-AGENCIA.                            00095200
               DISPLAY 'SALDOS MEDIOS LIDOS...... ' WRK-ACUM-SALDOS.    00095300
               DISPLAY 'SALDOS SEM AGENCIA....... ' WRK-ACUM-SALDO-FORA.00095400
               DISPLAY 'REGISTROS MES ANTERIOR... ' WRK-ACUM-ANTERIOR.  00095500
               DISPLAY 'REGISTROS GRAVADOS....... ' WRK-ACUM-GRAVADOS.  00095600
               IF WRK-ACUM-SEM-AGENCIA GREATER ZEROS                    00095700
                  OR WRK-ACUM-SALDO-FORA GREATER ZEROS                  00095800
                 MOVE '3000'                  TO WRK-SECAO              00095900
                 MOVE 'AGENCIA FORA DO MESTRE NO ARQMOV/SALDMED'        00096000
                   TO WRK-MSGERRO                                       00096100
                 MOVE '00'                    TO WRK-STATUS             00096200
                 PERFORM 9010-TRATARREJEITADO                           00096300
               END-IF.                                                  00096400
                                                                        00096500
       3000-99-FIM.               EXIT.                                 00096600
                                                                        00096700
      *-------------------------------------------------------------*   00096800
       9000-TRATARERROS                       SECTION.                  00096900
      *-------------------------------------------------------------*   00097000
             MOVE 'RENTAGEN'  TO WRK-PROGRAMA                           00097100
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00097200
                 GOBACK.                                                00097300
                                                                        00097400
       9000-99-FIM.               EXIT.                                 00097500
                                                                        00097600
      *-------------------------------------------------------------*   00097700
       9010-TRATARREJEITADO                   SECTION.                  00097800
      *-------------------------------------------------------------*   00097900
             MOVE 'RENTAGEN'  TO WRK-PROGRAMA                           00098000
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00098100
                                                                        00098200
       9010-99-FIM.               EXIT.                                 00098300

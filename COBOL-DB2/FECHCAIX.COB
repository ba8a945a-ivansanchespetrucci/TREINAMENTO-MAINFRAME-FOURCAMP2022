      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. FECHCAIX.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CONFERENCIA DIARIA DO FECHAMENTO DE CAIXA DAS   *   00001200
      *      AGENCIAS: A AGENCIA FECHA OS CAIXAS A MAO E A          *   00001300
      *      DIFERENCA COM O QUE O SISTEMA LANCOU SO APARECIA NO    *   00001400
      *      FIM DO MES. ESTE PROGRAMA SOMA POR AGENCIA OS          *   00001500
      *      CREDITOS (C) E SAQUES (S) DO MOVUNICO NA DATA DE       *   00001600
      *      PROCESSAMENTO (SEM OS CREDITOS DE JUROS, SEM OS        *   00001700
      *      CREDITOS DA VENDA DAS LOJAS E SEM OS                   *   00001750
      *      ESTORNOS DA FAIXA RESERVADA, QUE NAO PASSAM PELO       *   00001800
      *      CAIXA) E LE O ARQUIVO FECHCX CLASSIFICADO POR          *   00001900
      *      AGENCIA/CAIXA:                                         *   00002000
      *      - CADA CAIXA E CONFERIDO CONTRA ELE MESMO: ABERTURA +  *   00002100
      *        RECEBIDO - PAGO TEM DE BATER COM O FECHAMENTO        *   00002200
      *        CONTADO (QUEBRA QUANDO FALTA, SOBRA QUANDO SOBRA);   *   00002300
      *      - NA QUEBRA DE AGENCIA O RECEBIDO DOS CAIXAS E         *   00002400
      *        CONFERIDO COM OS CREDITOS DO SISTEMA E O PAGO COM OS *   00002500
      *        SAQUES, ALEM DO TOTAL DE QUEBRAS E SOBRAS DOS        *   00002600
      *        CAIXAS DA AGENCIA;                                   *   00002700
      *      - AGENCIA COM MOVIMENTO EM ESPECIE NO SISTEMA E SEM    *   00002800
      *        NENHUM FECHAMENTO SAI NO FIM DO RELATORIO.           *   00002900
      *      DIFERENCA ACIMA DA TOLERANCIA DO SYSIN VAI PARA O      *   00003000
      *      ARQUIVO DIFCAIX DA AUDITORIA REGIONAL. FECHAMENTO DE   *   00003100
      *      OUTRA DATA OU COM VALOR NAO NUMERICO E IGNORADO COM    *   00003200
      *      AVISO NO LOG. SYSIN: DATA E TOLERANCIA (9(06)V99).     *   00003300
      *-------------------------------------------------------------*   00003400
      *   ARQUIVOS...:                                              *   00003500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003600
      *    MOVUNICO             I                  #CLIENTE         *   00003700
      *    FECHCX               I                  #FECHCX          *   00003800
      *    DIFCAIX              O                  #DIFCAIX         *   00003900
      *    RELPRT               O                  REPWCOMM         *   00004000
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
           SELECT MOVUNICO  ASSIGN TO MOVUNICO                          00006000
               FILE STATUS  IS WRK-FS-MOVUNICO.                         00006100
           SELECT FECHCX    ASSIGN TO FECHCX                            00006200
               FILE STATUS  IS WRK-FS-FECHCX.                           00006300
           SELECT DIFCAIX   ASSIGN TO DIFCAIX                           00006400
               FILE STATUS  IS WRK-FS-DIFCAIX.                          00006500
                                                                        00006600
      *=============================================================*   00006700
       DATA                                      DIVISION.              00006800
      *=============================================================*   00006900
       FILE                                      SECTION.               00007000
       FD MOVUNICO                                                      00007100
           RECORDING  MODE IS F                                         00007200
           BLOCK CONTAINS 0 RECORDS.                                    00007300
                                                                        00007400
      *-------------------------------------------------------------*   00007500
       COPY '#CLIENTE'.                                                 00007600
                                                                        00007700
      *-------------------------------------------------------------*   00007800
      *   FECHCX - FECHAMENTO DE CAIXA INFORMADO PELAS AGENCIAS     *   00007900
      *-------------------------------------------------------------*   00008000
       FD FECHCX                                                        00008100
           RECORDING  MODE IS F                                         00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
                                                                        00008400
       COPY '#FECHCX'.                                                  00008500
                                                                        00008600
      *-------------------------------------------------------------*   00008700
      *   DIFCAIX - EXCECOES PARA A AUDITORIA REGIONAL              *   00008800
      *-------------------------------------------------------------*   00008900
       FD DIFCAIX                                                       00009000
           RECORDING  MODE IS F                                         00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
                                                                        00009300
       COPY '#DIFCAIX'.                                                 00009400
                                                                        00009500
      *=============================================================*   00009600
       WORKING-STORAGE                             SECTION.             00009700
      *=============================================================*   00009800
                                                                        00009900
       01 FILLER         PIC X(64) VALUE                                00010000
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00010100
      *-------------------------------------------------------------*   00010200
       77 WRK-FS-MOVUNICO PIC 9(02).                                    00010300
       77 WRK-FS-FECHCX   PIC 9(02).                                    00010400
       77 WRK-FS-DIFCAIX  PIC 9(02).                                    00010500
                                                                        00010600
       01 FILLER         PIC X(64) VALUE                                00010700
           '-----------PARAMETROS DA CONFERENCIA---------'.             00010800
      *-------------------------------------------------------------*   00010900
       77 WRK-TOLERANCIA       PIC 9(06)V99 VALUE 000010,00.            00011000
       77 WRK-ID-RESERVADO     PIC 9(06) VALUE 900000.                  00011100
                                                                        00011200
       01 FILLER         PIC X(64) VALUE                                00011300
           '-----------ESPECIE DO SISTEMA POR AGENCIA----'.             00011400
      *-------------------------------------------------------------*   00011500
       77 WRK-SIS-QTD          PIC 9(03) VALUE ZEROS.                   00011600
       77 WRK-SIS-ACHOU        PIC 9     VALUE 0.                       00011700
       77 WRK-SIS-SLOT         PIC 9(03) VALUE ZEROS.                   00011800
       77 WRK-SIS-AGENCIA      PIC 9(04) VALUE ZEROS.                   00011900
                                                                        00012000
       01 TAB-SISTEMA.                                                  00012100
          05 TAB-SIS-ITEM OCCURS 200 TIMES                              00012200
                          INDEXED BY TAB-SIS-IDX.                       00012300
             10 TAB-SIS-AGENCIA   PIC 9(04).                            00012400
             10 TAB-SIS-CREDITOS  PIC 9(12)V99.                         00012500
             10 TAB-SIS-SAQUES    PIC 9(12)V99.                         00012600
             10 TAB-SIS-CONFERIDA PIC X(01).                            00012700
                                                                        00012800
       01 FILLER         PIC X(64) VALUE                                00012900
           '-----------AGENCIA EM CONFERENCIA------------'.             00013000
      *-------------------------------------------------------------*   00013100
       77 WRK-AG-ATUAL         PIC 9(04) VALUE ZEROS.                   00013200
       77 WRK-TEM-AGENCIA      PIC X(01) VALUE 'N'.                     00013300
           88 WRK-AGENCIA-ABERTA   VALUE 'S'.                           00013400
       77 WRK-AG-RECEBIDO      PIC 9(12)V99 VALUE ZEROS.                00013500
       77 WRK-AG-PAGO          PIC 9(12)V99 VALUE ZEROS.                00013600
       77 WRK-AG-QUEBRAS       PIC 9(12)V99 VALUE ZEROS.                00013700
       77 WRK-AG-SOBRAS        PIC 9(12)V99 VALUE ZEROS.                00013800
       77 WRK-AG-CREDITOS      PIC 9(12)V99 VALUE ZEROS.                00013900
       77 WRK-AG-SAQUES        PIC 9(12)V99 VALUE ZEROS.                00014000
                                                                        00014100
       01 FILLER         PIC X(64) VALUE                                00014200
           '-----------DIFERENCA EM CALCULO--------------'.             00014300
      *-------------------------------------------------------------*   00014400
       77 WRK-ESPERADO         PIC S9(12)V99 VALUE ZEROS.               00014500
       77 WRK-DIFERENCA        PIC S9(12)V99 VALUE ZEROS.               00014600
       77 WRK-DIF-ABSOLUTA     PIC 9(12)V99 VALUE ZEROS.                00014700
       77 WRK-SITUACAO         PIC X(10) VALUE SPACES.                  00014800
                                                                        00014900
       01 FILLER         PIC X(64) VALUE                                00015000
           '-----------ACUMULAR CONFERENCIA--------------'.             00015100
      *-------------------------------------------------------------*   00015200
       77 WRK-ACUM-MOVIMENTOS  PIC 9(07) VALUE ZEROS.                   00015300
       77 WRK-ACUM-ESPECIE     PIC 9(07) VALUE ZEROS.                   00015400
       77 WRK-ACUM-CAIXAS      PIC 9(05) VALUE ZEROS.                   00015500
       77 WRK-ACUM-IGNORADOS   PIC 9(05) VALUE ZEROS.                   00015600
       77 WRK-ACUM-AGENCIAS    PIC 9(05) VALUE ZEROS.                   00015700
       77 WRK-ACUM-DIFERENTES  PIC 9(05) VALUE ZEROS.                   00015800
       77 WRK-ACUM-EXCECOES    PIC 9(05) VALUE ZEROS.                   00015900
       77 WRK-ACUM-ESTOURO     PIC 9(05) VALUE ZEROS.                   00016000
       77 WRK-TOTAL-QUEBRAS    PIC 9(12)V99 VALUE ZEROS.                00016100
       77 WRK-TOTAL-SOBRAS     PIC 9(12)V99 VALUE ZEROS.                00016200
                                                                        00016300
       01 FILLER         PIC X(64) VALUE                                00016400
           '-----------LINHAS DO RELATORIO---------------'.             00016500
      *-------------------------------------------------------------*   00016600
       01 WRK-CABEC2.                                                   00016700
          05 FILLER   PIC X(07) VALUE ' AGENC '.                        00016800
          05 FILLER   PIC X(05) VALUE 'CX.  '.                          00016900
          05 FILLER   PIC X(09) VALUE 'OPERADOR '.                      00017000
          05 FILLER   PIC X(13) VALUE '    ABERTURA '.                  00017100
          05 FILLER   PIC X(13) VALUE '    RECEBIDO '.                  00017200
          05 FILLER   PIC X(13) VALUE '        PAGO '.                  00017300
          05 FILLER   PIC X(13) VALUE '  FECHAMENTO '.                  00017400
          05 FILLER   PIC X(15) VALUE '    DIFERENCA  '.                00017500
          05 FILLER   PIC X(08) VALUE 'SITUACAO'.                       00017600
                                                                        00017700
       01 WRK-LINHA-CAIXA.                                              00017800
          05 FILLER            PIC X(01).                               00017900
          05 WRK-LF-AGENCIA    PIC 9(04).                               00018000
          05 FILLER            PIC X(02).                               00018100
          05 WRK-LF-CAIXA      PIC 9(03).                               00018200
          05 FILLER            PIC X(02).                               00018300
          05 WRK-LF-OPERADOR   PIC X(08).                               00018400
          05 FILLER            PIC X(01).                               00018500
          05 WRK-LF-ABERTURA   PIC Z.ZZZ.ZZ9,99.                        00018600
          05 FILLER            PIC X(01).                               00018700
          05 WRK-LF-RECEBIDO   PIC Z.ZZZ.ZZ9,99.                        00018800
          05 FILLER            PIC X(01).                               00018900
          05 WRK-LF-PAGO       PIC Z.ZZZ.ZZ9,99.                        00019000
          05 FILLER            PIC X(01).                               00019100
          05 WRK-LF-FECHAMENTO PIC Z.ZZZ.ZZ9,99.                        00019200
          05 FILLER            PIC X(01).                               00019300
          05 WRK-LF-DIFERENCA  PIC -Z.ZZZ.ZZ9,99.                       00019400
          05 FILLER            PIC X(02).                               00019500
          05 WRK-LF-SITUACAO   PIC X(10).                               00019600
                                                                        00019700
       01 WRK-LINHA-AGENCIA.                                            00019800
          05 FILLER            PIC X(01).                               00019900
          05 WRK-LA-AGENCIA    PIC 9(04).                               00020000
          05 FILLER            PIC X(02).                               00020100
          05 WRK-LA-ROTULO1    PIC X(16).                               00020200
          05 WRK-LA-CAIXAS     PIC ZZZ.ZZZ.ZZ9,99.                      00020300
          05 FILLER            PIC X(02).                               00020400
          05 WRK-LA-ROTULO2    PIC X(12).                               00020500
          05 WRK-LA-SISTEMA    PIC ZZZ.ZZZ.ZZ9,99.                      00020600
          05 FILLER            PIC X(02).                               00020700
          05 WRK-LA-ROTULO3    PIC X(06).                               00020800
          05 WRK-LA-DIFERENCA  PIC -ZZZ.ZZZ.ZZ9,99.                     00020900
          05 FILLER            PIC X(02).                               00021000
          05 WRK-LA-SITUACAO   PIC X(10).                               00021100
                                                                        00021200
       01 WRK-LINHA-TOTAL.                                              00021300
          05 FILLER            PIC X(17) VALUE ' CAIXAS LIDOS ...'.     00021400
          05 WRK-LT-CAIXAS     PIC Z(04)9.                              00021500
          05 FILLER            PIC X(17) VALUE '   COM DIFERENCA '.     00021600
          05 WRK-LT-DIFERENTES PIC Z(04)9.                              00021700
          05 FILLER            PIC X(12) VALUE '   EXCECOES '.          00021800
          05 WRK-LT-EXCECOES   PIC Z(04)9.                              00021900
          05 FILLER            PIC X(11) VALUE '   QUEBRAS '.           00022000
          05 WRK-LT-QUEBRAS    PIC ZZZ.ZZZ.ZZ9,99.                      00022100
          05 FILLER            PIC X(10) VALUE '   SOBRAS '.            00022200
          05 WRK-LT-SOBRAS     PIC ZZZ.ZZZ.ZZ9,99.                      00022300
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
            PERFORM 1200-SOMARSISTEMA UNTIL WRK-FS-MOVUNICO EQUAL 10.   00025000
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-FECHCX EQUAL 10.        00025100
            PERFORM 2800-SEMFECHAMENTO                                  00025200
               VARYING TAB-SIS-IDX FROM 1 BY 1                          00025300
                 UNTIL TAB-SIS-IDX GREATER WRK-SIS-QTD.                 00025400
            PERFORM 3000-FINALIZAR.                                     00025500
            STOP RUN.                                                   00025600
                                                                        00025700
       0000-99-FIM.               EXIT.                                 00025800
                                                                        00025900
      *-------------------------------------------------------------*   00026000
       1000-INICIAR                           SECTION.                  00026100
      *-------------------------------------------------------------*   00026200
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00026300
            ACCEPT WRK-TOLERANCIA         FROM SYSIN.                   00026400
            OPEN INPUT MOVUNICO.                                        00026500
            OPEN INPUT FECHCX.                                          00026600
            OPEN OUTPUT DIFCAIX.                                        00026700
            MOVE 'CONFERENCIA DO FECHAMENTO DE CAIXA DAS AGENCIAS'      00026800
              TO WRK-RW-TITULO1.                                        00026900
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00027000
            MOVE SPACES     TO WRK-RW-TITULO3.                          00027100
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00027200
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00027300
            MOVE 'N' TO WRK-RW-REABRIR.                                 00027400
            MOVE SPACES TO WRK-RW-QUEBRA.                               00027450
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00027500
            CALL 'REPWRITE' USING WRK-REPW.                             00027600
                                                                        00027700
       1000-99-FIM.               EXIT.                                 00027800
                                                                        00027900
      *-------------------------------------------------------------*   00028000
       1100-TESTARSTATUS                      SECTION.                  00028100
      *-------------------------------------------------------------*   00028200
               IF WRK-FS-MOVUNICO NOT EQUAL 0                           00028300
                MOVE '1000'                  TO WRK-SECAO               00028400
                MOVE 'ERRO OPEN MOVUNICO - ' TO WRK-MSGERRO             00028500
                MOVE WRK-FS-MOVUNICO         TO WRK-STATUS              00028600
                   PERFORM 9000-TRATARERROS                             00028700
               END-IF.                                                  00028800
               IF WRK-FS-FECHCX NOT EQUAL 0                             00028900
                MOVE '1001'                  TO WRK-SECAO               00029000
                MOVE 'ERRO OPEN FECHCX - '   TO WRK-MSGERRO             00029100
                MOVE WRK-FS-FECHCX           TO WRK-STATUS              00029200
                   PERFORM 9000-TRATARERROS                             00029300
               END-IF.                                                  00029400
               IF WRK-FS-DIFCAIX NOT EQUAL 0                            00029500
                MOVE '1002'                  TO WRK-SECAO               00029600
                MOVE 'ERRO OPEN DIFCAIX - '  TO WRK-MSGERRO             00029700
                MOVE WRK-FS-DIFCAIX          TO WRK-STATUS              00029800
                   PERFORM 9000-TRATARERROS                             00029900
               END-IF.                                                  00030000
               IF WRK-RW-STATUS NOT EQUAL '00'                          00030100
                MOVE '1003'                  TO WRK-SECAO               00030200
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00030300
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00030400
                   PERFORM 9000-TRATARERROS                             00030500
               END-IF.                                                  00030600
               READ MOVUNICO.                                           00030700
               READ FECHCX.                                             00030800
                                                                        00030900
       1100-99-FIM.               EXIT.                                 00031000
                                                                        00031100
      *-------------------------------------------------------------*   00031200
      *   ESPECIE DO SISTEMA: SO OS CREDITOS E SAQUES DA DATA,      *   00031300
      *   FORA OS JUROS CREDITADOS, OS CREDITOS DA VENDA DAS LOJAS  *   00031400
      *   (MARCA LOJ) E OS ESTORNOS (ID DA FAIXA                    *   00031450
      *   RESERVADA), QUE SAO LANCAMENTO CONTABIL E NAO NUMERARIO   *   00031500
      *-------------------------------------------------------------*   00031600
       1200-SOMARSISTEMA                      SECTION.                  00031700
      *-------------------------------------------------------------*   00031800
               ADD 1 TO WRK-ACUM-MOVIMENTOS.                            00031900
               IF FD-DATA-MOVIMENTO EQUAL WRK-DATA-PROCESSAMENTO        00032000
                  AND FD-ID-RASTREIO NOT GREATER WRK-ID-RESERVADO       00032100
                  AND (FD-TIP-OP EQUAL 'S'                              00032200
                       OR (FD-TIP-OP EQUAL 'C'                          00032300
                           AND NOT FD-MARCA-JUROS                       00032400
                           AND NOT FD-MARCA-LOJA))                      00032450
                 ADD 1 TO WRK-ACUM-ESPECIE                              00032500
                 MOVE FD-AGENCIA TO WRK-SIS-AGENCIA                     00032600
                 PERFORM 1210-LOCALIZARAGENCIA                          00032700
                 IF WRK-SIS-ACHOU EQUAL 1                               00032800
                   IF FD-TIP-OP EQUAL 'C'                               00032900
                     ADD FD-VALOR TO TAB-SIS-CREDITOS (WRK-SIS-SLOT)    00033000
                   ELSE                                                 00033100
                     ADD FD-VALOR TO TAB-SIS-SAQUES (WRK-SIS-SLOT)      00033200
                   END-IF                                               00033300
                 END-IF                                                 00033400
               END-IF.                                                  00033500
               READ MOVUNICO.                                           00033600
                                                                        00033700
       1200-99-FIM.               EXIT.                                 00033800
                                                                        00033900
      *-------------------------------------------------------------*   00034000
      *   PROCURAR WRK-SIS-AGENCIA NA TABELA E INCLUIR SE NAO       *   00034100
      *   EXISTIR; TABELA CHEIA DEIXA WRK-SIS-ACHOU ZERADO          *   00034200
      *-------------------------------------------------------------*   00034300
       1210-LOCALIZARAGENCIA                  SECTION.                  00034400
      *-------------------------------------------------------------*   00034500
               MOVE 0 TO WRK-SIS-ACHOU.                                 00034600
               PERFORM 1220-PESQUISARAGENCIA                            00034700
                  VARYING TAB-SIS-IDX FROM 1 BY 1                       00034800
                    UNTIL TAB-SIS-IDX GREATER WRK-SIS-QTD               00034900
                       OR WRK-SIS-ACHOU EQUAL 1.                        00035000
               IF WRK-SIS-ACHOU EQUAL 0                                 00035100
                 IF WRK-SIS-QTD NOT LESS 200                            00035200
                   ADD 1 TO WRK-ACUM-ESTOURO                            00035300
                   MOVE '1210'                 TO WRK-SECAO             00035400
                   MOVE 'TABELA DE AGENCIAS DO SISTEMA CHEIA'           00035500
                     TO WRK-MSGERRO                                     00035600
                   MOVE '00'                   TO WRK-STATUS            00035700
                   PERFORM 9010-TRATARAVISO                             00035800
                 ELSE                                                   00035900
                   ADD 1 TO WRK-SIS-QTD                                 00036000
                   MOVE WRK-SIS-QTD TO WRK-SIS-SLOT                     00036100
                   MOVE WRK-SIS-AGENCIA                                 00036200
                     TO TAB-SIS-AGENCIA (WRK-SIS-SLOT)                  00036300
                   MOVE ZEROS TO TAB-SIS-CREDITOS (WRK-SIS-SLOT)        00036400
                   MOVE ZEROS TO TAB-SIS-SAQUES (WRK-SIS-SLOT)          00036500
                   MOVE 'N'   TO TAB-SIS-CONFERIDA (WRK-SIS-SLOT)       00036600
                   MOVE 1 TO WRK-SIS-ACHOU                              00036700
                 END-IF                                                 00036800
               END-IF.                                                  00036900
                                                                        00037000
       1210-99-FIM.               EXIT.                                 00037100
                                                                        00037200
      *-------------------------------------------------------------*   00037300
       1220-PESQUISARAGENCIA                  SECTION.                  00037400
      *-------------------------------------------------------------*   00037500
               IF TAB-SIS-AGENCIA (TAB-SIS-IDX) EQUAL WRK-SIS-AGENCIA   00037600
                 MOVE 1 TO WRK-SIS-ACHOU                                00037700
                 SET WRK-SIS-SLOT TO TAB-SIS-IDX                        00037800
               END-IF.                                                  00037900
                                                                        00038000
       1220-99-FIM.               EXIT.                                 00038100
                                                                        00038200
      *-------------------------------------------------------------*   00038300
       2000-PROCESSAR                         SECTION.                  00038400
      *-------------------------------------------------------------*   00038500
              IF WRK-AGENCIA-ABERTA                                     00038600
                 AND FCX-AGENCIA NOT EQUAL WRK-AG-ATUAL                 00038700
                PERFORM 2500-FECHARAGENCIA                              00038800
              END-IF.                                                   00038900
              IF FCX-DATA NOT EQUAL WRK-DATA-PROCESSAMENTO              00039000
                 OR FCX-ABERTURA   NOT NUMERIC                          00039100
                 OR FCX-RECEBIDO   NOT NUMERIC                          00039200
                 OR FCX-PAGO       NOT NUMERIC                          00039300
                 OR FCX-FECHAMENTO NOT NUMERIC                          00039400
                ADD 1 TO WRK-ACUM-IGNORADOS                             00039500
                MOVE '2000'                 TO WRK-SECAO                00039600
                MOVE 'FECHAMENTO DE CAIXA IGNORADO - DATA/VALOR'        00039700
                  TO WRK-MSGERRO                                        00039800
                MOVE '00'                   TO WRK-STATUS               00039900
                PERFORM 9010-TRATARAVISO                                00040000
              ELSE                                                      00040100
                MOVE FCX-AGENCIA TO WRK-AG-ATUAL                        00040200
                MOVE 'S'         TO WRK-TEM-AGENCIA                     00040300
                PERFORM 2100-CONFERIRCAIXA                              00040400
              END-IF.                                                   00040500
              READ FECHCX.                                              00040600
              IF WRK-FS-FECHCX EQUAL 10                                 00040700
                 AND WRK-AGENCIA-ABERTA                                 00040800
                PERFORM 2500-FECHARAGENCIA                              00040900
              END-IF.                                                   00041000
                                                                        00041100
       2000-99-FIM.               EXIT.                                 00041200
                                                                        00041300
      *-------------------------------------------------------------*   00041400
      *   CAIXA CONTRA ELE MESMO: ABERTURA + RECEBIDO - PAGO X      *   00041500
      *   FECHAMENTO CONTADO                                        *   00041600
      *-------------------------------------------------------------*   00041700
       2100-CONFERIRCAIXA                     SECTION.                  00041800
      *-------------------------------------------------------------*   00041900
               ADD 1 TO WRK-ACUM-CAIXAS.                                00042000
               ADD FCX-RECEBIDO TO WRK-AG-RECEBIDO.                     00042100
               ADD FCX-PAGO     TO WRK-AG-PAGO.                         00042200
               COMPUTE WRK-ESPERADO  = FCX-ABERTURA + FCX-RECEBIDO      00042300
                                     - FCX-PAGO.                        00042400
               COMPUTE WRK-DIFERENCA = FCX-FECHAMENTO - WRK-ESPERADO.   00042500
               PERFORM 2700-CLASSIFICARDIFERENCA.                       00042600
               IF WRK-DIFERENCA LESS ZEROS                              00042700
                 ADD WRK-DIF-ABSOLUTA TO WRK-AG-QUEBRAS                 00042800
               ELSE                                                     00042900
                 ADD WRK-DIF-ABSOLUTA TO WRK-AG-SOBRAS                  00043000
               END-IF.                                                  00043100
               IF WRK-DIFERENCA NOT EQUAL ZEROS                         00043200
                 ADD 1 TO WRK-ACUM-DIFERENTES                           00043300
               END-IF.                                                  00043400
               MOVE SPACES          TO WRK-LINHA-CAIXA.                 00043500
               MOVE FCX-AGENCIA     TO WRK-LF-AGENCIA.                  00043600
               MOVE FCX-CAIXA       TO WRK-LF-CAIXA.                    00043700
               MOVE FCX-OPERADOR    TO WRK-LF-OPERADOR.                 00043800
               MOVE FCX-ABERTURA    TO WRK-LF-ABERTURA.                 00043900
               MOVE FCX-RECEBIDO    TO WRK-LF-RECEBIDO.                 00044000
               MOVE FCX-PAGO        TO WRK-LF-PAGO.                     00044100
               MOVE FCX-FECHAMENTO  TO WRK-LF-FECHAMENTO.               00044200
               MOVE WRK-DIFERENCA   TO WRK-LF-DIFERENCA.                00044300
               MOVE WRK-SITUACAO    TO WRK-LF-SITUACAO.                 00044400
               MOVE WRK-LINHA-CAIXA TO WRK-RW-LINHA.                    00044500
               MOVE 'D' TO WRK-RW-FUNCAO.                               00044600
               CALL 'REPWRITE' USING WRK-REPW.                          00044700
               IF WRK-DIF-ABSOLUTA GREATER WRK-TOLERANCIA               00044800
                 MOVE SPACES          TO REG-DIFCAIX                    00044900
                 MOVE 'F'             TO DCX-ORIGEM                     00045000
                 MOVE FCX-CAIXA       TO DCX-CAIXA                      00045100
                 MOVE FCX-OPERADOR    TO DCX-OPERADOR                   00045200
                 MOVE WRK-ESPERADO    TO DCX-VALOR-ESPERADO             00045300
                 MOVE FCX-FECHAMENTO  TO DCX-VALOR-INFORMADO            00045400
                 PERFORM 2900-GRAVAREXCECAO                             00045500
               END-IF.                                                  00045600
                                                                        00045700
       2100-99-FIM.               EXIT.                                 00045800
                                                                        00045900
      *-------------------------------------------------------------*   00046000
      *   QUEBRA DE AGENCIA: CAIXAS X SISTEMA NO RECEBIDO (C) E NO  *   00046100
      *   PAGO (S), MAIS AS QUEBRAS E SOBRAS DOS CAIXAS             *   00046200
      *-------------------------------------------------------------*   00046300
       2500-FECHARAGENCIA                     SECTION.                  00046400
      *-------------------------------------------------------------*   00046500
               ADD 1 TO WRK-ACUM-AGENCIAS.                              00046600
               MOVE ZEROS TO WRK-AG-CREDITOS.                           00046700
               MOVE ZEROS TO WRK-AG-SAQUES.                             00046800
               MOVE 0 TO WRK-SIS-ACHOU.                                 00046900
               MOVE WRK-AG-ATUAL TO WRK-SIS-AGENCIA.                    00047000
               PERFORM 1220-PESQUISARAGENCIA                            00047100
                  VARYING TAB-SIS-IDX FROM 1 BY 1                       00047200
                    UNTIL TAB-SIS-IDX GREATER WRK-SIS-QTD               00047300
                       OR WRK-SIS-ACHOU EQUAL 1.                        00047400
               IF WRK-SIS-ACHOU EQUAL 1                                 00047500
                 MOVE 'S' TO TAB-SIS-CONFERIDA (WRK-SIS-SLOT)           00047600
                 MOVE TAB-SIS-CREDITOS (WRK-SIS-SLOT)                   00047700
                   TO WRK-AG-CREDITOS                                   00047800
                 MOVE TAB-SIS-SAQUES (WRK-SIS-SLOT)                     00047900
                   TO WRK-AG-SAQUES                                     00048000
               END-IF.                                                  00048100
      *    RECEBIDO A MENOS QUE OS CREDITOS E QUEBRA                    00048200
               COMPUTE WRK-DIFERENCA = WRK-AG-RECEBIDO                  00048300
                                     - WRK-AG-CREDITOS.                 00048400
               PERFORM 2700-CLASSIFICARDIFERENCA.                       00048500
               MOVE SPACES               TO WRK-LINHA-AGENCIA.          00048600
               MOVE WRK-AG-ATUAL         TO WRK-LA-AGENCIA.             00048700
               MOVE 'RECEBIDO CAIXAS ' TO WRK-LA-ROTULO1.               00048800
               MOVE WRK-AG-RECEBIDO      TO WRK-LA-CAIXAS.              00048900
               MOVE 'CREDITOS (C)'     TO WRK-LA-ROTULO2.               00049000
               MOVE WRK-AG-CREDITOS      TO WRK-LA-SISTEMA.             00049100
               MOVE 'DIF.  '           TO WRK-LA-ROTULO3.               00049200
               MOVE WRK-DIFERENCA        TO WRK-LA-DIFERENCA.           00049300
               MOVE WRK-SITUACAO         TO WRK-LA-SITUACAO.            00049400
               PERFORM 2600-IMPRIMIRAGENCIA.                            00049500
               IF WRK-DIF-ABSOLUTA GREATER WRK-TOLERANCIA               00049600
                 MOVE SPACES            TO REG-DIFCAIX                  00049700
                 MOVE 'R'               TO DCX-ORIGEM                   00049800
                 MOVE WRK-AG-CREDITOS   TO DCX-VALOR-ESPERADO           00049900
                 MOVE WRK-AG-RECEBIDO   TO DCX-VALOR-INFORMADO          00050000
                 PERFORM 2900-GRAVAREXCECAO                             00050100
               END-IF.                                                  00050200
      *    PAGO A MAIS QUE OS SAQUES E QUEBRA                           00050300
               COMPUTE WRK-DIFERENCA = WRK-AG-SAQUES - WRK-AG-PAGO.     00050400
               PERFORM 2700-CLASSIFICARDIFERENCA.                       00050500
               MOVE SPACES               TO WRK-LINHA-AGENCIA.          00050600
               MOVE WRK-AG-ATUAL         TO WRK-LA-AGENCIA.             00050700
               MOVE 'PAGO CAIXAS     ' TO WRK-LA-ROTULO1.               00050800
               MOVE WRK-AG-PAGO          TO WRK-LA-CAIXAS.              00050900
               MOVE 'SAQUES (S)  '     TO WRK-LA-ROTULO2.               00051000
               MOVE WRK-AG-SAQUES        TO WRK-LA-SISTEMA.             00051100
               MOVE 'DIF.  '           TO WRK-LA-ROTULO3.               00051200
               MOVE WRK-DIFERENCA        TO WRK-LA-DIFERENCA.           00051300
               MOVE WRK-SITUACAO         TO WRK-LA-SITUACAO.            00051400
               PERFORM 2600-IMPRIMIRAGENCIA.                            00051500
               IF WRK-DIF-ABSOLUTA GREATER WRK-TOLERANCIA               00051600
                 MOVE SPACES            TO REG-DIFCAIX                  00051700
                 MOVE 'P'               TO DCX-ORIGEM                   00051800
                 MOVE WRK-AG-SAQUES     TO DCX-VALOR-ESPERADO           00051900
                 MOVE WRK-AG-PAGO       TO DCX-VALOR-INFORMADO          00052000
                 PERFORM 2900-GRAVAREXCECAO                             00052100
               END-IF.                                                  00052200
               MOVE SPACES               TO WRK-LINHA-AGENCIA.          00052300
               MOVE WRK-AG-ATUAL         TO WRK-LA-AGENCIA.             00052400
               MOVE 'QUEBRAS CAIXAS  ' TO WRK-LA-ROTULO1.               00052500
               MOVE WRK-AG-QUEBRAS       TO WRK-LA-CAIXAS.              00052600
               MOVE 'SOBRAS      '     TO WRK-LA-ROTULO2.               00052700
               MOVE WRK-AG-SOBRAS        TO WRK-LA-SISTEMA.             00052800
               PERFORM 2600-IMPRIMIRAGENCIA.                            00052900
               ADD WRK-AG-QUEBRAS TO WRK-TOTAL-QUEBRAS.                 00053000
               ADD WRK-AG-SOBRAS  TO WRK-TOTAL-SOBRAS.                  00053100
               MOVE ZEROS TO WRK-AG-RECEBIDO.                           00053200
               MOVE ZEROS TO WRK-AG-PAGO.                               00053300
               MOVE ZEROS TO WRK-AG-QUEBRAS.                            00053400
               MOVE ZEROS TO WRK-AG-SOBRAS.                             00053500
               MOVE 'N'   TO WRK-TEM-AGENCIA.                           00053600
                                                                        00053700
       2500-99-FIM.               EXIT.                                 00053800
                                                                        00053900
      *-------------------------------------------------------------*   00054000
       2600-IMPRIMIRAGENCIA                   SECTION.                  00054100
      *-------------------------------------------------------------*   00054200
               MOVE WRK-LINHA-AGENCIA TO WRK-RW-LINHA.                  00054300
               MOVE 'D' TO WRK-RW-FUNCAO.                               00054400
               CALL 'REPWRITE' USING WRK-REPW.                          00054500
                                                                        00054600
       2600-99-FIM.               EXIT.                                 00054700
                                                                        00054800
      *-------------------------------------------------------------*   00054900
      *   DIFERENCA NEGATIVA E QUEBRA, POSITIVA E SOBRA; O VALOR    *   00055000
      *   ABSOLUTO E O QUE SE COMPARA COM A TOLERANCIA              *   00055100
      *-------------------------------------------------------------*   00055200
       2700-CLASSIFICARDIFERENCA              SECTION.                  00055300
      *-------------------------------------------------------------*   00055400
               IF WRK-DIFERENCA LESS ZEROS                              00055500
                 COMPUTE WRK-DIF-ABSOLUTA = ZEROS - WRK-DIFERENCA       00055600
                 MOVE 'QUEBRA    ' TO WRK-SITUACAO                      00055700
               ELSE                                                     00055800
                 MOVE WRK-DIFERENCA TO WRK-DIF-ABSOLUTA                 00055900
                 IF WRK-DIFERENCA GREATER ZEROS                         00056000
                   MOVE 'SOBRA     ' TO WRK-SITUACAO                    00056100
                 ELSE                                                   00056200
                   MOVE 'OK        ' TO WRK-SITUACAO                    00056300
                 END-IF                                                 00056400
               END-IF.                                                  00056500
               IF WRK-DIF-ABSOLUTA GREATER WRK-TOLERANCIA               00056600
                 MOVE '*' TO WRK-SITUACAO (8:1)                         00056700
               END-IF.                                                  00056800
                                                                        00056900
       2700-99-FIM.               EXIT.                                 00057000
                                                                        00057100
      *-------------------------------------------------------------*   00057200
      *   AGENCIA COM ESPECIE NO SISTEMA E NENHUM FECHAMENTO        *   00057300
      *-------------------------------------------------------------*   00057400
       2800-SEMFECHAMENTO                     SECTION.                  00057500
      *-------------------------------------------------------------*   00057600
               IF TAB-SIS-CONFERIDA (TAB-SIS-IDX) EQUAL 'N'             00057700
                 MOVE TAB-SIS-AGENCIA (TAB-SIS-IDX) TO WRK-AG-ATUAL     00057800
                 COMPUTE WRK-DIFERENCA = ZEROS                          00057900
                         - TAB-SIS-CREDITOS (TAB-SIS-IDX)               00058000
                         - TAB-SIS-SAQUES   (TAB-SIS-IDX)               00058100
                 PERFORM 2700-CLASSIFICARDIFERENCA                      00058200
                 MOVE SPACES               TO WRK-LINHA-AGENCIA         00058300
                 MOVE WRK-AG-ATUAL         TO WRK-LA-AGENCIA            00058400
                 MOVE 'SEM FECHAMENTO  ' TO WRK-LA-ROTULO1              00058500
                 MOVE ZEROS                TO WRK-LA-CAIXAS             00058600
                 MOVE 'C + S       '     TO WRK-LA-ROTULO2              00058700
                 MOVE WRK-DIF-ABSOLUTA     TO WRK-LA-SISTEMA            00058800
                 MOVE 'DIF.  '           TO WRK-LA-ROTULO3              00058900
                 MOVE WRK-DIFERENCA        TO WRK-LA-DIFERENCA          00059000
                 MOVE WRK-SITUACAO         TO WRK-LA-SITUACAO           00059100
                 PERFORM 2600-IMPRIMIRAGENCIA                           00059200
                 IF WRK-DIF-ABSOLUTA GREATER WRK-TOLERANCIA             00059300
                   MOVE SPACES            TO REG-DIFCAIX                00059400
                   MOVE 'N'               TO DCX-ORIGEM                 00059500
                   MOVE WRK-DIF-ABSOLUTA  TO DCX-VALOR-ESPERADO         00059600
                   MOVE ZEROS             TO DCX-VALOR-INFORMADO        00059700
                   PERFORM 2900-GRAVAREXCECAO                           00059800
                 END-IF                                                 00059900
               END-IF.                                                  00060000
                                                                        00060100
       2800-99-FIM.               EXIT.                                 00060200
                                                                        00060300
      *-------------------------------------------------------------*   00060400
      *   COMPLETAR E GRAVAR A EXCECAO MONTADA PELO CHAMADOR        *   00060500
      *   (ORIGEM, CAIXA/OPERADOR E VALORES JA PREENCHIDOS)         *   00060600
      *-------------------------------------------------------------*   00060700
       2900-GRAVAREXCECAO                     SECTION.                  00060800
      *-------------------------------------------------------------*   00060900
               ADD 1 TO WRK-ACUM-EXCECOES.                              00061000
               MOVE WRK-DATA-PROCESSAMENTO TO DCX-DATA.                 00061100
               MOVE WRK-AG-ATUAL           TO DCX-AGENCIA.              00061200
               IF NOT DCX-ORIGEM-CAIXA                                  00061300
                 MOVE ZEROS TO DCX-CAIXA                                00061400
               END-IF.                                                  00061500
               IF WRK-DIFERENCA LESS ZEROS                              00061600
                 MOVE 'Q' TO DCX-NATUREZA                               00061700
               ELSE                                                     00061800
                 MOVE 'S' TO DCX-NATUREZA                               00061900
               END-IF.                                                  00062000
               MOVE WRK-DIF-ABSOLUTA       TO DCX-DIFERENCA.            00062100
               WRITE REG-DIFCAIX.                                       00062200
               IF WRK-FS-DIFCAIX NOT EQUAL 0                            00062300
                 MOVE '2900'                  TO WRK-SECAO              00062400
                 MOVE 'ERRO WRITE DIFCAIX - ' TO WRK-MSGERRO            00062500
                 MOVE WRK-FS-DIFCAIX          TO WRK-STATUS             00062600
                 MOVE 12 TO RETURN-CODE                                 00062700
                 PERFORM 9000-TRATARERROS                               00062800
               END-IF.                                                  00062900
                                                                        00063000
       2900-99-FIM.               EXIT.                                 00063100
                                                                        00063200
      *-------------------------------------------------------------*   00063300
       3000-FINALIZAR                         SECTION.                  00063400
      *-------------------------------------------------------------*   00063500
               MOVE WRK-ACUM-CAIXAS     TO WRK-LT-CAIXAS.               00063600
               MOVE WRK-ACUM-DIFERENTES TO WRK-LT-DIFERENTES.           00063700
               MOVE WRK-ACUM-EXCECOES   TO WRK-LT-EXCECOES.             00063800
               MOVE WRK-TOTAL-QUEBRAS   TO WRK-LT-QUEBRAS.              00063900
               MOVE WRK-TOTAL-SOBRAS    TO WRK-LT-SOBRAS.               00064000
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00064100
               MOVE 'T' TO WRK-RW-FUNCAO.                               00064200
               CALL 'REPWRITE' USING WRK-REPW.                          00064300
               CLOSE MOVUNICO.                                          00064400
               CLOSE FECHCX.                                            00064500
               CLOSE DIFCAIX.                                           00064600
               MOVE 'F' TO WRK-RW-FUNCAO.                               00064700
               CALL 'REPWRITE' USING WRK-REPW.                          00064800
               DISPLAY 'MOVIMENTOS LIDOS.... ' WRK-ACUM-MOVIMENTOS.     00064900
               DISPLAY 'MOVIMENTOS ESPECIE.. ' WRK-ACUM-ESPECIE.        00065000
               DISPLAY 'CAIXAS CONFERIDOS... ' WRK-ACUM-CAIXAS.         00065100
               DISPLAY 'CAIXAS IGNORADOS.... ' WRK-ACUM-IGNORADOS.      00065200
               DISPLAY 'AGENCIAS CONFERIDAS. ' WRK-ACUM-AGENCIAS.       00065300
               DISPLAY 'EXCECOES GRAVADAS... ' WRK-ACUM-EXCECOES.       00065400
               DISPLAY 'ESTOURO DE TABELA... ' WRK-ACUM-ESTOURO.        00065500
                                                                        00065600
       3000-99-FIM.               EXIT.                                 00065700
                                                                        00065800
      *-------------------------------------------------------------*   00065900
       9000-TRATARERROS                       SECTION.                  00066000
      *-------------------------------------------------------------*   00066100
             MOVE 'FECHCAIX'  TO WRK-PROGRAMA                           00066200
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00066300
                 GOBACK.                                                00066400
                                                                        00066500
       9000-99-FIM.               EXIT.                                 00066600
                                                                        00066700
      *-------------------------------------------------------------*   00066800
       9010-TRATARAVISO                       SECTION.                  00066900
      *-------------------------------------------------------------*   00067000
             MOVE 'FECHCAIX'  TO WRK-PROGRAMA                           00067100
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00067200
                                                                        00067300
       9010-99-FIM.               EXIT.                                 00067400

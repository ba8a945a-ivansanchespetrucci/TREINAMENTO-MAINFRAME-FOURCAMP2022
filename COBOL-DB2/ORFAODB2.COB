      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. ORFAODB2.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: VARREDURA SEMANAL DE INTEGRIDADE ENTRE AS       *   00001200
      *      TABELAS DB2 CLIENTES, SALDOS E MOVIMENTOS - O CONCSALD *   00001300
      *      E O CONCMOVS CONFEREM CADA UM UM ARQUIVO CONTRA UMA    *   00001400
      *      TABELA, MAS NADA CONFERIA AS TABELAS ENTRE SI. UM      *   00001500
      *      UNICO CURSOR (UNION ALL ORDENADO POR AGENCIA/CONTA)    *   00001600
      *      TRAZ OS ORFAOS EM CADA SENTIDO: SALDO SEM CLIENTE      *   00001700
      *      (SC), CLIENTE SEM SALDO (CS), MOVIMENTO DE CONTA SEM   *   00001800
      *      SALDO (MS) OU SEM CLIENTE (MC), CLIENTE SEM NENHUM     *   00001900
      *      MOVIMENTO NEM NO HISTORICO (CM) E PERNA DE             *   00002000
      *      TRANSFERENCIA CUJA CONTRAPARTE NAO EXISTE NEM EM       *   00002100
      *      CLIENTES NEM EM SALDOS (TC). SALDO SEM MOVIMENTO NAO   *   00002200
      *      E ORFAO (CONTA PARADA CONTINUA COM POSICAO). CADA      *   00002300
      *      ORFAO VAI PARA O EXTRATO ORFAOS DO DBA E O RELATORIO   *   00002400
      *      TRAZ A CONTAGEM POR AGENCIA E TIPO. SE O TOTAL DE      *   00002500
      *      ORFAOS PASSAR A TOLERANCIA DO SYSIN O PROGRAMA         *   00002600
      *      TERMINA COM RETURN-CODE 8.                             *   00002700
      *      NO TIPO TC, A PERNA CUJA CONTRA-AGENCIA NAO ESTA NO    *   00002725
      *      MESTRE DE AGENCIAS (AGENCIAS) NAO E DE AGENCIA         *   00002750
      *      NOSSA: E TED/DOC PARA OUTRO BANCO (REMINTER) E         *   00002775
      *      NAO E ORFA; SO ENTRA NA CONTAGEM DO SYSOUT.            *   00002787
      *-------------------------------------------------------------*   00002800
      *   ARQUIVOS...:                                              *   00002900
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003000
      *    AGENCIAS             I                  #AGENCIA         *   00003050
      *    ORFAOS               O                  #ORFAO           *   00003100
      *    RELORFAO             O                  -----------      *   00003200
      *-------------------------------------------------------------*   00003300
      *   TABELAS DB2...:                                           *   00003400
      *    CLIENTES             I                                   *   00003500
      *    SALDOS               I                                   *   00003600
      *    MOVIMENTOS           I                                   *   00003700
      *    MOVIMENTOS_HIST      I    (SO NO TIPO CM)                *   00003800
      *-------------------------------------------------------------*   00003900
      *   MODULOS....:                             INCLUDE/BOOK     *   00004000
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00004100
      *=============================================================*   00004200
                                                                        00004300
      *=============================================================*   00004400
       ENVIRONMENT                               DIVISION.              00004500
      *=============================================================*   00004600
       CONFIGURATION                               SECTION.             00004700
       SPECIAL-NAMES.                                                   00004800
           DECIMAL-POINT IS COMMA.                                      00004900
                                                                        00005000
       INPUT-OUTPUT                                SECTION.             00005100
       FILE-CONTROL.                                                    00005200
           SELECT ORFAOS    ASSIGN TO ORFAOS                            00005300
               FILE STATUS  IS WRK-FS-ORFAOS.                           00005400
           SELECT RELORFAO  ASSIGN TO RELORFAO                          00005500
               FILE STATUS  IS WRK-FS-RELORFAO.                         00005600
           SELECT AGENCIAS  ASSIGN TO AGENCIAS                          00005633
               FILE STATUS  IS WRK-FS-AGENCIAS.                         00005666
                                                                        00005700
      *=============================================================*   00005800
       DATA                                      DIVISION.              00005900
      *=============================================================*   00006000
       FILE                                      SECTION.               00006100
       FD ORFAOS                                                        00006200
           RECORDING  MODE IS F                                         00006300
           BLOCK CONTAINS 0 RECORDS.                                    00006400
                                                                        00006500
      *-------------------------------------------------------------*   00006600
       COPY '#ORFAO'.                                                   00006700
                                                                        00006800
      *-------------------------------------------------------------*   00006900
       FD RELORFAO                                                      00007000
           RECORDING  MODE IS F                                         00007100
           BLOCK CONTAINS 0 RECORDS.                                    00007200
                                                                        00007300
       01 REG-RELORFAO        PIC X(133).                               00007400
                                                                        00007412
      *-------------------------------------------------------------*   00007424
       FD AGENCIAS                                                      00007436
           RECORDING  MODE IS F                                         00007448
           BLOCK CONTAINS 0 RECORDS.                                    00007460
                                                                        00007472
       COPY '#AGENCIA'.                                                 00007484
                                                                        00007500
      *=============================================================*   00007600
       WORKING-STORAGE                             SECTION.             00007700
      *=============================================================*   00007800
                                                                        00007900
       77 WRK-FS-ORFAOS          PIC 9(02).                             00008000
       77 WRK-FS-RELORFAO        PIC 9(02).                             00008100
       77 WRK-FS-AGENCIAS        PIC 9(02).                             00008150
                                                                        00008200
      *-----------------TIPOS DE ORFAO--------------------------------* 00008300
                                                                        00008400
       01 TAB-TIPOS-DADOS.                                              00008500
          05 FILLER   PIC X(26) VALUE 'SCSALDO SEM CLIENTE       '.     00008600
          05 FILLER   PIC X(26) VALUE 'CSCLIENTE SEM SALDO       '.     00008700
          05 FILLER   PIC X(26) VALUE 'MSMOVIMENTO SEM SALDO     '.     00008800
          05 FILLER   PIC X(26) VALUE 'MCMOVIMENTO SEM CLIENTE   '.     00008900
          05 FILLER   PIC X(26) VALUE 'CMCLIENTE SEM MOVIMENTO   '.     00009000
          05 FILLER   PIC X(26) VALUE 'TCCONTRAPARTE INEXISTENTE '.     00009100
       01 TAB-TIPOS REDEFINES TAB-TIPOS-DADOS.                          00009200
          05 TAB-TIPO-ITEM OCCURS 6 TIMES                               00009300
                           INDEXED BY TAB-TIPO-IDX.                     00009400
             10 TAB-TIPO-CODIGO  PIC X(02).                             00009500
             10 TAB-TIPO-DESCR   PIC X(24).                             00009600
                                                                        00009700
       77 WRK-TIPO-ACHOU         PIC 9     VALUE 0.                     00009800
       77 WRK-TIPO-SLOT          PIC 9     VALUE 0.                     00009900
                                                                        00010000
      *-----------------CONTAGEM POR AGENCIA E NO TOTAL--------------*  00010100
                                                                        00010200
       01 WRK-QTD-AGENCIA.                                              00010300
          05 WRK-QA-TIPO         PIC 9(07) OCCURS 6 TIMES.              00010400
       77 WRK-QA-TOTAL           PIC 9(07) VALUE ZEROS.                 00010500
       01 WRK-QTD-GERAL.                                                00010600
          05 WRK-QG-TIPO         PIC 9(07) OCCURS 6 TIMES.              00010700
       77 WRK-QG-TOTAL           PIC 9(07) VALUE ZEROS.                 00010800
       77 WRK-IDX                PIC 9     VALUE 0.                     00010900
                                                                        00011000
      *-----------------CONTROLE DA VARREDURA------------------------*  00011100
                                                                        00011200
       77 WRK-TOLERANCIA         PIC 9(05) VALUE ZEROS.                 00011300
       77 WRK-AGENCIA-ANTERIOR   PIC 9(04) VALUE ZEROS.                 00011400
       77 WRK-TEM-AGENCIA        PIC X(01) VALUE 'N'.                   00011500
           88 WRK-AGENCIA-ABERTA     VALUE 'S'.                         00011600
       77 WRK-TEM-ERRO-SQL       PIC X(01) VALUE 'N'.                   00011700
           88 WRK-VARREDURA-FALHOU   VALUE 'S'.                         00011800
       77 WRK-FIM-CURSOR         PIC X(01) VALUE 'N'.                   00011900
           88 WRK-CURSOR-ESGOTADO    VALUE 'S'.                         00012000
       77 WRK-ACUM-AGENCIAS      PIC 9(05) VALUE ZEROS.                 00012100
                                                                        00012110
      *-----------------MESTRE DE AGENCIAS (FILTRO DO TIPO TC)-------*  00012120
                                                                        00012130
       77 WRK-AGE-QTD            PIC 9(03) VALUE ZEROS.                 00012140
       77 WRK-AGE-ACHOU          PIC 9     VALUE 0.                     00012150
       77 WRK-ACUM-OUTRO-BANCO   PIC 9(07) VALUE ZEROS.                 00012160
       01 TAB-AGENCIAS.                                                 00012170
          05 TAB-AGE-CODIGO      PIC 9(04) OCCURS 200 TIMES             00012180
                                 INDEXED BY TAB-AGE-IDX.                00012190
                                                                        00012200
      *-----------------LINHAS DO RELATORIO--------------------------*  00012300
                                                                        00012400
       01 WRK-CABEC-ORF.                                                00012500
          05 FILLER   PIC X(13).                                        00012600
          05 FILLER   PIC X(44) VALUE                                   00012700
             'ORFAOS ENTRE CLIENTES, SALDOS E MOVIMENTOS  '.            00012800
          05 FILLER   PIC X(05) VALUE 'DATA '.                          00012900
          05 WRK-CO-DATA         PIC 9(08).                             00013000
                                                                        00013100
       01 WRK-CABEC-ORF1.                                               00013200
          05 FILLER   PIC X(08) VALUE 'AGENCIA '.                       00013300
          05 FILLER   PIC X(27) VALUE 'SALD-CLI CLI-SALD MOV-SALD '.    00013400
          05 FILLER   PIC X(27) VALUE ' MOV-CLI CLI-MOVT CONTRAPT '.    00013500
          05 FILLER   PIC X(09) VALUE '   TOTAL '.                      00013600
                                                                        00013700
       01 WRK-LINHA-ORF.                                                00013800
          05 FILLER            PIC X(02).                               00013900
          05 WRK-LO-AGENCIA    PIC X(05).                               00014000
          05 FILLER            PIC X(01).                               00014100
          05 WRK-LO-ITEM OCCURS 6 TIMES.                                00014200
             10 FILLER         PIC X(01).                               00014300
             10 WRK-LO-QTD     PIC Z(06)9.                              00014400
             10 FILLER         PIC X(01).                               00014500
          05 FILLER            PIC X(01).                               00014600
          05 WRK-LO-TOTAL      PIC Z(06)9.                              00014700
                                                                        00014800
       01 WRK-LINHA-TOLERANCIA.                                         00014900
          05 FILLER            PIC X(24) VALUE                          00015000
             ' TOLERANCIA DE ORFAOS.. '.                                00015100
          05 WRK-LT-TOLERANCIA PIC Z(04)9.                              00015200
          05 FILLER            PIC X(03).                               00015300
          05 WRK-LT-SITUACAO   PIC X(30).                               00015400
                                                                        00015500
      *-----------------DATA DE PROCESSAMENTO------------------------*  00015600
                                                                        00015700
       COPY 'DATAPROC'.                                                 00015800
                                                                        00015900
      *-----------------VARIAVEIS HOST PARA O DB2--------------------*  00016000
                                                                        00016100
       01 WRK-HV-TIPO            PIC X(02).                             00016200
       01 WRK-HV-AGENCIA         PIC S9(08) COMP.                       00016300
       01 WRK-HV-CONTA           PIC S9(08) COMP.                       00016400
       01 WRK-HV-CONTRA-AGENCIA  PIC S9(08) COMP.                       00016500
       01 WRK-HV-CONTRA-CONTA    PIC S9(08) COMP.                       00016600
       01 WRK-HV-ID-RASTREIO     PIC S9(08) COMP.                       00016700
       01 WRK-HV-QTD-LINHAS      PIC S9(08) COMP.                       00016800
       01 WRK-HV-VALOR           PIC S9(12)V99 COMP-3.                  00016900
                                                                        00017000
      *-----------------TRATAMENTO DE ERROS--------------------------*  00017100
                                                                        00017200
       COPY 'VARERROS'.                                                 00017300
                                                                        00017400
      *-----------------SQLCA----------------------------------------*  00017500
                                                                        00017600
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00017700
                                                                        00017800
      *-----------------CURSOR DOS ORFAOS EM TODOS OS SENTIDOS-------*  00017900
                                                                        00018000
           EXEC SQL                                                     00018100
               DECLARE CUR-ORFAOS CURSOR FOR                            00018200
                  SELECT 'SC', S.AGENCIA, S.CONTA, 0, 0, 0, 1,          00018300
                         S.SALDO_FECHAMENTO                             00018400
                    FROM SALDOS S                                       00018500
                   WHERE NOT EXISTS                                     00018600
                         (SELECT 1 FROM CLIENTES C                      00018700
                           WHERE C.AGENCIA = S.AGENCIA                  00018800
                             AND C.CONTA   = S.CONTA)                   00018900
                  UNION ALL                                             00019000
                  SELECT 'CS', C.AGENCIA, C.CONTA, 0, 0, 0, 1,          00019100
                         C.VALOR                                        00019200
                    FROM CLIENTES C                                     00019300
                   WHERE NOT EXISTS                                     00019400
                         (SELECT 1 FROM SALDOS S                        00019500
                           WHERE S.AGENCIA = C.AGENCIA                  00019600
                             AND S.CONTA   = C.CONTA)                   00019700
                  UNION ALL                                             00019800
                  SELECT 'MS', M.AGENCIA, M.CONTA, 0, 0, 0, COUNT(*),   00019900
                         SUM(M.VALOR)                                   00020000
                    FROM MOVIMENTOS M                                   00020100
                   WHERE NOT EXISTS                                     00020200
                         (SELECT 1 FROM SALDOS S                        00020300
                           WHERE S.AGENCIA = M.AGENCIA                  00020400
                             AND S.CONTA   = M.CONTA)                   00020500
                   GROUP BY M.AGENCIA, M.CONTA                          00020600
                  UNION ALL                                             00020700
                  SELECT 'MC', M.AGENCIA, M.CONTA, 0, 0, 0, COUNT(*),   00020800
                         SUM(M.VALOR)                                   00020900
                    FROM MOVIMENTOS M                                   00021000
                   WHERE NOT EXISTS                                     00021100
                         (SELECT 1 FROM CLIENTES C                      00021200
                           WHERE C.AGENCIA = M.AGENCIA                  00021300
                             AND C.CONTA   = M.CONTA)                   00021400
                   GROUP BY M.AGENCIA, M.CONTA                          00021500
                  UNION ALL                                             00021600
                  SELECT 'CM', C.AGENCIA, C.CONTA, 0, 0, 0, 1,          00021700
                         C.VALOR                                        00021800
                    FROM CLIENTES C                                     00021900
                   WHERE NOT EXISTS                                     00022000
                         (SELECT 1 FROM MOVIMENTOS M                    00022100
                           WHERE M.AGENCIA = C.AGENCIA                  00022200
                             AND M.CONTA   = C.CONTA)                   00022300
                     AND NOT EXISTS                                     00022400
                         (SELECT 1 FROM MOVIMENTOS_HIST H               00022500
                           WHERE H.AGENCIA = C.AGENCIA                  00022600
                             AND H.CONTA   = C.CONTA)                   00022700
                  UNION ALL                                             00022800
                  SELECT 'TC', M.AGENCIA, M.CONTA, M.CONTRA_AGENCIA,    00022900
                         M.CONTRA_CONTA, M.ID_RASTREIO, 1, M.VALOR      00023000
                    FROM MOVIMENTOS M                                   00023100
                   WHERE M.TRANSF_DIR IN ('D', 'C')                     00023200
                     AND NOT EXISTS                                     00023300
                         (SELECT 1 FROM CLIENTES C                      00023400
                           WHERE C.AGENCIA = M.CONTRA_AGENCIA           00023500
                             AND C.CONTA   = M.CONTRA_CONTA)            00023600
                     AND NOT EXISTS                                     00023700
                         (SELECT 1 FROM SALDOS S                        00023800
                           WHERE S.AGENCIA = M.CONTRA_AGENCIA           00023900
                             AND S.CONTA   = M.CONTRA_CONTA)            00024000
                   ORDER BY 2, 3, 1                                     00024100
           END-EXEC.                                                    00024200
                                                                        00024300
      *=============================================================*   00024400
       PROCEDURE                                DIVISION.               00024500
      *=============================================================*   00024600
                                                                        00024700
      *-------------------------------------------------------------*   00024800
       0000-PRINCIPAL                           SECTION.                00024900
      *-------------------------------------------------------------*   00025000
                                                                        00025100
            PERFORM 1000-INICIAR.                                       00025200
            PERFORM 2000-TRATARORFAO                                    00025300
               UNTIL WRK-CURSOR-ESGOTADO.                               00025400
            PERFORM 3000-FINALIZAR.                                     00025500
            STOP RUN.                                                   00025600
                                                                        00025700
       0000-99-FIM.               EXIT.                                 00025800
                                                                        00025900
      *-------------------------------------------------------------*   00026000
       1000-INICIAR                             SECTION.                00026100
      *-------------------------------------------------------------*   00026200
                                                                        00026300
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00026400
            ACCEPT WRK-TOLERANCIA         FROM SYSIN.                   00026500
            DISPLAY ' DATA DE PROCESSAMENTO..' WRK-DATA-PROCESSAMENTO.  00026600
            DISPLAY ' TOLERANCIA DE ORFAOS...' WRK-TOLERANCIA.          00026700
            OPEN OUTPUT ORFAOS.                                         00026800
            IF WRK-FS-ORFAOS NOT EQUAL 0                                00026900
              DISPLAY ' ERRO OPEN ORFAOS - STATUS ' WRK-FS-ORFAOS       00027000
              STOP RUN                                                  00027100
            END-IF.                                                     00027200
            OPEN OUTPUT RELORFAO.                                       00027300
            IF WRK-FS-RELORFAO NOT EQUAL 0                              00027400
              DISPLAY ' ERRO OPEN RELORFAO - STATUS ' WRK-FS-RELORFAO   00027500
              STOP RUN                                                  00027600
            END-IF.                                                     00027700
            OPEN INPUT AGENCIAS.                                        00027712
            IF WRK-FS-AGENCIAS NOT EQUAL 0                              00027724
              DISPLAY ' ERRO OPEN AGENCIAS - STATUS ' WRK-FS-AGENCIAS   00027736
              MOVE 12 TO RETURN-CODE                                    00027748
              STOP RUN                                                  00027760
            END-IF.                                                     00027772
            PERFORM 1200-CARREGARAGENCIAS.                              00027784
            MOVE ZEROS TO WRK-QTD-AGENCIA.                              00027800
            MOVE ZEROS TO WRK-QTD-GERAL.                                00027900
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-CO-DATA.                 00028000
            WRITE REG-RELORFAO FROM WRK-CABEC-ORF.                      00028100
            WRITE REG-RELORFAO FROM WRK-CABEC-ORF1.                     00028200
            EXEC SQL                                                    00028300
                OPEN CUR-ORFAOS                                         00028400
            END-EXEC.                                                   00028500
            IF SQLCODE NOT EQUAL 0                                      00028600
              MOVE '1000'                   TO WRK-SECAO                00028700
              MOVE 'ERRO SQL NO OPEN DO CURSOR' TO WRK-MSGERRO          00028800
              MOVE '99'                     TO WRK-STATUS               00028900
              PERFORM 9010-TRATARERROS                                  00029000
              MOVE 'S' TO WRK-TEM-ERRO-SQL                              00029100
              MOVE 'S' TO WRK-FIM-CURSOR                                00029200
            ELSE                                                        00029300
              PERFORM 2100-LERORFAO                                     00029400
            END-IF.                                                     00029500
                                                                        00029600
       1000-99-FIM.               EXIT.                                 00029700
                                                                        00029800
      *-------------------------------------------------------------*   00029803
       1200-CARREGARAGENCIAS                    SECTION.                00029806
      *-------------------------------------------------------------*   00029809
                                                                        00029812
            READ AGENCIAS.                                              00029815
            PERFORM 1210-GUARDARAGENCIA                                 00029818
               UNTIL WRK-FS-AGENCIAS EQUAL 10                           00029821
                  OR WRK-AGE-QTD NOT LESS 200.                          00029824
            IF WRK-FS-AGENCIAS NOT EQUAL 10                             00029827
              MOVE '1200'                   TO WRK-SECAO                00029830
              MOVE 'MESTRE AGENCIAS EXCEDE A TABELA DE 200'             00029833
                TO WRK-MSGERRO                                          00029836
              MOVE '00'                     TO WRK-STATUS               00029839
              PERFORM 9010-TRATARERROS                                  00029842
            END-IF.                                                     00029845
            CLOSE AGENCIAS.                                             00029848
                                                                        00029851
       1200-99-FIM.               EXIT.                                 00029854
                                                                        00029857
      *-------------------------------------------------------------*   00029860
       1210-GUARDARAGENCIA                      SECTION.                00029863
      *-------------------------------------------------------------*   00029866
                                                                        00029869
            ADD 1 TO WRK-AGE-QTD.                                       00029872
            SET TAB-AGE-IDX TO WRK-AGE-QTD.                             00029875
            MOVE AGE-CODIGO TO TAB-AGE-CODIGO (TAB-AGE-IDX).            00029878
            READ AGENCIAS.                                              00029881
                                                                        00029884
       1210-99-FIM.               EXIT.                                 00029887
                                                                        00029890
      *-------------------------------------------------------------*   00029900
       2000-TRATARORFAO                         SECTION.                00030000
      *-------------------------------------------------------------*   00030100
                                                                        00030200
            IF WRK-HV-TIPO EQUAL 'TC'                                   00030207
              PERFORM 2020-CONFERIRCONTRAAGENCIA                        00030214
              IF WRK-AGE-ACHOU EQUAL 0                                  00030221
                ADD 1 TO WRK-ACUM-OUTRO-BANCO                           00030228
                PERFORM 2100-LERORFAO                                   00030235
                IF WRK-CURSOR-ESGOTADO                                  00030242
                   AND WRK-AGENCIA-ABERTA                               00030249
                  PERFORM 2300-FECHARAGENCIA                            00030256
                END-IF                                                  00030263
                GO TO 2000-99-FIM                                       00030270
              END-IF                                                    00030277
            END-IF.                                                     00030284
            IF WRK-AGENCIA-ABERTA                                       00030300
               AND WRK-HV-AGENCIA NOT EQUAL WRK-AGENCIA-ANTERIOR        00030400
              PERFORM 2300-FECHARAGENCIA                                00030500
            END-IF.                                                     00030600
            MOVE WRK-HV-AGENCIA TO WRK-AGENCIA-ANTERIOR.                00030700
            MOVE 'S'            TO WRK-TEM-AGENCIA.                     00030800
            MOVE 0 TO WRK-TIPO-ACHOU.                                   00030900
            PERFORM 2010-PESQUISARTIPO                                  00031000
               VARYING TAB-TIPO-IDX FROM 1 BY 1                         00031100
                 UNTIL TAB-TIPO-IDX GREATER 6                           00031200
                    OR WRK-TIPO-ACHOU EQUAL 1.                          00031300
            IF WRK-TIPO-ACHOU EQUAL 1                                   00031400
              ADD 1 TO WRK-QA-TIPO (WRK-TIPO-SLOT)                      00031500
              ADD 1 TO WRK-QA-TOTAL                                     00031600
              PERFORM 2200-GRAVAREXTRATO                                00031700
            END-IF.                                                     00031800
            PERFORM 2100-LERORFAO.                                      00031900
            IF WRK-CURSOR-ESGOTADO                                      00032000
              PERFORM 2300-FECHARAGENCIA                                00032100
            END-IF.                                                     00032200
                                                                        00032300
       2000-99-FIM.               EXIT.                                 00032400
                                                                        00032500
      *-------------------------------------------------------------*   00032600
       2010-PESQUISARTIPO                       SECTION.                00032700
      *-------------------------------------------------------------*   00032800
                                                                        00032900
            IF TAB-TIPO-CODIGO (TAB-TIPO-IDX) EQUAL WRK-HV-TIPO         00033000
              MOVE 1 TO WRK-TIPO-ACHOU                                  00033100
              SET WRK-TIPO-SLOT TO TAB-TIPO-IDX                         00033200
            END-IF.                                                     00033300
                                                                        00033400
       2010-99-FIM.               EXIT.                                 00033500
                                                                        00033600
      *-------------------------------------------------------------*   00033603
      *   PERNA TC: A CONTRA-AGENCIA PRECISA ESTAR NO MESTRE DE     *   00033606
      *   AGENCIAS PARA A CONTRAPARTE SER NOSSA                     *   00033609
      *-------------------------------------------------------------*   00033612
       2020-CONFERIRCONTRAAGENCIA               SECTION.                00033615
      *-------------------------------------------------------------*   00033618
                                                                        00033621
            MOVE 0 TO WRK-AGE-ACHOU.                                    00033624
            PERFORM 2030-PESQUISARAGENCIA                               00033627
               VARYING TAB-AGE-IDX FROM 1 BY 1                          00033630
                 UNTIL TAB-AGE-IDX GREATER WRK-AGE-QTD                  00033633
                    OR WRK-AGE-ACHOU EQUAL 1.                           00033636
                                                                        00033639
       2020-99-FIM.               EXIT.                                 00033642
                                                                        00033645
      *-------------------------------------------------------------*   00033648
       2030-PESQUISARAGENCIA                    SECTION.                00033651
      *-------------------------------------------------------------*   00033654
                                                                        00033657
            IF TAB-AGE-CODIGO (TAB-AGE-IDX) EQUAL                       00033660
               WRK-HV-CONTRA-AGENCIA                                    00033663
              MOVE 1 TO WRK-AGE-ACHOU                                   00033666
            END-IF.                                                     00033669
                                                                        00033672
       2030-99-FIM.               EXIT.                                 00033675
                                                                        00033678
      *-------------------------------------------------------------*   00033700
       2100-LERORFAO                            SECTION.                00033800
      *-------------------------------------------------------------*   00033900
                                                                        00034000
            EXEC SQL                                                    00034100
                FETCH CUR-ORFAOS                                        00034200
                 INTO :WRK-HV-TIPO, :WRK-HV-AGENCIA, :WRK-HV-CONTA,     00034300
                      :WRK-HV-CONTRA-AGENCIA, :WRK-HV-CONTRA-CONTA,     00034400
                      :WRK-HV-ID-RASTREIO, :WRK-HV-QTD-LINHAS,          00034500
                      :WRK-HV-VALOR                                     00034600
            END-EXEC.                                                   00034700
            IF SQLCODE EQUAL 100                                        00034800
              MOVE 'S' TO WRK-FIM-CURSOR                                00034900
            ELSE                                                        00035000
              IF SQLCODE NOT EQUAL 0                                    00035100
                MOVE '2100'                 TO WRK-SECAO                00035200
                MOVE 'ERRO SQL NO FETCH DO CURSOR' TO WRK-MSGERRO       00035300
                MOVE '99'                   TO WRK-STATUS               00035400
                PERFORM 9010-TRATARERROS                                00035500
                MOVE 'S' TO WRK-TEM-ERRO-SQL                            00035600
                MOVE 'S' TO WRK-FIM-CURSOR                              00035700
              END-IF                                                    00035800
            END-IF.                                                     00035900
                                                                        00036000
       2100-99-FIM.               EXIT.                                 00036100
                                                                        00036200
      *-------------------------------------------------------------*   00036300
       2200-GRAVAREXTRATO                       SECTION.                00036400
      *-------------------------------------------------------------*   00036500
                                                                        00036600
            MOVE SPACES                 TO REG-ORFAO.                   00036700
            MOVE WRK-HV-TIPO            TO ORF-TIPO.                    00036800
            MOVE TAB-TIPO-DESCR (WRK-TIPO-SLOT) TO ORF-DESCRICAO.       00036900
            MOVE WRK-HV-AGENCIA         TO ORF-AGENCIA.                 00037000
            MOVE WRK-HV-CONTA           TO ORF-CONTA.                   00037100
            MOVE WRK-HV-CONTRA-AGENCIA  TO ORF-CONTRA-AGENCIA.          00037200
            MOVE WRK-HV-CONTRA-CONTA    TO ORF-CONTRA-CONTA.            00037300
            MOVE WRK-HV-ID-RASTREIO     TO ORF-ID-RASTREIO.             00037400
            MOVE WRK-HV-QTD-LINHAS      TO ORF-QTD-LINHAS.              00037500
            MOVE WRK-HV-VALOR           TO ORF-VALOR.                   00037600
            MOVE WRK-DATA-PROCESSAMENTO TO ORF-DATA-VARREDURA.          00037700
            WRITE REG-ORFAO.                                            00037800
            IF WRK-FS-ORFAOS NOT EQUAL 0                                00037900
              MOVE '2200'                   TO WRK-SECAO                00038000
              MOVE 'ERRO WRITE ORFAOS - '   TO WRK-MSGERRO              00038100
              MOVE WRK-FS-ORFAOS            TO WRK-STATUS               00038200
              PERFORM 9010-TRATARERROS                                  00038300
            END-IF.                                                     00038400
                                                                        00038500
       2200-99-FIM.               EXIT.                                 00038600
                                                                        00038700
      *-------------------------------------------------------------*   00038800
      *   QUEBRA DE AGENCIA: LINHA DO RELATORIO E ACUMULO NO TOTAL  *   00038900
      *-------------------------------------------------------------*   00039000
       2300-FECHARAGENCIA                       SECTION.                00039100
      *-------------------------------------------------------------*   00039200
                                                                        00039300
            ADD 1 TO WRK-ACUM-AGENCIAS.                                 00039400
            MOVE SPACES               TO WRK-LINHA-ORF.                 00039500
            MOVE WRK-AGENCIA-ANTERIOR TO WRK-LO-AGENCIA.                00039600
            PERFORM 2310-ACUMULARTIPO                                   00039700
               VARYING WRK-IDX FROM 1 BY 1                              00039800
                 UNTIL WRK-IDX GREATER 6.                               00039900
            MOVE WRK-QA-TOTAL         TO WRK-LO-TOTAL.                  00040000
            ADD  WRK-QA-TOTAL         TO WRK-QG-TOTAL.                  00040100
            WRITE REG-RELORFAO FROM WRK-LINHA-ORF.                      00040200
            MOVE ZEROS TO WRK-QTD-AGENCIA.                              00040300
            MOVE ZEROS TO WRK-QA-TOTAL.                                 00040400
            MOVE 'N'   TO WRK-TEM-AGENCIA.                              00040500
                                                                        00040600
       2300-99-FIM.               EXIT.                                 00040700
                                                                        00040800
      *-------------------------------------------------------------*   00040900
       2310-ACUMULARTIPO                        SECTION.                00041000
      *-------------------------------------------------------------*   00041100
                                                                        00041200
            MOVE WRK-QA-TIPO (WRK-IDX) TO WRK-LO-QTD (WRK-IDX).         00041300
            ADD  WRK-QA-TIPO (WRK-IDX) TO WRK-QG-TIPO (WRK-IDX).        00041400
                                                                        00041500
       2310-99-FIM.               EXIT.                                 00041600
                                                                        00041700
      *-------------------------------------------------------------*   00041800
       3000-FINALIZAR                           SECTION.                00041900
      *-------------------------------------------------------------*   00042000
                                                                        00042100
            EXEC SQL                                                    00042200
                CLOSE CUR-ORFAOS                                        00042300
            END-EXEC.                                                   00042400
            MOVE SPACES  TO WRK-LINHA-ORF.                              00042500
            MOVE 'TOTAL' TO WRK-LO-AGENCIA.                             00042600
            PERFORM 3100-MOSTRARTOTAL                                   00042700
               VARYING WRK-IDX FROM 1 BY 1                              00042800
                 UNTIL WRK-IDX GREATER 6.                               00042900
            MOVE WRK-QG-TOTAL TO WRK-LO-TOTAL.                          00043000
            WRITE REG-RELORFAO FROM WRK-LINHA-ORF.                      00043100
            MOVE WRK-TOLERANCIA TO WRK-LT-TOLERANCIA.                   00043200
            IF WRK-VARREDURA-FALHOU                                     00043300
              MOVE 'VARREDURA INCOMPLETA - ERRO SQL' TO WRK-LT-SITUACAO 00043400
            ELSE                                                        00043500
              IF WRK-QG-TOTAL GREATER WRK-TOLERANCIA                    00043600
                MOVE 'ULTRAPASSADA' TO WRK-LT-SITUACAO                  00043700
              ELSE                                                      00043800
                MOVE 'DENTRO DO LIMITE' TO WRK-LT-SITUACAO              00043900
              END-IF                                                    00044000
            END-IF.                                                     00044100
            WRITE REG-RELORFAO FROM WRK-LINHA-TOLERANCIA.               00044200
            CLOSE ORFAOS.                                               00044300
            CLOSE RELORFAO.                                             00044400
            DISPLAY ' AGENCIAS COM ORFAOS....' WRK-ACUM-AGENCIAS.       00044500
            DISPLAY ' TOTAL DE ORFAOS........' WRK-QG-TOTAL.            00044600
            DISPLAY ' TC DE OUTRO BANCO......' WRK-ACUM-OUTRO-BANCO.    00044650
            IF WRK-VARREDURA-FALHOU                                     00044700
               OR WRK-QG-TOTAL GREATER WRK-TOLERANCIA                   00044800
              DISPLAY ' *** ORFAOS ACIMA DA TOLERANCIA - ACIONAR O DBA' 00044900
              MOVE 8 TO RETURN-CODE                                     00045000
            ELSE                                                        00045100
              DISPLAY ' VARREDURA OK - ORFAOS DENTRO DA TOLERANCIA'     00045200
            END-IF.                                                     00045300
                                                                        00045400
       3000-99-FIM.               EXIT.                                 00045500
                                                                        00045600
      *-------------------------------------------------------------*   00045700
       3100-MOSTRARTOTAL                        SECTION.                00045800
      *-------------------------------------------------------------*   00045900
                                                                        00046000
            MOVE WRK-QG-TIPO (WRK-IDX) TO WRK-LO-QTD (WRK-IDX).         00046100
                                                                        00046200
       3100-99-FIM.               EXIT.                                 00046300
                                                                        00046400
      *-------------------------------------------------------------*   00046500
       9010-TRATARERROS                         SECTION.                00046600
      *-------------------------------------------------------------*   00046700
                                                                        00046800
            MOVE 'ORFAODB2' TO WRK-PROGRAMA.                            00046900
            CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                      00047000
                                                                        00047100
       9010-99-FIM.               EXIT.                                 00047200

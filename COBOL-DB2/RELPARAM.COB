      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. RELPARAM.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: RELATORIO DIARIO DOS PARAMETROS DO LOTE: LISTA  *   00001200
      *      TODA VIGENCIA DO PARAMETR QUE ENTROU EM VIGOR NA DATA  *   00001300
      *      OU FOI INCLUIDA/ALTERADA NA PAR1 NA DATA, COM O VALOR  *   00001400
      *      DA VIGENCIA ANTERIOR E O USUARIO QUE ALTEROU, E LOGO   *   00001500
      *      ABAIXO DE CADA PARAMETRO AS LEITURAS DO PARAMUSO NA    *   00001600
      *      MESMA DATA DE NEGOCIO: QUE PROGRAMA LEU, A QUE HORAS,  *   00001700
      *      QUAL VIGENCIA E QUAL VALOR RECEBEU. LEITURA QUE PEGOU  *   00001800
      *      VIGENCIA MAIS ANTIGA QUE A EM VIGOR NA DATA (O LOTE    *   00001900
      *      RODOU ANTES DA ALTERACAO) OU QUE NAO ACHOU VIGENCIA    *   00002000
      *      SAI MARCADA.                                           *   00002100
      *-------------------------------------------------------------*   00002200
      *   ARQUIVOS...:                                              *   00002300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002400
      *    PARAMETR             I   (KSDS)         #PARAMET         *   00002500
      *    PARAMUSO             I                  #PARUSO          *   00002600
      *-------------------------------------------------------------*   00002700
      *   MODULOS....:                             INCLUDE/BOOK     *   00002800
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00002900
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00003000
      *=============================================================*   00003100
                                                                        00003200
      *=============================================================*   00003300
       ENVIRONMENT                               DIVISION.              00003400
      *=============================================================*   00003500
                                                                        00003600
      *=============================================================*   00003700
       CONFIGURATION                               SECTION.             00003800
      *=============================================================*   00003900
       SPECIAL-NAMES.                                                   00004000
           DECIMAL-POINT IS COMMA.                                      00004100
                                                                        00004200
                                                                        00004300
       INPUT-OUTPUT                                SECTION.             00004400
       FILE-CONTROL.                                                    00004500
           SELECT PARAMETR  ASSIGN TO PARAMETR                          00004600
               ORGANIZATION IS INDEXED                                  00004700
               ACCESS MODE  IS SEQUENTIAL                               00004800
               RECORD KEY   IS PAR-CHAVE                                00004900
               FILE STATUS  IS WRK-FS-PARAMETR.                         00005000
           SELECT PARAMUSO  ASSIGN TO PARAMUSO                          00005100
               FILE STATUS  IS WRK-FS-PARAMUSO.                         00005200
                                                                        00005300
      *=============================================================*   00005400
       DATA                                      DIVISION.              00005500
      *=============================================================*   00005600
       FILE                                      SECTION.               00005700
                                                                        00005800
      *-------------------------------------------------------------*   00005900
      *   PARAMETR - PARAMETROS DO LOTE POR NOME E VIGENCIA         *   00006000
      *-------------------------------------------------------------*   00006100
       FD PARAMETR                                                      00006200
           RECORD CONTAINS 120 CHARACTERS.                              00006300
                                                                        00006400
       COPY '#PARAMET'.                                                 00006500
                                                                        00006600
      *-------------------------------------------------------------*   00006700
      *   PARAMUSO - LEITURAS DE PARAMETRO GRAVADAS PELO LERPARAM   *   00006800
      *-------------------------------------------------------------*   00006900
       FD PARAMUSO                                                      00007000
           RECORDING  MODE IS F                                         00007100
           BLOCK CONTAINS 0 RECORDS.                                    00007200
                                                                        00007300
       COPY '#PARUSO'.                                                  00007400
                                                                        00007500
      *=============================================================*   00007600
       WORKING-STORAGE                             SECTION.             00007700
      *=============================================================*   00007800
                                                                        00007900
       01 FILLER         PIC X(64) VALUE                                00008000
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00008100
      *-------------------------------------------------------------*   00008200
       77 WRK-FS-PARAMETR  PIC 9(02).                                   00008300
       77 WRK-FS-PARAMUSO  PIC 9(02).                                   00008400
                                                                        00008500
       01 FILLER         PIC X(64) VALUE                                00008600
           '-----------LEITURAS DA DATA------------------'.             00008700
      *-------------------------------------------------------------*   00008800
       77 WRK-USO-QTD          PIC 9(03) VALUE ZEROS.                   00008900
       77 WRK-USO-IGNORADOS    PIC 9(07) VALUE ZEROS.                   00009000
                                                                        00009100
       01 TAB-USOS.                                                     00009200
          05 TAB-USO-ITEM OCCURS 500 TIMES                              00009300
                          INDEXED BY TAB-USO-IDX.                       00009400
             10 TAB-USO-PROGRAMA  PIC X(08).                            00009500
             10 TAB-USO-NOME      PIC X(20).                            00009600
             10 TAB-USO-VIGENCIA  PIC 9(08).                            00009700
             10 TAB-USO-VALOR     PIC 9(09)V9(06).                      00009800
             10 TAB-USO-SITUACAO  PIC X(01).                            00009900
             10 TAB-USO-HORA      PIC 9(06).                            00010000
                                                                        00010100
       01 FILLER         PIC X(64) VALUE                                00010200
           '-----------QUEBRA POR PARAMETRO--------------'.             00010300
      *-------------------------------------------------------------*   00010400
       77 WRK-NOME-ANTERIOR     PIC X(20) VALUE SPACES.                 00010500
       77 WRK-TEM-ANTERIOR      PIC X(01) VALUE 'N'.                    00010600
       77 WRK-VALOR-ANTERIOR    PIC 9(09)V9(06) VALUE ZEROS.            00010700
       77 WRK-VIG-EM-VIGOR      PIC 9(08) VALUE ZEROS.                  00010800
       77 WRK-ALTERADAS-GRUPO   PIC 9(03) VALUE ZEROS.                  00010900
       77 WRK-USOS-GRUPO        PIC 9(03) VALUE ZEROS.                  00011000
                                                                        00011100
       01 FILLER         PIC X(64) VALUE                                00011200
           '-----------ACUMULAR PARAMETROS---------------'.             00011300
      *-------------------------------------------------------------*   00011400
       77 WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.                   00011500
       77 WRK-ACUM-ALTERADAS   PIC 9(07) VALUE ZEROS.                   00011600
       77 WRK-ACUM-ANTIGAS     PIC 9(07) VALUE ZEROS.                   00011700
                                                                        00011800
       01 FILLER         PIC X(64) VALUE                                00011900
           '-----------LINHAS DO RELATORIO---------------'.             00012000
      *-------------------------------------------------------------*   00012100
       01 WRK-CABEC2.                                                   00012200
          05 FILLER   PIC X(23) VALUE ' PARAMETRO'.                     00012300
          05 FILLER   PIC X(10) VALUE 'VIGENCIA'.                       00012400
          05 FILLER   PIC X(18) VALUE '           VALOR'.               00012500
          05 FILLER   PIC X(18) VALUE '  VALOR ANTERIOR'.               00012600
          05 FILLER   PIC X(17) VALUE 'SITUACAO'.                       00012700
          05 FILLER   PIC X(10) VALUE 'USUARIO'.                        00012800
          05 FILLER   PIC X(15) VALUE 'ALTERADO EM'.                    00012900
                                                                        00013000
       01 WRK-LINHA-PARAMETRO.                                          00013100
          05 FILLER            PIC X(01).                               00013200
          05 WRK-LP-NOME       PIC X(20).                               00013300
          05 FILLER            PIC X(02).                               00013400
          05 WRK-LP-VIGENCIA   PIC 9(08).                               00013500
          05 FILLER            PIC X(02).                               00013600
          05 WRK-LP-VALOR      PIC Z(08)9,999999.                       00013700
          05 FILLER            PIC X(02).                               00013800
          05 WRK-LP-ANTERIOR   PIC Z(08)9,999999.                       00013900
          05 WRK-LP-ANTERIOR-X REDEFINES WRK-LP-ANTERIOR                00014000
                               PIC X(16).                               00014100
          05 FILLER            PIC X(02).                               00014200
          05 WRK-LP-SITUACAO   PIC X(15).                               00014300
          05 FILLER            PIC X(02).                               00014400
          05 WRK-LP-USUARIO    PIC X(08).                               00014500
          05 FILLER            PIC X(02).                               00014600
          05 WRK-LP-DATA-ALT   PIC 9(08).                               00014700
          05 FILLER            PIC X(01).                               00014800
          05 WRK-LP-HORA-ALT   PIC 9(06).                               00014900
                                                                        00015000
       01 WRK-LINHA-USO.                                                00015100
          05 FILLER            PIC X(06).                               00015200
          05 FILLER            PIC X(09) VALUE 'LIDO POR '.             00015300
          05 WRK-LU-PROGRAMA   PIC X(08).                               00015400
          05 FILLER            PIC X(05) VALUE ' AS  '.                 00015500
          05 WRK-LU-HORA       PIC 9(06).                               00015600
          05 FILLER            PIC X(11) VALUE '  VIGENCIA '.           00015700
          05 WRK-LU-VIGENCIA   PIC 9(08).                               00015800
          05 FILLER            PIC X(08) VALUE '  VALOR '.              00015900
          05 WRK-LU-VALOR      PIC Z(08)9,999999.                       00016000
          05 FILLER            PIC X(02).                               00016100
          05 WRK-LU-MARCA      PIC X(20).                               00016200
                                                                        00016300
       01 WRK-LINHA-SEM-USO.                                            00016400
          05 FILLER            PIC X(06).                               00016500
          05 FILLER            PIC X(40) VALUE                          00016600
             'NENHUM PROGRAMA LEU O PARAMETRO NA DATA'.                 00016700
                                                                        00016800
       01 WRK-LINHA-TOTAL.                                              00016900
          05 FILLER            PIC X(24) VALUE                          00017000
             ' VIGENCIAS ALTERADAS... '.                                00017100
          05 WRK-LT-ALTERADAS  PIC Z(06)9.                              00017200
          05 FILLER            PIC X(24) VALUE                          00017300
             '   LEITURAS NA DATA.... '.                                00017400
          05 WRK-LT-USOS       PIC Z(06)9.                              00017500
          05 FILLER            PIC X(24) VALUE                          00017600
             '   VIGENCIA ANTIGA..... '.                                00017700
          05 WRK-LT-ANTIGAS    PIC Z(06)9.                              00017800
                                                                        00017900
       01 FILLER         PIC X(64) VALUE                                00018000
           '-----------DATA DE PROCESSAMENTO--------------'.            00018100
      *-------------------------------------------------------------*   00018200
       COPY 'DATAPROC'.                                                 00018300
                                                                        00018400
       01 FILLER         PIC X(64) VALUE                                00018500
           '-----------CHAMAR TRATA ERROS----------------'.             00018600
                                                                        00018700
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00018800
                                                                        00018900
       COPY 'VARERROS'.                                                 00019000
                                                                        00019100
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00019200
                                                                        00019300
       COPY 'REPWCOMM'.                                                 00019400
                                                                        00019500
      *=============================================================*   00019600
       PROCEDURE DIVISION.                                              00019700
      *=============================================================*   00019800
                                                                        00019900
      *-------------------------------------------------------------*   00020000
       0000-PRINCIPAL                         SECTION.                  00020100
      *-------------------------------------------------------------*   00020200
            PERFORM 1000-INICIAR.                                       00020300
            PERFORM 1100-TESTARSTATUS.                                  00020400
            PERFORM 1200-CARREGARUSOS                                   00020500
               UNTIL WRK-FS-PARAMUSO EQUAL 10.                          00020600
            PERFORM 2000-PROCESSAR                                      00020700
               UNTIL WRK-FS-PARAMETR EQUAL 10.                          00020800
            PERFORM 3000-FINALIZAR.                                     00020900
            STOP RUN.                                                   00021000
                                                                        00021100
       0000-99-FIM.               EXIT.                                 00021200
                                                                        00021300
      *-------------------------------------------------------------*   00021400
       1000-INICIAR                           SECTION.                  00021500
      *-------------------------------------------------------------*   00021600
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00021700
            OPEN INPUT PARAMETR.                                        00021800
            OPEN INPUT PARAMUSO.                                        00021900
            MOVE 'PARAMETROS DO LOTE ALTERADOS E PROGRAMAS QUE OS LERAM'00022000
              TO WRK-RW-TITULO1.                                        00022100
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00022200
            MOVE SPACES     TO WRK-RW-TITULO3.                          00022300
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00022400
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00022500
            MOVE 'N' TO WRK-RW-REABRIR.                                 00022600
            MOVE SPACES TO WRK-RW-QUEBRA.                               00022650
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00022700
            CALL 'REPWRITE' USING WRK-REPW.                             00022800
                                                                        00022900
       1000-99-FIM.               EXIT.                                 00023000
                                                                        00023100
      *-------------------------------------------------------------*   00023200
       1100-TESTARSTATUS                      SECTION.                  00023300
      *-------------------------------------------------------------*   00023400
               IF WRK-FS-PARAMETR NOT EQUAL 0                           00023500
                MOVE '1000'                  TO WRK-SECAO               00023600
                MOVE 'ERRO OPEN PARAMETR - ' TO WRK-MSGERRO             00023700
                MOVE WRK-FS-PARAMETR         TO WRK-STATUS              00023800
                   PERFORM 9000-TRATARERROS                             00023900
               END-IF.                                                  00024000
               IF WRK-FS-PARAMUSO NOT EQUAL 0                           00024100
                MOVE '1001'                  TO WRK-SECAO               00024200
                MOVE 'ERRO OPEN PARAMUSO - ' TO WRK-MSGERRO             00024300
                MOVE WRK-FS-PARAMUSO         TO WRK-STATUS              00024400
                   PERFORM 9000-TRATARERROS                             00024500
               END-IF.                                                  00024600
               IF WRK-RW-STATUS NOT EQUAL '00'                          00024700
                MOVE '1002'                  TO WRK-SECAO               00024800
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00024900
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00025000
                   PERFORM 9000-TRATARERROS                             00025100
               END-IF.                                                  00025200
               READ PARAMUSO.                                           00025300
               READ PARAMETR.                                           00025400
                                                                        00025500
       1100-99-FIM.               EXIT.                                 00025600
                                                                        00025700
      *-------------------------------------------------------------*   00025800
      *   SO AS LEITURAS DA DATA DE NEGOCIO INTERESSAM; O PARAMUSO  *   00025900
      *   ACUMULA TODAS AS DATAS                                    *   00026000
      *-------------------------------------------------------------*   00026100
       1200-CARREGARUSOS                      SECTION.                  00026200
      *-------------------------------------------------------------*   00026300
              IF PRU-DATA EQUAL WRK-DATA-PROCESSAMENTO                  00026400
                IF WRK-USO-QTD LESS 500                                 00026500
                  ADD 1 TO WRK-USO-QTD                                  00026600
                  SET TAB-USO-IDX TO WRK-USO-QTD                        00026700
                  MOVE PRU-PROGRAMA TO TAB-USO-PROGRAMA (TAB-USO-IDX)   00026800
                  MOVE PRU-NOME     TO TAB-USO-NOME     (TAB-USO-IDX)   00026900
                  MOVE PRU-VIGENCIA TO TAB-USO-VIGENCIA (TAB-USO-IDX)   00027000
                  MOVE PRU-VALOR    TO TAB-USO-VALOR    (TAB-USO-IDX)   00027100
                  MOVE PRU-SITUACAO TO TAB-USO-SITUACAO (TAB-USO-IDX)   00027200
                  MOVE PRU-HORA-EXECUCAO                                00027300
                                    TO TAB-USO-HORA     (TAB-USO-IDX)   00027400
                ELSE                                                    00027500
                  ADD 1 TO WRK-USO-IGNORADOS                            00027600
                END-IF                                                  00027700
              END-IF.                                                   00027800
              READ PARAMUSO.                                            00027900
                                                                        00028000
       1200-99-FIM.               EXIT.                                 00028100
                                                                        00028200
      *-------------------------------------------------------------*   00028300
      *   O PARAMETR VEM EM ORDEM DE NOME/VIGENCIA: A VIGENCIA LIDA *   00028400
      *   ANTES E A ANTERIOR, E A ULTIMA QUE NAO PASSA DA DATA E A  *   00028500
      *   EM VIGOR                                                  *   00028600
      *-------------------------------------------------------------*   00028700
       2000-PROCESSAR                         SECTION.                  00028800
      *-------------------------------------------------------------*   00028900
              ADD 1 TO WRK-ACUM-LIDOS.                                  00029000
              IF PAR-NOME NOT EQUAL WRK-NOME-ANTERIOR                   00029100
                IF WRK-ALTERADAS-GRUPO GREATER ZEROS                    00029200
                  PERFORM 2200-LISTARUSOS                               00029300
                END-IF                                                  00029400
                MOVE PAR-NOME TO WRK-NOME-ANTERIOR                      00029500
                MOVE 'N'      TO WRK-TEM-ANTERIOR                       00029600
                MOVE ZEROS    TO WRK-VIG-EM-VIGOR                       00029700
                MOVE ZEROS    TO WRK-ALTERADAS-GRUPO                    00029800
              END-IF.                                                   00029900
              IF PAR-VIGENCIA NOT GREATER WRK-DATA-PROCESSAMENTO        00030000
                MOVE PAR-VIGENCIA TO WRK-VIG-EM-VIGOR                   00030100
              END-IF.                                                   00030200
              IF PAR-VIGENCIA EQUAL WRK-DATA-PROCESSAMENTO              00030300
                 OR PAR-DATA-ALTERACAO EQUAL WRK-DATA-PROCESSAMENTO     00030400
                PERFORM 2100-LISTARALTERACAO                            00030500
              END-IF.                                                   00030600
              MOVE PAR-VALOR TO WRK-VALOR-ANTERIOR.                     00030700
              MOVE 'S'       TO WRK-TEM-ANTERIOR.                       00030800
              READ PARAMETR.                                            00030900
                                                                        00031000
       2000-99-FIM.               EXIT.                                 00031100
                                                                        00031200
      *-------------------------------------------------------------*   00031300
       2100-LISTARALTERACAO                   SECTION.                  00031400
      *-------------------------------------------------------------*   00031500
               ADD 1 TO WRK-ALTERADAS-GRUPO.                            00031600
               ADD 1 TO WRK-ACUM-ALTERADAS.                             00031700
               MOVE SPACES             TO WRK-LINHA-PARAMETRO.          00031800
               MOVE PAR-NOME           TO WRK-LP-NOME.                  00031900
               MOVE PAR-VIGENCIA       TO WRK-LP-VIGENCIA.              00032000
               MOVE PAR-VALOR          TO WRK-LP-VALOR.                 00032100
               IF WRK-TEM-ANTERIOR EQUAL 'S'                            00032200
                 MOVE WRK-VALOR-ANTERIOR TO WRK-LP-ANTERIOR             00032300
               ELSE                                                     00032400
                 MOVE '    SEM ANTERIOR' TO WRK-LP-ANTERIOR-X           00032500
               END-IF.                                                  00032600
               IF PAR-VIGENCIA EQUAL WRK-DATA-PROCESSAMENTO             00032700
                 MOVE 'EM VIGOR HOJE'   TO WRK-LP-SITUACAO              00032800
               ELSE                                                     00032900
                 IF PAR-VIGENCIA GREATER WRK-DATA-PROCESSAMENTO         00033000
                   MOVE 'VIGENCIA FUTURA' TO WRK-LP-SITUACAO            00033100
                 ELSE                                                   00033200
                   MOVE 'ALTERADA'        TO WRK-LP-SITUACAO            00033300
                 END-IF                                                 00033400
               END-IF.                                                  00033500
               MOVE PAR-USUARIO        TO WRK-LP-USUARIO.               00033600
               MOVE PAR-DATA-ALTERACAO TO WRK-LP-DATA-ALT.              00033700
               MOVE PAR-HORA-ALTERACAO TO WRK-LP-HORA-ALT.              00033800
               MOVE WRK-LINHA-PARAMETRO TO WRK-RW-LINHA.                00033900
               MOVE 'D' TO WRK-RW-FUNCAO.                               00034000
               CALL 'REPWRITE' USING WRK-REPW.                          00034100
                                                                        00034200
       2100-99-FIM.               EXIT.                                 00034300
                                                                        00034400
      *-------------------------------------------------------------*   00034500
      *   LEITURAS DO PARAMETRO NA DATA, DEPOIS DAS SUAS VIGENCIAS  *   00034600
      *   ALTERADAS                                                 *   00034700
      *-------------------------------------------------------------*   00034800
       2200-LISTARUSOS                        SECTION.                  00034900
      *-------------------------------------------------------------*   00035000
               MOVE ZEROS TO WRK-USOS-GRUPO.                            00035100
               PERFORM 2210-LISTARUMUSO                                 00035200
                  VARYING TAB-USO-IDX FROM 1 BY 1                       00035300
                    UNTIL TAB-USO-IDX GREATER WRK-USO-QTD.              00035400
               IF WRK-USOS-GRUPO EQUAL ZEROS                            00035500
                 MOVE WRK-LINHA-SEM-USO TO WRK-RW-LINHA                 00035600
                 MOVE 'D' TO WRK-RW-FUNCAO                              00035700
                 CALL 'REPWRITE' USING WRK-REPW                         00035800
               END-IF.                                                  00035900
                                                                        00036000
       2200-99-FIM.               EXIT.                                 00036100
                                                                        00036200
      *-------------------------------------------------------------*   00036300
       2210-LISTARUMUSO                       SECTION.                  00036400
      *-------------------------------------------------------------*   00036500
               IF TAB-USO-NOME (TAB-USO-IDX) EQUAL WRK-NOME-ANTERIOR    00036600
                 ADD 1 TO WRK-USOS-GRUPO                                00036700
                 MOVE SPACES TO WRK-LU-MARCA                            00036800
                 MOVE TAB-USO-PROGRAMA (TAB-USO-IDX) TO WRK-LU-PROGRAMA 00036900
                 MOVE TAB-USO-HORA     (TAB-USO-IDX) TO WRK-LU-HORA     00037000
                 MOVE TAB-USO-VIGENCIA (TAB-USO-IDX) TO WRK-LU-VIGENCIA 00037100
                 MOVE TAB-USO-VALOR    (TAB-USO-IDX) TO WRK-LU-VALOR    00037200
                 IF TAB-USO-SITUACAO (TAB-USO-IDX) EQUAL 'N'            00037300
                   MOVE '*** SEM VIGENCIA' TO WRK-LU-MARCA              00037400
                 ELSE                                                   00037500
                   IF TAB-USO-VIGENCIA (TAB-USO-IDX)                    00037600
                      LESS WRK-VIG-EM-VIGOR                             00037700
                     MOVE '*** VIGENCIA ANTIGA' TO WRK-LU-MARCA         00037800
                     ADD 1 TO WRK-ACUM-ANTIGAS                          00037900
                   END-IF                                               00038000
                 END-IF                                                 00038100
                 MOVE WRK-LINHA-USO TO WRK-RW-LINHA                     00038200
                 MOVE 'D' TO WRK-RW-FUNCAO                              00038300
                 CALL 'REPWRITE' USING WRK-REPW                         00038400
               END-IF.                                                  00038500
                                                                        00038600
       2210-99-FIM.               EXIT.                                 00038700
                                                                        00038800
      *-------------------------------------------------------------*   00038900
       3000-FINALIZAR                         SECTION.                  00039000
      *-------------------------------------------------------------*   00039100
               IF WRK-ALTERADAS-GRUPO GREATER ZEROS                     00039200
                 PERFORM 2200-LISTARUSOS                                00039300
               END-IF.                                                  00039400
               IF WRK-USO-IGNORADOS GREATER ZEROS                       00039500
                 MOVE '3000'                  TO WRK-SECAO              00039600
                 MOVE 'TABELA DE LEITURAS CHEIA - IGNORADAS'            00039700
                   TO WRK-MSGERRO                                       00039800
                 MOVE '00'                    TO WRK-STATUS             00039900
                 PERFORM 9010-TRATARAVISO                               00040000
               END-IF.                                                  00040100
               MOVE WRK-ACUM-ALTERADAS TO WRK-LT-ALTERADAS.             00040200
               MOVE WRK-USO-QTD        TO WRK-LT-USOS.                  00040300
               MOVE WRK-ACUM-ANTIGAS   TO WRK-LT-ANTIGAS.               00040400
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00040500
               MOVE 'T' TO WRK-RW-FUNCAO.                               00040600
               CALL 'REPWRITE' USING WRK-REPW.                          00040700
               CLOSE PARAMETR.                                          00040800
               CLOSE PARAMUSO.                                          00040900
               MOVE 'F' TO WRK-RW-FUNCAO.                               00041000
               CALL 'REPWRITE' USING WRK-REPW.                          00041100
               DISPLAY 'VIGENCIAS LIDAS..... ' WRK-ACUM-LIDOS.          00041200
               DISPLAY 'VIGENCIAS ALTERADAS. ' WRK-ACUM-ALTERADAS.      00041300
               DISPLAY 'LEITURAS NA DATA.... ' WRK-USO-QTD.             00041400
               DISPLAY 'VIGENCIA ANTIGA..... ' WRK-ACUM-ANTIGAS.        00041500
                                                                        00041600
       3000-99-FIM.               EXIT.                                 00041700
                                                                        00041800
      *-------------------------------------------------------------*   00041900
       9000-TRATARERROS                       SECTION.                  00042000
      *-------------------------------------------------------------*   00042100
             MOVE 'RELPARAM'  TO WRK-PROGRAMA                           00042200
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00042300
                 GOBACK.                                                00042400
                                                                        00042500
       9000-99-FIM.               EXIT.                                 00042600
                                                                        00042700
      *-------------------------------------------------------------*   00042800
       9010-TRATARAVISO                       SECTION.                  00042900
      *-------------------------------------------------------------*   00043000
             MOVE 'RELPARAM'  TO WRK-PROGRAMA                           00043100
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00043200
                                                                        00043300
       9010-99-FIM.               EXIT.                                 00043400

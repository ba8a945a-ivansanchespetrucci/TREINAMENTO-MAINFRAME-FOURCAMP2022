      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. CONTABIL.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: INTERFACE CONTABIL DIARIA: LE O MOVUNICO DO     *   00001200
      *      DIA, OS DEBITOS DE TARIFA DO TARIFMOV (TARIFSAI) E OS  *   00001300
      *      CREDITOS DE JUROS DO JURESALD (JUROSCLI) E GRAVA O     *   00001400
      *      ARQUIVO DE LANCAMENTOS RESUMIDOS (#LANCCTB): UM PAR    *   00001500
      *      DEBITO/CREDITO POR AGENCIA E POR PAR DE CONTAS         *   00001600
      *      CONTABEIS, TIRADO DO DE-PARA PLANOCTA (#PLANCTB) PELA  *   00001700
      *      ORIGEM, FD-TIP-OP E DIRECAO DA TRANSFERENCIA.          *   00001800
      *      TARIFSAI E JUROSCLI SAO CONFERIDOS PELO HEADER E       *   00001900
      *      TRAILER #CLIHDR; SO ENTRAM SE A DATA DO HEADER FOR A   *   00002000
      *      DATA DE PROCESSAMENTO (ARQUIVO AUSENTE OU DE OUTRA     *   00002100
      *      DATA NAO E CONTABILIZADO E SAI NO RELATORIO).          *   00002200
      *      FECHAMENTO: TOTAL DE DEBITOS IGUAL AO DE CREDITOS E    *   00002300
      *      IGUAL AO TOTAL DAS ENTRADAS. MOVIMENTO SEM CONTA NO    *   00002400
      *      DE-PARA, TRAILER DIVERGENTE OU DEBITO DIFERENTE DE     *   00002500
      *      CREDITO DEIXAM O DIA NAO BALANCEADO E O PROGRAMA       *   00002600
      *      TERMINA COM RETURN-CODE 12. O RELATORIO DE CONTROLE    *   00002700
      *      SAI PELO REPWRITE COM OS CAMPOS DE VISTO DA            *   00002800
      *      CONTABILIDADE.                                         *   00002900
      *      OS MOVIMENTOS DE TARIFA E JUROS QUE VOLTAM NO MOVUNICO *   00002914
      *      (FD-MARCA TAR/JUR) NAO SAO LANCADOS DE NOVO: JA FORAM  *   00002928
      *      CONTABILIZADOS PELO TARIFSAI/JUROSCLI DE ORIGEM. OS    *   00002942
      *      MOVIMENTOS QUE O ATUSALDO NAO APLICOU (SEMCONTA,       *   00002956
      *      BLOQEXC E ORDPEXC, JUNTOS NO DD NAOAPLIC) TAMBEM NAO   *   00002970
      *      SAO LANCADOS: O DINHEIRO NAO SE MOVEU.                 *   00002984
      *-------------------------------------------------------------*   00003000
      *   ARQUIVOS...:                                              *   00003100
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003200
      *    MOVUNICO             I                  #CLIENTE         *   00003300
      *    TARIFSAI             I                  #CLIENTE #CLIHDR *   00003400
      *    JUROSCLI             I                  #CLIENTE #CLIHDR *   00003500
      *    NAOAPLIC             I                  #CLIENTE         *   00003550
      *    PLANOCTA             I                  #PLANCTB         *   00003600
      *    LANCCTB              O                  #LANCCTB         *   00003700
      *-------------------------------------------------------------*   00003800
      *   MODULOS....:                             INCLUDE/BOOK     *   00003900
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00004000
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
           SELECT MOVUNICO  ASSIGN TO MOVUNICO                          00005700
               FILE STATUS  IS WRK-FS-MOVUNICO.                         00005800
           SELECT TARIFSAI  ASSIGN TO TARIFSAI                          00005900
               FILE STATUS  IS WRK-FS-TARIFSAI.                         00006000
           SELECT JUROSCLI  ASSIGN TO JUROSCLI                          00006100
               FILE STATUS  IS WRK-FS-JUROSCLI.                         00006200
           SELECT NAOAPLIC  ASSIGN TO NAOAPLIC                          00006233
               FILE STATUS  IS WRK-FS-NAOAPLIC.                         00006266
           SELECT PLANOCTA  ASSIGN TO PLANOCTA                          00006300
               FILE STATUS  IS WRK-FS-PLANOCTA.                         00006400
           SELECT LANCCTB   ASSIGN TO LANCCTB                           00006500
               FILE STATUS  IS WRK-FS-LANCCTB.                          00006600
                                                                        00006700
      *=============================================================*   00006800
       DATA                                      DIVISION.              00006900
      *=============================================================*   00007000
       FILE                                      SECTION.               00007100
                                                                        00007200
      *-------------------------------------------------------------*   00007300
      *   MOVUNICO - MOVIMENTOS UNICOS DO DIA, POR AGENCIA/CONTA    *   00007400
      *-------------------------------------------------------------*   00007500
       FD MOVUNICO                                                      00007600
           RECORDING  MODE IS F                                         00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
                                                                        00007900
       COPY '#CLIENTE'.                                                 00008000
                                                                        00008100
      *-------------------------------------------------------------*   00008200
      *   TARIFSAI - DEBITOS DE TARIFA DO DIA (TARIFMOV)            *   00008300
      *-------------------------------------------------------------*   00008400
       FD TARIFSAI                                                      00008500
           RECORDING  MODE IS F                                         00008600
           BLOCK CONTAINS 0 RECORDS.                                    00008700
                                                                        00008800
       01 REG-TARIFSAI        PIC X(88).                                00008900
                                                                        00009000
      *-------------------------------------------------------------*   00009100
      *   JUROSCLI - CREDITOS DE JUROS DO MES (JURESALD)            *   00009200
      *-------------------------------------------------------------*   00009300
       FD JUROSCLI                                                      00009400
           RECORDING  MODE IS F                                         00009500
           BLOCK CONTAINS 0 RECORDS.                                    00009600
                                                                        00009700
       01 REG-JUROSCLI        PIC X(88).                                00009800
                                                                        00009810
      *-------------------------------------------------------------*   00009820
      *   NAOAPLIC - MOVIMENTOS QUE O ATUSALDO NAO APLICOU          *   00009830
      *   LAYOUT #CLIENTE: SO INTERESSA O ID DE RASTREIO (POS 83)   *   00009835
      *-------------------------------------------------------------*   00009840
       FD NAOAPLIC                                                      00009850
           RECORDING  MODE IS F                                         00009860
           BLOCK CONTAINS 0 RECORDS.                                    00009870
                                                                        00009880
       01 REG-NAOAPLIC.                                                 00009890
          05 FILLER           PIC X(82).                                00009893
          05 NAP-ID-RASTREIO  PIC 9(06).                                00009896
                                                                        00009900
      *-------------------------------------------------------------*   00010000
      *   PLANOCTA - DE-PARA DO TIPO DE OPERACAO PARA AS CONTAS     *   00010100
      *-------------------------------------------------------------*   00010200
       FD PLANOCTA                                                      00010300
           RECORDING  MODE IS F                                         00010400
           BLOCK CONTAINS 0 RECORDS.                                    00010500
                                                                        00010600
       COPY '#PLANCTB'.                                                 00010700
                                                                        00010800
      *-------------------------------------------------------------*   00010900
      *   LANCCTB - LANCAMENTOS CONTABEIS RESUMIDOS                 *   00011000
      *-------------------------------------------------------------*   00011100
       FD LANCCTB                                                       00011200
           RECORDING  MODE IS F                                         00011300
           BLOCK CONTAINS 0 RECORDS.                                    00011400
                                                                        00011500
       COPY '#LANCCTB'.                                                 00011600
                                                                        00011700
      *=============================================================*   00011800
       WORKING-STORAGE                             SECTION.             00011900
      *=============================================================*   00012000
                                                                        00012100
       01 FILLER         PIC X(64) VALUE                                00012200
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00012300
      *-------------------------------------------------------------*   00012400
       77 WRK-FS-MOVUNICO PIC 9(02).                                    00012500
       77 WRK-FS-TARIFSAI PIC 9(02).                                    00012600
       77 WRK-FS-JUROSCLI PIC 9(02).                                    00012700
       77 WRK-FS-NAOAPLIC PIC 9(02).                                    00012750
       77 WRK-FS-PLANOCTA PIC 9(02).                                    00012800
       77 WRK-FS-LANCCTB  PIC 9(02).                                    00012900
                                                                        00013000
      *------------HEADER E TRAILER DOS ARQUIVOS DE TARIFA E JUROS--*   00013100
                                                                        00013200
       COPY '#CLIHDR'.                                                  00013300
                                                                        00013400
       01 FILLER         PIC X(64) VALUE                                00013500
           '-----------ARQUIVO AUXILIAR EM LEITURA-------'.             00013600
      *-------------------------------------------------------------*   00013700
       77 WRK-AUX-ORIGEM       PIC X(01) VALUE SPACE.                   00013800
       77 WRK-FS-AUX           PIC 9(02) VALUE ZEROS.                   00013900
       77 WRK-AUX-FIM          PIC X(01) VALUE 'N'.                     00014000
           88 WRK-FIM-AUX          VALUE 'S'.                           00014100
       77 WRK-AUX-QTD          PIC 9(07) VALUE ZEROS.                   00014200
       77 WRK-AUX-VALOR        PIC 9(12)V99 VALUE ZEROS.                00014300
       77 WRK-AUX-SITUACAO     PIC X(20) VALUE SPACES.                  00014400
                                                                        00014500
       01 FILLER         PIC X(64) VALUE                                00014508
           '-----------MOVIMENTOS NAO APLICADOS----------'.             00014516
      *-------------------------------------------------------------*   00014524
       77 WRK-NAP-QTD          PIC 9(04) VALUE ZEROS.                   00014532
       77 WRK-NAP-ACHOU        PIC 9     VALUE 0.                       00014540
                                                                        00014548
       01 TAB-NAOAPLIC.                                                 00014556
          05 TAB-NAP-ITEM OCCURS 2000 TIMES                             00014564
                          INDEXED BY TAB-NAP-IDX.                       00014572
             10 TAB-NAP-ID        PIC 9(06).                            00014580
                                                                        00014588
       01 FILLER         PIC X(64) VALUE                                00014600
           '-----------DE-PARA CONTABIL------------------'.             00014700
      *-------------------------------------------------------------*   00014800
       77 WRK-PCT-QTD          PIC 9(03) VALUE ZEROS.                   00014900
       77 WRK-PCT-ACHOU        PIC 9     VALUE 0.                       00015000
       77 WRK-PCT-ATUAL        PIC 9(03) VALUE ZEROS.                   00015100
                                                                        00015200
       01 WRK-CHAVE-PLANO.                                              00015300
          05 WRK-CP-ORIGEM     PIC X(01).                               00015400
          05 WRK-CP-TIP-OP     PIC X(01).                               00015500
          05 WRK-CP-DIRECAO    PIC X(01).                               00015600
                                                                        00015700
       01 TAB-PLANO.                                                    00015800
          05 TAB-PCT-ITEM OCCURS 100 TIMES                              00015900
                          INDEXED BY TAB-PCT-IDX.                       00016000
             10 TAB-PCT-CHAVE      PIC X(03).                           00016100
             10 TAB-PCT-DEBITO     PIC X(10).                           00016200
             10 TAB-PCT-CREDITO    PIC X(10).                           00016300
             10 TAB-PCT-HISTORICO  PIC X(30).                           00016400
                                                                        00016500
       01 FILLER         PIC X(64) VALUE                                00016600
           '-----------LANCAMENTOS POR AGENCIA-----------'.             00016700
      *-------------------------------------------------------------*   00016800
       77 WRK-LAN-QTD          PIC 9(04) VALUE ZEROS.                   00016900
       77 WRK-LAN-LIMITE       PIC 9(04) VALUE 2000.                    00017000
       77 WRK-LAN-ACHOU        PIC 9     VALUE 0.                       00017100
                                                                        00017200
       01 WRK-CHAVE-LANC.                                               00017300
          05 WRK-CL-AGENCIA    PIC 9(04).                               00017400
          05 WRK-CL-DEBITO     PIC X(10).                               00017500
          05 WRK-CL-CREDITO    PIC X(10).                               00017600
                                                                        00017700
       01 TAB-LANCAMENTOS.                                              00017800
          05 TAB-LAN-ITEM OCCURS 2000 TIMES                             00017900
                          INDEXED BY TAB-LAN-IDX.                       00018000
             10 TAB-LAN-CHAVE.                                          00018100
                15 TAB-LAN-AGENCIA   PIC 9(04).                         00018200
                15 TAB-LAN-DEBITO    PIC X(10).                         00018300
                15 TAB-LAN-CREDITO   PIC X(10).                         00018400
             10 TAB-LAN-HISTORICO PIC X(30).                            00018500
             10 TAB-LAN-QTD       PIC 9(07).                            00018600
             10 TAB-LAN-VALOR     PIC 9(13)V99.                         00018700
                                                                        00018800
       01 FILLER         PIC X(64) VALUE                                00018900
           '-----------TOTAIS DE CONTROLE----------------'.             00019000
      *-------------------------------------------------------------*   00019100
       77 WRK-QTD-MOVUNICO     PIC 9(07) VALUE ZEROS.                   00019200
       77 WRK-VLR-MOVUNICO     PIC 9(13)V99 VALUE ZEROS.                00019300
       77 WRK-QTD-TARJUR       PIC 9(07) VALUE ZEROS.                   00019320
       77 WRK-VLR-TARJUR       PIC 9(13)V99 VALUE ZEROS.                00019340
       77 WRK-QTD-NAOAPLIC     PIC 9(07) VALUE ZEROS.                   00019360
       77 WRK-VLR-NAOAPLIC     PIC 9(13)V99 VALUE ZEROS.                00019380
       77 WRK-QTD-TARIFAS      PIC 9(07) VALUE ZEROS.                   00019400
       77 WRK-VLR-TARIFAS      PIC 9(13)V99 VALUE ZEROS.                00019500
       77 WRK-SIT-TARIFAS      PIC X(20) VALUE SPACES.                  00019600
       77 WRK-QTD-JUROS        PIC 9(07) VALUE ZEROS.                   00019700
       77 WRK-VLR-JUROS        PIC 9(13)V99 VALUE ZEROS.                00019800
       77 WRK-SIT-JUROS        PIC X(20) VALUE SPACES.                  00019900
       77 WRK-QTD-ENTRADA      PIC 9(07) VALUE ZEROS.                   00020000
       77 WRK-VLR-ENTRADA      PIC 9(13)V99 VALUE ZEROS.                00020100
       77 WRK-QTD-SEMCONTA     PIC 9(07) VALUE ZEROS.                   00020200
       77 WRK-VLR-SEMCONTA     PIC 9(13)V99 VALUE ZEROS.                00020300
       77 WRK-QTD-DEBITOS      PIC 9(07) VALUE ZEROS.                   00020400
       77 WRK-VLR-DEBITOS      PIC 9(13)V99 VALUE ZEROS.                00020500
       77 WRK-QTD-CREDITOS     PIC 9(07) VALUE ZEROS.                   00020600
       77 WRK-VLR-CREDITOS     PIC 9(13)V99 VALUE ZEROS.                00020700
       77 WRK-BALANCO          PIC X(01) VALUE 'S'.                     00020800
           88 WRK-BALANCEADO       VALUE 'S'.                           00020900
                                                                        00021000
       01 FILLER         PIC X(64) VALUE                                00021100
           '-----------LINHAS DO RELATORIO---------------'.             00021200
      *-------------------------------------------------------------*   00021300
       01 WRK-CABEC2.                                                   00021400
          05 FILLER   PIC X(09) VALUE 'AGENCIA  '.                      00021500
          05 FILLER   PIC X(12) VALUE 'CONTA DEB.  '.                   00021600
          05 FILLER   PIC X(12) VALUE 'CONTA CRED. '.                   00021700
          05 FILLER   PIC X(09) VALUE '      QTD'.                      00021800
          05 FILLER   PIC X(22) VALUE '                 VALOR'.         00021900
          05 FILLER   PIC X(02) VALUE SPACES.                           00022000
          05 FILLER   PIC X(09) VALUE 'HISTORICO'.                      00022100
                                                                        00022200
       01 WRK-LINHA-LANC.                                               00022300
          05 FILLER            PIC X(02) VALUE SPACES.                  00022400
          05 WRK-LL-AGENCIA    PIC 9(04).                               00022500
          05 FILLER            PIC X(03) VALUE SPACES.                  00022600
          05 WRK-LL-DEBITO     PIC X(10).                               00022700
          05 FILLER            PIC X(02) VALUE SPACES.                  00022800
          05 WRK-LL-CREDITO    PIC X(10).                               00022900
          05 FILLER            PIC X(02) VALUE SPACES.                  00023000
          05 WRK-LL-QTD        PIC Z.ZZZ.ZZ9.                           00023100
          05 FILLER            PIC X(02) VALUE SPACES.                  00023200
          05 WRK-LL-VALOR      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.                00023300
          05 FILLER            PIC X(02) VALUE SPACES.                  00023400
          05 WRK-LL-HISTORICO  PIC X(30).                               00023500
                                                                        00023600
       01 WRK-LINHA-SEMCONTA.                                           00023700
          05 FILLER            PIC X(22) VALUE                          00023800
             '  SEM CONTA CONTABIL: '.                                  00023900
          05 FILLER            PIC X(07) VALUE 'ORIGEM '.               00024000
          05 WRK-LS-ORIGEM     PIC X(01).                               00024100
          05 FILLER            PIC X(04) VALUE ' OP '.                  00024200
          05 WRK-LS-TIP-OP     PIC X(01).                               00024300
          05 FILLER            PIC X(05) VALUE ' DIR '.                 00024400
          05 WRK-LS-DIRECAO    PIC X(01).                               00024500
          05 FILLER            PIC X(09) VALUE ' AGENCIA '.             00024600
          05 WRK-LS-AGENCIA    PIC 9(04).                               00024700
          05 FILLER            PIC X(07) VALUE ' CONTA '.               00024800
          05 WRK-LS-CONTA      PIC 9(05).                               00024900
          05 FILLER            PIC X(07) VALUE ' VALOR '.               00025000
          05 WRK-LS-VALOR      PIC ZZ.ZZZ.ZZ9,99.                       00025100
                                                                        00025200
       01 WRK-LINHA-RESUMO.                                             00025300
          05 FILLER            PIC X(02) VALUE SPACES.                  00025400
          05 WRK-LR-TITULO     PIC X(30).                               00025500
          05 WRK-LR-QTD        PIC Z.ZZZ.ZZ9.                           00025600
          05 FILLER            PIC X(02) VALUE SPACES.                  00025700
          05 WRK-LR-VALOR      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.                00025800
          05 FILLER            PIC X(02) VALUE SPACES.                  00025900
          05 WRK-LR-SITUACAO   PIC X(20).                               00026000
                                                                        00026100
       01 WRK-LINHA-BRANCO     PIC X(132) VALUE SPACES.                 00026200
                                                                        00026300
       01 WRK-LINHA-VISTO1.                                             00026400
          05 FILLER            PIC X(02) VALUE SPACES.                  00026500
          05 FILLER            PIC X(60) VALUE                          00026600
             'CONFERIDO POR: ____________________  DATA: ___/___/____'. 00026700
                                                                        00026800
       01 WRK-LINHA-VISTO2.                                             00026900
          05 FILLER            PIC X(02) VALUE SPACES.                  00027000
          05 FILLER            PIC X(60) VALUE                          00027100
             'APROVADO POR.: ____________________  DATA: ___/___/____'. 00027200
                                                                        00027300
       01 FILLER         PIC X(64) VALUE                                00027400
           '-----------DATA DE PROCESSAMENTO--------------'.            00027500
      *-------------------------------------------------------------*   00027600
       COPY 'DATAPROC'.                                                 00027700
                                                                        00027800
       01 FILLER         PIC X(64) VALUE                                00027900
           '-----------CHAMAR TRATA ERROS----------------'.             00028000
                                                                        00028100
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00028200
                                                                        00028300
       COPY 'VARERROS'.                                                 00028400
                                                                        00028500
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00028600
                                                                        00028700
       COPY 'REPWCOMM'.                                                 00028800
                                                                        00028900
      *=============================================================*   00029000
       PROCEDURE DIVISION.                                              00029100
      *=============================================================*   00029200
                                                                        00029300
      *-------------------------------------------------------------*   00029400
       0000-PRINCIPAL                         SECTION.                  00029500
      *-------------------------------------------------------------*   00029600
            PERFORM 1000-INICIAR.                                       00029700
            PERFORM 1100-TESTARSTATUS.                                  00029800
            PERFORM 1200-CARREGARPLANO.                                 00029900
            PERFORM 1300-GUARDARNAOAPLIC                                00029933
               UNTIL WRK-FS-NAOAPLIC EQUAL 10.                          00029966
            MOVE 'M' TO WRK-CP-ORIGEM.                                  00030000
            PERFORM 2000-CONTABILIZARMOV                                00030100
               UNTIL WRK-FS-MOVUNICO EQUAL 10.                          00030200
            MOVE 'T' TO WRK-AUX-ORIGEM.                                 00030300
            PERFORM 2300-TRATARAUXILIAR.                                00030400
            MOVE WRK-AUX-QTD      TO WRK-QTD-TARIFAS.                   00030500
            MOVE WRK-AUX-VALOR    TO WRK-VLR-TARIFAS.                   00030600
            MOVE WRK-AUX-SITUACAO TO WRK-SIT-TARIFAS.                   00030700
            MOVE 'J' TO WRK-AUX-ORIGEM.                                 00030800
            PERFORM 2300-TRATARAUXILIAR.                                00030900
            MOVE WRK-AUX-QTD      TO WRK-QTD-JUROS.                     00031000
            MOVE WRK-AUX-VALOR    TO WRK-VLR-JUROS.                     00031100
            MOVE WRK-AUX-SITUACAO TO WRK-SIT-JUROS.                     00031200
            PERFORM 2500-GRAVARLANCAMENTOS                              00031300
               VARYING TAB-LAN-IDX FROM 1 BY 1                          00031400
                 UNTIL TAB-LAN-IDX GREATER WRK-LAN-QTD.                 00031500
            PERFORM 3000-FINALIZAR.                                     00031600
            STOP RUN.                                                   00031700
                                                                        00031800
       0000-99-FIM.               EXIT.                                 00031900
                                                                        00032000
      *-------------------------------------------------------------*   00032100
       1000-INICIAR                           SECTION.                  00032200
      *-------------------------------------------------------------*   00032300
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00032400
            OPEN INPUT MOVUNICO.                                        00032500
            OPEN INPUT NAOAPLIC.                                        00032550
            OPEN INPUT PLANOCTA.                                        00032600
            OPEN OUTPUT LANCCTB.                                        00032700
            MOVE 'INTERFACE CONTABIL DIARIA - CONTROLE DE LANCAMENTOS'  00032800
              TO WRK-RW-TITULO1.                                        00032900
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00033000
            MOVE SPACES     TO WRK-RW-TITULO3.                          00033100
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00033200
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00033300
            MOVE 'N' TO WRK-RW-REABRIR.                                 00033400
            MOVE SPACES TO WRK-RW-QUEBRA.                               00033450
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00033500
            CALL 'REPWRITE' USING WRK-REPW.                             00033600
                                                                        00033700
       1000-99-FIM.               EXIT.                                 00033800
                                                                        00033900
      *-------------------------------------------------------------*   00034000
       1100-TESTARSTATUS                      SECTION.                  00034100
      *-------------------------------------------------------------*   00034200
               IF WRK-FS-MOVUNICO NOT EQUAL 0                           00034300
                MOVE '1000'                  TO WRK-SECAO               00034400
                MOVE 'ERRO OPEN MOVUNICO - ' TO WRK-MSGERRO             00034500
                MOVE WRK-FS-MOVUNICO         TO WRK-STATUS              00034600
                   PERFORM 9000-TRATARERROS                             00034700
               END-IF.                                                  00034800
               IF WRK-FS-NAOAPLIC NOT EQUAL 0                           00034814
                MOVE '1004'                  TO WRK-SECAO               00034828
                MOVE 'ERRO OPEN NAOAPLIC - ' TO WRK-MSGERRO             00034842
                MOVE WRK-FS-NAOAPLIC         TO WRK-STATUS              00034856
                   PERFORM 9000-TRATARERROS                             00034870
               END-IF.                                                  00034884
               IF WRK-FS-PLANOCTA NOT EQUAL 0                           00034900
                MOVE '1001'                  TO WRK-SECAO               00035000
                MOVE 'ERRO OPEN PLANOCTA - ' TO WRK-MSGERRO             00035100
                MOVE WRK-FS-PLANOCTA         TO WRK-STATUS              00035200
                   PERFORM 9000-TRATARERROS                             00035300
               END-IF.                                                  00035400
               IF WRK-FS-LANCCTB NOT EQUAL 0                            00035500
                MOVE '1002'                  TO WRK-SECAO               00035600
                MOVE 'ERRO OPEN LANCCTB - '  TO WRK-MSGERRO             00035700
                MOVE WRK-FS-LANCCTB          TO WRK-STATUS              00035800
                   PERFORM 9000-TRATARERROS                             00035900
               END-IF.                                                  00036000
               IF WRK-RW-STATUS NOT EQUAL '00'                          00036100
                MOVE '1003'                  TO WRK-SECAO               00036200
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00036300
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00036400
                   PERFORM 9000-TRATARERROS                             00036500
               END-IF.                                                  00036600
               READ MOVUNICO.                                           00036700
               READ NAOAPLIC.                                           00036750
                                                                        00036800
       1100-99-FIM.               EXIT.                                 00036900
                                                                        00037000
      *-------------------------------------------------------------*   00037100
       1200-CARREGARPLANO                     SECTION.                  00037200
      *-------------------------------------------------------------*   00037300
               READ PLANOCTA.                                           00037400
               PERFORM 1210-GUARDARCONTA                                00037500
                  UNTIL WRK-FS-PLANOCTA EQUAL 10.                       00037600
               CLOSE PLANOCTA.                                          00037700
                                                                        00037800
       1200-99-FIM.               EXIT.                                 00037900
                                                                        00038000
      *-------------------------------------------------------------*   00038100
       1210-GUARDARCONTA                      SECTION.                  00038200
      *-------------------------------------------------------------*   00038300
               IF WRK-PCT-QTD NOT LESS 100                              00038400
                 MOVE '1210'                  TO WRK-SECAO              00038500
                 MOVE 'DE-PARA CONTABIL EXCEDE A TABELA DE 100'         00038600
                   TO WRK-MSGERRO                                       00038700
                 MOVE '00'                    TO WRK-STATUS             00038800
                 MOVE 12 TO RETURN-CODE                                 00038900
                 PERFORM 9000-TRATARERROS                               00039000
               END-IF.                                                  00039100
               ADD 1 TO WRK-PCT-QTD.                                    00039200
               SET TAB-PCT-IDX TO WRK-PCT-QTD.                          00039300
               MOVE PCT-CHAVE        TO TAB-PCT-CHAVE    (TAB-PCT-IDX). 00039400
               MOVE PCT-CONTA-DEBITO TO TAB-PCT-DEBITO   (TAB-PCT-IDX). 00039500
               MOVE PCT-CONTA-CREDITO                                   00039600
                                     TO TAB-PCT-CREDITO  (TAB-PCT-IDX). 00039700
               MOVE PCT-HISTORICO                                       00039800
                                     TO TAB-PCT-HISTORICO (TAB-PCT-IDX).00039900
               READ PLANOCTA.                                           00040000
                                                                        00040100
       1210-99-FIM.               EXIT.                                 00040200
                                                                        00040204
      *-------------------------------------------------------------*   00040208
      *   O ID DE RASTREIO E UNICO NA DATA E IDENTIFICA O MOVIMENTO *   00040212
      *-------------------------------------------------------------*   00040216
       1300-GUARDARNAOAPLIC                   SECTION.                  00040220
      *-------------------------------------------------------------*   00040224
               IF WRK-NAP-QTD NOT LESS 2000                             00040228
                 MOVE '1300'                  TO WRK-SECAO              00040232
                 MOVE 'NAO APLICADOS EXCEDEM A TABELA DE 2000'          00040236
                   TO WRK-MSGERRO                                       00040240
                 MOVE '00'                    TO WRK-STATUS             00040244
                 MOVE 12 TO RETURN-CODE                                 00040248
                 PERFORM 9000-TRATARERROS                               00040252
               END-IF.                                                  00040256
               ADD 1 TO WRK-NAP-QTD.                                    00040260
               SET TAB-NAP-IDX TO WRK-NAP-QTD.                          00040264
               MOVE NAP-ID-RASTREIO TO TAB-NAP-ID (TAB-NAP-IDX).        00040268
               READ NAOAPLIC.                                           00040272
                                                                        00040276
       1300-99-FIM.               EXIT.                                 00040280
                                                                        00040300
      *-------------------------------------------------------------*   00040400
       2000-CONTABILIZARMOV                   SECTION.                  00040500
      *-------------------------------------------------------------*   00040600
               ADD 1        TO WRK-QTD-MOVUNICO.                        00040700
               ADD FD-VALOR TO WRK-VLR-MOVUNICO.                        00040800
               IF FD-MARCA-TARIFA OR FD-MARCA-JUROS                     00040815
                 ADD 1        TO WRK-QTD-TARJUR                         00040830
                 ADD FD-VALOR TO WRK-VLR-TARJUR                         00040845
               ELSE                                                     00040860
                 PERFORM 2050-PESQUISARNAOAPLIC                         00040875
                 IF WRK-NAP-ACHOU EQUAL 1                               00040890
                   ADD 1        TO WRK-QTD-NAOAPLIC                     00040905
                   ADD FD-VALOR TO WRK-VLR-NAOAPLIC                     00040920
                 ELSE                                                   00040935
                   PERFORM 2100-CONTABILIZAR                            00040950
                 END-IF                                                 00040965
               END-IF.                                                  00040980
               READ MOVUNICO.                                           00041000
                                                                        00041100
       2000-99-FIM.               EXIT.                                 00041200
                                                                        00041204
      *-------------------------------------------------------------*   00041208
       2050-PESQUISARNAOAPLIC                 SECTION.                  00041212
      *-------------------------------------------------------------*   00041216
               MOVE 0 TO WRK-NAP-ACHOU.                                 00041220
               PERFORM 2060-TESTARNAOAPLIC                              00041224
                  VARYING TAB-NAP-IDX FROM 1 BY 1                       00041228
                    UNTIL TAB-NAP-IDX GREATER WRK-NAP-QTD               00041232
                       OR WRK-NAP-ACHOU EQUAL 1.                        00041236
                                                                        00041240
       2050-99-FIM.               EXIT.                                 00041244
                                                                        00041248
      *-------------------------------------------------------------*   00041252
       2060-TESTARNAOAPLIC                    SECTION.                  00041256
      *-------------------------------------------------------------*   00041260
               IF TAB-NAP-ID (TAB-NAP-IDX) EQUAL FD-ID-RASTREIO         00041264
                 MOVE 1 TO WRK-NAP-ACHOU                                00041268
               END-IF.                                                  00041272
                                                                        00041276
       2060-99-FIM.               EXIT.                                 00041280
                                                                        00041300
      *-------------------------------------------------------------*   00041400
      *   MOVIMENTO EM REG-CLIENTE, ORIGEM EM WRK-CP-ORIGEM: CONTAS  *  00041500
      *   PELO DE-PARA E SOMA NO PAR DA AGENCIA                      *  00041600
      *-------------------------------------------------------------*   00041700
       2100-CONTABILIZAR                      SECTION.                  00041800
      *-------------------------------------------------------------*   00041900
               ADD 1        TO WRK-QTD-ENTRADA.                         00042000
               ADD FD-VALOR TO WRK-VLR-ENTRADA.                         00042100
               MOVE FD-TIP-OP TO WRK-CP-TIP-OP.                         00042200
               IF FD-TIP-OP EQUAL 'T'                                   00042300
                 MOVE FD-TRANSF-DIR TO WRK-CP-DIRECAO                   00042400
               ELSE                                                     00042500
                 MOVE SPACE         TO WRK-CP-DIRECAO                   00042600
               END-IF.                                                  00042700
               MOVE 0 TO WRK-PCT-ACHOU.                                 00042800
               PERFORM 2110-PESQUISARPLANO                              00042900
                  VARYING TAB-PCT-IDX FROM 1 BY 1                       00043000
                    UNTIL TAB-PCT-IDX GREATER WRK-PCT-QTD               00043100
                       OR WRK-PCT-ACHOU EQUAL 1.                        00043200
               IF WRK-PCT-ACHOU EQUAL 0                                 00043300
                 PERFORM 2150-SEMCONTA                                  00043400
               ELSE                                                     00043500
                 SET TAB-PCT-IDX TO WRK-PCT-ATUAL                       00043600
                 MOVE FD-AGENCIA                   TO WRK-CL-AGENCIA    00043700
                 MOVE TAB-PCT-DEBITO  (TAB-PCT-IDX) TO WRK-CL-DEBITO    00043800
                 MOVE TAB-PCT-CREDITO (TAB-PCT-IDX) TO WRK-CL-CREDITO   00043900
                 MOVE 0 TO WRK-LAN-ACHOU                                00044000
                 PERFORM 2120-PESQUISARLANC                             00044100
                    VARYING TAB-LAN-IDX FROM 1 BY 1                     00044200
                      UNTIL TAB-LAN-IDX GREATER WRK-LAN-QTD             00044300
                         OR WRK-LAN-ACHOU EQUAL 1                       00044400
                 IF WRK-LAN-ACHOU EQUAL 0                               00044500
                   PERFORM 2130-NOVOLANC                                00044600
                 END-IF                                                 00044700
               END-IF.                                                  00044800
                                                                        00044900
       2100-99-FIM.               EXIT.                                 00045000
                                                                        00045100
      *-------------------------------------------------------------*   00045200
       2110-PESQUISARPLANO                    SECTION.                  00045300
      *-------------------------------------------------------------*   00045400
               IF TAB-PCT-CHAVE (TAB-PCT-IDX) EQUAL WRK-CHAVE-PLANO     00045500
                 MOVE 1 TO WRK-PCT-ACHOU                                00045600
                 SET WRK-PCT-ATUAL TO TAB-PCT-IDX                       00045700
               END-IF.                                                  00045800
                                                                        00045900
       2110-99-FIM.               EXIT.                                 00046000
                                                                        00046100
      *-------------------------------------------------------------*   00046200
       2120-PESQUISARLANC                     SECTION.                  00046300
      *-------------------------------------------------------------*   00046400
               IF TAB-LAN-CHAVE (TAB-LAN-IDX) EQUAL WRK-CHAVE-LANC      00046500
                 MOVE 1 TO WRK-LAN-ACHOU                                00046600
                 ADD 1        TO TAB-LAN-QTD   (TAB-LAN-IDX)            00046700
                 ADD FD-VALOR TO TAB-LAN-VALOR (TAB-LAN-IDX)            00046800
               END-IF.                                                  00046900
                                                                        00047000
       2120-99-FIM.               EXIT.                                 00047100
                                                                        00047200
      *-------------------------------------------------------------*   00047300
       2130-NOVOLANC                          SECTION.                  00047400
      *-------------------------------------------------------------*   00047500
               IF WRK-LAN-QTD NOT LESS WRK-LAN-LIMITE                   00047600
                 MOVE '2130'                  TO WRK-SECAO              00047700
                 MOVE 'LANCAMENTOS EXCEDEM A TABELA DE 2000'            00047800
                   TO WRK-MSGERRO                                       00047900
                 MOVE '00'                    TO WRK-STATUS             00048000
                 MOVE 12 TO RETURN-CODE                                 00048100
                 PERFORM 9000-TRATARERROS                               00048200
               END-IF.                                                  00048300
               ADD 1 TO WRK-LAN-QTD.                                    00048400
               SET TAB-LAN-IDX TO WRK-LAN-QTD.                          00048500
               MOVE WRK-CHAVE-LANC TO TAB-LAN-CHAVE (TAB-LAN-IDX).      00048600
               MOVE TAB-PCT-HISTORICO (TAB-PCT-IDX)                     00048700
                 TO TAB-LAN-HISTORICO (TAB-LAN-IDX).                    00048800
               MOVE 1        TO TAB-LAN-QTD   (TAB-LAN-IDX).            00048900
               MOVE FD-VALOR TO TAB-LAN-VALOR (TAB-LAN-IDX).            00049000
                                                                        00049100
       2130-99-FIM.               EXIT.                                 00049200
                                                                        00049300
      *-------------------------------------------------------------*   00049400
      *   MOVIMENTO SEM CONTA NO DE-PARA: NAO E LANCADO E O DIA      *  00049500
      *   NAO FECHA                                                  *  00049600
      *-------------------------------------------------------------*   00049700
       2150-SEMCONTA                          SECTION.                  00049800
      *-------------------------------------------------------------*   00049900
               ADD 1        TO WRK-QTD-SEMCONTA.                        00050000
               ADD FD-VALOR TO WRK-VLR-SEMCONTA.                        00050100
               MOVE WRK-CP-ORIGEM  TO WRK-LS-ORIGEM.                    00050200
               MOVE WRK-CP-TIP-OP  TO WRK-LS-TIP-OP.                    00050300
               MOVE WRK-CP-DIRECAO TO WRK-LS-DIRECAO.                   00050400
               MOVE FD-AGENCIA     TO WRK-LS-AGENCIA.                   00050500
               MOVE FD-CONTA       TO WRK-LS-CONTA.                     00050600
               MOVE FD-VALOR       TO WRK-LS-VALOR.                     00050700
               MOVE WRK-LINHA-SEMCONTA TO WRK-RW-LINHA.                 00050800
               MOVE 'D' TO WRK-RW-FUNCAO.                               00050900
               CALL 'REPWRITE' USING WRK-REPW.                          00051000
                                                                        00051100
       2150-99-FIM.               EXIT.                                 00051200
                                                                        00051300
      *-------------------------------------------------------------*   00051400
      *   TARIFSAI (T) OU JUROSCLI (J): AUSENTE OU VAZIO E NORMAL;   *  00051500
      *   SO ENTRA COM HEADER DA DATA DE PROCESSAMENTO E TRAILER     *  00051600
      *   CONFERIDO                                                  *  00051700
      *-------------------------------------------------------------*   00051800
       2300-TRATARAUXILIAR                    SECTION.                  00051900
      *-------------------------------------------------------------*   00052000
               MOVE WRK-AUX-ORIGEM TO WRK-CP-ORIGEM.                    00052100
               MOVE ZEROS TO WRK-AUX-QTD.                               00052200
               MOVE ZEROS TO WRK-AUX-VALOR.                             00052300
               MOVE 'N'   TO WRK-AUX-FIM.                               00052400
               IF WRK-AUX-ORIGEM EQUAL 'T'                              00052500
                 OPEN INPUT TARIFSAI                                    00052600
                 MOVE WRK-FS-TARIFSAI TO WRK-FS-AUX                     00052700
               ELSE                                                     00052800
                 OPEN INPUT JUROSCLI                                    00052900
                 MOVE WRK-FS-JUROSCLI TO WRK-FS-AUX                     00053000
               END-IF.                                                  00053100
               IF WRK-FS-AUX NOT EQUAL 0                                00053200
                 MOVE 'ARQUIVO AUSENTE'   TO WRK-AUX-SITUACAO           00053300
               ELSE                                                     00053400
                 PERFORM 2310-LERAUXILIAR                               00053500
                 IF WRK-FIM-AUX                                         00053600
                   MOVE 'ARQUIVO VAZIO'   TO WRK-AUX-SITUACAO           00053700
                 ELSE                                                   00053800
                  IF NOT HDR-E-HEADER                                   00053900
                    MOVE 'SEM HEADER'     TO WRK-AUX-SITUACAO           00054000
                    PERFORM 2350-DIVERGENCIA                            00054100
                  ELSE                                                  00054200
                   IF HDR-DATA-NEGOCIO NOT EQUAL WRK-DATA-PROCESSAMENTO 00054300
                     MOVE 'OUTRA DATA'    TO WRK-AUX-SITUACAO           00054400
                   ELSE                                                 00054500
                     MOVE 'CONTABILIZADO' TO WRK-AUX-SITUACAO           00054600
                     PERFORM 2310-LERAUXILIAR                           00054700
                     PERFORM 2320-CONTABILIZARAUX                       00054800
                        UNTIL WRK-FIM-AUX OR TRL-E-TRAILER              00054900
                     PERFORM 2330-CONFERIRTRAILER                       00055000
                   END-IF                                               00055100
                  END-IF                                                00055200
                 END-IF                                                 00055300
                 IF WRK-AUX-ORIGEM EQUAL 'T'                            00055400
                   CLOSE TARIFSAI                                       00055500
                 ELSE                                                   00055600
                   CLOSE JUROSCLI                                       00055700
                 END-IF                                                 00055800
               END-IF.                                                  00055900
                                                                        00056000
       2300-99-FIM.               EXIT.                                 00056100
                                                                        00056200
      *-------------------------------------------------------------*   00056300
      *   LEITURA PARA REG-CLIHDR (E REG-CLITRL / REG-CLIENTE)       *  00056400
      *-------------------------------------------------------------*   00056500
       2310-LERAUXILIAR                       SECTION.                  00056600
      *-------------------------------------------------------------*   00056700
               IF WRK-AUX-ORIGEM EQUAL 'T'                              00056800
                 READ TARIFSAI INTO REG-CLIHDR                          00056900
                 MOVE WRK-FS-TARIFSAI TO WRK-FS-AUX                     00057000
               ELSE                                                     00057100
                 READ JUROSCLI INTO REG-CLIHDR                          00057200
                 MOVE WRK-FS-JUROSCLI TO WRK-FS-AUX                     00057300
               END-IF.                                                  00057400
               IF WRK-FS-AUX EQUAL 10                                   00057500
                 MOVE 'S'    TO WRK-AUX-FIM                             00057600
                 MOVE SPACES TO REG-CLIHDR                              00057700
               END-IF.                                                  00057800
               MOVE REG-CLIHDR TO REG-CLITRL.                           00057900
                                                                        00058000
       2310-99-FIM.               EXIT.                                 00058100
                                                                        00058200
      *-------------------------------------------------------------*   00058300
       2320-CONTABILIZARAUX                   SECTION.                  00058400
      *-------------------------------------------------------------*   00058500
               MOVE REG-CLIHDR TO REG-CLIENTE.                          00058600
               ADD 1        TO WRK-AUX-QTD.                             00058700
               ADD FD-VALOR TO WRK-AUX-VALOR.                           00058800
               PERFORM 2100-CONTABILIZAR.                               00058900
               PERFORM 2310-LERAUXILIAR.                                00059000
                                                                        00059100
       2320-99-FIM.               EXIT.                                 00059200
                                                                        00059300
      *-------------------------------------------------------------*   00059400
       2330-CONFERIRTRAILER                   SECTION.                  00059500
      *-------------------------------------------------------------*   00059600
               IF WRK-FIM-AUX                                           00059700
                 MOVE 'SEM TRAILER'        TO WRK-AUX-SITUACAO          00059800
                 PERFORM 2350-DIVERGENCIA                               00059900
               ELSE                                                     00060000
                IF TRL-QTD-DETALHES NOT EQUAL WRK-AUX-QTD               00060100
                   OR TRL-VALOR-TOTAL NOT EQUAL WRK-AUX-VALOR           00060200
                  MOVE 'TRAILER DIVERGENTE' TO WRK-AUX-SITUACAO         00060300
                  PERFORM 2350-DIVERGENCIA                              00060400
                END-IF                                                  00060500
               END-IF.                                                  00060600
                                                                        00060700
       2330-99-FIM.               EXIT.                                 00060800
                                                                        00060900
      *-------------------------------------------------------------*   00061000
       2350-DIVERGENCIA                       SECTION.                  00061100
      *-------------------------------------------------------------*   00061200
               MOVE 'N' TO WRK-BALANCO.                                 00061300
               MOVE '2350'                  TO WRK-SECAO.               00061400
               IF WRK-AUX-ORIGEM EQUAL 'T'                              00061500
                 MOVE 'TARIFSAI - '         TO WRK-MSGERRO              00061600
               ELSE                                                     00061700
                 MOVE 'JUROSCLI - '         TO WRK-MSGERRO              00061800
               END-IF.                                                  00061900
               MOVE WRK-AUX-SITUACAO        TO WRK-MSGERRO (12:20).     00062000
               MOVE '00'                    TO WRK-STATUS.              00062100
               PERFORM 9010-REGISTRARDIVERGENCIA.                       00062200
                                                                        00062300
       2350-99-FIM.               EXIT.                                 00062400
                                                                        00062500
      *-------------------------------------------------------------*   00062600
      *   PAR DEBITO/CREDITO DA AGENCIA NO ARQUIVO E NO RELATORIO    *  00062700
      *-------------------------------------------------------------*   00062800
       2500-GRAVARLANCAMENTOS                 SECTION.                  00062900
      *-------------------------------------------------------------*   00063000
               MOVE SPACES                 TO REG-LANCCTB.              00063100
               MOVE WRK-DATA-PROCESSAMENTO TO LCT-DATA.                 00063200
               MOVE TAB-LAN-AGENCIA   (TAB-LAN-IDX) TO LCT-AGENCIA.     00063300
               MOVE TAB-LAN-DEBITO    (TAB-LAN-IDX)                     00063400
                                           TO LCT-CONTA-CONTABIL.       00063500
               MOVE 'D'                    TO LCT-NATUREZA.             00063600
               MOVE TAB-LAN-VALOR     (TAB-LAN-IDX) TO LCT-VALOR.       00063700
               MOVE TAB-LAN-QTD       (TAB-LAN-IDX) TO LCT-QTD-MOVTOS.  00063800
               MOVE TAB-LAN-HISTORICO (TAB-LAN-IDX) TO LCT-HISTORICO.   00063900
               PERFORM 2510-GRAVARLANCCTB.                              00064000
               ADD 1          TO WRK-QTD-DEBITOS.                       00064100
               ADD LCT-VALOR  TO WRK-VLR-DEBITOS.                       00064200
               MOVE TAB-LAN-CREDITO   (TAB-LAN-IDX)                     00064300
                                           TO LCT-CONTA-CONTABIL.       00064400
               MOVE 'C'                    TO LCT-NATUREZA.             00064500
               PERFORM 2510-GRAVARLANCCTB.                              00064600
               ADD 1          TO WRK-QTD-CREDITOS.                      00064700
               ADD LCT-VALOR  TO WRK-VLR-CREDITOS.                      00064800
               MOVE TAB-LAN-AGENCIA   (TAB-LAN-IDX) TO WRK-LL-AGENCIA.  00064900
               MOVE TAB-LAN-DEBITO    (TAB-LAN-IDX) TO WRK-LL-DEBITO.   00065000
               MOVE TAB-LAN-CREDITO   (TAB-LAN-IDX) TO WRK-LL-CREDITO.  00065100
               MOVE TAB-LAN-QTD       (TAB-LAN-IDX) TO WRK-LL-QTD.      00065200
               MOVE TAB-LAN-VALOR     (TAB-LAN-IDX) TO WRK-LL-VALOR.    00065300
               MOVE TAB-LAN-HISTORICO (TAB-LAN-IDX) TO WRK-LL-HISTORICO.00065400
               MOVE WRK-LINHA-LANC TO WRK-RW-LINHA.                     00065500
               MOVE 'D' TO WRK-RW-FUNCAO.                               00065600
               CALL 'REPWRITE' USING WRK-REPW.                          00065700
                                                                        00065800
       2500-99-FIM.               EXIT.                                 00065900
                                                                        00066000
      *-------------------------------------------------------------*   00066100
       2510-GRAVARLANCCTB                     SECTION.                  00066200
      *-------------------------------------------------------------*   00066300
               WRITE REG-LANCCTB.                                       00066400
               IF WRK-FS-LANCCTB NOT EQUAL 0                            00066500
                 MOVE '2510'                  TO WRK-SECAO              00066600
                 MOVE 'ERRO WRITE LANCCTB - ' TO WRK-MSGERRO            00066700
                 MOVE WRK-FS-LANCCTB          TO WRK-STATUS             00066800
                 MOVE 12 TO RETURN-CODE                                 00066900
                 PERFORM 9000-TRATARERROS                               00067000
               END-IF.                                                  00067100
                                                                        00067200
       2510-99-FIM.               EXIT.                                 00067300
                                                                        00067400
      *-------------------------------------------------------------*   00067500
      *   FECHAMENTO: DEBITOS = CREDITOS = ENTRADAS, SEM MOVIMENTO   *  00067600
      *   FORA DO DE-PARA E SEM DIVERGENCIA DE TRAILER               *  00067700
      *-------------------------------------------------------------*   00067800
       3000-FINALIZAR                         SECTION.                  00067900
      *-------------------------------------------------------------*   00068000
               IF WRK-VLR-DEBITOS NOT EQUAL WRK-VLR-CREDITOS            00068100
                  OR WRK-VLR-DEBITOS NOT EQUAL WRK-VLR-ENTRADA          00068200
                  OR WRK-QTD-SEMCONTA NOT EQUAL ZEROS                   00068300
                 MOVE 'N' TO WRK-BALANCO                                00068400
               END-IF.                                                  00068500
               MOVE 'MOVUNICO'             TO WRK-LR-TITULO.            00068600
               MOVE WRK-QTD-MOVUNICO       TO WRK-LR-QTD.               00068700
               MOVE WRK-VLR-MOVUNICO       TO WRK-LR-VALOR.             00068800
               MOVE 'CONTABILIZADO'        TO WRK-LR-SITUACAO.          00068900
               PERFORM 3100-IMPRIMIRRESUMO.                             00069000
               MOVE '  TAR/JUR (JA NA ORIGEM)'  TO WRK-LR-TITULO.       00069009
               MOVE WRK-QTD-TARJUR         TO WRK-LR-QTD.               00069018
               MOVE WRK-VLR-TARJUR         TO WRK-LR-VALOR.             00069027
               MOVE 'NAO LANCADO'          TO WRK-LR-SITUACAO.          00069036
               PERFORM 3100-IMPRIMIRRESUMO.                             00069045
               MOVE '  NAO APLICADOS (ATUSALDO)' TO WRK-LR-TITULO.      00069054
               MOVE WRK-QTD-NAOAPLIC       TO WRK-LR-QTD.               00069063
               MOVE WRK-VLR-NAOAPLIC       TO WRK-LR-VALOR.             00069072
               MOVE 'NAO LANCADO'          TO WRK-LR-SITUACAO.          00069081
               PERFORM 3100-IMPRIMIRRESUMO.                             00069090
               MOVE 'TARIFAS (TARIFSAI)'   TO WRK-LR-TITULO.            00069100
               MOVE WRK-QTD-TARIFAS        TO WRK-LR-QTD.               00069200
               MOVE WRK-VLR-TARIFAS        TO WRK-LR-VALOR.             00069300
               MOVE WRK-SIT-TARIFAS        TO WRK-LR-SITUACAO.          00069400
               PERFORM 3100-IMPRIMIRRESUMO.                             00069500
               MOVE 'JUROS (JUROSCLI)'     TO WRK-LR-TITULO.            00069600
               MOVE WRK-QTD-JUROS          TO WRK-LR-QTD.               00069700
               MOVE WRK-VLR-JUROS          TO WRK-LR-VALOR.             00069800
               MOVE WRK-SIT-JUROS          TO WRK-LR-SITUACAO.          00069900
               PERFORM 3100-IMPRIMIRRESUMO.                             00070000
               MOVE 'TOTAL DAS ENTRADAS'   TO WRK-LR-TITULO.            00070100
               MOVE WRK-QTD-ENTRADA        TO WRK-LR-QTD.               00070200
               MOVE WRK-VLR-ENTRADA        TO WRK-LR-VALOR.             00070300
               MOVE SPACES                 TO WRK-LR-SITUACAO.          00070400
               PERFORM 3100-IMPRIMIRRESUMO.                             00070500
               MOVE 'SEM CONTA CONTABIL'   TO WRK-LR-TITULO.            00070600
               MOVE WRK-QTD-SEMCONTA       TO WRK-LR-QTD.               00070700
               MOVE WRK-VLR-SEMCONTA       TO WRK-LR-VALOR.             00070800
               PERFORM 3100-IMPRIMIRRESUMO.                             00070900
               MOVE 'LANCAMENTOS A DEBITO' TO WRK-LR-TITULO.            00071000
               MOVE WRK-QTD-DEBITOS        TO WRK-LR-QTD.               00071100
               MOVE WRK-VLR-DEBITOS        TO WRK-LR-VALOR.             00071200
               PERFORM 3100-IMPRIMIRRESUMO.                             00071300
               MOVE 'LANCAMENTOS A CREDITO' TO WRK-LR-TITULO.           00071400
               MOVE WRK-QTD-CREDITOS       TO WRK-LR-QTD.               00071500
               MOVE WRK-VLR-CREDITOS       TO WRK-LR-VALOR.             00071600
               IF WRK-BALANCEADO                                        00071700
                 MOVE 'DIA BALANCEADO'     TO WRK-LR-SITUACAO           00071800
               ELSE                                                     00071900
                 MOVE 'NAO BALANCEADO'     TO WRK-LR-SITUACAO           00072000
               END-IF.                                                  00072100
               PERFORM 3100-IMPRIMIRRESUMO.                             00072200
               MOVE WRK-LINHA-BRANCO TO WRK-RW-LINHA.                   00072300
               PERFORM 3200-IMPRIMIRTOTAL.                              00072400
               MOVE WRK-LINHA-VISTO1 TO WRK-RW-LINHA.                   00072500
               PERFORM 3200-IMPRIMIRTOTAL.                              00072600
               MOVE WRK-LINHA-BRANCO TO WRK-RW-LINHA.                   00072700
               PERFORM 3200-IMPRIMIRTOTAL.                              00072800
               MOVE WRK-LINHA-VISTO2 TO WRK-RW-LINHA.                   00072900
               PERFORM 3200-IMPRIMIRTOTAL.                              00073000
               CLOSE MOVUNICO.                                          00073100
               CLOSE NAOAPLIC.                                          00073150
               CLOSE LANCCTB.                                           00073200
               MOVE 'F' TO WRK-RW-FUNCAO.                               00073300
               CALL 'REPWRITE' USING WRK-REPW.                          00073400
               DISPLAY 'MOVIMENTOS LIDOS.... ' WRK-QTD-ENTRADA.         00073500
               DISPLAY 'SEM CONTA CONTABIL.. ' WRK-QTD-SEMCONTA.        00073600
               DISPLAY 'PARES GRAVADOS...... ' WRK-LAN-QTD.             00073700
               IF NOT WRK-BALANCEADO                                    00073800
                 DISPLAY 'CONTABIL - DIA NAO BALANCEADO'                00073900
                 MOVE 12 TO RETURN-CODE                                 00074000
               END-IF.                                                  00074100
                                                                        00074200
       3000-99-FIM.               EXIT.                                 00074300
                                                                        00074400
      *-------------------------------------------------------------*   00074500
       3100-IMPRIMIRRESUMO                    SECTION.                  00074600
      *-------------------------------------------------------------*   00074700
               MOVE WRK-LINHA-RESUMO TO WRK-RW-LINHA.                   00074800
               PERFORM 3200-IMPRIMIRTOTAL.                              00074900
                                                                        00075000
       3100-99-FIM.               EXIT.                                 00075100
                                                                        00075200
      *-------------------------------------------------------------*   00075300
       3200-IMPRIMIRTOTAL                     SECTION.                  00075400
      *-------------------------------------------------------------*   00075500
               MOVE 'T' TO WRK-RW-FUNCAO.                               00075600
               CALL 'REPWRITE' USING WRK-REPW.                          00075700
                                                                        00075800
       3200-99-FIM.               EXIT.                                 00075900
                                                                        00076000
      *-------------------------------------------------------------*   00076100
       9000-TRATARERROS                       SECTION.                  00076200
      *-------------------------------------------------------------*   00076300
             MOVE 'CONTABIL'  TO WRK-PROGRAMA                           00076400
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00076500
                 GOBACK.                                                00076600
                                                                        00076700
       9000-99-FIM.               EXIT.                                 00076800
                                                                        00076900
      *-------------------------------------------------------------*   00077000
       9010-REGISTRARDIVERGENCIA              SECTION.                  00077100
      *-------------------------------------------------------------*   00077200
             MOVE 'CONTABIL'  TO WRK-PROGRAMA                           00077300
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00077400
                                                                        00077500
       9010-99-FIM.               EXIT.                                 00077600

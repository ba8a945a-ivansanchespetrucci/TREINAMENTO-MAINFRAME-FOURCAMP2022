      *      E DATA DE NEGOCIO, NO MOLDE DO GRAVALOG: CADA          *   00001300
      *      PROGRAMA DE LOTE CHAMA COM FUNCAO I ANTES DE COMECAR   *   00001400
      *      (O MODULO RECUSA DATA JA COMPLETADA E DATA COM A       *   00001500
      *      EXECUCAO ANTERIOR INACABADA) E COM FUNCAO F NO FIM     *   00001600
      *      BEM SUCEDIDO, GRAVANDO OS EVENTOS NO ARQUIVO           *   00001700
      *      CONTROLEX COM DATA E HORA DE EXECUCAO (O RELJANEL      *   00001800
      *      MEDE A JANELA POR ELES). E A TRAVA CONTRA SUBMETER O   *   00001810
      *      MESMO SYSIN DUAS VEZES OU RODAR O DIA 22 ANTES DO DIA  *   00001820
      *      21. A RECUSA FICA GRAVADA COMO EVENTO R (COMPLEMENTO   *   00001900
      *      4 OU 8) E O UNICO OVERRIDE ACEITO E A LIBERACAO DE     *   00002000
      *      SUPERVISOR FEITA NA TRANSACAO CTL1 (EVENTO L DO        *   00002010
      *      PROGRAMA NA DATA), QUE VALE PARA UMA SO SUBMISSAO: O   *   00002020
      *      EVENTO I SEGUINTE A CONSOME. O FLAG DE OVERRIDE DO     *   00002030
      *      SYSIN FICOU SEM EFEITO.                                *   00002040
      *      ALEM DA PROPRIA DATA, O PROGRAMA SO COMECA A DATA      *   00002048
      *      DEPOIS QUE OS PREDECESSORES DECLARADOS PARA ELE NO     *   00002056
      *      ARQUIVO DEPEXEC A COMPLETARAM (EVENTO F NA DATA):      *   00002064
      *      SENAO A RECUSA E O STATUS 16, COM O NOME DO            *   00002072
      *      PRIMEIRO PREDECESSOR QUE FALTA NA AREA E NO            *   00002080
      *      SYSOUT. A LIBERACAO DA CTL1 VALE TAMBEM PARA ELA.      *   00002088
      *-------------------------------------------------------------*   00002100
      *   ARQUIVOS...:                                              *   00002200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002300
      *    CONTROLEX           I/O  (ESDS)         -----------      *   00002400
      *    DEPEXEC              I                  #DEPEXEC         *   00002450
      *-------------------------------------------------------------*   00002500
      *   MODULOS....:                             INCLUDE/BOOK     *   00002600
      *   CHAMADO VIA CALL COM O BOOK CTRLEXEC POR:                 *   00002700
      *     RELACLI, CARGACLI, DEDUPCLI, ATUSALDO, SALDLOAD,        *   00002800
      *     TITLOAD, FR19CB16/17/19/24, CONFRECE, CONTAPAG,         *   00002820
      *     CONTAREC, PROGPAG, GERAPEDI, ESTOQLOJ, INVENLOJ,        *   00002840
      *     DEVOLLOJ, CREDLOJA, MARGLOJA, GERANFE, RETNFE,          *   00002860
      *     REMBOLET, RETBOLET, LIBERAJU, PRAZENTR, TRIAGABA        *   00002880
      *=============================================================*   00002900
                                                                        00003000
      *=============================================================*   00003100
                                                                        00004100
       INPUT-OUTPUT                                SECTION.             00004200
       FILE-CONTROL.                                                    00004300
           SELECT CONTROLEX ASSIGN TO AS-CONTROLEX                      00004400
               FILE STATUS  IS WRK-FS-CONTROLEX.                        00004500
           SELECT DEPEXEC   ASSIGN TO DEPEXEC                           00004533
               FILE STATUS  IS WRK-FS-DEPEXEC.                          00004566
                                                                        00004600
      *=============================================================*   00004700
       DATA                                      DIVISION.              00004800
          05 CTX-EVENTO          PIC X(01).                             00005800
          05 CTX-DATA-EXECUCAO   PIC 9(06).                             00005900
          05 CTX-HORA-EXECUCAO   PIC 9(06).                             00005910
          05 CTX-COMPLEMENTO     PIC X(01).                             00006000
                                                                        00006010
      *-------------------------------------------------------------*   00006020
      *   DEPEXEC - PREDECESSORES DE CADA PROGRAMA NA CADEIA        *   00006030
      *-------------------------------------------------------------*   00006040
       FD DEPEXEC                                                       00006050
           RECORDING  MODE IS F                                         00006060
           BLOCK CONTAINS 0 RECORDS.                                    00006070
                                                                        00006080
       COPY '#DEPEXEC'.                                                 00006090
                                                                        00006100
      *=============================================================*   00006200
       WORKING-STORAGE                             SECTION.             00006300
           '-----------TESTAR STATUS DO ARQUIVO----------'.             00006700
      *-------------------------------------------------------------*   00006800
       77 WRK-FS-CONTROLEX     PIC 9(02).                               00006900
       77 WRK-FS-DEPEXEC       PIC 9(02).                               00006950
                                                                        00007000
       01 FILLER         PIC X(64) VALUE                                00007100
           '-----------VARREDURA DOS EVENTOS-------------'.             00007200
       77 WRK-MAIOR-INICIO     PIC 9(08) VALUE ZEROS.                   00007500
       77 WRK-MAIOR-FIM        PIC 9(08) VALUE ZEROS.                   00007600
       77 WRK-DATA-EXECUCAO    PIC 9(06) VALUE ZEROS.                   00007700
       77 WRK-TEM-LIBERACAO    PIC X(01) VALUE 'N'.                     00007701
       77 WRK-EVENTO           PIC X(01) VALUE SPACES.                  00007702
       77 WRK-COMPLEMENTO      PIC X(01) VALUE SPACES.                  00007703
       77 WRK-STATUS-RECUSA    PIC X(02) VALUE SPACES.                  00007704
                                                                        00007710
       01 WRK-HORA-EXECUCAO.                                            00007720
          05 WRK-HE-HHMMSS       PIC 9(06).                             00007730
          05 FILLER              PIC 9(02).                             00007740
                                                                        00007800
       01 FILLER         PIC X(64) VALUE                                00007808
           '-----------PREDECESSORES DO PROGRAMA---------'.             00007816
      *-------------------------------------------------------------*   00007824
       77 WRK-PRE-QTD          PIC 9(02) VALUE ZEROS.                   00007832
                                                                        00007840
       01 TAB-PREDECESSORES.                                            00007848
          05 TAB-PRE-ITEM OCCURS 20 TIMES                               00007856
                          INDEXED BY TAB-PRE-IDX.                       00007864
             10 TAB-PRE-PROGRAMA  PIC X(08).                            00007872
             10 TAB-PRE-COMPLETO  PIC X(01).                            00007880
                                                                        00007888
      *-------------------------------------------------------------*   00007900
       LINKAGE                                     SECTION.             00008000
      *-------------------------------------------------------------*   00008100
       0000-PRINCIPAL                         SECTION.                  00009000
      *-------------------------------------------------------------*   00009100
            MOVE '00' TO WRK-CE-STATUS.                                 00009200
            MOVE WRK-CE-FUNCAO TO WRK-EVENTO.                           00009210
            MOVE SPACES        TO WRK-COMPLEMENTO.                      00009220
            MOVE SPACES        TO WRK-CE-PREDECESSOR.                   00009260
            IF WRK-CE-INICIO                                            00009300
              PERFORM 1000-CONFERIRDATA                                 00009400
              IF WRK-CE-PODE-EXECUTAR                                   00009500
                PERFORM 2000-GRAVAREVENTO                               00009600
              ELSE                                                      00009610
                IF WRK-CE-STATUS EQUAL '04'                             00009620
                   OR WRK-CE-STATUS EQUAL '08'                          00009630
                   OR WRK-CE-STATUS EQUAL '16'                          00009635
                  PERFORM 2100-GRAVARRECUSA                             00009640
                END-IF                                                  00009650
              END-IF                                                    00009700
            ELSE                                                        00009800
              PERFORM 2000-GRAVAREVENTO                                 00009900
                                                                        00010400
      *-------------------------------------------------------------*   00010500
      *   VARRER OS EVENTOS DO PROGRAMA: RECUSA DATA JA COMPLETADA  *   00010600
      *   (04), DATA ANTERIOR COMECADA E NAO COMPLETADA (08) E      *   00010700
      *   PREDECESSOR DO DEPEXEC SEM A DATA COMPLETA (16), SALVO    *   00010800
      *   LIBERACAO DE SUPERVISOR AINDA NAO CONSUMIDA               *   00010850
      *-------------------------------------------------------------*   00010900
       1000-CONFERIRDATA                      SECTION.                  00011000
      *-------------------------------------------------------------*   00011100
            MOVE 'N'   TO WRK-TEM-FIM-NA-DATA.                          00011200
            MOVE 'N'   TO WRK-TEM-LIBERACAO.                            00011210
            MOVE ZEROS TO WRK-MAIOR-INICIO.                             00011300
            MOVE ZEROS TO WRK-MAIOR-FIM.                                00011400
            PERFORM 1050-CARREGARPREDECESSORES.                         00011450
            OPEN INPUT CONTROLEX.                                       00011500
            IF WRK-FS-CONTROLEX EQUAL 0                                 00011600
              READ CONTROLEX                                            00011700
                END-IF                                                  00013200
              END-IF                                                    00013300
            END-IF.                                                     00013400
            IF WRK-CE-PODE-EXECUTAR                                     00013414
              PERFORM 1200-CONFERIRPREDECESSOR                          00013428
                 VARYING TAB-PRE-IDX FROM 1 BY 1                        00013442
                   UNTIL TAB-PRE-IDX GREATER WRK-PRE-QTD                00013456
                      OR NOT WRK-CE-PODE-EXECUTAR                       00013470
            END-IF.                                                     00013484
            IF WRK-TEM-LIBERACAO EQUAL 'S'                              00013500
               AND (WRK-CE-STATUS EQUAL '04'                            00013600
                    OR WRK-CE-STATUS EQUAL '08'                         00013700
                    OR WRK-CE-STATUS EQUAL '16')                        00013750
              MOVE '00' TO WRK-CE-STATUS                                00013800
              MOVE SPACES TO WRK-CE-PREDECESSOR                         00013850
            END-IF.                                                     00013900
                                                                        00014000
       1000-99-FIM.               EXIT.                                 00014100
                                                                        00014200
      *-------------------------------------------------------------*   00014202
      *   GUARDAR OS PREDECESSORES DECLARADOS PARA O PROGRAMA; SEM  *   00014204
      *   O ARQUIVO DEPEXEC (STATUS 35) NAO HA DEPENDENCIA          *   00014206
      *-------------------------------------------------------------*   00014208
       1050-CARREGARPREDECESSORES             SECTION.                  00014210
      *-------------------------------------------------------------*   00014212
            MOVE ZEROS TO WRK-PRE-QTD.                                  00014214
            OPEN INPUT DEPEXEC.                                         00014216
            IF WRK-FS-DEPEXEC EQUAL 0                                   00014218
              READ DEPEXEC                                              00014220
              PERFORM 1060-AVALIARDEPENDENCIA                           00014222
                 UNTIL WRK-FS-DEPEXEC NOT EQUAL 0                       00014224
              CLOSE DEPEXEC                                             00014226
            ELSE                                                        00014228
              IF WRK-FS-DEPEXEC NOT EQUAL 35                            00014230
                MOVE '12' TO WRK-CE-STATUS                              00014232
              END-IF                                                    00014234
            END-IF.                                                     00014236
                                                                        00014238
       1050-99-FIM.               EXIT.                                 00014240
                                                                        00014242
      *-------------------------------------------------------------*   00014244
       1060-AVALIARDEPENDENCIA                SECTION.                  00014246
      *-------------------------------------------------------------*   00014248
            IF DEP-PROGRAMA EQUAL WRK-CE-PROGRAMA                       00014250
               AND DEP-PREDECESSOR NOT EQUAL SPACES                     00014252
              IF WRK-PRE-QTD LESS 20                                    00014254
                ADD 1 TO WRK-PRE-QTD                                    00014256
                SET TAB-PRE-IDX TO WRK-PRE-QTD                          00014258
                MOVE DEP-PREDECESSOR                                    00014260
                  TO TAB-PRE-PROGRAMA (TAB-PRE-IDX)                     00014262
                MOVE 'N' TO TAB-PRE-COMPLETO (TAB-PRE-IDX)              00014264
              END-IF                                                    00014266
            END-IF.                                                     00014268
            READ DEPEXEC.                                               00014270
                                                                        00014272
       1060-99-FIM.               EXIT.                                 00014274
                                                                        00014276
      *-------------------------------------------------------------*   00014300
       1100-AVALIAREVENTO                     SECTION.                  00014400
      *-------------------------------------------------------------*   00014500
            IF CTX-DATA EQUAL WRK-CE-DATA                               00014514
               AND CTX-EVENTO EQUAL 'F'                                 00014528
              PERFORM 1110-MARCARPREDECESSOR                            00014542
                 VARYING TAB-PRE-IDX FROM 1 BY 1                        00014556
                   UNTIL TAB-PRE-IDX GREATER WRK-PRE-QTD                00014570
            END-IF.                                                     00014584
            IF CTX-PROGRAMA EQUAL WRK-CE-PROGRAMA                       00014600
              IF CTX-DATA EQUAL WRK-CE-DATA                             00014700
                IF CTX-EVENTO EQUAL 'F'                                 00014800
                  MOVE 'S' TO WRK-TEM-FIM-NA-DATA                       00014900
                END-IF                                                  00015000
                IF CTX-EVENTO EQUAL 'L'                                 00015010
                  MOVE 'S' TO WRK-TEM-LIBERACAO                         00015020
                END-IF                                                  00015030
                IF CTX-EVENTO EQUAL 'I'                                 00015040
                  MOVE 'N' TO WRK-TEM-LIBERACAO                         00015050
                END-IF                                                  00015060
              ELSE                                                      00015100
                IF CTX-DATA LESS WRK-CE-DATA                            00015200
                  IF CTX-EVENTO EQUAL 'I'                               00015300
                                                                        00016500
       1100-99-FIM.               EXIT.                                 00016600
                                                                        00016700
      *-------------------------------------------------------------*   00016704
       1110-MARCARPREDECESSOR                 SECTION.                  00016708
      *-------------------------------------------------------------*   00016712
            IF TAB-PRE-PROGRAMA (TAB-PRE-IDX) EQUAL CTX-PROGRAMA        00016716
              MOVE 'S' TO TAB-PRE-COMPLETO (TAB-PRE-IDX)                00016720
            END-IF.                                                     00016724
                                                                        00016728
       1110-99-FIM.               EXIT.                                 00016732
                                                                        00016736
      *-------------------------------------------------------------*   00016740
       1200-CONFERIRPREDECESSOR               SECTION.                  00016744
      *-------------------------------------------------------------*   00016748
            IF TAB-PRE-COMPLETO (TAB-PRE-IDX) EQUAL 'N'                 00016752
              MOVE '16' TO WRK-CE-STATUS                                00016756
              MOVE TAB-PRE-PROGRAMA (TAB-PRE-IDX)                       00016760
                TO WRK-CE-PREDECESSOR                                   00016764
            END-IF.                                                     00016780
                                                                        00016784
       1200-99-FIM.               EXIT.                                 00016788
                                                                        00016792
      *-------------------------------------------------------------*   00016800
       2000-GRAVAREVENTO                      SECTION.                  00016900
      *-------------------------------------------------------------*   00017000
              MOVE SPACES             TO REG-CONTROLEX                  00017600
              MOVE WRK-CE-PROGRAMA    TO CTX-PROGRAMA                   00017700
              MOVE WRK-CE-DATA        TO CTX-DATA                       00017800
              MOVE WRK-EVENTO         TO CTX-EVENTO                     00017900
              MOVE WRK-DATA-EXECUCAO  TO CTX-DATA-EXECUCAO              00018000
              MOVE WRK-HE-HHMMSS      TO CTX-HORA-EXECUCAO              00018010
              MOVE WRK-COMPLEMENTO    TO CTX-COMPLEMENTO                00018020
              WRITE REG-CONTROLEX                                       00018100
              CLOSE CONTROLEX                                           00018200
            END-IF.                                                     00018300
                                                                        00018400
       2000-99-FIM.               EXIT.                                 00018500
                                                                        00018600
      *-------------------------------------------------------------*   00018700
      *   GRAVAR A RECUSA (EVENTO R) PARA A CONSULTA DA CTL1, SEM   *   00018800
      *   PERDER O STATUS DEVOLVIDO AO PROGRAMA CHAMADOR            *   00018900
      *-------------------------------------------------------------*   00019000
       2100-GRAVARRECUSA                      SECTION.                  00019100
      *-------------------------------------------------------------*   00019200
            MOVE WRK-CE-STATUS       TO WRK-STATUS-RECUSA.              00019300
            IF WRK-CE-STATUS EQUAL '16'                                 00019316
              DISPLAY ' CTLEXEC - ' WRK-CE-PROGRAMA ' NA DATA '         00019332
                      WRK-CE-DATA ' AGUARDA O PREDECESSOR '             00019348
                      WRK-CE-PREDECESSOR                                00019364
            END-IF.                                                     00019380
            MOVE 'R'                 TO WRK-EVENTO.                     00019400
            MOVE WRK-CE-STATUS (2:1) TO WRK-COMPLEMENTO.                00019500
            PERFORM 2000-GRAVAREVENTO.                                  00019600
            MOVE WRK-STATUS-RECUSA   TO WRK-CE-STATUS.                  00019700
                                                                        00019800
       2100-99-FIM.               EXIT.                                 00019900

      *      POR AGENCIA E O PROGRAMA TERMINA COM RETURN-CODE 8,    *   00001900
      *      PARA A CADEIA DO ARQUIVO E A CADEIA DB2 NAO            *   00002000
      *      DERIVAREM SEMANAS SEM NINGUEM VER.                     *   00002100
      *      O MOVIMENTO QUE O ATUSALDO NAO APLICOU (SEMCONTA,      *   00002120
      *      BLOQEXC E ORDPEXC, JUNTOS NO DD NAOAPLIC) FOI PARA A   *   00002140
      *      TABELA PELO CARGACLI MAS NAO ESTA NO SALDO: A LINHA    *   00002160
      *      DO CURSOR COM ESSE ID DE RASTREIO NAO ENTRA NA SOMA.   *   00002180
      *-------------------------------------------------------------*   00002200
      *   ARQUIVOS...:                                              *   00002300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002400
      *    SALDONOVO            I                  #SALDO           *   00002500
      *    RELCMOVS             O                  -----------      *   00002600
      *    NAOAPLIC             I                  #CLIENTE         *   00002650
      *-------------------------------------------------------------*   00002700
      *   TABELAS DB2...:                                            *  00002800
      *    MOVIMENTOS           I    (DATA_CARGA DO DIA)             *  00002900
               FILE STATUS  IS WRK-FS-SALDONOVO.                        00004500
           SELECT RELCMOVS  ASSIGN TO RELCMOVS                          00004600
               FILE STATUS  IS WRK-FS-RELCMOVS.                         00004700
           SELECT NAOAPLIC  ASSIGN TO NAOAPLIC                          00004733
               FILE STATUS  IS WRK-FS-NAOAPLIC.                         00004766
                                                                        00004800
      *=============================================================*   00004900
       DATA                                      DIVISION.              00005000
           BLOCK CONTAINS 0 RECORDS.                                    00006300
                                                                        00006400
       01 REG-RELCMOVS        PIC X(133).                               00006500
                                                                        00006507
      *-------------------------------------------------------------*   00006514
      *   NAOAPLIC - MOVIMENTOS QUE O ATUSALDO NAO APLICOU          *   00006521
      *   LAYOUT #CLIENTE: SO INTERESSA O ID DE RASTREIO (POS 83)   *   00006528
      *-------------------------------------------------------------*   00006535
       FD NAOAPLIC                                                      00006542
           RECORDING  MODE IS F                                         00006549
           BLOCK CONTAINS 0 RECORDS.                                    00006556
                                                                        00006563
       01 REG-NAOAPLIC.                                                 00006570
          05 FILLER            PIC X(82).                               00006577
          05 NAP-ID-RASTREIO   PIC 9(06).                               00006584
                                                                        00006600
      *=============================================================*   00006700
       WORKING-STORAGE                             SECTION.             00006800
                                                                        00007000
       77 WRK-FS-SALDONOVO       PIC 9(02).                             00007100
       77 WRK-FS-RELCMOVS        PIC 9(02).                             00007200
       77 WRK-FS-NAOAPLIC        PIC 9(02).                             00007250
                                                                        00007300
      *-----------------CHAVES DO BALANCE LINE-----------------------*  00007400
                                                                        00007500
       77 WRK-CONTA-DB2-ABERTA   PIC X(01) VALUE 'N'.                   00008800
       77 WRK-FIM-CURSOR         PIC X(01) VALUE 'N'.                   00008900
           88 WRK-CURSOR-ESGOTADO    VALUE 'S'.                         00009000
       77 WRK-LINHAS-CONTA       PIC 9(05) VALUE ZEROS.                 00009050
                                                                        00009100
      *-----------------CONTROLE DA CONCILIACAO----------------------*  00009200
                                                                        00009300
           88 WRK-SALDO-DIVERGE      VALUE 'S'.                         00009500
       77 WRK-ACUM-CONTAS        PIC 9(07) VALUE ZEROS.                 00009600
       77 WRK-ACUM-DIVERGE       PIC 9(07) VALUE ZEROS.                 00009700
       77 WRK-ACUM-NAOAPLIC      PIC 9(07) VALUE ZEROS.                 00009708
                                                                        00009716
      *-----------------MOVIMENTOS NAO APLICADOS NO SALDO------------*  00009724
                                                                        00009732
       77 WRK-NAP-QTD            PIC 9(04) VALUE ZEROS.                 00009740
       77 WRK-NAP-ACHOU          PIC 9     VALUE 0.                     00009748
                                                                        00009756
       01 TAB-NAOAPLIC.                                                 00009764
          05 TAB-NAP-ITEM OCCURS 2000 TIMES                             00009772
                          INDEXED BY TAB-NAP-IDX.                       00009780
             10 TAB-NAP-ID        PIC 9(06).                            00009788
                                                                        00009800
      *-----------------LINHAS DO RELATORIO--------------------------*  00009900
                                                                        00010000
       01 WRK-HV-TIP-OP          PIC X(01).                             00014000
       01 WRK-HV-TRANSF-DIR      PIC X(01).                             00014100
       01 WRK-HV-DATA-CARGA      PIC S9(08) COMP.                       00014200
       01 WRK-HV-ID-RASTREIO     PIC S9(08) COMP.                       00014250
                                                                        00014300
      *-----------------TRATAMENTO DE ERROS--------------------------*  00014400
                                                                        00014500
                                                                        00015300
           EXEC SQL                                                     00015400
               DECLARE CUR-MOVDIA CURSOR FOR                            00015500
                  SELECT AGENCIA, CONTA, VALOR, TIP_OP, TRANSF_DIR,     00015600
                         COALESCE(ID_RASTREIO, 0)                       00015650
                    FROM MOVIMENTOS                                     00015700
                   WHERE DATA_CARGA = :WRK-HV-DATA-CARGA                00015800
                   ORDER BY AGENCIA, CONTA                              00015900
            END-IF.                                                     00019700
            WRITE REG-RELCMOVS FROM WRK-CABEC-CONC.                     00019800
            WRITE REG-RELCMOVS FROM WRK-CABEC-CONC1.                    00019900
            OPEN INPUT NAOAPLIC.                                        00019909
            IF WRK-FS-NAOAPLIC NOT EQUAL 0                              00019918
              DISPLAY ' ERRO OPEN NAOAPLIC - STATUS ' WRK-FS-NAOAPLIC   00019927
              MOVE 12 TO RETURN-CODE                                    00019936
              STOP RUN                                                  00019945
            END-IF.                                                     00019954
            READ NAOAPLIC.                                              00019963
            PERFORM 1100-GUARDARNAOAPLIC                                00019972
               UNTIL WRK-FS-NAOAPLIC EQUAL 10.                          00019981
            CLOSE NAOAPLIC.                                             00019990
            EXEC SQL                                                    00020000
                OPEN CUR-MOVDIA                                         00020100
            END-EXEC.                                                   00020200
                                                                        00021200
       1000-99-FIM.               EXIT.                                 00021300
                                                                        00021400
      *-------------------------------------------------------------*   00021404
      *   O ID DE RASTREIO E UNICO NA DATA E IDENTIFICA O MOVIMENTO *   00021408
      *-------------------------------------------------------------*   00021412
       1100-GUARDARNAOAPLIC                     SECTION.                00021416
      *-------------------------------------------------------------*   00021420
                                                                        00021424
            IF WRK-NAP-QTD NOT LESS 2000                                00021428
              DISPLAY ' NAO APLICADOS EXCEDEM A TABELA DE 2000'         00021432
              MOVE '1100'                   TO WRK-SECAO                00021436
              MOVE 'NAO APLICADOS EXCEDEM A TABELA DE 2000'             00021440
                TO WRK-MSGERRO                                          00021444
              MOVE '00'                     TO WRK-STATUS               00021448
              PERFORM 9010-TRATARERROS                                  00021452
              MOVE 12 TO RETURN-CODE                                    00021456
              STOP RUN                                                  00021460
            END-IF.                                                     00021464
            ADD 1 TO WRK-NAP-QTD.                                       00021468
            SET TAB-NAP-IDX TO WRK-NAP-QTD.                             00021472
            MOVE NAP-ID-RASTREIO TO TAB-NAP-ID (TAB-NAP-IDX).           00021476
            READ NAOAPLIC.                                              00021480
                                                                        00021484
       1100-99-FIM.               EXIT.                                 00021488
                                                                        00021492
      *-------------------------------------------------------------*   00021500
       1200-LERMESTRE                           SECTION.                00021600
      *-------------------------------------------------------------*   00021700
              MOVE WRK-HV-AGENCIA TO WRK-CD-AGENCIA                     00024200
              MOVE WRK-HV-CONTA   TO WRK-CD-CONTA                       00024300
              MOVE ZEROS TO WRK-DELTA-DB2                               00024400
              MOVE ZEROS TO WRK-LINHAS-CONTA                            00024450
              PERFORM 1310-SOMARLINHA                                   00024500
                 UNTIL WRK-CONTA-DB2-ABERTA EQUAL 'N'                   00024600
                    OR WRK-HV-AGENCIA NOT EQUAL WRK-CD-AGENCIA          00024700
       1300-99-FIM.               EXIT.                                 00025100
                                                                        00025200
      *-------------------------------------------------------------*   00025300
       1310-SOMARLINHA                          SECTION.                00025340
      *-------------------------------------------------------------*   00025380
                                                                        00025420
            PERFORM 1320-PESQUISARNAOAPLIC.                             00025460
            IF WRK-NAP-ACHOU EQUAL 1                                    00025500
              ADD 1 TO WRK-ACUM-NAOAPLIC                                00025540
            ELSE                                                        00025580
              ADD 1 TO WRK-LINHAS-CONTA                                 00025620
              PERFORM 1315-APLICARLINHA                                 00025660
            END-IF.                                                     00025700
            PERFORM 1400-FETCHLINHA.                                    00025740
                                                                        00025780
       1310-99-FIM.               EXIT.                                 00025820
                                                                        00025860
      *-------------------------------------------------------------*   00025900
       1315-APLICARLINHA                        SECTION.                00025940
      *-------------------------------------------------------------*   00025980
                                                                        00026020
            IF WRK-HV-TIP-OP EQUAL 'C'                                  00026060
              ADD WRK-HV-VALOR TO WRK-DELTA-DB2                         00026100
            ELSE                                                        00026140
             IF WRK-HV-TIP-OP EQUAL 'D' OR WRK-HV-TIP-OP EQUAL 'S'      00026180
               SUBTRACT WRK-HV-VALOR FROM WRK-DELTA-DB2                 00026220
             ELSE                                                       00026260
              IF WRK-HV-TIP-OP EQUAL 'T'                                00026300
                 AND WRK-HV-TRANSF-DIR EQUAL 'C'                        00026340
                ADD WRK-HV-VALOR TO WRK-DELTA-DB2                       00026380
              ELSE                                                      00026420
               IF WRK-HV-TIP-OP EQUAL 'T'                               00026460
                  AND WRK-HV-TRANSF-DIR EQUAL 'D'                       00026500
                 SUBTRACT WRK-HV-VALOR FROM WRK-DELTA-DB2               00026540
               END-IF                                                   00026580
              END-IF                                                    00026620
             END-IF                                                     00026660
            END-IF.                                                     00026700
                                                                        00026740
       1315-99-FIM.               EXIT.                                 00026780
                                                                        00026820
      *-------------------------------------------------------------*   00026860
       1320-PESQUISARNAOAPLIC                   SECTION.                00026900
      *-------------------------------------------------------------*   00026940
                                                                        00026980
            MOVE 0 TO WRK-NAP-ACHOU.                                    00027020
            PERFORM 1330-TESTARNAOAPLIC                                 00027060
               VARYING TAB-NAP-IDX FROM 1 BY 1                          00027100
                 UNTIL TAB-NAP-IDX GREATER WRK-NAP-QTD                  00027140
                    OR WRK-NAP-ACHOU EQUAL 1.                           00027180
                                                                        00027220
       1320-99-FIM.               EXIT.                                 00027260
                                                                        00027300
      *-------------------------------------------------------------*   00027340
       1330-TESTARNAOAPLIC                      SECTION.                00027380
      *-------------------------------------------------------------*   00027420
                                                                        00027460
            IF TAB-NAP-ID (TAB-NAP-IDX) EQUAL WRK-HV-ID-RASTREIO        00027500
              MOVE 1 TO WRK-NAP-ACHOU                                   00027540
            END-IF.                                                     00027580
                                                                        00027620
       1330-99-FIM.               EXIT.                                 00027660
                                                                        00027700
      *-------------------------------------------------------------*   00027800
       1400-FETCHLINHA                          SECTION.                00027900
                  FETCH CUR-MOVDIA                                      00028600
                   INTO :WRK-HV-AGENCIA, :WRK-HV-CONTA,                 00028700
                        :WRK-HV-VALOR, :WRK-HV-TIP-OP,                  00028800
                        :WRK-HV-TRANSF-DIR, :WRK-HV-ID-RASTREIO         00028900
              END-EXEC                                                  00029000
              IF SQLCODE EQUAL 100                                      00029100
                MOVE 'S' TO WRK-FIM-CURSOR                              00029200
                PERFORM 1200-LERMESTRE                                  00033600
                PERFORM 1300-LERCONTADB2                                00033700
              ELSE                                                      00033800
                IF WRK-LINHAS-CONTA GREATER ZEROS                       00033850
                  MOVE WRK-CD-AGENCIA TO WRK-LC-AGENCIA                 00033900
                  MOVE WRK-CD-CONTA   TO WRK-LC-CONTA                   00034000
                  MOVE ZEROS          TO WRK-LC-DELTA-ARQ               00034100
                  MOVE WRK-DELTA-DB2  TO WRK-LC-DELTA-DB2               00034200
                  MOVE 'SO NA DB2 '   TO WRK-LC-SITUACAO                00034300
                  PERFORM 2100-DENUNCIAR                                00034400
                END-IF                                                  00034450
                PERFORM 1300-LERCONTADB2                                00034500
              END-IF                                                    00034600
            END-IF.                                                     00034700
            CLOSE RELCMOVS.                                             00037600
            DISPLAY ' CONTAS CONFERIDAS......' WRK-ACUM-CONTAS.         00037700
            DISPLAY ' CONTAS DIVERGENTES.....' WRK-ACUM-DIVERGE.        00037800
            DISPLAY ' NAO APLICADOS IGNORADOS' WRK-ACUM-NAOAPLIC.       00037850
            IF WRK-SALDO-DIVERGE                                        00037900
              DISPLAY ' *** SALDOS DIVERGEM DO HISTORICO DB2'           00038000
              MOVE 8 TO RETURN-CODE                                     00038100

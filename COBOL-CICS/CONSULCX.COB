      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. CONSULCX.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: TRANSACAO CICS CTL1 - SITUACAO DA CADEIA DE     *   00001200
      *      LOTE: DADA A DATA DE NEGOCIO, VARRE O REGISTRO         *   00001300
      *      CONTROLEX GRAVADO PELO CTLEXEC E MOSTRA CADA PROGRAMA  *   00001400
      *      DA CADEIA COMO INICIADO, CONCLUIDO, RECUSADO (COM O    *   00001500
      *      STATUS 04, 08 OU 16), LIBERADO OU NAO RODOU, COM A     *   00001600
      *      HORA DE INICIO E FIM - A MANHA DEIXA DE LER O          *   00001700
      *      RELJANEL OU NAVEGAR NO DATASET. O SUPERVISOR (NIVEL    *   00001800
      *      2 DO USUARIOS) LIBERA COM PF5 UM PROGRAMA RECUSADO NA  *   00001900
      *      DATA, INFORMANDO O MOTIVO: A LIBERACAO VIRA O EVENTO L *   00002000
      *      NO CONTROLEX, QUE O CTLEXEC ACEITA UMA UNICA VEZ NO    *   00002100
      *      LUGAR DO ANTIGO OVERRIDE DO SYSIN, E O OPERADOR, O     *   00002200
      *      PROGRAMA, A DATA E O MOTIVO VAO PARA A FILA DE         *   00002300
      *      AUDITORIA AUDX.                                        *   00002400
      *-------------------------------------------------------------*   00002500
      *   ARQUIVOS...:                                              *   00002600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002700
      *    CONTROLEX           I/O  (ESDS VIA FCT)  -----------     *   00002800
      *    USUARIOS             I   (VIA FCT)       #USUARIO        *   00002900
      *    AUDX (FILA TD)       O                  -----------      *   00003000
      *-------------------------------------------------------------*   00003100
      *   MAPAS......:                                 INCLUDE/BOOK *   00003200
      *    MAPCTX    MAPSET/MAPA DA TELA 3270            MAPCTXO    *   00003300
      *=============================================================*   00003400
                                                                        00003500
      *=============================================================*   00003600
       ENVIRONMENT                               DIVISION.              00003700
      *=============================================================*   00003800
                                                                        00003900
      *=============================================================*   00004000
       CONFIGURATION                               SECTION.             00004100
      *=============================================================*   00004200
       SPECIAL-NAMES.                                                   00004300
           DECIMAL-POINT IS COMMA.                                      00004400
                                                                        00004500
      *=============================================================*   00004600
       DATA                                      DIVISION.              00004700
      *=============================================================*   00004800
       WORKING-STORAGE                             SECTION.             00004900
                                                                        00005000
      *-----------------LAYOUT DO REGISTRO CONTROLEX-----------------*  00005100
                                                                        00005200
       01 REG-CONTROLEX.                                                00005300
          05 CTX-PROGRAMA        PIC X(08).                             00005400
          05 CTX-DATA            PIC 9(08).                             00005500
          05 CTX-EVENTO          PIC X(01).                             00005600
          05 CTX-DATA-EXECUCAO   PIC 9(06).                             00005700
          05 CTX-HORA-EXECUCAO   PIC 9(06).                             00005800
          05 CTX-COMPLEMENTO     PIC X(01).                             00005900
                                                                        00006000
       77 WRK-RBA                PIC S9(08) COMP VALUE ZEROS.           00006100
                                                                        00006200
      *-----------------USUARIO E AUTORIZACAO-------------------------* 00006300
                                                                        00006400
       COPY '#USUARIO'.                                                 00006500
                                                                        00006600
       77 WRK-USUARIO            PIC X(08) VALUE SPACES.                00006700
                                                                        00006800
      *-----------------REGISTRO DE AUDITORIA-------------------------* 00006900
                                                                        00007000
       01 WRK-REG-AUDCTL.                                               00007100
          05 AUD-DATA            PIC S9(07) COMP-3.                     00007200
          05 AUD-HORA            PIC S9(07) COMP-3.                     00007300
          05 AUD-USUARIO         PIC X(08).                             00007400
          05 AUD-TERMINAL        PIC X(04).                             00007500
          05 AUD-ACAO            PIC X(08).                             00007600
          05 AUD-PROGRAMA        PIC X(08).                             00007700
          05 AUD-DATA-NEGOCIO    PIC 9(08).                             00007800
          05 AUD-MOTIVO          PIC X(40).                             00007900
                                                                        00008000
      *-----------------SITUACAO DOS PROGRAMAS NA DATA----------------* 00008100
                                                                        00008200
       77 WRK-PRG-QTD            PIC 9(02) VALUE ZEROS.                 00008300
       77 WRK-PRG-ACHOU          PIC 9(01) VALUE ZEROS.                 00008400
       77 WRK-PRG-SLOT           PIC 9(02) VALUE ZEROS.                 00008500
       77 WRK-IDX                PIC 9(02) VALUE ZEROS.                 00008600
       77 WRK-TABELA-CHEIA       PIC X(01) VALUE 'N'.                   00008700
                                                                        00008800
       01 TAB-PROGRAMAS.                                                00008900
          05 TAB-PRG-ITEM OCCURS 12 TIMES.                              00009000
             10 TAB-PRG-PROGRAMA PIC X(08).                             00009100
             10 TAB-PRG-SITUACAO PIC X(12).                             00009200
             10 TAB-PRG-INICIO   PIC 9(06).                             00009300
             10 TAB-PRG-FIM      PIC 9(06).                             00009400
                                                                        00009500
       01 WRK-SITUACAO-RECUSA.                                          00009600
          05 FILLER              PIC X(09) VALUE 'RECUSADO '.           00009700
          05 WRK-SR-DEZENA       PIC X(01) VALUE '0'.                   00009750
          05 WRK-SR-STATUS       PIC X(01).                             00009800
          05 FILLER              PIC X(01) VALUE SPACE.                 00009900
                                                                        00010000
       01 WRK-LINHA-CADEIA.                                             00010100
          05 WRK-LC-PROGRAMA     PIC X(08).                             00010200
          05 FILLER              PIC X(02) VALUE SPACES.                00010300
          05 WRK-LC-SITUACAO     PIC X(12).                             00010400
          05 FILLER              PIC X(02) VALUE SPACES.                00010500
          05 WRK-LC-INICIO       PIC 9(06).                             00010600
          05 FILLER              PIC X(02) VALUE SPACES.                00010700
          05 WRK-LC-FIM          PIC 9(06).                             00010800
          05 FILLER              PIC X(02) VALUE SPACES.                00010900
                                                                        00011000
       01 TAB-LINHAS.                                                   00011100
          05 TAB-LINHA           PIC X(40) OCCURS 12 TIMES.             00011200
                                                                        00011300
      *-----------------AREA DE TRABALHO-------------------------------*00011400
                                                                        00011500
       77 WRK-RESP               PIC S9(08) COMP.                       00011600
       77 WRK-FIM-BROWSE         PIC X(01)  VALUE 'N'.                  00011700
           88 WRK-BROWSE-ESGOTADO    VALUE 'S'.                         00011800
       77 WRK-DATA-PEDIDA        PIC 9(08)  VALUE ZEROS.                00011900
       77 WRK-MENSAGEM           PIC X(40)  VALUE SPACES.               00012000
       77 WRK-ABSTIME            PIC S9(15) COMP-3.                     00012100
       77 WRK-DATA-HOJE          PIC 9(06).                             00012200
       77 WRK-HORA-AGORA         PIC 9(06).                             00012300
       77 WRK-MSG-FIM            PIC X(28) VALUE                        00012400
           'FIM DA CONSULTA DA CADEIA.  '.                              00012500
                                                                        00012600
      *-----------------COMMAREA---------------------------------------*00012700
                                                                        00012800
       01 WRK-COMMAREA.                                                 00012900
          05 WRK-CA-DATA         PIC 9(08).                             00013000
          05 FILLER              PIC X(02).                             00013100
                                                                        00013200
      *-------------------------------------------------------------*   00013300
       LINKAGE                                     SECTION.             00013400
      *-------------------------------------------------------------*   00013500
                                                                        00013600
       01 DFHCOMMAREA.                                                  00013700
          05 FILLER              PIC X(10).                             00013800
                                                                        00013900
      *-----------------MAPA SIMBOLICO MAPCTX-------------------------* 00014000
                                                                        00014100
       COPY 'MAPCTXO'.                                                  00014200
                                                                        00014300
      *=============================================================*   00014400
       PROCEDURE                                DIVISION.               00014500
      *=============================================================*   00014600
                                                                        00014700
      *-------------------------------------------------------------*   00014800
       0000-PRINCIPAL                           SECTION.                00014900
      *-------------------------------------------------------------*   00015000
                                                                        00015100
           IF EIBAID EQUAL '3'                                          00015200
             PERFORM 9000-ENCERRAR                                      00015300
           ELSE                                                         00015400
             IF EIBCALEN EQUAL 0                                        00015500
               PERFORM 1000-TELA-INICIAL                                00015600
             ELSE                                                       00015700
               MOVE DFHCOMMAREA TO WRK-COMMAREA                         00015800
               IF EIBAID EQUAL '5'                                      00015900
                 PERFORM 3000-LIBERARPROGRAMA                           00016000
               ELSE                                                     00016100
                 PERFORM 2000-CONSULTARCADEIA                           00016200
               END-IF                                                   00016300
             END-IF                                                     00016400
             EXEC CICS RETURN                                           00016500
                       TRANSID('CTL1')                                  00016600
                       COMMAREA(WRK-COMMAREA)                           00016700
                       LENGTH(10)                                       00016800
             END-EXEC                                                   00016900
           END-IF.                                                      00017000
           GOBACK.                                                      00017100
                                                                        00017200
       0000-99-FIM.               EXIT.                                 00017300
                                                                        00017400
      *-------------------------------------------------------------*   00017500
       1000-TELA-INICIAL                        SECTION.                00017600
      *-------------------------------------------------------------*   00017700
                                                                        00017800
           MOVE LOW-VALUES TO MAPCTXO.                                  00017900
           MOVE 'INFORME A DATA DE NEGOCIO E TECLE ENTER' TO MSGERROO.  00018000
           EXEC CICS SEND MAP('MAPCTX')                                 00018100
                     MAPSET('MAPCTX')                                   00018200
                     FROM(MAPCTXO)                                      00018300
                     ERASE                                              00018400
           END-EXEC.                                                    00018500
           MOVE ZEROS TO WRK-CA-DATA.                                   00018600
                                                                        00018700
       1000-99-FIM.               EXIT.                                 00018800
                                                                        00018900
      *-------------------------------------------------------------*   00019000
       2000-CONSULTARCADEIA                     SECTION.                00019100
      *-------------------------------------------------------------*   00019200
                                                                        00019300
           EXEC CICS RECEIVE MAP('MAPCTX')                              00019400
                     MAPSET('MAPCTX')                                   00019500
                     INTO(MAPCTXI)                                      00019600
                     RESP(WRK-RESP)                                     00019700
           END-EXEC.                                                    00019800
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00019900
              OR DATAI NOT NUMERIC                                      00020000
             MOVE LOW-VALUES TO MAPCTXO                                 00020100
             MOVE 'INFORME A DATA DE NEGOCIO (AAAAMMDD)' TO MSGERROO    00020200
             PERFORM 8000-ENVIARMAPA                                    00020300
           ELSE                                                         00020400
             MOVE DATAI TO WRK-DATA-PEDIDA                              00020500
             MOVE DATAI TO WRK-CA-DATA                                  00020600
             PERFORM 2100-MONTARCADEIA                                  00020700
             PERFORM 2400-MOSTRARCADEIA                                 00020800
           END-IF.                                                      00020900
                                                                        00021000
       2000-99-FIM.               EXIT.                                 00021100
                                                                        00021200
      *-------------------------------------------------------------*   00021300
      *   VARRER O CONTROLEX INTEIRO: A TABELA GUARDA TODO PROGRAMA *   00021400
      *   QUE JA PASSOU PELO CTLEXEC E O ULTIMO EVENTO DE CADA UM   *   00021500
      *   NA DATA PEDIDA (O REGISTRO E CRONOLOGICO)                 *   00021600
      *-------------------------------------------------------------*   00021700
       2100-MONTARCADEIA                        SECTION.                00021800
      *-------------------------------------------------------------*   00021900
                                                                        00022000
           MOVE ZEROS TO WRK-PRG-QTD.                                   00022100
           MOVE 'N'   TO WRK-TABELA-CHEIA.                              00022200
           MOVE 'N'   TO WRK-FIM-BROWSE.                                00022300
           MOVE ZEROS TO WRK-RBA.                                       00022400
           EXEC CICS STARTBR FILE('CONTROLEX')                          00022500
                     RIDFLD(WRK-RBA)                                    00022600
                     RBA                                                00022700
                     RESP(WRK-RESP)                                     00022800
           END-EXEC.                                                    00022900
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00023000
             MOVE 'S' TO WRK-FIM-BROWSE                                 00023100
           ELSE                                                         00023200
             PERFORM 2200-LEREVENTO                                     00023300
                UNTIL WRK-BROWSE-ESGOTADO                               00023400
             EXEC CICS ENDBR FILE('CONTROLEX')                          00023500
             END-EXEC                                                   00023600
           END-IF.                                                      00023700
           IF WRK-PRG-QTD EQUAL ZEROS                                   00023800
             MOVE 'CONTROLEX SEM EVENTOS GRAVADOS' TO WRK-MENSAGEM      00023900
           ELSE                                                         00024000
             IF WRK-TABELA-CHEIA EQUAL 'S'                              00024100
               MOVE 'MAIS DE 12 PROGRAMAS - LISTA CORTADA'              00024200
                 TO WRK-MENSAGEM                                        00024300
             ELSE                                                       00024400
               MOVE 'PF5+PROGRAMA+MOTIVO LIBERA O RECUSADO'             00024500
                 TO WRK-MENSAGEM                                        00024600
             END-IF                                                     00024700
           END-IF.                                                      00024800
                                                                        00024900
       2100-99-FIM.               EXIT.                                 00025000
                                                                        00025100
      *-------------------------------------------------------------*   00025200
       2200-LEREVENTO                           SECTION.                00025300
      *-------------------------------------------------------------*   00025400
                                                                        00025500
           EXEC CICS READNEXT FILE('CONTROLEX')                         00025600
                     INTO(REG-CONTROLEX)                                00025700
                     RIDFLD(WRK-RBA)                                    00025800
                     RBA                                                00025900
                     RESP(WRK-RESP)                                     00026000
           END-EXEC.                                                    00026100
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00026200
             MOVE 'S' TO WRK-FIM-BROWSE                                 00026300
           ELSE                                                         00026400
             PERFORM 2210-LOCALIZARPROGRAMA                             00026500
             IF WRK-PRG-SLOT GREATER ZEROS                              00026600
                AND CTX-DATA EQUAL WRK-DATA-PEDIDA                      00026700
               PERFORM 2300-APLICAREVENTO                               00026800
             END-IF                                                     00026900
           END-IF.                                                      00027000
                                                                        00027100
       2200-99-FIM.               EXIT.                                 00027200
                                                                        00027300
      *-------------------------------------------------------------*   00027400
       2210-LOCALIZARPROGRAMA                   SECTION.                00027500
      *-------------------------------------------------------------*   00027600
                                                                        00027700
           MOVE 0     TO WRK-PRG-ACHOU.                                 00027800
           MOVE ZEROS TO WRK-PRG-SLOT.                                  00027900
           PERFORM 2220-PESQUISARPROGRAMA                               00028000
              VARYING WRK-IDX FROM 1 BY 1                               00028100
                UNTIL WRK-IDX GREATER WRK-PRG-QTD                       00028200
                   OR WRK-PRG-ACHOU EQUAL 1.                            00028300
           IF WRK-PRG-ACHOU EQUAL 0                                     00028400
             IF WRK-PRG-QTD LESS 12                                     00028500
               ADD 1 TO WRK-PRG-QTD                                     00028600
               MOVE WRK-PRG-QTD  TO WRK-PRG-SLOT                        00028700
               MOVE CTX-PROGRAMA TO TAB-PRG-PROGRAMA (WRK-PRG-SLOT)     00028800
               MOVE 'NAO RODOU'  TO TAB-PRG-SITUACAO (WRK-PRG-SLOT)     00028900
               MOVE ZEROS        TO TAB-PRG-INICIO   (WRK-PRG-SLOT)     00029000
               MOVE ZEROS        TO TAB-PRG-FIM      (WRK-PRG-SLOT)     00029100
             ELSE                                                       00029200
               MOVE 'S' TO WRK-TABELA-CHEIA                             00029300
             END-IF                                                     00029400
           END-IF.                                                      00029500
                                                                        00029600
       2210-99-FIM.               EXIT.                                 00029700
                                                                        00029800
      *-------------------------------------------------------------*   00029900
       2220-PESQUISARPROGRAMA                   SECTION.                00030000
      *-------------------------------------------------------------*   00030100
                                                                        00030200
           IF TAB-PRG-PROGRAMA (WRK-IDX) EQUAL CTX-PROGRAMA             00030300
             MOVE 1       TO WRK-PRG-ACHOU                              00030400
             MOVE WRK-IDX TO WRK-PRG-SLOT                               00030500
           END-IF.                                                      00030600
                                                                        00030700
       2220-99-FIM.               EXIT.                                 00030800
                                                                        00030900
      *-------------------------------------------------------------*   00031000
       2300-APLICAREVENTO                       SECTION.                00031100
      *-------------------------------------------------------------*   00031200
                                                                        00031300
           IF CTX-EVENTO EQUAL 'I'                                      00031400
             MOVE 'INICIADO'        TO TAB-PRG-SITUACAO (WRK-PRG-SLOT)  00031500
             MOVE CTX-HORA-EXECUCAO TO TAB-PRG-INICIO   (WRK-PRG-SLOT)  00031600
             MOVE ZEROS             TO TAB-PRG-FIM      (WRK-PRG-SLOT)  00031700
           ELSE                                                         00031800
            IF CTX-EVENTO EQUAL 'F'                                     00031900
              MOVE 'CONCLUIDO'       TO TAB-PRG-SITUACAO (WRK-PRG-SLOT) 00032000
              MOVE CTX-HORA-EXECUCAO TO TAB-PRG-FIM      (WRK-PRG-SLOT) 00032100
            ELSE                                                        00032200
             IF CTX-EVENTO EQUAL 'R'                                    00032300
               MOVE CTX-COMPLEMENTO  TO WRK-SR-STATUS                   00032400
               IF CTX-COMPLEMENTO EQUAL '6'                             00032416
                 MOVE '1' TO WRK-SR-DEZENA                              00032432
               ELSE                                                     00032448
                 MOVE '0' TO WRK-SR-DEZENA                              00032464
               END-IF                                                   00032480
               MOVE WRK-SITUACAO-RECUSA                                 00032500
                 TO TAB-PRG-SITUACAO (WRK-PRG-SLOT)                     00032600
             ELSE                                                       00032700
               IF CTX-EVENTO EQUAL 'L'                                  00032800
                 MOVE 'LIBERADO'     TO TAB-PRG-SITUACAO (WRK-PRG-SLOT) 00032900
               END-IF                                                   00033000
             END-IF                                                     00033100
            END-IF                                                      00033200
           END-IF.                                                      00033300
                                                                        00033400
       2300-99-FIM.               EXIT.                                 00033500
                                                                        00033600
      *-------------------------------------------------------------*   00033700
       2400-MOSTRARCADEIA                       SECTION.                00033800
      *-------------------------------------------------------------*   00033900
                                                                        00034000
           MOVE LOW-VALUES TO MAPCTXO.                                  00034100
           MOVE SPACES     TO TAB-LINHAS.                               00034200
           PERFORM 2410-MONTARLINHA                                     00034300
              VARYING WRK-IDX FROM 1 BY 1                               00034400
                UNTIL WRK-IDX GREATER WRK-PRG-QTD.                      00034500
           MOVE WRK-DATA-PEDIDA TO DATAO.                               00034600
           MOVE TAB-LINHA (01)  TO LIN01O.                              00034700
           MOVE TAB-LINHA (02)  TO LIN02O.                              00034800
           MOVE TAB-LINHA (03)  TO LIN03O.                              00034900
           MOVE TAB-LINHA (04)  TO LIN04O.                              00035000
           MOVE TAB-LINHA (05)  TO LIN05O.                              00035100
           MOVE TAB-LINHA (06)  TO LIN06O.                              00035200
           MOVE TAB-LINHA (07)  TO LIN07O.                              00035300
           MOVE TAB-LINHA (08)  TO LIN08O.                              00035400
           MOVE TAB-LINHA (09)  TO LIN09O.                              00035500
           MOVE TAB-LINHA (10)  TO LIN10O.                              00035600
           MOVE TAB-LINHA (11)  TO LIN11O.                              00035700
           MOVE TAB-LINHA (12)  TO LIN12O.                              00035800
           MOVE WRK-MENSAGEM    TO MSGERROO.                            00035900
           PERFORM 8000-ENVIARMAPA.                                     00036000
                                                                        00036100
       2400-99-FIM.               EXIT.                                 00036200
                                                                        00036300
      *-------------------------------------------------------------*   00036400
       2410-MONTARLINHA                         SECTION.                00036500
      *-------------------------------------------------------------*   00036600
                                                                        00036700
           MOVE TAB-PRG-PROGRAMA (WRK-IDX) TO WRK-LC-PROGRAMA.          00036800
           MOVE TAB-PRG-SITUACAO (WRK-IDX) TO WRK-LC-SITUACAO.          00036900
           MOVE TAB-PRG-INICIO   (WRK-IDX) TO WRK-LC-INICIO.            00037000
           MOVE TAB-PRG-FIM      (WRK-IDX) TO WRK-LC-FIM.               00037100
           MOVE WRK-LINHA-CADEIA TO TAB-LINHA (WRK-IDX).                00037200
                                                                        00037300
       2410-99-FIM.               EXIT.                                 00037400
                                                                        00037500
      *-------------------------------------------------------------*   00037600
       3000-LIBERARPROGRAMA                     SECTION.                00037700
      *-------------------------------------------------------------*   00037800
                                                                        00037900
           EXEC CICS RECEIVE MAP('MAPCTX')                              00038000
                     MAPSET('MAPCTX')                                   00038100
                     INTO(MAPCTXI)                                      00038200
                     RESP(WRK-RESP)                                     00038300
           END-EXEC.                                                    00038400
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00038500
             MOVE LOW-VALUES TO MAPCTXO                                 00038600
             MOVE 'DADOS INVALIDOS PARA LIBERACAO' TO MSGERROO          00038700
             PERFORM 8000-ENVIARMAPA                                    00038800
           ELSE                                                         00038900
             PERFORM 7000-AUTORIZARUSUARIO                              00039000
             IF NOT USU-SUPERVISOR                                      00039100
               MOVE LOW-VALUES TO MAPCTXO                               00039200
               MOVE 'LIBERACAO SO PARA USUARIO SUPERVISOR'              00039300
                 TO MSGERROO                                            00039400
               PERFORM 8000-ENVIARMAPA                                  00039500
             ELSE                                                       00039600
               PERFORM 3100-VALIDARLIBERACAO                            00039700
             END-IF                                                     00039800
           END-IF.                                                      00039900
                                                                        00040000
       3000-99-FIM.               EXIT.                                 00040100
                                                                        00040200
      *-------------------------------------------------------------*   00040300
      *   SO SE LIBERA PROGRAMA CONHECIDO DO CONTROLEX CUJO ULTIMO  *   00040400
      *   EVENTO NA DATA E UMA RECUSA DO CTLEXEC                    *   00040500
      *-------------------------------------------------------------*   00040600
       3100-VALIDARLIBERACAO                    SECTION.                00040700
      *-------------------------------------------------------------*   00040800
                                                                        00040900
           IF DATAI NOT NUMERIC                                         00041000
              OR PROGRI EQUAL SPACES OR PROGRI EQUAL LOW-VALUES         00041100
              OR MOTIVOI EQUAL SPACES OR MOTIVOI EQUAL LOW-VALUES       00041200
             MOVE LOW-VALUES TO MAPCTXO                                 00041300
             MOVE 'INFORME DATA, PROGRAMA E MOTIVO' TO MSGERROO         00041400
             PERFORM 8000-ENVIARMAPA                                    00041500
           ELSE                                                         00041600
             MOVE DATAI TO WRK-DATA-PEDIDA                              00041700
             MOVE DATAI TO WRK-CA-DATA                                  00041800
             PERFORM 2100-MONTARCADEIA                                  00041900
             MOVE PROGRI TO CTX-PROGRAMA                                00042000
             MOVE 0      TO WRK-PRG-ACHOU                               00042100
             MOVE ZEROS  TO WRK-PRG-SLOT                                00042200
             PERFORM 2220-PESQUISARPROGRAMA                             00042300
                VARYING WRK-IDX FROM 1 BY 1                             00042400
                  UNTIL WRK-IDX GREATER WRK-PRG-QTD                     00042500
                     OR WRK-PRG-ACHOU EQUAL 1                           00042600
             IF WRK-PRG-ACHOU EQUAL 0                                   00042700
               MOVE 'PROGRAMA SEM REGISTRO NO CONTROLEX'                00042800
                 TO WRK-MENSAGEM                                        00042900
               PERFORM 2400-MOSTRARCADEIA                               00043000
             ELSE                                                       00043100
               IF TAB-PRG-SITUACAO (WRK-PRG-SLOT) (1:8)                 00043200
                  NOT EQUAL 'RECUSADO'                                  00043300
                 MOVE 'SO LIBERA PROGRAMA RECUSADO NA DATA'             00043400
                   TO WRK-MENSAGEM                                      00043500
                 PERFORM 2400-MOSTRARCADEIA                             00043600
               ELSE                                                     00043700
                 PERFORM 3200-GRAVARLIBERACAO                           00043800
               END-IF                                                   00043900
             END-IF                                                     00044000
           END-IF.                                                      00044100
                                                                        00044200
       3100-99-FIM.               EXIT.                                 00044300
                                                                        00044400
      *-------------------------------------------------------------*   00044500
       3200-GRAVARLIBERACAO                     SECTION.                00044600
      *-------------------------------------------------------------*   00044700
                                                                        00044800
           EXEC CICS ASKTIME                                            00044900
                     ABSTIME(WRK-ABSTIME)                               00045000
           END-EXEC.                                                    00045100
           EXEC CICS FORMATTIME                                         00045200
                     ABSTIME(WRK-ABSTIME)                               00045300
                     YYMMDD(WRK-DATA-HOJE)                              00045400
                     TIME(WRK-HORA-AGORA)                               00045500
           END-EXEC.                                                    00045600
           MOVE SPACES          TO REG-CONTROLEX.                       00045700
           MOVE PROGRI          TO CTX-PROGRAMA.                        00045800
           MOVE WRK-DATA-PEDIDA TO CTX-DATA.                            00045900
           MOVE 'L'             TO CTX-EVENTO.                          00046000
           MOVE WRK-DATA-HOJE   TO CTX-DATA-EXECUCAO.                   00046100
           MOVE WRK-HORA-AGORA  TO CTX-HORA-EXECUCAO.                   00046200
           EXEC CICS WRITE FILE('CONTROLEX')                            00046300
                     FROM(REG-CONTROLEX)                                00046400
                     RIDFLD(WRK-RBA)                                    00046500
                     RBA                                                00046600
                     RESP(WRK-RESP)                                     00046700
           END-EXEC.                                                    00046800
           IF WRK-RESP EQUAL DFHRESP(NORMAL)                            00046900
             MOVE 'LIBERADA'      TO AUD-ACAO                           00047000
             MOVE PROGRI          TO AUD-PROGRAMA                       00047100
             MOVE WRK-DATA-PEDIDA TO AUD-DATA-NEGOCIO                   00047200
             MOVE MOTIVOI         TO AUD-MOTIVO                         00047300
             PERFORM 7100-GRAVARAUDITORIA                               00047400
             PERFORM 2100-MONTARCADEIA                                  00047500
             MOVE 'LIBERACAO GRAVADA - RESUBMETER O JOB'                00047600
               TO WRK-MENSAGEM                                          00047700
             PERFORM 2400-MOSTRARCADEIA                                 00047800
           ELSE                                                         00047900
             MOVE LOW-VALUES TO MAPCTXO                                 00048000
             MOVE 'ERRO AO GRAVAR A LIBERACAO NO CONTROLEX'             00048100
               TO MSGERROO                                              00048200
             PERFORM 8000-ENVIARMAPA                                    00048300
           END-IF.                                                      00048400
                                                                        00048500
       3200-99-FIM.               EXIT.                                 00048600
                                                                        00048700
      *-------------------------------------------------------------*   00048800
       7000-AUTORIZARUSUARIO                    SECTION.                00048900
      *-------------------------------------------------------------*   00049000
                                                                        00049100
           EXEC CICS ASSIGN                                             00049200
                     USERID(WRK-USUARIO)                                00049300
           END-EXEC.                                                    00049400
           EXEC CICS READ FILE('USUARIOS')                              00049500
                     INTO(REG-USUARIO)                                  00049600
                     RIDFLD(WRK-USUARIO)                                00049700
                     KEYLENGTH(8)                                       00049800
                     RESP(WRK-RESP)                                     00049900
           END-EXEC.                                                    00050000
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00050100
             MOVE SPACES TO REG-USUARIO                                 00050200
             MOVE '1'    TO USU-NIVEL                                   00050300
           END-IF.                                                      00050400
                                                                        00050500
       7000-99-FIM.               EXIT.                                 00050600
                                                                        00050700
      *-------------------------------------------------------------*   00050800
       7100-GRAVARAUDITORIA                     SECTION.                00050900
      *-------------------------------------------------------------*   00051000
                                                                        00051100
           MOVE EIBDATE     TO AUD-DATA.                                00051200
           MOVE EIBTIME     TO AUD-HORA.                                00051300
           MOVE WRK-USUARIO TO AUD-USUARIO.                             00051400
           MOVE EIBTRMID    TO AUD-TERMINAL.                            00051500
           EXEC CICS WRITEQ TD                                          00051600
                     QUEUE('AUDX')                                      00051700
                     FROM(WRK-REG-AUDCTL)                               00051800
                     LENGTH(84)                                         00051900
           END-EXEC.                                                    00052000
                                                                        00052100
       7100-99-FIM.               EXIT.                                 00052200
                                                                        00052300
      *-------------------------------------------------------------*   00052400
       8000-ENVIARMAPA                          SECTION.                00052500
      *-------------------------------------------------------------*   00052600
                                                                        00052700
           EXEC CICS SEND MAP('MAPCTX')                                 00052800
                     MAPSET('MAPCTX')                                   00052900
                     FROM(MAPCTXO)                                      00053000
                     ERASE                                              00053100
           END-EXEC.                                                    00053200
                                                                        00053300
       8000-99-FIM.               EXIT.                                 00053400
                                                                        00053500
      *-------------------------------------------------------------*   00053600
       9000-ENCERRAR                            SECTION.                00053700
      *-------------------------------------------------------------*   00053800
                                                                        00053900
           EXEC CICS SEND TEXT                                          00054000
                     FROM(WRK-MSG-FIM)                                  00054100
                     LENGTH(28)                                         00054200
                     ERASE                                              00054300
           END-EXEC.                                                    00054400
           EXEC CICS RETURN                                             00054500
           END-EXEC.                                                    00054600
           GOBACK.                                                      00054700
                                                                        00054800
       9000-99-FIM.               EXIT.                                 00054900

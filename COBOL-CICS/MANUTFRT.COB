      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: TRANSACAO CICS FRT1 - MANUTENCAO DAS TARIFAS    *   00001184
      *      DE FRETE COM VIGENCIA (ARQUIVO TARIFAS, BOOK #TARIFA,  *   00001268
      *      CHAVE UF+TRANSPORTADORA+PERC+VIGENCIA-DE): LISTA AS    *   00001352
      *      TARIFAS ATUAIS E FUTURAS DA UF, OU SO AS DA            *   00001436
      *      TRANSPORTADORA INFORMADA (ENTER), INCLUI TARIFA NOVA   *   00001520
      *      COM VIGENCIA PARA TRANSPORTADORA ATIVA NO MESTRE       *   00001604
      *      TRANSP (PF5) E ENCERRA UMA TARIFA LISTADA AJUSTANDO    *   00001688
      *      A VIGENCIA-ATE (PF6), SO PARA USUARIO SUPERVISOR,      *   00001772
      *      VALIDANDO A FAIXA DO PERCENTUAL E GRAVANDO CADA        *   00001856
      *      ALTERACAO COM OPERADOR E HORA NA FILA DE AUDITORIA     *   00001940
      *      AUDF - REPRECIFICAR UMA UF DEIXA DE SER PEDIDO DE      *   00002024
      *      EDICAO DE DATASET PARA A OPERACAO.                     *   00002108
      *-------------------------------------------------------------*   00002200
      *   ARQUIVOS...:                                              *   00002300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002400
      *    TARIFAS             I/O  (VIA FCT)       #TARIFA         *   00002500
      *    TRANSP               I   (VIA FCT)       #TRANSP         *   00002550
      *    USUARIOS             I   (VIA FCT)       #USUARIO        *   00002600
      *    AUDF (FILA TD)       O                  -----------      *   00002700
      *-------------------------------------------------------------*   00002800
                                                                        00005100
       01 WRK-CHAVE.                                                    00005200
          05 WRK-CHAVE-UF        PIC X(02).                             00005300
          05 WRK-CHAVE-TRANSP    PIC 9(03).                             00005350
          05 WRK-CHAVE-PERC      PIC 9V999.                             00005400
          05 WRK-CHAVE-VIG-DE    PIC 9(08).                             00005500
                                                                        00005520
      *-----------------MESTRE DE TRANSPORTADORAS----------------------*00005540
                                                                        00005560
       COPY '#TRANSP'.                                                  00005580
                                                                        00005600
      *-----------------USUARIO E AUTORIZACAO-------------------------* 00005700
                                                                        00005800
          05 AUD-USUARIO         PIC X(08).                             00006800
          05 AUD-TERMINAL        PIC X(04).                             00006900
          05 AUD-ACAO            PIC X(08).                             00007000
          05 AUD-IMAGEM-ANTES    PIC X(45).                             00007100
          05 AUD-IMAGEM-DEPOIS   PIC X(45).                             00007200
                                                                        00007300
      *-----------------AREA DE TRABALHO-------------------------------*00007400
                                                                        00007500
          05 WRK-LT-NUMERO       PIC 9(01).                             00009400
          05 FILLER              PIC X(03) VALUE SPACES.                00009500
          05 WRK-LT-UF           PIC X(02).                             00009600
          05 FILLER              PIC X(02) VALUE SPACES.                00009633
          05 WRK-LT-TRANSP       PIC 9(03).                             00009666
          05 FILLER              PIC X(02) VALUE SPACES.                00009700
          05 WRK-LT-PERC         PIC 9,999.                             00009800
          05 FILLER              PIC X(03) VALUE SPACES.                00009900
          05 WRK-LT-VIG-DE       PIC 9(08).                             00010000
          05 FILLER              PIC X(02) VALUE SPACES.                00010100
          05 WRK-LT-VIG-ATE      PIC 9(08).                             00010200
          05 FILLER              PIC X(11) VALUE SPACES.                00010300
                                                                        00010400
      *-----------------COMMAREA---------------------------------------*00010500
      *   GUARDA A UF, A TRANSPORTADORA DO FILTRO E AS CHAVES DAS      *00010600
      *   TARIFAS LISTADAS PARA O PF6.                                 *00010650
                                                                        00010700
       01 WRK-COMMAREA.                                                 00010800
          05 WRK-CA-UF           PIC X(02).                             00010900
          05 WRK-CA-TRANSP       PIC 9(03).                             00010950
          05 WRK-CA-QTD          PIC 9(01).                             00011000
          05 WRK-CA-CHAVES.                                             00011100
             10 WRK-CA-CHAVE     PIC X(17) OCCURS 6 TIMES.              00011200
          05 FILLER              PIC X(02).                             00011300
                                                                        00011400
      *-------------------------------------------------------------*   00011500
       LINKAGE                                     SECTION.             00011600
      *-------------------------------------------------------------*   00011700
                                                                        00011800
       01 DFHCOMMAREA.                                                  00011900
          05 FILLER              PIC X(110).                            00012000
                                                                        00012100
      *-----------------MAPA SIMBOLICO MAPFRT-------------------------* 00012200
                                                                        00012300
             EXEC CICS RETURN                                           00015100
                       TRANSID('FRT1')                                  00015200
                       COMMAREA(WRK-COMMAREA)                           00015300
                       LENGTH(110)                                      00015400
             END-EXEC                                                   00015500
           END-IF.                                                      00015600
           GOBACK.                                                      00015700
                     ERASE                                              00017000
           END-EXEC.                                                    00017100
           MOVE SPACES TO WRK-CA-UF.                                    00017200
           MOVE ZEROS  TO WRK-CA-TRANSP.                                00017250
           MOVE ZEROS  TO WRK-CA-QTD.                                   00017300
                                                                        00017400
       1000-99-FIM.               EXIT.                                 00017500
             PERFORM 8000-ENVIARMAPA                                    00019100
           ELSE                                                         00019200
             MOVE UFI TO WRK-CA-UF                                      00019300
             IF TRANSPI NUMERIC                                         00019316
               MOVE TRANSPI TO WRK-CA-TRANSP                            00019332
             ELSE                                                       00019348
               MOVE ZEROS   TO WRK-CA-TRANSP                            00019364
             END-IF                                                     00019380
             PERFORM 2100-MONTARLISTA                                   00019400
           END-IF.                                                      00019500
                                                                        00019600
                                                                        00020200
           MOVE LOW-VALUES TO MAPFRTO.                                  00020300
           MOVE WRK-CA-UF TO UFO.                                       00020400
           IF WRK-CA-TRANSP NOT EQUAL ZEROS                             00020425
             MOVE WRK-CA-TRANSP TO TRANSPO                              00020450
           END-IF.                                                      00020475
           MOVE ZEROS TO WRK-QTD-LISTADAS.                              00020500
           MOVE 'N'   TO WRK-FIM-BROWSE.                                00020600
           MOVE WRK-CA-UF TO WRK-CHAVE-UF.                              00020700
           MOVE WRK-CA-TRANSP TO WRK-CHAVE-TRANSP.                      00020750
           MOVE ZEROS     TO WRK-CHAVE-PERC.                            00020800
           MOVE ZEROS     TO WRK-CHAVE-VIG-DE.                          00020900
           EXEC CICS STARTBR FILE('TARIFAS')                            00021000
                     RIDFLD(WRK-CHAVE)                                  00021100
                     KEYLENGTH(17)                                      00021200
                     GTEQ                                               00021300
                     RESP(WRK-RESP)                                     00021400
           END-EXEC.                                                    00021500
           EXEC CICS READNEXT FILE('TARIFAS')                           00024000
                     INTO(REG-TARIFA)                                   00024100
                     RIDFLD(WRK-CHAVE)                                  00024200
                     KEYLENGTH(17)                                      00024300
                     RESP(WRK-RESP)                                     00024400
           END-EXEC.                                                    00024500
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00024600
             MOVE 'S' TO WRK-FIM-BROWSE                                 00024700
           ELSE                                                         00024800
             IF TAR-UF NOT EQUAL WRK-CA-UF                              00024900
                OR (WRK-CA-TRANSP NOT EQUAL ZEROS                       00024933
                    AND TAR-TRANSP NOT EQUAL WRK-CA-TRANSP)             00024966
               MOVE 'S' TO WRK-FIM-BROWSE                               00025000
             ELSE                                                       00025100
               ADD 1 TO WRK-QTD-LISTADAS                                00025200
               MOVE REG-TARIFA (1:17)                                   00025300
                 TO WRK-CA-CHAVE (WRK-QTD-LISTADAS)                     00025400
               MOVE WRK-QTD-LISTADAS TO WRK-LT-NUMERO                   00025500
               MOVE TAR-UF      TO WRK-LT-UF                            00025600
               MOVE TAR-TRANSP  TO WRK-LT-TRANSP                        00025650
               MOVE TAR-PERC    TO WRK-LT-PERC                          00025700
               MOVE TAR-VIG-DE  TO WRK-LT-VIG-DE                        00025800
               MOVE TAR-VIG-ATE TO WRK-LT-VIG-ATE                       00025900
      *-------------------------------------------------------------*   00032300
                                                                        00032400
           IF UFI EQUAL SPACES OR UFI EQUAL LOW-VALUES                  00032500
              OR TRANSPI NOT NUMERIC                                    00032550
              OR PERCI NOT NUMERIC                                      00032600
              OR VIGDEI NOT NUMERIC                                     00032700
              OR VIGATEI NOT NUMERIC                                    00032800
             MOVE LOW-VALUES TO MAPFRTO                                 00032900
             MOVE 'INFORME UF, TRANSP, PERC E VIGENCIAS'                00033000
               TO MSGERROO                                              00033100
             PERFORM 8000-ENVIARMAPA                                    00033200
           ELSE                                                         00033300
             MOVE UFI TO WRK-CA-UF                                      00033400
             MOVE TRANSPI TO WRK-CA-TRANSP                              00033450
             MOVE SPACES  TO REG-TARIFA                                 00033500
             MOVE UFI     TO TAR-UF                                     00033600
             MOVE TRANSPI TO TAR-TRANSP                                 00033650
             MOVE PERCI   TO WRK-PERC-ENT                               00033700
             MOVE WRK-PERC-ENT-9 TO TAR-PERC                            00033800
             MOVE VIGDEI  TO TAR-VIG-DE                                 00033900
                   TO MSGERROO                                          00035100
                 PERFORM 8000-ENVIARMAPA                                00035200
               ELSE                                                     00035300
                 PERFORM 3150-VALIDARTRANSP                             00035320
                 IF TRP-ATIVA                                           00035340
                   PERFORM 3200-GRAVARTARIFA                            00035360
                 ELSE                                                   00035380
                   MOVE LOW-VALUES TO MAPFRTO                           00035400
                   MOVE 'TRANSPORTADORA INEXISTENTE OU INATIVA'         00035420
                     TO MSGERROO                                        00035440
                   PERFORM 8000-ENVIARMAPA                              00035460
                 END-IF                                                 00035480
               END-IF                                                   00035500
             END-IF                                                     00035600
           END-IF.                                                      00035700
                                                                        00035800
       3100-99-FIM.               EXIT.                                 00035900
                                                                        00036000
      *-------------------------------------------------------------*   00036005
      *   SO TRANSPORTADORA ATIVA NO MESTRE RECEBE TARIFA NOVA      *   00036010
      *-------------------------------------------------------------*   00036015
       3150-VALIDARTRANSP                       SECTION.                00036020
      *-------------------------------------------------------------*   00036025
                                                                        00036030
           EXEC CICS READ FILE('TRANSP')                                00036035
                     INTO(REG-TRANSP)                                   00036040
                     RIDFLD(TAR-TRANSP)                                 00036045
                     KEYLENGTH(3)                                       00036050
                     RESP(WRK-RESP)                                     00036055
           END-EXEC.                                                    00036060
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00036065
             MOVE SPACES TO REG-TRANSP                                  00036070
           END-IF.                                                      00036075
                                                                        00036080
       3150-99-FIM.               EXIT.                                 00036085
                                                                        00036090
      *-------------------------------------------------------------*   00036100
       3200-GRAVARTARIFA                        SECTION.                00036200
      *-------------------------------------------------------------*   00036300
                                                                        00036400
           MOVE REG-TARIFA (1:17) TO WRK-CHAVE.                         00036500
           EXEC CICS WRITE FILE('TARIFAS')                              00036600
                     FROM(REG-TARIFA)                                   00036700
                     RIDFLD(WRK-CHAVE)                                  00036800
                     KEYLENGTH(17)                                      00036900
                     RESP(WRK-RESP)                                     00037000
           END-EXEC.                                                    00037100
           IF WRK-RESP EQUAL DFHRESP(NORMAL)                            00037200
           EXEC CICS READ FILE('TARIFAS')                               00042800
                     INTO(REG-TARIFA)                                   00042900
                     RIDFLD(WRK-CHAVE)                                  00043000
                     KEYLENGTH(17)                                      00043100
                     UPDATE                                             00043200
                     RESP(WRK-RESP)                                     00043300
           END-EXEC.                                                    00043400
           EXEC CICS WRITEQ TD                                          00048900
                     QUEUE('AUDF')                                      00049000
                     FROM(WRK-REG-AUDFRETE)                             00049100
                     LENGTH(118)                                        00049200
           END-EXEC.                                                    00049300
                                                                        00049400
       7100-99-FIM.               EXIT.                                 00049500

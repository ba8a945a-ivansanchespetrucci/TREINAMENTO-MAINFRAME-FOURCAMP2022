      *   OBJETIVO: ACERVO PERMANENTE DE AUDITORIA: A FILA TD NAO   *   00001200
      *      E ARQUIVO - LIDA OU COM QUEDA DA REGIAO, A TRILHA      *   00001300
      *      SOME. ESTE LOTE NOTURNO DRENA AS FILAS AUDM (CLI2 E    *   00001400
      *      CLI7), AUDC (CLI1, CLI3 E CLI6), AUDF (FRT1), AUDU     *   00001500
      *      (SEG1), AUDA (AGE1), AUDX (CTL1) E AUDP (PAR1)         *   00001510
      *      PARA O ACERVO AUDARQ NUM LAYOUT COMUM (EXTEND) E       *   00001600
      *      IMPRIME O RELATORIO DE ANOMALIAS DO DIA: ALTERACAO     *   00001700
      *      FORA DO HORARIO COMERCIAL, OPERADOR COM VOLUME         *   00001800
      *      ANORMAL DE CONSULTAS DE VALOR NA CLI3 E ALTERACAO DE   *   00001900
      *    AUDCDIA              I   (FILA AUDC)    -----------      *   00002700
      *    AUDFDIA              I   (FILA AUDF)    -----------      *   00002800
      *    AUDUDIA              I   (FILA AUDU)    -----------      *   00002810
      *    AUDADIA              I   (FILA AUDA)    -----------      *   00002820
      *    AUDXDIA              I   (FILA AUDX)    -----------      *   00002830
      *    AUDPDIA              I   (FILA AUDP)    -----------      *   00002865
      *    TICKETS              I                  -----------      *   00002900
      *    AUDARQ               O   (EXTEND)       -----------      *   00003000
      *-------------------------------------------------------------*   00003100
      *   MODULOS....:                             INCLUDE/BOOK     *   00003200
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003300
      *   LERPARAM -   PARAMETROS DO LOTE           LERPCOMM        *   00003350
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00003400
      *=============================================================*   00003500
                                                                        00003600
               FILE STATUS  IS WRK-FS-AUDFDIA.                          00005500
           SELECT AUDUDIA   ASSIGN TO AUDUDIA                           00005510
               FILE STATUS  IS WRK-FS-AUDUDIA.                          00005520
           SELECT AUDADIA   ASSIGN TO AUDADIA                           00005530
               FILE STATUS  IS WRK-FS-AUDADIA.                          00005540
           SELECT AUDXDIA   ASSIGN TO AUDXDIA                           00005550
               FILE STATUS  IS WRK-FS-AUDXDIA.                          00005560
           SELECT AUDPDIA   ASSIGN TO AUDPDIA                           00005573
               FILE STATUS  IS WRK-FS-AUDPDIA.                          00005586
           SELECT TICKETS   ASSIGN TO TICKETS                           00005600
               FILE STATUS  IS WRK-FS-TICKETS.                          00005700
           SELECT AUDARQ    ASSIGN TO AUDARQ                            00005800
          05 AUF-USUARIO         PIC X(08).                             00011000
          05 AUF-TERMINAL        PIC X(04).                             00011100
          05 AUF-ACAO            PIC X(08).                             00011200
          05 AUF-IMAGEM-ANTES    PIC X(45).                             00011300
          05 AUF-IMAGEM-DEPOIS   PIC X(45).                             00011400
                                                                        00011500
      *-------------------------------------------------------------*   00011510
      *   AUDUDIA - ADMINISTRACAO DE USUARIOS (SEG1)                *   00011520
          05 AUU-USUARIO         PIC X(08).                             00011583
          05 AUU-TERMINAL        PIC X(04).                             00011584
          05 AUU-ACAO            PIC X(08).                             00011585
          05 AUU-IMAGEM-ANTES    PIC X(60).                             00011586
          05 AUU-IMAGEM-DEPOIS   PIC X(60).                             00011587
                                                                        00011588
      *-------------------------------------------------------------*   00011600
      *   TICKETS - TICKETS DE REPRECIFICACAO AUTORIZADOS           *   00011700
          05 TCK-USUARIO         PIC X(08).                             00012500
          05 TCK-NUMERO          PIC X(08).                             00012600
          05 FILLER              PIC X(09).                             00012700
                                                                        00012705
      *-------------------------------------------------------------*   00012710
      *   AUDADIA - MANUTENCAO DO MESTRE DE AGENCIAS (AGE1)         *   00012715
      *-------------------------------------------------------------*   00012720
       FD AUDADIA                                                       00012725
           RECORDING  MODE IS F                                         00012730
           BLOCK CONTAINS 0 RECORDS.                                    00012735
                                                                        00012740
       01 REG-AUDADIA.                                                  00012745
          05 AUA-DATA            PIC S9(07) COMP-3.                     00012750
          05 AUA-HORA            PIC S9(07) COMP-3.                     00012755
          05 AUA-USUARIO         PIC X(08).                             00012760
          05 AUA-TERMINAL        PIC X(04).                             00012765
          05 AUA-ACAO            PIC X(08).                             00012770
          05 AUA-IMAGEM-ANTES    PIC X(60).                             00012775
          05 AUA-IMAGEM-DEPOIS   PIC X(60).                             00012780
                                                                        00012781
      *-------------------------------------------------------------*   00012782
      *   AUDXDIA - LIBERACAO SUPERVISIONADA DA CADEIA (CTL1)       *   00012783
      *-------------------------------------------------------------*   00012784
       FD AUDXDIA                                                       00012785
           RECORDING  MODE IS F                                         00012786
           BLOCK CONTAINS 0 RECORDS.                                    00012787
                                                                        00012788
       01 REG-AUDXDIA.                                                  00012789
          05 AUX-DATA            PIC S9(07) COMP-3.                     00012790
          05 AUX-HORA            PIC S9(07) COMP-3.                     00012791
          05 AUX-USUARIO         PIC X(08).                             00012792
          05 AUX-TERMINAL        PIC X(04).                             00012793
          05 AUX-ACAO            PIC X(08).                             00012794
          05 AUX-PROGRAMA        PIC X(08).                             00012795
          05 AUX-DATA-NEGOCIO    PIC 9(08).                             00012796
          05 AUX-MOTIVO          PIC X(40).                             00012797
                                                                        00012800
      *-------------------------------------------------------------*   00012805
      *   AUDPDIA - MANUTENCAO DE PARAMETROS DO LOTE (PAR1)         *   00012810
      *-------------------------------------------------------------*   00012815
       FD AUDPDIA                                                       00012820
           RECORDING  MODE IS F                                         00012825
           BLOCK CONTAINS 0 RECORDS.                                    00012830
                                                                        00012835
       01 REG-AUDPDIA.                                                  00012840
          05 AUP-DATA            PIC S9(07) COMP-3.                     00012845
          05 AUP-HORA            PIC S9(07) COMP-3.                     00012850
          05 AUP-USUARIO         PIC X(08).                             00012855
          05 AUP-TERMINAL        PIC X(04).                             00012860
          05 AUP-ACAO            PIC X(08).                             00012865
          05 AUP-IMAGEM-ANTES    PIC X(120).                            00012870
          05 AUP-IMAGEM-DEPOIS   PIC X(120).                            00012875
                                                                        00012880
      *-------------------------------------------------------------*   00012900
      *   AUDARQ - ACERVO PERMANENTE, UM LAYOUT COMUM (EXTEND)      *   00013000
      *-------------------------------------------------------------*   00013100
       77 WRK-FS-AUDCDIA  PIC 9(02).                                    00015400
       77 WRK-FS-AUDFDIA  PIC 9(02).                                    00015500
       77 WRK-FS-AUDUDIA  PIC 9(02).                                    00016310
       77 WRK-FS-AUDADIA  PIC 9(02).                                    00016320
       77 WRK-FS-AUDXDIA  PIC 9(02).                                    00016330
       77 WRK-FS-AUDPDIA  PIC 9(02).                                    00016340
       77 WRK-FS-TICKETS  PIC 9(02).                                    00015600
       77 WRK-FS-AUDARQ   PIC 9(02).                                    00015700
                                                                        00015800
       77 WRK-ACUM-AUDC        PIC 9(07) VALUE ZEROS.                   00020400
       77 WRK-ACUM-AUDF        PIC 9(07) VALUE ZEROS.                   00020500
       77 WRK-ACUM-AUDU        PIC 9(07) VALUE ZEROS.                   00021810
       77 WRK-ACUM-AUDA        PIC 9(07) VALUE ZEROS.                   00021820
       77 WRK-ACUM-AUDX        PIC 9(07) VALUE ZEROS.                   00021830
       77 WRK-ACUM-AUDP        PIC 9(07) VALUE ZEROS.                   00021840
       77 WRK-ACUM-ANOMALIAS   PIC 9(05) VALUE ZEROS.                   00020600
                                                                        00020700
       01 FILLER         PIC X(64) VALUE                                00020800
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00024000
                                                                        00024100
       COPY 'VARERROS'.                                                 00024200
                                                                        00024220
      *------------BOOK PARAMETROS DO LOTE--------------------------*   00024240
                                                                        00024260
       COPY 'LERPCOMM'.                                                 00024280
                                                                        00024300
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00024400
                                                                        00024500
               UNTIL WRK-FS-AUDFDIA EQUAL 10.                           00026210
            PERFORM 2400-DRENARAUDU                                     00026220
               UNTIL WRK-FS-AUDUDIA EQUAL 10.                           00026300
            PERFORM 2500-DRENARAUDA                                     00026310
               UNTIL WRK-FS-AUDADIA EQUAL 10.                           00026320
            PERFORM 2600-DRENARAUDX                                     00026330
               UNTIL WRK-FS-AUDXDIA EQUAL 10.                           00026340
            PERFORM 2700-DRENARAUDP                                     00026360
               UNTIL WRK-FS-AUDPDIA EQUAL 10.                           00026380
            PERFORM 3000-FINALIZAR.                                     00026400
            STOP RUN.                                                   00026500
                                                                        00026600
       1000-INICIAR                           SECTION.                  00027000
      *-------------------------------------------------------------*   00027100
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00027200
            MOVE 'AUDITARQ'             TO WRK-PM-PROGRAMA.             00027233
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-PM-DATA.                 00027266
            MOVE 'AUDITARQ-CONSULTAS'   TO WRK-PM-NOME.                 00027299
            CALL 'LERPARAM' USING WRK-LER-PARAMETRO.                    00027332
            MOVE WRK-PM-VALOR           TO WRK-LIMITE-CONSULTAS.        00027365
            OPEN INPUT AUDMDIA.                                         00027400
            OPEN INPUT AUDCDIA.                                         00027500
            OPEN INPUT AUDFDIA.                                         00027550
            OPEN INPUT AUDUDIA.                                         00027610
            OPEN INPUT AUDADIA.                                         00027620
            OPEN INPUT AUDXDIA.                                         00027630
            OPEN INPUT AUDPDIA.                                         00027665
            OPEN INPUT TICKETS.                                         00027700
            OPEN EXTEND AUDARQ.                                         00027800
            IF WRK-FS-AUDARQ NOT EQUAL 0                                00027900
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00028600
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00028700
            MOVE 'N' TO WRK-RW-REABRIR.                                 00028800
            MOVE SPACES TO WRK-RW-QUEBRA.                               00028850
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00028900
            CALL 'REPWRITE' USING WRK-REPW.                             00029000
            IF WRK-FS-AUDMDIA NOT EQUAL 0                               00029100
              MOVE WRK-FS-AUDUDIA          TO WRK-STATUS                00031740
              PERFORM 9000-TRATARERROS                                  00031750
            END-IF.                                                     00031760
            IF WRK-FS-AUDADIA NOT EQUAL 0                               00031761
              MOVE '1005'                  TO WRK-SECAO                 00031762
              MOVE 'ERRO OPEN AUDADIA - '  TO WRK-MSGERRO               00031763
              MOVE WRK-FS-AUDADIA          TO WRK-STATUS                00031764
              PERFORM 9000-TRATARERROS                                  00031765
            END-IF.                                                     00031766
            IF WRK-FS-AUDXDIA NOT EQUAL 0                               00031767
              MOVE '1006'                  TO WRK-SECAO                 00031768
              MOVE 'ERRO OPEN AUDXDIA - '  TO WRK-MSGERRO               00031769
              MOVE WRK-FS-AUDXDIA          TO WRK-STATUS                00031770
              PERFORM 9000-TRATARERROS                                  00031771
            END-IF.                                                     00031772
            IF WRK-FS-AUDPDIA NOT EQUAL 0                               00031774
              MOVE '1007'                  TO WRK-SECAO                 00031776
              MOVE 'ERRO OPEN AUDPDIA - '  TO WRK-MSGERRO               00031778
              MOVE WRK-FS-AUDPDIA          TO WRK-STATUS                00031780
              PERFORM 9000-TRATARERROS                                  00031782
            END-IF.                                                     00031784
            IF NOT WRK-PM-ACHOU                                         00031786
              MOVE '1008'                  TO WRK-SECAO                 00031788
              MOVE 'PARAMETRO AUDITARQ-CONSULTAS NAO VIGENTE'           00031790
                TO WRK-MSGERRO                                          00031792
              MOVE WRK-PM-STATUS           TO WRK-STATUS                00031794
              PERFORM 9000-TRATARERROS                                  00031796
            END-IF.                                                     00031798
            READ AUDMDIA.                                               00031800
            READ AUDCDIA.                                               00031900
            READ AUDFDIA.                                               00032000
            READ AUDUDIA.                                               00032010
            READ AUDADIA.                                               00032020
            READ AUDXDIA.                                               00032030
            READ AUDPDIA.                                               00032065
                                                                        00032100
       1000-99-FIM.               EXIT.                                 00032200
                                                                        00032300
              MOVE AUF-USUARIO   TO ARQ-USUARIO.                        00042200
              MOVE AUF-TERMINAL  TO ARQ-TERMINAL.                       00042300
              MOVE AUF-ACAO      TO ARQ-CHAVE.                          00042400
              MOVE REG-AUDFDIA (29:90) TO ARQ-DETALHE.                  00042500
              WRITE REG-AUDARQ.                                         00042600
              MOVE AUF-HORA TO WRK-HORA-DISPLAY.                        00042700
              IF WRK-HE-HHMMSS LESS WRK-HORA-ABERTURA                   00042800
              MOVE AUU-USUARIO   TO ARQ-USUARIO.                        00044190
              MOVE AUU-TERMINAL  TO ARQ-TERMINAL.                       00044200
              MOVE AUU-ACAO      TO ARQ-CHAVE.                          00044210
              MOVE REG-AUDUDIA (29:120) TO ARQ-DETALHE.                 00044220
              WRITE REG-AUDARQ.                                         00044230
              MOVE AUU-HORA TO WRK-HORA-DISPLAY.                        00044240
              IF WRK-HE-HHMMSS LESS WRK-HORA-ABERTURA                   00044250
              READ AUDUDIA.                                             00044340
                                                                        00044350
       2400-99-FIM.               EXIT.                                 00044360
                                                                        00044361
      *-------------------------------------------------------------*   00044362
       2500-DRENARAUDA                        SECTION.                  00044363
      *-------------------------------------------------------------*   00044364
              ADD 1 TO WRK-ACUM-AUDA.                                   00044365
              MOVE SPACES        TO REG-AUDARQ.                         00044366
              MOVE 'AUDA'        TO ARQ-ORIGEM.                         00044367
              MOVE AUA-DATA      TO ARQ-DATA.                           00044368
              MOVE AUA-HORA      TO ARQ-HORA.                           00044369
              MOVE AUA-USUARIO   TO ARQ-USUARIO.                        00044370
              MOVE AUA-TERMINAL  TO ARQ-TERMINAL.                       00044371
              MOVE AUA-ACAO      TO ARQ-CHAVE.                          00044372
              MOVE REG-AUDADIA (29:120) TO ARQ-DETALHE.                 00044373
              WRITE REG-AUDARQ.                                         00044374
              MOVE AUA-HORA TO WRK-HORA-DISPLAY.                        00044375
              IF WRK-HE-HHMMSS LESS WRK-HORA-ABERTURA                   00044376
                 OR WRK-HE-HHMMSS GREATER WRK-HORA-FECHAMENTO           00044377
                MOVE 'AUDA'        TO WRK-LA-ORIGEM                     00044378
                MOVE AUA-USUARIO   TO WRK-LA-USUARIO                    00044379
                MOVE WRK-HE-HHMMSS TO WRK-LA-HORA                       00044380
                MOVE 'ALTERACAO FORA DO HORARIO COMERCIAL    '          00044381
                  TO WRK-LA-ANOMALIA                                    00044382
                PERFORM 8000-DENUNCIARANOMALIA                          00044383
              END-IF.                                                   00044384
              READ AUDADIA.                                             00044385
                                                                        00044386
       2500-99-FIM.               EXIT.                                 00044387
                                                                        00044100
      *-------------------------------------------------------------*   00044200
      *   ALTERACAO DE TARIFA SEM TICKET DE REPRECIFICACAO DO       *   00044300
              END-IF.                                                   00047100
                                                                        00047200
       2320-99-FIM.               EXIT.                                 00047300
                                                                        00047310
      *-------------------------------------------------------------*   00047315
       2600-DRENARAUDX                        SECTION.                  00047320
      *-------------------------------------------------------------*   00047325
              ADD 1 TO WRK-ACUM-AUDX.                                   00047330
              MOVE SPACES        TO REG-AUDARQ.                         00047335
              MOVE 'AUDX'        TO ARQ-ORIGEM.                         00047340
              MOVE AUX-DATA      TO ARQ-DATA.                           00047345
              MOVE AUX-HORA      TO ARQ-HORA.                           00047350
              MOVE AUX-USUARIO   TO ARQ-USUARIO.                        00047355
              MOVE AUX-TERMINAL  TO ARQ-TERMINAL.                       00047360
              MOVE AUX-ACAO      TO ARQ-CHAVE.                          00047365
              MOVE REG-AUDXDIA (29:56) TO ARQ-DETALHE.                  00047370
              WRITE REG-AUDARQ.                                         00047375
              READ AUDXDIA.                                             00047380
                                                                        00047385
       2600-99-FIM.               EXIT.                                 00047390
                                                                        00047400
      *-------------------------------------------------------------*   00047403
      *   DETALHE LEVA OS 108 PRIMEIROS BYTES DE CADA IMAGEM DO     *   00047406
      *   PARAMETR: CHAVE, VALOR, DESCRICAO E CARIMBO               *   00047409
      *-------------------------------------------------------------*   00047412
       2700-DRENARAUDP                        SECTION.                  00047415
      *-------------------------------------------------------------*   00047418
              ADD 1 TO WRK-ACUM-AUDP.                                   00047421
              MOVE SPACES        TO REG-AUDARQ.                         00047424
              MOVE 'AUDP'        TO ARQ-ORIGEM.                         00047427
              MOVE AUP-DATA      TO ARQ-DATA.                           00047430
              MOVE AUP-HORA      TO ARQ-HORA.                           00047433
              MOVE AUP-USUARIO   TO ARQ-USUARIO.                        00047436
              MOVE AUP-TERMINAL  TO ARQ-TERMINAL.                       00047439
              MOVE AUP-ACAO      TO ARQ-CHAVE.                          00047442
              MOVE AUP-IMAGEM-ANTES (1:108)  TO ARQ-DETALHE (1:108).    00047445
              MOVE AUP-IMAGEM-DEPOIS (1:108) TO ARQ-DETALHE (109:108).  00047448
              WRITE REG-AUDARQ.                                         00047451
              MOVE AUP-HORA TO WRK-HORA-DISPLAY.                        00047454
              IF WRK-HE-HHMMSS LESS WRK-HORA-ABERTURA                   00047457
                 OR WRK-HE-HHMMSS GREATER WRK-HORA-FECHAMENTO           00047460
                MOVE 'AUDP'        TO WRK-LA-ORIGEM                     00047463
                MOVE AUP-USUARIO   TO WRK-LA-USUARIO                    00047466
                MOVE WRK-HE-HHMMSS TO WRK-LA-HORA                       00047469
                MOVE 'ALTERACAO FORA DO HORARIO COMERCIAL    '          00047472
                  TO WRK-LA-ANOMALIA                                    00047475
                PERFORM 8000-DENUNCIARANOMALIA                          00047478
              END-IF.                                                   00047481
              READ AUDPDIA.                                             00047484
                                                                        00047487
       2700-99-FIM.               EXIT.                                 00047490
                                                                        00047493
      *-------------------------------------------------------------*   00047500
       8000-DENUNCIARANOMALIA                 SECTION.                  00047600
      *-------------------------------------------------------------*   00047700
               CLOSE AUDCDIA.                                           00050000
               CLOSE AUDFDIA.                                           00050100
               CLOSE AUDUDIA.                                           00050110
               CLOSE AUDADIA.                                           00050120
               CLOSE AUDXDIA.                                           00050130
               CLOSE AUDPDIA.                                           00050165
               CLOSE AUDARQ.                                            00050200
               MOVE 'F' TO WRK-RW-FUNCAO.                               00050300
               CALL 'REPWRITE' USING WRK-REPW.                          00050400
               DISPLAY 'EVENTOS AUDC........ ' WRK-ACUM-AUDC.           00050600
               DISPLAY 'EVENTOS AUDF........ ' WRK-ACUM-AUDF.           00050700
               DISPLAY 'EVENTOS AUDU........ ' WRK-ACUM-AUDU.           00050710
               DISPLAY 'EVENTOS AUDA........ ' WRK-ACUM-AUDA.           00050720
               DISPLAY 'EVENTOS AUDX........ ' WRK-ACUM-AUDX.           00050730
               DISPLAY 'EVENTOS AUDP........ ' WRK-ACUM-AUDP.           00050765
               DISPLAY 'ANOMALIAS........... ' WRK-ACUM-ANOMALIAS.      00050800
                                                                        00050900
       3000-99-FIM.               EXIT.                                 00051000

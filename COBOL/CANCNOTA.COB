      * RELATORIO MOSTRA VOLUME E VALOR CANCELADOS POR UF               00001900
      * E POR MOTIVO - O CORRETIVO NA NOTA IMPRESSA E O                 00002000
      * CADERNO ACABARAM.                                               00002100
      * A NOTA DE CREDITO NASCE SEM RETORNO DE NF-E E E                 00002133
      * TRANSMITIDA PELO GERANFE COM A NOTA REFERENCIADA.               00002166
      *                                                                 00002200
      *====================================================             00002300
                                                                        00002400
             88 RGN-CANCELADA       VALUE 'C'.                          00006200
             88 RGN-NOTA-CREDITO    VALUE 'E'.                          00006300
          05 RGN-NOTA-REF       PIC 9(08).                              00006400
          05 RGN-SIT-NFE        PIC X(01).                              00006412
             88 RGN-NFE-SEM-RETORNO  VALUE ' '.                         00006424
             88 RGN-NFE-AUTORIZADA   VALUE 'U'.                         00006436
             88 RGN-NFE-REJEITADA    VALUE 'R'.                         00006448
          05 RGN-PROTOCOLO      PIC 9(15).                              00006460
          05 RGN-DATA-NFE       PIC 9(08).                              00006472
          05 RGN-COD-REJEICAO   PIC 9(03).                              00006484
          05 FILLER             PIC X(10).                              00006500
                                                                        00006600
       FD CANCREQ                                                       00006700
           RECORDING  MODE IS F                                         00006800
           RECORDING  MODE IS F                                         00008500
           BLOCK CONTAINS 0 RECORDS.                                    00008600
                                                                        00008700
       01 REG-REGNOVO         PIC X(100).                               00008800
                                                                        00008900
       WORKING-STORAGE                          SECTION.                00009000
                                                                        00009100
          05 WRK-CR-ICMS        PIC 9(06)V99.                           00011600
          05 WRK-CR-SITUACAO    PIC X(01).                              00011700
          05 WRK-CR-NOTA-REF    PIC 9(08).                              00011800
          05 WRK-CR-SIT-NFE     PIC X(01) VALUE SPACE.                  00011820
          05 WRK-CR-PROTOCOLO   PIC 9(15) VALUE ZEROS.                  00011840
          05 WRK-CR-DATA-NFE    PIC 9(08) VALUE ZEROS.                  00011860
          05 WRK-CR-COD-REJEICAO PIC 9(03) VALUE ZEROS.                 00011880
          05 FILLER             PIC X(10) VALUE SPACES.                 00011900
                                                                        00012000
      *===================RESUMO POR UF E MOTIVO============            00012100
                                                                        00012200
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00024600
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00024700
           MOVE 'N' TO WRK-RW-REABRIR.                                  00024800
           MOVE SPACES TO WRK-RW-QUEBRA.                                00024850
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00024900
           CALL 'REPWRITE' USING WRK-REPW.                              00025000
           PERFORM 1200-LERNOTA.                                        00025100

       COPY '#CLIENTE'.                                                 00012600
                                                                        00012700
       77 WRK-MOVTO-BATE       PIC X(01) VALUE 'N'.                     00012800
       77 WRK-MOTIVOS-CRITICA  PIC X(07) VALUE SPACES.                  00012900
                                                                        00013000
       01 FILLER         PIC X(64) VALUE                                00013100
           '-----------ACUMULAR OCORRENCIAS--------------'.             00013200
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00023500
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00023600
            MOVE 'N' TO WRK-RW-REABRIR.                                 00023700
            MOVE SPACES TO WRK-RW-QUEBRA.                               00023750
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00023800
            CALL 'REPWRITE' USING WRK-REPW.                             00023900
            IF WRK-RW-STATUS NOT EQUAL '00'                             00024000
       2200-VARRERCRITICA                     SECTION.                  00028000
      *-------------------------------------------------------------*   00028100
              MOVE REG-CRITICA (1:88) TO REG-CLIENTE.                   00028200
              MOVE REG-CRITICA (89:7) TO WRK-MOTIVOS-CRITICA.           00028300
              PERFORM 8000-TESTARMOVTO.                                 00028400
              IF WRK-MOVTO-BATE EQUAL 'S'                               00028500
                MOVE 'CRITICA ' TO WRK-LA-ARQUIVO                       00028600

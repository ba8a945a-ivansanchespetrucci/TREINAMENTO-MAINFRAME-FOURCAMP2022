            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00024000
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00024100
            MOVE 'N' TO WRK-RW-REABRIR.                                 00024200
            MOVE SPACES TO WRK-RW-QUEBRA.                               00024250
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00024300
            CALL 'REPWRITE' USING WRK-REPW.                             00024400
            IF WRK-FS-PORTARES NOT EQUAL 0                              00024500

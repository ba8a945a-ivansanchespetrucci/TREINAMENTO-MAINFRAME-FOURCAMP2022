            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00020000
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00020100
            MOVE 'N' TO WRK-RW-REABRIR.                                 00020200
            MOVE SPACES TO WRK-RW-QUEBRA.                               00020250
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00020300
            CALL 'REPWRITE' USING WRK-REPW.                             00020400
            IF WRK-FS-FERNOVOS NOT EQUAL 0                              00020500

            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00022000
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00022100
            MOVE 'N' TO WRK-RW-REABRIR.                                 00022200
            MOVE SPACES TO WRK-RW-QUEBRA.                               00022250
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00022300
            CALL 'REPWRITE' USING WRK-REPW.                             00022400
                                                                        00022500

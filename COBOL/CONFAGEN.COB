           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00025900
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00026000
           MOVE 'N' TO WRK-RW-REABRIR.                                  00026100
           MOVE SPACES TO WRK-RW-QUEBRA.                                00026150
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00026200
           CALL 'REPWRITE' USING WRK-REPW.                              00026300
           READ AGENDA.                                                 00026400

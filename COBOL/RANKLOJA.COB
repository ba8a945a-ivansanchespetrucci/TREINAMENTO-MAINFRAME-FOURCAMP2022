           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00021300
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00021400
           MOVE 'N' TO WRK-RW-REABRIR.                                  00021500
           MOVE SPACES TO WRK-RW-QUEBRA.                                00021550
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00021600
           CALL 'REPWRITE' USING WRK-REPW.                              00021700
           PERFORM 1100-CARREGARLOJAS.                                  00021800

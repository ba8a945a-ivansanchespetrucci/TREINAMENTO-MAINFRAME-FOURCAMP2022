           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00023100
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00023200
           MOVE 'N' TO WRK-RW-REABRIR.                                  00023300
           MOVE SPACES TO WRK-RW-QUEBRA.                                00023350
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00023400
           CALL 'REPWRITE' USING WRK-REPW.                              00023500
           PERFORM 1100-CARREGARPENDENCIAS.                             00023600

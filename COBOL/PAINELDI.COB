          05 FAT-PESO           PIC 9(03)V99.                           00007200
          05 FAT-FRETE-VALOR    PIC 9(04)V99.                           00007300
          05 FAT-FRETE-PESO     PIC 9(04)V99.                           00007400
          05 FAT-TRANSP         PIC 9(03).                              00007450
                                                                        00007500
       FD HISTORICO                                                     00007600
           RECORDING  MODE IS F                                         00007700
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00023800
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00023900
           MOVE 'N' TO WRK-RW-REABRIR.                                  00024000
           MOVE SPACES TO WRK-RW-QUEBRA.                                00024050
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00024100
           CALL 'REPWRITE' USING WRK-REPW.                              00024200
           IF WRK-RW-STATUS NOT EQUAL '00'                              00024300

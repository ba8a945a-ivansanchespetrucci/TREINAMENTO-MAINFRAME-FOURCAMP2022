      *      PROXIMO CICLO PELO PORTACLI. O RELATORIO DE RECEITA    *   00001900
      *      DE TARIFAS POR AGENCIA SAI PELO REPWRITE PARA A        *   00002000
      *      CONTROLADORIA.                                         *   00002100
      *      O DEBITO SAI COM FD-MARCA TAR, QUE ATRAVESSA A CADEIA  *   00002125
      *      ATE O ARQMOV, PARA O RENTAGEN APURAR A RECEITA DE      *   00002150
      *      TARIFAS DO MES POR AGENCIA.                            *   00002175
      *-------------------------------------------------------------*   00002200
      *   ARQUIVOS...:                                              *   00002300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002400
          05 WRK-TF-VALOR    PIC 9(08)V99.                              00012100
          05 FILLER          PIC X(02) VALUE SPACES.                    00012200
          05 WRK-TF-TIP-OP   PIC X(01).                                 00012300
          05 WRK-TF-MARCA    PIC X(04) VALUE 'TAR '.                    00012400
          05 WRK-TF-DATA     PIC 9(08).                                 00012500
          05 WRK-TF-DIR      PIC X(01).                                 00012600
          05 WRK-TF-CONTRA-AGENCIA PIC 9(04).                           00012700
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00021100
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00021200
            MOVE 'N' TO WRK-RW-REABRIR.                                 00021300
            MOVE SPACES TO WRK-RW-QUEBRA.                               00021350
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00021400
            CALL 'REPWRITE' USING WRK-REPW.                             00021500
                                                                        00021600

      *      RELATORIO DE MIGRACAO SAI PELO REPWRITE PARA A         *   00002000
      *      REGIONAL ASSINAR. RODAR COM A AGENCIA AINDA ATIVA NO   *   00002100
      *      MESTRE AGENCIAS E SO DEPOIS MARCAR A SITUACAO F: O     *   00002200
      *      RELACLI REJEITA MOVIMENTO DE AGENCIA FECHADA. A        *   00002300
      *      SITUACAO F E MARCADA NA TRANSACAO AGE1, QUE SO         *   00002310
      *      ACEITA O FECHAMENTO DEPOIS QUE A CARGA DO SALDLOAD     *   00002320
      *      MOSTRA AS CONTAS DA AGENCIA ZERADAS.                   *   00002330
      *-------------------------------------------------------------*   00002400
      *   ARQUIVOS...:                                              *   00002500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002600
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00019400
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00019500
            MOVE 'N' TO WRK-RW-REABRIR.                                 00019600
            MOVE SPACES TO WRK-RW-QUEBRA.                               00019650
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00019700
            CALL 'REPWRITE' USING WRK-REPW.                             00019800
                                                                        00019900

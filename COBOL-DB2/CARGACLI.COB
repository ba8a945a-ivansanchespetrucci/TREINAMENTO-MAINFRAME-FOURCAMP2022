      *   TABELAS DB2...:                                            *  00002400
      *    CLIENTES            I/O   (CHAVE: AGENCIA, CONTA)         *  00002500
      *    MOVIMENTOS           O    (HISTORICO, UMA LINHA POR        * 00002600
      *                               MOVIMENTO APLICADO, COM O       * 00002700
      *                               ID_RASTREIO DO PORTACLI E A     * 00002710
      *                               MARCA DO LANCAMENTO - JUR NOS   * 00002711
      *                               CREDITOS DE JUROS)              * 00002712
      *-------------------------------------------------------------*   00002800
      *   MODULOS....:                             INCLUDE/BOOK     *   00002900
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003000
       01 WRK-HV-TRANSF-DIR      PIC X(01).                             00011110
       01 WRK-HV-CONTRA-AGENCIA  PIC S9(08) COMP.                       00011120
       01 WRK-HV-CONTRA-CONTA    PIC S9(08) COMP.                       00011130
       01 WRK-HV-ID-RASTREIO     PIC S9(08) COMP.                       00011140
       01 WRK-HV-MARCA           PIC X(04).                             00011150
                                                                        00011200
      *-----------------TRATAMENTO DE ERROS-----------------------------00011300
                                                                        00011400
              MOVE FD-TIP-OP         TO WRK-HV-TIP-OP                   00024200
              MOVE FD-DATA-MOVIMENTO TO WRK-HV-DATA-MOVIMENTO           00024300
              MOVE WRK-DATA-PROCESSAMENTO TO WRK-HV-DATA-CARGA          00024400
              MOVE FD-ID-RASTREIO    TO WRK-HV-ID-RASTREIO              00024405
              MOVE FD-MARCA          TO WRK-HV-MARCA                    00024406
              IF FD-TIP-OP EQUAL 'T'                                    00024410
                MOVE FD-TRANSF-DIR     TO WRK-HV-TRANSF-DIR             00024420
                MOVE FD-CONTRA-AGENCIA TO WRK-HV-CONTRA-AGENCIA         00024430
                INSERT INTO MOVIMENTOS                                  00032500
                    (AGENCIA, CONTA, CLIENTE, VALOR, TIP_OP,            00032600
                     DATA_MOVIMENTO, DATA_CARGA,                        00032700
                     TRANSF_DIR, CONTRA_AGENCIA, CONTRA_CONTA,          00032710
                     ID_RASTREIO, ESTORNADO, MARCA)                     00032720
                VALUES                                                  00032800
                    (:WRK-HV-AGENCIA, :WRK-HV-CONTA, :WRK-HV-CLIENTE,   00032900
                     :WRK-HV-VALOR, :WRK-HV-TIP-OP,                     00033000
                     :WRK-HV-DATA-MOVIMENTO, :WRK-HV-DATA-CARGA,        00033100
                     :WRK-HV-TRANSF-DIR, :WRK-HV-CONTRA-AGENCIA,        00033110
                     :WRK-HV-CONTRA-CONTA,                              00033120
                     :WRK-HV-ID-RASTREIO, 'N',                          00033130
                     :WRK-HV-MARCA)                                     00033140
            END-EXEC.                                                   00033200
            IF SQLCODE EQUAL 0                                          00033300
              ADD 1 TO WRK-ACUM-HISTORICO                               00033400

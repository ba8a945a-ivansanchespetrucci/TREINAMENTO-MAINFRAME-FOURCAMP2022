      *      E IDEMPOTENTE E A REEXECUCAO E SEGURA). E A TABELA     *   00001700
      *      QUE A TRANSACAO CLI6 CONSULTA PARA A AGENCIA VER O     *   00001800
      *      SALDO SEM ESPERAR O EXTRATO IMPRESSO.                  *   00001900
      *      CADA FECHAMENTO FICA TAMBEM NA TABELA DATADA           *   00001910
      *      SALDOS_HIST (CHAVE AGENCIA, CONTA, DATA_SALDO), NO     *   00001920
      *      MESMO ESQUEMA ATUALIZA-OU-INSERE: O UPDATE DA SALDOS   *   00001930
      *      SOBREPOE A POSICAO DA NOITE ANTERIOR E O HISTORICO E   *   00001940
      *      O QUE O SALDMED USA NO SALDO MEDIO DO MES.             *   00001950
      *-------------------------------------------------------------*   00002000
      *   ARQUIVOS...:                                              *   00002100
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002200
      *-------------------------------------------------------------*   00002400
      *   TABELAS DB2...:                                            *  00002500
      *    SALDOS              I/O   (CHAVE: AGENCIA, CONTA)         *  00002600
      *    SALDOS_HIST         I/O   (CHAVE: + DATA_SALDO)           *  00002610
      *-------------------------------------------------------------*   00002700
      *   MODULOS....:                             INCLUDE/BOOK     *   00002800
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00002900
       77 WRK-ACUM-INSERIDOS     PIC 9(07) VALUE ZEROS.                 00006900
       77 WRK-ACUM-ATUALIZADOS   PIC 9(07) VALUE ZEROS.                 00007000
       77 WRK-ACUM-ERROS         PIC 9(07) VALUE ZEROS.                 00007100
       77 WRK-ACUM-HISTORICO     PIC 9(07) VALUE ZEROS.                 00007110
                                                                        00007200
      *-----------------DATA DE PROCESSAMENTO------------------------*  00007300
                                                                        00007400
                  PERFORM 9010-TRATARERROS                              00019400
                END-IF                                                  00019500
              END-IF                                                    00019600
              PERFORM 2300-GRAVARHISTORICO                              00019610
              ADD 1 TO WRK-CKP-DESDE                                    00019700
              IF WRK-CKP-DESDE NOT LESS WRK-CKP-INTERVALO               00019800
                PERFORM 2500-COMMITINTERMEDIO                           00019900
            END-EXEC.                                                   00023500
                                                                        00023600
       2200-99-FIM.               EXIT.                                 00023700
                                                                        00023702
      *-------------------------------------------------------------*   00023704
       2300-GRAVARHISTORICO                     SECTION.                00023706
      *-------------------------------------------------------------*   00023708
                                                                        00023710
            EXEC SQL                                                    00023712
                UPDATE SALDOS_HIST                                      00023714
                   SET SALDO_ABERTURA   = :WRK-HV-ABERTURA,             00023716
                       QTD_MOVTOS       = :WRK-HV-QTD-MOVTOS,           00023718
                       SALDO_FECHAMENTO = :WRK-HV-FECHAMENTO            00023720
                 WHERE AGENCIA    = :WRK-HV-AGENCIA                     00023722
                   AND CONTA      = :WRK-HV-CONTA                       00023724
                   AND DATA_SALDO = :WRK-HV-DATA-SALDO                  00023726
            END-EXEC.                                                   00023728
            IF SQLCODE EQUAL 100                                        00023730
              EXEC SQL                                                  00023732
                  INSERT INTO SALDOS_HIST                               00023734
                      (AGENCIA, CONTA, DATA_SALDO, SALDO_ABERTURA,      00023736
                       QTD_MOVTOS, SALDO_FECHAMENTO)                    00023738
                  VALUES                                                00023740
                      (:WRK-HV-AGENCIA, :WRK-HV-CONTA,                  00023742
                       :WRK-HV-DATA-SALDO, :WRK-HV-ABERTURA,            00023744
                       :WRK-HV-QTD-MOVTOS, :WRK-HV-FECHAMENTO)          00023746
              END-EXEC                                                  00023748
            END-IF.                                                     00023750
            IF SQLCODE EQUAL 0                                          00023752
              ADD 1 TO WRK-ACUM-HISTORICO                               00023754
            ELSE                                                        00023756
              ADD 1 TO WRK-ACUM-ERROS                                   00023758
              MOVE '2300'                   TO WRK-SECAO                00023760
              MOVE 'ERRO SQL NO HISTORICO SALDOS_HIST' TO WRK-MSGERRO   00023762
              MOVE '99'                     TO WRK-STATUS               00023764
              PERFORM 9010-TRATARERROS                                  00023766
            END-IF.                                                     00023768
                                                                        00023770
       2300-99-FIM.               EXIT.                                 00023772
                                                                        00023800
      *-------------------------------------------------------------*   00023900
       2500-COMMITINTERMEDIO                    SECTION.                00024000
            DISPLAY ' LINHAS INSERIDAS.......' WRK-ACUM-INSERIDOS.      00026100
            DISPLAY ' LINHAS ATUALIZADAS.....' WRK-ACUM-ATUALIZADOS.    00026200
            DISPLAY ' LINHAS COM ERRO........' WRK-ACUM-ERROS.          00026300
            DISPLAY ' LINHAS NO HISTORICO....' WRK-ACUM-HISTORICO.      00026310
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00026400
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00026500
            IF WRK-ACUM-ERROS GREATER ZEROS                             00026600

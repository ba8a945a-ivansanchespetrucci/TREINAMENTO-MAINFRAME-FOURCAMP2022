      *      ANTERIORES DO GDG (DA MAIS NOVA PARA A MAIS VELHA)     *   00001500
      *      CONTANDO HA QUANTOS DIAS UTEIS CONSECUTIVOS A CONTA    *   00001600
      *      NAO MOVIMENTA. AS CONTAS PARADAS HA PELO MENOS O       *   00001700
      *      LIMITE DO PARAMETR SAEM NO ARQUIVO DE DORMENTES        *   00001800
      *      E NO RELATORIO POR AGENCIA, PARA A CAMPANHA LEGAL DE   *   00001900
      *      CONTATO DAS AGENCIAS DEIXAR DE SER POR AMOSTRAGEM.     *   00002000
      *-------------------------------------------------------------*   00002100
      *-------------------------------------------------------------*   00002700
      *   MODULOS....:                             INCLUDE/BOOK     *   00002800
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00002900
      *   LERPARAM -   PARAMETROS DO LOTE           LERPCOMM        *   00002950
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00003000
      *=============================================================*   00003100
                                                                        00003200
          05 HIS-SALDO-FECHAMENTO PIC S9(10)V99                         00008200
                                 SIGN IS LEADING SEPARATE.              00008300
          05 HIS-DATA-SALDO      PIC 9(08).                             00008400
          05 HIS-VALOR-BLOQUEADO PIC S9(10)V99                          00008410
                                 SIGN IS LEADING SEPARATE.              00008420
          05 FILLER              PIC X(05).                             00008500
                                                                        00008600
      *-------------------------------------------------------------*   00008700
      *   DORMNTES - CONTAS DORMENTES PARA A CAMPANHA DAS AGENCIAS  *   00008800
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00019600
                                                                        00019700
       COPY 'VARERROS'.                                                 00019800
                                                                        00019820
      *------------BOOK PARAMETROS DO LOTE--------------------------*   00019840
                                                                        00019860
       COPY 'LERPCOMM'.                                                 00019880
                                                                        00019900
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00020000
                                                                        00020100
       1000-INICIAR                           SECTION.                  00022300
      *-------------------------------------------------------------*   00022400
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00022500
            MOVE 'DORMCLI'              TO WRK-PM-PROGRAMA.             00022600
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-PM-DATA.                 00022620
            MOVE 'DORMCLI-DIAS'         TO WRK-PM-NOME.                 00022640
            CALL 'LERPARAM' USING WRK-LER-PARAMETRO.                    00022660
            MOVE WRK-PM-VALOR           TO WRK-LIMITE-DIAS.             00022680
            OPEN INPUT SALDOATU.                                        00022700
            OPEN INPUT SALDOHIS.                                        00022800
            OPEN OUTPUT DORMNTES.                                       00022900
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00023400
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00023500
            MOVE 'N' TO WRK-RW-REABRIR.                                 00023600
            MOVE SPACES TO WRK-RW-QUEBRA.                               00023650
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00023700
            CALL 'REPWRITE' USING WRK-REPW.                             00023800
                                                                        00023900
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00026600
                   PERFORM 9000-TRATARERROS                             00026700
               END-IF.                                                  00026800
               IF NOT WRK-PM-ACHOU                                      00026812
                MOVE '1004'                  TO WRK-SECAO               00026824
                MOVE 'PARAMETRO DORMCLI-DIAS SEM VIGENCIA'              00026836
                  TO WRK-MSGERRO                                        00026848
                MOVE WRK-PM-STATUS           TO WRK-STATUS              00026860
                   PERFORM 9000-TRATARERROS                             00026872
               END-IF.                                                  00026884
               IF WRK-LIMITE-DIAS EQUAL ZEROS                           00026900
                MOVE '1100'                  TO WRK-SECAO               00027000
                MOVE 'LIMITE DE DIAS ZERADO NO PARAMETRO'               00027100
                  TO WRK-MSGERRO                                        00027150
                MOVE '00'                    TO WRK-STATUS              00027200
                   PERFORM 9000-TRATARERROS                             00027300
               END-IF.                                                  00027400

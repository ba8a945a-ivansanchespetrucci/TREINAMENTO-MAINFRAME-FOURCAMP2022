      * CONTAS A RECEBER SOBRE O REGISTRO DE NOTAS: O                   00001100
      * MESTRE DE TITULOS EM ABERTO DE ONTEM (ABERTANT)                 00001200
      * MAIS AS NOTAS EMITIDAS NO DIA (NOTASDIA, LAYOUT DO              00001300
      * REGNOTAS, SO NOTA ATIVA COM NF-E AUTORIZADA ENTRA)              00001400
      * MENOS OS PAGAMENTOS DO DIA (PAGTOS: NOTA, DATA,                 00001500
      * VALOR PAGO, PAGAMENTO PARCIAL ABATE E O TITULO SEGUE            00001600
      * EM ABERTO) DA O MESTRE NOVO (ABERTNOV). O RELATORIO             00001700
      * ENVELHECE O SALDO ABERTO EM ATE 30, 30, 60 E MAIS               00001800
      * DE 90 DIAS POR ESTADO E CODIGO DE CLIENTE, E OS                 00001900
      * TITULOS VENCIDOS SAEM NO EXTRATO DE COBRANCA PARA               00002000
          05 NOT-SITUACAO       PIC X(01).                              00007700
             88 NOT-ATIVA           VALUE 'A'.                          00007800
          05 NOT-NOTA-REF       PIC 9(08).                              00007900
          05 NOT-SIT-NFE        PIC X(01).                              00007916
             88 NOT-NFE-AUTORIZADA   VALUE 'U'.                         00007932
          05 NOT-PROTOCOLO      PIC 9(15).                              00007948
          05 NOT-DATA-NFE       PIC 9(08).                              00007964
          05 NOT-COD-REJEICAO   PIC 9(03).                              00007980
          05 FILLER             PIC X(10).                              00008000
                                                                        00008100
       FD PAGTOS                                                        00008200
           RECORDING  MODE IS F                                         00008300
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00035400
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00035500
           MOVE 'N' TO WRK-RW-REABRIR.                                  00035600
           MOVE SPACES TO WRK-RW-QUEBRA.                                00035650
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00035700
           CALL 'REPWRITE' USING WRK-REPW.                              00035800
                                                                        00035900
       1200-99-FINAL.        EXIT.                                      00037300
                                                                        00037400
      *----------------------------------------------------             00037500
      * SO NOTA ATIVA COM NF-E AUTORIZADA VIRA TITULO:                  00037600
      * CANCELADA, NOTA DE CREDITO E NF-E REJEITADA OU SEM              00037700
      * RETORNO NAO ENTRAM NO CONTAS A RECEBER                          00037750
      *----------------------------------------------------             00037800
       1300-LERNOTA                             SECTION.                00037900
      *----------------------------------------------------             00038000
           IF WRK-FS-NOTASDIA EQUAL 10                                  00038300
             MOVE 99999999 TO WRK-CHAVE-NOTA                            00038400
           ELSE                                                         00038500
             IF NOT NOT-ATIVA OR NOT NOT-NFE-AUTORIZADA                 00038600
               GO TO 1300-LERNOTA                                       00038700
             END-IF                                                     00038800
             MOVE NOT-NUMERO TO WRK-CHAVE-NOTA                          00038900

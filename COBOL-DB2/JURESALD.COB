      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CREDITO MENSAL DE JUROS SOBRE O SALDO: LER A    *   00001200
      *      GERACAO DE FECHAMENTO DO MESTRE SALDOS, APLICAR A      *   00001300
      *      TAXA MENSAL DO PARAMETR SOBRE CADA CONTA COM           *   00001400
      *      SALDO DE FECHAMENTO POSITIVO E GRAVAR UM MOVIMENTO     *   00001500
      *      DE CREDITO (FD-TIP-OP C) NO LAYOUT #CLIENTE, COM       *   00001600
      *      HEADER E TRAILER #CLIHDR, PARA O ARQUIVO ENTRAR NO     *   00001700
      *      SER CALCULADOS EM PLANILHA E REDIGITADOS NA AGENCIA.   *   00001900
      *      O RELATORIO DE JUROS PAGOS POR AGENCIA SAI PELO        *   00002000
      *      MODULO REPWRITE PARA A CONTABILIDADE.                  *   00002100
      *      O CREDITO SAI COM FD-MARCA JUR, QUE ATRAVESSA A        *   00002110
      *      CADEIA ATE A MOVIMENTOS (COLUNA MARCA) E O ARQMOV,     *   00002111
      *      PARA O INFREND SEPARAR OS JUROS DOS DEMAIS CREDITOS.   *   00002112
      *-------------------------------------------------------------*   00002200
      *   ARQUIVOS...:                                              *   00002300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002400
      *-------------------------------------------------------------*   00002700
      *   MODULOS....:                             INCLUDE/BOOK     *   00002800
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00002900
      *   LERPARAM -   PARAMETROS DO LOTE           LERPCOMM        *   00002950
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00003000
      *=============================================================*   00003100
                                                                        00003200
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00013800
                                                                        00013900
       COPY 'VARERROS'.                                                 00014000
                                                                        00014020
      *------------BOOK PARAMETROS DO LOTE--------------------------*   00014040
                                                                        00014060
       COPY 'LERPCOMM'.                                                 00014080
                                                                        00014100
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00014200
                                                                        00014300
       1000-INICIAR                           SECTION.                  00016200
      *-------------------------------------------------------------*   00016300
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00016400
            MOVE 'JURESALD'             TO WRK-PM-PROGRAMA.             00016500
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-PM-DATA.                 00016520
            MOVE 'JURESALD-TAXA'        TO WRK-PM-NOME.                 00016540
            CALL 'LERPARAM' USING WRK-LER-PARAMETRO.                    00016560
            MOVE WRK-PM-VALOR           TO WRK-TAXA-JUROS.              00016580
            OPEN INPUT SALDOANT.                                        00016600
            OPEN OUTPUT JUROSCLI.                                       00016700
            MOVE 'CREDITO MENSAL DE JUROS POR AGENCIA'                  00016800
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00017200
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00017300
            MOVE 'N' TO WRK-RW-REABRIR.                                 00017400
            MOVE SPACES TO WRK-RW-QUEBRA.                               00017450
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00017500
            CALL 'REPWRITE' USING WRK-REPW.                             00017600
                                                                        00017700
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00019800
                   PERFORM 9000-TRATARERROS                             00019900
               END-IF.                                                  00020000
               IF NOT WRK-PM-ACHOU                                      00020012
                MOVE '1003'                  TO WRK-SECAO               00020024
                MOVE 'PARAMETRO JURESALD-TAXA SEM VIGENCIA'             00020036
                  TO WRK-MSGERRO                                        00020048
                MOVE WRK-PM-STATUS           TO WRK-STATUS              00020060
                   PERFORM 9000-TRATARERROS                             00020072
               END-IF.                                                  00020084
               IF WRK-TAXA-JUROS EQUAL ZEROS                            00020100
                MOVE '1100'                  TO WRK-SECAO               00020200
                MOVE 'TAXA DE JUROS ZERADA NO PARAMETRO'                00020300
                  TO WRK-MSGERRO                                        00020350
                MOVE '00'                    TO WRK-STATUS              00020400
                   PERFORM 9000-TRATARERROS                             00020500
               END-IF.                                                  00020600
               MOVE SAL-CLIENTE     TO FD-CLIENTE.                      00025800
               MOVE WRK-JUROS-CONTA TO FD-VALOR.                        00025900
               MOVE 'C'             TO FD-TIP-OP.                       00026000
               MOVE 'JUR '          TO FD-MARCA.                        00026010
               MOVE WRK-DATA-PROCESSAMENTO TO FD-DATA-MOVIMENTO.        00026100
               MOVE SPACE           TO FD-TRANSF-DIR.                   00026110
               MOVE ZEROS           TO FD-CONTRA-AGENCIA.               00026120

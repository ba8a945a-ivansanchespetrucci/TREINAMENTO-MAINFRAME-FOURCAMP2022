      *      MOVUNICO CLASSIFICADO, JUNTA OS MOVIMENTOS DE CADA     *   00001600
      *      AGENCIA/CONTA POR TIPO DE OPERACAO E DATA E, QUANDO    *   00001700
      *      O AGREGADO DE MAIS DE UM MOVIMENTO CRUZA O LIMIAR DE   *   00001800
      *      REVISAO DO PARAMETR, GRAVA O GRUPO INTEIRO NO ARQUIVO  *   00001900
      *      AGREGVLR COM A MARCA AGR (NO FILLER APOS O TIP-OP,     *   00002000
      *      COMO A MARCA REP DO CORRIGEX), PARA O COMPLIANCE VER   *   00002100
      *      O FRACIONAMENTO E NAO SO O BILHETE GRANDE.             *   00002200
      *-------------------------------------------------------------*   00002800
      *   MODULOS....:                             INCLUDE/BOOK     *   00002900
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003000
      *   LERPARAM -   PARAMETROS DO LOTE           LERPCOMM        *   00003050
      *=============================================================*   00003100
                                                                        00003200
      *=============================================================*   00003300
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00013600
                                                                        00013700
       COPY 'VARERROS'.                                                 00013800
                                                                        00013820
      *------------BOOK PARAMETROS DO LOTE--------------------------*   00013840
                                                                        00013860
       COPY 'LERPCOMM'.                                                 00013880
                                                                        00013900
      *=============================================================*   00014000
       PROCEDURE DIVISION.                                              00014100
       1000-INICIAR                           SECTION.                  00015600
      *-------------------------------------------------------------*   00015700
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00015800
            MOVE 'AGREGMOV'             TO WRK-PM-PROGRAMA.             00015900
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-PM-DATA.                 00015920
            MOVE 'AGREGMOV-LIMIAR'      TO WRK-PM-NOME.                 00015940
            CALL 'LERPARAM' USING WRK-LER-PARAMETRO.                    00015960
            MOVE WRK-PM-VALOR           TO WRK-LIMIAR-REVISAO.          00015980
            OPEN INPUT MOVUNICO.                                        00016000
            OPEN OUTPUT AGREGVLR.                                       00016100
                                                                        00016200
                MOVE WRK-FS-AGREGVLR         TO WRK-STATUS              00017700
                   PERFORM 9000-TRATARERROS                             00017800
               END-IF.                                                  00017900
               IF NOT WRK-PM-ACHOU                                      00017912
                MOVE '1002'                  TO WRK-SECAO               00017924
                MOVE 'PARAMETRO AGREGMOV-LIMIAR SEM VIGENCIA'           00017936
                  TO WRK-MSGERRO                                        00017948
                MOVE WRK-PM-STATUS           TO WRK-STATUS              00017960
                   PERFORM 9000-TRATARERROS                             00017972
               END-IF.                                                  00017984
               READ MOVUNICO.                                           00018000
                                                                        00018100
       1100-99-FIM.               EXIT.                                 00018200

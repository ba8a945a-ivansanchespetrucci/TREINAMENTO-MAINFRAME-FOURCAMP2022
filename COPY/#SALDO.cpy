      *      MOVIMENTOS VALIDADOS DO DIA. O SALDO DE FECHAMENTO     *   00000800
      *      DE UMA GERACAO E O SALDO DE ABERTURA DA SEGUINTE.      *   00000900
      *      CADA GERACAO TERMINA COM UM TRAILER DE CONTROLE        *   00000910
      *      (REG-SALTRL, MESMO TAMANHO): DATA DO NEGOCIO,          *   00000920
      *      QUANTIDADE DE CONTAS E SOMA DOS FECHAMENTOS, QUE O     *   00000930
      *      ATUSALDO CONFERE NA ENTRADA ANTES DE APLICAR UM        *   00000940
      *      UNICO MOVIMENTO - GERACAO TRUNCADA OU ERRADA PARA A    *   00000950
      *      CADEIA EM VEZ DE PRODUZIR UM MESTRE FURADO.            *   00000960
      *      SAL-VALOR-BLOQUEADO E A SOMA DAS ORDENS JUDICIAIS EM   *   00000970
      *      VIGOR NA CONTA (MESTRE BLOQJUD) NA DATA DO SALDO; O    *   00000971
      *      SALDO DISPONIVEL E O FECHAMENTO MENOS O BLOQUEADO.     *   00000972
      *      REGISTRO DE 96 BYTES.                                  *   00000973
      *=============================================================*   00001000
       01 REG-SALDO.                                                    00001100
          05 SAL-AGENCIA         PIC 9(04).                             00001200
          05 SAL-SALDO-FECHAMENTO PIC S9(10)V99                         00001800
                                 SIGN IS LEADING SEPARATE.              00001900
          05 SAL-DATA-SALDO      PIC 9(08).                             00002000
          05 SAL-VALOR-BLOQUEADO PIC S9(10)V99                          00002010
                                 SIGN IS LEADING SEPARATE.              00002020
          05 FILLER              PIC X(05).                             00002100
                                                                        00002200
       01 REG-SALTRL.                                                   00002300
          05 STR-TIPO            PIC X(03).                             00002400
          05 STR-QTD-CONTAS      PIC 9(07).                             00002700
          05 STR-SOMA-FECHAMENTO PIC S9(12)V99                          00002800
                                 SIGN IS LEADING SEPARATE.              00002900
          05 FILLER              PIC X(63).                             00003000

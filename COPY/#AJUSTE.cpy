      *=============================================================*   00000100
      *   BOOK....: #AJUSTE                                         *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO AJUSTE DE INVENTARIO POR LOJA E       *   00000500
      *      PRODUTO, GERADO PELO INVENLOJ NA CONCILIACAO DA        *   00000600
      *      CONTAGEM FISICA COM A POSICAO DE ESTOQUE DA DATA DA    *   00000700
      *      CONTAGEM: QUANTIDADE DO SISTEMA, QUANTIDADE CONTADA,   *   00000800
      *      DIFERENCA (NEGATIVA = FALTA, POSITIVA = SOBRA) E O     *   00000900
      *      VALOR DA DIFERENCA A CUSTO. AJUSTE DENTRO DA           *   00001000
      *      TOLERANCIA SAI AUTOMATICO PARA PR.FOUR01.AJUSTINV;     *   00001100
      *      ACIMA DA TOLERANCIA FICA PENDENTE EM                   *   00001200
      *      PR.FOUR01.AJUSPEND ATE A LIBERACAO DO SUPERVISOR       *   00001300
      *      (LIBERAJU), QUE O PASSA PARA O AJUSTINV. O ESTOQLOJ    *   00001400
      *      APLICA O AJUSTINV COMO MOVIMENTO PROPRIO NA RODADA     *   00001500
      *      SEGUINTE.                                              *   00001600
      *=============================================================*   00001700
       01 REG-AJUSTE.                                                   00001800
          05 AJU-CODLOJA         PIC 9(03).                             00001900
          05 AJU-PRODUTO         PIC X(30).                             00002000
          05 AJU-DATA-CONTAGEM   PIC 9(08).                             00002100
          05 AJU-QTD-SISTEMA     PIC S9(07)                             00002200
                                 SIGN IS LEADING SEPARATE.              00002300
          05 AJU-QTD-CONTADA     PIC 9(07).                             00002400
          05 AJU-DIFERENCA       PIC S9(07)                             00002500
                                 SIGN IS LEADING SEPARATE.              00002600
          05 AJU-VALOR           PIC S9(07)V99                          00002700
                                 SIGN IS LEADING SEPARATE.              00002800
          05 AJU-SITUACAO        PIC X(01).                             00002900
             88 AJU-AUTOMATICO       VALUE 'A'.                         00003000
             88 AJU-PENDENTE         VALUE 'P'.                         00003100
             88 AJU-LIBERADO         VALUE 'L'.                         00003200
          05 AJU-CONTADOR        PIC X(08).                             00003300
          05 AJU-SUPERVISOR      PIC X(08).                             00003400
          05 FILLER              PIC X(09).                             00003500

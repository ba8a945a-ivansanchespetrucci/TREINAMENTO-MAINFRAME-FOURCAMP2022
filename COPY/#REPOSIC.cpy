      *=============================================================*   00000100
      *   BOOK....: #REPOSIC                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DA POSICAO ABAIXO DO MINIMO, GRAVADA     *   00000500
      *      PELO ESTOQLOJ PARA CADA LINHA "REPOR ESTOQUE" DO       *   00000600
      *      RELATORIO DE REPOSICAO (EM ORDEM DE LOJA E PRODUTO)    *   00000700
      *      E LIDA PELO GERAPEDI PARA EMITIR OS PEDIDOS DE         *   00000800
      *      COMPRA.                                                *   00000900
      *=============================================================*   00001000
       01 REG-REPOSIC.                                                  00001100
          05 REP-CODLOJA         PIC 9(03).                             00001200
          05 REP-PRODUTO         PIC X(30).                             00001300
          05 REP-QTD-ATUAL       PIC S9(07)                             00001400
                                 SIGN IS LEADING SEPARATE.              00001500
          05 REP-MINIMO          PIC 9(05).                             00001600
          05 REP-DATA            PIC 9(08).                             00001700
          05 FILLER              PIC X(06).                             00001800

      *=============================================================*   00000100
      *   BOOK....: #PRODUTO                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO MESTRE DE PRODUTOS (CODIGO,   *   00000500
      *      DESCRICAO, GRUPO DE COMISSAO, UNIDADE, ESTOQUE         *   00000600
      *      MINIMO E PRECO DE LISTA), NO MOLDE DO #LOJA. O         *   00000700
      *      FR01CB16, O ESTOQLOJ E O COMISVEN VALIDAM O NOME DO    *   00000800
      *      PRODUTO DOS SEUS FEEDS CONTRA PRD-DESCRICAO E O        *   00000900
      *      FR01CB24 VALIDA O CODIGO DA COMPRA CONTRA PRD-CODIGO;  *   00001000
      *      PRODUTO FORA DO MESTRE E REJEITADO E CONTADO. O        *   00001100
      *      GRUPO DE COMISSAO SUBSTITUI O ANTIGO ARQUIVO GRUPROD.  *   00001200
      *=============================================================*   00001300
       01 REG-PRODUTO.                                                  00001400
          05 PRD-CODIGO          PIC 9(03).                             00001500
          05 PRD-DESCRICAO       PIC X(30).                             00001600
          05 PRD-GRUPO           PIC X(10).                             00001700
          05 PRD-UNIDADE         PIC X(03).                             00001800
          05 PRD-ESTOQUE-MINIMO  PIC 9(05).                             00001900
          05 PRD-PRECO-LISTA     PIC 9(05)V99.                          00002000
          05 FILLER              PIC X(02).                             00002100

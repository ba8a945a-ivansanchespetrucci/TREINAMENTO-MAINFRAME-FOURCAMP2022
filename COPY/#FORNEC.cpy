      *=============================================================*   00000100
      *   BOOK....: #FORNEC                                         *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO MESTRE DE FORNECEDORES DO VAREJO      *   00000500
      *      (PR.FOUR01.FORNEC, CLASSIFICADO POR CODIGO): NOME,     *   00000600
      *      PRAZO DE ENTREGA EM DIAS CORRIDOS A PARTIR DA          *   00000700
      *      EMISSAO DO PEDIDO, VALOR MINIMO DE PEDIDO E A          *   00000800
      *      TABELA DOS PRODUTOS FORNECIDOS (CODIGO DO MESTRE DE    *   00000900
      *      PRODUTOS #PRODUTO E PRECO DE COMPRA COMBINADO).        *   00001000
      *      O GERAPEDI PEDE CADA PRODUTO AO PRIMEIRO FORNECEDOR    *   00001100
      *      (EM ORDEM DE CODIGO) QUE O TRAZ NA TABELA.             *   00001200
      *      O PRAZO DE PAGAMENTO, EM DIAS CORRIDOS A PARTIR DA     *   00001225
      *      ENTRADA DA COMPRA, DA O VENCIMENTO DO TITULO NO        *   00001250
      *      CONTAPAG; SEM PRAZO NUMERICO VALE 30 DIAS.             *   00001275
      *=============================================================*   00001300
       01 REG-FORNEC.                                                   00001400
          05 FOR-CODIGO          PIC 9(05).                             00001500
          05 FOR-NOME            PIC X(30).                             00001600
          05 FOR-PRAZO-ENTREGA   PIC 9(03).                             00001700
          05 FOR-PEDIDO-MINIMO   PIC 9(07)V99.                          00001800
          05 FOR-QTD-PRODUTOS    PIC 9(02).                             00001900
          05 FOR-PRODUTOS        OCCURS 20 TIMES.                       00002000
             10 FOR-PRD-CODIGO   PIC 9(03).                             00002100
             10 FOR-PRD-PRECO    PIC 9(05)V99.                          00002200
          05 FOR-PRAZO-PAGTO     PIC 9(03).                             00002300
          05 FILLER              PIC X(48).                             00002400

      *=============================================================*   00000100
      *   BOOK....: #PEDCOMP                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ITEM DE PEDIDO DE COMPRA (GDG         *   00000500
      *      PR.FOUR01.PEDCOMPRA, CLASSIFICADO POR LOJA, PRODUTO    *   00000600
      *      E NUMERO DO PEDIDO). CADA PEDIDO E UM FORNECEDOR E     *   00000700
      *      UMA LOJA E TEM UM REGISTRO POR PRODUTO. O GERAPEDI     *   00000800
      *      EMITE OS PEDIDOS ABERTOS (NUMERACAO NO CONTROLE        *   00000900
      *      PR.FOUR01.NUMPEDC) E O CONFRECE BAIXA AS ENTREGAS      *   00001000
      *      DO COMPRAS: PARCIAL ENQUANTO A QUANTIDADE RECEBIDA     *   00001100
      *      NAO ALCANCA A PEDIDA, ATENDIDO QUANDO ALCANCA. ITEM    *   00001200
      *      ATENDIDO SAI DO MESTRE NA GERACAO SEGUINTE.            *   00001300
      *=============================================================*   00001400
       01 REG-PEDCOMP.                                                  00001500
          05 PED-CODLOJA         PIC 9(03).                             00001600
          05 PED-PRODUTO         PIC X(30).                             00001700
          05 PED-NUMERO          PIC 9(07).                             00001800
          05 PED-FORNECEDOR      PIC 9(05).                             00001900
          05 PED-QTD-PEDIDA      PIC 9(07).                             00002000
          05 PED-QTD-RECEBIDA    PIC 9(07).                             00002100
          05 PED-PRECO           PIC 9(05)V99.                          00002200
          05 PED-DATA-EMISSAO    PIC 9(08).                             00002300
          05 PED-DATA-PREVISTA   PIC 9(08).                             00002400
          05 PED-DATA-ENTREGA    PIC 9(08).                             00002500
          05 PED-SITUACAO        PIC X(01).                             00002600
             88 PED-ABERTO           VALUE 'A'.                         00002700
             88 PED-PARCIAL          VALUE 'P'.                         00002800
             88 PED-ATENDIDO         VALUE 'T'.                         00002900
          05 FILLER              PIC X(09).                             00003000

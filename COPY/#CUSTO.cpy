      *=============================================================*   00000100
      *   BOOK....: #CUSTO                                          *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO MESTRE DE CUSTO MEDIO PONDERADO POR   *   00000500
      *      LOJA E PRODUTO, MANTIDO PELO MARGLOJA NO FECHAMENTO    *   00000600
      *      DO MES (GDG PR.FOUR01.CUSTOMED). A CADA MES O CUSTO    *   00000700
      *      MEDIO DE ABERTURA, PESADO PELA QUANTIDADE BASE, E      *   00000800
      *      AS COMPRAS DO MES (QUANTIDADE X VALOR UNITARIO) DAO    *   00000900
      *      O CUSTO MEDIO DO MES, APLICADO AS VENDAS; A            *   00001000
      *      QUANTIDADE BASE SEGUE COMO ABERTURA + COMPRAS -        *   00001100
      *      VENDAS (NUNCA NEGATIVA). CUSTO COM 4 DECIMAIS.         *   00001200
      *=============================================================*   00001300
       01 REG-CUSTO.                                                    00001400
          05 CUS-CODLOJA         PIC 9(03).                             00001500
          05 CUS-PRODUTO         PIC X(30).                             00001600
          05 CUS-QTD-BASE        PIC 9(07).                             00001700
          05 CUS-CUSTO-MEDIO     PIC 9(05)V9(04).                       00001800
          05 CUS-COMPETENCIA     PIC 9(06).                             00001900
          05 FILLER              PIC X(05).                             00002000

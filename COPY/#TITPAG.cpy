      *=============================================================*   00000100
      *   BOOK....: #TITPAG                                         *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO MESTRE DE TITULOS A PAGAR EM ABERTO   *   00000500
      *      (GDG PR.FOUR01.PAGABERT, EM ORDEM DE NUMERO), MANTIDO  *   00000600
      *      DIARIAMENTE PELO CONTAPAG: CADA COMPRA DO DIA VIRA UM  *   00000700
      *      TITULO DO FORNECEDOR DO PRODUTO, COM VENCIMENTO PELO   *   00000800
      *      PRAZO DE PAGAMENTO DO #FORNEC, E OS PAGAMENTOS DO DIA  *   00000900
      *      ABATEM O SALDO. TITULO SEM SALDO SAI DO MESTRE.        *   00001000
      *      FORNECEDOR ZERADO = PRODUTO SEM FORNECEDOR NO MESTRE.  *   00001100
      *=============================================================*   00001200
       01 REG-TITPAG.                                                   00001300
          05 TPG-NUMERO          PIC 9(08).                             00001400
          05 TPG-FORNECEDOR      PIC 9(05).                             00001500
          05 TPG-CODLOJA         PIC 9(03).                             00001600
          05 TPG-PRODUTO         PIC 9(03).                             00001700
          05 TPG-DATA-ENTRADA    PIC 9(08).                             00001800
          05 TPG-VENCIMENTO      PIC 9(08).                             00001900
          05 TPG-VLR-ORIGINAL    PIC 9(08)V99.                          00002000
          05 TPG-VLR-PAGO        PIC 9(08)V99.                          00002100
          05 TPG-VLR-ABERTO      PIC 9(08)V99.                          00002200
          05 TPG-DATA-ULT-PAGTO  PIC 9(08).                             00002300
          05 FILLER              PIC X(07).                             00002400

      *=============================================================*   00000100
      *   BOOK....: #FECHCX                                             00000200
      *   AUTOR...: RAFAEL                                              00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO DE FECHAMENTO DE CAIXA DAS    *   00000500
      *      AGENCIAS: UM REGISTRO POR CAIXA (BOCA) NA DATA, COM O  *   00000600
      *      NUMERARIO DE ABERTURA, O RECEBIDO (DEPOSITOS EM        *   00000700
      *      ESPECIE), O PAGO (SAQUES) E O NUMERARIO CONTADO NO     *   00000800
      *      FECHAMENTO, COMO O CAIXA FECHOU A MAO. O FECHCAIX      *   00000900
      *      CONFERE O CAIXA CONTRA ELE MESMO E A AGENCIA CONTRA    *   00001000
      *      OS MOVIMENTOS C E S DO MOVUNICO. VALORES EM REAIS COM  *   00001100
      *      CENTAVOS.                                              *   00001200
      *=============================================================*   00001300
       01 REG-FECHCX.                                                   00001400
          05 FCX-AGENCIA         PIC 9(04).                             00001500
          05 FCX-CAIXA           PIC 9(03).                             00001600
          05 FCX-DATA            PIC 9(08).                             00001700
          05 FCX-OPERADOR        PIC X(08).                             00001800
          05 FCX-ABERTURA        PIC 9(10)V99.                          00001900
          05 FCX-RECEBIDO        PIC 9(10)V99.                          00002000
          05 FCX-PAGO            PIC 9(10)V99.                          00002100
          05 FCX-FECHAMENTO      PIC 9(10)V99.                          00002200
          05 FILLER              PIC X(09).                             00002300

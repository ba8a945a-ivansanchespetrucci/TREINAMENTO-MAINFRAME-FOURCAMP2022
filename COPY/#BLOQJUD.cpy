      *=============================================================*   00000100
      *   BOOK....: #BLOQJUD                                            00000200
      *   AUTOR...: RAFAEL                                              00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO MESTRE DE ORDENS JUDICIAIS DE *   00000500
      *      BLOQUEIO - UMA POSICAO POR ORDEM (NUMERO DO PROCESSO / *   00000600
      *      OFICIO), EM ORDEM DE AGENCIA/CONTA/ORDEM, MANTIDO      *   00000700
      *      DIARIAMENTE PELO ATUBLOQ. A ORDEM VALE DA DATA DE      *   00000800
      *      VIGENCIA ATE A VESPERA DA DATA DE LIBERACAO (ZEROS =   *   00000900
      *      SEM LIBERACAO); O ATUSALDO SOMA AS ORDENS EM VIGOR DE  *   00001000
      *      CADA CONTA NO VALOR BLOQUEADO DA POSICAO DE SALDO.     *   00001100
      *=============================================================*   00001200
       01 REG-BLOQJUD.                                                  00001300
          05 BLQ-AGENCIA         PIC 9(04).                             00001400
          05 BLQ-CONTA           PIC 9(05).                             00001500
          05 BLQ-NUM-ORDEM       PIC X(15).                             00001600
          05 BLQ-VALOR           PIC 9(10)V99.                          00001700
          05 BLQ-VARA            PIC X(25).                             00001800
          05 BLQ-DATA-VIGOR      PIC 9(08).                             00001900
          05 BLQ-DATA-LIBERACAO  PIC 9(08).                             00002000
          05 FILLER              PIC X(03).                             00002100

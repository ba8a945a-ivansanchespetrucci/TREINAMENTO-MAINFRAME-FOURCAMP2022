      *=============================================================*   00000100
      *   BOOK....: #PRAZUF                                         *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DA TABELA DE PRAZOS DE ENTREGA ACORDADOS *   00000500
      *      COM A TRANSPORTADORA POR UF (PR.FOUR01.PRAZOUF): DIAS  *   00000600
      *      CORRIDOS DO DESPACHO A ENTREGA. ENTREGA ACIMA DO PRAZO *   00000700
      *      E ENTREGA COM ATRASO NO PRAZENTR; UF FORA DA TABELA    *   00000800
      *      NAO TEM PRAZO E NAO ENTRA NO PERCENTUAL NO PRAZO.      *   00000900
      *=============================================================*   00001000
       01 REG-PRAZUF.                                                   00001100
          05 PRZ-UF              PIC X(02).                             00001200
          05 PRZ-DIAS            PIC 9(03).                             00001300
          05 FILLER              PIC X(15).                             00001400

      *=============================================================*   00000100
      *   BOOK....: #DEVOL                                          *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO DIARIO DE DEVOLUCOES DE       *   00000500
      *      MERCADORIA DAS LOJAS (PR.FOUR01.DEVOLUC), UMA          *   00000600
      *      DEVOLUCAO POR REGISTRO: LOJA, PRODUTO (NOME DO         *   00000700
      *      MESTRE #PRODUTO), QUANTIDADE, VALOR TOTAL DEVOLVIDO    *   00000800
      *      AO CLIENTE, DATA DA VENDA ORIGINAL, DATA DA            *   00000900
      *      DEVOLUCAO, VENDEDOR DA VENDA ORIGINAL E MOTIVO. O      *   00001000
      *      ESTOQLOJ DEVOLVE A QUANTIDADE A POSICAO, O FR01CB16    *   00001100
      *      TIRA A DEVOLUCAO DAS MEDIAS, O COMISVEN ESTORNA A      *   00001200
      *      COMISSAO NA COMPETENCIA DA DEVOLUCAO E O DEVOLLOJ      *   00001300
      *      FAZ O RELATORIO MENSAL POR LOJA E MOTIVO. O LOTE       *   00001400
      *      DIARIO ANEXA O ARQUIVO DO DIA AO ACUMULADO DO MES      *   00001500
      *      (PR.FOUR01.DEVOLUC.MES).                               *   00001600
      *=============================================================*   00001700
       01 REG-DEVOLUCAO.                                                00001800
          05 DEV-CODLOJA         PIC 9(03).                             00001900
          05 DEV-PRODUTO         PIC X(30).                             00002000
          05 DEV-QUANTIDADE      PIC 9(03).                             00002100
          05 DEV-VALOR           PIC 9(07)V99.                          00002200
          05 DEV-DATA-VENDA      PIC 9(08).                             00002300
          05 DEV-DATA-DEVOLUCAO  PIC 9(08).                             00002400
          05 DEV-VENDEDOR        PIC X(08).                             00002500
          05 DEV-MOTIVO          PIC X(02).                             00002600
             88 DEV-MOT-DEFEITO      VALUE '01'.                        00002700
             88 DEV-MOT-DESISTENCIA  VALUE '02'.                        00002800
             88 DEV-MOT-TROCA        VALUE '03'.                        00002900
             88 DEV-MOT-AVARIA       VALUE '04'.                        00003000
             88 DEV-MOT-ERRO-PEDIDO  VALUE '05'.                        00003100
             88 DEV-MOT-OUTROS       VALUE '99'.                        00003200
             88 DEV-MOT-VALIDO       VALUE '01' '02' '03' '04'          00003300
                                           '05' '99'.                   00003400
          05 FILLER              PIC X(09).                             00003500

      *=============================================================*   00000100
      *   BOOK....: #DISTTRB                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO DE TRABALHO DA DISTRIBUICAO   *   00000500
      *      (PR.RELACLI.DISTTRAB, 250 BYTES), GRAVADO PELO         *   00000600
      *      DISTSEPA (UM PASSO POR RELATORIO, EM EXTEND) E LIDO    *   00000700
      *      PELO DISTPACO DEPOIS DO SORT POR DESTINATARIO, TIPO,   *   00000800
      *      RELATORIO E SEQUENCIA (1,24,CH,A). TIPO C E O RESUMO   *   00000900
      *      DO RELATORIO PARA A CAPA DO PACOTE (PAGINAS E LINHAS); *   00001000
      *      TIPO D E UMA LINHA DO RELATORIO, COM O CARRO ASA.      *   00001100
      *=============================================================*   00001200
       01 REG-DISTTRB.                                                  00001300
          05 DTR-CHAVE.                                                 00001400
             10 DTR-DESTINATARIO PIC X(08).                             00001500
             10 DTR-TIPO         PIC X(01).                             00001600
                88 DTR-CAPA           VALUE 'C'.                        00001700
                88 DTR-DETALHE        VALUE 'D'.                        00001800
             10 DTR-RELATORIO    PIC X(08).                             00001900
             10 DTR-SEQUENCIA    PIC 9(07).                             00002000
          05 DTR-NOME            PIC X(30).                             00002100
          05 DTR-CANAL           PIC X(01).                             00002200
          05 DTR-ENDERECO        PIC X(33).                             00002300
          05 DTR-DATAPROC        PIC 9(08).                             00002400
          05 DTR-PAGINAS         PIC 9(05).                             00002500
          05 DTR-LINHAS          PIC 9(07).                             00002600
          05 DTR-CARRO           PIC X(01).                             00002700
          05 DTR-LINHA           PIC X(132).                            00002800
          05 FILLER              PIC X(09).                             00002900

      *=============================================================*   00000100
      *   BOOK....: #DISTLOG                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO LOG DE DISTRIBUICAO DE RELATORIOS     *   00000500
      *      (PR.RELACLI.DISTLOG, 120 BYTES, GRAVADO EM EXTEND):    *   00000600
      *      UMA LINHA POR RELATORIO ENTREGUE A CADA DESTINATARIO,  *   00000700
      *      COM A DATA DE NEGOCIO, DATA/HORA DA MONTAGEM DO        *   00000800
      *      PACOTE, CANAL, ENDERECO E QUANTIDADE DE PAGINAS E      *   00000900
      *      LINHAS - A PROVA DE QUE RELATORIO FOI PARA QUEM        *   00001000
      *      E QUANDO.                                              *   00001100
      *=============================================================*   00001200
       01 REG-DISTLOG.                                                  00001300
          05 DLG-DATAPROC        PIC 9(08).                             00001400
          05 DLG-DATA-EXECUCAO   PIC 9(06).                             00001500
          05 DLG-HORA-EXECUCAO   PIC 9(06).                             00001600
          05 DLG-DESTINATARIO    PIC X(08).                             00001700
          05 DLG-NOME            PIC X(30).                             00001800
          05 DLG-CANAL           PIC X(01).                             00001900
          05 DLG-ENDERECO        PIC X(33).                             00002000
          05 DLG-RELATORIO       PIC X(08).                             00002100
          05 DLG-PAGINAS         PIC 9(05).                             00002200
          05 DLG-LINHAS          PIC 9(07).                             00002300
          05 FILLER              PIC X(08).                             00002400

      *=============================================================*   00000100
      *   BOOK....: #DESTINO                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO CADASTRO DE DESTINATARIOS DE          *   00000500
      *      RELATORIOS (PR.RELACLI.DESTINO, 80 BYTES): QUEM        *   00000600
      *      RECEBE (AGENCIA, DIRETORIA REGIONAL, AREA), POR QUAL   *   00000700
      *      CANAL E EM QUE ENDERECO - IMPRESSORA DA AGENCIA,       *   00000800
      *      MALOTE OU CAIXA DE E-MAIL. REFERENCIADO PELO #DISTRIB. *   00000900
      *=============================================================*   00001000
       01 REG-DESTINO.                                                  00001100
          05 DST-CODIGO          PIC X(08).                             00001200
          05 DST-NOME            PIC X(30).                             00001300
          05 DST-CANAL           PIC X(01).                             00001400
             88 DST-IMPRESSAO         VALUE 'I'.                        00001500
             88 DST-MALOTE            VALUE 'M'.                        00001600
             88 DST-EMAIL             VALUE 'E'.                        00001700
          05 DST-ENDERECO        PIC X(33).                             00001800
          05 FILLER              PIC X(08).                             00001900

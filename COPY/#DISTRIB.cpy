      *=============================================================*   00000100
      *   BOOK....: #DISTRIB                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO DE DISTRIBUICAO DE RELATORIOS *   00000500
      *      (PR.RELACLI.DISTRIB, 80 BYTES): UMA LINHA POR          *   00000600
      *      RELATORIO E DESTINATARIO, OPCIONALMENTE RESTRITA A     *   00000700
      *      UMA AGENCIA OU REGIAO (QUEBRA DE DISTRIBUICAO QUE O    *   00000800
      *      REPWRITE CARIMBA NA LINHA DE DATA DE CADA PAGINA).     *   00000900
      *      TIPO BRANCO RECEBE O RELATORIO INTEIRO; TIPO A SO AS   *   00001000
      *      PAGINAS DA AGENCIA; TIPO R SO AS PAGINAS DA REGIAO.    *   00001100
      *      O RELATORIO E IDENTIFICADO PELO NOME DO PROGRAMA QUE   *   00001200
      *      O EMITE. O DESTINATARIO E CHAVE DO #DESTINO.           *   00001300
      *=============================================================*   00001400
       01 REG-DISTRIB.                                                  00001500
          05 DIS-RELATORIO       PIC X(08).                             00001600
          05 DIS-TIPO-QUEBRA     PIC X(01).                             00001700
             88 DIS-RELATORIO-INTEIRO VALUE ' '.                        00001800
             88 DIS-POR-AGENCIA       VALUE 'A'.                        00001900
             88 DIS-POR-REGIAO        VALUE 'R'.                        00002000
          05 DIS-QUEBRA          PIC X(15).                             00002100
          05 DIS-DESTINATARIO    PIC X(08).                             00002200
          05 DIS-SITUACAO        PIC X(01).                             00002300
             88 DIS-ATIVA             VALUE 'A'.                        00002400
             88 DIS-SUSPENSA          VALUE 'S'.                        00002500
          05 FILLER              PIC X(47).                             00002600

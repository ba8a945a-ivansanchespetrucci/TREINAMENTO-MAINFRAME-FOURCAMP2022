      *=============================================================*   00000100
      *   BOOK....: #DIFCAIX                                            00000200
      *   AUTOR...: RAFAEL                                              00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO DE EXCECOES DE CAIXA PARA A   *   00000500
      *      AUDITORIA REGIONAL, GRAVADO PELO FECHCAIX QUANDO A     *   00000600
      *      DIFERENCA PASSA DA TOLERANCIA DO SYSIN:                *   00000700
      *      - DCX-ORIGEM F: O CAIXA NAO FECHA CONTRA ELE MESMO     *   00000800
      *        (ABERTURA + RECEBIDO - PAGO X FECHAMENTO CONTADO);   *   00000900
      *      - DCX-ORIGEM R: RECEBIDO DOS CAIXAS DA AGENCIA X       *   00001000
      *        CREDITOS (C) DO SISTEMA;                             *   00001100
      *      - DCX-ORIGEM P: PAGO DOS CAIXAS DA AGENCIA X SAQUES    *   00001200
      *        (S) DO SISTEMA;                                      *   00001300
      *      - DCX-ORIGEM N: AGENCIA COM MOVIMENTO EM ESPECIE NO    *   00001400
      *        SISTEMA E SEM NENHUM FECHAMENTO DE CAIXA (ESPERADO   *   00001500
      *        = CREDITOS + SAQUES DO SISTEMA, INFORMADO ZERO).     *   00001600
      *      NAS LINHAS DE AGENCIA O CAIXA E O OPERADOR VEM         *   00001700
      *      ZERADOS/EM BRANCO. DCX-NATUREZA Q E QUEBRA (FALTA      *   00001800
      *      NUMERARIO OU O CAIXA INFORMOU MENOS QUE O SISTEMA), S  *   00001900
      *      E SOBRA; A DIFERENCA VAI SEMPRE EM VALOR ABSOLUTO.     *   00002000
      *=============================================================*   00002100
       01 REG-DIFCAIX.                                                  00002200
          05 DCX-DATA            PIC 9(08).                             00002300
          05 DCX-ORIGEM          PIC X(01).                             00002400
             88 DCX-ORIGEM-CAIXA     VALUE 'F'.                         00002500
             88 DCX-ORIGEM-RECEBIDO  VALUE 'R'.                         00002600
             88 DCX-ORIGEM-PAGO      VALUE 'P'.                         00002700
             88 DCX-ORIGEM-SEMFECH   VALUE 'N'.                         00002800
          05 DCX-AGENCIA         PIC 9(04).                             00002900
          05 DCX-CAIXA           PIC 9(03).                             00003000
          05 DCX-OPERADOR        PIC X(08).                             00003100
          05 DCX-NATUREZA        PIC X(01).                             00003200
             88 DCX-QUEBRA           VALUE 'Q'.                         00003300
             88 DCX-SOBRA            VALUE 'S'.                         00003400
          05 DCX-VALOR-ESPERADO  PIC 9(10)V99.                          00003500
          05 DCX-VALOR-INFORMADO PIC 9(10)V99.                          00003600
          05 DCX-DIFERENCA       PIC 9(10)V99.                          00003700
          05 FILLER              PIC X(39).                             00003800

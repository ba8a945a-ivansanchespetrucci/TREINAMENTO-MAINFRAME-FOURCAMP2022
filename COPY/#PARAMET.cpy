      *=============================================================*   00000100
      *   BOOK....: #PARAMET                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO CENTRAL DE PARAMETROS DO      *   00000500
      *      LOTE (KSDS PR.RELACLI.PARAMETR, 120 BYTES, CHAVE NOME  *   00000600
      *      + VIGENCIA, 28 BYTES). CADA LIMIAR DE NEGOCIO TEM UMA  *   00000700
      *      LINHA POR VIGENCIA; O PROGRAMA PEGA, PELO MODULO       *   00000800
      *      LERPARAM, O VALOR DA MAIOR VIGENCIA QUE NAO PASSA DA   *   00000900
      *      DATA DE NEGOCIO. O VALOR E GENERICO (9 INTEIROS E 6    *   00001000
      *      DECIMAIS) E CADA PROGRAMA O MOVE PARA O SEU CAMPO.     *   00001100
      *      MANTIDO SO PELA TRANSACAO PAR1, QUE CARIMBA O USUARIO  *   00001200
      *      E A DATA/HORA DA ULTIMA ALTERACAO NO PROPRIO REGISTRO. *   00001300
      *=============================================================*   00001400
       01 REG-PARAMETRO.                                                00001500
          05 PAR-CHAVE.                                                 00001600
             10 PAR-NOME         PIC X(20).                             00001700
             10 PAR-VIGENCIA     PIC 9(08).                             00001800
          05 PAR-VALOR           PIC 9(09)V9(06).                       00001900
          05 PAR-DESCRICAO       PIC X(40).                             00002000
          05 PAR-USUARIO         PIC X(08).                             00002100
          05 PAR-DATA-ALTERACAO  PIC 9(08).                             00002200
          05 PAR-HORA-ALTERACAO  PIC 9(06).                             00002300
          05 FILLER              PIC X(15).                             00002400

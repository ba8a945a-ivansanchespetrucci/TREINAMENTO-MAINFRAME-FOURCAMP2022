      *=============================================================*   00000100
      *   BOOK....: #PREVCX                                             00000200
      *   AUTOR...: RAFAEL                                              00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO DE PREVISAO DE NUMERARIO DAS  *   00000500
      *      AGENCIAS (GDG PR.RELACLI.PREVCAIX, 80 BYTES), GRAVADO  *   00000600
      *      PELO PREVCAIX: UM REGISTRO POR AGENCIA E DIA UTIL      *   00000700
      *      PREVISTO. A GERACAO DE ONTEM VOLTA NO DIA SEGUINTE     *   00000800
      *      PARA CONFRONTAR O PREVISTO COM O REALIZADO. TIPO DO    *   00000900
      *      DIA: N NORMAL, I INICIO DO MES (PRIMEIRO DIA UTIL), P  *   00001000
      *      PAGAMENTO (QUINTO DIA UTIL), F PRIMEIRO DIA UTIL APOS  *   00001100
      *      FERIADO. VALORES EM REAIS COM CENTAVOS; O LIQUIDO      *   00001200
      *      (SAQUES MENOS CREDITOS EM ESPECIE) TEM SINAL.          *   00001300
      *=============================================================*   00001400
       01 REG-PREVCX.                                                   00001500
          05 PRV-DATA-BASE       PIC 9(08).                             00001600
          05 PRV-AGENCIA         PIC 9(04).                             00001700
          05 PRV-DATA-PREVISTA   PIC 9(08).                             00001800
          05 PRV-ORDEM           PIC 9(01).                             00001900
          05 PRV-TIPO-DIA        PIC X(01).                             00002000
             88 PRV-DIA-NORMAL       VALUE 'N'.                         00002100
             88 PRV-INICIO-MES       VALUE 'I'.                         00002200
             88 PRV-DIA-PAGAMENTO    VALUE 'P'.                         00002300
             88 PRV-POS-FERIADO      VALUE 'F'.                         00002400
          05 PRV-SAQUES          PIC 9(10)V99.                          00002500
          05 PRV-CREDITOS        PIC 9(10)V99.                          00002600
          05 PRV-LIQUIDO         PIC S9(10)V99.                         00002700
          05 FILLER              PIC X(22).                             00002800

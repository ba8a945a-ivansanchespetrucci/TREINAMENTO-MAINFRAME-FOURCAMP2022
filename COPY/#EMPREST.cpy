      *=============================================================*   00000100
      *   BOOK....: #EMPREST                                            00000200
      *   AUTOR...: RAFAEL                                              00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO MESTRE DE CONTRATOS DE EMPRESTIMO     *   00000500
      *      PESSOAL (GDG), MANTIDO PELO EMPREST EM ORDEM DE        *   00000600
      *      AGENCIA/CONTA/CONTRATO. PARCELAS MENSAIS PELA TABELA   *   00000700
      *      PRICE (EMP-VALOR-PARCELA, A ULTIMA AJUSTA O SALDO),    *   00000800
      *      TAXA EM PERCENTUAL AO MES. A PARCELA N VENCE N-1       *   00000900
      *      MESES DEPOIS DO PRIMEIRO VENCIMENTO, NO MESMO DIA      *   00001000
      *      LIMITADO AO FIM DO MES. EMP-SALDO-DEVEDOR E O          *   00001100
      *      PRINCIPAL DAS PARCELAS AINDA NAO VENCIDAS.             *   00001200
      *      EMP-VALOR-ATRASO E O QUE JA VENCEU E NAO FOI PAGO      *   00001300
      *      (PRINCIPAL E JUROS); EMP-PARC-ABERTA E A PARCELA MAIS  *   00001400
      *      ANTIGA EM ABERTO, EMP-RESTO-PARCELA O QUE FALTA DELA E *   00001500
      *      EMP-DATA-ATRASO O SEU VENCIMENTO (BASE DOS DIAS DE     *   00001600
      *      ATRASO). EMP-ENCARGOS SAO MULTA E MORA AINDA NAO       *   00001700
      *      PAGAS, COM A MORA CALCULADA ATE EMP-DATA-ENCARGOS.     *   00001800
      *      OS CAMPOS EMP-ULT-* GUARDAM O ULTIMO DEBITO GERADO     *   00001900
      *      (EMP-ULT-ENCARGOS E A PARTE DELE QUE QUITOU MULTA E    *   00001925
      *      MORA), PARA REABRIR A COBRANCA SE O ATUSALDO NAO O     *   00001950
      *      APLICAR.                                               *   00001975
      *      REGISTRO DE 200 BYTES.                                 *   00002000
      *=============================================================*   00002100
       01 REG-EMPREST.                                                  00002200
          05 EMP-CHAVE.                                                 00002300
             10 EMP-AGENCIA      PIC 9(04).                             00002400
             10 EMP-CONTA        PIC 9(05).                             00002500
             10 EMP-CONTRATO     PIC 9(03).                             00002600
          05 EMP-CLIENTE         PIC X(30).                             00002700
          05 EMP-VALOR-PRINCIPAL PIC 9(10)V99.                          00002800
          05 EMP-TAXA-MENSAL     PIC 9(02)V9(04).                       00002900
          05 EMP-PRAZO           PIC 9(03).                             00003000
          05 EMP-DATA-CONTRATO   PIC 9(08).                             00003100
          05 EMP-PRIM-VENCTO     PIC 9(08).                             00003200
          05 EMP-VALOR-PARCELA   PIC 9(10)V99.                          00003300
          05 EMP-PARC-COBRADAS   PIC 9(03).                             00003400
          05 EMP-PROX-VENCTO     PIC 9(08).                             00003500
          05 EMP-SALDO-DEVEDOR   PIC 9(10)V99.                          00003600
          05 EMP-VALOR-ATRASO    PIC 9(10)V99.                          00003700
          05 EMP-PARC-ABERTA     PIC 9(03).                             00003800
          05 EMP-RESTO-PARCELA   PIC 9(10)V99.                          00003900
          05 EMP-DATA-ATRASO     PIC 9(08).                             00004000
          05 EMP-ENCARGOS        PIC 9(08)V99.                          00004100
          05 EMP-DATA-ENCARGOS   PIC 9(08).                             00004200
          05 EMP-SITUACAO        PIC X(01).                             00004300
             88 EMP-ATIVO            VALUE 'A'.                         00004400
             88 EMP-LIQUIDADO        VALUE 'L'.                         00004500
          05 EMP-ULT-DATA        PIC 9(08).                             00004600
          05 EMP-ULT-ID-DEBITO   PIC 9(06).                             00004700
          05 EMP-ULT-VALOR       PIC 9(08)V99.                          00004800
          05 EMP-ULT-ENCARGOS    PIC 9(08)V99 COMP-3.                   00004900
          05 FILLER              PIC X(02).                             00005000

      *=============================================================*   00000100
      *   BOOK....: #ORDPERM                                            00000200
      *   AUTOR...: RAFAEL                                              00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO MESTRE DE ORDENS PERMANENTES E        *   00000500
      *      AGENDAMENTOS DE TRANSFERENCIA (GDG), MANTIDO PELO      *   00000600
      *      ORDPERM EM ORDEM DE AGENCIA/CONTA DE DEBITO/SEQUENCIA. *   00000700
      *      PERIODICIDADE: S SEMANAL / Q QUINZENAL / M MENSAL (NO  *   00000800
      *      DIA DA DATA DE INICIO, LIMITADO AO FIM DO MES) / U     *   00000900
      *      UNICA (AGENDAMENTO). ORP-PROX-VENCTO E O VENCIMENTO    *   00001000
      *      NOMINAL SEGUINTE; O QUE CAI EM FIM DE SEMANA OU        *   00001100
      *      FERIADO SAI NO PRIMEIRO DIA UTIL DEPOIS. OS CAMPOS     *   00001200
      *      ORP-ULT-* GUARDAM O PAR DE PERNAS T DA ULTIMA GERACAO  *   00001300
      *      (DATA E IDS DE RASTREIO) PARA CASAR A DEVOLUCAO SEM    *   00001400
      *      SALDO DO ATUSALDO, E ORP-TENTATIVA CONTA AS VEZES QUE  *   00001500
      *      A MESMA PARCELA FOI GERADA.                            *   00001600
      *=============================================================*   00001700
       01 REG-ORDPERM.                                                  00001800
          05 ORP-CHAVE.                                                 00001900
             10 ORP-AGENCIA      PIC 9(04).                             00002000
             10 ORP-CONTA        PIC 9(05).                             00002100
             10 ORP-SEQUENCIA    PIC 9(03).                             00002200
          05 ORP-CLIENTE         PIC X(30).                             00002300
          05 ORP-CONTRA-AGENCIA  PIC 9(04).                             00002400
          05 ORP-CONTRA-CONTA    PIC 9(05).                             00002500
          05 ORP-FAVORECIDO      PIC X(30).                             00002600
          05 ORP-VALOR           PIC 9(08)V99.                          00002700
          05 ORP-PERIODICIDADE   PIC X(01).                             00002800
             88 ORP-SEMANAL          VALUE 'S'.                         00002900
             88 ORP-QUINZENAL        VALUE 'Q'.                         00003000
             88 ORP-MENSAL           VALUE 'M'.                         00003100
             88 ORP-UNICA            VALUE 'U'.                         00003200
          05 ORP-DATA-INICIO     PIC 9(08).                             00003300
          05 ORP-DATA-FIM        PIC 9(08).                             00003400
          05 ORP-PROX-VENCTO     PIC 9(08).                             00003500
          05 ORP-SITUACAO        PIC X(01).                             00003600
             88 ORP-ATIVA            VALUE 'A'.                         00003700
             88 ORP-ENCERRADA        VALUE 'E'.                         00003800
             88 ORP-CANCELADA        VALUE 'C'.                         00003900
          05 ORP-ULT-DATA        PIC 9(08).                             00004000
          05 ORP-ULT-ID-DEBITO   PIC 9(06).                             00004100
          05 ORP-ULT-ID-CREDITO  PIC 9(06).                             00004200
          05 ORP-TENTATIVA       PIC 9(01).                             00004300
          05 ORP-DATA-INCLUSAO   PIC 9(08).                             00004400
          05 FILLER              PIC X(04).                             00004500

      *=============================================================*   00000100
      *   BOOK....: #CONTA                                              00000200
      *   AUTOR...: RAFAEL                                              00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO MESTRE CONTAS - UMA POSICAO   *   00000500
      *      POR CONTA (AGENCIA/CONTA) COM TITULAR, TIPO, SITUACAO  *   00000600
      *      E DATAS DE ABERTURA E ENCERRAMENTO, EM ORDEM DE        *   00000700
      *      AGENCIA/CONTA. A CONTA SO PASSA A EXISTIR QUANDO O     *   00000800
      *      ATUCONTA APLICA A SOLICITACAO DE ABERTURA; O CRITICAC  *   00000900
      *      REJEITA MOVIMENTO DE CONTA DESCONHECIDA OU ENCERRADA   *   00001000
      *      E O ATUSALDO SO ABRE POSICAO DE SALDO PARA CONTA DO    *   00001100
      *      MESTRE. CONTA ENCERRADA CONTINUA NO MESTRE (O NUMERO   *   00001200
      *      NAO E REAPROVEITADO) COM A DATA DE ENCERRAMENTO.       *   00001300
      *      O TITULAR E IDENTIFICADO PELO CPF (PESSOA FISICA) OU   *   00001310
      *      CNPJ (PESSOA JURIDICA), CRITICADO PELO VALIDOC NA      *   00001320
      *      ABERTURA; E A CHAVE DO CADASTRO DE TITULARES (BOOK     *   00001330
      *      #TITULAR) QUE LIGA AS CONTAS DE UM MESMO CLIENTE.      *   00001340
      *=============================================================*   00001400
       01 REG-CONTA.                                                    00001500
          05 CTA-AGENCIA         PIC 9(04).                             00001600
          05 CTA-CONTA           PIC 9(05).                             00001700
          05 CTA-CLIENTE         PIC X(30).                             00001800
          05 CTA-TIPO            PIC X(01).                             00001900
             88 CTA-CORRENTE         VALUE 'C'.                         00002000
             88 CTA-POUPANCA         VALUE 'P'.                         00002100
          05 CTA-SITUACAO        PIC X(01).                             00002200
             88 CTA-ATIVA            VALUE 'A'.                         00002300
             88 CTA-BLOQUEADA        VALUE 'B'.                         00002400
             88 CTA-ENCERRADA        VALUE 'E'.                         00002500
          05 CTA-DATA-ABERTURA   PIC 9(08).                             00002600
          05 CTA-DATA-ENCERRAMENTO PIC 9(08).                           00002700
          05 CTA-TIPO-PESSOA     PIC X(01).                             00002800
             88 CTA-PESSOA-FISICA    VALUE 'F'.                         00002810
             88 CTA-PESSOA-JURIDICA  VALUE 'J'.                         00002820
          05 CTA-CPFCNPJ         PIC 9(14).                             00002830
          05 FILLER              PIC X(08).                             00002840

      *=============================================================*   00000100
      *   BOOK....: #SALDMED                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO DE SALDO MEDIO MENSAL POR     *   00000500
      *      CONTA, GERADO PELO SALDMED NO FECHAMENTO DO MES A      *   00000600
      *      PARTIR DA TABELA DB2 SALDOS_HIST. O SALDO MEDIO E A    *   00000700
      *      MEDIA DOS DIAS CORRIDOS DO MES: CADA FECHAMENTO VALE   *   00000800
      *      ATE O DIA ANTERIOR AO FECHAMENTO SEGUINTE (FIM DE      *   00000900
      *      SEMANA E FERIADO FICAM COM O SALDO DO ULTIMO DIA       *   00001000
      *      UTIL) E OS DIAS ANTES DO PRIMEIRO FECHAMENTO DO MES    *   00001100
      *      FICAM COM O SALDO DE ABERTURA DESSE FECHAMENTO.        *   00001200
      *      MINIMO, MAXIMO E DIAS NEGATIVOS SAO DOS MESMOS DIAS    *   00001300
      *      CORRIDOS. REGISTRO DE 80 BYTES.                        *   00001400
      *=============================================================*   00001500
       01 REG-SALDMED.                                                  00001600
          05 SMD-AGENCIA            PIC 9(04).                          00001700
          05 SMD-CONTA              PIC 9(05).                          00001800
          05 SMD-ANO-MES            PIC 9(06).                          00001900
          05 SMD-DIAS-MES           PIC 9(02).                          00002000
          05 SMD-QTD-FECHAMENTOS    PIC 9(02).                          00002100
          05 SMD-SALDO-MEDIO        PIC S9(10)V99                       00002200
                                    SIGN IS LEADING SEPARATE.           00002300
          05 SMD-SALDO-MINIMO       PIC S9(10)V99                       00002400
                                    SIGN IS LEADING SEPARATE.           00002500
          05 SMD-SALDO-MAXIMO       PIC S9(10)V99                       00002600
                                    SIGN IS LEADING SEPARATE.           00002700
          05 SMD-DIAS-NEGATIVOS     PIC 9(02).                          00002800
          05 FILLER                 PIC X(20).                          00002900

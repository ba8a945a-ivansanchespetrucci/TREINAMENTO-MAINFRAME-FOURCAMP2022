      *=============================================================*   00000100
      *   BOOK....: #PLANCTB                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO DE-PARA CONTABIL (PLANO DE CONTAS)    *   00000500
      *      DA INTERFACE CONTABIL DIARIA: PARA CADA ORIGEM DO      *   00000600
      *      MOVIMENTO (M MOVUNICO, T TARIFAS DO TARIFMOV, J JUROS  *   00000700
      *      DO JURESALD), TIPO DE OPERACAO (FD-TIP-OP) E DIRECAO   *   00000800
      *      DA TRANSFERENCIA (FD-TRANSF-DIR, EM BRANCO NOS DEMAIS  *   00000900
      *      TIPOS), A CONTA CONTABIL A DEBITAR, A CONTA A CREDITAR *   00001000
      *      E O HISTORICO PADRAO DO LANCAMENTO.                    *   00001100
      *=============================================================*   00001200
       01 REG-PLANCTB.                                                  00001300
          05 PCT-CHAVE.                                                 00001400
             10 PCT-ORIGEM          PIC X(01).                          00001500
             10 PCT-TIP-OP          PIC X(01).                          00001600
             10 PCT-DIRECAO         PIC X(01).                          00001700
          05 PCT-CONTA-DEBITO       PIC X(10).                          00001800
          05 PCT-CONTA-CREDITO      PIC X(10).                          00001900
          05 PCT-HISTORICO          PIC X(30).                          00002000
          05 FILLER                 PIC X(27).                          00002100

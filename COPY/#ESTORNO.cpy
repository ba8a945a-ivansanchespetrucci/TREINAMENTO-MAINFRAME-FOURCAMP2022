      *=============================================================*   00000100
      *   BOOK....: #ESTORNO                                            00000200
      *   AUTOR...: RAFAEL                                              00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO REGISTRO DE ESTORNOS, MANTIDO PELO    *   00000500
      *      ESTORMOV (GDG, UMA POSICAO POR ESTORNO GERADO, NUNCA   *   00000600
      *      APAGADA). LIGA O MOVIMENTO ORIGINAL (DATA DE NEGOCIO,  *   00000700
      *      FD-ID-RASTREIO E DATA DE MOVIMENTO) AO CONTRA-         *   00000800
      *      MOVIMENTO QUE O DESFEZ (DATA DO ESTORNO E ID DE        *   00000900
      *      RASTREIO RESERVADO DO ESTORNO), PARA O EXTRCLI MARCAR  *   00001000
      *      O PAR NO EXTRATO.                                      *   00001100
      *=============================================================*   00001200
       01 REG-ESTORNO.                                                  00001300
          05 EST-ORIG-DATA-NEGOCIO PIC 9(08).                           00001400
          05 EST-ORIG-ID-RASTREIO  PIC 9(06).                           00001500
          05 EST-ORIG-DATA-MOVTO   PIC 9(08).                           00001600
          05 EST-AGENCIA           PIC 9(04).                           00001700
          05 EST-CONTA             PIC 9(05).                           00001800
          05 EST-TIP-OP            PIC X(01).                           00001900
          05 EST-TRANSF-DIR        PIC X(01).                           00002000
          05 EST-VALOR             PIC 9(08)V99.                        00002100
          05 EST-DATA-ESTORNO      PIC 9(08).                           00002200
          05 EST-ID-ESTORNO        PIC 9(06).                           00002300
          05 EST-MOTIVO            PIC X(30).                           00002400
          05 EST-SOLICITANTE       PIC X(08).                           00002500
          05 FILLER                PIC X(05).                           00002600

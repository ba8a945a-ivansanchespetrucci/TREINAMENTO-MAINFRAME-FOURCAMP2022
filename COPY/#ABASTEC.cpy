      *=============================================================*   00000100
      *   BOOK....: #ABASTEC                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ABASTECIMENTO DO CARTAO COMBUSTIVEL   *   00000500
      *      DA FROTA: O ARQUIVO DO DIA DA ADMINISTRADORA DO       *    00000600
      *      CARTAO (PR.FOUR01.ABASTEC.DIA) PASSA PELA TRIAGEM DO  *    00000700
      *      TRIAGABA, QUE PREENCHE ABA-TRIAGEM, E E ANEXADO AO    *    00000800
      *      ACUMULADO DO MES (PR.FOUR01.ABASTEC) LIDO PELA        *    00000900
      *      RECALIBRAGEM DO CONSUMO (RECALFRO), QUE DESPREZA O    *    00001000
      *      ABASTECIMENTO SUSPEITO. O ULTIMO ABASTECIMENTO ACEITO *    00001100
      *      DE CADA VEICULO (PR.FOUR01.ABASTULT) TEM O MESMO      *    00001200
      *      LAYOUT.                                               *    00001300
      *=============================================================*   00001400
       01 REG-ABASTEC.                                                  00001500
          05 ABA-VEICULO         PIC X(08).                             00001600
          05 ABA-CLASSE          PIC X(10).                             00001700
          05 ABA-DATA            PIC 9(08).                             00001800
          05 ABA-LITROS          PIC 9(04)V99.                          00001900
          05 ABA-ODOMETRO        PIC 9(07).                             00002000
          05 ABA-HORA            PIC 9(04).                             00002100
          05 ABA-HORA-R REDEFINES ABA-HORA.                             00002200
             10 ABA-HH           PIC 9(02).                             00002300
             10 ABA-MM           PIC 9(02).                             00002400
          05 ABA-COMBUSTIVEL     PIC X(10).                             00002500
          05 ABA-MOTORISTA       PIC 9(06).                             00002600
          05 ABA-TRIAGEM         PIC X(01).                             00002700
             88 ABA-ACEITO           VALUE 'A'.                         00002800
             88 ABA-SUSPEITO         VALUE 'S'.                         00002900

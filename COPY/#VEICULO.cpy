      *=============================================================*   00000100
      *   BOOK....: #VEICULO                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO CADASTRO DE VEICULOS DA FROTA         *   00000500
      *      (PR.FOUR01.VEICULOS, EM ORDEM DE PLACA), MANTIDO PELA *    00000600
      *      GESTAO DA FROTA: CLASSE (A MESMA DO ARQUIVO FROTA),   *    00000700
      *      CAPACIDADE DO TANQUE EM LITROS, COMBUSTIVEL PERMITIDO *    00000800
      *      (EM BRANCO = QUALQUER COMBUSTIVEL QUE A CLASSE USA NO *    00000900
      *      FROTA, CASO DOS FLEX) E SITUACAO. ABASTECIMENTO DE    *    00001000
      *      VEICULO INATIVO OU FORA DO CADASTRO E SUSPEITO NA     *    00001100
      *      TRIAGEM DO TRIAGABA.                                  *    00001200
      *=============================================================*   00001300
       01 REG-VEICULO.                                                  00001400
          05 VEI-PLACA           PIC X(08).                             00001500
          05 VEI-CLASSE          PIC X(10).                             00001600
          05 VEI-TANQUE          PIC 9(03)V99.                          00001700
          05 VEI-COMBUSTIVEL     PIC X(10).                             00001800
          05 VEI-SITUACAO        PIC X(01).                             00001900
             88 VEI-ATIVO            VALUE 'A'.                         00002000
             88 VEI-INATIVO          VALUE 'I'.                         00002100
          05 FILLER              PIC X(06).                             00002200

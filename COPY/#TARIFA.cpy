      *      (ATE 10KG, DE 10 A 30KG, ACIMA DE 30KG): O FRETE       *   00001300
      *      COBRADO E O MAIOR ENTRE O PERCENTUAL E A FAIXA,        *   00001400
      *      COMO A TRANSPORTADORA JA COBRA DA CASA. O ARQUIVO E    *   00001500
      *      UM KSDS COM CHAVE TAR-CHAVE (UF+TRANSPORTADORA+         *  00001557
      *      PERC+VIGENCIA-DE), MANTIDO PELA TRANSACAO FRT1 E LIDO   *  00001614
      *      EM SEQUENCIA PELO FR01CB19. CADA UF PODE TER TARIFAS    *  00001671
      *      DE MAIS DE UMA TRANSPORTADORA (MESTRE #TRANSP): O       *  00001728
      *      FR01CB19 COTA O PEDIDO EM TODAS AS VIGENTES E FICA COM  *  00001785
      *      A MAIS BARATA, E A FRT2 MOSTRA AS COTACOES LADO A LADO. *  00001842
      *=============================================================*   00001900
       01 REG-TARIFA.                                                   00002000
          05 TAR-CHAVE.                                                 00002100
             10 TAR-UF           PIC X(02).                             00002200
             10 TAR-TRANSP       PIC 9(03).                             00002250
             10 TAR-PERC         PIC 9V999.                             00002300
             10 TAR-VIG-DE       PIC 9(08).                             00002400
          05 TAR-VIG-ATE         PIC 9(08).                             00002500

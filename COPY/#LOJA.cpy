      *      VALIDA AS VENDAS CONTRA LOJA DESCONHECIDA OU FECHADA  *    00000800
      *      E O RANKLOJA E O PAINELDI IMPRIMEM O NOME DA LOJA AO  *    00000900
      *      LADO DO CODIGO E OS SUBTOTAIS POR REGIAO.             *    00001000
      *      A AGENCIA/CONTA DA LOJA NO BANCO (LOJ-AGENCIA,        *    00001010
      *      LOJ-CONTA, ZERADAS QUANDO NAO HA CONTA VINCULADA)     *    00001020
      *      RECEBE O CREDITO DA VENDA DO DIA PELO CREDLOJA.       *    00001030
      *=============================================================*   00001100
       01 REG-LOJA.                                                     00001200
          05 LOJ-CODIGO          PIC 9(03).                             00001300
             88 LOJ-ATIVA            VALUE 'A'.                         00001700
             88 LOJ-FECHADA          VALUE 'F'.                         00001800
          05 LOJ-DATA-ABERTURA   PIC 9(08).                             00001900
          05 LOJ-AGENCIA         PIC 9(04).                             00002000
          05 LOJ-CONTA           PIC 9(05).                             00002010
          05 FILLER              PIC X(04).                             00002020

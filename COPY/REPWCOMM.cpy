      *        F FECHAR (RODAPE FINAL E CLOSE)                      *   00001700
      *      O TITULO3 PODE SER TROCADO A QUALQUER MOMENTO (USADO   *   00001800
      *      PARA A AGENCIA CORRENTE NO CABECALHO DE PAGINA).       *   00001900
      *      A QUEBRA (AGENCIA E/OU REGIAO) E A CHAVE DE            *   00001910
      *      DISTRIBUICAO DA PAGINA: SAI CARIMBADA NA LINHA DE      *   00001920
      *      DATA E, QUANDO MUDA, O PROXIMO DETALHE OU TOTAL ABRE   *   00001930
      *      PAGINA NOVA, PARA O DISTSEPA SEPARAR AS PAGINAS POR    *   00001940
      *      DESTINATARIO. QUEM NAO USA MOVE SPACES ANTES DO A.     *   00001950
      *=============================================================*   00002000
       01 WRK-REPW.                                                     00002100
          05 WRK-RW-FUNCAO       PIC X(01).                             00002200
          05 WRK-RW-LINHA        PIC X(132).                            00002900
          05 WRK-RW-PAG          PIC 9(04).                             00003000
          05 WRK-RW-STATUS       PIC X(02).                             00003100
          05 WRK-RW-QUEBRA.                                             00003200
             10 WRK-RW-QUEBRA-AGENCIA PIC X(04).                        00003300
             10 WRK-RW-QUEBRA-REGIAO  PIC X(15).                        00003400

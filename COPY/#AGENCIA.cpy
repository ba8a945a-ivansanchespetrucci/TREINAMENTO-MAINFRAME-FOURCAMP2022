      *      NOME, REGIAO E SITUACAO), USADO PELO RELACLI PARA      *   00000600
      *      VALIDAR O MOVIMENTO CONTRA AGENCIA DESCONHECIDA OU     *   00000700
      *      FECHADA E PARA IMPRIMIR O NOME DA AGENCIA AO LADO DO   *   00000800
      *      CODIGO NOS SUBTOTAIS E CABECALHOS. MANTIDO ONLINE      *   00000900
      *      PELA TRANSACAO AGE1 (MANUTAGE), COM TRILHA NA FILA     *   00000910
      *      DE AUDITORIA AUDA.                                     *   00000920
      *=============================================================*   00001000
       01 REG-AGENCIA.                                                  00001100
          05 AGE-CODIGO          PIC 9(04).                             00001200

      *      O FD-VALOR CARREGA CENTAVOS (9(08)V99): O SISTEMA DE    *  00001450
      *      ORIGEM DEIXA DE TRUNCAR OS CENTAVOS NA TRANSMISSAO E    *  00001460
      *      A CONCILIACAO FECHA AO CENTAVO.                         *  00001470
      *      O FD-MARCA (APOS O TIP-OP) IDENTIFICA A ORIGEM DO       *  00001480
      *      LANCAMENTO QUANDO ELA IMPORTA: REP REPROCESSADO PELO    *  00001481
      *      CORRIGEX, JUR CREDITO DE JUROS DO JURESALD (PARA O      *  00001482
      *      INFORME DE RENDIMENTOS), DEV ESTORNO DE TED/DOC         *  00001483
      *      DEVOLVIDA PELA CAMARA (RETINTER), TAR DEBITO DE         *  00001484
      *      TARIFA DO TARIFMOV (PARA A RECEITA DE TARIFAS NO        *  00001485
      *      RENTAGEN), LOJ CREDITO DA VENDA DO DIA DAS LOJAS        *  00001486
      *      (CREDLOJA, FORA DO NUMERARIO DO FECHCAIX); EM           *  00001487
      *      BRANCO NOS DEMAIS.                                      *  00001488
      *=============================================================*   00001500
       01 REG-CLIENTE.                                                  00001600
          05 FD-AGENCIA      PIC 9(04).                                 00001700
          05 FD-VALOR        PIC 9(08)V99.                              00002200
          05 FILLER          PIC X(02).                                 00002300
          05 FD-TIP-OP       PIC X(01).                                 00002400
          05 FD-MARCA        PIC X(04).                                 00002500
             88 FD-MARCA-REPROC      VALUE 'REP '.                      00002510
             88 FD-MARCA-JUROS       VALUE 'JUR '.                      00002520
             88 FD-MARCA-DEVOL       VALUE 'DEV '.                      00002530
             88 FD-MARCA-TARIFA      VALUE 'TAR '.                      00002565
             88 FD-MARCA-LOJA        VALUE 'LOJ '.                      00002570
          05 FD-DATA-MOVIMENTO PIC 9(08).                               00002600
          05 FD-TRANSF-DIR   PIC X(01).                                 00002700
             88 FD-TRANSF-DEBITO     VALUE 'D'.                         00002800

      *=============================================================*   00000100
      *   BOOK....: #PARUSO                                         *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO REGISTRO DE USO DOS PARAMETROS        *   00000500
      *      (PR.RELACLI.PARAMUSO, FB 80, EM EXTEND): O MODULO      *   00000600
      *      LERPARAM GRAVA UMA LINHA A CADA LEITURA, COM O         *   00000700
      *      PROGRAMA, A DATA DE NEGOCIO, A VIGENCIA E O VALOR      *   00000800
      *      ENTREGUES E A DATA/HORA DA EXECUCAO, NO MOLDE DO       *   00000900
      *      CONTROLEX. O RELPARAM CRUZA COM O PARAMETR PARA DIZER  *   00001000
      *      QUEM PEGOU CADA PARAMETRO ALTERADO. PARAMETRO SEM      *   00001100
      *      VIGENCIA NA DATA SAI COM SITUACAO N E VALOR ZERO.      *   00001200
      *=============================================================*   00001300
       01 REG-PARUSO.                                                   00001400
          05 PRU-PROGRAMA        PIC X(08).                             00001500
          05 PRU-DATA            PIC 9(08).                             00001600
          05 PRU-NOME            PIC X(20).                             00001700
          05 PRU-VIGENCIA        PIC 9(08).                             00001800
          05 PRU-VALOR           PIC 9(09)V9(06).                       00001900
          05 PRU-SITUACAO        PIC X(01).                             00002000
             88 PRU-ACHOU            VALUE 'A'.                         00002100
             88 PRU-SEM-VIGENCIA     VALUE 'N'.                         00002200
          05 PRU-DATA-EXECUCAO   PIC 9(06).                             00002300
          05 PRU-HORA-EXECUCAO   PIC 9(06).                             00002400
          05 FILLER              PIC X(08).                             00002500

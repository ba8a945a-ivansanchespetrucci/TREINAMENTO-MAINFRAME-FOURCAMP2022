      *=============================================================*   00000100
      *   BOOK....: LERPCOMM                                            00000200
      *   AUTOR...: RAFAEL                                              00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: AREA DE COMUNICACAO COM O MODULO LERPARAM,      *   00000500
      *      QUE DEVOLVE O VALOR DE UM PARAMETRO DO ARQUIVO CENTRAL *   00000600
      *      PARAMETR VIGENTE NA DATA DE NEGOCIO (MAIOR VIGENCIA    *   00000700
      *      QUE NAO PASSA DA DATA) E REGISTRA A LEITURA NO         *   00000800
      *      PARAMUSO. O PROGRAMA INFORMA O PROPRIO NOME, A DATA E  *   00000900
      *      O NOME DO PARAMETRO E MOVE WRK-PM-VALOR PARA O SEU     *   00001000
      *      CAMPO. STATUS: 00 ACHOU / 04 PARAMETRO SEM VIGENCIA    *   00001100
      *      NA DATA / 12 ERRO NO ARQUIVO DE PARAMETROS.            *   00001200
      *=============================================================*   00001300
       01 WRK-LER-PARAMETRO.                                            00001400
          05 WRK-PM-PROGRAMA     PIC X(08).                             00001500
          05 WRK-PM-DATA         PIC 9(08).                             00001600
          05 WRK-PM-NOME         PIC X(20).                             00001700
          05 WRK-PM-VALOR        PIC 9(09)V9(06).                       00001800
          05 WRK-PM-VIGENCIA     PIC 9(08).                             00001900
          05 WRK-PM-STATUS       PIC X(02).                             00002000
             88 WRK-PM-ACHOU         VALUE '00'.                        00002100
             88 WRK-PM-SEM-VIGENCIA  VALUE '04'.                        00002200
             88 WRK-PM-ERRO-ARQUIVO  VALUE '12'.                        00002300

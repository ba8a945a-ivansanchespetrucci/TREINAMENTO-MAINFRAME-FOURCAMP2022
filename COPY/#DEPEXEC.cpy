      *=============================================================*   00000100
      *   BOOK....: #DEPEXEC                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO DE DEPENDENCIAS DA CADEIA DE  *   00000500
      *      LOTE (PR.RELACLI.DEPEXEC, 80 BYTES): UM REGISTRO POR   *   00000600
      *      PAR PROGRAMA/PREDECESSOR, DIZENDO QUE O PREDECESSOR    *   00000700
      *      TEM QUE TER COMPLETADO (EVENTO F NO CONTROLEX) A DATA  *   00000800
      *      DE NEGOCIO ANTES DE O PROGRAMA COMECA-LA. O CTLEXEC    *   00000900
      *      CONFERE NA FUNCAO I (STATUS 16 COM O PREDECESSOR QUE   *   00001000
      *      FALTA) E O RECUPERA MONTA A ORDEM DO PLANO POR ELAS.   *   00001100
      *      REGISTRO COM O PROGRAMA EM BRANCO OU COMECANDO POR     *   00001200
      *      ASTERISCO E COMENTARIO.                                *   00001300
      *=============================================================*   00001400
       01 REG-DEPEXEC.                                                  00001500
          05 DEP-PROGRAMA           PIC X(08).                          00001600
          05 FILLER                 PIC X(01).                          00001700
          05 DEP-PREDECESSOR        PIC X(08).                          00001800
          05 FILLER                 PIC X(01).                          00001900
          05 DEP-DESCRICAO          PIC X(40).                          00002000
          05 FILLER                 PIC X(22).                          00002100

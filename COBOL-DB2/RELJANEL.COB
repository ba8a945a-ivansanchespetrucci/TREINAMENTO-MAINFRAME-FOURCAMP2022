      *-------------------------------------------------------------*   00002100
      *   ARQUIVOS...:                                              *   00002200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002300
      *    CONTROLEX            I    (ESDS)        -----------      *   00002400
      *-------------------------------------------------------------*   00002500
      *   MODULOS....:                             INCLUDE/BOOK     *   00002600
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00002700
                                                                        00004100
       INPUT-OUTPUT                                SECTION.             00004200
       FILE-CONTROL.                                                    00004300
           SELECT CONTROLEX ASSIGN TO AS-CONTROLEX                      00004400
               FILE STATUS  IS WRK-FS-CONTROLEX.                        00004500
                                                                        00004600
      *=============================================================*   00004700
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00018300
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00018400
            MOVE 'N' TO WRK-RW-REABRIR.                                 00018500
            MOVE SPACES TO WRK-RW-QUEBRA.                               00018550
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00018600
            CALL 'REPWRITE' USING WRK-REPW.                             00018700
            IF WRK-FS-CONTROLEX NOT EQUAL 0                             00018800
      *-------------------------------------------------------------*   00020400
      *   GUARDAR O PAR INICIO/FIM DE CADA PROGRAMA POR DATA DE     *   00020500
      *   NEGOCIO (O ULTIMO EVENTO DE CADA TIPO VALE - REEXECUCAO   *   00020600
      *   SOBREPOE A TENTATIVA ANTERIOR); RECUSA (R) E LIBERACAO    *   00020700
      *   (L) DE SUPERVISOR NAO SAO EXECUCAO E FICAM DE FORA        *   00020710
      *-------------------------------------------------------------*   00020800
       2000-TALHAREVENTO                      SECTION.                  00020900
      *-------------------------------------------------------------*   00021000
              PERFORM 2050-FILTRAREVENTO.                               00021010
              IF WRK-EVENTO-FORA EQUAL 'S'                              00021020
                 OR (CTX-EVENTO NOT EQUAL 'I'                           00021021
                     AND CTX-EVENTO NOT EQUAL 'F')                      00021022
                GO TO 2000-80-LERPROXIMO                                00021030
              END-IF.                                                   00021040
              MOVE 0 TO WRK-EXE-ACHOU.                                  00021100

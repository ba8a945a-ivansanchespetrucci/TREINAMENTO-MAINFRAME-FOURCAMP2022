      *      USUARIOS: O OFICIAL DE SEGURANCA (USUARIO COM O BYTE   *   00001300
      *      SEG1 DO PERFIL) CONSULTA (ENTER), INCLUI E ALTERA      *   00001400
      *      (PF5) USUARIOS DO ARQUIVO USUARIOS, COM NIVEL DE       *   00001500
      *      MASCARA E PERFIL DE AUTORIZACAO POR TRANSACAO (DOZE    *   00001600
      *      BYTES S/N, NA ORDEM CLI1-CLI7, FRT1, SEG1, FRT2, AGE1  *   00001700
      *      E PAR1; AGE1 E PAR1 SO PARA NIVEL 2 - SUPERVISOR).     *   00001710
      *      CADA GRAVACAO VAI COM IMAGEM ANTES E DEPOIS PARA A     *   00001800
      *      FILA DE AUDITORIA AUDU - A MANUTENCAO POR EDICAO DE    *   00001900
      *      DATASET ACABOU, E DAR FRT1 DEIXOU DE DAR CLI2 JUNTO.   *   00002000
      *-------------------------------------------------------------*   00002100
      *   ARQUIVOS...:                                              *   00002200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002300
             10 OPE-AUT-SEG1     PIC X(01).                             00006500
                88 OPE-PODE-SEG1     VALUE 'S'.                         00006600
             10 OPE-AUT-FRT2     PIC X(01).                             00006610
             10 OPE-AUT-AGE1     PIC X(01).                             00006700
             10 OPE-AUT-PAR1     PIC X(01).                             00006733
          05 FILLER              PIC X(09).                             00006766
                                                                        00006800
       77 WRK-USUARIO            PIC X(08) VALUE SPACES.                00006900
                                                                        00007000
          05 AUD-USUARIO         PIC X(08).                             00007600
          05 AUD-TERMINAL        PIC X(04).                             00007700
          05 AUD-ACAO            PIC X(08).                             00007800
          05 AUD-IMAGEM-ANTES    PIC X(60).                             00007900
          05 AUD-IMAGEM-DEPOIS   PIC X(60).                             00008000
                                                                        00008100
      *-----------------AREA DE TRABALHO-------------------------------*00008200
                                                                        00008300
       77 WRK-RESP               PIC S9(08) COMP.                       00008400
       77 WRK-IMAGEM-ANTES       PIC X(60) VALUE SPACES.                00008500
       77 WRK-USUARIO-NOVO       PIC X(01) VALUE 'N'.                   00008600
       77 WRK-PERFIL-ERRADO      PIC X(01) VALUE 'N'.                   00008700
       77 WRK-MSG-FIM            PIC X(28) VALUE                        00008800
                   TO MSGERROO                                          00026700
                 PERFORM 8000-ENVIARMAPA                                00026800
               ELSE                                                     00026900
                 IF (PERFILI (11:1) EQUAL 'S'                           00027000
                      OR PERFILI (12:1) EQUAL 'S')                      00027003
                    AND NIVELI NOT EQUAL '2'                            00027006
                   MOVE LOW-VALUES TO MAPUSUO                           00027010
                   MOVE 'AGE1 E PAR1 SO PODEM SER DADAS A NIVEL 2'      00027020
                     TO MSGERROO                                        00027025
                   PERFORM 8000-ENVIARMAPA                              00027030
                 ELSE                                                   00027040
                   PERFORM 3200-REGRAVARUSUARIO                         00027050
                 END-IF                                                 00027060
               END-IF                                                   00027100
             END-IF                                                     00027200
           END-IF.                                                      00027300
              AND PERFILI (10:1) NOT EQUAL 'N'                          00031740
             MOVE 'S' TO WRK-PERFIL-ERRADO                              00031800
           END-IF.                                                      00031900
           IF PERFILI (11:1) NOT EQUAL 'S'                              00031910
              AND PERFILI (11:1) NOT EQUAL 'N'                          00031920
             MOVE 'S' TO WRK-PERFIL-ERRADO                              00031930
           END-IF.                                                      00031932
           IF PERFILI (12:1) NOT EQUAL 'S'                              00031934
              AND PERFILI (12:1) NOT EQUAL 'N'                          00031936
             MOVE 'S' TO WRK-PERFIL-ERRADO                              00031938
           END-IF.                                                      00031940
                                                                        00032000
       3150-99-FIM.               EXIT.                                 00032100
                                                                        00032200
           EXEC CICS WRITEQ TD                                          00039500
                     QUEUE('AUDU')                                      00039600
                     FROM(WRK-REG-AUDUSU)                               00039700
                     LENGTH(148)                                        00039800
           END-EXEC.                                                    00039900
                                                                        00040000
       3300-99-FIM.               EXIT.                                 00040100

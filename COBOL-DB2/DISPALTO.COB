      *      IMPRIME O RELATORIO DE DISPOSICAO E CARREGA AS NAO     *   00001700
      *      DECIDIDAS PARA O ARQUIVO DE PENDENTES DO DIA           *   00001800
      *      SEGUINTE, PARA NADA ENVELHECER SEM REVISAO.            *   00001900
      *      AS ESCALADAS SAEM TAMBEM NO ARQUIVO ESCALADA (LAYOUT   *   00001910
      *      #SUSPEIT, ORIGEM A) PARA O GERACOAF COMUNICAR AO COAF. *   00001920
      *-------------------------------------------------------------*   00002000
      *   ARQUIVOS...:                                              *   00002100
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002200
      *    DECISOES             I                  -----------      *   00002500
      *    PENDSAI              O                  #CLIENTE         *   00002600
      *    RELDISP              O                  -----------      *   00002700
      *    ESCALADA             O                  #SUSPEIT         *   00002710
      *-------------------------------------------------------------*   00002800
      *   MODULOS....:                             INCLUDE/BOOK     *   00002900
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003000
               FILE STATUS  IS WRK-FS-PENDSAI.                          00005300
           SELECT RELDISP   ASSIGN TO RELDISP                           00005400
               FILE STATUS  IS WRK-FS-RELDISP.                          00005500
           SELECT ESCALADA  ASSIGN TO ESCALADA                          00005510
               FILE STATUS  IS WRK-FS-ESCALADA.                         00005520
                                                                        00005600
      *=============================================================*   00005700
       DATA                                      DIVISION.              00005800
           BLOCK CONTAINS 0 RECORDS.                                    00010700
                                                                        00010800
       01 REG-RELDISP         PIC X(133).                               00010900
                                                                        00010910
      *-------------------------------------------------------------*   00010920
      *   ESCALADA - ESCALADAS PELO REVISOR, PARA O GERACOAF        *   00010930
      *-------------------------------------------------------------*   00010940
       FD ESCALADA                                                      00010950
           RECORDING  MODE IS F                                         00010960
           BLOCK CONTAINS 0 RECORDS.                                    00010970
                                                                        00010980
       COPY '#SUSPEIT'.                                                 00010990
                                                                        00011000
      *=============================================================*   00011100
       WORKING-STORAGE                             SECTION.             00011200
       77 WRK-FS-DECISOES PIC 9(02).                                    00012000
       77 WRK-FS-PENDSAI  PIC 9(02).                                    00012100
       77 WRK-FS-RELDISP  PIC 9(02).                                    00012200
       77 WRK-FS-ESCALADA PIC 9(02).                                    00012210
                                                                        00012300
       01 FILLER         PIC X(64) VALUE                                00012400
           '-----------TABELA DE DECISOES----------------'.             00012500
            OPEN INPUT DECISOES.                                        00022600
            OPEN OUTPUT PENDSAI.                                        00022700
            OPEN OUTPUT RELDISP.                                        00022800
            OPEN OUTPUT ESCALADA.                                       00022810
                                                                        00022900
       1000-99-FIM.               EXIT.                                 00023000
                                                                        00023100
                MOVE WRK-FS-RELDISP          TO WRK-STATUS              00026200
                   PERFORM 9000-TRATARERROS                             00026300
               END-IF.                                                  00026400
               IF WRK-FS-ESCALADA NOT EQUAL 0                           00026410
                MOVE '1005'                  TO WRK-SECAO               00026420
                MOVE 'ERRO OPEN ESCALADA - ' TO WRK-MSGERRO             00026430
                MOVE WRK-FS-ESCALADA         TO WRK-STATUS              00026440
                   PERFORM 9000-TRATARERROS                             00026450
               END-IF.                                                  00026460
               MOVE WRK-DATA-PROCESSAMENTO TO WRK-CAB-DATAPROC.         00026500
               WRITE REG-RELDISP FROM WRK-CABEC-DISP.                   00026600
               WRITE REG-RELDISP FROM WRK-CABEC-DISP1.                  00026700
                   IF WRK-DEC-DECISAO EQUAL 'E'                         00034800
                     ADD 1 TO WRK-ACUM-ESCALADAS                        00034900
                     MOVE 'ESCALADA  ' TO WRK-LD-DISPOSICAO             00035000
                     PERFORM 2130-GRAVARESCALADA                        00035010
                   ELSE                                                 00035100
                     PERFORM 2120-CARREGARPENDENTE                      00035200
                   END-IF                                               00035300
               WRITE REG-PENDSAI FROM REG-CLIENTE.                      00038400
                                                                        00038500
       2120-99-FIM.               EXIT.                                 00038600
                                                                        00038610
      *-------------------------------------------------------------*   00038620
      *   ESCALADA VIRA CASO A COMUNICAR AO COAF (ORIGEM A, CHAVE   *   00038630
      *   PELO ID DE RASTREIO DO MOVIMENTO)                         *   00038640
      *-------------------------------------------------------------*   00038650
       2130-GRAVARESCALADA                    SECTION.                  00038660
      *-------------------------------------------------------------*   00038670
               MOVE SPACES            TO REG-SUSPEITA.                  00038671
               MOVE 'A'               TO SUS-ORIGEM.                    00038672
               MOVE FD-AGENCIA        TO SUS-AGENCIA.                   00038673
               MOVE FD-CONTA          TO SUS-CONTA.                     00038674
               MOVE FD-DATA-MOVIMENTO TO SUS-DATA-MOVIMENTO.            00038675
               MOVE FD-TIP-OP         TO SUS-TIP-OP.                    00038676
               MOVE FD-ID-RASTREIO    TO SUS-ID-RASTREIO.               00038677
               MOVE FD-CLIENTE        TO SUS-CLIENTE.                   00038678
               MOVE FD-VALOR          TO SUS-VALOR.                     00038679
               MOVE 1                 TO SUS-QTD-MOVTOS.                00038680
               MOVE WRK-DEC-REVISOR   TO SUS-REVISOR.                   00038681
               MOVE WRK-DATA-PROCESSAMENTO TO SUS-DATA-DECISAO.         00038682
               WRITE REG-SUSPEITA.                                      00038683
               IF WRK-FS-ESCALADA NOT EQUAL 0                           00038684
                 MOVE '2130'                  TO WRK-SECAO              00038685
                 MOVE 'ERRO WRITE ESCALADA - ' TO WRK-MSGERRO           00038686
                 MOVE WRK-FS-ESCALADA         TO WRK-STATUS             00038687
                 MOVE 12 TO RETURN-CODE                                 00038688
                 PERFORM 9000-TRATARERROS                               00038689
               END-IF.                                                  00038690
                                                                        00038691
       2130-99-FIM.               EXIT.                                 00038692
                                                                        00038700
      *-------------------------------------------------------------*   00038800
       3000-FINALIZAR                         SECTION.                  00038900
               CLOSE PENDANT.                                           00039800
               CLOSE PENDSAI.                                           00039900
               CLOSE RELDISP.                                           00040000
               CLOSE ESCALADA.                                          00040010
               DISPLAY 'LIDAS....... ' WRK-ACUM-LIDAS.                  00040100
               DISPLAY 'APROVADAS... ' WRK-ACUM-APROVADAS.              00040200
               DISPLAY 'REJEITADAS.. ' WRK-ACUM-REJEITADAS.             00040300

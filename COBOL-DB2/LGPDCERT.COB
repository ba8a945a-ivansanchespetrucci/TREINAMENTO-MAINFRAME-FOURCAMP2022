      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. LGPDCERT.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CERTIFICADO DE ANONIMIZACAO LGPD. LE O CERTLGPD *   00001200
      *      DO DIA (GRAVADO PELO LGPDANON E ESTENDIDO PELO         *   00001300
      *      LGPDARQ) JA EM ORDEM DE AGENCIA/CONTA, MANTIDA A ORDEM *   00001400
      *      DE GRAVACAO DENTRO DA CONTA, E IMPRIME PARA CADA CONTA *   00001500
      *      A ANONIMIZACAO (ORIGEM, PROTOCOLO DO PEDIDO OU DATA DE *   00001600
      *      ENCERRAMENTO E O TOKEN APLICADO) SEGUIDA DE UMA LINHA  *   00001700
      *      POR ACERVO COM A QUANTIDADE DE LINHAS TROCADAS (DB2    *   00001800
      *      CLIENTES, MOVIMENTOS, MOVIMENTOS_HIST, AUDARQ E CADA   *   00001900
      *      GERACAO DO ARQMOV), E AS CONTAS RECUSADAS COM O        *   00002000
      *      MOTIVO. NO FIM, OS TOTAIS POR ACERVO E AS QUANTIDADES  *   00002100
      *      DE CONTAS ANONIMIZADAS E RECUSADAS.                    *   00002200
      *      SYSIN: DATA DE PROCESSAMENTO.                          *   00002300
      *-------------------------------------------------------------*   00002400
      *   ARQUIVOS...:                                              *   00002500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002600
      *    CERTLGPD             I                  #LGPD            *   00002700
      *    RELPRT               O                  REPWCOMM         *   00002800
      *-------------------------------------------------------------*   00002900
      *   MODULOS....:                             INCLUDE/BOOK     *   00003000
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003100
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00003200
      *=============================================================*   00003300
                                                                        00003400
      *=============================================================*   00003500
       ENVIRONMENT                               DIVISION.              00003600
      *=============================================================*   00003700
                                                                        00003800
      *=============================================================*   00003900
       CONFIGURATION                               SECTION.             00004000
      *=============================================================*   00004100
       SPECIAL-NAMES.                                                   00004200
           DECIMAL-POINT IS COMMA.                                      00004300
                                                                        00004400
                                                                        00004500
       INPUT-OUTPUT                                SECTION.             00004600
       FILE-CONTROL.                                                    00004700
           SELECT CERTLGPD  ASSIGN TO CERTLGPD                          00004800
               FILE STATUS  IS WRK-FS-CERTLGPD.                         00004900
                                                                        00005000
      *=============================================================*   00005100
       DATA                                      DIVISION.              00005200
      *=============================================================*   00005300
       FILE                                      SECTION.               00005400
                                                                        00005500
      *-------------------------------------------------------------*   00005600
      *   CERTLGPD - REGISTROS DO CERTIFICADO EM ORDEM DE CONTA     *   00005700
      *-------------------------------------------------------------*   00005800
       FD CERTLGPD                                                      00005900
           RECORDING  MODE IS F                                         00006000
           BLOCK CONTAINS 0 RECORDS.                                    00006100
                                                                        00006200
       01 REG-CERTLGPD        PIC X(150).                               00006300
                                                                        00006400
      *=============================================================*   00006500
       WORKING-STORAGE                             SECTION.             00006600
      *=============================================================*   00006700
                                                                        00006800
       01 FILLER         PIC X(64) VALUE                                00006900
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00007000
      *-------------------------------------------------------------*   00007100
       77 WRK-FS-CERTLGPD PIC 9(02).                                    00007200
                                                                        00007300
       01 FILLER         PIC X(64) VALUE                                00007400
           '-----------REGISTRO LGPD---------------------'.             00007500
      *-------------------------------------------------------------*   00007600
       77 WRK-FIM-CERT         PIC X(01) VALUE 'N'.                     00007700
           88 WRK-CERT-LIDO        VALUE 'S'.                           00007800
                                                                        00007900
       COPY '#LGPD'.                                                    00008000
                                                                        00008100
       01 FILLER         PIC X(64) VALUE                                00008200
           '-----------TOTAIS POR ACERVO-----------------'.             00008300
      *-------------------------------------------------------------*   00008400
       01 TAB-ACERVOS-TEXTO.                                            00008500
          05 FILLER            PIC X(17) VALUE 'CDB2 CLIENTES    '.     00008600
          05 FILLER            PIC X(17) VALUE 'MDB2 MOVIMENTOS  '.     00008700
          05 FILLER            PIC X(17) VALUE 'HDB2 MOVIM_HIST  '.     00008800
          05 FILLER            PIC X(17) VALUE 'AAUDARQ          '.     00008900
          05 FILLER            PIC X(17) VALUE 'QARQMOV          '.     00009000
       01 TAB-ACERVOS-TEXTO-R  REDEFINES TAB-ACERVOS-TEXTO.             00009100
          05 TAB-ACV-TEXTO OCCURS 5 TIMES                               00009200
                           INDEXED BY TAB-ACV-TX-IDX.                   00009300
             10 TAB-ACV-CODIGO PIC X(01).                               00009400
             10 TAB-ACV-NOME   PIC X(16).                               00009500
                                                                        00009600
       01 TAB-ACERVOS.                                                  00009700
          05 TAB-ACV-ITEM OCCURS 5 TIMES                                00009800
                          INDEXED BY TAB-ACV-IDX.                       00009900
             10 TAB-ACV-CONTAS    PIC 9(07).                            00010000
             10 TAB-ACV-LINHAS    PIC 9(11).                            00010100
                                                                        00010200
       01 FILLER         PIC X(64) VALUE                                00010300
           '-----------ACUMULADORES----------------------'.             00010400
      *-------------------------------------------------------------*   00010500
       77 WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.                   00010600
       77 WRK-ACUM-ANONIMIZADAS PIC 9(07) VALUE ZEROS.                  00010700
       77 WRK-ACUM-RECUSADAS   PIC 9(07) VALUE ZEROS.                   00010800
                                                                        00010900
       01 FILLER         PIC X(64) VALUE                                00011000
           '-----------LINHAS DO RELATORIO---------------'.             00011100
      *-------------------------------------------------------------*   00011200
       01 WRK-CABEC2.                                                   00011300
          05 FILLER   PIC X(09) VALUE 'AGENCIA  '.                      00011400
          05 FILLER   PIC X(08) VALUE 'CONTA   '.                       00011500
          05 FILLER   PIC X(03) VALUE 'TP '.                            00011600
          05 FILLER   PIC X(03) VALUE 'OR '.                            00011700
          05 FILLER   PIC X(18) VALUE 'ACERVO            '.             00011800
          05 FILLER   PIC X(13) VALUE '       LINHAS'.                  00011900
          05 FILLER   PIC X(42) VALUE '  TOKEN APLICADO / MOTIVO'.      00012000
          05 FILLER   PIC X(17) VALUE 'PROTOCOLO        '.              00012100
          05 FILLER   PIC X(10) VALUE 'ENCERRADA'.                      00012200
                                                                        00012300
       01 WRK-CABEC3.                                                   00012400
          05 FILLER   PIC X(50) VALUE                                   00012500
             'TP: A ANONIMIZADA  D ACERVO  R RECUSADA'.                 00012600
          05 FILLER   PIC X(50) VALUE                                   00012700
             'OR: P PEDIDO DO TITULAR  T RETENCAO VENCIDA'.             00012800
                                                                        00012900
       01 WRK-LINHA-CERT.                                               00013000
          05 FILLER            PIC X(02).                               00013100
          05 WRK-LC-AGENCIA    PIC 9(04).                               00013200
          05 FILLER            PIC X(03).                               00013300
          05 WRK-LC-CONTA      PIC 9(05).                               00013400
          05 FILLER            PIC X(03).                               00013500
          05 WRK-LC-TIPO       PIC X(01).                               00013600
          05 FILLER            PIC X(02).                               00013700
          05 WRK-LC-ORIGEM     PIC X(01).                               00013800
          05 FILLER            PIC X(02).                               00013900
          05 WRK-LC-ACERVO     PIC X(16).                               00014000
          05 FILLER            PIC X(02).                               00014100
          05 WRK-LC-LINHAS     PIC ZZZ.ZZZ.ZZ9.                         00014200
          05 WRK-LC-LINHAS-X   REDEFINES WRK-LC-LINHAS PIC X(11).       00014300
          05 FILLER            PIC X(02).                               00014400
          05 WRK-LC-TEXTO      PIC X(40).                               00014500
          05 FILLER            PIC X(02).                               00014600
          05 WRK-LC-PROTOCOLO  PIC X(15).                               00014700
          05 FILLER            PIC X(02).                               00014800
          05 WRK-LC-ENCERRADA  PIC X(08).                               00014900
                                                                        00015000
       01 WRK-LINHA-ACERVO.                                             00015100
          05 FILLER            PIC X(02) VALUE SPACES.                  00015200
          05 FILLER            PIC X(20) VALUE 'TOTAL DO ACERVO'.       00015300
          05 WRK-LA-ACERVO     PIC X(16).                               00015400
          05 FILLER            PIC X(02) VALUE SPACES.                  00015500
          05 WRK-LA-CONTAS     PIC Z.ZZZ.ZZ9.                           00015600
          05 FILLER            PIC X(08) VALUE ' CONTAS '.              00015700
          05 WRK-LA-LINHAS     PIC ZZ.ZZZ.ZZZ.ZZ9.                      00015800
          05 FILLER            PIC X(07) VALUE ' LINHAS'.               00015900
                                                                        00016000
       01 WRK-LINHA-TOTAL.                                              00016100
          05 FILLER            PIC X(02) VALUE SPACES.                  00016200
          05 FILLER            PIC X(22) VALUE                          00016300
             'CONTAS ANONIMIZADAS: '.                                   00016400
          05 WRK-LT-ANONIMIZADAS PIC Z.ZZZ.ZZ9.                         00016500
          05 FILLER            PIC X(24) VALUE                          00016600
             '    CONTAS RECUSADAS: '.                                  00016700
          05 WRK-LT-RECUSADAS  PIC Z.ZZZ.ZZ9.                           00016800
                                                                        00016900
       01 FILLER         PIC X(64) VALUE                                00017000
           '-----------DATA DE PROCESSAMENTO--------------'.            00017100
      *-------------------------------------------------------------*   00017200
       COPY 'DATAPROC'.                                                 00017300
                                                                        00017400
       01 FILLER         PIC X(64) VALUE                                00017500
           '-----------AREA DO REPWRITE------------------'.             00017600
      *-------------------------------------------------------------*   00017700
       COPY 'REPWCOMM'.                                                 00017800
                                                                        00017900
       01 FILLER         PIC X(64) VALUE                                00018000
           '-----------CHAMAR TRATA ERROS----------------'.             00018100
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00018200
       COPY 'VARERROS'.                                                 00018300
                                                                        00018400
      *=============================================================*   00018500
       PROCEDURE DIVISION.                                              00018600
      *=============================================================*   00018700
                                                                        00018800
      *-------------------------------------------------------------*   00018900
       0000-PRINCIPAL                         SECTION.                  00019000
      *-------------------------------------------------------------*   00019100
            PERFORM 1000-INICIAR.                                       00019200
            PERFORM 1100-TESTARSTATUS.                                  00019300
            PERFORM 1200-LERCERTIFICADO.                                00019400
            PERFORM 2000-PROCESSAR                                      00019500
               UNTIL WRK-CERT-LIDO.                                     00019600
            PERFORM 3000-FINALIZAR.                                     00019700
            STOP RUN.                                                   00019800
                                                                        00019900
       0000-99-FIM.               EXIT.                                 00020000
                                                                        00020100
      *-------------------------------------------------------------*   00020200
       1000-INICIAR                           SECTION.                  00020300
      *-------------------------------------------------------------*   00020400
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00020500
            MOVE SPACES TO WRK-LINHA-CERT.                              00020600
            MOVE ZEROS  TO TAB-ACERVOS.                                 00020700
            OPEN INPUT CERTLGPD.                                        00020800
            MOVE 'CERTIFICADO DE ANONIMIZACAO LGPD'                     00020900
              TO WRK-RW-TITULO1.                                        00021000
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00021100
            MOVE WRK-CABEC3 TO WRK-RW-TITULO3.                          00021200
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00021300
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00021400
            MOVE 'N' TO WRK-RW-REABRIR.                                 00021500
            MOVE SPACES TO WRK-RW-QUEBRA.                               00021550
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00021600
            CALL 'REPWRITE' USING WRK-REPW.                             00021700
                                                                        00021800
       1000-99-FIM.               EXIT.                                 00021900
                                                                        00022000
      *-------------------------------------------------------------*   00022100
       1100-TESTARSTATUS                      SECTION.                  00022200
      *-------------------------------------------------------------*   00022300
               IF WRK-FS-CERTLGPD NOT EQUAL 0                           00022400
                MOVE '1000'                  TO WRK-SECAO               00022500
                MOVE 'ERRO OPEN CERTLGPD - ' TO WRK-MSGERRO             00022600
                MOVE WRK-FS-CERTLGPD         TO WRK-STATUS              00022700
                   PERFORM 9000-TRATARERROS                             00022800
               END-IF.                                                  00022900
               IF WRK-RW-STATUS NOT EQUAL '00'                          00023000
                MOVE '1001'                  TO WRK-SECAO               00023100
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00023200
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00023300
                   PERFORM 9000-TRATARERROS                             00023400
               END-IF.                                                  00023500
                                                                        00023600
       1100-99-FIM.               EXIT.                                 00023700
                                                                        00023800
      *-------------------------------------------------------------*   00023900
       1200-LERCERTIFICADO                    SECTION.                  00024000
      *-------------------------------------------------------------*   00024100
               READ CERTLGPD INTO REG-LGPD.                             00024200
               IF WRK-FS-CERTLGPD EQUAL 10                              00024300
                 MOVE 'S' TO WRK-FIM-CERT                               00024400
               ELSE                                                     00024500
                 ADD 1 TO WRK-ACUM-LIDOS                                00024600
               END-IF.                                                  00024700
                                                                        00024800
       1200-99-FIM.               EXIT.                                 00024900
                                                                        00025000
      *-------------------------------------------------------------*   00025100
       2000-PROCESSAR                         SECTION.                  00025200
      *-------------------------------------------------------------*   00025300
               MOVE LGP-AGENCIA TO WRK-LC-AGENCIA.                      00025400
               MOVE LGP-CONTA   TO WRK-LC-CONTA.                        00025500
               MOVE LGP-TIPO    TO WRK-LC-TIPO.                         00025600
               MOVE LGP-ORIGEM  TO WRK-LC-ORIGEM.                       00025700
               IF LGP-ACERVO                                            00025800
                 PERFORM 2200-LINHAACERVO                               00025900
               ELSE                                                     00026000
                 PERFORM 2100-LINHACONTA                                00026100
               END-IF.                                                  00026200
               PERFORM 2900-IMPRIMIRLINHA.                              00026300
               PERFORM 1200-LERCERTIFICADO.                             00026400
                                                                        00026500
       2000-99-FIM.               EXIT.                                 00026600
                                                                        00026700
      *-------------------------------------------------------------*   00026800
      *   CONTA ANONIMIZADA OU RECUSADA: PEDIDO MOSTRA O PROTOCOLO, *   00026900
      *   RETENCAO MOSTRA A DATA DE ENCERRAMENTO                    *   00027000
      *-------------------------------------------------------------*   00027100
       2100-LINHACONTA                        SECTION.                  00027200
      *-------------------------------------------------------------*   00027300
               MOVE SPACES        TO WRK-LC-LINHAS-X.                   00027400
               MOVE LGP-PROTOCOLO TO WRK-LC-PROTOCOLO.                  00027500
               IF LGP-DATA-ENCERRAMENTO GREATER ZEROS                   00027600
                 MOVE LGP-DATA-ENCERRAMENTO TO WRK-LC-ENCERRADA         00027700
               END-IF.                                                  00027800
               IF LGP-ANONIMIZADA                                       00027900
                 ADD 1 TO WRK-ACUM-ANONIMIZADAS                         00028000
                 MOVE 'ANONIMIZADA'  TO WRK-LC-ACERVO                   00028100
                 MOVE LGP-TOKEN      TO WRK-LC-TEXTO                    00028200
               ELSE                                                     00028300
                 ADD 1 TO WRK-ACUM-RECUSADAS                            00028400
                 MOVE 'RECUSADA'     TO WRK-LC-ACERVO                   00028500
                 MOVE LGP-MOTIVO     TO WRK-LC-TEXTO                    00028600
               END-IF.                                                  00028700
                                                                        00028800
       2100-99-FIM.               EXIT.                                 00028900
                                                                        00029000
      *-------------------------------------------------------------*   00029100
       2200-LINHAACERVO                       SECTION.                  00029200
      *-------------------------------------------------------------*   00029300
               MOVE LGP-NOME-ACERVO TO WRK-LC-ACERVO.                   00029400
               MOVE LGP-QTD-LINHAS  TO WRK-LC-LINHAS.                   00029500
               MOVE LGP-TOKEN       TO WRK-LC-TEXTO.                    00029600
               SET TAB-ACV-TX-IDX TO 1.                                 00029700
               SEARCH TAB-ACV-TEXTO                                     00029800
                 AT END                                                 00029900
                   CONTINUE                                             00030000
                 WHEN TAB-ACV-CODIGO (TAB-ACV-TX-IDX) EQUAL             00030100
                      LGP-COD-ACERVO                                    00030200
                   SET TAB-ACV-IDX TO TAB-ACV-TX-IDX                    00030300
                   ADD 1              TO TAB-ACV-CONTAS (TAB-ACV-IDX)   00030400
                   ADD LGP-QTD-LINHAS TO TAB-ACV-LINHAS (TAB-ACV-IDX)   00030500
               END-SEARCH.                                              00030600
                                                                        00030700
       2200-99-FIM.               EXIT.                                 00030800
                                                                        00030900
      *-------------------------------------------------------------*   00031000
       2900-IMPRIMIRLINHA                     SECTION.                  00031100
      *-------------------------------------------------------------*   00031200
               MOVE WRK-LINHA-CERT TO WRK-RW-LINHA.                     00031300
               MOVE 'D' TO WRK-RW-FUNCAO.                               00031400
               CALL 'REPWRITE' USING WRK-REPW.                          00031500
               MOVE SPACES         TO WRK-LINHA-CERT.                   00031600
                                                                        00031700
       2900-99-FIM.               EXIT.                                 00031800
                                                                        00031900
      *-------------------------------------------------------------*   00032000
       3000-FINALIZAR                         SECTION.                  00032100
      *-------------------------------------------------------------*   00032200
               PERFORM 3100-IMPRIMIRACERVO                              00032300
                  VARYING TAB-ACV-IDX FROM 1 BY 1                       00032400
                    UNTIL TAB-ACV-IDX GREATER 5.                        00032500
               MOVE WRK-ACUM-ANONIMIZADAS TO WRK-LT-ANONIMIZADAS.       00032600
               MOVE WRK-ACUM-RECUSADAS    TO WRK-LT-RECUSADAS.          00032700
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00032800
               MOVE 'T' TO WRK-RW-FUNCAO.                               00032900
               CALL 'REPWRITE' USING WRK-REPW.                          00033000
               CLOSE CERTLGPD.                                          00033100
               MOVE 'F' TO WRK-RW-FUNCAO.                               00033200
               CALL 'REPWRITE' USING WRK-REPW.                          00033300
               DISPLAY 'REGISTROS LIDOS..... ' WRK-ACUM-LIDOS.          00033400
               DISPLAY 'CONTAS ANONIMIZADAS. ' WRK-ACUM-ANONIMIZADAS.   00033500
               DISPLAY 'CONTAS RECUSADAS.... ' WRK-ACUM-RECUSADAS.      00033600
                                                                        00033700
       3000-99-FIM.               EXIT.                                 00033800
                                                                        00033900
      *-------------------------------------------------------------*   00034000
       3100-IMPRIMIRACERVO                    SECTION.                  00034100
      *-------------------------------------------------------------*   00034200
               SET TAB-ACV-TX-IDX TO TAB-ACV-IDX.                       00034300
               MOVE TAB-ACV-NOME   (TAB-ACV-TX-IDX) TO WRK-LA-ACERVO.   00034400
               MOVE TAB-ACV-CONTAS (TAB-ACV-IDX) TO WRK-LA-CONTAS.      00034500
               MOVE TAB-ACV-LINHAS (TAB-ACV-IDX) TO WRK-LA-LINHAS.      00034600
               MOVE WRK-LINHA-ACERVO TO WRK-RW-LINHA.                   00034700
               MOVE 'T' TO WRK-RW-FUNCAO.                               00034800
               CALL 'REPWRITE' USING WRK-REPW.                          00034900
                                                                        00035000
       3100-99-FIM.               EXIT.                                 00035100
                                                                        00035200
      *-------------------------------------------------------------*   00035300
       9000-TRATARERROS                       SECTION.                  00035400
      *-------------------------------------------------------------*   00035500
             MOVE 'LGPDCERT'  TO WRK-PROGRAMA                           00035600
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00035700
                 GOBACK.                                                00035800
                                                                        00035900
       9000-99-FIM.               EXIT.                                 00036000

      *   OBJETIVO: LER TODOS OS REGISTROS DO ARQUIVO, CLASSIFICAR  *   00001200
      *      E SOMAR SALARIO POR SETOR, AO FINAL GERAR SOMA         *   00001300
      *   DE TODOS SALARIOS E GRAVAR EM UM ARQUIVO DE RELATORIO.    *   00001400
      *      CADA AGENCIA SAI EM PAGINA PROPRIA, COM AGENCIA E      *   00001433
      *      REGIAO COMO QUEBRA DE DISTRIBUICAO DO REPWRITE.        *   00001466
      *-------------------------------------------------------------*   00001500
      *   ARQUIVOS...:                                              *   00001600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00001700
       77 WRK-ACUM-AGINVAL      PIC 9(03) VALUE ZEROS.                  00018800
       77 WRK-AGE-NOME-CORRENTE PIC X(30) VALUE SPACES.                 00018900
       77 WRK-AGE-NOME-ANTERIOR PIC X(30) VALUE SPACES.                 00019000
       77 WRK-AGE-REGIAO-CORRENTE PIC X(15) VALUE SPACES.               00019050
                                                                        00019100
       01 TAB-AGENCIAS.                                                 00019200
          05 TAB-AGENCIA-ITEM OCCURS 200 TIMES                          00019300
             10 TAB-AGE-CODIGO    PIC 9(04).                            00019500
             10 TAB-AGE-NOME      PIC X(30).                            00019600
             10 TAB-AGE-SITUACAO  PIC X(01).                            00019700
             10 TAB-AGE-REGIAO    PIC X(15).                            00019750
                                                                        00019800
       01 WRK-LINHA-SUBTOTAL.                                           00019900
          05 FILLER            PIC X(18) VALUE ' SUBTOTAL AGENCIA '.    00020000
            PERFORM 1090-REGISTRARINICIO.                               00034100
            OPEN INPUT CLIENTES.                                        00034200
            PERFORM 1080-CARREGARAGENCIAS.                              00034300
            MOVE SPACES TO WRK-RW-QUEBRA.                               00034350
            IF WRK-E-REINICIO                                           00034400
              OPEN EXTEND EXCTIPOP                                      00034500
              OPEN EXTEND ALTOVLR                                       00034600
              PERFORM 2050-PESQUISARAGENCIA                             00035400
              MOVE WRK-AGE-NOME-CORRENTE                                00035500
                TO WRK-AGE-NOME-ANTERIOR                                00035600
              IF WRK-PRIMEIRA-VEZ EQUAL 'N'                             00035620
                MOVE WRK-AGENCIA-ANTERIOR   TO WRK-RW-QUEBRA-AGENCIA    00035640
                MOVE WRK-AGE-REGIAO-CORRENTE TO WRK-RW-QUEBRA-REGIAO    00035660
              END-IF                                                    00035680
              MOVE 'S' TO WRK-RW-REABRIR                                00035700
            ELSE                                                        00035800
              OPEN OUTPUT EXCTIPOP                                      00035900
            MOVE AGE-CODIGO   TO TAB-AGE-CODIGO   (TAB-AGE-IDX).        00045000
            MOVE AGE-NOME     TO TAB-AGE-NOME     (TAB-AGE-IDX).        00045100
            MOVE AGE-SITUACAO TO TAB-AGE-SITUACAO (TAB-AGE-IDX).        00045200
            MOVE AGE-REGIAO   TO TAB-AGE-REGIAO   (TAB-AGE-IDX).        00045250
            READ AGENCIAS.                                              00045300
                                                                        00045400
       1085-99-FIM.               EXIT.                                 00045500
      *-------------------------------------------------------------*   00062200
               MOVE 0      TO WRK-AGE-ACHOU.                            00062300
               MOVE SPACES TO WRK-AGE-NOME-CORRENTE.                    00062400
               MOVE SPACES TO WRK-AGE-REGIAO-CORRENTE.                  00062450
               PERFORM 2055-TESTARAGENCIA                               00062500
                  VARYING TAB-AGE-IDX FROM 1 BY 1                       00062600
                    UNTIL TAB-AGE-IDX GREATER WRK-AGE-QTD               00062700
                 MOVE 1 TO WRK-AGE-ACHOU                                00063700
                 MOVE TAB-AGE-NOME (TAB-AGE-IDX)                        00063800
                   TO WRK-AGE-NOME-CORRENTE                             00063900
                 MOVE TAB-AGE-REGIAO (TAB-AGE-IDX)                      00063933
                   TO WRK-AGE-REGIAO-CORRENTE                           00063966
               END-IF.                                                  00064000
                                                                        00064100
       2055-99-FIM.               EXIT.                                 00064200
               MOVE WRK-AGE-NOME-CORRENTE TO WRK-CAB-AGENOME.           00065000
               WRITE REG-RELAGENC FROM WRK-CABEC3.                      00065100
               MOVE WRK-CABEC3 TO WRK-RW-TITULO3.                       00065200
               MOVE WRK-AGENCIA          TO WRK-RW-QUEBRA-AGENCIA.      00065233
               MOVE WRK-AGE-REGIAO-CORRENTE TO WRK-RW-QUEBRA-REGIAO.    00065266
               WRITE REG-RELAGENC FROM WRK-CABEC2.                      00065300
                                                                        00065400
       2060-99-FIM.               EXIT.                                 00065500
               END-IF.                                                  00070100
               MOVE WRK-TOTAL-GERAL TO WRK-LT-VALOR.                    00070200
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00070300
               MOVE SPACES TO WRK-RW-QUEBRA.                            00070350
               MOVE 'T' TO WRK-RW-FUNCAO.                               00070400
               CALL 'REPWRITE' USING WRK-REPW.                          00070500
               ACCEPT WRK-DATA-EXECUCAO FROM DATE.                      00070600

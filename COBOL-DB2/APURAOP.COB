      *      CADA TIPO DE OPERACAO (C, D, S, T) MAIS A POSICAO      *   00001400
      *      LIQUIDA COM SINAL (CREDITOS MENOS DEBITOS E SAQUES),   *   00001500
      *      QUE A MESA DE TESOURARIA HOJE MONTA A MAO DO SPOOL.    *   00001600
      *      A REGIAO DE CADA AGENCIA (MESTRE AGENCIAS) VAI COMO    *   00001620
      *      QUEBRA DE DISTRIBUICAO DO REPWRITE: CADA REGIAO SAI    *   00001640
      *      EM PAGINA PROPRIA, QUE O DISTSEPA MANDA AO DIRETOR     *   00001660
      *      REGIONAL; O TOTAL GERAL FICA NUMA PAGINA SEM QUEBRA.   *   00001680
      *-------------------------------------------------------------*   00001700
      *   ARQUIVOS...:                                              *   00001800
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00001900
      *    CLIENTES             I                  #CLIENTE         *   00002000
      *    AGENCIAS             I                  #AGENCIA         *   00002050
      *    RELAPUR              O                  -----------      *   00002100
      *-------------------------------------------------------------*   00002200
      *   MODULOS....:                             INCLUDE/BOOK     *   00002300
       FILE-CONTROL.                                                    00003900
           SELECT CLIENTES  ASSIGN TO CLIENTES                          00004000
               FILE STATUS  IS WRK-FS-CLIENTES.                         00004100
           SELECT AGENCIAS  ASSIGN TO AGENCIAS                          00004133
               FILE STATUS  IS WRK-FS-AGENCIAS.                         00004166
                                                                        00004200
      *=============================================================*   00004300
       DATA                                      DIVISION.              00004400
                                                                        00005000
      *-------------------------------------------------------------*   00005100
       COPY '#CLIENTE'.                                                 00005200
                                                                        00005210
      *-------------------------------------------------------------*   00005220
      *   AGENCIAS - MESTRE DE AGENCIAS PARA A REGIAO               *   00005230
      *-------------------------------------------------------------*   00005240
       FD AGENCIAS                                                      00005250
           RECORDING  MODE IS F                                         00005260
           BLOCK CONTAINS 0 RECORDS.                                    00005270
                                                                        00005280
       COPY '#AGENCIA'.                                                 00005290
                                                                        00005300
      *-------------------------------------------------------------*   00005400
      *   O RELATORIO E IMPRESSO PELO MODULO REPWRITE (RELPRT)      *   00005500
      *-------------------------------------------------------------*   00006900
       77 WRK-AGENCIA-ANTERIOR  PIC 9(04) VALUE ZEROS.                  00007000
       77 WRK-PRIMEIRA-VEZ      PIC X(01) VALUE 'S'.                    00007100
                                                                        00007107
       01 FILLER         PIC X(64) VALUE                                00007114
           '-----------MESTRE DE AGENCIAS----------------'.             00007121
      *-------------------------------------------------------------*   00007128
       77 WRK-FS-AGENCIAS       PIC 9(02).                              00007135
       77 WRK-AGE-QTD           PIC 9(03) VALUE ZEROS.                  00007142
       77 WRK-AGE-ACHOU         PIC 9     VALUE 0.                      00007149
                                                                        00007156
       01 TAB-AGENCIAS.                                                 00007163
          05 TAB-AGENCIA-ITEM OCCURS 200 TIMES                          00007170
                              INDEXED BY TAB-AGE-IDX.                   00007177
             10 TAB-AGE-CODIGO    PIC 9(04).                            00007184
             10 TAB-AGE-REGIAO    PIC X(15).                            00007191
                                                                        00007200
       01 FILLER         PIC X(64) VALUE                                00007300
           '-----------APURACAO POR TIPO DE OPERACAO------'.            00007400
       1000-INICIAR                           SECTION.                  00018600
      *-------------------------------------------------------------*   00018700
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00018800
            PERFORM 1080-CARREGARAGENCIAS.                              00018850
            OPEN INPUT CLIENTES.                                        00018900
            MOVE 'POSICAO LIQUIDA POR AGENCIA E TIPO DE OPER.'          00019000
              TO WRK-RW-TITULO1.                                        00019100
                                                                        00021800
       1100-99-FIM.               EXIT.                                 00021900
                                                                        00022000
      *-------------------------------------------------------------*   00022002
       1080-CARREGARAGENCIAS                  SECTION.                  00022004
      *-------------------------------------------------------------*   00022006
            OPEN INPUT AGENCIAS.                                        00022008
            IF WRK-FS-AGENCIAS NOT EQUAL 0                              00022010
              MOVE '1080'                  TO WRK-SECAO                 00022012
              MOVE 'ERRO OPEN AGENCIAS - ' TO WRK-MSGERRO               00022014
              MOVE WRK-FS-AGENCIAS         TO WRK-STATUS                00022016
              PERFORM 9000-TRATARERROS                                  00022018
            END-IF.                                                     00022020
            READ AGENCIAS.                                              00022022
            PERFORM 1085-GUARDARAGENCIA                                 00022024
               UNTIL WRK-FS-AGENCIAS EQUAL 10                           00022026
                  OR WRK-AGE-QTD NOT LESS 200.                          00022028
            IF WRK-FS-AGENCIAS NOT EQUAL 10                             00022030
              MOVE '1080'                  TO WRK-SECAO                 00022032
              MOVE 'MESTRE AGENCIAS EXCEDE A TABELA DE 200'             00022034
                TO WRK-MSGERRO                                          00022036
              MOVE '00'                    TO WRK-STATUS                00022038
              PERFORM 9010-TRATARREJEITADO                              00022040
            END-IF.                                                     00022042
            CLOSE AGENCIAS.                                             00022044
                                                                        00022046
       1080-99-FIM.               EXIT.                                 00022048
                                                                        00022050
      *-------------------------------------------------------------*   00022052
       1085-GUARDARAGENCIA                    SECTION.                  00022054
      *-------------------------------------------------------------*   00022056
            ADD 1 TO WRK-AGE-QTD.                                       00022058
            SET TAB-AGE-IDX TO WRK-AGE-QTD.                             00022060
            MOVE AGE-CODIGO   TO TAB-AGE-CODIGO   (TAB-AGE-IDX).        00022062
            MOVE AGE-REGIAO   TO TAB-AGE-REGIAO   (TAB-AGE-IDX).        00022064
            READ AGENCIAS.                                              00022066
                                                                        00022068
       1085-99-FIM.               EXIT.                                 00022070
                                                                        00022072
      *-------------------------------------------------------------*   00022100
       2000-PROCESSAR                         SECTION.                  00022200
      *-------------------------------------------------------------*   00022300
                                                                        00025700
       2000-99-FIM.               EXIT.                                 00025800
                                                                        00025900
      *-------------------------------------------------------------*   00025903
      *   REGIAO DA AGENCIA COMO QUEBRA DE DISTRIBUICAO; AGENCIA    *   00025906
      *   FORA DO MESTRE SAI SEM REGIAO (SO PARA QUEM RECEBE O      *   00025909
      *   RELATORIO INTEIRO)                                        *   00025912
      *-------------------------------------------------------------*   00025915
       2050-PESQUISARREGIAO                   SECTION.                  00025918
      *-------------------------------------------------------------*   00025921
               MOVE 0      TO WRK-AGE-ACHOU.                            00025924
               MOVE SPACES TO WRK-RW-QUEBRA.                            00025927
               PERFORM 2055-TESTARAGENCIA                               00025930
                  VARYING TAB-AGE-IDX FROM 1 BY 1                       00025933
                    UNTIL TAB-AGE-IDX GREATER WRK-AGE-QTD               00025936
                       OR WRK-AGE-ACHOU EQUAL 1.                        00025939
                                                                        00025942
       2050-99-FIM.               EXIT.                                 00025945
                                                                        00025948
      *-------------------------------------------------------------*   00025951
       2055-TESTARAGENCIA                     SECTION.                  00025954
      *-------------------------------------------------------------*   00025957
               IF TAB-AGE-CODIGO (TAB-AGE-IDX)                          00025960
                  EQUAL WRK-AGENCIA-ANTERIOR                            00025963
                 MOVE 1 TO WRK-AGE-ACHOU                                00025966
                 MOVE TAB-AGE-REGIAO (TAB-AGE-IDX)                      00025969
                   TO WRK-RW-QUEBRA-REGIAO                              00025972
               END-IF.                                                  00025975
                                                                        00025978
       2055-99-FIM.               EXIT.                                 00025981
                                                                        00025984
      *-------------------------------------------------------------*   00026000
       2100-APURARAGENCIA                     SECTION.                  00026100
      *-------------------------------------------------------------*   00026200
               COMPUTE WRK-POSICAO-LIQUIDA =                            00027200
                       WRK-VLR-C - WRK-VLR-D - WRK-VLR-S.               00027300
               MOVE WRK-POSICAO-LIQUIDA TO WRK-LA-LIQUIDA.              00027400
               PERFORM 2050-PESQUISARREGIAO.                            00027450
               MOVE WRK-LINHA-AGENCIA TO WRK-RW-LINHA.                  00027500
               MOVE 'D' TO WRK-RW-FUNCAO.                               00027600
               CALL 'REPWRITE' USING WRK-REPW.                          00027700
                       WRK-GER-VLR-C - WRK-GER-VLR-D - WRK-GER-VLR-S.   00030500
               MOVE WRK-POSICAO-LIQUIDA TO WRK-LG-LIQUIDA.              00030600
               MOVE WRK-LINHA-GERAL TO WRK-RW-LINHA.                    00030700
               MOVE SPACES TO WRK-RW-QUEBRA.                            00030750
               MOVE 'T' TO WRK-RW-FUNCAO.                               00030800
               CALL 'REPWRITE' USING WRK-REPW.                          00030900
               CLOSE CLIENTES.                                          00031000

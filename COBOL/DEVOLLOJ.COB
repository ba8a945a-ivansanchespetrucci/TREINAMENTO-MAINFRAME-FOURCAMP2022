      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. DEVOLLOJ.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * RELATORIO MENSAL DE DEVOLUCOES POR LOJA E MOTIVO                00001100
      * PARA O COMERCIAL: LE O ACUMULADO DE DEVOLUCOES DO               00001200
      * MES (DEVOLUC, #DEVOL, CLASSIFICADO POR LOJA E                   00001300
      * MOTIVO), FICA SO COM AS DEVOLUCOES DA COMPETENCIA               00001400
      * (DATA DA DEVOLUCAO) E IMPRIME, POR LOJA E MOTIVO, A             00001500
      * QUANTIDADE DE DEVOLUCOES, DE ITENS E O VALOR                    00001600
      * DEVOLVIDO, COM SUBTOTAL POR LOJA E TOTAL GERAL; O               00001700
      * RESUMO POR MOTIVO SAI NUMA PAGINA SEPARADA. O NOME              00001800
      * DA LOJA VEM DO MESTRE DE LOJAS (#LOJA). MOTIVO FORA             00001900
      * DA TABELA SAI COMO MOTIVO NAO PREVISTO E E AVISADO              00002000
      * NO LOG; DEVOLUCAO COM QTDE/VALOR INVALIDO E                     00002100
      * REJEITADA E CONTADA.                                            00002200
      *                                                                 00002300
      * SYSIN: DATA DE PROCESSAMENTO / OVERRIDE DO CTLEXEC /            00002400
      *        COMPETENCIA AAAAMM.                                      00002500
      *                                                                 00002600
      *====================================================             00002700
                                                                        00002800
      *====================================================             00002900
       ENVIRONMENT                              DIVISION.               00003000
      *====================================================             00003100
       CONFIGURATION                            SECTION.                00003200
       SPECIAL-NAMES.                                                   00003300
           DECIMAL-POINT IS COMMA.                                      00003400
                                                                        00003500
       INPUT-OUTPUT                             SECTION.                00003600
       FILE-CONTROL.                                                    00003700
           SELECT DEVOLUC  ASSIGN TO DEVOLUC                            00003800
               FILE STATUS  IS WRK-FS-DEVOLUC.                          00003900
           SELECT LOJAS    ASSIGN TO LOJAS                              00004000
               FILE STATUS  IS WRK-FS-LOJAS.                            00004100
                                                                        00004200
      *====================================================             00004300
       DATA                                     DIVISION.               00004400
      *====================================================             00004500
       FILE                                     SECTION.                00004600
       FD DEVOLUC                                                       00004700
           RECORDING  MODE IS F                                         00004800
           BLOCK CONTAINS 0 RECORDS.                                    00004900
                                                                        00005000
       COPY '#DEVOL'.                                                   00005100
                                                                        00005200
       FD LOJAS                                                         00005300
           RECORDING  MODE IS F                                         00005400
           BLOCK CONTAINS 0 RECORDS.                                    00005500
                                                                        00005600
       COPY '#LOJA'.                                                    00005700
                                                                        00005800
       WORKING-STORAGE                          SECTION.                00005900
                                                                        00006000
      *===================PARAMETROS========================            00006100
                                                                        00006200
       77 WRK-COMPETENCIA       PIC 9(06)    VALUE ZEROS.               00006300
                                                                        00006400
      *==============QUEBRA POR LOJA E MOTIVO==============             00006500
                                                                        00006600
       77 WRK-PRIMEIRA-VEZ      PIC X(01)    VALUE 'S'.                 00006700
       77 WRK-LOJA-ANTERIOR     PIC 9(03)    VALUE ZEROS.               00006800
       77 WRK-MOTIVO-ANTERIOR   PIC X(02)    VALUE SPACES.              00006900
       77 WRK-MOT-DEVOLUCOES    PIC 9(05)    VALUE ZEROS.               00007000
       77 WRK-MOT-ITENS         PIC 9(07)    VALUE ZEROS.               00007100
       77 WRK-MOT-VALOR         PIC 9(09)V99 VALUE ZEROS.               00007200
       77 WRK-LOJA-DEVOLUCOES   PIC 9(05)    VALUE ZEROS.               00007300
       77 WRK-LOJA-ITENS        PIC 9(07)    VALUE ZEROS.               00007400
       77 WRK-LOJA-VALOR        PIC 9(09)V99 VALUE ZEROS.               00007500
       77 WRK-TOT-DEVOLUCOES    PIC 9(05)    VALUE ZEROS.               00007600
       77 WRK-TOT-ITENS         PIC 9(07)    VALUE ZEROS.               00007700
       77 WRK-TOT-VALOR         PIC 9(09)V99 VALUE ZEROS.               00007800
                                                                        00007900
      *==============TABELA DE MOTIVOS=====================             00008000
                                                                        00008100
       77 WRK-MOT-ACHOU         PIC 9        VALUE 0.                   00008200
       77 WRK-MOT-SLOT          PIC 9(02)    VALUE ZEROS.               00008300
       77 WRK-MOT-IDX           PIC 9(02)    VALUE ZEROS.               00008400
                                                                        00008500
       01 WRK-TAB-MOTIVOS.                                              00008600
          05 FILLER PIC X(20) VALUE '01DEFEITO           '.             00008700
          05 FILLER PIC X(20) VALUE '02DESISTENCIA       '.             00008800
          05 FILLER PIC X(20) VALUE '03TROCA             '.             00008900
          05 FILLER PIC X(20) VALUE '04AVARIA            '.             00009000
          05 FILLER PIC X(20) VALUE '05ERRO NO PEDIDO    '.             00009100
          05 FILLER PIC X(20) VALUE '99OUTROS            '.             00009200
          05 FILLER PIC X(20) VALUE '**NAO PREVISTO      '.             00009300
       01 WRK-TAB-MOTIVOS-R REDEFINES WRK-TAB-MOTIVOS.                  00009400
          05 TAB-MOT-ITEM OCCURS 7 TIMES                                00009500
                          INDEXED BY TAB-MOT-IDX.                       00009600
             10 TAB-MOT-CODIGO     PIC X(02).                           00009700
             10 TAB-MOT-DESCRICAO  PIC X(18).                           00009800
                                                                        00009900
       01 TAB-ACUMMOT.                                                  00010000
          05 TAB-ACM-ITEM OCCURS 7 TIMES.                               00010100
             10 TAB-ACM-DEVOLUCOES PIC 9(05).                           00010200
             10 TAB-ACM-ITENS      PIC 9(07).                           00010300
             10 TAB-ACM-VALOR      PIC 9(09)V99.                        00010400
                                                                        00010500
      *==============CADASTRO DE LOJAS=====================             00010600
                                                                        00010700
       77 WRK-FS-LOJAS          PIC 9(02).                              00010800
       77 WRK-CAD-QTD           PIC 9(03)    VALUE ZEROS.               00010900
       77 WRK-CAD-ACHOU         PIC 9        VALUE 0.                   00011000
       77 WRK-CAD-SLOT          PIC 9(03)    VALUE ZEROS.               00011100
       77 WRK-NOME-LOJA         PIC X(30)    VALUE SPACES.              00011200
                                                                        00011300
       01 TAB-CADLOJ.                                                   00011400
          05 TAB-CAD-ITEM OCCURS 100 TIMES                              00011500
                          INDEXED BY TAB-CAD-IDX.                       00011600
             10 TAB-CAD-CODIGO     PIC 9(03).                           00011700
             10 TAB-CAD-NOME       PIC X(30).                           00011800
                                                                        00011900
      *==============CONTROLE DO LOTE======================             00012000
                                                                        00012100
       77 WRK-FS-DEVOLUC        PIC 9(02).                              00012200
       77 WRK-ACUM-LIDAS        PIC 9(07)    VALUE ZEROS.               00012300
       77 WRK-ACUM-FORA-COMPET  PIC 9(07)    VALUE ZEROS.               00012400
       77 WRK-ACUM-REJEITADAS   PIC 9(07)    VALUE ZEROS.               00012500
       77 WRK-ACUM-NAO-PREVISTO PIC 9(07)    VALUE ZEROS.               00012600
                                                                        00012700
      *===================LINHAS DO RELATORIO===============            00012800
                                                                        00012900
       01 WRK-LINHA-CABEC.                                              00013000
          05 FILLER   PIC X(36) VALUE ' LOJA'.                          00013100
          05 FILLER   PIC X(24) VALUE 'MOTIVO'.                         00013200
          05 FILLER   PIC X(32) VALUE                                   00013300
             'DEVOL.      ITENS          VALOR'.                        00013400
                                                                        00013500
       01 WRK-LINHA-MOTIVO.                                             00013600
          05 FILLER             PIC X(01).                              00013700
          05 WRK-LM-LOJA        PIC 9(03).                              00013800
          05 FILLER             PIC X(01).                              00013900
          05 WRK-LM-NOME        PIC X(30).                              00014000
          05 FILLER             PIC X(01).                              00014100
          05 WRK-LM-MOTIVO      PIC X(02).                              00014200
          05 FILLER             PIC X(01).                              00014300
          05 WRK-LM-DESCRICAO   PIC X(18).                              00014400
          05 FILLER             PIC X(02).                              00014500
          05 WRK-LM-DEVOLUCOES  PIC ZZ.ZZ9.                             00014600
          05 FILLER             PIC X(02).                              00014700
          05 WRK-LM-ITENS       PIC Z.ZZZ.ZZ9.                          00014800
          05 FILLER             PIC X(02).                              00014900
          05 WRK-LM-VALOR       PIC ZZZ.ZZZ.ZZ9,99.                     00015000
                                                                        00015100
       01 WRK-LINHA-SUBTOTAL.                                           00015200
          05 FILLER             PIC X(01) VALUE SPACES.                 00015300
          05 WRK-LS-ROTULO      PIC X(56).                              00015400
          05 FILLER             PIC X(02) VALUE SPACES.                 00015500
          05 WRK-LS-DEVOLUCOES  PIC ZZ.ZZ9.                             00015600
          05 FILLER             PIC X(02) VALUE SPACES.                 00015700
          05 WRK-LS-ITENS       PIC Z.ZZZ.ZZ9.                          00015800
          05 FILLER             PIC X(02) VALUE SPACES.                 00015900
          05 WRK-LS-VALOR       PIC ZZZ.ZZZ.ZZ9,99.                     00016000
                                                                        00016100
       01 WRK-ROTULO-LOJA.                                              00016200
          05 FILLER             PIC X(11) VALUE 'TOTAL LOJA '.          00016300
          05 WRK-RL-LOJA        PIC 9(03).                              00016400
          05 FILLER             PIC X(01) VALUE SPACES.                 00016500
          05 WRK-RL-NOME        PIC X(30).                              00016600
                                                                        00016700
       01 WRK-ROTULO-MOTIVO.                                            00016800
          05 FILLER             PIC X(07) VALUE 'MOTIVO '.              00016900
          05 WRK-RM-MOTIVO      PIC X(02).                              00017000
          05 FILLER             PIC X(01) VALUE SPACES.                 00017100
          05 WRK-RM-DESCRICAO   PIC X(18).                              00017200
                                                                        00017300
       01 WRK-CABEC-RESUMO.                                             00017400
          05 FILLER   PIC X(60) VALUE ' MOTIVO'.                        00017500
          05 FILLER   PIC X(32) VALUE                                   00017600
             'DEVOL.      ITENS          VALOR'.                        00017700
                                                                        00017800
      *===================DATA DE PROCESSAMENTO==============           00017900
                                                                        00018000
       COPY 'DATAPROC'.                                                 00018100
                                                                        00018200
      *===================TRATAMENTO DE ERROS================           00018300
                                                                        00018400
       COPY 'VARERROS'.                                                 00018500
                                                                        00018600
      *===================CONTROLE DE EXECUCAO===============           00018700
                                                                        00018800
       COPY 'CTRLEXEC'.                                                 00018900
                                                                        00019000
      *===================CRITICA DA DATA====================           00019100
                                                                        00019200
       COPY 'VALDATA'.                                                  00019300
                                                                        00019400
      *===================SERVICOS DE IMPRESSAO==============           00019500
                                                                        00019600
       COPY 'REPWCOMM'.                                                 00019700
                                                                        00019800
      *====================================================             00019900
       PROCEDURE                                DIVISION.               00020000
      *====================================================             00020100
                                                                        00020200
      *----------------------------------------------------             00020300
       0000-PRINCIPAL                           SECTION.                00020400
      *----------------------------------------------------             00020500
                                                                        00020600
             PERFORM 1000-INICIALIZAR.                                  00020700
             PERFORM 2000-PROCESSAR                                     00020800
                UNTIL WRK-FS-DEVOLUC EQUAL 10.                          00020900
             PERFORM 3000-FINALIZAR.                                    00021000
             STOP RUN.                                                  00021100
                                                                        00021200
       0000-99-FINAL.        EXIT.                                      00021300
                                                                        00021400
      *----------------------------------------------------             00021500
       1000-INICIALIZAR                         SECTION.                00021600
      *----------------------------------------------------             00021700
                                                                        00021800
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00021900
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00022000
           ACCEPT WRK-COMPETENCIA        FROM SYSIN.                    00022100
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00022200
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00022300
           IF WRK-VD-INVALIDA                                           00022400
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00022500
                     WRK-DATA-PROCESSAMENTO                             00022600
             MOVE 8 TO RETURN-CODE                                      00022700
             STOP RUN                                                   00022800
           END-IF.                                                      00022900
           IF WRK-VD-NAO-UTIL                                           00023000
             DISPLAY ' AVISO: DATA DE PROCESSAMENTO NAO E DIA UTIL'     00023100
           END-IF.                                                      00023200
           IF WRK-VD-SEM-CALENDARIO                                     00023300
             DISPLAY ' AVISO: CALENDARIO DE FERIADOS INDISPONIVEL'      00023400
           END-IF.                                                      00023500
           MOVE 'DEVOLLOJ' TO WRK-CE-PROGRAMA.                          00023600
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00023700
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00023800
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00023900
           IF NOT WRK-CE-PODE-EXECUTAR                                  00024000
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00024100
                     'STATUS ' WRK-CE-STATUS                            00024200
             MOVE 8 TO RETURN-CODE                                      00024300
             STOP RUN                                                   00024400
           END-IF.                                                      00024500
           DISPLAY ' DATA DE PROCESSAMENTO..' WRK-DATA-PROCESSAMENTO.   00024600
           DISPLAY ' COMPETENCIA............' WRK-COMPETENCIA.          00024700
           OPEN INPUT DEVOLUC.                                          00024800
           IF WRK-FS-DEVOLUC NOT EQUAL 0                                00024900
             DISPLAY ' ERRO OPEN DEVOLUC - STATUS ' WRK-FS-DEVOLUC      00025000
             MOVE 8 TO RETURN-CODE                                      00025100
             STOP RUN                                                   00025200
           END-IF.                                                      00025300
           PERFORM 1100-CARREGARLOJAS.                                  00025400
           MOVE ZEROS TO TAB-ACUMMOT.                                   00025500
           MOVE 'DEVOLUCOES DO MES POR LOJA E MOTIVO'                   00025600
             TO WRK-RW-TITULO1.                                         00025700
           MOVE WRK-LINHA-CABEC TO WRK-RW-TITULO2.                      00025800
           MOVE SPACES          TO WRK-RW-TITULO3.                      00025900
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00026000
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00026100
           MOVE 'N' TO WRK-RW-REABRIR.                                  00026200
           MOVE SPACES TO WRK-RW-QUEBRA.                                00026250
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00026300
           CALL 'REPWRITE' USING WRK-REPW.                              00026400
           PERFORM 1200-LERDEVOLUCAO.                                   00026500
                                                                        00026600
       1000-99-FINAL.        EXIT.                                      00026700
                                                                        00026800
      *----------------------------------------------------             00026900
      * CARREGAR O MESTRE DE LOJAS PARA O NOME DA LOJA                  00027000
      *----------------------------------------------------             00027100
       1100-CARREGARLOJAS                       SECTION.                00027200
      *----------------------------------------------------             00027300
                                                                        00027400
           OPEN INPUT LOJAS.                                            00027500
           IF WRK-FS-LOJAS NOT EQUAL 0                                  00027600
             DISPLAY ' ERRO OPEN LOJAS - STATUS ' WRK-FS-LOJAS          00027700
             MOVE 8 TO RETURN-CODE                                      00027800
             STOP RUN                                                   00027900
           END-IF.                                                      00028000
           READ LOJAS.                                                  00028100
           PERFORM 1110-GUARDARLOJA                                     00028200
              UNTIL WRK-FS-LOJAS NOT EQUAL 0.                           00028300
           CLOSE LOJAS.                                                 00028400
           DISPLAY ' LOJAS NO CADASTRO......' WRK-CAD-QTD.              00028500
                                                                        00028600
       1100-99-FINAL.        EXIT.                                      00028700
                                                                        00028800
      *----------------------------------------------------             00028900
       1110-GUARDARLOJA                         SECTION.                00029000
      *----------------------------------------------------             00029100
                                                                        00029200
           IF WRK-CAD-QTD LESS 100                                      00029300
             ADD 1 TO WRK-CAD-QTD                                       00029400
             MOVE LOJ-CODIGO TO TAB-CAD-CODIGO (WRK-CAD-QTD)            00029500
             MOVE LOJ-NOME   TO TAB-CAD-NOME   (WRK-CAD-QTD)            00029600
           ELSE                                                         00029700
             MOVE '1110'                   TO WRK-SECAO                 00029800
             MOVE 'LOJAS EXCEDEM A TABELA DE 100' TO WRK-MSGERRO        00029900
             MOVE '99'                     TO WRK-STATUS                00030000
             PERFORM 9010-TRATARERROS                                   00030100
           END-IF.                                                      00030200
           READ LOJAS.                                                  00030300
                                                                        00030400
       1110-99-FINAL.        EXIT.                                      00030500
                                                                        00030600
      *----------------------------------------------------             00030700
      * PROXIMA DEVOLUCAO DA COMPETENCIA; O ACUMULADO PODE              00030800
      * TRAZER DEVOLUCOES DE OUTROS MESES, QUE SAO IGNORADAS            00030900
      *----------------------------------------------------             00031000
       1200-LERDEVOLUCAO                        SECTION.                00031100
      *----------------------------------------------------             00031200
                                                                        00031300
           READ DEVOLUC.                                                00031400
           IF WRK-FS-DEVOLUC EQUAL 10                                   00031500
             GO TO 1200-99-FINAL                                        00031600
           END-IF.                                                      00031700
           ADD 1 TO WRK-ACUM-LIDAS.                                     00031800
           IF DEV-DATA-DEVOLUCAO (1:6) NOT EQUAL WRK-COMPETENCIA        00031900
             ADD 1 TO WRK-ACUM-FORA-COMPET                              00032000
             GO TO 1200-LERDEVOLUCAO                                    00032100
           END-IF.                                                      00032200
           IF DEV-QUANTIDADE NOT NUMERIC OR DEV-VALOR NOT NUMERIC       00032300
             ADD 1 TO WRK-ACUM-REJEITADAS                               00032400
             MOVE '1200'                   TO WRK-SECAO                 00032500
             MOVE 'DEVOLUCAO COM QTDE/VALOR INVALIDO' TO WRK-MSGERRO    00032600
             MOVE '99'                     TO WRK-STATUS                00032700
             PERFORM 9010-TRATARERROS                                   00032800
             GO TO 1200-LERDEVOLUCAO                                    00032900
           END-IF.                                                      00033000
                                                                        00033100
       1200-99-FINAL.        EXIT.                                      00033200
                                                                        00033300
      *----------------------------------------------------             00033400
      * QUEBRA POR LOJA E MOTIVO                                        00033500
      *----------------------------------------------------             00033600
       2000-PROCESSAR                           SECTION.                00033700
      *----------------------------------------------------             00033800
                                                                        00033900
           IF WRK-PRIMEIRA-VEZ EQUAL 'N'                                00034000
             IF DEV-CODLOJA NOT EQUAL WRK-LOJA-ANTERIOR                 00034100
               PERFORM 2100-FECHARMOTIVO                                00034200
               PERFORM 2200-FECHARLOJA                                  00034300
             ELSE                                                       00034400
             IF DEV-MOTIVO NOT EQUAL WRK-MOTIVO-ANTERIOR                00034500
               PERFORM 2100-FECHARMOTIVO                                00034600
             END-IF                                                     00034700
             END-IF                                                     00034800
           END-IF.                                                      00034900
           ADD 1              TO WRK-MOT-DEVOLUCOES.                    00035000
           ADD DEV-QUANTIDADE TO WRK-MOT-ITENS.                         00035100
           ADD DEV-VALOR      TO WRK-MOT-VALOR.                         00035200
           MOVE DEV-CODLOJA TO WRK-LOJA-ANTERIOR.                       00035300
           MOVE DEV-MOTIVO  TO WRK-MOTIVO-ANTERIOR.                     00035400
           MOVE 'N' TO WRK-PRIMEIRA-VEZ.                                00035500
           PERFORM 1200-LERDEVOLUCAO.                                   00035600
                                                                        00035700
       2000-99-FINAL.        EXIT.                                      00035800
                                                                        00035900
      *----------------------------------------------------             00036000
      * LINHA DO MOTIVO NA LOJA; SOMA NA LOJA E NO RESUMO               00036100
      * POR MOTIVO                                                      00036200
      *----------------------------------------------------             00036300
       2100-FECHARMOTIVO                        SECTION.                00036400
      *----------------------------------------------------             00036500
                                                                        00036600
           PERFORM 2300-NOMEARLOJA.                                     00036700
           PERFORM 2400-LOCALIZARMOTIVO.                                00036800
           MOVE SPACES               TO WRK-LINHA-MOTIVO.               00036900
           MOVE WRK-LOJA-ANTERIOR    TO WRK-LM-LOJA.                    00037000
           MOVE WRK-NOME-LOJA        TO WRK-LM-NOME.                    00037100
           MOVE WRK-MOTIVO-ANTERIOR  TO WRK-LM-MOTIVO.                  00037200
           MOVE TAB-MOT-DESCRICAO (WRK-MOT-SLOT) TO WRK-LM-DESCRICAO.   00037300
           MOVE WRK-MOT-DEVOLUCOES   TO WRK-LM-DEVOLUCOES.              00037400
           MOVE WRK-MOT-ITENS        TO WRK-LM-ITENS.                   00037500
           MOVE WRK-MOT-VALOR        TO WRK-LM-VALOR.                   00037600
           MOVE WRK-LINHA-MOTIVO TO WRK-RW-LINHA.                       00037700
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00037800
           CALL 'REPWRITE' USING WRK-REPW.                              00037900
           ADD WRK-MOT-DEVOLUCOES TO TAB-ACM-DEVOLUCOES (WRK-MOT-SLOT). 00038000
           ADD WRK-MOT-ITENS      TO TAB-ACM-ITENS      (WRK-MOT-SLOT). 00038100
           ADD WRK-MOT-VALOR      TO TAB-ACM-VALOR      (WRK-MOT-SLOT). 00038200
           ADD WRK-MOT-DEVOLUCOES TO WRK-LOJA-DEVOLUCOES.               00038300
           ADD WRK-MOT-ITENS      TO WRK-LOJA-ITENS.                    00038400
           ADD WRK-MOT-VALOR      TO WRK-LOJA-VALOR.                    00038500
           MOVE ZEROS TO WRK-MOT-DEVOLUCOES.                            00038600
           MOVE ZEROS TO WRK-MOT-ITENS.                                 00038700
           MOVE ZEROS TO WRK-MOT-VALOR.                                 00038800
                                                                        00038900
       2100-99-FINAL.        EXIT.                                      00039000
                                                                        00039100
      *----------------------------------------------------             00039200
       2200-FECHARLOJA                          SECTION.                00039300
      *----------------------------------------------------             00039400
                                                                        00039500
           MOVE WRK-LOJA-ANTERIOR TO WRK-RL-LOJA.                       00039600
           MOVE WRK-NOME-LOJA     TO WRK-RL-NOME.                       00039700
           MOVE WRK-ROTULO-LOJA   TO WRK-LS-ROTULO.                     00039800
           MOVE WRK-LOJA-DEVOLUCOES TO WRK-LS-DEVOLUCOES.               00039900
           MOVE WRK-LOJA-ITENS      TO WRK-LS-ITENS.                    00040000
           MOVE WRK-LOJA-VALOR      TO WRK-LS-VALOR.                    00040100
           MOVE WRK-LINHA-SUBTOTAL TO WRK-RW-LINHA.                     00040200
           MOVE 'T' TO WRK-RW-FUNCAO.                                   00040300
           CALL 'REPWRITE' USING WRK-REPW.                              00040400
           ADD WRK-LOJA-DEVOLUCOES TO WRK-TOT-DEVOLUCOES.               00040500
           ADD WRK-LOJA-ITENS      TO WRK-TOT-ITENS.                    00040600
           ADD WRK-LOJA-VALOR      TO WRK-TOT-VALOR.                    00040700
           MOVE ZEROS TO WRK-LOJA-DEVOLUCOES.                           00040800
           MOVE ZEROS TO WRK-LOJA-ITENS.                                00040900
           MOVE ZEROS TO WRK-LOJA-VALOR.                                00041000
                                                                        00041100
       2200-99-FINAL.        EXIT.                                      00041200
                                                                        00041300
      *----------------------------------------------------             00041400
       2300-NOMEARLOJA                          SECTION.                00041500
      *----------------------------------------------------             00041600
                                                                        00041700
           MOVE 0 TO WRK-CAD-ACHOU.                                     00041800
           MOVE ZEROS TO WRK-CAD-SLOT.                                  00041900
           PERFORM 2310-PESQUISARCADLOJ                                 00042000
              VARYING TAB-CAD-IDX FROM 1 BY 1                           00042100
                UNTIL TAB-CAD-IDX GREATER WRK-CAD-QTD                   00042200
                   OR WRK-CAD-ACHOU EQUAL 1.                            00042300
           IF WRK-CAD-ACHOU EQUAL 1                                     00042400
             MOVE TAB-CAD-NOME (WRK-CAD-SLOT) TO WRK-NOME-LOJA          00042500
           ELSE                                                         00042600
             MOVE '** SEM CADASTRO **' TO WRK-NOME-LOJA                 00042700
           END-IF.                                                      00042800
                                                                        00042900
       2300-99-FINAL.        EXIT.                                      00043000
                                                                        00043100
      *----------------------------------------------------             00043200
       2310-PESQUISARCADLOJ                     SECTION.                00043300
      *----------------------------------------------------             00043400
                                                                        00043500
           IF TAB-CAD-CODIGO (TAB-CAD-IDX) EQUAL WRK-LOJA-ANTERIOR      00043600
             MOVE 1 TO WRK-CAD-ACHOU                                    00043700
             SET WRK-CAD-SLOT TO TAB-CAD-IDX                            00043800
           END-IF.                                                      00043900
                                                                        00044000
       2310-99-FINAL.        EXIT.                                      00044100
                                                                        00044200
      *----------------------------------------------------             00044300
      * MOTIVO FORA DA TABELA CAI NA ULTIMA POSICAO (NAO                00044400
      * PREVISTO) E E AVISADO NO LOG                                    00044500
      *----------------------------------------------------             00044600
       2400-LOCALIZARMOTIVO                     SECTION.                00044700
      *----------------------------------------------------             00044800
                                                                        00044900
           MOVE 0 TO WRK-MOT-ACHOU.                                     00045000
           MOVE 7 TO WRK-MOT-SLOT.                                      00045100
           PERFORM 2410-PESQUISARMOTIVO                                 00045200
              VARYING TAB-MOT-IDX FROM 1 BY 1                           00045300
                UNTIL TAB-MOT-IDX GREATER 6                             00045400
                   OR WRK-MOT-ACHOU EQUAL 1.                            00045500
           IF WRK-MOT-ACHOU EQUAL 0                                     00045600
             ADD WRK-MOT-DEVOLUCOES TO WRK-ACUM-NAO-PREVISTO            00045700
             MOVE '2400'                   TO WRK-SECAO                 00045800
             MOVE 'DEVOLUCAO COM MOTIVO NAO PREVISTO' TO WRK-MSGERRO    00045900
             MOVE '00'                     TO WRK-STATUS                00046000
             PERFORM 9010-TRATARERROS                                   00046100
           END-IF.                                                      00046200
                                                                        00046300
       2400-99-FINAL.        EXIT.                                      00046400
                                                                        00046500
      *----------------------------------------------------             00046600
       2410-PESQUISARMOTIVO                     SECTION.                00046700
      *----------------------------------------------------             00046800
                                                                        00046900
           IF TAB-MOT-CODIGO (TAB-MOT-IDX) EQUAL WRK-MOTIVO-ANTERIOR    00047000
             MOVE 1 TO WRK-MOT-ACHOU                                    00047100
             SET WRK-MOT-SLOT TO TAB-MOT-IDX                            00047200
           END-IF.                                                      00047300
                                                                        00047400
       2410-99-FINAL.        EXIT.                                      00047500
                                                                        00047600
      *----------------------------------------------------             00047700
       3000-FINALIZAR                           SECTION.                00047800
      *----------------------------------------------------             00047900
                                                                        00048000
            IF WRK-PRIMEIRA-VEZ EQUAL 'N'                               00048100
              PERFORM 2100-FECHARMOTIVO                                 00048200
              PERFORM 2200-FECHARLOJA                                   00048300
            END-IF.                                                     00048400
            MOVE 'TOTAL GERAL'      TO WRK-LS-ROTULO.                   00048500
            MOVE WRK-TOT-DEVOLUCOES TO WRK-LS-DEVOLUCOES.               00048600
            MOVE WRK-TOT-ITENS      TO WRK-LS-ITENS.                    00048700
            MOVE WRK-TOT-VALOR      TO WRK-LS-VALOR.                    00048800
            MOVE WRK-LINHA-SUBTOTAL TO WRK-RW-LINHA.                    00048900
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00049000
            CALL 'REPWRITE' USING WRK-REPW.                             00049100
            MOVE 'DEVOLUCOES DO MES POR MOTIVO' TO WRK-RW-TITULO1.      00049200
            MOVE WRK-CABEC-RESUMO TO WRK-RW-TITULO2.                    00049300
            MOVE 'S' TO WRK-RW-FUNCAO.                                  00049400
            CALL 'REPWRITE' USING WRK-REPW.                             00049500
            MOVE ZEROS TO WRK-MOT-IDX.                                  00049600
            PERFORM 3100-LISTARMOTIVO                                   00049700
               UNTIL WRK-MOT-IDX NOT LESS 7.                            00049800
            MOVE 'TOTAL GERAL'      TO WRK-LS-ROTULO.                   00049900
            MOVE WRK-TOT-DEVOLUCOES TO WRK-LS-DEVOLUCOES.               00050000
            MOVE WRK-TOT-ITENS      TO WRK-LS-ITENS.                    00050100
            MOVE WRK-TOT-VALOR      TO WRK-LS-VALOR.                    00050200
            MOVE WRK-LINHA-SUBTOTAL TO WRK-RW-LINHA.                    00050300
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00050400
            CALL 'REPWRITE' USING WRK-REPW.                             00050500
            CLOSE DEVOLUC.                                              00050600
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00050700
            CALL 'REPWRITE' USING WRK-REPW.                             00050800
            DISPLAY ' DEVOLUCOES LIDAS.......' WRK-ACUM-LIDAS.          00050900
            DISPLAY ' FORA DA COMPETENCIA....' WRK-ACUM-FORA-COMPET.    00051000
            DISPLAY ' REJEITADAS.............' WRK-ACUM-REJEITADAS.     00051100
            DISPLAY ' MOTIVO NAO PREVISTO....' WRK-ACUM-NAO-PREVISTO.   00051200
            DISPLAY ' DEVOLUCOES DO MES......' WRK-TOT-DEVOLUCOES.      00051300
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00051400
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00051500
            DISPLAY ' FIM DO PROGRAMA'.                                 00051600
                                                                        00051700
       3000-99-FINAL.        EXIT.                                      00051800
                                                                        00051900
      *----------------------------------------------------             00052000
      * RESUMO POR MOTIVO; O NAO PREVISTO SO SAI QUANDO HOUVE           00052100
      *----------------------------------------------------             00052200
       3100-LISTARMOTIVO                        SECTION.                00052300
      *----------------------------------------------------             00052400
                                                                        00052500
           ADD 1 TO WRK-MOT-IDX.                                        00052600
           IF WRK-MOT-IDX EQUAL 7                                       00052700
              AND TAB-ACM-DEVOLUCOES (7) EQUAL ZEROS                    00052800
             GO TO 3100-99-FINAL                                        00052900
           END-IF.                                                      00053000
           MOVE TAB-MOT-CODIGO    (WRK-MOT-IDX) TO WRK-RM-MOTIVO.       00053100
           MOVE TAB-MOT-DESCRICAO (WRK-MOT-IDX) TO WRK-RM-DESCRICAO.    00053200
           MOVE WRK-ROTULO-MOTIVO TO WRK-LS-ROTULO.                     00053300
           MOVE TAB-ACM-DEVOLUCOES (WRK-MOT-IDX) TO WRK-LS-DEVOLUCOES.  00053400
           MOVE TAB-ACM-ITENS      (WRK-MOT-IDX) TO WRK-LS-ITENS.       00053500
           MOVE TAB-ACM-VALOR      (WRK-MOT-IDX) TO WRK-LS-VALOR.       00053600
           MOVE WRK-LINHA-SUBTOTAL TO WRK-RW-LINHA.                     00053700
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00053800
           CALL 'REPWRITE' USING WRK-REPW.                              00053900
                                                                        00054000
       3100-99-FINAL.        EXIT.                                      00054100
                                                                        00054200
      *----------------------------------------------------             00054300
       9010-TRATARERROS                         SECTION.                00054400
      *----------------------------------------------------             00054500
                                                                        00054600
           MOVE 'DEVOLLOJ' TO WRK-PROGRAMA.                             00054700
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00054800
                                                                        00054900
       9010-99-FINAL.        EXIT.                                      00055000

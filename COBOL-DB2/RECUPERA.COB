      *   OBJETIVO: CONDUTOR DE RECUPERACAO DE DATAS PERDIDAS:      *   00001200
      *      QUANDO A CASA PERDE UMA NOITE, O CTLEXEC RECUSA A      *   00001300
      *      DATA SEGUINTE COM STATUS 08 E A MANHA VIRA SUBMISSAO   *   00001400
      *      MANUAL. ESTE PROGRAMA LE O REGISTRO CONTROLEX E O      *   00001500
      *      ARQUIVO DE DEPENDENCIAS DEPEXEC E ORDENA A CADEIA      *   00001600
      *      PELOS PREDECESSORES DECLARADOS: NIVEL 1 PARA QUEM NAO  *   00001700
      *      TEM PREDECESSOR E, PARA OS DEMAIS, UM NIVEL ACIMA DO   *   00001800
      *      MAIOR NIVEL DOS SEUS PREDECESSORES (DEPENDENCIA        *   00001900
      *      CIRCULAR PARA COM RC=8). OS PROGRAMAS DO REGISTRO SEM  *   00002000
      *      DEPENDENCIA DECLARADA VEM DEPOIS, NA ORDEM DA PRIMEIRA *   00002100
      *      OCORRENCIA NO REGISTRO (SEM O DD DEPEXEC A CADEIA      *   00002200
      *      INTEIRA FICA NESSA ORDEM). VARRE A FAIXA DE DATAS DO   *   00002300
      *      SYSIN DIA UTIL A DIA UTIL (VALIDATA) E MONTA O PLANO   *   00002400
      *      DE RECUPERACAO: UM CARTAO DE DATA POR DIA PENDENTE,    *   00002410
      *      NA ORDEM, NO ARQUIVO PLANEXEC - QUE O OPERADOR USA     *   00002420
      *      COMO SYSIN DO CICLO, UMA SUBMISSAO POR DATA, ATE A     *   00002430
      *      PRIMEIRA FALHA (O PROPRIO CTLEXEC TRAVA A ORDEM). O    *   00002440
      *      RELATORIO MOSTRA, POR DATA E PROGRAMA NA ORDEM DA      *   00002450
      *      CADEIA, O QUE JA COMPLETOU, O QUE FALTA E O            *   00002460
      *      PREDECESSOR QUE AINDA SEGURA O PROGRAMA. RC=4 QUANDO   *   00002470
      *      HA PENDENCIA.                                          *   00002480
      *-------------------------------------------------------------*   00002500
      *   ARQUIVOS...:                                              *   00002600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002700
      *    CONTROLEX            I    (ESDS)        -----------      *   00002800
      *    DEPEXEC              I                  #DEPEXEC         *   00002850
      *    PLANEXEC             O                  -----------      *   00002900
      *-------------------------------------------------------------*   00003000
      *   MODULOS....:                             INCLUDE/BOOK     *   00003100
                                                                        00004700
       INPUT-OUTPUT                                SECTION.             00004800
       FILE-CONTROL.                                                    00004900
           SELECT CONTROLEX ASSIGN TO AS-CONTROLEX                      00005000
               FILE STATUS  IS WRK-FS-CONTROLEX.                        00005100
           SELECT PLANEXEC  ASSIGN TO PLANEXEC                          00005200
               FILE STATUS  IS WRK-FS-PLANEXEC.                         00005300
           SELECT DEPEXEC   ASSIGN TO DEPEXEC                           00005333
               FILE STATUS  IS WRK-FS-DEPEXEC.                          00005366
                                                                        00005400
      *=============================================================*   00005500
       DATA                                      DIVISION.              00005600
       01 REG-PLANEXEC.                                                 00007900
          05 PLN-DATA            PIC 9(08).                             00008000
          05 FILLER              PIC X(72).                             00008100
                                                                        00008110
      *-------------------------------------------------------------*   00008120
      *   DEPEXEC - DEPENDENCIAS DECLARADAS DA CADEIA               *   00008130
      *-------------------------------------------------------------*   00008140
       FD DEPEXEC                                                       00008150
           RECORDING  MODE IS F                                         00008160
           BLOCK CONTAINS 0 RECORDS.                                    00008170
                                                                        00008180
       COPY '#DEPEXEC'.                                                 00008190
                                                                        00008200
      *=============================================================*   00008300
       WORKING-STORAGE                             SECTION.             00008400
      *-------------------------------------------------------------*   00008900
       77 WRK-FS-CONTROLEX     PIC 9(02).                               00009000
       77 WRK-FS-PLANEXEC      PIC 9(02).                               00009100
       77 WRK-FS-DEPEXEC       PIC 9(02).                               00009150
                                                                        00009200
       01 FILLER         PIC X(64) VALUE                                00009300
           '-----------FAIXA DE DATAS DO SYSIN-----------'.             00009400
       77 WRK-DATA-ATE         PIC 9(08) VALUE ZEROS.                   00009700
                                                                        00009800
       01 FILLER         PIC X(64) VALUE                                00009900
           '-----------CADEIA ORDENADA POR DEPENDENCIA---'.             00010000
      *-------------------------------------------------------------*   00010100
       77 WRK-CAD-QTD          PIC 9(02) VALUE ZEROS.                   00010200
       77 WRK-CAD-ACHOU        PIC 9     VALUE 0.                       00010300
       77 WRK-IDX              PIC 9(02) VALUE ZEROS.                   00010400
       77 WRK-KDX              PIC 9(02) VALUE ZEROS.                   00010410
       77 WRK-LDX              PIC 9(02) VALUE ZEROS.                   00010420
       77 WRK-MDX              PIC 9(02) VALUE ZEROS.                   00010430
       77 WRK-POS-PROGRAMA     PIC 9(02) VALUE ZEROS.                   00010440
       77 WRK-POS-PREDECESSOR  PIC 9(02) VALUE ZEROS.                   00010450
       77 WRK-PROG-PROCURA     PIC X(08) VALUE SPACES.                  00010460
       77 WRK-PASSADAS         PIC 9(02) VALUE ZEROS.                   00010470
       77 WRK-NIVEL-MUDOU      PIC X(01) VALUE 'N'.                     00010480
       77 WRK-HOUVE-TROCA      PIC X(01) VALUE 'N'.                     00010490
                                                                        00010500
       01 TAB-CADEIA.                                                   00010600
          05 TAB-CAD-ITEM OCCURS 20 TIMES                               00010700
                          INDEXED BY TAB-CAD-IDX.                       00010800
             10 TAB-CAD-PROGRAMA  PIC X(08).                            00010900
             10 TAB-CAD-ORDEM.                                          00010906
                15 TAB-CAD-GRUPO  PIC X(01).                            00010912
                15 TAB-CAD-NIVEL  PIC 9(02).                            00010918
                                                                        00010924
       01 WRK-CAD-TROCA         PIC X(11).                              00010930
                                                                        00010936
       01 FILLER         PIC X(64) VALUE                                00010942
           '-----------DEPENDENCIAS DO DEPEXEC-----------'.             00010948
      *-------------------------------------------------------------*   00010954
       77 WRK-DEP-QTD          PIC 9(02) VALUE ZEROS.                   00010960
                                                                        00010966
       01 TAB-DEPENDENCIAS.                                             00010972
          05 TAB-DEP-ITEM OCCURS 50 TIMES.                              00010978
             10 TAB-DEP-PROGRAMA    PIC X(08).                          00010984
             10 TAB-DEP-PREDECESSOR PIC X(08).                          00010990
                                                                        00011000
       01 FILLER         PIC X(64) VALUE                                00011100
           '-----------EVENTOS DO REGISTRO---------------'.             00011200
       77 WRK-EVE-QTD          PIC 9(03) VALUE ZEROS.                   00011400
       77 WRK-JDX              PIC 9(03) VALUE ZEROS.                   00011500
       77 WRK-TEM-FIM          PIC 9     VALUE 0.                       00011600
       77 WRK-PRED-PENDENTE    PIC X(08) VALUE SPACES.                  00011650
                                                                        00011700
       01 TAB-EVENTOS.                                                  00011800
          05 TAB-EVE-ITEM OCCURS 500 TIMES.                             00011900
       01 WRK-CABEC2.                                                   00015000
          05 FILLER   PIC X(10) VALUE 'DATA      '.                     00015100
          05 FILLER   PIC X(10) VALUE 'PROGRAMA  '.                     00015200
          05 FILLER   PIC X(06) VALUE 'NIVEL '.                         00015250
          05 FILLER   PIC X(12) VALUE 'SITUACAO    '.                   00015300
                                                                        00015400
       01 WRK-LINHA-PASSO.                                              00015500
          05 FILLER            PIC X(02).                               00015800
          05 WRK-LP-PROGRAMA   PIC X(08).                               00015900
          05 FILLER            PIC X(02).                               00016000
          05 WRK-LP-NIVEL      PIC ZZ.                                  00016033
          05 FILLER            PIC X(03).                               00016066
          05 WRK-LP-SITUACAO   PIC X(20).                               00016100
                                                                        00016200
       01 WRK-SIT-AGUARDA.                                              00016216
          05 FILLER            PIC X(08) VALUE 'AGUARDA '.              00016232
          05 WRK-SA-PREDECESSOR PIC X(08).                              00016248
          05 FILLER            PIC X(04) VALUE SPACES.                  00016264
                                                                        00016280
       01 WRK-LINHA-DATA.                                               00016300
          05 FILLER            PIC X(06) VALUE ' DATA '.                00016400
          05 WRK-LD-DATA       PIC 9(08).                               00016500
            PERFORM 1000-INICIAR.                                       00020200
            PERFORM 2000-CARREGAREVENTO                                 00020300
               UNTIL WRK-FS-CONTROLEX EQUAL 10.                         00020400
            PERFORM 2500-ORDENARCADEIA.                                 00020450
            PERFORM 3000-VARRERFAIXA                                    00020500
               UNTIL WRK-DATA-W-NUM GREATER WRK-DATA-ATE.               00020600
            PERFORM 4000-FINALIZAR.                                     00020700
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00022400
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00022500
            MOVE 'N' TO WRK-RW-REABRIR.                                 00022600
            MOVE SPACES TO WRK-RW-QUEBRA.                               00022650
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00022700
            CALL 'REPWRITE' USING WRK-REPW.                             00022800
            IF WRK-FS-CONTROLEX NOT EQUAL 0                             00022900
              MOVE WRK-FS-PLANEXEC         TO WRK-STATUS                00023800
              PERFORM 9000-TRATARERROS                                  00023900
            END-IF.                                                     00024000
            PERFORM 1050-CARREGARDEPENDENCIAS.                          00024050
            IF WRK-DATA-DE GREATER WRK-DATA-ATE                         00024100
              MOVE '1000'                  TO WRK-SECAO                 00024200
              MOVE 'FAIXA DE DATAS INVERTIDA NO SYSIN'                  00024300
                                                                        00025100
       1000-99-FIM.               EXIT.                                 00025200
                                                                        00025300
      *-------------------------------------------------------------*   00025301
      *   CARREGAR AS DEPENDENCIAS DECLARADAS NO DEPEXEC: OS        *   00025302
      *   PROGRAMAS DECLARADOS ABREM A CADEIA (GRUPO 1, NIVEL       *   00025303
      *   CALCULADO NO 2500). SEM O DD (STATUS 35) A CADEIA SAI SO  *   00025304
      *   DO REGISTRO, COMO ANTES                                   *   00025305
      *-------------------------------------------------------------*   00025306
       1050-CARREGARDEPENDENCIAS              SECTION.                  00025307
      *-------------------------------------------------------------*   00025308
            OPEN INPUT DEPEXEC.                                         00025309
            IF WRK-FS-DEPEXEC EQUAL 0                                   00025310
              READ DEPEXEC                                              00025311
              PERFORM 1060-GUARDARDEPENDENCIA                           00025312
                 UNTIL WRK-FS-DEPEXEC NOT EQUAL 0                       00025313
              CLOSE DEPEXEC                                             00025314
            ELSE                                                        00025315
              IF WRK-FS-DEPEXEC NOT EQUAL 35                            00025316
                MOVE '1002'                  TO WRK-SECAO               00025317
                MOVE 'ERRO OPEN DEPEXEC - '  TO WRK-MSGERRO             00025318
                MOVE WRK-FS-DEPEXEC          TO WRK-STATUS              00025319
                PERFORM 9000-TRATARERROS                                00025320
              END-IF                                                    00025321
            END-IF.                                                     00025322
                                                                        00025323
       1050-99-FIM.               EXIT.                                 00025324
                                                                        00025325
      *-------------------------------------------------------------*   00025326
       1060-GUARDARDEPENDENCIA                SECTION.                  00025327
      *-------------------------------------------------------------*   00025328
            IF DEP-PROGRAMA NOT EQUAL SPACES                            00025329
               AND DEP-PROGRAMA (1:1) NOT EQUAL '*'                     00025330
               AND DEP-PREDECESSOR NOT EQUAL SPACES                     00025331
              IF WRK-DEP-QTD LESS 50                                    00025332
                ADD 1 TO WRK-DEP-QTD                                    00025333
                MOVE DEP-PROGRAMA                                       00025334
                  TO TAB-DEP-PROGRAMA (WRK-DEP-QTD)                     00025335
                MOVE DEP-PREDECESSOR                                    00025336
                  TO TAB-DEP-PREDECESSOR (WRK-DEP-QTD)                  00025337
                MOVE DEP-PREDECESSOR TO WRK-PROG-PROCURA                00025338
                PERFORM 1070-INCLUIRDECLARADO                           00025339
                MOVE DEP-PROGRAMA    TO WRK-PROG-PROCURA                00025340
                PERFORM 1070-INCLUIRDECLARADO                           00025341
              ELSE                                                      00025342
                MOVE '1060'                 TO WRK-SECAO                00025343
                MOVE 'DEPENDENCIAS EXCEDEM A TABELA DE 50'              00025344
                  TO WRK-MSGERRO                                        00025345
                MOVE '00'                   TO WRK-STATUS               00025346
                PERFORM 9010-TRATARAVISO                                00025347
              END-IF                                                    00025348
            END-IF.                                                     00025349
            READ DEPEXEC.                                               00025350
                                                                        00025351
       1060-99-FIM.               EXIT.                                 00025352
                                                                        00025353
      *-------------------------------------------------------------*   00025354
       1070-INCLUIRDECLARADO                  SECTION.                  00025355
      *-------------------------------------------------------------*   00025356
            PERFORM 1080-LOCALIZARPROGRAMA.                             00025357
            IF WRK-POS-PROGRAMA EQUAL ZEROS                             00025358
               AND WRK-CAD-QTD LESS 20                                  00025359
              ADD 1 TO WRK-CAD-QTD                                      00025360
              MOVE WRK-PROG-PROCURA                                     00025361
                TO TAB-CAD-PROGRAMA (WRK-CAD-QTD)                       00025362
              MOVE '1' TO TAB-CAD-GRUPO (WRK-CAD-QTD)                   00025363
              MOVE 1   TO TAB-CAD-NIVEL (WRK-CAD-QTD)                   00025364
            END-IF.                                                     00025365
                                                                        00025366
       1070-99-FIM.               EXIT.                                 00025367
                                                                        00025368
      *-------------------------------------------------------------*   00025369
       1080-LOCALIZARPROGRAMA                 SECTION.                  00025370
      *-------------------------------------------------------------*   00025371
            MOVE ZEROS TO WRK-POS-PROGRAMA.                             00025372
            PERFORM 1085-COMPARARPROGRAMA                               00025373
               VARYING WRK-LDX FROM 1 BY 1                              00025374
                 UNTIL WRK-LDX GREATER WRK-CAD-QTD                      00025375
                    OR WRK-POS-PROGRAMA NOT EQUAL ZEROS.                00025376
                                                                        00025377
       1080-99-FIM.               EXIT.                                 00025378
                                                                        00025379
      *-------------------------------------------------------------*   00025380
       1085-COMPARARPROGRAMA                  SECTION.                  00025381
      *-------------------------------------------------------------*   00025382
            IF TAB-CAD-PROGRAMA (WRK-LDX) EQUAL WRK-PROG-PROCURA        00025383
              MOVE WRK-LDX TO WRK-POS-PROGRAMA                          00025384
            END-IF.                                                     00025385
                                                                        00025386
       1085-99-FIM.               EXIT.                                 00025387
                                                                        00025388
      *-------------------------------------------------------------*   00025400
      *   GUARDAR OS EVENTOS E DEDUZIR A ORDEM DA CADEIA PELA       *   00025500
      *   PRIMEIRA OCORRENCIA DE CADA PROGRAMA NO REGISTRO (O       *   00025600
                SET TAB-CAD-IDX TO WRK-CAD-QTD                          00028200
                MOVE CTX-PROGRAMA                                       00028300
                  TO TAB-CAD-PROGRAMA (TAB-CAD-IDX)                     00028400
                MOVE '2'   TO TAB-CAD-GRUPO (TAB-CAD-IDX)               00028433
                MOVE ZEROS TO TAB-CAD-NIVEL (TAB-CAD-IDX)               00028466
              END-IF.                                                   00028500
              READ CONTROLEX.                                           00028600
                                                                        00028700
                                                                        00029600
       2100-99-FIM.               EXIT.                                 00029700
                                                                        00029800
      *-------------------------------------------------------------*   00029801
      *   NIVEL DE CADA PROGRAMA DECLARADO: UM ACIMA DO MAIOR       *   00029802
      *   NIVEL DOS SEUS PREDECESSORES. COM N PROGRAMAS A CADEIA    *   00029803
      *   ASSENTA EM ATE N PASSADAS; SE AINDA MUDA NA N-ESIMA HA    *   00029804
      *   CICLO. DEPOIS ORDENA POR GRUPO E NIVEL, PRESERVANDO A     *   00029805
      *   ORDEM DE ENTRADA ENTRE IGUAIS                             *   00029806
      *-------------------------------------------------------------*   00029807
       2500-ORDENARCADEIA                     SECTION.                  00029808
      *-------------------------------------------------------------*   00029809
              IF WRK-DEP-QTD GREATER ZEROS                              00029810
                MOVE 'S'   TO WRK-NIVEL-MUDOU                           00029811
                MOVE ZEROS TO WRK-PASSADAS                              00029812
                PERFORM 2510-PASSADANIVEL                               00029813
                   UNTIL WRK-NIVEL-MUDOU EQUAL 'N'                      00029814
                      OR WRK-PASSADAS NOT LESS WRK-CAD-QTD              00029815
                IF WRK-NIVEL-MUDOU EQUAL 'S'                            00029816
                  MOVE '2500'                 TO WRK-SECAO              00029817
                  MOVE 'DEPENDENCIA CIRCULAR NO DEPEXEC'                00029818
                    TO WRK-MSGERRO                                      00029819
                  MOVE '00'                   TO WRK-STATUS             00029820
                  MOVE 8 TO RETURN-CODE                                 00029821
                  PERFORM 9000-TRATARERROS                              00029822
                END-IF                                                  00029823
                MOVE 'S' TO WRK-HOUVE-TROCA                             00029824
                PERFORM 2600-PASSADAORDEM                               00029825
                   UNTIL WRK-HOUVE-TROCA EQUAL 'N'                      00029826
              END-IF.                                                   00029827
                                                                        00029828
       2500-99-FIM.               EXIT.                                 00029829
                                                                        00029830
      *-------------------------------------------------------------*   00029831
       2510-PASSADANIVEL                      SECTION.                  00029832
      *-------------------------------------------------------------*   00029833
              ADD 1 TO WRK-PASSADAS.                                    00029834
              MOVE 'N' TO WRK-NIVEL-MUDOU.                              00029835
              PERFORM 2520-AJUSTARNIVEL                                 00029836
                 VARYING WRK-KDX FROM 1 BY 1                            00029837
                   UNTIL WRK-KDX GREATER WRK-DEP-QTD.                   00029838
                                                                        00029839
       2510-99-FIM.               EXIT.                                 00029840
                                                                        00029841
      *-------------------------------------------------------------*   00029842
       2520-AJUSTARNIVEL                      SECTION.                  00029843
      *-------------------------------------------------------------*   00029844
              MOVE TAB-DEP-PREDECESSOR (WRK-KDX) TO WRK-PROG-PROCURA.   00029845
              PERFORM 1080-LOCALIZARPROGRAMA.                           00029846
              MOVE WRK-POS-PROGRAMA TO WRK-POS-PREDECESSOR.             00029847
              MOVE TAB-DEP-PROGRAMA (WRK-KDX) TO WRK-PROG-PROCURA.      00029848
              PERFORM 1080-LOCALIZARPROGRAMA.                           00029849
              IF WRK-POS-PROGRAMA NOT EQUAL ZEROS                       00029850
                 AND WRK-POS-PREDECESSOR NOT EQUAL ZEROS                00029851
                IF TAB-CAD-NIVEL (WRK-POS-PROGRAMA) NOT GREATER         00029852
                   TAB-CAD-NIVEL (WRK-POS-PREDECESSOR)                  00029853
                  COMPUTE TAB-CAD-NIVEL (WRK-POS-PROGRAMA) =            00029854
                          TAB-CAD-NIVEL (WRK-POS-PREDECESSOR) + 1       00029855
                  MOVE 'S' TO WRK-NIVEL-MUDOU                           00029856
                END-IF                                                  00029857
              END-IF.                                                   00029858
                                                                        00029859
       2520-99-FIM.               EXIT.                                 00029860
                                                                        00029861
      *-------------------------------------------------------------*   00029862
       2600-PASSADAORDEM                      SECTION.                  00029863
      *-------------------------------------------------------------*   00029864
              MOVE 'N' TO WRK-HOUVE-TROCA.                              00029865
              PERFORM 2610-COMPARARVIZINHOS                             00029866
                 VARYING WRK-LDX FROM 1 BY 1                            00029867
                   UNTIL WRK-LDX NOT LESS WRK-CAD-QTD.                  00029868
                                                                        00029869
       2600-99-FIM.               EXIT.                                 00029870
                                                                        00029871
      *-------------------------------------------------------------*   00029872
       2610-COMPARARVIZINHOS                  SECTION.                  00029873
      *-------------------------------------------------------------*   00029874
              COMPUTE WRK-MDX = WRK-LDX + 1.                            00029875
              IF TAB-CAD-ORDEM (WRK-LDX) GREATER TAB-CAD-ORDEM (WRK-MDX)00029876
                MOVE TAB-CAD-ITEM (WRK-LDX) TO WRK-CAD-TROCA            00029877
                MOVE TAB-CAD-ITEM (WRK-MDX) TO TAB-CAD-ITEM (WRK-LDX)   00029878
                MOVE WRK-CAD-TROCA          TO TAB-CAD-ITEM (WRK-MDX)   00029879
                MOVE 'S' TO WRK-HOUVE-TROCA                             00029880
              END-IF.                                                   00029881
                                                                        00029882
       2610-99-FIM.               EXIT.                                 00029883
                                                                        00029884
      *-------------------------------------------------------------*   00029900
      *   VARRER A FAIXA DIA A DIA: FIM DE SEMANA E FERIADO NAO     *   00030000
      *   ENTRAM NO PLANO; DIA UTIL SEM A CADEIA COMPLETA VIRA UM   *   00030100
      *-------------------------------------------------------------*   00033900
       3200-CONFERIRPASSO                     SECTION.                  00034000
      *-------------------------------------------------------------*   00034100
              ADD 1 TO WRK-IDX.                                         00034168
              MOVE TAB-CAD-PROGRAMA (WRK-IDX) TO WRK-PROG-PROCURA.      00034236
              PERFORM 3205-PROCURAREXECUCAO.                            00034304
              MOVE WRK-DATA-W-NUM TO WRK-LP-DATA.                       00034372
              MOVE TAB-CAD-PROGRAMA (WRK-IDX) TO WRK-LP-PROGRAMA.       00034440
              MOVE TAB-CAD-NIVEL (WRK-IDX)    TO WRK-LP-NIVEL.          00034508
              IF WRK-TEM-FIM EQUAL 1                                    00034576
                MOVE 'COMPLETO    ' TO WRK-LP-SITUACAO                  00034644
              ELSE                                                      00034712
                MOVE 'FALTA RODAR ' TO WRK-LP-SITUACAO                  00034780
                MOVE 'N' TO WRK-DATA-COMPLETA                           00034848
                MOVE SPACES TO WRK-PRED-PENDENTE                        00034916
                PERFORM 3220-CONFERIRPREDECESSOR                        00034984
                   VARYING WRK-KDX FROM 1 BY 1                          00035052
                     UNTIL WRK-KDX GREATER WRK-DEP-QTD                  00035120
                        OR WRK-PRED-PENDENTE NOT EQUAL SPACES           00035188
                IF WRK-PRED-PENDENTE NOT EQUAL SPACES                   00035256
                  MOVE WRK-PRED-PENDENTE TO WRK-SA-PREDECESSOR          00035324
                  MOVE WRK-SIT-AGUARDA   TO WRK-LP-SITUACAO             00035392
                END-IF                                                  00035460
              END-IF.                                                   00035528
              MOVE WRK-LINHA-PASSO TO WRK-RW-LINHA.                     00035600
              MOVE 'D' TO WRK-RW-FUNCAO.                                00035700
              CALL 'REPWRITE' USING WRK-REPW.                           00035800
                                                                        00035900
       3200-99-FIM.               EXIT.                                 00036000
                                                                        00036100
      *-------------------------------------------------------------*   00036108
       3205-PROCURAREXECUCAO                  SECTION.                  00036116
      *-------------------------------------------------------------*   00036124
              MOVE 0 TO WRK-TEM-FIM.                                    00036132
              MOVE ZEROS TO WRK-JDX.                                    00036140
              PERFORM 3210-PROCURARFIM                                  00036148
                 UNTIL WRK-JDX NOT LESS WRK-EVE-QTD                     00036156
                    OR WRK-TEM-FIM EQUAL 1.                             00036164
                                                                        00036172
       3205-99-FIM.               EXIT.                                 00036180
                                                                        00036188
      *-------------------------------------------------------------*   00036200
       3210-PROCURARFIM                       SECTION.                  00036300
      *-------------------------------------------------------------*   00036400
              ADD 1 TO WRK-JDX.                                         00036500
              IF TAB-EVE-PROGRAMA (WRK-JDX) EQUAL                       00036600
                 WRK-PROG-PROCURA                                       00036700
                 AND TAB-EVE-DATA (WRK-JDX) EQUAL WRK-DATA-W-NUM        00036800
                 AND TAB-EVE-EVENTO (WRK-JDX) EQUAL 'F'                 00036900
                MOVE 1 TO WRK-TEM-FIM                                   00037000
                                                                        00037200
       3210-99-FIM.               EXIT.                                 00037300
                                                                        00037400
      *-------------------------------------------------------------*   00037405
      *   PREDECESSOR DECLARADO QUE AINDA NAO COMPLETOU A DATA      *   00037410
      *-------------------------------------------------------------*   00037415
       3220-CONFERIRPREDECESSOR               SECTION.                  00037420
      *-------------------------------------------------------------*   00037425
              IF TAB-DEP-PROGRAMA (WRK-KDX) EQUAL                       00037430
                 TAB-CAD-PROGRAMA (WRK-IDX)                             00037435
                MOVE TAB-DEP-PREDECESSOR (WRK-KDX) TO WRK-PROG-PROCURA  00037440
                PERFORM 3205-PROCURAREXECUCAO                           00037445
                IF WRK-TEM-FIM EQUAL 0                                  00037450
                  MOVE TAB-DEP-PREDECESSOR (WRK-KDX)                    00037455
                    TO WRK-PRED-PENDENTE                                00037460
                END-IF                                                  00037465
              END-IF.                                                   00037470
                                                                        00037475
       3220-99-FIM.               EXIT.                                 00037480
                                                                        00037485
      *-------------------------------------------------------------*   00037500
      *   AVANCAR WRK-DATA-W PARA O DIA SEGUINTE                    *   00037600
      *-------------------------------------------------------------*   00037700

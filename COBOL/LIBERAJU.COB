      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. LIBERAJU.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * LIBERACAO PELO SUPERVISOR DOS AJUSTES DE INVENTARIO             00001100
      * ACIMA DA TOLERANCIA: O INVENLOJ DEIXA ESSES AJUSTES             00001200
      * PENDENTES (AJUSPEND, #AJUSTE) E O SUPERVISOR DE                 00001300
      * ESTOQUE REGISTRA A DECISAO DE CADA UM NO ARQUIVO DE             00001400
      * LIBERACOES (LIBERAC: LOJA, PRODUTO, DATA DA                     00001500
      * CONTAGEM, A=APROVA / R=RECUSA E O SEU USUARIO). OS              00001600
      * DOIS ARQUIVOS VEM CLASSIFICADOS POR LOJA, PRODUTO E             00001700
      * DATA DA CONTAGEM. AJUSTE APROVADO VAI PARA O                    00001800
      * AJUSTES, MARCADO COMO LIBERADO E COM O SUPERVISOR,              00001900
      * E O ESTOQLOJ O APLICA NA RODADA SEGUINTE; RECUSADO              00002000
      * SAI DO PENDENTE; SEM DECISAO CONTINUA PENDENTE                  00002100
      * (AJUSPNOV, QUE SUBSTITUI O AJUSPEND NO JOB). A                  00002200
      * DECISAO SO VALE SE O USUARIO ESTIVER NO CADASTRO DE             00002300
      * USUARIOS (USUARIOS, #USUARIO) COM NIVEL SUPERVISOR              00002400
      * E NAO FOR O PROPRIO CONTADOR DO ITEM; DECISAO                   00002500
      * RECUSADA DEIXA O AJUSTE PENDENTE E VAI PARA O LOG,              00002600
      * ASSIM COMO DECISAO SEM AJUSTE PENDENTE. COM AJUSTE              00002700
      * AINDA PENDENTE O PROGRAMA TERMINA COM RC=4.                     00002800
      *                                                                 00002900
      * SYSIN: DATA DE PROCESSAMENTO / OVERRIDE DO CTLEXEC.             00003000
      *                                                                 00003100
      *====================================================             00003200
                                                                        00003300
      *====================================================             00003400
       ENVIRONMENT                              DIVISION.               00003500
      *====================================================             00003600
       CONFIGURATION                            SECTION.                00003700
       SPECIAL-NAMES.                                                   00003800
           DECIMAL-POINT IS COMMA.                                      00003900
                                                                        00004000
       INPUT-OUTPUT                             SECTION.                00004100
       FILE-CONTROL.                                                    00004200
           SELECT AJUSPEND ASSIGN TO AJUSPEND                           00004300
               FILE STATUS  IS WRK-FS-AJUSPEND.                         00004400
           SELECT LIBERAC  ASSIGN TO LIBERAC                            00004500
               FILE STATUS  IS WRK-FS-LIBERAC.                          00004600
           SELECT USUARIOS ASSIGN TO USUARIOS                           00004700
               ORGANIZATION IS INDEXED                                  00004800
               ACCESS MODE  IS RANDOM                                   00004900
               RECORD KEY   IS USU-ID                                   00005000
               FILE STATUS  IS WRK-FS-USUARIOS.                         00005100
           SELECT AJUSTES  ASSIGN TO AJUSTES                            00005200
               FILE STATUS  IS WRK-FS-AJUSTES.                          00005300
           SELECT AJUSPNOV ASSIGN TO AJUSPNOV                           00005400
               FILE STATUS  IS WRK-FS-AJUSPNOV.                         00005500
                                                                        00005600
      *====================================================             00005700
       DATA                                     DIVISION.               00005800
      *====================================================             00005900
       FILE                                     SECTION.                00006000
       FD AJUSPEND                                                      00006100
           RECORDING  MODE IS F                                         00006200
           BLOCK CONTAINS 0 RECORDS.                                    00006300
                                                                        00006400
       COPY '#AJUSTE'.                                                  00006500
                                                                        00006600
       FD LIBERAC                                                       00006700
           RECORDING  MODE IS F                                         00006800
           BLOCK CONTAINS 0 RECORDS.                                    00006900
                                                                        00007000
       01 REG-LIBERACAO.                                                00007100
          05 LIB-CODLOJA        PIC 9(03).                              00007200
          05 LIB-PRODUTO        PIC X(30).                              00007300
          05 LIB-DATA-CONTAGEM  PIC 9(08).                              00007400
          05 LIB-DECISAO        PIC X(01).                              00007500
             88 LIB-APROVA          VALUE 'A'.                          00007600
             88 LIB-RECUSA          VALUE 'R'.                          00007700
          05 LIB-SUPERVISOR     PIC X(08).                              00007800
          05 FILLER             PIC X(10).                              00007900
                                                                        00008000
       FD USUARIOS                                                      00008100
           RECORDING  MODE IS F                                         00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
                                                                        00008400
       COPY '#USUARIO'.                                                 00008500
                                                                        00008600
       FD AJUSTES                                                       00008700
           RECORDING  MODE IS F                                         00008800
           BLOCK CONTAINS 0 RECORDS.                                    00008900
                                                                        00009000
       01 REG-AJUSTES           PIC X(100).                             00009100
                                                                        00009200
       FD AJUSPNOV                                                      00009300
           RECORDING  MODE IS F                                         00009400
           BLOCK CONTAINS 0 RECORDS.                                    00009500
                                                                        00009600
       01 REG-AJUSPNOV          PIC X(100).                             00009700
                                                                        00009800
       WORKING-STORAGE                          SECTION.                00009900
                                                                        00010000
      *==============CHAVES DO BALANCE LINE================             00010100
                                                                        00010200
       01 WRK-CHAVE-PENDENTE.                                           00010300
          05 WRK-CP-LOJA        PIC X(03).                              00010400
          05 WRK-CP-PRODUTO     PIC X(30).                              00010500
          05 WRK-CP-DATA        PIC X(08).                              00010600
                                                                        00010700
       01 WRK-CHAVE-LIBERACAO.                                          00010800
          05 WRK-CL-LOJA        PIC X(03).                              00010900
          05 WRK-CL-PRODUTO     PIC X(30).                              00011000
          05 WRK-CL-DATA        PIC X(08).                              00011100
                                                                        00011200
      *==============DECISAO EM ANALISE====================             00011300
                                                                        00011400
       77 WRK-RECUSA-DECISAO    PIC X(22)    VALUE SPACES.              00011500
                                                                        00011600
      *==============CONTROLE DO LOTE======================             00011700
                                                                        00011800
       77 WRK-FS-AJUSPEND       PIC 9(02).                              00011900
       77 WRK-FS-LIBERAC        PIC 9(02).                              00012000
       77 WRK-FS-USUARIOS       PIC 9(02).                              00012100
       77 WRK-FS-AJUSTES        PIC 9(02).                              00012200
       77 WRK-FS-AJUSPNOV       PIC 9(02).                              00012300
       77 WRK-ACUM-PENDENTES    PIC 9(05)    VALUE ZEROS.               00012400
       77 WRK-ACUM-LIBERADOS    PIC 9(05)    VALUE ZEROS.               00012500
       77 WRK-ACUM-RECUSADOS    PIC 9(05)    VALUE ZEROS.               00012600
       77 WRK-ACUM-MANTIDOS     PIC 9(05)    VALUE ZEROS.               00012700
       77 WRK-ACUM-DEC-INVALIDA PIC 9(05)    VALUE ZEROS.               00012800
       77 WRK-ACUM-DEC-ORFA     PIC 9(05)    VALUE ZEROS.               00012900
                                                                        00013000
      *===================LINHAS DO RELATORIO===============            00013100
                                                                        00013200
       01 WRK-LINHA-CABEC.                                              00013300
          05 FILLER   PIC X(36) VALUE ' LOJ PRODUTO'.                   00013400
          05 FILLER   PIC X(09) VALUE 'CONTAGEM '.                      00013500
          05 FILLER   PIC X(09) VALUE 'DIFERENC '.                      00013600
          05 FILLER   PIC X(14) VALUE '        VALOR '.                 00013700
          05 FILLER   PIC X(09) VALUE 'SUPERV.  '.                      00013800
          05 FILLER   PIC X(22) VALUE 'SITUACAO'.                       00013900
                                                                        00014000
       01 WRK-LINHA-AJUSTE.                                             00014100
          05 FILLER             PIC X(01).                              00014200
          05 WRK-LA-LOJA        PIC X(03).                              00014300
          05 FILLER             PIC X(01).                              00014400
          05 WRK-LA-PRODUTO     PIC X(30).                              00014500
          05 FILLER             PIC X(01).                              00014600
          05 WRK-LA-DATA        PIC X(08).                              00014700
          05 FILLER             PIC X(01).                              00014800
          05 WRK-LA-DIFERENCA   PIC +Z(06)9.                            00014900
          05 FILLER             PIC X(01).                              00015000
          05 WRK-LA-VALOR       PIC +Z.ZZZ.ZZ9,99.                      00015100
          05 FILLER             PIC X(01).                              00015200
          05 WRK-LA-SUPERVISOR  PIC X(08).                              00015300
          05 FILLER             PIC X(01).                              00015400
          05 WRK-LA-SITUACAO    PIC X(22).                              00015500
                                                                        00015600
       01 WRK-LINHA-TOTAL.                                              00015700
          05 FILLER             PIC X(12) VALUE ' LIBERADOS..'.         00015800
          05 WRK-LT-LIBERADOS   PIC Z(04)9.                             00015900
          05 FILLER             PIC X(13) VALUE '  RECUSADOS..'.        00016000
          05 WRK-LT-RECUSADOS   PIC Z(04)9.                             00016100
          05 FILLER             PIC X(13) VALUE '  PENDENTES..'.        00016200
          05 WRK-LT-MANTIDOS    PIC Z(04)9.                             00016300
                                                                        00016400
      *===================DATA DE PROCESSAMENTO==============           00016500
                                                                        00016600
       COPY 'DATAPROC'.                                                 00016700
                                                                        00016800
      *===================TRATAMENTO DE ERROS================           00016900
                                                                        00017000
       COPY 'VARERROS'.                                                 00017100
                                                                        00017200
      *===================CONTROLE DE EXECUCAO===============           00017300
                                                                        00017400
       COPY 'CTRLEXEC'.                                                 00017500
                                                                        00017600
      *===================CRITICA DA DATA====================           00017700
                                                                        00017800
       COPY 'VALDATA'.                                                  00017900
                                                                        00018000
      *===================SERVICOS DE IMPRESSAO==============           00018100
                                                                        00018200
       COPY 'REPWCOMM'.                                                 00018300
                                                                        00018400
      *====================================================             00018500
       PROCEDURE                                DIVISION.               00018600
      *====================================================             00018700
                                                                        00018800
      *----------------------------------------------------             00018900
       0000-PRINCIPAL                           SECTION.                00019000
      *----------------------------------------------------             00019100
                                                                        00019200
             PERFORM 1000-INICIALIZAR.                                  00019300
             PERFORM 1100-LERPENDENTE.                                  00019400
             PERFORM 1200-LERLIBERACAO.                                 00019500
             PERFORM 2000-PROCESSAR                                     00019600
                UNTIL WRK-CHAVE-PENDENTE  EQUAL HIGH-VALUES             00019700
                  AND WRK-CHAVE-LIBERACAO EQUAL HIGH-VALUES.            00019800
             PERFORM 3000-FINALIZAR.                                    00019900
             STOP RUN.                                                  00020000
                                                                        00020100
       0000-99-FINAL.        EXIT.                                      00020200
                                                                        00020300
      *----------------------------------------------------             00020400
       1000-INICIALIZAR                         SECTION.                00020500
      *----------------------------------------------------             00020600
                                                                        00020700
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00020800
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00020900
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00021000
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00021100
           IF WRK-VD-INVALIDA                                           00021200
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00021300
                     WRK-DATA-PROCESSAMENTO                             00021400
             MOVE 8 TO RETURN-CODE                                      00021500
             STOP RUN                                                   00021600
           END-IF.                                                      00021700
           IF WRK-VD-NAO-UTIL                                           00021800
             DISPLAY ' AVISO: DATA DE PROCESSAMENTO NAO E DIA UTIL'     00021900
           END-IF.                                                      00022000
           IF WRK-VD-SEM-CALENDARIO                                     00022100
             DISPLAY ' AVISO: CALENDARIO DE FERIADOS INDISPONIVEL'      00022200
           END-IF.                                                      00022300
           MOVE 'LIBERAJU' TO WRK-CE-PROGRAMA.                          00022400
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00022500
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00022600
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00022700
           IF NOT WRK-CE-PODE-EXECUTAR                                  00022800
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00022900
                     'STATUS ' WRK-CE-STATUS                            00023000
             MOVE 8 TO RETURN-CODE                                      00023100
             STOP RUN                                                   00023200
           END-IF.                                                      00023300
           DISPLAY ' DATA DE PROCESSAMENTO..' WRK-DATA-PROCESSAMENTO.   00023400
           OPEN INPUT AJUSPEND.                                         00023500
           OPEN INPUT LIBERAC.                                          00023600
           OPEN INPUT USUARIOS.                                         00023700
           OPEN EXTEND AJUSTES.                                         00023800
           OPEN OUTPUT AJUSPNOV.                                        00023900
           IF WRK-FS-AJUSPEND NOT EQUAL 0                               00024000
             DISPLAY ' ERRO OPEN AJUSPEND - STATUS ' WRK-FS-AJUSPEND    00024100
             MOVE 8 TO RETURN-CODE                                      00024200
             STOP RUN                                                   00024300
           END-IF.                                                      00024400
           IF WRK-FS-LIBERAC NOT EQUAL 0                                00024500
             DISPLAY ' ERRO OPEN LIBERAC - STATUS ' WRK-FS-LIBERAC      00024600
             MOVE 8 TO RETURN-CODE                                      00024700
             STOP RUN                                                   00024800
           END-IF.                                                      00024900
           IF WRK-FS-USUARIOS NOT EQUAL 0                               00025000
             DISPLAY ' ERRO OPEN USUARIOS - STATUS ' WRK-FS-USUARIOS    00025100
             MOVE 8 TO RETURN-CODE                                      00025200
             STOP RUN                                                   00025300
           END-IF.                                                      00025400
           IF WRK-FS-AJUSTES NOT EQUAL 0                                00025500
             DISPLAY ' ERRO OPEN AJUSTES - STATUS ' WRK-FS-AJUSTES      00025600
             MOVE 8 TO RETURN-CODE                                      00025700
             STOP RUN                                                   00025800
           END-IF.                                                      00025900
           IF WRK-FS-AJUSPNOV NOT EQUAL 0                               00026000
             DISPLAY ' ERRO OPEN AJUSPNOV - STATUS ' WRK-FS-AJUSPNOV    00026100
             MOVE 8 TO RETURN-CODE                                      00026200
             STOP RUN                                                   00026300
           END-IF.                                                      00026400
           MOVE 'LIBERACAO DE AJUSTES DE INVENTARIO'                    00026500
             TO WRK-RW-TITULO1.                                         00026600
           MOVE WRK-LINHA-CABEC TO WRK-RW-TITULO2.                      00026700
           MOVE SPACES          TO WRK-RW-TITULO3.                      00026800
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00026900
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00027000
           MOVE 'N' TO WRK-RW-REABRIR.                                  00027100
           MOVE SPACES TO WRK-RW-QUEBRA.                                00027150
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00027200
           CALL 'REPWRITE' USING WRK-REPW.                              00027300
                                                                        00027400
       1000-99-FINAL.        EXIT.                                      00027500
                                                                        00027600
      *----------------------------------------------------             00027700
       1100-LERPENDENTE                         SECTION.                00027800
      *----------------------------------------------------             00027900
                                                                        00028000
           READ AJUSPEND.                                               00028100
           IF WRK-FS-AJUSPEND EQUAL 10                                  00028200
             MOVE HIGH-VALUES TO WRK-CHAVE-PENDENTE                     00028300
           ELSE                                                         00028400
             ADD 1 TO WRK-ACUM-PENDENTES                                00028500
             MOVE REG-AJUSTE (1:41) TO WRK-CHAVE-PENDENTE               00028600
           END-IF.                                                      00028700
                                                                        00028800
       1100-99-FINAL.        EXIT.                                      00028900
                                                                        00029000
      *----------------------------------------------------             00029100
       1200-LERLIBERACAO                        SECTION.                00029200
      *----------------------------------------------------             00029300
                                                                        00029400
           READ LIBERAC.                                                00029500
           IF WRK-FS-LIBERAC EQUAL 10                                   00029600
             MOVE HIGH-VALUES TO WRK-CHAVE-LIBERACAO                    00029700
           ELSE                                                         00029800
             MOVE REG-LIBERACAO (1:41) TO WRK-CHAVE-LIBERACAO           00029900
           END-IF.                                                      00030000
                                                                        00030100
       1200-99-FINAL.        EXIT.                                      00030200
                                                                        00030300
      *----------------------------------------------------             00030400
      * BALANCE LINE PENDENTES X DECISOES DO SUPERVISOR                 00030500
      *----------------------------------------------------             00030600
       2000-PROCESSAR                           SECTION.                00030700
      *----------------------------------------------------             00030800
                                                                        00030900
           IF WRK-CHAVE-PENDENTE EQUAL WRK-CHAVE-LIBERACAO              00031000
             PERFORM 2100-DECIDIR                                       00031100
             PERFORM 1100-LERPENDENTE                                   00031200
             PERFORM 1200-LERLIBERACAO                                  00031300
           ELSE                                                         00031400
             IF WRK-CHAVE-PENDENTE LESS WRK-CHAVE-LIBERACAO             00031500
               MOVE 'AGUARDANDO LIBERACAO' TO WRK-RECUSA-DECISAO        00031600
               PERFORM 2200-MANTERPENDENTE                              00031700
               PERFORM 1100-LERPENDENTE                                 00031800
             ELSE                                                       00031900
               PERFORM 2300-DECISAOSEMAJUSTE                            00032000
               PERFORM 1200-LERLIBERACAO                                00032100
             END-IF                                                     00032200
           END-IF.                                                      00032300
                                                                        00032400
       2000-99-FINAL.        EXIT.                                      00032500
                                                                        00032600
      *----------------------------------------------------             00032700
      * DECISAO INVALIDA DEIXA O AJUSTE PENDENTE; APROVADO              00032800
      * VAI PARA O AJUSTES E RECUSADO SAI DO PENDENTE                   00032900
      *----------------------------------------------------             00033000
       2100-DECIDIR                             SECTION.                00033100
      *----------------------------------------------------             00033200
                                                                        00033300
           PERFORM 2150-VALIDARDECISAO.                                 00033400
           IF WRK-RECUSA-DECISAO NOT EQUAL SPACES                       00033500
             ADD 1 TO WRK-ACUM-DEC-INVALIDA                             00033600
             MOVE '2100'                   TO WRK-SECAO                 00033700
             MOVE 'AJUSTE MANTIDO: '       TO WRK-MSGERRO               00033800
             MOVE WRK-RECUSA-DECISAO       TO WRK-MSGERRO (17:)         00033900
             MOVE '99'                     TO WRK-STATUS                00034000
             PERFORM 9010-TRATARERROS                                   00034100
             PERFORM 2200-MANTERPENDENTE                                00034200
             GO TO 2100-99-FINAL                                        00034300
           END-IF.                                                      00034400
           MOVE LIB-SUPERVISOR TO AJU-SUPERVISOR.                       00034500
           IF LIB-APROVA                                                00034600
             MOVE 'L' TO AJU-SITUACAO                                   00034700
             WRITE REG-AJUSTES FROM REG-AJUSTE                          00034800
             ADD 1 TO WRK-ACUM-LIBERADOS                                00034900
             MOVE 'LIBERADO' TO WRK-RECUSA-DECISAO                      00035000
           ELSE                                                         00035100
             ADD 1 TO WRK-ACUM-RECUSADOS                                00035200
             MOVE 'RECUSADO' TO WRK-RECUSA-DECISAO                      00035300
           END-IF.                                                      00035400
           PERFORM 2400-IMPRIMIRAJUSTE.                                 00035500
                                                                        00035600
       2100-99-FINAL.        EXIT.                                      00035700
                                                                        00035800
      *----------------------------------------------------             00035900
      * SO SUPERVISOR CADASTRADO E QUE NAO CONTOU O ITEM                00036000
      * PODE DECIDIR                                                    00036100
      *----------------------------------------------------             00036200
       2150-VALIDARDECISAO                      SECTION.                00036300
      *----------------------------------------------------             00036400
                                                                        00036500
           MOVE SPACES TO WRK-RECUSA-DECISAO.                           00036600
           IF NOT LIB-APROVA AND NOT LIB-RECUSA                         00036700
             MOVE 'DECISAO INVALIDA' TO WRK-RECUSA-DECISAO              00036800
             GO TO 2150-99-FINAL                                        00036900
           END-IF.                                                      00037000
           IF LIB-SUPERVISOR EQUAL AJU-CONTADOR                         00037100
             MOVE 'SUPERV. E O CONTADOR' TO WRK-RECUSA-DECISAO          00037200
             GO TO 2150-99-FINAL                                        00037300
           END-IF.                                                      00037400
           MOVE LIB-SUPERVISOR TO USU-ID.                               00037500
           READ USUARIOS.                                               00037600
           IF WRK-FS-USUARIOS EQUAL 23                                  00037700
             MOVE 'SUPERV. NAO CADASTRADO' TO WRK-RECUSA-DECISAO        00037800
             GO TO 2150-99-FINAL                                        00037900
           END-IF.                                                      00038000
           IF WRK-FS-USUARIOS NOT EQUAL 0                               00038100
             DISPLAY ' ERRO READ USUARIOS - STATUS ' WRK-FS-USUARIOS    00038200
             MOVE 8 TO RETURN-CODE                                      00038300
             STOP RUN                                                   00038400
           END-IF.                                                      00038500
           IF NOT USU-SUPERVISOR                                        00038600
             MOVE 'NAO E SUPERVISOR' TO WRK-RECUSA-DECISAO              00038700
           END-IF.                                                      00038800
                                                                        00038900
       2150-99-FINAL.        EXIT.                                      00039000
                                                                        00039100
      *----------------------------------------------------             00039200
       2200-MANTERPENDENTE                      SECTION.                00039300
      *----------------------------------------------------             00039400
                                                                        00039500
           WRITE REG-AJUSPNOV FROM REG-AJUSTE.                          00039600
           ADD 1 TO WRK-ACUM-MANTIDOS.                                  00039700
           PERFORM 2400-IMPRIMIRAJUSTE.                                 00039800
                                                                        00039900
       2200-99-FINAL.        EXIT.                                      00040000
                                                                        00040100
      *----------------------------------------------------             00040200
      * DECISAO PARA AJUSTE QUE NAO ESTA PENDENTE (JA                   00040300
      * DECIDIDO, DIGITADO ERRADO OU EM DUPLICIDADE)                    00040400
      *----------------------------------------------------             00040500
       2300-DECISAOSEMAJUSTE                    SECTION.                00040600
      *----------------------------------------------------             00040700
                                                                        00040800
           ADD 1 TO WRK-ACUM-DEC-ORFA.                                  00040900
           MOVE SPACES            TO WRK-LINHA-AJUSTE.                  00041000
           MOVE WRK-CL-LOJA       TO WRK-LA-LOJA.                       00041100
           MOVE WRK-CL-PRODUTO    TO WRK-LA-PRODUTO.                    00041200
           MOVE WRK-CL-DATA       TO WRK-LA-DATA.                       00041300
           MOVE LIB-SUPERVISOR    TO WRK-LA-SUPERVISOR.                 00041400
           MOVE 'SEM AJUSTE PENDENTE' TO WRK-LA-SITUACAO.               00041500
           MOVE WRK-LINHA-AJUSTE TO WRK-RW-LINHA.                       00041600
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00041700
           CALL 'REPWRITE' USING WRK-REPW.                              00041800
           MOVE '2300'                   TO WRK-SECAO.                  00041900
           MOVE 'DECISAO PARA AJUSTE NAO PENDENTE' TO WRK-MSGERRO.      00042000
           MOVE '99'                     TO WRK-STATUS.                 00042100
           PERFORM 9010-TRATARERROS.                                    00042200
                                                                        00042300
       2300-99-FINAL.        EXIT.                                      00042400
                                                                        00042500
      *----------------------------------------------------             00042600
       2400-IMPRIMIRAJUSTE                      SECTION.                00042700
      *----------------------------------------------------             00042800
                                                                        00042900
           MOVE SPACES            TO WRK-LINHA-AJUSTE.                  00043000
           MOVE WRK-CP-LOJA       TO WRK-LA-LOJA.                       00043100
           MOVE WRK-CP-PRODUTO    TO WRK-LA-PRODUTO.                    00043200
           MOVE WRK-CP-DATA       TO WRK-LA-DATA.                       00043300
           MOVE AJU-DIFERENCA     TO WRK-LA-DIFERENCA.                  00043400
           MOVE AJU-VALOR         TO WRK-LA-VALOR.                      00043500
           MOVE AJU-SUPERVISOR    TO WRK-LA-SUPERVISOR.                 00043600
           MOVE WRK-RECUSA-DECISAO TO WRK-LA-SITUACAO.                  00043700
           MOVE WRK-LINHA-AJUSTE TO WRK-RW-LINHA.                       00043800
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00043900
           CALL 'REPWRITE' USING WRK-REPW.                              00044000
                                                                        00044100
       2400-99-FINAL.        EXIT.                                      00044200
                                                                        00044300
      *----------------------------------------------------             00044400
       3000-FINALIZAR                           SECTION.                00044500
      *----------------------------------------------------             00044600
                                                                        00044700
            MOVE WRK-ACUM-LIBERADOS TO WRK-LT-LIBERADOS.                00044800
            MOVE WRK-ACUM-RECUSADOS TO WRK-LT-RECUSADOS.                00044900
            MOVE WRK-ACUM-MANTIDOS  TO WRK-LT-MANTIDOS.                 00045000
            MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                       00045100
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00045200
            CALL 'REPWRITE' USING WRK-REPW.                             00045300
            CLOSE AJUSPEND.                                             00045400
            CLOSE LIBERAC.                                              00045500
            CLOSE USUARIOS.                                             00045600
            CLOSE AJUSTES.                                              00045700
            CLOSE AJUSPNOV.                                             00045800
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00045900
            CALL 'REPWRITE' USING WRK-REPW.                             00046000
            DISPLAY ' AJUSTES PENDENTES LIDOS' WRK-ACUM-PENDENTES.      00046100
            DISPLAY ' LIBERADOS..............' WRK-ACUM-LIBERADOS.      00046200
            DISPLAY ' RECUSADOS..............' WRK-ACUM-RECUSADOS.      00046300
            DISPLAY ' CONTINUAM PENDENTES....' WRK-ACUM-MANTIDOS.       00046400
            DISPLAY ' DECISOES RECUSADAS.....' WRK-ACUM-DEC-INVALIDA.   00046500
            DISPLAY ' DECISOES SEM AJUSTE....' WRK-ACUM-DEC-ORFA.       00046600
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00046700
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00046800
            IF WRK-ACUM-MANTIDOS GREATER ZEROS                          00046900
              MOVE 4 TO RETURN-CODE                                     00047000
            END-IF.                                                     00047100
            DISPLAY ' FIM DO PROGRAMA'.                                 00047200
                                                                        00047300
       3000-99-FINAL.        EXIT.                                      00047400
                                                                        00047500
      *----------------------------------------------------             00047600
       9010-TRATARERROS                         SECTION.                00047700
      *----------------------------------------------------             00047800
                                                                        00047900
           MOVE 'LIBERAJU' TO WRK-PROGRAMA.                             00048000
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00048100
                                                                        00048200
       9010-99-FINAL.        EXIT.                                      00048300

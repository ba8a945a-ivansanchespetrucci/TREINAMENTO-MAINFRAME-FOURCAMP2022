      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. RETNFE.                                              00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * RETORNO DA SEFAZ SOBRE O ARQUIVO DE TRANSMISSAO DO              00001100
      * GERANFE: AS NOTAS DO DIA (REGNOTAS, #REGNOTA) E AS              00001200
      * PENDENTES DE DIAS ANTERIORES (NFEPEND) CASAM POR                00001300
      * NUMERO COM O RETORNO (NFERETOR: NOTA, CODIGO DE                 00001400
      * STATUS - 100 AUTORIZADA, OUTRO E O CODIGO DA                    00001500
      * REJEICAO -, PROTOCOLO, DATA E MOTIVO, CLASSIFICADO              00001600
      * POR NOTA). A NOTA AUTORIZADA GUARDA PROTOCOLO E DATA;           00001700
      * A REJEITADA GUARDA O CODIGO DA REJEICAO. SAIDAS:                00001800
      * O REGISTRO DO DIA ATUALIZADO (REGNOVO, QUE SUBSTITUI            00001900
      * O REGNOTAS NO JCL), AS NOTAS AUTORIZADAS NO DIA -               00002000
      * DO DIA E REAUTORIZADAS - PARA O CONTAREC (NFEAUTOR)             00002100
      * E A GERACAO NOVA DAS PENDENTES (PENDNOV: REJEITADAS E           00002200
      * SEM RETORNO, QUE O GERANFE RETRANSMITE). NOTA                   00002300
      * REJEITADA FICA FORA DO CONTAS A RECEBER ATE SER                 00002400
      * REAUTORIZADA. O RELATORIO TRAZ AS REJEITADAS COM O              00002500
      * MOTIVO, AS PENDENTES E AS REAUTORIZADAS; COM NOTA               00002600
      * PENDENTE OU RETORNO SEM NOTA O PROGRAMA TERMINA COM             00002700
      * RC=4.                                                           00002800
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
           SELECT REGNOTAS ASSIGN TO REGNOTAS                           00004300
               FILE STATUS  IS WRK-FS-REGNOTAS.                         00004400
           SELECT NFEPEND  ASSIGN TO NFEPEND                            00004500
               FILE STATUS  IS WRK-FS-NFEPEND.                          00004600
           SELECT NFERETOR ASSIGN TO NFERETOR                           00004700
               FILE STATUS  IS WRK-FS-NFERETOR.                         00004800
           SELECT REGNOVO  ASSIGN TO REGNOVO                            00004900
               FILE STATUS  IS WRK-FS-REGNOVO.                          00005000
           SELECT PENDNOV  ASSIGN TO PENDNOV                            00005100
               FILE STATUS  IS WRK-FS-PENDNOV.                          00005200
           SELECT NFEAUTOR ASSIGN TO NFEAUTOR                           00005300
               FILE STATUS  IS WRK-FS-NFEAUTOR.                         00005400
                                                                        00005500
      *====================================================             00005600
       DATA                                     DIVISION.               00005700
      *====================================================             00005800
       FILE                                     SECTION.                00005900
       FD REGNOTAS                                                      00006000
           RECORDING  MODE IS F                                         00006100
           BLOCK CONTAINS 0 RECORDS.                                    00006200
                                                                        00006300
       01 REG-NOTADIA.                                                  00006400
          05 NTD-NUMERO         PIC 9(08).                              00006500
          05 FILLER             PIC X(92).                              00006600
                                                                        00006700
       FD NFEPEND                                                       00006800
           RECORDING  MODE IS F                                         00006900
           BLOCK CONTAINS 0 RECORDS.                                    00007000
                                                                        00007100
       01 REG-NFEPEND.                                                  00007200
          05 PEN-NUMERO         PIC 9(08).                              00007300
          05 FILLER             PIC X(92).                              00007400
                                                                        00007500
      *----------------------------------------------------             00007600
      * NFERETOR - RETORNO DA SEFAZ, UM REGISTRO POR NOTA               00007700
      *----------------------------------------------------             00007800
       FD NFERETOR                                                      00007900
           RECORDING  MODE IS F                                         00008000
           BLOCK CONTAINS 0 RECORDS.                                    00008100
                                                                        00008200
       01 REG-NFERETOR.                                                 00008300
          05 RET-NUMERO         PIC 9(08).                              00008400
          05 RET-STATUS         PIC 9(03).                              00008500
             88 RET-AUTORIZADA      VALUE 100.                          00008600
          05 RET-PROTOCOLO      PIC 9(15).                              00008700
          05 RET-DATA           PIC 9(08).                              00008800
          05 RET-MOTIVO         PIC X(60).                              00008900
          05 FILLER             PIC X(06).                              00009000
                                                                        00009100
       FD REGNOVO                                                       00009200
           RECORDING  MODE IS F                                         00009300
           BLOCK CONTAINS 0 RECORDS.                                    00009400
                                                                        00009500
       01 REG-REGNOVO           PIC X(100).                             00009600
                                                                        00009700
       FD PENDNOV                                                       00009800
           RECORDING  MODE IS F                                         00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
                                                                        00010100
       01 REG-PENDNOV           PIC X(100).                             00010200
                                                                        00010300
       FD NFEAUTOR                                                      00010400
           RECORDING  MODE IS F                                         00010500
           BLOCK CONTAINS 0 RECORDS.                                    00010600
                                                                        00010700
       01 REG-NFEAUTOR          PIC X(100).                             00010800
                                                                        00010900
       WORKING-STORAGE                          SECTION.                00011000
                                                                        00011100
      *===================STATUS DOS ARQUIVOS===============            00011200
                                                                        00011300
       77 WRK-FS-REGNOTAS       PIC 9(02).                              00011400
       77 WRK-FS-NFEPEND        PIC 9(02).                              00011500
       77 WRK-FS-NFERETOR       PIC 9(02).                              00011600
       77 WRK-FS-REGNOVO        PIC 9(02).                              00011700
       77 WRK-FS-PENDNOV        PIC 9(02).                              00011800
       77 WRK-FS-NFEAUTOR       PIC 9(02).                              00011900
                                                                        00012000
      *===================CHAVES DO BALANCE LINE============            00012100
                                                                        00012200
       77 WRK-CHAVE-DIA         PIC 9(08)    VALUE ZEROS.               00012300
       77 WRK-CHAVE-PEND        PIC 9(08)    VALUE ZEROS.               00012400
       77 WRK-CHAVE-RETORNO     PIC 9(08)    VALUE ZEROS.               00012500
       77 WRK-CHAVE-CORRENTE    PIC 9(08)    VALUE ZEROS.               00012600
       77 WRK-RETORNO-OK        PIC X(01)    VALUE 'N'.                 00012700
                                                                        00012800
      *===================NOTA CORRENTE======================           00012900
                                                                        00013000
       COPY '#REGNOTA'.                                                 00013100
                                                                        00013200
       77 WRK-ORIGEM            PIC X(01)    VALUE SPACE.               00013300
       77 WRK-TEM-RETORNO       PIC 9        VALUE 0.                   00013400
       77 WRK-SITUACAO          PIC X(15)    VALUE SPACES.              00013500
       77 WRK-MOTIVO            PIC X(60)    VALUE SPACES.              00013600
                                                                        00013700
      *===================CONTROLE DO LOTE==================            00013800
                                                                        00013900
       77 WRK-ACUM-DIA          PIC 9(07)    VALUE ZEROS.               00014000
       77 WRK-ACUM-PEND         PIC 9(07)    VALUE ZEROS.               00014100
       77 WRK-ACUM-RETORNOS     PIC 9(07)    VALUE ZEROS.               00014200
       77 WRK-ACUM-AUTORIZADAS  PIC 9(07)    VALUE ZEROS.               00014300
       77 WRK-ACUM-REAUTORIZ    PIC 9(07)    VALUE ZEROS.               00014400
       77 WRK-ACUM-REJEITADAS   PIC 9(07)    VALUE ZEROS.               00014500
       77 WRK-ACUM-SEGUE-REJ    PIC 9(07)    VALUE ZEROS.               00014600
       77 WRK-ACUM-SEM-RETORNO  PIC 9(07)    VALUE ZEROS.               00014700
       77 WRK-ACUM-PENDENTES    PIC 9(07)    VALUE ZEROS.               00014800
       77 WRK-ACUM-SEM-NOTA     PIC 9(05)    VALUE ZEROS.               00014900
       77 WRK-ACUM-RET-REJ      PIC 9(05)    VALUE ZEROS.               00015000
       77 WRK-ACUM-DUPLICADAS   PIC 9(05)    VALUE ZEROS.               00015100
                                                                        00015200
      *===================LINHAS DO RELATORIO===============            00015300
                                                                        00015400
       01 WRK-LINHA-CABEC.                                              00015500
          05 FILLER   PIC X(10) VALUE ' NOTA     '.                     00015600
          05 FILLER   PIC X(09) VALUE 'EMISSAO  '.                      00015700
          05 FILLER   PIC X(06) VALUE 'CLIEN '.                         00015800
          05 FILLER   PIC X(03) VALUE 'UF '.                            00015900
          05 FILLER   PIC X(14) VALUE '        TOTAL '.                 00016000
          05 FILLER   PIC X(04) VALUE 'COD '.                           00016100
          05 FILLER   PIC X(16) VALUE 'SITUACAO        '.               00016200
          05 FILLER   PIC X(06) VALUE 'MOTIVO'.                         00016300
                                                                        00016400
       01 WRK-LINHA-NOTA.                                               00016500
          05 FILLER             PIC X(01).                              00016600
          05 WRK-LD-NUMERO      PIC 9(08).                              00016700
          05 FILLER             PIC X(01).                              00016800
          05 WRK-LD-EMISSAO     PIC 9(08)                               00016900
                                BLANK WHEN ZERO.                        00017000
          05 FILLER             PIC X(01).                              00017100
          05 WRK-LD-CLIENTE     PIC 9(05)                               00017200
                                BLANK WHEN ZERO.                        00017300
          05 FILLER             PIC X(01).                              00017400
          05 WRK-LD-UF          PIC X(02).                              00017500
          05 FILLER             PIC X(01).                              00017600
          05 WRK-LD-TOTAL       PIC ZZ.ZZZ.ZZ9,99                       00017700
                                BLANK WHEN ZERO.                        00017800
          05 FILLER             PIC X(01).                              00017900
          05 WRK-LD-CODIGO      PIC 9(03)                               00018000
                                BLANK WHEN ZERO.                        00018100
          05 FILLER             PIC X(01).                              00018200
          05 WRK-LD-SITUACAO    PIC X(15).                              00018300
          05 FILLER             PIC X(01).                              00018400
          05 WRK-LD-MOTIVO      PIC X(60).                              00018500
                                                                        00018600
       01 WRK-LINHA-AUTORIZADAS.                                        00018700
          05 FILLER   PIC X(18) VALUE ' AUTORIZADAS      '.             00018800
          05 WRK-LA-QTD         PIC Z(06)9.                             00018900
          05 FILLER   PIC X(17) VALUE '  REAUTORIZADAS  '.              00019000
          05 WRK-LA-REAUTORIZ   PIC Z(06)9.                             00019100
          05 FILLER   PIC X(17) VALUE '  RETORNOS LIDOS '.              00019200
          05 WRK-LA-RETORNOS    PIC Z(06)9.                             00019300
                                                                        00019400
       01 WRK-LINHA-PENDENTES.                                          00019500
          05 FILLER   PIC X(18) VALUE ' REJEITADAS NO DIA'.             00019600
          05 WRK-LP-REJEITADAS  PIC Z(06)9.                             00019700
          05 FILLER   PIC X(17) VALUE '  SEGUEM REJEIT. '.              00019800
          05 WRK-LP-SEGUE-REJ   PIC Z(06)9.                             00019900
          05 FILLER   PIC X(17) VALUE '  SEM RETORNO    '.              00020000
          05 WRK-LP-SEM-RETORNO PIC Z(06)9.                             00020100
          05 FILLER   PIC X(17) VALUE '  PENDENTES      '.              00020200
          05 WRK-LP-PENDENTES   PIC Z(06)9.                             00020300
                                                                        00020400
       01 WRK-LINHA-SEMNOTA.                                            00020500
          05 FILLER   PIC X(18) VALUE ' RETORNO SEM NOTA '.             00020600
          05 WRK-LS-SEM-NOTA    PIC Z(06)9.                             00020700
          05 FILLER   PIC X(17) VALUE '  RET. INVALIDOS '.              00020800
          05 WRK-LS-RET-REJ     PIC Z(06)9.                             00020900
                                                                        00021000
      *===================DATA DE PROCESSAMENTO==============           00021100
                                                                        00021200
       COPY 'DATAPROC'.                                                 00021300
                                                                        00021400
      *===================TRATAMENTO DE ERROS================           00021500
                                                                        00021600
       COPY 'VARERROS'.                                                 00021700
                                                                        00021800
      *===================CONTROLE DE EXECUCAO===============           00021900
                                                                        00022000
       COPY 'CTRLEXEC'.                                                 00022100
                                                                        00022200
      *===================CRITICA DA DATA====================           00022300
                                                                        00022400
       COPY 'VALDATA'.                                                  00022500
                                                                        00022600
      *===================SERVICOS DE IMPRESSAO==============           00022700
                                                                        00022800
       COPY 'REPWCOMM'.                                                 00022900
                                                                        00023000
      *====================================================             00023100
       PROCEDURE                                DIVISION.               00023200
      *====================================================             00023300
                                                                        00023400
      *----------------------------------------------------             00023500
       0000-PRINCIPAL                           SECTION.                00023600
      *----------------------------------------------------             00023700
                                                                        00023800
             PERFORM 1000-INICIALIZAR.                                  00023900
             PERFORM 1300-LERNOTADIA.                                   00024000
             PERFORM 1400-LERPENDENTE.                                  00024100
             PERFORM 1500-LERRETORNO.                                   00024200
             PERFORM 2000-PROCESSAR                                     00024300
                UNTIL WRK-CHAVE-DIA     EQUAL 99999999                  00024400
                  AND WRK-CHAVE-PEND    EQUAL 99999999                  00024500
                  AND WRK-CHAVE-RETORNO EQUAL 99999999.                 00024600
             PERFORM 3000-FINALIZAR.                                    00024700
             STOP RUN.                                                  00024800
                                                                        00024900
       0000-99-FINAL.        EXIT.                                      00025000
                                                                        00025100
      *----------------------------------------------------             00025200
       1000-INICIALIZAR                         SECTION.                00025300
      *----------------------------------------------------             00025400
                                                                        00025500
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00025600
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00025700
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00025800
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00025900
           IF WRK-VD-INVALIDA                                           00026000
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00026100
                     WRK-DATA-PROCESSAMENTO                             00026200
             MOVE 8 TO RETURN-CODE                                      00026300
             STOP RUN                                                   00026400
           END-IF.                                                      00026500
           MOVE 'RETNFE'   TO WRK-CE-PROGRAMA.                          00026600
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00026700
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00026800
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00026900
           IF NOT WRK-CE-PODE-EXECUTAR                                  00027000
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00027100
                     'STATUS ' WRK-CE-STATUS                            00027200
             MOVE 8 TO RETURN-CODE                                      00027300
             STOP RUN                                                   00027400
           END-IF.                                                      00027500
           OPEN INPUT REGNOTAS.                                         00027600
           OPEN INPUT NFEPEND.                                          00027700
           OPEN INPUT NFERETOR.                                         00027800
           OPEN OUTPUT REGNOVO.                                         00027900
           OPEN OUTPUT PENDNOV.                                         00028000
           OPEN OUTPUT NFEAUTOR.                                        00028100
           IF WRK-FS-REGNOTAS NOT EQUAL 0                               00028200
             DISPLAY ' ERRO OPEN REGNOTAS - STATUS ' WRK-FS-REGNOTAS    00028300
             MOVE 8 TO RETURN-CODE                                      00028400
             STOP RUN                                                   00028500
           END-IF.                                                      00028600
           IF WRK-FS-NFEPEND NOT EQUAL 0                                00028700
             DISPLAY ' ERRO OPEN NFEPEND - STATUS ' WRK-FS-NFEPEND      00028800
             MOVE 8 TO RETURN-CODE                                      00028900
             STOP RUN                                                   00029000
           END-IF.                                                      00029100
           IF WRK-FS-NFERETOR NOT EQUAL 0                               00029200
             DISPLAY ' ERRO OPEN NFERETOR - STATUS ' WRK-FS-NFERETOR    00029300
             MOVE 8 TO RETURN-CODE                                      00029400
             STOP RUN                                                   00029500
           END-IF.                                                      00029600
           IF WRK-FS-REGNOVO NOT EQUAL 0                                00029700
             DISPLAY ' ERRO OPEN REGNOVO - STATUS ' WRK-FS-REGNOVO      00029800
             MOVE 8 TO RETURN-CODE                                      00029900
             STOP RUN                                                   00030000
           END-IF.                                                      00030100
           IF WRK-FS-PENDNOV NOT EQUAL 0                                00030200
             DISPLAY ' ERRO OPEN PENDNOV - STATUS ' WRK-FS-PENDNOV      00030300
             MOVE 8 TO RETURN-CODE                                      00030400
             STOP RUN                                                   00030500
           END-IF.                                                      00030600
           IF WRK-FS-NFEAUTOR NOT EQUAL 0                               00030700
             DISPLAY ' ERRO OPEN NFEAUTOR - STATUS ' WRK-FS-NFEAUTOR    00030800
             MOVE 8 TO RETURN-CODE                                      00030900
             STOP RUN                                                   00031000
           END-IF.                                                      00031100
           MOVE 'NF-E - RETORNO DA SEFAZ - REJEITADAS E PENDENTES'      00031200
             TO WRK-RW-TITULO1.                                         00031300
           MOVE WRK-LINHA-CABEC TO WRK-RW-TITULO2.                      00031400
           MOVE SPACES          TO WRK-RW-TITULO3.                      00031500
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00031600
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00031700
           MOVE 'N' TO WRK-RW-REABRIR.                                  00031800
           MOVE SPACES TO WRK-RW-QUEBRA.                                00031850
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00031900
           CALL 'REPWRITE' USING WRK-REPW.                              00032000
                                                                        00032100
       1000-99-FINAL.        EXIT.                                      00032200
                                                                        00032300
      *----------------------------------------------------             00032400
       1300-LERNOTADIA                          SECTION.                00032500
      *----------------------------------------------------             00032600
                                                                        00032700
           READ REGNOTAS.                                               00032800
           IF WRK-FS-REGNOTAS EQUAL 10                                  00032900
             MOVE 99999999 TO WRK-CHAVE-DIA                             00033000
           ELSE                                                         00033100
             MOVE NTD-NUMERO TO WRK-CHAVE-DIA                           00033200
           END-IF.                                                      00033300
                                                                        00033400
       1300-99-FINAL.        EXIT.                                      00033500
                                                                        00033600
      *----------------------------------------------------             00033700
       1400-LERPENDENTE                         SECTION.                00033800
      *----------------------------------------------------             00033900
                                                                        00034000
           READ NFEPEND.                                                00034100
           IF WRK-FS-NFEPEND EQUAL 10                                   00034200
             MOVE 99999999 TO WRK-CHAVE-PEND                            00034300
           ELSE                                                         00034400
             MOVE PEN-NUMERO TO WRK-CHAVE-PEND                          00034500
           END-IF.                                                      00034600
                                                                        00034700
       1400-99-FINAL.        EXIT.                                      00034800
                                                                        00034900
      *----------------------------------------------------             00035000
       1500-LERRETORNO                          SECTION.                00035100
      *----------------------------------------------------             00035200
                                                                        00035300
           MOVE 'N' TO WRK-RETORNO-OK.                                  00035400
           PERFORM 1510-LERUMRETORNO                                    00035500
              UNTIL WRK-RETORNO-OK EQUAL 'S'.                           00035600
                                                                        00035700
       1500-99-FINAL.        EXIT.                                      00035800
                                                                        00035900
      *----------------------------------------------------             00036000
      * RETORNO COM NOTA OU STATUS INVALIDO, OU AUTORIZACAO             00036100
      * SEM PROTOCOLO, E REJEITADO E CONTADO - A NOTA SEGUE             00036200
      * PENDENTE E VAI DE NOVO NO PROXIMO GERANFE                       00036300
      *----------------------------------------------------             00036400
       1510-LERUMRETORNO                        SECTION.                00036500
      *----------------------------------------------------             00036600
                                                                        00036700
           READ NFERETOR.                                               00036800
           IF WRK-FS-NFERETOR EQUAL 10                                  00036900
             MOVE 99999999 TO WRK-CHAVE-RETORNO                         00037000
             MOVE 'S' TO WRK-RETORNO-OK                                 00037100
             GO TO 1510-99-FINAL                                        00037200
           END-IF.                                                      00037300
           IF RET-NUMERO IS NUMERIC                                     00037400
              AND RET-STATUS IS NUMERIC                                 00037500
              AND RET-DATA IS NUMERIC                                   00037600
              AND (NOT RET-AUTORIZADA                                   00037700
                   OR (RET-PROTOCOLO IS NUMERIC                         00037800
                       AND RET-PROTOCOLO GREATER ZEROS))                00037900
             ADD 1 TO WRK-ACUM-RETORNOS                                 00038000
             MOVE RET-NUMERO TO WRK-CHAVE-RETORNO                       00038100
             MOVE 'S' TO WRK-RETORNO-OK                                 00038200
           ELSE                                                         00038300
             ADD 1 TO WRK-ACUM-RET-REJ                                  00038400
             MOVE '1510'                   TO WRK-SECAO                 00038500
             MOVE 'RETORNO DA SEFAZ INVALIDO'                           00038600
               TO WRK-MSGERRO                                           00038700
             MOVE '99'                     TO WRK-STATUS                00038800
             PERFORM 9010-TRATARERROS                                   00038900
           END-IF.                                                      00039000
                                                                        00039100
       1510-99-FINAL.        EXIT.                                      00039200
                                                                        00039300
      *----------------------------------------------------             00039400
      * BALANCE LINE DE TRES PERNAS: A MENOR CHAVE ENTRE                00039500
      * NOTAS DO DIA, PENDENTES E RETORNO DEFINE A NOTA. A              00039600
      * MESMA NOTA NO DIA E NO NFEPEND FICA COM O REGISTRO              00039700
      * DO DIA                                                          00039800
      *----------------------------------------------------             00039900
       2000-PROCESSAR                           SECTION.                00040000
      *----------------------------------------------------             00040100
                                                                        00040200
           MOVE WRK-CHAVE-DIA TO WRK-CHAVE-CORRENTE.                    00040300
           IF WRK-CHAVE-PEND LESS WRK-CHAVE-CORRENTE                    00040400
             MOVE WRK-CHAVE-PEND TO WRK-CHAVE-CORRENTE                  00040500
           END-IF.                                                      00040600
           IF WRK-CHAVE-RETORNO LESS WRK-CHAVE-CORRENTE                 00040700
             MOVE WRK-CHAVE-RETORNO TO WRK-CHAVE-CORRENTE               00040800
           END-IF.                                                      00040900
           MOVE SPACE  TO WRK-ORIGEM.                                   00041000
           MOVE 0      TO WRK-TEM-RETORNO.                              00041100
           MOVE SPACES TO WRK-MOTIVO.                                   00041200
           IF WRK-CHAVE-PEND EQUAL WRK-CHAVE-CORRENTE                   00041300
             MOVE REG-NFEPEND TO REG-REGNOTA                            00041400
             MOVE 'P' TO WRK-ORIGEM                                     00041500
             ADD 1 TO WRK-ACUM-PEND                                     00041600
             PERFORM 1400-LERPENDENTE                                   00041700
           END-IF.                                                      00041800
           IF WRK-CHAVE-DIA EQUAL WRK-CHAVE-CORRENTE                    00041900
             IF WRK-ORIGEM EQUAL 'P'                                    00042000
               ADD 1 TO WRK-ACUM-DUPLICADAS                             00042100
               MOVE '2000'                 TO WRK-SECAO                 00042200
               MOVE 'NOTA DO DIA TAMBEM NO NFEPEND'                     00042300
                 TO WRK-MSGERRO                                         00042400
               MOVE '00'                   TO WRK-STATUS                00042500
               PERFORM 9010-TRATARERROS                                 00042600
             END-IF                                                     00042700
             MOVE REG-NOTADIA TO REG-REGNOTA                            00042800
             MOVE 'D' TO WRK-ORIGEM                                     00042900
             ADD 1 TO WRK-ACUM-DIA                                      00043000
             PERFORM 1300-LERNOTADIA                                    00043100
           END-IF.                                                      00043200
           IF WRK-ORIGEM EQUAL SPACE                                    00043300
             PERFORM 2500-RETORNOSEMNOTA                                00043400
                UNTIL WRK-CHAVE-RETORNO NOT EQUAL WRK-CHAVE-CORRENTE    00043500
             GO TO 2000-99-FINAL                                        00043600
           END-IF.                                                      00043700
           PERFORM 2100-APLICARRETORNO                                  00043800
              UNTIL WRK-CHAVE-RETORNO NOT EQUAL WRK-CHAVE-CORRENTE.     00043900
           PERFORM 2200-DESTINARNOTA.                                   00044000
                                                                        00044100
       2000-99-FINAL.        EXIT.                                      00044200
                                                                        00044300
      *----------------------------------------------------             00044400
      * AUTORIZACAO GRAVA PROTOCOLO E DATA; REJEICAO GRAVA O            00044500
      * CODIGO. COM MAIS DE UM RETORNO VALE O ULTIMO                    00044600
      *----------------------------------------------------             00044700
       2100-APLICARRETORNO                      SECTION.                00044800
      *----------------------------------------------------             00044900
                                                                        00045000
           MOVE 1          TO WRK-TEM-RETORNO.                          00045100
           MOVE RET-DATA   TO RGN-DATA-NFE.                             00045200
           IF RET-AUTORIZADA                                            00045300
             MOVE 'U'           TO RGN-SIT-NFE                          00045400
             MOVE RET-PROTOCOLO TO RGN-PROTOCOLO                        00045500
             MOVE ZEROS         TO RGN-COD-REJEICAO                     00045600
             MOVE SPACES        TO WRK-MOTIVO                           00045700
           ELSE                                                         00045800
             MOVE 'R'           TO RGN-SIT-NFE                          00045900
             MOVE ZEROS         TO RGN-PROTOCOLO                        00046000
             MOVE RET-STATUS    TO RGN-COD-REJEICAO                     00046100
             MOVE RET-MOTIVO    TO WRK-MOTIVO                           00046200
           END-IF.                                                      00046300
           PERFORM 1500-LERRETORNO.                                     00046400
                                                                        00046500
       2100-99-FINAL.        EXIT.                                      00046600
                                                                        00046700
      *----------------------------------------------------             00046800
      * NOTA DO DIA VOLTA PARA O REGISTRO; AUTORIZADA VAI               00046900
      * PARA O CONTAREC; AS DEMAIS SEGUEM PENDENTES                     00047000
      *----------------------------------------------------             00047100
       2200-DESTINARNOTA                        SECTION.                00047200
      *----------------------------------------------------             00047300
                                                                        00047400
           IF WRK-ORIGEM EQUAL 'D'                                      00047500
             WRITE REG-REGNOVO FROM REG-REGNOTA                         00047600
           END-IF.                                                      00047700
           IF RGN-NFE-AUTORIZADA                                        00047800
             ADD 1 TO WRK-ACUM-AUTORIZADAS                              00047900
             WRITE REG-NFEAUTOR FROM REG-REGNOTA                        00048000
             IF WRK-ORIGEM EQUAL 'P'                                    00048100
               ADD 1 TO WRK-ACUM-REAUTORIZ                              00048200
               MOVE 'REAUTORIZADA'    TO WRK-SITUACAO                   00048300
               PERFORM 2300-IMPRIMIRNOTA                                00048400
             END-IF                                                     00048500
             GO TO 2200-99-FINAL                                        00048600
           END-IF.                                                      00048700
           ADD 1 TO WRK-ACUM-PENDENTES.                                 00048800
           WRITE REG-PENDNOV FROM REG-REGNOTA.                          00048900
           IF RGN-NFE-REJEITADA                                         00049000
             IF WRK-TEM-RETORNO EQUAL 1                                 00049100
               ADD 1 TO WRK-ACUM-REJEITADAS                             00049200
               MOVE 'REJEITADA'       TO WRK-SITUACAO                   00049300
             ELSE                                                       00049400
               ADD 1 TO WRK-ACUM-SEGUE-REJ                              00049500
               MOVE 'SEGUE REJEITADA' TO WRK-SITUACAO                   00049600
             END-IF                                                     00049700
           ELSE                                                         00049800
             ADD 1 TO WRK-ACUM-SEM-RETORNO                              00049900
             MOVE 'SEM RETORNO'       TO WRK-SITUACAO                   00050000
           END-IF.                                                      00050100
           PERFORM 2300-IMPRIMIRNOTA.                                   00050200
                                                                        00050300
       2200-99-FINAL.        EXIT.                                      00050400
                                                                        00050500
      *----------------------------------------------------             00050600
       2300-IMPRIMIRNOTA                        SECTION.                00050700
      *----------------------------------------------------             00050800
                                                                        00050900
           MOVE SPACES           TO WRK-LINHA-NOTA.                     00051000
           MOVE RGN-NUMERO       TO WRK-LD-NUMERO.                      00051100
           MOVE RGN-DATAPROC     TO WRK-LD-EMISSAO.                     00051200
           MOVE RGN-CODIGO       TO WRK-LD-CLIENTE.                     00051300
           MOVE RGN-ESTADO       TO WRK-LD-UF.                          00051400
           MOVE RGN-TOTAL        TO WRK-LD-TOTAL.                       00051500
           MOVE RGN-COD-REJEICAO TO WRK-LD-CODIGO.                      00051600
           MOVE WRK-SITUACAO     TO WRK-LD-SITUACAO.                    00051700
           MOVE WRK-MOTIVO       TO WRK-LD-MOTIVO.                      00051800
           MOVE WRK-LINHA-NOTA TO WRK-RW-LINHA.                         00051900
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00052000
           CALL 'REPWRITE' USING WRK-REPW.                              00052100
                                                                        00052200
       2300-99-FINAL.        EXIT.                                      00052300
                                                                        00052400
      *----------------------------------------------------             00052500
      * RETORNO DE NOTA QUE NAO ESTA NO DIA NEM PENDENTE                00052600
      *----------------------------------------------------             00052700
       2500-RETORNOSEMNOTA                      SECTION.                00052800
      *----------------------------------------------------             00052900
                                                                        00053000
           ADD 1 TO WRK-ACUM-SEM-NOTA.                                  00053100
           MOVE SPACES     TO WRK-LINHA-NOTA.                           00053200
           MOVE RET-NUMERO TO WRK-LD-NUMERO.                            00053300
           MOVE ZEROS      TO WRK-LD-EMISSAO.                           00053400
           MOVE ZEROS      TO WRK-LD-CLIENTE.                           00053500
           MOVE ZEROS      TO WRK-LD-TOTAL.                             00053600
           IF RET-AUTORIZADA                                            00053700
             MOVE ZEROS      TO WRK-LD-CODIGO                           00053800
           ELSE                                                         00053900
             MOVE RET-STATUS TO WRK-LD-CODIGO                           00054000
           END-IF.                                                      00054100
           MOVE 'RETORNO S/NOTA' TO WRK-LD-SITUACAO.                    00054200
           MOVE RET-MOTIVO TO WRK-LD-MOTIVO.                            00054300
           MOVE WRK-LINHA-NOTA TO WRK-RW-LINHA.                         00054400
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00054500
           CALL 'REPWRITE' USING WRK-REPW.                              00054600
           MOVE '2500'                 TO WRK-SECAO.                    00054700
           MOVE 'RETORNO DA SEFAZ DE NOTA NAO TRANSMITIDA'              00054800
             TO WRK-MSGERRO.                                            00054900
           MOVE '00'                   TO WRK-STATUS.                   00055000
           PERFORM 9010-TRATARERROS.                                    00055100
           PERFORM 1500-LERRETORNO.                                     00055200
                                                                        00055300
       2500-99-FINAL.        EXIT.                                      00055400
                                                                        00055500
      *----------------------------------------------------             00055600
       3000-FINALIZAR                           SECTION.                00055700
      *----------------------------------------------------             00055800
                                                                        00055900
            MOVE WRK-ACUM-AUTORIZADAS TO WRK-LA-QTD.                    00056000
            MOVE WRK-ACUM-REAUTORIZ   TO WRK-LA-REAUTORIZ.              00056100
            MOVE WRK-ACUM-RETORNOS    TO WRK-LA-RETORNOS.               00056200
            MOVE WRK-LINHA-AUTORIZADAS TO WRK-RW-LINHA.                 00056300
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00056400
            CALL 'REPWRITE' USING WRK-REPW.                             00056500
            MOVE WRK-ACUM-REJEITADAS  TO WRK-LP-REJEITADAS.             00056600
            MOVE WRK-ACUM-SEGUE-REJ   TO WRK-LP-SEGUE-REJ.              00056700
            MOVE WRK-ACUM-SEM-RETORNO TO WRK-LP-SEM-RETORNO.            00056800
            MOVE WRK-ACUM-PENDENTES   TO WRK-LP-PENDENTES.              00056900
            MOVE WRK-LINHA-PENDENTES TO WRK-RW-LINHA.                   00057000
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00057100
            CALL 'REPWRITE' USING WRK-REPW.                             00057200
            MOVE WRK-ACUM-SEM-NOTA    TO WRK-LS-SEM-NOTA.               00057300
            MOVE WRK-ACUM-RET-REJ     TO WRK-LS-RET-REJ.                00057400
            MOVE WRK-LINHA-SEMNOTA TO WRK-RW-LINHA.                     00057500
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00057600
            CALL 'REPWRITE' USING WRK-REPW.                             00057700
            CLOSE REGNOTAS.                                             00057800
            CLOSE NFEPEND.                                              00057900
            CLOSE NFERETOR.                                             00058000
            CLOSE REGNOVO.                                              00058100
            CLOSE PENDNOV.                                              00058200
            CLOSE NFEAUTOR.                                             00058300
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00058400
            CALL 'REPWRITE' USING WRK-REPW.                             00058500
            DISPLAY ' NOTAS DO DIA...........' WRK-ACUM-DIA.            00058600
            DISPLAY ' PENDENTES ANTERIORES...' WRK-ACUM-PEND.           00058700
            DISPLAY ' RETORNOS LIDOS.........' WRK-ACUM-RETORNOS.       00058800
            DISPLAY ' AUTORIZADAS............' WRK-ACUM-AUTORIZADAS.    00058900
            DISPLAY ' REAUTORIZADAS..........' WRK-ACUM-REAUTORIZ.      00059000
            DISPLAY ' REJEITADAS NO DIA......' WRK-ACUM-REJEITADAS.     00059100
            DISPLAY ' SEGUEM REJEITADAS......' WRK-ACUM-SEGUE-REJ.      00059200
            DISPLAY ' SEM RETORNO............' WRK-ACUM-SEM-RETORNO.    00059300
            DISPLAY ' PENDENTES GRAVADAS.....' WRK-ACUM-PENDENTES.      00059400
            DISPLAY ' RETORNOS SEM NOTA......' WRK-ACUM-SEM-NOTA.       00059500
            DISPLAY ' RETORNOS INVALIDOS.....' WRK-ACUM-RET-REJ.        00059600
            DISPLAY ' DUPLICADAS NO NFEPEND..' WRK-ACUM-DUPLICADAS.     00059700
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00059800
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00059900
            IF (WRK-ACUM-PENDENTES GREATER ZEROS                        00060000
                OR WRK-ACUM-SEM-NOTA GREATER ZEROS)                     00060100
               AND RETURN-CODE LESS 4                                   00060200
              MOVE 4 TO RETURN-CODE                                     00060300
            END-IF.                                                     00060400
            DISPLAY ' FIM DO PROGRAMA'.                                 00060500
                                                                        00060600
       3000-99-FINAL.        EXIT.                                      00060700
                                                                        00060800
      *----------------------------------------------------             00060900
       9010-TRATARERROS                         SECTION.                00061000
      *----------------------------------------------------             00061100
                                                                        00061200
           MOVE 'RETNFE'   TO WRK-PROGRAMA.                             00061300
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00061400
                                                                        00061500
       9010-99-FINAL.        EXIT.                                      00061600

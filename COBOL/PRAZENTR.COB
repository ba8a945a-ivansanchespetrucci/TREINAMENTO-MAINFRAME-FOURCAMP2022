      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. PRAZENTR.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * ACOMPANHAMENTO DAS ENTREGAS DAS NOTAS: O MESTRE DE              00001100
      * ENTREGAS DE ONTEM (ENTANT, #ENTREGA) CASADO COM O               00001200
      * REGISTRO DE NOTAS (REGNOTAS, EM ORDEM DE NUMERO) E              00001300
      * COM OS EVENTOS DO DIA DA TRANSPORTADORA (EVENTOS:               00001400
      * NOTA, DATA DO DESPACHO, DATA DA ENTREGA, OCORRENCIA,            00001500
      * CLASSIFICADOS POR NOTA NA ORDEM DE CHEGADA) DA O                00001600
      * MESTRE NOVO (ENTNOV). A NOTA ATIVA EMITIDA NO DIA               00001700
      * ENTRA AGUARDANDO DESPACHO; NOTA MAIS ANTIGA SO ENTRA            00001800
      * COM O PRIMEIRO EVENTO. NO DESPACHO A NOTA RECEBE O              00001900
      * PRAZO ACORDADO PARA A UF (PRAZOUF, #PRAZUF) E A                 00002000
      * ENTREGA ACIMA DO PRAZO E ENTREGA COM ATRASO. O                  00002100
      * RELATORIO LISTA AS ENTREGAS COM ATRASO, DEVOLUCOES E            00002200
      * EXTRAVIOS DO DIA E AS NOTAS EM TRANSITO JA FORA DO              00002300
      * PRAZO (NAO ENTREGUES), O PRAZO PROMETIDO X DIAS REAIS           00002400
      * POR UF NO MES E O PERCENTUAL NO PRAZO DOS ULTIMOS 12            00002500
      * MESES (NOTAS ENCERRADAS NO MES: ENTREGUES, DEVOLVIDAS           00002600
      * E EXTRAVIADAS). EVENTO DE NOTA INEXISTENTE OU                   00002700
      * CANCELADA E NOTA DE UF SEM PRAZO ACORDADO SAEM COMO             00002800
      * EXCECAO E O PROGRAMA TERMINA COM RC=4.                          00002900
      * NOTA DE CREDITO (E) NAO TEM ENTREGA FISICA E NAO                00002933
      * ENTRA NO MESTRE.                                                00002966
      *                                                                 00003000
      * SYSIN: DATA DE PROCESSAMENTO / OVERRIDE DO CTLEXEC.             00003100
      *                                                                 00003200
      *====================================================             00003300
                                                                        00003400
      *====================================================             00003500
       ENVIRONMENT                              DIVISION.               00003600
      *====================================================             00003700
       CONFIGURATION                            SECTION.                00003800
       SPECIAL-NAMES.                                                   00003900
           DECIMAL-POINT IS COMMA.                                      00004000
                                                                        00004100
       INPUT-OUTPUT                             SECTION.                00004200
       FILE-CONTROL.                                                    00004300
           SELECT ENTANT    ASSIGN TO ENTANT                            00004400
               FILE STATUS  IS WRK-FS-ENTANT.                           00004500
           SELECT REGNOTAS  ASSIGN TO REGNOTAS                          00004600
               FILE STATUS  IS WRK-FS-REGNOTAS.                         00004700
           SELECT EVENTOS   ASSIGN TO EVENTOS                           00004800
               FILE STATUS  IS WRK-FS-EVENTOS.                          00004900
           SELECT PRAZOUF   ASSIGN TO PRAZOUF                           00005000
               FILE STATUS  IS WRK-FS-PRAZOUF.                          00005100
           SELECT ENTNOV    ASSIGN TO ENTNOV                            00005200
               FILE STATUS  IS WRK-FS-ENTNOV.                           00005300
                                                                        00005400
      *====================================================             00005500
       DATA                                     DIVISION.               00005600
      *====================================================             00005700
       FILE                                     SECTION.                00005800
       FD ENTANT                                                        00005900
           RECORDING  MODE IS F                                         00006000
           BLOCK CONTAINS 0 RECORDS.                                    00006100
                                                                        00006200
       COPY '#ENTREGA'.                                                 00006300
                                                                        00006400
       FD REGNOTAS                                                      00006500
           RECORDING  MODE IS F                                         00006600
           BLOCK CONTAINS 0 RECORDS.                                    00006700
                                                                        00006800
       COPY '#REGNOTA'.                                                 00006900
                                                                        00007000
      *----------------------------------------------------             00007100
      * EVENTOS DA TRANSPORTADORA - OCORRENCIA 01 DESPACHO,             00007200
      * 02 ENTREGA, 03 DEVOLUCAO, 04 EXTRAVIO; AS DEMAIS                00007300
      * (TENTATIVA, AUSENTE...) SO ATUALIZAM A ULTIMA                   00007400
      * OCORRENCIA DA NOTA                                              00007500
      *----------------------------------------------------             00007600
       FD EVENTOS                                                       00007700
           RECORDING  MODE IS F                                         00007800
           BLOCK CONTAINS 0 RECORDS.                                    00007900
                                                                        00008000
       01 REG-EVENTO.                                                   00008100
          05 EVT-NUMERO         PIC 9(08).                              00008200
          05 EVT-DATA-DESPACHO  PIC 9(08).                              00008300
          05 EVT-DATA-ENTREGA   PIC 9(08).                              00008400
          05 EVT-OCORRENCIA     PIC 9(02).                              00008500
             88 EVT-DESPACHO        VALUE 01.                           00008600
             88 EVT-ENTREGA         VALUE 02.                           00008700
             88 EVT-DEVOLUCAO       VALUE 03.                           00008800
             88 EVT-EXTRAVIO        VALUE 04.                           00008900
          05 FILLER             PIC X(14).                              00009000
                                                                        00009100
       FD PRAZOUF                                                       00009200
           RECORDING  MODE IS F                                         00009300
           BLOCK CONTAINS 0 RECORDS.                                    00009400
                                                                        00009500
       COPY '#PRAZUF'.                                                  00009600
                                                                        00009700
       FD ENTNOV                                                        00009800
           RECORDING  MODE IS F                                         00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
                                                                        00010100
       01 REG-ENTNOV            PIC X(80).                              00010200
                                                                        00010300
       WORKING-STORAGE                          SECTION.                00010400
                                                                        00010500
      *===================STATUS DOS ARQUIVOS===============            00010600
                                                                        00010700
       77 WRK-FS-ENTANT         PIC 9(02).                              00010800
       77 WRK-FS-REGNOTAS       PIC 9(02).                              00010900
       77 WRK-FS-EVENTOS        PIC 9(02).                              00011000
       77 WRK-FS-PRAZOUF        PIC 9(02).                              00011100
       77 WRK-FS-ENTNOV         PIC 9(02).                              00011200
                                                                        00011300
      *===================CHAVES DO BALANCE LINE============            00011400
                                                                        00011500
       77 WRK-CHAVE-MESTRE      PIC 9(08)    VALUE ZEROS.               00011600
       77 WRK-CHAVE-NOTA        PIC 9(08)    VALUE ZEROS.               00011700
       77 WRK-CHAVE-EVENTO      PIC 9(08)    VALUE ZEROS.               00011800
       77 WRK-CHAVE-CORRENTE    PIC 9(08)    VALUE ZEROS.               00011900
       77 WRK-TEM-MESTRE        PIC 9        VALUE 0.                   00012000
       77 WRK-TEM-NOTA          PIC 9        VALUE 0.                   00012100
       77 WRK-TEM-ENTREGA       PIC 9        VALUE 0.                   00012200
       77 WRK-NOTA-SITUACAO     PIC X(01)    VALUE SPACES.              00012300
       77 WRK-NOTA-EMISSAO      PIC 9(08)    VALUE ZEROS.               00012400
       77 WRK-NOTA-ESTADO       PIC X(02)    VALUE SPACES.              00012500
                                                                        00012600
      *===================ENTREGA CORRENTE==================            00012700
                                                                        00012800
       01 WRK-REG-ENTREGA.                                              00012900
          05 WRK-EN-NUMERO       PIC 9(08).                             00013000
          05 WRK-EN-EMISSAO      PIC 9(08).                             00013100
          05 WRK-EN-ESTADO       PIC X(02).                             00013200
          05 WRK-EN-DESPACHO     PIC 9(08).                             00013300
          05 WRK-EN-ENTREGA      PIC 9(08).                             00013400
          05 WRK-EN-PRAZO        PIC 9(03).                             00013500
          05 WRK-EN-DIAS         PIC 9(03).                             00013600
          05 WRK-EN-SITUACAO     PIC X(01).                             00013700
             88 WRK-EN-AGUARDANDO    VALUE 'P'.                         00013800
             88 WRK-EN-EM-TRANSITO   VALUE 'T'.                         00013900
             88 WRK-EN-ENTREGUE      VALUE 'E'.                         00014000
             88 WRK-EN-DEVOLVIDA     VALUE 'D'.                         00014100
             88 WRK-EN-EXTRAVIADA    VALUE 'X'.                         00014200
             88 WRK-EN-ENCERRADA     VALUE 'E' 'D' 'X'.                 00014300
          05 WRK-EN-ATRASO       PIC X(01).                             00014400
             88 WRK-EN-COM-ATRASO    VALUE 'S'.                         00014500
          05 WRK-EN-ULT-OCORR    PIC 9(02).                             00014600
          05 WRK-EN-ULT-EVENTO   PIC 9(08).                             00014700
          05 FILLER              PIC X(28).                             00014800
                                                                        00014900
       77 WRK-ENCERRADA-HOJE    PIC 9        VALUE 0.                   00015000
                                                                        00015100
      *===================DIAS CORRIDOS=====================            00015200
                                                                        00015300
       77 WRK-DIAS-CORRIDOS     PIC S9(05)   VALUE ZEROS.               00015400
       77 WRK-SERIAL-FIM        PIC 9(07)    VALUE ZEROS.               00015500
                                                                        00015600
       01 WRK-SERIAL-AREA.                                              00015700
          05 WRK-SD-DATA        PIC 9(08).                              00015800
          05 WRK-SD-QUEBRA REDEFINES WRK-SD-DATA.                       00015900
             10 WRK-SD-ANO      PIC 9(04).                              00016000
             10 WRK-SD-MES      PIC 9(02).                              00016100
             10 WRK-SD-DIA      PIC 9(02).                              00016200
          05 WRK-SD-SERIAL      PIC 9(07).                              00016300
          05 WRK-SD-ANO-ANT     PIC 9(04).                              00016400
          05 WRK-SD-RESTO       PIC 9(04).                              00016500
          05 WRK-SD-SOBRA       PIC 9(04).                              00016600
                                                                        00016700
       01 WRK-TAB-DIASMES.                                              00016800
          05 FILLER PIC X(36) VALUE                                     00016900
             '000031059090120151181212243273304334'.                    00017000
       01 WRK-TAB-DIASMES-R REDEFINES WRK-TAB-DIASMES.                  00017100
          05 WRK-DIAS-ACUM      PIC 9(03) OCCURS 12 TIMES.              00017200
                                                                        00017300
      *===================PRAZOS E RESUMO POR UF============            00017400
                                                                        00017500
       77 WRK-UF-QTD            PIC 9(02)    VALUE ZEROS.               00017600
       77 WRK-UF-ACHOU          PIC 9        VALUE 0.                   00017700
       77 WRK-UF-SLOT           PIC 9(02)    VALUE ZEROS.               00017800
       77 WRK-UF-PESQ           PIC X(02)    VALUE SPACES.              00017900
       77 WRK-IDX               PIC 9(02)    VALUE ZEROS.               00018000
                                                                        00018100
       01 TAB-UFS.                                                      00018200
          05 TAB-UF-ITEM OCCURS 30 TIMES                                00018300
                         INDEXED BY TAB-UF-IDX.                         00018400
             10 TAB-UF-SIGLA       PIC X(02).                           00018500
             10 TAB-UF-PRAZO       PIC 9(03).                           00018600
             10 TAB-UF-ENTREGUES   PIC 9(05).                           00018700
             10 TAB-UF-SOMA-PRAZO  PIC 9(07).                           00018800
             10 TAB-UF-SOMA-DIAS   PIC 9(07).                           00018900
             10 TAB-UF-ATRASADAS   PIC 9(05).                           00019000
             10 TAB-UF-NAO-ENTREG  PIC 9(05).                           00019100
             10 TAB-UF-TRANSITO    PIC 9(05).                           00019200
             10 TAB-UF-EM-ATRASO   PIC 9(05).                           00019300
             10 TAB-UF-AGUARDANDO  PIC 9(05).                           00019400
                                                                        00019500
      *===================PERCENTUAL NO PRAZO POR MES=======            00019600
                                                                        00019700
       77 WRK-MES-PROC          PIC 9(06)    VALUE ZEROS.               00019800
       77 WRK-MES-IDX           PIC S9(05)   VALUE ZEROS.               00019900
       77 WRK-MESES-PROC        PIC 9(06)    VALUE ZEROS.               00020000
       77 WRK-DATA-ENCERRAMENTO PIC 9(08)    VALUE ZEROS.               00020100
                                                                        00020200
       01 TAB-MESES.                                                    00020300
          05 TAB-MES-ITEM OCCURS 12 TIMES.                              00020400
             10 TAB-MES-ENTREGUES  PIC 9(05).                           00020500
             10 TAB-MES-NO-PRAZO   PIC 9(05).                           00020600
             10 TAB-MES-ATRASADAS  PIC 9(05).                           00020700
             10 TAB-MES-NAO-ENTREG PIC 9(05).                           00020800
             10 TAB-MES-SEM-PRAZO  PIC 9(05).                           00020900
                                                                        00021000
       01 WRK-MES-CALC.                                                 00021100
          05 WRK-MC-ANO         PIC 9(04).                              00021200
          05 WRK-MC-MES         PIC 9(02).                              00021300
                                                                        00021400
       77 WRK-PERC              PIC 9(03)V9  VALUE ZEROS.               00021500
       77 WRK-BASE-PERC         PIC 9(05)    VALUE ZEROS.               00021600
       77 WRK-MEDIA             PIC 9(03)V9  VALUE ZEROS.               00021700
                                                                        00021800
      *===================CONTROLE DO LOTE==================            00021900
                                                                        00022000
       77 WRK-ACUM-MESTRE       PIC 9(07)    VALUE ZEROS.               00022100
       77 WRK-ACUM-NOVAS        PIC 9(05)    VALUE ZEROS.               00022200
       77 WRK-ACUM-EVENTOS      PIC 9(07)    VALUE ZEROS.               00022300
       77 WRK-ACUM-ENTREGUES    PIC 9(05)    VALUE ZEROS.               00022400
       77 WRK-ACUM-ATRASADAS    PIC 9(05)    VALUE ZEROS.               00022500
       77 WRK-ACUM-DEVOLVIDAS   PIC 9(05)    VALUE ZEROS.               00022600
       77 WRK-ACUM-EXTRAVIADAS  PIC 9(05)    VALUE ZEROS.               00022700
       77 WRK-ACUM-EM-ATRASO    PIC 9(05)    VALUE ZEROS.               00022800
       77 WRK-ACUM-CANCELADAS   PIC 9(05)    VALUE ZEROS.               00022900
       77 WRK-ACUM-EXPURGADAS   PIC 9(05)    VALUE ZEROS.               00023000
       77 WRK-ACUM-GRAVADAS     PIC 9(07)    VALUE ZEROS.               00023100
       77 WRK-ACUM-EXCECOES     PIC 9(05)    VALUE ZEROS.               00023200
                                                                        00023300
      *===================LINHAS DO RELATORIO===============            00023400
                                                                        00023500
       01 WRK-LINHA-CABEC.                                              00023600
          05 FILLER   PIC X(12) VALUE '   NOTA   UF'.                   00023700
          05 FILLER   PIC X(10) VALUE '   EMISSAO'.                     00023800
          05 FILLER   PIC X(10) VALUE '  DESPACHO'.                     00023900
          05 FILLER   PIC X(10) VALUE '   ENTREGA'.                     00024000
          05 FILLER   PIC X(13) VALUE ' PRAZO   DIAS'.                  00024100
          05 FILLER   PIC X(05) VALUE SPACES.                           00024200
          05 FILLER   PIC X(30) VALUE 'OCORRENCIA'.                     00024300
                                                                        00024400
       01 WRK-LINHA-NOTA.                                               00024500
          05 FILLER             PIC X(01).                              00024600
          05 WRK-LN-NOTA        PIC 9(08).                              00024700
          05 FILLER             PIC X(01).                              00024800
          05 WRK-LN-UF          PIC X(02).                              00024900
          05 FILLER             PIC X(02).                              00025000
          05 WRK-LN-EMISSAO     PIC 9(08)                               00025100
                                BLANK WHEN ZERO.                        00025200
          05 FILLER             PIC X(02).                              00025300
          05 WRK-LN-DESPACHO    PIC 9(08)                               00025400
                                BLANK WHEN ZERO.                        00025500
          05 FILLER             PIC X(02).                              00025600
          05 WRK-LN-ENTREGA     PIC 9(08)                               00025700
                                BLANK WHEN ZERO.                        00025800
          05 FILLER             PIC X(03).                              00025900
          05 WRK-LN-PRAZO       PIC ZZ9.                                00026000
          05 FILLER             PIC X(03).                              00026100
          05 WRK-LN-DIAS        PIC ZZZZ9.                              00026200
          05 FILLER             PIC X(04).                              00026300
          05 WRK-LN-OCORRENCIA  PIC X(30).                              00026400
                                                                        00026500
       01 WRK-CABEC-UF.                                                 00026600
          05 FILLER   PIC X(09) VALUE ' UF PRAZO'.                      00026700
          05 FILLER   PIC X(09) VALUE '  ENTREG.'.                      00026800
          05 FILLER   PIC X(08) VALUE ' PROMET.'.                       00026900
          05 FILLER   PIC X(08) VALUE '    REAL'.                       00027000
          05 FILLER   PIC X(09) VALUE ' ATRASAD.'.                      00027100
          05 FILLER   PIC X(09) VALUE ' NAO ENT.'.                      00027200
          05 FILLER   PIC X(09) VALUE ' NO PRAZO'.                      00027300
          05 FILLER   PIC X(09) VALUE ' TRANSITO'.                      00027400
          05 FILLER   PIC X(09) VALUE '  EM ATR.'.                      00027500
          05 FILLER   PIC X(09) VALUE '  AGUARD.'.                      00027600
                                                                        00027700
       01 WRK-LINHA-UF.                                                 00027800
          05 FILLER             PIC X(01).                              00027900
          05 WRK-LU-UF          PIC X(02).                              00028000
          05 FILLER             PIC X(03).                              00028100
          05 WRK-LU-PRAZO       PIC ZZ9.                                00028200
          05 FILLER             PIC X(03).                              00028300
          05 WRK-LU-ENTREGUES   PIC ZZ.ZZ9.                             00028400
          05 FILLER             PIC X(03).                              00028500
          05 WRK-LU-MEDIA-PROM  PIC ZZ9,9.                              00028600
          05 FILLER             PIC X(03).                              00028700
          05 WRK-LU-MEDIA-REAL  PIC ZZ9,9.                              00028800
          05 FILLER             PIC X(03).                              00028900
          05 WRK-LU-ATRASADAS   PIC ZZ.ZZ9.                             00029000
          05 FILLER             PIC X(03).                              00029100
          05 WRK-LU-NAO-ENTREG  PIC ZZ.ZZ9.                             00029200
          05 FILLER             PIC X(03).                              00029300
          05 WRK-LU-PERC        PIC ZZ9,9.                              00029400
          05 WRK-LU-SIMBOLO     PIC X(01).                              00029500
          05 FILLER             PIC X(03).                              00029600
          05 WRK-LU-TRANSITO    PIC ZZ.ZZ9.                             00029700
          05 FILLER             PIC X(03).                              00029800
          05 WRK-LU-EM-ATRASO   PIC ZZ.ZZ9.                             00029900
          05 FILLER             PIC X(03).                              00030000
          05 WRK-LU-AGUARDANDO  PIC ZZ.ZZ9.                             00030100
                                                                        00030200
       01 WRK-CABEC-MES.                                                00030300
          05 FILLER   PIC X(09) VALUE '  ANO/MES'.                      00030400
          05 FILLER   PIC X(09) VALUE '  ENCERR.'.                      00030500
          05 FILLER   PIC X(09) VALUE '  ENTREG.'.                      00030600
          05 FILLER   PIC X(09) VALUE ' NO PRAZO'.                      00030700
          05 FILLER   PIC X(09) VALUE ' ATRASAD.'.                      00030800
          05 FILLER   PIC X(09) VALUE ' NAO ENT.'.                      00030900
          05 FILLER   PIC X(09) VALUE ' SEM PRZ.'.                      00031000
          05 FILLER   PIC X(09) VALUE '  % PRAZO'.                      00031100
                                                                        00031200
       01 WRK-LINHA-MES.                                                00031300
          05 FILLER             PIC X(02).                              00031400
          05 WRK-LM-ANO         PIC 9(04).                              00031500
          05 WRK-LM-BARRA       PIC X(01).                              00031600
          05 WRK-LM-MES         PIC 9(02).                              00031700
          05 FILLER             PIC X(03).                              00031800
          05 WRK-LM-ENCERRADAS  PIC ZZ.ZZ9.                             00031900
          05 FILLER             PIC X(03).                              00032000
          05 WRK-LM-ENTREGUES   PIC ZZ.ZZ9.                             00032100
          05 FILLER             PIC X(03).                              00032200
          05 WRK-LM-NO-PRAZO    PIC ZZ.ZZ9.                             00032300
          05 FILLER             PIC X(03).                              00032400
          05 WRK-LM-ATRASADAS   PIC ZZ.ZZ9.                             00032500
          05 FILLER             PIC X(03).                              00032600
          05 WRK-LM-NAO-ENTREG  PIC ZZ.ZZ9.                             00032700
          05 FILLER             PIC X(03).                              00032800
          05 WRK-LM-SEM-PRAZO   PIC ZZ.ZZ9.                             00032900
          05 FILLER             PIC X(03).                              00033000
          05 WRK-LM-PERC        PIC ZZ9,9.                              00033100
          05 WRK-LM-SIMBOLO     PIC X(01).                              00033200
                                                                        00033300
       01 WRK-LINHA-TOTAL.                                              00033400
          05 FILLER   PIC X(14) VALUE ' ENTREGUES....'.                 00033500
          05 WRK-LT-ENTREGUES   PIC ZZ.ZZ9.                             00033600
          05 FILLER   PIC X(14) VALUE '  COM ATRASO..'.                 00033700
          05 WRK-LT-ATRASADAS   PIC ZZ.ZZ9.                             00033800
          05 FILLER   PIC X(14) VALUE '  DEVOLVIDAS..'.                 00033900
          05 WRK-LT-DEVOLVIDAS  PIC ZZ.ZZ9.                             00034000
          05 FILLER   PIC X(14) VALUE '  EXTRAVIADAS.'.                 00034100
          05 WRK-LT-EXTRAVIADAS PIC ZZ.ZZ9.                             00034200
          05 FILLER   PIC X(14) VALUE '  FORA PRAZO..'.                 00034300
          05 WRK-LT-EM-ATRASO   PIC ZZ.ZZ9.                             00034400
          05 FILLER   PIC X(14) VALUE '  EXCECOES....'.                 00034500
          05 WRK-LT-EXCECOES    PIC ZZ.ZZ9.                             00034600
                                                                        00034700
      *===================DATA DE PROCESSAMENTO==============           00034800
                                                                        00034900
       COPY 'DATAPROC'.                                                 00035000
                                                                        00035100
      *===================TRATAMENTO DE ERROS================           00035200
                                                                        00035300
       COPY 'VARERROS'.                                                 00035400
                                                                        00035500
      *===================CONTROLE DE EXECUCAO===============           00035600
                                                                        00035700
       COPY 'CTRLEXEC'.                                                 00035800
                                                                        00035900
      *===================CRITICA DA DATA====================           00036000
                                                                        00036100
       COPY 'VALDATA'.                                                  00036200
                                                                        00036300
      *===================SERVICOS DE IMPRESSAO==============           00036400
                                                                        00036500
       COPY 'REPWCOMM'.                                                 00036600
                                                                        00036700
      *====================================================             00036800
       PROCEDURE                                DIVISION.               00036900
      *====================================================             00037000
                                                                        00037100
      *----------------------------------------------------             00037200
       0000-PRINCIPAL                           SECTION.                00037300
      *----------------------------------------------------             00037400
                                                                        00037500
             PERFORM 1000-INICIALIZAR.                                  00037600
             PERFORM 1200-LERMESTRE.                                    00037700
             PERFORM 1300-LERNOTA.                                      00037800
             PERFORM 1400-LEREVENTO.                                    00037900
             PERFORM 2000-PROCESSAR                                     00038000
                UNTIL WRK-CHAVE-MESTRE EQUAL 99999999                   00038100
                  AND WRK-CHAVE-NOTA   EQUAL 99999999                   00038200
                  AND WRK-CHAVE-EVENTO EQUAL 99999999.                  00038300
             PERFORM 3000-FINALIZAR.                                    00038400
             STOP RUN.                                                  00038500
                                                                        00038600
       0000-99-FINAL.        EXIT.                                      00038700
                                                                        00038800
      *----------------------------------------------------             00038900
       1000-INICIALIZAR                         SECTION.                00039000
      *----------------------------------------------------             00039100
                                                                        00039200
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00039300
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00039400
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00039500
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00039600
           IF WRK-VD-INVALIDA                                           00039700
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00039800
                     WRK-DATA-PROCESSAMENTO                             00039900
             MOVE 8 TO RETURN-CODE                                      00040000
             STOP RUN                                                   00040100
           END-IF.                                                      00040200
           MOVE 'PRAZENTR' TO WRK-CE-PROGRAMA.                          00040300
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00040400
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00040500
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00040600
           IF NOT WRK-CE-PODE-EXECUTAR                                  00040700
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00040800
                     'STATUS ' WRK-CE-STATUS                            00040900
             MOVE 8 TO RETURN-CODE                                      00041000
             STOP RUN                                                   00041100
           END-IF.                                                      00041200
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-SD-DATA.                  00041300
           COMPUTE WRK-MESES-PROC = WRK-SD-ANO * 12 + WRK-SD-MES.       00041400
           MOVE ZEROS TO TAB-MESES.                                     00041500
           OPEN INPUT ENTANT.                                           00041600
           OPEN INPUT REGNOTAS.                                         00041700
           OPEN INPUT EVENTOS.                                          00041800
           OPEN OUTPUT ENTNOV.                                          00041900
           IF WRK-FS-ENTANT NOT EQUAL 0                                 00042000
             DISPLAY ' ERRO OPEN ENTANT - STATUS ' WRK-FS-ENTANT        00042100
             MOVE 8 TO RETURN-CODE                                      00042200
             STOP RUN                                                   00042300
           END-IF.                                                      00042400
           IF WRK-FS-REGNOTAS NOT EQUAL 0                               00042500
             DISPLAY ' ERRO OPEN REGNOTAS - STATUS ' WRK-FS-REGNOTAS    00042600
             MOVE 8 TO RETURN-CODE                                      00042700
             STOP RUN                                                   00042800
           END-IF.                                                      00042900
           IF WRK-FS-EVENTOS NOT EQUAL 0                                00043000
             DISPLAY ' ERRO OPEN EVENTOS - STATUS ' WRK-FS-EVENTOS      00043100
             MOVE 8 TO RETURN-CODE                                      00043200
             STOP RUN                                                   00043300
           END-IF.                                                      00043400
           IF WRK-FS-ENTNOV NOT EQUAL 0                                 00043500
             DISPLAY ' ERRO OPEN ENTNOV - STATUS ' WRK-FS-ENTNOV        00043600
             MOVE 8 TO RETURN-CODE                                      00043700
             STOP RUN                                                   00043800
           END-IF.                                                      00043900
           PERFORM 1100-CARREGARPRAZOS.                                 00044000
           MOVE 'ACOMPANHAMENTO DAS ENTREGAS - OCORRENCIAS DO DIA'      00044100
             TO WRK-RW-TITULO1.                                         00044200
           MOVE WRK-LINHA-CABEC TO WRK-RW-TITULO2.                      00044300
           MOVE SPACES          TO WRK-RW-TITULO3.                      00044400
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00044500
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00044600
           MOVE 'N' TO WRK-RW-REABRIR.                                  00044700
           MOVE SPACES TO WRK-RW-QUEBRA.                                00044750
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00044800
           CALL 'REPWRITE' USING WRK-REPW.                              00044900
                                                                        00045000
       1000-99-FINAL.        EXIT.                                      00045100
                                                                        00045200
      *----------------------------------------------------             00045300
      * CARREGAR OS PRAZOS ACORDADOS POR UF; SEM A TABELA               00045400
      * NAO HA COMO DIZER O QUE ESTA ATRASADO                           00045500
      *----------------------------------------------------             00045600
       1100-CARREGARPRAZOS                      SECTION.                00045700
      *----------------------------------------------------             00045800
                                                                        00045900
           MOVE ZEROS TO TAB-UFS.                                       00046000
           OPEN INPUT PRAZOUF.                                          00046100
           IF WRK-FS-PRAZOUF NOT EQUAL 0                                00046200
             DISPLAY ' ERRO OPEN PRAZOUF - STATUS ' WRK-FS-PRAZOUF      00046300
             MOVE '1100'                   TO WRK-SECAO                 00046400
             MOVE 'TABELA DE PRAZOS POR UF INDISPONIVEL'                00046500
               TO WRK-MSGERRO                                           00046600
             MOVE WRK-FS-PRAZOUF           TO WRK-STATUS                00046700
             PERFORM 9010-TRATARERROS                                   00046800
             MOVE 8 TO RETURN-CODE                                      00046900
             STOP RUN                                                   00047000
           END-IF.                                                      00047100
           READ PRAZOUF.                                                00047200
           PERFORM 1110-GUARDARPRAZO                                    00047300
              UNTIL WRK-FS-PRAZOUF NOT EQUAL 0.                         00047400
           CLOSE PRAZOUF.                                               00047500
           DISPLAY ' UFS COM PRAZO..........' WRK-UF-QTD.               00047600
                                                                        00047700
       1100-99-FINAL.        EXIT.                                      00047800
                                                                        00047900
      *----------------------------------------------------             00048000
       1110-GUARDARPRAZO                        SECTION.                00048100
      *----------------------------------------------------             00048200
                                                                        00048300
           IF WRK-UF-QTD LESS 30                                        00048400
             ADD 1 TO WRK-UF-QTD                                        00048500
             MOVE PRZ-UF TO TAB-UF-SIGLA (WRK-UF-QTD)                   00048600
             IF PRZ-DIAS NUMERIC                                        00048700
               MOVE PRZ-DIAS TO TAB-UF-PRAZO (WRK-UF-QTD)               00048800
             ELSE                                                       00048900
               MOVE ZEROS    TO TAB-UF-PRAZO (WRK-UF-QTD)               00049000
             END-IF                                                     00049100
           END-IF.                                                      00049200
           READ PRAZOUF.                                                00049300
                                                                        00049400
       1110-99-FINAL.        EXIT.                                      00049500
                                                                        00049600
      *----------------------------------------------------             00049700
       1200-LERMESTRE                           SECTION.                00049800
      *----------------------------------------------------             00049900
                                                                        00050000
           READ ENTANT.                                                 00050100
           IF WRK-FS-ENTANT EQUAL 10                                    00050200
             MOVE 99999999 TO WRK-CHAVE-MESTRE                          00050300
           ELSE                                                         00050400
             MOVE ENT-NUMERO TO WRK-CHAVE-MESTRE                        00050500
           END-IF.                                                      00050600
                                                                        00050700
       1200-99-FINAL.        EXIT.                                      00050800
                                                                        00050900
      *----------------------------------------------------             00051000
      * NOTA DE CREDITO NAO E MERCADORIA EM TRANSITO E NAO              00051100
      * ENTRA NO ACOMPANHAMENTO                                         00051200
      *----------------------------------------------------             00051300
       1300-LERNOTA                             SECTION.                00051400
      *----------------------------------------------------             00051500
                                                                        00051600
           READ REGNOTAS.                                               00051700
           IF WRK-FS-REGNOTAS EQUAL 10                                  00051800
             MOVE 99999999 TO WRK-CHAVE-NOTA                            00051900
           ELSE                                                         00052000
             IF RGN-NOTA-CREDITO                                        00052100
               GO TO 1300-LERNOTA                                       00052200
             END-IF                                                     00052300
             MOVE RGN-NUMERO TO WRK-CHAVE-NOTA                          00052400
           END-IF.                                                      00052500
                                                                        00052600
       1300-99-FINAL.        EXIT.                                      00052700
                                                                        00052800
      *----------------------------------------------------             00052900
       1400-LEREVENTO                           SECTION.                00053000
      *----------------------------------------------------             00053100
                                                                        00053200
           READ EVENTOS.                                                00053300
           IF WRK-FS-EVENTOS EQUAL 10                                   00053400
             MOVE 99999999 TO WRK-CHAVE-EVENTO                          00053500
           ELSE                                                         00053600
             ADD 1 TO WRK-ACUM-EVENTOS                                  00053700
             MOVE EVT-NUMERO TO WRK-CHAVE-EVENTO                        00053800
           END-IF.                                                      00053900
                                                                        00054000
       1400-99-FINAL.        EXIT.                                      00054100
                                                                        00054200
      *----------------------------------------------------             00054300
      * BALANCE LINE DE TRES PERNAS: A MENOR CHAVE ENTRE                00054400
      * MESTRE, REGISTRO DE NOTAS E EVENTOS DEFINE A NOTA               00054500
      *----------------------------------------------------             00054600
       2000-PROCESSAR                           SECTION.                00054700
      *----------------------------------------------------             00054800
                                                                        00054900
           MOVE WRK-CHAVE-MESTRE TO WRK-CHAVE-CORRENTE.                 00055000
           IF WRK-CHAVE-NOTA LESS WRK-CHAVE-CORRENTE                    00055100
             MOVE WRK-CHAVE-NOTA TO WRK-CHAVE-CORRENTE                  00055200
           END-IF.                                                      00055300
           IF WRK-CHAVE-EVENTO LESS WRK-CHAVE-CORRENTE                  00055400
             MOVE WRK-CHAVE-EVENTO TO WRK-CHAVE-CORRENTE                00055500
           END-IF.                                                      00055600
           MOVE 0 TO WRK-TEM-MESTRE.                                    00055700
           MOVE 0 TO WRK-TEM-NOTA.                                      00055800
           MOVE 0 TO WRK-TEM-ENTREGA.                                   00055900
           MOVE 0 TO WRK-ENCERRADA-HOJE.                                00056000
           IF WRK-CHAVE-MESTRE EQUAL WRK-CHAVE-CORRENTE                 00056100
             MOVE 1 TO WRK-TEM-MESTRE                                   00056200
             MOVE 1 TO WRK-TEM-ENTREGA                                  00056300
             MOVE REG-ENTREGA TO WRK-REG-ENTREGA                        00056400
             ADD 1 TO WRK-ACUM-MESTRE                                   00056500
             PERFORM 1200-LERMESTRE                                     00056600
           END-IF.                                                      00056700
           IF WRK-CHAVE-NOTA EQUAL WRK-CHAVE-CORRENTE                   00056800
             MOVE 1 TO WRK-TEM-NOTA                                     00056900
             MOVE RGN-SITUACAO TO WRK-NOTA-SITUACAO                     00057000
             MOVE RGN-DATAPROC TO WRK-NOTA-EMISSAO                      00057100
             MOVE RGN-ESTADO   TO WRK-NOTA-ESTADO                       00057200
             PERFORM 1300-LERNOTA                                       00057300
           END-IF.                                                      00057400
           IF WRK-TEM-NOTA EQUAL 1                                      00057500
              AND WRK-NOTA-SITUACAO EQUAL 'C'                           00057600
             PERFORM 2100-NOTACANCELADA                                 00057700
             GO TO 2000-99-FINAL                                        00057800
           END-IF.                                                      00057900
           IF WRK-TEM-NOTA EQUAL 0                                      00058000
              AND WRK-TEM-MESTRE EQUAL 0                                00058100
             PERFORM 2900-EVENTOSEMNOTA                                 00058200
                UNTIL WRK-CHAVE-EVENTO NOT EQUAL WRK-CHAVE-CORRENTE     00058300
             GO TO 2000-99-FINAL                                        00058400
           END-IF.                                                      00058500
           IF WRK-TEM-MESTRE EQUAL 0                                    00058600
              AND WRK-NOTA-SITUACAO EQUAL 'A'                           00058650
              AND (WRK-NOTA-EMISSAO EQUAL WRK-DATA-PROCESSAMENTO        00058700
                   OR WRK-CHAVE-EVENTO EQUAL WRK-CHAVE-CORRENTE)        00058800
             PERFORM 2050-NOVANOTA                                      00058900
           END-IF.                                                      00059000
           IF WRK-TEM-ENTREGA EQUAL 0                                   00059100
             GO TO 2000-99-FINAL                                        00059200
           END-IF.                                                      00059300
           PERFORM 2200-APLICAREVENTO                                   00059400
              UNTIL WRK-CHAVE-EVENTO NOT EQUAL WRK-CHAVE-CORRENTE.      00059500
           PERFORM 2400-AVALIARENTREGA.                                 00059600
                                                                        00059700
       2000-99-FINAL.        EXIT.                                      00059800
                                                                        00059900
      *----------------------------------------------------             00060000
      * NOTA ATIVA ENTRA AGUARDANDO DESPACHO                            00060100
      *----------------------------------------------------             00060200
       2050-NOVANOTA                            SECTION.                00060300
      *----------------------------------------------------             00060400
                                                                        00060500
           MOVE 1 TO WRK-TEM-ENTREGA.                                   00060600
           MOVE SPACES               TO WRK-REG-ENTREGA.                00060700
           MOVE WRK-CHAVE-CORRENTE   TO WRK-EN-NUMERO.                  00060800
           MOVE WRK-NOTA-EMISSAO     TO WRK-EN-EMISSAO.                 00060900
           MOVE WRK-NOTA-ESTADO      TO WRK-EN-ESTADO.                  00061000
           MOVE ZEROS                TO WRK-EN-DESPACHO.                00061100
           MOVE ZEROS                TO WRK-EN-ENTREGA.                 00061200
           MOVE ZEROS                TO WRK-EN-PRAZO.                   00061300
           MOVE ZEROS                TO WRK-EN-DIAS.                    00061400
           MOVE 'P'                  TO WRK-EN-SITUACAO.                00061500
           MOVE 'N'                  TO WRK-EN-ATRASO.                  00061600
           MOVE ZEROS                TO WRK-EN-ULT-OCORR.               00061700
           MOVE ZEROS                TO WRK-EN-ULT-EVENTO.              00061800
           ADD 1 TO WRK-ACUM-NOVAS.                                     00061900
                                                                        00062000
       2050-99-FINAL.        EXIT.                                      00062100
                                                                        00062200
      *----------------------------------------------------             00062300
      * NOTA CANCELADA SAI DO ACOMPANHAMENTO; EVENTO DELA               00062400
      * E EXCECAO PARA A LOGISTICA                                      00062500
      *----------------------------------------------------             00062600
       2100-NOTACANCELADA                       SECTION.                00062700
      *----------------------------------------------------             00062800
                                                                        00062900
           IF WRK-TEM-MESTRE EQUAL 1                                    00063000
             ADD 1 TO WRK-ACUM-CANCELADAS                               00063100
           END-IF.                                                      00063200
           PERFORM 2110-EVENTOCANCELADA                                 00063300
              UNTIL WRK-CHAVE-EVENTO NOT EQUAL WRK-CHAVE-CORRENTE.      00063400
                                                                        00063500
       2100-99-FINAL.        EXIT.                                      00063600
                                                                        00063700
      *----------------------------------------------------             00063800
       2110-EVENTOCANCELADA                     SECTION.                00063900
      *----------------------------------------------------             00064000
                                                                        00064100
           MOVE SPACES             TO WRK-LINHA-NOTA.                   00064200
           MOVE EVT-NUMERO         TO WRK-LN-NOTA.                      00064300
           MOVE WRK-NOTA-ESTADO    TO WRK-LN-UF.                        00064400
           MOVE WRK-NOTA-EMISSAO   TO WRK-LN-EMISSAO.                   00064500
           MOVE ZEROS              TO WRK-LN-DESPACHO.                  00064600
           MOVE ZEROS              TO WRK-LN-ENTREGA.                   00064700
           IF EVT-DATA-DESPACHO NUMERIC                                 00064800
             MOVE EVT-DATA-DESPACHO TO WRK-LN-DESPACHO                  00064900
           END-IF.                                                      00065000
           IF EVT-DATA-ENTREGA NUMERIC                                  00065100
             MOVE EVT-DATA-ENTREGA TO WRK-LN-ENTREGA                    00065200
           END-IF.                                                      00065300
           MOVE 'EVENTO DE NOTA CANCELADA'  TO WRK-LN-OCORRENCIA.       00065400
           PERFORM 2800-IMPRIMIREXCECAO.                                00065500
           PERFORM 1400-LEREVENTO.                                      00065600
                                                                        00065700
       2110-99-FINAL.        EXIT.                                      00065800
                                                                        00065900
      *----------------------------------------------------             00066000
      * EVENTOS DA NOTA NA ORDEM DE CHEGADA; NOTA JA                    00066100
      * ENCERRADA NAO MUDA MAIS                                         00066200
      *----------------------------------------------------             00066300
       2200-APLICAREVENTO                       SECTION.                00066400
      *----------------------------------------------------             00066500
                                                                        00066600
           IF EVT-DATA-DESPACHO NOT NUMERIC                             00066700
             MOVE ZEROS TO EVT-DATA-DESPACHO                            00066800
           END-IF.                                                      00066900
           IF EVT-DATA-ENTREGA NOT NUMERIC                              00067000
             MOVE ZEROS TO EVT-DATA-ENTREGA                             00067100
           END-IF.                                                      00067200
           IF WRK-EN-ENCERRADA                                          00067300
             GO TO 2200-LER                                             00067400
           END-IF.                                                      00067500
           MOVE EVT-OCORRENCIA TO WRK-EN-ULT-OCORR.                     00067600
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-EN-ULT-EVENTO.            00067700
           IF WRK-EN-DESPACHO EQUAL ZEROS                               00067800
              AND EVT-DATA-DESPACHO GREATER ZEROS                       00067900
             PERFORM 2210-DESPACHAR                                     00068000
           END-IF.                                                      00068100
           IF EVT-ENTREGA                                               00068200
             PERFORM 2220-ENTREGAR                                      00068300
           END-IF.                                                      00068400
           IF EVT-DEVOLUCAO OR EVT-EXTRAVIO                             00068500
             PERFORM 2230-NAOENTREGAR                                   00068600
           END-IF.                                                      00068700
                                                                        00068800
       2200-LER.                                                        00068900
           PERFORM 1400-LEREVENTO.                                      00069000
                                                                        00069100
       2200-99-FINAL.        EXIT.                                      00069200
                                                                        00069300
      *----------------------------------------------------             00069400
      * DESPACHO: O PRAZO ACORDADO DA UF FICA NA NOTA                   00069500
      *----------------------------------------------------             00069600
       2210-DESPACHAR                           SECTION.                00069700
      *----------------------------------------------------             00069800
                                                                        00069900
           MOVE EVT-DATA-DESPACHO TO WRK-EN-DESPACHO.                   00070000
           MOVE 'T' TO WRK-EN-SITUACAO.                                 00070100
           MOVE WRK-EN-ESTADO TO WRK-UF-PESQ.                           00070200
           PERFORM 2300-LOCALIZARUF.                                    00070300
           MOVE TAB-UF-PRAZO (WRK-UF-SLOT) TO WRK-EN-PRAZO.             00070400
           IF WRK-EN-PRAZO EQUAL ZEROS                                  00070500
             PERFORM 2700-MONTARLINHA                                   00070600
             MOVE 'UF SEM PRAZO ACORDADO'   TO WRK-LN-OCORRENCIA        00070700
             PERFORM 2800-IMPRIMIREXCECAO                               00070800
           END-IF.                                                      00070900
                                                                        00071000
       2210-99-FINAL.        EXIT.                                      00071100
                                                                        00071200
      *----------------------------------------------------             00071300
      * ENTREGA SEM DESPACHO INFORMADO CONTA DA EMISSAO                 00071400
      *----------------------------------------------------             00071500
       2220-ENTREGAR                            SECTION.                00071600
      *----------------------------------------------------             00071700
                                                                        00071800
           IF EVT-DATA-ENTREGA EQUAL ZEROS                              00071900
             PERFORM 2700-MONTARLINHA                                   00072000
             MOVE 'ENTREGA SEM DATA - IGNORADA' TO WRK-LN-OCORRENCIA    00072100
             PERFORM 2800-IMPRIMIREXCECAO                               00072200
             GO TO 2220-99-FINAL                                        00072300
           END-IF.                                                      00072400
           IF WRK-EN-DESPACHO EQUAL ZEROS                               00072500
             MOVE WRK-EN-EMISSAO TO EVT-DATA-DESPACHO                   00072600
             PERFORM 2210-DESPACHAR                                     00072700
           END-IF.                                                      00072800
           MOVE EVT-DATA-ENTREGA TO WRK-EN-ENTREGA.                     00072900
           MOVE 'E' TO WRK-EN-SITUACAO.                                 00073000
           MOVE 1   TO WRK-ENCERRADA-HOJE.                              00073100
           MOVE WRK-EN-ENTREGA TO WRK-SD-DATA.                          00073200
           PERFORM 2250-CONTARDIAS.                                     00073300
           IF WRK-EN-PRAZO GREATER ZEROS                                00073400
              AND WRK-EN-DIAS GREATER WRK-EN-PRAZO                      00073500
             MOVE 'S' TO WRK-EN-ATRASO                                  00073600
           END-IF.                                                      00073700
                                                                        00073800
       2220-99-FINAL.        EXIT.                                      00073900
                                                                        00074000
      *----------------------------------------------------             00074100
       2230-NAOENTREGAR                         SECTION.                00074200
      *----------------------------------------------------             00074300
                                                                        00074400
           IF EVT-DEVOLUCAO                                             00074500
             MOVE 'D' TO WRK-EN-SITUACAO                                00074600
           ELSE                                                         00074700
             MOVE 'X' TO WRK-EN-SITUACAO                                00074800
           END-IF.                                                      00074900
           MOVE 1 TO WRK-ENCERRADA-HOJE.                                00075000
           MOVE ZEROS TO WRK-EN-ENTREGA.                                00075100
           IF WRK-EN-DESPACHO GREATER ZEROS                             00075200
             MOVE WRK-DATA-PROCESSAMENTO TO WRK-SD-DATA                 00075300
             PERFORM 2250-CONTARDIAS                                    00075400
           END-IF.                                                      00075500
                                                                        00075600
       2230-99-FINAL.        EXIT.                                      00075700
                                                                        00075800
      *----------------------------------------------------             00075900
      * DIAS CORRIDOS DO DESPACHO ATE A DATA EM WRK-SD-DATA             00076000
      *----------------------------------------------------             00076100
       2250-CONTARDIAS                          SECTION.                00076200
      *----------------------------------------------------             00076300
                                                                        00076400
           PERFORM 8000-SERIALIZARDATA.                                 00076500
           MOVE WRK-SD-SERIAL TO WRK-SERIAL-FIM.                        00076600
           MOVE WRK-EN-DESPACHO TO WRK-SD-DATA.                         00076700
           PERFORM 8000-SERIALIZARDATA.                                 00076800
           COMPUTE WRK-DIAS-CORRIDOS =                                  00076900
                   WRK-SERIAL-FIM - WRK-SD-SERIAL.                      00077000
           IF WRK-DIAS-CORRIDOS LESS ZEROS                              00077100
             MOVE ZEROS TO WRK-DIAS-CORRIDOS                            00077200
           END-IF.                                                      00077300
           IF WRK-DIAS-CORRIDOS GREATER 999                             00077400
             MOVE 999 TO WRK-DIAS-CORRIDOS                              00077500
           END-IF.                                                      00077600
           MOVE WRK-DIAS-CORRIDOS TO WRK-EN-DIAS.                       00077700
                                                                        00077800
       2250-99-FINAL.        EXIT.                                      00077900
                                                                        00078000
      *----------------------------------------------------             00078100
      * UF FORA DA TABELA ENTRA NO RESUMO SEM PRAZO                     00078200
      *----------------------------------------------------             00078300
       2300-LOCALIZARUF                         SECTION.                00078400
      *----------------------------------------------------             00078500
                                                                        00078600
           MOVE 0 TO WRK-UF-ACHOU.                                      00078700
           PERFORM 2310-PESQUISARUF                                     00078800
              VARYING TAB-UF-IDX FROM 1 BY 1                            00078900
                UNTIL TAB-UF-IDX GREATER WRK-UF-QTD                     00079000
                   OR WRK-UF-ACHOU EQUAL 1.                             00079100
           IF WRK-UF-ACHOU EQUAL 0                                      00079200
             IF WRK-UF-QTD LESS 30                                      00079300
               ADD 1 TO WRK-UF-QTD                                      00079400
             END-IF                                                     00079500
             MOVE WRK-UF-QTD  TO WRK-UF-SLOT                            00079600
             MOVE WRK-UF-PESQ TO TAB-UF-SIGLA (WRK-UF-SLOT)             00079700
           END-IF.                                                      00079800
                                                                        00079900
       2300-99-FINAL.        EXIT.                                      00080000
                                                                        00080100
      *----------------------------------------------------             00080200
       2310-PESQUISARUF                         SECTION.                00080300
      *----------------------------------------------------             00080400
                                                                        00080500
           IF TAB-UF-SIGLA (TAB-UF-IDX) EQUAL WRK-UF-PESQ               00080600
             MOVE 1 TO WRK-UF-ACHOU                                     00080700
             SET WRK-UF-SLOT TO TAB-UF-IDX                              00080800
           END-IF.                                                      00080900
                                                                        00081000
       2310-99-FINAL.        EXIT.                                      00081100
                                                                        00081200
      *----------------------------------------------------             00081300
      * SITUACAO DA NOTA NO FIM DO DIA: RESUMO POR UF E POR             00081400
      * MES, OCORRENCIAS DO DIA E GRAVACAO NO MESTRE NOVO               00081500
      *----------------------------------------------------             00081600
       2400-AVALIARENTREGA                      SECTION.                00081700
      *----------------------------------------------------             00081800
                                                                        00081900
           MOVE WRK-EN-ESTADO TO WRK-UF-PESQ.                           00082000
           PERFORM 2300-LOCALIZARUF.                                    00082100
           IF WRK-EN-AGUARDANDO                                         00082200
             ADD 1 TO TAB-UF-AGUARDANDO (WRK-UF-SLOT)                   00082300
             GO TO 2400-GRAVAR                                          00082400
           END-IF.                                                      00082500
           IF WRK-EN-EM-TRANSITO                                        00082600
             PERFORM 2410-AVALIARTRANSITO                               00082700
             GO TO 2400-GRAVAR                                          00082800
           END-IF.                                                      00082900
           IF WRK-EN-ENTREGUE                                           00083000
             MOVE WRK-EN-ENTREGA TO WRK-DATA-ENCERRAMENTO               00083100
           ELSE                                                         00083200
             MOVE WRK-EN-ULT-EVENTO TO WRK-DATA-ENCERRAMENTO            00083300
           END-IF.                                                      00083400
           PERFORM 2500-ACUMULARMES.                                    00083500
           IF WRK-MES-IDX GREATER 12                                    00083600
             ADD 1 TO WRK-ACUM-EXPURGADAS                               00083700
             GO TO 2400-99-FINAL                                        00083800
           END-IF.                                                      00083900
           IF WRK-ENCERRADA-HOJE EQUAL 1                                00084000
             PERFORM 2420-OCORRENCIADODIA                               00084100
           END-IF.                                                      00084200
                                                                        00084300
       2400-GRAVAR.                                                     00084400
           WRITE REG-ENTNOV FROM WRK-REG-ENTREGA.                       00084500
           IF WRK-FS-ENTNOV NOT EQUAL 0                                 00084600
             MOVE '2400'                  TO WRK-SECAO                  00084700
             MOVE 'ERRO WRITE ENTNOV - '  TO WRK-MSGERRO                00084800
             MOVE WRK-FS-ENTNOV           TO WRK-STATUS                 00084900
             PERFORM 9010-TRATARERROS                                   00085000
             MOVE 12 TO RETURN-CODE                                     00085100
             STOP RUN                                                   00085200
           END-IF.                                                      00085300
           ADD 1 TO WRK-ACUM-GRAVADAS.                                  00085400
                                                                        00085500
       2400-99-FINAL.        EXIT.                                      00085600
                                                                        00085700
      *----------------------------------------------------             00085800
      * EM TRANSITO ALEM DO PRAZO: NAO ENTREGUE, LISTADA                00085900
      * TODO DIA ATE A TRANSPORTADORA ENCERRAR A NOTA                   00086000
      *----------------------------------------------------             00086100
       2410-AVALIARTRANSITO                     SECTION.                00086200
      *----------------------------------------------------             00086300
                                                                        00086400
           ADD 1 TO TAB-UF-TRANSITO (WRK-UF-SLOT).                      00086500
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-SD-DATA.                  00086600
           PERFORM 2250-CONTARDIAS.                                     00086700
           IF WRK-EN-PRAZO GREATER ZEROS                                00086800
              AND WRK-EN-DIAS GREATER WRK-EN-PRAZO                      00086900
             ADD 1 TO TAB-UF-EM-ATRASO (WRK-UF-SLOT)                    00087000
             ADD 1 TO WRK-ACUM-EM-ATRASO                                00087100
             PERFORM 2700-MONTARLINHA                                   00087200
             MOVE 'EM ATRASO - NAO ENTREGUE' TO WRK-LN-OCORRENCIA       00087300
             PERFORM 2810-IMPRIMIRNOTA                                  00087400
           END-IF.                                                      00087500
                                                                        00087600
       2410-99-FINAL.        EXIT.                                      00087700
                                                                        00087800
      *----------------------------------------------------             00087900
       2420-OCORRENCIADODIA                     SECTION.                00088000
      *----------------------------------------------------             00088100
                                                                        00088200
           IF WRK-EN-ENTREGUE                                           00088300
             ADD 1 TO WRK-ACUM-ENTREGUES                                00088400
             IF NOT WRK-EN-COM-ATRASO                                   00088500
               GO TO 2420-99-FINAL                                      00088600
             END-IF                                                     00088700
           END-IF.                                                      00088800
           PERFORM 2700-MONTARLINHA.                                    00088900
           IF WRK-EN-ENTREGUE                                           00089000
             ADD 1 TO WRK-ACUM-ATRASADAS                                00089100
             MOVE 'ENTREGUE COM ATRASO'     TO WRK-LN-OCORRENCIA        00089200
           END-IF.                                                      00089300
           IF WRK-EN-DEVOLVIDA                                          00089400
             ADD 1 TO WRK-ACUM-DEVOLVIDAS                               00089500
             MOVE 'DEVOLVIDA - NAO ENTREGUE' TO WRK-LN-OCORRENCIA       00089600
           END-IF.                                                      00089700
           IF WRK-EN-EXTRAVIADA                                         00089800
             ADD 1 TO WRK-ACUM-EXTRAVIADAS                              00089900
             MOVE 'EXTRAVIADA - NAO ENTREGUE' TO WRK-LN-OCORRENCIA      00090000
           END-IF.                                                      00090100
           PERFORM 2810-IMPRIMIRNOTA.                                   00090200
                                                                        00090300
       2420-99-FINAL.        EXIT.                                      00090400
                                                                        00090500
      *----------------------------------------------------             00090600
      * NOTA ENCERRADA NOS ULTIMOS 12 MESES: 1 = MES DA                 00090700
      * DATA DE PROCESSAMENTO; NO MES CORRENTE ENTRA TAMBEM             00090800
      * NO PROMETIDO X REAL DA UF. MAIS ANTIGA SAI DO MESTRE            00090900
      *----------------------------------------------------             00091000
       2500-ACUMULARMES                         SECTION.                00091100
      *----------------------------------------------------             00091200
                                                                        00091300
           MOVE WRK-DATA-ENCERRAMENTO TO WRK-SD-DATA.                   00091400
           COMPUTE WRK-MES-IDX =                                        00091500
                   WRK-MESES-PROC - (WRK-SD-ANO * 12 + WRK-SD-MES)      00091600
                   + 1.                                                 00091700
           IF WRK-MES-IDX LESS 1                                        00091800
             MOVE 1 TO WRK-MES-IDX                                      00091900
           END-IF.                                                      00092000
           IF WRK-MES-IDX GREATER 12                                    00092100
             GO TO 2500-99-FINAL                                        00092200
           END-IF.                                                      00092300
           IF NOT WRK-EN-ENTREGUE                                       00092400
             ADD 1 TO TAB-MES-NAO-ENTREG (WRK-MES-IDX)                  00092500
             IF WRK-MES-IDX EQUAL 1                                     00092600
               ADD 1 TO TAB-UF-NAO-ENTREG (WRK-UF-SLOT)                 00092700
             END-IF                                                     00092800
             GO TO 2500-99-FINAL                                        00092900
           END-IF.                                                      00093000
           ADD 1 TO TAB-MES-ENTREGUES (WRK-MES-IDX).                    00093100
           IF WRK-EN-PRAZO EQUAL ZEROS                                  00093200
             ADD 1 TO TAB-MES-SEM-PRAZO (WRK-MES-IDX)                   00093300
           ELSE                                                         00093400
             IF WRK-EN-COM-ATRASO                                       00093500
               ADD 1 TO TAB-MES-ATRASADAS (WRK-MES-IDX)                 00093600
             ELSE                                                       00093700
               ADD 1 TO TAB-MES-NO-PRAZO (WRK-MES-IDX)                  00093800
             END-IF                                                     00093900
           END-IF.                                                      00094000
           IF WRK-MES-IDX EQUAL 1                                       00094100
              AND WRK-EN-PRAZO GREATER ZEROS                            00094200
             ADD 1            TO TAB-UF-ENTREGUES  (WRK-UF-SLOT)        00094300
             ADD WRK-EN-PRAZO TO TAB-UF-SOMA-PRAZO (WRK-UF-SLOT)        00094400
             ADD WRK-EN-DIAS  TO TAB-UF-SOMA-DIAS  (WRK-UF-SLOT)        00094500
             IF WRK-EN-COM-ATRASO                                       00094600
               ADD 1 TO TAB-UF-ATRASADAS (WRK-UF-SLOT)                  00094700
             END-IF                                                     00094800
           END-IF.                                                      00094900
                                                                        00095000
       2500-99-FINAL.        EXIT.                                      00095100
                                                                        00095200
      *----------------------------------------------------             00095300
       2700-MONTARLINHA                         SECTION.                00095400
      *----------------------------------------------------             00095500
                                                                        00095600
           MOVE SPACES             TO WRK-LINHA-NOTA.                   00095700
           MOVE WRK-EN-NUMERO      TO WRK-LN-NOTA.                      00095800
           MOVE WRK-EN-ESTADO      TO WRK-LN-UF.                        00095900
           MOVE WRK-EN-EMISSAO     TO WRK-LN-EMISSAO.                   00096000
           MOVE WRK-EN-DESPACHO    TO WRK-LN-DESPACHO.                  00096100
           MOVE WRK-EN-ENTREGA     TO WRK-LN-ENTREGA.                   00096200
           MOVE WRK-EN-PRAZO       TO WRK-LN-PRAZO.                     00096300
           MOVE WRK-EN-DIAS        TO WRK-LN-DIAS.                      00096400
                                                                        00096500
       2700-99-FINAL.        EXIT.                                      00096600
                                                                        00096700
      *----------------------------------------------------             00096800
       2800-IMPRIMIREXCECAO                     SECTION.                00096900
      *----------------------------------------------------             00097000
                                                                        00097100
           ADD 1 TO WRK-ACUM-EXCECOES.                                  00097200
           MOVE '2800'              TO WRK-SECAO.                       00097300
           MOVE WRK-LN-OCORRENCIA   TO WRK-MSGERRO.                     00097400
           MOVE '00'                TO WRK-STATUS.                      00097500
           PERFORM 9010-TRATARERROS.                                    00097600
           PERFORM 2810-IMPRIMIRNOTA.                                   00097700
                                                                        00097800
       2800-99-FINAL.        EXIT.                                      00097900
                                                                        00098000
      *----------------------------------------------------             00098100
       2810-IMPRIMIRNOTA                        SECTION.                00098200
      *----------------------------------------------------             00098300
                                                                        00098400
           MOVE WRK-LINHA-NOTA TO WRK-RW-LINHA.                         00098500
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00098600
           CALL 'REPWRITE' USING WRK-REPW.                              00098700
                                                                        00098800
       2810-99-FINAL.        EXIT.                                      00098900
                                                                        00099000
      *----------------------------------------------------             00099100
       2900-EVENTOSEMNOTA                       SECTION.                00099200
      *----------------------------------------------------             00099300
                                                                        00099400
           MOVE SPACES             TO WRK-LINHA-NOTA.                   00099500
           MOVE EVT-NUMERO         TO WRK-LN-NOTA.                      00099600
           MOVE ZEROS              TO WRK-LN-EMISSAO.                   00099700
           MOVE ZEROS              TO WRK-LN-DESPACHO.                  00099800
           MOVE ZEROS              TO WRK-LN-ENTREGA.                   00099900
           IF EVT-DATA-DESPACHO NUMERIC                                 00100000
             MOVE EVT-DATA-DESPACHO TO WRK-LN-DESPACHO                  00100100
           END-IF.                                                      00100200
           IF EVT-DATA-ENTREGA NUMERIC                                  00100300
             MOVE EVT-DATA-ENTREGA TO WRK-LN-ENTREGA                    00100400
           END-IF.                                                      00100500
           MOVE 'EVENTO DE NOTA NAO EMITIDA' TO WRK-LN-OCORRENCIA.      00100600
           PERFORM 2800-IMPRIMIREXCECAO.                                00100700
           PERFORM 1400-LEREVENTO.                                      00100800
                                                                        00100900
       2900-99-FINAL.        EXIT.                                      00101000
                                                                        00101100
      *----------------------------------------------------             00101200
       3000-FINALIZAR                           SECTION.                00101300
      *----------------------------------------------------             00101400
                                                                        00101500
           MOVE WRK-ACUM-ENTREGUES   TO WRK-LT-ENTREGUES.               00101600
           MOVE WRK-ACUM-ATRASADAS   TO WRK-LT-ATRASADAS.               00101700
           MOVE WRK-ACUM-DEVOLVIDAS  TO WRK-LT-DEVOLVIDAS.              00101800
           MOVE WRK-ACUM-EXTRAVIADAS TO WRK-LT-EXTRAVIADAS.             00101900
           MOVE WRK-ACUM-EM-ATRASO   TO WRK-LT-EM-ATRASO.               00102000
           MOVE WRK-ACUM-EXCECOES    TO WRK-LT-EXCECOES.                00102100
           MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                        00102200
           MOVE 'T' TO WRK-RW-FUNCAO.                                   00102300
           CALL 'REPWRITE' USING WRK-REPW.                              00102400
           MOVE 'PRAZO PROMETIDO X DIAS REAIS POR UF NO MES'            00102500
             TO WRK-RW-TITULO1.                                         00102600
           MOVE WRK-CABEC-UF TO WRK-RW-TITULO2.                         00102700
           MOVE 'S' TO WRK-RW-FUNCAO.                                   00102800
           CALL 'REPWRITE' USING WRK-REPW.                              00102900
           MOVE ZEROS TO WRK-IDX.                                       00103000
           PERFORM 3100-LISTARUF                                        00103100
              UNTIL WRK-IDX NOT LESS WRK-UF-QTD.                        00103200
           MOVE 'PERCENTUAL DE ENTREGAS NO PRAZO - ULTIMOS 12 MESES'    00103300
             TO WRK-RW-TITULO1.                                         00103400
           MOVE WRK-CABEC-MES TO WRK-RW-TITULO2.                        00103500
           MOVE 'S' TO WRK-RW-FUNCAO.                                   00103600
           CALL 'REPWRITE' USING WRK-REPW.                              00103700
           MOVE 13 TO WRK-IDX.                                          00103800
           PERFORM 3200-LISTARMES                                       00103900
              UNTIL WRK-IDX NOT GREATER 1.                              00104000
           CLOSE ENTANT.                                                00104100
           CLOSE REGNOTAS.                                              00104200
           CLOSE EVENTOS.                                               00104300
           CLOSE ENTNOV.                                                00104400
           MOVE 'F' TO WRK-RW-FUNCAO.                                   00104500
           CALL 'REPWRITE' USING WRK-REPW.                              00104600
           DISPLAY ' MESTRE ANTERIOR........' WRK-ACUM-MESTRE.          00104700
           DISPLAY ' NOTAS NOVAS............' WRK-ACUM-NOVAS.           00104800
           DISPLAY ' EVENTOS LIDOS..........' WRK-ACUM-EVENTOS.         00104900
           DISPLAY ' ENTREGUES NO DIA.......' WRK-ACUM-ENTREGUES.       00105000
           DISPLAY ' ENTREGUES COM ATRASO...' WRK-ACUM-ATRASADAS.       00105100
           DISPLAY ' DEVOLVIDAS.............' WRK-ACUM-DEVOLVIDAS.      00105200
           DISPLAY ' EXTRAVIADAS............' WRK-ACUM-EXTRAVIADAS.     00105300
           DISPLAY ' EM ATRASO NAO ENTREGUE.' WRK-ACUM-EM-ATRASO.       00105400
           DISPLAY ' CANCELADAS.............' WRK-ACUM-CANCELADAS.      00105500
           DISPLAY ' EXPURGADAS (12 MESES)..' WRK-ACUM-EXPURGADAS.      00105600
           DISPLAY ' MESTRE NOVO............' WRK-ACUM-GRAVADAS.        00105700
           DISPLAY ' EXCECOES...............' WRK-ACUM-EXCECOES.        00105800
           MOVE 'F' TO WRK-CE-FUNCAO.                                   00105900
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00106000
           IF WRK-ACUM-EXCECOES GREATER ZEROS                           00106100
              AND RETURN-CODE LESS 4                                    00106200
             MOVE 4 TO RETURN-CODE                                      00106300
           END-IF.                                                      00106400
           DISPLAY ' FIM DO PROGRAMA'.                                  00106500
                                                                        00106600
       3000-99-FINAL.        EXIT.                                      00106700
                                                                        00106800
      *----------------------------------------------------             00106900
      * UF SEM MOVIMENTO NENHUM NAO E LISTADA                           00107000
      *----------------------------------------------------             00107100
       3100-LISTARUF                            SECTION.                00107200
      *----------------------------------------------------             00107300
                                                                        00107400
           ADD 1 TO WRK-IDX.                                            00107500
           IF TAB-UF-ENTREGUES  (WRK-IDX) EQUAL ZEROS                   00107600
              AND TAB-UF-NAO-ENTREG (WRK-IDX) EQUAL ZEROS               00107700
              AND TAB-UF-TRANSITO   (WRK-IDX) EQUAL ZEROS               00107800
              AND TAB-UF-AGUARDANDO (WRK-IDX) EQUAL ZEROS               00107900
             GO TO 3100-99-FINAL                                        00108000
           END-IF.                                                      00108100
           MOVE SPACES TO WRK-LINHA-UF.                                 00108200
           MOVE TAB-UF-SIGLA      (WRK-IDX) TO WRK-LU-UF.               00108300
           MOVE TAB-UF-PRAZO      (WRK-IDX) TO WRK-LU-PRAZO.            00108400
           MOVE TAB-UF-ENTREGUES  (WRK-IDX) TO WRK-LU-ENTREGUES.        00108500
           MOVE TAB-UF-ATRASADAS  (WRK-IDX) TO WRK-LU-ATRASADAS.        00108600
           MOVE TAB-UF-NAO-ENTREG (WRK-IDX) TO WRK-LU-NAO-ENTREG.       00108700
           MOVE TAB-UF-TRANSITO   (WRK-IDX) TO WRK-LU-TRANSITO.         00108800
           MOVE TAB-UF-EM-ATRASO  (WRK-IDX) TO WRK-LU-EM-ATRASO.        00108900
           MOVE TAB-UF-AGUARDANDO (WRK-IDX) TO WRK-LU-AGUARDANDO.       00109000
           MOVE ZEROS TO WRK-LU-MEDIA-PROM.                             00109100
           MOVE ZEROS TO WRK-LU-MEDIA-REAL.                             00109200
           IF TAB-UF-ENTREGUES (WRK-IDX) GREATER ZEROS                  00109300
             COMPUTE WRK-MEDIA ROUNDED =                                00109400
                     TAB-UF-SOMA-PRAZO (WRK-IDX)                        00109500
                   / TAB-UF-ENTREGUES  (WRK-IDX)                        00109600
             MOVE WRK-MEDIA TO WRK-LU-MEDIA-PROM                        00109700
             COMPUTE WRK-MEDIA ROUNDED =                                00109800
                     TAB-UF-SOMA-DIAS (WRK-IDX)                         00109900
                   / TAB-UF-ENTREGUES (WRK-IDX)                         00110000
             MOVE WRK-MEDIA TO WRK-LU-MEDIA-REAL                        00110100
           END-IF.                                                      00110200
           COMPUTE WRK-BASE-PERC = TAB-UF-ENTREGUES  (WRK-IDX)          00110300
                                 + TAB-UF-NAO-ENTREG (WRK-IDX).         00110400
           MOVE ZEROS TO WRK-PERC.                                      00110500
           IF WRK-BASE-PERC GREATER ZEROS                               00110600
             COMPUTE WRK-PERC ROUNDED =                                 00110700
                    (TAB-UF-ENTREGUES  (WRK-IDX)                        00110800
                   - TAB-UF-ATRASADAS  (WRK-IDX)) * 100                 00110900
                   / WRK-BASE-PERC                                      00111000
           END-IF.                                                      00111100
           MOVE WRK-PERC TO WRK-LU-PERC.                                00111200
           MOVE '%'      TO WRK-LU-SIMBOLO.                             00111300
           MOVE WRK-LINHA-UF TO WRK-RW-LINHA.                           00111400
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00111500
           CALL 'REPWRITE' USING WRK-REPW.                              00111600
                                                                        00111700
       3100-99-FINAL.        EXIT.                                      00111800
                                                                        00111900
      *----------------------------------------------------             00112000
      * DO MES MAIS ANTIGO (12) AO MES CORRENTE (1); O                  00112100
      * PERCENTUAL E SOBRE AS ENCERRADAS COM PRAZO                      00112200
      *----------------------------------------------------             00112300
       3200-LISTARMES                           SECTION.                00112400
      *----------------------------------------------------             00112500
                                                                        00112600
           SUBTRACT 1 FROM WRK-IDX.                                     00112700
           COMPUTE WRK-MES-IDX = WRK-MESES-PROC - WRK-IDX + 1.          00112800
           DIVIDE WRK-MES-IDX BY 12                                     00112900
             GIVING WRK-MC-ANO                                          00113000
             REMAINDER WRK-MC-MES.                                      00113100
           IF WRK-MC-MES EQUAL ZEROS                                    00113200
             SUBTRACT 1 FROM WRK-MC-ANO                                 00113300
             MOVE 12 TO WRK-MC-MES                                      00113400
           END-IF.                                                      00113500
           MOVE SPACES TO WRK-LINHA-MES.                                00113600
           MOVE '/'    TO WRK-LM-BARRA.                                 00113700
           MOVE WRK-MC-ANO TO WRK-LM-ANO.                               00113800
           MOVE WRK-MC-MES TO WRK-LM-MES.                               00113900
           COMPUTE WRK-BASE-PERC = TAB-MES-ENTREGUES  (WRK-IDX)         00114000
                                 + TAB-MES-NAO-ENTREG (WRK-IDX).        00114100
           MOVE WRK-BASE-PERC                 TO WRK-LM-ENCERRADAS.     00114200
           MOVE TAB-MES-ENTREGUES  (WRK-IDX)  TO WRK-LM-ENTREGUES.      00114300
           MOVE TAB-MES-NO-PRAZO   (WRK-IDX)  TO WRK-LM-NO-PRAZO.       00114400
           MOVE TAB-MES-ATRASADAS  (WRK-IDX)  TO WRK-LM-ATRASADAS.      00114500
           MOVE TAB-MES-NAO-ENTREG (WRK-IDX)  TO WRK-LM-NAO-ENTREG.     00114600
           MOVE TAB-MES-SEM-PRAZO  (WRK-IDX)  TO WRK-LM-SEM-PRAZO.      00114700
           SUBTRACT TAB-MES-SEM-PRAZO (WRK-IDX) FROM WRK-BASE-PERC.     00114800
           MOVE ZEROS TO WRK-PERC.                                      00114900
           IF WRK-BASE-PERC GREATER ZEROS                               00115000
             COMPUTE WRK-PERC ROUNDED =                                 00115100
                     TAB-MES-NO-PRAZO (WRK-IDX) * 100                   00115200
                   / WRK-BASE-PERC                                      00115300
           END-IF.                                                      00115400
           MOVE WRK-PERC TO WRK-LM-PERC.                                00115500
           MOVE '%'      TO WRK-LM-SIMBOLO.                             00115600
           MOVE WRK-LINHA-MES TO WRK-RW-LINHA.                          00115700
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00115800
           CALL 'REPWRITE' USING WRK-REPW.                              00115900
                                                                        00116000
       3200-99-FINAL.        EXIT.                                      00116100
                                                                        00116200
      *----------------------------------------------------             00116300
      * NUMERO DE DIAS CORRIDOS DESDE O ANO ZERO PARA A                 00116400
      * DATA AAAAMMDD DE WRK-SD-DATA (MESMA ROTINA DO                   00116500
      * CONTAREC) - A DIFERENCA ENTRE DOIS SERIAIS E O                  00116600
      * NUMERO DE DIAS DE TRANSITO                                      00116700
      *----------------------------------------------------             00116800
       8000-SERIALIZARDATA                      SECTION.                00116900
      *----------------------------------------------------             00117000
                                                                        00117100
           COMPUTE WRK-SD-SERIAL =                                      00117200
                   (WRK-SD-ANO * 365)                                   00117300
                 + WRK-DIAS-ACUM (WRK-SD-MES)                           00117400
                 + WRK-SD-DIA.                                          00117500
           SUBTRACT 1 FROM WRK-SD-ANO                                   00117600
             GIVING WRK-SD-ANO-ANT.                                     00117700
           DIVIDE WRK-SD-ANO-ANT BY 4                                   00117800
             GIVING WRK-SD-RESTO.                                       00117900
           ADD WRK-SD-RESTO TO WRK-SD-SERIAL.                           00118000
           DIVIDE WRK-SD-ANO-ANT BY 100                                 00118100
             GIVING WRK-SD-RESTO.                                       00118200
           SUBTRACT WRK-SD-RESTO FROM WRK-SD-SERIAL.                    00118300
           DIVIDE WRK-SD-ANO-ANT BY 400                                 00118400
             GIVING WRK-SD-RESTO.                                       00118500
           ADD WRK-SD-RESTO TO WRK-SD-SERIAL.                           00118600
           IF WRK-SD-MES GREATER 2                                      00118700
             DIVIDE WRK-SD-ANO BY 4                                     00118800
               GIVING WRK-SD-RESTO                                      00118900
               REMAINDER WRK-SD-SOBRA                                   00119000
             IF WRK-SD-SOBRA EQUAL ZEROS                                00119100
               ADD 1 TO WRK-SD-SERIAL                                   00119200
             END-IF                                                     00119300
           END-IF.                                                      00119400
                                                                        00119500
       8000-99-FINAL.        EXIT.                                      00119600
                                                                        00119700
      *----------------------------------------------------             00119800
       9010-TRATARERROS                         SECTION.                00119900
      *----------------------------------------------------             00120000
                                                                        00120100
           MOVE 'PRAZENTR' TO WRK-PROGRAMA.                             00120200
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00120300
                                                                        00120400
       9010-99-FINAL.        EXIT.                                      00120500

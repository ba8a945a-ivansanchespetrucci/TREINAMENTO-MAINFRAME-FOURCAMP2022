      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. REMBOLET.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * REMESSA DE BOLETOS AO BANCO, NO PADRAO CNAB DE 400              00001100
      * POSICOES: O MESTRE DE TITULOS EM ABERTO QUE O                   00001200
      * CONTAREC ACABOU DE GERAR (ABERTNOV) CONTRA O DA                 00001300
      * VESPERA (ABERTANT), OS DOIS EM ORDEM DE NUMERO - O              00001400
      * TITULO QUE SO EXISTE NO NOVO FOI ABERTO NO DIA E VAI            00001500
      * PARA O BANCO REGISTRAR O BOLETO. O ARQUIVO REMESSA              00001600
      * TEM UM HEADER (TIPO 0) COM O CEDENTE (AGENCIA, CONTA            00001700
      * E EMPRESA, DO SYSIN) E O NUMERO SEQUENCIAL DA REMESSA           00001800
      * (CONTROLE NUMREMES, COMO O NUMNOTA DO EMITNOTA), UM             00001900
      * DETALHE (TIPO 1) POR TITULO - SEU NUMERO E NOSSO                00002000
      * NUMERO SAO O NUMERO DO TITULO, VENCIMENTO 30 DIAS               00002100
      * APOS A EMISSAO (O MESMO PRAZO DO ENVELHECIMENTO DO              00002200
      * CONTAREC; SE JA PASSOU, VENCE NO DIA) - E UM TRAILER            00002300
      * (TIPO 9) COM QUANTIDADE E VALOR. TODO REGISTRO LEVA             00002400
      * O SEQUENCIAL NAS POSICOES 395-400. O RELATORIO LISTA            00002500
      * OS BOLETOS REMETIDOS. A LIQUIDACAO VOLTA PELO                   00002600
      * RETBOLET.                                                       00002700
      *                                                                 00002800
      * SYSIN: DATA DE PROCESSAMENTO / OVERRIDE DO CTLEXEC /            00002900
      *        CEDENTE (BANCO 3, AGENCIA 4, CONTA 8, DIGITO 1,          00003000
      *        EMPRESA 30).                                             00003100
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
           SELECT ABERTANT  ASSIGN TO ABERTANT                          00004400
               FILE STATUS  IS WRK-FS-ABERTANT.                         00004500
           SELECT ABERTNOV  ASSIGN TO ABERTNOV                          00004600
               FILE STATUS  IS WRK-FS-ABERTNOV.                         00004700
           SELECT NUMREMES  ASSIGN TO NUMREMES                          00004800
               FILE STATUS  IS WRK-FS-NUMREMES.                         00004900
           SELECT REMESSA   ASSIGN TO REMESSA                           00005000
               FILE STATUS  IS WRK-FS-REMESSA.                          00005100
                                                                        00005200
      *====================================================             00005300
       DATA                                     DIVISION.               00005400
      *====================================================             00005500
       FILE                                     SECTION.                00005600
       FD ABERTANT                                                      00005700
           RECORDING  MODE IS F                                         00005800
           BLOCK CONTAINS 0 RECORDS.                                    00005900
                                                                        00006000
       01 REG-ABERTANT.                                                 00006100
          05 ANT-NUMERO         PIC 9(08).                              00006200
          05 FILLER             PIC X(52).                              00006300
                                                                        00006400
       FD ABERTNOV                                                      00006500
           RECORDING  MODE IS F                                         00006600
           BLOCK CONTAINS 0 RECORDS.                                    00006700
                                                                        00006800
       01 REG-ABERTNOV.                                                 00006900
          05 NOV-NUMERO         PIC 9(08).                              00007000
          05 NOV-DATA-EMISSAO   PIC 9(08).                              00007100
          05 NOV-CODIGO         PIC 9(05).                              00007200
          05 NOV-ESTADO         PIC X(02).                              00007300
          05 NOV-VLR-ORIGINAL   PIC 9(07)V99.                           00007400
          05 NOV-VLR-PAGO       PIC 9(07)V99.                           00007500
          05 NOV-VLR-ABERTO     PIC 9(07)V99.                           00007600
          05 FILLER             PIC X(10).                              00007700
                                                                        00007800
      *----------------------------------------------------             00007900
      * NUMREMES - CONTROLE PERSISTIDO DA ULTIMA REMESSA                00008000
      *----------------------------------------------------             00008100
       FD NUMREMES                                                      00008200
           RECORDING  MODE IS F                                         00008300
           BLOCK CONTAINS 0 RECORDS.                                    00008400
                                                                        00008500
       01 REG-NUMREMES.                                                 00008600
          05 NUM-ULTIMA-REMESSA PIC 9(06).                              00008700
          05 FILLER             PIC X(14).                              00008800
                                                                        00008900
       FD REMESSA                                                       00009000
           RECORDING  MODE IS F                                         00009100
           BLOCK CONTAINS 0 RECORDS.                                    00009200
                                                                        00009300
       01 REG-REMESSA           PIC X(400).                             00009400
                                                                        00009500
       WORKING-STORAGE                          SECTION.                00009600
                                                                        00009700
      *===================STATUS DOS ARQUIVOS===============            00009800
                                                                        00009900
       77 WRK-FS-ABERTANT       PIC 9(02).                              00010000
       77 WRK-FS-ABERTNOV       PIC 9(02).                              00010100
       77 WRK-FS-NUMREMES       PIC 9(02).                              00010200
       77 WRK-FS-REMESSA        PIC 9(02).                              00010300
                                                                        00010400
      *===================CHAVES DO BALANCE LINE============            00010500
                                                                        00010600
       77 WRK-CHAVE-ANTERIOR    PIC 9(08)    VALUE ZEROS.               00010700
       77 WRK-CHAVE-NOVO        PIC 9(08)    VALUE ZEROS.               00010800
                                                                        00010900
      *===================CEDENTE (SYSIN)====================           00011000
                                                                        00011100
       01 WRK-CEDENTE.                                                  00011200
          05 WRK-CD-BANCO       PIC 9(03).                              00011300
          05 WRK-CD-AGENCIA     PIC 9(04).                              00011400
          05 WRK-CD-CONTA       PIC 9(08).                              00011500
          05 WRK-CD-DIGITO      PIC X(01).                              00011600
          05 WRK-CD-EMPRESA     PIC X(30).                              00011700
                                                                        00011800
      *===================REGISTROS DA REMESSA==============            00011900
                                                                        00012000
       77 WRK-ULTIMA-REMESSA    PIC 9(06)    VALUE ZEROS.               00012100
       77 WRK-SEQUENCIAL        PIC 9(06)    VALUE ZEROS.               00012200
                                                                        00012300
       01 WRK-REG-HEADER.                                               00012400
          05 WRK-HD-TIPO        PIC X(01)    VALUE '0'.                 00012500
          05 WRK-HD-OPERACAO    PIC X(01)    VALUE '1'.                 00012600
          05 WRK-HD-LITERAL     PIC X(07)    VALUE 'REMESSA'.           00012700
          05 WRK-HD-SERVICO     PIC X(02)    VALUE '01'.                00012800
          05 WRK-HD-LIT-SERVICO PIC X(15)    VALUE 'COBRANCA'.          00012900
          05 WRK-HD-AGENCIA     PIC 9(04).                              00013000
          05 WRK-HD-CONTA       PIC 9(08).                              00013100
          05 WRK-HD-DIGITO      PIC X(01).                              00013200
          05 FILLER             PIC X(07)    VALUE SPACES.              00013300
          05 WRK-HD-EMPRESA     PIC X(30).                              00013400
          05 WRK-HD-BANCO       PIC 9(03).                              00013500
          05 FILLER             PIC X(15)    VALUE SPACES.              00013600
          05 WRK-HD-DATA        PIC 9(08).                              00013700
          05 WRK-HD-REMESSA     PIC 9(06).                              00013800
          05 FILLER             PIC X(286)   VALUE SPACES.              00013900
          05 WRK-HD-SEQUENCIAL  PIC 9(06).                              00014000
                                                                        00014100
       01 WRK-REG-DETALHE.                                              00014200
          05 WRK-DT-TIPO        PIC X(01)    VALUE '1'.                 00014300
          05 WRK-DT-AGENCIA     PIC 9(04).                              00014400
          05 WRK-DT-CONTA       PIC 9(08).                              00014500
          05 WRK-DT-DIGITO      PIC X(01).                              00014600
          05 WRK-DT-SEU-NUMERO  PIC 9(08).                              00014700
          05 WRK-DT-NOSSO-NUM   PIC 9(11).                              00014800
          05 WRK-DT-OCORRENCIA  PIC X(02)    VALUE '01'.                00014900
          05 WRK-DT-VENCIMENTO  PIC 9(08).                              00015000
          05 WRK-DT-VALOR       PIC 9(11)V99.                           00015100
          05 WRK-DT-EMISSAO     PIC 9(08).                              00015200
          05 WRK-DT-SACADO      PIC 9(05).                              00015300
          05 WRK-DT-UF          PIC X(02).                              00015400
          05 FILLER             PIC X(323)   VALUE SPACES.              00015500
          05 WRK-DT-SEQUENCIAL  PIC 9(06).                              00015600
                                                                        00015700
       01 WRK-REG-TRAILER.                                              00015800
          05 WRK-TR-TIPO        PIC X(01)    VALUE '9'.                 00015900
          05 WRK-TR-QTD         PIC 9(06).                              00016000
          05 WRK-TR-VALOR       PIC 9(13)V99.                           00016100
          05 FILLER             PIC X(372)   VALUE SPACES.              00016200
          05 WRK-TR-SEQUENCIAL  PIC 9(06).                              00016300
                                                                        00016400
      *===================VENCIMENTO=========================           00016500
                                                                        00016600
       77 WRK-DIAS-MES          PIC 9(02)    VALUE ZEROS.               00016700
       77 WRK-QUOCIENTE         PIC 9(04)    VALUE ZEROS.               00016800
       77 WRK-RESTO             PIC 9(04)    VALUE ZEROS.               00016900
                                                                        00017000
       01 WRK-DATA-CALC.                                                00017100
          05 WRK-DC-ANO         PIC 9(04).                              00017200
          05 WRK-DC-MES         PIC 9(02).                              00017300
          05 WRK-DC-DIA         PIC 9(02).                              00017400
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC PIC 9(08).            00017500
                                                                        00017600
      *===================CONTROLE DO LOTE==================            00017700
                                                                        00017800
       77 WRK-ACUM-TITULOS      PIC 9(07)    VALUE ZEROS.               00017900
       77 WRK-ACUM-BOLETOS      PIC 9(06)    VALUE ZEROS.               00018000
       77 WRK-ACUM-VLR-BOLETOS  PIC 9(13)V99 VALUE ZEROS.               00018100
       77 WRK-ACUM-SEM-SALDO    PIC 9(05)    VALUE ZEROS.               00018200
                                                                        00018300
      *===================LINHAS DO RELATORIO===============            00018400
                                                                        00018500
       01 WRK-LINHA-CABEC.                                              00018600
          05 FILLER   PIC X(10) VALUE ' TITULO   '.                     00018700
          05 FILLER   PIC X(12) VALUE 'NOSSO NUM.  '.                   00018800
          05 FILLER   PIC X(06) VALUE 'CLIEN '.                         00018900
          05 FILLER   PIC X(03) VALUE 'UF '.                            00019000
          05 FILLER   PIC X(09) VALUE 'EMISSAO  '.                      00019100
          05 FILLER   PIC X(09) VALUE 'VENCTO   '.                      00019200
          05 FILLER   PIC X(13) VALUE '        VALOR'.                  00019300
                                                                        00019400
       01 WRK-LINHA-BOLETO.                                             00019500
          05 FILLER             PIC X(01).                              00019600
          05 WRK-LD-TITULO      PIC 9(08).                              00019700
          05 FILLER             PIC X(01).                              00019800
          05 WRK-LD-NOSSO-NUM   PIC 9(11).                              00019900
          05 FILLER             PIC X(01).                              00020000
          05 WRK-LD-CLIENTE     PIC 9(05).                              00020100
          05 FILLER             PIC X(01).                              00020200
          05 WRK-LD-UF          PIC X(02).                              00020300
          05 FILLER             PIC X(01).                              00020400
          05 WRK-LD-EMISSAO     PIC 9(08).                              00020500
          05 FILLER             PIC X(01).                              00020600
          05 WRK-LD-VENCTO      PIC 9(08).                              00020700
          05 FILLER             PIC X(01).                              00020800
          05 WRK-LD-VALOR       PIC ZZ.ZZZ.ZZ9,99.                      00020900
                                                                        00021000
       01 WRK-LINHA-TOTAL.                                              00021100
          05 FILLER   PIC X(18) VALUE ' BOLETOS REMETIDOS'.             00021200
          05 WRK-LT-QTD         PIC Z(05)9.                             00021300
          05 FILLER   PIC X(10) VALUE '  REMESSA '.                     00021400
          05 WRK-LT-REMESSA     PIC 9(06).                              00021500
          05 FILLER   PIC X(08) VALUE '  VALOR '.                       00021600
          05 WRK-LT-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.                  00021700
                                                                        00021800
      *===================DATA DE PROCESSAMENTO==============           00021900
                                                                        00022000
       COPY 'DATAPROC'.                                                 00022100
                                                                        00022200
      *===================TRATAMENTO DE ERROS================           00022300
                                                                        00022400
       COPY 'VARERROS'.                                                 00022500
                                                                        00022600
      *===================CONTROLE DE EXECUCAO===============           00022700
                                                                        00022800
       COPY 'CTRLEXEC'.                                                 00022900
                                                                        00023000
      *===================CRITICA DA DATA====================           00023100
                                                                        00023200
       COPY 'VALDATA'.                                                  00023300
                                                                        00023400
      *===================SERVICOS DE IMPRESSAO==============           00023500
                                                                        00023600
       COPY 'REPWCOMM'.                                                 00023700
                                                                        00023800
      *====================================================             00023900
       PROCEDURE                                DIVISION.               00024000
      *====================================================             00024100
                                                                        00024200
      *----------------------------------------------------             00024300
       0000-PRINCIPAL                           SECTION.                00024400
      *----------------------------------------------------             00024500
                                                                        00024600
             PERFORM 1000-INICIALIZAR.                                  00024700
             PERFORM 1300-LERANTERIOR.                                  00024800
             PERFORM 1400-LERNOVO.                                      00024900
             PERFORM 2000-PROCESSAR                                     00025000
                UNTIL WRK-CHAVE-NOVO EQUAL 99999999.                    00025100
             PERFORM 3000-FINALIZAR.                                    00025200
             STOP RUN.                                                  00025300
                                                                        00025400
       0000-99-FINAL.        EXIT.                                      00025500
                                                                        00025600
      *----------------------------------------------------             00025700
       1000-INICIALIZAR                         SECTION.                00025800
      *----------------------------------------------------             00025900
                                                                        00026000
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00026100
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00026200
           ACCEPT WRK-CEDENTE            FROM SYSIN.                    00026300
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00026400
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00026500
           IF WRK-VD-INVALIDA                                           00026600
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00026700
                     WRK-DATA-PROCESSAMENTO                             00026800
             MOVE 8 TO RETURN-CODE                                      00026900
             STOP RUN                                                   00027000
           END-IF.                                                      00027100
           IF WRK-CD-BANCO NOT NUMERIC                                  00027200
              OR WRK-CD-AGENCIA NOT NUMERIC                             00027300
              OR WRK-CD-CONTA NOT NUMERIC                               00027400
              OR WRK-CD-EMPRESA EQUAL SPACES                            00027500
             DISPLAY ' CEDENTE INCOMPLETO NO SYSIN - ' WRK-CEDENTE      00027600
             MOVE 8 TO RETURN-CODE                                      00027700
             STOP RUN                                                   00027800
           END-IF.                                                      00027900
           MOVE 'REMBOLET' TO WRK-CE-PROGRAMA.                          00028000
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00028100
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00028200
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00028300
           IF NOT WRK-CE-PODE-EXECUTAR                                  00028400
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00028500
                     'STATUS ' WRK-CE-STATUS                            00028600
             MOVE 8 TO RETURN-CODE                                      00028700
             STOP RUN                                                   00028800
           END-IF.                                                      00028900
           OPEN INPUT ABERTANT.                                         00029000
           OPEN INPUT ABERTNOV.                                         00029100
           OPEN OUTPUT REMESSA.                                         00029200
           IF WRK-FS-ABERTANT NOT EQUAL 0                               00029300
             DISPLAY ' ERRO OPEN ABERTANT - STATUS ' WRK-FS-ABERTANT    00029400
             MOVE 8 TO RETURN-CODE                                      00029500
             STOP RUN                                                   00029600
           END-IF.                                                      00029700
           IF WRK-FS-ABERTNOV NOT EQUAL 0                               00029800
             DISPLAY ' ERRO OPEN ABERTNOV - STATUS ' WRK-FS-ABERTNOV    00029900
             MOVE 8 TO RETURN-CODE                                      00030000
             STOP RUN                                                   00030100
           END-IF.                                                      00030200
           IF WRK-FS-REMESSA NOT EQUAL 0                                00030300
             DISPLAY ' ERRO OPEN REMESSA - STATUS ' WRK-FS-REMESSA      00030400
             MOVE 8 TO RETURN-CODE                                      00030500
             STOP RUN                                                   00030600
           END-IF.                                                      00030700
           PERFORM 1100-LERULTIMAREMESSA.                               00030800
           ADD 1 TO WRK-ULTIMA-REMESSA.                                 00030900
           MOVE WRK-CD-AGENCIA         TO WRK-HD-AGENCIA.               00031000
           MOVE WRK-CD-CONTA           TO WRK-HD-CONTA.                 00031100
           MOVE WRK-CD-DIGITO          TO WRK-HD-DIGITO.                00031200
           MOVE WRK-CD-EMPRESA         TO WRK-HD-EMPRESA.               00031300
           MOVE WRK-CD-BANCO           TO WRK-HD-BANCO.                 00031400
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-HD-DATA.                  00031500
           MOVE WRK-ULTIMA-REMESSA     TO WRK-HD-REMESSA.               00031600
           ADD 1 TO WRK-SEQUENCIAL.                                     00031700
           MOVE WRK-SEQUENCIAL         TO WRK-HD-SEQUENCIAL.            00031800
           WRITE REG-REMESSA FROM WRK-REG-HEADER.                       00031900
           MOVE WRK-CD-AGENCIA         TO WRK-DT-AGENCIA.               00032000
           MOVE WRK-CD-CONTA           TO WRK-DT-CONTA.                 00032100
           MOVE WRK-CD-DIGITO          TO WRK-DT-DIGITO.                00032200
           MOVE 'COBRANCA - REMESSA DE BOLETOS AO BANCO'                00032300
             TO WRK-RW-TITULO1.                                         00032400
           MOVE WRK-LINHA-CABEC TO WRK-RW-TITULO2.                      00032500
           MOVE SPACES          TO WRK-RW-TITULO3.                      00032600
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00032700
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00032800
           MOVE 'N' TO WRK-RW-REABRIR.                                  00032900
           MOVE SPACES TO WRK-RW-QUEBRA.                                00032950
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00033000
           CALL 'REPWRITE' USING WRK-REPW.                              00033100
                                                                        00033200
       1000-99-FINAL.        EXIT.                                      00033300
                                                                        00033400
      *----------------------------------------------------             00033500
      * A NUMERACAO DAS REMESSAS E PERSISTIDA: LER A ULTIMA             00033600
      * E, NO FIM, REGRAVAR O CONTROLE                                  00033700
      *----------------------------------------------------             00033800
       1100-LERULTIMAREMESSA                    SECTION.                00033900
      *----------------------------------------------------             00034000
                                                                        00034100
           OPEN INPUT NUMREMES.                                         00034200
           IF WRK-FS-NUMREMES EQUAL 0                                   00034300
             READ NUMREMES                                              00034400
             IF WRK-FS-NUMREMES EQUAL 0                                 00034500
               MOVE NUM-ULTIMA-REMESSA TO WRK-ULTIMA-REMESSA            00034600
             END-IF                                                     00034700
             CLOSE NUMREMES                                             00034800
           END-IF.                                                      00034900
           DISPLAY ' ULTIMA REMESSA.........' WRK-ULTIMA-REMESSA.       00035000
                                                                        00035100
       1100-99-FINAL.        EXIT.                                      00035200
                                                                        00035300
      *----------------------------------------------------             00035400
       1300-LERANTERIOR                         SECTION.                00035500
      *----------------------------------------------------             00035600
                                                                        00035700
           READ ABERTANT.                                               00035800
           IF WRK-FS-ABERTANT EQUAL 10                                  00035900
             MOVE 99999999 TO WRK-CHAVE-ANTERIOR                        00036000
           ELSE                                                         00036100
             MOVE ANT-NUMERO TO WRK-CHAVE-ANTERIOR                      00036200
           END-IF.                                                      00036300
                                                                        00036400
       1300-99-FINAL.        EXIT.                                      00036500
                                                                        00036600
      *----------------------------------------------------             00036700
       1400-LERNOVO                             SECTION.                00036800
      *----------------------------------------------------             00036900
                                                                        00037000
           READ ABERTNOV.                                               00037100
           IF WRK-FS-ABERTNOV EQUAL 10                                  00037200
             MOVE 99999999 TO WRK-CHAVE-NOVO                            00037300
           ELSE                                                         00037400
             MOVE NOV-NUMERO TO WRK-CHAVE-NOVO                          00037500
           END-IF.                                                      00037600
                                                                        00037700
       1400-99-FINAL.        EXIT.                                      00037800
                                                                        00037900
      *----------------------------------------------------             00038000
      * TITULO DO MESTRE NOVO QUE NAO ESTAVA NO DA VESPERA              00038100
      * FOI ABERTO NO DIA: VAI PARA A REMESSA. TITULO QUE               00038200
      * SAIU DO MESTRE (LIQUIDADO) SO AVANCA A VESPERA                  00038300
      *----------------------------------------------------             00038400
       2000-PROCESSAR                           SECTION.                00038500
      *----------------------------------------------------             00038600
                                                                        00038700
           IF WRK-CHAVE-ANTERIOR LESS WRK-CHAVE-NOVO                    00038800
             PERFORM 1300-LERANTERIOR                                   00038900
             GO TO 2000-99-FINAL                                        00039000
           END-IF.                                                      00039100
           ADD 1 TO WRK-ACUM-TITULOS.                                   00039200
           IF WRK-CHAVE-ANTERIOR GREATER WRK-CHAVE-NOVO                 00039300
             PERFORM 2100-GRAVARBOLETO                                  00039400
           ELSE                                                         00039500
             PERFORM 1300-LERANTERIOR                                   00039600
           END-IF.                                                      00039700
           PERFORM 1400-LERNOVO.                                        00039800
                                                                        00039900
       2000-99-FINAL.        EXIT.                                      00040000
                                                                        00040100
      *----------------------------------------------------             00040200
      * O BOLETO E DO SALDO EM ABERTO; TITULO NOVO SEM                  00040300
      * SALDO NAO VAI AO BANCO                                          00040400
      *----------------------------------------------------             00040500
       2100-GRAVARBOLETO                        SECTION.                00040600
      *----------------------------------------------------             00040700
                                                                        00040800
           IF NOV-VLR-ABERTO NOT NUMERIC                                00040900
              OR NOV-VLR-ABERTO NOT GREATER ZEROS                       00041000
             ADD 1 TO WRK-ACUM-SEM-SALDO                                00041100
             MOVE '2100'                 TO WRK-SECAO                   00041200
             MOVE 'TITULO NOVO SEM SALDO NAO FOI AO BANCO'              00041300
               TO WRK-MSGERRO                                           00041400
             MOVE '00'                   TO WRK-STATUS                  00041500
             PERFORM 9010-TRATARERROS                                   00041600
             GO TO 2100-99-FINAL                                        00041700
           END-IF.                                                      00041800
           MOVE NOV-DATA-EMISSAO TO WRK-DATA-CALC-R.                    00041900
           PERFORM 8000-SOMARUMDIA 30 TIMES.                            00042000
           IF WRK-DATA-CALC-R LESS WRK-DATA-PROCESSAMENTO               00042100
             MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-CALC-R             00042200
           END-IF.                                                      00042300
           MOVE NOV-NUMERO       TO WRK-DT-SEU-NUMERO.                  00042400
           MOVE NOV-NUMERO       TO WRK-DT-NOSSO-NUM.                   00042500
           MOVE WRK-DATA-CALC-R  TO WRK-DT-VENCIMENTO.                  00042600
           MOVE NOV-VLR-ABERTO   TO WRK-DT-VALOR.                       00042700
           MOVE NOV-DATA-EMISSAO TO WRK-DT-EMISSAO.                     00042800
           MOVE NOV-CODIGO       TO WRK-DT-SACADO.                      00042900
           MOVE NOV-ESTADO       TO WRK-DT-UF.                          00043000
           ADD 1 TO WRK-SEQUENCIAL.                                     00043100
           MOVE WRK-SEQUENCIAL   TO WRK-DT-SEQUENCIAL.                  00043200
           WRITE REG-REMESSA FROM WRK-REG-DETALHE.                      00043300
           ADD 1 TO WRK-ACUM-BOLETOS.                                   00043400
           ADD NOV-VLR-ABERTO TO WRK-ACUM-VLR-BOLETOS.                  00043500
           MOVE SPACES            TO WRK-LINHA-BOLETO.                  00043600
           MOVE NOV-NUMERO        TO WRK-LD-TITULO.                     00043700
           MOVE WRK-DT-NOSSO-NUM  TO WRK-LD-NOSSO-NUM.                  00043800
           MOVE NOV-CODIGO        TO WRK-LD-CLIENTE.                    00043900
           MOVE NOV-ESTADO        TO WRK-LD-UF.                         00044000
           MOVE NOV-DATA-EMISSAO  TO WRK-LD-EMISSAO.                    00044100
           MOVE WRK-DATA-CALC-R   TO WRK-LD-VENCTO.                     00044200
           MOVE NOV-VLR-ABERTO    TO WRK-LD-VALOR.                      00044300
           MOVE WRK-LINHA-BOLETO TO WRK-RW-LINHA.                       00044400
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00044500
           CALL 'REPWRITE' USING WRK-REPW.                              00044600
                                                                        00044700
       2100-99-FINAL.        EXIT.                                      00044800
                                                                        00044900
      *----------------------------------------------------             00045000
       3000-FINALIZAR                           SECTION.                00045100
      *----------------------------------------------------             00045200
                                                                        00045300
            MOVE WRK-ACUM-BOLETOS     TO WRK-TR-QTD.                    00045400
            MOVE WRK-ACUM-VLR-BOLETOS TO WRK-TR-VALOR.                  00045500
            ADD 1 TO WRK-SEQUENCIAL.                                    00045600
            MOVE WRK-SEQUENCIAL       TO WRK-TR-SEQUENCIAL.             00045700
            WRITE REG-REMESSA FROM WRK-REG-TRAILER.                     00045800
            MOVE WRK-ACUM-BOLETOS     TO WRK-LT-QTD.                    00045900
            MOVE WRK-ULTIMA-REMESSA   TO WRK-LT-REMESSA.                00046000
            MOVE WRK-ACUM-VLR-BOLETOS TO WRK-LT-VALOR.                  00046100
            MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                       00046200
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00046300
            CALL 'REPWRITE' USING WRK-REPW.                             00046400
            CLOSE ABERTANT.                                             00046500
            CLOSE ABERTNOV.                                             00046600
            CLOSE REMESSA.                                              00046700
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00046800
            CALL 'REPWRITE' USING WRK-REPW.                             00046900
            PERFORM 3200-GRAVARULTIMAREMESSA.                           00047000
            DISPLAY ' TITULOS NO MESTRE......' WRK-ACUM-TITULOS.        00047100
            DISPLAY ' BOLETOS REMETIDOS......' WRK-ACUM-BOLETOS.        00047200
            DISPLAY ' NOVOS SEM SALDO........' WRK-ACUM-SEM-SALDO.      00047300
            DISPLAY ' REMESSA................' WRK-ULTIMA-REMESSA.      00047400
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00047500
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00047600
            DISPLAY ' FIM DO PROGRAMA'.                                 00047700
                                                                        00047800
       3000-99-FINAL.        EXIT.                                      00047900
                                                                        00048000
      *----------------------------------------------------             00048100
       3200-GRAVARULTIMAREMESSA                 SECTION.                00048200
      *----------------------------------------------------             00048300
                                                                        00048400
           OPEN OUTPUT NUMREMES.                                        00048500
           IF WRK-FS-NUMREMES NOT EQUAL 0                               00048600
             DISPLAY ' ERRO AO REGRAVAR NUMREMES - STATUS '             00048700
                     WRK-FS-NUMREMES                                    00048800
             MOVE '3200'                   TO WRK-SECAO                 00048900
             MOVE 'ERRO AO REGRAVAR O CONTROLE NUMREMES'                00049000
               TO WRK-MSGERRO                                           00049100
             MOVE WRK-FS-NUMREMES          TO WRK-STATUS                00049200
             PERFORM 9010-TRATARERROS                                   00049300
             MOVE 8 TO RETURN-CODE                                      00049400
           ELSE                                                         00049500
             MOVE SPACES             TO REG-NUMREMES                    00049600
             MOVE WRK-ULTIMA-REMESSA TO NUM-ULTIMA-REMESSA              00049700
             WRITE REG-NUMREMES                                         00049800
             CLOSE NUMREMES                                             00049900
           END-IF.                                                      00050000
                                                                        00050100
       3200-99-FINAL.        EXIT.                                      00050200
                                                                        00050300
      *----------------------------------------------------             00050400
      * AVANCAR WRK-DATA-CALC UM DIA CORRIDO                            00050500
      *----------------------------------------------------             00050600
       8000-SOMARUMDIA                          SECTION.                00050700
      *----------------------------------------------------             00050800
                                                                        00050900
           PERFORM 8100-DIASDOMES.                                      00051000
           IF WRK-DC-DIA LESS WRK-DIAS-MES                              00051100
             ADD 1 TO WRK-DC-DIA                                        00051200
           ELSE                                                         00051300
             MOVE 1 TO WRK-DC-DIA                                       00051400
             IF WRK-DC-MES LESS 12                                      00051500
               ADD 1 TO WRK-DC-MES                                      00051600
             ELSE                                                       00051700
               MOVE 1 TO WRK-DC-MES                                     00051800
               ADD 1 TO WRK-DC-ANO                                      00051900
             END-IF                                                     00052000
           END-IF.                                                      00052100
                                                                        00052200
       8000-99-FINAL.        EXIT.                                      00052300
                                                                        00052400
      *----------------------------------------------------             00052500
      * DIAS DO MES DE WRK-DATA-CALC (FEVEREIRO BISSEXTO                00052600
      * PELA REGRA DE 4, 100 E 400)                                     00052700
      *----------------------------------------------------             00052800
       8100-DIASDOMES                           SECTION.                00052900
      *----------------------------------------------------             00053000
                                                                        00053100
           IF WRK-DC-MES EQUAL 4 OR 6 OR 9 OR 11                        00053200
             MOVE 30 TO WRK-DIAS-MES                                    00053300
             GO TO 8100-99-FINAL                                        00053400
           END-IF.                                                      00053500
           IF WRK-DC-MES NOT EQUAL 2                                    00053600
             MOVE 31 TO WRK-DIAS-MES                                    00053700
             GO TO 8100-99-FINAL                                        00053800
           END-IF.                                                      00053900
           MOVE 28 TO WRK-DIAS-MES.                                     00054000
           DIVIDE WRK-DC-ANO BY 4                                       00054100
                  GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.             00054200
           IF WRK-RESTO EQUAL 0                                         00054300
             MOVE 29 TO WRK-DIAS-MES                                    00054400
           END-IF.                                                      00054500
           DIVIDE WRK-DC-ANO BY 100                                     00054600
                  GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.             00054700
           IF WRK-RESTO EQUAL 0                                         00054800
             MOVE 28 TO WRK-DIAS-MES                                    00054900
           END-IF.                                                      00055000
           DIVIDE WRK-DC-ANO BY 400                                     00055100
                  GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.             00055200
           IF WRK-RESTO EQUAL 0                                         00055300
             MOVE 29 TO WRK-DIAS-MES                                    00055400
           END-IF.                                                      00055500
                                                                        00055600
       8100-99-FINAL.        EXIT.                                      00055700
                                                                        00055800
      *----------------------------------------------------             00055900
       9010-TRATARERROS                         SECTION.                00056000
      *----------------------------------------------------             00056100
                                                                        00056200
           MOVE 'REMBOLET' TO WRK-PROGRAMA.                             00056300
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00056400
                                                                        00056500
       9010-99-FINAL.        EXIT.                                      00056600

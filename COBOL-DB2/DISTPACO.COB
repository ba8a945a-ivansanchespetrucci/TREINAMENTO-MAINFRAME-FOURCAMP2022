      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. DISTPACO.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: MONTAR OS PACOTES DE RELATORIOS POR             *   00001200
      *      DESTINATARIO A PARTIR DO DISTTRAB CLASSIFICADO: CADA   *   00001300
      *      PACOTE ABRE COM UMA CAPA (DESTINATARIO, CANAL,         *   00001400
      *      ENDERECO, DATA E A LISTA DOS RELATORIOS COM PAGINAS E  *   00001500
      *      LINHAS), SEGUE COM AS PAGINAS DOS RELATORIOS COMO O    *   00001600
      *      REPWRITE AS IMPRIMIU E FECHA COM A LINHA FIM DO        *   00001700
      *      PACOTE. PACOTE DE CANAL E-MAIL VAI PARA O DISTMAIL;    *   00001800
      *      IMPRESSAO NA AGENCIA E MALOTE VAO PARA O DISTIMPR.     *   00001900
      *      CADA RELATORIO ENTREGUE GRAVA UMA LINHA NO DISTLOG     *   00002000
      *      (QUAL RELATORIO FOI PARA QUEM, POR QUAL CANAL E        *   00002100
      *      QUANDO).                                               *   00002200
      *-------------------------------------------------------------*   00002300
      *   ARQUIVOS...:                                              *   00002400
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002500
      *    DISTCLAS             I                  #DISTTRB         *   00002600
      *    DISTIMPR             O                  -----------      *   00002700
      *    DISTMAIL             O                  -----------      *   00002800
      *    DISTLOG              O   (EXTEND)       #DISTLOG         *   00002900
      *-------------------------------------------------------------*   00003000
      *   MODULOS....:                             INCLUDE/BOOK     *   00003100
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003200
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
           SELECT DISTCLAS  ASSIGN TO DISTCLAS                          00004800
               FILE STATUS  IS WRK-FS-DISTCLAS.                         00004900
           SELECT DISTIMPR  ASSIGN TO DISTIMPR                          00005000
               FILE STATUS  IS WRK-FS-DISTIMPR.                         00005100
           SELECT DISTMAIL  ASSIGN TO DISTMAIL                          00005200
               FILE STATUS  IS WRK-FS-DISTMAIL.                         00005300
           SELECT DISTLOG   ASSIGN TO DISTLOG                           00005400
               FILE STATUS  IS WRK-FS-DISTLOG.                          00005500
                                                                        00005600
      *=============================================================*   00005700
       DATA                                      DIVISION.              00005800
      *=============================================================*   00005900
       FILE                                      SECTION.               00006000
                                                                        00006100
      *-------------------------------------------------------------*   00006200
      *   DISTCLAS - DISTTRAB CLASSIFICADO POR DESTINATARIO, TIPO,  *   00006300
      *      RELATORIO E SEQUENCIA (RESUMOS ANTES DAS LINHAS)       *   00006400
      *-------------------------------------------------------------*   00006500
       FD DISTCLAS                                                      00006600
           RECORDING  MODE IS F                                         00006700
           BLOCK CONTAINS 0 RECORDS.                                    00006800
                                                                        00006900
       COPY '#DISTTRB'.                                                 00007000
                                                                        00007100
      *-------------------------------------------------------------*   00007200
      *   DISTIMPR / DISTMAIL - PACOTES (133, ASA NA COLUNA 1), UM  *   00007300
      *      SEGMENTO POR DESTINATARIO, NO MOLDE DO RELAGENC        *   00007400
      *-------------------------------------------------------------*   00007500
       FD DISTIMPR                                                      00007600
           RECORDING  MODE IS F                                         00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
                                                                        00007900
       01 REG-DISTIMPR        PIC X(133).                               00008000
                                                                        00008100
       FD DISTMAIL                                                      00008200
           RECORDING  MODE IS F                                         00008300
           BLOCK CONTAINS 0 RECORDS.                                    00008400
                                                                        00008500
       01 REG-DISTMAIL        PIC X(133).                               00008600
                                                                        00008700
      *-------------------------------------------------------------*   00008800
      *   DISTLOG - LOG DE DISTRIBUICAO (ACUMULA TODAS AS DATAS)    *   00008900
      *-------------------------------------------------------------*   00009000
       FD DISTLOG                                                       00009100
           RECORDING  MODE IS F                                         00009200
           BLOCK CONTAINS 0 RECORDS.                                    00009300
                                                                        00009400
       COPY '#DISTLOG'.                                                 00009500
                                                                        00009600
      *=============================================================*   00009700
       WORKING-STORAGE                             SECTION.             00009800
      *=============================================================*   00009900
                                                                        00010000
       01 FILLER         PIC X(64) VALUE                                00010100
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00010200
      *-------------------------------------------------------------*   00010300
       77 WRK-FS-DISTCLAS  PIC 9(02).                                   00010400
       77 WRK-FS-DISTIMPR  PIC 9(02).                                   00010500
       77 WRK-FS-DISTMAIL  PIC 9(02).                                   00010600
       77 WRK-FS-DISTLOG   PIC 9(02).                                   00010700
                                                                        00010800
       01 FILLER         PIC X(64) VALUE                                00010900
           '-----------QUEBRA POR DESTINATARIO-----------'.             00011000
      *-------------------------------------------------------------*   00011100
       77 WRK-DESTINO-ANTERIOR PIC X(08) VALUE SPACES.                  00011200
       77 WRK-PRIMEIRA-VEZ     PIC X(01) VALUE 'S'.                     00011300
       77 WRK-CANAL-PACOTE     PIC X(01) VALUE SPACES.                  00011400
       77 WRK-RELATORIOS-PACOTE PIC 9(03) VALUE ZEROS.                  00011500
       77 WRK-PAGINAS-PACOTE   PIC 9(05) VALUE ZEROS.                   00011600
                                                                        00011700
       01 WRK-HORA-EXECUCAO.                                            00011800
          05 WRK-HE-HHMMSS       PIC 9(06).                             00011900
          05 FILLER              PIC 9(02).                             00012000
       77 WRK-DATA-EXECUCAO    PIC 9(06) VALUE ZEROS.                   00012100
                                                                        00012200
       01 FILLER         PIC X(64) VALUE                                00012300
           '-----------ACUMULADORES----------------------'.             00012400
      *-------------------------------------------------------------*   00012500
       77 WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.                   00012600
       77 WRK-ACUM-PACOTES     PIC 9(05) VALUE ZEROS.                   00012700
       77 WRK-ACUM-IMPRESSOS   PIC 9(05) VALUE ZEROS.                   00012800
       77 WRK-ACUM-EMAILS      PIC 9(05) VALUE ZEROS.                   00012900
       77 WRK-ACUM-ENTREGAS    PIC 9(05) VALUE ZEROS.                   00013000
       77 WRK-ACUM-PAGINAS     PIC 9(07) VALUE ZEROS.                   00013100
       77 WRK-ACUM-COPIADAS    PIC 9(07) VALUE ZEROS.                   00013200
                                                                        00013300
       01 FILLER         PIC X(64) VALUE                                00013400
           '-----------LINHAS DO PACOTE------------------'.             00013500
      *-------------------------------------------------------------*   00013600
       01 WRK-LINHA-SAIDA.                                              00013700
          05 WRK-LS-CARRO        PIC X(01).                             00013800
          05 WRK-LS-LINHA        PIC X(132).                            00013900
                                                                        00014000
       01 WRK-CAPA-TITULO.                                              00014100
          05 FILLER            PIC X(13).                               00014200
          05 FILLER            PIC X(36) VALUE                          00014300
             'PACOTE DE RELATORIOS - DESTINATARIO '.                    00014400
          05 WRK-CT-DESTINO    PIC X(08).                               00014500
          05 FILLER            PIC X(02).                               00014600
          05 WRK-CT-NOME       PIC X(30).                               00014700
          05 FILLER            PIC X(43).                               00014800
                                                                        00014900
       01 WRK-CAPA-DATA.                                                00015000
          05 FILLER            PIC X(13).                               00015100
          05 FILLER            PIC X(23) VALUE                          00015200
             'DATA DE PROCESSAMENTO: '.                                 00015300
          05 WRK-CD-DATAPROC   PIC 9(08).                               00015400
          05 FILLER            PIC X(15) VALUE                          00015500
             '   MONTADO EM '.                                          00015600
          05 WRK-CD-DATA-EXEC  PIC 9(06).                               00015700
          05 FILLER            PIC X(05) VALUE ' AS '.                  00015800
          05 WRK-CD-HORA-EXEC  PIC 9(06).                               00015900
          05 FILLER            PIC X(56).                               00016000
                                                                        00016100
       01 WRK-CAPA-CANAL.                                               00016200
          05 FILLER            PIC X(13).                               00016300
          05 FILLER            PIC X(07) VALUE 'CANAL: '.               00016400
          05 WRK-CC-CANAL      PIC X(20).                               00016500
          05 FILLER            PIC X(12) VALUE '  ENDERECO: '.          00016600
          05 WRK-CC-ENDERECO   PIC X(33).                               00016700
          05 FILLER            PIC X(47).                               00016800
                                                                        00016900
       01 WRK-CAPA-CABEC.                                               00017000
          05 FILLER            PIC X(13).                               00017100
          05 FILLER            PIC X(36) VALUE                          00017200
             'RELATORIO      PAGINAS      LINHAS'.                      00017300
          05 FILLER            PIC X(83).                               00017400
                                                                        00017500
       01 WRK-CAPA-RELATORIO.                                           00017600
          05 FILLER            PIC X(13).                               00017700
          05 WRK-CR-RELATORIO  PIC X(08).                               00017800
          05 FILLER            PIC X(05).                               00017900
          05 WRK-CR-PAGINAS    PIC ZZZZ9.                               00018000
          05 FILLER            PIC X(05).                               00018100
          05 WRK-CR-LINHAS     PIC Z.ZZZ.ZZ9.                           00018200
          05 FILLER            PIC X(87).                               00018300
                                                                        00018400
       01 WRK-LINHA-FIMPACOTE.                                          00018500
          05 FILLER            PIC X(18) VALUE                          00018600
             ' *** FIM DO PACOTE'.                                      00018700
          05 FILLER            PIC X(01).                               00018800
          05 WRK-FP-DESTINO    PIC X(08).                               00018900
          05 FILLER            PIC X(03) VALUE ' - '.                   00019000
          05 WRK-FP-RELATORIOS PIC ZZ9.                                 00019100
          05 FILLER            PIC X(15) VALUE ' RELATORIO(S), '.       00019200
          05 WRK-FP-PAGINAS    PIC ZZZZ9.                               00019300
          05 FILLER            PIC X(09) VALUE ' PAGINAS '.             00019400
          05 FILLER            PIC X(70).                               00019500
                                                                        00019600
       01 FILLER         PIC X(64) VALUE                                00019700
           '-----------DATA DE PROCESSAMENTO--------------'.            00019800
      *-------------------------------------------------------------*   00019900
       COPY 'DATAPROC'.                                                 00020000
                                                                        00020100
       01 FILLER         PIC X(64) VALUE                                00020200
           '-----------CHAMAR TRATA ERROS----------------'.             00020300
                                                                        00020400
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00020500
                                                                        00020600
       COPY 'VARERROS'.                                                 00020700
                                                                        00020800
      *=============================================================*   00020900
       PROCEDURE DIVISION.                                              00021000
      *=============================================================*   00021100
                                                                        00021200
      *-------------------------------------------------------------*   00021300
       0000-PRINCIPAL                         SECTION.                  00021400
      *-------------------------------------------------------------*   00021500
            PERFORM 1000-INICIAR.                                       00021600
            PERFORM 1100-TESTARSTATUS.                                  00021700
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-DISTCLAS EQUAL 10.      00021800
            PERFORM 3000-FINALIZAR.                                     00021900
            STOP RUN.                                                   00022000
                                                                        00022100
       0000-99-FIM.               EXIT.                                 00022200
                                                                        00022300
      *-------------------------------------------------------------*   00022400
       1000-INICIAR                           SECTION.                  00022500
      *-------------------------------------------------------------*   00022600
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00022700
            ACCEPT WRK-DATA-EXECUCAO FROM DATE.                         00022800
            ACCEPT WRK-HORA-EXECUCAO FROM TIME.                         00022900
            OPEN INPUT  DISTCLAS.                                       00023000
            OPEN OUTPUT DISTIMPR.                                       00023100
            OPEN OUTPUT DISTMAIL.                                       00023200
            OPEN EXTEND DISTLOG.                                        00023300
                                                                        00023400
       1000-99-FIM.               EXIT.                                 00023500
                                                                        00023600
      *-------------------------------------------------------------*   00023700
       1100-TESTARSTATUS                      SECTION.                  00023800
      *-------------------------------------------------------------*   00023900
               IF WRK-FS-DISTCLAS NOT EQUAL 0                           00024000
                MOVE '1100'                  TO WRK-SECAO               00024100
                MOVE 'ERRO OPEN DISTCLAS - ' TO WRK-MSGERRO             00024200
                MOVE WRK-FS-DISTCLAS         TO WRK-STATUS              00024300
                   PERFORM 9000-TRATARERROS                             00024400
               END-IF.                                                  00024500
               IF WRK-FS-DISTIMPR NOT EQUAL 0                           00024600
                MOVE '1101'                  TO WRK-SECAO               00024700
                MOVE 'ERRO OPEN DISTIMPR - ' TO WRK-MSGERRO             00024800
                MOVE WRK-FS-DISTIMPR         TO WRK-STATUS              00024900
                   PERFORM 9000-TRATARERROS                             00025000
               END-IF.                                                  00025100
               IF WRK-FS-DISTMAIL NOT EQUAL 0                           00025200
                MOVE '1102'                  TO WRK-SECAO               00025300
                MOVE 'ERRO OPEN DISTMAIL - ' TO WRK-MSGERRO             00025400
                MOVE WRK-FS-DISTMAIL         TO WRK-STATUS              00025500
                   PERFORM 9000-TRATARERROS                             00025600
               END-IF.                                                  00025700
               IF WRK-FS-DISTLOG NOT EQUAL 0                            00025800
                MOVE '1103'                  TO WRK-SECAO               00025900
                MOVE 'ERRO OPEN DISTLOG - '  TO WRK-MSGERRO             00026000
                MOVE WRK-FS-DISTLOG          TO WRK-STATUS              00026100
                   PERFORM 9000-TRATARERROS                             00026200
               END-IF.                                                  00026300
               READ DISTCLAS.                                           00026400
                                                                        00026500
       1100-99-FIM.               EXIT.                                 00026600
                                                                        00026700
      *-------------------------------------------------------------*   00026800
      *   QUEBRA POR DESTINATARIO: FECHA O PACOTE ANTERIOR E ABRE A *   00026900
      *   CAPA DO NOVO; OS RESUMOS (TIPO C) VEM ANTES DAS LINHAS    *   00027000
      *-------------------------------------------------------------*   00027100
       2000-PROCESSAR                         SECTION.                  00027200
      *-------------------------------------------------------------*   00027300
              ADD 1 TO WRK-ACUM-LIDOS.                                  00027400
              IF WRK-PRIMEIRA-VEZ EQUAL 'S'                             00027500
                 OR DTR-DESTINATARIO NOT EQUAL WRK-DESTINO-ANTERIOR     00027600
                IF WRK-PRIMEIRA-VEZ EQUAL 'N'                           00027700
                  PERFORM 2900-FECHARPACOTE                             00027800
                END-IF                                                  00027900
                PERFORM 2100-ABRIRPACOTE                                00028000
              END-IF.                                                   00028100
              IF DTR-CAPA                                               00028200
                PERFORM 2200-LISTARNACAPA                               00028300
              ELSE                                                      00028400
                MOVE DTR-CARRO TO WRK-LS-CARRO                          00028500
                MOVE DTR-LINHA TO WRK-LS-LINHA                          00028600
                PERFORM 2400-GRAVARSAIDA                                00028700
                ADD 1 TO WRK-ACUM-COPIADAS                              00028800
              END-IF.                                                   00028900
              READ DISTCLAS.                                            00029000
                                                                        00029100
       2000-99-FIM.               EXIT.                                 00029200
                                                                        00029300
      *-------------------------------------------------------------*   00029400
       2100-ABRIRPACOTE                       SECTION.                  00029500
      *-------------------------------------------------------------*   00029600
               MOVE 'N'              TO WRK-PRIMEIRA-VEZ.               00029700
               MOVE DTR-DESTINATARIO TO WRK-DESTINO-ANTERIOR.           00029800
               MOVE DTR-CANAL        TO WRK-CANAL-PACOTE.               00029900
               MOVE ZEROS            TO WRK-RELATORIOS-PACOTE.          00030000
               MOVE ZEROS            TO WRK-PAGINAS-PACOTE.             00030100
               ADD 1 TO WRK-ACUM-PACOTES.                               00030200
               IF WRK-CANAL-PACOTE EQUAL 'E'                            00030300
                 ADD 1 TO WRK-ACUM-EMAILS                               00030400
               ELSE                                                     00030500
                 ADD 1 TO WRK-ACUM-IMPRESSOS                            00030600
               END-IF.                                                  00030700
               MOVE DTR-DESTINATARIO TO WRK-CT-DESTINO.                 00030800
               MOVE DTR-NOME         TO WRK-CT-NOME.                    00030900
               MOVE '1'              TO WRK-LS-CARRO.                   00031000
               MOVE WRK-CAPA-TITULO  TO WRK-LS-LINHA.                   00031100
               PERFORM 2400-GRAVARSAIDA.                                00031200
               MOVE WRK-DATA-PROCESSAMENTO TO WRK-CD-DATAPROC.          00031300
               MOVE WRK-DATA-EXECUCAO      TO WRK-CD-DATA-EXEC.         00031400
               MOVE WRK-HE-HHMMSS          TO WRK-CD-HORA-EXEC.         00031500
               MOVE ' '              TO WRK-LS-CARRO.                   00031600
               MOVE WRK-CAPA-DATA    TO WRK-LS-LINHA.                   00031700
               PERFORM 2400-GRAVARSAIDA.                                00031800
               IF WRK-CANAL-PACOTE EQUAL 'E'                            00031900
                 MOVE 'E-MAIL'               TO WRK-CC-CANAL            00032000
               ELSE                                                     00032100
                 IF WRK-CANAL-PACOTE EQUAL 'M'                          00032200
                   MOVE 'MALOTE'             TO WRK-CC-CANAL            00032300
                 ELSE                                                   00032400
                   MOVE 'IMPRESSAO NA AGENCIA' TO WRK-CC-CANAL          00032500
                 END-IF                                                 00032600
               END-IF.                                                  00032700
               MOVE DTR-ENDERECO     TO WRK-CC-ENDERECO.                00032800
               MOVE WRK-CAPA-CANAL   TO WRK-LS-LINHA.                   00032900
               PERFORM 2400-GRAVARSAIDA.                                00033000
               MOVE '0'              TO WRK-LS-CARRO.                   00033100
               MOVE WRK-CAPA-CABEC   TO WRK-LS-LINHA.                   00033200
               PERFORM 2400-GRAVARSAIDA.                                00033300
                                                                        00033400
       2100-99-FIM.               EXIT.                                 00033500
                                                                        00033600
      *-------------------------------------------------------------*   00033700
      *   UM RELATORIO DO PACOTE: LINHA NA CAPA E REGISTRO NO LOG   *   00033800
      *-------------------------------------------------------------*   00033900
       2200-LISTARNACAPA                      SECTION.                  00034000
      *-------------------------------------------------------------*   00034100
               ADD 1           TO WRK-RELATORIOS-PACOTE.                00034200
               ADD 1           TO WRK-ACUM-ENTREGAS.                    00034300
               ADD DTR-PAGINAS TO WRK-PAGINAS-PACOTE.                   00034400
               ADD DTR-PAGINAS TO WRK-ACUM-PAGINAS.                     00034500
               MOVE DTR-RELATORIO TO WRK-CR-RELATORIO.                  00034600
               MOVE DTR-PAGINAS   TO WRK-CR-PAGINAS.                    00034700
               MOVE DTR-LINHAS    TO WRK-CR-LINHAS.                     00034800
               MOVE ' '                TO WRK-LS-CARRO.                 00034900
               MOVE WRK-CAPA-RELATORIO TO WRK-LS-LINHA.                 00035000
               PERFORM 2400-GRAVARSAIDA.                                00035100
               MOVE SPACES            TO REG-DISTLOG.                   00035200
               MOVE DTR-DATAPROC      TO DLG-DATAPROC.                  00035300
               MOVE WRK-DATA-EXECUCAO TO DLG-DATA-EXECUCAO.             00035400
               MOVE WRK-HE-HHMMSS     TO DLG-HORA-EXECUCAO.             00035500
               MOVE DTR-DESTINATARIO  TO DLG-DESTINATARIO.              00035600
               MOVE DTR-NOME          TO DLG-NOME.                      00035700
               MOVE DTR-CANAL         TO DLG-CANAL.                     00035800
               MOVE DTR-ENDERECO      TO DLG-ENDERECO.                  00035900
               MOVE DTR-RELATORIO     TO DLG-RELATORIO.                 00036000
               MOVE DTR-PAGINAS       TO DLG-PAGINAS.                   00036100
               MOVE DTR-LINHAS        TO DLG-LINHAS.                    00036200
               WRITE REG-DISTLOG.                                       00036300
               IF WRK-FS-DISTLOG NOT EQUAL 0                            00036400
                MOVE '2200'                  TO WRK-SECAO               00036500
                MOVE 'ERRO WRITE DISTLOG - ' TO WRK-MSGERRO             00036600
                MOVE WRK-FS-DISTLOG          TO WRK-STATUS              00036700
                   PERFORM 9000-TRATARERROS                             00036800
               END-IF.                                                  00036900
                                                                        00037000
       2200-99-FIM.               EXIT.                                 00037100
                                                                        00037200
      *-------------------------------------------------------------*   00037300
      *   O CANAL DO PACOTE DECIDE O ARQUIVO DE SAIDA               *   00037400
      *-------------------------------------------------------------*   00037500
       2400-GRAVARSAIDA                       SECTION.                  00037600
      *-------------------------------------------------------------*   00037700
               IF WRK-CANAL-PACOTE EQUAL 'E'                            00037800
                 WRITE REG-DISTMAIL FROM WRK-LINHA-SAIDA                00037900
               ELSE                                                     00038000
                 WRITE REG-DISTIMPR FROM WRK-LINHA-SAIDA                00038100
               END-IF.                                                  00038200
                                                                        00038300
       2400-99-FIM.               EXIT.                                 00038400
                                                                        00038500
      *-------------------------------------------------------------*   00038600
       2900-FECHARPACOTE                      SECTION.                  00038700
      *-------------------------------------------------------------*   00038800
               MOVE WRK-DESTINO-ANTERIOR  TO WRK-FP-DESTINO.            00038900
               MOVE WRK-RELATORIOS-PACOTE TO WRK-FP-RELATORIOS.         00039000
               MOVE WRK-PAGINAS-PACOTE    TO WRK-FP-PAGINAS.            00039100
               MOVE '0'                   TO WRK-LS-CARRO.              00039200
               MOVE WRK-LINHA-FIMPACOTE   TO WRK-LS-LINHA.              00039300
               PERFORM 2400-GRAVARSAIDA.                                00039400
                                                                        00039500
       2900-99-FIM.               EXIT.                                 00039600
                                                                        00039700
      *-------------------------------------------------------------*   00039800
       3000-FINALIZAR                         SECTION.                  00039900
      *-------------------------------------------------------------*   00040000
               IF WRK-PRIMEIRA-VEZ EQUAL 'N'                            00040100
                 PERFORM 2900-FECHARPACOTE                              00040200
               ELSE                                                     00040300
                 MOVE '3000'                  TO WRK-SECAO              00040400
                 MOVE 'NENHUM RELATORIO A DISTRIBUIR NA DATA'           00040500
                   TO WRK-MSGERRO                                       00040600
                 MOVE '00'                    TO WRK-STATUS             00040700
                 PERFORM 9010-TRATARAVISO                               00040800
               END-IF.                                                  00040900
               CLOSE DISTCLAS.                                          00041000
               CLOSE DISTIMPR.                                          00041100
               CLOSE DISTMAIL.                                          00041200
               CLOSE DISTLOG.                                           00041300
               DISPLAY 'REGISTROS LIDOS...... ' WRK-ACUM-LIDOS.         00041400
               DISPLAY 'PACOTES.............. ' WRK-ACUM-PACOTES.       00041500
               DISPLAY 'PACOTES IMPRESSOS.... ' WRK-ACUM-IMPRESSOS.     00041600
               DISPLAY 'PACOTES E-MAIL....... ' WRK-ACUM-EMAILS.        00041700
               DISPLAY 'RELATORIOS ENTREGUES. ' WRK-ACUM-ENTREGAS.      00041800
               DISPLAY 'PAGINAS ENTREGUES.... ' WRK-ACUM-PAGINAS.       00041900
               DISPLAY 'LINHAS COPIADAS...... ' WRK-ACUM-COPIADAS.      00042000
                                                                        00042100
       3000-99-FIM.               EXIT.                                 00042200
                                                                        00042300
      *-------------------------------------------------------------*   00042400
       9000-TRATARERROS                       SECTION.                  00042500
      *-------------------------------------------------------------*   00042600
             MOVE 'DISTPACO'  TO WRK-PROGRAMA                           00042700
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00042800
                 GOBACK.                                                00042900
                                                                        00043000
       9000-99-FIM.               EXIT.                                 00043100
                                                                        00043200
      *-------------------------------------------------------------*   00043300
       9010-TRATARAVISO                       SECTION.                  00043400
      *-------------------------------------------------------------*   00043500
             MOVE 'DISTPACO'  TO WRK-PROGRAMA                           00043600
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00043700
                                                                        00043800
       9010-99-FIM.               EXIT.                                 00043900

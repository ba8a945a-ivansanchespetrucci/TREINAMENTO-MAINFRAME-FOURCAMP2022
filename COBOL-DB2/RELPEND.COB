      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. RELPEND.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: RELATORIO DA MANHA DAS PENDENCIAS DE DUPLO      *   00001200
      *      CONTROLE AINDA NAO DECIDIDAS NA APR1: LE O ARQUIVO     *   00001300
      *      PENDAPR (VSAM KSDS, EM SEQUENCIA DE PROTOCOLO) E LISTA *   00001400
      *      AS PENDENTES DIGITADAS ANTES DO CORTE (DATA E HORA DO  *   00001500
      *      SYSIN) - ALTERACOES DE CLIENTE DA CLI2 E ENTRADAS      *   00001600
      *      EMERGENCIAIS DA CLI7 QUE FICARAM SEM SEGUNDO           *   00001700
      *      SUPERVISOR. TOTAIS POR ORIGEM; AS PENDENTES DIGITADAS  *   00001800
      *      DEPOIS DO CORTE SO SAO CONTADAS. RC=4 QUANDO HA        *   00001900
      *      PENDENCIA LISTADA.                                     *   00002000
      *      SYSIN: DATA DO CORTE (AAAAMMDD, NORMALMENTE O DIA UTIL *   00002100
      *      ANTERIOR) E HORA DO CORTE (HHMM; ZERADA OU INVALIDA    *   00002200
      *      ASSUME 1800).                                          *   00002300
      *-------------------------------------------------------------*   00002400
      *   ARQUIVOS...:                                              *   00002500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002600
      *    PENDAPR              I                  #PENDAPR         *   00002700
      *    RELPRT               O   (VIA REPWRITE) REPWCOMM         *   00002800
      *-------------------------------------------------------------*   00002900
      *   MODULOS....:                             INCLUDE/BOOK     *   00003000
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003100
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00003200
      *   VALIDATA -   CRITICA DA DATA              VALDATA         *   00003300
      *=============================================================*   00003400
                                                                        00003500
      *=============================================================*   00003600
       ENVIRONMENT                               DIVISION.              00003700
      *=============================================================*   00003800
                                                                        00003900
      *=============================================================*   00004000
       CONFIGURATION                               SECTION.             00004100
      *=============================================================*   00004200
       SPECIAL-NAMES.                                                   00004300
           DECIMAL-POINT IS COMMA.                                      00004400
                                                                        00004500
                                                                        00004600
       INPUT-OUTPUT                                SECTION.             00004700
       FILE-CONTROL.                                                    00004800
           SELECT PENDAPR   ASSIGN TO PENDAPR                           00004900
               ORGANIZATION IS INDEXED                                  00005000
               ACCESS MODE  IS SEQUENTIAL                               00005100
               RECORD KEY   IS PND-CHAVE                                00005200
               FILE STATUS  IS WRK-FS-PENDAPR.                          00005300
                                                                        00005400
      *=============================================================*   00005500
       DATA                                      DIVISION.              00005600
      *=============================================================*   00005700
       FILE                                      SECTION.               00005800
                                                                        00005900
      *-------------------------------------------------------------*   00006000
      *   PENDAPR - PENDENCIAS DE DUPLO CONTROLE DA CLI2/CLI7       *   00006100
      *-------------------------------------------------------------*   00006200
       FD PENDAPR                                                       00006300
           RECORDING  MODE IS F                                         00006400
           BLOCK CONTAINS 0 RECORDS.                                    00006500
                                                                        00006600
       COPY '#PENDAPR'.                                                 00006700
                                                                        00006800
      *=============================================================*   00006900
       WORKING-STORAGE                             SECTION.             00007000
      *=============================================================*   00007100
                                                                        00007200
       01 FILLER         PIC X(64) VALUE                                00007300
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00007400
      *-------------------------------------------------------------*   00007500
       77 WRK-FS-PENDAPR  PIC 9(02).                                    00007600
                                                                        00007700
       01 FILLER         PIC X(64) VALUE                                00007800
           '-----------CORTE DO DIA----------------------'.             00007900
      *-------------------------------------------------------------*   00008000
       01 WRK-HORA-CORTE       PIC X(04) VALUE SPACES.                  00008100
       01 WRK-HORA-CORTE-9     REDEFINES WRK-HORA-CORTE                 00008200
                               PIC 9(04).                               00008300
      *   DATA E HORA (AAAAMMDDHHMMSS) DO CORTE E DO PROTOCOLO, PARA    00008400
      *   COMPARAR NUM SO CAMPO                                         00008500
       01 WRK-CORTE.                                                    00008600
          05 WRK-CORTE-DATA    PIC 9(08) VALUE ZEROS.                   00008700
          05 WRK-CORTE-HHMM    PIC 9(04) VALUE ZEROS.                   00008800
          05 WRK-CORTE-SS      PIC 9(02) VALUE ZEROS.                   00008900
       01 WRK-CORTE-9          REDEFINES WRK-CORTE                      00009000
                               PIC 9(14).                               00009100
       01 WRK-PROTOCOLO        PIC 9(14) VALUE ZEROS.                   00009200
       77 WRK-FIM-PENDAPR      PIC X(01) VALUE 'N'.                     00009300
           88 WRK-PENDAPR-LIDO     VALUE 'S'.                           00009400
                                                                        00009500
       01 FILLER         PIC X(64) VALUE                                00009600
           '-----------ACUMULADORES----------------------'.             00009700
      *-------------------------------------------------------------*   00009800
       77 WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.                   00009900
       77 WRK-ACUM-DECIDIDAS   PIC 9(07) VALUE ZEROS.                   00010000
       77 WRK-ACUM-APOS-CORTE  PIC 9(07) VALUE ZEROS.                   00010100
       77 WRK-ACUM-LISTADAS    PIC 9(07) VALUE ZEROS.                   00010200
       77 WRK-ACUM-CLI2        PIC 9(07) VALUE ZEROS.                   00010300
       77 WRK-ACUM-CLI7        PIC 9(07) VALUE ZEROS.                   00010400
       77 WRK-VALOR-CLI7       PIC 9(11)V99 VALUE ZEROS.                00010500
                                                                        00010600
       01 FILLER         PIC X(64) VALUE                                00010700
           '-----------REGISTRO PROPOSTO-----------------'.             00010800
      *-------------------------------------------------------------*   00010900
       COPY '#CLIENTE'.                                                 00011000
                                                                        00011100
       01 FILLER         PIC X(64) VALUE                                00011200
           '-----------LINHAS DO RELATORIO---------------'.             00011300
      *-------------------------------------------------------------*   00011400
       01 WRK-CABEC2.                                                   00011500
          05 FILLER   PIC X(09) VALUE 'DATA'.                           00011600
          05 FILLER   PIC X(07) VALUE 'HORA'.                           00011700
          05 FILLER   PIC X(05) VALUE 'TERM'.                           00011800
          05 FILLER   PIC X(05) VALUE 'ORIG'.                           00011900
          05 FILLER   PIC X(09) VALUE 'DIGITOU'.                        00012000
          05 FILLER   PIC X(05) VALUE 'AGEN'.                           00012100
          05 FILLER   PIC X(06) VALUE 'CONTA'.                          00012200
          05 FILLER   PIC X(02) VALUE 'T'.                              00012300
          05 FILLER   PIC X(12) VALUE '      VALOR'.                    00012400
          05 FILLER   PIC X(40) VALUE 'MOTIVO'.                         00012500
                                                                        00012600
       01 WRK-CABEC3.                                                   00012700
          05 FILLER   PIC X(38) VALUE                                   00012800
             'PENDENTES DIGITADAS ANTES DO CORTE DE '.                  00012900
          05 WRK-C3-DATA       PIC 9(08).                               00013000
          05 FILLER   PIC X(01) VALUE SPACE.                            00013100
          05 WRK-C3-HORA       PIC 9(04).                               00013200
          05 FILLER   PIC X(49) VALUE                                   00013300
             ' - DECIDIR NA APR1 ANTES DA ABERTURA'.                    00013400
                                                                        00013500
       01 WRK-LINHA-PEND.                                               00013600
          05 WRK-LP-DATA       PIC 9(08).                               00013700
          05 FILLER            PIC X(01).                               00013800
          05 WRK-LP-HORA       PIC 9(06).                               00013900
          05 FILLER            PIC X(01).                               00014000
          05 WRK-LP-TERMINAL   PIC X(04).                               00014100
          05 FILLER            PIC X(01).                               00014200
          05 WRK-LP-ORIGEM     PIC X(04).                               00014300
          05 FILLER            PIC X(01).                               00014400
          05 WRK-LP-USUARIO    PIC X(08).                               00014500
          05 FILLER            PIC X(01).                               00014600
          05 WRK-LP-AGENCIA    PIC 9(04).                               00014700
          05 FILLER            PIC X(01).                               00014800
          05 WRK-LP-CONTA      PIC 9(05).                               00014900
          05 FILLER            PIC X(01).                               00015000
          05 WRK-LP-TIP-OP     PIC X(01).                               00015100
          05 FILLER            PIC X(01).                               00015200
          05 WRK-LP-VALOR      PIC ZZZZZZZ9,99.                         00015300
          05 FILLER            PIC X(01).                               00015400
          05 WRK-LP-MOTIVO     PIC X(40).                               00015500
                                                                        00015600
       01 WRK-LINHA-TOTAL.                                              00015700
          05 WRK-LT-DESCRICAO  PIC X(40).                               00015800
          05 WRK-LT-QTD        PIC ZZZZZZ9.                             00015900
          05 FILLER            PIC X(02).                               00016000
          05 WRK-LT-VALOR      PIC ZZZZZZZZZZ9,99.                      00016100
          05 WRK-LT-VALOR-X    REDEFINES WRK-LT-VALOR                   00016200
                               PIC X(14).                               00016300
          05 FILLER            PIC X(37).                               00016400
                                                                        00016500
       01 FILLER         PIC X(64) VALUE                                00016600
           '-----------DATA DE PROCESSAMENTO--------------'.            00016700
      *-------------------------------------------------------------*   00016800
       COPY 'DATAPROC'.                                                 00016900
                                                                        00017000
       01 FILLER         PIC X(64) VALUE                                00017100
           '-----------VALIDAR DATA----------------------'.             00017200
      *-------------------------------------------------------------*   00017300
       COPY 'VALDATA'.                                                  00017400
                                                                        00017500
       01 FILLER         PIC X(64) VALUE                                00017600
           '-----------AREA DO REPWRITE------------------'.             00017700
      *-------------------------------------------------------------*   00017800
       COPY 'REPWCOMM'.                                                 00017900
                                                                        00018000
       01 FILLER         PIC X(64) VALUE                                00018100
           '-----------CHAMAR TRATA ERROS----------------'.             00018200
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00018300
       COPY 'VARERROS'.                                                 00018400
                                                                        00018500
      *=============================================================*   00018600
       PROCEDURE DIVISION.                                              00018700
      *=============================================================*   00018800
                                                                        00018900
      *-------------------------------------------------------------*   00019000
       0000-PRINCIPAL                         SECTION.                  00019100
      *-------------------------------------------------------------*   00019200
            PERFORM 1000-INICIAR.                                       00019300
            PERFORM 1100-TESTARSTATUS.                                  00019400
            PERFORM 2100-LERPENDAPR.                                    00019500
            PERFORM 2000-PROCESSARPENDENCIA                             00019600
               UNTIL WRK-PENDAPR-LIDO.                                  00019700
            PERFORM 3000-FINALIZAR.                                     00019800
            STOP RUN.                                                   00019900
                                                                        00020000
       0000-99-FIM.               EXIT.                                 00020100
                                                                        00020200
      *-------------------------------------------------------------*   00020300
       1000-INICIAR                           SECTION.                  00020400
      *-------------------------------------------------------------*   00020500
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00020600
            ACCEPT WRK-HORA-CORTE         FROM SYSIN.                   00020700
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                 00020800
            CALL 'VALIDATA' USING WRK-VALIDA-DATA.                      00020900
            IF WRK-VD-INVALIDA                                          00021000
              MOVE '1000'                  TO WRK-SECAO                 00021100
              MOVE 'DATA DO CORTE INVALIDA'  TO WRK-MSGERRO             00021200
              MOVE WRK-VD-STATUS           TO WRK-STATUS                00021300
              MOVE 8 TO RETURN-CODE                                     00021400
              PERFORM 9000-TRATARERROS                                  00021500
            END-IF.                                                     00021600
            IF WRK-HORA-CORTE NOT NUMERIC                               00021700
               OR WRK-HORA-CORTE-9 EQUAL ZEROS                          00021800
               OR WRK-HORA-CORTE-9 GREATER 2359                         00021900
              MOVE 1800 TO WRK-HORA-CORTE-9                             00022000
            END-IF.                                                     00022100
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-CORTE-DATA.              00022200
            MOVE WRK-HORA-CORTE-9       TO WRK-CORTE-HHMM.              00022300
            MOVE ZEROS                  TO WRK-CORTE-SS.                00022400
            DISPLAY ' CORTE..................' WRK-CORTE-9.             00022500
            MOVE WRK-CORTE-DATA TO WRK-C3-DATA.                         00022600
            MOVE WRK-CORTE-HHMM TO WRK-C3-HORA.                         00022700
            OPEN INPUT PENDAPR.                                         00022800
            MOVE 'PENDENCIAS DE DUPLO CONTROLE (CLI2/CLI7)'             00022900
              TO WRK-RW-TITULO1.                                        00023000
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00023100
            MOVE WRK-CABEC3 TO WRK-RW-TITULO3.                          00023200
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00023300
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00023400
            MOVE 'N' TO WRK-RW-REABRIR.                                 00023500
            MOVE SPACES TO WRK-RW-QUEBRA.                               00023550
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00023600
            CALL 'REPWRITE' USING WRK-REPW.                             00023700
                                                                        00023800
       1000-99-FIM.               EXIT.                                 00023900
                                                                        00024000
      *-------------------------------------------------------------*   00024100
       1100-TESTARSTATUS                      SECTION.                  00024200
      *-------------------------------------------------------------*   00024300
               IF WRK-FS-PENDAPR NOT EQUAL 0                            00024400
                MOVE '1000'                  TO WRK-SECAO               00024500
                MOVE 'ERRO OPEN PENDAPR - '  TO WRK-MSGERRO             00024600
                MOVE WRK-FS-PENDAPR          TO WRK-STATUS              00024700
                   PERFORM 9000-TRATARERROS                             00024800
               END-IF.                                                  00024900
                                                                        00025000
       1100-99-FIM.               EXIT.                                 00025100
                                                                        00025200
      *-------------------------------------------------------------*   00025300
      *   SO A PENDENTE DIGITADA ANTES DO CORTE VAI PARA O          *   00025400
      *   RELATORIO; A DIGITADA DEPOIS AINDA ESTA NO PRAZO          *   00025500
      *-------------------------------------------------------------*   00025600
       2000-PROCESSARPENDENCIA                SECTION.                  00025700
      *-------------------------------------------------------------*   00025800
               IF NOT PND-PENDENTE                                      00025900
                 ADD 1 TO WRK-ACUM-DECIDIDAS                            00026000
               ELSE                                                     00026100
                 MOVE PND-CHAVE (1:14) TO WRK-PROTOCOLO                 00026200
                 IF WRK-PROTOCOLO NOT LESS WRK-CORTE-9                  00026300
                   ADD 1 TO WRK-ACUM-APOS-CORTE                         00026400
                 ELSE                                                   00026500
                   PERFORM 2200-IMPRIMIRPENDENCIA                       00026600
                 END-IF                                                 00026700
               END-IF.                                                  00026800
               PERFORM 2100-LERPENDAPR.                                 00026900
                                                                        00027000
       2000-99-FIM.               EXIT.                                 00027100
                                                                        00027200
      *-------------------------------------------------------------*   00027300
       2100-LERPENDAPR                        SECTION.                  00027400
      *-------------------------------------------------------------*   00027500
               READ PENDAPR.                                            00027600
               IF WRK-FS-PENDAPR EQUAL 10                               00027700
                 MOVE 'S' TO WRK-FIM-PENDAPR                            00027800
               ELSE                                                     00027900
                 IF WRK-FS-PENDAPR NOT EQUAL 0                          00028000
                   MOVE '2100'                  TO WRK-SECAO            00028100
                   MOVE 'ERRO LEITURA PENDAPR - ' TO WRK-MSGERRO        00028200
                   MOVE WRK-FS-PENDAPR          TO WRK-STATUS           00028300
                   PERFORM 9000-TRATARERROS                             00028400
                 ELSE                                                   00028500
                   ADD 1 TO WRK-ACUM-LIDOS                              00028600
                 END-IF                                                 00028700
               END-IF.                                                  00028800
                                                                        00028900
       2100-99-FIM.               EXIT.                                 00029000
                                                                        00029100
      *-------------------------------------------------------------*   00029200
       2200-IMPRIMIRPENDENCIA                 SECTION.                  00029300
      *-------------------------------------------------------------*   00029400
               MOVE PND-IMAGEM-NOVA TO REG-CLIENTE.                     00029500
               MOVE SPACES           TO WRK-LINHA-PEND.                 00029600
               MOVE PND-DATA         TO WRK-LP-DATA.                    00029700
               MOVE PND-HORA         TO WRK-LP-HORA.                    00029800
               MOVE PND-TERMINAL     TO WRK-LP-TERMINAL.                00029900
               MOVE PND-ORIGEM       TO WRK-LP-ORIGEM.                  00030000
               MOVE PND-USUARIO      TO WRK-LP-USUARIO.                 00030100
               MOVE FD-AGENCIA       TO WRK-LP-AGENCIA.                 00030200
               MOVE FD-CONTA         TO WRK-LP-CONTA.                   00030300
               MOVE FD-TIP-OP        TO WRK-LP-TIP-OP.                  00030400
               MOVE FD-VALOR         TO WRK-LP-VALOR.                   00030500
               MOVE PND-MOTIVO       TO WRK-LP-MOTIVO.                  00030600
               MOVE WRK-LINHA-PEND   TO WRK-RW-LINHA.                   00030700
               MOVE 'D' TO WRK-RW-FUNCAO.                               00030800
               CALL 'REPWRITE' USING WRK-REPW.                          00030900
               ADD 1 TO WRK-ACUM-LISTADAS.                              00031000
               IF PND-DE-CLI2                                           00031100
                 ADD 1 TO WRK-ACUM-CLI2                                 00031200
               ELSE                                                     00031300
                 ADD 1 TO WRK-ACUM-CLI7                                 00031400
                 ADD FD-VALOR TO WRK-VALOR-CLI7                         00031500
               END-IF.                                                  00031600
                                                                        00031700
       2200-99-FIM.               EXIT.                                 00031800
                                                                        00031900
      *-------------------------------------------------------------*   00032000
       3000-FINALIZAR                         SECTION.                  00032100
      *-------------------------------------------------------------*   00032200
               MOVE SPACES TO WRK-LINHA-TOTAL.                          00032300
               MOVE 'ALTERACOES DE CLIENTE (CLI2) PENDENTES'            00032400
                 TO WRK-LT-DESCRICAO.                                   00032500
               MOVE WRK-ACUM-CLI2 TO WRK-LT-QTD.                        00032600
               MOVE SPACES TO WRK-LT-VALOR-X.                           00032700
               MOVE 'T' TO WRK-RW-FUNCAO.                               00032800
               PERFORM 3100-IMPRIMIRTOTAL.                              00032900
               MOVE SPACES TO WRK-LINHA-TOTAL.                          00033000
               MOVE 'ENTRADAS EMERGENCIAIS (CLI7) PENDENTES'            00033100
                 TO WRK-LT-DESCRICAO.                                   00033200
               MOVE WRK-ACUM-CLI7  TO WRK-LT-QTD.                       00033300
               MOVE WRK-VALOR-CLI7 TO WRK-LT-VALOR.                     00033400
               PERFORM 3100-IMPRIMIRTOTAL.                              00033500
               MOVE SPACES TO WRK-LINHA-TOTAL.                          00033600
               MOVE 'PENDENTES DIGITADAS DEPOIS DO CORTE'               00033700
                 TO WRK-LT-DESCRICAO.                                   00033800
               MOVE WRK-ACUM-APOS-CORTE TO WRK-LT-QTD.                  00033900
               MOVE SPACES TO WRK-LT-VALOR-X.                           00034000
               PERFORM 3100-IMPRIMIRTOTAL.                              00034100
               CLOSE PENDAPR.                                           00034200
               MOVE 'F' TO WRK-RW-FUNCAO.                               00034300
               CALL 'REPWRITE' USING WRK-REPW.                          00034400
               DISPLAY 'PENDENCIAS LIDAS......... ' WRK-ACUM-LIDOS.     00034500
               DISPLAY 'JA DECIDIDAS............. ' WRK-ACUM-DECIDIDAS. 00034600
               DISPLAY 'PENDENTES APOS O CORTE... '                     00034700
                       WRK-ACUM-APOS-CORTE.                             00034800
               DISPLAY 'PENDENTES LISTADAS....... ' WRK-ACUM-LISTADAS.  00034900
               IF WRK-ACUM-LISTADAS GREATER ZEROS                       00035000
                 MOVE 4 TO RETURN-CODE                                  00035100
               END-IF.                                                  00035200
                                                                        00035300
       3000-99-FIM.               EXIT.                                 00035400
                                                                        00035500
      *-------------------------------------------------------------*   00035600
       3100-IMPRIMIRTOTAL                     SECTION.                  00035700
      *-------------------------------------------------------------*   00035800
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00035900
               CALL 'REPWRITE' USING WRK-REPW.                          00036000
                                                                        00036100
       3100-99-FIM.               EXIT.                                 00036200
                                                                        00036300
      *-------------------------------------------------------------*   00036400
       9000-TRATARERROS                       SECTION.                  00036500
      *-------------------------------------------------------------*   00036600
             MOVE 'RELPEND'   TO WRK-PROGRAMA                           00036700
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00036800
                 GOBACK.                                                00036900
                                                                        00037000
       9000-99-FIM.               EXIT.                                 00037100

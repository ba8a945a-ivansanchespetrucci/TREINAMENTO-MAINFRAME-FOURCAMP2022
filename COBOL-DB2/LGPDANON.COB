      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. LGPDANON.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: ANONIMIZACAO LGPD DE CONTAS ENCERRADAS.         *   00001200
      *      PERCORRE A GERACAO DO DIA DO MESTRE CONTAS COM OS      *   00001300
      *      PEDIDOS DE ELIMINACAO DO ENCARREGADO DE DADOS          *   00001400
      *      (PEDLGPD, EM ORDEM DE AGENCIA/CONTA) E SELECIONA A     *   00001500
      *      CONTA ENCERRADA                                        *   00001600
      *      HA MAIS TEMPO QUE A RETENCAO LEGAL DO SYSIN (EM ANOS,  *   00001700
      *      CONTADA DA DATA DE ENCERRAMENTO) OU PEDIDA NO PEDLGPD. *   00001800
      *      A CONTA E RECUSADA, COM O MOTIVO NO CERTIFICADO, SE    *   00001900
      *      NAO ESTA ENCERRADA, SE TEM ORDEM JUDICIAL DE BLOQUEIO  *   00002000
      *      NAO LIBERADA (BLOQJUD), SALDO OU VALOR BLOQUEADO NA    *   00002100
      *      ULTIMA POSICAO (SALDOS(0)) OU CONTRATO DE EMPRESTIMO   *   00002200
      *      ATIVO (EMPREST). PEDIDO DE CONTA QUE NAO ESTA NO       *   00002300
      *      MESTRE TAMBEM E RECUSADO.                              *   00002400
      *      NA CONTA ACEITA O NOME E SUBSTITUIDO PELO TOKEN        *   00002500
      *      'ANONIMIZADO LGPD ' + AGENCIA + CONTA NAS TABELAS DB2  *   00002600
      *      CLIENTES, MOVIMENTOS E MOVIMENTOS_HIST, COM COMMIT POR *   00002700
      *      CONTA (FALHA DE SQL FAZ ROLLBACK SO DAQUELA CONTA, QUE *   00002800
      *      FICA PARA A PROXIMA EXECUCAO). VALORES, DATAS E CHAVES *   00002900
      *      NAO MUDAM. A CONTA ANONIMIZADA ENTRA NO REGISTRO       *   00003000
      *      PERMANENTE LGPDREG (GDG, NOVA GERACAO = ANTERIOR MAIS  *   00003100
      *      AS DE HOJE), QUE EVITA REPETIR A CONTA NAS PROXIMAS    *   00003200
      *      EXECUCOES, E NA LISTA ANONLIST QUE O LGPDARQ USA PARA  *   00003300
      *      OS ACERVOS SEQUENCIAIS (ARQMOV E AUDARQ). TUDO O QUE   *   00003400
      *      FOI FEITO OU RECUSADO VAI PARA O CERTLGPD, IMPRESSO    *   00003500
      *      PELO LGPDCERT COMO CERTIFICADO.                        *   00003600
      *      SYSIN: DATA DE PROCESSAMENTO E RETENCAO EM ANOS (2     *   00003700
      *      DIGITOS, ZERO = 05).                                   *   00003800
      *-------------------------------------------------------------*   00003900
      *   ARQUIVOS...:                                              *   00004000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004100
      *    CONTAS               I                  #CONTA           *   00004200
      *    PEDLGPD              I                  -----------      *   00004300
      *    BLOQJUD              I                  #BLOQJUD         *   00004400
      *    SALDOANT             I                  #SALDO           *   00004500
      *    EMPANT               I                  #EMPREST         *   00004600
      *    REGANT               I                  #LGPD            *   00004700
      *    REGNOVO              O                  #LGPD            *   00004800
      *    ANONLIST             O                  #LGPD            *   00004900
      *    CERTLGPD             O                  #LGPD            *   00005000
      *-------------------------------------------------------------*   00005100
      *   TABELAS DB2...:                                           *   00005200
      *    CLIENTES            I/O   (NOME DO TITULAR)              *   00005300
      *    MOVIMENTOS          I/O   (NOME DO TITULAR)              *   00005400
      *    MOVIMENTOS_HIST     I/O   (NOME DO TITULAR)              *   00005500
      *-------------------------------------------------------------*   00005600
      *   MODULOS....:                             INCLUDE/BOOK     *   00005700
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00005800
      *   VALIDATA -   CRITICA DA DATA              VALDATA         *   00005900
      *=============================================================*   00006000
                                                                        00006100
      *=============================================================*   00006200
       ENVIRONMENT                               DIVISION.              00006300
      *=============================================================*   00006400
                                                                        00006500
      *=============================================================*   00006600
       CONFIGURATION                               SECTION.             00006700
      *=============================================================*   00006800
       SPECIAL-NAMES.                                                   00006900
           DECIMAL-POINT IS COMMA.                                      00007000
                                                                        00007100
                                                                        00007200
       INPUT-OUTPUT                                SECTION.             00007300
       FILE-CONTROL.                                                    00007400
           SELECT CONTAS    ASSIGN TO CONTAS                            00007500
               FILE STATUS  IS WRK-FS-CONTAS.                           00007600
           SELECT PEDLGPD   ASSIGN TO PEDLGPD                           00007700
               FILE STATUS  IS WRK-FS-PEDLGPD.                          00007800
           SELECT BLOQJUD   ASSIGN TO BLOQJUD                           00007900
               FILE STATUS  IS WRK-FS-BLOQJUD.                          00008000
           SELECT SALDOANT  ASSIGN TO SALDOANT                          00008100
               FILE STATUS  IS WRK-FS-SALDOANT.                         00008200
           SELECT EMPANT    ASSIGN TO EMPANT                            00008300
               FILE STATUS  IS WRK-FS-EMPANT.                           00008400
           SELECT REGANT    ASSIGN TO REGANT                            00008500
               FILE STATUS  IS WRK-FS-REGANT.                           00008600
           SELECT REGNOVO   ASSIGN TO REGNOVO                           00008700
               FILE STATUS  IS WRK-FS-REGNOVO.                          00008800
           SELECT ANONLIST  ASSIGN TO ANONLIST                          00008900
               FILE STATUS  IS WRK-FS-ANONLIST.                         00009000
           SELECT CERTLGPD  ASSIGN TO CERTLGPD                          00009100
               FILE STATUS  IS WRK-FS-CERTLGPD.                         00009200
                                                                        00009300
      *=============================================================*   00009400
       DATA                                      DIVISION.              00009500
      *=============================================================*   00009600
       FILE                                      SECTION.               00009700
                                                                        00009800
      *-------------------------------------------------------------*   00009900
      *   CONTAS - GERACAO DO DIA DO MESTRE DE CONTAS               *   00010000
      *-------------------------------------------------------------*   00010100
       FD CONTAS                                                        00010200
           RECORDING  MODE IS F                                         00010300
           BLOCK CONTAINS 0 RECORDS.                                    00010400
                                                                        00010500
       COPY '#CONTA'.                                                   00010600
                                                                        00010700
      *-------------------------------------------------------------*   00010800
      *   PEDLGPD - PEDIDOS DE ELIMINACAO DO ENCARREGADO DE DADOS,  *   00010900
      *      EM ORDEM DE AGENCIA/CONTA                              *   00011000
      *-------------------------------------------------------------*   00011100
       FD PEDLGPD                                                       00011200
           RECORDING  MODE IS F                                         00011300
           BLOCK CONTAINS 0 RECORDS.                                    00011400
                                                                        00011500
       01 REG-PEDLGPD.                                                  00011600
          05 PDL-CHAVE.                                                 00011700
             10 PDL-AGENCIA      PIC 9(04).                             00011800
             10 PDL-CONTA        PIC 9(05).                             00011900
          05 PDL-PROTOCOLO       PIC X(15).                             00012000
          05 PDL-DATA-PEDIDO     PIC 9(08).                             00012100
          05 FILLER              PIC X(48).                             00012200
                                                                        00012300
      *-------------------------------------------------------------*   00012400
      *   BLOQJUD - MESTRE DE ORDENS JUDICIAIS DE BLOQUEIO          *   00012500
      *-------------------------------------------------------------*   00012600
       FD BLOQJUD                                                       00012700
           RECORDING  MODE IS F                                         00012800
           BLOCK CONTAINS 0 RECORDS.                                    00012900
                                                                        00013000
       COPY '#BLOQJUD'.                                                 00013100
                                                                        00013200
      *-------------------------------------------------------------*   00013300
      *   SALDOANT - ULTIMA GERACAO DO MESTRE SALDOS                *   00013400
      *-------------------------------------------------------------*   00013500
       FD SALDOANT                                                      00013600
           RECORDING  MODE IS F                                         00013700
           BLOCK CONTAINS 0 RECORDS.                                    00013800
                                                                        00013900
       COPY '#SALDO'.                                                   00014000
                                                                        00014100
      *-------------------------------------------------------------*   00014200
      *   EMPANT - MESTRE DE CONTRATOS DE EMPRESTIMO                *   00014300
      *-------------------------------------------------------------*   00014400
       FD EMPANT                                                        00014500
           RECORDING  MODE IS F                                         00014600
           BLOCK CONTAINS 0 RECORDS.                                    00014700
                                                                        00014800
       COPY '#EMPREST'.                                                 00014900
                                                                        00015000
      *-------------------------------------------------------------*   00015100
      *   REGANT - REGISTRO DAS CONTAS JA ANONIMIZADAS              *   00015200
      *-------------------------------------------------------------*   00015300
       FD REGANT                                                        00015400
           RECORDING  MODE IS F                                         00015500
           BLOCK CONTAINS 0 RECORDS.                                    00015600
                                                                        00015700
       01 REG-REGANT.                                                   00015800
          05 RGA-CHAVE           PIC X(09).                             00015900
          05 FILLER              PIC X(113).                            00016000
          05 RGA-DATA            PIC 9(08).                             00016100
          05 FILLER              PIC X(20).                             00016200
                                                                        00016300
      *-------------------------------------------------------------*   00016400
      *   REGNOVO - NOVA GERACAO DO REGISTRO                        *   00016500
      *-------------------------------------------------------------*   00016600
       FD REGNOVO                                                       00016700
           RECORDING  MODE IS F                                         00016800
           BLOCK CONTAINS 0 RECORDS.                                    00016900
                                                                        00017000
       01 REG-REGNOVO         PIC X(150).                               00017100
                                                                        00017200
      *-------------------------------------------------------------*   00017300
      *   ANONLIST - CONTAS ANONIMIZADAS HOJE (PARA O LGPDARQ)      *   00017400
      *-------------------------------------------------------------*   00017500
       FD ANONLIST                                                      00017600
           RECORDING  MODE IS F                                         00017700
           BLOCK CONTAINS 0 RECORDS.                                    00017800
                                                                        00017900
       01 REG-ANONLIST        PIC X(150).                               00018000
                                                                        00018100
      *-------------------------------------------------------------*   00018200
      *   CERTLGPD - REGISTROS DO CERTIFICADO DE ANONIMIZACAO       *   00018300
      *-------------------------------------------------------------*   00018400
       FD CERTLGPD                                                      00018500
           RECORDING  MODE IS F                                         00018600
           BLOCK CONTAINS 0 RECORDS.                                    00018700
                                                                        00018800
       01 REG-CERTLGPD        PIC X(150).                               00018900
                                                                        00019000
      *=============================================================*   00019100
       WORKING-STORAGE                             SECTION.             00019200
      *=============================================================*   00019300
                                                                        00019400
       01 FILLER         PIC X(64) VALUE                                00019500
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00019600
      *-------------------------------------------------------------*   00019700
       77 WRK-FS-CONTAS   PIC 9(02).                                    00019800
       77 WRK-FS-PEDLGPD  PIC 9(02).                                    00019900
       77 WRK-FS-BLOQJUD  PIC 9(02).                                    00020000
       77 WRK-FS-SALDOANT PIC 9(02).                                    00020100
       77 WRK-FS-EMPANT   PIC 9(02).                                    00020200
       77 WRK-FS-REGANT   PIC 9(02).                                    00020300
       77 WRK-FS-REGNOVO  PIC 9(02).                                    00020400
       77 WRK-FS-ANONLIST PIC 9(02).                                    00020500
       77 WRK-FS-CERTLGPD PIC 9(02).                                    00020600
                                                                        00020700
       01 FILLER         PIC X(64) VALUE                                00020800
           '-----------CHAVES DO BALANCE LINE------------'.             00020900
      *-------------------------------------------------------------*   00021000
       77 WRK-CHAVE-CONTA      PIC X(09) VALUE LOW-VALUES.              00021100
       77 WRK-CHAVE-PEDIDO     PIC X(09) VALUE LOW-VALUES.              00021200
       77 WRK-CHAVE-BLOQ       PIC X(09) VALUE LOW-VALUES.              00021300
       77 WRK-CHAVE-SALDO      PIC X(09) VALUE LOW-VALUES.              00021400
       77 WRK-CHAVE-EMP        PIC X(09) VALUE LOW-VALUES.              00021500
       77 WRK-CHAVE-REG        PIC X(09) VALUE LOW-VALUES.              00021600
                                                                        00021700
       01 FILLER         PIC X(64) VALUE                                00021800
           '-----------RETENCAO LEGAL--------------------'.             00021900
      *-------------------------------------------------------------*   00022000
       77 WRK-RETENCAO-ANOS    PIC 9(02) VALUE ZEROS.                   00022100
       01 WRK-DATA-CORTE       PIC 9(08) VALUE ZEROS.                   00022200
       01 WRK-DATA-CORTE-R     REDEFINES WRK-DATA-CORTE.                00022300
          05 WRK-DT-ANO        PIC 9(04).                               00022400
          05 WRK-DT-MES        PIC 9(02).                               00022500
          05 WRK-DT-DIA        PIC 9(02).                               00022600
                                                                        00022700
       01 FILLER         PIC X(64) VALUE                                00022800
           '-----------CONTA EM TRATAMENTO---------------'.             00022900
      *-------------------------------------------------------------*   00023000
       77 WRK-CHAVE-ATUAL      PIC X(09) VALUE SPACES.                  00023100
       77 WRK-DATA-ENCERRAMENTO PIC 9(08) VALUE ZEROS.                  00023200
       77 WRK-ORIGEM           PIC X(01) VALUE SPACES.                  00023300
           88 WRK-POR-PEDIDO       VALUE 'P'.                           00023400
           88 WRK-POR-RETENCAO     VALUE 'T'.                           00023500
       77 WRK-PROTOCOLO        PIC X(15) VALUE SPACES.                  00023600
       77 WRK-JA-NO-REGISTRO   PIC X(01) VALUE 'N'.                     00023700
           88 WRK-JA-ANONIMIZADA   VALUE 'S'.                           00023800
       77 WRK-DATA-REGISTRO    PIC 9(08) VALUE ZEROS.                   00023900
       77 WRK-CONTA-RECUSADA   PIC X(01) VALUE 'N'.                     00024000
           88 WRK-RECUSADA         VALUE 'S'.                           00024100
       77 WRK-TEM-BLOQUEIO     PIC X(01) VALUE 'N'.                     00024200
           88 WRK-BLOQUEIO-EM-VIGOR VALUE 'S'.                          00024300
       77 WRK-TEM-EMPRESTIMO   PIC X(01) VALUE 'N'.                     00024400
           88 WRK-EMPRESTIMO-ATIVO VALUE 'S'.                           00024500
       77 WRK-MOTIVO           PIC X(40) VALUE SPACES.                  00024600
                                                                        00024700
       01 WRK-MOTIVO-REGISTRO.                                          00024800
          05 FILLER            PIC X(28) VALUE                          00024900
             'CONTA JA ANONIMIZADA EM    '.                             00025000
          05 WRK-MR-DATA       PIC 9(08).                               00025100
          05 FILLER            PIC X(04) VALUE SPACES.                  00025200
                                                                        00025300
       01 WRK-MOTIVO-SQL.                                               00025400
          05 FILLER            PIC X(24) VALUE                          00025500
             'FALHA NO DB2 - SQLCODE '.                                 00025600
          05 WRK-MS-SQLCODE    PIC -(08)9.                              00025700
          05 FILLER            PIC X(07) VALUE SPACES.                  00025800
                                                                        00025900
       01 WRK-TOKEN.                                                    00026000
          05 FILLER            PIC X(17) VALUE                          00026100
             'ANONIMIZADO LGPD '.                                       00026200
          05 WRK-TK-AGENCIA    PIC 9(04).                               00026300
          05 WRK-TK-CONTA      PIC 9(05).                               00026400
          05 FILLER            PIC X(04) VALUE SPACES.                  00026500
                                                                        00026600
       01 FILLER         PIC X(64) VALUE                                00026700
           '-----------VARIAVEIS HOST PARA O DB2---------'.             00026800
      *-------------------------------------------------------------*   00026900
       01 WRK-HV-AGENCIA       PIC S9(08) COMP.                         00027000
       01 WRK-HV-CONTA         PIC S9(08) COMP.                         00027100
       01 WRK-HV-TOKEN         PIC X(30).                               00027200
       01 WRK-HV-QTD-LINHAS    PIC S9(08) COMP.                         00027300
       77 WRK-FALHOU-DB2       PIC X(01) VALUE 'N'.                     00027400
           88 WRK-FALHA-DB2        VALUE 'S'.                           00027500
       77 WRK-QTD-CLIENTES     PIC 9(09) VALUE ZEROS.                   00027600
       77 WRK-QTD-MOVIMENTOS   PIC 9(09) VALUE ZEROS.                   00027700
       77 WRK-QTD-HISTORICO    PIC 9(09) VALUE ZEROS.                   00027800
                                                                        00027900
       01 FILLER         PIC X(64) VALUE                                00028000
           '-----------ACUMULADORES----------------------'.             00028100
      *-------------------------------------------------------------*   00028200
       77 WRK-ACUM-CONTAS      PIC 9(07) VALUE ZEROS.                   00028300
       77 WRK-ACUM-PEDIDOS     PIC 9(07) VALUE ZEROS.                   00028400
       77 WRK-ACUM-RETENCAO    PIC 9(07) VALUE ZEROS.                   00028500
       77 WRK-ACUM-JA          PIC 9(07) VALUE ZEROS.                   00028600
       77 WRK-ACUM-ANONIMIZADAS PIC 9(07) VALUE ZEROS.                  00028700
       77 WRK-ACUM-RECUSADAS   PIC 9(07) VALUE ZEROS.                   00028800
       77 WRK-ACUM-FALHAS      PIC 9(07) VALUE ZEROS.                   00028900
       77 WRK-ACUM-REGISTRO    PIC 9(07) VALUE ZEROS.                   00029000
       77 WRK-TOTAL-CLIENTES   PIC 9(09) VALUE ZEROS.                   00029100
       77 WRK-TOTAL-MOVIMENTOS PIC 9(09) VALUE ZEROS.                   00029200
       77 WRK-TOTAL-HISTORICO  PIC 9(09) VALUE ZEROS.                   00029300
                                                                        00029400
       01 FILLER         PIC X(64) VALUE                                00029500
           '-----------REGISTRO LGPD---------------------'.             00029600
      *-------------------------------------------------------------*   00029700
       COPY '#LGPD'.                                                    00029800
                                                                        00029900
       01 FILLER         PIC X(64) VALUE                                00030000
           '-----------DATA DE PROCESSAMENTO--------------'.            00030100
      *-------------------------------------------------------------*   00030200
       COPY 'DATAPROC'.                                                 00030300
                                                                        00030400
       01 FILLER         PIC X(64) VALUE                                00030500
           '-----------VALIDAR DATA----------------------'.             00030600
      *-------------------------------------------------------------*   00030700
       COPY 'VALDATA'.                                                  00030800
                                                                        00030900
       01 FILLER         PIC X(64) VALUE                                00031000
           '-----------CHAMAR TRATA ERROS----------------'.             00031100
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00031200
       COPY 'VARERROS'.                                                 00031300
                                                                        00031400
      *-----------------SQLCA----------------------------------------*  00031500
                                                                        00031600
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00031700
                                                                        00031800
      *=============================================================*   00031900
       PROCEDURE DIVISION.                                              00032000
      *=============================================================*   00032100
                                                                        00032200
      *-------------------------------------------------------------*   00032300
       0000-PRINCIPAL                         SECTION.                  00032400
      *-------------------------------------------------------------*   00032500
            PERFORM 1000-INICIAR.                                       00032600
            PERFORM 1100-TESTARSTATUS.                                  00032700
            PERFORM 1200-LERCONTA.                                      00032800
            PERFORM 1300-LERPEDIDO.                                     00032900
            PERFORM 1400-LERBLOQUEIO.                                   00033000
            PERFORM 1500-LERSALDO.                                      00033100
            PERFORM 1600-LEREMPRESTIMO.                                 00033200
            PERFORM 1700-LERREGISTRO.                                   00033300
            PERFORM 2000-PROCESSAR                                      00033400
               UNTIL WRK-CHAVE-CONTA  EQUAL HIGH-VALUES                 00033500
                 AND WRK-CHAVE-PEDIDO EQUAL HIGH-VALUES.                00033600
            PERFORM 3000-FINALIZAR.                                     00033700
            STOP RUN.                                                   00033800
                                                                        00033900
       0000-99-FIM.               EXIT.                                 00034000
                                                                        00034100
      *-------------------------------------------------------------*   00034200
      *   A DATA DE CORTE E A DATA DE PROCESSAMENTO MENOS A         *   00034300
      *   RETENCAO EM ANOS; 29/02 VIRA 28/02 QUANDO O ANO DE CORTE  *   00034400
      *   NAO E BISSEXTO                                            *   00034500
      *-------------------------------------------------------------*   00034600
       1000-INICIAR                           SECTION.                  00034700
      *-------------------------------------------------------------*   00034800
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00034900
            ACCEPT WRK-RETENCAO-ANOS      FROM SYSIN.                   00035000
            IF WRK-RETENCAO-ANOS NOT NUMERIC                            00035100
               OR WRK-RETENCAO-ANOS EQUAL ZEROS                         00035200
              MOVE 5 TO WRK-RETENCAO-ANOS                               00035300
            END-IF.                                                     00035400
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                 00035500
            CALL 'VALIDATA' USING WRK-VALIDA-DATA.                      00035600
            IF WRK-VD-INVALIDA                                          00035700
              MOVE '1000'                  TO WRK-SECAO                 00035800
              MOVE 'DATA DE PROCESSAMENTO INVALIDA' TO WRK-MSGERRO      00035900
              MOVE WRK-VD-STATUS           TO WRK-STATUS                00036000
              MOVE 8 TO RETURN-CODE                                     00036100
              PERFORM 9000-TRATARERROS                                  00036200
            END-IF.                                                     00036300
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-CORTE.              00036400
            SUBTRACT WRK-RETENCAO-ANOS FROM WRK-DT-ANO.                 00036500
            IF WRK-DT-MES EQUAL 02 AND WRK-DT-DIA EQUAL 29              00036600
              MOVE WRK-DATA-CORTE TO WRK-VD-DATA                        00036700
              CALL 'VALIDATA' USING WRK-VALIDA-DATA                     00036800
              IF WRK-VD-INVALIDA                                        00036900
                MOVE 28 TO WRK-DT-DIA                                   00037000
              END-IF                                                    00037100
            END-IF.                                                     00037200
            DISPLAY ' RETENCAO (ANOS)........' WRK-RETENCAO-ANOS.       00037300
            DISPLAY ' ENCERRADAS ATE.........' WRK-DATA-CORTE.          00037400
            OPEN INPUT CONTAS.                                          00037500
            OPEN INPUT PEDLGPD.                                         00037600
            OPEN INPUT BLOQJUD.                                         00037700
            OPEN INPUT SALDOANT.                                        00037800
            OPEN INPUT EMPANT.                                          00037900
            OPEN INPUT REGANT.                                          00038000
            OPEN OUTPUT REGNOVO.                                        00038100
            OPEN OUTPUT ANONLIST.                                       00038200
            OPEN OUTPUT CERTLGPD.                                       00038300
                                                                        00038400
       1000-99-FIM.               EXIT.                                 00038500
                                                                        00038600
      *-------------------------------------------------------------*   00038700
       1100-TESTARSTATUS                      SECTION.                  00038800
      *-------------------------------------------------------------*   00038900
               IF WRK-FS-CONTAS NOT EQUAL 0                             00039000
                MOVE '1000'                  TO WRK-SECAO               00039100
                MOVE 'ERRO OPEN CONTAS - '   TO WRK-MSGERRO             00039200
                MOVE WRK-FS-CONTAS           TO WRK-STATUS              00039300
                   PERFORM 9000-TRATARERROS                             00039400
               END-IF.                                                  00039500
               IF WRK-FS-PEDLGPD NOT EQUAL 0                            00039600
                MOVE '1001'                  TO WRK-SECAO               00039700
                MOVE 'ERRO OPEN PEDLGPD - '  TO WRK-MSGERRO             00039800
                MOVE WRK-FS-PEDLGPD          TO WRK-STATUS              00039900
                   PERFORM 9000-TRATARERROS                             00040000
               END-IF.                                                  00040100
               IF WRK-FS-BLOQJUD NOT EQUAL 0                            00040200
                MOVE '1002'                  TO WRK-SECAO               00040300
                MOVE 'ERRO OPEN BLOQJUD - '  TO WRK-MSGERRO             00040400
                MOVE WRK-FS-BLOQJUD          TO WRK-STATUS              00040500
                   PERFORM 9000-TRATARERROS                             00040600
               END-IF.                                                  00040700
               IF WRK-FS-SALDOANT NOT EQUAL 0                           00040800
                MOVE '1003'                  TO WRK-SECAO               00040900
                MOVE 'ERRO OPEN SALDOANT - ' TO WRK-MSGERRO             00041000
                MOVE WRK-FS-SALDOANT         TO WRK-STATUS              00041100
                   PERFORM 9000-TRATARERROS                             00041200
               END-IF.                                                  00041300
               IF WRK-FS-EMPANT NOT EQUAL 0                             00041400
                MOVE '1004'                  TO WRK-SECAO               00041500
                MOVE 'ERRO OPEN EMPANT - '   TO WRK-MSGERRO             00041600
                MOVE WRK-FS-EMPANT           TO WRK-STATUS              00041700
                   PERFORM 9000-TRATARERROS                             00041800
               END-IF.                                                  00041900
               IF WRK-FS-REGANT NOT EQUAL 0                             00042000
                MOVE '1005'                  TO WRK-SECAO               00042100
                MOVE 'ERRO OPEN REGANT - '   TO WRK-MSGERRO             00042200
                MOVE WRK-FS-REGANT           TO WRK-STATUS              00042300
                   PERFORM 9000-TRATARERROS                             00042400
               END-IF.                                                  00042500
               IF WRK-FS-REGNOVO NOT EQUAL 0                            00042600
                MOVE '1006'                  TO WRK-SECAO               00042700
                MOVE 'ERRO OPEN REGNOVO - '  TO WRK-MSGERRO             00042800
                MOVE WRK-FS-REGNOVO          TO WRK-STATUS              00042900
                   PERFORM 9000-TRATARERROS                             00043000
               END-IF.                                                  00043100
               IF WRK-FS-ANONLIST NOT EQUAL 0                           00043200
                MOVE '1007'                  TO WRK-SECAO               00043300
                MOVE 'ERRO OPEN ANONLIST - ' TO WRK-MSGERRO             00043400
                MOVE WRK-FS-ANONLIST         TO WRK-STATUS              00043500
                   PERFORM 9000-TRATARERROS                             00043600
               END-IF.                                                  00043700
               IF WRK-FS-CERTLGPD NOT EQUAL 0                           00043800
                MOVE '1008'                  TO WRK-SECAO               00043900
                MOVE 'ERRO OPEN CERTLGPD - ' TO WRK-MSGERRO             00044000
                MOVE WRK-FS-CERTLGPD         TO WRK-STATUS              00044100
                   PERFORM 9000-TRATARERROS                             00044200
               END-IF.                                                  00044300
                                                                        00044400
       1100-99-FIM.               EXIT.                                 00044500
                                                                        00044600
      *-------------------------------------------------------------*   00044700
       1200-LERCONTA                          SECTION.                  00044800
      *-------------------------------------------------------------*   00044900
               READ CONTAS.                                             00045000
               IF WRK-FS-CONTAS EQUAL 10                                00045100
                 MOVE HIGH-VALUES     TO WRK-CHAVE-CONTA                00045200
               ELSE                                                     00045300
                 ADD 1 TO WRK-ACUM-CONTAS                               00045400
                 MOVE REG-CONTA (1:9) TO WRK-CHAVE-CONTA                00045500
               END-IF.                                                  00045600
                                                                        00045700
       1200-99-FIM.               EXIT.                                 00045800
                                                                        00045900
      *-------------------------------------------------------------*   00046000
       1300-LERPEDIDO                         SECTION.                  00046100
      *-------------------------------------------------------------*   00046200
               READ PEDLGPD.                                            00046300
               IF WRK-FS-PEDLGPD EQUAL 10                               00046400
                 MOVE HIGH-VALUES  TO WRK-CHAVE-PEDIDO                  00046500
               ELSE                                                     00046600
                 ADD 1 TO WRK-ACUM-PEDIDOS                              00046700
                 MOVE PDL-CHAVE    TO WRK-CHAVE-PEDIDO                  00046800
               END-IF.                                                  00046900
                                                                        00047000
       1300-99-FIM.               EXIT.                                 00047100
                                                                        00047200
      *-------------------------------------------------------------*   00047300
       1400-LERBLOQUEIO                       SECTION.                  00047400
      *-------------------------------------------------------------*   00047500
               READ BLOQJUD.                                            00047600
               IF WRK-FS-BLOQJUD EQUAL 10                               00047700
                 MOVE HIGH-VALUES       TO WRK-CHAVE-BLOQ               00047800
               ELSE                                                     00047900
                 MOVE REG-BLOQJUD (1:9) TO WRK-CHAVE-BLOQ               00048000
               END-IF.                                                  00048100
                                                                        00048200
       1400-99-FIM.               EXIT.                                 00048300
                                                                        00048400
      *-------------------------------------------------------------*   00048500
      *   O TRAILER DO MESTRE SALDOS ENCERRA A LEITURA              *   00048600
      *-------------------------------------------------------------*   00048700
       1500-LERSALDO                          SECTION.                  00048800
      *-------------------------------------------------------------*   00048900
               READ SALDOANT.                                           00049000
               IF WRK-FS-SALDOANT EQUAL 10                              00049100
                 MOVE HIGH-VALUES     TO WRK-CHAVE-SALDO                00049200
               ELSE                                                     00049300
                 IF STR-E-TRAILER                                       00049400
                   MOVE HIGH-VALUES   TO WRK-CHAVE-SALDO                00049500
                 ELSE                                                   00049600
                   MOVE REG-SALDO (1:9) TO WRK-CHAVE-SALDO              00049700
                 END-IF                                                 00049800
               END-IF.                                                  00049900
                                                                        00050000
       1500-99-FIM.               EXIT.                                 00050100
                                                                        00050200
      *-------------------------------------------------------------*   00050300
       1600-LEREMPRESTIMO                     SECTION.                  00050400
      *-------------------------------------------------------------*   00050500
               READ EMPANT.                                             00050600
               IF WRK-FS-EMPANT EQUAL 10                                00050700
                 MOVE HIGH-VALUES       TO WRK-CHAVE-EMP                00050800
               ELSE                                                     00050900
                 MOVE REG-EMPREST (1:9) TO WRK-CHAVE-EMP                00051000
               END-IF.                                                  00051100
                                                                        00051200
       1600-99-FIM.               EXIT.                                 00051300
                                                                        00051400
      *-------------------------------------------------------------*   00051500
       1700-LERREGISTRO                       SECTION.                  00051600
      *-------------------------------------------------------------*   00051700
               READ REGANT.                                             00051800
               IF WRK-FS-REGANT EQUAL 10                                00051900
                 MOVE HIGH-VALUES  TO WRK-CHAVE-REG                     00052000
               ELSE                                                     00052100
                 MOVE RGA-CHAVE    TO WRK-CHAVE-REG                     00052200
               END-IF.                                                  00052300
                                                                        00052400
       1700-99-FIM.               EXIT.                                 00052500
                                                                        00052600
      *-------------------------------------------------------------*   00052700
       2000-PROCESSAR                         SECTION.                  00052800
      *-------------------------------------------------------------*   00052900
               IF WRK-CHAVE-PEDIDO LESS WRK-CHAVE-CONTA                 00053000
                 PERFORM 2100-PEDIDOSEMCONTA                            00053100
               ELSE                                                     00053200
                 PERFORM 2200-TRATARCONTA                               00053300
                 PERFORM 1200-LERCONTA                                  00053400
               END-IF.                                                  00053500
                                                                        00053600
       2000-99-FIM.               EXIT.                                 00053700
                                                                        00053800
      *-------------------------------------------------------------*   00053900
       2100-PEDIDOSEMCONTA                    SECTION.                  00054000
      *-------------------------------------------------------------*   00054100
               MOVE WRK-CHAVE-PEDIDO TO WRK-CHAVE-ATUAL.                00054200
               MOVE ZEROS            TO WRK-DATA-ENCERRAMENTO.          00054300
               MOVE 'P'              TO WRK-ORIGEM.                     00054400
               MOVE PDL-PROTOCOLO    TO WRK-PROTOCOLO.                  00054500
               MOVE 'CONTA INEXISTENTE NO MESTRE DE CONTAS'             00054600
                 TO WRK-MOTIVO.                                         00054700
               PERFORM 2800-GRAVARRECUSA.                               00054800
               PERFORM 2210-CONSUMIRPEDIDO                              00054900
                  UNTIL WRK-CHAVE-PEDIDO NOT EQUAL WRK-CHAVE-ATUAL.     00055000
                                                                        00055100
       2100-99-FIM.               EXIT.                                 00055200
                                                                        00055300
      *-------------------------------------------------------------*   00055400
      *   PEDIDO DA CONTA OU ENCERRAMENTO ALEM DA RETENCAO. A CONTA *   00055500
      *   QUE JA ESTA NO REGISTRO NAO E TRATADA DE NOVO             *   00055600
      *-------------------------------------------------------------*   00055700
       2200-TRATARCONTA                       SECTION.                  00055800
      *-------------------------------------------------------------*   00055900
               MOVE WRK-CHAVE-CONTA       TO WRK-CHAVE-ATUAL.           00056000
               MOVE CTA-DATA-ENCERRAMENTO TO WRK-DATA-ENCERRAMENTO.     00056100
               MOVE SPACES TO WRK-ORIGEM.                               00056200
               MOVE SPACES TO WRK-PROTOCOLO.                            00056300
               IF WRK-CHAVE-PEDIDO EQUAL WRK-CHAVE-CONTA                00056400
                 MOVE 'P'           TO WRK-ORIGEM                       00056500
                 MOVE PDL-PROTOCOLO TO WRK-PROTOCOLO                    00056600
                 PERFORM 2210-CONSUMIRPEDIDO                            00056700
                    UNTIL WRK-CHAVE-PEDIDO NOT EQUAL WRK-CHAVE-CONTA    00056800
               ELSE                                                     00056900
                 IF CTA-ENCERRADA                                       00057000
                    AND CTA-DATA-ENCERRAMENTO GREATER ZEROS             00057100
                    AND CTA-DATA-ENCERRAMENTO NOT GREATER WRK-DATA-CORTE00057200
                   MOVE 'T'         TO WRK-ORIGEM                       00057300
                   ADD 1 TO WRK-ACUM-RETENCAO                           00057400
                 END-IF                                                 00057500
               END-IF.                                                  00057600
               PERFORM 2300-COPIARREGISTRO.                             00057700
               IF WRK-ORIGEM NOT EQUAL SPACES                           00057800
                 IF WRK-JA-ANONIMIZADA                                  00057900
                   ADD 1 TO WRK-ACUM-JA                                 00058000
                   IF WRK-POR-PEDIDO                                    00058100
                     MOVE WRK-DATA-REGISTRO   TO WRK-MR-DATA            00058200
                     MOVE WRK-MOTIVO-REGISTRO TO WRK-MOTIVO             00058300
                     PERFORM 2800-GRAVARRECUSA                          00058400
                   END-IF                                               00058500
                 ELSE                                                   00058600
                   PERFORM 2400-CRITICARCONTA                           00058700
                   IF WRK-RECUSADA                                      00058800
                     PERFORM 2800-GRAVARRECUSA                          00058900
                   ELSE                                                 00059000
                     PERFORM 2600-ANONIMIZARDB2                         00059100
                   END-IF                                               00059200
                 END-IF                                                 00059300
               END-IF.                                                  00059400
                                                                        00059500
       2200-99-FIM.               EXIT.                                 00059600
                                                                        00059700
      *-------------------------------------------------------------*   00059800
      *   PEDIDOS REPETIDOS DA MESMA CONTA VALEM COMO UM SO         *   00059900
      *-------------------------------------------------------------*   00060000
       2210-CONSUMIRPEDIDO                    SECTION.                  00060100
      *-------------------------------------------------------------*   00060200
               PERFORM 1300-LERPEDIDO.                                  00060300
                                                                        00060400
       2210-99-FIM.               EXIT.                                 00060500
                                                                        00060600
      *-------------------------------------------------------------*   00060700
      *   O REGISTRO ANTERIOR PASSA INTEIRO PARA A NOVA GERACAO, NA *   00060800
      *   ORDEM DE AGENCIA/CONTA, INTERCALADO COM AS CONTAS DE HOJE *   00060900
      *-------------------------------------------------------------*   00061000
       2300-COPIARREGISTRO                    SECTION.                  00061100
      *-------------------------------------------------------------*   00061200
               MOVE 'N' TO WRK-JA-NO-REGISTRO.                          00061300
               PERFORM 2310-COPIARUMREGISTRO                            00061400
                  UNTIL WRK-CHAVE-REG NOT LESS WRK-CHAVE-CONTA.         00061500
               IF WRK-CHAVE-REG EQUAL WRK-CHAVE-CONTA                   00061600
                 MOVE 'S'      TO WRK-JA-NO-REGISTRO                    00061700
                 MOVE RGA-DATA TO WRK-DATA-REGISTRO                     00061800
                 PERFORM 2310-COPIARUMREGISTRO                          00061900
               END-IF.                                                  00062000
                                                                        00062100
       2300-99-FIM.               EXIT.                                 00062200
                                                                        00062300
      *-------------------------------------------------------------*   00062400
       2310-COPIARUMREGISTRO                  SECTION.                  00062500
      *-------------------------------------------------------------*   00062600
               WRITE REG-REGNOVO FROM REG-REGANT.                       00062700
               ADD 1 TO WRK-ACUM-REGISTRO.                              00062800
               PERFORM 1700-LERREGISTRO.                                00062900
                                                                        00063000
       2310-99-FIM.               EXIT.                                 00063100
                                                                        00063200
      *-------------------------------------------------------------*   00063300
      *   IMPEDIMENTOS: CONTA NAO ENCERRADA, ORDEM JUDICIAL SEM     *   00063400
      *   LIBERACAO (OU COM LIBERACAO FUTURA), SALDO OU BLOQUEIO NA *   00063500
      *   ULTIMA POSICAO E EMPRESTIMO ATIVO. VALE O PRIMEIRO        *   00063600
      *-------------------------------------------------------------*   00063700
       2400-CRITICARCONTA                     SECTION.                  00063800
      *-------------------------------------------------------------*   00063900
               MOVE 'N'    TO WRK-CONTA-RECUSADA.                       00064000
               MOVE 'N'    TO WRK-TEM-BLOQUEIO.                         00064100
               MOVE 'N'    TO WRK-TEM-EMPRESTIMO.                       00064200
               MOVE SPACES TO WRK-MOTIVO.                               00064300
               PERFORM 1400-LERBLOQUEIO                                 00064400
                  UNTIL WRK-CHAVE-BLOQ NOT LESS WRK-CHAVE-CONTA.        00064500
               PERFORM 2410-EXAMINARBLOQUEIO                            00064600
                  UNTIL WRK-CHAVE-BLOQ NOT EQUAL WRK-CHAVE-CONTA.       00064700
               PERFORM 1500-LERSALDO                                    00064800
                  UNTIL WRK-CHAVE-SALDO NOT LESS WRK-CHAVE-CONTA.       00064900
               PERFORM 1600-LEREMPRESTIMO                               00065000
                  UNTIL WRK-CHAVE-EMP NOT LESS WRK-CHAVE-CONTA.         00065100
               PERFORM 2420-EXAMINAREMPRESTIMO                          00065200
                  UNTIL WRK-CHAVE-EMP NOT EQUAL WRK-CHAVE-CONTA.        00065300
               MOVE 'S'    TO WRK-CONTA-RECUSADA.                       00065400
               IF NOT CTA-ENCERRADA                                     00065500
                 MOVE 'CONTA NAO ENCERRADA' TO WRK-MOTIVO               00065600
               ELSE                                                     00065700
                IF WRK-BLOQUEIO-EM-VIGOR                                00065800
                  MOVE 'ORDEM JUDICIAL DE BLOQUEIO EM VIGOR'            00065900
                    TO WRK-MOTIVO                                       00066000
                ELSE                                                    00066100
                 IF WRK-CHAVE-SALDO EQUAL WRK-CHAVE-CONTA               00066200
                    AND (SAL-SALDO-FECHAMENTO NOT EQUAL ZEROS           00066300
                      OR SAL-VALOR-BLOQUEADO  NOT EQUAL ZEROS)          00066400
                   MOVE 'SALDO EM ABERTO NA ULTIMA POSICAO'             00066500
                     TO WRK-MOTIVO                                      00066600
                 ELSE                                                   00066700
                  IF WRK-EMPRESTIMO-ATIVO                               00066800
                    MOVE 'CONTRATO DE EMPRESTIMO EM ABERTO'             00066900
                      TO WRK-MOTIVO                                     00067000
                  ELSE                                                  00067100
                    MOVE 'N' TO WRK-CONTA-RECUSADA                      00067200
                  END-IF                                                00067300
                 END-IF                                                 00067400
                END-IF                                                  00067500
               END-IF.                                                  00067600
                                                                        00067700
       2400-99-FIM.               EXIT.                                 00067800
                                                                        00067900
      *-------------------------------------------------------------*   00068000
       2410-EXAMINARBLOQUEIO                  SECTION.                  00068100
      *-------------------------------------------------------------*   00068200
               IF BLQ-DATA-LIBERACAO EQUAL ZEROS                        00068300
                  OR BLQ-DATA-LIBERACAO GREATER WRK-DATA-PROCESSAMENTO  00068400
                 MOVE 'S' TO WRK-TEM-BLOQUEIO                           00068500
               END-IF.                                                  00068600
               PERFORM 1400-LERBLOQUEIO.                                00068700
                                                                        00068800
       2410-99-FIM.               EXIT.                                 00068900
                                                                        00069000
      *-------------------------------------------------------------*   00069100
       2420-EXAMINAREMPRESTIMO                SECTION.                  00069200
      *-------------------------------------------------------------*   00069300
               IF EMP-ATIVO                                             00069400
                 MOVE 'S' TO WRK-TEM-EMPRESTIMO                         00069500
               END-IF.                                                  00069600
               PERFORM 1600-LEREMPRESTIMO.                              00069700
                                                                        00069800
       2420-99-FIM.               EXIT.                                 00069900
                                                                        00070000
      *-------------------------------------------------------------*   00070100
      *   TROCA O NOME PELO TOKEN NAS TRES TABELAS E CONFIRMA A     *   00070200
      *   CONTA INTEIRA DE UMA VEZ; QUALQUER FALHA DESFAZ A CONTA,  *   00070300
      *   QUE FICA FORA DO REGISTRO E VOLTA NA PROXIMA EXECUCAO     *   00070400
      *-------------------------------------------------------------*   00070500
       2600-ANONIMIZARDB2                     SECTION.                  00070600
      *-------------------------------------------------------------*   00070700
               MOVE CTA-AGENCIA TO WRK-TK-AGENCIA.                      00070800
               MOVE CTA-CONTA   TO WRK-TK-CONTA.                        00070900
               MOVE CTA-AGENCIA TO WRK-HV-AGENCIA.                      00071000
               MOVE CTA-CONTA   TO WRK-HV-CONTA.                        00071100
               MOVE WRK-TOKEN   TO WRK-HV-TOKEN.                        00071200
               MOVE 'N'         TO WRK-FALHOU-DB2.                      00071300
               MOVE ZEROS       TO WRK-QTD-CLIENTES.                    00071400
               MOVE ZEROS       TO WRK-QTD-MOVIMENTOS.                  00071500
               MOVE ZEROS       TO WRK-QTD-HISTORICO.                   00071600
               PERFORM 2610-ANONIMIZARCLIENTES.                         00071700
               IF NOT WRK-FALHA-DB2                                     00071800
                 PERFORM 2620-ANONIMIZARMOVIMENTOS                      00071900
               END-IF.                                                  00072000
               IF NOT WRK-FALHA-DB2                                     00072100
                 PERFORM 2630-ANONIMIZARHISTORICO                       00072200
               END-IF.                                                  00072300
               IF NOT WRK-FALHA-DB2                                     00072400
                 EXEC SQL COMMIT END-EXEC                               00072500
                 IF SQLCODE NOT EQUAL 0                                 00072600
                   MOVE '2600' TO WRK-SECAO                             00072700
                   PERFORM 2690-FALHASQL                                00072800
                 END-IF                                                 00072900
               END-IF.                                                  00073000
               IF WRK-FALHA-DB2                                         00073100
                 EXEC SQL ROLLBACK END-EXEC                             00073200
                 ADD 1 TO WRK-ACUM-FALHAS                               00073300
                 MOVE WRK-MOTIVO-SQL TO WRK-MOTIVO                      00073400
                 PERFORM 2800-GRAVARRECUSA                              00073500
               ELSE                                                     00073600
                 PERFORM 2700-REGISTRARCONTA                            00073700
               END-IF.                                                  00073800
                                                                        00073900
       2600-99-FIM.               EXIT.                                 00074000
                                                                        00074100
      *-------------------------------------------------------------*   00074200
      *   SO AS LINHAS QUE AINDA NAO TEM O TOKEN SAO CONTADAS E     *   00074300
      *   ATUALIZADAS, ENTAO A REEXECUCAO NAO MEXE DUAS VEZES       *   00074400
      *-------------------------------------------------------------*   00074500
       2610-ANONIMIZARCLIENTES                SECTION.                  00074600
      *-------------------------------------------------------------*   00074700
            EXEC SQL                                                    00074800
                SELECT COUNT(*)                                         00074900
                  INTO :WRK-HV-QTD-LINHAS                               00075000
                  FROM CLIENTES                                         00075100
                 WHERE AGENCIA = :WRK-HV-AGENCIA                        00075200
                   AND CONTA   = :WRK-HV-CONTA                          00075300
                   AND CLIENTE <> :WRK-HV-TOKEN                         00075400
            END-EXEC.                                                   00075500
            IF SQLCODE NOT EQUAL 0                                      00075600
              MOVE '2610' TO WRK-SECAO                                  00075700
              PERFORM 2690-FALHASQL                                     00075800
            ELSE                                                        00075900
              IF WRK-HV-QTD-LINHAS GREATER ZEROS                        00076000
                EXEC SQL                                                00076100
                    UPDATE CLIENTES                                     00076200
                       SET CLIENTE = :WRK-HV-TOKEN                      00076300
                     WHERE AGENCIA = :WRK-HV-AGENCIA                    00076400
                       AND CONTA   = :WRK-HV-CONTA                      00076500
                       AND CLIENTE <> :WRK-HV-TOKEN                     00076600
                END-EXEC                                                00076700
                IF SQLCODE NOT EQUAL 0                                  00076800
                  MOVE '2611' TO WRK-SECAO                              00076900
                  PERFORM 2690-FALHASQL                                 00077000
                ELSE                                                    00077100
                  MOVE WRK-HV-QTD-LINHAS TO WRK-QTD-CLIENTES            00077200
                END-IF                                                  00077300
              END-IF                                                    00077400
            END-IF.                                                     00077500
                                                                        00077600
       2610-99-FIM.               EXIT.                                 00077700
                                                                        00077800
      *-------------------------------------------------------------*   00077900
       2620-ANONIMIZARMOVIMENTOS              SECTION.                  00078000
      *-------------------------------------------------------------*   00078100
            EXEC SQL                                                    00078200
                SELECT COUNT(*)                                         00078300
                  INTO :WRK-HV-QTD-LINHAS                               00078400
                  FROM MOVIMENTOS                                       00078500
                 WHERE AGENCIA = :WRK-HV-AGENCIA                        00078600
                   AND CONTA   = :WRK-HV-CONTA                          00078700
                   AND CLIENTE <> :WRK-HV-TOKEN                         00078800
            END-EXEC.                                                   00078900
            IF SQLCODE NOT EQUAL 0                                      00079000
              MOVE '2620' TO WRK-SECAO                                  00079100
              PERFORM 2690-FALHASQL                                     00079200
            ELSE                                                        00079300
              IF WRK-HV-QTD-LINHAS GREATER ZEROS                        00079400
                EXEC SQL                                                00079500
                    UPDATE MOVIMENTOS                                   00079600
                       SET CLIENTE = :WRK-HV-TOKEN                      00079700
                     WHERE AGENCIA = :WRK-HV-AGENCIA                    00079800
                       AND CONTA   = :WRK-HV-CONTA                      00079900
                       AND CLIENTE <> :WRK-HV-TOKEN                     00080000
                END-EXEC                                                00080100
                IF SQLCODE NOT EQUAL 0                                  00080200
                  MOVE '2621' TO WRK-SECAO                              00080300
                  PERFORM 2690-FALHASQL                                 00080400
                ELSE                                                    00080500
                  MOVE WRK-HV-QTD-LINHAS TO WRK-QTD-MOVIMENTOS          00080600
                END-IF                                                  00080700
              END-IF                                                    00080800
            END-IF.                                                     00080900
                                                                        00081000
       2620-99-FIM.               EXIT.                                 00081100
                                                                        00081200
      *-------------------------------------------------------------*   00081300
       2630-ANONIMIZARHISTORICO               SECTION.                  00081400
      *-------------------------------------------------------------*   00081500
            EXEC SQL                                                    00081600
                SELECT COUNT(*)                                         00081700
                  INTO :WRK-HV-QTD-LINHAS                               00081800
                  FROM MOVIMENTOS_HIST                                  00081900
                 WHERE AGENCIA = :WRK-HV-AGENCIA                        00082000
                   AND CONTA   = :WRK-HV-CONTA                          00082100
                   AND CLIENTE <> :WRK-HV-TOKEN                         00082200
            END-EXEC.                                                   00082300
            IF SQLCODE NOT EQUAL 0                                      00082400
              MOVE '2630' TO WRK-SECAO                                  00082500
              PERFORM 2690-FALHASQL                                     00082600
            ELSE                                                        00082700
              IF WRK-HV-QTD-LINHAS GREATER ZEROS                        00082800
                EXEC SQL                                                00082900
                    UPDATE MOVIMENTOS_HIST                              00083000
                       SET CLIENTE = :WRK-HV-TOKEN                      00083100
                     WHERE AGENCIA = :WRK-HV-AGENCIA                    00083200
                       AND CONTA   = :WRK-HV-CONTA                      00083300
                       AND CLIENTE <> :WRK-HV-TOKEN                     00083400
                END-EXEC                                                00083500
                IF SQLCODE NOT EQUAL 0                                  00083600
                  MOVE '2631' TO WRK-SECAO                              00083700
                  PERFORM 2690-FALHASQL                                 00083800
                ELSE                                                    00083900
                  MOVE WRK-HV-QTD-LINHAS TO WRK-QTD-HISTORICO           00084000
                END-IF                                                  00084100
              END-IF                                                    00084200
            END-IF.                                                     00084300
                                                                        00084400
       2630-99-FIM.               EXIT.                                 00084500
                                                                        00084600
      *-------------------------------------------------------------*   00084700
       2690-FALHASQL                          SECTION.                  00084800
      *-------------------------------------------------------------*   00084900
            MOVE 'S'                    TO WRK-FALHOU-DB2.              00085000
            MOVE SQLCODE                TO WRK-MS-SQLCODE.              00085100
            MOVE 'ERRO SQL NA ANONIMIZACAO DA CONTA' TO WRK-MSGERRO.    00085200
            MOVE '99'                   TO WRK-STATUS.                  00085300
            PERFORM 9010-TRATARREJEITADO.                               00085400
                                                                        00085500
       2690-99-FIM.               EXIT.                                 00085600
                                                                        00085700
      *-------------------------------------------------------------*   00085800
      *   A CONTA ENTRA NO REGISTRO E NA LISTA DO DIA; O            *   00085900
      *   CERTIFICADO RECEBE A CONTA E UMA LINHA POR TABELA DB2     *   00086000
      *-------------------------------------------------------------*   00086100
       2700-REGISTRARCONTA                    SECTION.                  00086200
      *-------------------------------------------------------------*   00086300
               ADD 1 TO WRK-ACUM-ANONIMIZADAS.                          00086400
               ADD WRK-QTD-CLIENTES   TO WRK-TOTAL-CLIENTES.            00086500
               ADD WRK-QTD-MOVIMENTOS TO WRK-TOTAL-MOVIMENTOS.          00086600
               ADD WRK-QTD-HISTORICO  TO WRK-TOTAL-HISTORICO.           00086700
               PERFORM 2900-MONTARLGPD.                                 00086800
               MOVE 'A'             TO LGP-TIPO.                        00086900
               WRITE REG-REGNOVO  FROM REG-LGPD.                        00087000
               WRITE REG-ANONLIST FROM REG-LGPD.                        00087100
               WRITE REG-CERTLGPD FROM REG-LGPD.                        00087200
               MOVE 'D'             TO LGP-TIPO.                        00087300
               MOVE 'C'             TO LGP-COD-ACERVO.                  00087400
               MOVE 'DB2 CLIENTES'  TO LGP-NOME-ACERVO.                 00087500
               MOVE WRK-QTD-CLIENTES   TO LGP-QTD-LINHAS.               00087600
               WRITE REG-CERTLGPD FROM REG-LGPD.                        00087700
               MOVE 'M'             TO LGP-COD-ACERVO.                  00087800
               MOVE 'DB2 MOVIMENTOS' TO LGP-NOME-ACERVO.                00087900
               MOVE WRK-QTD-MOVIMENTOS TO LGP-QTD-LINHAS.               00088000
               WRITE REG-CERTLGPD FROM REG-LGPD.                        00088100
               MOVE 'H'             TO LGP-COD-ACERVO.                  00088200
               MOVE 'DB2 MOVIM_HIST' TO LGP-NOME-ACERVO.                00088300
               MOVE WRK-QTD-HISTORICO  TO LGP-QTD-LINHAS.               00088400
               WRITE REG-CERTLGPD FROM REG-LGPD.                        00088500
                                                                        00088600
       2700-99-FIM.               EXIT.                                 00088700
                                                                        00088800
      *-------------------------------------------------------------*   00088900
       2800-GRAVARRECUSA                      SECTION.                  00089000
      *-------------------------------------------------------------*   00089100
               ADD 1 TO WRK-ACUM-RECUSADAS.                             00089200
               PERFORM 2900-MONTARLGPD.                                 00089300
               MOVE 'R'        TO LGP-TIPO.                             00089400
               MOVE SPACES     TO LGP-TOKEN.                            00089500
               MOVE WRK-MOTIVO TO LGP-MOTIVO.                           00089600
               WRITE REG-CERTLGPD FROM REG-LGPD.                        00089700
                                                                        00089800
       2800-99-FIM.               EXIT.                                 00089900
                                                                        00090000
      *-------------------------------------------------------------*   00090100
       2900-MONTARLGPD                        SECTION.                  00090200
      *-------------------------------------------------------------*   00090300
               MOVE SPACES                 TO REG-LGPD.                 00090400
               MOVE WRK-CHAVE-ATUAL        TO LGP-CHAVE.                00090500
               MOVE WRK-ORIGEM             TO LGP-ORIGEM.               00090600
               MOVE WRK-TOKEN              TO LGP-TOKEN.                00090700
               MOVE ZEROS                  TO LGP-QTD-LINHAS.           00090800
               MOVE WRK-PROTOCOLO          TO LGP-PROTOCOLO.            00090900
               MOVE WRK-DATA-PROCESSAMENTO TO LGP-DATA.                 00091000
               MOVE WRK-DATA-ENCERRAMENTO  TO LGP-DATA-ENCERRAMENTO.    00091100
                                                                        00091200
       2900-99-FIM.               EXIT.                                 00091300
                                                                        00091400
      *-------------------------------------------------------------*   00091500
       3000-FINALIZAR                         SECTION.                  00091600
      *-------------------------------------------------------------*   00091700
               PERFORM 2310-COPIARUMREGISTRO                            00091800
                  UNTIL WRK-CHAVE-REG EQUAL HIGH-VALUES.                00091900
               CLOSE CONTAS.                                            00092000
               CLOSE PEDLGPD.                                           00092100
               CLOSE BLOQJUD.                                           00092200
               CLOSE SALDOANT.                                          00092300
               CLOSE EMPANT.                                            00092400
               CLOSE REGANT.                                            00092500
               CLOSE REGNOVO.                                           00092600
               CLOSE ANONLIST.                                          00092700
               CLOSE CERTLGPD.                                          00092800
               DISPLAY 'CONTAS NO MESTRE.... ' WRK-ACUM-CONTAS.         00092900
               DISPLAY 'PEDIDOS LIDOS....... ' WRK-ACUM-PEDIDOS.        00093000
               DISPLAY 'ALEM DA RETENCAO.... ' WRK-ACUM-RETENCAO.       00093100
               DISPLAY 'JA ANONIMIZADAS..... ' WRK-ACUM-JA.             00093200
               DISPLAY 'CONTAS ANONIMIZADAS. ' WRK-ACUM-ANONIMIZADAS.   00093300
               DISPLAY 'LINHAS CLIENTES..... ' WRK-TOTAL-CLIENTES.      00093400
               DISPLAY 'LINHAS MOVIMENTOS... ' WRK-TOTAL-MOVIMENTOS.    00093500
               DISPLAY 'LINHAS MOVIM_HIST... ' WRK-TOTAL-HISTORICO.     00093600
               DISPLAY 'CONTAS RECUSADAS.... ' WRK-ACUM-RECUSADAS.      00093700
               DISPLAY 'FALHAS NO DB2....... ' WRK-ACUM-FALHAS.         00093800
               DISPLAY 'CONTAS NO REGISTRO.. ' WRK-ACUM-REGISTRO.       00093900
               IF WRK-ACUM-FALHAS GREATER ZEROS                         00094000
                 MOVE 4 TO RETURN-CODE                                  00094100
               END-IF.                                                  00094200
                                                                        00094300
       3000-99-FIM.               EXIT.                                 00094400
                                                                        00094500
      *-------------------------------------------------------------*   00094600
       9000-TRATARERROS                       SECTION.                  00094700
      *-------------------------------------------------------------*   00094800
             MOVE 'LGPDANON'  TO WRK-PROGRAMA                           00094900
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00095000
                 GOBACK.                                                00095100
                                                                        00095200
       9000-99-FIM.               EXIT.                                 00095300
                                                                        00095400
      *-------------------------------------------------------------*   00095500
       9010-TRATARREJEITADO                   SECTION.                  00095600
      *-------------------------------------------------------------*   00095700
             MOVE 'LGPDANON'  TO WRK-PROGRAMA                           00095800
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00095900
                                                                        00096000
       9010-99-FIM.               EXIT.                                 00096100

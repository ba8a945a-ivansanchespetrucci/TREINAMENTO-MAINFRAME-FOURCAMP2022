      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. ESTORMOV.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: ESTORNO DE MOVIMENTO PELO FD-ID-RASTREIO: CADA  *   00001200
      *      PEDIDO DO ARQUIVO PEDESTOR INFORMA A DATA DE NEGOCIO   *   00001300
      *      (DATA DE CARGA NA TABELA MOVIMENTOS) E O ID DE         *   00001400
      *      RASTREIO DO MOVIMENTO LANCADO POR ENGANO. O ORIGINAL   *   00001500
      *      PRECISA EXISTIR NA MOVIMENTOS, NAO PODE TER SIDO       *   00001600
      *      ESTORNADO E NAO PODE SER ELE MESMO UM ESTORNO; O       *   00001700
      *      PEDIDO QUE NAO PASSA SAI RECUSADO NO RELATORIO COM O   *   00001800
      *      MOTIVO. PARA O PEDIDO ACEITO:                          *   00001900
      *      - GRAVA O CONTRA-MOVIMENTO NO LAYOUT #CLIENTE COM      *   00002000
      *        HEADER E TRAILER #CLIHDR EM ESTORSAI, QUE ENTRA NA   *   00002100
      *        CADEIA DO DIA PELO PORTACLI (DD CLIESTOR): C VIRA D, *   00002200
      *        D E S VIRAM C E A TRANSFERENCIA TROCA A DIRECAO      *   00002300
      *        (A OUTRA PERNA DA TRANSFERENCIA PEDE O SEU PROPRIO   *   00002400
      *        ESTORNO PELO SEU ID; SOZINHA SAI ORFA NO PARTRANF);  *   00002500
      *      - O ESTORNO RECEBE UM ID DE RASTREIO DA FAIXA          *   00002600
      *        RESERVADA 900001-999999 DA DATA, QUE O PORTACLI      *   00002700
      *        PRESERVA, E A LINHA ORIGINAL DA MOVIMENTOS E MARCADA *   00002800
      *        ESTORNADA COM ESSE ID E A DATA DO ESTORNO;           *   00002900
      *      - O PAR ENTRA NO REGISTRO DE ESTORNOS (GDG, COPIADO DA *   00003000
      *        GERACAO ANTERIOR), LIDO PELO EXTRCLI PARA MARCAR O   *   00003100
      *        ORIGINAL E O ESTORNO NO EXTRATO.                     *   00003200
      *      MOVIMENTOS CARREGADOS ANTES DA COLUNA ID_RASTREIO NAO  *   00003300
      *      TEM COMO SER LOCALIZADOS E SAO RECUSADOS.              *   00003400
      *-------------------------------------------------------------*   00003500
      *   ARQUIVOS...:                                              *   00003600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003700
      *    PEDESTOR             I                  -----------      *   00003800
      *    ESTANT               I                  #ESTORNO         *   00003900
      *    ESTNOV               O                  #ESTORNO         *   00004000
      *    ESTORSAI             O                  #CLIENTE #CLIHDR *   00004100
      *-------------------------------------------------------------*   00004200
      *   TABELAS DB2...:                                            *  00004300
      *    MOVIMENTOS          I/O   (DATA_CARGA, ID_RASTREIO)       *  00004400
      *-------------------------------------------------------------*   00004500
      *   MODULOS....:                             INCLUDE/BOOK     *   00004600
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00004700
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00004800
      *=============================================================*   00004900
                                                                        00005000
      *=============================================================*   00005100
       ENVIRONMENT                               DIVISION.              00005200
      *=============================================================*   00005300
                                                                        00005400
      *=============================================================*   00005500
       CONFIGURATION                               SECTION.             00005600
      *=============================================================*   00005700
       SPECIAL-NAMES.                                                   00005800
           DECIMAL-POINT IS COMMA.                                      00005900
                                                                        00006000
                                                                        00006100
       INPUT-OUTPUT                                SECTION.             00006200
       FILE-CONTROL.                                                    00006300
           SELECT PEDESTOR  ASSIGN TO PEDESTOR                          00006400
               FILE STATUS  IS WRK-FS-PEDESTOR.                         00006500
           SELECT ESTANT    ASSIGN TO ESTANT                            00006600
               FILE STATUS  IS WRK-FS-ESTANT.                           00006700
           SELECT ESTNOV    ASSIGN TO ESTNOV                            00006800
               FILE STATUS  IS WRK-FS-ESTNOV.                           00006900
           SELECT ESTORSAI  ASSIGN TO ESTORSAI                          00007000
               FILE STATUS  IS WRK-FS-ESTORSAI.                         00007100
                                                                        00007200
      *=============================================================*   00007300
       DATA                                      DIVISION.              00007400
      *=============================================================*   00007500
       FILE                                      SECTION.               00007600
                                                                        00007700
      *-------------------------------------------------------------*   00007800
      *   PEDESTOR - PEDIDOS DE ESTORNO DO DIA                      *   00007900
      *-------------------------------------------------------------*   00008000
       FD PEDESTOR                                                      00008100
           RECORDING  MODE IS F                                         00008200
           BLOCK CONTAINS 0 RECORDS.                                    00008300
                                                                        00008400
       01 REG-PEDESTOR.                                                 00008500
          05 PED-DATA-NEGOCIO    PIC 9(08).                             00008600
          05 PED-ID-RASTREIO     PIC 9(06).                             00008700
          05 PED-MOTIVO          PIC X(30).                             00008800
          05 PED-SOLICITANTE     PIC X(08).                             00008900
          05 FILLER              PIC X(28).                             00009000
                                                                        00009100
      *-------------------------------------------------------------*   00009200
      *   ESTANT - GERACAO ANTERIOR DO REGISTRO DE ESTORNOS         *   00009300
      *-------------------------------------------------------------*   00009400
       FD ESTANT                                                        00009500
           RECORDING  MODE IS F                                         00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
                                                                        00009800
       01 REG-ESTANT          PIC X(100).                               00009900
                                                                        00010000
      *-------------------------------------------------------------*   00010100
      *   ESTNOV - NOVA GERACAO DO REGISTRO DE ESTORNOS             *   00010200
      *-------------------------------------------------------------*   00010300
       FD ESTNOV                                                        00010400
           RECORDING  MODE IS F                                         00010500
           BLOCK CONTAINS 0 RECORDS.                                    00010600
                                                                        00010700
       01 REG-ESTNOV          PIC X(100).                               00010800
                                                                        00010900
      *-------------------------------------------------------------*   00011000
      *   ESTORSAI - CONTRA-MOVIMENTOS PARA O PORTACLI              *   00011100
      *-------------------------------------------------------------*   00011200
       FD ESTORSAI                                                      00011300
           RECORDING  MODE IS F                                         00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
                                                                        00011600
       01 REG-ESTORSAI        PIC X(88).                                00011700
                                                                        00011800
      *=============================================================*   00011900
       WORKING-STORAGE                             SECTION.             00012000
      *=============================================================*   00012100
                                                                        00012200
       01 FILLER         PIC X(64) VALUE                                00012300
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00012400
      *-------------------------------------------------------------*   00012500
       77 WRK-FS-PEDESTOR PIC 9(02).                                    00012600
       77 WRK-FS-ESTANT   PIC 9(02).                                    00012700
       77 WRK-FS-ESTNOV   PIC 9(02).                                    00012800
       77 WRK-FS-ESTORSAI PIC 9(02).                                    00012900
                                                                        00013000
      *------------CONTRA-MOVIMENTO EM MONTAGEM----------------------*  00013100
                                                                        00013200
       COPY '#CLIENTE'.                                                 00013300
                                                                        00013400
      *------------HEADER E TRAILER DE CONTROLE DA SAIDA------------*   00013500
                                                                        00013600
       COPY '#CLIHDR'.                                                  00013700
                                                                        00013800
      *------------REGISTRO DE ESTORNOS------------------------------*  00013900
                                                                        00014000
       COPY '#ESTORNO'.                                                 00014100
                                                                        00014200
       01 FILLER         PIC X(64) VALUE                                00014300
           '-----------PEDIDO EM ANALISE-----------------'.             00014400
      *-------------------------------------------------------------*   00014500
       77 WRK-PEDIDO-RECUSADO  PIC X(01) VALUE 'N'.                     00014600
           88 WRK-RECUSADO         VALUE 'S'.                           00014700
       77 WRK-RESULTADO        PIC X(40) VALUE SPACES.                  00014800
       77 WRK-SEQ-ESTORNO      PIC 9(05) VALUE ZEROS.                   00014900
       77 WRK-ID-ESTORNO       PIC 9(06) VALUE ZEROS.                   00015000
       77 WRK-ID-RESERVADO     PIC 9(06) VALUE 900000.                  00015100
                                                                        00015200
      *-----------------VARIAVEIS HOST PARA O DB2--------------------*  00015300
                                                                        00015400
       01 WRK-HV-DATA-CARGA      PIC S9(08) COMP.                       00015500
       01 WRK-HV-ID-RASTREIO     PIC S9(08) COMP.                       00015600
       01 WRK-HV-AGENCIA         PIC S9(08) COMP.                       00015700
       01 WRK-HV-CONTA           PIC S9(08) COMP.                       00015800
       01 WRK-HV-CLIENTE         PIC X(30).                             00015900
       01 WRK-HV-VALOR           PIC S9(08)V99 COMP-3.                  00016000
       01 WRK-HV-TIP-OP          PIC X(01).                             00016100
       01 WRK-HV-DATA-MOVIMENTO  PIC S9(08) COMP.                       00016200
       01 WRK-HV-TRANSF-DIR      PIC X(01).                             00016300
       01 WRK-HV-CONTRA-AGENCIA  PIC S9(08) COMP.                       00016400
       01 WRK-HV-CONTRA-CONTA    PIC S9(08) COMP.                       00016500
       01 WRK-HV-ESTORNADO       PIC X(01).                             00016600
       01 WRK-HV-ID-ESTORNO      PIC S9(08) COMP.                       00016700
       01 WRK-HV-DATA-ESTORNO    PIC S9(08) COMP.                       00016800
                                                                        00016900
       01 FILLER         PIC X(64) VALUE                                00017000
           '-----------ACUMULAR PEDIDOS------------------'.             00017100
      *-------------------------------------------------------------*   00017200
       77 WRK-ACUM-REGISTRO    PIC 9(07) VALUE ZEROS.                   00017300
       77 WRK-ACUM-PEDIDOS     PIC 9(07) VALUE ZEROS.                   00017400
       77 WRK-ACUM-ESTORNOS    PIC 9(07) VALUE ZEROS.                   00017500
       77 WRK-ACUM-RECUSADOS   PIC 9(07) VALUE ZEROS.                   00017600
       77 WRK-TOTAL-ESTORNADO  PIC 9(12)V99 VALUE ZEROS.                00017700
                                                                        00017800
       01 FILLER         PIC X(64) VALUE                                00017900
           '-----------LINHAS DO RELATORIO---------------'.             00018000
      *-------------------------------------------------------------*   00018100
       01 WRK-CABEC2.                                                   00018200
          05 FILLER   PIC X(10) VALUE 'DATA NEG. '.                     00018300
          05 FILLER   PIC X(08) VALUE 'ID RAST '.                       00018400
          05 FILLER   PIC X(09) VALUE 'AGENCIA  '.                      00018500
          05 FILLER   PIC X(08) VALUE 'CONTA   '.                       00018600
          05 FILLER   PIC X(03) VALUE 'OP '.                            00018700
          05 FILLER   PIC X(15) VALUE '          VALOR'.                00018800
          05 FILLER   PIC X(11) VALUE '  RESULTADO'.                    00018900
                                                                        00019000
       01 WRK-LINHA-PEDIDO.                                             00019100
          05 FILLER            PIC X(01).                               00019200
          05 WRK-LP-DATA       PIC 9(08).                               00019300
          05 FILLER            PIC X(01).                               00019400
          05 WRK-LP-ID         PIC 9(06).                               00019500
          05 FILLER            PIC X(04).                               00019600
          05 WRK-LP-AGENCIA    PIC 9(04).                               00019700
          05 FILLER            PIC X(03).                               00019800
          05 WRK-LP-CONTA      PIC 9(05).                               00019900
          05 FILLER            PIC X(03).                               00020000
          05 WRK-LP-TIP-OP     PIC X(01).                               00020100
          05 FILLER            PIC X(01).                               00020200
          05 WRK-LP-VALOR      PIC ZZ.ZZZ.ZZ9,99.                       00020300
          05 FILLER            PIC X(02).                               00020400
          05 WRK-LP-RESULTADO  PIC X(40).                               00020500
                                                                        00020600
       01 WRK-RESULTADO-ESTORNO.                                        00020700
          05 FILLER            PIC X(16) VALUE 'ESTORNADO PELO  '.      00020800
          05 WRK-RE-ID         PIC 9(06).                               00020900
          05 FILLER            PIC X(18) VALUE SPACES.                  00021000
                                                                        00021100
       01 WRK-LINHA-TOTAL.                                              00021200
          05 FILLER            PIC X(20) VALUE ' PEDIDOS RECEBIDOS .'.  00021300
          05 WRK-LT-PEDIDOS    PIC Z(06)9.                              00021400
          05 FILLER            PIC X(14) VALUE '   ESTORNADOS '.        00021500
          05 WRK-LT-ESTORNOS   PIC Z(06)9.                              00021600
          05 FILLER            PIC X(14) VALUE '   RECUSADOS  '.        00021700
          05 WRK-LT-RECUSADOS  PIC Z(06)9.                              00021800
                                                                        00021900
       01 FILLER         PIC X(64) VALUE                                00022000
           '-----------DATA DE PROCESSAMENTO--------------'.            00022100
      *-------------------------------------------------------------*   00022200
       COPY 'DATAPROC'.                                                 00022300
                                                                        00022400
       01 FILLER         PIC X(64) VALUE                                00022500
           '-----------CHAMAR TRATA ERROS----------------'.             00022600
                                                                        00022700
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00022800
                                                                        00022900
       COPY 'VARERROS'.                                                 00023000
                                                                        00023100
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00023200
                                                                        00023300
       COPY 'REPWCOMM'.                                                 00023400
                                                                        00023500
      *-----------------SQLCA----------------------------------------*  00023600
                                                                        00023700
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00023800
                                                                        00023900
      *=============================================================*   00024000
       PROCEDURE DIVISION.                                              00024100
      *=============================================================*   00024200
                                                                        00024300
      *-------------------------------------------------------------*   00024400
       0000-PRINCIPAL                         SECTION.                  00024500
      *-------------------------------------------------------------*   00024600
            PERFORM 1000-INICIAR.                                       00024700
            PERFORM 1100-TESTARSTATUS.                                  00024800
            PERFORM 1200-COPIARREGISTRO                                 00024900
               UNTIL WRK-FS-ESTANT EQUAL 10.                            00025000
            PERFORM 1300-GRAVARHEADER.                                  00025100
            READ PEDESTOR.                                              00025200
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-PEDESTOR EQUAL 10.      00025300
            PERFORM 3000-FINALIZAR.                                     00025400
            STOP RUN.                                                   00025500
                                                                        00025600
       0000-99-FIM.               EXIT.                                 00025700
                                                                        00025800
      *-------------------------------------------------------------*   00025900
       1000-INICIAR                           SECTION.                  00026000
      *-------------------------------------------------------------*   00026100
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00026200
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-HV-DATA-ESTORNO.         00026300
            OPEN INPUT PEDESTOR.                                        00026400
            OPEN INPUT ESTANT.                                          00026500
            OPEN OUTPUT ESTNOV.                                         00026600
            OPEN OUTPUT ESTORSAI.                                       00026700
            MOVE 'ESTORNO DE MOVIMENTOS PELO ID DE RASTREIO'            00026800
              TO WRK-RW-TITULO1.                                        00026900
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00027000
            MOVE SPACES     TO WRK-RW-TITULO3.                          00027100
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00027200
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00027300
            MOVE 'N' TO WRK-RW-REABRIR.                                 00027400
            MOVE SPACES TO WRK-RW-QUEBRA.                               00027450
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00027500
            CALL 'REPWRITE' USING WRK-REPW.                             00027600
                                                                        00027700
       1000-99-FIM.               EXIT.                                 00027800
                                                                        00027900
      *-------------------------------------------------------------*   00028000
       1100-TESTARSTATUS                      SECTION.                  00028100
      *-------------------------------------------------------------*   00028200
               IF WRK-FS-PEDESTOR NOT EQUAL 0                           00028300
                MOVE '1000'                  TO WRK-SECAO               00028400
                MOVE 'ERRO OPEN PEDESTOR - ' TO WRK-MSGERRO             00028500
                MOVE WRK-FS-PEDESTOR         TO WRK-STATUS              00028600
                   PERFORM 9000-TRATARERROS                             00028700
               END-IF.                                                  00028800
               IF WRK-FS-ESTANT NOT EQUAL 0                             00028900
                MOVE '1001'                  TO WRK-SECAO               00029000
                MOVE 'ERRO OPEN ESTANT - '   TO WRK-MSGERRO             00029100
                MOVE WRK-FS-ESTANT           TO WRK-STATUS              00029200
                   PERFORM 9000-TRATARERROS                             00029300
               END-IF.                                                  00029400
               IF WRK-FS-ESTNOV NOT EQUAL 0                             00029500
                MOVE '1002'                  TO WRK-SECAO               00029600
                MOVE 'ERRO OPEN ESTNOV - '   TO WRK-MSGERRO             00029700
                MOVE WRK-FS-ESTNOV           TO WRK-STATUS              00029800
                   PERFORM 9000-TRATARERROS                             00029900
               END-IF.                                                  00030000
               IF WRK-FS-ESTORSAI NOT EQUAL 0                           00030100
                MOVE '1003'                  TO WRK-SECAO               00030200
                MOVE 'ERRO OPEN ESTORSAI - ' TO WRK-MSGERRO             00030300
                MOVE WRK-FS-ESTORSAI         TO WRK-STATUS              00030400
                   PERFORM 9000-TRATARERROS                             00030500
               END-IF.                                                  00030600
               IF WRK-RW-STATUS NOT EQUAL '00'                          00030700
                MOVE '1004'                  TO WRK-SECAO               00030800
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00030900
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00031000
                   PERFORM 9000-TRATARERROS                             00031100
               END-IF.                                                  00031200
               READ ESTANT INTO REG-ESTORNO.                            00031300
                                                                        00031400
       1100-99-FIM.               EXIT.                                 00031500
                                                                        00031600
      *-------------------------------------------------------------*   00031700
      *   O REGISTRO DE ESTORNOS PASSA INTEIRO PARA A NOVA GERACAO; *   00031800
      *   OS ESTORNOS JA GERADOS NA DATA (REEXECUCAO) CONTINUAM A   *   00031900
      *   SEQUENCIA DA FAIXA RESERVADA, SEM REPETIR ID              *   00032000
      *-------------------------------------------------------------*   00032100
       1200-COPIARREGISTRO                    SECTION.                  00032200
      *-------------------------------------------------------------*   00032300
               ADD 1 TO WRK-ACUM-REGISTRO.                              00032400
               IF EST-DATA-ESTORNO EQUAL WRK-DATA-PROCESSAMENTO         00032500
                  AND EST-ID-ESTORNO GREATER WRK-ID-RESERVADO           00032600
                 COMPUTE WRK-SEQ-ESTORNO =                              00032700
                         EST-ID-ESTORNO - WRK-ID-RESERVADO              00032800
               END-IF.                                                  00032900
               WRITE REG-ESTNOV FROM REG-ESTORNO.                       00033000
               IF WRK-FS-ESTNOV NOT EQUAL 0                             00033100
                 MOVE '1200'                  TO WRK-SECAO              00033200
                 MOVE 'ERRO WRITE ESTNOV - '  TO WRK-MSGERRO            00033300
                 MOVE WRK-FS-ESTNOV           TO WRK-STATUS             00033400
                 MOVE 12 TO RETURN-CODE                                 00033500
                 PERFORM 9000-TRATARERROS                               00033600
               END-IF.                                                  00033700
               READ ESTANT INTO REG-ESTORNO.                            00033800
                                                                        00033900
       1200-99-FIM.               EXIT.                                 00034000
                                                                        00034100
      *-------------------------------------------------------------*   00034200
       1300-GRAVARHEADER                      SECTION.                  00034300
      *-------------------------------------------------------------*   00034400
               MOVE SPACES TO REG-CLIHDR.                               00034500
               MOVE 'HDR'  TO HDR-TIPO.                                 00034600
               MOVE WRK-DATA-PROCESSAMENTO TO HDR-DATA-NEGOCIO.         00034700
               MOVE 'ESTORMOV' TO HDR-ORIGEM.                           00034800
               WRITE REG-ESTORSAI FROM REG-CLIHDR.                      00034900
                                                                        00035000
       1300-99-FIM.               EXIT.                                 00035100
                                                                        00035200
      *-------------------------------------------------------------*   00035300
       2000-PROCESSAR                         SECTION.                  00035400
      *-------------------------------------------------------------*   00035500
              ADD 1 TO WRK-ACUM-PEDIDOS.                                00035600
              MOVE 'N'    TO WRK-PEDIDO-RECUSADO.                       00035700
              MOVE SPACES TO WRK-RESULTADO.                             00035800
              MOVE SPACE  TO WRK-HV-TIP-OP.                             00035900
              MOVE ZEROS  TO WRK-HV-AGENCIA.                            00036000
              MOVE ZEROS  TO WRK-HV-CONTA.                              00036100
              MOVE ZEROS  TO WRK-HV-VALOR.                              00036200
              PERFORM 2100-LOCALIZARORIGINAL.                           00036300
              IF NOT WRK-RECUSADO                                       00036400
                PERFORM 2200-MARCARORIGINAL                             00036500
              END-IF.                                                   00036600
              IF NOT WRK-RECUSADO                                       00036700
                PERFORM 2300-GRAVARESTORNO                              00036800
              ELSE                                                      00036900
                ADD 1 TO WRK-ACUM-RECUSADOS                             00037000
              END-IF.                                                   00037100
              PERFORM 2400-LISTARPEDIDO.                                00037200
              READ PEDESTOR.                                            00037300
                                                                        00037400
       2000-99-FIM.               EXIT.                                 00037500
                                                                        00037600
      *-------------------------------------------------------------*   00037700
      *   O ORIGINAL PRECISA EXISTIR NA MOVIMENTOS PELA DATA DE     *   00037800
      *   NEGOCIO E ID DE RASTREIO, NAO ESTAR ESTORNADO E NAO SER   *   00037900
      *   ELE MESMO UM ESTORNO (FAIXA RESERVADA)                    *   00038000
      *-------------------------------------------------------------*   00038100
       2100-LOCALIZARORIGINAL                 SECTION.                  00038200
      *-------------------------------------------------------------*   00038300
               IF PED-DATA-NEGOCIO NOT NUMERIC                          00038400
                  OR PED-ID-RASTREIO NOT NUMERIC                        00038500
                  OR PED-ID-RASTREIO EQUAL ZEROS                        00038600
                 MOVE 'S' TO WRK-PEDIDO-RECUSADO                        00038700
                 MOVE 'RECUSADO - PEDIDO INVALIDO' TO WRK-RESULTADO     00038800
               ELSE                                                     00038900
                IF PED-ID-RASTREIO GREATER WRK-ID-RESERVADO             00039000
                  MOVE 'S' TO WRK-PEDIDO-RECUSADO                       00039100
                  MOVE 'RECUSADO - ORIGINAL E UM ESTORNO'               00039200
                    TO WRK-RESULTADO                                    00039300
                ELSE                                                    00039400
                  PERFORM 2110-CONSULTARORIGINAL                        00039500
                END-IF                                                  00039600
               END-IF.                                                  00039700
                                                                        00039800
       2100-99-FIM.               EXIT.                                 00039900
                                                                        00040000
      *-------------------------------------------------------------*   00040100
       2110-CONSULTARORIGINAL                 SECTION.                  00040200
      *-------------------------------------------------------------*   00040300
               MOVE PED-DATA-NEGOCIO TO WRK-HV-DATA-CARGA.              00040400
               MOVE PED-ID-RASTREIO  TO WRK-HV-ID-RASTREIO.             00040500
               EXEC SQL                                                 00040600
                   SELECT AGENCIA, CONTA, CLIENTE, VALOR, TIP_OP,       00040700
                          DATA_MOVIMENTO, TRANSF_DIR,                   00040800
                          CONTRA_AGENCIA, CONTRA_CONTA,                 00040900
                          COALESCE(ESTORNADO, 'N')                      00041000
                     INTO :WRK-HV-AGENCIA, :WRK-HV-CONTA,               00041100
                          :WRK-HV-CLIENTE, :WRK-HV-VALOR,               00041200
                          :WRK-HV-TIP-OP, :WRK-HV-DATA-MOVIMENTO,       00041300
                          :WRK-HV-TRANSF-DIR,                           00041400
                          :WRK-HV-CONTRA-AGENCIA, :WRK-HV-CONTRA-CONTA, 00041500
                          :WRK-HV-ESTORNADO                             00041600
                     FROM MOVIMENTOS                                    00041700
                    WHERE DATA_CARGA  = :WRK-HV-DATA-CARGA              00041800
                      AND ID_RASTREIO = :WRK-HV-ID-RASTREIO             00041900
               END-EXEC.                                                00042000
               IF SQLCODE EQUAL 100                                     00042100
                 MOVE 'S' TO WRK-PEDIDO-RECUSADO                        00042200
                 MOVE 'RECUSADO - ORIGINAL NAO ENCONTRADO'              00042300
                   TO WRK-RESULTADO                                     00042400
               ELSE                                                     00042500
                IF SQLCODE EQUAL -811                                   00042600
                  MOVE 'S' TO WRK-PEDIDO-RECUSADO                       00042700
                  MOVE 'RECUSADO - ID REPETIDO NA DATA'                 00042800
                    TO WRK-RESULTADO                                    00042900
                ELSE                                                    00043000
                 IF SQLCODE NOT EQUAL 0                                 00043100
                   MOVE 'S' TO WRK-PEDIDO-RECUSADO                      00043200
                   MOVE 'RECUSADO - ERRO SQL NA CONSULTA'               00043300
                     TO WRK-RESULTADO                                   00043400
                   MOVE '2110'                 TO WRK-SECAO             00043500
                   MOVE 'ERRO SQL NO SELECT MOVIMENTOS'                 00043600
                     TO WRK-MSGERRO                                     00043700
                   MOVE '99'                   TO WRK-STATUS            00043800
                   PERFORM 9010-TRATARREJEITADO                         00043900
                 ELSE                                                   00044000
                  IF WRK-HV-ESTORNADO EQUAL 'S'                         00044100
                    MOVE 'S' TO WRK-PEDIDO-RECUSADO                     00044200
                    MOVE 'RECUSADO - ORIGINAL JA ESTORNADO'             00044300
                      TO WRK-RESULTADO                                  00044400
                  END-IF                                                00044500
                 END-IF                                                 00044600
                END-IF                                                  00044700
               END-IF.                                                  00044800
                                                                        00044900
       2110-99-FIM.               EXIT.                                 00045000
                                                                        00045100
      *-------------------------------------------------------------*   00045200
      *   ID DO ESTORNO NA FAIXA RESERVADA DA DATA E MARCACAO DA    *   00045300
      *   LINHA ORIGINAL - A CONDICAO NO ESTORNADO IMPEDE DOIS      *   00045400
      *   ESTORNOS DO MESMO MOVIMENTO                               *   00045500
      *-------------------------------------------------------------*   00045600
       2200-MARCARORIGINAL                    SECTION.                  00045700
      *-------------------------------------------------------------*   00045800
               IF WRK-SEQ-ESTORNO NOT LESS 99999                        00045900
                 MOVE '2200'                  TO WRK-SECAO              00046000
                 MOVE 'FAIXA DE ID DE ESTORNO ESGOTADA NA DATA'         00046100
                   TO WRK-MSGERRO                                       00046200
                 MOVE '00'                    TO WRK-STATUS             00046300
                 MOVE 12 TO RETURN-CODE                                 00046400
                 PERFORM 9000-TRATARERROS                               00046500
               END-IF.                                                  00046600
               COMPUTE WRK-ID-ESTORNO =                                 00046700
                       WRK-ID-RESERVADO + WRK-SEQ-ESTORNO + 1.          00046800
               MOVE WRK-ID-ESTORNO TO WRK-HV-ID-ESTORNO.                00046900
               EXEC SQL                                                 00047000
                   UPDATE MOVIMENTOS                                    00047100
                      SET ESTORNADO           = 'S',                    00047200
                          ID_RASTREIO_ESTORNO = :WRK-HV-ID-ESTORNO,     00047300
                          DATA_ESTORNO        = :WRK-HV-DATA-ESTORNO    00047400
                    WHERE DATA_CARGA  = :WRK-HV-DATA-CARGA              00047500
                      AND ID_RASTREIO = :WRK-HV-ID-RASTREIO             00047600
                      AND COALESCE(ESTORNADO, 'N') <> 'S'               00047700
               END-EXEC.                                                00047800
               IF SQLCODE EQUAL 100                                     00047900
                 MOVE 'S' TO WRK-PEDIDO-RECUSADO                        00048000
                 MOVE 'RECUSADO - ORIGINAL JA ESTORNADO'                00048100
                   TO WRK-RESULTADO                                     00048200
               ELSE                                                     00048300
                IF SQLCODE NOT EQUAL 0                                  00048400
                  MOVE 'S' TO WRK-PEDIDO-RECUSADO                       00048500
                  MOVE 'RECUSADO - ERRO SQL NA MARCACAO'                00048600
                    TO WRK-RESULTADO                                    00048700
                  MOVE '2200'                 TO WRK-SECAO              00048800
                  MOVE 'ERRO SQL NO UPDATE MOVIMENTOS'                  00048900
                    TO WRK-MSGERRO                                      00049000
                  MOVE '99'                   TO WRK-STATUS             00049100
                  PERFORM 9010-TRATARREJEITADO                          00049200
                ELSE                                                    00049300
                  ADD 1 TO WRK-SEQ-ESTORNO                              00049400
                END-IF                                                  00049500
               END-IF.                                                  00049600
                                                                        00049700
       2200-99-FIM.               EXIT.                                 00049800
                                                                        00049900
      *-------------------------------------------------------------*   00050000
      *   CONTRA-MOVIMENTO: C VIRA D, D E S VIRAM C, T TROCA A      *   00050100
      *   DIRECAO E MANTEM A CONTRAPARTE                            *   00050200
      *-------------------------------------------------------------*   00050300
       2300-GRAVARESTORNO                     SECTION.                  00050400
      *-------------------------------------------------------------*   00050500
               ADD 1 TO WRK-ACUM-ESTORNOS.                              00050600
               MOVE SPACES                 TO REG-CLIENTE.              00050700
               MOVE WRK-HV-AGENCIA         TO FD-AGENCIA.               00050800
               MOVE WRK-HV-CONTA           TO FD-CONTA.                 00050900
               MOVE WRK-HV-CLIENTE         TO FD-CLIENTE.               00051000
               MOVE WRK-HV-VALOR           TO FD-VALOR.                 00051100
               MOVE WRK-DATA-PROCESSAMENTO TO FD-DATA-MOVIMENTO.        00051200
               MOVE ZEROS                  TO FD-CONTRA-AGENCIA.        00051300
               MOVE ZEROS                  TO FD-CONTRA-CONTA.          00051400
               IF WRK-HV-TIP-OP EQUAL 'C'                               00051500
                 MOVE 'D' TO FD-TIP-OP                                  00051600
               ELSE                                                     00051700
                IF WRK-HV-TIP-OP EQUAL 'T'                              00051800
                  MOVE 'T' TO FD-TIP-OP                                 00051900
                  IF WRK-HV-TRANSF-DIR EQUAL 'D'                        00052000
                    MOVE 'C' TO FD-TRANSF-DIR                           00052100
                  ELSE                                                  00052200
                    MOVE 'D' TO FD-TRANSF-DIR                           00052300
                  END-IF                                                00052400
                  MOVE WRK-HV-CONTRA-AGENCIA TO FD-CONTRA-AGENCIA       00052500
                  MOVE WRK-HV-CONTRA-CONTA   TO FD-CONTRA-CONTA         00052600
                ELSE                                                    00052700
                  MOVE 'C' TO FD-TIP-OP                                 00052800
                END-IF                                                  00052900
               END-IF.                                                  00053000
               MOVE WRK-ID-ESTORNO         TO FD-ID-RASTREIO.           00053100
               WRITE REG-ESTORSAI FROM REG-CLIENTE.                     00053200
               IF WRK-FS-ESTORSAI NOT EQUAL 0                           00053300
                 MOVE '2300'                  TO WRK-SECAO              00053400
                 MOVE 'ERRO WRITE ESTORSAI - ' TO WRK-MSGERRO           00053500
                 MOVE WRK-FS-ESTORSAI         TO WRK-STATUS             00053600
                 MOVE 12 TO RETURN-CODE                                 00053700
                 PERFORM 9000-TRATARERROS                               00053800
               END-IF.                                                  00053900
               ADD FD-VALOR TO WRK-TOTAL-ESTORNADO.                     00054000
               MOVE SPACES                 TO REG-ESTORNO.              00054100
               MOVE PED-DATA-NEGOCIO       TO EST-ORIG-DATA-NEGOCIO.    00054200
               MOVE PED-ID-RASTREIO        TO EST-ORIG-ID-RASTREIO.     00054300
               MOVE WRK-HV-DATA-MOVIMENTO  TO EST-ORIG-DATA-MOVTO.      00054400
               MOVE WRK-HV-AGENCIA         TO EST-AGENCIA.              00054500
               MOVE WRK-HV-CONTA           TO EST-CONTA.                00054600
               MOVE WRK-HV-TIP-OP          TO EST-TIP-OP.               00054700
               MOVE WRK-HV-TRANSF-DIR      TO EST-TRANSF-DIR.           00054800
               MOVE WRK-HV-VALOR           TO EST-VALOR.                00054900
               MOVE WRK-DATA-PROCESSAMENTO TO EST-DATA-ESTORNO.         00055000
               MOVE WRK-ID-ESTORNO         TO EST-ID-ESTORNO.           00055100
               MOVE PED-MOTIVO             TO EST-MOTIVO.               00055200
               MOVE PED-SOLICITANTE        TO EST-SOLICITANTE.          00055300
               WRITE REG-ESTNOV FROM REG-ESTORNO.                       00055400
               IF WRK-FS-ESTNOV NOT EQUAL 0                             00055500
                 MOVE '2300'                  TO WRK-SECAO              00055600
                 MOVE 'ERRO WRITE ESTNOV - '  TO WRK-MSGERRO            00055700
                 MOVE WRK-FS-ESTNOV           TO WRK-STATUS             00055800
                 MOVE 12 TO RETURN-CODE                                 00055900
                 PERFORM 9000-TRATARERROS                               00056000
               END-IF.                                                  00056100
               MOVE WRK-ID-ESTORNO TO WRK-RE-ID.                        00056200
               MOVE WRK-RESULTADO-ESTORNO TO WRK-RESULTADO.             00056300
                                                                        00056400
       2300-99-FIM.               EXIT.                                 00056500
                                                                        00056600
      *-------------------------------------------------------------*   00056700
       2400-LISTARPEDIDO                      SECTION.                  00056800
      *-------------------------------------------------------------*   00056900
               MOVE SPACES           TO WRK-LINHA-PEDIDO.               00057000
               MOVE PED-DATA-NEGOCIO TO WRK-LP-DATA.                    00057100
               MOVE PED-ID-RASTREIO  TO WRK-LP-ID.                      00057200
               MOVE WRK-HV-AGENCIA   TO WRK-LP-AGENCIA.                 00057300
               MOVE WRK-HV-CONTA     TO WRK-LP-CONTA.                   00057400
               MOVE WRK-HV-TIP-OP    TO WRK-LP-TIP-OP.                  00057500
               MOVE WRK-HV-VALOR     TO WRK-LP-VALOR.                   00057600
               MOVE WRK-RESULTADO    TO WRK-LP-RESULTADO.               00057700
               MOVE WRK-LINHA-PEDIDO TO WRK-RW-LINHA.                   00057800
               MOVE 'D' TO WRK-RW-FUNCAO.                               00057900
               CALL 'REPWRITE' USING WRK-REPW.                          00058000
                                                                        00058100
       2400-99-FIM.               EXIT.                                 00058200
                                                                        00058300
      *-------------------------------------------------------------*   00058400
       3000-FINALIZAR                         SECTION.                  00058500
      *-------------------------------------------------------------*   00058600
               MOVE SPACES TO REG-CLITRL.                               00058700
               MOVE 'TRL'  TO TRL-TIPO.                                 00058800
               MOVE WRK-ACUM-ESTORNOS   TO TRL-QTD-DETALHES.            00058900
               MOVE WRK-TOTAL-ESTORNADO TO TRL-VALOR-TOTAL.             00059000
               WRITE REG-ESTORSAI FROM REG-CLITRL.                      00059100
               EXEC SQL COMMIT END-EXEC.                                00059200
               IF SQLCODE NOT EQUAL 0                                   00059300
                 MOVE '3000'                  TO WRK-SECAO              00059400
                 MOVE 'ERRO SQL NO COMMIT'    TO WRK-MSGERRO            00059500
                 MOVE '99'                    TO WRK-STATUS             00059600
                 MOVE 12 TO RETURN-CODE                                 00059700
                 PERFORM 9000-TRATARERROS                               00059800
               END-IF.                                                  00059900
               MOVE WRK-ACUM-PEDIDOS   TO WRK-LT-PEDIDOS.               00060000
               MOVE WRK-ACUM-ESTORNOS  TO WRK-LT-ESTORNOS.              00060100
               MOVE WRK-ACUM-RECUSADOS TO WRK-LT-RECUSADOS.             00060200
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00060300
               MOVE 'T' TO WRK-RW-FUNCAO.                               00060400
               CALL 'REPWRITE' USING WRK-REPW.                          00060500
               CLOSE PEDESTOR.                                          00060600
               CLOSE ESTANT.                                            00060700
               CLOSE ESTNOV.                                            00060800
               CLOSE ESTORSAI.                                          00060900
               MOVE 'F' TO WRK-RW-FUNCAO.                               00061000
               CALL 'REPWRITE' USING WRK-REPW.                          00061100
               DISPLAY 'REGISTRO ANTERIOR... ' WRK-ACUM-REGISTRO.       00061200
               DISPLAY 'PEDIDOS LIDOS....... ' WRK-ACUM-PEDIDOS.        00061300
               DISPLAY 'ESTORNOS GERADOS.... ' WRK-ACUM-ESTORNOS.       00061400
               DISPLAY 'PEDIDOS RECUSADOS... ' WRK-ACUM-RECUSADOS.      00061500
               DISPLAY 'VALOR ESTORNADO..... ' WRK-TOTAL-ESTORNADO.     00061600
                                                                        00061700
       3000-99-FIM.               EXIT.                                 00061800
                                                                        00061900
      *-------------------------------------------------------------*   00062000
       9000-TRATARERROS                       SECTION.                  00062100
      *-------------------------------------------------------------*   00062200
             MOVE 'ESTORMOV'  TO WRK-PROGRAMA                           00062300
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00062400
                 GOBACK.                                                00062500
                                                                        00062600
       9000-99-FIM.               EXIT.                                 00062700
                                                                        00062800
      *-------------------------------------------------------------*   00062900
       9010-TRATARREJEITADO                   SECTION.                  00063000
      *-------------------------------------------------------------*   00063100
             MOVE 'ESTORMOV'  TO WRK-PROGRAMA                           00063200
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00063300
                                                                        00063400
       9010-99-FIM.               EXIT.                                 00063500

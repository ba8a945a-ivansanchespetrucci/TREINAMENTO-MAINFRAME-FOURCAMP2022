      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. ORDPERM.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: ORDENS PERMANENTES E AGENDAMENTOS DE            *   00001200
      *      TRANSFERENCIA. NO MESMO BALANCE LINE DO ATUCONTA, LE A *   00001300
      *      GERACAO DE ONTEM DO MESTRE DE ORDENS (#ORDPERM) E OS   *   00001400
      *      PEDIDOS DAS AGENCIAS (I INCLUSAO / C CANCELAMENTO, EM  *   00001500
      *      ORDEM DE AGENCIA/CONTA/SEQUENCIA) E GRAVA A NOVA       *   00001600
      *      GERACAO. PEDIDO RECUSADO SAI NO RELATORIO COM O        *   00001700
      *      MOTIVO.                                                *   00001800
      *      PARA CADA ORDEM ATIVA CUJO VENCIMENTO CHEGOU (O QUE    *   00001900
      *      CAI EM FIM DE SEMANA OU FERIADO ROLA PARA O PRIMEIRO   *   00002000
      *      DIA UTIL SEGUINTE PELO CALENDARIO DO VALIDATA), GERA O *   00002100
      *      PAR DE PERNAS T (DEBITO NA CONTA DA ORDEM, CREDITO NA  *   00002200
      *      CONTA FAVORECIDA, CADA UMA COM A CONTRAPARTE) NO       *   00002300
      *      LAYOUT #CLIENTE COM HEADER E TRAILER #CLIHDR EM        *   00002400
      *      ORDPSAI, QUE ENTRA NA CADEIA DO DIA PELO PORTACLI (DD  *   00002500
      *      CLIORDP), E AVANCA O VENCIMENTO PELA PERIODICIDADE.    *   00002600
      *      AS PERNAS RECEBEM IDS DE RASTREIO DA FAIXA RESERVADA   *   00002700
      *      800001-899999 DA DATA, QUE O PORTACLI PRESERVA.        *   00002800
      *      A PERNA DE DEBITO SEM SALDO E DEVOLVIDA PELO ATUSALDO  *   00002900
      *      (ORDPEXC) E LIDA AQUI NO DIA SEGUINTE (ORDFALHA): O    *   00003000
      *      CREDITO JA APLICADO DA MESMA ORDEM VAI PARA O ESTORMOV *   00003100
      *      (PEDIDO ANEXADO AO PEDESTOR) E A PARCELA E GERADA DE   *   00003200
      *      NOVO ATE A 3A TENTATIVA; DEPOIS DISSO, OU COM A ORDEM  *   00003300
      *      CANCELADA OU COM OUTRA PARCELA VENCIDA NO DIA, SAI     *   00003400
      *      COMO FALHA NO RELATORIO PARA A AGENCIA.                *   00003500
      *      ORDEM ENCERRADA OU CANCELADA FICA NO MESTRE SO ATE O   *   00003600
      *      DIA SEGUINTE A ULTIMA GERACAO (PARA CASAR A            *   00003700
      *      DEVOLUCAO).                                            *   00003800
      *-------------------------------------------------------------*   00003900
      *   ARQUIVOS...:                                              *   00004000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004100
      *    ORDANT               I                  #ORDPERM         *   00004200
      *    PEDORDP              I                  -----------      *   00004300
      *    ORDFALHA             I                  #CLIENTE         *   00004400
      *    ORDNOV               O                  #ORDPERM         *   00004500
      *    ORDPSAI              O                  #CLIENTE #CLIHDR *   00004600
      *    PEDESTOR             O                  -----------      *   00004700
      *-------------------------------------------------------------*   00004800
      *   MODULOS....:                             INCLUDE/BOOK     *   00004900
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00005000
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00005100
      *   VALIDATA -   CRITICA DA DATA              VALDATA         *   00005200
      *=============================================================*   00005300
                                                                        00005400
      *=============================================================*   00005500
       ENVIRONMENT                               DIVISION.              00005600
      *=============================================================*   00005700
                                                                        00005800
      *=============================================================*   00005900
       CONFIGURATION                               SECTION.             00006000
      *=============================================================*   00006100
       SPECIAL-NAMES.                                                   00006200
           DECIMAL-POINT IS COMMA.                                      00006300
                                                                        00006400
                                                                        00006500
       INPUT-OUTPUT                                SECTION.             00006600
       FILE-CONTROL.                                                    00006700
           SELECT ORDANT    ASSIGN TO ORDANT                            00006800
               FILE STATUS  IS WRK-FS-ORDANT.                           00006900
           SELECT PEDORDP   ASSIGN TO PEDORDP                           00007000
               FILE STATUS  IS WRK-FS-PEDORDP.                          00007100
           SELECT ORDFALHA  ASSIGN TO ORDFALHA                          00007200
               FILE STATUS  IS WRK-FS-ORDFALHA.                         00007300
           SELECT ORDNOV    ASSIGN TO ORDNOV                            00007400
               FILE STATUS  IS WRK-FS-ORDNOV.                           00007500
           SELECT ORDPSAI   ASSIGN TO ORDPSAI                           00007600
               FILE STATUS  IS WRK-FS-ORDPSAI.                          00007700
           SELECT PEDESTOR  ASSIGN TO PEDESTOR                          00007800
               FILE STATUS  IS WRK-FS-PEDESTOR.                         00007900
                                                                        00008000
      *=============================================================*   00008100
       DATA                                      DIVISION.              00008200
      *=============================================================*   00008300
       FILE                                      SECTION.               00008400
                                                                        00008500
      *-------------------------------------------------------------*   00008600
      *   ORDANT - MESTRE DE ORDENS PERMANENTES DE ONTEM            *   00008700
      *-------------------------------------------------------------*   00008800
       FD ORDANT                                                        00008900
           RECORDING  MODE IS F                                         00009000
           BLOCK CONTAINS 0 RECORDS.                                    00009100
                                                                        00009200
       01 REG-ORDANT.                                                   00009300
          05 ORDANT-CHAVE        PIC X(12).                             00009400
          05 FILLER              PIC X(138).                            00009500
                                                                        00009600
      *-------------------------------------------------------------*   00009700
      *   PEDORDP - PEDIDOS DAS AGENCIAS, EM ORDEM DE AGENCIA/CONTA *   00009800
      *      DE DEBITO/SEQUENCIA E, NA MESMA ORDEM, NA ORDEM DE     *   00009900
      *      CHEGADA. OPERACAO: I INCLUSAO / C CANCELAMENTO (NO     *   00010000
      *      CANCELAMENTO SO A CHAVE E LIDA). DATA FINAL ZERADA     *   00010100
      *      NA INCLUSAO: ORDEM SEM PRAZO                           *   00010200
      *-------------------------------------------------------------*   00010300
       FD PEDORDP                                                       00010400
           RECORDING  MODE IS F                                         00010500
           BLOCK CONTAINS 0 RECORDS.                                    00010600
                                                                        00010700
       01 REG-PEDORDP.                                                  00010800
          05 PDO-OPERACAO        PIC X(01).                             00010900
             88 PDO-INCLUSAO         VALUE 'I'.                         00011000
             88 PDO-CANCELAMENTO     VALUE 'C'.                         00011100
          05 PDO-CHAVE.                                                 00011200
             10 PDO-AGENCIA      PIC 9(04).                             00011300
             10 PDO-CONTA        PIC 9(05).                             00011400
             10 PDO-SEQUENCIA    PIC 9(03).                             00011500
          05 PDO-CLIENTE         PIC X(30).                             00011600
          05 PDO-CONTRA-AGENCIA  PIC 9(04).                             00011700
          05 PDO-CONTRA-CONTA    PIC 9(05).                             00011800
          05 PDO-FAVORECIDO      PIC X(30).                             00011900
          05 PDO-VALOR           PIC 9(08)V99.                          00012000
          05 PDO-PERIODICIDADE   PIC X(01).                             00012100
             88 PDO-PERIODO-VALIDO   VALUE 'S' 'Q' 'M' 'U'.             00012200
             88 PDO-UNICA            VALUE 'U'.                         00012300
          05 PDO-DATA-INICIO     PIC 9(08).                             00012400
          05 PDO-DATA-FIM        PIC 9(08).                             00012500
          05 FILLER              PIC X(11).                             00012600
                                                                        00012700
      *-------------------------------------------------------------*   00012800
      *   ORDFALHA - PERNAS DE DEBITO DE ORDEM PERMANENTE QUE O     *   00012900
      *      ATUSALDO DE ONTEM NAO APLICOU POR FALTA DE SALDO       *   00013000
      *-------------------------------------------------------------*   00013100
       FD ORDFALHA                                                      00013200
           RECORDING  MODE IS F                                         00013300
           BLOCK CONTAINS 0 RECORDS.                                    00013400
                                                                        00013500
       01 REG-ORDFALHA        PIC X(88).                                00013600
                                                                        00013700
      *-------------------------------------------------------------*   00013800
      *   ORDNOV - NOVA GERACAO DO MESTRE DE ORDENS PERMANENTES     *   00013900
      *-------------------------------------------------------------*   00014000
       FD ORDNOV                                                        00014100
           RECORDING  MODE IS F                                         00014200
           BLOCK CONTAINS 0 RECORDS.                                    00014300
                                                                        00014400
       01 REG-ORDNOV          PIC X(150).                               00014500
                                                                        00014600
      *-------------------------------------------------------------*   00014700
      *   ORDPSAI - PERNAS T GERADAS PARA O PORTACLI                *   00014800
      *-------------------------------------------------------------*   00014900
       FD ORDPSAI                                                       00015000
           RECORDING  MODE IS F                                         00015100
           BLOCK CONTAINS 0 RECORDS.                                    00015200
                                                                        00015300
       01 REG-ORDPSAI         PIC X(88).                                00015400
                                                                        00015500
      *-------------------------------------------------------------*   00015600
      *   PEDESTOR - PEDIDOS DE ESTORNO DO ESTORMOV (EXTEND): O     *   00015700
      *      CREDITO DA ORDEM CUJO DEBITO VOLTOU SEM SALDO          *   00015800
      *-------------------------------------------------------------*   00015900
       FD PEDESTOR                                                      00016000
           RECORDING  MODE IS F                                         00016100
           BLOCK CONTAINS 0 RECORDS.                                    00016200
                                                                        00016300
       01 REG-PEDESTOR.                                                 00016400
          05 PED-DATA-NEGOCIO    PIC 9(08).                             00016500
          05 PED-ID-RASTREIO     PIC 9(06).                             00016600
          05 PED-MOTIVO          PIC X(30).                             00016700
          05 PED-SOLICITANTE     PIC X(08).                             00016800
          05 FILLER              PIC X(28).                             00016900
                                                                        00017000
      *=============================================================*   00017100
       WORKING-STORAGE                             SECTION.             00017200
      *=============================================================*   00017300
                                                                        00017400
       01 FILLER         PIC X(64) VALUE                                00017500
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00017600
      *-------------------------------------------------------------*   00017700
       77 WRK-FS-ORDANT   PIC 9(02).                                    00017800
       77 WRK-FS-PEDORDP  PIC 9(02).                                    00017900
       77 WRK-FS-ORDFALHA PIC 9(02).                                    00018000
       77 WRK-FS-ORDNOV   PIC 9(02).                                    00018100
       77 WRK-FS-ORDPSAI  PIC 9(02).                                    00018200
       77 WRK-FS-PEDESTOR PIC 9(02).                                    00018300
                                                                        00018400
       01 FILLER         PIC X(64) VALUE                                00018500
           '-----------CHAVES DO BALANCE LINE------------'.             00018600
      *-------------------------------------------------------------*   00018700
       01 WRK-CHAVE-MESTRE.                                             00018800
          05 WRK-CM-AGENCIA    PIC X(04).                               00018900
          05 WRK-CM-CONTA      PIC X(05).                               00019000
          05 WRK-CM-SEQUENCIA  PIC X(03).                               00019100
                                                                        00019200
       01 WRK-CHAVE-SOLIC.                                              00019300
          05 WRK-CS-AGENCIA    PIC X(04).                               00019400
          05 WRK-CS-CONTA      PIC X(05).                               00019500
          05 WRK-CS-SEQUENCIA  PIC X(03).                               00019600
                                                                        00019700
       01 WRK-CHAVE-CORRENTE.                                           00019800
          05 WRK-CC-AGENCIA    PIC X(04).                               00019900
          05 WRK-CC-CONTA      PIC X(05).                               00020000
          05 WRK-CC-SEQUENCIA  PIC X(03).                               00020100
                                                                        00020200
       01 FILLER         PIC X(64) VALUE                                00020300
           '-----------ORDEM EM ATUALIZACAO--------------'.             00020400
      *-------------------------------------------------------------*   00020500
       77 WRK-ORDEM-EXISTE     PIC X(01) VALUE 'N'.                     00020600
           88 WRK-EXISTE-ORDEM     VALUE 'S'.                           00020700
       77 WRK-PEDIDO-RECUSADO  PIC X(01) VALUE 'N'.                     00020800
           88 WRK-RECUSADO         VALUE 'S'.                           00020900
       77 WRK-FALHA-ACHADA     PIC X(01) VALUE 'N'.                     00021000
           88 WRK-ACHOU-FALHA      VALUE 'S'.                           00021100
       77 WRK-REPETIR          PIC X(01) VALUE 'N'.                     00021200
           88 WRK-REPETE-PARCELA   VALUE 'S'.                           00021300
       77 WRK-GEROU-HOJE       PIC X(01) VALUE 'N'.                     00021400
           88 WRK-GEROU-PARCELA    VALUE 'S'.                           00021500
       77 WRK-RESULTADO        PIC X(45) VALUE SPACES.                  00021600
       77 WRK-DATA-EFETIVA     PIC 9(08) VALUE ZEROS.                   00021700
       77 WRK-MAX-TENTATIVAS   PIC 9(01) VALUE 3.                       00021800
                                                                        00021900
       COPY '#ORDPERM'.                                                 00022000
                                                                        00022100
      *------------PERNAS T EM MONTAGEM / DEVOLUCAO DO ATUSALDO-----*   00022200
                                                                        00022300
       COPY '#CLIENTE'.                                                 00022400
                                                                        00022500
      *------------HEADER E TRAILER DE CONTROLE DA SAIDA------------*   00022600
                                                                        00022700
       COPY '#CLIHDR'.                                                  00022800
                                                                        00022900
       01 FILLER         PIC X(64) VALUE                                00023000
           '-----------IDS DE RASTREIO DAS PERNAS--------'.             00023100
      *-------------------------------------------------------------*   00023200
       77 WRK-SEQ-ORDEM        PIC 9(05) VALUE ZEROS.                   00023300
       77 WRK-ID-RESERVADO     PIC 9(06) VALUE 800000.                  00023400
       77 WRK-ID-DEBITO        PIC 9(06) VALUE ZEROS.                   00023500
       77 WRK-ID-CREDITO       PIC 9(06) VALUE ZEROS.                   00023600
                                                                        00023700
       01 FILLER         PIC X(64) VALUE                                00023800
           '-----------TABELA DE DEVOLUCOES SEM SALDO----'.             00023900
      *-------------------------------------------------------------*   00024000
       77 WRK-FAL-QTD          PIC 9(04) VALUE ZEROS.                   00024100
                                                                        00024200
       01 TAB-FALHAS.                                                   00024300
          05 TAB-FAL-ITEM OCCURS 500 TIMES                              00024400
                          INDEXED BY TAB-FAL-IDX.                       00024500
             10 TAB-FAL-AGENCIA   PIC 9(04).                            00024600
             10 TAB-FAL-CONTA     PIC 9(05).                            00024700
             10 TAB-FAL-DATA      PIC 9(08).                            00024800
             10 TAB-FAL-ID        PIC 9(06).                            00024900
             10 TAB-FAL-VALOR     PIC 9(08)V99.                         00025000
             10 TAB-FAL-CASADA    PIC X(01).                            00025100
                                                                        00025200
       01 FILLER         PIC X(64) VALUE                                00025300
           '-----------CALCULO DE VENCIMENTOS------------'.             00025400
      *-------------------------------------------------------------*   00025500
       01 WRK-DATA-CALC.                                                00025600
          05 WRK-DC-ANO        PIC 9(04).                               00025700
          05 WRK-DC-MES        PIC 9(02).                               00025800
          05 WRK-DC-DIA        PIC 9(02).                               00025900
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC PIC 9(08).            00026000
                                                                        00026100
       01 WRK-DATA-AUX.                                                 00026200
          05 WRK-DA-ANO        PIC 9(04).                               00026300
          05 WRK-DA-MES        PIC 9(02).                               00026400
          05 WRK-DA-DIA        PIC 9(02).                               00026500
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX PIC 9(08).              00026600
                                                                        00026700
       77 WRK-DIAS-MES         PIC 9(02) VALUE ZEROS.                   00026800
       77 WRK-QUOCIENTE        PIC 9(04) VALUE ZEROS.                   00026900
       77 WRK-RESTO            PIC 9(04) VALUE ZEROS.                   00027000
       77 WRK-QTD-DIAS         PIC 9(02) VALUE ZEROS.                   00027100
                                                                        00027200
       01 FILLER         PIC X(64) VALUE                                00027300
           '-----------ACUMULAR ORDENS-------------------'.             00027400
      *-------------------------------------------------------------*   00027500
       77 WRK-ACUM-MESTRE      PIC 9(07) VALUE ZEROS.                   00027600
       77 WRK-ACUM-PEDIDOS     PIC 9(07) VALUE ZEROS.                   00027700
       77 WRK-ACUM-INCLUIDAS   PIC 9(07) VALUE ZEROS.                   00027800
       77 WRK-ACUM-CANCELADAS  PIC 9(07) VALUE ZEROS.                   00027900
       77 WRK-ACUM-RECUSADOS   PIC 9(07) VALUE ZEROS.                   00028000
       77 WRK-ACUM-GERADAS     PIC 9(07) VALUE ZEROS.                   00028100
       77 WRK-ACUM-REPETIDAS   PIC 9(07) VALUE ZEROS.                   00028200
       77 WRK-ACUM-FALHAS      PIC 9(07) VALUE ZEROS.                   00028300
       77 WRK-ACUM-DEFINITIVAS PIC 9(07) VALUE ZEROS.                   00028400
       77 WRK-ACUM-ENCERRADAS  PIC 9(07) VALUE ZEROS.                   00028500
       77 WRK-ACUM-BAIXADAS    PIC 9(07) VALUE ZEROS.                   00028600
       77 WRK-ACUM-GRAVADAS    PIC 9(07) VALUE ZEROS.                   00028700
       77 WRK-ACUM-PERNAS      PIC 9(07) VALUE ZEROS.                   00028800
       77 WRK-ACUM-ESTORNOS    PIC 9(07) VALUE ZEROS.                   00028900
       77 WRK-TOTAL-GERADO     PIC 9(12)V99 VALUE ZEROS.                00029000
                                                                        00029100
       01 FILLER         PIC X(64) VALUE                                00029200
           '-----------LINHAS DO RELATORIO---------------'.             00029300
      *-------------------------------------------------------------*   00029400
       01 WRK-CABEC2.                                                   00029500
          05 FILLER   PIC X(09) VALUE 'AGENCIA  '.                      00029600
          05 FILLER   PIC X(08) VALUE 'CONTA   '.                       00029700
          05 FILLER   PIC X(05) VALUE 'SEQ  '.                          00029800
          05 FILLER   PIC X(02) VALUE 'EV'.                             00029900
          05 FILLER   PIC X(15) VALUE '          VALOR'.                00030000
          05 FILLER   PIC X(12) VALUE '  VENCIMENTO'.                   00030100
          05 FILLER   PIC X(11) VALUE '  RESULTADO'.                    00030200
                                                                        00030300
       01 WRK-CABEC3.                                                   00030400
          05 FILLER   PIC X(50) VALUE                                   00030500
             'EV: I INCLUSAO  C CANCELAMENTO  G GERACAO  '.             00030600
          05 FILLER   PIC X(50) VALUE                                   00030700
             'R REPETICAO  F FALHA SEM SALDO  E ENCERRAMENTO'.          00030800
                                                                        00030900
       01 WRK-LINHA-ORDEM.                                              00031000
          05 FILLER            PIC X(02).                               00031100
          05 WRK-LO-AGENCIA    PIC 9(04).                               00031200
          05 FILLER            PIC X(03).                               00031300
          05 WRK-LO-CONTA      PIC 9(05).                               00031400
          05 FILLER            PIC X(03).                               00031500
          05 WRK-LO-SEQUENCIA  PIC 9(03).                               00031600
          05 FILLER            PIC X(02).                               00031700
          05 WRK-LO-EVENTO     PIC X(01).                               00031800
          05 FILLER            PIC X(01).                               00031900
          05 WRK-LO-VALOR      PIC ZZ.ZZZ.ZZ9,99.                       00032000
          05 FILLER            PIC X(04).                               00032100
          05 WRK-LO-VENCTO     PIC 9(08).                               00032200
          05 FILLER            PIC X(02).                               00032300
          05 WRK-LO-RESULTADO  PIC X(45).                               00032400
                                                                        00032500
       01 WRK-RESULTADO-GERADA.                                         00032600
          05 FILLER            PIC X(16) VALUE 'GERADA - DEBITO '.      00032700
          05 WRK-RG-DEBITO     PIC 9(06).                               00032800
          05 FILLER            PIC X(09) VALUE ' CREDITO '.             00032900
          05 WRK-RG-CREDITO    PIC 9(06).                               00033000
          05 FILLER            PIC X(08) VALUE SPACES.                  00033100
                                                                        00033200
       01 WRK-RESULTADO-TENTATIVA.                                      00033300
          05 FILLER            PIC X(10) VALUE 'TENTATIVA '.            00033400
          05 WRK-RT-TENTATIVA  PIC 9(01).                               00033500
          05 FILLER            PIC X(03) VALUE ' - '.                   00033600
          05 WRK-RT-TEXTO      PIC X(31).                               00033700
                                                                        00033800
       01 WRK-LINHA-TOTAL1.                                             00033900
          05 FILLER            PIC X(20) VALUE ' PEDIDOS RECEBIDOS .'.  00034000
          05 WRK-LT-PEDIDOS    PIC Z(06)9.                              00034100
          05 FILLER            PIC X(14) VALUE '   INCLUIDAS  '.        00034200
          05 WRK-LT-INCLUIDAS  PIC Z(06)9.                              00034300
          05 FILLER            PIC X(14) VALUE '   CANCELADAS '.        00034400
          05 WRK-LT-CANCELADAS PIC Z(06)9.                              00034500
          05 FILLER            PIC X(14) VALUE '   RECUSADOS  '.        00034600
          05 WRK-LT-RECUSADOS  PIC Z(06)9.                              00034700
                                                                        00034800
       01 WRK-LINHA-TOTAL2.                                             00034900
          05 FILLER            PIC X(20) VALUE ' PARCELAS GERADAS ..'.  00035000
          05 WRK-LT-GERADAS    PIC Z(06)9.                              00035100
          05 FILLER            PIC X(14) VALUE '   REPETIDAS  '.        00035200
          05 WRK-LT-REPETIDAS  PIC Z(06)9.                              00035300
          05 FILLER            PIC X(14) VALUE '   SEM SALDO  '.        00035400
          05 WRK-LT-FALHAS     PIC Z(06)9.                              00035500
          05 FILLER            PIC X(14) VALUE '   DEFINITIVAS'.        00035600
          05 WRK-LT-DEFINITIVAS PIC Z(06)9.                             00035700
                                                                        00035800
       01 FILLER         PIC X(64) VALUE                                00035900
           '-----------DATA DE PROCESSAMENTO--------------'.            00036000
      *-------------------------------------------------------------*   00036100
       COPY 'DATAPROC'.                                                 00036200
                                                                        00036300
      *------------BOOK CRITICA DA DATA-----------------------------*   00036400
                                                                        00036500
       COPY 'VALDATA'.                                                  00036600
                                                                        00036700
       01 FILLER         PIC X(64) VALUE                                00036800
           '-----------CHAMAR TRATA ERROS----------------'.             00036900
                                                                        00037000
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00037100
                                                                        00037200
       COPY 'VARERROS'.                                                 00037300
                                                                        00037400
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00037500
                                                                        00037600
       COPY 'REPWCOMM'.                                                 00037700
                                                                        00037800
      *=============================================================*   00037900
       PROCEDURE DIVISION.                                              00038000
      *=============================================================*   00038100
                                                                        00038200
      *-------------------------------------------------------------*   00038300
       0000-PRINCIPAL                         SECTION.                  00038400
      *-------------------------------------------------------------*   00038500
            PERFORM 1000-INICIAR.                                       00038600
            PERFORM 1100-TESTARSTATUS.                                  00038700
            PERFORM 1400-CARREGARFALHAS.                                00038800
            PERFORM 1500-GRAVARHEADER.                                  00038900
            PERFORM 1200-LERMESTRE.                                     00039000
            PERFORM 1300-LERPEDIDO.                                     00039100
            PERFORM 2000-PROCESSAR                                      00039200
               UNTIL WRK-CHAVE-MESTRE EQUAL HIGH-VALUES                 00039300
                 AND WRK-CHAVE-SOLIC  EQUAL HIGH-VALUES.                00039400
            PERFORM 3000-FINALIZAR.                                     00039500
            STOP RUN.                                                   00039600
                                                                        00039700
       0000-99-FIM.               EXIT.                                 00039800
                                                                        00039900
      *-------------------------------------------------------------*   00040000
       1000-INICIAR                           SECTION.                  00040100
      *-------------------------------------------------------------*   00040200
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00040300
            MOVE SPACES TO WRK-LINHA-ORDEM.                             00040400
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                 00040500
            CALL 'VALIDATA' USING WRK-VALIDA-DATA.                      00040600
            IF WRK-VD-INVALIDA                                          00040700
              MOVE '1000'                  TO WRK-SECAO                 00040800
              MOVE 'DATA DE PROCESSAMENTO INVALIDA' TO WRK-MSGERRO      00040900
              MOVE WRK-VD-STATUS           TO WRK-STATUS                00041000
              MOVE 8 TO RETURN-CODE                                     00041100
              PERFORM 9000-TRATARERROS                                  00041200
            END-IF.                                                     00041300
            OPEN INPUT ORDANT.                                          00041400
            OPEN INPUT PEDORDP.                                         00041500
            OPEN INPUT ORDFALHA.                                        00041600
            OPEN OUTPUT ORDNOV.                                         00041700
            OPEN OUTPUT ORDPSAI.                                        00041800
            OPEN EXTEND PEDESTOR.                                       00041900
            MOVE 'ORDENS PERMANENTES E AGENDAMENTOS DE TRANSFERENCIA'   00042000
              TO WRK-RW-TITULO1.                                        00042100
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00042200
            MOVE WRK-CABEC3 TO WRK-RW-TITULO3.                          00042300
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00042400
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00042500
            MOVE 'N' TO WRK-RW-REABRIR.                                 00042600
            MOVE SPACES TO WRK-RW-QUEBRA.                               00042650
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00042700
            CALL 'REPWRITE' USING WRK-REPW.                             00042800
                                                                        00042900
       1000-99-FIM.               EXIT.                                 00043000
                                                                        00043100
      *-------------------------------------------------------------*   00043200
       1100-TESTARSTATUS                      SECTION.                  00043300
      *-------------------------------------------------------------*   00043400
               IF WRK-FS-ORDANT NOT EQUAL 0                             00043500
                MOVE '1000'                  TO WRK-SECAO               00043600
                MOVE 'ERRO OPEN ORDANT - '   TO WRK-MSGERRO             00043700
                MOVE WRK-FS-ORDANT           TO WRK-STATUS              00043800
                   PERFORM 9000-TRATARERROS                             00043900
               END-IF.                                                  00044000
               IF WRK-FS-PEDORDP NOT EQUAL 0                            00044100
                MOVE '1001'                  TO WRK-SECAO               00044200
                MOVE 'ERRO OPEN PEDORDP - '  TO WRK-MSGERRO             00044300
                MOVE WRK-FS-PEDORDP          TO WRK-STATUS              00044400
                   PERFORM 9000-TRATARERROS                             00044500
               END-IF.                                                  00044600
               IF WRK-FS-ORDFALHA NOT EQUAL 0                           00044700
                MOVE '1002'                  TO WRK-SECAO               00044800
                MOVE 'ERRO OPEN ORDFALHA - ' TO WRK-MSGERRO             00044900
                MOVE WRK-FS-ORDFALHA         TO WRK-STATUS              00045000
                   PERFORM 9000-TRATARERROS                             00045100
               END-IF.                                                  00045200
               IF WRK-FS-ORDNOV NOT EQUAL 0                             00045300
                MOVE '1003'                  TO WRK-SECAO               00045400
                MOVE 'ERRO OPEN ORDNOV - '   TO WRK-MSGERRO             00045500
                MOVE WRK-FS-ORDNOV           TO WRK-STATUS              00045600
                   PERFORM 9000-TRATARERROS                             00045700
               END-IF.                                                  00045800
               IF WRK-FS-ORDPSAI NOT EQUAL 0                            00045900
                MOVE '1004'                  TO WRK-SECAO               00046000
                MOVE 'ERRO OPEN ORDPSAI - '  TO WRK-MSGERRO             00046100
                MOVE WRK-FS-ORDPSAI          TO WRK-STATUS              00046200
                   PERFORM 9000-TRATARERROS                             00046300
               END-IF.                                                  00046400
               IF WRK-FS-PEDESTOR NOT EQUAL 0                           00046500
                MOVE '1005'                  TO WRK-SECAO               00046600
                MOVE 'ERRO OPEN PEDESTOR - ' TO WRK-MSGERRO             00046700
                MOVE WRK-FS-PEDESTOR         TO WRK-STATUS              00046800
                   PERFORM 9000-TRATARERROS                             00046900
               END-IF.                                                  00047000
               IF WRK-RW-STATUS NOT EQUAL '00'                          00047100
                MOVE '1006'                  TO WRK-SECAO               00047200
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00047300
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00047400
                   PERFORM 9000-TRATARERROS                             00047500
               END-IF.                                                  00047600
                                                                        00047700
       1100-99-FIM.               EXIT.                                 00047800
                                                                        00047900
      *-------------------------------------------------------------*   00048000
       1200-LERMESTRE                         SECTION.                  00048100
      *-------------------------------------------------------------*   00048200
               READ ORDANT.                                             00048300
               IF WRK-FS-ORDANT EQUAL 10                                00048400
                 MOVE HIGH-VALUES  TO WRK-CHAVE-MESTRE                  00048500
               ELSE                                                     00048600
                 ADD 1 TO WRK-ACUM-MESTRE                               00048700
                 MOVE ORDANT-CHAVE TO WRK-CHAVE-MESTRE                  00048800
               END-IF.                                                  00048900
                                                                        00049000
       1200-99-FIM.               EXIT.                                 00049100
                                                                        00049200
      *-------------------------------------------------------------*   00049300
       1300-LERPEDIDO                         SECTION.                  00049400
      *-------------------------------------------------------------*   00049500
               READ PEDORDP.                                            00049600
               IF WRK-FS-PEDORDP EQUAL 10                               00049700
                 MOVE HIGH-VALUES  TO WRK-CHAVE-SOLIC                   00049800
               ELSE                                                     00049900
                 MOVE PDO-CHAVE    TO WRK-CHAVE-SOLIC                   00050000
               END-IF.                                                  00050100
                                                                        00050200
       1300-99-FIM.               EXIT.                                 00050300
                                                                        00050400
      *-------------------------------------------------------------*   00050500
      *   DEVOLUCOES SEM SALDO DO ATUSALDO DE ONTEM: CADA UMA PEDE  *   00050600
      *   O ESTORNO DA PERNA DE CREDITO DO PAR (ID DO DEBITO + 1)   *   00050700
      *   E FICA NA TABELA PARA CASAR COM A ORDEM NO MESTRE. A      *   00050800
      *   TABELA CHEIA PARA O PROCESSAMENTO - DEVOLUCAO PERDIDA     *   00050900
      *   DEIXARIA O CREDITO SEM ESTORNO                            *   00051000
      *-------------------------------------------------------------*   00051100
       1400-CARREGARFALHAS                    SECTION.                  00051200
      *-------------------------------------------------------------*   00051300
               READ ORDFALHA INTO REG-CLIENTE.                          00051400
               PERFORM 1410-GUARDARFALHA                                00051500
                  UNTIL WRK-FS-ORDFALHA EQUAL 10                        00051600
                     OR WRK-FAL-QTD NOT LESS 500.                       00051700
               IF WRK-FS-ORDFALHA NOT EQUAL 10                          00051800
                 MOVE '1400'                  TO WRK-SECAO              00051900
                 MOVE 'DEVOLUCOES EXCEDEM A TABELA DE 500'              00052000
                   TO WRK-MSGERRO                                       00052100
                 MOVE '00'                    TO WRK-STATUS             00052200
                 MOVE 12 TO RETURN-CODE                                 00052300
                 PERFORM 9000-TRATARERROS                               00052400
               END-IF.                                                  00052500
               CLOSE ORDFALHA.                                          00052600
                                                                        00052700
       1400-99-FIM.               EXIT.                                 00052800
                                                                        00052900
      *-------------------------------------------------------------*   00053000
       1410-GUARDARFALHA                      SECTION.                  00053100
      *-------------------------------------------------------------*   00053200
               ADD 1 TO WRK-FAL-QTD.                                    00053300
               SET TAB-FAL-IDX TO WRK-FAL-QTD.                          00053400
               MOVE FD-AGENCIA        TO TAB-FAL-AGENCIA (TAB-FAL-IDX). 00053500
               MOVE FD-CONTA          TO TAB-FAL-CONTA   (TAB-FAL-IDX). 00053600
               MOVE FD-DATA-MOVIMENTO TO TAB-FAL-DATA    (TAB-FAL-IDX). 00053700
               MOVE FD-ID-RASTREIO    TO TAB-FAL-ID      (TAB-FAL-IDX). 00053800
               MOVE FD-VALOR          TO TAB-FAL-VALOR   (TAB-FAL-IDX). 00053900
               MOVE 'N'               TO TAB-FAL-CASADA  (TAB-FAL-IDX). 00054000
               MOVE SPACES            TO REG-PEDESTOR.                  00054100
               MOVE FD-DATA-MOVIMENTO TO PED-DATA-NEGOCIO.              00054200
               COMPUTE PED-ID-RASTREIO = FD-ID-RASTREIO + 1.            00054300
               MOVE 'ORDEM PERMANENTE SEM SALDO' TO PED-MOTIVO.         00054400
               MOVE 'ORDPERM'         TO PED-SOLICITANTE.               00054500
               WRITE REG-PEDESTOR.                                      00054600
               IF WRK-FS-PEDESTOR NOT EQUAL 0                           00054700
                 MOVE '1410'                  TO WRK-SECAO              00054800
                 MOVE 'ERRO WRITE PEDESTOR - ' TO WRK-MSGERRO           00054900
                 MOVE WRK-FS-PEDESTOR         TO WRK-STATUS             00055000
                 MOVE 12 TO RETURN-CODE                                 00055100
                 PERFORM 9000-TRATARERROS                               00055200
               END-IF.                                                  00055300
               ADD 1 TO WRK-ACUM-ESTORNOS.                              00055400
               READ ORDFALHA INTO REG-CLIENTE.                          00055500
                                                                        00055600
       1410-99-FIM.               EXIT.                                 00055700
                                                                        00055800
      *-------------------------------------------------------------*   00055900
       1500-GRAVARHEADER                      SECTION.                  00056000
      *-------------------------------------------------------------*   00056100
               MOVE SPACES TO REG-CLIHDR.                               00056200
               MOVE 'HDR'  TO HDR-TIPO.                                 00056300
               MOVE WRK-DATA-PROCESSAMENTO TO HDR-DATA-NEGOCIO.         00056400
               MOVE 'ORDPERM ' TO HDR-ORIGEM.                           00056500
               WRITE REG-ORDPSAI FROM REG-CLIHDR.                       00056600
                                                                        00056700
       1500-99-FIM.               EXIT.                                 00056800
                                                                        00056900
      *-------------------------------------------------------------*   00057000
       2000-PROCESSAR                         SECTION.                  00057100
      *-------------------------------------------------------------*   00057200
               IF WRK-CHAVE-MESTRE LESS WRK-CHAVE-SOLIC                 00057300
                 PERFORM 2100-CARREGARMESTRE                            00057400
                 PERFORM 2500-TRATARORDEM                               00057500
                 PERFORM 2600-GRAVARORDEM                               00057600
                 PERFORM 1200-LERMESTRE                                 00057700
               ELSE                                                     00057800
                 IF WRK-CHAVE-MESTRE EQUAL WRK-CHAVE-SOLIC              00057900
                   PERFORM 2100-CARREGARMESTRE                          00058000
                   PERFORM 2300-APLICARPEDIDOS                          00058100
                   PERFORM 2500-TRATARORDEM                             00058200
                   PERFORM 2600-GRAVARORDEM                             00058300
                   PERFORM 1200-LERMESTRE                               00058400
                 ELSE                                                   00058500
                   PERFORM 2200-ORDEMINEXISTENTE                        00058600
                   PERFORM 2300-APLICARPEDIDOS                          00058700
                   IF WRK-EXISTE-ORDEM                                  00058800
                     PERFORM 2500-TRATARORDEM                           00058900
                     PERFORM 2600-GRAVARORDEM                           00059000
                   END-IF                                               00059100
                 END-IF                                                 00059200
               END-IF.                                                  00059300
                                                                        00059400
       2000-99-FIM.               EXIT.                                 00059500
                                                                        00059600
      *-------------------------------------------------------------*   00059700
       2100-CARREGARMESTRE                    SECTION.                  00059800
      *-------------------------------------------------------------*   00059900
               MOVE WRK-CHAVE-MESTRE      TO WRK-CHAVE-CORRENTE.        00060000
               MOVE 'S'                   TO WRK-ORDEM-EXISTE.          00060100
               MOVE REG-ORDANT            TO REG-ORDPERM.               00060200
                                                                        00060300
       2100-99-FIM.               EXIT.                                 00060400
                                                                        00060500
      *-------------------------------------------------------------*   00060600
      *   PEDIDO PARA ORDEM QUE NAO ESTA NO MESTRE: SO A INCLUSAO   *   00060700
      *   CRIA A ORDEM (2320)                                       *   00060800
      *-------------------------------------------------------------*   00060900
       2200-ORDEMINEXISTENTE                  SECTION.                  00061000
      *-------------------------------------------------------------*   00061100
               MOVE WRK-CHAVE-SOLIC       TO WRK-CHAVE-CORRENTE.        00061200
               MOVE 'N'                   TO WRK-ORDEM-EXISTE.          00061300
               MOVE SPACES                TO REG-ORDPERM.               00061400
                                                                        00061500
       2200-99-FIM.               EXIT.                                 00061600
                                                                        00061700
      *-------------------------------------------------------------*   00061800
       2300-APLICARPEDIDOS                    SECTION.                  00061900
      *-------------------------------------------------------------*   00062000
               PERFORM 2310-APLICARUMPEDIDO                             00062100
                  UNTIL WRK-CHAVE-SOLIC NOT EQUAL WRK-CHAVE-CORRENTE.   00062200
                                                                        00062300
       2300-99-FIM.               EXIT.                                 00062400
                                                                        00062500
      *-------------------------------------------------------------*   00062600
       2310-APLICARUMPEDIDO                   SECTION.                  00062700
      *-------------------------------------------------------------*   00062800
               ADD 1 TO WRK-ACUM-PEDIDOS.                               00062900
               MOVE 'N'    TO WRK-PEDIDO-RECUSADO.                      00063000
               MOVE SPACES TO WRK-RESULTADO.                            00063100
               IF PDO-INCLUSAO                                          00063200
                 PERFORM 2320-INCLUIRORDEM                              00063300
               ELSE                                                     00063400
                IF PDO-CANCELAMENTO                                     00063500
                  PERFORM 2330-CANCELARORDEM                            00063600
                ELSE                                                    00063700
                  MOVE 'S' TO WRK-PEDIDO-RECUSADO                       00063800
                  MOVE 'RECUSADO - OPERACAO INVALIDA'                   00063900
                    TO WRK-RESULTADO                                    00064000
                END-IF                                                  00064100
               END-IF.                                                  00064200
               IF WRK-RECUSADO                                          00064300
                 ADD 1 TO WRK-ACUM-RECUSADOS                            00064400
                 MOVE '2310'                  TO WRK-SECAO              00064500
                 MOVE 'PEDIDO DE ORDEM PERMANENTE RECUSADO'             00064600
                   TO WRK-MSGERRO                                       00064700
                 MOVE '00'                    TO WRK-STATUS             00064800
                 PERFORM 9010-TRATARREJEITADO                           00064900
               END-IF.                                                  00065000
               PERFORM 2360-IMPRIMIRPEDIDO.                             00065100
               PERFORM 1300-LERPEDIDO.                                  00065200
                                                                        00065300
       2310-99-FIM.               EXIT.                                 00065400
                                                                        00065500
      *-------------------------------------------------------------*   00065600
      *   INCLUSAO SO PARA CHAVE QUE NAO EXISTE NO MESTRE. ORDEM    *   00065700
      *   UNICA (AGENDAMENTO) TERMINA NA PROPRIA DATA DE INICIO;    *   00065800
      *   DATA FINAL ZERADA VIRA 99991231 (SEM PRAZO)               *   00065900
      *-------------------------------------------------------------*   00066000
       2320-INCLUIRORDEM                      SECTION.                  00066100
      *-------------------------------------------------------------*   00066200
               IF WRK-EXISTE-ORDEM                                      00066300
                 MOVE 'S' TO WRK-PEDIDO-RECUSADO                        00066400
                 MOVE 'RECUSADO - ORDEM JA EXISTE NO MESTRE'            00066500
                   TO WRK-RESULTADO                                     00066600
               ELSE                                                     00066700
                 PERFORM 2340-CRITICARINCLUSAO                          00066800
               END-IF.                                                  00066900
               IF NOT WRK-RECUSADO                                      00067000
                 MOVE 'S'                 TO WRK-ORDEM-EXISTE           00067100
                 MOVE SPACES              TO REG-ORDPERM                00067200
                 MOVE PDO-AGENCIA         TO ORP-AGENCIA                00067300
                 MOVE PDO-CONTA           TO ORP-CONTA                  00067400
                 MOVE PDO-SEQUENCIA       TO ORP-SEQUENCIA              00067500
                 MOVE PDO-CLIENTE         TO ORP-CLIENTE                00067600
                 MOVE PDO-CONTRA-AGENCIA  TO ORP-CONTRA-AGENCIA         00067700
                 MOVE PDO-CONTRA-CONTA    TO ORP-CONTRA-CONTA           00067800
                 MOVE PDO-FAVORECIDO      TO ORP-FAVORECIDO             00067900
                 MOVE PDO-VALOR           TO ORP-VALOR                  00068000
                 MOVE PDO-PERIODICIDADE   TO ORP-PERIODICIDADE          00068100
                 MOVE PDO-DATA-INICIO     TO ORP-DATA-INICIO            00068200
                 MOVE PDO-DATA-INICIO     TO ORP-PROX-VENCTO            00068300
                 IF PDO-UNICA                                           00068400
                   MOVE PDO-DATA-INICIO   TO ORP-DATA-FIM               00068500
                 ELSE                                                   00068600
                  IF PDO-DATA-FIM EQUAL ZEROS                           00068700
                    MOVE 99991231         TO ORP-DATA-FIM               00068800
                  ELSE                                                  00068900
                    MOVE PDO-DATA-FIM     TO ORP-DATA-FIM               00069000
                  END-IF                                                00069100
                 END-IF                                                 00069200
                 MOVE 'A'                 TO ORP-SITUACAO               00069300
                 MOVE ZEROS               TO ORP-ULT-DATA               00069400
                 MOVE ZEROS               TO ORP-ULT-ID-DEBITO          00069500
                 MOVE ZEROS               TO ORP-ULT-ID-CREDITO         00069600
                 MOVE ZEROS               TO ORP-TENTATIVA              00069700
                 MOVE WRK-DATA-PROCESSAMENTO TO ORP-DATA-INCLUSAO       00069800
                 ADD 1 TO WRK-ACUM-INCLUIDAS                            00069900
                 MOVE 'INCLUIDA'          TO WRK-RESULTADO              00070000
               END-IF.                                                  00070100
                                                                        00070200
       2320-99-FIM.               EXIT.                                 00070300
                                                                        00070400
      *-------------------------------------------------------------*   00070500
       2330-CANCELARORDEM                     SECTION.                  00070600
      *-------------------------------------------------------------*   00070700
               IF NOT WRK-EXISTE-ORDEM                                  00070800
                 MOVE 'S' TO WRK-PEDIDO-RECUSADO                        00070900
                 MOVE 'RECUSADO - ORDEM NAO EXISTE NO MESTRE'           00071000
                   TO WRK-RESULTADO                                     00071100
               ELSE                                                     00071200
                IF NOT ORP-ATIVA                                        00071300
                  MOVE 'S' TO WRK-PEDIDO-RECUSADO                       00071400
                  MOVE 'RECUSADO - ORDEM JA ENCERRADA OU CANCELADA'     00071500
                    TO WRK-RESULTADO                                    00071600
                ELSE                                                    00071700
                  MOVE 'C' TO ORP-SITUACAO                              00071800
                  ADD 1 TO WRK-ACUM-CANCELADAS                          00071900
                  MOVE 'CANCELADA'        TO WRK-RESULTADO              00072000
                END-IF                                                  00072100
               END-IF.                                                  00072200
                                                                        00072300
       2330-99-FIM.               EXIT.                                 00072400
                                                                        00072500
      *-------------------------------------------------------------*   00072600
      *   CRITICA DA INCLUSAO: CAMPOS NUMERICOS, VALOR, NOMES,      *   00072700
      *   PERIODICIDADE, CONTAS DIFERENTES E DATAS VALIDAS DE       *   00072800
      *   CALENDARIO, COM INICIO A PARTIR DA DATA DE PROCESSAMENTO  *   00072900
      *-------------------------------------------------------------*   00073000
       2340-CRITICARINCLUSAO                  SECTION.                  00073100
      *-------------------------------------------------------------*   00073200
               IF PDO-CONTRA-AGENCIA NOT NUMERIC                        00073300
                  OR PDO-CONTRA-CONTA NOT NUMERIC                       00073400
                  OR PDO-VALOR        NOT NUMERIC                       00073500
                  OR PDO-DATA-INICIO  NOT NUMERIC                       00073600
                  OR PDO-DATA-FIM     NOT NUMERIC                       00073700
                  OR PDO-AGENCIA      NOT NUMERIC                       00073800
                  OR PDO-CONTA        NOT NUMERIC                       00073900
                  OR PDO-SEQUENCIA    NOT NUMERIC                       00074000
                 MOVE 'S' TO WRK-PEDIDO-RECUSADO                        00074100
                 MOVE 'RECUSADO - CAMPO NUMERICO INVALIDO'              00074200
                   TO WRK-RESULTADO                                     00074300
               ELSE                                                     00074400
                IF PDO-VALOR EQUAL ZEROS                                00074500
                  MOVE 'S' TO WRK-PEDIDO-RECUSADO                       00074600
                  MOVE 'RECUSADO - VALOR ZERADO' TO WRK-RESULTADO       00074700
                ELSE                                                    00074800
                 IF PDO-CLIENTE EQUAL SPACES                            00074900
                    OR PDO-FAVORECIDO EQUAL SPACES                      00075000
                   MOVE 'S' TO WRK-PEDIDO-RECUSADO                      00075100
                   MOVE 'RECUSADO - CLIENTE OU FAVORECIDO EM BRANCO'    00075200
                     TO WRK-RESULTADO                                   00075300
                 ELSE                                                   00075400
                  IF NOT PDO-PERIODO-VALIDO                             00075500
                    MOVE 'S' TO WRK-PEDIDO-RECUSADO                     00075600
                    MOVE 'RECUSADO - PERIODICIDADE INVALIDA'            00075700
                      TO WRK-RESULTADO                                  00075800
                  ELSE                                                  00075900
                   IF PDO-CONTRA-AGENCIA EQUAL PDO-AGENCIA              00076000
                      AND PDO-CONTRA-CONTA EQUAL PDO-CONTA              00076100
                     MOVE 'S' TO WRK-PEDIDO-RECUSADO                    00076200
                     MOVE 'RECUSADO - CONTA DE CREDITO IGUAL A DEBITO'  00076300
                       TO WRK-RESULTADO                                 00076400
                   ELSE                                                 00076500
                     PERFORM 2350-CRITICARDATAS                         00076600
                   END-IF                                               00076700
                  END-IF                                                00076800
                 END-IF                                                 00076900
                END-IF                                                  00077000
               END-IF.                                                  00077100
                                                                        00077200
       2340-99-FIM.               EXIT.                                 00077300
                                                                        00077400
      *-------------------------------------------------------------*   00077500
       2350-CRITICARDATAS                     SECTION.                  00077600
      *-------------------------------------------------------------*   00077700
               MOVE PDO-DATA-INICIO TO WRK-VD-DATA.                     00077800
               CALL 'VALIDATA' USING WRK-VALIDA-DATA.                   00077900
               IF WRK-VD-INVALIDA                                       00078000
                 MOVE 'S' TO WRK-PEDIDO-RECUSADO                        00078100
                 MOVE 'RECUSADO - DATA DE INICIO INVALIDA'              00078200
                   TO WRK-RESULTADO                                     00078300
               ELSE                                                     00078400
                IF PDO-DATA-INICIO LESS WRK-DATA-PROCESSAMENTO          00078500
                  MOVE 'S' TO WRK-PEDIDO-RECUSADO                       00078600
                  MOVE 'RECUSADO - DATA DE INICIO JA PASSOU'            00078700
                    TO WRK-RESULTADO                                    00078800
                ELSE                                                    00078900
                 IF PDO-DATA-FIM NOT EQUAL ZEROS                        00079000
                    AND NOT PDO-UNICA                                   00079100
                   MOVE PDO-DATA-FIM TO WRK-VD-DATA                     00079200
                   CALL 'VALIDATA' USING WRK-VALIDA-DATA                00079300
                   IF WRK-VD-INVALIDA                                   00079400
                     MOVE 'S' TO WRK-PEDIDO-RECUSADO                    00079500
                     MOVE 'RECUSADO - DATA FINAL INVALIDA'              00079600
                       TO WRK-RESULTADO                                 00079700
                   ELSE                                                 00079800
                    IF PDO-DATA-FIM LESS PDO-DATA-INICIO                00079900
                      MOVE 'S' TO WRK-PEDIDO-RECUSADO                   00080000
                      MOVE 'RECUSADO - DATA FINAL ANTES DO INICIO'      00080100
                        TO WRK-RESULTADO                                00080200
                    END-IF                                              00080300
                   END-IF                                               00080400
                 END-IF                                                 00080500
                END-IF                                                  00080600
               END-IF.                                                  00080700
                                                                        00080800
       2350-99-FIM.               EXIT.                                 00080900
                                                                        00081000
      *-------------------------------------------------------------*   00081100
       2360-IMPRIMIRPEDIDO                    SECTION.                  00081200
      *-------------------------------------------------------------*   00081300
               MOVE SPACES            TO WRK-LINHA-ORDEM.               00081400
               MOVE WRK-CC-AGENCIA    TO WRK-LO-AGENCIA.                00081500
               MOVE WRK-CC-CONTA      TO WRK-LO-CONTA.                  00081600
               MOVE WRK-CC-SEQUENCIA  TO WRK-LO-SEQUENCIA.              00081700
               MOVE PDO-OPERACAO      TO WRK-LO-EVENTO.                 00081800
               IF PDO-VALOR NUMERIC                                     00081900
                 MOVE PDO-VALOR       TO WRK-LO-VALOR                   00082000
               ELSE                                                     00082100
                 MOVE ZEROS           TO WRK-LO-VALOR                   00082200
               END-IF.                                                  00082300
               IF PDO-DATA-INICIO NUMERIC                               00082400
                 MOVE PDO-DATA-INICIO TO WRK-LO-VENCTO                  00082500
               ELSE                                                     00082600
                 MOVE ZEROS           TO WRK-LO-VENCTO                  00082700
               END-IF.                                                  00082800
               MOVE WRK-RESULTADO     TO WRK-LO-RESULTADO.              00082900
               PERFORM 2900-IMPRIMIRLINHA.                              00083000
                                                                        00083100
       2360-99-FIM.               EXIT.                                 00083200
                                                                        00083300
      *-------------------------------------------------------------*   00083400
      *   ORDEM DO MESTRE DEPOIS DOS PEDIDOS: PRIMEIRO A DEVOLUCAO  *   00083500
      *   SEM SALDO DA ULTIMA GERACAO, DEPOIS O VENCIMENTO DO DIA.  *   00083600
      *   COM OS DOIS NO MESMO DIA SO A PARCELA NOVA E GERADA       *   00083700
      *-------------------------------------------------------------*   00083800
       2500-TRATARORDEM                       SECTION.                  00083900
      *-------------------------------------------------------------*   00084000
               MOVE 'N' TO WRK-REPETIR.                                 00084100
               MOVE 'N' TO WRK-GEROU-HOJE.                              00084200
               PERFORM 2510-PROCURARFALHA.                              00084300
               IF WRK-ACHOU-FALHA                                       00084400
                 PERFORM 2520-AVALIARFALHA                              00084500
               END-IF.                                                  00084600
               IF ORP-ATIVA                                             00084700
                 PERFORM 2530-CALCULAREFETIVA                           00084800
                 IF WRK-DATA-EFETIVA NOT GREATER WRK-DATA-PROCESSAMENTO 00084900
                   PERFORM 2540-GERARPARCELA                            00085000
                 END-IF                                                 00085100
               END-IF.                                                  00085200
               IF WRK-REPETE-PARCELA                                    00085300
                 IF WRK-GEROU-PARCELA                                   00085400
                   MOVE 'NAO REPETIDA - VENCEU NOVA PARCELA'            00085500
                     TO WRK-RESULTADO                                   00085600
                   MOVE 'F'               TO WRK-LO-EVENTO              00085700
                   PERFORM 2580-IMPRIMIRORDEM                           00085800
                 ELSE                                                   00085900
                   PERFORM 2550-REPETIRPARCELA                          00086000
                 END-IF                                                 00086100
               END-IF.                                                  00086200
                                                                        00086300
       2500-99-FIM.               EXIT.                                 00086400
                                                                        00086500
      *-------------------------------------------------------------*   00086600
       2510-PROCURARFALHA                     SECTION.                  00086700
      *-------------------------------------------------------------*   00086800
               MOVE 'N' TO WRK-FALHA-ACHADA.                            00086900
               IF ORP-ULT-ID-DEBITO GREATER ZEROS                       00087000
                 PERFORM 2515-TESTARFALHA                               00087100
                    VARYING TAB-FAL-IDX FROM 1 BY 1                     00087200
                      UNTIL TAB-FAL-IDX GREATER WRK-FAL-QTD             00087300
                         OR WRK-ACHOU-FALHA                             00087400
               END-IF.                                                  00087500
                                                                        00087600
       2510-99-FIM.               EXIT.                                 00087700
                                                                        00087800
      *-------------------------------------------------------------*   00087900
       2515-TESTARFALHA                       SECTION.                  00088000
      *-------------------------------------------------------------*   00088100
               IF TAB-FAL-DATA    (TAB-FAL-IDX) EQUAL ORP-ULT-DATA      00088200
                  AND TAB-FAL-ID  (TAB-FAL-IDX) EQUAL ORP-ULT-ID-DEBITO 00088300
                  AND TAB-FAL-AGENCIA (TAB-FAL-IDX) EQUAL ORP-AGENCIA   00088400
                  AND TAB-FAL-CONTA   (TAB-FAL-IDX) EQUAL ORP-CONTA     00088500
                 MOVE 'S' TO WRK-FALHA-ACHADA                           00088600
                 MOVE 'S' TO TAB-FAL-CASADA (TAB-FAL-IDX)               00088700
               END-IF.                                                  00088800
                                                                        00088900
       2515-99-FIM.               EXIT.                                 00089000
                                                                        00089100
      *-------------------------------------------------------------*   00089200
      *   DEVOLUCAO SEM SALDO: O CREDITO JA FOI PEDIDO EM ESTORNO   *   00089300
      *   (1410). A PARCELA SE REPETE ATE WRK-MAX-TENTATIVAS, A     *   00089400
      *   NAO SER QUE A ORDEM TENHA SIDO CANCELADA                  *   00089500
      *-------------------------------------------------------------*   00089600
       2520-AVALIARFALHA                      SECTION.                  00089700
      *-------------------------------------------------------------*   00089800
               ADD 1 TO WRK-ACUM-FALHAS.                                00089900
               MOVE ORP-ULT-DATA          TO WRK-DATA-EFETIVA.          00090000
               MOVE 'SEM SALDO - CREDITO ENVIADO PARA ESTORNO'          00090100
                 TO WRK-RESULTADO.                                      00090200
               MOVE 'F'                   TO WRK-LO-EVENTO.             00090300
               PERFORM 2580-IMPRIMIRORDEM.                              00090400
               IF ORP-CANCELADA                                         00090500
                 MOVE 'NAO REPETIDA - ORDEM CANCELADA'                  00090600
                   TO WRK-RESULTADO                                     00090700
                 MOVE 'F'                 TO WRK-LO-EVENTO              00090800
                 PERFORM 2580-IMPRIMIRORDEM                             00090900
               ELSE                                                     00091000
                IF ORP-TENTATIVA NOT LESS WRK-MAX-TENTATIVAS            00091100
                  ADD 1 TO WRK-ACUM-DEFINITIVAS                         00091200
                  MOVE 'FALHA DEFINITIVA' TO WRK-RT-TEXTO               00091300
                  MOVE ORP-TENTATIVA      TO WRK-RT-TENTATIVA           00091400
                  MOVE WRK-RESULTADO-TENTATIVA TO WRK-RESULTADO         00091500
                  MOVE 'F'                TO WRK-LO-EVENTO              00091600
                  PERFORM 2580-IMPRIMIRORDEM                            00091700
                  MOVE '2520'                  TO WRK-SECAO             00091800
                  MOVE 'ORDEM PERMANENTE - FALHA DEFINITIVA'            00091900
                    TO WRK-MSGERRO                                      00092000
                  MOVE '00'                    TO WRK-STATUS            00092100
                  PERFORM 9010-TRATARREJEITADO                          00092200
                ELSE                                                    00092300
                  MOVE 'S' TO WRK-REPETIR                               00092400
                END-IF                                                  00092500
               END-IF.                                                  00092600
                                                                        00092700
       2520-99-FIM.               EXIT.                                 00092800
                                                                        00092900
      *-------------------------------------------------------------*   00093000
      *   VENCIMENTO EFETIVO: O NOMINAL ROLADO PARA O PRIMEIRO DIA  *   00093100
      *   UTIL (STATUS 04 DO VALIDATA E FIM DE SEMANA OU FERIADO;   *   00093200
      *   SEM CALENDARIO, STATUS 06, SO O FIM DE SEMANA ROLA)       *   00093300
      *-------------------------------------------------------------*   00093400
       2530-CALCULAREFETIVA                   SECTION.                  00093500
      *-------------------------------------------------------------*   00093600
               MOVE ORP-PROX-VENCTO       TO WRK-DATA-CALC-R.           00093700
               MOVE ZEROS                 TO WRK-QTD-DIAS.              00093800
               PERFORM 2535-CONSULTARCALENDARIO.                        00093900
               PERFORM 2538-ROLARDIA                                    00094000
                  UNTIL NOT WRK-VD-NAO-UTIL                             00094100
                     OR WRK-QTD-DIAS NOT LESS 10.                       00094200
               IF WRK-VD-INVALIDA                                       00094300
                 MOVE 99999999            TO WRK-DATA-EFETIVA           00094400
                 MOVE ORP-PROX-VENCTO     TO WRK-LO-VENCTO              00094500
                 MOVE 'VENCIMENTO INVALIDO NO MESTRE - NAO GERADA'      00094600
                   TO WRK-RESULTADO                                     00094700
                 MOVE 'F'                 TO WRK-LO-EVENTO              00094800
                 PERFORM 2580-IMPRIMIRORDEM                             00094900
                 MOVE '2530'                  TO WRK-SECAO              00095000
                 MOVE 'VENCIMENTO INVALIDO NO MESTRE DE ORDENS'         00095100
                   TO WRK-MSGERRO                                       00095200
                 MOVE WRK-VD-STATUS           TO WRK-STATUS             00095300
                 PERFORM 9010-TRATARREJEITADO                           00095400
               ELSE                                                     00095500
                 MOVE WRK-DATA-CALC-R     TO WRK-DATA-EFETIVA           00095600
               END-IF.                                                  00095700
                                                                        00095800
       2530-99-FIM.               EXIT.                                 00095900
                                                                        00096000
      *-------------------------------------------------------------*   00096100
       2535-CONSULTARCALENDARIO               SECTION.                  00096200
      *-------------------------------------------------------------*   00096300
               MOVE WRK-DATA-CALC-R       TO WRK-VD-DATA.               00096400
               CALL 'VALIDATA' USING WRK-VALIDA-DATA.                   00096500
                                                                        00096600
       2535-99-FIM.               EXIT.                                 00096700
                                                                        00096800
      *-------------------------------------------------------------*   00096900
       2538-ROLARDIA                          SECTION.                  00097000
      *-------------------------------------------------------------*   00097100
               PERFORM 2800-SOMARUMDIA.                                 00097200
               ADD 1 TO WRK-QTD-DIAS.                                   00097300
               PERFORM 2535-CONSULTARCALENDARIO.                        00097400
                                                                        00097500
       2538-99-FIM.               EXIT.                                 00097600
                                                                        00097700
      *-------------------------------------------------------------*   00097800
      *   PARCELA DO VENCIMENTO: PRIMEIRA TENTATIVA, PAR DE PERNAS  *   00097900
      *   E AVANCO DO VENCIMENTO NOMINAL PELA PERIODICIDADE         *   00098000
      *-------------------------------------------------------------*   00098100
       2540-GERARPARCELA                      SECTION.                  00098200
      *-------------------------------------------------------------*   00098300
               MOVE 1 TO ORP-TENTATIVA.                                 00098400
               PERFORM 2560-GRAVARPERNAS.                               00098500
               MOVE 'S' TO WRK-GEROU-HOJE.                              00098600
               ADD 1 TO WRK-ACUM-GERADAS.                               00098700
               MOVE WRK-ID-DEBITO         TO WRK-RG-DEBITO.             00098800
               MOVE WRK-ID-CREDITO        TO WRK-RG-CREDITO.            00098900
               MOVE WRK-RESULTADO-GERADA  TO WRK-RESULTADO.             00099000
               MOVE 'G'                   TO WRK-LO-EVENTO.             00099100
               PERFORM 2580-IMPRIMIRORDEM.                              00099200
               PERFORM 2570-AVANCARVENCTO.                              00099300
                                                                        00099400
       2540-99-FIM.               EXIT.                                 00099500
                                                                        00099600
      *-------------------------------------------------------------*   00099700
      *   REPETICAO DA PARCELA DEVOLVIDA: NOVO PAR DE PERNAS, SEM   *   00099800
      *   MEXER NO VENCIMENTO                                       *   00099900
      *-------------------------------------------------------------*   00100000
       2550-REPETIRPARCELA                    SECTION.                  00100100
      *-------------------------------------------------------------*   00100200
               ADD 1 TO ORP-TENTATIVA.                                  00100300
               MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-EFETIVA.         00100400
               PERFORM 2560-GRAVARPERNAS.                               00100500
               ADD 1 TO WRK-ACUM-REPETIDAS.                             00100600
               MOVE 'REPETIDA'              TO WRK-RT-TEXTO.            00100700
               MOVE ORP-TENTATIVA         TO WRK-RT-TENTATIVA.          00100800
               MOVE WRK-RESULTADO-TENTATIVA TO WRK-RESULTADO.           00100900
               MOVE 'R'                   TO WRK-LO-EVENTO.             00101000
               PERFORM 2580-IMPRIMIRORDEM.                              00101100
                                                                        00101200
       2550-99-FIM.               EXIT.                                 00101300
                                                                        00101400
      *-------------------------------------------------------------*   00101500
      *   PAR DE PERNAS T: DEBITO NA CONTA DA ORDEM E CREDITO NA    *   00101600
      *   FAVORECIDA, IDS CONSECUTIVOS DA FAIXA RESERVADA (O        *   00101700
      *   CREDITO E SEMPRE O ID DO DEBITO + 1)                      *   00101800
      *-------------------------------------------------------------*   00101900
       2560-GRAVARPERNAS                      SECTION.                  00102000
      *-------------------------------------------------------------*   00102100
               IF WRK-SEQ-ORDEM GREATER 99997                           00102200
                 MOVE '2560'                  TO WRK-SECAO              00102300
                 MOVE 'FAIXA DE ID DE ORDEM PERMANENTE ESGOTADA'        00102400
                   TO WRK-MSGERRO                                       00102500
                 MOVE '00'                    TO WRK-STATUS             00102600
                 MOVE 12 TO RETURN-CODE                                 00102700
                 PERFORM 9000-TRATARERROS                               00102800
               END-IF.                                                  00102900
               COMPUTE WRK-ID-DEBITO  =                                 00103000
                       WRK-ID-RESERVADO + WRK-SEQ-ORDEM + 1.            00103100
               COMPUTE WRK-ID-CREDITO = WRK-ID-DEBITO + 1.              00103200
               ADD 2 TO WRK-SEQ-ORDEM.                                  00103300
               MOVE SPACES                TO REG-CLIENTE.               00103400
               MOVE ORP-AGENCIA           TO FD-AGENCIA.                00103500
               MOVE ORP-CONTA             TO FD-CONTA.                  00103600
               MOVE ORP-CLIENTE           TO FD-CLIENTE.                00103700
               MOVE ORP-VALOR             TO FD-VALOR.                  00103800
               MOVE 'T'                   TO FD-TIP-OP.                 00103900
               MOVE WRK-DATA-PROCESSAMENTO TO FD-DATA-MOVIMENTO.        00104000
               MOVE 'D'                   TO FD-TRANSF-DIR.             00104100
               MOVE ORP-CONTRA-AGENCIA    TO FD-CONTRA-AGENCIA.         00104200
               MOVE ORP-CONTRA-CONTA      TO FD-CONTRA-CONTA.           00104300
               MOVE WRK-ID-DEBITO         TO FD-ID-RASTREIO.            00104400
               PERFORM 2565-GRAVARPERNA.                                00104500
               MOVE ORP-CONTRA-AGENCIA    TO FD-AGENCIA.                00104600
               MOVE ORP-CONTRA-CONTA      TO FD-CONTA.                  00104700
               MOVE ORP-FAVORECIDO        TO FD-CLIENTE.                00104800
               MOVE 'C'                   TO FD-TRANSF-DIR.             00104900
               MOVE ORP-AGENCIA           TO FD-CONTRA-AGENCIA.         00105000
               MOVE ORP-CONTA             TO FD-CONTRA-CONTA.           00105100
               MOVE WRK-ID-CREDITO        TO FD-ID-RASTREIO.            00105200
               PERFORM 2565-GRAVARPERNA.                                00105300
               MOVE WRK-DATA-PROCESSAMENTO TO ORP-ULT-DATA.             00105400
               MOVE WRK-ID-DEBITO         TO ORP-ULT-ID-DEBITO.         00105500
               MOVE WRK-ID-CREDITO        TO ORP-ULT-ID-CREDITO.        00105600
                                                                        00105700
       2560-99-FIM.               EXIT.                                 00105800
                                                                        00105900
      *-------------------------------------------------------------*   00106000
       2565-GRAVARPERNA                       SECTION.                  00106100
      *-------------------------------------------------------------*   00106200
               WRITE REG-ORDPSAI FROM REG-CLIENTE.                      00106300
               IF WRK-FS-ORDPSAI NOT EQUAL 0                            00106400
                 MOVE '2565'                  TO WRK-SECAO              00106500
                 MOVE 'ERRO WRITE ORDPSAI - '  TO WRK-MSGERRO           00106600
                 MOVE WRK-FS-ORDPSAI          TO WRK-STATUS             00106700
                 MOVE 12 TO RETURN-CODE                                 00106800
                 PERFORM 9000-TRATARERROS                               00106900
               END-IF.                                                  00107000
               ADD 1        TO WRK-ACUM-PERNAS.                         00107100
               ADD FD-VALOR TO WRK-TOTAL-GERADO.                        00107200
                                                                        00107300
       2565-99-FIM.               EXIT.                                 00107400
                                                                        00107500
      *-------------------------------------------------------------*   00107600
      *   PROXIMO VENCIMENTO NOMINAL: S +7 DIAS / Q +14 DIAS / M NO *   00107700
      *   MES SEGUINTE, NO DIA DA DATA DE INICIO LIMITADO AO FIM    *   00107800
      *   DO MES. A UNICA, OU A QUE PASSA DA DATA FINAL, ENCERRA    *   00107900
      *-------------------------------------------------------------*   00108000
       2570-AVANCARVENCTO                     SECTION.                  00108100
      *-------------------------------------------------------------*   00108200
               IF ORP-UNICA                                             00108300
                 MOVE 'E' TO ORP-SITUACAO                               00108400
               ELSE                                                     00108500
                 MOVE ORP-PROX-VENCTO     TO WRK-DATA-CALC-R            00108600
                 IF ORP-SEMANAL                                         00108700
                   PERFORM 2800-SOMARUMDIA 7 TIMES                      00108800
                 ELSE                                                   00108900
                  IF ORP-QUINZENAL                                      00109000
                    PERFORM 2800-SOMARUMDIA 14 TIMES                    00109100
                  ELSE                                                  00109200
                    PERFORM 2820-PROXIMOMES                             00109300
                  END-IF                                                00109400
                 END-IF                                                 00109500
                 MOVE WRK-DATA-CALC-R     TO ORP-PROX-VENCTO            00109600
                 IF ORP-PROX-VENCTO GREATER ORP-DATA-FIM                00109700
                   MOVE 'E' TO ORP-SITUACAO                             00109800
                 END-IF                                                 00109900
               END-IF.                                                  00110000
               IF ORP-ENCERRADA                                         00110100
                 ADD 1 TO WRK-ACUM-ENCERRADAS                           00110200
                 MOVE 'ENCERRADA - ULTIMA PARCELA GERADA'               00110300
                   TO WRK-RESULTADO                                     00110400
                 MOVE 'E'                 TO WRK-LO-EVENTO              00110500
                 PERFORM 2580-IMPRIMIRORDEM                             00110600
               END-IF.                                                  00110700
                                                                        00110800
       2570-99-FIM.               EXIT.                                 00110900
                                                                        00111000
      *-------------------------------------------------------------*   00111100
       2580-IMPRIMIRORDEM                     SECTION.                  00111200
      *-------------------------------------------------------------*   00111300
               MOVE ORP-AGENCIA           TO WRK-LO-AGENCIA.            00111400
               MOVE ORP-CONTA             TO WRK-LO-CONTA.              00111500
               MOVE ORP-SEQUENCIA         TO WRK-LO-SEQUENCIA.          00111600
               MOVE ORP-VALOR             TO WRK-LO-VALOR.              00111700
               IF WRK-DATA-EFETIVA NOT EQUAL 99999999                   00111800
                 MOVE WRK-DATA-EFETIVA    TO WRK-LO-VENCTO              00111900
               END-IF.                                                  00112000
               MOVE WRK-RESULTADO         TO WRK-LO-RESULTADO.          00112100
               PERFORM 2900-IMPRIMIRLINHA.                              00112200
                                                                        00112300
       2580-99-FIM.               EXIT.                                 00112400
                                                                        00112500
      *-------------------------------------------------------------*   00112600
      *   ENCERRADA OU CANCELADA SEM GERACAO HOJE SAI DO MESTRE: A  *   00112700
      *   DEVOLUCAO DA ULTIMA GERACAO JA FOI TRATADA NESTA DATA     *   00112800
      *-------------------------------------------------------------*   00112900
       2600-GRAVARORDEM                       SECTION.                  00113000
      *-------------------------------------------------------------*   00113100
               IF NOT ORP-ATIVA                                         00113200
                  AND ORP-ULT-DATA LESS WRK-DATA-PROCESSAMENTO          00113300
                 ADD 1 TO WRK-ACUM-BAIXADAS                             00113400
               ELSE                                                     00113500
                 WRITE REG-ORDNOV FROM REG-ORDPERM                      00113600
                 IF WRK-FS-ORDNOV NOT EQUAL 0                           00113700
                   MOVE '2600'                  TO WRK-SECAO            00113800
                   MOVE 'ERRO WRITE ORDNOV - '   TO WRK-MSGERRO         00113900
                   MOVE WRK-FS-ORDNOV           TO WRK-STATUS           00114000
                   MOVE 12 TO RETURN-CODE                               00114100
                   PERFORM 9000-TRATARERROS                             00114200
                 END-IF                                                 00114300
                 ADD 1 TO WRK-ACUM-GRAVADAS                             00114400
               END-IF.                                                  00114500
                                                                        00114600
       2600-99-FIM.               EXIT.                                 00114700
                                                                        00114800
      *-------------------------------------------------------------*   00114900
       2800-SOMARUMDIA                        SECTION.                  00115000
      *-------------------------------------------------------------*   00115100
               PERFORM 2810-DIASDOMES.                                  00115200
               IF WRK-DC-DIA LESS WRK-DIAS-MES                          00115300
                 ADD 1 TO WRK-DC-DIA                                    00115400
               ELSE                                                     00115500
                 MOVE 1 TO WRK-DC-DIA                                   00115600
                 IF WRK-DC-MES LESS 12                                  00115700
                   ADD 1 TO WRK-DC-MES                                  00115800
                 ELSE                                                   00115900
                   MOVE 1 TO WRK-DC-MES                                 00116000
                   ADD 1 TO WRK-DC-ANO                                  00116100
                 END-IF                                                 00116200
               END-IF.                                                  00116300
                                                                        00116400
       2800-99-FIM.               EXIT.                                 00116500
                                                                        00116600
      *-------------------------------------------------------------*   00116700
      *   DIAS DO MES DE WRK-DATA-CALC (FEVEREIRO BISSEXTO PELA     *   00116800
      *   REGRA DE 4, 100 E 400)                                    *   00116900
      *-------------------------------------------------------------*   00117000
       2810-DIASDOMES                         SECTION.                  00117100
      *-------------------------------------------------------------*   00117200
               IF WRK-DC-MES EQUAL 4 OR 6 OR 9 OR 11                    00117300
                 MOVE 30 TO WRK-DIAS-MES                                00117400
               ELSE                                                     00117500
                IF WRK-DC-MES EQUAL 2                                   00117600
                  MOVE 28 TO WRK-DIAS-MES                               00117700
                  DIVIDE WRK-DC-ANO BY 4                                00117800
                         GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO       00117900
                  IF WRK-RESTO EQUAL 0                                  00118000
                    MOVE 29 TO WRK-DIAS-MES                             00118100
                  END-IF                                                00118200
                  DIVIDE WRK-DC-ANO BY 100                              00118300
                         GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO       00118400
                  IF WRK-RESTO EQUAL 0                                  00118500
                    MOVE 28 TO WRK-DIAS-MES                             00118600
                  END-IF                                                00118700
                  DIVIDE WRK-DC-ANO BY 400                              00118800
                         GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO       00118900
                  IF WRK-RESTO EQUAL 0                                  00119000
                    MOVE 29 TO WRK-DIAS-MES                             00119100
                  END-IF                                                00119200
                ELSE                                                    00119300
                  MOVE 31 TO WRK-DIAS-MES                               00119400
                END-IF                                                  00119500
               END-IF.                                                  00119600
                                                                        00119700
       2810-99-FIM.               EXIT.                                 00119800
                                                                        00119900
      *-------------------------------------------------------------*   00120000
       2820-PROXIMOMES                        SECTION.                  00120100
      *-------------------------------------------------------------*   00120200
               MOVE ORP-DATA-INICIO       TO WRK-DATA-AUX-R.            00120300
               IF WRK-DC-MES LESS 12                                    00120400
                 ADD 1 TO WRK-DC-MES                                    00120500
               ELSE                                                     00120600
                 MOVE 1 TO WRK-DC-MES                                   00120700
                 ADD 1 TO WRK-DC-ANO                                    00120800
               END-IF.                                                  00120900
               PERFORM 2810-DIASDOMES.                                  00121000
               IF WRK-DA-DIA GREATER WRK-DIAS-MES                       00121100
                 MOVE WRK-DIAS-MES        TO WRK-DC-DIA                 00121200
               ELSE                                                     00121300
                 MOVE WRK-DA-DIA          TO WRK-DC-DIA                 00121400
               END-IF.                                                  00121500
                                                                        00121600
       2820-99-FIM.               EXIT.                                 00121700
                                                                        00121800
      *-------------------------------------------------------------*   00121900
       2900-IMPRIMIRLINHA                     SECTION.                  00122000
      *-------------------------------------------------------------*   00122100
               MOVE WRK-LINHA-ORDEM TO WRK-RW-LINHA.                    00122200
               MOVE 'D' TO WRK-RW-FUNCAO.                               00122300
               CALL 'REPWRITE' USING WRK-REPW.                          00122400
               MOVE SPACES          TO WRK-LINHA-ORDEM.                 00122500
                                                                        00122600
       2900-99-FIM.               EXIT.                                 00122700
                                                                        00122800
      *-------------------------------------------------------------*   00122900
       3000-FINALIZAR                         SECTION.                  00123000
      *-------------------------------------------------------------*   00123100
               PERFORM 3100-LISTARFALHAORFA                             00123200
                  VARYING TAB-FAL-IDX FROM 1 BY 1                       00123300
                    UNTIL TAB-FAL-IDX GREATER WRK-FAL-QTD.              00123400
               MOVE SPACES TO REG-CLITRL.                               00123500
               MOVE 'TRL'  TO TRL-TIPO.                                 00123600
               MOVE WRK-ACUM-PERNAS    TO TRL-QTD-DETALHES.             00123700
               MOVE WRK-TOTAL-GERADO   TO TRL-VALOR-TOTAL.              00123800
               WRITE REG-ORDPSAI FROM REG-CLITRL.                       00123900
               MOVE WRK-ACUM-PEDIDOS    TO WRK-LT-PEDIDOS.              00124000
               MOVE WRK-ACUM-INCLUIDAS  TO WRK-LT-INCLUIDAS.            00124100
               MOVE WRK-ACUM-CANCELADAS TO WRK-LT-CANCELADAS.           00124200
               MOVE WRK-ACUM-RECUSADOS  TO WRK-LT-RECUSADOS.            00124300
               MOVE WRK-LINHA-TOTAL1 TO WRK-RW-LINHA.                   00124400
               MOVE 'T' TO WRK-RW-FUNCAO.                               00124500
               CALL 'REPWRITE' USING WRK-REPW.                          00124600
               MOVE WRK-ACUM-GERADAS     TO WRK-LT-GERADAS.             00124700
               MOVE WRK-ACUM-REPETIDAS   TO WRK-LT-REPETIDAS.           00124800
               MOVE WRK-ACUM-FALHAS      TO WRK-LT-FALHAS.              00124900
               MOVE WRK-ACUM-DEFINITIVAS TO WRK-LT-DEFINITIVAS.         00125000
               MOVE WRK-LINHA-TOTAL2 TO WRK-RW-LINHA.                   00125100
               MOVE 'T' TO WRK-RW-FUNCAO.                               00125200
               CALL 'REPWRITE' USING WRK-REPW.                          00125300
               CLOSE ORDANT.                                            00125400
               CLOSE PEDORDP.                                           00125500
               CLOSE ORDNOV.                                            00125600
               CLOSE ORDPSAI.                                           00125700
               CLOSE PEDESTOR.                                          00125800
               MOVE 'F' TO WRK-RW-FUNCAO.                               00125900
               CALL 'REPWRITE' USING WRK-REPW.                          00126000
               DISPLAY 'ORDENS NO MESTRE.... ' WRK-ACUM-MESTRE.         00126100
               DISPLAY 'PEDIDOS LIDOS....... ' WRK-ACUM-PEDIDOS.        00126200
               DISPLAY 'ORDENS INCLUIDAS.... ' WRK-ACUM-INCLUIDAS.      00126300
               DISPLAY 'ORDENS CANCELADAS... ' WRK-ACUM-CANCELADAS.     00126400
               DISPLAY 'PEDIDOS RECUSADOS... ' WRK-ACUM-RECUSADOS.      00126500
               DISPLAY 'PARCELAS GERADAS.... ' WRK-ACUM-GERADAS.        00126600
               DISPLAY 'PARCELAS REPETIDAS.. ' WRK-ACUM-REPETIDAS.      00126700
               DISPLAY 'DEVOLUCOES SEM SALDO ' WRK-ACUM-FALHAS.         00126800
               DISPLAY 'FALHAS DEFINITIVAS.. ' WRK-ACUM-DEFINITIVAS.    00126900
               DISPLAY 'ESTORNOS PEDIDOS.... ' WRK-ACUM-ESTORNOS.       00127000
               DISPLAY 'ORDENS ENCERRADAS... ' WRK-ACUM-ENCERRADAS.     00127100
               DISPLAY 'BAIXADAS DO MESTRE.. ' WRK-ACUM-BAIXADAS.       00127200
               DISPLAY 'ORDENS GRAVADAS..... ' WRK-ACUM-GRAVADAS.       00127300
               DISPLAY 'PERNAS T GERADAS.... ' WRK-ACUM-PERNAS.         00127400
               DISPLAY 'VALOR DAS PERNAS.... ' WRK-TOTAL-GERADO.        00127500
                                                                        00127600
       3000-99-FIM.               EXIT.                                 00127700
                                                                        00127800
      *-------------------------------------------------------------*   00127900
      *   DEVOLUCAO SEM ORDEM CORRESPONDENTE NO MESTRE: O CREDITO   *   00128000
      *   JA FOI PEDIDO EM ESTORNO, SO FALTA AVISAR A AGENCIA       *   00128100
      *-------------------------------------------------------------*   00128200
       3100-LISTARFALHAORFA                   SECTION.                  00128300
      *-------------------------------------------------------------*   00128400
               IF TAB-FAL-CASADA (TAB-FAL-IDX) EQUAL 'N'                00128500
                 ADD 1 TO WRK-ACUM-FALHAS                               00128600
                 MOVE SPACES              TO WRK-LINHA-ORDEM            00128700
                 MOVE TAB-FAL-AGENCIA (TAB-FAL-IDX) TO WRK-LO-AGENCIA   00128800
                 MOVE TAB-FAL-CONTA   (TAB-FAL-IDX) TO WRK-LO-CONTA     00128900
                 MOVE ZEROS               TO WRK-LO-SEQUENCIA           00129000
                 MOVE 'F'                 TO WRK-LO-EVENTO              00129100
                 MOVE TAB-FAL-VALOR   (TAB-FAL-IDX) TO WRK-LO-VALOR     00129200
                 MOVE TAB-FAL-DATA    (TAB-FAL-IDX) TO WRK-LO-VENCTO    00129300
                 MOVE 'SEM SALDO - ORDEM FORA DO MESTRE'                00129400
                   TO WRK-LO-RESULTADO                                  00129500
                 PERFORM 2900-IMPRIMIRLINHA                             00129600
                 MOVE '3100'                  TO WRK-SECAO              00129700
                 MOVE 'DEVOLUCAO SEM ORDEM PERMANENTE NO MESTRE'        00129800
                   TO WRK-MSGERRO                                       00129900
                 MOVE '00'                    TO WRK-STATUS             00130000
                 PERFORM 9010-TRATARREJEITADO                           00130100
               END-IF.                                                  00130200
                                                                        00130300
       3100-99-FIM.               EXIT.                                 00130400
                                                                        00130500
      *-------------------------------------------------------------*   00130600
       9000-TRATARERROS                       SECTION.                  00130700
      *-------------------------------------------------------------*   00130800
             MOVE 'ORDPERM'   TO WRK-PROGRAMA                           00130900
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00131000
                 GOBACK.                                                00131100
                                                                        00131200
       9000-99-FIM.               EXIT.                                 00131300
                                                                        00131400
      *-------------------------------------------------------------*   00131500
       9010-TRATARREJEITADO                   SECTION.                  00131600
      *-------------------------------------------------------------*   00131700
             MOVE 'ORDPERM'   TO WRK-PROGRAMA                           00131800
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00131900
                                                                        00132000
       9010-99-FIM.               EXIT.                                 00132100

      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. PREVCAIX.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: PREVISAO DE NUMERARIO POR AGENCIA: AS AGENCIAS  *   00001200
      *      PEDEM NUMERARIO A TESOURARIA NO OLHO E O BANCO PAGA    *   00001300
      *      PELO DINHEIRO PARADO E PELO SUPRIMENTO DE EMERGENCIA.  *   00001400
      *      ESTE PROGRAMA LE NO DB2 OS SAQUES (S) E CREDITOS (C)   *   00001500
      *      EM ESPECIE DE CADA AGENCIA NAS ULTIMAS SEMANAS         *   00001600
      *      (MOVIMENTOS E MOVIMENTOS_HIST, SEM ESTORNADOS, JUROS,  *   00001700
      *      VENDAS DAS LOJAS E ESTORNOS, COMO O FECHCAIX) E        *   00001800
      *      PREVE OS PROXIMOS DIAS UTEIS:                          *   00001900
      *      - BASE: MEDIA DO MESMO DIA DA SEMANA NOS DIAS NORMAIS  *   00002000
      *        DA JANELA;                                           *   00002100
      *      - PICOS: INICIO DO MES (PRIMEIRO DIA UTIL), PAGAMENTO  *   00002200
      *        (QUINTO DIA UTIL) E PRIMEIRO DIA UTIL APOS FERIADO   *   00002300
      *        DO CALENDARIO FERIADOS SOMAM A BASE O DESVIO MEDIO   *   00002400
      *        QUE ESSES DIAS TIVERAM NA JANELA SOBRE A MEDIA DO    *   00002500
      *        SEU DIA DA SEMANA.                                   *   00002600
      *      O PEDIDO SUGERIDO COBRE O MAIOR LIQUIDO ACUMULADO DO   *   00002700
      *      PERIODO (SAQUES MENOS CREDITOS) COM A MARGEM DE        *   00002800
      *      SEGURANCA, DESCONTADO O NUMERARIO CONTADO NO           *   00002900
      *      FECHAMENTO DOS CAIXAS DA DATA E ARREDONDADO PARA CIMA  *   00003000
      *      NO MULTIPLO DO PARAMETRO; A SOBRA VIRA EXCESSO A       *   00003100
      *      RECOLHER. A PREVISAO GRAVADA ONTEM PARA A DATA DE HOJE *   00003200
      *      E CONFRONTADA COM O REALIZADO, POR AGENCIA E NO TOTAL  *   00003300
      *      (ERRO PONDERADO DOS SAQUES), PARA A TESOURARIA AFERIR  *   00003400
      *      A PREVISAO. UMA PAGINA POR AGENCIA (QUEBRA AGENCIA E   *   00003500
      *      REGIAO PARA A DISTRIBUICAO) E O RESUMO NO FIM.         *   00003600
      *      PARAMETROS (PARAMETR): PREVCAIX-SEMANAS (JANELA, 1 A   *   00003700
      *      12), PREVCAIX-DIAS (DIAS UTEIS PREVISTOS, 1 A 5),      *   00003800
      *      PREVCAIX-MARGEM (% DE SEGURANCA) E PREVCAIX-MULTIPLO   *   00003900
      *      (ARREDONDAMENTO DO PEDIDO EM REAIS, ZERO NAO           *   00004000
      *      ARREDONDA). SYSIN: DATA DE PROCESSAMENTO.              *   00004100
      *-------------------------------------------------------------*   00004200
      *   ARQUIVOS...:                                              *   00004300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00004400
      *    AGENCIAS             I                  #AGENCIA         *   00004500
      *    FECHCX               I                  #FECHCX          *   00004600
      *    PREVANT              I                  #PREVCX          *   00004700
      *    PREVNOV              O                  #PREVCX          *   00004800
      *    RELPRT               O                  REPWCOMM         *   00004900
      *-------------------------------------------------------------*   00005000
      *   TABELAS DB2...:                                           *   00005100
      *    MOVIMENTOS           I    (AGREGADA POR AGENCIA/DATA)    *   00005200
      *    MOVIMENTOS_HIST      I    (AGREGADA POR AGENCIA/DATA)    *   00005300
      *-------------------------------------------------------------*   00005400
      *   MODULOS....:                             INCLUDE/BOOK     *   00005500
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00005600
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00005700
      *   VALIDATA -   CALENDARIO E FERIADOS        VALDATA         *   00005800
      *   LERPARAM -   PARAMETROS DO LOTE           LERPCOMM        *   00005900
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
           SELECT AGENCIAS  ASSIGN TO AGENCIAS                          00007500
               FILE STATUS  IS WRK-FS-AGENCIAS.                         00007600
           SELECT FECHCX    ASSIGN TO FECHCX                            00007700
               FILE STATUS  IS WRK-FS-FECHCX.                           00007800
           SELECT PREVANT   ASSIGN TO PREVANT                           00007900
               FILE STATUS  IS WRK-FS-PREVANT.                          00008000
           SELECT PREVNOV   ASSIGN TO PREVNOV                           00008100
               FILE STATUS  IS WRK-FS-PREVNOV.                          00008200
                                                                        00008300
      *=============================================================*   00008400
       DATA                                      DIVISION.              00008500
      *=============================================================*   00008600
       FILE                                      SECTION.               00008700
       FD AGENCIAS                                                      00008800
           RECORDING  MODE IS F                                         00008900
           BLOCK CONTAINS 0 RECORDS.                                    00009000
                                                                        00009100
       COPY '#AGENCIA'.                                                 00009200
                                                                        00009300
      *-------------------------------------------------------------*   00009400
      *   FECHCX - FECHAMENTO DOS CAIXAS DA DATA (O MESMO DO        *   00009500
      *      FECHCAIX)                                              *   00009600
      *-------------------------------------------------------------*   00009700
       FD FECHCX                                                        00009800
           RECORDING  MODE IS F                                         00009900
           BLOCK CONTAINS 0 RECORDS.                                    00010000
                                                                        00010100
       COPY '#FECHCX'.                                                  00010200
                                                                        00010300
      *-------------------------------------------------------------*   00010400
      *   PREVANT / PREVNOV - PREVISAO DE ONTEM E DE HOJE (GDG)     *   00010500
      *-------------------------------------------------------------*   00010600
       FD PREVANT                                                       00010700
           RECORDING  MODE IS F                                         00010800
           BLOCK CONTAINS 0 RECORDS.                                    00010900
                                                                        00011000
       01 REG-PREVANT         PIC X(80).                                00011100
                                                                        00011200
       FD PREVNOV                                                       00011300
           RECORDING  MODE IS F                                         00011400
           BLOCK CONTAINS 0 RECORDS.                                    00011500
                                                                        00011600
       01 REG-PREVNOV         PIC X(80).                                00011700
                                                                        00011800
      *=============================================================*   00011900
       WORKING-STORAGE                             SECTION.             00012000
      *=============================================================*   00012100
                                                                        00012200
       01 FILLER         PIC X(64) VALUE                                00012300
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00012400
      *-------------------------------------------------------------*   00012500
       77 WRK-FS-AGENCIAS  PIC 9(02).                                   00012600
       77 WRK-FS-FECHCX    PIC 9(02).                                   00012700
       77 WRK-FS-PREVANT   PIC 9(02).                                   00012800
       77 WRK-FS-PREVNOV   PIC 9(02).                                   00012900
                                                                        00013000
       01 FILLER         PIC X(64) VALUE                                00013100
           '-----------PARAMETROS DA PREVISAO------------'.             00013200
      *-------------------------------------------------------------*   00013300
       77 WRK-SEMANAS          PIC 9(02) VALUE 08.                      00013400
       77 WRK-DIAS-PREVISAO    PIC 9(01) VALUE 3.                       00013500
       77 WRK-MARGEM           PIC 9(03)V99 VALUE 010,00.               00013600
       77 WRK-MULTIPLO         PIC 9(07) VALUE 0001000.                 00013700
                                                                        00013800
       01 WRK-MSG-PARAMETRO.                                            00013900
          05 FILLER            PIC X(14) VALUE 'SEM VIGENCIA: '.        00014000
          05 WRK-MP-NOME       PIC X(20).                               00014100
                                                                        00014200
       01 FILLER         PIC X(64) VALUE                                00014300
           '-----------DATAS DA JANELA-------------------'.             00014400
      *-------------------------------------------------------------*   00014500
       01 WRK-DATA-CALC.                                                00014600
          05 WRK-DC-ANO        PIC 9(04).                               00014700
          05 WRK-DC-MES        PIC 9(02).                               00014800
          05 WRK-DC-DIA        PIC 9(02).                               00014900
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC PIC 9(08).            00015000
                                                                        00015100
       77 WRK-DIAS-MES         PIC 9(02) VALUE ZEROS.                   00015200
       77 WRK-QUOCIENTE        PIC 9(04) VALUE ZEROS.                   00015300
       77 WRK-RESTO            PIC 9(04) VALUE ZEROS.                   00015400
       77 WRK-CONTADOR-CORTE   PIC 9(03) VALUE ZEROS.                   00015500
       77 WRK-INICIO-JANELA    PIC 9(08) VALUE ZEROS.                   00015600
       77 WRK-MES-CORRENTE     PIC 9(02) VALUE ZEROS.                   00015700
       77 WRK-UTEIS-MES        PIC 9(02) VALUE ZEROS.                   00015800
       77 WRK-FERIADO-PENDENTE PIC X(01) VALUE 'N'.                     00015900
       77 WRK-AVISO-CALENDARIO PIC X(01) VALUE 'N'.                     00016000
       77 WRK-CAL-HOJE         PIC 9(03) VALUE ZEROS.                   00016100
                                                                        00016200
       01 FILLER         PIC X(64) VALUE                                00016300
           '-----------CALENDARIO DA JANELA E PREVISAO---'.             00016400
      *-------------------------------------------------------------*   00016500
      *   DO PRIMEIRO DIA DO MES DO INICIO DA JANELA ATE O ULTIMO   *   00016600
      *   DIA UTIL PREVISTO; SAQUES E CREDITOS DA AGENCIA CORRENTE  *   00016700
      *-------------------------------------------------------------*   00016800
       77 WRK-CAL-QTD          PIC 9(03) VALUE ZEROS.                   00016900
       77 WRK-CAL-PTR          PIC 9(03) VALUE ZEROS.                   00017000
                                                                        00017100
       01 TAB-CALENDARIO.                                               00017200
          05 TAB-CAL-ITEM OCCURS 150 TIMES                              00017300
                          INDEXED BY TAB-CAL-IDX.                       00017400
             10 TAB-CAL-DATA      PIC 9(08).                            00017500
             10 TAB-CAL-SEMANA    PIC 9(01).                            00017600
             10 TAB-CAL-UTIL      PIC X(01).                            00017700
             10 TAB-CAL-TIPO      PIC X(01).                            00017800
             10 TAB-CAL-HISTORICO PIC X(01).                            00017900
             10 TAB-CAL-SAQUES    PIC 9(10)V99.                         00018000
             10 TAB-CAL-CREDITOS  PIC 9(10)V99.                         00018100
                                                                        00018200
       77 WRK-PREV-QTD         PIC 9(01) VALUE ZEROS.                   00018300
       01 TAB-PREVISTOS.                                                00018400
          05 TAB-PRV-CAL       PIC 9(03) OCCURS 5 TIMES                 00018500
                               INDEXED BY TAB-PRV-IDX.                  00018600
                                                                        00018700
       01 FILLER         PIC X(64) VALUE                                00018800
           '-----------MEDIAS DA AGENCIA CORRENTE--------'.             00018900
      *-------------------------------------------------------------*   00019000
      *   POR DIA DA SEMANA (1 = SABADO ... 7 = SEXTA, O NUMERO DO  *   00019100
      *   VALIDATA MAIS UM) E POR TIPO DE DIA DE PICO (1 = INICIO   *   00019200
      *   DO MES, 2 = PAGAMENTO, 3 = APOS FERIADO)                  *   00019300
      *-------------------------------------------------------------*   00019400
       01 TAB-SEMANA.                                                   00019500
          05 TAB-SEM-ITEM OCCURS 7 TIMES                                00019600
                          INDEXED BY TAB-SEM-IDX.                       00019700
             10 TAB-SEM-QTD       PIC 9(03).                            00019800
             10 TAB-SEM-SOMA-SAQ  PIC 9(12)V99.                         00019900
             10 TAB-SEM-SOMA-CRE  PIC 9(12)V99.                         00020000
             10 TAB-SEM-MEDIA-SAQ PIC 9(10)V99.                         00020100
             10 TAB-SEM-MEDIA-CRE PIC 9(10)V99.                         00020200
                                                                        00020300
       01 TAB-PICOS.                                                    00020400
          05 TAB-PIC-ITEM OCCURS 3 TIMES                                00020500
                          INDEXED BY TAB-PIC-IDX.                       00020600
             10 TAB-PIC-QTD       PIC 9(03).                            00020700
             10 TAB-PIC-SOMA-SAQ  PIC S9(12)V99.                        00020800
             10 TAB-PIC-SOMA-CRE  PIC S9(12)V99.                        00020900
             10 TAB-PIC-DESVIO-SAQ PIC S9(10)V99.                       00021000
             10 TAB-PIC-DESVIO-CRE PIC S9(10)V99.                       00021100
                                                                        00021200
       77 WRK-NORMAL-QTD       PIC 9(03) VALUE ZEROS.                   00021300
       77 WRK-NORMAL-SOMA-SAQ  PIC 9(12)V99 VALUE ZEROS.                00021400
       77 WRK-NORMAL-SOMA-CRE  PIC 9(12)V99 VALUE ZEROS.                00021500
       77 WRK-NORMAL-MEDIA-SAQ PIC 9(10)V99 VALUE ZEROS.                00021600
       77 WRK-NORMAL-MEDIA-CRE PIC 9(10)V99 VALUE ZEROS.                00021700
       77 WRK-PICO             PIC 9(01) VALUE ZEROS.                   00021800
       77 WRK-SEM              PIC 9(01) VALUE ZEROS.                   00021900
                                                                        00022000
       01 FILLER         PIC X(64) VALUE                                00022100
           '-----------PREVISAO DA AGENCIA CORRENTE------'.             00022200
      *-------------------------------------------------------------*   00022300
       77 WRK-TEM-AGENCIA      PIC X(01) VALUE 'N'.                     00022400
           88 WRK-AGENCIA-ABERTA   VALUE 'S'.                           00022500
       77 WRK-AGENCIA-CORRENTE PIC 9(04) VALUE ZEROS.                   00022600
       77 WRK-AGENCIA-FECHADA  PIC X(01) VALUE 'N'.                     00022700
       77 WRK-PREV-SAQ         PIC S9(10)V99 VALUE ZEROS.               00022800
       77 WRK-PREV-CRE         PIC S9(10)V99 VALUE ZEROS.               00022900
       77 WRK-PREV-LIQ         PIC S9(10)V99 VALUE ZEROS.               00023000
       77 WRK-ACUMULADO        PIC S9(12)V99 VALUE ZEROS.               00023100
       77 WRK-MAIOR-ACUMULADO  PIC S9(12)V99 VALUE ZEROS.               00023200
       77 WRK-NECESSIDADE      PIC 9(12)V99 VALUE ZEROS.                00023300
       77 WRK-CAIXA-AGENCIA    PIC 9(12)V99 VALUE ZEROS.                00023400
       77 WRK-TEM-FECHAMENTO   PIC X(01) VALUE 'N'.                     00023500
       77 WRK-PEDIDO           PIC 9(12)V99 VALUE ZEROS.                00023600
       77 WRK-EXCESSO          PIC 9(12)V99 VALUE ZEROS.                00023700
       77 WRK-PEDIDO-MULTIPLOS PIC 9(09) VALUE ZEROS.                   00023800
       77 WRK-PEDIDO-SOBRA     PIC 9(07)V99 VALUE ZEROS.                00023900
                                                                        00024000
       01 FILLER         PIC X(64) VALUE                                00024100
           '-----------TABELA DE AGENCIAS----------------'.             00024200
      *-------------------------------------------------------------*   00024300
       77 WRK-AGE-QTD          PIC 9(03) VALUE ZEROS.                   00024400
       77 WRK-AGE-ACHOU        PIC 9     VALUE 0.                       00024500
       77 WRK-AGE-NOME         PIC X(30) VALUE SPACES.                  00024600
       77 WRK-AGE-REGIAO       PIC X(15) VALUE SPACES.                  00024700
                                                                        00024800
       01 TAB-AGENCIAS.                                                 00024900
          05 TAB-AGENCIA-ITEM OCCURS 200 TIMES                          00025000
                              INDEXED BY TAB-AGE-IDX.                   00025100
             10 TAB-AGE-CODIGO    PIC 9(04).                            00025200
             10 TAB-AGE-NOME      PIC X(30).                            00025300
             10 TAB-AGE-REGIAO    PIC X(15).                            00025400
             10 TAB-AGE-SITUACAO  PIC X(01).                            00025500
                                                                        00025600
       01 FILLER         PIC X(64) VALUE                                00025700
           '-----------NUMERARIO NO FECHAMENTO-----------'.             00025800
      *-------------------------------------------------------------*   00025900
       77 WRK-CXA-QTD          PIC 9(03) VALUE ZEROS.                   00026000
       77 WRK-CXA-ACHOU        PIC 9     VALUE 0.                       00026100
       77 WRK-CXA-SLOT         PIC 9(03) VALUE ZEROS.                   00026200
                                                                        00026300
       01 TAB-CAIXAS.                                                   00026400
          05 TAB-CAIXA-ITEM OCCURS 200 TIMES                            00026500
                            INDEXED BY TAB-CXA-IDX.                     00026600
             10 TAB-CXA-AGENCIA   PIC 9(04).                            00026700
             10 TAB-CXA-VALOR     PIC 9(12)V99.                         00026800
                                                                        00026900
       01 FILLER         PIC X(64) VALUE                                00027000
           '-----------PREVISAO DE ONTEM PARA HOJE-------'.             00027100
      *-------------------------------------------------------------*   00027200
       77 WRK-ANT-QTD          PIC 9(03) VALUE ZEROS.                   00027300
       77 WRK-ANT-ACHOU        PIC 9     VALUE 0.                       00027400
       77 WRK-ANT-SLOT         PIC 9(03) VALUE ZEROS.                   00027500
                                                                        00027600
       01 TAB-ANTERIOR.                                                 00027700
          05 TAB-ANTERIOR-ITEM OCCURS 200 TIMES                         00027800
                               INDEXED BY TAB-ANT-IDX.                  00027900
             10 TAB-ANT-AGENCIA   PIC 9(04).                            00028000
             10 TAB-ANT-SAQUES    PIC 9(10)V99.                         00028100
             10 TAB-ANT-LIQUIDO   PIC S9(10)V99.                        00028200
             10 TAB-ANT-CONFERIDA PIC X(01).                            00028300
                                                                        00028400
       77 WRK-REAL-SAQ         PIC 9(10)V99 VALUE ZEROS.                00028500
       77 WRK-REAL-LIQ         PIC S9(10)V99 VALUE ZEROS.               00028600
       77 WRK-ERRO-SAQ         PIC S9(10)V99 VALUE ZEROS.               00028700
       77 WRK-ERRO-PCT         PIC 9(05)V99 VALUE ZEROS.                00028800
                                                                        00028900
       01 FILLER         PIC X(64) VALUE                                00029000
           '-----------NOMES DOS DIAS--------------------'.             00029100
      *-------------------------------------------------------------*   00029200
       01 WRK-TAB-DIAS-DADOS.                                           00029300
          05 FILLER            PIC X(21) VALUE                          00029400
             'SABDOMSEGTERQUAQUISEX'.                                   00029500
       01 WRK-TAB-DIAS REDEFINES WRK-TAB-DIAS-DADOS.                    00029600
          05 WRK-NOME-DIA      PIC X(03) OCCURS 7 TIMES.                00029700
                                                                        00029800
       01 FILLER         PIC X(64) VALUE                                00029900
           '-----------ACUMULADORES----------------------'.             00030000
      *-------------------------------------------------------------*   00030100
       77 WRK-ACUM-LINHAS      PIC 9(07) VALUE ZEROS.                   00030200
       77 WRK-ACUM-AGENCIAS    PIC 9(05) VALUE ZEROS.                   00030300
       77 WRK-ACUM-FECHADAS    PIC 9(05) VALUE ZEROS.                   00030400
       77 WRK-ACUM-SEM-CAIXA   PIC 9(05) VALUE ZEROS.                   00030500
       77 WRK-ACUM-PEDIDOS     PIC 9(05) VALUE ZEROS.                   00030600
       77 WRK-ACUM-GRAVADOS    PIC 9(07) VALUE ZEROS.                   00030700
       77 WRK-ACUM-CONFERIDAS  PIC 9(05) VALUE ZEROS.                   00030800
       77 WRK-ACUM-ESTOURO     PIC 9(05) VALUE ZEROS.                   00030900
       77 WRK-TOTAL-PEDIDO     PIC 9(13)V99 VALUE ZEROS.                00031000
       77 WRK-TOTAL-EXCESSO    PIC 9(13)V99 VALUE ZEROS.                00031100
       77 WRK-TOTAL-CAIXA      PIC 9(13)V99 VALUE ZEROS.                00031200
       77 WRK-TOTAL-PREV-SAQ   PIC 9(13)V99 VALUE ZEROS.                00031300
       77 WRK-TOTAL-REAL-SAQ   PIC 9(13)V99 VALUE ZEROS.                00031400
       77 WRK-TOTAL-ERRO-SAQ   PIC 9(13)V99 VALUE ZEROS.                00031500
                                                                        00031600
       01 FILLER         PIC X(64) VALUE                                00031700
           '-----------LINHAS DO RELATORIO---------------'.             00031800
      *-------------------------------------------------------------*   00031900
       01 WRK-CABEC2.                                                   00032000
          05 FILLER   PIC X(11) VALUE 'DATA PREV. '.                    00032100
          05 FILLER   PIC X(05) VALUE 'DIA  '.                          00032200
          05 FILLER   PIC X(13) VALUE 'TIPO DO DIA  '.                  00032300
          05 FILLER   PIC X(17) VALUE ' SAQUES PREVISTOS'.              00032400
          05 FILLER   PIC X(17) VALUE '  CRED. PREVISTOS'.              00032500
          05 FILLER   PIC X(18) VALUE '  LIQUIDO PREVISTO'.             00032600
          05 FILLER   PIC X(18) VALUE ' LIQUIDO ACUMULADO'.             00032700
                                                                        00032800
       01 WRK-CABEC3.                                                   00032900
          05 FILLER            PIC X(08) VALUE 'AGENCIA '.              00033000
          05 WRK-CB-AGENCIA    PIC 9(04).                               00033100
          05 FILLER            PIC X(03) VALUE ' - '.                   00033200
          05 WRK-CB-NOME       PIC X(30).                               00033300
          05 FILLER            PIC X(10) VALUE '  REGIAO: '.            00033400
          05 WRK-CB-REGIAO     PIC X(15).                               00033500
                                                                        00033600
       01 WRK-LINHA-DIA.                                                00033700
          05 FILLER            PIC X(01).                               00033800
          05 WRK-LD-DATA       PIC 9(08).                               00033900
          05 FILLER            PIC X(02).                               00034000
          05 WRK-LD-DIA        PIC X(03).                               00034100
          05 FILLER            PIC X(02).                               00034200
          05 WRK-LD-TIPO       PIC X(13).                               00034300
          05 WRK-LD-SAQUES     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                   00034400
          05 WRK-LD-CREDITOS   PIC ZZ.ZZZ.ZZZ.ZZ9,99.                   00034500
          05 FILLER            PIC X(01).                               00034600
          05 WRK-LD-LIQUIDO    PIC +Z.ZZZ.ZZZ.ZZ9,99.                   00034700
          05 FILLER            PIC X(01).                               00034800
          05 WRK-LD-ACUMULADO  PIC +Z.ZZZ.ZZZ.ZZ9,99.                   00034900
                                                                        00035000
       01 WRK-LINHA-PEDIDO.                                             00035100
          05 FILLER            PIC X(11) VALUE ' NUMERARIO:'.           00035200
          05 WRK-LP-CAIXA      PIC ZZ.ZZZ.ZZZ.ZZ9,99.                   00035300
          05 FILLER            PIC X(13) VALUE ' NECESSIDADE:'.         00035400
          05 WRK-LP-NECESSIDADE PIC ZZ.ZZZ.ZZZ.ZZ9,99.                  00035500
          05 FILLER            PIC X(08) VALUE ' PEDIDO:'.              00035600
          05 WRK-LP-PEDIDO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.                   00035700
          05 FILLER            PIC X(09) VALUE ' EXCESSO:'.             00035800
          05 WRK-LP-EXCESSO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.                   00035900
          05 FILLER            PIC X(01) VALUE SPACES.                  00036000
          05 WRK-LP-OBS        PIC X(14).                               00036100
                                                                        00036200
       01 WRK-LINHA-CONFERE.                                            00036300
          05 FILLER            PIC X(10) VALUE ' PREV. P/ '.            00036400
          05 WRK-LC-DATA       PIC 9(08).                               00036500
          05 FILLER            PIC X(09) VALUE ' SAQUES: '.             00036600
          05 WRK-LC-PREV-SAQ   PIC ZZ.ZZZ.ZZZ.ZZ9,99.                   00036700
          05 FILLER            PIC X(06) VALUE ' REAL:'.                00036800
          05 WRK-LC-REAL-SAQ   PIC ZZ.ZZZ.ZZZ.ZZ9,99.                   00036900
          05 FILLER            PIC X(07) VALUE ' LIQ.: '.               00037000
          05 WRK-LC-PREV-LIQ   PIC +Z.ZZZ.ZZZ.ZZ9,99.                   00037100
          05 FILLER            PIC X(06) VALUE ' REAL:'.                00037200
          05 WRK-LC-REAL-LIQ   PIC +Z.ZZZ.ZZZ.ZZ9,99.                   00037300
          05 FILLER            PIC X(06) VALUE ' ERRO:'.                00037400
          05 WRK-LC-ERRO       PIC ZZZZ9,9.                             00037500
          05 FILLER            PIC X(01) VALUE '%'.                     00037600
                                                                        00037700
       01 WRK-LINHA-SEMPREV.                                            00037800
          05 FILLER            PIC X(10) VALUE ' PREV. P/ '.            00037900
          05 WRK-LS-DATA       PIC 9(08).                               00038000
          05 FILLER            PIC X(40) VALUE                          00038100
             ' - SEM PREVISAO ANTERIOR PARA A AGENCIA'.                 00038200
                                                                        00038300
       01 WRK-LINHA-RESUMO.                                             00038400
          05 FILLER            PIC X(01).                               00038500
          05 WRK-LR-TEXTO      PIC X(40).                               00038600
          05 WRK-LR-QTD        PIC ZZZZ9.                               00038700
          05 FILLER            PIC X(03).                               00038800
          05 WRK-LR-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                  00038900
                                                                        00039000
       01 WRK-LINHA-ERRO.                                               00039100
          05 FILLER            PIC X(01) VALUE SPACES.                  00039200
          05 WRK-LE-TEXTO      PIC X(40).                               00039300
          05 FILLER            PIC X(19) VALUE SPACES.                  00039400
          05 WRK-LE-ERRO       PIC ZZZZ9,9.                             00039500
          05 FILLER            PIC X(01) VALUE '%'.                     00039600
                                                                        00039700
       01 FILLER         PIC X(64) VALUE                                00039800
           '-----------DATA DE PROCESSAMENTO--------------'.            00039900
      *-------------------------------------------------------------*   00040000
       COPY 'DATAPROC'.                                                 00040100
                                                                        00040200
       01 FILLER         PIC X(64) VALUE                                00040300
           '-----------REGISTRO DA PREVISAO--------------'.             00040400
      *-------------------------------------------------------------*   00040500
       COPY '#PREVCX'.                                                  00040600
                                                                        00040700
      *-----------------VARIAVEIS HOST PARA O DB2--------------------*  00040800
                                                                        00040900
       01 WRK-HV-AGENCIA         PIC S9(08) COMP.                       00041000
       01 WRK-HV-DATA-MOV        PIC S9(08) COMP.                       00041100
       01 WRK-HV-SAQUES          PIC S9(12)V99 COMP-3.                  00041200
       01 WRK-HV-CREDITOS        PIC S9(12)V99 COMP-3.                  00041300
       01 WRK-HV-DATA-INICIO     PIC S9(08) COMP.                       00041400
       01 WRK-HV-DATA-PROC       PIC S9(08) COMP.                       00041500
       01 WRK-HV-ID-RESERVADO    PIC S9(08) COMP VALUE +900000.         00041600
       77 WRK-FIM-CURSOR         PIC X(01) VALUE 'N'.                   00041700
           88 WRK-CURSOR-ESGOTADO  VALUE 'S'.                           00041800
                                                                        00041900
       01 FILLER         PIC X(64) VALUE                                00042000
           '-----------CHAMAR TRATA ERROS----------------'.             00042100
                                                                        00042200
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00042300
                                                                        00042400
       COPY 'VARERROS'.                                                 00042500
                                                                        00042600
      *------------BOOK CRITICA DE DATA-----------------------------*   00042700
                                                                        00042800
       COPY 'VALDATA'.                                                  00042900
                                                                        00043000
      *------------BOOK PARAMETROS DO LOTE--------------------------*   00043100
                                                                        00043200
       COPY 'LERPCOMM'.                                                 00043300
                                                                        00043400
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00043500
                                                                        00043600
       COPY 'REPWCOMM'.                                                 00043700
                                                                        00043800
      *-----------------SQLCA----------------------------------------*  00043900
                                                                        00044000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00044100
                                                                        00044200
      *-----------------CURSOR DO HISTORICO EM ESPECIE---------------*  00044300
      *   SAQUES E CREDITOS POR AGENCIA E DIA NA JANELA, NAS DUAS   *   00044400
      *   TABELAS (O ARQMOVDB MOVE, NAO COPIA, PARA O HISTORICO)    *   00044500
      *-------------------------------------------------------------*   00044600
                                                                        00044700
           EXEC SQL                                                     00044800
               DECLARE CUR-ESPECIE CURSOR FOR                           00044900
                  SELECT AGENCIA, DATA_MOVIMENTO,                       00045000
                         SUM(CASE WHEN TIP_OP = 'S'                     00045100
                                  THEN VALOR ELSE 0 END),               00045200
                         SUM(CASE WHEN TIP_OP = 'C'                     00045300
                                  THEN VALOR ELSE 0 END)                00045400
                    FROM (SELECT AGENCIA, DATA_MOVIMENTO, TIP_OP,       00045500
                                 VALOR                                  00045600
                            FROM MOVIMENTOS                             00045700
                           WHERE DATA_MOVIMENTO                         00045800
                                 BETWEEN :WRK-HV-DATA-INICIO            00045900
                                     AND :WRK-HV-DATA-PROC              00046000
                             AND TIP_OP IN ('S', 'C')                   00046100
                             AND COALESCE(ESTORNADO, 'N') <> 'S'        00046200
                             AND COALESCE(MARCA, ' ')                   00046300
                                 NOT IN ('JUR ', 'LOJ ')                00046400
                             AND COALESCE(ID_RASTREIO, 0)               00046500
                                 <= :WRK-HV-ID-RESERVADO                00046600
                          UNION ALL                                     00046700
                          SELECT AGENCIA, DATA_MOVIMENTO, TIP_OP,       00046800
                                 VALOR                                  00046900
                            FROM MOVIMENTOS_HIST                        00047000
                           WHERE DATA_MOVIMENTO                         00047100
                                 BETWEEN :WRK-HV-DATA-INICIO            00047200
                                     AND :WRK-HV-DATA-PROC              00047300
                             AND TIP_OP IN ('S', 'C')                   00047400
                             AND COALESCE(ESTORNADO, 'N') <> 'S'        00047500
                             AND COALESCE(MARCA, ' ')                   00047600
                                 NOT IN ('JUR ', 'LOJ ')                00047700
                             AND COALESCE(ID_RASTREIO, 0)               00047800
                                 <= :WRK-HV-ID-RESERVADO) AS M          00047900
                   GROUP BY AGENCIA, DATA_MOVIMENTO                     00048000
                   ORDER BY AGENCIA, DATA_MOVIMENTO                     00048100
           END-EXEC.                                                    00048200
                                                                        00048300
      *=============================================================*   00048400
       PROCEDURE DIVISION.                                              00048500
      *=============================================================*   00048600
                                                                        00048700
      *-------------------------------------------------------------*   00048800
       0000-PRINCIPAL                         SECTION.                  00048900
      *-------------------------------------------------------------*   00049000
            PERFORM 1000-INICIAR.                                       00049100
            PERFORM 1100-TESTARSTATUS.                                  00049200
            PERFORM 2000-PROCESSAR UNTIL WRK-CURSOR-ESGOTADO.           00049300
            PERFORM 3000-FINALIZAR.                                     00049400
            STOP RUN.                                                   00049500
                                                                        00049600
       0000-99-FIM.               EXIT.                                 00049700
                                                                        00049800
      *-------------------------------------------------------------*   00049900
       1000-INICIAR                           SECTION.                  00050000
      *-------------------------------------------------------------*   00050100
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00050200
            PERFORM 1010-CRITICARDATA.                                  00050300
            PERFORM 1020-LERPARAMETROS.                                 00050400
            OPEN INPUT  AGENCIAS.                                       00050500
            OPEN INPUT  FECHCX.                                         00050600
            OPEN INPUT  PREVANT.                                        00050700
            OPEN OUTPUT PREVNOV.                                        00050800
            MOVE 'PREVISAO DE NUMERARIO POR AGENCIA'                    00050900
              TO WRK-RW-TITULO1.                                        00051000
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00051100
            MOVE SPACES     TO WRK-RW-TITULO3.                          00051200
            MOVE SPACES     TO WRK-RW-QUEBRA.                           00051300
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00051400
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00051500
            MOVE 'N' TO WRK-RW-REABRIR.                                 00051600
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00051700
            CALL 'REPWRITE' USING WRK-REPW.                             00051800
                                                                        00051900
       1000-99-FIM.               EXIT.                                 00052000
                                                                        00052100
      *-------------------------------------------------------------*   00052200
       1010-CRITICARDATA                      SECTION.                  00052300
      *-------------------------------------------------------------*   00052400
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                 00052500
            CALL 'VALIDATA' USING WRK-VALIDA-DATA.                      00052600
            IF WRK-VD-INVALIDA                                          00052700
              MOVE '1010'                  TO WRK-SECAO                 00052800
              MOVE 'DATA DE PROCESSAMENTO INVALIDA' TO WRK-MSGERRO      00052900
              MOVE WRK-VD-STATUS           TO WRK-STATUS                00053000
              MOVE 8 TO RETURN-CODE                                     00053100
              PERFORM 9000-TRATARERROS                                  00053200
            END-IF.                                                     00053300
            IF WRK-VD-NAO-UTIL                                          00053400
              MOVE '1010'                  TO WRK-SECAO                 00053500
              MOVE 'DATA DE PROCESSAMENTO NAO E DIA UTIL'               00053600
                TO WRK-MSGERRO                                          00053700
              MOVE WRK-VD-STATUS           TO WRK-STATUS                00053800
              PERFORM 9010-TRATARAVISO                                  00053900
            END-IF.                                                     00054000
            IF WRK-VD-SEM-CALENDARIO                                    00054100
              MOVE '1010'                  TO WRK-SECAO                 00054200
              MOVE 'CALENDARIO DE FERIADOS INDISPONIVEL'                00054300
                TO WRK-MSGERRO                                          00054400
              MOVE WRK-VD-STATUS           TO WRK-STATUS                00054500
              PERFORM 9010-TRATARAVISO                                  00054600
              MOVE 'S' TO WRK-AVISO-CALENDARIO                          00054700
            END-IF.                                                     00054800
                                                                        00054900
       1010-99-FIM.               EXIT.                                 00055000
                                                                        00055100
      *-------------------------------------------------------------*   00055200
       1020-LERPARAMETROS                     SECTION.                  00055300
      *-------------------------------------------------------------*   00055400
            MOVE 'PREVCAIX-SEMANAS'     TO WRK-PM-NOME.                 00055500
            PERFORM 1025-CHAMARLERPARAM.                                00055600
            MOVE WRK-PM-VALOR           TO WRK-SEMANAS.                 00055700
            MOVE 'PREVCAIX-DIAS'        TO WRK-PM-NOME.                 00055800
            PERFORM 1025-CHAMARLERPARAM.                                00055900
            MOVE WRK-PM-VALOR           TO WRK-DIAS-PREVISAO.           00056000
            MOVE 'PREVCAIX-MARGEM'      TO WRK-PM-NOME.                 00056100
            PERFORM 1025-CHAMARLERPARAM.                                00056200
            MOVE WRK-PM-VALOR           TO WRK-MARGEM.                  00056300
            MOVE 'PREVCAIX-MULTIPLO'    TO WRK-PM-NOME.                 00056400
            PERFORM 1025-CHAMARLERPARAM.                                00056500
            MOVE WRK-PM-VALOR           TO WRK-MULTIPLO.                00056600
            IF WRK-SEMANAS EQUAL ZEROS OR WRK-SEMANAS GREATER 12        00056700
              MOVE '1020'                  TO WRK-SECAO                 00056800
              MOVE 'PREVCAIX-SEMANAS FORA DA FAIXA 1 A 12'              00056900
                TO WRK-MSGERRO                                          00057000
              MOVE '00'                    TO WRK-STATUS                00057100
              PERFORM 9000-TRATARERROS                                  00057200
            END-IF.                                                     00057300
            IF WRK-DIAS-PREVISAO EQUAL ZEROS                            00057400
               OR WRK-DIAS-PREVISAO GREATER 5                           00057500
              MOVE '1020'                  TO WRK-SECAO                 00057600
              MOVE 'PREVCAIX-DIAS FORA DA FAIXA 1 A 5'                  00057700
                TO WRK-MSGERRO                                          00057800
              MOVE '00'                    TO WRK-STATUS                00057900
              PERFORM 9000-TRATARERROS                                  00058000
            END-IF.                                                     00058100
            DISPLAY ' SEMANAS DE HISTORICO...' WRK-SEMANAS.             00058200
            DISPLAY ' DIAS UTEIS PREVISTOS...' WRK-DIAS-PREVISAO.       00058300
            DISPLAY ' MARGEM DE SEGURANCA....' WRK-MARGEM.              00058400
            DISPLAY ' MULTIPLO DO PEDIDO.....' WRK-MULTIPLO.            00058500
                                                                        00058600
       1020-99-FIM.               EXIT.                                 00058700
                                                                        00058800
      *-------------------------------------------------------------*   00058900
       1025-CHAMARLERPARAM                    SECTION.                  00059000
      *-------------------------------------------------------------*   00059100
            MOVE 'PREVCAIX'             TO WRK-PM-PROGRAMA.             00059200
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-PM-DATA.                 00059300
            CALL 'LERPARAM' USING WRK-LER-PARAMETRO.                    00059400
            IF NOT WRK-PM-ACHOU                                         00059500
              MOVE '1025'                  TO WRK-SECAO                 00059600
              MOVE WRK-PM-NOME             TO WRK-MP-NOME               00059700
              MOVE WRK-MSG-PARAMETRO       TO WRK-MSGERRO               00059800
              MOVE WRK-PM-STATUS           TO WRK-STATUS                00059900
              PERFORM 9000-TRATARERROS                                  00060000
            END-IF.                                                     00060100
                                                                        00060200
       1025-99-FIM.               EXIT.                                 00060300
                                                                        00060400
      *-------------------------------------------------------------*   00060500
       1100-TESTARSTATUS                      SECTION.                  00060600
      *-------------------------------------------------------------*   00060700
               IF WRK-FS-AGENCIAS NOT EQUAL 0                           00060800
                MOVE '1100'                  TO WRK-SECAO               00060900
                MOVE 'ERRO OPEN AGENCIAS - ' TO WRK-MSGERRO             00061000
                MOVE WRK-FS-AGENCIAS         TO WRK-STATUS              00061100
                   PERFORM 9000-TRATARERROS                             00061200
               END-IF.                                                  00061300
               IF WRK-FS-FECHCX NOT EQUAL 0                             00061400
                MOVE '1101'                  TO WRK-SECAO               00061500
                MOVE 'ERRO OPEN FECHCX - '   TO WRK-MSGERRO             00061600
                MOVE WRK-FS-FECHCX           TO WRK-STATUS              00061700
                   PERFORM 9000-TRATARERROS                             00061800
               END-IF.                                                  00061900
               IF WRK-FS-PREVANT NOT EQUAL 0                            00062000
                MOVE '1102'                  TO WRK-SECAO               00062100
                MOVE 'ERRO OPEN PREVANT - '  TO WRK-MSGERRO             00062200
                MOVE WRK-FS-PREVANT          TO WRK-STATUS              00062300
                   PERFORM 9000-TRATARERROS                             00062400
               END-IF.                                                  00062500
               IF WRK-FS-PREVNOV NOT EQUAL 0                            00062600
                MOVE '1103'                  TO WRK-SECAO               00062700
                MOVE 'ERRO OPEN PREVNOV - '  TO WRK-MSGERRO             00062800
                MOVE WRK-FS-PREVNOV          TO WRK-STATUS              00062900
                   PERFORM 9000-TRATARERROS                             00063000
               END-IF.                                                  00063100
               IF WRK-RW-STATUS NOT EQUAL '00'                          00063200
                MOVE '1104'                  TO WRK-SECAO               00063300
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00063400
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00063500
                   PERFORM 9000-TRATARERROS                             00063600
               END-IF.                                                  00063700
               PERFORM 1200-CARREGARAGENCIAS.                           00063800
               PERFORM 1300-CARREGARCAIXAS.                             00063900
               PERFORM 1400-CARREGARANTERIOR.                           00064000
               PERFORM 1500-MONTARCALENDARIO.                           00064100
               MOVE WRK-INICIO-JANELA      TO WRK-HV-DATA-INICIO.       00064200
               MOVE WRK-DATA-PROCESSAMENTO TO WRK-HV-DATA-PROC.         00064300
               EXEC SQL                                                 00064400
                   OPEN CUR-ESPECIE                                     00064500
               END-EXEC.                                                00064600
               IF SQLCODE NOT EQUAL 0                                   00064700
                MOVE '1105'                  TO WRK-SECAO               00064800
                MOVE 'ERRO SQL NO OPEN DO CURSOR' TO WRK-MSGERRO        00064900
                MOVE '99'                    TO WRK-STATUS              00065000
                MOVE 12 TO RETURN-CODE                                  00065100
                   PERFORM 9000-TRATARERROS                             00065200
               END-IF.                                                  00065300
               PERFORM 2900-LERCURSOR.                                  00065400
                                                                        00065500
       1100-99-FIM.               EXIT.                                 00065600
                                                                        00065700
      *-------------------------------------------------------------*   00065800
       1200-CARREGARAGENCIAS                  SECTION.                  00065900
      *-------------------------------------------------------------*   00066000
            READ AGENCIAS.                                              00066100
            PERFORM 1210-GUARDARAGENCIA                                 00066200
               UNTIL WRK-FS-AGENCIAS EQUAL 10                           00066300
                  OR WRK-AGE-QTD NOT LESS 200.                          00066400
            IF WRK-FS-AGENCIAS NOT EQUAL 10                             00066500
              MOVE '1200'                  TO WRK-SECAO                 00066600
              MOVE 'MESTRE AGENCIAS EXCEDE A TABELA DE 200'             00066700
                TO WRK-MSGERRO                                          00066800
              MOVE '00'                    TO WRK-STATUS                00066900
              PERFORM 9010-TRATARAVISO                                  00067000
            END-IF.                                                     00067100
            CLOSE AGENCIAS.                                             00067200
                                                                        00067300
       1200-99-FIM.               EXIT.                                 00067400
                                                                        00067500
      *-------------------------------------------------------------*   00067600
       1210-GUARDARAGENCIA                    SECTION.                  00067700
      *-------------------------------------------------------------*   00067800
            ADD 1 TO WRK-AGE-QTD.                                       00067900
            SET TAB-AGE-IDX TO WRK-AGE-QTD.                             00068000
            MOVE AGE-CODIGO   TO TAB-AGE-CODIGO   (TAB-AGE-IDX).        00068100
            MOVE AGE-NOME     TO TAB-AGE-NOME     (TAB-AGE-IDX).        00068200
            MOVE AGE-REGIAO   TO TAB-AGE-REGIAO   (TAB-AGE-IDX).        00068300
            MOVE AGE-SITUACAO TO TAB-AGE-SITUACAO (TAB-AGE-IDX).        00068400
            READ AGENCIAS.                                              00068500
                                                                        00068600
       1210-99-FIM.               EXIT.                                 00068700
                                                                        00068800
      *-------------------------------------------------------------*   00068900
      *   NUMERARIO CONTADO NO FECHAMENTO DE TODOS OS CAIXAS DA     *   00069000
      *   AGENCIA NA DATA DE PROCESSAMENTO                          *   00069100
      *-------------------------------------------------------------*   00069200
       1300-CARREGARCAIXAS                    SECTION.                  00069300
      *-------------------------------------------------------------*   00069400
            READ FECHCX.                                                00069500
            PERFORM 1310-SOMARCAIXA                                     00069600
               UNTIL WRK-FS-FECHCX EQUAL 10.                            00069700
            CLOSE FECHCX.                                               00069800
                                                                        00069900
       1300-99-FIM.               EXIT.                                 00070000
                                                                        00070100
      *-------------------------------------------------------------*   00070200
       1310-SOMARCAIXA                        SECTION.                  00070300
      *-------------------------------------------------------------*   00070400
            IF FCX-DATA EQUAL WRK-DATA-PROCESSAMENTO                    00070500
              MOVE 0 TO WRK-CXA-ACHOU                                   00070600
              PERFORM 1315-PESQUISARCAIXA                               00070700
                 VARYING TAB-CXA-IDX FROM 1 BY 1                        00070800
                   UNTIL TAB-CXA-IDX GREATER WRK-CXA-QTD                00070900
                      OR WRK-CXA-ACHOU EQUAL 1                          00071000
              IF WRK-CXA-ACHOU EQUAL 1                                  00071100
                ADD FCX-FECHAMENTO TO TAB-CXA-VALOR (WRK-CXA-SLOT)      00071200
              ELSE                                                      00071300
                IF WRK-CXA-QTD LESS 200                                 00071400
                  ADD 1 TO WRK-CXA-QTD                                  00071500
                  SET TAB-CXA-IDX TO WRK-CXA-QTD                        00071600
                  MOVE FCX-AGENCIA    TO TAB-CXA-AGENCIA (TAB-CXA-IDX)  00071700
                  MOVE FCX-FECHAMENTO TO TAB-CXA-VALOR   (TAB-CXA-IDX)  00071800
                ELSE                                                    00071900
                  ADD 1 TO WRK-ACUM-ESTOURO                             00072000
                END-IF                                                  00072100
              END-IF                                                    00072200
            END-IF.                                                     00072300
            READ FECHCX.                                                00072400
                                                                        00072500
       1310-99-FIM.               EXIT.                                 00072600
                                                                        00072700
      *-------------------------------------------------------------*   00072800
       1315-PESQUISARCAIXA                    SECTION.                  00072900
      *-------------------------------------------------------------*   00073000
            IF TAB-CXA-AGENCIA (TAB-CXA-IDX) EQUAL FCX-AGENCIA          00073100
              MOVE 1 TO WRK-CXA-ACHOU                                   00073200
              SET WRK-CXA-SLOT TO TAB-CXA-IDX                           00073300
            END-IF.                                                     00073400
                                                                        00073500
       1315-99-FIM.               EXIT.                                 00073600
                                                                        00073700
      *-------------------------------------------------------------*   00073800
      *   DA GERACAO DE ONTEM, SO O QUE FOI PREVISTO PARA HOJE      *   00073900
      *-------------------------------------------------------------*   00074000
       1400-CARREGARANTERIOR                  SECTION.                  00074100
      *-------------------------------------------------------------*   00074200
            READ PREVANT INTO REG-PREVCX.                               00074300
            PERFORM 1410-GUARDARANTERIOR                                00074400
               UNTIL WRK-FS-PREVANT EQUAL 10.                           00074500
            CLOSE PREVANT.                                              00074600
                                                                        00074700
       1400-99-FIM.               EXIT.                                 00074800
                                                                        00074900
      *-------------------------------------------------------------*   00075000
       1410-GUARDARANTERIOR                   SECTION.                  00075100
      *-------------------------------------------------------------*   00075200
            IF PRV-DATA-PREVISTA EQUAL WRK-DATA-PROCESSAMENTO           00075300
              IF WRK-ANT-QTD LESS 200                                   00075400
                ADD 1 TO WRK-ANT-QTD                                    00075500
                SET TAB-ANT-IDX TO WRK-ANT-QTD                          00075600
                MOVE PRV-AGENCIA  TO TAB-ANT-AGENCIA   (TAB-ANT-IDX)    00075700
                MOVE PRV-SAQUES   TO TAB-ANT-SAQUES    (TAB-ANT-IDX)    00075800
                MOVE PRV-LIQUIDO  TO TAB-ANT-LIQUIDO   (TAB-ANT-IDX)    00075900
                MOVE 'N'          TO TAB-ANT-CONFERIDA (TAB-ANT-IDX)    00076000
              ELSE                                                      00076100
                ADD 1 TO WRK-ACUM-ESTOURO                               00076200
              END-IF                                                    00076300
            END-IF.                                                     00076400
            READ PREVANT INTO REG-PREVCX.                               00076500
                                                                        00076600
       1410-99-FIM.               EXIT.                                 00076700
                                                                        00076800
      *-------------------------------------------------------------*   00076900
      *   CALENDARIO: DO DIA 1 DO MES DO INICIO DA JANELA (PARA     *   00077000
      *   CONTAR OS DIAS UTEIS DO MES) ATE O ULTIMO DIA UTIL A      *   00077100
      *   PREVER. O TIPO DO DIA UTIL SAI DA CONTAGEM NO MES (1 =    *   00077200
      *   INICIO DO MES, 5 = PAGAMENTO) E DO FERIADO EM DIA DE      *   00077300
      *   SEMANA ENTRE ELE E O DIA UTIL ANTERIOR (APOS FERIADO)     *   00077400
      *-------------------------------------------------------------*   00077500
       1500-MONTARCALENDARIO                  SECTION.                  00077600
      *-------------------------------------------------------------*   00077700
            COMPUTE WRK-CONTADOR-CORTE = WRK-SEMANAS * 7 - 1.           00077800
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-CALC-R.             00077900
            PERFORM 1510-DIAANTERIOR                                    00078000
               UNTIL WRK-CONTADOR-CORTE EQUAL ZEROS.                    00078100
            MOVE WRK-DATA-CALC-R TO WRK-INICIO-JANELA.                  00078200
            MOVE 01              TO WRK-DC-DIA.                         00078300
            PERFORM 1520-GUARDARDIA                                     00078400
               UNTIL WRK-PREV-QTD EQUAL WRK-DIAS-PREVISAO               00078500
                  OR WRK-CAL-QTD NOT LESS 150.                          00078600
            IF WRK-PREV-QTD LESS WRK-DIAS-PREVISAO                      00078700
              MOVE '1500'                  TO WRK-SECAO                 00078800
              MOVE 'CALENDARIO DA PREVISAO EXCEDE A TABELA'             00078900
                TO WRK-MSGERRO                                          00079000
              MOVE '00'                    TO WRK-STATUS                00079100
              MOVE 12 TO RETURN-CODE                                    00079200
              PERFORM 9000-TRATARERROS                                  00079300
            END-IF.                                                     00079400
            DISPLAY ' INICIO DA JANELA.......' WRK-INICIO-JANELA.       00079500
                                                                        00079600
       1500-99-FIM.               EXIT.                                 00079700
                                                                        00079800
      *-------------------------------------------------------------*   00079900
       1510-DIAANTERIOR                       SECTION.                  00080000
      *-------------------------------------------------------------*   00080100
            IF WRK-DC-DIA GREATER 1                                     00080200
              SUBTRACT 1 FROM WRK-DC-DIA                                00080300
            ELSE                                                        00080400
              IF WRK-DC-MES GREATER 1                                   00080500
                SUBTRACT 1 FROM WRK-DC-MES                              00080600
              ELSE                                                      00080700
                MOVE 12 TO WRK-DC-MES                                   00080800
                SUBTRACT 1 FROM WRK-DC-ANO                              00080900
              END-IF                                                    00081000
              PERFORM 1530-DIASDOMES                                    00081100
              MOVE WRK-DIAS-MES TO WRK-DC-DIA                           00081200
            END-IF.                                                     00081300
            SUBTRACT 1 FROM WRK-CONTADOR-CORTE.                         00081400
                                                                        00081500
       1510-99-FIM.               EXIT.                                 00081600
                                                                        00081700
      *-------------------------------------------------------------*   00081800
       1520-GUARDARDIA                        SECTION.                  00081900
      *-------------------------------------------------------------*   00082000
            ADD 1 TO WRK-CAL-QTD.                                       00082100
            SET TAB-CAL-IDX TO WRK-CAL-QTD.                             00082200
            MOVE WRK-DATA-CALC-R TO TAB-CAL-DATA (TAB-CAL-IDX).         00082300
            MOVE WRK-DATA-CALC-R TO WRK-VD-DATA.                        00082400
            CALL 'VALIDATA' USING WRK-VALIDA-DATA.                      00082500
            IF WRK-VD-SEM-CALENDARIO                                    00082600
               AND WRK-AVISO-CALENDARIO EQUAL 'N'                       00082700
              MOVE '1520'                  TO WRK-SECAO                 00082800
              MOVE 'SEM FERIADOS - SO FIM DE SEMANA NA PREVISAO'        00082900
                TO WRK-MSGERRO                                          00083000
              MOVE WRK-VD-STATUS           TO WRK-STATUS                00083100
              PERFORM 9010-TRATARAVISO                                  00083200
              MOVE 'S' TO WRK-AVISO-CALENDARIO                          00083300
            END-IF.                                                     00083400
            MOVE WRK-VD-DIA-SEMANA TO TAB-CAL-SEMANA    (TAB-CAL-IDX).  00083500
            MOVE 'N'               TO TAB-CAL-HISTORICO (TAB-CAL-IDX).  00083600
            MOVE ZEROS             TO TAB-CAL-SAQUES    (TAB-CAL-IDX).  00083700
            MOVE ZEROS             TO TAB-CAL-CREDITOS  (TAB-CAL-IDX).  00083800
            IF WRK-DC-MES NOT EQUAL WRK-MES-CORRENTE                    00083900
              MOVE WRK-DC-MES TO WRK-MES-CORRENTE                       00084000
              MOVE ZEROS      TO WRK-UTEIS-MES                          00084100
            END-IF.                                                     00084200
            IF WRK-VD-NAO-UTIL                                          00084300
              MOVE 'N' TO TAB-CAL-UTIL (TAB-CAL-IDX)                    00084400
              MOVE ' ' TO TAB-CAL-TIPO (TAB-CAL-IDX)                    00084500
              IF WRK-VD-DIA-SEMANA NOT LESS 2                           00084600
                MOVE 'S' TO WRK-FERIADO-PENDENTE                        00084700
              END-IF                                                    00084800
            ELSE                                                        00084900
              MOVE 'S' TO TAB-CAL-UTIL (TAB-CAL-IDX)                    00085000
              ADD 1 TO WRK-UTEIS-MES                                    00085100
              IF WRK-UTEIS-MES EQUAL 1                                  00085200
                MOVE 'I' TO TAB-CAL-TIPO (TAB-CAL-IDX)                  00085300
              ELSE                                                      00085400
                IF WRK-UTEIS-MES EQUAL 5                                00085500
                  MOVE 'P' TO TAB-CAL-TIPO (TAB-CAL-IDX)                00085600
                ELSE                                                    00085700
                  IF WRK-FERIADO-PENDENTE EQUAL 'S'                     00085800
                    MOVE 'F' TO TAB-CAL-TIPO (TAB-CAL-IDX)              00085900
                  ELSE                                                  00086000
                    MOVE 'N' TO TAB-CAL-TIPO (TAB-CAL-IDX)              00086100
                  END-IF                                                00086200
                END-IF                                                  00086300
              END-IF                                                    00086400
              MOVE 'N' TO WRK-FERIADO-PENDENTE                          00086500
              IF WRK-DATA-CALC-R NOT LESS WRK-INICIO-JANELA             00086600
                 AND WRK-DATA-CALC-R NOT GREATER WRK-DATA-PROCESSAMENTO 00086700
                MOVE 'S' TO TAB-CAL-HISTORICO (TAB-CAL-IDX)             00086800
              END-IF                                                    00086900
              IF WRK-DATA-CALC-R GREATER WRK-DATA-PROCESSAMENTO         00087000
                ADD 1 TO WRK-PREV-QTD                                   00087100
                SET TAB-PRV-IDX TO WRK-PREV-QTD                         00087200
                MOVE WRK-CAL-QTD TO TAB-PRV-CAL (TAB-PRV-IDX)           00087300
              END-IF                                                    00087400
            END-IF.                                                     00087500
            IF WRK-DATA-CALC-R EQUAL WRK-DATA-PROCESSAMENTO             00087600
              MOVE WRK-CAL-QTD TO WRK-CAL-HOJE                          00087700
            END-IF.                                                     00087800
            PERFORM 1540-SOMARUMDIA.                                    00087900
                                                                        00088000
       1520-99-FIM.               EXIT.                                 00088100
                                                                        00088200
      *-------------------------------------------------------------*   00088300
      *   DIAS DO MES DE WRK-DATA-CALC (FEVEREIRO BISSEXTO PELA     *   00088400
      *   REGRA DE 4, 100 E 400)                                    *   00088500
      *-------------------------------------------------------------*   00088600
       1530-DIASDOMES                         SECTION.                  00088700
      *-------------------------------------------------------------*   00088800
               IF WRK-DC-MES EQUAL 4 OR 6 OR 9 OR 11                    00088900
                 MOVE 30 TO WRK-DIAS-MES                                00089000
               ELSE                                                     00089100
                IF WRK-DC-MES EQUAL 2                                   00089200
                  MOVE 28 TO WRK-DIAS-MES                               00089300
                  DIVIDE WRK-DC-ANO BY 4                                00089400
                         GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO       00089500
                  IF WRK-RESTO EQUAL 0                                  00089600
                    MOVE 29 TO WRK-DIAS-MES                             00089700
                  END-IF                                                00089800
                  DIVIDE WRK-DC-ANO BY 100                              00089900
                         GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO       00090000
                  IF WRK-RESTO EQUAL 0                                  00090100
                    MOVE 28 TO WRK-DIAS-MES                             00090200
                  END-IF                                                00090300
                  DIVIDE WRK-DC-ANO BY 400                              00090400
                         GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO       00090500
                  IF WRK-RESTO EQUAL 0                                  00090600
                    MOVE 29 TO WRK-DIAS-MES                             00090700
                  END-IF                                                00090800
                ELSE                                                    00090900
                  MOVE 31 TO WRK-DIAS-MES                               00091000
                END-IF                                                  00091100
               END-IF.                                                  00091200
                                                                        00091300
       1530-99-FIM.               EXIT.                                 00091400
                                                                        00091500
      *-------------------------------------------------------------*   00091600
       1540-SOMARUMDIA                        SECTION.                  00091700
      *-------------------------------------------------------------*   00091800
               PERFORM 1530-DIASDOMES.                                  00091900
               IF WRK-DC-DIA LESS WRK-DIAS-MES                          00092000
                 ADD 1 TO WRK-DC-DIA                                    00092100
               ELSE                                                     00092200
                 MOVE 1 TO WRK-DC-DIA                                   00092300
                 IF WRK-DC-MES LESS 12                                  00092400
                   ADD 1 TO WRK-DC-MES                                  00092500
                 ELSE                                                   00092600
                   MOVE 1 TO WRK-DC-MES                                 00092700
                   ADD 1 TO WRK-DC-ANO                                  00092800
                 END-IF                                                 00092900
               END-IF.                                                  00093000
                                                                        00093100
       1540-99-FIM.               EXIT.                                 00093200
                                                                        00093300
      *-------------------------------------------------------------*   00093400
      *   UMA LINHA DO CURSOR = UMA AGENCIA EM UM DIA; QUEBRA POR   *   00093500
      *   AGENCIA                                                   *   00093600
      *-------------------------------------------------------------*   00093700
       2000-PROCESSAR                         SECTION.                  00093800
      *-------------------------------------------------------------*   00093900
              IF WRK-AGENCIA-ABERTA                                     00094000
                 AND WRK-HV-AGENCIA NOT EQUAL WRK-AGENCIA-CORRENTE      00094100
                PERFORM 2500-FECHARAGENCIA                              00094200
              END-IF.                                                   00094300
              IF NOT WRK-AGENCIA-ABERTA                                 00094400
                PERFORM 2050-ABRIRAGENCIA                               00094500
              END-IF.                                                   00094600
              PERFORM 2100-GUARDARMOVIMENTO.                            00094700
              PERFORM 2900-LERCURSOR.                                   00094800
              IF WRK-CURSOR-ESGOTADO                                    00094900
                PERFORM 2500-FECHARAGENCIA                              00095000
              END-IF.                                                   00095100
                                                                        00095200
       2000-99-FIM.               EXIT.                                 00095300
                                                                        00095400
      *-------------------------------------------------------------*   00095500
       2050-ABRIRAGENCIA                      SECTION.                  00095600
      *-------------------------------------------------------------*   00095700
               MOVE WRK-HV-AGENCIA TO WRK-AGENCIA-CORRENTE.             00095800
               MOVE 'S'            TO WRK-TEM-AGENCIA.                  00095900
               MOVE 1              TO WRK-CAL-PTR.                      00096000
               PERFORM 2055-ZERARDIA                                    00096100
                  VARYING TAB-CAL-IDX FROM 1 BY 1                       00096200
                    UNTIL TAB-CAL-IDX GREATER WRK-CAL-QTD.              00096300
               MOVE 0 TO WRK-AGE-ACHOU.                                 00096400
               MOVE '*** AGENCIA NAO CADASTRADA ***' TO WRK-AGE-NOME.   00096500
               MOVE SPACES TO WRK-AGE-REGIAO.                           00096600
               MOVE 'N'    TO WRK-AGENCIA-FECHADA.                      00096700
               PERFORM 2060-PESQUISARAGENCIA                            00096800
                  VARYING TAB-AGE-IDX FROM 1 BY 1                       00096900
                    UNTIL TAB-AGE-IDX GREATER WRK-AGE-QTD               00097000
                       OR WRK-AGE-ACHOU EQUAL 1.                        00097100
                                                                        00097200
       2050-99-FIM.               EXIT.                                 00097300
                                                                        00097400
      *-------------------------------------------------------------*   00097500
       2055-ZERARDIA                          SECTION.                  00097600
      *-------------------------------------------------------------*   00097700
               MOVE ZEROS TO TAB-CAL-SAQUES   (TAB-CAL-IDX).            00097800
               MOVE ZEROS TO TAB-CAL-CREDITOS (TAB-CAL-IDX).            00097900
                                                                        00098000
       2055-99-FIM.               EXIT.                                 00098100
                                                                        00098200
      *-------------------------------------------------------------*   00098300
       2060-PESQUISARAGENCIA                  SECTION.                  00098400
      *-------------------------------------------------------------*   00098500
               IF TAB-AGE-CODIGO (TAB-AGE-IDX) EQUAL                    00098600
                  WRK-AGENCIA-CORRENTE                                  00098700
                 MOVE 1 TO WRK-AGE-ACHOU                                00098800
                 MOVE TAB-AGE-NOME   (TAB-AGE-IDX) TO WRK-AGE-NOME      00098900
                 MOVE TAB-AGE-REGIAO (TAB-AGE-IDX) TO WRK-AGE-REGIAO    00099000
                 IF TAB-AGE-SITUACAO (TAB-AGE-IDX) EQUAL 'F'            00099100
                   MOVE 'S' TO WRK-AGENCIA-FECHADA                      00099200
                 END-IF                                                 00099300
               END-IF.                                                  00099400
                                                                        00099500
       2060-99-FIM.               EXIT.                                 00099600
                                                                        00099700
      *-------------------------------------------------------------*   00099800
      *   O CURSOR VEM EM ORDEM DE DATA: O PONTEIRO DO CALENDARIO   *   00099900
      *   SO ANDA PARA A FRENTE DENTRO DA AGENCIA                   *   00100000
      *-------------------------------------------------------------*   00100100
       2100-GUARDARMOVIMENTO                  SECTION.                  00100200
      *-------------------------------------------------------------*   00100300
               ADD 1 TO WRK-ACUM-LINHAS.                                00100400
               PERFORM 2110-AVANCARDIA                                  00100500
                  UNTIL TAB-CAL-DATA (WRK-CAL-PTR)                      00100600
                           NOT LESS WRK-HV-DATA-MOV                     00100700
                     OR WRK-CAL-PTR NOT LESS WRK-CAL-QTD.               00100800
               IF TAB-CAL-DATA (WRK-CAL-PTR) EQUAL WRK-HV-DATA-MOV      00100900
                 MOVE WRK-HV-SAQUES   TO TAB-CAL-SAQUES   (WRK-CAL-PTR) 00101000
                 MOVE WRK-HV-CREDITOS TO TAB-CAL-CREDITOS (WRK-CAL-PTR) 00101100
               END-IF.                                                  00101200
                                                                        00101300
       2100-99-FIM.               EXIT.                                 00101400
                                                                        00101500
      *-------------------------------------------------------------*   00101600
       2110-AVANCARDIA                        SECTION.                  00101700
      *-------------------------------------------------------------*   00101800
               ADD 1 TO WRK-CAL-PTR.                                    00101900
                                                                        00102000
       2110-99-FIM.               EXIT.                                 00102100
                                                                        00102200
      *-------------------------------------------------------------*   00102300
      *   FIM DA AGENCIA: MEDIAS, PREVISAO, PEDIDO E CONFERENCIA DE *   00102400
      *   ONTEM. AGENCIA FECHADA NO MESTRE NAO TEM PREVISAO         *   00102500
      *-------------------------------------------------------------*   00102600
       2500-FECHARAGENCIA                     SECTION.                  00102700
      *-------------------------------------------------------------*   00102800
               MOVE 'N' TO WRK-TEM-AGENCIA.                             00102900
               IF WRK-AGENCIA-FECHADA EQUAL 'S'                         00103000
                 ADD 1 TO WRK-ACUM-FECHADAS                             00103100
               ELSE                                                     00103200
                 ADD 1 TO WRK-ACUM-AGENCIAS                             00103300
                 MOVE WRK-AGENCIA-CORRENTE TO WRK-RW-QUEBRA-AGENCIA     00103400
                 MOVE WRK-AGE-REGIAO       TO WRK-RW-QUEBRA-REGIAO      00103500
                 MOVE WRK-AGENCIA-CORRENTE TO WRK-CB-AGENCIA            00103600
                 MOVE WRK-AGE-NOME         TO WRK-CB-NOME               00103700
                 MOVE WRK-AGE-REGIAO       TO WRK-CB-REGIAO             00103800
                 MOVE WRK-CABEC3           TO WRK-RW-TITULO3            00103900
                 PERFORM 2510-CALCULARMEDIAS                            00104000
                 MOVE ZEROS TO WRK-ACUMULADO                            00104100
                 MOVE ZEROS TO WRK-MAIOR-ACUMULADO                      00104200
                 PERFORM 2600-PREVERDIA                                 00104300
                    VARYING TAB-PRV-IDX FROM 1 BY 1                     00104400
                      UNTIL TAB-PRV-IDX GREATER WRK-PREV-QTD            00104500
                 PERFORM 2700-CALCULARPEDIDO                            00104600
                 PERFORM 2800-CONFERIRONTEM                             00104700
               END-IF.                                                  00104800
                                                                        00104900
       2500-99-FIM.               EXIT.                                 00105000
                                                                        00105100
      *-------------------------------------------------------------*   00105200
      *   PRIMEIRA PASSADA: MEDIA DOS DIAS NORMAIS POR DIA DA       *   00105300
      *   SEMANA; SEGUNDA PASSADA: DESVIO MEDIO DE CADA TIPO DE     *   00105400
      *   DIA DE PICO SOBRE A MEDIA DO SEU DIA DA SEMANA            *   00105500
      *-------------------------------------------------------------*   00105600
       2510-CALCULARMEDIAS                    SECTION.                  00105700
      *-------------------------------------------------------------*   00105800
               MOVE ZEROS TO TAB-SEMANA.                                00105900
               MOVE ZEROS TO TAB-PICOS.                                 00106000
               MOVE ZEROS TO WRK-NORMAL-QTD.                            00106100
               MOVE ZEROS TO WRK-NORMAL-SOMA-SAQ.                       00106200
               MOVE ZEROS TO WRK-NORMAL-SOMA-CRE.                       00106300
               MOVE ZEROS TO WRK-NORMAL-MEDIA-SAQ.                      00106400
               MOVE ZEROS TO WRK-NORMAL-MEDIA-CRE.                      00106500
               PERFORM 2520-SOMARNORMAL                                 00106600
                  VARYING TAB-CAL-IDX FROM 1 BY 1                       00106700
                    UNTIL TAB-CAL-IDX GREATER WRK-CAL-QTD.              00106800
               IF WRK-NORMAL-QTD GREATER ZEROS                          00106900
                 COMPUTE WRK-NORMAL-MEDIA-SAQ ROUNDED =                 00107000
                         WRK-NORMAL-SOMA-SAQ / WRK-NORMAL-QTD           00107100
                 COMPUTE WRK-NORMAL-MEDIA-CRE ROUNDED =                 00107200
                         WRK-NORMAL-SOMA-CRE / WRK-NORMAL-QTD           00107300
               END-IF.                                                  00107400
               PERFORM 2530-MEDIASEMANA                                 00107500
                  VARYING TAB-SEM-IDX FROM 1 BY 1                       00107600
                    UNTIL TAB-SEM-IDX GREATER 7.                        00107700
               PERFORM 2540-SOMARPICO                                   00107800
                  VARYING TAB-CAL-IDX FROM 1 BY 1                       00107900
                    UNTIL TAB-CAL-IDX GREATER WRK-CAL-QTD.              00108000
               PERFORM 2550-DESVIOPICO                                  00108100
                  VARYING TAB-PIC-IDX FROM 1 BY 1                       00108200
                    UNTIL TAB-PIC-IDX GREATER 3.                        00108300
                                                                        00108400
       2510-99-FIM.               EXIT.                                 00108500
                                                                        00108600
      *-------------------------------------------------------------*   00108700
       2520-SOMARNORMAL                       SECTION.                  00108800
      *-------------------------------------------------------------*   00108900
               IF TAB-CAL-HISTORICO (TAB-CAL-IDX) EQUAL 'S'             00109000
                  AND TAB-CAL-TIPO (TAB-CAL-IDX) EQUAL 'N'              00109100
                 COMPUTE WRK-SEM = TAB-CAL-SEMANA (TAB-CAL-IDX) + 1     00109200
                 SET TAB-SEM-IDX TO WRK-SEM                             00109300
                 ADD 1 TO TAB-SEM-QTD (TAB-SEM-IDX)                     00109400
                 ADD TAB-CAL-SAQUES (TAB-CAL-IDX)                       00109500
                   TO TAB-SEM-SOMA-SAQ (TAB-SEM-IDX)                    00109600
                 ADD TAB-CAL-CREDITOS (TAB-CAL-IDX)                     00109700
                   TO TAB-SEM-SOMA-CRE (TAB-SEM-IDX)                    00109800
                 ADD 1 TO WRK-NORMAL-QTD                                00109900
                 ADD TAB-CAL-SAQUES (TAB-CAL-IDX)                       00110000
                   TO WRK-NORMAL-SOMA-SAQ                               00110100
                 ADD TAB-CAL-CREDITOS (TAB-CAL-IDX)                     00110200
                   TO WRK-NORMAL-SOMA-CRE                               00110300
               END-IF.                                                  00110400
                                                                        00110500
       2520-99-FIM.               EXIT.                                 00110600
                                                                        00110700
      *-------------------------------------------------------------*   00110800
      *   DIA DA SEMANA SEM NENHUM DIA NORMAL NA JANELA FICA COM A  *   00110900
      *   MEDIA GERAL DOS DIAS NORMAIS                              *   00111000
      *-------------------------------------------------------------*   00111100
       2530-MEDIASEMANA                       SECTION.                  00111200
      *-------------------------------------------------------------*   00111300
               IF TAB-SEM-QTD (TAB-SEM-IDX) GREATER ZEROS               00111400
                 COMPUTE TAB-SEM-MEDIA-SAQ (TAB-SEM-IDX) ROUNDED =      00111500
                         TAB-SEM-SOMA-SAQ (TAB-SEM-IDX)                 00111600
                       / TAB-SEM-QTD (TAB-SEM-IDX)                      00111700
                 COMPUTE TAB-SEM-MEDIA-CRE (TAB-SEM-IDX) ROUNDED =      00111800
                         TAB-SEM-SOMA-CRE (TAB-SEM-IDX)                 00111900
                       / TAB-SEM-QTD (TAB-SEM-IDX)                      00112000
               ELSE                                                     00112100
                 MOVE WRK-NORMAL-MEDIA-SAQ                              00112200
                   TO TAB-SEM-MEDIA-SAQ (TAB-SEM-IDX)                   00112300
                 MOVE WRK-NORMAL-MEDIA-CRE                              00112400
                   TO TAB-SEM-MEDIA-CRE (TAB-SEM-IDX)                   00112500
               END-IF.                                                  00112600
                                                                        00112700
       2530-99-FIM.               EXIT.                                 00112800
                                                                        00112900
      *-------------------------------------------------------------*   00113000
       2540-SOMARPICO                         SECTION.                  00113100
      *-------------------------------------------------------------*   00113200
               IF TAB-CAL-HISTORICO (TAB-CAL-IDX) EQUAL 'S'             00113300
                  AND TAB-CAL-TIPO (TAB-CAL-IDX) NOT EQUAL 'N'          00113400
                 PERFORM 2545-INDICEPICO                                00113500
                 COMPUTE WRK-SEM = TAB-CAL-SEMANA (TAB-CAL-IDX) + 1     00113600
                 SET TAB-SEM-IDX TO WRK-SEM                             00113700
                 SET TAB-PIC-IDX TO WRK-PICO                            00113800
                 ADD 1 TO TAB-PIC-QTD (TAB-PIC-IDX)                     00113900
                 COMPUTE TAB-PIC-SOMA-SAQ (TAB-PIC-IDX) =               00114000
                         TAB-PIC-SOMA-SAQ (TAB-PIC-IDX)                 00114100
                       + TAB-CAL-SAQUES (TAB-CAL-IDX)                   00114200
                       - TAB-SEM-MEDIA-SAQ (TAB-SEM-IDX)                00114300
                 COMPUTE TAB-PIC-SOMA-CRE (TAB-PIC-IDX) =               00114400
                         TAB-PIC-SOMA-CRE (TAB-PIC-IDX)                 00114500
                       + TAB-CAL-CREDITOS (TAB-CAL-IDX)                 00114600
                       - TAB-SEM-MEDIA-CRE (TAB-SEM-IDX)                00114700
               END-IF.                                                  00114800
                                                                        00114900
       2540-99-FIM.               EXIT.                                 00115000
                                                                        00115100
      *-------------------------------------------------------------*   00115200
       2545-INDICEPICO                        SECTION.                  00115300
      *-------------------------------------------------------------*   00115400
               IF TAB-CAL-TIPO (TAB-CAL-IDX) EQUAL 'I'                  00115500
                 MOVE 1 TO WRK-PICO                                     00115600
               ELSE                                                     00115700
                 IF TAB-CAL-TIPO (TAB-CAL-IDX) EQUAL 'P'                00115800
                   MOVE 2 TO WRK-PICO                                   00115900
                 ELSE                                                   00116000
                   MOVE 3 TO WRK-PICO                                   00116100
                 END-IF                                                 00116200
               END-IF.                                                  00116300
                                                                        00116400
       2545-99-FIM.               EXIT.                                 00116500
                                                                        00116600
      *-------------------------------------------------------------*   00116700
       2550-DESVIOPICO                        SECTION.                  00116800
      *-------------------------------------------------------------*   00116900
               IF TAB-PIC-QTD (TAB-PIC-IDX) GREATER ZEROS               00117000
                 COMPUTE TAB-PIC-DESVIO-SAQ (TAB-PIC-IDX) ROUNDED =     00117100
                         TAB-PIC-SOMA-SAQ (TAB-PIC-IDX)                 00117200
                       / TAB-PIC-QTD (TAB-PIC-IDX)                      00117300
                 COMPUTE TAB-PIC-DESVIO-CRE (TAB-PIC-IDX) ROUNDED =     00117400
                         TAB-PIC-SOMA-CRE (TAB-PIC-IDX)                 00117500
                       / TAB-PIC-QTD (TAB-PIC-IDX)                      00117600
               END-IF.                                                  00117700
                                                                        00117800
       2550-99-FIM.               EXIT.                                 00117900
                                                                        00118000
      *-------------------------------------------------------------*   00118100
      *   UM DIA UTIL PREVISTO: MEDIA DO DIA DA SEMANA MAIS O       *   00118200
      *   DESVIO DO PICO (NUNCA ABAIXO DE ZERO), GRAVADO NO PREVNOV *   00118300
      *   E LISTADO COM O LIQUIDO ACUMULADO                         *   00118400
      *-------------------------------------------------------------*   00118500
       2600-PREVERDIA                         SECTION.                  00118600
      *-------------------------------------------------------------*   00118700
               SET TAB-CAL-IDX TO TAB-PRV-CAL (TAB-PRV-IDX).            00118800
               COMPUTE WRK-SEM = TAB-CAL-SEMANA (TAB-CAL-IDX) + 1.      00118900
               SET TAB-SEM-IDX TO WRK-SEM.                              00119000
               MOVE TAB-SEM-MEDIA-SAQ (TAB-SEM-IDX) TO WRK-PREV-SAQ.    00119100
               MOVE TAB-SEM-MEDIA-CRE (TAB-SEM-IDX) TO WRK-PREV-CRE.    00119200
               IF TAB-CAL-TIPO (TAB-CAL-IDX) NOT EQUAL 'N'              00119300
                 PERFORM 2545-INDICEPICO                                00119400
                 SET TAB-PIC-IDX TO WRK-PICO                            00119500
                 ADD TAB-PIC-DESVIO-SAQ (TAB-PIC-IDX) TO WRK-PREV-SAQ   00119600
                 ADD TAB-PIC-DESVIO-CRE (TAB-PIC-IDX) TO WRK-PREV-CRE   00119700
               END-IF.                                                  00119800
               IF WRK-PREV-SAQ LESS ZEROS                               00119900
                 MOVE ZEROS TO WRK-PREV-SAQ                             00120000
               END-IF.                                                  00120100
               IF WRK-PREV-CRE LESS ZEROS                               00120200
                 MOVE ZEROS TO WRK-PREV-CRE                             00120300
               END-IF.                                                  00120400
               COMPUTE WRK-PREV-LIQ = WRK-PREV-SAQ - WRK-PREV-CRE.      00120500
               ADD WRK-PREV-LIQ TO WRK-ACUMULADO.                       00120600
               IF WRK-ACUMULADO GREATER WRK-MAIOR-ACUMULADO             00120700
                 MOVE WRK-ACUMULADO TO WRK-MAIOR-ACUMULADO              00120800
               END-IF.                                                  00120900
               MOVE SPACES                      TO REG-PREVCX.          00121000
               MOVE WRK-DATA-PROCESSAMENTO      TO PRV-DATA-BASE.       00121100
               MOVE WRK-AGENCIA-CORRENTE        TO PRV-AGENCIA.         00121200
               MOVE TAB-CAL-DATA (TAB-CAL-IDX)  TO PRV-DATA-PREVISTA.   00121300
               SET PRV-ORDEM                    TO TAB-PRV-IDX.         00121400
               MOVE TAB-CAL-TIPO (TAB-CAL-IDX)  TO PRV-TIPO-DIA.        00121500
               MOVE WRK-PREV-SAQ                TO PRV-SAQUES.          00121600
               MOVE WRK-PREV-CRE                TO PRV-CREDITOS.        00121700
               MOVE WRK-PREV-LIQ                TO PRV-LIQUIDO.         00121800
               WRITE REG-PREVNOV FROM REG-PREVCX.                       00121900
               IF WRK-FS-PREVNOV NOT EQUAL 0                            00122000
                 MOVE '2600'                  TO WRK-SECAO              00122100
                 MOVE 'ERRO WRITE PREVNOV - ' TO WRK-MSGERRO            00122200
                 MOVE WRK-FS-PREVNOV          TO WRK-STATUS             00122300
                 MOVE 12 TO RETURN-CODE                                 00122400
                 PERFORM 9000-TRATARERROS                               00122500
               END-IF.                                                  00122600
               ADD 1 TO WRK-ACUM-GRAVADOS.                              00122700
               MOVE SPACES                      TO WRK-LINHA-DIA.       00122800
               MOVE TAB-CAL-DATA (TAB-CAL-IDX)  TO WRK-LD-DATA.         00122900
               MOVE WRK-NOME-DIA (WRK-SEM)      TO WRK-LD-DIA.          00123000
               IF PRV-INICIO-MES                                        00123100
                 MOVE 'INICIO DO MES'  TO WRK-LD-TIPO                   00123200
               ELSE                                                     00123300
                 IF PRV-DIA-PAGAMENTO                                   00123400
                   MOVE 'PAGAMENTO'    TO WRK-LD-TIPO                   00123500
                 ELSE                                                   00123600
                   IF PRV-POS-FERIADO                                   00123700
                     MOVE 'APOS FERIADO' TO WRK-LD-TIPO                 00123800
                   ELSE                                                 00123900
                     MOVE 'NORMAL'     TO WRK-LD-TIPO                   00124000
                   END-IF                                               00124100
                 END-IF                                                 00124200
               END-IF.                                                  00124300
               MOVE WRK-PREV-SAQ  TO WRK-LD-SAQUES.                     00124400
               MOVE WRK-PREV-CRE  TO WRK-LD-CREDITOS.                   00124500
               MOVE WRK-PREV-LIQ  TO WRK-LD-LIQUIDO.                    00124600
               MOVE WRK-ACUMULADO TO WRK-LD-ACUMULADO.                  00124700
               MOVE WRK-LINHA-DIA TO WRK-RW-LINHA.                      00124800
               MOVE 'D' TO WRK-RW-FUNCAO.                               00124900
               CALL 'REPWRITE' USING WRK-REPW.                          00125000
                                                                        00125100
       2600-99-FIM.               EXIT.                                 00125200
                                                                        00125300
      *-------------------------------------------------------------*   00125400
      *   PEDIDO SUGERIDO: O MAIOR LIQUIDO ACUMULADO COM A MARGEM,  *   00125500
      *   MENOS O NUMERARIO DO FECHAMENTO, ARREDONDADO PARA CIMA NO *   00125600
      *   MULTIPLO; NUMERARIO ACIMA DA NECESSIDADE E EXCESSO        *   00125700
      *-------------------------------------------------------------*   00125800
       2700-CALCULARPEDIDO                    SECTION.                  00125900
      *-------------------------------------------------------------*   00126000
               MOVE ZEROS TO WRK-CAIXA-AGENCIA.                         00126100
               MOVE 'N'   TO WRK-TEM-FECHAMENTO.                        00126200
               MOVE 0     TO WRK-CXA-ACHOU.                             00126300
               PERFORM 2710-PESQUISARCAIXA                              00126400
                  VARYING TAB-CXA-IDX FROM 1 BY 1                       00126500
                    UNTIL TAB-CXA-IDX GREATER WRK-CXA-QTD               00126600
                       OR WRK-CXA-ACHOU EQUAL 1.                        00126700
               IF WRK-CXA-ACHOU EQUAL 0                                 00126800
                 ADD 1 TO WRK-ACUM-SEM-CAIXA                            00126900
               END-IF.                                                  00127000
               COMPUTE WRK-NECESSIDADE ROUNDED =                        00127100
                       WRK-MAIOR-ACUMULADO * (100 + WRK-MARGEM) / 100.  00127200
               MOVE ZEROS TO WRK-PEDIDO.                                00127300
               MOVE ZEROS TO WRK-EXCESSO.                               00127400
               IF WRK-NECESSIDADE GREATER WRK-CAIXA-AGENCIA             00127500
                 COMPUTE WRK-PEDIDO =                                   00127600
                         WRK-NECESSIDADE - WRK-CAIXA-AGENCIA            00127700
                 IF WRK-MULTIPLO GREATER ZEROS                          00127800
                   DIVIDE WRK-PEDIDO BY WRK-MULTIPLO                    00127900
                          GIVING WRK-PEDIDO-MULTIPLOS                   00128000
                          REMAINDER WRK-PEDIDO-SOBRA                    00128100
                   IF WRK-PEDIDO-SOBRA GREATER ZEROS                    00128200
                     ADD 1 TO WRK-PEDIDO-MULTIPLOS                      00128300
                   END-IF                                               00128400
                   COMPUTE WRK-PEDIDO =                                 00128500
                           WRK-PEDIDO-MULTIPLOS * WRK-MULTIPLO          00128600
                 END-IF                                                 00128700
                 ADD 1 TO WRK-ACUM-PEDIDOS                              00128800
               ELSE                                                     00128900
                 COMPUTE WRK-EXCESSO =                                  00129000
                         WRK-CAIXA-AGENCIA - WRK-NECESSIDADE            00129100
               END-IF.                                                  00129200
               ADD WRK-PEDIDO        TO WRK-TOTAL-PEDIDO.               00129300
               ADD WRK-EXCESSO       TO WRK-TOTAL-EXCESSO.              00129400
               ADD WRK-CAIXA-AGENCIA TO WRK-TOTAL-CAIXA.                00129500
               MOVE WRK-CAIXA-AGENCIA TO WRK-LP-CAIXA.                  00129600
               MOVE WRK-NECESSIDADE   TO WRK-LP-NECESSIDADE.            00129700
               MOVE WRK-PEDIDO        TO WRK-LP-PEDIDO.                 00129800
               MOVE WRK-EXCESSO       TO WRK-LP-EXCESSO.                00129900
               IF WRK-CXA-ACHOU EQUAL 0                                 00130000
                 MOVE 'SEM FECHAMENTO' TO WRK-LP-OBS                    00130100
               ELSE                                                     00130200
                 MOVE SPACES           TO WRK-LP-OBS                    00130300
               END-IF.                                                  00130400
               MOVE WRK-LINHA-PEDIDO TO WRK-RW-LINHA.                   00130500
               MOVE 'T' TO WRK-RW-FUNCAO.                               00130600
               CALL 'REPWRITE' USING WRK-REPW.                          00130700
                                                                        00130800
       2700-99-FIM.               EXIT.                                 00130900
                                                                        00131000
      *-------------------------------------------------------------*   00131100
       2710-PESQUISARCAIXA                    SECTION.                  00131200
      *-------------------------------------------------------------*   00131300
               IF TAB-CXA-AGENCIA (TAB-CXA-IDX) EQUAL                   00131400
                  WRK-AGENCIA-CORRENTE                                  00131500
                 MOVE 1 TO WRK-CXA-ACHOU                                00131600
                 MOVE TAB-CXA-VALOR (TAB-CXA-IDX) TO WRK-CAIXA-AGENCIA  00131700
               END-IF.                                                  00131800
                                                                        00131900
       2710-99-FIM.               EXIT.                                 00132000
                                                                        00132100
      *-------------------------------------------------------------*   00132200
      *   PREVISTO ONTEM PARA HOJE X REALIZADO HOJE (O DIA DA DATA  *   00132300
      *   DE PROCESSAMENTO NO CALENDARIO DA AGENCIA)                *   00132400
      *-------------------------------------------------------------*   00132500
       2800-CONFERIRONTEM                     SECTION.                  00132600
      *-------------------------------------------------------------*   00132700
               MOVE 0 TO WRK-ANT-ACHOU.                                 00132800
               PERFORM 2810-PESQUISARANTERIOR                           00132900
                  VARYING TAB-ANT-IDX FROM 1 BY 1                       00133000
                    UNTIL TAB-ANT-IDX GREATER WRK-ANT-QTD               00133100
                       OR WRK-ANT-ACHOU EQUAL 1.                        00133200
               IF WRK-ANT-ACHOU EQUAL 0                                 00133300
                 MOVE WRK-DATA-PROCESSAMENTO TO WRK-LS-DATA             00133400
                 MOVE WRK-LINHA-SEMPREV TO WRK-RW-LINHA                 00133500
                 MOVE 'T' TO WRK-RW-FUNCAO                              00133600
                 CALL 'REPWRITE' USING WRK-REPW                         00133700
               ELSE                                                     00133800
                 SET TAB-CAL-IDX TO WRK-CAL-HOJE                        00133900
                 MOVE TAB-CAL-SAQUES (TAB-CAL-IDX) TO WRK-REAL-SAQ      00134000
                 COMPUTE WRK-REAL-LIQ = TAB-CAL-SAQUES (TAB-CAL-IDX)    00134100
                                      - TAB-CAL-CREDITOS (TAB-CAL-IDX)  00134200
                 PERFORM 2820-LISTARCONFERENCIA                         00134300
               END-IF.                                                  00134400
                                                                        00134500
       2800-99-FIM.               EXIT.                                 00134600
                                                                        00134700
      *-------------------------------------------------------------*   00134800
       2810-PESQUISARANTERIOR                 SECTION.                  00134900
      *-------------------------------------------------------------*   00135000
               IF TAB-ANT-AGENCIA (TAB-ANT-IDX) EQUAL                   00135100
                  WRK-AGENCIA-CORRENTE                                  00135200
                 MOVE 1 TO WRK-ANT-ACHOU                                00135300
                 SET WRK-ANT-SLOT TO TAB-ANT-IDX                        00135400
               END-IF.                                                  00135500
                                                                        00135600
       2810-99-FIM.               EXIT.                                 00135700
                                                                        00135800
      *-------------------------------------------------------------*   00135900
      *   ERRO = DIFERENCA ABSOLUTA DOS SAQUES SOBRE O REALIZADO    *   00136000
      *   (REALIZADO ZERO COM PREVISTO MAIOR QUE ZERO = 100%)       *   00136100
      *-------------------------------------------------------------*   00136200
       2820-LISTARCONFERENCIA                 SECTION.                  00136300
      *-------------------------------------------------------------*   00136400
               MOVE 'S' TO TAB-ANT-CONFERIDA (WRK-ANT-SLOT).            00136500
               ADD 1 TO WRK-ACUM-CONFERIDAS.                            00136600
               COMPUTE WRK-ERRO-SAQ = WRK-REAL-SAQ                      00136700
                                    - TAB-ANT-SAQUES (WRK-ANT-SLOT).    00136800
               IF WRK-ERRO-SAQ LESS ZEROS                               00136900
                 COMPUTE WRK-ERRO-SAQ = WRK-ERRO-SAQ * -1               00137000
               END-IF.                                                  00137100
               IF WRK-REAL-SAQ GREATER ZEROS                            00137200
                 COMPUTE WRK-ERRO-PCT ROUNDED =                         00137300
                         WRK-ERRO-SAQ * 100 / WRK-REAL-SAQ              00137400
                   ON SIZE ERROR                                        00137500
                     MOVE 99999,99 TO WRK-ERRO-PCT                      00137600
                 END-COMPUTE                                            00137700
               ELSE                                                     00137800
                 IF WRK-ERRO-SAQ GREATER ZEROS                          00137900
                   MOVE 100 TO WRK-ERRO-PCT                             00138000
                 ELSE                                                   00138100
                   MOVE ZEROS TO WRK-ERRO-PCT                           00138200
                 END-IF                                                 00138300
               END-IF.                                                  00138400
               ADD TAB-ANT-SAQUES (WRK-ANT-SLOT) TO WRK-TOTAL-PREV-SAQ. 00138500
               ADD WRK-REAL-SAQ                  TO WRK-TOTAL-REAL-SAQ. 00138600
               ADD WRK-ERRO-SAQ                  TO WRK-TOTAL-ERRO-SAQ. 00138700
               MOVE WRK-DATA-PROCESSAMENTO       TO WRK-LC-DATA.        00138800
               MOVE TAB-ANT-SAQUES (WRK-ANT-SLOT)  TO WRK-LC-PREV-SAQ.  00138900
               MOVE WRK-REAL-SAQ                 TO WRK-LC-REAL-SAQ.    00139000
               MOVE TAB-ANT-LIQUIDO (WRK-ANT-SLOT) TO WRK-LC-PREV-LIQ.  00139100
               MOVE WRK-REAL-LIQ                 TO WRK-LC-REAL-LIQ.    00139200
               MOVE WRK-ERRO-PCT                 TO WRK-LC-ERRO.        00139300
               MOVE WRK-LINHA-CONFERE TO WRK-RW-LINHA.                  00139400
               MOVE 'T' TO WRK-RW-FUNCAO.                               00139500
               CALL 'REPWRITE' USING WRK-REPW.                          00139600
                                                                        00139700
       2820-99-FIM.               EXIT.                                 00139800
                                                                        00139900
      *-------------------------------------------------------------*   00140000
       2900-LERCURSOR                         SECTION.                  00140100
      *-------------------------------------------------------------*   00140200
               EXEC SQL                                                 00140300
                   FETCH CUR-ESPECIE                                    00140400
                    INTO :WRK-HV-AGENCIA, :WRK-HV-DATA-MOV,             00140500
                         :WRK-HV-SAQUES, :WRK-HV-CREDITOS               00140600
               END-EXEC.                                                00140700
               IF SQLCODE EQUAL 100                                     00140800
                 MOVE 'S' TO WRK-FIM-CURSOR                             00140900
               ELSE                                                     00141000
                 IF SQLCODE NOT EQUAL 0                                 00141100
                   MOVE '2900'                 TO WRK-SECAO             00141200
                   MOVE 'ERRO SQL NO FETCH DO CURSOR' TO WRK-MSGERRO    00141300
                   MOVE '99'                   TO WRK-STATUS            00141400
                   MOVE 12 TO RETURN-CODE                               00141500
                   PERFORM 9000-TRATARERROS                             00141600
                 END-IF                                                 00141700
               END-IF.                                                  00141800
                                                                        00141900
       2900-99-FIM.               EXIT.                                 00142000
                                                                        00142100
      *-------------------------------------------------------------*   00142200
      *   RESUMO PARA A TESOURARIA EM PAGINA SEM QUEBRA: PEDIDOS,   *   00142300
      *   EXCESSOS E A AFERICAO DA PREVISAO DE ONTEM (ERRO          *   00142400
      *   PONDERADO DOS SAQUES). A PREVISAO DE ONTEM PARA AGENCIA   *   00142500
      *   QUE NAO MOVIMENTOU HOJE CONTA COMO REALIZADO ZERO         *   00142600
      *-------------------------------------------------------------*   00142700
       3000-FINALIZAR                         SECTION.                  00142800
      *-------------------------------------------------------------*   00142900
               EXEC SQL                                                 00143000
                   CLOSE CUR-ESPECIE                                    00143100
               END-EXEC.                                                00143200
               PERFORM 3010-SOMARSEMMOVIMENTO                           00143300
                  VARYING TAB-ANT-IDX FROM 1 BY 1                       00143400
                    UNTIL TAB-ANT-IDX GREATER WRK-ANT-QTD.              00143500
               MOVE SPACES TO WRK-RW-QUEBRA.                            00143600
               MOVE SPACES TO WRK-RW-TITULO2.                           00143700
               MOVE 'RESUMO PARA A TESOURARIA' TO WRK-RW-TITULO3.       00143800
               MOVE SPACES TO WRK-LINHA-RESUMO.                         00143900
               MOVE 'AGENCIAS PREVISTAS / NUMERARIO .........'          00144000
                 TO WRK-LR-TEXTO.                                       00144100
               MOVE WRK-ACUM-AGENCIAS TO WRK-LR-QTD.                    00144200
               MOVE WRK-TOTAL-CAIXA   TO WRK-LR-VALOR.                  00144300
               PERFORM 3100-LISTARRESUMO.                               00144400
               MOVE 'PEDIDOS SUGERIDOS ......................'          00144500
                 TO WRK-LR-TEXTO.                                       00144600
               MOVE WRK-ACUM-PEDIDOS  TO WRK-LR-QTD.                    00144700
               MOVE WRK-TOTAL-PEDIDO  TO WRK-LR-VALOR.                  00144800
               PERFORM 3100-LISTARRESUMO.                               00144900
               MOVE 'EXCESSO A RECOLHER .....................'          00145000
                 TO WRK-LR-TEXTO.                                       00145100
               COMPUTE WRK-LR-QTD = WRK-ACUM-AGENCIAS                   00145200
                                  - WRK-ACUM-PEDIDOS.                   00145300
               MOVE WRK-TOTAL-EXCESSO TO WRK-LR-VALOR.                  00145400
               PERFORM 3100-LISTARRESUMO.                               00145500
               MOVE 'AGENCIAS SEM FECHAMENTO DE CAIXA .......'          00145600
                 TO WRK-LR-TEXTO.                                       00145700
               MOVE WRK-ACUM-SEM-CAIXA TO WRK-LR-QTD.                   00145800
               MOVE ZEROS             TO WRK-LR-VALOR.                  00145900
               PERFORM 3100-LISTARRESUMO.                               00146000
               MOVE 'AGENCIAS FECHADAS (SEM PREVISAO) .......'          00146100
                 TO WRK-LR-TEXTO.                                       00146200
               MOVE WRK-ACUM-FECHADAS TO WRK-LR-QTD.                    00146300
               PERFORM 3100-LISTARRESUMO.                               00146400
               MOVE 'PREVISTO ONTEM - SAQUES ................'          00146500
                 TO WRK-LR-TEXTO.                                       00146600
               MOVE WRK-ACUM-CONFERIDAS TO WRK-LR-QTD.                  00146700
               MOVE WRK-TOTAL-PREV-SAQ  TO WRK-LR-VALOR.                00146800
               PERFORM 3100-LISTARRESUMO.                               00146900
               MOVE 'REALIZADO HOJE - SAQUES ................'          00147000
                 TO WRK-LR-TEXTO.                                       00147100
               MOVE WRK-TOTAL-REAL-SAQ  TO WRK-LR-VALOR.                00147200
               PERFORM 3100-LISTARRESUMO.                               00147300
               IF WRK-TOTAL-REAL-SAQ GREATER ZEROS                      00147400
                 COMPUTE WRK-ERRO-PCT ROUNDED =                         00147500
                         WRK-TOTAL-ERRO-SAQ * 100 / WRK-TOTAL-REAL-SAQ  00147600
                   ON SIZE ERROR                                        00147700
                     MOVE 99999,99 TO WRK-ERRO-PCT                      00147800
                 END-COMPUTE                                            00147900
               ELSE                                                     00148000
                 MOVE ZEROS TO WRK-ERRO-PCT                             00148100
               END-IF.                                                  00148200
               MOVE 'ERRO PONDERADO DA PREVISAO DE ONTEM ....'          00148300
                 TO WRK-LE-TEXTO.                                       00148400
               MOVE WRK-ERRO-PCT TO WRK-LE-ERRO.                        00148500
               MOVE WRK-LINHA-ERRO TO WRK-RW-LINHA.                     00148600
               MOVE 'D' TO WRK-RW-FUNCAO.                               00148700
               CALL 'REPWRITE' USING WRK-REPW.                          00148800
               IF WRK-ANT-QTD EQUAL ZEROS                               00148900
                 MOVE '3000'                  TO WRK-SECAO              00149000
                 MOVE 'SEM PREVISAO DE ONTEM PARA A DATA'               00149100
                   TO WRK-MSGERRO                                       00149200
                 MOVE '00'                    TO WRK-STATUS             00149300
                 PERFORM 9010-TRATARAVISO                               00149400
               END-IF.                                                  00149500
               IF WRK-ACUM-SEM-CAIXA GREATER ZEROS                      00149600
                 MOVE '3000'                  TO WRK-SECAO              00149700
                 MOVE 'AGENCIA SEM FECHAMENTO DE CAIXA NA DATA'         00149800
                   TO WRK-MSGERRO                                       00149900
                 MOVE '00'                    TO WRK-STATUS             00150000
                 PERFORM 9010-TRATARAVISO                               00150100
               END-IF.                                                  00150200
               IF WRK-ACUM-ESTOURO GREATER ZEROS                        00150300
                 MOVE '3000'                  TO WRK-SECAO              00150400
                 MOVE 'ESTOURO DE TABELA DE CAIXAS OU PREVISAO'         00150500
                   TO WRK-MSGERRO                                       00150600
                 MOVE '00'                    TO WRK-STATUS             00150700
                 PERFORM 9010-TRATARAVISO                               00150800
               END-IF.                                                  00150900
               CLOSE PREVNOV.                                           00151000
               MOVE 'F' TO WRK-RW-FUNCAO.                               00151100
               CALL 'REPWRITE' USING WRK-REPW.                          00151200
               DISPLAY 'LINHAS DO CURSOR..... ' WRK-ACUM-LINHAS.        00151300
               DISPLAY 'AGENCIAS PREVISTAS... ' WRK-ACUM-AGENCIAS.      00151400
               DISPLAY 'AGENCIAS FECHADAS.... ' WRK-ACUM-FECHADAS.      00151500
               DISPLAY 'PEDIDOS SUGERIDOS.... ' WRK-ACUM-PEDIDOS.       00151600
               DISPLAY 'PREVISOES GRAVADAS... ' WRK-ACUM-GRAVADOS.      00151700
               DISPLAY 'CONFERIDAS C/ ONTEM.. ' WRK-ACUM-CONFERIDAS.    00151800
               DISPLAY 'SEM FECHAMENTO CAIXA. ' WRK-ACUM-SEM-CAIXA.     00151900
               DISPLAY 'ESTOURO DE TABELA.... ' WRK-ACUM-ESTOURO.       00152000
                                                                        00152100
       3000-99-FIM.               EXIT.                                 00152200
                                                                        00152300
      *-------------------------------------------------------------*   00152400
       3010-SOMARSEMMOVIMENTO                 SECTION.                  00152500
      *-------------------------------------------------------------*   00152600
               IF TAB-ANT-CONFERIDA (TAB-ANT-IDX) EQUAL 'N'             00152700
                 ADD TAB-ANT-SAQUES (TAB-ANT-IDX)                       00152800
                   TO WRK-TOTAL-PREV-SAQ                                00152900
                 ADD TAB-ANT-SAQUES (TAB-ANT-IDX)                       00153000
                   TO WRK-TOTAL-ERRO-SAQ                                00153100
               END-IF.                                                  00153200
                                                                        00153300
       3010-99-FIM.               EXIT.                                 00153400
                                                                        00153500
      *-------------------------------------------------------------*   00153600
       3100-LISTARRESUMO                      SECTION.                  00153700
      *-------------------------------------------------------------*   00153800
               MOVE WRK-LINHA-RESUMO TO WRK-RW-LINHA.                   00153900
               MOVE 'D' TO WRK-RW-FUNCAO.                               00154000
               CALL 'REPWRITE' USING WRK-REPW.                          00154100
                                                                        00154200
       3100-99-FIM.               EXIT.                                 00154300
                                                                        00154400
      *-------------------------------------------------------------*   00154500
       9000-TRATARERROS                       SECTION.                  00154600
      *-------------------------------------------------------------*   00154700
             MOVE 'PREVCAIX'  TO WRK-PROGRAMA                           00154800
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00154900
                 GOBACK.                                                00155000
                                                                        00155100
       9000-99-FIM.               EXIT.                                 00155200
                                                                        00155300
      *-------------------------------------------------------------*   00155400
       9010-TRATARAVISO                       SECTION.                  00155500
      *-------------------------------------------------------------*   00155600
             MOVE 'PREVCAIX'  TO WRK-PROGRAMA                           00155700
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00155800
                                                                        00155900
       9010-99-FIM.               EXIT.                                 00156000

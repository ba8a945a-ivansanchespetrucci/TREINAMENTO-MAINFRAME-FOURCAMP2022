      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. EMPREST.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CONTRATOS DE EMPRESTIMO PESSOAL. NO MESMO       *   00001200
      *      BALANCE LINE DO ORDPERM, LE A GERACAO DE ONTEM DO      *   00001300
      *      MESTRE DE CONTRATOS (#EMPREST) E OS PEDIDOS DAS        *   00001400
      *      AGENCIAS (I INCLUSAO DO CONTRATO / Q DEMONSTRATIVO DE  *   00001500
      *      QUITACAO, EM ORDEM DE AGENCIA/CONTA/CONTRATO) E GRAVA  *   00001600
      *      A NOVA GERACAO. NA INCLUSAO A PARCELA E CALCULADA PELA *   00001700
      *      TABELA PRICE SOBRE O PRINCIPAL, A TAXA AO MES E O      *   00001800
      *      PRAZO; A LIBERACAO DO CREDITO NAO PASSA POR AQUI.      *   00001900
      *      PEDIDO RECUSADO SAI NO RELATORIO COM O MOTIVO.         *   00002000
      *      A PARCELA QUE VENCE ATE A DATA DE PROCESSAMENTO PASSA  *   00002100
      *      A SER DEVIDA (JUROS DO MES SOBRE O SALDO DEVEDOR, O    *   00002200
      *      RESTO AMORTIZA). O DEVIDO (ENCARGOS PRIMEIRO, DEPOIS   *   00002300
      *      AS PARCELAS DA MAIS ANTIGA PARA A MAIS NOVA) E         *   00002400
      *      CONFERIDO CONTRA O DISPONIVEL DE ONTEM (SALDOS(0):     *   00002500
      *      FECHAMENTO MENOS BLOQUEADO, CONSUMIDO POR CONTRATO NA  *   00002600
      *      MESMA CONTA): O QUE O SALDO COBRE VIRA                 *   00002700
      *      UM DEBITO D NO LAYOUT #CLIENTE COM HEADER E TRAILER    *   00002800
      *      #CLIHDR EM EMPRSAI, QUE ENTRA NA CADEIA DO DIA PELO    *   00002900
      *      PORTACLI (DD CLIEMPR) COM ID DE RASTREIO DA FAIXA      *   00003000
      *      RESERVADA 600001-699999. O QUE NAO FOI PAGO FICA EM    *   00003100
      *      ATRASO: MULTA DO SYSIN UMA VEZ SOBRE A PARCELA NAO     *   00003200
      *      PAGA NO DIA DA COBRANCA E MORA DO SYSIN (AO MES, PRO   *   00003300
      *      RATA POR DIA CORRIDO) SOBRE O VALOR EM ATRASO, E A     *   00003400
      *      COBRANCA SE REPETE TODO DIA ATE ZERAR.                 *   00003500
      *      TODO CONTRATO EM ATRASO SAI NO RELATORIO COM OS DIAS   *   00003600
      *      DESDE O VENCIMENTO DA PARCELA MAIS ANTIGA EM ABERTO    *   00003700
      *      E A FAIXA (ATE 30/31 A 60/61 A 90/ACIMA DE 90 DIAS),   *   00003800
      *      COM O TOTAL POR FAIXA NO FIM. O PEDIDO Q IMPRIME O     *   00003900
      *      DEMONSTRATIVO DE QUITACAO NA DATA, DEPOIS DA COBRANCA  *   00004000
      *      DO DIA: SALDO DEVEDOR, JUROS PRO RATA DESDE O ULTIMO   *   00004100
      *      VENCIMENTO, PARCELAS VENCIDAS EM ABERTO E ENCARGOS.    *   00004200
      *      CONTRATO LIQUIDADO SAI DO MESTRE NO DIA SEGUINTE.      *   00004300
      *      SYSIN: DATA, MULTA EM % (ZERO ASSUME 2,00) E MORA EM   *   00004400
      *      % AO MES (ZERO ASSUME 1,00).                           *   00004500
      *      O DEBITO E GERADO COM BASE NO SALDO DE ONTEM: O QUE O  *   00004600
      *      ATUSALDO DE ONTEM NAO APLICOU (SEMCONTA OU BLOQEXC,    *   00004700
      *      LIDOS NO DD NAOAPLIC) E CASADO PELO EMP-ULT-* E A      *   00004800
      *      COBRANCA E REABERTA ANTES DA DO DIA: ENCARGOS E        *   00004820
      *      PARCELAS VOLTAM A FICAR EM ABERTO (SEM NOVA MULTA, A   *   00004840
      *      MORA CORRE DESDE ONTEM) E O CONTRATO LIQUIDADO POR     *   00004860
      *      ELE VOLTA A ATIVO.                                     *   00004880
      *-------------------------------------------------------------*   00004900
      *   ARQUIVOS...:                                              *   00005000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00005100
      *    EMPANT               I                  #EMPREST         *   00005200
      *    PEDEMPR              I                  -----------      *   00005300
      *    SALDOANT             I                  #SALDO           *   00005400
      *    NAOAPLIC             I                  #CLIENTE         *   00005450
      *    EMPNOV               O                  #EMPREST         *   00005500
      *    EMPRSAI              O                  #CLIENTE #CLIHDR *   00005600
      *-------------------------------------------------------------*   00005700
      *   MODULOS....:                             INCLUDE/BOOK     *   00005800
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00005900
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00006000
      *   VALIDATA -   CRITICA DA DATA              VALDATA         *   00006100
      *=============================================================*   00006200
                                                                        00006300
      *=============================================================*   00006400
       ENVIRONMENT                               DIVISION.              00006500
      *=============================================================*   00006600
                                                                        00006700
      *=============================================================*   00006800
       CONFIGURATION                               SECTION.             00006900
      *=============================================================*   00007000
       SPECIAL-NAMES.                                                   00007100
           DECIMAL-POINT IS COMMA.                                      00007200
                                                                        00007300
                                                                        00007400
       INPUT-OUTPUT                                SECTION.             00007500
       FILE-CONTROL.                                                    00007600
           SELECT EMPANT    ASSIGN TO EMPANT                            00007700
               FILE STATUS  IS WRK-FS-EMPANT.                           00007800
           SELECT PEDEMPR   ASSIGN TO PEDEMPR                           00007900
               FILE STATUS  IS WRK-FS-PEDEMPR.                          00008000
           SELECT SALDOANT  ASSIGN TO SALDOANT                          00008100
               FILE STATUS  IS WRK-FS-SALDOANT.                         00008200
           SELECT NAOAPLIC  ASSIGN TO NAOAPLIC                          00008233
               FILE STATUS  IS WRK-FS-NAOAPLIC.                         00008266
           SELECT EMPNOV    ASSIGN TO EMPNOV                            00008300
               FILE STATUS  IS WRK-FS-EMPNOV.                           00008400
           SELECT EMPRSAI   ASSIGN TO EMPRSAI                           00008500
               FILE STATUS  IS WRK-FS-EMPRSAI.                          00008600
                                                                        00008700
      *=============================================================*   00008800
       DATA                                      DIVISION.              00008900
      *=============================================================*   00009000
       FILE                                      SECTION.               00009100
                                                                        00009200
      *-------------------------------------------------------------*   00009300
      *   EMPANT - MESTRE DE CONTRATOS DE EMPRESTIMO DE ONTEM       *   00009400
      *-------------------------------------------------------------*   00009500
       FD EMPANT                                                        00009600
           RECORDING  MODE IS F                                         00009700
           BLOCK CONTAINS 0 RECORDS.                                    00009800
                                                                        00009900
       01 REG-EMPANT.                                                   00010000
          05 EMPANT-CHAVE        PIC X(12).                             00010100
          05 FILLER              PIC X(188).                            00010200
                                                                        00010300
      *-------------------------------------------------------------*   00010400
      *   PEDEMPR - PEDIDOS DAS AGENCIAS, EM ORDEM DE AGENCIA/      *   00010500
      *      CONTA/CONTRATO E, NA MESMA CHAVE, NA ORDEM DE CHEGADA. *   00010600
      *      OPERACAO: I INCLUSAO / Q DEMONSTRATIVO DE QUITACAO (NO *   00010700
      *      Q SO A CHAVE E LIDA). TAXA EM % AO MES                 *   00010800
      *-------------------------------------------------------------*   00010900
       FD PEDEMPR                                                       00011000
           RECORDING  MODE IS F                                         00011100
           BLOCK CONTAINS 0 RECORDS.                                    00011200
                                                                        00011300
       01 REG-PEDEMPR.                                                  00011400
          05 PDE-OPERACAO        PIC X(01).                             00011500
             88 PDE-INCLUSAO         VALUE 'I'.                         00011600
             88 PDE-QUITACAO         VALUE 'Q'.                         00011700
          05 PDE-CHAVE.                                                 00011800
             10 PDE-AGENCIA      PIC 9(04).                             00011900
             10 PDE-CONTA        PIC 9(05).                             00012000
             10 PDE-CONTRATO     PIC 9(03).                             00012100
          05 PDE-CLIENTE         PIC X(30).                             00012200
          05 PDE-VALOR-PRINCIPAL PIC 9(10)V99.                          00012300
          05 PDE-TAXA-MENSAL     PIC 9(02)V9(04).                       00012400
          05 PDE-PRAZO           PIC 9(03).                             00012500
          05 PDE-PRIM-VENCTO     PIC 9(08).                             00012600
          05 FILLER              PIC X(48).                             00012700
                                                                        00012800
      *-------------------------------------------------------------*   00012900
      *   SALDOANT - GERACAO DE ONTEM DO MESTRE SALDOS              *   00013000
      *-------------------------------------------------------------*   00013100
       FD SALDOANT                                                      00013200
           RECORDING  MODE IS F                                         00013300
           BLOCK CONTAINS 0 RECORDS.                                    00013400
                                                                        00013500
       COPY '#SALDO'.                                                   00013600
                                                                        00013610
      *-------------------------------------------------------------*   00013620
      *   NAOAPLIC - MOVIMENTOS QUE O ATUSALDO DE ONTEM NAO APLICOU *   00013630
      *-------------------------------------------------------------*   00013640
       FD NAOAPLIC                                                      00013650
           RECORDING  MODE IS F                                         00013660
           BLOCK CONTAINS 0 RECORDS.                                    00013670
                                                                        00013680
       01 REG-NAOAPLIC        PIC X(88).                                00013690
                                                                        00013700
      *-------------------------------------------------------------*   00013800
      *   EMPNOV - NOVA GERACAO DO MESTRE DE CONTRATOS              *   00013900
      *-------------------------------------------------------------*   00014000
       FD EMPNOV                                                        00014100
           RECORDING  MODE IS F                                         00014200
           BLOCK CONTAINS 0 RECORDS.                                    00014300
                                                                        00014400
       01 REG-EMPNOV          PIC X(200).                               00014500
                                                                        00014600
      *-------------------------------------------------------------*   00014700
      *   EMPRSAI - DEBITOS DE PARCELA GERADOS PARA O PORTACLI      *   00014800
      *-------------------------------------------------------------*   00014900
       FD EMPRSAI                                                       00015000
           RECORDING  MODE IS F                                         00015100
           BLOCK CONTAINS 0 RECORDS.                                    00015200
                                                                        00015300
       01 REG-EMPRSAI         PIC X(88).                                00015400
                                                                        00015500
      *=============================================================*   00015600
       WORKING-STORAGE                             SECTION.             00015700
      *=============================================================*   00015800
                                                                        00015900
       01 FILLER         PIC X(64) VALUE                                00016000
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00016100
      *-------------------------------------------------------------*   00016200
       77 WRK-FS-EMPANT   PIC 9(02).                                    00016300
       77 WRK-FS-PEDEMPR  PIC 9(02).                                    00016400
       77 WRK-FS-SALDOANT PIC 9(02).                                    00016500
       77 WRK-FS-NAOAPLIC PIC 9(02).                                    00016550
       77 WRK-FS-EMPNOV   PIC 9(02).                                    00016600
       77 WRK-FS-EMPRSAI  PIC 9(02).                                    00016700
                                                                        00016800
       01 FILLER         PIC X(64) VALUE                                00016900
           '-----------CHAVES DO BALANCE LINE------------'.             00017000
      *-------------------------------------------------------------*   00017100
       01 WRK-CHAVE-MESTRE.                                             00017200
          05 WRK-CM-AGENCIA    PIC X(04).                               00017300
          05 WRK-CM-CONTA      PIC X(05).                               00017400
          05 WRK-CM-CONTRATO   PIC X(03).                               00017500
                                                                        00017600
       01 WRK-CHAVE-SOLIC.                                              00017700
          05 WRK-CS-AGENCIA    PIC X(04).                               00017800
          05 WRK-CS-CONTA      PIC X(05).                               00017900
          05 WRK-CS-CONTRATO   PIC X(03).                               00018000
                                                                        00018100
       01 WRK-CHAVE-CORRENTE.                                           00018200
          05 WRK-CC-AGENCIA    PIC X(04).                               00018300
          05 WRK-CC-CONTA      PIC X(05).                               00018400
          05 WRK-CC-CONTRATO   PIC X(03).                               00018500
                                                                        00018600
       01 FILLER         PIC X(64) VALUE                                00018700
           '-----------CONTRATO EM ATUALIZACAO-----------'.             00018800
      *-------------------------------------------------------------*   00018900
       77 WRK-CONTRATO-EXISTE  PIC X(01) VALUE 'N'.                     00019000
           88 WRK-EXISTE-CONTRATO  VALUE 'S'.                           00019100
       77 WRK-PEDIDO-RECUSADO  PIC X(01) VALUE 'N'.                     00019200
           88 WRK-RECUSADO         VALUE 'S'.                           00019300
       77 WRK-QUITACAO-PEDIDA  PIC X(01) VALUE 'N'.                     00019400
           88 WRK-PEDIU-QUITACAO   VALUE 'S'.                           00019500
       77 WRK-RESULTADO        PIC X(45) VALUE SPACES.                  00019600
       77 WRK-PERC-MULTA       PIC 9(02)V99 VALUE ZEROS.                00019700
       77 WRK-PERC-MORA        PIC 9(02)V99 VALUE ZEROS.                00019800
                                                                        00019900
       COPY '#EMPREST'.                                                 00020000
                                                                        00020100
      *------------DEBITO EM MONTAGEM-------------------------------*   00020200
                                                                        00020300
       COPY '#CLIENTE'.                                                 00020400
                                                                        00020500
      *------------HEADER E TRAILER DE CONTROLE DA SAIDA------------*   00020600
                                                                        00020700
       COPY '#CLIHDR'.                                                  00020800
                                                                        00020900
       01 FILLER         PIC X(64) VALUE                                00021000
           '-----------CALCULO DA PARCELA E DA COBRANCA--'.             00021100
      *-------------------------------------------------------------*   00021200
       77 WRK-TAXA-UNITARIA    PIC 9(01)V9(06) COMP-3 VALUE ZEROS.      00021300
       77 WRK-FATOR            PIC 9(09)V9(09) COMP-3 VALUE ZEROS.      00021400
       77 WRK-PARCELA          PIC 9(10)V99 VALUE ZEROS.                00021500
       77 WRK-JUROS            PIC 9(10)V99 VALUE ZEROS.                00021600
       77 WRK-AMORTIZACAO      PIC 9(10)V99 VALUE ZEROS.                00021700
       77 WRK-VALOR-VENCIDO    PIC 9(10)V99 VALUE ZEROS.                00021800
       77 WRK-VENCIDO-HOJE     PIC 9(10)V99 VALUE ZEROS.                00021900
       77 WRK-NAO-PAGO-HOJE    PIC 9(10)V99 VALUE ZEROS.                00022000
       77 WRK-DEVIDO           PIC 9(10)V99 VALUE ZEROS.                00022100
       77 WRK-A-PAGAR          PIC 9(10)V99 VALUE ZEROS.                00022200
       77 WRK-SOBRA            PIC 9(10)V99 VALUE ZEROS.                00022300
       77 WRK-MULTA            PIC 9(08)V99 VALUE ZEROS.                00022400
       77 WRK-MORA             PIC 9(08)V99 VALUE ZEROS.                00022500
       77 WRK-TOTAL-QUITACAO   PIC 9(10)V99 VALUE ZEROS.                00022600
       77 WRK-DIAS             PIC 9(05) VALUE ZEROS.                   00022700
       77 WRK-NUM-PARCELA      PIC 9(03) VALUE ZEROS.                   00022800
                                                                        00022900
       01 FILLER         PIC X(64) VALUE                                00023000
           '-----------IDS DE RASTREIO DOS DEBITOS-------'.             00023100
      *-------------------------------------------------------------*   00023200
       77 WRK-SEQ-DEBITO       PIC 9(05) VALUE ZEROS.                   00023300
       77 WRK-ID-RESERVADO     PIC 9(06) VALUE 600000.                  00023400
       77 WRK-ID-DEBITO        PIC 9(06) VALUE ZEROS.                   00023500
                                                                        00023600
       01 FILLER         PIC X(64) VALUE                                00023700
           '-----------TABELA DE SALDOS DE ONTEM---------'.             00023800
      *-------------------------------------------------------------*   00023900
       77 WRK-SLD-QTD          PIC 9(05) VALUE ZEROS.                   00024000
       77 WRK-SLD-LIMITE       PIC 9(05) VALUE 20000.                   00024100
       77 WRK-SEM-POSICAO      PIC X(01) VALUE 'N'.                     00024200
           88 WRK-SEM-SALDO-CONTA  VALUE 'S'.                           00024300
       77 WRK-TEM-TRAILER      PIC X(01) VALUE 'N'.                     00024400
           88 WRK-TRAILER-LIDO     VALUE 'S'.                           00024500
       77 WRK-TRL-QTD-CONTAS   PIC 9(07) VALUE ZEROS.                   00024600
       77 WRK-DISPONIVEL       PIC S9(10)V99 VALUE ZEROS.               00024700
                                                                        00024800
       01 WRK-CHAVE-CONTA.                                              00024900
          05 WRK-CK-AGENCIA    PIC 9(04).                               00025000
          05 WRK-CK-CONTA      PIC 9(05).                               00025100
                                                                        00025200
       01 WRK-CHAVE-ANTERIOR   PIC X(09) VALUE LOW-VALUES.              00025300
                                                                        00025400
       01 TAB-SALDOS.                                                   00025500
          05 TAB-SLD-ITEM OCCURS 1 TO 20000 TIMES                       00025600
                          DEPENDING ON WRK-SLD-QTD                      00025700
                          ASCENDING KEY IS TAB-SLD-CHAVE                00025800
                          INDEXED BY TAB-SLD-IDX.                       00025900
             10 TAB-SLD-CHAVE      PIC X(09).                           00026000
             10 TAB-SLD-DISPONIVEL PIC S9(10)V99 COMP-3.                00026100
                                                                        00026200
       01 FILLER         PIC X(64) VALUE                                00026205
           '-----------DEBITOS NAO APLICADOS ONTEM------'.              00026210
      *-------------------------------------------------------------*   00026215
       77 WRK-NAP-QTD          PIC 9(04) VALUE ZEROS.                   00026220
       77 WRK-NAP-ACHOU        PIC 9     VALUE 0.                       00026225
                                                                        00026230
       01 TAB-NAOAPLIC.                                                 00026235
          05 TAB-NAP-ITEM OCCURS 2000 TIMES                             00026240
                          INDEXED BY TAB-NAP-IDX.                       00026245
             10 TAB-NAP-AGENCIA   PIC 9(04).                            00026250
             10 TAB-NAP-CONTA     PIC 9(05).                            00026255
             10 TAB-NAP-DATA      PIC 9(08).                            00026260
             10 TAB-NAP-ID        PIC 9(06).                            00026265
             10 TAB-NAP-VALOR     PIC 9(08)V99.                         00026270
             10 TAB-NAP-CASADO    PIC X(01).                            00026275
                                                                        00026280
       01 FILLER         PIC X(64) VALUE                                00026300
           '-----------FAIXAS DE ATRASO------------------'.             00026400
      *-------------------------------------------------------------*   00026500
       01 TAB-FAIXAS-TEXTO.                                             00026600
          05 FILLER            PIC X(16) VALUE 'ATE 30 DIAS     '.      00026700
          05 FILLER            PIC X(16) VALUE '31 A 60 DIAS    '.      00026800
          05 FILLER            PIC X(16) VALUE '61 A 90 DIAS    '.      00026900
          05 FILLER            PIC X(16) VALUE 'ACIMA DE 90 DIAS'.      00027000
       01 TAB-FAIXAS-TEXTO-R REDEFINES TAB-FAIXAS-TEXTO.                00027100
          05 TAB-FX-TEXTO      PIC X(16) OCCURS 4 TIMES.                00027200
                                                                        00027300
       01 TAB-FAIXAS.                                                   00027400
          05 TAB-FX-ITEM OCCURS 4 TIMES                                 00027500
                         INDEXED BY TAB-FX-IDX.                         00027600
             10 TAB-FX-QTD        PIC 9(07).                            00027700
             10 TAB-FX-VALOR      PIC 9(12)V99.                         00027800
                                                                        00027900
       01 FILLER         PIC X(64) VALUE                                00028000
           '-----------CALCULO DE DATAS------------------'.             00028100
      *-------------------------------------------------------------*   00028200
       01 WRK-DATA-CALC.                                                00028300
          05 WRK-DC-ANO        PIC 9(04).                               00028400
          05 WRK-DC-MES        PIC 9(02).                               00028500
          05 WRK-DC-DIA        PIC 9(02).                               00028600
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC PIC 9(08).            00028700
                                                                        00028800
       01 WRK-DATA-AUX.                                                 00028900
          05 WRK-DA-ANO        PIC 9(04).                               00029000
          05 WRK-DA-MES        PIC 9(02).                               00029100
          05 WRK-DA-DIA        PIC 9(02).                               00029200
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX PIC 9(08).              00029300
                                                                        00029400
       77 WRK-DIAS-MES         PIC 9(02) VALUE ZEROS.                   00029500
       77 WRK-QUOCIENTE        PIC 9(04) VALUE ZEROS.                   00029600
       77 WRK-RESTO            PIC 9(04) VALUE ZEROS.                   00029700
       77 WRK-MESES            PIC 9(04) VALUE ZEROS.                   00029800
       77 WRK-ND-ANO           PIC 9(04) VALUE ZEROS.                   00029900
       77 WRK-ND-MES           PIC 9(02) VALUE ZEROS.                   00030000
       77 WRK-ND-Q4            PIC 9(04) VALUE ZEROS.                   00030100
       77 WRK-ND-Q100          PIC 9(04) VALUE ZEROS.                   00030200
       77 WRK-ND-Q400          PIC 9(04) VALUE ZEROS.                   00030300
       77 WRK-ND-MESES         PIC 9(04) VALUE ZEROS.                   00030400
       77 WRK-NUM-DIA          PIC 9(07) VALUE ZEROS.                   00030500
       77 WRK-NUM-DIA-PROC     PIC 9(07) VALUE ZEROS.                   00030600
                                                                        00030700
       01 FILLER         PIC X(64) VALUE                                00030800
           '-----------ACUMULAR CONTRATOS----------------'.             00030900
      *-------------------------------------------------------------*   00031000
       77 WRK-ACUM-MESTRE      PIC 9(07) VALUE ZEROS.                   00031100
       77 WRK-ACUM-PEDIDOS     PIC 9(07) VALUE ZEROS.                   00031200
       77 WRK-ACUM-INCLUIDOS   PIC 9(07) VALUE ZEROS.                   00031300
       77 WRK-ACUM-QUITACOES   PIC 9(07) VALUE ZEROS.                   00031400
       77 WRK-ACUM-RECUSADOS   PIC 9(07) VALUE ZEROS.                   00031500
       77 WRK-ACUM-VENCIDAS    PIC 9(07) VALUE ZEROS.                   00031600
       77 WRK-ACUM-DEBITOS     PIC 9(07) VALUE ZEROS.                   00031700
       77 WRK-ACUM-SEM-SALDO   PIC 9(07) VALUE ZEROS.                   00031800
       77 WRK-ACUM-EM-ATRASO   PIC 9(07) VALUE ZEROS.                   00031900
       77 WRK-ACUM-LIQUIDADOS  PIC 9(07) VALUE ZEROS.                   00032000
       77 WRK-ACUM-BAIXADOS    PIC 9(07) VALUE ZEROS.                   00032100
       77 WRK-ACUM-REABERTOS   PIC 9(07) VALUE ZEROS.                   00032150
       77 WRK-ACUM-GRAVADOS    PIC 9(07) VALUE ZEROS.                   00032200
       77 WRK-ACUM-SALDOS      PIC 9(07) VALUE ZEROS.                   00032300
       77 WRK-TOTAL-DEBITADO   PIC 9(12)V99 VALUE ZEROS.                00032400
       77 WRK-TOTAL-MULTA      PIC 9(12)V99 VALUE ZEROS.                00032500
       77 WRK-TOTAL-MORA       PIC 9(12)V99 VALUE ZEROS.                00032600
       77 WRK-TOTAL-ATRASO     PIC 9(12)V99 VALUE ZEROS.                00032700
       77 WRK-TOTAL-REABERTO   PIC 9(12)V99 VALUE ZEROS.                00032750
                                                                        00032800
       01 FILLER         PIC X(64) VALUE                                00032900
           '-----------LINHAS DO RELATORIO---------------'.             00033000
      *-------------------------------------------------------------*   00033100
       01 WRK-CABEC2.                                                   00033200
          05 FILLER   PIC X(09) VALUE 'AGENCIA  '.                      00033300
          05 FILLER   PIC X(08) VALUE 'CONTA   '.                       00033400
          05 FILLER   PIC X(05) VALUE 'CTR  '.                          00033500
          05 FILLER   PIC X(02) VALUE 'EV'.                             00033600
          05 FILLER   PIC X(16) VALUE '           VALOR'.               00033700
          05 FILLER   PIC X(12) VALUE '        DATA'.                   00033800
          05 FILLER   PIC X(11) VALUE '  RESULTADO'.                    00033900
                                                                        00034000
       01 WRK-CABEC3.                                                   00034100
          05 FILLER   PIC X(50) VALUE                                   00034200
             'EV: I INCLUSAO  Q QUITACAO  V VENCIMENTO  D DEBITO'.      00034300
          05 FILLER   PIC X(50) VALUE                                   00034400
             '  S SEM SALDO  M MULTA  A ATRASO  L LIQUID  R REAB'.      00034500
                                                                        00034600
       01 WRK-LINHA-EMPREST.                                            00034700
          05 FILLER            PIC X(02).                               00034800
          05 WRK-LE-AGENCIA    PIC 9(04).                               00034900
          05 FILLER            PIC X(03).                               00035000
          05 WRK-LE-CONTA      PIC 9(05).                               00035100
          05 FILLER            PIC X(03).                               00035200
          05 WRK-LE-CONTRATO   PIC 9(03).                               00035300
          05 FILLER            PIC X(02).                               00035400
          05 WRK-LE-EVENTO     PIC X(01).                               00035500
          05 FILLER            PIC X(01).                               00035600
          05 WRK-LE-VALOR      PIC ZZZ.ZZZ.ZZ9,99.                      00035700
          05 FILLER            PIC X(04).                               00035800
          05 WRK-LE-DATA       PIC 9(08).                               00035900
          05 FILLER            PIC X(02).                               00036000
          05 WRK-LE-RESULTADO  PIC X(45).                               00036100
                                                                        00036200
       01 WRK-RESULTADO-INCLUSAO.                                       00036300
          05 FILLER            PIC X(11) VALUE 'INCLUIDO - '.           00036400
          05 WRK-RI-PRAZO      PIC ZZ9.                                 00036500
          05 FILLER            PIC X(12) VALUE ' PARCELAS DE'.          00036600
          05 WRK-RI-PARCELA    PIC ZZZ.ZZZ.ZZ9,99.                      00036700
          05 FILLER            PIC X(05) VALUE SPACES.                  00036800
                                                                        00036900
       01 WRK-RESULTADO-VENCIDA.                                        00037000
          05 FILLER            PIC X(08) VALUE 'PARCELA '.              00037100
          05 WRK-RV-PARCELA    PIC 9(03).                               00037200
          05 FILLER            PIC X(01) VALUE '/'.                     00037300
          05 WRK-RV-PRAZO      PIC 9(03).                               00037400
          05 FILLER            PIC X(17) VALUE ' VENCIDA - JUROS '.     00037500
          05 WRK-RV-JUROS      PIC ZZ.ZZZ.ZZ9,99.                       00037600
                                                                        00037700
       01 WRK-RESULTADO-DEBITO.                                         00037800
          05 FILLER            PIC X(14) VALUE 'DEBITADO - ID '.        00037900
          05 WRK-RD-ID         PIC 9(06).                               00038000
          05 FILLER            PIC X(03) VALUE ' - '.                   00038100
          05 WRK-RD-TEXTO      PIC X(22).                               00038200
                                                                        00038300
       01 WRK-RESULTADO-ATRASO.                                         00038400
          05 FILLER            PIC X(10) VALUE 'ATRASO DE '.            00038500
          05 WRK-RA-DIAS       PIC ZZZZ9.                               00038600
          05 FILLER            PIC X(14) VALUE ' DIAS - FAIXA '.        00038700
          05 WRK-RA-FAIXA      PIC X(16).                               00038800
       01 WRK-RESULTADO-REABERTO.                                       00038814
          05 FILLER            PIC X(14) VALUE 'REABERTO - ID '.        00038828
          05 WRK-RR-ID         PIC 9(06).                               00038842
          05 FILLER            PIC X(25) VALUE                          00038856
             ' NAO APLICADO (ATUSALDO)'.                                00038870
                                                                        00038884
                                                                        00038900
       01 WRK-RESULTADO-PRORATA.                                        00039000
          05 FILLER            PIC X(17) VALUE 'JUROS PRO RATA - '.     00039100
          05 WRK-RP-DIAS       PIC ZZZZ9.                               00039200
          05 FILLER            PIC X(05) VALUE ' DIAS'.                 00039300
          05 FILLER            PIC X(18) VALUE SPACES.                  00039400
                                                                        00039500
       01 WRK-LINHA-TOTAL1.                                             00039600
          05 FILLER            PIC X(20) VALUE ' PEDIDOS RECEBIDOS .'.  00039700
          05 WRK-LT-PEDIDOS    PIC Z(06)9.                              00039800
          05 FILLER            PIC X(14) VALUE '   INCLUIDOS  '.        00039900
          05 WRK-LT-INCLUIDOS  PIC Z(06)9.                              00040000
          05 FILLER            PIC X(14) VALUE '   QUITACOES  '.        00040100
          05 WRK-LT-QUITACOES  PIC Z(06)9.                              00040200
          05 FILLER            PIC X(14) VALUE '   RECUSADOS  '.        00040300
          05 WRK-LT-RECUSADOS  PIC Z(06)9.                              00040400
                                                                        00040500
       01 WRK-LINHA-TOTAL2.                                             00040600
          05 FILLER            PIC X(20) VALUE ' PARCELAS VENCIDAS .'.  00040700
          05 WRK-LT-VENCIDAS   PIC Z(06)9.                              00040800
          05 FILLER            PIC X(14) VALUE '   DEBITOS    '.        00040900
          05 WRK-LT-DEBITOS    PIC Z(06)9.                              00041000
          05 FILLER            PIC X(14) VALUE '   SEM SALDO  '.        00041100
          05 WRK-LT-SEM-SALDO  PIC Z(06)9.                              00041200
          05 FILLER            PIC X(14) VALUE '   LIQUIDADOS '.        00041300
          05 WRK-LT-LIQUIDADOS PIC Z(06)9.                              00041400
                                                                        00041500
       01 WRK-LINHA-TOTAL3.                                             00041600
          05 FILLER            PIC X(20) VALUE ' VALOR DEBITADO ....'.  00041700
          05 WRK-LT-DEBITADO   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                  00041800
          05 FILLER            PIC X(10) VALUE '   MULTAS '.            00041900
          05 WRK-LT-MULTA      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                  00042000
          05 FILLER            PIC X(10) VALUE '   MORA   '.            00042100
          05 WRK-LT-MORA       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                  00042200
                                                                        00042300
       01 WRK-LINHA-FAIXA.                                              00042400
          05 FILLER            PIC X(08) VALUE ' ATRASO '.              00042500
          05 WRK-LF-FAIXA      PIC X(16).                               00042600
          05 FILLER            PIC X(03) VALUE ' ..'.                   00042700
          05 WRK-LF-QTD        PIC Z(06)9.                              00042800
          05 FILLER            PIC X(22) VALUE                          00042900
             ' CONTRATOS  EM ATRASO '.                                  00043000
          05 WRK-LF-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.                  00043100
                                                                        00043200
       01 FILLER         PIC X(64) VALUE                                00043300
           '-----------DATA DE PROCESSAMENTO--------------'.            00043400
      *-------------------------------------------------------------*   00043500
       COPY 'DATAPROC'.                                                 00043600
                                                                        00043700
      *------------BOOK CRITICA DA DATA-----------------------------*   00043800
                                                                        00043900
       COPY 'VALDATA'.                                                  00044000
                                                                        00044100
       01 FILLER         PIC X(64) VALUE                                00044200
           '-----------CHAMAR TRATA ERROS----------------'.             00044300
                                                                        00044400
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00044500
                                                                        00044600
       COPY 'VARERROS'.                                                 00044700
                                                                        00044800
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00044900
                                                                        00045000
       COPY 'REPWCOMM'.                                                 00045100
                                                                        00045200
      *=============================================================*   00045300
       PROCEDURE DIVISION.                                              00045400
      *=============================================================*   00045500
                                                                        00045600
      *-------------------------------------------------------------*   00045700
       0000-PRINCIPAL                         SECTION.                  00045800
      *-------------------------------------------------------------*   00045900
            PERFORM 1000-INICIAR.                                       00046000
            PERFORM 1100-TESTARSTATUS.                                  00046100
            PERFORM 1400-CARREGARSALDOS.                                00046200
            PERFORM 1600-CARREGARNAOAPLIC.                              00046250
            PERFORM 1500-GRAVARHEADER.                                  00046300
            PERFORM 1200-LERMESTRE.                                     00046400
            PERFORM 1300-LERPEDIDO.                                     00046500
            PERFORM 2000-PROCESSAR                                      00046600
               UNTIL WRK-CHAVE-MESTRE EQUAL HIGH-VALUES                 00046700
                 AND WRK-CHAVE-SOLIC  EQUAL HIGH-VALUES.                00046800
            PERFORM 3000-FINALIZAR.                                     00046900
            STOP RUN.                                                   00047000
                                                                        00047100
       0000-99-FIM.               EXIT.                                 00047200
                                                                        00047300
      *-------------------------------------------------------------*   00047400
       1000-INICIAR                           SECTION.                  00047500
      *-------------------------------------------------------------*   00047600
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00047700
            ACCEPT WRK-PERC-MULTA         FROM SYSIN.                   00047800
            ACCEPT WRK-PERC-MORA          FROM SYSIN.                   00047900
            IF WRK-PERC-MULTA NOT NUMERIC                               00048000
               OR WRK-PERC-MULTA EQUAL ZEROS                            00048100
              MOVE 2 TO WRK-PERC-MULTA                                  00048200
            END-IF.                                                     00048300
            IF WRK-PERC-MORA NOT NUMERIC                                00048400
               OR WRK-PERC-MORA EQUAL ZEROS                             00048500
              MOVE 1 TO WRK-PERC-MORA                                   00048600
            END-IF.                                                     00048700
            DISPLAY ' MULTA (%)..............' WRK-PERC-MULTA.          00048800
            DISPLAY ' MORA (% AO MES)........' WRK-PERC-MORA.           00048900
            MOVE SPACES TO WRK-LINHA-EMPREST.                           00049000
            MOVE ZEROS  TO TAB-FAIXAS.                                  00049100
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                 00049200
            CALL 'VALIDATA' USING WRK-VALIDA-DATA.                      00049300
            IF WRK-VD-INVALIDA                                          00049400
              MOVE '1000'                  TO WRK-SECAO                 00049500
              MOVE 'DATA DE PROCESSAMENTO INVALIDA' TO WRK-MSGERRO      00049600
              MOVE WRK-VD-STATUS           TO WRK-STATUS                00049700
              MOVE 8 TO RETURN-CODE                                     00049800
              PERFORM 9000-TRATARERROS                                  00049900
            END-IF.                                                     00050000
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-CALC-R.             00050100
            PERFORM 2850-NUMERODODIA.                                   00050200
            MOVE WRK-NUM-DIA            TO WRK-NUM-DIA-PROC.            00050300
            OPEN INPUT EMPANT.                                          00050400
            OPEN INPUT PEDEMPR.                                         00050500
            OPEN INPUT SALDOANT.                                        00050600
            OPEN INPUT NAOAPLIC.                                        00050650
            OPEN OUTPUT EMPNOV.                                         00050700
            OPEN OUTPUT EMPRSAI.                                        00050800
            MOVE 'CONTRATOS DE EMPRESTIMO - COBRANCA E ATRASO'          00050900
              TO WRK-RW-TITULO1.                                        00051000
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00051100
            MOVE WRK-CABEC3 TO WRK-RW-TITULO3.                          00051200
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00051300
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00051400
            MOVE 'N' TO WRK-RW-REABRIR.                                 00051500
            MOVE SPACES TO WRK-RW-QUEBRA.                               00051550
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00051600
            CALL 'REPWRITE' USING WRK-REPW.                             00051700
                                                                        00051800
       1000-99-FIM.               EXIT.                                 00051900
                                                                        00052000
      *-------------------------------------------------------------*   00052100
       1100-TESTARSTATUS                      SECTION.                  00052200
      *-------------------------------------------------------------*   00052300
               IF WRK-FS-EMPANT NOT EQUAL 0                             00052400
                MOVE '1000'                  TO WRK-SECAO               00052500
                MOVE 'ERRO OPEN EMPANT - '   TO WRK-MSGERRO             00052600
                MOVE WRK-FS-EMPANT           TO WRK-STATUS              00052700
                   PERFORM 9000-TRATARERROS                             00052800
               END-IF.                                                  00052900
               IF WRK-FS-PEDEMPR NOT EQUAL 0                            00053000
                MOVE '1001'                  TO WRK-SECAO               00053100
                MOVE 'ERRO OPEN PEDEMPR - '  TO WRK-MSGERRO             00053200
                MOVE WRK-FS-PEDEMPR          TO WRK-STATUS              00053300
                   PERFORM 9000-TRATARERROS                             00053400
               END-IF.                                                  00053500
               IF WRK-FS-SALDOANT NOT EQUAL 0                           00053600
                MOVE '1002'                  TO WRK-SECAO               00053700
                MOVE 'ERRO OPEN SALDOANT - ' TO WRK-MSGERRO             00053800
                MOVE WRK-FS-SALDOANT         TO WRK-STATUS              00053900
                   PERFORM 9000-TRATARERROS                             00054000
               END-IF.                                                  00054100
               IF WRK-FS-NAOAPLIC NOT EQUAL 0                           00054114
                MOVE '1006'                  TO WRK-SECAO               00054128
                MOVE 'ERRO OPEN NAOAPLIC - ' TO WRK-MSGERRO             00054142
                MOVE WRK-FS-NAOAPLIC         TO WRK-STATUS              00054156
                   PERFORM 9000-TRATARERROS                             00054170
               END-IF.                                                  00054184
               IF WRK-FS-EMPNOV NOT EQUAL 0                             00054200
                MOVE '1003'                  TO WRK-SECAO               00054300
                MOVE 'ERRO OPEN EMPNOV - '   TO WRK-MSGERRO             00054400
                MOVE WRK-FS-EMPNOV           TO WRK-STATUS              00054500
                   PERFORM 9000-TRATARERROS                             00054600
               END-IF.                                                  00054700
               IF WRK-FS-EMPRSAI NOT EQUAL 0                            00054800
                MOVE '1004'                  TO WRK-SECAO               00054900
                MOVE 'ERRO OPEN EMPRSAI - '  TO WRK-MSGERRO             00055000
                MOVE WRK-FS-EMPRSAI          TO WRK-STATUS              00055100
                   PERFORM 9000-TRATARERROS                             00055200
               END-IF.                                                  00055300
               IF WRK-RW-STATUS NOT EQUAL '00'                          00055400
                MOVE '1005'                  TO WRK-SECAO               00055500
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00055600
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00055700
                   PERFORM 9000-TRATARERROS                             00055800
               END-IF.                                                  00055900
                                                                        00056000
       1100-99-FIM.               EXIT.                                 00056100
                                                                        00056200
      *-------------------------------------------------------------*   00056300
       1200-LERMESTRE                         SECTION.                  00056400
      *-------------------------------------------------------------*   00056500
               READ EMPANT.                                             00056600
               IF WRK-FS-EMPANT EQUAL 10                                00056700
                 MOVE HIGH-VALUES  TO WRK-CHAVE-MESTRE                  00056800
               ELSE                                                     00056900
                 ADD 1 TO WRK-ACUM-MESTRE                               00057000
                 MOVE EMPANT-CHAVE TO WRK-CHAVE-MESTRE                  00057100
               END-IF.                                                  00057200
                                                                        00057300
       1200-99-FIM.               EXIT.                                 00057400
                                                                        00057500
      *-------------------------------------------------------------*   00057600
       1300-LERPEDIDO                         SECTION.                  00057700
      *-------------------------------------------------------------*   00057800
               READ PEDEMPR.                                            00057900
               IF WRK-FS-PEDEMPR EQUAL 10                               00058000
                 MOVE HIGH-VALUES  TO WRK-CHAVE-SOLIC                   00058100
               ELSE                                                     00058200
                 MOVE PDE-CHAVE    TO WRK-CHAVE-SOLIC                   00058300
               END-IF.                                                  00058400
                                                                        00058500
       1300-99-FIM.               EXIT.                                 00058600
                                                                        00058700
      *-------------------------------------------------------------*   00058800
      *   SALDOS DE ONTEM EM ORDEM DE AGENCIA/CONTA, PRONTOS PARA O *   00058900
      *   SEARCH ALL, JA COMO DISPONIVEL (FECHAMENTO MENOS          *   00059000
      *   BLOQUEADO). SEM O TRAILER, OU COM A QUANTIDADE DIFERENTE, *   00059100
      *   A GERACAO ESTA TRUNCADA E A COBRANCA NAO RODA             *   00059200
      *-------------------------------------------------------------*   00059300
       1400-CARREGARSALDOS                    SECTION.                  00059400
      *-------------------------------------------------------------*   00059500
               READ SALDOANT.                                           00059600
               PERFORM 1410-GUARDARSALDO                                00059700
                  UNTIL WRK-FS-SALDOANT EQUAL 10.                       00059800
               CLOSE SALDOANT.                                          00059900
               IF NOT WRK-TRAILER-LIDO                                  00060000
                  OR WRK-TRL-QTD-CONTAS NOT EQUAL WRK-ACUM-SALDOS       00060100
                 MOVE '1400'                  TO WRK-SECAO              00060200
                 MOVE 'MESTRE SALDOS SEM TRAILER OU TRUNCADO'           00060300
                   TO WRK-MSGERRO                                       00060400
                 MOVE '00'                    TO WRK-STATUS             00060500
                 MOVE 12 TO RETURN-CODE                                 00060600
                 PERFORM 9000-TRATARERROS                               00060700
               END-IF.                                                  00060800
                                                                        00060900
       1400-99-FIM.               EXIT.                                 00061000
                                                                        00061100
      *-------------------------------------------------------------*   00061200
       1410-GUARDARSALDO                      SECTION.                  00061300
      *-------------------------------------------------------------*   00061400
               IF STR-E-TRAILER                                         00061500
                 MOVE 'S'            TO WRK-TEM-TRAILER                 00061600
                 MOVE STR-QTD-CONTAS TO WRK-TRL-QTD-CONTAS              00061700
               ELSE                                                     00061800
                 IF WRK-SLD-QTD NOT LESS WRK-SLD-LIMITE                 00061900
                   MOVE '1410'                  TO WRK-SECAO            00062000
                   MOVE 'MESTRE SALDOS EXCEDE A TABELA DE 20000'        00062100
                     TO WRK-MSGERRO                                     00062200
                   MOVE '00'                    TO WRK-STATUS           00062300
                   MOVE 12 TO RETURN-CODE                               00062400
                   PERFORM 9000-TRATARERROS                             00062500
                 END-IF                                                 00062600
                 MOVE SAL-AGENCIA TO WRK-CK-AGENCIA                     00062700
                 MOVE SAL-CONTA   TO WRK-CK-CONTA                       00062800
                 IF WRK-CHAVE-CONTA NOT GREATER WRK-CHAVE-ANTERIOR      00062900
                   MOVE '1410'                  TO WRK-SECAO            00063000
                   MOVE 'MESTRE SALDOS FORA DE ORDEM' TO WRK-MSGERRO    00063100
                   MOVE '00'                    TO WRK-STATUS           00063200
                   MOVE 12 TO RETURN-CODE                               00063300
                   PERFORM 9000-TRATARERROS                             00063400
                 END-IF                                                 00063500
                 ADD 1 TO WRK-ACUM-SALDOS                               00063600
                 ADD 1 TO WRK-SLD-QTD                                   00063700
                 SET TAB-SLD-IDX TO WRK-SLD-QTD                         00063800
                 MOVE WRK-CHAVE-CONTA                                   00063900
                   TO TAB-SLD-CHAVE (TAB-SLD-IDX)                       00064000
                 COMPUTE TAB-SLD-DISPONIVEL (TAB-SLD-IDX) =             00064100
                         SAL-SALDO-FECHAMENTO - SAL-VALOR-BLOQUEADO     00064200
                 MOVE WRK-CHAVE-CONTA TO WRK-CHAVE-ANTERIOR             00064300
               END-IF.                                                  00064400
               READ SALDOANT.                                           00064500
                                                                        00064600
       1410-99-FIM.               EXIT.                                 00064700
                                                                        00064800
      *-------------------------------------------------------------*   00064900
       1500-GRAVARHEADER                      SECTION.                  00065000
      *-------------------------------------------------------------*   00065100
               MOVE SPACES TO REG-CLIHDR.                               00065200
               MOVE 'HDR'  TO HDR-TIPO.                                 00065300
               MOVE WRK-DATA-PROCESSAMENTO TO HDR-DATA-NEGOCIO.         00065400
               MOVE 'EMPREST ' TO HDR-ORIGEM.                           00065500
               WRITE REG-EMPRSAI FROM REG-CLIHDR.                       00065600
                                                                        00065700
       1500-99-FIM.               EXIT.                                 00065800
                                                                        00065802
      *-------------------------------------------------------------*   00065804
      *   SO INTERESSAM OS DEBITOS DO EMPREST (FAIXA 600001 A       *   00065806
      *   699999) QUE O ATUSALDO DE ONTEM DESVIOU. A TABELA CHEIA   *   00065808
      *   PARA O PROCESSAMENTO - DEBITO PERDIDO DEIXARIA A PARCELA  *   00065810
      *   PAGA                                                      *   00065811
      *-------------------------------------------------------------*   00065812
       1600-CARREGARNAOAPLIC                  SECTION.                  00065814
      *-------------------------------------------------------------*   00065816
               READ NAOAPLIC INTO REG-CLIENTE.                          00065818
               PERFORM 1610-GUARDARNAOAPLIC                             00065820
                  UNTIL WRK-FS-NAOAPLIC EQUAL 10.                       00065822
               CLOSE NAOAPLIC.                                          00065824
                                                                        00065826
       1600-99-FIM.               EXIT.                                 00065828
                                                                        00065830
      *-------------------------------------------------------------*   00065832
       1610-GUARDARNAOAPLIC                   SECTION.                  00065834
      *-------------------------------------------------------------*   00065836
               IF FD-ID-RASTREIO GREATER WRK-ID-RESERVADO               00065838
                  AND FD-ID-RASTREIO LESS 700000                        00065840
                 IF WRK-NAP-QTD NOT LESS 2000                           00065842
                   MOVE '1610'                  TO WRK-SECAO            00065844
                   MOVE 'NAO APLICADOS EXCEDEM A TABELA DE 2000'        00065846
                     TO WRK-MSGERRO                                     00065848
                   MOVE '00'                    TO WRK-STATUS           00065850
                   MOVE 12 TO RETURN-CODE                               00065852
                   PERFORM 9000-TRATARERROS                             00065854
                 END-IF                                                 00065856
                 ADD 1 TO WRK-NAP-QTD                                   00065858
                 SET TAB-NAP-IDX TO WRK-NAP-QTD                         00065860
                 MOVE FD-AGENCIA        TO TAB-NAP-AGENCIA (TAB-NAP-IDX)00065862
                 MOVE FD-CONTA          TO TAB-NAP-CONTA   (TAB-NAP-IDX)00065864
                 MOVE FD-DATA-MOVIMENTO TO TAB-NAP-DATA    (TAB-NAP-IDX)00065866
                 MOVE FD-ID-RASTREIO    TO TAB-NAP-ID      (TAB-NAP-IDX)00065868
                 MOVE FD-VALOR          TO TAB-NAP-VALOR   (TAB-NAP-IDX)00065870
                 MOVE 'N'               TO TAB-NAP-CASADO  (TAB-NAP-IDX)00065872
               END-IF.                                                  00065874
               READ NAOAPLIC INTO REG-CLIENTE.                          00065876
                                                                        00065878
       1610-99-FIM.               EXIT.                                 00065880
                                                                        00065900
      *-------------------------------------------------------------*   00066000
       2000-PROCESSAR                         SECTION.                  00066100
      *-------------------------------------------------------------*   00066200
               MOVE 'N' TO WRK-QUITACAO-PEDIDA.                         00066300
               IF WRK-CHAVE-MESTRE LESS WRK-CHAVE-SOLIC                 00066400
                 PERFORM 2100-CARREGARMESTRE                            00066500
                 PERFORM 2500-TRATARCONTRATO                            00066600
                 PERFORM 2600-GRAVARCONTRATO                            00066700
                 PERFORM 1200-LERMESTRE                                 00066800
               ELSE                                                     00066900
                 IF WRK-CHAVE-MESTRE EQUAL WRK-CHAVE-SOLIC              00067000
                   PERFORM 2100-CARREGARMESTRE                          00067100
                   PERFORM 2300-APLICARPEDIDOS                          00067200
                   PERFORM 2500-TRATARCONTRATO                          00067300
                   PERFORM 2600-GRAVARCONTRATO                          00067400
                   PERFORM 1200-LERMESTRE                               00067500
                 ELSE                                                   00067600
                   PERFORM 2200-CONTRATOINEXISTENTE                     00067700
                   PERFORM 2300-APLICARPEDIDOS                          00067800
                   IF WRK-EXISTE-CONTRATO                               00067900
                     PERFORM 2500-TRATARCONTRATO                        00068000
                     PERFORM 2600-GRAVARCONTRATO                        00068100
                   END-IF                                               00068200
                 END-IF                                                 00068300
               END-IF.                                                  00068400
                                                                        00068500
       2000-99-FIM.               EXIT.                                 00068600
                                                                        00068700
      *-------------------------------------------------------------*   00068800
       2100-CARREGARMESTRE                    SECTION.                  00068900
      *-------------------------------------------------------------*   00069000
               MOVE WRK-CHAVE-MESTRE      TO WRK-CHAVE-CORRENTE.        00069100
               MOVE 'S'                   TO WRK-CONTRATO-EXISTE.       00069200
               MOVE REG-EMPANT            TO REG-EMPREST.               00069300
                                                                        00069400
       2100-99-FIM.               EXIT.                                 00069500
                                                                        00069600
      *-------------------------------------------------------------*   00069700
      *   PEDIDO PARA CONTRATO QUE NAO ESTA NO MESTRE: SO A         *   00069800
      *   INCLUSAO CRIA O CONTRATO (2320)                           *   00069900
      *-------------------------------------------------------------*   00070000
       2200-CONTRATOINEXISTENTE               SECTION.                  00070100
      *-------------------------------------------------------------*   00070200
               MOVE WRK-CHAVE-SOLIC       TO WRK-CHAVE-CORRENTE.        00070300
               MOVE 'N'                   TO WRK-CONTRATO-EXISTE.       00070400
               MOVE SPACES                TO REG-EMPREST.               00070500
                                                                        00070600
       2200-99-FIM.               EXIT.                                 00070700
                                                                        00070800
      *-------------------------------------------------------------*   00070900
       2300-APLICARPEDIDOS                    SECTION.                  00071000
      *-------------------------------------------------------------*   00071100
               PERFORM 2310-APLICARUMPEDIDO                             00071200
                  UNTIL WRK-CHAVE-SOLIC NOT EQUAL WRK-CHAVE-CORRENTE.   00071300
                                                                        00071400
       2300-99-FIM.               EXIT.                                 00071500
                                                                        00071600
      *-------------------------------------------------------------*   00071700
       2310-APLICARUMPEDIDO                   SECTION.                  00071800
      *-------------------------------------------------------------*   00071900
               ADD 1 TO WRK-ACUM-PEDIDOS.                               00072000
               MOVE 'N'    TO WRK-PEDIDO-RECUSADO.                      00072100
               MOVE SPACES TO WRK-RESULTADO.                            00072200
               IF PDE-INCLUSAO                                          00072300
                 PERFORM 2320-INCLUIRCONTRATO                           00072400
               ELSE                                                     00072500
                IF PDE-QUITACAO                                         00072600
                  PERFORM 2330-PEDIRQUITACAO                            00072700
                ELSE                                                    00072800
                  MOVE 'S' TO WRK-PEDIDO-RECUSADO                       00072900
                  MOVE 'RECUSADO - OPERACAO INVALIDA'                   00073000
                    TO WRK-RESULTADO                                    00073100
                END-IF                                                  00073200
               END-IF.                                                  00073300
               IF WRK-RECUSADO                                          00073400
                 ADD 1 TO WRK-ACUM-RECUSADOS                            00073500
                 MOVE '2310'                  TO WRK-SECAO              00073600
                 MOVE 'PEDIDO DE EMPRESTIMO RECUSADO'                   00073700
                   TO WRK-MSGERRO                                       00073800
                 MOVE '00'                    TO WRK-STATUS             00073900
                 PERFORM 9010-TRATARREJEITADO                           00074000
               END-IF.                                                  00074100
               PERFORM 2360-IMPRIMIRPEDIDO.                             00074200
               PERFORM 1300-LERPEDIDO.                                  00074300
                                                                        00074400
       2310-99-FIM.               EXIT.                                 00074500
                                                                        00074600
      *-------------------------------------------------------------*   00074700
      *   INCLUSAO SO PARA CHAVE QUE NAO EXISTE NO MESTRE. O        *   00074800
      *   CONTRATO NASCE SEM NADA VENCIDO, COM O SALDO DEVEDOR      *   00074900
      *   IGUAL AO PRINCIPAL E O PROXIMO VENCIMENTO NO PRIMEIRO     *   00075000
      *-------------------------------------------------------------*   00075100
       2320-INCLUIRCONTRATO                   SECTION.                  00075200
      *-------------------------------------------------------------*   00075300
               IF WRK-EXISTE-CONTRATO                                   00075400
                 MOVE 'S' TO WRK-PEDIDO-RECUSADO                        00075500
                 MOVE 'RECUSADO - CONTRATO JA EXISTE NO MESTRE'         00075600
                   TO WRK-RESULTADO                                     00075700
               ELSE                                                     00075800
                 PERFORM 2340-CRITICARINCLUSAO                          00075900
               END-IF.                                                  00076000
               IF NOT WRK-RECUSADO                                      00076100
                 PERFORM 2345-CALCULARPARCELA                           00076200
               END-IF.                                                  00076300
               IF NOT WRK-RECUSADO                                      00076400
                 MOVE 'S'                 TO WRK-CONTRATO-EXISTE        00076500
                 MOVE SPACES              TO REG-EMPREST                00076600
                 MOVE PDE-AGENCIA         TO EMP-AGENCIA                00076700
                 MOVE PDE-CONTA           TO EMP-CONTA                  00076800
                 MOVE PDE-CONTRATO        TO EMP-CONTRATO               00076900
                 MOVE PDE-CLIENTE         TO EMP-CLIENTE                00077000
                 MOVE PDE-VALOR-PRINCIPAL TO EMP-VALOR-PRINCIPAL        00077100
                 MOVE PDE-TAXA-MENSAL     TO EMP-TAXA-MENSAL            00077200
                 MOVE PDE-PRAZO           TO EMP-PRAZO                  00077300
                 MOVE WRK-DATA-PROCESSAMENTO TO EMP-DATA-CONTRATO       00077400
                 MOVE PDE-PRIM-VENCTO     TO EMP-PRIM-VENCTO            00077500
                 MOVE WRK-PARCELA         TO EMP-VALOR-PARCELA          00077600
                 MOVE ZEROS               TO EMP-PARC-COBRADAS          00077700
                 MOVE PDE-PRIM-VENCTO     TO EMP-PROX-VENCTO            00077800
                 MOVE PDE-VALOR-PRINCIPAL TO EMP-SALDO-DEVEDOR          00077900
                 MOVE ZEROS               TO EMP-VALOR-ATRASO           00078000
                 MOVE ZEROS               TO EMP-PARC-ABERTA            00078100
                 MOVE ZEROS               TO EMP-RESTO-PARCELA          00078200
                 MOVE ZEROS               TO EMP-DATA-ATRASO            00078300
                 MOVE ZEROS               TO EMP-ENCARGOS               00078400
                 MOVE WRK-DATA-PROCESSAMENTO TO EMP-DATA-ENCARGOS       00078500
                 MOVE 'A'                 TO EMP-SITUACAO               00078600
                 MOVE ZEROS               TO EMP-ULT-DATA               00078700
                 MOVE ZEROS               TO EMP-ULT-ID-DEBITO          00078800
                 MOVE ZEROS               TO EMP-ULT-VALOR              00078900
                 MOVE ZEROS               TO EMP-ULT-ENCARGOS           00078950
                 ADD 1 TO WRK-ACUM-INCLUIDOS                            00079000
                 MOVE PDE-PRAZO           TO WRK-RI-PRAZO               00079100
                 MOVE WRK-PARCELA         TO WRK-RI-PARCELA             00079200
                 MOVE WRK-RESULTADO-INCLUSAO TO WRK-RESULTADO           00079300
               END-IF.                                                  00079400
                                                                        00079500
       2320-99-FIM.               EXIT.                                 00079600
                                                                        00079700
      *-------------------------------------------------------------*   00079800
      *   DEMONSTRATIVO DE QUITACAO: SAI DEPOIS DA COBRANCA DO DIA  *   00079900
      *   (2700), PARA JA CONSIDERAR O DEBITO DE HOJE               *   00080000
      *-------------------------------------------------------------*   00080100
       2330-PEDIRQUITACAO                     SECTION.                  00080200
      *-------------------------------------------------------------*   00080300
               IF NOT WRK-EXISTE-CONTRATO                               00080400
                 MOVE 'S' TO WRK-PEDIDO-RECUSADO                        00080500
                 MOVE 'RECUSADO - CONTRATO NAO EXISTE NO MESTRE'        00080600
                   TO WRK-RESULTADO                                     00080700
               ELSE                                                     00080800
                IF NOT EMP-ATIVO                                        00080900
                  MOVE 'S' TO WRK-PEDIDO-RECUSADO                       00081000
                  MOVE 'RECUSADO - CONTRATO JA LIQUIDADO'               00081100
                    TO WRK-RESULTADO                                    00081200
                ELSE                                                    00081300
                  MOVE 'S' TO WRK-QUITACAO-PEDIDA                       00081400
                  ADD 1 TO WRK-ACUM-QUITACOES                           00081500
                  MOVE 'DEMONSTRATIVO DE QUITACAO A SEGUIR'             00081600
                    TO WRK-RESULTADO                                    00081700
                END-IF                                                  00081800
               END-IF.                                                  00081900
                                                                        00082000
       2330-99-FIM.               EXIT.                                 00082100
                                                                        00082200
      *-------------------------------------------------------------*   00082300
      *   CRITICA DA INCLUSAO: CAMPOS NUMERICOS, PRINCIPAL, NOME,   *   00082400
      *   PRAZO DE 1 A 360 MESES E PRIMEIRO VENCIMENTO VALIDO E     *   00082500
      *   POSTERIOR A DATA DE PROCESSAMENTO                         *   00082600
      *-------------------------------------------------------------*   00082700
       2340-CRITICARINCLUSAO                  SECTION.                  00082800
      *-------------------------------------------------------------*   00082900
               IF PDE-AGENCIA         NOT NUMERIC                       00083000
                  OR PDE-CONTA           NOT NUMERIC                    00083100
                  OR PDE-CONTRATO        NOT NUMERIC                    00083200
                  OR PDE-VALOR-PRINCIPAL NOT NUMERIC                    00083300
                  OR PDE-TAXA-MENSAL     NOT NUMERIC                    00083400
                  OR PDE-PRAZO           NOT NUMERIC                    00083500
                  OR PDE-PRIM-VENCTO     NOT NUMERIC                    00083600
                 MOVE 'S' TO WRK-PEDIDO-RECUSADO                        00083700
                 MOVE 'RECUSADO - CAMPO NUMERICO INVALIDO'              00083800
                   TO WRK-RESULTADO                                     00083900
               ELSE                                                     00084000
                IF PDE-VALOR-PRINCIPAL EQUAL ZEROS                      00084100
                  MOVE 'S' TO WRK-PEDIDO-RECUSADO                       00084200
                  MOVE 'RECUSADO - PRINCIPAL ZERADO' TO WRK-RESULTADO   00084300
                ELSE                                                    00084400
                 IF PDE-CLIENTE EQUAL SPACES                            00084500
                   MOVE 'S' TO WRK-PEDIDO-RECUSADO                      00084600
                   MOVE 'RECUSADO - CLIENTE EM BRANCO'                  00084700
                     TO WRK-RESULTADO                                   00084800
                 ELSE                                                   00084900
                  IF PDE-PRAZO EQUAL ZEROS                              00085000
                     OR PDE-PRAZO GREATER 360                           00085100
                    MOVE 'S' TO WRK-PEDIDO-RECUSADO                     00085200
                    MOVE 'RECUSADO - PRAZO FORA DE 1 A 360 MESES'       00085300
                      TO WRK-RESULTADO                                  00085400
                  ELSE                                                  00085500
                    MOVE PDE-PRIM-VENCTO TO WRK-VD-DATA                 00085600
                    CALL 'VALIDATA' USING WRK-VALIDA-DATA               00085700
                    IF WRK-VD-INVALIDA                                  00085800
                      MOVE 'S' TO WRK-PEDIDO-RECUSADO                   00085900
                      MOVE 'RECUSADO - PRIMEIRO VENCIMENTO INVALIDO'    00086000
                        TO WRK-RESULTADO                                00086100
                    ELSE                                                00086200
                     IF PDE-PRIM-VENCTO NOT GREATER                     00086300
                        WRK-DATA-PROCESSAMENTO                          00086400
                       MOVE 'S' TO WRK-PEDIDO-RECUSADO                  00086500
                       MOVE 'RECUSADO - PRIMEIRO VENCIMENTO JA PASSOU'  00086600
                         TO WRK-RESULTADO                               00086700
                     END-IF                                             00086800
                    END-IF                                              00086900
                  END-IF                                                00087000
                 END-IF                                                 00087100
                END-IF                                                  00087200
               END-IF.                                                  00087300
                                                                        00087400
       2340-99-FIM.               EXIT.                                 00087500
                                                                        00087600
      *-------------------------------------------------------------*   00087700
      *   PARCELA PELA TABELA PRICE: P * I * (1+I)**N /             *   00087800
      *   ((1+I)**N - 1); SEM JUROS, O PRINCIPAL DIVIDIDO PELO      *   00087900
      *   PRAZO. TAXA E PRAZO QUE ESTOURAM O FATOR SAO RECUSADOS    *   00088000
      *-------------------------------------------------------------*   00088100
       2345-CALCULARPARCELA                   SECTION.                  00088200
      *-------------------------------------------------------------*   00088300
               IF PDE-TAXA-MENSAL EQUAL ZEROS                           00088400
                 COMPUTE WRK-PARCELA ROUNDED =                          00088500
                         PDE-VALOR-PRINCIPAL / PDE-PRAZO                00088600
               ELSE                                                     00088700
                 COMPUTE WRK-TAXA-UNITARIA = PDE-TAXA-MENSAL / 100      00088800
                 COMPUTE WRK-FATOR ROUNDED =                            00088900
                         (1 + WRK-TAXA-UNITARIA) ** PDE-PRAZO           00089000
                         ON SIZE ERROR                                  00089100
                           MOVE 'S' TO WRK-PEDIDO-RECUSADO              00089200
                 END-COMPUTE                                            00089300
                 IF NOT WRK-RECUSADO                                    00089400
                   COMPUTE WRK-PARCELA ROUNDED =                        00089500
                           PDE-VALOR-PRINCIPAL * WRK-TAXA-UNITARIA      00089600
                         * WRK-FATOR / (WRK-FATOR - 1)                  00089700
                           ON SIZE ERROR                                00089800
                             MOVE 'S' TO WRK-PEDIDO-RECUSADO            00089900
                   END-COMPUTE                                          00090000
                 END-IF                                                 00090100
                 IF WRK-RECUSADO                                        00090200
                   MOVE 'RECUSADO - TAXA E PRAZO FORA DO LIMITE'        00090300
                     TO WRK-RESULTADO                                   00090400
                 END-IF                                                 00090500
               END-IF.                                                  00090600
                                                                        00090700
       2345-99-FIM.               EXIT.                                 00090800
                                                                        00090900
      *-------------------------------------------------------------*   00091000
       2360-IMPRIMIRPEDIDO                    SECTION.                  00091100
      *-------------------------------------------------------------*   00091200
               MOVE SPACES            TO WRK-LINHA-EMPREST.             00091300
               MOVE WRK-CC-AGENCIA    TO WRK-LE-AGENCIA.                00091400
               MOVE WRK-CC-CONTA      TO WRK-LE-CONTA.                  00091500
               MOVE WRK-CC-CONTRATO   TO WRK-LE-CONTRATO.               00091600
               MOVE PDE-OPERACAO      TO WRK-LE-EVENTO.                 00091700
               IF PDE-INCLUSAO                                          00091800
                  AND PDE-VALOR-PRINCIPAL NUMERIC                       00091900
                 MOVE PDE-VALOR-PRINCIPAL TO WRK-LE-VALOR               00092000
               ELSE                                                     00092100
                 MOVE ZEROS           TO WRK-LE-VALOR                   00092200
               END-IF.                                                  00092300
               IF PDE-INCLUSAO                                          00092400
                  AND PDE-PRIM-VENCTO NUMERIC                           00092500
                 MOVE PDE-PRIM-VENCTO TO WRK-LE-DATA                    00092600
               ELSE                                                     00092700
                 MOVE WRK-DATA-PROCESSAMENTO TO WRK-LE-DATA             00092800
               END-IF.                                                  00092900
               MOVE WRK-RESULTADO     TO WRK-LE-RESULTADO.              00093000
               PERFORM 2900-IMPRIMIRLINHA.                              00093100
                                                                        00093200
       2360-99-FIM.               EXIT.                                 00093300
                                                                        00093400
      *-------------------------------------------------------------*   00093500
      *   CONTRATO DO MESTRE DEPOIS DOS PEDIDOS: MORA SOBRE O QUE   *   00093600
      *   JA ESTAVA EM ATRASO, PARCELAS QUE VENCERAM, COBRANCA DO   *   00093700
      *   DEVIDO CONTRA O SALDO DE ONTEM, MULTA SOBRE O QUE VENCEU  *   00093800
      *   E NAO FOI PAGO, LIQUIDACAO E FAIXA DE ATRASO              *   00093900
      *-------------------------------------------------------------*   00094000
       2500-TRATARCONTRATO                    SECTION.                  00094100
      *-------------------------------------------------------------*   00094200
               PERFORM 2502-PROCURARNAOAPLIC.                           00094220
               IF WRK-NAP-ACHOU EQUAL 1                                 00094240
                 PERFORM 2505-REABRIRCOBRANCA                           00094260
               END-IF.                                                  00094280
               IF EMP-ATIVO                                             00094300
                 MOVE ZEROS TO WRK-VENCIDO-HOJE                         00094400
                 PERFORM 2510-CALCULARMORA                              00094500
                 PERFORM 2520-VENCERPARCELA                             00094600
                    UNTIL EMP-PROX-VENCTO GREATER WRK-DATA-PROCESSAMENTO00094700
                       OR EMP-PARC-COBRADAS NOT LESS EMP-PRAZO          00094800
                 IF EMP-VALOR-ATRASO GREATER ZEROS                      00094900
                    OR EMP-ENCARGOS GREATER ZEROS                       00095000
                   PERFORM 2530-COBRARDEVIDO                            00095100
                 END-IF                                                 00095200
                 PERFORM 2550-COBRARMULTA                               00095300
                 IF EMP-PARC-COBRADAS NOT LESS EMP-PRAZO                00095400
                    AND EMP-VALOR-ATRASO EQUAL ZEROS                    00095500
                    AND EMP-ENCARGOS EQUAL ZEROS                        00095600
                   MOVE 'L' TO EMP-SITUACAO                             00095700
                   ADD 1 TO WRK-ACUM-LIQUIDADOS                         00095800
                   MOVE ZEROS             TO WRK-LE-VALOR               00095900
                   MOVE 'CONTRATO LIQUIDADO' TO WRK-RESULTADO           00096000
                   MOVE 'L'               TO WRK-LE-EVENTO              00096100
                   PERFORM 2580-IMPRIMIRCONTRATO                        00096200
                 END-IF                                                 00096300
                 IF EMP-VALOR-ATRASO GREATER ZEROS                      00096400
                   PERFORM 2560-CLASSIFICARATRASO                       00096500
                 END-IF                                                 00096600
               END-IF.                                                  00096700
               IF WRK-PEDIU-QUITACAO                                    00096800
                 PERFORM 2700-DEMONSTRARQUITACAO                        00096900
               END-IF.                                                  00097000
                                                                        00097100
       2500-99-FIM.               EXIT.                                 00097200
                                                                        00097201
      *-------------------------------------------------------------*   00097202
       2502-PROCURARNAOAPLIC                  SECTION.                  00097203
      *-------------------------------------------------------------*   00097204
               MOVE 0 TO WRK-NAP-ACHOU.                                 00097205
               IF EMP-ULT-ID-DEBITO GREATER ZEROS                       00097206
                 PERFORM 2503-TESTARNAOAPLIC                            00097207
                    VARYING TAB-NAP-IDX FROM 1 BY 1                     00097208
                      UNTIL TAB-NAP-IDX GREATER WRK-NAP-QTD             00097209
                         OR WRK-NAP-ACHOU EQUAL 1                       00097210
               END-IF.                                                  00097211
                                                                        00097212
       2502-99-FIM.               EXIT.                                 00097213
                                                                        00097214
      *-------------------------------------------------------------*   00097215
       2503-TESTARNAOAPLIC                    SECTION.                  00097216
      *-------------------------------------------------------------*   00097217
               IF TAB-NAP-DATA    (TAB-NAP-IDX) EQUAL EMP-ULT-DATA      00097218
                  AND TAB-NAP-ID  (TAB-NAP-IDX) EQUAL EMP-ULT-ID-DEBITO 00097219
                  AND TAB-NAP-AGENCIA (TAB-NAP-IDX) EQUAL EMP-AGENCIA   00097220
                  AND TAB-NAP-CONTA   (TAB-NAP-IDX) EQUAL EMP-CONTA     00097221
                 MOVE 1   TO WRK-NAP-ACHOU                              00097222
                 MOVE 'S' TO TAB-NAP-CASADO (TAB-NAP-IDX)               00097223
               END-IF.                                                  00097224
                                                                        00097225
       2503-99-FIM.               EXIT.                                 00097226
                                                                        00097227
      *-------------------------------------------------------------*   00097228
      *   DEBITO DE ONTEM NAO APLICADO: DESFAZ A BAIXA DO 2545. A   *   00097229
      *   PARTE DOS ENCARGOS VOLTA PARA OS ENCARGOS E O RESTO PARA  *   00097230
      *   O ATRASO; COMO A BAIXA E DA MAIS ANTIGA PARA A MAIS NOVA, *   00097231
      *   O QUE ESTA EM ATRASO SAO AS ULTIMAS PARCELAS VENCIDAS E A *   00097232
      *   PARCELA ABERTA E RECALCULADA DE TRAS PARA A FRENTE        *   00097233
      *-------------------------------------------------------------*   00097234
       2505-REABRIRCOBRANCA                   SECTION.                  00097235
      *-------------------------------------------------------------*   00097236
               IF EMP-ULT-ENCARGOS NOT NUMERIC                          00097237
                 MOVE ZEROS TO EMP-ULT-ENCARGOS                         00097239
               END-IF.                                                  00097240
               ADD EMP-ULT-ENCARGOS TO EMP-ENCARGOS.                    00097241
               COMPUTE WRK-SOBRA = EMP-ULT-VALOR - EMP-ULT-ENCARGOS.    00097242
               IF WRK-SOBRA GREATER ZEROS                               00097243
                  AND EMP-PARC-COBRADAS GREATER ZEROS                   00097244
                 ADD WRK-SOBRA TO EMP-VALOR-ATRASO                      00097245
                 MOVE EMP-VALOR-ATRASO  TO WRK-SOBRA                    00097246
                 MOVE EMP-PARC-COBRADAS TO EMP-PARC-ABERTA              00097247
                 PERFORM 2507-RECUARPARCELA                             00097248
                    UNTIL WRK-SOBRA NOT GREATER EMP-VALOR-PARCELA       00097249
                       OR EMP-PARC-ABERTA NOT GREATER 1                 00097250
                 MOVE WRK-SOBRA         TO EMP-RESTO-PARCELA            00097251
                 MOVE EMP-PARC-ABERTA   TO WRK-NUM-PARCELA              00097252
                 PERFORM 2820-VENCTODAPARCELA                           00097253
                 MOVE WRK-DATA-CALC-R   TO EMP-DATA-ATRASO              00097254
               END-IF.                                                  00097255
               IF EMP-LIQUIDADO                                         00097256
                 MOVE 'A' TO EMP-SITUACAO                               00097257
               END-IF.                                                  00097258
               ADD 1             TO WRK-ACUM-REABERTOS.                 00097259
               ADD EMP-ULT-VALOR TO WRK-TOTAL-REABERTO.                 00097260
               MOVE EMP-ULT-ID-DEBITO     TO WRK-RR-ID.                 00097261
               MOVE WRK-RESULTADO-REABERTO TO WRK-RESULTADO.            00097262
               MOVE EMP-ULT-VALOR         TO WRK-LE-VALOR.              00097263
               MOVE EMP-ULT-DATA          TO WRK-LE-DATA.               00097264
               MOVE 'R'                   TO WRK-LE-EVENTO.             00097265
               PERFORM 2580-IMPRIMIRCONTRATO.                           00097266
               MOVE ZEROS TO EMP-ULT-ID-DEBITO.                         00097267
               MOVE ZEROS TO EMP-ULT-ENCARGOS.                          00097268
                                                                        00097269
       2505-99-FIM.               EXIT.                                 00097270
                                                                        00097271
      *-------------------------------------------------------------*   00097272
       2507-RECUARPARCELA                     SECTION.                  00097273
      *-------------------------------------------------------------*   00097274
               SUBTRACT EMP-VALOR-PARCELA FROM WRK-SOBRA.               00097275
               SUBTRACT 1 FROM EMP-PARC-ABERTA.                         00097276
                                                                        00097277
       2507-99-FIM.               EXIT.                                 00097278
                                                                        00097300
      *-------------------------------------------------------------*   00097400
      *   MORA PRO RATA: % AO MES DIVIDIDO POR 30, POR DIA CORRIDO  *   00097500
      *   DESDE A ULTIMA APURACAO, SOBRE O VALOR EM ATRASO          *   00097600
      *-------------------------------------------------------------*   00097700
       2510-CALCULARMORA                      SECTION.                  00097800
      *-------------------------------------------------------------*   00097900
               IF EMP-VALOR-ATRASO GREATER ZEROS                        00098000
                  AND EMP-DATA-ENCARGOS LESS WRK-DATA-PROCESSAMENTO     00098100
                 MOVE EMP-DATA-ENCARGOS   TO WRK-DATA-CALC-R            00098200
                 PERFORM 2850-NUMERODODIA                               00098300
                 COMPUTE WRK-DIAS = WRK-NUM-DIA-PROC - WRK-NUM-DIA      00098400
                 COMPUTE WRK-MORA ROUNDED =                             00098500
                         EMP-VALOR-ATRASO * WRK-PERC-MORA * WRK-DIAS    00098600
                         / 3000                                         00098700
                 ADD WRK-MORA TO EMP-ENCARGOS                           00098800
                 ADD WRK-MORA TO WRK-TOTAL-MORA                         00098900
               END-IF.                                                  00099000
               MOVE WRK-DATA-PROCESSAMENTO TO EMP-DATA-ENCARGOS.        00099100
                                                                        00099200
       2510-99-FIM.               EXIT.                                 00099300
                                                                        00099400
      *-------------------------------------------------------------*   00099500
      *   PARCELA QUE VENCEU: JUROS DO MES SOBRE O SALDO DEVEDOR E  *   00099600
      *   O RESTO AMORTIZA; A ULTIMA AMORTIZA O SALDO INTEIRO. O    *   00099700
      *   VALOR PASSA PARA O DEVIDO E O VENCIMENTO AVANCA UM MES    *   00099800
      *-------------------------------------------------------------*   00099900
       2520-VENCERPARCELA                     SECTION.                  00100000
      *-------------------------------------------------------------*   00100100
               ADD 1 TO EMP-PARC-COBRADAS.                              00100200
               COMPUTE WRK-JUROS ROUNDED =                              00100300
                       EMP-SALDO-DEVEDOR * EMP-TAXA-MENSAL / 100.       00100400
               IF EMP-PARC-COBRADAS NOT LESS EMP-PRAZO                  00100500
                 MOVE EMP-SALDO-DEVEDOR   TO WRK-AMORTIZACAO            00100600
                 COMPUTE WRK-VALOR-VENCIDO = WRK-AMORTIZACAO + WRK-JUROS00100700
               ELSE                                                     00100800
                 MOVE EMP-VALOR-PARCELA   TO WRK-VALOR-VENCIDO          00100900
                 IF WRK-VALOR-VENCIDO GREATER WRK-JUROS                 00101000
                   COMPUTE WRK-AMORTIZACAO =                            00101100
                           WRK-VALOR-VENCIDO - WRK-JUROS                00101200
                 ELSE                                                   00101300
                   MOVE ZEROS             TO WRK-AMORTIZACAO            00101400
                 END-IF                                                 00101500
                 IF WRK-AMORTIZACAO GREATER EMP-SALDO-DEVEDOR           00101600
                   MOVE EMP-SALDO-DEVEDOR TO WRK-AMORTIZACAO            00101700
                 END-IF                                                 00101800
               END-IF.                                                  00101900
               SUBTRACT WRK-AMORTIZACAO FROM EMP-SALDO-DEVEDOR.         00102000
               IF EMP-VALOR-ATRASO EQUAL ZEROS                          00102100
                 MOVE EMP-PARC-COBRADAS   TO EMP-PARC-ABERTA            00102200
                 MOVE WRK-VALOR-VENCIDO   TO EMP-RESTO-PARCELA          00102300
                 MOVE EMP-PROX-VENCTO     TO EMP-DATA-ATRASO            00102400
               END-IF.                                                  00102500
               ADD WRK-VALOR-VENCIDO TO EMP-VALOR-ATRASO.               00102600
               ADD WRK-VALOR-VENCIDO TO WRK-VENCIDO-HOJE.               00102700
               ADD 1 TO WRK-ACUM-VENCIDAS.                              00102800
               MOVE EMP-PARC-COBRADAS     TO WRK-RV-PARCELA.            00102900
               MOVE EMP-PRAZO             TO WRK-RV-PRAZO.              00103000
               MOVE WRK-JUROS             TO WRK-RV-JUROS.              00103100
               MOVE WRK-RESULTADO-VENCIDA TO WRK-RESULTADO.             00103200
               MOVE WRK-VALOR-VENCIDO     TO WRK-LE-VALOR.              00103300
               MOVE EMP-PROX-VENCTO       TO WRK-LE-DATA.               00103400
               MOVE 'V'                   TO WRK-LE-EVENTO.             00103500
               PERFORM 2580-IMPRIMIRCONTRATO.                           00103600
               IF EMP-PARC-COBRADAS LESS EMP-PRAZO                      00103700
                 COMPUTE WRK-NUM-PARCELA = EMP-PARC-COBRADAS + 1        00103800
                 PERFORM 2820-VENCTODAPARCELA                           00103900
                 MOVE WRK-DATA-CALC-R     TO EMP-PROX-VENCTO            00104000
               END-IF.                                                  00104100
                                                                        00104200
       2520-99-FIM.               EXIT.                                 00104300
                                                                        00104400
      *-------------------------------------------------------------*   00104500
      *   COBRANCA DO DEVIDO (ENCARGOS + ATRASO) ATE O DISPONIVEL   *   00104600
      *   DE ONTEM DA CONTA, QUE FICA CONSUMIDO PARA O PROXIMO      *   00104700
      *   CONTRATO DA MESMA CONTA. SEM POSICAO NO SALDOS OU SEM     *   00104800
      *   DISPONIVEL, NADA E DEBITADO E O DEVIDO FICA EM ATRASO     *   00104900
      *-------------------------------------------------------------*   00105000
       2530-COBRARDEVIDO                      SECTION.                  00105100
      *-------------------------------------------------------------*   00105200
               COMPUTE WRK-DEVIDO = EMP-ENCARGOS + EMP-VALOR-ATRASO.    00105300
               PERFORM 2535-BUSCARSALDO.                                00105400
               IF WRK-SEM-SALDO-CONTA                                   00105500
                 ADD 1 TO WRK-ACUM-SEM-SALDO                            00105600
                 MOVE WRK-DEVIDO          TO WRK-LE-VALOR               00105700
                 MOVE WRK-DATA-PROCESSAMENTO TO WRK-LE-DATA             00105800
                 MOVE 'CONTA SEM POSICAO NO SALDOS - NAO DEBITADO'      00105900
                   TO WRK-RESULTADO                                     00106000
                 MOVE 'S'                 TO WRK-LE-EVENTO              00106100
                 PERFORM 2580-IMPRIMIRCONTRATO                          00106200
                 MOVE '2530'                  TO WRK-SECAO              00106300
                 MOVE 'CONTRATO DE EMPRESTIMO SEM POSICAO NO SALDOS'    00106400
                   TO WRK-MSGERRO                                       00106500
                 MOVE '00'                    TO WRK-STATUS             00106600
                 PERFORM 9010-TRATARREJEITADO                           00106700
               ELSE                                                     00106800
                IF WRK-DISPONIVEL NOT GREATER ZEROS                     00106900
                  ADD 1 TO WRK-ACUM-SEM-SALDO                           00107000
                  MOVE WRK-DEVIDO         TO WRK-LE-VALOR               00107100
                  MOVE WRK-DATA-PROCESSAMENTO TO WRK-LE-DATA            00107200
                  MOVE 'SEM SALDO DISPONIVEL - NAO DEBITADO'            00107300
                    TO WRK-RESULTADO                                    00107400
                  MOVE 'S'                TO WRK-LE-EVENTO              00107500
                  PERFORM 2580-IMPRIMIRCONTRATO                         00107600
                ELSE                                                    00107700
                  IF WRK-DISPONIVEL LESS WRK-DEVIDO                     00107800
                    MOVE WRK-DISPONIVEL   TO WRK-A-PAGAR                00107900
                    MOVE 'PAGAMENTO PARCIAL'  TO WRK-RD-TEXTO           00108000
                  ELSE                                                  00108100
                    MOVE WRK-DEVIDO       TO WRK-A-PAGAR                00108200
                    MOVE 'DEVIDO TOTAL'   TO WRK-RD-TEXTO               00108300
                  END-IF                                                00108400
                  IF WRK-A-PAGAR GREATER 99999999,99                    00108500
                    MOVE 99999999,99      TO WRK-A-PAGAR                00108600
                    MOVE 'PAGAMENTO PARCIAL'  TO WRK-RD-TEXTO           00108700
                  END-IF                                                00108800
                  PERFORM 2540-GERARDEBITO                              00108900
                  SUBTRACT WRK-A-PAGAR                                  00109000
                    FROM TAB-SLD-DISPONIVEL (TAB-SLD-IDX)               00109100
                  PERFORM 2545-BAIXARPAGAMENTO                          00109200
                  MOVE WRK-ID-DEBITO      TO WRK-RD-ID                  00109300
                  MOVE WRK-RESULTADO-DEBITO TO WRK-RESULTADO            00109400
                  MOVE WRK-A-PAGAR        TO WRK-LE-VALOR               00109500
                  MOVE WRK-DATA-PROCESSAMENTO TO WRK-LE-DATA            00109600
                  MOVE 'D'                TO WRK-LE-EVENTO              00109700
                  PERFORM 2580-IMPRIMIRCONTRATO                         00109800
                END-IF                                                  00109900
               END-IF.                                                  00110000
                                                                        00110100
       2530-99-FIM.               EXIT.                                 00110200
                                                                        00110300
      *-------------------------------------------------------------*   00110400
       2535-BUSCARSALDO                       SECTION.                  00110500
      *-------------------------------------------------------------*   00110600
               MOVE ZEROS TO WRK-DISPONIVEL.                            00110700
               MOVE 'S'   TO WRK-SEM-POSICAO.                           00110800
               IF WRK-SLD-QTD GREATER ZEROS                             00110900
                 MOVE EMP-AGENCIA TO WRK-CK-AGENCIA                     00111000
                 MOVE EMP-CONTA   TO WRK-CK-CONTA                       00111100
                 SEARCH ALL TAB-SLD-ITEM                                00111200
                   AT END                                               00111300
                     MOVE 'S' TO WRK-SEM-POSICAO                        00111400
                   WHEN TAB-SLD-CHAVE (TAB-SLD-IDX)                     00111500
                        EQUAL WRK-CHAVE-CONTA                           00111600
                     MOVE 'N' TO WRK-SEM-POSICAO                        00111700
                     MOVE TAB-SLD-DISPONIVEL (TAB-SLD-IDX)              00111800
                       TO WRK-DISPONIVEL                                00111900
                 END-SEARCH                                             00112000
               END-IF.                                                  00112100
                                                                        00112200
       2535-99-FIM.               EXIT.                                 00112300
                                                                        00112400
      *-------------------------------------------------------------*   00112500
      *   DEBITO D NA CONTA DO CONTRATO, ID DA FAIXA RESERVADA      *   00112600
      *-------------------------------------------------------------*   00112700
       2540-GERARDEBITO                       SECTION.                  00112800
      *-------------------------------------------------------------*   00112900
               IF WRK-SEQ-DEBITO GREATER 99998                          00113000
                 MOVE '2540'                  TO WRK-SECAO              00113100
                 MOVE 'FAIXA DE ID DE EMPRESTIMO ESGOTADA'              00113200
                   TO WRK-MSGERRO                                       00113300
                 MOVE '00'                    TO WRK-STATUS             00113400
                 MOVE 12 TO RETURN-CODE                                 00113500
                 PERFORM 9000-TRATARERROS                               00113600
               END-IF.                                                  00113700
               ADD 1 TO WRK-SEQ-DEBITO.                                 00113800
               COMPUTE WRK-ID-DEBITO =                                  00113900
                       WRK-ID-RESERVADO + WRK-SEQ-DEBITO.               00114000
               MOVE SPACES                TO REG-CLIENTE.               00114100
               MOVE EMP-AGENCIA           TO FD-AGENCIA.                00114200
               MOVE EMP-CONTA             TO FD-CONTA.                  00114300
               MOVE EMP-CLIENTE           TO FD-CLIENTE.                00114400
               MOVE WRK-A-PAGAR           TO FD-VALOR.                  00114500
               MOVE 'D'                   TO FD-TIP-OP.                 00114600
               MOVE WRK-DATA-PROCESSAMENTO TO FD-DATA-MOVIMENTO.        00114700
               MOVE ZEROS                 TO FD-CONTRA-AGENCIA.         00114800
               MOVE ZEROS                 TO FD-CONTRA-CONTA.           00114900
               MOVE WRK-ID-DEBITO         TO FD-ID-RASTREIO.            00115000
               WRITE REG-EMPRSAI FROM REG-CLIENTE.                      00115100
               IF WRK-FS-EMPRSAI NOT EQUAL 0                            00115200
                 MOVE '2540'                  TO WRK-SECAO              00115300
                 MOVE 'ERRO WRITE EMPRSAI - '  TO WRK-MSGERRO           00115400
                 MOVE WRK-FS-EMPRSAI          TO WRK-STATUS             00115500
                 MOVE 12 TO RETURN-CODE                                 00115600
                 PERFORM 9000-TRATARERROS                               00115700
               END-IF.                                                  00115800
               ADD 1           TO WRK-ACUM-DEBITOS.                     00115900
               ADD WRK-A-PAGAR TO WRK-TOTAL-DEBITADO.                   00116000
               MOVE WRK-DATA-PROCESSAMENTO TO EMP-ULT-DATA.             00116100
               MOVE WRK-ID-DEBITO         TO EMP-ULT-ID-DEBITO.         00116200
               MOVE WRK-A-PAGAR           TO EMP-ULT-VALOR.             00116300
                                                                        00116400
       2540-99-FIM.               EXIT.                                 00116500
                                                                        00116600
      *-------------------------------------------------------------*   00116700
      *   O PAGAMENTO QUITA PRIMEIRO OS ENCARGOS E DEPOIS AS        *   00116800
      *   PARCELAS EM ABERTO, DA MAIS ANTIGA PARA A MAIS NOVA       *   00116900
      *-------------------------------------------------------------*   00117000
       2545-BAIXARPAGAMENTO                   SECTION.                  00117100
      *-------------------------------------------------------------*   00117200
               MOVE WRK-A-PAGAR TO WRK-SOBRA.                           00117300
               IF WRK-SOBRA NOT LESS EMP-ENCARGOS                       00117400
                 MOVE EMP-ENCARGOS TO EMP-ULT-ENCARGOS                  00117450
                 SUBTRACT EMP-ENCARGOS FROM WRK-SOBRA                   00117500
                 MOVE ZEROS TO EMP-ENCARGOS                             00117600
               ELSE                                                     00117700
                 MOVE WRK-SOBRA    TO EMP-ULT-ENCARGOS                  00117750
                 SUBTRACT WRK-SOBRA FROM EMP-ENCARGOS                   00117800
                 MOVE ZEROS TO WRK-SOBRA                                00117900
               END-IF.                                                  00118000
               PERFORM 2547-BAIXARPARCELA                               00118100
                  UNTIL WRK-SOBRA EQUAL ZEROS                           00118200
                     OR EMP-VALOR-ATRASO EQUAL ZEROS.                   00118300
                                                                        00118400
       2545-99-FIM.               EXIT.                                 00118500
                                                                        00118600
      *-------------------------------------------------------------*   00118700
      *   PARCELA ABERTA PAGA POR INTEIRO: A SEGUINTE PASSA A SER A *   00118800
      *   MAIS ANTIGA (A ULTIMA DO CONTRATO LEVA O QUE RESTAR DO    *   00118900
      *   ATRASO) E O VENCIMENTO DELA VIRA A BASE DOS DIAS          *   00119000
      *-------------------------------------------------------------*   00119100
       2547-BAIXARPARCELA                     SECTION.                  00119200
      *-------------------------------------------------------------*   00119300
               IF WRK-SOBRA LESS EMP-RESTO-PARCELA                      00119400
                 SUBTRACT WRK-SOBRA FROM EMP-RESTO-PARCELA              00119500
                 SUBTRACT WRK-SOBRA FROM EMP-VALOR-ATRASO               00119600
                 MOVE ZEROS TO WRK-SOBRA                                00119700
               ELSE                                                     00119800
                 SUBTRACT EMP-RESTO-PARCELA FROM WRK-SOBRA              00119900
                 SUBTRACT EMP-RESTO-PARCELA FROM EMP-VALOR-ATRASO       00120000
                 IF EMP-VALOR-ATRASO EQUAL ZEROS                        00120100
                   MOVE ZEROS TO EMP-PARC-ABERTA                        00120200
                   MOVE ZEROS TO EMP-RESTO-PARCELA                      00120300
                   MOVE ZEROS TO EMP-DATA-ATRASO                        00120400
                 ELSE                                                   00120500
                   ADD 1 TO EMP-PARC-ABERTA                             00120600
                   IF EMP-PARC-ABERTA NOT LESS EMP-PRAZO                00120700
                      OR EMP-VALOR-ATRASO LESS EMP-VALOR-PARCELA        00120800
                     MOVE EMP-VALOR-ATRASO  TO EMP-RESTO-PARCELA        00120900
                   ELSE                                                 00121000
                     MOVE EMP-VALOR-PARCELA TO EMP-RESTO-PARCELA        00121100
                   END-IF                                               00121200
                   MOVE EMP-PARC-ABERTA   TO WRK-NUM-PARCELA            00121300
                   PERFORM 2820-VENCTODAPARCELA                         00121400
                   MOVE WRK-DATA-CALC-R   TO EMP-DATA-ATRASO            00121500
                 END-IF                                                 00121600
               END-IF.                                                  00121700
                                                                        00121800
       2547-99-FIM.               EXIT.                                 00121900
                                                                        00122000
      *-------------------------------------------------------------*   00122100
      *   MULTA, UMA VEZ SO, SOBRE A PARTE DAS PARCELAS VENCIDAS    *   00122200
      *   HOJE QUE A COBRANCA NAO PAGOU                             *   00122300
      *-------------------------------------------------------------*   00122400
       2550-COBRARMULTA                       SECTION.                  00122500
      *-------------------------------------------------------------*   00122600
               IF WRK-VENCIDO-HOJE GREATER EMP-VALOR-ATRASO             00122700
                 MOVE EMP-VALOR-ATRASO  TO WRK-NAO-PAGO-HOJE            00122800
               ELSE                                                     00122900
                 MOVE WRK-VENCIDO-HOJE  TO WRK-NAO-PAGO-HOJE            00123000
               END-IF.                                                  00123100
               IF WRK-NAO-PAGO-HOJE GREATER ZEROS                       00123200
                 COMPUTE WRK-MULTA ROUNDED =                            00123300
                         WRK-NAO-PAGO-HOJE * WRK-PERC-MULTA / 100       00123400
                 ADD WRK-MULTA TO EMP-ENCARGOS                          00123500
                 ADD WRK-MULTA TO WRK-TOTAL-MULTA                       00123600
                 MOVE WRK-MULTA           TO WRK-LE-VALOR               00123700
                 MOVE WRK-DATA-PROCESSAMENTO TO WRK-LE-DATA             00123800
                 MOVE 'MULTA SOBRE PARCELA NAO PAGA NO VENCIMENTO'      00123900
                   TO WRK-RESULTADO                                     00124000
                 MOVE 'M'                 TO WRK-LE-EVENTO              00124100
                 PERFORM 2580-IMPRIMIRCONTRATO                          00124200
               END-IF.                                                  00124300
                                                                        00124400
       2550-99-FIM.               EXIT.                                 00124500
                                                                        00124600
      *-------------------------------------------------------------*   00124700
      *   DIAS DE ATRASO DESDE O VENCIMENTO DA PARCELA MAIS ANTIGA  *   00124800
      *   EM ABERTO, FAIXA E TOTAL DA FAIXA (ATRASO + ENCARGOS)     *   00124900
      *-------------------------------------------------------------*   00125000
       2560-CLASSIFICARATRASO                 SECTION.                  00125100
      *-------------------------------------------------------------*   00125200
               MOVE EMP-DATA-ATRASO       TO WRK-DATA-CALC-R.           00125300
               PERFORM 2850-NUMERODODIA.                                00125400
               IF WRK-NUM-DIA GREATER WRK-NUM-DIA-PROC                  00125500
                 MOVE ZEROS               TO WRK-DIAS                   00125600
               ELSE                                                     00125700
                 COMPUTE WRK-DIAS = WRK-NUM-DIA-PROC - WRK-NUM-DIA      00125800
               END-IF.                                                  00125900
               IF WRK-DIAS GREATER 90                                   00126000
                 SET TAB-FX-IDX TO 4                                    00126100
               ELSE                                                     00126200
                IF WRK-DIAS GREATER 60                                  00126300
                  SET TAB-FX-IDX TO 3                                   00126400
                ELSE                                                    00126500
                 IF WRK-DIAS GREATER 30                                 00126600
                   SET TAB-FX-IDX TO 2                                  00126700
                 ELSE                                                   00126800
                   SET TAB-FX-IDX TO 1                                  00126900
                 END-IF                                                 00127000
                END-IF                                                  00127100
               END-IF.                                                  00127200
               COMPUTE WRK-DEVIDO = EMP-VALOR-ATRASO + EMP-ENCARGOS.    00127300
               ADD 1          TO WRK-ACUM-EM-ATRASO.                    00127400
               ADD WRK-DEVIDO TO WRK-TOTAL-ATRASO.                      00127500
               ADD 1          TO TAB-FX-QTD   (TAB-FX-IDX).             00127600
               ADD WRK-DEVIDO TO TAB-FX-VALOR (TAB-FX-IDX).             00127700
               MOVE WRK-DIAS  TO WRK-RA-DIAS.                           00127800
               MOVE TAB-FX-TEXTO (TAB-FX-IDX) TO WRK-RA-FAIXA.          00127900
               MOVE WRK-RESULTADO-ATRASO  TO WRK-RESULTADO.             00128000
               MOVE WRK-DEVIDO            TO WRK-LE-VALOR.              00128100
               MOVE EMP-DATA-ATRASO       TO WRK-LE-DATA.               00128200
               MOVE 'A'                   TO WRK-LE-EVENTO.             00128300
               PERFORM 2580-IMPRIMIRCONTRATO.                           00128400
                                                                        00128500
       2560-99-FIM.               EXIT.                                 00128600
                                                                        00128700
      *-------------------------------------------------------------*   00128800
       2580-IMPRIMIRCONTRATO                  SECTION.                  00128900
      *-------------------------------------------------------------*   00129000
               MOVE EMP-AGENCIA           TO WRK-LE-AGENCIA.            00129100
               MOVE EMP-CONTA             TO WRK-LE-CONTA.              00129200
               MOVE EMP-CONTRATO          TO WRK-LE-CONTRATO.           00129300
               MOVE WRK-RESULTADO         TO WRK-LE-RESULTADO.          00129400
               PERFORM 2900-IMPRIMIRLINHA.                              00129500
                                                                        00129600
       2580-99-FIM.               EXIT.                                 00129700
                                                                        00129800
      *-------------------------------------------------------------*   00129900
      *   CONTRATO LIQUIDADO EM DIA ANTERIOR SAI DO MESTRE          *   00130000
      *-------------------------------------------------------------*   00130100
       2600-GRAVARCONTRATO                    SECTION.                  00130200
      *-------------------------------------------------------------*   00130300
               IF NOT EMP-ATIVO                                         00130400
                  AND EMP-ULT-DATA LESS WRK-DATA-PROCESSAMENTO          00130500
                 ADD 1 TO WRK-ACUM-BAIXADOS                             00130600
               ELSE                                                     00130700
                 WRITE REG-EMPNOV FROM REG-EMPREST                      00130800
                 IF WRK-FS-EMPNOV NOT EQUAL 0                           00130900
                   MOVE '2600'                  TO WRK-SECAO            00131000
                   MOVE 'ERRO WRITE EMPNOV - '   TO WRK-MSGERRO         00131100
                   MOVE WRK-FS-EMPNOV           TO WRK-STATUS           00131200
                   MOVE 12 TO RETURN-CODE                               00131300
                   PERFORM 9000-TRATARERROS                             00131400
                 END-IF                                                 00131500
                 ADD 1 TO WRK-ACUM-GRAVADOS                             00131600
               END-IF.                                                  00131700
                                                                        00131800
       2600-99-FIM.               EXIT.                                 00131900
                                                                        00132000
      *-------------------------------------------------------------*   00132100
      *   DEMONSTRATIVO DE QUITACAO NA DATA: SALDO DEVEDOR DAS      *   00132200
      *   PARCELAS A VENCER, JUROS PRO RATA (TAXA/30 POR DIA) DESDE *   00132300
      *   O ULTIMO VENCIMENTO (OU DESDE A CONTRATACAO), PARCELAS    *   00132400
      *   VENCIDAS EM ABERTO E MULTA E MORA ATE HOJE                *   00132500
      *-------------------------------------------------------------*   00132600
       2700-DEMONSTRARQUITACAO                SECTION.                  00132700
      *-------------------------------------------------------------*   00132800
               IF EMP-PARC-COBRADAS GREATER ZEROS                       00132900
                 MOVE EMP-PARC-COBRADAS   TO WRK-NUM-PARCELA            00133000
                 PERFORM 2820-VENCTODAPARCELA                           00133100
               ELSE                                                     00133200
                 MOVE EMP-DATA-CONTRATO   TO WRK-DATA-CALC-R            00133300
               END-IF.                                                  00133400
               PERFORM 2850-NUMERODODIA.                                00133500
               IF WRK-NUM-DIA GREATER WRK-NUM-DIA-PROC                  00133600
                 MOVE ZEROS               TO WRK-DIAS                   00133700
               ELSE                                                     00133800
                 COMPUTE WRK-DIAS = WRK-NUM-DIA-PROC - WRK-NUM-DIA      00133900
               END-IF.                                                  00134000
               COMPUTE WRK-JUROS ROUNDED =                              00134100
                       EMP-SALDO-DEVEDOR * EMP-TAXA-MENSAL * WRK-DIAS   00134200
                       / 3000.                                          00134300
               COMPUTE WRK-TOTAL-QUITACAO = EMP-SALDO-DEVEDOR           00134400
                       + WRK-JUROS + EMP-VALOR-ATRASO + EMP-ENCARGOS.   00134500
               MOVE 'Q'                   TO WRK-LE-EVENTO.             00134600
               MOVE WRK-DATA-PROCESSAMENTO TO WRK-LE-DATA.              00134700
               MOVE EMP-SALDO-DEVEDOR     TO WRK-LE-VALOR.              00134800
               MOVE 'SALDO DEVEDOR DAS PARCELAS A VENCER'               00134900
                 TO WRK-RESULTADO.                                      00135000
               PERFORM 2580-IMPRIMIRCONTRATO.                           00135100
               MOVE 'Q'                   TO WRK-LE-EVENTO.             00135200
               MOVE WRK-JUROS             TO WRK-LE-VALOR.              00135300
               MOVE WRK-DIAS              TO WRK-RP-DIAS.               00135400
               MOVE WRK-RESULTADO-PRORATA TO WRK-RESULTADO.             00135500
               PERFORM 2580-IMPRIMIRCONTRATO.                           00135600
               MOVE 'Q'                   TO WRK-LE-EVENTO.             00135700
               MOVE EMP-VALOR-ATRASO      TO WRK-LE-VALOR.              00135800
               MOVE 'PARCELAS VENCIDAS EM ABERTO' TO WRK-RESULTADO.     00135900
               PERFORM 2580-IMPRIMIRCONTRATO.                           00136000
               MOVE 'Q'                   TO WRK-LE-EVENTO.             00136100
               MOVE EMP-ENCARGOS          TO WRK-LE-VALOR.              00136200
               MOVE 'MULTA E MORA ATE A DATA' TO WRK-RESULTADO.         00136300
               PERFORM 2580-IMPRIMIRCONTRATO.                           00136400
               MOVE 'Q'                   TO WRK-LE-EVENTO.             00136500
               MOVE WRK-TOTAL-QUITACAO    TO WRK-LE-VALOR.              00136600
               MOVE WRK-DATA-PROCESSAMENTO TO WRK-LE-DATA.              00136700
               MOVE 'TOTAL PARA QUITACAO NA DATA' TO WRK-RESULTADO.     00136800
               PERFORM 2580-IMPRIMIRCONTRATO.                           00136900
                                                                        00137000
       2700-99-FIM.               EXIT.                                 00137100
                                                                        00137200
      *-------------------------------------------------------------*   00137300
       2810-DIASDOMES                         SECTION.                  00137400
      *-------------------------------------------------------------*   00137500
               IF WRK-DC-MES EQUAL 4 OR 6 OR 9 OR 11                    00137600
                 MOVE 30 TO WRK-DIAS-MES                                00137700
               ELSE                                                     00137800
                IF WRK-DC-MES EQUAL 2                                   00137900
                  MOVE 28 TO WRK-DIAS-MES                               00138000
                  DIVIDE WRK-DC-ANO BY 4                                00138100
                         GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO       00138200
                  IF WRK-RESTO EQUAL 0                                  00138300
                    MOVE 29 TO WRK-DIAS-MES                             00138400
                  END-IF                                                00138500
                  DIVIDE WRK-DC-ANO BY 100                              00138600
                         GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO       00138700
                  IF WRK-RESTO EQUAL 0                                  00138800
                    MOVE 28 TO WRK-DIAS-MES                             00138900
                  END-IF                                                00139000
                  DIVIDE WRK-DC-ANO BY 400                              00139100
                         GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO       00139200
                  IF WRK-RESTO EQUAL 0                                  00139300
                    MOVE 29 TO WRK-DIAS-MES                             00139400
                  END-IF                                                00139500
                ELSE                                                    00139600
                  MOVE 31 TO WRK-DIAS-MES                               00139700
                END-IF                                                  00139800
               END-IF.                                                  00139900
                                                                        00140000
       2810-99-FIM.               EXIT.                                 00140100
                                                                        00140200
      *-------------------------------------------------------------*   00140300
      *   VENCIMENTO DA PARCELA WRK-NUM-PARCELA: N-1 MESES DEPOIS   *   00140400
      *   DO PRIMEIRO, NO DIA DELE LIMITADO AO FIM DO MES           *   00140500
      *-------------------------------------------------------------*   00140600
       2820-VENCTODAPARCELA                   SECTION.                  00140700
      *-------------------------------------------------------------*   00140800
               MOVE EMP-PRIM-VENCTO       TO WRK-DATA-AUX-R.            00140900
               COMPUTE WRK-MESES = WRK-DA-MES + WRK-NUM-PARCELA - 2.    00141000
               DIVIDE WRK-MESES BY 12                                   00141100
                      GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.         00141200
               COMPUTE WRK-DC-ANO = WRK-DA-ANO + WRK-QUOCIENTE.         00141300
               COMPUTE WRK-DC-MES = WRK-RESTO + 1.                      00141400
               PERFORM 2810-DIASDOMES.                                  00141500
               IF WRK-DA-DIA GREATER WRK-DIAS-MES                       00141600
                 MOVE WRK-DIAS-MES        TO WRK-DC-DIA                 00141700
               ELSE                                                     00141800
                 MOVE WRK-DA-DIA          TO WRK-DC-DIA                 00141900
               END-IF.                                                  00142000
                                                                        00142100
       2820-99-FIM.               EXIT.                                 00142200
                                                                        00142300
      *-------------------------------------------------------------*   00142400
      *   NUMERO DO DIA DE WRK-DATA-CALC CONTADO DESDE O ANO ZERO   *   00142500
      *   (ANO COMECANDO EM MARCO), PARA SUBTRAIR DATAS EM DIAS     *   00142600
      *   CORRIDOS                                                  *   00142700
      *-------------------------------------------------------------*   00142800
       2850-NUMERODODIA                       SECTION.                  00142900
      *-------------------------------------------------------------*   00143000
               MOVE WRK-DC-ANO            TO WRK-ND-ANO.                00143100
               MOVE WRK-DC-MES            TO WRK-ND-MES.                00143200
               IF WRK-ND-MES LESS 3                                     00143300
                 SUBTRACT 1 FROM WRK-ND-ANO                             00143400
                 ADD 12 TO WRK-ND-MES                                   00143500
               END-IF.                                                  00143600
               DIVIDE WRK-ND-ANO BY 4   GIVING WRK-ND-Q4.               00143700
               DIVIDE WRK-ND-ANO BY 100 GIVING WRK-ND-Q100.             00143800
               DIVIDE WRK-ND-ANO BY 400 GIVING WRK-ND-Q400.             00143900
               COMPUTE WRK-ND-MESES = (153 * (WRK-ND-MES - 3) + 2) / 5. 00144000
               COMPUTE WRK-NUM-DIA = 365 * WRK-ND-ANO + WRK-ND-Q4       00144100
                       - WRK-ND-Q100 + WRK-ND-Q400 + WRK-ND-MESES       00144200
                       + WRK-DC-DIA.                                    00144300
                                                                        00144400
       2850-99-FIM.               EXIT.                                 00144500
                                                                        00144600
      *-------------------------------------------------------------*   00144700
       2900-IMPRIMIRLINHA                     SECTION.                  00144800
      *-------------------------------------------------------------*   00144900
               MOVE WRK-LINHA-EMPREST TO WRK-RW-LINHA.                  00145000
               MOVE 'D' TO WRK-RW-FUNCAO.                               00145100
               CALL 'REPWRITE' USING WRK-REPW.                          00145200
               MOVE SPACES            TO WRK-LINHA-EMPREST.             00145300
                                                                        00145400
       2900-99-FIM.               EXIT.                                 00145500
                                                                        00145600
      *-------------------------------------------------------------*   00145700
       3000-FINALIZAR                         SECTION.                  00145800
      *-------------------------------------------------------------*   00145900
               MOVE SPACES TO REG-CLITRL.                               00146000
               MOVE 'TRL'  TO TRL-TIPO.                                 00146100
               MOVE WRK-ACUM-DEBITOS   TO TRL-QTD-DETALHES.             00146200
               MOVE WRK-TOTAL-DEBITADO TO TRL-VALOR-TOTAL.              00146300
               WRITE REG-EMPRSAI FROM REG-CLITRL.                       00146400
               MOVE WRK-ACUM-PEDIDOS    TO WRK-LT-PEDIDOS.              00146500
               MOVE WRK-ACUM-INCLUIDOS  TO WRK-LT-INCLUIDOS.            00146600
               MOVE WRK-ACUM-QUITACOES  TO WRK-LT-QUITACOES.            00146700
               MOVE WRK-ACUM-RECUSADOS  TO WRK-LT-RECUSADOS.            00146800
               MOVE WRK-LINHA-TOTAL1 TO WRK-RW-LINHA.                   00146900
               MOVE 'T' TO WRK-RW-FUNCAO.                               00147000
               CALL 'REPWRITE' USING WRK-REPW.                          00147100
               MOVE WRK-ACUM-VENCIDAS   TO WRK-LT-VENCIDAS.             00147200
               MOVE WRK-ACUM-DEBITOS    TO WRK-LT-DEBITOS.              00147300
               MOVE WRK-ACUM-SEM-SALDO  TO WRK-LT-SEM-SALDO.            00147400
               MOVE WRK-ACUM-LIQUIDADOS TO WRK-LT-LIQUIDADOS.           00147500
               MOVE WRK-LINHA-TOTAL2 TO WRK-RW-LINHA.                   00147600
               MOVE 'T' TO WRK-RW-FUNCAO.                               00147700
               CALL 'REPWRITE' USING WRK-REPW.                          00147800
               MOVE WRK-TOTAL-DEBITADO  TO WRK-LT-DEBITADO.             00147900
               MOVE WRK-TOTAL-MULTA     TO WRK-LT-MULTA.                00148000
               MOVE WRK-TOTAL-MORA      TO WRK-LT-MORA.                 00148100
               MOVE WRK-LINHA-TOTAL3 TO WRK-RW-LINHA.                   00148200
               MOVE 'T' TO WRK-RW-FUNCAO.                               00148300
               CALL 'REPWRITE' USING WRK-REPW.                          00148400
               PERFORM 3100-IMPRIMIRFAIXA                               00148500
                  VARYING TAB-FX-IDX FROM 1 BY 1                        00148600
                    UNTIL TAB-FX-IDX GREATER 4.                         00148700
               PERFORM 3200-LISTARNAOCASADO                             00148725
                  VARYING TAB-NAP-IDX FROM 1 BY 1                       00148750
                    UNTIL TAB-NAP-IDX GREATER WRK-NAP-QTD.              00148775
               CLOSE EMPANT.                                            00148800
               CLOSE PEDEMPR.                                           00148900
               CLOSE EMPNOV.                                            00149000
               CLOSE EMPRSAI.                                           00149100
               MOVE 'F' TO WRK-RW-FUNCAO.                               00149200
               CALL 'REPWRITE' USING WRK-REPW.                          00149300
               DISPLAY 'CONTRATOS NO MESTRE. ' WRK-ACUM-MESTRE.         00149400
               DISPLAY 'POSICOES DE SALDO... ' WRK-ACUM-SALDOS.         00149500
               DISPLAY 'PEDIDOS LIDOS....... ' WRK-ACUM-PEDIDOS.        00149600
               DISPLAY 'CONTRATOS INCLUIDOS. ' WRK-ACUM-INCLUIDOS.      00149700
               DISPLAY 'QUITACOES PEDIDAS... ' WRK-ACUM-QUITACOES.      00149800
               DISPLAY 'PEDIDOS RECUSADOS... ' WRK-ACUM-RECUSADOS.      00149900
               DISPLAY 'PARCELAS VENCIDAS... ' WRK-ACUM-VENCIDAS.       00150000
               DISPLAY 'DEBITOS GERADOS..... ' WRK-ACUM-DEBITOS.        00150100
               DISPLAY 'VALOR DEBITADO...... ' WRK-TOTAL-DEBITADO.      00150200
               DISPLAY 'COBRANCAS SEM SALDO. ' WRK-ACUM-SEM-SALDO.      00150300
               DISPLAY 'COBRANCAS REABERTAS. ' WRK-ACUM-REABERTOS.      00150333
               DISPLAY 'VALOR REABERTO...... ' WRK-TOTAL-REABERTO.      00150366
               DISPLAY 'MULTAS LANCADAS..... ' WRK-TOTAL-MULTA.         00150400
               DISPLAY 'MORA LANCADA........ ' WRK-TOTAL-MORA.          00150500
               DISPLAY 'CONTRATOS EM ATRASO. ' WRK-ACUM-EM-ATRASO.      00150600
               DISPLAY 'VALOR EM ATRASO..... ' WRK-TOTAL-ATRASO.        00150700
               DISPLAY 'CONTRATOS LIQUIDADOS ' WRK-ACUM-LIQUIDADOS.     00150800
               DISPLAY 'BAIXADOS DO MESTRE.. ' WRK-ACUM-BAIXADOS.       00150900
               DISPLAY 'CONTRATOS GRAVADOS.. ' WRK-ACUM-GRAVADOS.       00151000
                                                                        00151100
       3000-99-FIM.               EXIT.                                 00151200
                                                                        00151300
      *-------------------------------------------------------------*   00151400
       3100-IMPRIMIRFAIXA                     SECTION.                  00151500
      *-------------------------------------------------------------*   00151600
               MOVE TAB-FX-TEXTO (TAB-FX-IDX) TO WRK-LF-FAIXA.          00151700
               MOVE TAB-FX-QTD   (TAB-FX-IDX) TO WRK-LF-QTD.            00151800
               MOVE TAB-FX-VALOR (TAB-FX-IDX) TO WRK-LF-VALOR.          00151900
               MOVE WRK-LINHA-FAIXA TO WRK-RW-LINHA.                    00152000
               MOVE 'T' TO WRK-RW-FUNCAO.                               00152100
               CALL 'REPWRITE' USING WRK-REPW.                          00152200
                                                                        00152300
       3100-99-FIM.               EXIT.                                 00152400
                                                                        00152403
      *-------------------------------------------------------------*   00152406
      *   DEBITO NAO APLICADO SEM CONTRATO CORRESPONDENTE NO MESTRE *   00152409
      *   (OU QUE NAO E O ULTIMO DO CONTRATO): SO AVISA A AGENCIA   *   00152412
      *-------------------------------------------------------------*   00152415
       3200-LISTARNAOCASADO                   SECTION.                  00152418
      *-------------------------------------------------------------*   00152421
               IF TAB-NAP-CASADO (TAB-NAP-IDX) EQUAL 'N'                00152424
                 MOVE TAB-NAP-AGENCIA (TAB-NAP-IDX) TO WRK-LE-AGENCIA   00152427
                 MOVE TAB-NAP-CONTA   (TAB-NAP-IDX) TO WRK-LE-CONTA     00152430
                 MOVE ZEROS                 TO WRK-LE-CONTRATO          00152433
                 MOVE 'R'                   TO WRK-LE-EVENTO            00152436
                 MOVE TAB-NAP-VALOR   (TAB-NAP-IDX) TO WRK-LE-VALOR     00152439
                 MOVE TAB-NAP-DATA    (TAB-NAP-IDX) TO WRK-LE-DATA      00152442
                 MOVE 'NAO APLICADO - CONTRATO FORA DO MESTRE'          00152445
                   TO WRK-LE-RESULTADO                                  00152448
                 PERFORM 2900-IMPRIMIRLINHA                             00152451
                 MOVE '3200'                  TO WRK-SECAO              00152454
                 MOVE 'DEBITO NAO APLICADO SEM CONTRATO'                00152457
                   TO WRK-MSGERRO                                       00152460
                 MOVE '00'                    TO WRK-STATUS             00152463
                 PERFORM 9010-TRATARREJEITADO                           00152466
               END-IF.                                                  00152469
                                                                        00152472
       3200-99-FIM.               EXIT.                                 00152475
                                                                        00152500
      *-------------------------------------------------------------*   00152600
       9000-TRATARERROS                       SECTION.                  00152700
      *-------------------------------------------------------------*   00152800
             MOVE 'EMPREST'   TO WRK-PROGRAMA                           00152900
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00153000
                 GOBACK.                                                00153100
                                                                        00153200
       9000-99-FIM.               EXIT.                                 00153300
                                                                        00153400
      *-------------------------------------------------------------*   00153500
       9010-TRATARREJEITADO                   SECTION.                  00153600
      *-------------------------------------------------------------*   00153700
             MOVE 'EMPREST'   TO WRK-PROGRAMA                           00153800
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00153900
                                                                        00154000
       9010-99-FIM.               EXIT.                                 00154100

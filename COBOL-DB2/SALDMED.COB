      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. SALDMED.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: SALDO MEDIO MENSAL POR CONTA, NO FECHAMENTO DO  *   00001200
      *      MES: LE DA TABELA DB2 SALDOS_HIST (GRAVADA TODA NOITE  *   00001300
      *      PELO SALDLOAD) OS FECHAMENTOS DO MES DA DATA DO SYSIN, *   00001400
      *      POR AGENCIA/CONTA/DATA, E CALCULA PARA CADA CONTA O    *   00001500
      *      SALDO MEDIO DOS DIAS CORRIDOS (CADA FECHAMENTO VALE    *   00001600
      *      ATE A VESPERA DO SEGUINTE; OS DIAS ANTES DO PRIMEIRO   *   00001700
      *      FECHAMENTO DO MES FICAM COM O SALDO DE ABERTURA DELE), *   00001800
      *      O MINIMO, O MAXIMO E OS DIAS NEGATIVOS. GRAVA O        *   00001900
      *      ARQUIVO SALDMED PARA LIMITE DE CREDITO, NEGOCIACAO DE  *   00002000
      *      TARIFA E CARTEIRA DO GERENTE, E IMPRIME O RELATORIO    *   00002100
      *      COM PAGINA POR AGENCIA E TOTAL DA AGENCIA.             *   00002200
      *-------------------------------------------------------------*   00002300
      *   ARQUIVOS...:                                              *   00002400
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002500
      *    SALDMED              O                  #SALDMED         *   00002600
      *    RELPRT               O   (VIA REPWRITE) -----------      *   00002700
      *-------------------------------------------------------------*   00002800
      *   TABELAS DB2...:                                           *   00002900
      *    SALDOS_HIST          I    (FECHAMENTOS DO MES)           *   00003000
      *-------------------------------------------------------------*   00003100
      *   MODULOS....:                             INCLUDE/BOOK     *   00003200
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003300
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00003400
      *   VALIDATA -   CRITICA DA DATA              VALDATA         *   00003500
      *=============================================================*   00003600
                                                                        00003700
      *=============================================================*   00003800
       ENVIRONMENT                               DIVISION.              00003900
      *=============================================================*   00004000
       CONFIGURATION                               SECTION.             00004100
       SPECIAL-NAMES.                                                   00004200
           DECIMAL-POINT IS COMMA.                                      00004300
                                                                        00004400
       INPUT-OUTPUT                                SECTION.             00004500
       FILE-CONTROL.                                                    00004600
           SELECT SALDMED   ASSIGN TO SALDMED                           00004700
               FILE STATUS  IS WRK-FS-SALDMED.                          00004800
                                                                        00004900
      *=============================================================*   00005000
       DATA                                      DIVISION.              00005100
      *=============================================================*   00005200
       FILE                                      SECTION.               00005300
       FD SALDMED                                                       00005400
           RECORDING  MODE IS F                                         00005500
           BLOCK CONTAINS 0 RECORDS.                                    00005600
                                                                        00005700
      *-------------------------------------------------------------*   00005800
       COPY '#SALDMED'.                                                 00005900
                                                                        00006000
      *=============================================================*   00006100
       WORKING-STORAGE                             SECTION.             00006200
      *=============================================================*   00006300
                                                                        00006400
       77 WRK-FS-SALDMED         PIC 9(02).                             00006500
                                                                        00006600
      *-----------------MES DE REFERENCIA-----------------------------* 00006700
                                                                        00006800
       01 WRK-DATA-W.                                                   00006900
          05 WRK-DW-ANO          PIC 9(04).                             00007000
          05 WRK-DW-MES          PIC 9(02).                             00007100
          05 WRK-DW-DIA          PIC 9(02).                             00007200
       01 WRK-DATA-W-R REDEFINES WRK-DATA-W PIC 9(08).                  00007300
                                                                        00007400
       01 WRK-TAB-DIASMES-DADOS.                                        00007500
          05 FILLER              PIC X(24) VALUE                        00007600
             '312831303130313130313031'.                                00007700
       01 WRK-TAB-DIASMES REDEFINES WRK-TAB-DIASMES-DADOS.              00007800
          05 WRK-DIASMES         PIC 9(02) OCCURS 12 TIMES.             00007900
                                                                        00008000
       77 WRK-DIAS-MES           PIC 9(02) VALUE ZEROS.                 00008100
       77 WRK-ANO-MES            PIC 9(06) VALUE ZEROS.                 00008200
       77 WRK-RESTO-BISSEXTO     PIC 9(04) VALUE ZEROS.                 00008300
       77 WRK-QUOC-BISSEXTO      PIC 9(04) VALUE ZEROS.                 00008400
                                                                        00008500
      *-----------------FECHAMENTO LIDO DA TABELA--------------------*  00008600
                                                                        00008700
       01 WRK-DATA-LIDA.                                                00008800
          05 FILLER              PIC 9(06).                             00008900
          05 WRK-DL-DIA          PIC 9(02).                             00009000
       01 WRK-DATA-LIDA-R REDEFINES WRK-DATA-LIDA PIC 9(08).            00009100
                                                                        00009200
      *-----------------CONTA EM APURACAO----------------------------*  00009300
                                                                        00009400
       77 WRK-TEM-CONTA          PIC X(01) VALUE 'N'.                   00009500
           88 WRK-CONTA-ABERTA       VALUE 'S'.                         00009600
       77 WRK-CO-AGENCIA         PIC 9(04) VALUE ZEROS.                 00009700
       77 WRK-CO-CONTA           PIC 9(05) VALUE ZEROS.                 00009800
       77 WRK-CO-DIA-ANTERIOR    PIC 9(02) VALUE ZEROS.                 00009900
       77 WRK-CO-FECH-ANTERIOR   PIC S9(10)V99 VALUE ZEROS.             00010000
       77 WRK-CO-QTD-FECH        PIC 9(02) VALUE ZEROS.                 00010100
       77 WRK-CO-SOMA-DIARIA     PIC S9(13)V99 VALUE ZEROS.             00010200
       77 WRK-CO-MINIMO          PIC S9(10)V99 VALUE ZEROS.             00010300
       77 WRK-CO-MAXIMO          PIC S9(10)V99 VALUE ZEROS.             00010400
       77 WRK-CO-DIAS-NEG        PIC 9(02) VALUE ZEROS.                 00010500
       77 WRK-CO-MEDIA           PIC S9(10)V99 VALUE ZEROS.             00010600
       77 WRK-TEM-EXTREMO        PIC X(01) VALUE 'N'.                   00010700
                                                                        00010800
      *-----------------PERIODO A PONDERAR---------------------------*  00010900
                                                                        00011000
       77 WRK-PD-SALDO           PIC S9(10)V99 VALUE ZEROS.             00011100
       77 WRK-PD-DIAS            PIC 9(02) VALUE ZEROS.                 00011200
                                                                        00011300
      *-----------------AGENCIA EM APURACAO--------------------------*  00011400
                                                                        00011500
       77 WRK-TEM-AGENCIA        PIC X(01) VALUE 'N'.                   00011600
           88 WRK-AGENCIA-ABERTA     VALUE 'S'.                         00011700
       77 WRK-AG-AGENCIA         PIC 9(04) VALUE ZEROS.                 00011800
       77 WRK-AG-CONTAS          PIC 9(07) VALUE ZEROS.                 00011900
       77 WRK-AG-SOMA-MEDIAS     PIC S9(13)V99 VALUE ZEROS.             00012000
       77 WRK-AG-CONTAS-NEG      PIC 9(07) VALUE ZEROS.                 00012100
                                                                        00012200
      *-----------------ACUMULADAS DO PROCESSAMENTO------------------*  00012300
                                                                        00012400
       77 WRK-ACUM-LIDOS         PIC 9(09) VALUE ZEROS.                 00012500
       77 WRK-ACUM-CONTAS        PIC 9(07) VALUE ZEROS.                 00012600
       77 WRK-ACUM-AGENCIAS      PIC 9(05) VALUE ZEROS.                 00012700
       77 WRK-ACUM-CONTAS-NEG    PIC 9(07) VALUE ZEROS.                 00012800
       77 WRK-TOTAL-MEDIAS       PIC S9(15)V99 VALUE ZEROS.             00012900
       77 WRK-TEM-ERRO-SQL       PIC X(01) VALUE 'N'.                   00013000
           88 WRK-APURACAO-FALHOU    VALUE 'S'.                         00013100
       77 WRK-FIM-CURSOR         PIC X(01) VALUE 'N'.                   00013200
           88 WRK-CURSOR-ESGOTADO    VALUE 'S'.                         00013300
                                                                        00013400
      *-----------------LINHAS DO RELATORIO--------------------------*  00013500
                                                                        00013600
       01 WRK-CABEC1.                                                   00013700
          05 FILLER   PIC X(36) VALUE                                   00013800
             'SALDO MEDIO MENSAL POR CONTA - MES '.                     00013900
          05 WRK-CB-MES          PIC 9(02).                             00014000
          05 FILLER   PIC X(01) VALUE '/'.                              00014100
          05 WRK-CB-ANO          PIC 9(04).                             00014200
                                                                        00014300
       01 WRK-CABEC2.                                                   00014400
          05 FILLER   PIC X(16) VALUE 'AGENCIA  CONTA  '.               00014500
          05 FILLER   PIC X(19) VALUE '        SALDO MEDIO'.            00014600
          05 FILLER   PIC X(19) VALUE '       SALDO MINIMO'.            00014700
          05 FILLER   PIC X(19) VALUE '       SALDO MAXIMO'.            00014800
          05 FILLER   PIC X(21) VALUE '    DIAS NEG  FECHAM.'.          00014900
                                                                        00015000
       01 WRK-CABEC3.                                                   00015100
          05 FILLER   PIC X(09) VALUE 'AGENCIA: '.                      00015200
          05 WRK-CB-AGENCIA      PIC 9(04).                             00015300
                                                                        00015400
       01 WRK-LINHA-CONTA.                                              00015500
          05 FILLER            PIC X(02).                               00015600
          05 WRK-LC-AGENCIA    PIC 9(04).                               00015700
          05 FILLER            PIC X(03).                               00015800
          05 WRK-LC-CONTA      PIC 9(05).                               00015900
          05 FILLER            PIC X(02).                               00016000
          05 WRK-LC-MEDIA      PIC -Z.ZZZ.ZZZ.ZZ9,99.                   00016100
          05 FILLER            PIC X(02).                               00016200
          05 WRK-LC-MINIMO     PIC -Z.ZZZ.ZZZ.ZZ9,99.                   00016300
          05 FILLER            PIC X(02).                               00016400
          05 WRK-LC-MAXIMO     PIC -Z.ZZZ.ZZZ.ZZ9,99.                   00016500
          05 FILLER            PIC X(08).                               00016600
          05 WRK-LC-DIAS-NEG   PIC Z9.                                  00016700
          05 FILLER            PIC X(07).                               00016800
          05 WRK-LC-QTD-FECH   PIC Z9.                                  00016900
                                                                        00017000
       01 WRK-LINHA-AGENCIA.                                            00017100
          05 FILLER            PIC X(18) VALUE ' TOTAL DA AGENCIA '.    00017200
          05 WRK-LA-AGENCIA    PIC 9(04).                               00017300
          05 FILLER            PIC X(10) VALUE '  CONTAS '.             00017400
          05 WRK-LA-CONTAS     PIC Z(06)9.                              00017500
          05 FILLER            PIC X(22) VALUE                          00017600
             '  SOMA SALDOS MEDIOS '.                                   00017700
          05 WRK-LA-SOMA       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.                  00017800
          05 FILLER            PIC X(18) VALUE '  COM DIA NEGAT. '.     00017900
          05 WRK-LA-CONTAS-NEG PIC Z(06)9.                              00018000
                                                                        00018100
       01 WRK-LINHA-TOTAL.                                              00018200
          05 FILLER            PIC X(18) VALUE ' TOTAL GERAL      '.    00018300
          05 WRK-LT-AGENCIAS   PIC Z(03)9.                              00018400
          05 FILLER            PIC X(10) VALUE '  CONTAS '.             00018500
          05 WRK-LT-CONTAS     PIC Z(06)9.                              00018600
          05 FILLER            PIC X(22) VALUE                          00018700
             '  SOMA SALDOS MEDIOS '.                                   00018800
          05 WRK-LT-SOMA       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.               00018900
          05 FILLER            PIC X(18) VALUE '  COM DIA NEGAT. '.     00019000
          05 WRK-LT-CONTAS-NEG PIC Z(06)9.                              00019100
                                                                        00019200
      *-----------------DATA DE PROCESSAMENTO------------------------*  00019300
                                                                        00019400
       COPY 'DATAPROC'.                                                 00019500
                                                                        00019600
      *-----------------CRITICA DA DATA------------------------------*  00019700
                                                                        00019800
       COPY 'VALDATA'.                                                  00019900
                                                                        00020000
      *-----------------SERVICOS DE IMPRESSAO------------------------*  00020100
                                                                        00020200
       COPY 'REPWCOMM'.                                                 00020300
                                                                        00020400
      *-----------------VARIAVEIS HOST PARA O DB2--------------------*  00020500
                                                                        00020600
       01 WRK-HV-AGENCIA         PIC S9(08) COMP.                       00020700
       01 WRK-HV-CONTA           PIC S9(08) COMP.                       00020800
       01 WRK-HV-DATA-SALDO      PIC S9(08) COMP.                       00020900
       01 WRK-HV-ABERTURA        PIC S9(10)V99 COMP-3.                  00021000
       01 WRK-HV-FECHAMENTO      PIC S9(10)V99 COMP-3.                  00021100
       01 WRK-HV-DATA-INI        PIC S9(08) COMP.                       00021200
       01 WRK-HV-DATA-FIM        PIC S9(08) COMP.                       00021300
                                                                        00021400
      *-----------------TRATAMENTO DE ERROS--------------------------*  00021500
                                                                        00021600
       COPY 'VARERROS'.                                                 00021700
                                                                        00021800
      *-----------------SQLCA----------------------------------------*  00021900
                                                                        00022000
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00022100
                                                                        00022200
      *-----------------CURSOR DOS FECHAMENTOS DO MES----------------*  00022300
                                                                        00022400
           EXEC SQL                                                     00022500
               DECLARE CUR-HISTORICO CURSOR FOR                         00022600
                  SELECT AGENCIA, CONTA, DATA_SALDO,                    00022700
                         SALDO_ABERTURA, SALDO_FECHAMENTO               00022800
                    FROM SALDOS_HIST                                    00022900
                   WHERE DATA_SALDO BETWEEN :WRK-HV-DATA-INI            00023000
                                        AND :WRK-HV-DATA-FIM            00023100
                   ORDER BY AGENCIA, CONTA, DATA_SALDO                  00023200
           END-EXEC.                                                    00023300
                                                                        00023400
      *=============================================================*   00023500
       PROCEDURE                                DIVISION.               00023600
      *=============================================================*   00023700
                                                                        00023800
      *-------------------------------------------------------------*   00023900
       0000-PRINCIPAL                           SECTION.                00024000
      *-------------------------------------------------------------*   00024100
                                                                        00024200
            PERFORM 1000-INICIAR.                                       00024300
            PERFORM 2000-PROCESSAR                                      00024400
               UNTIL WRK-CURSOR-ESGOTADO.                               00024500
            PERFORM 3000-FINALIZAR.                                     00024600
            STOP RUN.                                                   00024700
                                                                        00024800
       0000-99-FIM.               EXIT.                                 00024900
                                                                        00025000
      *-------------------------------------------------------------*   00025100
      *   SYSIN: QUALQUER DATA DO MES A APURAR (NORMALMENTE O       *   00025200
      *   ULTIMO DIA UTIL) - O MES VAI DO DIA 01 AO ULTIMO DIA      *   00025300
      *-------------------------------------------------------------*   00025400
       1000-INICIAR                             SECTION.                00025500
      *-------------------------------------------------------------*   00025600
                                                                        00025700
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00025800
            DISPLAY ' DATA DE PROCESSAMENTO..' WRK-DATA-PROCESSAMENTO.  00025900
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                 00026000
            CALL 'VALIDATA' USING WRK-VALIDA-DATA.                      00026100
            IF WRK-VD-INVALIDA                                          00026200
              DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '              00026300
                      WRK-DATA-PROCESSAMENTO                            00026400
              MOVE 8 TO RETURN-CODE                                     00026500
              STOP RUN                                                  00026600
            END-IF.                                                     00026700
            PERFORM 1100-DELIMITARMES.                                  00026800
            OPEN OUTPUT SALDMED.                                        00026900
            IF WRK-FS-SALDMED NOT EQUAL 0                               00027000
              DISPLAY ' ERRO OPEN SALDMED - STATUS ' WRK-FS-SALDMED     00027100
              MOVE 8 TO RETURN-CODE                                     00027200
              STOP RUN                                                  00027300
            END-IF.                                                     00027400
            MOVE WRK-DW-MES  TO WRK-CB-MES.                             00027500
            MOVE WRK-DW-ANO  TO WRK-CB-ANO.                             00027600
            MOVE WRK-CABEC1  TO WRK-RW-TITULO1.                         00027700
            MOVE WRK-CABEC2  TO WRK-RW-TITULO2.                         00027800
            MOVE SPACES      TO WRK-RW-TITULO3.                         00027900
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00028000
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00028100
            MOVE 'N' TO WRK-RW-REABRIR.                                 00028200
            MOVE SPACES TO WRK-RW-QUEBRA.                               00028250
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00028300
            CALL 'REPWRITE' USING WRK-REPW.                             00028400
            EXEC SQL                                                    00028500
                OPEN CUR-HISTORICO                                      00028600
            END-EXEC.                                                   00028700
            IF SQLCODE NOT EQUAL 0                                      00028800
              MOVE '1000'                   TO WRK-SECAO                00028900
              MOVE 'ERRO SQL NO OPEN DO CURSOR' TO WRK-MSGERRO          00029000
              MOVE '99'                     TO WRK-STATUS               00029100
              PERFORM 9010-TRATARERROS                                  00029200
              MOVE 'S' TO WRK-TEM-ERRO-SQL                              00029300
              MOVE 'S' TO WRK-FIM-CURSOR                                00029400
            ELSE                                                        00029500
              PERFORM 2100-LERFECHAMENTO                                00029600
            END-IF.                                                     00029700
                                                                        00029800
       1000-99-FIM.               EXIT.                                 00029900
                                                                        00030000
      *-------------------------------------------------------------*   00030100
       1100-DELIMITARMES                        SECTION.                00030200
      *-------------------------------------------------------------*   00030300
                                                                        00030400
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-DATA-W-R.                00030500
            MOVE WRK-DIASMES (WRK-DW-MES) TO WRK-DIAS-MES.              00030600
            IF WRK-DW-MES EQUAL 2                                       00030700
              DIVIDE WRK-DW-ANO BY 4                                    00030800
                     GIVING WRK-QUOC-BISSEXTO                           00030900
                     REMAINDER WRK-RESTO-BISSEXTO                       00031000
              IF WRK-RESTO-BISSEXTO EQUAL ZEROS                         00031100
                DIVIDE WRK-DW-ANO BY 100                                00031200
                       GIVING WRK-QUOC-BISSEXTO                         00031300
                       REMAINDER WRK-RESTO-BISSEXTO                     00031400
                IF WRK-RESTO-BISSEXTO NOT EQUAL ZEROS                   00031500
                  MOVE 29 TO WRK-DIAS-MES                               00031600
                ELSE                                                    00031700
                  DIVIDE WRK-DW-ANO BY 400                              00031800
                         GIVING WRK-QUOC-BISSEXTO                       00031900
                         REMAINDER WRK-RESTO-BISSEXTO                   00032000
                  IF WRK-RESTO-BISSEXTO EQUAL ZEROS                     00032100
                    MOVE 29 TO WRK-DIAS-MES                             00032200
                  END-IF                                                00032300
                END-IF                                                  00032400
              END-IF                                                    00032500
            END-IF.                                                     00032600
            MOVE WRK-DATA-PROCESSAMENTO (1:6) TO WRK-ANO-MES.           00032700
            MOVE 01           TO WRK-DW-DIA.                            00032800
            MOVE WRK-DATA-W-R TO WRK-HV-DATA-INI.                       00032900
            MOVE WRK-DIAS-MES TO WRK-DW-DIA.                            00033000
            MOVE WRK-DATA-W-R TO WRK-HV-DATA-FIM.                       00033100
            DISPLAY ' MES APURADO............' WRK-ANO-MES              00033200
                    ' (' WRK-DIAS-MES ' DIAS)'.                         00033300
                                                                        00033400
       1100-99-FIM.               EXIT.                                 00033500
                                                                        00033600
      *-------------------------------------------------------------*   00033700
       2000-PROCESSAR                           SECTION.                00033800
      *-------------------------------------------------------------*   00033900
                                                                        00034000
            ADD 1 TO WRK-ACUM-LIDOS.                                    00034100
            MOVE WRK-HV-DATA-SALDO TO WRK-DATA-LIDA-R.                  00034200
            IF WRK-CONTA-ABERTA                                         00034300
               AND (WRK-HV-AGENCIA NOT EQUAL WRK-CO-AGENCIA             00034400
                    OR WRK-HV-CONTA NOT EQUAL WRK-CO-CONTA)             00034500
              PERFORM 2300-FECHARCONTA                                  00034600
            END-IF.                                                     00034700
            IF WRK-AGENCIA-ABERTA                                       00034800
               AND WRK-HV-AGENCIA NOT EQUAL WRK-AG-AGENCIA              00034900
              PERFORM 2400-FECHARAGENCIA                                00035000
            END-IF.                                                     00035100
            IF NOT WRK-AGENCIA-ABERTA                                   00035200
              PERFORM 2050-ABRIRAGENCIA                                 00035300
            END-IF.                                                     00035400
            IF NOT WRK-CONTA-ABERTA                                     00035500
              PERFORM 2060-ABRIRCONTA                                   00035600
            ELSE                                                        00035700
              MOVE WRK-CO-FECH-ANTERIOR TO WRK-PD-SALDO                 00035800
              COMPUTE WRK-PD-DIAS = WRK-DL-DIA - WRK-CO-DIA-ANTERIOR    00035900
              PERFORM 2500-PONDERARPERIODO                              00036000
            END-IF.                                                     00036100
            MOVE WRK-DL-DIA         TO WRK-CO-DIA-ANTERIOR.             00036200
            MOVE WRK-HV-FECHAMENTO  TO WRK-CO-FECH-ANTERIOR.            00036300
            ADD 1 TO WRK-CO-QTD-FECH.                                   00036400
            PERFORM 2100-LERFECHAMENTO.                                 00036500
            IF WRK-CURSOR-ESGOTADO                                      00036600
               AND WRK-CONTA-ABERTA                                     00036700
              PERFORM 2300-FECHARCONTA                                  00036800
              PERFORM 2400-FECHARAGENCIA                                00036900
            END-IF.                                                     00037000
                                                                        00037100
       2000-99-FIM.               EXIT.                                 00037200
                                                                        00037300
      *-------------------------------------------------------------*   00037400
       2050-ABRIRAGENCIA                        SECTION.                00037500
      *-------------------------------------------------------------*   00037600
                                                                        00037700
            MOVE WRK-HV-AGENCIA TO WRK-AG-AGENCIA.                      00037800
            MOVE ZEROS          TO WRK-AG-CONTAS.                       00037900
            MOVE ZEROS          TO WRK-AG-SOMA-MEDIAS.                  00038000
            MOVE ZEROS          TO WRK-AG-CONTAS-NEG.                   00038100
            MOVE 'S'            TO WRK-TEM-AGENCIA.                     00038200
            MOVE WRK-AG-AGENCIA TO WRK-CB-AGENCIA.                      00038300
            MOVE WRK-CABEC3     TO WRK-RW-TITULO3.                      00038400
            MOVE 'S' TO WRK-RW-FUNCAO.                                  00038500
            CALL 'REPWRITE' USING WRK-REPW.                             00038600
                                                                        00038700
       2050-99-FIM.               EXIT.                                 00038800
                                                                        00038900
      *-------------------------------------------------------------*   00039000
      *   PRIMEIRO FECHAMENTO DA CONTA NO MES: OS DIAS ANTERIORES   *   00039100
      *   A ELE FICAM COM O SALDO DE ABERTURA DO PROPRIO FECHAMENTO *   00039200
      *-------------------------------------------------------------*   00039300
       2060-ABRIRCONTA                          SECTION.                00039400
      *-------------------------------------------------------------*   00039500
                                                                        00039600
            MOVE WRK-HV-AGENCIA TO WRK-CO-AGENCIA.                      00039700
            MOVE WRK-HV-CONTA   TO WRK-CO-CONTA.                        00039800
            MOVE ZEROS          TO WRK-CO-QTD-FECH.                     00039900
            MOVE ZEROS          TO WRK-CO-SOMA-DIARIA.                  00040000
            MOVE ZEROS          TO WRK-CO-MINIMO.                       00040100
            MOVE ZEROS          TO WRK-CO-MAXIMO.                       00040200
            MOVE ZEROS          TO WRK-CO-DIAS-NEG.                     00040300
            MOVE 'N'            TO WRK-TEM-EXTREMO.                     00040400
            MOVE 'S'            TO WRK-TEM-CONTA.                       00040500
            MOVE WRK-HV-ABERTURA TO WRK-PD-SALDO.                       00040600
            COMPUTE WRK-PD-DIAS = WRK-DL-DIA - 1.                       00040700
            PERFORM 2500-PONDERARPERIODO.                               00040800
                                                                        00040900
       2060-99-FIM.               EXIT.                                 00041000
                                                                        00041100
      *-------------------------------------------------------------*   00041200
       2100-LERFECHAMENTO                       SECTION.                00041300
      *-------------------------------------------------------------*   00041400
                                                                        00041500
            EXEC SQL                                                    00041600
                FETCH CUR-HISTORICO                                     00041700
                 INTO :WRK-HV-AGENCIA, :WRK-HV-CONTA,                   00041800
                      :WRK-HV-DATA-SALDO, :WRK-HV-ABERTURA,             00041900
                      :WRK-HV-FECHAMENTO                                00042000
            END-EXEC.                                                   00042100
            IF SQLCODE EQUAL 100                                        00042200
              MOVE 'S' TO WRK-FIM-CURSOR                                00042300
            ELSE                                                        00042400
              IF SQLCODE NOT EQUAL 0                                    00042500
                MOVE '2100'                 TO WRK-SECAO                00042600
                MOVE 'ERRO SQL NO FETCH DO CURSOR' TO WRK-MSGERRO       00042700
                MOVE '99'                   TO WRK-STATUS               00042800
                PERFORM 9010-TRATARERROS                                00042900
                MOVE 'S' TO WRK-TEM-ERRO-SQL                            00043000
                MOVE 'S' TO WRK-FIM-CURSOR                              00043100
              END-IF                                                    00043200
            END-IF.                                                     00043300
                                                                        00043400
       2100-99-FIM.               EXIT.                                 00043500
                                                                        00043600
      *-------------------------------------------------------------*   00043700
      *   ULTIMO FECHAMENTO DA CONTA VALE ATE O FIM DO MES          *   00043800
      *-------------------------------------------------------------*   00043900
       2300-FECHARCONTA                         SECTION.                00044000
      *-------------------------------------------------------------*   00044100
                                                                        00044200
            MOVE WRK-CO-FECH-ANTERIOR TO WRK-PD-SALDO.                  00044300
            COMPUTE WRK-PD-DIAS =                                       00044400
                    WRK-DIAS-MES + 1 - WRK-CO-DIA-ANTERIOR.             00044500
            PERFORM 2500-PONDERARPERIODO.                               00044600
            COMPUTE WRK-CO-MEDIA ROUNDED =                              00044700
                    WRK-CO-SOMA-DIARIA / WRK-DIAS-MES.                  00044800
            MOVE SPACES               TO REG-SALDMED.                   00044900
            MOVE WRK-CO-AGENCIA       TO SMD-AGENCIA.                   00045000
            MOVE WRK-CO-CONTA         TO SMD-CONTA.                     00045100
            MOVE WRK-ANO-MES          TO SMD-ANO-MES.                   00045200
            MOVE WRK-DIAS-MES         TO SMD-DIAS-MES.                  00045300
            MOVE WRK-CO-QTD-FECH      TO SMD-QTD-FECHAMENTOS.           00045400
            MOVE WRK-CO-MEDIA         TO SMD-SALDO-MEDIO.               00045500
            MOVE WRK-CO-MINIMO        TO SMD-SALDO-MINIMO.              00045600
            MOVE WRK-CO-MAXIMO        TO SMD-SALDO-MAXIMO.              00045700
            MOVE WRK-CO-DIAS-NEG      TO SMD-DIAS-NEGATIVOS.            00045800
            WRITE REG-SALDMED.                                          00045900
            IF WRK-FS-SALDMED NOT EQUAL 0                               00046000
              MOVE '2300'                   TO WRK-SECAO                00046100
              MOVE 'ERRO WRITE SALDMED - '  TO WRK-MSGERRO              00046200
              MOVE WRK-FS-SALDMED           TO WRK-STATUS               00046300
              PERFORM 9010-TRATARERROS                                  00046400
            END-IF.                                                     00046500
            MOVE SPACES               TO WRK-LINHA-CONTA.               00046600
            MOVE WRK-CO-AGENCIA       TO WRK-LC-AGENCIA.                00046700
            MOVE WRK-CO-CONTA         TO WRK-LC-CONTA.                  00046800
            MOVE WRK-CO-MEDIA         TO WRK-LC-MEDIA.                  00046900
            MOVE WRK-CO-MINIMO        TO WRK-LC-MINIMO.                 00047000
            MOVE WRK-CO-MAXIMO        TO WRK-LC-MAXIMO.                 00047100
            MOVE WRK-CO-DIAS-NEG      TO WRK-LC-DIAS-NEG.               00047200
            MOVE WRK-CO-QTD-FECH      TO WRK-LC-QTD-FECH.               00047300
            MOVE WRK-LINHA-CONTA      TO WRK-RW-LINHA.                  00047400
            MOVE 'D' TO WRK-RW-FUNCAO.                                  00047500
            CALL 'REPWRITE' USING WRK-REPW.                             00047600
            ADD 1             TO WRK-AG-CONTAS.                         00047700
            ADD WRK-CO-MEDIA  TO WRK-AG-SOMA-MEDIAS.                    00047800
            IF WRK-CO-DIAS-NEG GREATER ZEROS                            00047900
              ADD 1 TO WRK-AG-CONTAS-NEG                                00048000
            END-IF.                                                     00048100
            MOVE 'N' TO WRK-TEM-CONTA.                                  00048200
                                                                        00048300
       2300-99-FIM.               EXIT.                                 00048400
                                                                        00048500
      *-------------------------------------------------------------*   00048600
       2400-FECHARAGENCIA                       SECTION.                00048700
      *-------------------------------------------------------------*   00048800
                                                                        00048900
            MOVE WRK-AG-AGENCIA       TO WRK-LA-AGENCIA.                00049000
            MOVE WRK-AG-CONTAS        TO WRK-LA-CONTAS.                 00049100
            MOVE WRK-AG-SOMA-MEDIAS   TO WRK-LA-SOMA.                   00049200
            MOVE WRK-AG-CONTAS-NEG    TO WRK-LA-CONTAS-NEG.             00049300
            MOVE WRK-LINHA-AGENCIA    TO WRK-RW-LINHA.                  00049400
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00049500
            CALL 'REPWRITE' USING WRK-REPW.                             00049600
            ADD 1                     TO WRK-ACUM-AGENCIAS.             00049700
            ADD WRK-AG-CONTAS         TO WRK-ACUM-CONTAS.               00049800
            ADD WRK-AG-SOMA-MEDIAS    TO WRK-TOTAL-MEDIAS.              00049900
            ADD WRK-AG-CONTAS-NEG     TO WRK-ACUM-CONTAS-NEG.           00050000
            MOVE 'N' TO WRK-TEM-AGENCIA.                                00050100
                                                                        00050200
       2400-99-FIM.               EXIT.                                 00050300
                                                                        00050400
      *-------------------------------------------------------------*   00050500
      *   SOMA O SALDO DO PERIODO PELOS DIAS CORRIDOS EM QUE VALEU  *   00050600
      *   E ATUALIZA MINIMO, MAXIMO E DIAS NEGATIVOS                *   00050700
      *-------------------------------------------------------------*   00050800
       2500-PONDERARPERIODO                     SECTION.                00050900
      *-------------------------------------------------------------*   00051000
                                                                        00051100
            IF WRK-PD-DIAS GREATER ZEROS                                00051200
              COMPUTE WRK-CO-SOMA-DIARIA = WRK-CO-SOMA-DIARIA           00051300
                                       + WRK-PD-SALDO * WRK-PD-DIAS     00051400
              IF WRK-PD-SALDO LESS ZEROS                                00051500
                ADD WRK-PD-DIAS TO WRK-CO-DIAS-NEG                      00051600
              END-IF                                                    00051700
              IF WRK-TEM-EXTREMO EQUAL 'N'                              00051800
                MOVE WRK-PD-SALDO TO WRK-CO-MINIMO                      00051900
                MOVE WRK-PD-SALDO TO WRK-CO-MAXIMO                      00052000
                MOVE 'S'          TO WRK-TEM-EXTREMO                    00052100
              ELSE                                                      00052200
                IF WRK-PD-SALDO LESS WRK-CO-MINIMO                      00052300
                  MOVE WRK-PD-SALDO TO WRK-CO-MINIMO                    00052400
                END-IF                                                  00052500
                IF WRK-PD-SALDO GREATER WRK-CO-MAXIMO                   00052600
                  MOVE WRK-PD-SALDO TO WRK-CO-MAXIMO                    00052700
                END-IF                                                  00052800
              END-IF                                                    00052900
            END-IF.                                                     00053000
                                                                        00053100
       2500-99-FIM.               EXIT.                                 00053200
                                                                        00053300
      *-------------------------------------------------------------*   00053400
       3000-FINALIZAR                           SECTION.                00053500
      *-------------------------------------------------------------*   00053600
                                                                        00053700
            EXEC SQL                                                    00053800
                CLOSE CUR-HISTORICO                                     00053900
            END-EXEC.                                                   00054000
            MOVE SPACES TO WRK-RW-TITULO3.                              00054100
            MOVE 'S' TO WRK-RW-FUNCAO.                                  00054200
            CALL 'REPWRITE' USING WRK-REPW.                             00054300
            MOVE WRK-ACUM-AGENCIAS    TO WRK-LT-AGENCIAS.               00054400
            MOVE WRK-ACUM-CONTAS      TO WRK-LT-CONTAS.                 00054500
            MOVE WRK-TOTAL-MEDIAS     TO WRK-LT-SOMA.                   00054600
            MOVE WRK-ACUM-CONTAS-NEG  TO WRK-LT-CONTAS-NEG.             00054700
            MOVE WRK-LINHA-TOTAL      TO WRK-RW-LINHA.                  00054800
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00054900
            CALL 'REPWRITE' USING WRK-REPW.                             00055000
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00055100
            CALL 'REPWRITE' USING WRK-REPW.                             00055200
            CLOSE SALDMED.                                              00055300
            DISPLAY ' FECHAMENTOS LIDOS......' WRK-ACUM-LIDOS.          00055400
            DISPLAY ' CONTAS APURADAS........' WRK-ACUM-CONTAS.         00055500
            DISPLAY ' CONTAS COM DIA NEGATIVO' WRK-ACUM-CONTAS-NEG.     00055600
            IF WRK-APURACAO-FALHOU                                      00055700
              DISPLAY ' *** APURACAO INCOMPLETA - ERRO SQL'             00055800
              MOVE 8 TO RETURN-CODE                                     00055900
            ELSE                                                        00056000
              IF WRK-ACUM-LIDOS EQUAL ZEROS                             00056100
                DISPLAY ' *** SALDOS_HIST SEM FECHAMENTOS NO MES'       00056200
                MOVE 4 TO RETURN-CODE                                   00056300
              END-IF                                                    00056400
            END-IF.                                                     00056500
            DISPLAY ' FIM DO PROGRAMA'.                                 00056600
                                                                        00056700
       3000-99-FIM.               EXIT.                                 00056800
                                                                        00056900
      *-------------------------------------------------------------*   00057000
       9010-TRATARERROS                         SECTION.                00057100
      *-------------------------------------------------------------*   00057200
                                                                        00057300
            MOVE 'SALDMED' TO WRK-PROGRAMA.                             00057400
            CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                      00057500
                                                                        00057600
       9010-99-FIM.               EXIT.                                 00057700

      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. ATUCONTA.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: ATUALIZACAO DO MESTRE CONTAS PELAS SOLICITACOES *   00001200
      *      DO DIA (ABERTURA, ENCERRAMENTO, BLOQUEIO E LIBERACAO), *   00001300
      *      NO MESMO BALANCE LINE DO ATUSALDO: LER A GERACAO DE    *   00001400
      *      ONTEM DO MESTRE E AS SOLICITACOES (AMBOS EM ORDEM DE   *   00001500
      *      AGENCIA/CONTA) E GRAVAR A NOVA GERACAO. ABERTURA SO    *   00001600
      *      PARA CONTA QUE NAO EXISTE NO MESTRE (NUMERO DE CONTA   *   00001700
      *      ENCERRADA NAO E REAPROVEITADO); ENCERRAMENTO, BLOQUEIO *   00001800
      *      E LIBERACAO SO PARA CONTA EXISTENTE NA SITUACAO QUE    *   00001900
      *      PERMITE A MUDANCA. SOLICITACAO RECUSADA NAO ALTERA O   *   00002000
      *      MESTRE E SAI NO RELATORIO DE SOLICITACOES COM O MOTIVO *   00002100
      *      PARA A AGENCIA CORRIGIR E REENVIAR.                    *   00002200
      *      A ABERTURA EXIGE O CPF/CNPJ DO TITULAR, CRITICADO PELO *   00002210
      *      VALIDOC (DIGITOS VERIFICADORES). A OPERACAO T GRAVA OU *   00002220
      *      TROCA O TITULAR (TIPO DE PESSOA, CPF/CNPJ E, SE VIER,  *   00002230
      *      O NOME) DE CONTA EXISTENTE NAO ENCERRADA - E COMO AS   *   00002240
      *      CONTAS ANTERIORES AO CADASTRO DE TITULARES RECEBEM O   *   00002250
      *      DOCUMENTO.                                             *   00002260
      *-------------------------------------------------------------*   00002300
      *   ARQUIVOS...:                                              *   00002400
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002500
      *    CONTAANT             I                  #CONTA           *   00002600
      *    SOLICONT             I                  -----------      *   00002700
      *    CONTANOV             O                  #CONTA           *   00002800
      *-------------------------------------------------------------*   00002900
      *   MODULOS....:                             INCLUDE/BOOK     *   00003000
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003100
      *   VALIDATA -   CRITICA DA DATA              VALDATA         *   00003200
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00003300
      *   VALIDOC  -   CRITICA DO CPF/CNPJ          VALDOC          *   00003310
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
           SELECT CONTAANT  ASSIGN TO CONTAANT                          00004900
               FILE STATUS  IS WRK-FS-CONTAANT.                         00005000
           SELECT SOLICONT  ASSIGN TO SOLICONT                          00005100
               FILE STATUS  IS WRK-FS-SOLICONT.                         00005200
           SELECT CONTANOV  ASSIGN TO CONTANOV                          00005300
               FILE STATUS  IS WRK-FS-CONTANOV.                         00005400
                                                                        00005500
      *=============================================================*   00005600
       DATA                                      DIVISION.              00005700
      *=============================================================*   00005800
       FILE                                      SECTION.               00005900
                                                                        00006000
      *-------------------------------------------------------------*   00006100
      *   CONTAANT - MESTRE DE CONTAS DE ONTEM                      *   00006200
      *-------------------------------------------------------------*   00006300
       FD CONTAANT                                                      00006400
           RECORDING  MODE IS F                                         00006500
           BLOCK CONTAINS 0 RECORDS.                                    00006600
                                                                        00006700
       COPY '#CONTA'.                                                   00006800
                                                                        00006900
      *-------------------------------------------------------------*   00007000
      *   SOLICONT - SOLICITACOES DO DIA, EM ORDEM DE AGENCIA/CONTA *   00007100
      *      E, NA MESMA CONTA, NA ORDEM DE CHEGADA. OPERACAO:      *   00007200
      *      A ABERTURA / E ENCERRAMENTO / B BLOQUEIO / L LIBERACAO *   00007300
      *      / T TITULAR (TITULAR E TIPO DE CONTA NA ABERTURA; TIPO *   00007400
      *      DE PESSOA E CPF/CNPJ NA ABERTURA E NA OPERACAO T)      *   00007410
      *-------------------------------------------------------------*   00007500
       FD SOLICONT                                                      00007600
           RECORDING  MODE IS F                                         00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
                                                                        00007900
       01 REG-SOLICONT.                                                 00008000
          05 SOL-OPERACAO        PIC X(01).                             00008100
             88 SOL-ABERTURA         VALUE 'A'.                         00008200
             88 SOL-ENCERRAMENTO     VALUE 'E'.                         00008300
             88 SOL-BLOQUEIO         VALUE 'B'.                         00008400
             88 SOL-LIBERACAO        VALUE 'L'.                         00008500
             88 SOL-TITULAR          VALUE 'T'.                         00008510
          05 SOL-AGENCIA         PIC 9(04).                             00008600
          05 SOL-CONTA           PIC 9(05).                             00008700
          05 SOL-CLIENTE         PIC X(30).                             00008800
          05 SOL-TIPO-CONTA      PIC X(01).                             00008900
          05 SOL-TIPO-PESSOA     PIC X(01).                             00009000
          05 SOL-CPFCNPJ         PIC 9(14).                             00009010
          05 FILLER              PIC X(24).                             00009020
                                                                        00009100
      *-------------------------------------------------------------*   00009200
      *   CONTANOV - NOVA GERACAO DO MESTRE DE CONTAS               *   00009300
      *-------------------------------------------------------------*   00009400
       FD CONTANOV                                                      00009500
           RECORDING  MODE IS F                                         00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
                                                                        00009800
       01 REG-CONTANOV        PIC X(80).                                00009900
                                                                        00010000
      *=============================================================*   00010100
       WORKING-STORAGE                             SECTION.             00010200
      *=============================================================*   00010300
                                                                        00010400
       01 FILLER         PIC X(64) VALUE                                00010500
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00010600
      *-------------------------------------------------------------*   00010700
       77 WRK-FS-CONTAANT  PIC 9(02).                                   00010800
       77 WRK-FS-SOLICONT  PIC 9(02).                                   00010900
       77 WRK-FS-CONTANOV  PIC 9(02).                                   00011000
                                                                        00011100
       01 FILLER         PIC X(64) VALUE                                00011200
           '-----------CHAVES DO BALANCE LINE------------'.             00011300
      *-------------------------------------------------------------*   00011400
       01 WRK-CHAVE-MESTRE.                                             00011500
          05 WRK-CM-AGENCIA    PIC X(04).                               00011600
          05 WRK-CM-CONTA      PIC X(05).                               00011700
                                                                        00011800
       01 WRK-CHAVE-SOLIC.                                              00011900
          05 WRK-CS-AGENCIA    PIC X(04).                               00012000
          05 WRK-CS-CONTA      PIC X(05).                               00012100
                                                                        00012200
       01 WRK-CHAVE-CORRENTE.                                           00012300
          05 WRK-CC-AGENCIA    PIC X(04).                               00012400
          05 WRK-CC-CONTA      PIC X(05).                               00012500
                                                                        00012600
       01 FILLER         PIC X(64) VALUE                                00012700
           '-----------CONTA EM ATUALIZACAO--------------'.             00012800
      *-------------------------------------------------------------*   00012900
       77 WRK-CONTA-EXISTE     PIC X(01) VALUE 'N'.                     00013000
           88 WRK-EXISTE-CONTA     VALUE 'S'.                           00013100
       77 WRK-RESULTADO        PIC X(40) VALUE SPACES.                  00013200
       77 WRK-SOLIC-RECUSADA   PIC X(01) VALUE 'N'.                     00013300
           88 WRK-RECUSADA         VALUE 'S'.                           00013400
                                                                        00013500
       01 WRK-REG-CONTANOV.                                             00013600
          05 WRK-CN-AGENCIA      PIC 9(04) VALUE ZEROS.                 00013700
          05 WRK-CN-CONTA        PIC 9(05) VALUE ZEROS.                 00013800
          05 WRK-CN-CLIENTE      PIC X(30) VALUE SPACES.                00013900
          05 WRK-CN-TIPO         PIC X(01) VALUE SPACES.                00014000
          05 WRK-CN-SITUACAO     PIC X(01) VALUE SPACES.                00014100
          05 WRK-CN-DATA-ABERTURA PIC 9(08) VALUE ZEROS.                00014200
          05 WRK-CN-DATA-ENCERRAMENTO PIC 9(08) VALUE ZEROS.            00014300
          05 WRK-CN-TIPO-PESSOA  PIC X(01) VALUE SPACES.                00014400
          05 WRK-CN-CPFCNPJ      PIC 9(14) VALUE ZEROS.                 00014410
          05 FILLER              PIC X(08) VALUE SPACES.                00014420
                                                                        00014500
       01 FILLER         PIC X(64) VALUE                                00014600
           '-----------ACUMULAR SOLICITACOES-------------'.             00014700
      *-------------------------------------------------------------*   00014800
       77 WRK-ACUM-CONTAS      PIC 9(07) VALUE ZEROS.                   00014900
       77 WRK-ACUM-SOLIC       PIC 9(07) VALUE ZEROS.                   00015000
       77 WRK-ACUM-ABERTAS     PIC 9(07) VALUE ZEROS.                   00015100
       77 WRK-ACUM-ENCERRADAS  PIC 9(07) VALUE ZEROS.                   00015200
       77 WRK-ACUM-BLOQUEADAS  PIC 9(07) VALUE ZEROS.                   00015300
       77 WRK-ACUM-LIBERADAS   PIC 9(07) VALUE ZEROS.                   00015400
       77 WRK-ACUM-TITULARES   PIC 9(07) VALUE ZEROS.                   00015410
       77 WRK-ACUM-RECUSADAS   PIC 9(07) VALUE ZEROS.                   00015500
                                                                        00015600
       01 FILLER         PIC X(64) VALUE                                00015700
           '-----------LINHAS DO RELATORIO---------------'.             00015800
      *-------------------------------------------------------------*   00015900
       01 WRK-CABEC2.                                                   00016000
          05 FILLER   PIC X(09) VALUE 'AGENCIA  '.                      00016100
          05 FILLER   PIC X(08) VALUE 'CONTA   '.                       00016200
          05 FILLER   PIC X(05) VALUE 'OPER '.                          00016300
          05 FILLER   PIC X(31) VALUE 'TITULAR                        '.00016400
          05 FILLER   PIC X(09) VALUE 'RESULTADO'.                      00016500
                                                                        00016600
       01 WRK-LINHA-SOLIC.                                              00016700
          05 FILLER            PIC X(02).                               00016800
          05 WRK-LS-AGENCIA    PIC 9(04).                               00016900
          05 FILLER            PIC X(03).                               00017000
          05 WRK-LS-CONTA      PIC 9(05).                               00017100
          05 FILLER            PIC X(05).                               00017200
          05 WRK-LS-OPERACAO   PIC X(01).                               00017300
          05 FILLER            PIC X(03).                               00017400
          05 WRK-LS-CLIENTE    PIC X(30).                               00017500
          05 FILLER            PIC X(01).                               00017600
          05 WRK-LS-RESULTADO  PIC X(40).                               00017700
                                                                        00017800
       01 WRK-LINHA-TOTAL.                                              00017900
          05 FILLER            PIC X(20) VALUE ' SOLICITACOES ......'.  00018000
          05 WRK-LT-SOLIC      PIC Z(06)9.                              00018100
          05 FILLER            PIC X(14) VALUE '   RECUSADAS  '.        00018200
          05 WRK-LT-RECUSADAS  PIC Z(06)9.                              00018300
                                                                        00018400
       01 FILLER         PIC X(64) VALUE                                00018500
           '-----------DATA DE PROCESSAMENTO--------------'.            00018600
      *-------------------------------------------------------------*   00018700
       COPY 'DATAPROC'.                                                 00018800
                                                                        00018900
      *------------BOOK CRITICA DA DATA-----------------------------*   00019000
                                                                        00019100
       COPY 'VALDATA'.                                                  00019200
                                                                        00019210
      *------------BOOK CRITICA DO CPF/CNPJ-------------------------*   00019220
                                                                        00019230
       COPY 'VALDOC'.                                                   00019240
                                                                        00019300
       01 FILLER         PIC X(64) VALUE                                00019400
           '-----------CHAMAR TRATA ERROS----------------'.             00019500
                                                                        00019600
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00019700
                                                                        00019800
       COPY 'VARERROS'.                                                 00019900
                                                                        00020000
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00020100
                                                                        00020200
       COPY 'REPWCOMM'.                                                 00020300
                                                                        00020400
      *=============================================================*   00020500
       PROCEDURE DIVISION.                                              00020600
      *=============================================================*   00020700
                                                                        00020800
      *-------------------------------------------------------------*   00020900
       0000-PRINCIPAL                         SECTION.                  00021000
      *-------------------------------------------------------------*   00021100
            PERFORM 1000-INICIAR.                                       00021200
            PERFORM 1100-TESTARSTATUS.                                  00021300
            PERFORM 1200-LERMESTRE.                                     00021400
            PERFORM 1300-LERSOLIC.                                      00021500
            PERFORM 2000-PROCESSAR                                      00021600
               UNTIL WRK-CHAVE-MESTRE EQUAL HIGH-VALUES                 00021700
                 AND WRK-CHAVE-SOLIC  EQUAL HIGH-VALUES.                00021800
            PERFORM 3000-FINALIZAR.                                     00021900
            STOP RUN.                                                   00022000
                                                                        00022100
       0000-99-FIM.               EXIT.                                 00022200
                                                                        00022300
      *-------------------------------------------------------------*   00022400
       1000-INICIAR                           SECTION.                  00022500
      *-------------------------------------------------------------*   00022600
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00022700
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                 00022800
            CALL 'VALIDATA' USING WRK-VALIDA-DATA.                      00022900
            IF WRK-VD-INVALIDA                                          00023000
              MOVE '1000'                  TO WRK-SECAO                 00023100
              MOVE 'DATA DE PROCESSAMENTO INVALIDA' TO WRK-MSGERRO      00023200
              MOVE WRK-VD-STATUS           TO WRK-STATUS                00023300
              MOVE 8 TO RETURN-CODE                                     00023400
              PERFORM 9000-TRATARERROS                                  00023500
            END-IF.                                                     00023600
            OPEN INPUT CONTAANT.                                        00023700
            OPEN INPUT SOLICONT.                                        00023800
            OPEN OUTPUT CONTANOV.                                       00023900
            MOVE 'SOLICITACOES DE ABERTURA E ENCERRAMENTO DE CONTAS'    00024000
              TO WRK-RW-TITULO1.                                        00024100
            MOVE WRK-CABEC2 TO WRK-RW-TITULO2.                          00024200
            MOVE SPACES     TO WRK-RW-TITULO3.                          00024300
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00024400
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00024500
            MOVE 'N' TO WRK-RW-REABRIR.                                 00024600
            MOVE SPACES TO WRK-RW-QUEBRA.                               00024650
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00024700
            CALL 'REPWRITE' USING WRK-REPW.                             00024800
                                                                        00024900
       1000-99-FIM.               EXIT.                                 00025000
                                                                        00025100
      *-------------------------------------------------------------*   00025200
       1100-TESTARSTATUS                      SECTION.                  00025300
      *-------------------------------------------------------------*   00025400
               IF WRK-FS-CONTAANT NOT EQUAL 0                           00025500
                MOVE '1000'                  TO WRK-SECAO               00025600
                MOVE 'ERRO OPEN CONTAANT - ' TO WRK-MSGERRO             00025700
                MOVE WRK-FS-CONTAANT         TO WRK-STATUS              00025800
                   PERFORM 9000-TRATARERROS                             00025900
               END-IF.                                                  00026000
               IF WRK-FS-SOLICONT NOT EQUAL 0                           00026100
                MOVE '1001'                  TO WRK-SECAO               00026200
                MOVE 'ERRO OPEN SOLICONT - ' TO WRK-MSGERRO             00026300
                MOVE WRK-FS-SOLICONT         TO WRK-STATUS              00026400
                   PERFORM 9000-TRATARERROS                             00026500
               END-IF.                                                  00026600
               IF WRK-FS-CONTANOV NOT EQUAL 0                           00026700
                MOVE '1002'                  TO WRK-SECAO               00026800
                MOVE 'ERRO OPEN CONTANOV - ' TO WRK-MSGERRO             00026900
                MOVE WRK-FS-CONTANOV         TO WRK-STATUS              00027000
                   PERFORM 9000-TRATARERROS                             00027100
               END-IF.                                                  00027200
               IF WRK-RW-STATUS NOT EQUAL '00'                          00027300
                MOVE '1003'                  TO WRK-SECAO               00027400
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00027500
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00027600
                   PERFORM 9000-TRATARERROS                             00027700
               END-IF.                                                  00027800
                                                                        00027900
       1100-99-FIM.               EXIT.                                 00028000
                                                                        00028100
      *-------------------------------------------------------------*   00028200
       1200-LERMESTRE                         SECTION.                  00028300
      *-------------------------------------------------------------*   00028400
               READ CONTAANT.                                           00028500
               IF WRK-FS-CONTAANT EQUAL 10                              00028600
                 MOVE HIGH-VALUES TO WRK-CHAVE-MESTRE                   00028700
               ELSE                                                     00028800
                 MOVE CTA-AGENCIA TO WRK-CM-AGENCIA                     00028900
                 MOVE CTA-CONTA   TO WRK-CM-CONTA                       00029000
               END-IF.                                                  00029100
                                                                        00029200
       1200-99-FIM.               EXIT.                                 00029300
                                                                        00029400
      *-------------------------------------------------------------*   00029500
       1300-LERSOLIC                          SECTION.                  00029600
      *-------------------------------------------------------------*   00029700
               READ SOLICONT.                                           00029800
               IF WRK-FS-SOLICONT EQUAL 10                              00029900
                 MOVE HIGH-VALUES TO WRK-CHAVE-SOLIC                    00030000
               ELSE                                                     00030100
                 MOVE SOL-AGENCIA TO WRK-CS-AGENCIA                     00030200
                 MOVE SOL-CONTA   TO WRK-CS-CONTA                       00030300
               END-IF.                                                  00030400
                                                                        00030500
       1300-99-FIM.               EXIT.                                 00030600
                                                                        00030700
      *-------------------------------------------------------------*   00030800
       2000-PROCESSAR                         SECTION.                  00030900
      *-------------------------------------------------------------*   00031000
               IF WRK-CHAVE-MESTRE LESS WRK-CHAVE-SOLIC                 00031100
                 PERFORM 2100-CARREGARMESTRE                            00031200
                 PERFORM 2400-GRAVARCONTA                               00031300
                 PERFORM 1200-LERMESTRE                                 00031400
               ELSE                                                     00031500
                 IF WRK-CHAVE-MESTRE EQUAL WRK-CHAVE-SOLIC              00031600
                   PERFORM 2100-CARREGARMESTRE                          00031700
                   PERFORM 2300-APLICARSOLICS                           00031800
                   PERFORM 2400-GRAVARCONTA                             00031900
                   PERFORM 1200-LERMESTRE                               00032000
                 ELSE                                                   00032100
                   PERFORM 2200-CONTAINEXISTENTE                        00032200
                   PERFORM 2300-APLICARSOLICS                           00032300
                   IF WRK-EXISTE-CONTA                                  00032400
                     PERFORM 2400-GRAVARCONTA                           00032500
                   END-IF                                               00032600
                 END-IF                                                 00032700
               END-IF.                                                  00032800
                                                                        00032900
       2000-99-FIM.               EXIT.                                 00033000
                                                                        00033100
      *-------------------------------------------------------------*   00033200
       2100-CARREGARMESTRE                    SECTION.                  00033300
      *-------------------------------------------------------------*   00033400
               MOVE WRK-CHAVE-MESTRE      TO WRK-CHAVE-CORRENTE.        00033500
               MOVE 'S'                   TO WRK-CONTA-EXISTE.          00033600
               MOVE REG-CONTA             TO WRK-REG-CONTANOV.          00033700
                                                                        00033800
       2100-99-FIM.               EXIT.                                 00033900
                                                                        00034000
      *-------------------------------------------------------------*   00034100
      *   SOLICITACAO PARA CONTA QUE NAO ESTA NO MESTRE: SO A        *  00034200
      *   ABERTURA CRIA A CONTA (2320)                               *  00034300
      *-------------------------------------------------------------*   00034400
       2200-CONTAINEXISTENTE                  SECTION.                  00034500
      *-------------------------------------------------------------*   00034600
               MOVE WRK-CHAVE-SOLIC       TO WRK-CHAVE-CORRENTE.        00034700
               MOVE 'N'                   TO WRK-CONTA-EXISTE.          00034800
               MOVE SPACES                TO WRK-REG-CONTANOV.          00034900
                                                                        00035000
       2200-99-FIM.               EXIT.                                 00035100
                                                                        00035200
      *-------------------------------------------------------------*   00035300
       2300-APLICARSOLICS                     SECTION.                  00035400
      *-------------------------------------------------------------*   00035500
               PERFORM 2310-APLICARUMASOLIC                             00035600
                  UNTIL WRK-CHAVE-SOLIC NOT EQUAL WRK-CHAVE-CORRENTE.   00035700
                                                                        00035800
       2300-99-FIM.               EXIT.                                 00035900
                                                                        00036000
      *-------------------------------------------------------------*   00036100
       2310-APLICARUMASOLIC                   SECTION.                  00036200
      *-------------------------------------------------------------*   00036300
               ADD 1 TO WRK-ACUM-SOLIC.                                 00036400
               MOVE 'N'    TO WRK-SOLIC-RECUSADA.                       00036500
               MOVE SPACES TO WRK-RESULTADO.                            00036600
               IF SOL-ABERTURA                                          00036700
                 PERFORM 2320-ABRIRCONTA                                00036800
               ELSE                                                     00036900
                IF SOL-ENCERRAMENTO                                     00037000
                  PERFORM 2330-ENCERRARCONTA                            00037100
                ELSE                                                    00037200
                 IF SOL-BLOQUEIO                                        00037300
                   PERFORM 2340-BLOQUEARCONTA                           00037400
                 ELSE                                                   00037500
                  IF SOL-LIBERACAO                                      00037600
                    PERFORM 2350-LIBERARCONTA                           00037700
                  ELSE                                                  00037800
                   IF SOL-TITULAR                                       00037810
                     PERFORM 2355-ALTERARTITULAR                        00037820
                   ELSE                                                 00037830
                     MOVE 'S' TO WRK-SOLIC-RECUSADA                     00037900
                     MOVE 'RECUSADA - OPERACAO INVALIDA'                00038000
                       TO WRK-RESULTADO                                 00038100
                   END-IF                                               00038110
                  END-IF                                                00038200
                 END-IF                                                 00038300
                END-IF                                                  00038400
               END-IF.                                                  00038500
               IF WRK-RECUSADA                                          00038600
                 ADD 1 TO WRK-ACUM-RECUSADAS                            00038700
                 MOVE '2310'                  TO WRK-SECAO              00038800
                 MOVE 'SOLICITACAO DE CONTA RECUSADA' TO WRK-MSGERRO    00038900
                 MOVE '00'                    TO WRK-STATUS             00039000
                 PERFORM 9010-TRATARREJEITADO                           00039100
               END-IF.                                                  00039200
               PERFORM 2360-IMPRIMIRSOLIC.                              00039300
               PERFORM 1300-LERSOLIC.                                   00039400
                                                                        00039500
       2310-99-FIM.               EXIT.                                 00039600
                                                                        00039700
      *-------------------------------------------------------------*   00039800
      *   ABERTURA: CONTA NOVA NO MESTRE, ATIVA, COM O TITULAR E O   *  00039900
      *   TIPO DA SOLICITACAO E A DATA DE PROCESSAMENTO              *  00040000
      *-------------------------------------------------------------*   00040100
       2320-ABRIRCONTA                        SECTION.                  00040200
      *-------------------------------------------------------------*   00040300
               IF WRK-EXISTE-CONTA                                      00040400
                 MOVE 'S' TO WRK-SOLIC-RECUSADA                         00040500
                 MOVE 'RECUSADA - CONTA JA EXISTE NO MESTRE'            00040600
                   TO WRK-RESULTADO                                     00040700
               ELSE                                                     00040800
                IF SOL-AGENCIA NOT NUMERIC                              00040900
                   OR SOL-CONTA NOT NUMERIC                             00041000
                   OR SOL-AGENCIA EQUAL ZEROS                           00041100
                   OR SOL-CONTA EQUAL ZEROS                             00041200
                  MOVE 'S' TO WRK-SOLIC-RECUSADA                        00041300
                  MOVE 'RECUSADA - AGENCIA/CONTA INVALIDA'              00041400
                    TO WRK-RESULTADO                                    00041500
                ELSE                                                    00041600
                 IF SOL-CLIENTE EQUAL SPACES                            00041700
                   MOVE 'S' TO WRK-SOLIC-RECUSADA                       00041800
                   MOVE 'RECUSADA - TITULAR EM BRANCO'                  00041900
                     TO WRK-RESULTADO                                   00042000
                 ELSE                                                   00042100
                  IF SOL-TIPO-CONTA NOT EQUAL 'C'                       00042200
                     AND SOL-TIPO-CONTA NOT EQUAL 'P'                   00042300
                    MOVE 'S' TO WRK-SOLIC-RECUSADA                      00042400
                    MOVE 'RECUSADA - TIPO DE CONTA INVALIDO'            00042500
                      TO WRK-RESULTADO                                  00042600
                  ELSE                                                  00042700
                    PERFORM 2370-CRITICARDOC                            00042710
                    IF NOT WRK-RECUSADA                                 00042720
                      ADD 1 TO WRK-ACUM-ABERTAS                         00042800
                      MOVE 'S'             TO WRK-CONTA-EXISTE          00042900
                      MOVE SOL-AGENCIA     TO WRK-CN-AGENCIA            00043000
                      MOVE SOL-CONTA       TO WRK-CN-CONTA              00043100
                      MOVE SOL-CLIENTE     TO WRK-CN-CLIENTE            00043200
                      MOVE SOL-TIPO-CONTA  TO WRK-CN-TIPO               00043300
                      MOVE 'A'             TO WRK-CN-SITUACAO           00043400
                      MOVE WRK-DATA-PROCESSAMENTO                       00043500
                        TO WRK-CN-DATA-ABERTURA                         00043600
                      MOVE ZEROS         TO WRK-CN-DATA-ENCERRAMENTO    00043700
                      MOVE SOL-TIPO-PESSOA TO WRK-CN-TIPO-PESSOA        00043710
                      MOVE SOL-CPFCNPJ     TO WRK-CN-CPFCNPJ            00043720
                      MOVE 'CONTA ABERTA'  TO WRK-RESULTADO             00043800
                    END-IF                                              00043810
                  END-IF                                                00043900
                 END-IF                                                 00044000
                END-IF                                                  00044100
               END-IF.                                                  00044200
                                                                        00044300
       2320-99-FIM.               EXIT.                                 00044400
                                                                        00044500
      *-------------------------------------------------------------*   00044600
      *   ENCERRAMENTO: CONTA ATIVA OU BLOQUEADA PASSA A ENCERRADA   *  00044700
      *-------------------------------------------------------------*   00044800
       2330-ENCERRARCONTA                     SECTION.                  00044900
      *-------------------------------------------------------------*   00045000
               IF NOT WRK-EXISTE-CONTA                                  00045100
                 MOVE 'S' TO WRK-SOLIC-RECUSADA                         00045200
                 MOVE 'RECUSADA - CONTA NAO EXISTE NO MESTRE'           00045300
                   TO WRK-RESULTADO                                     00045400
               ELSE                                                     00045500
                IF WRK-CN-SITUACAO EQUAL 'E'                            00045600
                  MOVE 'S' TO WRK-SOLIC-RECUSADA                        00045700
                  MOVE 'RECUSADA - CONTA JA ENCERRADA'                  00045800
                    TO WRK-RESULTADO                                    00045900
                ELSE                                                    00046000
                  ADD 1 TO WRK-ACUM-ENCERRADAS                          00046100
                  MOVE 'E'               TO WRK-CN-SITUACAO             00046200
                  MOVE WRK-DATA-PROCESSAMENTO                           00046300
                    TO WRK-CN-DATA-ENCERRAMENTO                         00046400
                  MOVE 'CONTA ENCERRADA' TO WRK-RESULTADO               00046500
                END-IF                                                  00046600
               END-IF.                                                  00046700
                                                                        00046800
       2330-99-FIM.               EXIT.                                 00046900
                                                                        00047000
      *-------------------------------------------------------------*   00047100
      *   BLOQUEIO: SO CONTA ATIVA                                   *  00047200
      *-------------------------------------------------------------*   00047300
       2340-BLOQUEARCONTA                     SECTION.                  00047400
      *-------------------------------------------------------------*   00047500
               IF NOT WRK-EXISTE-CONTA                                  00047600
                 MOVE 'S' TO WRK-SOLIC-RECUSADA                         00047700
                 MOVE 'RECUSADA - CONTA NAO EXISTE NO MESTRE'           00047800
                   TO WRK-RESULTADO                                     00047900
               ELSE                                                     00048000
                IF WRK-CN-SITUACAO NOT EQUAL 'A'                        00048100
                  MOVE 'S' TO WRK-SOLIC-RECUSADA                        00048200
                  MOVE 'RECUSADA - CONTA NAO ESTA ATIVA'                00048300
                    TO WRK-RESULTADO                                    00048400
                ELSE                                                    00048500
                  ADD 1 TO WRK-ACUM-BLOQUEADAS                          00048600
                  MOVE 'B'               TO WRK-CN-SITUACAO             00048700
                  MOVE 'CONTA BLOQUEADA' TO WRK-RESULTADO               00048800
                END-IF                                                  00048900
               END-IF.                                                  00049000
                                                                        00049100
       2340-99-FIM.               EXIT.                                 00049200
                                                                        00049300
      *-------------------------------------------------------------*   00049400
      *   LIBERACAO: SO CONTA BLOQUEADA VOLTA A ATIVA                *  00049500
      *-------------------------------------------------------------*   00049600
       2350-LIBERARCONTA                      SECTION.                  00049700
      *-------------------------------------------------------------*   00049800
               IF NOT WRK-EXISTE-CONTA                                  00049900
                 MOVE 'S' TO WRK-SOLIC-RECUSADA                         00050000
                 MOVE 'RECUSADA - CONTA NAO EXISTE NO MESTRE'           00050100
                   TO WRK-RESULTADO                                     00050200
               ELSE                                                     00050300
                IF WRK-CN-SITUACAO NOT EQUAL 'B'                        00050400
                  MOVE 'S' TO WRK-SOLIC-RECUSADA                        00050500
                  MOVE 'RECUSADA - CONTA NAO ESTA BLOQUEADA'            00050600
                    TO WRK-RESULTADO                                    00050700
                ELSE                                                    00050800
                  ADD 1 TO WRK-ACUM-LIBERADAS                           00050900
                  MOVE 'A'               TO WRK-CN-SITUACAO             00051000
                  MOVE 'CONTA LIBERADA'  TO WRK-RESULTADO               00051100
                END-IF                                                  00051200
               END-IF.                                                  00051300
                                                                        00051400
       2350-99-FIM.               EXIT.                                 00051500
                                                                        00051510
      *-------------------------------------------------------------*   00051520
      *   TITULAR: GRAVA OU TROCA O CPF/CNPJ DO TITULAR DE CONTA     *  00051530
      *   NAO ENCERRADA; O NOME SO E TROCADO SE VIER PREENCHIDO      *  00051540
      *-------------------------------------------------------------*   00051550
       2355-ALTERARTITULAR                    SECTION.                  00051560
      *-------------------------------------------------------------*   00051570
               IF NOT WRK-EXISTE-CONTA                                  00051580
                 MOVE 'S' TO WRK-SOLIC-RECUSADA                         00051590
                 MOVE 'RECUSADA - CONTA NAO EXISTE NO MESTRE'           00051591
                   TO WRK-RESULTADO                                     00051592
               ELSE                                                     00051593
                IF WRK-CN-SITUACAO EQUAL 'E'                            00051594
                  MOVE 'S' TO WRK-SOLIC-RECUSADA                        00051595
                  MOVE 'RECUSADA - CONTA JA ENCERRADA'                  00051596
                    TO WRK-RESULTADO                                    00051597
                ELSE                                                    00051598
                  PERFORM 2370-CRITICARDOC                              00051599
                  IF NOT WRK-RECUSADA                                   00051600
                    ADD 1 TO WRK-ACUM-TITULARES                         00051601
                    MOVE SOL-TIPO-PESSOA TO WRK-CN-TIPO-PESSOA          00051602
                    MOVE SOL-CPFCNPJ     TO WRK-CN-CPFCNPJ              00051603
                    IF SOL-CLIENTE NOT EQUAL SPACES                     00051604
                      MOVE SOL-CLIENTE   TO WRK-CN-CLIENTE              00051605
                    END-IF                                              00051606
                    MOVE 'TITULAR ALTERADO' TO WRK-RESULTADO            00051607
                  END-IF                                                00051608
                END-IF                                                  00051609
               END-IF.                                                  00051610
                                                                        00051611
       2355-99-FIM.               EXIT.                                 00051612
                                                                        00051613
      *-------------------------------------------------------------*   00051614
      *   CPF (PESSOA F) OU CNPJ (PESSOA J) COM DIGITO CONFERIDO     *  00051615
      *-------------------------------------------------------------*   00051616
       2370-CRITICARDOC                       SECTION.                  00051617
      *-------------------------------------------------------------*   00051618
               MOVE SOL-TIPO-PESSOA TO WRK-DC-TIPO-PESSOA.              00051619
               MOVE SOL-CPFCNPJ     TO WRK-DC-CPFCNPJ.                  00051620
               CALL 'VALIDOC' USING WRK-VALIDA-DOC.                     00051621
               IF WRK-DC-INVALIDO                                       00051622
                 MOVE 'S' TO WRK-SOLIC-RECUSADA                         00051623
                 MOVE 'RECUSADA - CPF/CNPJ DO TITULAR INVALIDO'         00051624
                   TO WRK-RESULTADO                                     00051625
               END-IF.                                                  00051626
                                                                        00051627
       2370-99-FIM.               EXIT.                                 00051628
                                                                        00051629
      *-------------------------------------------------------------*   00051700
       2360-IMPRIMIRSOLIC                     SECTION.                  00051800
      *-------------------------------------------------------------*   00051900
               MOVE SPACES         TO WRK-LINHA-SOLIC.                  00052000
               MOVE SOL-AGENCIA    TO WRK-LS-AGENCIA.                   00052100
               MOVE SOL-CONTA      TO WRK-LS-CONTA.                     00052200
               MOVE SOL-OPERACAO   TO WRK-LS-OPERACAO.                  00052300
               IF WRK-EXISTE-CONTA                                      00052400
                 MOVE WRK-CN-CLIENTE TO WRK-LS-CLIENTE                  00052500
               ELSE                                                     00052600
                 MOVE SOL-CLIENTE    TO WRK-LS-CLIENTE                  00052700
               END-IF.                                                  00052800
               MOVE WRK-RESULTADO  TO WRK-LS-RESULTADO.                 00052900
               MOVE WRK-LINHA-SOLIC TO WRK-RW-LINHA.                    00053000
               MOVE 'D' TO WRK-RW-FUNCAO.                               00053100
               CALL 'REPWRITE' USING WRK-REPW.                          00053200
                                                                        00053300
       2360-99-FIM.               EXIT.                                 00053400
                                                                        00053500
      *-------------------------------------------------------------*   00053600
       2400-GRAVARCONTA                       SECTION.                  00053700
      *-------------------------------------------------------------*   00053800
               ADD 1 TO WRK-ACUM-CONTAS.                                00053900
               WRITE REG-CONTANOV FROM WRK-REG-CONTANOV.                00054000
               IF WRK-FS-CONTANOV NOT EQUAL 0                           00054100
                 MOVE '2400'                  TO WRK-SECAO              00054200
                 MOVE 'ERRO WRITE CONTANOV - ' TO WRK-MSGERRO           00054300
                 MOVE WRK-FS-CONTANOV         TO WRK-STATUS             00054400
                 MOVE 12 TO RETURN-CODE                                 00054500
                 PERFORM 9000-TRATARERROS                               00054600
               END-IF.                                                  00054700
                                                                        00054800
       2400-99-FIM.               EXIT.                                 00054900
                                                                        00055000
      *-------------------------------------------------------------*   00055100
       3000-FINALIZAR                         SECTION.                  00055200
      *-------------------------------------------------------------*   00055300
               MOVE WRK-ACUM-SOLIC     TO WRK-LT-SOLIC.                 00055400
               MOVE WRK-ACUM-RECUSADAS TO WRK-LT-RECUSADAS.             00055500
               MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                    00055600
               MOVE 'T' TO WRK-RW-FUNCAO.                               00055700
               CALL 'REPWRITE' USING WRK-REPW.                          00055800
               CLOSE CONTAANT.                                          00055900
               CLOSE SOLICONT.                                          00056000
               CLOSE CONTANOV.                                          00056100
               MOVE 'F' TO WRK-RW-FUNCAO.                               00056200
               CALL 'REPWRITE' USING WRK-REPW.                          00056300
               DISPLAY 'CONTAS GRAVADAS..... ' WRK-ACUM-CONTAS.         00056400
               DISPLAY 'SOLICITACOES LIDAS.. ' WRK-ACUM-SOLIC.          00056500
               DISPLAY 'CONTAS ABERTAS...... ' WRK-ACUM-ABERTAS.        00056600
               DISPLAY 'CONTAS ENCERRADAS... ' WRK-ACUM-ENCERRADAS.     00056700
               DISPLAY 'CONTAS BLOQUEADAS... ' WRK-ACUM-BLOQUEADAS.     00056800
               DISPLAY 'CONTAS LIBERADAS.... ' WRK-ACUM-LIBERADAS.      00056900
               DISPLAY 'TITULARES ALTERADOS. ' WRK-ACUM-TITULARES.      00056910
               DISPLAY 'RECUSADAS........... ' WRK-ACUM-RECUSADAS.      00057000
                                                                        00057100
       3000-99-FIM.               EXIT.                                 00057200
                                                                        00057300
      *-------------------------------------------------------------*   00057400
       9000-TRATARERROS                       SECTION.                  00057500
      *-------------------------------------------------------------*   00057600
             MOVE 'ATUCONTA'  TO WRK-PROGRAMA                           00057700
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00057800
                 GOBACK.                                                00057900
                                                                        00058000
       9000-99-FIM.               EXIT.                                 00058100
                                                                        00058200
      *-------------------------------------------------------------*   00058300
       9010-TRATARREJEITADO                   SECTION.                  00058400
      *-------------------------------------------------------------*   00058500
             MOVE 'ATUCONTA'  TO WRK-PROGRAMA                           00058600
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00058700
                                                                        00058800
       9010-99-FIM.               EXIT.                                 00058900

      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. TITLOAD.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CARGA NOTURNA DO CADASTRO DE TITULARES NA       *   00001200
      *      TABELA DB2 TITULARES, AO LADO DA CLIENTES, NO MOLDE DO *   00001300
      *      SALDLOAD: A CHAVE E A AGENCIA/CONTA (UMA CONTA TEM UM  *   00001400
      *      TITULAR) E O CPF/CNPJ E COLUNA INDEXADA PARA CONSULTAR *   00001500
      *      TODAS AS CONTAS DE UM CLIENTE. ATUALIZA A LINHA DA     *   00001600
      *      CONTA QUANDO JA EXISTE (TROCA DE TITULAR PELO ATUCONTA *   00001700
      *      CAI AQUI) E INSERE QUANDO NAO EXISTE, COM COMMIT       *   00001800
      *      INTERMEDIARIO (A CARGA E IDEMPOTENTE E A REEXECUCAO E  *   00001900
      *      SEGURA).                                               *   00002000
      *-------------------------------------------------------------*   00002100
      *   ARQUIVOS...:                                              *   00002200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002300
      *    TITULAR              I                  #TITULAR         *   00002400
      *-------------------------------------------------------------*   00002500
      *   TABELAS DB2...:                                            *  00002600
      *    TITULARES           I/O   (CHAVE: AGENCIA, CONTA)         *  00002700
      *-------------------------------------------------------------*   00002800
      *   MODULOS....:                             INCLUDE/BOOK     *   00002900
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003000
      *=============================================================*   00003100
                                                                        00003200
      *=============================================================*   00003300
       ENVIRONMENT                               DIVISION.              00003400
      *=============================================================*   00003500
       CONFIGURATION                               SECTION.             00003600
       SPECIAL-NAMES.                                                   00003700
           DECIMAL-POINT IS COMMA.                                      00003800
                                                                        00003900
       INPUT-OUTPUT                                SECTION.             00004000
       FILE-CONTROL.                                                    00004100
           SELECT TITULAR   ASSIGN TO TITULAR                           00004200
               FILE STATUS  IS WRK-FS-TITULAR.                          00004300
                                                                        00004400
      *=============================================================*   00004500
       DATA                                      DIVISION.              00004600
      *=============================================================*   00004700
       FILE                                      SECTION.               00004800
       FD TITULAR                                                       00004900
           RECORDING  MODE IS F                                         00005000
           BLOCK CONTAINS 0 RECORDS.                                    00005100
                                                                        00005200
      *-------------------------------------------------------------*   00005300
       COPY '#TITULAR'.                                                 00005400
                                                                        00005500
      *=============================================================*   00005600
       WORKING-STORAGE                             SECTION.             00005700
      *=============================================================*   00005800
                                                                        00005900
       77 WRK-FS-TITULAR         PIC 9(02).                             00006000
                                                                        00006100
      *-----------------COMMIT INTERMEDIARIO-------------------------*  00006200
                                                                        00006300
       77 WRK-CKP-INTERVALO      PIC 9(05) VALUE 00500.                 00006400
       77 WRK-CKP-DESDE          PIC 9(05) VALUE ZEROS.                 00006500
                                                                        00006600
      *-----------------ACUMULADAS DA CARGA--------------------------*  00006700
                                                                        00006800
       77 WRK-ACUM-LIDOS         PIC 9(07) VALUE ZEROS.                 00006900
       77 WRK-ACUM-INSERIDOS     PIC 9(07) VALUE ZEROS.                 00007000
       77 WRK-ACUM-ATUALIZADOS   PIC 9(07) VALUE ZEROS.                 00007100
       77 WRK-ACUM-ERROS         PIC 9(07) VALUE ZEROS.                 00007200
                                                                        00007300
      *-----------------DATA DE PROCESSAMENTO------------------------*  00007400
                                                                        00007500
       COPY 'DATAPROC'.                                                 00007600
                                                                        00007700
      *-----------------VARIAVEIS HOST PARA O DB2--------------------*  00007800
                                                                        00007900
       01 WRK-HV-CPFCNPJ         PIC S9(14) COMP-3.                     00008000
       01 WRK-HV-AGENCIA         PIC S9(08) COMP.                       00008100
       01 WRK-HV-CONTA           PIC S9(08) COMP.                       00008200
       01 WRK-HV-TIPO-PESSOA     PIC X(01).                             00008300
       01 WRK-HV-NOME            PIC X(30).                             00008400
       01 WRK-HV-TIPO-CONTA      PIC X(01).                             00008500
       01 WRK-HV-SITUACAO        PIC X(01).                             00008600
       01 WRK-HV-DATA-ABERTURA   PIC S9(08) COMP.                       00008700
                                                                        00008800
      *-----------------TRATAMENTO DE ERROS--------------------------*  00008900
                                                                        00009000
       COPY 'VARERROS'.                                                 00009100
                                                                        00009200
      *-----------------CONTROLE DE EXECUCAO-------------------------*  00009300
                                                                        00009400
       COPY 'CTRLEXEC'.                                                 00009500
                                                                        00009600
      *-----------------CRITICA DA DATA------------------------------*  00009700
                                                                        00009800
       COPY 'VALDATA'.                                                  00009900
                                                                        00010000
      *-----------------SQLCA----------------------------------------*  00010100
                                                                        00010200
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00010300
                                                                        00010400
      *=============================================================*   00010500
       PROCEDURE                                DIVISION.               00010600
      *=============================================================*   00010700
                                                                        00010800
      *-------------------------------------------------------------*   00010900
       0000-PRINCIPAL                           SECTION.                00011000
      *-------------------------------------------------------------*   00011100
                                                                        00011200
            PERFORM 1000-INICIAR.                                       00011300
            PERFORM 2000-PROCESSAR UNTIL WRK-FS-TITULAR EQUAL 10.       00011400
            PERFORM 3000-FINALIZAR.                                     00011500
            STOP RUN.                                                   00011600
                                                                        00011700
       0000-99-FIM.               EXIT.                                 00011800
                                                                        00011900
      *-------------------------------------------------------------*   00012000
       1000-INICIAR                             SECTION.                00012100
      *-------------------------------------------------------------*   00012200
                                                                        00012300
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00012400
            DISPLAY ' DATA DE PROCESSAMENTO..' WRK-DATA-PROCESSAMENTO.  00012500
            ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                   00012600
            ACCEPT WRK-CKP-INTERVALO      FROM SYSIN.                   00012700
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                 00012800
            CALL 'VALIDATA' USING WRK-VALIDA-DATA.                      00012900
            IF WRK-VD-INVALIDA                                          00013000
              DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '              00013100
                      WRK-DATA-PROCESSAMENTO                            00013200
              MOVE 8 TO RETURN-CODE                                     00013300
              STOP RUN                                                  00013400
            END-IF.                                                     00013500
            IF WRK-VD-NAO-UTIL                                          00013600
              DISPLAY ' AVISO: DATA DE PROCESSAMENTO NAO E DIA UTIL'    00013700
            END-IF.                                                     00013800
            IF WRK-VD-SEM-CALENDARIO                                    00013900
              DISPLAY ' AVISO: CALENDARIO DE FERIADOS INDISPONIVEL'     00014000
            END-IF.                                                     00014100
            MOVE 'TITLOAD'  TO WRK-CE-PROGRAMA.                         00014200
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                 00014300
            MOVE 'I'        TO WRK-CE-FUNCAO.                           00014400
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00014500
            IF NOT WRK-CE-PODE-EXECUTAR                                 00014600
              DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '       00014700
                      'STATUS ' WRK-CE-STATUS                           00014800
              MOVE 8 TO RETURN-CODE                                     00014900
              STOP RUN                                                  00015000
            END-IF.                                                     00015100
            OPEN INPUT TITULAR.                                         00015200
            IF WRK-FS-TITULAR NOT EQUAL 0                               00015300
              DISPLAY ' ERRO OPEN TITULAR - STATUS ' WRK-FS-TITULAR     00015400
              STOP RUN                                                  00015500
            END-IF.                                                     00015600
            READ TITULAR.                                               00015700
                                                                        00015800
       1000-99-FIM.               EXIT.                                 00015900
                                                                        00016000
      *-------------------------------------------------------------*   00016100
       2000-PROCESSAR                           SECTION.                00016200
      *-------------------------------------------------------------*   00016300
                                                                        00016400
            ADD 1 TO WRK-ACUM-LIDOS                                     00016500
            MOVE TIT-CPFCNPJ           TO WRK-HV-CPFCNPJ                00016600
            MOVE TIT-AGENCIA           TO WRK-HV-AGENCIA                00016700
            MOVE TIT-CONTA             TO WRK-HV-CONTA                  00016800
            MOVE TIT-TIPO-PESSOA       TO WRK-HV-TIPO-PESSOA            00016900
            MOVE TIT-NOME              TO WRK-HV-NOME                   00017000
            MOVE TIT-TIPO-CONTA        TO WRK-HV-TIPO-CONTA             00017100
            MOVE TIT-SITUACAO          TO WRK-HV-SITUACAO               00017200
            MOVE TIT-DATA-ABERTURA     TO WRK-HV-DATA-ABERTURA          00017300
            PERFORM 2100-ATUALIZARTITULAR                               00017400
            IF SQLCODE EQUAL 0                                          00017500
              ADD 1 TO WRK-ACUM-ATUALIZADOS                             00017600
            ELSE                                                        00017700
              IF SQLCODE EQUAL 100                                      00017800
                PERFORM 2200-INSERIRTITULAR                             00017900
                IF SQLCODE EQUAL 0                                      00018000
                  ADD 1 TO WRK-ACUM-INSERIDOS                           00018100
                ELSE                                                    00018200
                  ADD 1 TO WRK-ACUM-ERROS                               00018300
                  MOVE '2200'                  TO WRK-SECAO             00018400
                  MOVE 'ERRO SQL NO INSERT TITULARES' TO WRK-MSGERRO    00018500
                  MOVE '99'                    TO WRK-STATUS            00018600
                  PERFORM 9010-TRATARERROS                              00018700
                END-IF                                                  00018800
              ELSE                                                      00018900
                ADD 1 TO WRK-ACUM-ERROS                                 00019000
                MOVE '2100'                  TO WRK-SECAO               00019100
                MOVE 'ERRO SQL NO UPDATE TITULARES' TO WRK-MSGERRO      00019200
                MOVE '99'                    TO WRK-STATUS              00019300
                PERFORM 9010-TRATARERROS                                00019400
              END-IF                                                    00019500
            END-IF                                                      00019600
            ADD 1 TO WRK-CKP-DESDE                                      00019700
            IF WRK-CKP-DESDE NOT LESS WRK-CKP-INTERVALO                 00019800
              PERFORM 2500-COMMITINTERMEDIO                             00019900
            END-IF.                                                     00020000
            READ TITULAR.                                               00020100
                                                                        00020200
       2000-99-FIM.               EXIT.                                 00020300
                                                                        00020400
      *-------------------------------------------------------------*   00020500
       2100-ATUALIZARTITULAR                      SECTION.              00020600
      *-------------------------------------------------------------*   00020700
                                                                        00020800
            EXEC SQL                                                    00020900
                UPDATE TITULARES                                        00021000
                   SET CPF_CNPJ      = :WRK-HV-CPFCNPJ,                 00021100
                       TIPO_PESSOA   = :WRK-HV-TIPO-PESSOA,             00021200
                       NOME          = :WRK-HV-NOME,                    00021300
                       TIPO_CONTA    = :WRK-HV-TIPO-CONTA,              00021400
                       SITUACAO      = :WRK-HV-SITUACAO,                00021500
                       DATA_ABERTURA = :WRK-HV-DATA-ABERTURA            00021600
                 WHERE AGENCIA = :WRK-HV-AGENCIA                        00021700
                   AND CONTA   = :WRK-HV-CONTA                          00021800
            END-EXEC.                                                   00021900
                                                                        00022000
       2100-99-FIM.               EXIT.                                 00022100
                                                                        00022200
      *-------------------------------------------------------------*   00022300
       2200-INSERIRTITULAR                        SECTION.              00022400
      *-------------------------------------------------------------*   00022500
                                                                        00022600
            EXEC SQL                                                    00022700
                INSERT INTO TITULARES                                   00022800
                    (AGENCIA, CONTA, CPF_CNPJ, TIPO_PESSOA, NOME,       00022900
                     TIPO_CONTA, SITUACAO, DATA_ABERTURA)               00023000
                VALUES                                                  00023100
                    (:WRK-HV-AGENCIA, :WRK-HV-CONTA, :WRK-HV-CPFCNPJ,   00023200
                     :WRK-HV-TIPO-PESSOA, :WRK-HV-NOME,                 00023300
                     :WRK-HV-TIPO-CONTA, :WRK-HV-SITUACAO,              00023400
                     :WRK-HV-DATA-ABERTURA)                             00023500
            END-EXEC.                                                   00023600
                                                                        00023700
       2200-99-FIM.               EXIT.                                 00023800
                                                                        00023900
      *-------------------------------------------------------------*   00024000
       2500-COMMITINTERMEDIO                    SECTION.                00024100
      *-------------------------------------------------------------*   00024200
                                                                        00024300
            EXEC SQL COMMIT END-EXEC.                                   00024400
            IF SQLCODE NOT EQUAL 0                                      00024500
              MOVE '2500'                   TO WRK-SECAO                00024600
              MOVE 'ERRO SQL NO COMMIT INTERMEDIARIO' TO WRK-MSGERRO    00024700
              MOVE '99'                     TO WRK-STATUS               00024800
              PERFORM 9010-TRATARERROS                                  00024900
            END-IF.                                                     00025000
            MOVE ZEROS TO WRK-CKP-DESDE.                                00025100
                                                                        00025200
       2500-99-FIM.               EXIT.                                 00025300
                                                                        00025400
      *-------------------------------------------------------------*   00025500
       3000-FINALIZAR                           SECTION.                00025600
      *-------------------------------------------------------------*   00025700
                                                                        00025800
            EXEC SQL COMMIT END-EXEC.                                   00025900
            CLOSE TITULAR.                                              00026000
            DISPLAY ' TITULARES LIDOS........' WRK-ACUM-LIDOS.          00026100
            DISPLAY ' LINHAS INSERIDAS.......' WRK-ACUM-INSERIDOS.      00026200
            DISPLAY ' LINHAS ATUALIZADAS.....' WRK-ACUM-ATUALIZADOS.    00026300
            DISPLAY ' LINHAS COM ERRO........' WRK-ACUM-ERROS.          00026400
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00026500
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00026600
            IF WRK-ACUM-ERROS GREATER ZEROS                             00026700
              MOVE 8 TO RETURN-CODE                                     00026800
            END-IF.                                                     00026900
            DISPLAY ' FIM DO PROGRAMA'.                                 00027000
                                                                        00027100
       3000-99-FIM.               EXIT.                                 00027200
                                                                        00027300
      *-------------------------------------------------------------*   00027400
       9010-TRATARERROS                         SECTION.                00027500
      *-------------------------------------------------------------*   00027600
                                                                        00027700
            MOVE 'TITLOAD'  TO WRK-PROGRAMA.                            00027800
            CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                      00027900
                                                                        00028000
       9010-99-FIM.               EXIT.                                 00028100

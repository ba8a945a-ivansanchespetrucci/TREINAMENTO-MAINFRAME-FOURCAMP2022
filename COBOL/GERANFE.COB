      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. GERANFE.                                             00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * ARQUIVO DE TRANSMISSAO DAS NF-E A SEFAZ: AS NOTAS DO            00001100
      * DIA (REGNOTAS, #REGNOTA, JA COM OS CANCELAMENTOS E AS           00001200
      * NOTAS DE CREDITO DO CANCNOTA) MAIS AS NOTAS DE DIAS             00001300
      * ANTERIORES AINDA SEM AUTORIZACAO (NFEPEND, MESMO                00001400
      * LAYOUT, GRAVADO PELO RETNFE), AMBOS EM ORDEM DE                 00001500
      * NUMERO, SAO INTERCALADOS E VIRAM O ARQUIVO NFETRANS:            00001600
      * UM REGISTRO H COM O EMITENTE (CNPJ, INSCRICAO                   00001700
      * ESTADUAL E UF, DO SYSIN), UM D POR NOTA (NUMERO,                00001800
      * EMISSAO, SITUACAO, CLIENTE E UF DE DESTINO, VALORES,            00001900
      * ICMS E A NOTA REFERENCIADA DA NOTA DE CREDITO) E UM T           00002000
      * COM QUANTIDADE E TOTAIS. NOTA JA AUTORIZADA NAO VAI             00002100
      * DE NOVO; NOTA COM DADOS INVALIDOS NAO VAI, SAI NO               00002200
      * RELATORIO E NO LOG E TERMINA COM RC=4 - SEGUE                   00002300
      * PENDENTE ATE SER CORRIGIDA. O FISCAL NAO DIGITA MAIS            00002400
      * NOTA NO PORTAL: O RETORNO DA SEFAZ ENTRA NO RETNFE.             00002500
      *                                                                 00002600
      * SYSIN: DATA DE PROCESSAMENTO / OVERRIDE DO CTLEXEC /            00002700
      *        EMITENTE (CNPJ 14, INSCRICAO ESTADUAL 14, UF 2).         00002800
      *                                                                 00002900
      *====================================================             00003000
                                                                        00003100
      *====================================================             00003200
       ENVIRONMENT                              DIVISION.               00003300
      *====================================================             00003400
       CONFIGURATION                            SECTION.                00003500
       SPECIAL-NAMES.                                                   00003600
           DECIMAL-POINT IS COMMA.                                      00003700
                                                                        00003800
       INPUT-OUTPUT                             SECTION.                00003900
       FILE-CONTROL.                                                    00004000
           SELECT REGNOTAS ASSIGN TO REGNOTAS                           00004100
               FILE STATUS  IS WRK-FS-REGNOTAS.                         00004200
           SELECT NFEPEND  ASSIGN TO NFEPEND                            00004300
               FILE STATUS  IS WRK-FS-NFEPEND.                          00004400
           SELECT NFETRANS ASSIGN TO NFETRANS                           00004500
               FILE STATUS  IS WRK-FS-NFETRANS.                         00004600
                                                                        00004700
      *====================================================             00004800
       DATA                                     DIVISION.               00004900
      *====================================================             00005000
       FILE                                     SECTION.                00005100
       FD REGNOTAS                                                      00005200
           RECORDING  MODE IS F                                         00005300
           BLOCK CONTAINS 0 RECORDS.                                    00005400
                                                                        00005500
       01 REG-NOTADIA.                                                  00005600
          05 NTD-NUMERO         PIC 9(08).                              00005700
          05 FILLER             PIC X(92).                              00005800
                                                                        00005900
       FD NFEPEND                                                       00006000
           RECORDING  MODE IS F                                         00006100
           BLOCK CONTAINS 0 RECORDS.                                    00006200
                                                                        00006300
       01 REG-NFEPEND.                                                  00006400
          05 PEN-NUMERO         PIC 9(08).                              00006500
          05 FILLER             PIC X(92).                              00006600
                                                                        00006700
       FD NFETRANS                                                      00006800
           RECORDING  MODE IS F                                         00006900
           BLOCK CONTAINS 0 RECORDS.                                    00007000
                                                                        00007100
       01 REG-NFETRANS          PIC X(150).                             00007200
                                                                        00007300
       WORKING-STORAGE                          SECTION.                00007400
                                                                        00007500
      *===================STATUS DOS ARQUIVOS===============            00007600
                                                                        00007700
       77 WRK-FS-REGNOTAS       PIC 9(02).                              00007800
       77 WRK-FS-NFEPEND        PIC 9(02).                              00007900
       77 WRK-FS-NFETRANS       PIC 9(02).                              00008000
                                                                        00008100
      *===================CHAVES DA INTERCALACAO============            00008200
                                                                        00008300
       77 WRK-CHAVE-DIA         PIC 9(08)    VALUE ZEROS.               00008400
       77 WRK-CHAVE-PEND        PIC 9(08)    VALUE ZEROS.               00008500
       77 WRK-CHAVE-CORRENTE    PIC 9(08)    VALUE ZEROS.               00008600
       77 WRK-ORIGEM            PIC X(01)    VALUE SPACE.               00008700
       77 WRK-NOTA-OK           PIC 9        VALUE 0.                   00008800
       77 WRK-SITUACAO          PIC X(20)    VALUE SPACES.              00008900
                                                                        00009000
      *===================NOTA CORRENTE======================           00009100
                                                                        00009200
       COPY '#REGNOTA'.                                                 00009300
                                                                        00009400
      *===================EMITENTE (SYSIN)===================           00009500
                                                                        00009600
       01 WRK-EMITENTE.                                                 00009700
          05 WRK-EM-CNPJ        PIC 9(14).                              00009800
          05 WRK-EM-IE          PIC X(14).                              00009900
          05 WRK-EM-UF          PIC X(02).                              00010000
                                                                        00010100
      *===================REGISTROS DO NFETRANS=============            00010200
                                                                        00010300
       01 WRK-REG-HEADER.                                               00010400
          05 WRK-HD-TIPO        PIC X(01)    VALUE 'H'.                 00010500
          05 WRK-HD-CNPJ        PIC 9(14).                              00010600
          05 WRK-HD-IE          PIC X(14).                              00010700
          05 WRK-HD-UF          PIC X(02).                              00010800
          05 WRK-HD-DATA        PIC 9(08).                              00010900
          05 FILLER             PIC X(111)   VALUE SPACES.              00011000
                                                                        00011100
       01 WRK-REG-DETALHE.                                              00011200
          05 WRK-DT-TIPO        PIC X(01)    VALUE 'D'.                 00011300
          05 WRK-DT-NUMERO      PIC 9(08).                              00011400
          05 WRK-DT-EMISSAO     PIC 9(08).                              00011500
          05 WRK-DT-SITUACAO    PIC X(01).                              00011600
          05 WRK-DT-CLIENTE     PIC 9(05).                              00011700
          05 WRK-DT-UF-DEST     PIC X(02).                              00011800
          05 WRK-DT-VALOR       PIC 9(06)V99.                           00011900
          05 WRK-DT-FRETE       PIC 9(04)V99.                           00012000
          05 WRK-DT-TOTAL       PIC 9(07)V99.                           00012100
          05 WRK-DT-ICMS        PIC 9(06)V99.                           00012200
          05 WRK-DT-NOTA-REF    PIC 9(08).                              00012300
          05 FILLER             PIC X(86)    VALUE SPACES.              00012400
                                                                        00012500
       01 WRK-REG-TRAILER.                                              00012600
          05 WRK-TR-TIPO        PIC X(01)    VALUE 'T'.                 00012700
          05 WRK-TR-QTD         PIC 9(07).                              00012800
          05 WRK-TR-TOTAL       PIC 9(11)V99.                           00012900
          05 WRK-TR-ICMS        PIC 9(11)V99.                           00013000
          05 FILLER             PIC X(116)   VALUE SPACES.              00013100
                                                                        00013200
      *===================CONTROLE DO LOTE==================            00013300
                                                                        00013400
       77 WRK-ACUM-DIA          PIC 9(07)    VALUE ZEROS.               00013500
       77 WRK-ACUM-PEND         PIC 9(07)    VALUE ZEROS.               00013600
       77 WRK-ACUM-ENVIADAS     PIC 9(07)    VALUE ZEROS.               00013700
       77 WRK-ACUM-REENVIADAS   PIC 9(07)    VALUE ZEROS.               00013800
       77 WRK-ACUM-INVALIDAS    PIC 9(05)    VALUE ZEROS.               00013900
       77 WRK-ACUM-AUTORIZADAS  PIC 9(07)    VALUE ZEROS.               00014000
       77 WRK-ACUM-DUPLICADAS   PIC 9(05)    VALUE ZEROS.               00014100
       77 WRK-ACUM-VLR-TOTAL    PIC 9(11)V99 VALUE ZEROS.               00014200
       77 WRK-ACUM-VLR-ICMS     PIC 9(11)V99 VALUE ZEROS.               00014300
                                                                        00014400
      *===================LINHAS DO RELATORIO===============            00014500
                                                                        00014600
       01 WRK-LINHA-CABEC.                                              00014700
          05 FILLER   PIC X(10) VALUE ' NOTA     '.                     00014800
          05 FILLER   PIC X(09) VALUE 'EMISSAO  '.                      00014900
          05 FILLER   PIC X(06) VALUE 'CLIEN '.                         00015000
          05 FILLER   PIC X(03) VALUE 'UF '.                            00015100
          05 FILLER   PIC X(09) VALUE 'TIPO     '.                      00015200
          05 FILLER   PIC X(09) VALUE 'NOTA REF '.                      00015300
          05 FILLER   PIC X(14) VALUE '        TOTAL '.                 00015400
          05 FILLER   PIC X(11) VALUE '      ICMS '.                    00015500
          05 FILLER   PIC X(20) VALUE 'SITUACAO'.                       00015600
                                                                        00015700
       01 WRK-LINHA-NOTA.                                               00015800
          05 FILLER             PIC X(01).                              00015900
          05 WRK-LD-NUMERO      PIC 9(08).                              00016000
          05 FILLER             PIC X(01).                              00016100
          05 WRK-LD-EMISSAO     PIC 9(08).                              00016200
          05 FILLER             PIC X(01).                              00016300
          05 WRK-LD-CLIENTE     PIC 9(05).                              00016400
          05 FILLER             PIC X(01).                              00016500
          05 WRK-LD-UF          PIC X(02).                              00016600
          05 FILLER             PIC X(01).                              00016700
          05 WRK-LD-TIPO        PIC X(08).                              00016800
          05 FILLER             PIC X(01).                              00016900
          05 WRK-LD-NOTA-REF    PIC 9(08)                               00017000
                                BLANK WHEN ZERO.                        00017100
          05 FILLER             PIC X(01).                              00017200
          05 WRK-LD-TOTAL       PIC ZZ.ZZZ.ZZ9,99.                      00017300
          05 FILLER             PIC X(01).                              00017400
          05 WRK-LD-ICMS        PIC ZZZ.ZZ9,99.                         00017500
          05 FILLER             PIC X(01).                              00017600
          05 WRK-LD-SITUACAO    PIC X(20).                              00017700
                                                                        00017800
       01 WRK-LINHA-ENVIO.                                              00017900
          05 FILLER   PIC X(20) VALUE ' NOTAS TRANSMITIDAS '.           00018000
          05 WRK-LE-QTD         PIC Z(06)9.                             00018100
          05 FILLER   PIC X(17) VALUE '  RETRANSMITIDAS '.              00018200
          05 WRK-LE-REENVIO     PIC Z(06)9.                             00018300
          05 FILLER   PIC X(08) VALUE '  TOTAL '.                       00018400
          05 WRK-LE-TOTAL       PIC ZZ.ZZZ.ZZZ.ZZ9,99.                  00018500
          05 FILLER   PIC X(07) VALUE '  ICMS '.                        00018600
          05 WRK-LE-ICMS        PIC ZZ.ZZZ.ZZZ.ZZ9,99.                  00018700
                                                                        00018800
       01 WRK-LINHA-RETIDAS.                                            00018900
          05 FILLER   PIC X(20) VALUE ' NAO TRANSMITIDAS   '.           00019000
          05 WRK-LR-INVALIDAS   PIC Z(06)9.                             00019100
          05 FILLER   PIC X(17) VALUE '  JA AUTORIZADAS '.              00019200
          05 WRK-LR-AUTORIZADAS PIC Z(06)9.                             00019300
                                                                        00019400
      *===================DATA DE PROCESSAMENTO==============           00019500
                                                                        00019600
       COPY 'DATAPROC'.                                                 00019700
                                                                        00019800
      *===================TRATAMENTO DE ERROS================           00019900
                                                                        00020000
       COPY 'VARERROS'.                                                 00020100
                                                                        00020200
      *===================CONTROLE DE EXECUCAO===============           00020300
                                                                        00020400
       COPY 'CTRLEXEC'.                                                 00020500
                                                                        00020600
      *===================CRITICA DA DATA====================           00020700
                                                                        00020800
       COPY 'VALDATA'.                                                  00020900
                                                                        00021000
      *===================CRITICA DO CNPJ DO EMITENTE========           00021100
                                                                        00021200
       COPY 'VALDOC'.                                                   00021300
                                                                        00021400
      *===================SERVICOS DE IMPRESSAO==============           00021500
                                                                        00021600
       COPY 'REPWCOMM'.                                                 00021700
                                                                        00021800
      *====================================================             00021900
       PROCEDURE                                DIVISION.               00022000
      *====================================================             00022100
                                                                        00022200
      *----------------------------------------------------             00022300
       0000-PRINCIPAL                           SECTION.                00022400
      *----------------------------------------------------             00022500
                                                                        00022600
             PERFORM 1000-INICIALIZAR.                                  00022700
             PERFORM 1300-LERNOTADIA.                                   00022800
             PERFORM 1400-LERPENDENTE.                                  00022900
             PERFORM 2000-PROCESSAR                                     00023000
                UNTIL WRK-CHAVE-DIA  EQUAL 99999999                     00023100
                  AND WRK-CHAVE-PEND EQUAL 99999999.                    00023200
             PERFORM 3000-FINALIZAR.                                    00023300
             STOP RUN.                                                  00023400
                                                                        00023500
       0000-99-FINAL.        EXIT.                                      00023600
                                                                        00023700
      *----------------------------------------------------             00023800
       1000-INICIALIZAR                         SECTION.                00023900
      *----------------------------------------------------             00024000
                                                                        00024100
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00024200
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00024300
           ACCEPT WRK-EMITENTE           FROM SYSIN.                    00024400
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00024500
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00024600
           IF WRK-VD-INVALIDA                                           00024700
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00024800
                     WRK-DATA-PROCESSAMENTO                             00024900
             MOVE 8 TO RETURN-CODE                                      00025000
             STOP RUN                                                   00025100
           END-IF.                                                      00025200
           PERFORM 1100-CRITICAREMITENTE.                               00025300
           MOVE 'GERANFE' TO WRK-CE-PROGRAMA.                           00025400
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00025500
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00025600
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00025700
           IF NOT WRK-CE-PODE-EXECUTAR                                  00025800
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00025900
                     'STATUS ' WRK-CE-STATUS                            00026000
             MOVE 8 TO RETURN-CODE                                      00026100
             STOP RUN                                                   00026200
           END-IF.                                                      00026300
           OPEN INPUT REGNOTAS.                                         00026400
           OPEN INPUT NFEPEND.                                          00026500
           OPEN OUTPUT NFETRANS.                                        00026600
           IF WRK-FS-REGNOTAS NOT EQUAL 0                               00026700
             DISPLAY ' ERRO OPEN REGNOTAS - STATUS ' WRK-FS-REGNOTAS    00026800
             MOVE 8 TO RETURN-CODE                                      00026900
             STOP RUN                                                   00027000
           END-IF.                                                      00027100
           IF WRK-FS-NFEPEND NOT EQUAL 0                                00027200
             DISPLAY ' ERRO OPEN NFEPEND - STATUS ' WRK-FS-NFEPEND      00027300
             MOVE 8 TO RETURN-CODE                                      00027400
             STOP RUN                                                   00027500
           END-IF.                                                      00027600
           IF WRK-FS-NFETRANS NOT EQUAL 0                               00027700
             DISPLAY ' ERRO OPEN NFETRANS - STATUS ' WRK-FS-NFETRANS    00027800
             MOVE 8 TO RETURN-CODE                                      00027900
             STOP RUN                                                   00028000
           END-IF.                                                      00028100
           MOVE WRK-EM-CNPJ            TO WRK-HD-CNPJ.                  00028200
           MOVE WRK-EM-IE              TO WRK-HD-IE.                    00028300
           MOVE WRK-EM-UF              TO WRK-HD-UF.                    00028400
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-HD-DATA.                  00028500
           WRITE REG-NFETRANS FROM WRK-REG-HEADER.                      00028600
           MOVE 'NF-E - ARQUIVO DE TRANSMISSAO A SEFAZ'                 00028700
             TO WRK-RW-TITULO1.                                         00028800
           MOVE WRK-LINHA-CABEC TO WRK-RW-TITULO2.                      00028900
           MOVE SPACES          TO WRK-RW-TITULO3.                      00029000
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00029100
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00029200
           MOVE 'N' TO WRK-RW-REABRIR.                                  00029300
           MOVE SPACES TO WRK-RW-QUEBRA.                                00029350
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00029400
           CALL 'REPWRITE' USING WRK-REPW.                              00029500
                                                                        00029600
       1000-99-FINAL.        EXIT.                                      00029700
                                                                        00029800
      *----------------------------------------------------             00029900
      * SEM EMITENTE VALIDO O ARQUIVO SERIA RECUSADO                    00030000
      * INTEIRO PELA SEFAZ: O PROGRAMA NEM COMECA                       00030100
      *----------------------------------------------------             00030200
       1100-CRITICAREMITENTE                    SECTION.                00030300
      *----------------------------------------------------             00030400
                                                                        00030500
           IF WRK-EM-CNPJ NOT NUMERIC                                   00030600
              OR WRK-EM-IE EQUAL SPACES                                 00030700
              OR WRK-EM-UF EQUAL SPACES                                 00030800
             DISPLAY ' EMITENTE INCOMPLETO NO SYSIN - ' WRK-EMITENTE    00030900
             MOVE 8 TO RETURN-CODE                                      00031000
             STOP RUN                                                   00031100
           END-IF.                                                      00031200
           MOVE 'J'         TO WRK-DC-TIPO-PESSOA.                      00031300
           MOVE WRK-EM-CNPJ TO WRK-DC-CPFCNPJ.                          00031400
           CALL 'VALIDOC' USING WRK-VALIDA-DOC.                         00031500
           IF NOT WRK-DC-VALIDO                                         00031600
             DISPLAY ' CNPJ DO EMITENTE INVALIDO - ' WRK-EM-CNPJ        00031700
             MOVE 8 TO RETURN-CODE                                      00031800
             STOP RUN                                                   00031900
           END-IF.                                                      00032000
                                                                        00032100
       1100-99-FINAL.        EXIT.                                      00032200
                                                                        00032300
      *----------------------------------------------------             00032400
       1300-LERNOTADIA                          SECTION.                00032500
      *----------------------------------------------------             00032600
                                                                        00032700
           READ REGNOTAS.                                               00032800
           IF WRK-FS-REGNOTAS EQUAL 10                                  00032900
             MOVE 99999999 TO WRK-CHAVE-DIA                             00033000
           ELSE                                                         00033100
             MOVE NTD-NUMERO TO WRK-CHAVE-DIA                           00033200
           END-IF.                                                      00033300
                                                                        00033400
       1300-99-FINAL.        EXIT.                                      00033500
                                                                        00033600
      *----------------------------------------------------             00033700
       1400-LERPENDENTE                         SECTION.                00033800
      *----------------------------------------------------             00033900
                                                                        00034000
           READ NFEPEND.                                                00034100
           IF WRK-FS-NFEPEND EQUAL 10                                   00034200
             MOVE 99999999 TO WRK-CHAVE-PEND                            00034300
           ELSE                                                         00034400
             MOVE PEN-NUMERO TO WRK-CHAVE-PEND                          00034500
           END-IF.                                                      00034600
                                                                        00034700
       1400-99-FINAL.        EXIT.                                      00034800
                                                                        00034900
      *----------------------------------------------------             00035000
      * INTERCALACAO POR NUMERO: A MENOR CHAVE ENTRE NOTAS              00035100
      * DO DIA E PENDENTES DEFINE A NOTA. A MESMA NOTA NOS              00035200
      * DOIS ARQUIVOS VAI UMA VEZ SO, COM O REGISTRO DO DIA             00035300
      *----------------------------------------------------             00035400
       2000-PROCESSAR                           SECTION.                00035500
      *----------------------------------------------------             00035600
                                                                        00035700
           MOVE WRK-CHAVE-DIA TO WRK-CHAVE-CORRENTE.                    00035800
           IF WRK-CHAVE-PEND LESS WRK-CHAVE-CORRENTE                    00035900
             MOVE WRK-CHAVE-PEND TO WRK-CHAVE-CORRENTE                  00036000
           END-IF.                                                      00036100
           IF WRK-CHAVE-PEND EQUAL WRK-CHAVE-CORRENTE                   00036200
             MOVE REG-NFEPEND TO REG-REGNOTA                            00036300
             MOVE 'P' TO WRK-ORIGEM                                     00036400
             ADD 1 TO WRK-ACUM-PEND                                     00036500
             PERFORM 1400-LERPENDENTE                                   00036600
           END-IF.                                                      00036700
           IF WRK-CHAVE-DIA EQUAL WRK-CHAVE-CORRENTE                    00036800
             IF WRK-ORIGEM EQUAL 'P'                                    00036900
               ADD 1 TO WRK-ACUM-DUPLICADAS                             00037000
               MOVE '2000'                 TO WRK-SECAO                 00037100
               MOVE 'NOTA DO DIA TAMBEM NO NFEPEND'                     00037200
                 TO WRK-MSGERRO                                         00037300
               MOVE '00'                   TO WRK-STATUS                00037400
               PERFORM 9010-TRATARERROS                                 00037500
             END-IF                                                     00037600
             MOVE REG-NOTADIA TO REG-REGNOTA                            00037700
             MOVE 'D' TO WRK-ORIGEM                                     00037800
             ADD 1 TO WRK-ACUM-DIA                                      00037900
             PERFORM 1300-LERNOTADIA                                    00038000
           END-IF.                                                      00038100
           PERFORM 2100-TRANSMITIRNOTA.                                 00038200
           MOVE SPACE TO WRK-ORIGEM.                                    00038300
                                                                        00038400
       2000-99-FINAL.        EXIT.                                      00038500
                                                                        00038600
      *----------------------------------------------------             00038700
      * NOTA JA AUTORIZADA NAO VAI DE NOVO. NOTA COM DADOS              00038800
      * QUE A SEFAZ RECUSARIA NAO VAI: SAI NO RELATORIO                 00038900
      *----------------------------------------------------             00039000
       2100-TRANSMITIRNOTA                      SECTION.                00039100
      *----------------------------------------------------             00039200
                                                                        00039300
           IF RGN-NFE-AUTORIZADA                                        00039400
             ADD 1 TO WRK-ACUM-AUTORIZADAS                              00039500
             GO TO 2100-99-FINAL                                        00039600
           END-IF.                                                      00039700
           PERFORM 2200-CRITICARNOTA.                                   00039800
           IF WRK-NOTA-OK EQUAL 0                                       00039900
             ADD 1 TO WRK-ACUM-INVALIDAS                                00040000
             MOVE 'DADOS INVALIDOS' TO WRK-SITUACAO                     00040100
             PERFORM 2300-IMPRIMIRNOTA                                  00040200
             MOVE '2100'                 TO WRK-SECAO                   00040300
             MOVE 'NOTA COM DADOS INVALIDOS NAO TRANSMITIDA'            00040400
               TO WRK-MSGERRO                                           00040500
             MOVE '99'                   TO WRK-STATUS                  00040600
             PERFORM 9010-TRATARERROS                                   00040700
             GO TO 2100-99-FINAL                                        00040800
           END-IF.                                                      00040900
           MOVE RGN-NUMERO    TO WRK-DT-NUMERO.                         00041000
           MOVE RGN-DATAPROC  TO WRK-DT-EMISSAO.                        00041100
           MOVE RGN-SITUACAO  TO WRK-DT-SITUACAO.                       00041200
           MOVE RGN-CODIGO    TO WRK-DT-CLIENTE.                        00041300
           MOVE RGN-ESTADO    TO WRK-DT-UF-DEST.                        00041400
           MOVE RGN-VALOR     TO WRK-DT-VALOR.                          00041500
           MOVE RGN-FRETE     TO WRK-DT-FRETE.                          00041600
           MOVE RGN-TOTAL     TO WRK-DT-TOTAL.                          00041700
           MOVE RGN-ICMS      TO WRK-DT-ICMS.                           00041800
           MOVE RGN-NOTA-REF  TO WRK-DT-NOTA-REF.                       00041900
           WRITE REG-NFETRANS FROM WRK-REG-DETALHE.                     00042000
           ADD 1 TO WRK-ACUM-ENVIADAS.                                  00042100
           ADD RGN-TOTAL TO WRK-ACUM-VLR-TOTAL.                         00042200
           ADD RGN-ICMS  TO WRK-ACUM-VLR-ICMS.                          00042300
           IF WRK-ORIGEM EQUAL 'P'                                      00042400
             ADD 1 TO WRK-ACUM-REENVIADAS                               00042500
             MOVE 'RETRANSMITIDA'   TO WRK-SITUACAO                     00042600
           ELSE                                                         00042700
             MOVE 'TRANSMITIDA'     TO WRK-SITUACAO                     00042800
           END-IF.                                                      00042900
           PERFORM 2300-IMPRIMIRNOTA.                                   00043000
                                                                        00043100
       2100-99-FINAL.        EXIT.                                      00043200
                                                                        00043300
      *----------------------------------------------------             00043400
      * NOTA DE CREDITO SEM A NOTA REFERENCIADA TAMBEM E                00043500
      * RECUSADA PELA SEFAZ                                             00043600
      *----------------------------------------------------             00043700
       2200-CRITICARNOTA                        SECTION.                00043800
      *----------------------------------------------------             00043900
                                                                        00044000
           MOVE 0 TO WRK-NOTA-OK.                                       00044100
           IF RGN-DATAPROC NOT NUMERIC                                  00044200
              OR RGN-CODIGO NOT NUMERIC                                 00044300
              OR RGN-ESTADO EQUAL SPACES                                00044400
              OR RGN-VALOR NOT NUMERIC                                  00044500
              OR RGN-FRETE NOT NUMERIC                                  00044600
              OR RGN-TOTAL NOT NUMERIC                                  00044700
              OR RGN-ICMS NOT NUMERIC                                   00044800
              OR RGN-NOTA-REF NOT NUMERIC                               00044900
             GO TO 2200-99-FINAL                                        00045000
           END-IF.                                                      00045100
           IF NOT RGN-ATIVA                                             00045200
              AND NOT RGN-CANCELADA                                     00045300
              AND NOT RGN-NOTA-CREDITO                                  00045400
             GO TO 2200-99-FINAL                                        00045500
           END-IF.                                                      00045600
           IF RGN-NOTA-CREDITO                                          00045700
              AND RGN-NOTA-REF EQUAL ZEROS                              00045800
             GO TO 2200-99-FINAL                                        00045900
           END-IF.                                                      00046000
           MOVE 1 TO WRK-NOTA-OK.                                       00046100
                                                                        00046200
       2200-99-FINAL.        EXIT.                                      00046300
                                                                        00046400
      *----------------------------------------------------             00046500
       2300-IMPRIMIRNOTA                        SECTION.                00046600
      *----------------------------------------------------             00046700
                                                                        00046800
           MOVE SPACES       TO WRK-LINHA-NOTA.                         00046900
           MOVE RGN-NUMERO   TO WRK-LD-NUMERO.                          00047000
           MOVE RGN-DATAPROC TO WRK-LD-EMISSAO.                         00047100
           MOVE RGN-CODIGO   TO WRK-LD-CLIENTE.                         00047200
           MOVE RGN-ESTADO   TO WRK-LD-UF.                              00047300
           MOVE '????'       TO WRK-LD-TIPO.                            00047400
           IF RGN-ATIVA                                                 00047500
             MOVE 'NORMAL'   TO WRK-LD-TIPO                             00047600
           END-IF.                                                      00047700
           IF RGN-CANCELADA                                             00047800
             MOVE 'CANCELAD' TO WRK-LD-TIPO                             00047900
           END-IF.                                                      00048000
           IF RGN-NOTA-CREDITO                                          00048100
             MOVE 'CREDITO'  TO WRK-LD-TIPO                             00048200
           END-IF.                                                      00048300
           IF RGN-NOTA-REF IS NUMERIC                                   00048400
             MOVE RGN-NOTA-REF TO WRK-LD-NOTA-REF                       00048500
           ELSE                                                         00048600
             MOVE ZEROS        TO WRK-LD-NOTA-REF                       00048700
           END-IF.                                                      00048800
           IF RGN-TOTAL IS NUMERIC                                      00048900
             MOVE RGN-TOTAL    TO WRK-LD-TOTAL                          00049000
           ELSE                                                         00049100
             MOVE ZEROS        TO WRK-LD-TOTAL                          00049200
           END-IF.                                                      00049300
           IF RGN-ICMS IS NUMERIC                                       00049400
             MOVE RGN-ICMS     TO WRK-LD-ICMS                           00049500
           ELSE                                                         00049600
             MOVE ZEROS        TO WRK-LD-ICMS                           00049700
           END-IF.                                                      00049800
           MOVE WRK-SITUACAO TO WRK-LD-SITUACAO.                        00049900
           MOVE WRK-LINHA-NOTA TO WRK-RW-LINHA.                         00050000
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00050100
           CALL 'REPWRITE' USING WRK-REPW.                              00050200
                                                                        00050300
       2300-99-FINAL.        EXIT.                                      00050400
                                                                        00050500
      *----------------------------------------------------             00050600
       3000-FINALIZAR                           SECTION.                00050700
      *----------------------------------------------------             00050800
                                                                        00050900
            MOVE WRK-ACUM-ENVIADAS   TO WRK-TR-QTD.                     00051000
            MOVE WRK-ACUM-VLR-TOTAL  TO WRK-TR-TOTAL.                   00051100
            MOVE WRK-ACUM-VLR-ICMS   TO WRK-TR-ICMS.                    00051200
            WRITE REG-NFETRANS FROM WRK-REG-TRAILER.                    00051300
            MOVE WRK-ACUM-ENVIADAS   TO WRK-LE-QTD.                     00051400
            MOVE WRK-ACUM-REENVIADAS TO WRK-LE-REENVIO.                 00051500
            MOVE WRK-ACUM-VLR-TOTAL  TO WRK-LE-TOTAL.                   00051600
            MOVE WRK-ACUM-VLR-ICMS   TO WRK-LE-ICMS.                    00051700
            MOVE WRK-LINHA-ENVIO TO WRK-RW-LINHA.                       00051800
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00051900
            CALL 'REPWRITE' USING WRK-REPW.                             00052000
            MOVE WRK-ACUM-INVALIDAS   TO WRK-LR-INVALIDAS.              00052100
            MOVE WRK-ACUM-AUTORIZADAS TO WRK-LR-AUTORIZADAS.            00052200
            MOVE WRK-LINHA-RETIDAS TO WRK-RW-LINHA.                     00052300
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00052400
            CALL 'REPWRITE' USING WRK-REPW.                             00052500
            CLOSE REGNOTAS.                                             00052600
            CLOSE NFEPEND.                                              00052700
            CLOSE NFETRANS.                                             00052800
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00052900
            CALL 'REPWRITE' USING WRK-REPW.                             00053000
            DISPLAY ' NOTAS DO DIA...........' WRK-ACUM-DIA.            00053100
            DISPLAY ' PENDENTES ANTERIORES...' WRK-ACUM-PEND.           00053200
            DISPLAY ' NOTAS TRANSMITIDAS.....' WRK-ACUM-ENVIADAS.       00053300
            DISPLAY ' RETRANSMITIDAS.........' WRK-ACUM-REENVIADAS.     00053400
            DISPLAY ' JA AUTORIZADAS.........' WRK-ACUM-AUTORIZADAS.    00053500
            DISPLAY ' DADOS INVALIDOS........' WRK-ACUM-INVALIDAS.      00053600
            DISPLAY ' DUPLICADAS NO NFEPEND..' WRK-ACUM-DUPLICADAS.     00053700
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00053800
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00053900
            IF WRK-ACUM-INVALIDAS GREATER ZEROS                         00054000
               AND RETURN-CODE LESS 4                                   00054100
              MOVE 4 TO RETURN-CODE                                     00054200
            END-IF.                                                     00054300
            DISPLAY ' FIM DO PROGRAMA'.                                 00054400
                                                                        00054500
       3000-99-FINAL.        EXIT.                                      00054600
                                                                        00054700
      *----------------------------------------------------             00054800
       9010-TRATARERROS                         SECTION.                00054900
      *----------------------------------------------------             00055000
                                                                        00055100
           MOVE 'GERANFE' TO WRK-PROGRAMA.                              00055200
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00055300
                                                                        00055400
       9010-99-FINAL.        EXIT.                                      00055500

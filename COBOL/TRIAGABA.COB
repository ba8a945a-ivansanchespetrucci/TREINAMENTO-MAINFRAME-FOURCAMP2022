      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. TRIAGABA.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * TRIAGEM DIARIA DOS ABASTECIMENTOS DO CARTAO                     00001100
      * COMBUSTIVEL DA FROTA: OS ABASTECIMENTOS DO DIA                  00001200
      * (ABASTEC, #ABASTEC, EM ORDEM DE VEICULO, DATA E                 00001300
      * HORA) SAO CASADOS COM O CADASTRO DE VEICULOS                    00001400
      * (VEICULOS, #VEICULO, EM ORDEM DE PLACA) E COM O                 00001500
      * ULTIMO ABASTECIMENTO ACEITO DE CADA VEICULO                     00001600
      * (ULTANT, MESMO LAYOUT #ABASTEC). E SUSPEITO O                   00001700
      * ABASTECIMENTO COM DADOS INVALIDOS, DE VEICULO FORA              00001800
      * DO CADASTRO OU INATIVO, COM LITROS ACIMA DA                     00001900
      * CAPACIDADE DO TANQUE, COM COMBUSTIVEL QUE O VEICULO             00002000
      * NAO USA (O PERMITIDO NO CADASTRO OU, EM BRANCO, OS              00002100
      * DA CLASSE NO ARQUIVO FROTA), FEITO DENTRO DA JANELA             00002200
      * MINIMA EM HORAS DO SYSIN DEPOIS DO ULTIMO OU COM O              00002300
      * ODOMETRO ABAIXO DO ULTIMO. TODO ABASTECIMENTO SAI               00002400
      * EM ABATRIA COM ABA-TRIAGEM PREENCHIDA (A ACEITO /               00002500
      * S SUSPEITO) PARA O ACUMULADO DO MES DA RECALIBRAGEM             00002600
      * (RECALFRO), QUE DESPREZA O SUSPEITO. SO O ACEITO                00002700
      * PASSA A SER O ULTIMO DO VEICULO NO ULTNOV, PARA QUE             00002800
      * UM ODOMETRO ERRADO NAO CONTAMINE OS SEGUINTES. O                00002900
      * RELATORIO DO GESTOR DA FROTA LISTA AS OCORRENCIAS               00003000
      * POR VEICULO E O RESUMO POR MOTORISTA.                           00003100
      *                                                                 00003200
      * SYSIN: DATA DE PROCESSAMENTO / OVERRIDE DO CTLEXEC /            00003300
      *        JANELA MINIMA ENTRE ABASTECIMENTOS EM HORAS.             00003400
      *                                                                 00003500
      *====================================================             00003600
                                                                        00003700
      *====================================================             00003800
       ENVIRONMENT                              DIVISION.               00003900
      *====================================================             00004000
       CONFIGURATION                            SECTION.                00004100
       SPECIAL-NAMES.                                                   00004200
           DECIMAL-POINT IS COMMA.                                      00004300
                                                                        00004400
       INPUT-OUTPUT                             SECTION.                00004500
       FILE-CONTROL.                                                    00004600
           SELECT ABASTEC   ASSIGN TO ABASTEC                           00004700
               FILE STATUS  IS WRK-FS-ABASTEC.                          00004800
           SELECT VEICULOS  ASSIGN TO VEICULOS                          00004900
               FILE STATUS  IS WRK-FS-VEICULOS.                         00005000
           SELECT FROTA     ASSIGN TO FROTA                             00005100
               FILE STATUS  IS WRK-FS-FROTA.                            00005200
           SELECT ULTANT    ASSIGN TO ULTANT                            00005300
               FILE STATUS  IS WRK-FS-ULTANT.                           00005400
           SELECT ULTNOV    ASSIGN TO ULTNOV                            00005500
               FILE STATUS  IS WRK-FS-ULTNOV.                           00005600
           SELECT ABATRIA   ASSIGN TO ABATRIA                           00005700
               FILE STATUS  IS WRK-FS-ABATRIA.                          00005800
                                                                        00005900
      *====================================================             00006000
       DATA                                     DIVISION.               00006100
      *====================================================             00006200
       FILE                                     SECTION.                00006300
       FD ABASTEC                                                       00006400
           RECORDING  MODE IS F                                         00006500
           BLOCK CONTAINS 0 RECORDS.                                    00006600
                                                                        00006700
       COPY '#ABASTEC'.                                                 00006800
                                                                        00006900
       FD VEICULOS                                                      00007000
           RECORDING  MODE IS F                                         00007100
           BLOCK CONTAINS 0 RECORDS.                                    00007200
                                                                        00007300
       COPY '#VEICULO'.                                                 00007400
                                                                        00007500
       FD FROTA                                                         00007600
           RECORDING  MODE IS F                                         00007700
           BLOCK CONTAINS 0 RECORDS.                                    00007800
                                                                        00007900
       01 REG-FROTA.                                                    00008000
          05 FRO-CLASSE        PIC X(10).                               00008100
          05 FRO-COMBUSTIVEL   PIC X(10).                               00008200
          05 FRO-PRECO         PIC 9(02)V99.                            00008300
          05 FRO-CONSUMO       PIC 9(02)V99.                            00008400
          05 FILLER            PIC X(02).                               00008500
                                                                        00008600
       FD ULTANT                                                        00008700
           RECORDING  MODE IS F                                         00008800
           BLOCK CONTAINS 0 RECORDS.                                    00008900
                                                                        00009000
       01 REG-ULTANT.                                                   00009100
          05 ULA-VEICULO        PIC X(08).                              00009200
          05 FILLER             PIC X(52).                              00009300
                                                                        00009400
       FD ULTNOV                                                        00009500
           RECORDING  MODE IS F                                         00009600
           BLOCK CONTAINS 0 RECORDS.                                    00009700
                                                                        00009800
       01 REG-ULTNOV            PIC X(60).                              00009900
                                                                        00010000
       FD ABATRIA                                                       00010100
           RECORDING  MODE IS F                                         00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
                                                                        00010400
       01 REG-ABATRIA           PIC X(60).                              00010500
                                                                        00010600
       WORKING-STORAGE                          SECTION.                00010700
                                                                        00010800
      *===================STATUS DOS ARQUIVOS===============            00010900
                                                                        00011000
       77 WRK-FS-ABASTEC        PIC 9(02).                              00011100
       77 WRK-FS-VEICULOS       PIC 9(02).                              00011200
       77 WRK-FS-FROTA          PIC 9(02).                              00011300
       77 WRK-FS-ULTANT         PIC 9(02).                              00011400
       77 WRK-FS-ULTNOV         PIC 9(02).                              00011500
       77 WRK-FS-ABATRIA        PIC 9(02).                              00011600
                                                                        00011700
      *===================PARAMETRO DA JANELA================           00011800
                                                                        00011900
       77 WRK-JANELA-HORAS      PIC 9(02)    VALUE ZEROS.               00012000
       77 WRK-JANELA-MIN        PIC 9(05)    VALUE ZEROS.               00012100
                                                                        00012200
      *===================CHAVES DO BALANCE LINE============            00012300
                                                                        00012400
       77 WRK-CHAVE-VEICULO     PIC X(08)    VALUE SPACES.              00012500
       77 WRK-CHAVE-ULTIMO      PIC X(08)    VALUE SPACES.              00012600
       77 WRK-CHAVE-ABASTEC     PIC X(08)    VALUE SPACES.              00012700
       77 WRK-CHAVE-CORRENTE    PIC X(08)    VALUE SPACES.              00012800
       77 WRK-TEM-VEICULO       PIC 9        VALUE 0.                   00012900
       77 WRK-TEM-ULTIMO        PIC 9        VALUE 0.                   00013000
                                                                        00013100
      *===================VEICULO CORRENTE===================           00013200
                                                                        00013300
       01 WRK-REG-VEICULO.                                              00013400
          05 WRK-VE-PLACA        PIC X(08).                             00013500
          05 WRK-VE-CLASSE       PIC X(10).                             00013600
          05 WRK-VE-TANQUE       PIC 9(03)V99.                          00013700
          05 WRK-VE-COMBUSTIVEL  PIC X(10).                             00013800
          05 WRK-VE-SITUACAO     PIC X(01).                             00013900
             88 WRK-VE-ATIVO         VALUE 'A'.                         00014000
          05 FILLER              PIC X(06).                             00014100
                                                                        00014200
      *===================ULTIMO ABASTECIMENTO ACEITO========           00014300
                                                                        00014400
       01 WRK-ULTIMO.                                                   00014500
          05 WRK-UL-VEICULO      PIC X(08).                             00014600
          05 WRK-UL-CLASSE       PIC X(10).                             00014700
          05 WRK-UL-DATA         PIC 9(08).                             00014800
          05 WRK-UL-LITROS       PIC 9(04)V99.                          00014900
          05 WRK-UL-ODOMETRO     PIC 9(07).                             00015000
          05 WRK-UL-HORA         PIC 9(04).                             00015100
          05 WRK-UL-HORA-R REDEFINES WRK-UL-HORA.                       00015200
             10 WRK-UL-HH        PIC 9(02).                             00015300
             10 WRK-UL-MM        PIC 9(02).                             00015400
          05 WRK-UL-COMBUSTIVEL  PIC X(10).                             00015500
          05 WRK-UL-MOTORISTA    PIC 9(06).                             00015600
          05 WRK-UL-TRIAGEM      PIC X(01).                             00015700
                                                                        00015800
      *===================COMBUSTIVEIS POR CLASSE (FROTA)====           00015900
                                                                        00016000
       77 WRK-CMB-QTD           PIC 9(03)    VALUE ZEROS.               00016100
       77 WRK-CMB-ACHOU         PIC 9        VALUE 0.                   00016200
                                                                        00016300
       01 TAB-COMBUSTIVEIS.                                             00016400
          05 TAB-CMB-ITEM OCCURS 100 TIMES                              00016500
                          INDEXED BY TAB-CMB-IDX.                       00016600
             10 TAB-CMB-CLASSE     PIC X(10).                           00016700
             10 TAB-CMB-COMBUST    PIC X(10).                           00016800
                                                                        00016900
      *===================INTERVALO ENTRE ABASTECIMENTOS=====           00017000
                                                                        00017100
       77 WRK-MIN-ABASTEC       PIC S9(11)   VALUE ZEROS.               00017200
       77 WRK-MIN-ULTIMO        PIC S9(11)   VALUE ZEROS.               00017300
       77 WRK-INTERVALO         PIC S9(11)   VALUE ZEROS.               00017400
                                                                        00017500
       01 WRK-SERIAL-AREA.                                              00017600
          05 WRK-SD-DATA        PIC 9(08).                              00017700
          05 WRK-SD-QUEBRA REDEFINES WRK-SD-DATA.                       00017800
             10 WRK-SD-ANO      PIC 9(04).                              00017900
             10 WRK-SD-MES      PIC 9(02).                              00018000
             10 WRK-SD-DIA      PIC 9(02).                              00018100
          05 WRK-SD-SERIAL      PIC 9(07).                              00018200
          05 WRK-SD-ANO-ANT     PIC 9(04).                              00018300
          05 WRK-SD-RESTO       PIC 9(04).                              00018400
          05 WRK-SD-SOBRA       PIC 9(04).                              00018500
                                                                        00018600
       01 WRK-TAB-DIASMES.                                              00018700
          05 FILLER PIC X(36) VALUE                                     00018800
             '000031059090120151181212243273304334'.                    00018900
       01 WRK-TAB-DIASMES-R REDEFINES WRK-TAB-DIASMES.                  00019000
          05 WRK-DIAS-ACUM      PIC 9(03) OCCURS 12 TIMES.              00019100
                                                                        00019200
      *===================OCORRENCIAS=======================            00019300
                                                                        00019400
       77 WRK-TIPO              PIC 9(01)    VALUE ZEROS.               00019500
       77 WRK-OCORR-ABAST       PIC 9(02)    VALUE ZEROS.               00019600
       77 WRK-OCORR-VEIC        PIC 9(03)    VALUE ZEROS.               00019700
       77 WRK-ABAST-VEIC        PIC 9(03)    VALUE ZEROS.               00019800
       77 WRK-SUSP-VEIC         PIC 9(03)    VALUE ZEROS.               00019900
       77 WRK-REFERENCIA        PIC X(30)    VALUE SPACES.              00020000
                                                                        00020100
       01 WRK-TAB-MSG-DADOS.                                            00020200
          05 FILLER PIC X(36) VALUE                                     00020300
             'DADOS INVALIDOS NO ABASTECIMENTO    '.                    00020400
          05 FILLER PIC X(36) VALUE                                     00020500
             'VEICULO FORA DO CADASTRO OU INATIVO '.                    00020600
          05 FILLER PIC X(36) VALUE                                     00020700
             'LITROS ACIMA DA CAPACIDADE DO TANQUE'.                    00020800
          05 FILLER PIC X(36) VALUE                                     00020900
             'COMBUSTIVEL NAO PERMITIDO AO VEICULO'.                    00021000
          05 FILLER PIC X(36) VALUE                                     00021100
             'NOVO ABASTECIMENTO DENTRO DA JANELA '.                    00021200
          05 FILLER PIC X(36) VALUE                                     00021300
             'ODOMETRO MENOR QUE NO ULTIMO ABAST. '.                    00021400
       01 WRK-TAB-MSG REDEFINES WRK-TAB-MSG-DADOS.                      00021500
          05 WRK-MSG-OCORR      PIC X(36) OCCURS 6 TIMES.               00021600
                                                                        00021700
       01 WRK-TOTAIS-REGRA.                                             00021800
          05 WRK-TOT-REGRA      PIC 9(05) OCCURS 6 TIMES.               00021900
                                                                        00022000
      *===================RESUMO POR MOTORISTA===============           00022100
                                                                        00022200
       77 WRK-MOTORISTA         PIC 9(06)    VALUE ZEROS.               00022300
       77 WRK-MOT-QTD           PIC S9(04)   VALUE ZEROS.               00022400
       77 WRK-MOT-SLOT          PIC S9(04)   VALUE ZEROS.               00022500
       77 WRK-MOT-POS           PIC S9(04)   VALUE ZEROS.               00022600
       77 WRK-MOT-ACHOU         PIC 9        VALUE 0.                   00022700
       77 WRK-MOT-ESTOURO       PIC 9        VALUE 0.                   00022800
       77 WRK-IDX               PIC S9(04)   VALUE ZEROS.               00022900
                                                                        00023000
       01 TAB-MOTORISTAS.                                               00023100
          05 TAB-MOT-ITEM OCCURS 500 TIMES.                             00023200
             10 TAB-MOT-MATRICULA  PIC 9(06).                           00023300
             10 TAB-MOT-ABAST      PIC 9(05).                           00023400
             10 TAB-MOT-SUSPEITOS  PIC 9(05).                           00023500
             10 TAB-MOT-REGRA      PIC 9(05) OCCURS 6 TIMES.            00023600
                                                                        00023700
      *===================CONTROLE DO LOTE==================            00023800
                                                                        00023900
       77 WRK-ACUM-LIDOS        PIC 9(07)    VALUE ZEROS.               00024000
       77 WRK-ACUM-ACEITOS      PIC 9(07)    VALUE ZEROS.               00024100
       77 WRK-ACUM-SUSPEITOS    PIC 9(07)    VALUE ZEROS.               00024200
       77 WRK-ACUM-VEIC-OCORR   PIC 9(05)    VALUE ZEROS.               00024300
       77 WRK-ACUM-ULTANT       PIC 9(05)    VALUE ZEROS.               00024400
       77 WRK-ACUM-ULTNOV       PIC 9(05)    VALUE ZEROS.               00024500
       77 WRK-ACUM-EXCECOES     PIC 9(05)    VALUE ZEROS.               00024600
                                                                        00024700
      *===================LINHAS DO RELATORIO===============            00024800
                                                                        00024900
       01 WRK-CABEC-VEICULO.                                            00025000
          05 FILLER   PIC X(10) VALUE ' VEICULO'.                       00025100
          05 FILLER   PIC X(07) VALUE 'MOTOR.'.                         00025200
          05 FILLER   PIC X(09) VALUE 'DATA'.                           00025300
          05 FILLER   PIC X(06) VALUE 'HORA'.                           00025400
          05 FILLER   PIC X(09) VALUE '  LITROS'.                       00025500
          05 FILLER   PIC X(09) VALUE 'ODOMETRO'.                       00025600
          05 FILLER   PIC X(38) VALUE 'OCORRENCIA'.                     00025700
          05 FILLER   PIC X(10) VALUE 'REFERENCIA'.                     00025800
                                                                        00025900
       01 WRK-LINHA-OCORR.                                              00026000
          05 FILLER             PIC X(01).                              00026100
          05 WRK-LO-VEICULO     PIC X(08).                              00026200
          05 FILLER             PIC X(01).                              00026300
          05 WRK-LO-MOTORISTA   PIC 9(06).                              00026400
          05 FILLER             PIC X(01).                              00026500
          05 WRK-LO-DATA        PIC 9(08).                              00026600
          05 FILLER             PIC X(01).                              00026700
          05 WRK-LO-HH          PIC 9(02).                              00026800
          05 WRK-LO-SEP         PIC X(01).                              00026900
          05 WRK-LO-MM          PIC 9(02).                              00027000
          05 FILLER             PIC X(01).                              00027100
          05 WRK-LO-LITROS      PIC Z.ZZ9,99.                           00027200
          05 FILLER             PIC X(01).                              00027300
          05 WRK-LO-ODOMETRO    PIC ZZZZZZ9.                            00027400
          05 FILLER             PIC X(02).                              00027500
          05 WRK-LO-OCORRENCIA  PIC X(36).                              00027600
          05 FILLER             PIC X(02).                              00027700
          05 WRK-LO-REFERENCIA  PIC X(30).                              00027800
                                                                        00027900
       01 WRK-REF-TANQUE.                                               00028000
          05 FILLER             PIC X(07) VALUE 'TANQUE '.              00028100
          05 WRK-RT-TANQUE      PIC ZZ9,99.                             00028200
          05 FILLER             PIC X(02) VALUE ' L'.                   00028300
                                                                        00028400
       01 WRK-REF-ULTIMO.                                               00028500
          05 FILLER             PIC X(07) VALUE 'ULTIMO '.              00028600
          05 WRK-RU-DATA        PIC 9(08).                              00028700
          05 FILLER             PIC X(01) VALUE SPACE.                  00028800
          05 WRK-RU-HH          PIC 9(02).                              00028900
          05 FILLER             PIC X(01) VALUE ':'.                    00029000
          05 WRK-RU-MM          PIC 9(02).                              00029100
          05 FILLER             PIC X(01) VALUE SPACE.                  00029200
          05 WRK-RU-ODOMETRO    PIC 9(07).                              00029300
                                                                        00029400
       01 WRK-REF-COMBUST.                                              00029500
          05 FILLER             PIC X(10) VALUE 'ABASTECEU '.           00029600
          05 WRK-RC-COMBUST     PIC X(10).                              00029700
                                                                        00029800
       01 WRK-LINHA-VEICULO.                                            00029900
          05 FILLER   PIC X(13) VALUE ' *** VEICULO '.                  00030000
          05 WRK-LV-VEICULO     PIC X(08).                              00030100
          05 FILLER   PIC X(17) VALUE '  ABASTECIMENTOS '.              00030200
          05 WRK-LV-ABAST       PIC ZZ9.                                00030300
          05 FILLER   PIC X(12) VALUE '  SUSPEITOS '.                   00030400
          05 WRK-LV-SUSP        PIC ZZ9.                                00030500
          05 FILLER   PIC X(14) VALUE '  OCORRENCIAS '.                 00030600
          05 WRK-LV-OCORR       PIC ZZ9.                                00030700
                                                                        00030800
       01 WRK-LINHA-TOTAL.                                              00030900
          05 FILLER   PIC X(16) VALUE ' ABASTECIMENTOS.'.               00031000
          05 WRK-LT-LIDOS       PIC Z.ZZZ.ZZ9.                          00031100
          05 FILLER   PIC X(11) VALUE '  ACEITOS..'.                    00031200
          05 WRK-LT-ACEITOS     PIC Z.ZZZ.ZZ9.                          00031300
          05 FILLER   PIC X(13) VALUE '  SUSPEITOS..'.                  00031400
          05 WRK-LT-SUSPEITOS   PIC Z.ZZZ.ZZ9.                          00031500
          05 FILLER   PIC X(27)                                         00031600
                      VALUE '  VEICULOS COM OCORRENCIA..'.              00031700
          05 WRK-LT-VEICULOS    PIC ZZ.ZZ9.                             00031800
                                                                        00031900
       01 WRK-CABEC-MOTORISTA.                                          00032000
          05 FILLER   PIC X(07) VALUE ' MOTOR.'.                        00032100
          05 FILLER   PIC X(09) VALUE '   ABAST.'.                      00032200
          05 FILLER   PIC X(09) VALUE ' SUSPEIT.'.                      00032300
          05 FILLER   PIC X(09) VALUE ' INVALID.'.                      00032400
          05 FILLER   PIC X(09) VALUE ' CADASTRO'.                      00032500
          05 FILLER   PIC X(09) VALUE '   TANQUE'.                      00032600
          05 FILLER   PIC X(09) VALUE ' COMBUST.'.                      00032700
          05 FILLER   PIC X(09) VALUE '   JANELA'.                      00032800
          05 FILLER   PIC X(09) VALUE ' ODOMETRO'.                      00032900
                                                                        00033000
       01 WRK-LINHA-MOTORISTA.                                          00033100
          05 WRK-LM-ROTULO      PIC X(07).                              00033200
          05 WRK-LM-ROTULO-R REDEFINES WRK-LM-ROTULO.                   00033300
             10 FILLER          PIC X(01).                              00033400
             10 WRK-LM-MOTORISTA PIC 9(06).                             00033500
          05 FILLER             PIC X(03).                              00033600
          05 WRK-LM-ABAST       PIC ZZ.ZZ9.                             00033700
          05 FILLER             PIC X(03).                              00033800
          05 WRK-LM-SUSP        PIC ZZ.ZZ9.                             00033900
          05 WRK-LM-COLUNA OCCURS 6 TIMES.                              00034000
             10 FILLER          PIC X(03).                              00034100
             10 WRK-LM-REGRA    PIC ZZ.ZZ9.                             00034200
                                                                        00034300
      *===================DATA DE PROCESSAMENTO==============           00034400
                                                                        00034500
       COPY 'DATAPROC'.                                                 00034600
                                                                        00034700
      *===================TRATAMENTO DE ERROS================           00034800
                                                                        00034900
       COPY 'VARERROS'.                                                 00035000
                                                                        00035100
      *===================CONTROLE DE EXECUCAO===============           00035200
                                                                        00035300
       COPY 'CTRLEXEC'.                                                 00035400
                                                                        00035500
      *===================CRITICA DA DATA====================           00035600
                                                                        00035700
       COPY 'VALDATA'.                                                  00035800
                                                                        00035900
      *===================SERVICOS DE IMPRESSAO==============           00036000
                                                                        00036100
       COPY 'REPWCOMM'.                                                 00036200
                                                                        00036300
      *====================================================             00036400
       PROCEDURE                                DIVISION.               00036500
      *====================================================             00036600
                                                                        00036700
      *----------------------------------------------------             00036800
       0000-PRINCIPAL                           SECTION.                00036900
      *----------------------------------------------------             00037000
                                                                        00037100
             PERFORM 1000-INICIALIZAR.                                  00037200
             PERFORM 1200-LERVEICULO.                                   00037300
             PERFORM 1300-LERULTIMO.                                    00037400
             PERFORM 1400-LERABASTEC.                                   00037500
             PERFORM 2000-PROCESSAR                                     00037600
                UNTIL WRK-CHAVE-VEICULO EQUAL HIGH-VALUES               00037700
                  AND WRK-CHAVE-ULTIMO  EQUAL HIGH-VALUES               00037800
                  AND WRK-CHAVE-ABASTEC EQUAL HIGH-VALUES.              00037900
             PERFORM 3000-FINALIZAR.                                    00038000
             STOP RUN.                                                  00038100
                                                                        00038200
       0000-99-FINAL.        EXIT.                                      00038300
                                                                        00038400
      *----------------------------------------------------             00038500
       1000-INICIALIZAR                         SECTION.                00038600
      *----------------------------------------------------             00038700
                                                                        00038800
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00038900
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00039000
           ACCEPT WRK-JANELA-HORAS       FROM SYSIN.                    00039100
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00039200
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00039300
           IF WRK-VD-INVALIDA                                           00039400
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00039500
                     WRK-DATA-PROCESSAMENTO                             00039600
             MOVE 8 TO RETURN-CODE                                      00039700
             STOP RUN                                                   00039800
           END-IF.                                                      00039900
           IF WRK-JANELA-HORAS NOT NUMERIC                              00040000
              OR WRK-JANELA-HORAS EQUAL ZEROS                           00040100
             DISPLAY ' JANELA MINIMA INVALIDA NO SYSIN - '              00040200
                     WRK-JANELA-HORAS                                   00040300
             MOVE 8 TO RETURN-CODE                                      00040400
             STOP RUN                                                   00040500
           END-IF.                                                      00040600
           COMPUTE WRK-JANELA-MIN = WRK-JANELA-HORAS * 60.              00040700
           DISPLAY ' JANELA MINIMA EM HORAS ' WRK-JANELA-HORAS.         00040800
           MOVE 'TRIAGABA' TO WRK-CE-PROGRAMA.                          00040900
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00041000
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00041100
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00041200
           IF NOT WRK-CE-PODE-EXECUTAR                                  00041300
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00041400
                     'STATUS ' WRK-CE-STATUS                            00041500
             MOVE 8 TO RETURN-CODE                                      00041600
             STOP RUN                                                   00041700
           END-IF.                                                      00041800
           MOVE ZEROS TO TAB-MOTORISTAS.                                00041900
           MOVE ZEROS TO WRK-TOTAIS-REGRA.                              00042000
           OPEN INPUT ABASTEC.                                          00042100
           OPEN INPUT VEICULOS.                                         00042200
           OPEN INPUT ULTANT.                                           00042300
           OPEN OUTPUT ULTNOV.                                          00042400
           OPEN OUTPUT ABATRIA.                                         00042500
           IF WRK-FS-ABASTEC NOT EQUAL 0                                00042600
             DISPLAY ' ERRO OPEN ABASTEC - STATUS ' WRK-FS-ABASTEC      00042700
             MOVE 8 TO RETURN-CODE                                      00042800
             STOP RUN                                                   00042900
           END-IF.                                                      00043000
           IF WRK-FS-VEICULOS NOT EQUAL 0                               00043100
             DISPLAY ' ERRO OPEN VEICULOS - STATUS ' WRK-FS-VEICULOS    00043200
             MOVE 8 TO RETURN-CODE                                      00043300
             STOP RUN                                                   00043400
           END-IF.                                                      00043500
           IF WRK-FS-ULTANT NOT EQUAL 0                                 00043600
             DISPLAY ' ERRO OPEN ULTANT - STATUS ' WRK-FS-ULTANT        00043700
             MOVE 8 TO RETURN-CODE                                      00043800
             STOP RUN                                                   00043900
           END-IF.                                                      00044000
           IF WRK-FS-ULTNOV NOT EQUAL 0                                 00044100
             DISPLAY ' ERRO OPEN ULTNOV - STATUS ' WRK-FS-ULTNOV        00044200
             MOVE 8 TO RETURN-CODE                                      00044300
             STOP RUN                                                   00044400
           END-IF.                                                      00044500
           IF WRK-FS-ABATRIA NOT EQUAL 0                                00044600
             DISPLAY ' ERRO OPEN ABATRIA - STATUS ' WRK-FS-ABATRIA      00044700
             MOVE 8 TO RETURN-CODE                                      00044800
             STOP RUN                                                   00044900
           END-IF.                                                      00045000
           PERFORM 1100-CARREGARFROTA.                                  00045100
           MOVE                                                         00045200
             'TRIAGEM DO CARTAO COMBUSTIVEL - OCORRENCIAS POR VEICULO'  00045300
             TO WRK-RW-TITULO1.                                         00045400
           MOVE WRK-CABEC-VEICULO TO WRK-RW-TITULO2.                    00045500
           MOVE SPACES            TO WRK-RW-TITULO3.                    00045600
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00045700
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00045800
           MOVE 'N' TO WRK-RW-REABRIR.                                  00045900
           MOVE SPACES TO WRK-RW-QUEBRA.                                00045950
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00046000
           CALL 'REPWRITE' USING WRK-REPW.                              00046100
                                                                        00046200
       1000-99-FINAL.        EXIT.                                      00046300
                                                                        00046400
      *----------------------------------------------------             00046500
      * CARREGAR OS COMBUSTIVEIS QUE CADA CLASSE USA; SEM O             00046600
      * FROTA NAO HA COMO CONFERIR O COMBUSTIVEL                        00046700
      *----------------------------------------------------             00046800
       1100-CARREGARFROTA                       SECTION.                00046900
      *----------------------------------------------------             00047000
                                                                        00047100
           MOVE SPACES TO TAB-COMBUSTIVEIS.                             00047200
           OPEN INPUT FROTA.                                            00047300
           IF WRK-FS-FROTA NOT EQUAL 0                                  00047400
             DISPLAY ' ERRO OPEN FROTA - STATUS ' WRK-FS-FROTA          00047500
             MOVE '1100'                   TO WRK-SECAO                 00047600
             MOVE 'ARQUIVO FROTA INDISPONIVEL'                          00047700
               TO WRK-MSGERRO                                           00047800
             MOVE WRK-FS-FROTA             TO WRK-STATUS                00047900
             PERFORM 9010-TRATARERROS                                   00048000
             MOVE 8 TO RETURN-CODE                                      00048100
             STOP RUN                                                   00048200
           END-IF.                                                      00048300
           READ FROTA.                                                  00048400
           PERFORM 1110-GUARDARCOMBUSTIVEL                              00048500
              UNTIL WRK-FS-FROTA NOT EQUAL 0.                           00048600
           CLOSE FROTA.                                                 00048700
           DISPLAY ' COMBUSTIVEIS DA FROTA..' WRK-CMB-QTD.              00048800
                                                                        00048900
       1100-99-FINAL.        EXIT.                                      00049000
                                                                        00049100
      *----------------------------------------------------             00049200
       1110-GUARDARCOMBUSTIVEL                  SECTION.                00049300
      *----------------------------------------------------             00049400
                                                                        00049500
           IF WRK-CMB-QTD LESS 100                                      00049600
             ADD 1 TO WRK-CMB-QTD                                       00049700
             MOVE FRO-CLASSE      TO TAB-CMB-CLASSE  (WRK-CMB-QTD)      00049800
             MOVE FRO-COMBUSTIVEL TO TAB-CMB-COMBUST (WRK-CMB-QTD)      00049900
           ELSE                                                         00050000
             ADD 1 TO WRK-ACUM-EXCECOES                                 00050100
             MOVE '1110'                 TO WRK-SECAO                   00050200
             MOVE 'FROTA EXCEDE A TABELA DE 100'                        00050300
               TO WRK-MSGERRO                                           00050400
             MOVE '99'                   TO WRK-STATUS                  00050500
             PERFORM 9010-TRATARERROS                                   00050600
           END-IF.                                                      00050700
           READ FROTA.                                                  00050800
                                                                        00050900
       1110-99-FINAL.        EXIT.                                      00051000
                                                                        00051100
      *----------------------------------------------------             00051200
       1200-LERVEICULO                          SECTION.                00051300
      *----------------------------------------------------             00051400
                                                                        00051500
           READ VEICULOS.                                               00051600
           IF WRK-FS-VEICULOS EQUAL 10                                  00051700
             MOVE HIGH-VALUES TO WRK-CHAVE-VEICULO                      00051800
           ELSE                                                         00051900
             MOVE VEI-PLACA TO WRK-CHAVE-VEICULO                        00052000
           END-IF.                                                      00052100
                                                                        00052200
       1200-99-FINAL.        EXIT.                                      00052300
                                                                        00052400
      *----------------------------------------------------             00052500
       1300-LERULTIMO                           SECTION.                00052600
      *----------------------------------------------------             00052700
                                                                        00052800
           READ ULTANT.                                                 00052900
           IF WRK-FS-ULTANT EQUAL 10                                    00053000
             MOVE HIGH-VALUES TO WRK-CHAVE-ULTIMO                       00053100
           ELSE                                                         00053200
             ADD 1 TO WRK-ACUM-ULTANT                                   00053300
             MOVE ULA-VEICULO TO WRK-CHAVE-ULTIMO                       00053400
           END-IF.                                                      00053500
                                                                        00053600
       1300-99-FINAL.        EXIT.                                      00053700
                                                                        00053800
      *----------------------------------------------------             00053900
       1400-LERABASTEC                          SECTION.                00054000
      *----------------------------------------------------             00054100
                                                                        00054200
           READ ABASTEC.                                                00054300
           IF WRK-FS-ABASTEC EQUAL 10                                   00054400
             MOVE HIGH-VALUES TO WRK-CHAVE-ABASTEC                      00054500
           ELSE                                                         00054600
             ADD 1 TO WRK-ACUM-LIDOS                                    00054700
             MOVE ABA-VEICULO TO WRK-CHAVE-ABASTEC                      00054800
           END-IF.                                                      00054900
                                                                        00055000
       1400-99-FINAL.        EXIT.                                      00055100
                                                                        00055200
      *----------------------------------------------------             00055300
      * BALANCE LINE DE TRES PERNAS: A MENOR PLACA ENTRE                00055400
      * CADASTRO, ULTIMO ABASTECIMENTO E ABASTECIMENTOS DO              00055500
      * DIA DEFINE O VEICULO                                            00055600
      *----------------------------------------------------             00055700
       2000-PROCESSAR                           SECTION.                00055800
      *----------------------------------------------------             00055900
                                                                        00056000
           MOVE WRK-CHAVE-VEICULO TO WRK-CHAVE-CORRENTE.                00056100
           IF WRK-CHAVE-ULTIMO LESS WRK-CHAVE-CORRENTE                  00056200
             MOVE WRK-CHAVE-ULTIMO TO WRK-CHAVE-CORRENTE                00056300
           END-IF.                                                      00056400
           IF WRK-CHAVE-ABASTEC LESS WRK-CHAVE-CORRENTE                 00056500
             MOVE WRK-CHAVE-ABASTEC TO WRK-CHAVE-CORRENTE               00056600
           END-IF.                                                      00056700
           MOVE 0 TO WRK-TEM-VEICULO.                                   00056800
           MOVE 0 TO WRK-TEM-ULTIMO.                                    00056900
           MOVE ZEROS TO WRK-ABAST-VEIC.                                00057000
           MOVE ZEROS TO WRK-SUSP-VEIC.                                 00057100
           MOVE ZEROS TO WRK-OCORR-VEIC.                                00057200
           IF WRK-CHAVE-VEICULO EQUAL WRK-CHAVE-CORRENTE                00057300
             MOVE 1 TO WRK-TEM-VEICULO                                  00057400
             MOVE REG-VEICULO TO WRK-REG-VEICULO                        00057500
             PERFORM 1200-LERVEICULO                                    00057600
           END-IF.                                                      00057700
           IF WRK-CHAVE-ULTIMO EQUAL WRK-CHAVE-CORRENTE                 00057800
             MOVE 1 TO WRK-TEM-ULTIMO                                   00057900
             MOVE REG-ULTANT TO WRK-ULTIMO                              00058000
             PERFORM 1300-LERULTIMO                                     00058100
           END-IF.                                                      00058200
           PERFORM 2100-TRIARABASTECIMENTO                              00058300
              UNTIL WRK-CHAVE-ABASTEC NOT EQUAL WRK-CHAVE-CORRENTE.     00058400
           IF WRK-OCORR-VEIC GREATER ZEROS                              00058500
             PERFORM 2900-TOTALIZARVEICULO                              00058600
           END-IF.                                                      00058700
           IF WRK-TEM-ULTIMO EQUAL 1                                    00058800
             WRITE REG-ULTNOV FROM WRK-ULTIMO                           00058900
             ADD 1 TO WRK-ACUM-ULTNOV                                   00059000
           END-IF.                                                      00059100
                                                                        00059200
       2000-99-FINAL.        EXIT.                                      00059300
                                                                        00059400
      *----------------------------------------------------             00059500
      * O ABASTECIMENTO SEM OCORRENCIA E ACEITO E PASSA A               00059600
      * SER O ULTIMO DO VEICULO PARA OS SEGUINTES                       00059700
      *----------------------------------------------------             00059800
       2100-TRIARABASTECIMENTO                  SECTION.                00059900
      *----------------------------------------------------             00060000
                                                                        00060100
           MOVE ZEROS TO WRK-OCORR-ABAST.                               00060200
           ADD 1 TO WRK-ABAST-VEIC.                                     00060300
           PERFORM 2150-LOCALIZARMOTORISTA.                             00060400
           PERFORM 2200-APLICARREGRAS.                                  00060500
           IF WRK-OCORR-ABAST EQUAL ZEROS                               00060600
             MOVE 'A' TO ABA-TRIAGEM                                    00060700
             ADD 1 TO WRK-ACUM-ACEITOS                                  00060800
             MOVE REG-ABASTEC TO WRK-ULTIMO                             00060900
             MOVE 1 TO WRK-TEM-ULTIMO                                   00061000
           ELSE                                                         00061100
             MOVE 'S' TO ABA-TRIAGEM                                    00061200
             ADD 1 TO WRK-ACUM-SUSPEITOS                                00061300
             ADD 1 TO WRK-SUSP-VEIC                                     00061400
             IF WRK-MOT-SLOT GREATER ZEROS                              00061500
               ADD 1 TO TAB-MOT-SUSPEITOS (WRK-MOT-SLOT)                00061600
             END-IF                                                     00061700
           END-IF.                                                      00061800
           WRITE REG-ABATRIA FROM REG-ABASTEC.                          00061900
           PERFORM 1400-LERABASTEC.                                     00062000
                                                                        00062100
       2100-99-FINAL.        EXIT.                                      00062200
                                                                        00062300
      *----------------------------------------------------             00062400
      * MOTORISTA NA TABELA EM ORDEM DE MATRICULA: ACHA A               00062500
      * LINHA OU ABRE UMA NOVA NA POSICAO CERTA                         00062600
      *----------------------------------------------------             00062700
       2150-LOCALIZARMOTORISTA                  SECTION.                00062800
      *----------------------------------------------------             00062900
                                                                        00063000
           MOVE ZEROS TO WRK-MOTORISTA.                                 00063100
           IF ABA-MOTORISTA NUMERIC                                     00063200
             MOVE ABA-MOTORISTA TO WRK-MOTORISTA                        00063300
           END-IF.                                                      00063400
           MOVE 0     TO WRK-MOT-ACHOU.                                 00063500
           MOVE ZEROS TO WRK-MOT-SLOT.                                  00063600
           MOVE ZEROS TO WRK-MOT-POS.                                   00063700
           PERFORM 2160-PESQUISARMOTORISTA                              00063800
              VARYING WRK-IDX FROM 1 BY 1                               00063900
                UNTIL WRK-IDX GREATER WRK-MOT-QTD                       00064000
                   OR WRK-MOT-ACHOU NOT EQUAL 0.                        00064100
           IF WRK-MOT-ACHOU EQUAL 1                                     00064200
             ADD 1 TO TAB-MOT-ABAST (WRK-MOT-SLOT)                      00064300
             GO TO 2150-99-FINAL                                        00064400
           END-IF.                                                      00064500
           IF WRK-MOT-QTD NOT LESS 500                                  00064600
             IF WRK-MOT-ESTOURO EQUAL 0                                 00064700
               MOVE 1 TO WRK-MOT-ESTOURO                                00064800
               ADD 1 TO WRK-ACUM-EXCECOES                               00064900
               MOVE '2150'                 TO WRK-SECAO                 00065000
               MOVE 'MOTORISTAS EXCEDEM A TABELA DE 500'                00065100
                 TO WRK-MSGERRO                                         00065200
               MOVE '99'                   TO WRK-STATUS                00065300
               PERFORM 9010-TRATARERROS                                 00065400
             END-IF                                                     00065500
             GO TO 2150-99-FINAL                                        00065600
           END-IF.                                                      00065700
           IF WRK-MOT-ACHOU EQUAL 0                                     00065800
             COMPUTE WRK-MOT-POS = WRK-MOT-QTD + 1                      00065900
           END-IF.                                                      00066000
           PERFORM 2170-DESLOCARMOTORISTA                               00066100
              VARYING WRK-IDX FROM WRK-MOT-QTD BY -1                    00066200
                UNTIL WRK-IDX LESS WRK-MOT-POS.                         00066300
           ADD 1 TO WRK-MOT-QTD.                                        00066400
           MOVE WRK-MOT-POS TO WRK-MOT-SLOT.                            00066500
           MOVE ZEROS TO TAB-MOT-ITEM (WRK-MOT-SLOT).                   00066600
           MOVE WRK-MOTORISTA TO TAB-MOT-MATRICULA (WRK-MOT-SLOT).      00066700
           MOVE 1             TO TAB-MOT-ABAST     (WRK-MOT-SLOT).      00066800
                                                                        00066900
       2150-99-FINAL.        EXIT.                                      00067000
                                                                        00067100
      *----------------------------------------------------             00067200
       2160-PESQUISARMOTORISTA                  SECTION.                00067300
      *----------------------------------------------------             00067400
                                                                        00067500
           IF TAB-MOT-MATRICULA (WRK-IDX) EQUAL WRK-MOTORISTA           00067600
             MOVE 1 TO WRK-MOT-ACHOU                                    00067700
             MOVE WRK-IDX TO WRK-MOT-SLOT                               00067800
           ELSE                                                         00067900
             IF TAB-MOT-MATRICULA (WRK-IDX) GREATER WRK-MOTORISTA       00068000
               MOVE 2 TO WRK-MOT-ACHOU                                  00068100
               MOVE WRK-IDX TO WRK-MOT-POS                              00068200
             END-IF                                                     00068300
           END-IF.                                                      00068400
                                                                        00068500
       2160-99-FINAL.        EXIT.                                      00068600
                                                                        00068700
      *----------------------------------------------------             00068800
       2170-DESLOCARMOTORISTA                   SECTION.                00068900
      *----------------------------------------------------             00069000
                                                                        00069100
           MOVE TAB-MOT-ITEM (WRK-IDX) TO TAB-MOT-ITEM (WRK-IDX + 1).   00069200
                                                                        00069300
       2170-99-FINAL.        EXIT.                                      00069400
                                                                        00069500
      *----------------------------------------------------             00069600
      * REGRAS DA TRIAGEM: DADO INVALIDO DISPENSA AS DEMAIS;            00069700
      * SEM CADASTRO NAO HA TANQUE NEM COMBUSTIVEL A CONFERIR           00069800
      *----------------------------------------------------             00069900
       2200-APLICARREGRAS                       SECTION.                00070000
      *----------------------------------------------------             00070100
                                                                        00070200
           IF ABA-DATA      NOT NUMERIC                                 00070300
              OR ABA-HORA      NOT NUMERIC                              00070400
              OR ABA-LITROS    NOT NUMERIC                              00070500
              OR ABA-ODOMETRO  NOT NUMERIC                              00070600
              OR ABA-MOTORISTA NOT NUMERIC                              00070700
             MOVE 1      TO WRK-TIPO                                    00070800
             MOVE SPACES TO WRK-REFERENCIA                              00070900
             PERFORM 2800-REGISTRAROCORRENCIA                           00071000
             GO TO 2200-99-FINAL                                        00071100
           END-IF.                                                      00071200
           MOVE ABA-DATA TO WRK-VD-DATA.                                00071300
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00071400
           IF WRK-VD-INVALIDA                                           00071500
              OR ABA-HH GREATER 23                                      00071600
              OR ABA-MM GREATER 59                                      00071700
              OR ABA-LITROS EQUAL ZEROS                                 00071800
             MOVE 1      TO WRK-TIPO                                    00071900
             MOVE SPACES TO WRK-REFERENCIA                              00072000
             PERFORM 2800-REGISTRAROCORRENCIA                           00072100
             GO TO 2200-99-FINAL                                        00072200
           END-IF.                                                      00072300
           IF WRK-TEM-VEICULO EQUAL 0                                   00072400
             MOVE 2 TO WRK-TIPO                                         00072500
             MOVE 'PLACA SEM CADASTRO' TO WRK-REFERENCIA                00072600
             PERFORM 2800-REGISTRAROCORRENCIA                           00072700
           ELSE                                                         00072800
             IF NOT WRK-VE-ATIVO                                        00072900
               MOVE 2 TO WRK-TIPO                                       00073000
               MOVE 'VEICULO INATIVO'    TO WRK-REFERENCIA              00073100
               PERFORM 2800-REGISTRAROCORRENCIA                         00073200
             ELSE                                                       00073300
               IF ABA-LITROS GREATER WRK-VE-TANQUE                      00073400
                 MOVE 3 TO WRK-TIPO                                     00073500
                 MOVE WRK-VE-TANQUE  TO WRK-RT-TANQUE                   00073600
                 MOVE WRK-REF-TANQUE TO WRK-REFERENCIA                  00073700
                 PERFORM 2800-REGISTRAROCORRENCIA                       00073800
               END-IF                                                   00073900
               PERFORM 2300-CONFERIRCOMBUSTIVEL                         00074000
             END-IF                                                     00074100
           END-IF.                                                      00074200
           IF WRK-TEM-ULTIMO EQUAL 1                                    00074300
             PERFORM 2400-CONFERIRULTIMO                                00074400
           END-IF.                                                      00074500
                                                                        00074600
       2200-99-FINAL.        EXIT.                                      00074700
                                                                        00074800
      *----------------------------------------------------             00074900
      * COMBUSTIVEL PERMITIDO NO CADASTRO; EM BRANCO, QUALQUER          00075000
      * UM QUE A CLASSE DO VEICULO USA NO FROTA                         00075100
      *----------------------------------------------------             00075200
       2300-CONFERIRCOMBUSTIVEL                 SECTION.                00075300
      *----------------------------------------------------             00075400
                                                                        00075500
           IF WRK-VE-COMBUSTIVEL NOT EQUAL SPACES                       00075600
             IF ABA-COMBUSTIVEL NOT EQUAL WRK-VE-COMBUSTIVEL            00075700
               PERFORM 2350-COMBUSTIVELNEGADO                           00075800
             END-IF                                                     00075900
             GO TO 2300-99-FINAL                                        00076000
           END-IF.                                                      00076100
           MOVE 0 TO WRK-CMB-ACHOU.                                     00076200
           PERFORM 2310-PESQUISARCOMBUSTIVEL                            00076300
              VARYING TAB-CMB-IDX FROM 1 BY 1                           00076400
                UNTIL TAB-CMB-IDX GREATER WRK-CMB-QTD                   00076500
                   OR WRK-CMB-ACHOU EQUAL 1.                            00076600
           IF WRK-CMB-ACHOU EQUAL 0                                     00076700
             PERFORM 2350-COMBUSTIVELNEGADO                             00076800
           END-IF.                                                      00076900
                                                                        00077000
       2300-99-FINAL.        EXIT.                                      00077100
                                                                        00077200
      *----------------------------------------------------             00077300
       2310-PESQUISARCOMBUSTIVEL                SECTION.                00077400
      *----------------------------------------------------             00077500
                                                                        00077600
           IF TAB-CMB-CLASSE  (TAB-CMB-IDX) EQUAL WRK-VE-CLASSE         00077700
              AND TAB-CMB-COMBUST (TAB-CMB-IDX) EQUAL ABA-COMBUSTIVEL   00077800
             MOVE 1 TO WRK-CMB-ACHOU                                    00077900
           END-IF.                                                      00078000
                                                                        00078100
       2310-99-FINAL.        EXIT.                                      00078200
                                                                        00078300
      *----------------------------------------------------             00078400
       2350-COMBUSTIVELNEGADO                   SECTION.                00078500
      *----------------------------------------------------             00078600
                                                                        00078700
           MOVE 4 TO WRK-TIPO.                                          00078800
           MOVE ABA-COMBUSTIVEL TO WRK-RC-COMBUST.                      00078900
           MOVE WRK-REF-COMBUST TO WRK-REFERENCIA.                      00079000
           PERFORM 2800-REGISTRAROCORRENCIA.                            00079100
                                                                        00079200
       2350-99-FINAL.        EXIT.                                      00079300
                                                                        00079400
      *----------------------------------------------------             00079500
      * MINUTOS DESDE O ULTIMO ABASTECIMENTO ACEITO E                   00079600
      * ODOMETRO QUE ANDA PARA TRAS                                     00079700
      *----------------------------------------------------             00079800
       2400-CONFERIRULTIMO                      SECTION.                00079900
      *----------------------------------------------------             00080000
                                                                        00080100
           MOVE ABA-DATA TO WRK-SD-DATA.                                00080200
           PERFORM 8000-SERIALIZARDATA.                                 00080300
           COMPUTE WRK-MIN-ABASTEC = WRK-SD-SERIAL * 1440               00080400
                                   + ABA-HH * 60 + ABA-MM.              00080500
           MOVE WRK-UL-DATA TO WRK-SD-DATA.                             00080600
           PERFORM 8000-SERIALIZARDATA.                                 00080700
           COMPUTE WRK-MIN-ULTIMO  = WRK-SD-SERIAL * 1440               00080800
                                   + WRK-UL-HH * 60 + WRK-UL-MM.        00080900
           COMPUTE WRK-INTERVALO = WRK-MIN-ABASTEC - WRK-MIN-ULTIMO.    00081000
           MOVE WRK-UL-DATA     TO WRK-RU-DATA.                         00081100
           MOVE WRK-UL-HH       TO WRK-RU-HH.                           00081200
           MOVE WRK-UL-MM       TO WRK-RU-MM.                           00081300
           MOVE WRK-UL-ODOMETRO TO WRK-RU-ODOMETRO.                     00081400
           IF WRK-INTERVALO LESS WRK-JANELA-MIN                         00081500
             MOVE 5 TO WRK-TIPO                                         00081600
             MOVE WRK-REF-ULTIMO TO WRK-REFERENCIA                      00081700
             PERFORM 2800-REGISTRAROCORRENCIA                           00081800
           END-IF.                                                      00081900
           IF ABA-ODOMETRO LESS WRK-UL-ODOMETRO                         00082000
             MOVE 6 TO WRK-TIPO                                         00082100
             MOVE WRK-REF-ULTIMO TO WRK-REFERENCIA                      00082200
             PERFORM 2800-REGISTRAROCORRENCIA                           00082300
           END-IF.                                                      00082400
                                                                        00082500
       2400-99-FINAL.        EXIT.                                      00082600
                                                                        00082700
      *----------------------------------------------------             00082800
      * UMA LINHA POR OCORRENCIA, CONTADA NO VEICULO, NO                00082900
      * MOTORISTA E NO TOTAL DA REGRA                                   00083000
      *----------------------------------------------------             00083100
       2800-REGISTRAROCORRENCIA                 SECTION.                00083200
      *----------------------------------------------------             00083300
                                                                        00083400
           ADD 1 TO WRK-OCORR-ABAST.                                    00083500
           ADD 1 TO WRK-OCORR-VEIC.                                     00083600
           ADD 1 TO WRK-TOT-REGRA (WRK-TIPO).                           00083700
           IF WRK-MOT-SLOT GREATER ZEROS                                00083800
             ADD 1 TO TAB-MOT-REGRA (WRK-MOT-SLOT WRK-TIPO)             00083900
           END-IF.                                                      00084000
           MOVE SPACES            TO WRK-LINHA-OCORR.                   00084100
           MOVE WRK-REFERENCIA    TO WRK-LO-REFERENCIA.                 00084200
           MOVE ABA-VEICULO       TO WRK-LO-VEICULO.                    00084300
           MOVE WRK-MOTORISTA     TO WRK-LO-MOTORISTA.                  00084400
           MOVE ZEROS             TO WRK-LO-DATA.                       00084500
           MOVE ZEROS             TO WRK-LO-HH.                         00084600
           MOVE ZEROS             TO WRK-LO-MM.                         00084700
           MOVE ZEROS             TO WRK-LO-LITROS.                     00084800
           MOVE ZEROS             TO WRK-LO-ODOMETRO.                   00084900
           MOVE ':'               TO WRK-LO-SEP.                        00085000
           IF ABA-DATA NUMERIC                                          00085100
             MOVE ABA-DATA        TO WRK-LO-DATA                        00085200
           END-IF.                                                      00085300
           IF ABA-HORA NUMERIC                                          00085400
             MOVE ABA-HH          TO WRK-LO-HH                          00085500
             MOVE ABA-MM          TO WRK-LO-MM                          00085600
           END-IF.                                                      00085700
           IF ABA-LITROS NUMERIC                                        00085800
             MOVE ABA-LITROS      TO WRK-LO-LITROS                      00085900
           END-IF.                                                      00086000
           IF ABA-ODOMETRO NUMERIC                                      00086100
             MOVE ABA-ODOMETRO    TO WRK-LO-ODOMETRO                    00086200
           END-IF.                                                      00086300
           MOVE WRK-MSG-OCORR (WRK-TIPO) TO WRK-LO-OCORRENCIA.          00086400
           MOVE WRK-LINHA-OCORR TO WRK-RW-LINHA.                        00086500
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00086600
           CALL 'REPWRITE' USING WRK-REPW.                              00086700
                                                                        00086800
       2800-99-FINAL.        EXIT.                                      00086900
                                                                        00087000
      *----------------------------------------------------             00087100
       2900-TOTALIZARVEICULO                    SECTION.                00087200
      *----------------------------------------------------             00087300
                                                                        00087400
           ADD 1 TO WRK-ACUM-VEIC-OCORR.                                00087500
           MOVE WRK-CHAVE-CORRENTE TO WRK-LV-VEICULO.                   00087600
           MOVE WRK-ABAST-VEIC     TO WRK-LV-ABAST.                     00087700
           MOVE WRK-SUSP-VEIC      TO WRK-LV-SUSP.                      00087800
           MOVE WRK-OCORR-VEIC     TO WRK-LV-OCORR.                     00087900
           MOVE WRK-LINHA-VEICULO  TO WRK-RW-LINHA.                     00088000
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00088100
           CALL 'REPWRITE' USING WRK-REPW.                              00088200
           MOVE SPACES TO WRK-RW-LINHA.                                 00088300
           CALL 'REPWRITE' USING WRK-REPW.                              00088400
                                                                        00088500
       2900-99-FINAL.        EXIT.                                      00088600
                                                                        00088700
      *----------------------------------------------------             00088800
       3000-FINALIZAR                           SECTION.                00088900
      *----------------------------------------------------             00089000
                                                                        00089100
           MOVE WRK-ACUM-LIDOS      TO WRK-LT-LIDOS.                    00089200
           MOVE WRK-ACUM-ACEITOS    TO WRK-LT-ACEITOS.                  00089300
           MOVE WRK-ACUM-SUSPEITOS  TO WRK-LT-SUSPEITOS.                00089400
           MOVE WRK-ACUM-VEIC-OCORR TO WRK-LT-VEICULOS.                 00089500
           MOVE WRK-LINHA-TOTAL TO WRK-RW-LINHA.                        00089600
           MOVE 'T' TO WRK-RW-FUNCAO.                                   00089700
           CALL 'REPWRITE' USING WRK-REPW.                              00089800
           MOVE                                                         00089900
             'TRIAGEM DO CARTAO COMBUSTIVEL - OCORRENCIAS POR MOTORISTA'00090000
             TO WRK-RW-TITULO1.                                         00090100
           MOVE WRK-CABEC-MOTORISTA TO WRK-RW-TITULO2.                  00090200
           MOVE 'S' TO WRK-RW-FUNCAO.                                   00090300
           CALL 'REPWRITE' USING WRK-REPW.                              00090400
           PERFORM 3100-LISTARMOTORISTA                                 00090500
              VARYING WRK-MOT-SLOT FROM 1 BY 1                          00090600
                UNTIL WRK-MOT-SLOT GREATER WRK-MOT-QTD.                 00090700
           MOVE SPACES TO WRK-LINHA-MOTORISTA.                          00090800
           MOVE ' TOTAL'             TO WRK-LM-ROTULO.                  00090900
           MOVE WRK-ACUM-LIDOS       TO WRK-LM-ABAST.                   00091000
           MOVE WRK-ACUM-SUSPEITOS   TO WRK-LM-SUSP.                    00091100
           MOVE ZEROS TO WRK-MOT-SLOT.                                  00091200
           PERFORM 3110-MOVERREGRA                                      00091300
              VARYING WRK-TIPO FROM 1 BY 1                              00091400
                UNTIL WRK-TIPO GREATER 6.                               00091500
           MOVE WRK-LINHA-MOTORISTA TO WRK-RW-LINHA.                    00091600
           MOVE 'T' TO WRK-RW-FUNCAO.                                   00091700
           CALL 'REPWRITE' USING WRK-REPW.                              00091800
           CLOSE ABASTEC.                                               00091900
           CLOSE VEICULOS.                                              00092000
           CLOSE ULTANT.                                                00092100
           CLOSE ULTNOV.                                                00092200
           CLOSE ABATRIA.                                               00092300
           MOVE 'F' TO WRK-RW-FUNCAO.                                   00092400
           CALL 'REPWRITE' USING WRK-REPW.                              00092500
           DISPLAY ' ABASTECIMENTOS LIDOS...' WRK-ACUM-LIDOS.           00092600
           DISPLAY ' ACEITOS................' WRK-ACUM-ACEITOS.         00092700
           DISPLAY ' SUSPEITOS..............' WRK-ACUM-SUSPEITOS.       00092800
           DISPLAY ' VEICULOS C/ OCORRENCIA.' WRK-ACUM-VEIC-OCORR.      00092900
           DISPLAY ' ULTIMOS ANTERIORES.....' WRK-ACUM-ULTANT.          00093000
           DISPLAY ' ULTIMOS GRAVADOS.......' WRK-ACUM-ULTNOV.          00093100
           DISPLAY ' EXCECOES...............' WRK-ACUM-EXCECOES.        00093200
           MOVE 'F' TO WRK-CE-FUNCAO.                                   00093300
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00093400
           IF (WRK-ACUM-EXCECOES GREATER ZEROS                          00093500
               OR WRK-ACUM-SUSPEITOS GREATER ZEROS)                     00093550
              AND RETURN-CODE LESS 4                                    00093600
             MOVE 4 TO RETURN-CODE                                      00093700
           END-IF.                                                      00093800
           DISPLAY ' FIM DO PROGRAMA'.                                  00093900
                                                                        00094000
       3000-99-FINAL.        EXIT.                                      00094100
                                                                        00094200
      *----------------------------------------------------             00094300
      * SO SAI O MOTORISTA COM ABASTECIMENTO SUSPEITO                   00094400
      *----------------------------------------------------             00094500
       3100-LISTARMOTORISTA                     SECTION.                00094600
      *----------------------------------------------------             00094700
                                                                        00094800
           IF TAB-MOT-SUSPEITOS (WRK-MOT-SLOT) EQUAL ZEROS              00094900
             GO TO 3100-99-FINAL                                        00095000
           END-IF.                                                      00095100
           MOVE SPACES TO WRK-LINHA-MOTORISTA.                          00095200
           MOVE TAB-MOT-MATRICULA (WRK-MOT-SLOT) TO WRK-LM-MOTORISTA.   00095300
           MOVE TAB-MOT-ABAST     (WRK-MOT-SLOT) TO WRK-LM-ABAST.       00095400
           MOVE TAB-MOT-SUSPEITOS (WRK-MOT-SLOT) TO WRK-LM-SUSP.        00095500
           PERFORM 3110-MOVERREGRA                                      00095600
              VARYING WRK-TIPO FROM 1 BY 1                              00095700
                UNTIL WRK-TIPO GREATER 6.                               00095800
           MOVE WRK-LINHA-MOTORISTA TO WRK-RW-LINHA.                    00095900
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00096000
           CALL 'REPWRITE' USING WRK-REPW.                              00096100
                                                                        00096200
       3100-99-FINAL.        EXIT.                                      00096300
                                                                        00096400
      *----------------------------------------------------             00096500
      * SEM MOTORISTA (SLOT ZERO) A COLUNA E O TOTAL DA REGRA           00096600
      *----------------------------------------------------             00096700
       3110-MOVERREGRA                          SECTION.                00096800
      *----------------------------------------------------             00096900
                                                                        00097000
           IF WRK-MOT-SLOT EQUAL ZEROS                                  00097100
             MOVE WRK-TOT-REGRA (WRK-TIPO)                              00097200
               TO WRK-LM-REGRA (WRK-TIPO)                               00097300
           ELSE                                                         00097400
             MOVE TAB-MOT-REGRA (WRK-MOT-SLOT WRK-TIPO)                 00097500
               TO WRK-LM-REGRA (WRK-TIPO)                               00097600
           END-IF.                                                      00097700
                                                                        00097800
       3110-99-FINAL.        EXIT.                                      00097900
                                                                        00098000
      *----------------------------------------------------             00098100
      * NUMERO DE DIAS CORRIDOS DESDE O ANO ZERO PARA A                 00098200
      * DATA AAAAMMDD DE WRK-SD-DATA (MESMA ROTINA DO                   00098300
      * CONTAREC) - BASE DOS MINUTOS ENTRE ABASTECIMENTOS               00098400
      *----------------------------------------------------             00098500
       8000-SERIALIZARDATA                      SECTION.                00098600
      *----------------------------------------------------             00098700
                                                                        00098800
           COMPUTE WRK-SD-SERIAL =                                      00098900
                   (WRK-SD-ANO * 365)                                   00099000
                 + WRK-DIAS-ACUM (WRK-SD-MES)                           00099100
                 + WRK-SD-DIA.                                          00099200
           SUBTRACT 1 FROM WRK-SD-ANO                                   00099300
             GIVING WRK-SD-ANO-ANT.                                     00099400
           DIVIDE WRK-SD-ANO-ANT BY 4                                   00099500
             GIVING WRK-SD-RESTO.                                       00099600
           ADD WRK-SD-RESTO TO WRK-SD-SERIAL.                           00099700
           DIVIDE WRK-SD-ANO-ANT BY 100                                 00099800
             GIVING WRK-SD-RESTO.                                       00099900
           SUBTRACT WRK-SD-RESTO FROM WRK-SD-SERIAL.                    00100000
           DIVIDE WRK-SD-ANO-ANT BY 400                                 00100100
             GIVING WRK-SD-RESTO.                                       00100200
           ADD WRK-SD-RESTO TO WRK-SD-SERIAL.                           00100300
           IF WRK-SD-MES GREATER 2                                      00100400
             DIVIDE WRK-SD-ANO BY 4                                     00100500
               GIVING WRK-SD-RESTO                                      00100600
               REMAINDER WRK-SD-SOBRA                                   00100700
             IF WRK-SD-SOBRA EQUAL ZEROS                                00100800
               ADD 1 TO WRK-SD-SERIAL                                   00100900
             END-IF                                                     00101000
           END-IF.                                                      00101100
                                                                        00101200
       8000-99-FINAL.        EXIT.                                      00101300
                                                                        00101400
      *----------------------------------------------------             00101500
       9010-TRATARERROS                         SECTION.                00101600
      *----------------------------------------------------             00101700
                                                                        00101800
           MOVE 'TRIAGABA' TO WRK-PROGRAMA.                             00101900
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00102000
                                                                        00102100
       9010-99-FINAL.        EXIT.                                      00102200

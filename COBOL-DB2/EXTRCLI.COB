      *      REGISTRO A DE ABERTURA E F DE FECHAMENTO POR CONTA E   *   00002450
      *      UM REGISTRO M POR LINHA DE EXTRATO COM VALOR COM       *   00002460
      *      SINAL E SALDO CORRENTE.                                *   00002470
      *      O MOVIMENTO DESFEITO PELO ESTORMOV SAI MARCADO NO      *   00002471
      *      EXTRATO IMPRESSO: O ORIGINAL COM O ID DO ESTORNO QUE O *   00002472
      *      DESFEZ E O ESTORNO COM O ID DO ORIGINAL (REGISTRO DE   *   00002473
      *      ESTORNOS, PAR AGENCIA/CONTA/DATA/FD-ID-RASTREIO).      *   00002474
      *      O MOVIMENTO QUE O ATUSALDO NAO APLICOU (SEMCONTA,      *   00002479
      *      BLOQEXC E ORDPEXC, ACUMULADOS NO MES EM NAOAPLIC)      *   00002484
      *      NAO SAI NO EXTRATO: FOI PARA O MOVUNICO MAS NAO        *   00002489
      *      ESTA NO SALDO (PAR AGENCIA/CONTA/DATA/RASTREIO).       *   00002494
      *-------------------------------------------------------------*   00002500
      *   ARQUIVOS...:                                              *   00002600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002700
      *    SALDOANT             I                  #SALDO           *   00002800
      *    CLIENTES             I                  #CLIENTE         *   00002900
      *    ESTORNOS             I                  #ESTORNO         *   00002910
      *    NAOAPLIC             I                  #CLIENTE         *   00002955
      *    EXTRATO              O                  -----------      *   00003000
      *    EXTARQ               O                  -----------      *   00003010
      *-------------------------------------------------------------*   00003100
               FILE STATUS  IS WRK-FS-CLIENTES.                         00005200
           SELECT EXTARQ    ASSIGN TO EXTARQ                            00005210
               FILE STATUS  IS WRK-FS-EXTARQ.                           00005220
           SELECT ESTORNOS  ASSIGN TO ESTORNOS                          00005230
               FILE STATUS  IS WRK-FS-ESTORNOS.                         00005240
           SELECT NAOAPLIC  ASSIGN TO NAOAPLIC                          00005260
               FILE STATUS  IS WRK-FS-NAOAPLIC.                         00005280
                                                                        00005300
      *=============================================================*   00005400
       DATA                                      DIVISION.              00005500
                                                                        00007000
       COPY '#CLIENTE'.                                                 00007100
                                                                        00007200
      *-------------------------------------------------------------*   00007201
      *   ESTORNOS - REGISTRO DE ESTORNOS MANTIDO PELO ESTORMOV     *   00007202
      *-------------------------------------------------------------*   00007203
       FD ESTORNOS                                                      00007204
           RECORDING  MODE IS F                                         00007205
           BLOCK CONTAINS 0 RECORDS.                                    00007206
                                                                        00007207
       COPY '#ESTORNO'.                                                 00007208
                                                                        00007209
      *-------------------------------------------------------------*   00007210
      *   EXTARQ - EXTRATO LEGIVEL POR MAQUINA PARA O PROVEDOR DO   *   00007220
      *   INTERNET BANKING                                          *   00007230
      *   O EXTRATO E IMPRESSO PELO MODULO REPWRITE (RELPRT), COM   *   00007400
      *   SALTO DE PAGINA POR CONTA VIA FUNCAO S                    *   00007500
      *-------------------------------------------------------------*   00007600
                                                                        00007605
      *-------------------------------------------------------------*   00007610
      *   NAOAPLIC - MOVIMENTOS QUE O ATUSALDO NAO APLICOU, DO MES  *   00007615
      *   LAYOUT #CLIENTE: SO INTERESSA A CHAVE DO MOVIMENTO        *   00007620
      *-------------------------------------------------------------*   00007625
       FD NAOAPLIC                                                      00007630
           RECORDING  MODE IS F                                         00007635
           BLOCK CONTAINS 0 RECORDS.                                    00007640
                                                                        00007645
       01 REG-NAOAPLIC.                                                 00007650
          05 NAP-AGENCIA       PIC 9(04).                               00007655
          05 FILLER            PIC X(05).                               00007660
          05 NAP-CONTA         PIC 9(05).                               00007665
          05 FILLER            PIC X(50).                               00007670
          05 NAP-DATA-MOVIMENTO PIC 9(08).                              00007675
          05 FILLER            PIC X(10).                               00007680
          05 NAP-ID-RASTREIO   PIC 9(06).                               00007685
                                                                        00007700
      *=============================================================*   00007800
       WORKING-STORAGE                             SECTION.             00007900
       77 WRK-FS-SALDOANT  PIC 9(02).                                   00008500
       77 WRK-FS-CLIENTES  PIC 9(02).                                   00008600
       77 WRK-FS-EXTARQ    PIC 9(02).                                   00008610
       77 WRK-FS-ESTORNOS  PIC 9(02).                                   00008620
       77 WRK-FS-NAOAPLIC  PIC 9(02).                                   00008660
                                                                        00008700
       01 FILLER         PIC X(64) VALUE                                00008800
           '-----------CHAVES DO BALANCE LINE------------'.             00008900
             10 WRK-LM-CP-AGENCIA PIC X(04).                            00015140
             10 FILLER            PIC X(01).                            00015150
             10 WRK-LM-CP-CONTA   PIC X(05).                            00015160
          05 FILLER            PIC X(02) VALUE SPACES.                  00015161
          05 WRK-LM-ESTORNO.                                            00015162
             10 WRK-LM-EST-ROTULO PIC X(15).                            00015163
             10 WRK-LM-EST-ID     PIC X(06).                            00015164
                                                                        00015165
       01 FILLER         PIC X(64) VALUE                                00015166
           '-----------MARCAS DE ESTORNO DO MES----------'.             00015167
      *-------------------------------------------------------------*   00015168
       77 WRK-EST-QTD          PIC 9(04) VALUE ZEROS.                   00015169
       77 WRK-EST-ACHOU        PIC 9     VALUE 0.                       00015170
       77 WRK-EST-EXCEDENTES   PIC 9(07) VALUE ZEROS.                   00015171
       77 WRK-ACUM-ESTORNOS    PIC 9(07) VALUE ZEROS.                   00015172
                                                                        00015173
       01 WRK-MES-ORIGINAL.                                             00015174
          05 WRK-MO-ANOMES     PIC 9(06) VALUE ZEROS.                   00015175
          05 FILLER            PIC X(02) VALUE SPACES.                  00015176
                                                                        00015177
       01 WRK-MES-ESTORNO.                                              00015178
          05 WRK-MX-ANOMES     PIC 9(06) VALUE ZEROS.                   00015179
          05 FILLER            PIC X(02) VALUE SPACES.                  00015180
                                                                        00015181
       01 TAB-ESTORNOS.                                                 00015182
          05 TAB-EST-ITEM OCCURS 2000 TIMES                             00015183
                          INDEXED BY TAB-EST-IDX.                       00015184
             10 TAB-EST-AGENCIA   PIC 9(04).                            00015185
             10 TAB-EST-CONTA     PIC 9(05).                            00015186
             10 TAB-EST-ORIG-DATA PIC 9(08).                            00015187
             10 TAB-EST-ORIG-ID   PIC 9(06).                            00015188
             10 TAB-EST-DATA      PIC 9(08).                            00015189
             10 TAB-EST-ID        PIC 9(06).                            00015190
                                                                        00015200
       01 FILLER         PIC X(64) VALUE                                00015210
           '-----------REGISTROS DO EXTRATO LEGIVEL------'.             00015220
             ' SALDO DE FECHAMENTO ......'.                             00015500
          05 WRK-LF-SALDO      PIC +Z.ZZZ.ZZZ.ZZ9,99.                   00015600
                                                                        00015700
       01 FILLER         PIC X(64) VALUE                                00015705
           '-----------MOVIMENTOS NAO APLICADOS DO MES---'.             00015710
      *-------------------------------------------------------------*   00015715
       77 WRK-NAP-QTD          PIC 9(05) VALUE ZEROS.                   00015720
       77 WRK-NAP-ACHOU        PIC 9     VALUE 0.                       00015725
       77 WRK-ACUM-NAOAPLIC    PIC 9(07) VALUE ZEROS.                   00015730
                                                                        00015735
       01 WRK-MES-NAOAPLIC.                                             00015740
          05 WRK-MN-ANOMES     PIC 9(06) VALUE ZEROS.                   00015745
          05 FILLER            PIC X(02) VALUE SPACES.                  00015750
                                                                        00015755
       01 TAB-NAOAPLIC.                                                 00015760
          05 TAB-NAP-ITEM OCCURS 10000 TIMES                            00015765
                          INDEXED BY TAB-NAP-IDX.                       00015770
             10 TAB-NAP-AGENCIA   PIC 9(04).                            00015775
             10 TAB-NAP-CONTA     PIC 9(05).                            00015780
             10 TAB-NAP-DATA      PIC 9(08).                            00015785
             10 TAB-NAP-ID        PIC 9(06).                            00015790
                                                                        00015795
       01 FILLER         PIC X(64) VALUE                                00015800
           '-----------DATA DE PROCESSAMENTO--------------'.            00015900
      *-------------------------------------------------------------*   00016000
      *-------------------------------------------------------------*   00018000
            PERFORM 1000-INICIAR.                                       00018100
            PERFORM 1100-TESTARSTATUS.                                  00018200
            PERFORM 1400-CARREGARESTORNOS.                              00018210
            PERFORM 1500-CARREGARNAOAPLIC.                              00018255
            PERFORM 1200-LERMESTRE.                                     00018300
            PERFORM 1300-LERMOVTO.                                      00018400
            PERFORM 2000-PROCESSAR                                      00018500
            OPEN INPUT SALDOANT.                                        00019800
            OPEN INPUT CLIENTES.                                        00019900
            OPEN OUTPUT EXTARQ.                                         00019910
            OPEN INPUT ESTORNOS.                                        00019911
            OPEN INPUT NAOAPLIC.                                        00019915
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-XH-DATA.                 00019920
            WRITE REG-EXTARQ FROM WRK-EXT-HEADER.                       00019930
            MOVE 'EXTRATO MENSAL DE CONTA' TO WRK-RW-TITULO1.           00020000
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00020300
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00020400
            MOVE 'N' TO WRK-RW-REABRIR.                                 00020500
            MOVE SPACES TO WRK-RW-QUEBRA.                               00020550
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00020600
            CALL 'REPWRITE' USING WRK-REPW.                             00020700
                                                                        00020800
                MOVE WRK-FS-EXTARQ           TO WRK-STATUS              00022540
                   PERFORM 9000-TRATARERROS                             00022550
               END-IF.                                                  00022560
               IF WRK-FS-ESTORNOS NOT EQUAL 0                           00022561
                MOVE '1004'                  TO WRK-SECAO               00022562
                MOVE 'ERRO OPEN ESTORNOS - ' TO WRK-MSGERRO             00022563
                MOVE WRK-FS-ESTORNOS         TO WRK-STATUS              00022564
                   PERFORM 9000-TRATARERROS                             00022565
               END-IF.                                                  00022566
               IF WRK-FS-NAOAPLIC NOT EQUAL 0                           00022570
                MOVE '1005'                  TO WRK-SECAO               00022574
                MOVE 'ERRO OPEN NAOAPLIC - ' TO WRK-MSGERRO             00022578
                MOVE WRK-FS-NAOAPLIC         TO WRK-STATUS              00022582
                   PERFORM 9000-TRATARERROS                             00022586
               END-IF.                                                  00022590
               IF WRK-RW-STATUS NOT EQUAL '00'                          00022600
                MOVE '1002'                  TO WRK-SECAO               00022700
                MOVE 'ERRO NO REPWRITE - ABERTURA' TO WRK-MSGERRO       00022800
      *-------------------------------------------------------------*   00025000
               READ CLIENTES.                                           00025100
               IF WRK-FS-CLIENTES NOT EQUAL 10                          00025200
                 PERFORM 1320-CLASSIFICARMOVTO                          00025300
                 PERFORM 1310-SALTARFORAMES                             00025400
                    UNTIL WRK-FS-CLIENTES EQUAL 10                      00025500
                       OR WRK-MM-ANOMES EQUAL WRK-ME-ANOMES             00025600
                      AND WRK-NAP-ACHOU EQUAL 0                         00025650
               END-IF.                                                  00025700
               IF WRK-FS-CLIENTES EQUAL 10                              00025800
                 MOVE HIGH-VALUES TO WRK-CHAVE-MOVTO                    00025900
                                                                        00026600
      *-------------------------------------------------------------*   00026700
      *   DESPREZAR MOVIMENTO FORA DO MES DO EXTRATO (GERACOES DE   *   00026800
      *   MESES ANTERIORES AINDA NO GDG JA ESTAO NA ABERTURA) E     *   00026900
      *   O MOVIMENTO DO MES QUE O ATUSALDO NAO APLICOU             *   00026950
      *-------------------------------------------------------------*   00027000
       1310-SALTARFORAMES                     SECTION.                  00027100
      *-------------------------------------------------------------*   00027200
               IF WRK-MM-ANOMES EQUAL WRK-ME-ANOMES                     00027300
                 ADD 1 TO WRK-ACUM-NAOAPLIC                             00027320
               ELSE                                                     00027340
                 ADD 1 TO WRK-ACUM-FORAMES                              00027360
               END-IF.                                                  00027380
               READ CLIENTES.                                           00027400
               IF WRK-FS-CLIENTES NOT EQUAL 10                          00027500
                 PERFORM 1320-CLASSIFICARMOVTO                          00027600
               END-IF.                                                  00027700
                                                                        00027800
       1310-99-FIM.               EXIT.                                 00027900
                                                                        00027903
      *-------------------------------------------------------------*   00027906
      *   MES DO MOVIMENTO E, NO MES DO EXTRATO, SE ELE ESTA ENTRE  *   00027909
      *   OS NAO APLICADOS (WRK-NAP-ACHOU = 1)                      *   00027912
      *-------------------------------------------------------------*   00027915
       1320-CLASSIFICARMOVTO                  SECTION.                  00027918
      *-------------------------------------------------------------*   00027921
               MOVE FD-DATA-MOVIMENTO TO WRK-MES-MOVTO.                 00027924
               MOVE 0 TO WRK-NAP-ACHOU.                                 00027927
               IF WRK-MM-ANOMES EQUAL WRK-ME-ANOMES                     00027930
                 PERFORM 1330-TESTARNAOAPLIC                            00027933
                    VARYING TAB-NAP-IDX FROM 1 BY 1                     00027936
                      UNTIL TAB-NAP-IDX GREATER WRK-NAP-QTD             00027939
                         OR WRK-NAP-ACHOU EQUAL 1                       00027942
               END-IF.                                                  00027945
                                                                        00027948
       1320-99-FIM.               EXIT.                                 00027951
                                                                        00027954
      *-------------------------------------------------------------*   00027957
       1330-TESTARNAOAPLIC                    SECTION.                  00027960
      *-------------------------------------------------------------*   00027963
               IF TAB-NAP-DATA (TAB-NAP-IDX) EQUAL FD-DATA-MOVIMENTO    00027966
                  AND TAB-NAP-ID (TAB-NAP-IDX) EQUAL FD-ID-RASTREIO     00027969
                  AND TAB-NAP-AGENCIA (TAB-NAP-IDX) EQUAL FD-AGENCIA    00027972
                  AND TAB-NAP-CONTA (TAB-NAP-IDX) EQUAL FD-CONTA        00027975
                 MOVE 1 TO WRK-NAP-ACHOU                                00027978
               END-IF.                                                  00027981
                                                                        00027984
       1330-99-FIM.               EXIT.                                 00027987
                                                                        00028000
      *-------------------------------------------------------------*   00028001
      *   ESTORNOS DO MES EM TABELA: SO ENTRA O PAR COM O           *   00028002
      *   ORIGINAL OU O ESTORNO NO MES DO EXTRATO; O QUE NAO CABE   *   00028003
      *   NA TABELA SAI SEM MARCA E FICA NO LOG                     *   00028004
      *-------------------------------------------------------------*   00028005
       1400-CARREGARESTORNOS                  SECTION.                  00028006
      *-------------------------------------------------------------*   00028007
               READ ESTORNOS.                                           00028008
               PERFORM 1410-GUARDARESTORNO                              00028009
                  UNTIL WRK-FS-ESTORNOS EQUAL 10.                       00028010
               CLOSE ESTORNOS.                                          00028011
               IF WRK-EST-EXCEDENTES GREATER ZEROS                      00028012
                MOVE '1400'                  TO WRK-SECAO               00028013
                MOVE 'ESTORNOS DO MES EXCEDEM A TABELA DE 2000'         00028014
                  TO WRK-MSGERRO                                        00028015
                MOVE '00'                    TO WRK-STATUS              00028016
                   PERFORM 9010-TRATARREJEITADO                         00028017
               END-IF.                                                  00028018
                                                                        00028019
       1400-99-FIM.               EXIT.                                 00028020
                                                                        00028021
      *-------------------------------------------------------------*   00028022
       1410-GUARDARESTORNO                    SECTION.                  00028023
      *-------------------------------------------------------------*   00028024
               MOVE EST-ORIG-DATA-MOVTO TO WRK-MES-ORIGINAL.            00028025
               MOVE EST-DATA-ESTORNO    TO WRK-MES-ESTORNO.             00028026
               IF WRK-MO-ANOMES EQUAL WRK-ME-ANOMES                     00028027
                  OR WRK-MX-ANOMES EQUAL WRK-ME-ANOMES                  00028028
                 IF WRK-EST-QTD NOT LESS 2000                           00028029
                   ADD 1 TO WRK-EST-EXCEDENTES                          00028030
                 ELSE                                                   00028031
                   ADD 1 TO WRK-EST-QTD                                 00028032
                   SET TAB-EST-IDX TO WRK-EST-QTD                       00028033
                   MOVE EST-AGENCIA TO TAB-EST-AGENCIA (TAB-EST-IDX)    00028034
                   MOVE EST-CONTA   TO TAB-EST-CONTA   (TAB-EST-IDX)    00028035
                   MOVE EST-ORIG-DATA-MOVTO                             00028036
                     TO TAB-EST-ORIG-DATA (TAB-EST-IDX)                 00028037
                   MOVE EST-ORIG-ID-RASTREIO                            00028038
                     TO TAB-EST-ORIG-ID (TAB-EST-IDX)                   00028039
                   MOVE EST-DATA-ESTORNO TO TAB-EST-DATA (TAB-EST-IDX)  00028040
                   MOVE EST-ID-ESTORNO   TO TAB-EST-ID   (TAB-EST-IDX)  00028041
                 END-IF                                                 00028042
               END-IF.                                                  00028043
               READ ESTORNOS.                                           00028044
                                                                        00028045
       1410-99-FIM.               EXIT.                                 00028046
                                                                        00028047
      *-------------------------------------------------------------*   00028048
      *   NAO APLICADOS DO MES EM TABELA: SEM ELES O EXTRATO        *   00028049
      *   LISTARIA COMO LANCADO O QUE NAO ESTA NO SALDO, ENTAO O    *   00028050
      *   QUE NAO CABE NA TABELA ENCERRA O PROGRAMA                 *   00028051
      *-------------------------------------------------------------*   00028052
       1500-CARREGARNAOAPLIC                  SECTION.                  00028053
      *-------------------------------------------------------------*   00028054
               READ NAOAPLIC.                                           00028055
               PERFORM 1510-GUARDARNAOAPLIC                             00028056
                  UNTIL WRK-FS-NAOAPLIC EQUAL 10.                       00028057
               CLOSE NAOAPLIC.                                          00028058
                                                                        00028059
       1500-99-FIM.               EXIT.                                 00028060
                                                                        00028061
      *-------------------------------------------------------------*   00028062
       1510-GUARDARNAOAPLIC                   SECTION.                  00028063
      *-------------------------------------------------------------*   00028064
               MOVE NAP-DATA-MOVIMENTO TO WRK-MES-NAOAPLIC.             00028065
               IF WRK-MN-ANOMES EQUAL WRK-ME-ANOMES                     00028066
                 IF WRK-NAP-QTD NOT LESS 10000                          00028067
                  MOVE '1510'                  TO WRK-SECAO             00028068
                  MOVE 'NAO APLICADOS DO MES EXCEDEM A TABELA'          00028069
                    TO WRK-MSGERRO                                      00028070
                  MOVE '00'                    TO WRK-STATUS            00028071
                     PERFORM 9000-TRATARERROS                           00028072
                 END-IF                                                 00028073
                 ADD 1 TO WRK-NAP-QTD                                   00028074
                 SET TAB-NAP-IDX TO WRK-NAP-QTD                         00028075
                 MOVE NAP-AGENCIA TO TAB-NAP-AGENCIA (TAB-NAP-IDX)      00028076
                 MOVE NAP-CONTA   TO TAB-NAP-CONTA   (TAB-NAP-IDX)      00028077
                 MOVE NAP-DATA-MOVIMENTO                                00028078
                   TO TAB-NAP-DATA (TAB-NAP-IDX)                        00028079
                 MOVE NAP-ID-RASTREIO                                   00028080
                   TO TAB-NAP-ID (TAB-NAP-IDX)                          00028081
               END-IF.                                                  00028082
               READ NAOAPLIC.                                           00028083
                                                                        00028084
       1510-99-FIM.               EXIT.                                 00028085
                                                                        00028086
      *-------------------------------------------------------------*   00028100
       2000-PROCESSAR                         SECTION.                  00028200
      *-------------------------------------------------------------*   00028300
               MOVE FD-DATA-MOVIMENTO TO WRK-LM-DATA.                   00033900
               MOVE FD-VALOR          TO WRK-LM-VALOR.                  00034000
               MOVE SPACES            TO WRK-LM-CONTRAPARTE.            00034010
               PERFORM 2340-MARCARESTORNO.                              00034020
               IF FD-TIP-OP EQUAL 'C'                                   00034100
                 MOVE 'CREDITO        ' TO WRK-LM-OPERACAO              00034200
                 ADD FD-VALOR TO WRK-SALDO-CORRENTE                     00034300
               ADD FD-VALOR TO WRK-ACUM-EXTVALOR.                       00036908
                                                                        00036909
       2330-99-FIM.               EXIT.                                 00036910
                                                                        00036911
      *-------------------------------------------------------------*   00036912
      *   PAR DE ESTORNO: O ORIGINAL MOSTRA O ID DO ESTORNO QUE O   *   00036913
      *   DESFEZ E O ESTORNO MOSTRA O ID DO ORIGINAL                *   00036914
      *-------------------------------------------------------------*   00036915
       2340-MARCARESTORNO                     SECTION.                  00036916
      *-------------------------------------------------------------*   00036917
               MOVE SPACES TO WRK-LM-ESTORNO.                           00036918
               MOVE 0 TO WRK-EST-ACHOU.                                 00036919
               PERFORM 2350-TESTARESTORNO                               00036920
                  VARYING TAB-EST-IDX FROM 1 BY 1                       00036921
                    UNTIL TAB-EST-IDX GREATER WRK-EST-QTD               00036922
                       OR WRK-EST-ACHOU EQUAL 1.                        00036923
               IF WRK-EST-ACHOU EQUAL 1                                 00036924
                 ADD 1 TO WRK-ACUM-ESTORNOS                             00036925
               END-IF.                                                  00036926
                                                                        00036927
       2340-99-FIM.               EXIT.                                 00036928
                                                                        00036929
      *-------------------------------------------------------------*   00036930
       2350-TESTARESTORNO                     SECTION.                  00036931
      *-------------------------------------------------------------*   00036932
               IF TAB-EST-AGENCIA (TAB-EST-IDX) EQUAL FD-AGENCIA        00036933
                  AND TAB-EST-CONTA (TAB-EST-IDX) EQUAL FD-CONTA        00036934
                 IF TAB-EST-ORIG-DATA (TAB-EST-IDX)                     00036935
                       EQUAL FD-DATA-MOVIMENTO                          00036936
                    AND TAB-EST-ORIG-ID (TAB-EST-IDX)                   00036937
                       EQUAL FD-ID-RASTREIO                             00036938
                   MOVE 'ESTORNADO PELO ' TO WRK-LM-EST-ROTULO          00036939
                   MOVE TAB-EST-ID (TAB-EST-IDX) TO WRK-LM-EST-ID       00036940
                   MOVE 1 TO WRK-EST-ACHOU                              00036941
                 ELSE                                                   00036942
                  IF TAB-EST-DATA (TAB-EST-IDX) EQUAL FD-DATA-MOVIMENTO 00036943
                     AND TAB-EST-ID (TAB-EST-IDX) EQUAL FD-ID-RASTREIO  00036944
                    MOVE 'ESTORNO DO     ' TO WRK-LM-EST-ROTULO         00036945
                    MOVE TAB-EST-ORIG-ID (TAB-EST-IDX)                  00036946
                      TO WRK-LM-EST-ID                                  00036947
                    MOVE 1 TO WRK-EST-ACHOU                             00036948
                  END-IF                                                00036949
                 END-IF                                                 00036950
               END-IF.                                                  00036951
                                                                        00036952
       2350-99-FIM.               EXIT.                                 00036953
                                                                        00036886
      *-------------------------------------------------------------*   00036900
       2400-CABECALHOCONTA                    SECTION.                  00037000
               DISPLAY 'EXTRATOS EMITIDOS... ' WRK-ACUM-EXTRATOS.       00040400
               DISPLAY 'MOVIMENTOS LISTADOS. ' WRK-ACUM-MOVTOS.         00040500
               DISPLAY 'FORA DO MES......... ' WRK-ACUM-FORAMES.        00040600
               DISPLAY 'ESTORNOS MARCADOS... ' WRK-ACUM-ESTORNOS.       00040610
               DISPLAY 'NAO APLICADOS....... ' WRK-ACUM-NAOAPLIC.       00040655
                                                                        00040700
       3000-99-FIM.               EXIT.                                 00040800
                                                                        00040900
                 GOBACK.                                                00041500
                                                                        00041600
       9000-99-FIM.               EXIT.                                 00041700
                                                                        00041800
      *-------------------------------------------------------------*   00041900
       9010-TRATARREJEITADO                   SECTION.                  00042000
      *-------------------------------------------------------------*   00042100
             MOVE 'EXTRCLI'  TO WRK-PROGRAMA                            00042200
             CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                     00042300
                                                                        00042400
       9010-99-FIM.               EXIT.                                 00042500

      *====================================================             00000100
       IDENTIFICATION                           DIVISION.               00000200
      *====================================================             00000300
       PROGRAM-ID. CONFRECE.                                            00000400
                                                                        00000500
      *====================================================             00000600
      *  AUTOR: RAFAEL                                                  00000700
      * EMPRESA: FOURSYS                                                00000800
      *====================================================             00000900
      *                                                                 00001000
      * CONFERENCIA DO RECEBIMENTO DE COMPRAS CONTRA OS                 00001100
      * PEDIDOS EM ABERTO: AS ENTREGAS DO DIA (COMPRAS,                 00001200
      * CLASSIFICADO POR LOJA E ITEM) SAO CASADAS COM OS                00001300
      * ITENS DE PEDIDO ABERTOS OU PARCIAIS DA MESMA LOJA E             00001400
      * PRODUTO NO PEDCOMPRA VIGENTE (PEDANT, #PEDCOMP,                 00001500
      * CLASSIFICADO POR LOJA, PRODUTO E NUMERO), DO PEDIDO             00001600
      * MAIS ANTIGO PARA O MAIS NOVO. O COMPRAS NAO TRAZ                00001700
      * NUMERO DE PEDIDO NEM FORNECEDOR, POR ISSO O CASAMENTO           00001800
      * E POR LOJA E PRODUTO. O ITEM QUE RECEBE TUDO O QUE              00001900
      * FOI PEDIDO FICA ATENDIDO; O QUE RECEBE MENOS FICA               00002000
      * PARCIAL. O RELATORIO TRAZ AS ENTREGAS PARCIAIS E                00002100
      * ATENDIDAS (COM ATRASO QUANDO CHEGAM DEPOIS DA DATA              00002200
      * PREVISTA), OS PEDIDOS VENCIDOS SEM ENTREGA NO DIA,              00002300
      * AS ENTREGAS SEM PEDIDO E AS QUE PASSAM DO PEDIDO.               00002400
      * O PEDCOMPRA NOVO (PEDNOVO) SAI NA MESMA ORDEM, SEM              00002500
      * OS ITENS QUE JA ESTAVAM ATENDIDOS. ENTREGA SEM                  00002600
      * PEDIDO OU ACIMA DO PEDIDO TERMINA COM RC=4.                     00002700
      *                                                                 00002800
      * SYSIN: DATA DE PROCESSAMENTO / OVERRIDE DO CTLEXEC.             00002900
      *                                                                 00003000
      *====================================================             00003100
                                                                        00003200
      *====================================================             00003300
       ENVIRONMENT                              DIVISION.               00003400
      *====================================================             00003500
       CONFIGURATION                            SECTION.                00003600
       SPECIAL-NAMES.                                                   00003700
           DECIMAL-POINT IS COMMA.                                      00003800
                                                                        00003900
       INPUT-OUTPUT                             SECTION.                00004000
       FILE-CONTROL.                                                    00004100
           SELECT COMPRAS  ASSIGN TO COMPRAS                            00004200
               FILE STATUS  IS WRK-FS-COMPRAS.                          00004300
           SELECT PEDANT   ASSIGN TO PEDANT                             00004400
               FILE STATUS  IS WRK-FS-PEDANT.                           00004500
           SELECT PEDNOVO  ASSIGN TO PEDNOVO                            00004600
               FILE STATUS  IS WRK-FS-PEDNOVO.                          00004700
                                                                        00004800
      *====================================================             00004900
       DATA                                     DIVISION.               00005000
      *====================================================             00005100
       FILE                                     SECTION.                00005200
       FD COMPRAS                                                       00005300
           RECORDING  MODE IS F                                         00005400
           BLOCK CONTAINS 0 RECORDS.                                    00005500
                                                                        00005600
       01 REG-COMPRA.                                                   00005700
          05 CMP-CODIGO         PIC 9(03).                              00005800
          05 CMP-ITEM           PIC X(30).                              00005900
          05 CMP-VALOR          PIC 9(05)V99.                           00006000
          05 CMP-QUANT          PIC 9(03).                              00006100
          05 CMP-CODLOJA        PIC 9(03).                              00006200
          05 FILLER             PIC X(02).                              00006300
                                                                        00006400
       FD PEDANT                                                        00006500
           RECORDING  MODE IS F                                         00006600
           BLOCK CONTAINS 0 RECORDS.                                    00006700
                                                                        00006800
       COPY '#PEDCOMP'.                                                 00006900
                                                                        00007000
       FD PEDNOVO                                                       00007100
           RECORDING  MODE IS F                                         00007200
           BLOCK CONTAINS 0 RECORDS.                                    00007300
                                                                        00007400
       01 REG-PEDNOVO           PIC X(100).                             00007500
                                                                        00007600
       WORKING-STORAGE                          SECTION.                00007700
                                                                        00007800
      *==============CHAVES DO BALANCE LINE================             00007900
                                                                        00008000
       01 WRK-CHAVE-COMPRA.                                             00008100
          05 WRK-CC-LOJA        PIC X(03).                              00008200
          05 WRK-CC-PRODUTO     PIC X(30).                              00008300
                                                                        00008400
       01 WRK-CHAVE-PEDIDO.                                             00008500
          05 WRK-CP-LOJA        PIC X(03).                              00008600
          05 WRK-CP-PRODUTO     PIC X(30).                              00008700
                                                                        00008800
       01 WRK-CHAVE-CORRENTE.                                           00008900
          05 WRK-CO-LOJA        PIC X(03).                              00009000
          05 WRK-CO-PRODUTO     PIC X(30).                              00009100
                                                                        00009200
      *==============LOJA/PRODUTO EM CONFERENCIA===========             00009300
                                                                        00009400
       77 WRK-QTD-ENTREGUE      PIC 9(07)    VALUE ZEROS.               00009500
       77 WRK-SALDO-ENTREGA     PIC 9(07)    VALUE ZEROS.               00009600
       77 WRK-QTD-FALTA         PIC 9(07)    VALUE ZEROS.               00009700
       77 WRK-QTD-BAIXA         PIC 9(07)    VALUE ZEROS.               00009800
       77 WRK-ITENS-ABERTOS     PIC 9(03)    VALUE ZEROS.               00009900
       77 WRK-COMPRA-OK         PIC X(01)    VALUE 'N'.                 00010000
                                                                        00010100
      *==============CONTROLE DO LOTE======================             00010200
                                                                        00010300
       77 WRK-FS-COMPRAS        PIC 9(02).                              00010400
       77 WRK-FS-PEDANT         PIC 9(02).                              00010500
       77 WRK-FS-PEDNOVO        PIC 9(02).                              00010600
       77 WRK-ACUM-ENTREGAS     PIC 9(05)    VALUE ZEROS.               00010700
       77 WRK-ACUM-REJEITADAS   PIC 9(05)    VALUE ZEROS.               00010800
       77 WRK-ACUM-ITENS-LIDOS  PIC 9(05)    VALUE ZEROS.               00010900
       77 WRK-ACUM-JA-ATENDIDOS PIC 9(05)    VALUE ZEROS.               00011000
       77 WRK-ACUM-ATENDIDOS    PIC 9(05)    VALUE ZEROS.               00011100
       77 WRK-ACUM-PARCIAIS     PIC 9(05)    VALUE ZEROS.               00011200
       77 WRK-ACUM-ATRASADOS    PIC 9(05)    VALUE ZEROS.               00011300
       77 WRK-ACUM-VENCIDOS     PIC 9(05)    VALUE ZEROS.               00011400
       77 WRK-ACUM-SEM-PEDIDO   PIC 9(05)    VALUE ZEROS.               00011500
       77 WRK-ACUM-EXCEDENTES   PIC 9(05)    VALUE ZEROS.               00011600
       77 WRK-ACUM-GRAVADOS     PIC 9(05)    VALUE ZEROS.               00011700
                                                                        00011800
      *===================LINHAS DO RELATORIO===============            00011900
                                                                        00012000
       01 WRK-LINHA-CABEC.                                              00012100
          05 FILLER   PIC X(15) VALUE ' PEDIDO  FORN. '.                00012200
          05 FILLER   PIC X(35) VALUE 'LOJ PRODUTO'.                    00012300
          05 FILLER   PIC X(16) VALUE ' PEDIDO RECEBIDO'.               00012400
          05 FILLER   PIC X(10) VALUE ' PREVISTA '.                     00012500
          05 FILLER   PIC X(24) VALUE 'SITUACAO'.                       00012600
                                                                        00012700
       01 WRK-LINHA-ITEM.                                               00012800
          05 FILLER             PIC X(01).                              00012900
          05 WRK-LI-PEDIDO      PIC X(07).                              00013000
          05 FILLER             PIC X(01).                              00013100
          05 WRK-LI-FORNEC      PIC X(05).                              00013200
          05 FILLER             PIC X(01).                              00013300
          05 WRK-LI-LOJA        PIC X(03).                              00013400
          05 FILLER             PIC X(01).                              00013500
          05 WRK-LI-PRODUTO     PIC X(30).                              00013600
          05 FILLER             PIC X(01).                              00013700
          05 WRK-LI-PEDIDA      PIC Z(06)9.                             00013800
          05 FILLER             PIC X(01).                              00013900
          05 WRK-LI-RECEBIDA    PIC Z(07)9.                             00014000
          05 FILLER             PIC X(01).                              00014100
          05 WRK-LI-PREVISTA    PIC X(08).                              00014200
          05 FILLER             PIC X(01).                              00014300
          05 WRK-LI-SITUACAO    PIC X(24).                              00014400
                                                                        00014500
       01 WRK-LINHA-TOTAL1.                                             00014600
          05 FILLER   PIC X(14) VALUE ' ATENDIDOS...'.                  00014700
          05 WRK-LT-ATENDIDOS   PIC ZZZZ9.                              00014800
          05 FILLER   PIC X(14) VALUE '  PARCIAIS...'.                  00014900
          05 WRK-LT-PARCIAIS    PIC ZZZZ9.                              00015000
          05 FILLER   PIC X(16) VALUE '  COM ATRASO...'.                00015100
          05 WRK-LT-ATRASADOS   PIC ZZZZ9.                              00015200
          05 FILLER   PIC X(22) VALUE '  VENCIDOS S/ENTREGA.'.          00015300
          05 WRK-LT-VENCIDOS    PIC ZZZZ9.                              00015400
                                                                        00015500
       01 WRK-LINHA-TOTAL2.                                             00015600
          05 FILLER   PIC X(14) VALUE ' SEM PEDIDO..'.                  00015700
          05 WRK-LT-SEM-PEDIDO  PIC ZZZZ9.                              00015800
          05 FILLER   PIC X(14) VALUE '  EXCEDENTES.'.                  00015900
          05 WRK-LT-EXCEDENTES  PIC ZZZZ9.                              00016000
                                                                        00016100
      *===================DATA DE PROCESSAMENTO==============           00016200
                                                                        00016300
       COPY 'DATAPROC'.                                                 00016400
                                                                        00016500
      *===================TRATAMENTO DE ERROS================           00016600
                                                                        00016700
       COPY 'VARERROS'.                                                 00016800
                                                                        00016900
      *===================CONTROLE DE EXECUCAO===============           00017000
                                                                        00017100
       COPY 'CTRLEXEC'.                                                 00017200
                                                                        00017300
      *===================CRITICA DA DATA====================           00017400
                                                                        00017500
       COPY 'VALDATA'.                                                  00017600
                                                                        00017700
      *===================SERVICOS DE IMPRESSAO==============           00017800
                                                                        00017900
       COPY 'REPWCOMM'.                                                 00018000
                                                                        00018100
      *====================================================             00018200
       PROCEDURE                                DIVISION.               00018300
      *====================================================             00018400
                                                                        00018500
      *----------------------------------------------------             00018600
       0000-PRINCIPAL                           SECTION.                00018700
      *----------------------------------------------------             00018800
                                                                        00018900
             PERFORM 1000-INICIALIZAR.                                  00019000
             PERFORM 1300-LERCOMPRA.                                    00019100
             PERFORM 1400-LERPEDIDO.                                    00019200
             PERFORM 2000-PROCESSAR                                     00019300
                UNTIL WRK-CHAVE-COMPRA EQUAL HIGH-VALUES                00019400
                  AND WRK-CHAVE-PEDIDO EQUAL HIGH-VALUES.               00019500
             PERFORM 3000-FINALIZAR.                                    00019600
             STOP RUN.                                                  00019700
                                                                        00019800
       0000-99-FINAL.        EXIT.                                      00019900
                                                                        00020000
      *----------------------------------------------------             00020100
       1000-INICIALIZAR                         SECTION.                00020200
      *----------------------------------------------------             00020300
                                                                        00020400
           ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                    00020500
           ACCEPT WRK-CE-OVERRIDE        FROM SYSIN.                    00020600
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-VD-DATA.                  00020700
           CALL 'VALIDATA' USING WRK-VALIDA-DATA.                       00020800
           IF WRK-VD-INVALIDA                                           00020900
             DISPLAY ' DATA DE PROCESSAMENTO INVALIDA - '               00021000
                     WRK-DATA-PROCESSAMENTO                             00021100
             MOVE 8 TO RETURN-CODE                                      00021200
             STOP RUN                                                   00021300
           END-IF.                                                      00021400
           IF WRK-VD-NAO-UTIL                                           00021500
             DISPLAY ' AVISO: DATA DE PROCESSAMENTO NAO E DIA UTIL'     00021600
           END-IF.                                                      00021700
           IF WRK-VD-SEM-CALENDARIO                                     00021800
             DISPLAY ' AVISO: CALENDARIO DE FERIADOS INDISPONIVEL'      00021900
           END-IF.                                                      00022000
           MOVE 'CONFRECE' TO WRK-CE-PROGRAMA.                          00022100
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                  00022200
           MOVE 'I'        TO WRK-CE-FUNCAO.                            00022300
           CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                      00022400
           IF NOT WRK-CE-PODE-EXECUTAR                                  00022500
             DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '        00022600
                     'STATUS ' WRK-CE-STATUS                            00022700
             MOVE 8 TO RETURN-CODE                                      00022800
             STOP RUN                                                   00022900
           END-IF.                                                      00023000
           DISPLAY ' DATA DE PROCESSAMENTO..' WRK-DATA-PROCESSAMENTO.   00023100
           OPEN INPUT COMPRAS.                                          00023200
           OPEN INPUT PEDANT.                                           00023300
           OPEN OUTPUT PEDNOVO.                                         00023400
           IF WRK-FS-COMPRAS NOT EQUAL 0                                00023500
             DISPLAY ' ERRO OPEN COMPRAS - STATUS ' WRK-FS-COMPRAS      00023600
             MOVE 8 TO RETURN-CODE                                      00023700
             STOP RUN                                                   00023800
           END-IF.                                                      00023900
           IF WRK-FS-PEDANT NOT EQUAL 0                                 00024000
             DISPLAY ' ERRO OPEN PEDANT - STATUS ' WRK-FS-PEDANT        00024100
             MOVE 8 TO RETURN-CODE                                      00024200
             STOP RUN                                                   00024300
           END-IF.                                                      00024400
           IF WRK-FS-PEDNOVO NOT EQUAL 0                                00024500
             DISPLAY ' ERRO OPEN PEDNOVO - STATUS ' WRK-FS-PEDNOVO      00024600
             MOVE 8 TO RETURN-CODE                                      00024700
             STOP RUN                                                   00024800
           END-IF.                                                      00024900
           MOVE 'CONFERENCIA DO RECEBIMENTO DE COMPRAS'                 00025000
             TO WRK-RW-TITULO1.                                         00025100
           MOVE WRK-LINHA-CABEC TO WRK-RW-TITULO2.                      00025200
           MOVE SPACES          TO WRK-RW-TITULO3.                      00025300
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00025400
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00025500
           MOVE 'N' TO WRK-RW-REABRIR.                                  00025600
           MOVE SPACES TO WRK-RW-QUEBRA.                                00025650
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00025700
           CALL 'REPWRITE' USING WRK-REPW.                              00025800
                                                                        00025900
       1000-99-FINAL.        EXIT.                                      00026000
                                                                        00026100
      *----------------------------------------------------             00026200
       1300-LERCOMPRA                           SECTION.                00026300
      *----------------------------------------------------             00026400
                                                                        00026500
           MOVE 'N' TO WRK-COMPRA-OK.                                   00026600
           PERFORM 1310-LERUMACOMPRA                                    00026700
              UNTIL WRK-COMPRA-OK EQUAL 'S'.                            00026800
                                                                        00026900
       1300-99-FINAL.        EXIT.                                      00027000
                                                                        00027100
      *----------------------------------------------------             00027200
      * ENTREGA COM LOJA OU QUANTIDADE INVALIDA E REJEITADA             00027300
      * E CONTADA                                                       00027400
      *----------------------------------------------------             00027500
       1310-LERUMACOMPRA                        SECTION.                00027600
      *----------------------------------------------------             00027700
                                                                        00027800
           READ COMPRAS.                                                00027900
           IF WRK-FS-COMPRAS EQUAL 10                                   00028000
             MOVE HIGH-VALUES TO WRK-CHAVE-COMPRA                       00028100
             MOVE 'S' TO WRK-COMPRA-OK                                  00028200
             GO TO 1310-99-FINAL                                        00028300
           END-IF.                                                      00028400
           ADD 1 TO WRK-ACUM-ENTREGAS.                                  00028500
           IF CMP-CODLOJA IS NUMERIC                                    00028600
              AND CMP-QUANT IS NUMERIC                                  00028700
             MOVE CMP-CODLOJA TO WRK-CC-LOJA                            00028800
             MOVE CMP-ITEM    TO WRK-CC-PRODUTO                         00028900
             MOVE 'S' TO WRK-COMPRA-OK                                  00029000
           ELSE                                                         00029100
             ADD 1 TO WRK-ACUM-REJEITADAS                               00029200
             MOVE '1310'                   TO WRK-SECAO                 00029300
             MOVE 'ENTREGA COM LOJA/QUANTIDADE INVALIDA'                00029400
               TO WRK-MSGERRO                                           00029500
             MOVE '99'                     TO WRK-STATUS                00029600
             PERFORM 9010-TRATARERROS                                   00029700
           END-IF.                                                      00029800
                                                                        00029900
       1310-99-FINAL.        EXIT.                                      00030000
                                                                        00030100
      *----------------------------------------------------             00030200
       1400-LERPEDIDO                           SECTION.                00030300
      *----------------------------------------------------             00030400
                                                                        00030500
           READ PEDANT.                                                 00030600
           IF WRK-FS-PEDANT EQUAL 10                                    00030700
             MOVE HIGH-VALUES TO WRK-CHAVE-PEDIDO                       00030800
           ELSE                                                         00030900
             ADD 1 TO WRK-ACUM-ITENS-LIDOS                              00031000
             MOVE PED-CODLOJA TO WRK-CP-LOJA                            00031100
             MOVE PED-PRODUTO TO WRK-CP-PRODUTO                         00031200
           END-IF.                                                      00031300
                                                                        00031400
       1400-99-FINAL.        EXIT.                                      00031500
                                                                        00031600
      *----------------------------------------------------             00031700
      * CHAVE CORRENTE = MENOR ENTRE ENTREGA E PEDIDO; AS               00031800
      * ENTREGAS DA CHAVE SAO SOMADAS E BAIXADAS NOS ITENS              00031900
      * DE PEDIDO EM ORDEM DE NUMERO                                    00032000
      *----------------------------------------------------             00032100
       2000-PROCESSAR                           SECTION.                00032200
      *----------------------------------------------------             00032300
                                                                        00032400
           IF WRK-CHAVE-COMPRA LESS WRK-CHAVE-PEDIDO                    00032500
             MOVE WRK-CHAVE-COMPRA TO WRK-CHAVE-CORRENTE                00032600
           ELSE                                                         00032700
             MOVE WRK-CHAVE-PEDIDO TO WRK-CHAVE-CORRENTE                00032800
           END-IF.                                                      00032900
           MOVE ZEROS TO WRK-QTD-ENTREGUE.                              00033000
           MOVE ZEROS TO WRK-ITENS-ABERTOS.                             00033100
           PERFORM 2100-SOMARENTREGA                                    00033200
              UNTIL WRK-CHAVE-COMPRA NOT EQUAL WRK-CHAVE-CORRENTE.      00033300
           MOVE WRK-QTD-ENTREGUE TO WRK-SALDO-ENTREGA.                  00033400
           PERFORM 2200-BAIXARPEDIDO                                    00033500
              UNTIL WRK-CHAVE-PEDIDO NOT EQUAL WRK-CHAVE-CORRENTE.      00033600
           IF WRK-SALDO-ENTREGA GREATER ZEROS                           00033700
             PERFORM 2300-ENTREGASEMPEDIDO                              00033800
           END-IF.                                                      00033900
                                                                        00034000
       2000-99-FINAL.        EXIT.                                      00034100
                                                                        00034200
      *----------------------------------------------------             00034300
       2100-SOMARENTREGA                        SECTION.                00034400
      *----------------------------------------------------             00034500
                                                                        00034600
           ADD CMP-QUANT TO WRK-QTD-ENTREGUE.                           00034700
           PERFORM 1300-LERCOMPRA.                                      00034800
                                                                        00034900
       2100-99-FINAL.        EXIT.                                      00035000
                                                                        00035100
      *----------------------------------------------------             00035200
      * ITEM JA ATENDIDO SAI DO MESTRE; ITEM ABERTO OU                  00035300
      * PARCIAL RECEBE O QUE FALTA DELE ATE ONDE A ENTREGA              00035400
      * DA; SEM ENTREGA E COM PREVISAO VENCIDA E LISTADO                00035500
      *----------------------------------------------------             00035600
       2200-BAIXARPEDIDO                        SECTION.                00035700
      *----------------------------------------------------             00035800
                                                                        00035900
           IF PED-ATENDIDO                                              00036000
             ADD 1 TO WRK-ACUM-JA-ATENDIDOS                             00036100
             PERFORM 1400-LERPEDIDO                                     00036200
             GO TO 2200-99-FINAL                                        00036300
           END-IF.                                                      00036400
           ADD 1 TO WRK-ITENS-ABERTOS.                                  00036500
           MOVE SPACES TO WRK-LINHA-ITEM.                               00036600
           IF WRK-SALDO-ENTREGA GREATER ZEROS                           00036700
             COMPUTE WRK-QTD-FALTA =                                    00036800
                     PED-QTD-PEDIDA - PED-QTD-RECEBIDA                  00036900
             IF WRK-QTD-FALTA GREATER WRK-SALDO-ENTREGA                 00037000
               MOVE WRK-SALDO-ENTREGA TO WRK-QTD-BAIXA                  00037100
             ELSE                                                       00037200
               MOVE WRK-QTD-FALTA     TO WRK-QTD-BAIXA                  00037300
             END-IF                                                     00037400
             ADD WRK-QTD-BAIXA      TO PED-QTD-RECEBIDA                 00037500
             SUBTRACT WRK-QTD-BAIXA FROM WRK-SALDO-ENTREGA              00037600
             MOVE WRK-DATA-PROCESSAMENTO TO PED-DATA-ENTREGA            00037700
             IF PED-QTD-RECEBIDA NOT LESS PED-QTD-PEDIDA                00037800
               MOVE 'T' TO PED-SITUACAO                                 00037900
               ADD 1 TO WRK-ACUM-ATENDIDOS                              00038000
               MOVE 'ATENDIDO'      TO WRK-LI-SITUACAO                  00038100
             ELSE                                                       00038200
               MOVE 'P' TO PED-SITUACAO                                 00038300
               ADD 1 TO WRK-ACUM-PARCIAIS                               00038400
               MOVE 'PARCIAL'       TO WRK-LI-SITUACAO                  00038500
             END-IF                                                     00038600
             IF WRK-DATA-PROCESSAMENTO GREATER PED-DATA-PREVISTA        00038700
               ADD 1 TO WRK-ACUM-ATRASADOS                              00038800
               IF PED-ATENDIDO                                          00038900
                 MOVE 'ATENDIDO COM ATRASO' TO WRK-LI-SITUACAO          00039000
               ELSE                                                     00039100
                 MOVE 'PARCIAL COM ATRASO'  TO WRK-LI-SITUACAO          00039200
               END-IF                                                   00039300
             END-IF                                                     00039400
             PERFORM 2400-IMPRIMIRITEM                                  00039500
           ELSE                                                         00039600
             IF WRK-DATA-PROCESSAMENTO GREATER PED-DATA-PREVISTA        00039700
               ADD 1 TO WRK-ACUM-VENCIDOS                               00039800
               MOVE 'VENCIDO SEM ENTREGA' TO WRK-LI-SITUACAO            00039900
               PERFORM 2400-IMPRIMIRITEM                                00040000
             END-IF                                                     00040100
           END-IF.                                                      00040200
           ADD 1 TO WRK-ACUM-GRAVADOS.                                  00040300
           WRITE REG-PEDNOVO FROM REG-PEDCOMP.                          00040400
           PERFORM 1400-LERPEDIDO.                                      00040500
                                                                        00040600
       2200-99-FINAL.        EXIT.                                      00040700
                                                                        00040800
      *----------------------------------------------------             00040900
      * SOBRA DE ENTREGA: SEM NENHUM ITEM ABERTO E ENTREGA              00041000
      * SEM PEDIDO; COM ITENS, E ENTREGA ACIMA DO PEDIDO                00041100
      *----------------------------------------------------             00041200
       2300-ENTREGASEMPEDIDO                    SECTION.                00041300
      *----------------------------------------------------             00041400
                                                                        00041500
           MOVE SPACES            TO WRK-LINHA-ITEM.                    00041600
           MOVE WRK-CO-LOJA       TO WRK-LI-LOJA.                       00041700
           MOVE WRK-CO-PRODUTO    TO WRK-LI-PRODUTO.                    00041800
           MOVE ZEROS             TO WRK-LI-PEDIDA.                     00041900
           MOVE WRK-SALDO-ENTREGA TO WRK-LI-RECEBIDA.                   00042000
           IF WRK-ITENS-ABERTOS EQUAL ZEROS                             00042100
             ADD 1 TO WRK-ACUM-SEM-PEDIDO                               00042200
             MOVE 'ENTREGA SEM PEDIDO'      TO WRK-LI-SITUACAO          00042300
             MOVE 'ENTREGA SEM PEDIDO DE COMPRA' TO WRK-MSGERRO         00042400
           ELSE                                                         00042500
             ADD 1 TO WRK-ACUM-EXCEDENTES                               00042600
             MOVE 'ENTREGA ACIMA DO PEDIDO' TO WRK-LI-SITUACAO          00042700
             MOVE 'ENTREGA ACIMA DO PEDIDO DE COMPRA'                   00042800
               TO WRK-MSGERRO                                           00042900
           END-IF.                                                      00043000
           MOVE WRK-LINHA-ITEM TO WRK-RW-LINHA.                         00043100
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00043200
           CALL 'REPWRITE' USING WRK-REPW.                              00043300
           MOVE '2300'            TO WRK-SECAO.                         00043400
           MOVE '00'              TO WRK-STATUS.                        00043500
           PERFORM 9010-TRATARERROS.                                    00043600
                                                                        00043700
       2300-99-FINAL.        EXIT.                                      00043800
                                                                        00043900
      *----------------------------------------------------             00044000
       2400-IMPRIMIRITEM                        SECTION.                00044100
      *----------------------------------------------------             00044200
                                                                        00044300
           MOVE PED-NUMERO        TO WRK-LI-PEDIDO.                     00044400
           MOVE PED-FORNECEDOR    TO WRK-LI-FORNEC.                     00044500
           MOVE PED-CODLOJA       TO WRK-LI-LOJA.                       00044600
           MOVE PED-PRODUTO       TO WRK-LI-PRODUTO.                    00044700
           MOVE PED-QTD-PEDIDA    TO WRK-LI-PEDIDA.                     00044800
           MOVE PED-QTD-RECEBIDA  TO WRK-LI-RECEBIDA.                   00044900
           MOVE PED-DATA-PREVISTA TO WRK-LI-PREVISTA.                   00045000
           MOVE WRK-LINHA-ITEM TO WRK-RW-LINHA.                         00045100
           MOVE 'D' TO WRK-RW-FUNCAO.                                   00045200
           CALL 'REPWRITE' USING WRK-REPW.                              00045300
                                                                        00045400
       2400-99-FINAL.        EXIT.                                      00045500
                                                                        00045600
      *----------------------------------------------------             00045700
       3000-FINALIZAR                           SECTION.                00045800
      *----------------------------------------------------             00045900
                                                                        00046000
            MOVE WRK-ACUM-ATENDIDOS  TO WRK-LT-ATENDIDOS.               00046100
            MOVE WRK-ACUM-PARCIAIS   TO WRK-LT-PARCIAIS.                00046200
            MOVE WRK-ACUM-ATRASADOS  TO WRK-LT-ATRASADOS.               00046300
            MOVE WRK-ACUM-VENCIDOS   TO WRK-LT-VENCIDOS.                00046400
            MOVE WRK-LINHA-TOTAL1 TO WRK-RW-LINHA.                      00046500
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00046600
            CALL 'REPWRITE' USING WRK-REPW.                             00046700
            MOVE WRK-ACUM-SEM-PEDIDO TO WRK-LT-SEM-PEDIDO.              00046800
            MOVE WRK-ACUM-EXCEDENTES TO WRK-LT-EXCEDENTES.              00046900
            MOVE WRK-LINHA-TOTAL2 TO WRK-RW-LINHA.                      00047000
            MOVE 'T' TO WRK-RW-FUNCAO.                                  00047100
            CALL 'REPWRITE' USING WRK-REPW.                             00047200
            CLOSE COMPRAS.                                              00047300
            CLOSE PEDANT.                                               00047400
            CLOSE PEDNOVO.                                              00047500
            MOVE 'F' TO WRK-RW-FUNCAO.                                  00047600
            CALL 'REPWRITE' USING WRK-REPW.                             00047700
            DISPLAY ' ENTREGAS LIDAS.........' WRK-ACUM-ENTREGAS.       00047800
            DISPLAY ' ENTREGAS REJEITADAS....' WRK-ACUM-REJEITADAS.     00047900
            DISPLAY ' ITENS DE PEDIDO LIDOS..' WRK-ACUM-ITENS-LIDOS.    00048000
            DISPLAY ' JA ATENDIDOS (BAIXADOS)' WRK-ACUM-JA-ATENDIDOS.   00048100
            DISPLAY ' ATENDIDOS NO DIA.......' WRK-ACUM-ATENDIDOS.      00048200
            DISPLAY ' PARCIAIS NO DIA........' WRK-ACUM-PARCIAIS.       00048300
            DISPLAY ' ENTREGUES COM ATRASO...' WRK-ACUM-ATRASADOS.      00048400
            DISPLAY ' VENCIDOS SEM ENTREGA...' WRK-ACUM-VENCIDOS.       00048500
            DISPLAY ' ENTREGAS SEM PEDIDO....' WRK-ACUM-SEM-PEDIDO.     00048600
            DISPLAY ' ENTREGAS ACIMA DO PED..' WRK-ACUM-EXCEDENTES.     00048700
            DISPLAY ' ITENS DE PEDIDO GRAVADOS' WRK-ACUM-GRAVADOS.      00048800
            MOVE 'F' TO WRK-CE-FUNCAO.                                  00048900
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00049000
            IF WRK-ACUM-SEM-PEDIDO GREATER ZEROS                        00049100
               OR WRK-ACUM-EXCEDENTES GREATER ZEROS                     00049200
              MOVE 4 TO RETURN-CODE                                     00049300
            END-IF.                                                     00049400
            DISPLAY ' FIM DO PROGRAMA'.                                 00049500
                                                                        00049600
       3000-99-FINAL.        EXIT.                                      00049700
                                                                        00049800
      *----------------------------------------------------             00049900
       9010-TRATARERROS                         SECTION.                00050000
      *----------------------------------------------------             00050100
                                                                        00050200
           MOVE 'CONFRECE' TO WRK-PROGRAMA.                             00050300
           CALL 'GRAVALOG' USING WRK-DADOS-ERROS.                       00050400
                                                                        00050500
       9010-99-FINAL.        EXIT.                                      00050600

      *      OBRIGATORIO E CADA ALTERACAO GRAVA IMAGEM ANTES E      *   00001600
      *      DEPOIS, COM USUARIO, TERMINAL E HORA, NA FILA DE       *   00001700
      *      AUDITORIA AUDM.                                        *   00001800
      *      A ALTERACAO CONFIRMADA NAO E APLICADA NA HORA (DUPLO   *   00001814
      *      CONTROLE): VAI PARA O ARQUIVO PENDAPR COM A IMAGEM     *   00001828
      *      ATUAL DO CLIENTE E A PROPOSTA. SO QUANDO OUTRO         *   00001842
      *      SUPERVISOR APROVA NA APR1 (APROVCLI) O CLIENTE E       *   00001856
      *      REGRAVADO, A TABELA DB2 CLIENTES E SINCRONIZADA E A    *   00001870
      *      CHAVE VAI PARA A FILA MNTD DO CARGACLI.                *   00001884
      *-------------------------------------------------------------*   00001900
      *   ARQUIVOS...:                                              *   00002000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002100
      *    CLIENTES             I   (VIA FCT)       #CLIENTE        *   00002200
      *    USUARIOS             I   (VIA FCT)       #USUARIO        *   00002300
      *    AUDM (FILA TD)       O                  -----------      *   00002400
      *    PENDAPR              O   (VIA FCT)       #PENDAPR        *   00002410
      *-------------------------------------------------------------*   00002500
      *   MAPAS......:                                 INCLUDE/BOOK *   00002600
      *    MAPCLI2   MAPSET/MAPA DA TELA 3270            MAPCLI2O   *   00002700
      *-----------------AREA DE TRABALHO-------------------------------*00007500
                                                                        00007600
       77 WRK-RESP               PIC S9(08) COMP.                       00007700
       77 WRK-IMAGEM-ANTES       PIC X(88) VALUE SPACES.                00007800
                                                                        00007810
      *-----------------PENDENCIA DE DUPLO CONTROLE-------------------* 00007816
                                                                        00007822
       COPY '#PENDAPR'.                                                 00007828
                                                                        00007834
       77 WRK-ABSTIME            PIC S9(15) COMP-3.                     00007840
       77 WRK-DATA-HOJE          PIC 9(08).                             00007846
       77 WRK-HORA-AGORA         PIC 9(06).                             00007852
                                                                        00007858
      *   OS DEZ DIGITOS TECLADOS EM VALOR SAO O PROPRIO 9(08)V99       00007872
      *   (8 INTEIROS + 2 CENTAVOS): REINTERPRETAR POR REDEFINES,       00007873
      *   COMO O PERCENTUAL DA FRT1 - UM MOVE DIRETO TRATARIA A         00007874
                   TO MSGERROO                                          00026600
                 PERFORM 8000-ENVIARMAPA                                00026700
               ELSE                                                     00026800
                 PERFORM 3300-REGISTRARPENDENCIA                        00026900
               END-IF                                                   00027000
             END-IF                                                     00027100
           END-IF.                                                      00027200
                                                                        00027300
       3200-99-FIM.               EXIT.                                 00027400
                                                                        00027500
      *-------------------------------------------------------------*   00027555
      *   DUPLO CONTROLE: A ALTERACAO NAO E APLICADA AQUI - VAI     *   00027610
      *   PARA O PENDAPR COM A IMAGEM ATUAL DO CLIENTE E A          *   00027665
      *   PROPOSTA, ATE OUTRO SUPERVISOR APROVAR NA APR1            *   00027720
      *-------------------------------------------------------------*   00027775
       3300-REGISTRARPENDENCIA                  SECTION.                00027830
      *-------------------------------------------------------------*   00027885
                                                                        00027940
           MOVE LOW-VALUES TO WRK-CHAVE.                                00027995
           MOVE AGENCIAI TO WRK-CHAVE-AGENCIA.                          00028050
           MOVE CONTAI   TO WRK-CHAVE-CONTA.                            00028105
           EXEC CICS READ FILE('CLIENTES')                              00028160
                     INTO(REG-CLIENTE)                                  00028215
                     RIDFLD(WRK-CHAVE)                                  00028270
                     KEYLENGTH(14)                                      00028325
                     RESP(WRK-RESP)                                     00028380
           END-EXEC.                                                    00028435
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00028490
             MOVE LOW-VALUES TO MAPCLI2O                                00028545
             MOVE 'CLIENTE NAO ENCONTRADO PARA A CHAVE INFORMADA'       00028600
               TO MSGERROO                                              00028655
             PERFORM 8000-ENVIARMAPA                                    00028710
           ELSE                                                         00028765
             MOVE REG-CLIENTE TO WRK-IMAGEM-ANTES                       00028820
             MOVE CLIENTEI TO FD-CLIENTE                                00028875
             MOVE VALORI   TO WRK-VALOR-ENT                             00028930
             MOVE WRK-VALOR-ENT-9 TO FD-VALOR                           00028985
             MOVE TIPOPI   TO FD-TIP-OP                                 00029040
             PERFORM 3350-GRAVARPENDENCIA                               00029095
             MOVE LOW-VALUES TO MAPCLI2O                                00029150
             MOVE FD-AGENCIA TO AGENCIAO                                00029205
             MOVE FD-CONTA   TO CONTAO                                  00029260
             MOVE FD-CLIENTE TO CLIENTEO                                00029315
             MOVE FD-VALOR   TO VALORO                                  00029370
             MOVE FD-TIP-OP  TO TIPOPO                                  00029425
             IF WRK-RESP EQUAL DFHRESP(NORMAL)                          00029480
               PERFORM 3400-GRAVARAUDITORIA                             00029535
               MOVE 'ALTERACAO PENDENTE DE APROVACAO NA APR1'           00029590
                 TO MSGERROO                                            00029645
             ELSE                                                       00029700
               IF WRK-RESP EQUAL DFHRESP(DUPREC)                        00029755
                 MOVE 'PROTOCOLO EM USO - TECLE PF5 DE NOVO'            00029810
                   TO MSGERROO                                          00029865
               ELSE                                                     00029920
                 MOVE 'ERRO AO GRAVAR A PENDENCIA' TO MSGERROO          00029975
               END-IF                                                   00030030
             END-IF                                                     00030085
             PERFORM 8000-ENVIARMAPA                                    00030140
           END-IF.                                                      00030195
                                                                        00030250
       3300-99-FIM.               EXIT.                                 00030305
                                                                        00030360
      *-------------------------------------------------------------*   00030415
      *   PROTOCOLO = DATA E HORA DA DIGITACAO E TERMINAL           *   00030470
      *-------------------------------------------------------------*   00030525
       3350-GRAVARPENDENCIA                     SECTION.                00030580
      *-------------------------------------------------------------*   00030635
                                                                        00030690
           EXEC CICS ASKTIME                                            00030745
                     ABSTIME(WRK-ABSTIME)                               00030800
           END-EXEC.                                                    00030855
           EXEC CICS FORMATTIME                                         00030910
                     ABSTIME(WRK-ABSTIME)                               00030965
                     YYYYMMDD(WRK-DATA-HOJE)                            00031020
                     TIME(WRK-HORA-AGORA)                               00031075
           END-EXEC.                                                    00031130
           MOVE SPACES           TO REG-PENDAPR.                        00031185
           MOVE WRK-DATA-HOJE    TO PND-DATA.                           00031240
           MOVE WRK-HORA-AGORA   TO PND-HORA.                           00031295
           MOVE EIBTRMID         TO PND-TERMINAL.                       00031350
           MOVE 'CLI2'           TO PND-ORIGEM.                         00031405
           MOVE 'P'              TO PND-SITUACAO.                       00031460
           MOVE WRK-USUARIO      TO PND-USUARIO.                        00031515
           MOVE MOTIVOI          TO PND-MOTIVO.                         00031570
           MOVE WRK-IMAGEM-ANTES TO PND-IMAGEM-ANTES.                   00031625
           MOVE REG-CLIENTE      TO PND-IMAGEM-NOVA.                    00031680
           MOVE ZEROS            TO PND-DATA-DECISAO.                   00031735
           MOVE ZEROS            TO PND-HORA-DECISAO.                   00031790
           EXEC CICS WRITE FILE('PENDAPR')                              00031845
                     FROM(REG-PENDAPR)                                  00031900
                     RIDFLD(PND-CHAVE)                                  00031955
                     KEYLENGTH(18)                                      00032010
                     RESP(WRK-RESP)                                     00032065
           END-EXEC.                                                    00032120
                                                                        00032175
       3350-99-FIM.               EXIT.                                 00032230
      *-------------------------------------------------------------*   00032300
       3400-GRAVARAUDITORIA                     SECTION.                00032400
      *-------------------------------------------------------------*   00032500
                                                                        00034100
       3400-99-FIM.               EXIT.                                 00034200
                                                                        00034300
      *-------------------------------------------------------------*   00034600
       8000-ENVIARMAPA                          SECTION.                00034700
      *-------------------------------------------------------------*   00034600

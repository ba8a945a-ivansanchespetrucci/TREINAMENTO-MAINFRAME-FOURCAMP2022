      *      MOVIMENTOS URGENTES (AGENCIA, CONTA, CLIENTE, VALOR,   *   00001500
      *      TIP-OP E DATA; TRANSFERENCIA EXIGE DIRECAO E           *   00001600
      *      CONTRAPARTE). CADA GRAVACAO E AUDITADA NA FILA AUDM    *   00001700
      *      COMO NA CLI2 (IMAGEM DO MOVIMENTO, OPERADOR, TERMINAL  *   00001770
      *      E HORA). O MOVIMENTO NAO VAI DIRETO PARA A FILA EMRG   *   00001840
      *      (DUPLO CONTROLE): FICA PENDENTE NO ARQUIVO PENDAPR E   *   00001910
      *      SO QUANDO OUTRO SUPERVISOR APROVA NA APR1 (APROVCLI)   *   00001980
      *      ACUMULA NA FILA EXTRAPARTICAO EMRG, QUE O PREPEMRG     *   00002050
      *      EMPACOTA COM HEADER/TRAILER #CLIHDR PARA O PORTACLI    *   00002120
      *      ACEITAR COMO ALIMENTACAO SECUNDARIA - A ENTRADA        *   00002190
      *      EMERGENCIAL PASSA PELO MESMO PORTAO, CRITICA E DEDUP   *   00002260
      *      DE TUDO.                                               *   00002330
      *-------------------------------------------------------------*   00002400
      *   ARQUIVOS...:                                              *   00002500
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002600
      *    USUARIOS             I    (VIA FCT)      #USUARIO        *   00002700
      *    AUDM (FILA TD)       O                  -----------      *   00002800
      *    PENDAPR              O   (VIA FCT)       #PENDAPR        *   00002900
      *-------------------------------------------------------------*   00003000
      *   MAPAS......:                                 INCLUDE/BOOK *   00003100
      *    MAPEMG    MAPSET/MAPA DA TELA 3270            MAPEMGO    *   00003200
       COPY '#USUARIO'.                                                 00005600
                                                                        00005700
       77 WRK-USUARIO            PIC X(08) VALUE SPACES.                00005800
                                                                        00005811
      *-----------------PENDENCIA DE DUPLO CONTROLE-------------------* 00005822
                                                                        00005833
       COPY '#PENDAPR'.                                                 00005844
                                                                        00005855
       77 WRK-ABSTIME            PIC S9(15) COMP-3.                     00005866
       77 WRK-DATA-HOJE          PIC 9(08).                             00005877
       77 WRK-HORA-AGORA         PIC 9(06).                             00005888
                                                                        00005900
      *-----------------REGISTRO DE AUDITORIA (COMO NA CLI2)-----------*00006000
                                                                        00006100
       2200-99-FIM.               EXIT.                                 00022600
                                                                        00022700
      *-------------------------------------------------------------*   00022800
      *   MONTAR O MOVIMENTO NO LAYOUT #CLIENTE E REGISTRAR A       *   00022900
      *   PENDENCIA NO PENDAPR; O ID DE RASTREIO E CARIMBADO        *   00023000
      *   DEPOIS, NO PORTAO DE CHEGADA                              *   00023100
      *-------------------------------------------------------------*   00023200
       2300-ACUMULARMOVIMENTO                   SECTION.                00023300
      *-------------------------------------------------------------*   00023400
             MOVE ZEROS TO FD-CONTRA-CONTA                              00025100
           END-IF.                                                      00025200
           MOVE ZEROS TO FD-ID-RASTREIO.                                00025300
           PERFORM 2350-GRAVARPENDENCIA.                                00025385
           IF WRK-RESP EQUAL DFHRESP(NORMAL)                            00025470
             PERFORM 2400-GRAVARAUDITORIA                               00025555
             MOVE LOW-VALUES TO MAPEMGO                                 00025640
             MOVE 'MOVIMENTO PENDENTE DE APROVACAO NA APR1'             00025725
               TO MSGERROO                                              00025810
             PERFORM 8000-ENVIARMAPA                                    00025895
           ELSE                                                         00025980
            IF WRK-RESP EQUAL DFHRESP(DUPREC)                           00026065
              MOVE LOW-VALUES TO MAPEMGO                                00026150
              MOVE 'PROTOCOLO EM USO - TECLE PF5 DE NOVO'               00026235
                TO MSGERROO                                             00026320
              PERFORM 8000-ENVIARMAPA                                   00026405
            ELSE                                                        00026490
              MOVE LOW-VALUES TO MAPEMGO                                00026575
              MOVE 'ERRO AO GRAVAR A PENDENCIA' TO MSGERROO             00026660
              PERFORM 8000-ENVIARMAPA                                   00026745
            END-IF                                                      00026830
           END-IF.                                                      00026915
                                                                        00027000
       2300-99-FIM.               EXIT.                                 00027100
                                                                        00027200
      *-------------------------------------------------------------*   00027202
      *   GRAVAR O MOVIMENTO NO PENDAPR COMO PENDENTE (ORIGEM CLI7);*   00027204
      *   A CHAVE E O PROTOCOLO DATA/HORA/TERMINAL                  *   00027206
      *-------------------------------------------------------------*   00027208
       2350-GRAVARPENDENCIA                     SECTION.                00027210
      *-------------------------------------------------------------*   00027212
                                                                        00027214
           EXEC CICS ASKTIME                                            00027216
                     ABSTIME(WRK-ABSTIME)                               00027218
           END-EXEC.                                                    00027220
           EXEC CICS FORMATTIME                                         00027222
                     ABSTIME(WRK-ABSTIME)                               00027224
                     YYYYMMDD(WRK-DATA-HOJE)                            00027226
                     TIME(WRK-HORA-AGORA)                               00027228
           END-EXEC.                                                    00027230
           MOVE SPACES           TO REG-PENDAPR.                        00027232
           MOVE WRK-DATA-HOJE    TO PND-DATA.                           00027234
           MOVE WRK-HORA-AGORA   TO PND-HORA.                           00027236
           MOVE EIBTRMID         TO PND-TERMINAL.                       00027238
           MOVE 'CLI7'           TO PND-ORIGEM.                         00027240
           MOVE 'P'              TO PND-SITUACAO.                       00027242
           MOVE WRK-USUARIO      TO PND-USUARIO.                        00027244
           MOVE 'ENTRADA EMERGENCIAL DE MOVIMENTO'                      00027246
                                 TO PND-MOTIVO.                         00027248
           MOVE REG-CLIENTE      TO PND-IMAGEM-NOVA.                    00027250
           MOVE ZEROS            TO PND-DATA-DECISAO.                   00027252
           MOVE ZEROS            TO PND-HORA-DECISAO.                   00027254
           EXEC CICS WRITE FILE('PENDAPR')                              00027256
                     FROM(REG-PENDAPR)                                  00027258
                     RIDFLD(PND-CHAVE)                                  00027260
                     KEYLENGTH(18)                                      00027262
                     RESP(WRK-RESP)                                     00027264
           END-EXEC.                                                    00027266
                                                                        00027268
       2350-99-FIM.               EXIT.                                 00027270
                                                                        00027272
      *-------------------------------------------------------------*   00027300
       2400-GRAVARAUDITORIA                     SECTION.                00027400
      *-------------------------------------------------------------*   00027500

      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. APROVCLI.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: TRANSACAO CICS APR1 - APROVACAO DE DUPLO        *   00001200
      *      CONTROLE: MOSTRA, UMA A UMA (ENTER PASSA PARA A        *   00001300
      *      PROXIMA), AS PENDENCIAS DO ARQUIVO PENDAPR DIGITADAS   *   00001400
      *      NA CLI2 (ALTERACAO DE CLIENTE, COM OS DADOS ATUAIS AO  *   00001500
      *      LADO DOS PROPOSTOS) E NA CLI7 (ENTRADA EMERGENCIAL DE  *   00001600
      *      MOVIMENTO). PF5 APROVA E PF6 REJEITA (MOTIVO           *   00001700
      *      OBRIGATORIO). DECIDE SO USUARIO NIVEL SUPERVISOR COM   *   00001800
      *      PERMISSAO NA TRANSACAO DE ORIGEM, E NUNCA QUEM         *   00001900
      *      DIGITOU A PENDENCIA. NA APROVACAO DA CLI2 O CLIENTE E  *   00002000
      *      REGRAVADO (RECUSADO SE MUDOU DEPOIS DO PEDIDO), A      *   00002100
      *      TABELA DB2 CLIENTES E SINCRONIZADA (UPDATE; INSERT     *   00002200
      *      QUANDO A LINHA NAO EXISTE) E A CHAVE VAI PARA A FILA   *   00002300
      *      MNTD DO CARGACLI; NA DA CLI7 O MOVIMENTO VAI PARA A    *   00002400
      *      FILA EMRG DO PREPEMRG. APROVACAO E REJEICAO FICAM NA   *   00002500
      *      PENDENCIA (QUEM, QUANDO, MOTIVO) E NA FILA AUDM.       *   00002600
      *-------------------------------------------------------------*   00002700
      *   ARQUIVOS...:                                              *   00002800
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002900
      *    PENDAPR             I/O  (VIA FCT)       #PENDAPR        *   00003000
      *    CLIENTES            I/O  (VIA FCT)       #CLIENTE        *   00003100
      *    USUARIOS             I   (VIA FCT)       #USUARIO        *   00003200
      *    AUDM (FILA TD)       O                  -----------      *   00003300
      *    MNTD (FILA TD)       O                  -----------      *   00003400
      *    EMRG (FILA TD)       O                   #CLIENTE        *   00003500
      *-------------------------------------------------------------*   00003600
      *   TABELAS DB2...:                                           *   00003700
      *    CLIENTES            I/O   (SINCRONIA DA APROVACAO)       *   00003800
      *-------------------------------------------------------------*   00003900
      *   MAPAS......:                                 INCLUDE/BOOK *   00004000
      *    MAPAPR    MAPSET/MAPA DA TELA 3270            MAPAPRO    *   00004100
      *=============================================================*   00004200
                                                                        00004300
      *=============================================================*   00004400
       ENVIRONMENT                               DIVISION.              00004500
      *=============================================================*   00004600
                                                                        00004700
      *=============================================================*   00004800
       CONFIGURATION                               SECTION.             00004900
      *=============================================================*   00005000
       SPECIAL-NAMES.                                                   00005100
           DECIMAL-POINT IS COMMA.                                      00005200
                                                                        00005300
      *=============================================================*   00005400
       DATA                                      DIVISION.              00005500
      *=============================================================*   00005600
       WORKING-STORAGE                             SECTION.             00005700
                                                                        00005800
      *-----------------PENDENCIA EM DECISAO---------------------------*00005900
                                                                        00006000
       COPY '#PENDAPR'.                                                 00006100
                                                                        00006200
       01 WRK-CHAVE-PEND         PIC X(18).                             00006300
                                                                        00006400
      *-----------------CHAVE DE LEITURA DA CLIENTES-----------------*  00006500
                                                                        00006600
       01 WRK-CHAVE.                                                    00006700
          05 WRK-CHAVE-AGENCIA   PIC 9(04).                             00006800
          05 WRK-CHAVE-FILLER    PIC X(05).                             00006900
          05 WRK-CHAVE-CONTA     PIC 9(05).                             00007000
                                                                        00007100
      *-----------------LAYOUT DO ARQUIVO CLIENTES--------------------* 00007200
                                                                        00007300
       COPY '#CLIENTE'.                                                 00007400
                                                                        00007500
      *-----------------USUARIO E AUTORIZACAO-------------------------* 00007600
                                                                        00007700
       COPY '#USUARIO'.                                                 00007800
                                                                        00007900
       77 WRK-USUARIO            PIC X(08) VALUE SPACES.                00008000
                                                                        00008100
      *-----------------REGISTRO DE AUDITORIA-------------------------* 00008200
                                                                        00008300
       01 WRK-REG-AUDITORIA.                                            00008400
          05 AUD-DATA            PIC S9(07) COMP-3.                     00008500
          05 AUD-HORA            PIC S9(07) COMP-3.                     00008600
          05 AUD-USUARIO         PIC X(08).                             00008700
          05 AUD-TERMINAL        PIC X(04).                             00008800
          05 AUD-AGENCIA         PIC 9(04).                             00008900
          05 AUD-CONTA           PIC 9(05).                             00009000
          05 AUD-MOTIVO          PIC X(40).                             00009100
          05 AUD-IMAGEM-ANTES    PIC X(88).                             00009200
          05 AUD-IMAGEM-DEPOIS   PIC X(88).                             00009300
                                                                        00009400
      *   MOTIVO DA AUDITORIA DA DECISAO: O QUE FOI DECIDIDO E QUEM     00009500
      *   DIGITOU (O USUARIO DO REGISTRO E O APROVADOR)                 00009600
       01 WRK-MOTIVO-DECISAO.                                           00009700
          05 WRK-MD-DECISAO      PIC X(12).                             00009800
          05 FILLER              PIC X(13) VALUE 'DIGITADO POR '.       00009900
          05 WRK-MD-USUARIO      PIC X(08).                             00010000
          05 FILLER              PIC X(07) VALUE SPACES.                00010100
                                                                        00010200
      *-----------------CHAVE MANTIDA PARA O CARGACLI------------------*00010300
       01 WRK-REG-MANUTDIA.                                             00010400
          05 MNT-AGENCIA         PIC 9(04).                             00010500
          05 MNT-CONTA           PIC 9(05).                             00010600
          05 MNT-DATA            PIC S9(07) COMP-3.                     00010700
          05 FILLER              PIC X(03).                             00010800
                                                                        00010900
      *-----------------VARIAVEIS HOST PARA O DB2----------------------*00011000
                                                                        00011100
       01 WRK-HV-AGENCIA         PIC S9(08) COMP.                       00011200
       01 WRK-HV-CONTA           PIC S9(08) COMP.                       00011300
       01 WRK-HV-CLIENTE         PIC X(30).                             00011400
       01 WRK-HV-VALOR           PIC S9(08)V99 COMP-3.                  00011500
       01 WRK-HV-TIP-OP          PIC X(01).                             00011600
       01 WRK-HV-DATA-MOVIMENTO  PIC S9(08) COMP.                       00011700
       01 WRK-HV-DATA-CARGA      PIC S9(08) COMP.                       00011800
                                                                        00011900
      *-----------------SQLCA------------------------------------------*00012000
                                                                        00012100
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00012200
                                                                        00012300
      *-----------------AREA DE TRABALHO-------------------------------*00012400
                                                                        00012500
       77 WRK-RESP               PIC S9(08) COMP.                       00012600
       77 WRK-ABSTIME            PIC S9(15) COMP-3.                     00012700
       77 WRK-DATA-HOJE          PIC 9(08).                             00012800
       77 WRK-HORA-AGORA         PIC 9(06).                             00012900
       77 WRK-DB2-SINCRONIA      PIC X(01) VALUE 'S'.                   00013000
       77 WRK-DECISAO            PIC X(01) VALUE SPACE.                 00013100
          88 WRK-APROVAR             VALUE 'A'.                         00013200
          88 WRK-REJEITAR            VALUE 'R'.                         00013300
       77 WRK-DECISAO-VALIDA     PIC X(01) VALUE 'S'.                   00013400
          88 WRK-PODE-DECIDIR        VALUE 'S'.                         00013500
       77 WRK-MOTIVO-REJ         PIC X(40) VALUE SPACES.                00013600
       77 WRK-MENSAGEM           PIC X(40) VALUE SPACES.                00013700
       77 WRK-FIM-BROWSE         PIC X(01) VALUE 'N'.                   00013800
          88 WRK-BROWSE-ESGOTADO     VALUE 'S'.                         00013900
       77 WRK-ACHOU              PIC X(01) VALUE 'N'.                   00014000
          88 WRK-ACHOU-PENDENCIA     VALUE 'S'.                         00014100
       77 WRK-MSG-FIM            PIC X(28) VALUE                        00014200
           'FIM DA APROVACAO PENDENTE.  '.                              00014300
                                                                        00014400
      *   O VALOR 9(08)V99 VAI PARA A TELA COMO OS DEZ DIGITOS          00014500
      *   (8 INTEIROS + 2 CENTAVOS), COMO E DIGITADO NA CLI2/CLI7       00014600
       01 WRK-VALOR-TELA.                                               00014700
          05 WRK-VALOR-TEL       PIC X(10).                             00014800
          05 WRK-VALOR-TEL-9 REDEFINES WRK-VALOR-TEL                    00014900
                                 PIC 9(08)V99.                          00015000
                                                                        00015100
      *-----------------COMMAREA: PROTOCOLO DA PENDENCIA NA TELA-------*00015200
                                                                        00015300
       01 WRK-COMMAREA.                                                 00015400
          05 WRK-CA-CHAVE        PIC X(18).                             00015500
                                                                        00015600
      *-------------------------------------------------------------*   00015700
       LINKAGE                                     SECTION.             00015800
      *-------------------------------------------------------------*   00015900
                                                                        00016000
       01 DFHCOMMAREA.                                                  00016100
          05 FILLER              PIC X(18).                             00016200
                                                                        00016300
      *-----------------MAPA SIMBOLICO MAPAPR-------------------------* 00016400
                                                                        00016500
       COPY 'MAPAPRO'.                                                  00016600
                                                                        00016700
      *=============================================================*   00016800
       PROCEDURE                                DIVISION.               00016900
      *=============================================================*   00017000
                                                                        00017100
      *-------------------------------------------------------------*   00017200
       0000-PRINCIPAL                           SECTION.                00017300
      *-------------------------------------------------------------*   00017400
                                                                        00017500
           IF EIBAID EQUAL '3'                                          00017600
             PERFORM 9000-ENCERRAR                                      00017700
           ELSE                                                         00017800
             IF EIBCALEN EQUAL 0                                        00017900
               MOVE LOW-VALUES TO WRK-CA-CHAVE                          00018000
               PERFORM 2000-PROXIMAPENDENCIA                            00018100
             ELSE                                                       00018200
               MOVE DFHCOMMAREA TO WRK-COMMAREA                         00018300
               IF EIBAID EQUAL '5'                                      00018400
                 MOVE 'A' TO WRK-DECISAO                                00018500
                 PERFORM 3000-DECIDIRPENDENCIA                          00018600
               ELSE                                                     00018700
                IF EIBAID EQUAL '6'                                     00018800
                  MOVE 'R' TO WRK-DECISAO                               00018900
                  PERFORM 3000-DECIDIRPENDENCIA                         00019000
                ELSE                                                    00019100
                  PERFORM 2000-PROXIMAPENDENCIA                         00019200
                END-IF                                                  00019300
               END-IF                                                   00019400
             END-IF                                                     00019500
             EXEC CICS RETURN                                           00019600
                       TRANSID('APR1')                                  00019700
                       COMMAREA(WRK-COMMAREA)                           00019800
                       LENGTH(18)                                       00019900
             END-EXEC                                                   00020000
           END-IF.                                                      00020100
           GOBACK.                                                      00020200
                                                                        00020300
       0000-99-FIM.               EXIT.                                 00020400
                                                                        00020500
      *-------------------------------------------------------------*   00020600
       1900-AUTORIZARUSUARIO                    SECTION.                00020700
      *-------------------------------------------------------------*   00020800
                                                                        00020900
           EXEC CICS ASSIGN                                             00021000
                     USERID(WRK-USUARIO)                                00021100
           END-EXEC.                                                    00021200
           EXEC CICS READ FILE('USUARIOS')                              00021300
                     INTO(REG-USUARIO)                                  00021400
                     RIDFLD(WRK-USUARIO)                                00021500
                     KEYLENGTH(8)                                       00021600
                     RESP(WRK-RESP)                                     00021700
           END-EXEC.                                                    00021800
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00021900
             MOVE SPACES TO REG-USUARIO                                 00022000
             MOVE '1'    TO USU-NIVEL                                   00022100
           END-IF.                                                      00022200
                                                                        00022300
       1900-99-FIM.               EXIT.                                 00022400
                                                                        00022500
      *-------------------------------------------------------------*   00022600
      *   PROCURAR A PROXIMA PENDENCIA A PARTIR DO PROTOCOLO DA     *   00022700
      *   TELA; NO FIM DO ARQUIVO A CHAVE VOLTA AO INICIO PARA O    *   00022800
      *   PROXIMO ENTER RECOMECAR                                   *   00022900
      *-------------------------------------------------------------*   00023000
       2000-PROXIMAPENDENCIA                    SECTION.                00023100
      *-------------------------------------------------------------*   00023200
                                                                        00023300
           PERFORM 1900-AUTORIZARUSUARIO.                               00023400
           IF NOT USU-SUPERVISOR                                        00023500
             MOVE LOW-VALUES TO MAPAPRO                                 00023600
             MOVE 'USUARIO SEM AUTORIZACAO PARA A APR1' TO MSGERROO     00023700
             PERFORM 8000-ENVIARMAPA                                    00023800
             GO TO 2000-99-FIM                                          00023900
           END-IF.                                                      00024000
           MOVE WRK-CA-CHAVE TO WRK-CHAVE-PEND.                         00024100
           MOVE 'N' TO WRK-ACHOU.                                       00024200
           EXEC CICS STARTBR FILE('PENDAPR')                            00024300
                     RIDFLD(WRK-CHAVE-PEND)                             00024400
                     KEYLENGTH(18)                                      00024500
                     GTEQ                                               00024600
                     RESP(WRK-RESP)                                     00024700
           END-EXEC.                                                    00024800
           IF WRK-RESP EQUAL DFHRESP(NORMAL)                            00024900
             MOVE 'N' TO WRK-FIM-BROWSE                                 00025000
             PERFORM 2100-LERPROXIMA                                    00025100
                UNTIL WRK-BROWSE-ESGOTADO                               00025200
                   OR WRK-ACHOU-PENDENCIA                               00025300
             EXEC CICS ENDBR FILE('PENDAPR')                            00025400
             END-EXEC                                                   00025500
           END-IF.                                                      00025600
           IF WRK-ACHOU-PENDENCIA                                       00025700
             MOVE PND-CHAVE TO WRK-CA-CHAVE                             00025800
             MOVE 'PF5 APROVA - PF6 REJEITA COM O MOTIVO'               00025900
               TO WRK-MENSAGEM                                          00026000
             PERFORM 2200-MONTARTELA                                    00026100
           ELSE                                                         00026200
             MOVE LOW-VALUES TO WRK-CA-CHAVE                            00026300
             MOVE LOW-VALUES TO MAPAPRO                                 00026400
             MOVE 'NENHUMA PENDENCIA A DECIDIR - ENTER REVE'            00026500
               TO MSGERROO                                              00026600
             PERFORM 8000-ENVIARMAPA                                    00026700
           END-IF.                                                      00026800
                                                                        00026900
       2000-99-FIM.               EXIT.                                 00027000
                                                                        00027100
      *-------------------------------------------------------------*   00027200
       2100-LERPROXIMA                          SECTION.                00027300
      *-------------------------------------------------------------*   00027400
                                                                        00027500
           EXEC CICS READNEXT FILE('PENDAPR')                           00027600
                     INTO(REG-PENDAPR)                                  00027700
                     RIDFLD(WRK-CHAVE-PEND)                             00027800
                     KEYLENGTH(18)                                      00027900
                     RESP(WRK-RESP)                                     00028000
           END-EXEC.                                                    00028100
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00028200
             MOVE 'S' TO WRK-FIM-BROWSE                                 00028300
           ELSE                                                         00028400
             IF PND-PENDENTE                                            00028500
                AND PND-CHAVE NOT EQUAL WRK-CA-CHAVE                    00028600
               MOVE 'S' TO WRK-ACHOU                                    00028700
             END-IF                                                     00028800
           END-IF.                                                      00028900
                                                                        00029000
       2100-99-FIM.               EXIT.                                 00029100
                                                                        00029200
      *-------------------------------------------------------------*   00029300
      *   MOSTRAR A PENDENCIA: PROTOCOLO, QUEM DIGITOU E O MOTIVO,  *   00029400
      *   O REGISTRO PROPOSTO E, NA CLI2, O CLIENTE COMO ESTA HOJE  *   00029500
      *-------------------------------------------------------------*   00029600
       2200-MONTARTELA                          SECTION.                00029700
      *-------------------------------------------------------------*   00029800
                                                                        00029900
           MOVE LOW-VALUES   TO MAPAPRO.                                00030000
           MOVE PND-DATA     TO PDATAO.                                 00030100
           MOVE PND-HORA     TO PHORAO.                                 00030200
           MOVE PND-TERMINAL TO PTERMO.                                 00030300
           MOVE PND-ORIGEM   TO ORIGEMO.                                00030400
           MOVE PND-USUARIO  TO USUDIGO.                                00030500
           MOVE PND-MOTIVO   TO MOTIVOO.                                00030600
           IF PND-DE-CLI2                                               00030700
             MOVE PND-IMAGEM-ANTES TO REG-CLIENTE                       00030800
             MOVE LOW-VALUES TO WRK-CHAVE                               00030900
             MOVE FD-AGENCIA TO WRK-CHAVE-AGENCIA                       00031000
             MOVE FD-CONTA   TO WRK-CHAVE-CONTA                         00031100
             EXEC CICS READ FILE('CLIENTES')                            00031200
                       INTO(REG-CLIENTE)                                00031300
                       RIDFLD(WRK-CHAVE)                                00031400
                       KEYLENGTH(14)                                    00031500
                       RESP(WRK-RESP)                                   00031600
             END-EXEC                                                   00031700
             IF WRK-RESP EQUAL DFHRESP(NORMAL)                          00031800
               MOVE FD-CLIENTE TO ACLIENTO                              00031900
               MOVE FD-VALOR   TO WRK-VALOR-TEL-9                       00032000
               MOVE WRK-VALOR-TEL TO AVALORO                            00032100
               MOVE FD-TIP-OP  TO ATIPOPO                               00032200
             ELSE                                                       00032300
               MOVE 'CLIENTE NAO ENCONTRADO' TO ACLIENTO                00032400
             END-IF                                                     00032500
           END-IF.                                                      00032600
           MOVE PND-IMAGEM-NOVA TO REG-CLIENTE.                         00032700
           MOVE FD-AGENCIA        TO AGENCIAO.                          00032800
           MOVE FD-CONTA          TO CONTAO.                            00032900
           MOVE FD-CLIENTE        TO CLIENTEO.                          00033000
           MOVE FD-VALOR          TO WRK-VALOR-TEL-9.                   00033100
           MOVE WRK-VALOR-TEL     TO VALORO.                            00033200
           MOVE FD-TIP-OP         TO TIPOPO.                            00033300
           MOVE FD-DATA-MOVIMENTO TO DATAMOVO.                          00033400
           IF FD-TIP-OP EQUAL 'T'                                       00033500
             MOVE FD-TRANSF-DIR     TO DIRECAOO                         00033600
             MOVE FD-CONTRA-AGENCIA TO CAGENCIAO                        00033700
             MOVE FD-CONTRA-CONTA   TO CCONTAO                          00033800
           END-IF.                                                      00033900
           MOVE WRK-MENSAGEM TO MSGERROO.                               00034000
           PERFORM 8000-ENVIARMAPA.                                     00034100
                                                                        00034200
       2200-99-FIM.               EXIT.                                 00034300
                                                                        00034400
      *-------------------------------------------------------------*   00034500
      *   APROVAR (PF5) OU REJEITAR (PF6) A PENDENCIA DA TELA: LER  *   00034600
      *   COM UPDATE, CRITICAR QUEM DECIDE, APLICAR (SO NA          *   00034700
      *   APROVACAO) E REGISTRAR A DECISAO                          *   00034800
      *-------------------------------------------------------------*   00034900
       3000-DECIDIRPENDENCIA                    SECTION.                00035000
      *-------------------------------------------------------------*   00035100
                                                                        00035200
           IF WRK-CA-CHAVE EQUAL LOW-VALUES                             00035300
             MOVE LOW-VALUES TO MAPAPRO                                 00035400
             MOVE 'NENHUMA PENDENCIA NA TELA - TECLE ENTER'             00035500
               TO MSGERROO                                              00035600
             PERFORM 8000-ENVIARMAPA                                    00035700
             GO TO 3000-99-FIM                                          00035800
           END-IF.                                                      00035900
           MOVE SPACES TO WRK-MOTIVO-REJ.                               00036000
           IF WRK-REJEITAR                                              00036100
             EXEC CICS RECEIVE MAP('MAPAPR')                            00036200
                       MAPSET('MAPAPR')                                 00036300
                       INTO(MAPAPRI)                                    00036400
                       RESP(WRK-RESP)                                   00036500
             END-EXEC                                                   00036600
             IF WRK-RESP EQUAL DFHRESP(NORMAL)                          00036700
                AND MOTREJI NOT EQUAL LOW-VALUES                        00036800
               MOVE MOTREJI TO WRK-MOTIVO-REJ                           00036900
             END-IF                                                     00037000
           END-IF.                                                      00037100
           PERFORM 1900-AUTORIZARUSUARIO.                               00037200
           MOVE WRK-CA-CHAVE TO WRK-CHAVE-PEND.                         00037300
           EXEC CICS READ FILE('PENDAPR')                               00037400
                     INTO(REG-PENDAPR)                                  00037500
                     RIDFLD(WRK-CHAVE-PEND)                             00037600
                     KEYLENGTH(18)                                      00037700
                     UPDATE                                             00037800
                     RESP(WRK-RESP)                                     00037900
           END-EXEC.                                                    00038000
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00038100
             MOVE LOW-VALUES TO MAPAPRO                                 00038200
             MOVE 'PENDENCIA NAO ENCONTRADA - TECLE ENTER'              00038300
               TO MSGERROO                                              00038400
             PERFORM 8000-ENVIARMAPA                                    00038500
             GO TO 3000-99-FIM                                          00038600
           END-IF.                                                      00038700
           PERFORM 3100-CRITICARDECISAO.                                00038800
           IF WRK-PODE-DECIDIR AND WRK-APROVAR                          00038900
             IF PND-DE-CLI2                                             00039000
               PERFORM 3300-APLICARCLI2                                 00039100
             ELSE                                                       00039200
               PERFORM 3400-LIBERARCLI7                                 00039300
             END-IF                                                     00039400
           END-IF.                                                      00039500
           IF WRK-PODE-DECIDIR                                          00039600
             PERFORM 3500-REGISTRARDECISAO                              00039700
           ELSE                                                         00039800
             EXEC CICS UNLOCK FILE('PENDAPR')                           00039900
             END-EXEC                                                   00040000
           END-IF.                                                      00040100
           PERFORM 2200-MONTARTELA.                                     00040200
                                                                        00040300
       3000-99-FIM.               EXIT.                                 00040400
                                                                        00040500
      *-------------------------------------------------------------*   00040600
      *   QUEM DIGITOU NUNCA DECIDE; QUEM DECIDE E SUPERVISOR COM   *   00040700
      *   PERMISSAO NA TRANSACAO DE ORIGEM DA PENDENCIA             *   00040800
      *-------------------------------------------------------------*   00040900
       3100-CRITICARDECISAO                     SECTION.                00041000
      *-------------------------------------------------------------*   00041100
                                                                        00041200
           MOVE 'N' TO WRK-DECISAO-VALIDA.                              00041300
           IF NOT PND-PENDENTE                                          00041400
             MOVE 'PENDENCIA JA DECIDIDA - TECLE ENTER'                 00041500
               TO WRK-MENSAGEM                                          00041600
           ELSE                                                         00041700
            IF PND-USUARIO EQUAL WRK-USUARIO                            00041800
              MOVE 'QUEM DIGITOU NAO PODE DECIDIR A PENDENCIA'          00041900
                TO WRK-MENSAGEM                                         00042000
            ELSE                                                        00042100
             IF NOT USU-SUPERVISOR                                      00042200
               MOVE 'USUARIO SEM AUTORIZACAO PARA A APR1'               00042300
                 TO WRK-MENSAGEM                                        00042400
             ELSE                                                       00042500
              IF PND-DE-CLI2 AND NOT USU-PODE-CLI2                      00042600
                MOVE 'USUARIO SEM AUTORIZACAO PARA A CLI2'              00042700
                  TO WRK-MENSAGEM                                       00042800
              ELSE                                                      00042900
               IF PND-DE-CLI7 AND NOT USU-PODE-CLI7                     00043000
                 MOVE 'USUARIO SEM AUTORIZACAO PARA A CLI7'             00043100
                   TO WRK-MENSAGEM                                      00043200
               ELSE                                                     00043300
                IF WRK-REJEITAR AND WRK-MOTIVO-REJ EQUAL SPACES         00043400
                  MOVE 'MOTIVO DA REJEICAO E OBRIGATORIO'               00043500
                    TO WRK-MENSAGEM                                     00043600
                ELSE                                                    00043700
                  MOVE 'S' TO WRK-DECISAO-VALIDA                        00043800
                END-IF                                                  00043900
               END-IF                                                   00044000
              END-IF                                                    00044100
             END-IF                                                     00044200
            END-IF                                                      00044300
           END-IF.                                                      00044400
                                                                        00044500
       3100-99-FIM.               EXIT.                                 00044600
                                                                        00044700
      *-------------------------------------------------------------*   00044800
      *   APLICAR A ALTERACAO DA CLI2 SO SE O CLIENTE AINDA ESTA    *   00044900
      *   COMO ESTAVA NO PEDIDO; DEPOIS SINCRONIZAR O DB2 E         *   00045000
      *   REGISTRAR A CHAVE PARA O CARGACLI                         *   00045100
      *-------------------------------------------------------------*   00045200
       3300-APLICARCLI2                         SECTION.                00045300
      *-------------------------------------------------------------*   00045400
                                                                        00045500
           MOVE PND-IMAGEM-ANTES TO REG-CLIENTE.                        00045600
           MOVE LOW-VALUES TO WRK-CHAVE.                                00045700
           MOVE FD-AGENCIA TO WRK-CHAVE-AGENCIA.                        00045800
           MOVE FD-CONTA   TO WRK-CHAVE-CONTA.                          00045900
           EXEC CICS READ FILE('CLIENTES')                              00046000
                     INTO(REG-CLIENTE)                                  00046100
                     RIDFLD(WRK-CHAVE)                                  00046200
                     KEYLENGTH(14)                                      00046300
                     UPDATE                                             00046400
                     RESP(WRK-RESP)                                     00046500
           END-EXEC.                                                    00046600
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00046700
             MOVE 'N' TO WRK-DECISAO-VALIDA                             00046800
             MOVE 'CLIENTE NAO ENCONTRADO - REJEITE'                    00046900
               TO WRK-MENSAGEM                                          00047000
             GO TO 3300-99-FIM                                          00047100
           END-IF.                                                      00047200
           IF REG-CLIENTE NOT EQUAL PND-IMAGEM-ANTES                    00047300
             EXEC CICS UNLOCK FILE('CLIENTES')                          00047400
             END-EXEC                                                   00047500
             MOVE 'N' TO WRK-DECISAO-VALIDA                             00047600
             MOVE 'CLIENTE MUDOU APOS O PEDIDO - REJEITE'               00047700
               TO WRK-MENSAGEM                                          00047800
             GO TO 3300-99-FIM                                          00047900
           END-IF.                                                      00048000
           MOVE PND-IMAGEM-NOVA TO REG-CLIENTE.                         00048100
           EXEC CICS REWRITE FILE('CLIENTES')                           00048200
                     FROM(REG-CLIENTE)                                  00048300
                     RESP(WRK-RESP)                                     00048400
           END-EXEC.                                                    00048500
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00048600
             MOVE 'N' TO WRK-DECISAO-VALIDA                             00048700
             MOVE 'ERRO AO REGRAVAR O CLIENTE' TO WRK-MENSAGEM          00048800
           ELSE                                                         00048900
             PERFORM 3700-SINCRONIZARDB2                                00049000
             PERFORM 3800-REGISTRARMANUTENCAO                           00049100
           END-IF.                                                      00049200
                                                                        00049300
       3300-99-FIM.               EXIT.                                 00049400
                                                                        00049500
      *-------------------------------------------------------------*   00049600
      *   LIBERAR O MOVIMENTO DA CLI7 PARA A FILA EMRG, QUE O       *   00049700
      *   PREPEMRG EMPACOTA PARA O PORTACLI                         *   00049800
      *-------------------------------------------------------------*   00049900
       3400-LIBERARCLI7                         SECTION.                00050000
      *-------------------------------------------------------------*   00050100
                                                                        00050200
           EXEC CICS WRITEQ TD                                          00050300
                     QUEUE('EMRG')                                      00050400
                     FROM(PND-IMAGEM-NOVA)                              00050500
                     LENGTH(88)                                         00050600
                     RESP(WRK-RESP)                                     00050700
           END-EXEC.                                                    00050800
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00050900
             MOVE 'N' TO WRK-DECISAO-VALIDA                             00051000
             MOVE 'ERRO AO ACUMULAR O MOVIMENTO' TO WRK-MENSAGEM        00051100
           END-IF.                                                      00051200
                                                                        00051300
       3400-99-FIM.               EXIT.                                 00051400
                                                                        00051500
      *-------------------------------------------------------------*   00051600
      *   GRAVAR NA PENDENCIA QUEM DECIDIU, QUANDO E POR QUE; SE A  *   00051700
      *   REGRAVACAO FALHAR, DESFAZER O QUE A APROVACAO JA APLICOU  *   00051800
      *-------------------------------------------------------------*   00051900
       3500-REGISTRARDECISAO                    SECTION.                00052000
      *-------------------------------------------------------------*   00052100
                                                                        00052200
           EXEC CICS ASKTIME                                            00052300
                     ABSTIME(WRK-ABSTIME)                               00052400
           END-EXEC.                                                    00052500
           EXEC CICS FORMATTIME                                         00052600
                     ABSTIME(WRK-ABSTIME)                               00052700
                     YYYYMMDD(WRK-DATA-HOJE)                            00052800
                     TIME(WRK-HORA-AGORA)                               00052900
           END-EXEC.                                                    00053000
           MOVE WRK-DECISAO      TO PND-SITUACAO.                       00053100
           MOVE WRK-USUARIO      TO PND-APROVADOR.                      00053200
           MOVE WRK-DATA-HOJE    TO PND-DATA-DECISAO.                   00053300
           MOVE WRK-HORA-AGORA   TO PND-HORA-DECISAO.                   00053400
           MOVE WRK-MOTIVO-REJ   TO PND-MOTIVO-DECISAO.                 00053500
           EXEC CICS REWRITE FILE('PENDAPR')                            00053600
                     FROM(REG-PENDAPR)                                  00053700
                     RESP(WRK-RESP)                                     00053800
           END-EXEC.                                                    00053900
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00054000
             EXEC CICS SYNCPOINT ROLLBACK                               00054100
             END-EXEC                                                   00054200
             MOVE 'ERRO AO REGISTRAR A DECISAO - REFACA'                00054300
               TO WRK-MENSAGEM                                          00054400
           ELSE                                                         00054500
             PERFORM 3600-GRAVARAUDITORIA                               00054600
             IF WRK-REJEITAR                                            00054700
               MOVE 'PENDENCIA REJEITADA - ENTER PROXIMA'               00054800
                 TO WRK-MENSAGEM                                        00054900
             ELSE                                                       00055000
              IF WRK-DB2-SINCRONIA EQUAL 'N'                            00055100
                MOVE 'APROVADO NO VSAM - FALHA NA SINCRONIA DB2'        00055200
                  TO WRK-MENSAGEM                                       00055300
              ELSE                                                      00055400
                MOVE 'PENDENCIA APROVADA - ENTER PROXIMA'               00055500
                  TO WRK-MENSAGEM                                       00055600
              END-IF                                                    00055700
             END-IF                                                     00055800
           END-IF.                                                      00055900
                                                                        00056000
       3500-99-FIM.               EXIT.                                 00056100
                                                                        00056200
      *-------------------------------------------------------------*   00056300
       3600-GRAVARAUDITORIA                     SECTION.                00056400
      *-------------------------------------------------------------*   00056500
                                                                        00056600
           IF WRK-APROVAR                                               00056700
             MOVE 'APROVADO -  ' TO WRK-MD-DECISAO                      00056800
           ELSE                                                         00056900
             MOVE 'REJEITADO - ' TO WRK-MD-DECISAO                      00057000
           END-IF.                                                      00057100
           MOVE PND-USUARIO    TO WRK-MD-USUARIO.                       00057200
           MOVE PND-IMAGEM-NOVA TO REG-CLIENTE.                         00057300
           MOVE EIBDATE        TO AUD-DATA.                             00057400
           MOVE EIBTIME        TO AUD-HORA.                             00057500
           MOVE WRK-USUARIO    TO AUD-USUARIO.                          00057600
           MOVE EIBTRMID       TO AUD-TERMINAL.                         00057700
           MOVE FD-AGENCIA     TO AUD-AGENCIA.                          00057800
           MOVE FD-CONTA       TO AUD-CONTA.                            00057900
           MOVE WRK-MOTIVO-DECISAO TO AUD-MOTIVO.                       00058000
           MOVE PND-IMAGEM-ANTES TO AUD-IMAGEM-ANTES.                   00058100
           MOVE PND-IMAGEM-NOVA  TO AUD-IMAGEM-DEPOIS.                  00058200
           EXEC CICS WRITEQ TD                                          00058300
                     QUEUE('AUDM')                                      00058400
                     FROM(WRK-REG-AUDITORIA)                            00058500
                     LENGTH(245)                                        00058600
           END-EXEC.                                                    00058700
                                                                        00058800
       3600-99-FIM.               EXIT.                                 00058900
                                                                        00059000
      *-------------------------------------------------------------*   00059100
      *   PROPAGAR A ALTERACAO APROVADA PARA A TABELA DB2           *   00059200
      *   CLIENTES, PARA A CLI1/CLI5 E AS CONSULTAS AD HOC NAO      *   00059300
      *   MOSTRAREM O DADO VELHO ATE A PROXIMA CARGA                *   00059400
      *-------------------------------------------------------------*   00059500
       3700-SINCRONIZARDB2                      SECTION.                00059600
      *-------------------------------------------------------------*   00059700
                                                                        00059800
           MOVE 'S' TO WRK-DB2-SINCRONIA.                               00059900
           MOVE FD-AGENCIA        TO WRK-HV-AGENCIA.                    00060000
           MOVE FD-CONTA          TO WRK-HV-CONTA.                      00060100
           MOVE FD-CLIENTE        TO WRK-HV-CLIENTE.                    00060200
           MOVE FD-VALOR          TO WRK-HV-VALOR.                      00060300
           MOVE FD-TIP-OP         TO WRK-HV-TIP-OP.                     00060400
           MOVE FD-DATA-MOVIMENTO TO WRK-HV-DATA-MOVIMENTO.             00060500
           MOVE FD-DATA-MOVIMENTO TO WRK-HV-DATA-CARGA.                 00060600
           EXEC SQL                                                     00060700
               UPDATE CLIENTES                                          00060800
                  SET CLIENTE = :WRK-HV-CLIENTE,                        00060900
                      VALOR   = :WRK-HV-VALOR,                          00061000
                      TIP_OP  = :WRK-HV-TIP-OP                          00061100
                WHERE AGENCIA = :WRK-HV-AGENCIA                         00061200
                  AND CONTA   = :WRK-HV-CONTA                           00061300
           END-EXEC.                                                    00061400
           IF SQLCODE EQUAL 100                                         00061500
             EXEC SQL                                                   00061600
                 INSERT INTO CLIENTES                                   00061700
                     (AGENCIA, CONTA, CLIENTE, VALOR, TIP_OP,           00061800
                      DATA_MOVIMENTO, DATA_CARGA)                       00061900
                 VALUES                                                 00062000
                     (:WRK-HV-AGENCIA, :WRK-HV-CONTA,                   00062100
                      :WRK-HV-CLIENTE, :WRK-HV-VALOR,                   00062200
                      :WRK-HV-TIP-OP, :WRK-HV-DATA-MOVIMENTO,           00062300
                      :WRK-HV-DATA-CARGA)                               00062400
             END-EXEC                                                   00062500
           END-IF.                                                      00062600
           IF SQLCODE NOT EQUAL 0                                       00062700
             MOVE 'N' TO WRK-DB2-SINCRONIA                              00062800
           END-IF.                                                      00062900
                                                                        00063000
       3700-99-FIM.               EXIT.                                 00063100
                                                                        00063200
      *-------------------------------------------------------------*   00063300
      *   REGISTRAR A CHAVE MANTIDA PARA O CARGACLI DA NOITE NAO    *   00063400
      *   SOBREPOR O CONSERTO ONLINE COM O DADO VELHO DO ARQUIVO    *   00063500
      *-------------------------------------------------------------*   00063600
       3800-REGISTRARMANUTENCAO                 SECTION.                00063700
      *-------------------------------------------------------------*   00063800
                                                                        00063900
           MOVE FD-AGENCIA TO MNT-AGENCIA.                              00064000
           MOVE FD-CONTA   TO MNT-CONTA.                                00064100
           MOVE EIBDATE    TO MNT-DATA.                                 00064200
           EXEC CICS WRITEQ TD                                          00064300
                     QUEUE('MNTD')                                      00064400
                     FROM(WRK-REG-MANUTDIA)                             00064500
                     LENGTH(16)                                         00064600
           END-EXEC.                                                    00064700
                                                                        00064800
       3800-99-FIM.               EXIT.                                 00064900
                                                                        00065000
      *-------------------------------------------------------------*   00065100
       8000-ENVIARMAPA                          SECTION.                00065200
      *-------------------------------------------------------------*   00065300
                                                                        00065400
           EXEC CICS SEND MAP('MAPAPR')                                 00065500
                     MAPSET('MAPAPR')                                   00065600
                     FROM(MAPAPRO)                                      00065700
                     ERASE                                              00065800
           END-EXEC.                                                    00065900
                                                                        00066000
       8000-99-FIM.               EXIT.                                 00066100
                                                                        00066200
      *-------------------------------------------------------------*   00066300
       9000-ENCERRAR                            SECTION.                00066400
      *-------------------------------------------------------------*   00066500
                                                                        00066600
           EXEC CICS SEND TEXT                                          00066700
                     FROM(WRK-MSG-FIM)                                  00066800
                     LENGTH(28)                                         00066900
                     ERASE                                              00067000
           END-EXEC.                                                    00067100
           EXEC CICS RETURN                                             00067200
           END-EXEC.                                                    00067300
           GOBACK.                                                      00067400
                                                                        00067500
       9000-99-FIM.               EXIT.                                 00067600

      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. MANUTAGE.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: TRANSACAO CICS AGE1 - MANUTENCAO DO MESTRE DE   *   00001200
      *      AGENCIAS (ARQUIVO AGENCIAS, BOOK #AGENCIA, CHAVE       *   00001300
      *      AGE-CODIGO): LISTA AS AGENCIAS A PARTIR DO CODIGO      *   00001400
      *      DIGITADO (ENTER, PF8 CONTINUA A LISTA E NO FIM VOLTA   *   00001500
      *      AO INICIO), INCLUI AGENCIA NOVA SEMPRE ATIVA (PF5) E   *   00001600
      *      ALTERA NOME, REGIAO E SITUACAO (PF6), SO PARA USUARIO  *   00001700
      *      SUPERVISOR COM O BYTE AGE1 DO PERFIL. FECHAR UMA       *   00001800
      *      AGENCIA (A PARA F) SO E ACEITO QUANDO A TABELA DB2     *   00001900
      *      SALDOS NAO TEM MAIS CONTA DA AGENCIA COM SALDO - OU    *   00002000
      *      SEJA, DEPOIS QUE O VARRAGEN VARREU OS SALDOS E A       *   00002100
      *      CARGA NOTURNA DO SALDLOAD REFLETIU A VARREDURA. CADA   *   00002200
      *      GRAVACAO VAI COM OPERADOR, HORA E IMAGEM ANTES E       *   00002300
      *      DEPOIS PARA A FILA DE AUDITORIA AUDA - A MANUTENCAO    *   00002400
      *      POR EDICAO DE DATASET ACABOU.                          *   00002500
      *-------------------------------------------------------------*   00002600
      *   TABELAS DB2...:                                            *  00002700
      *    SALDOS               I    (CHAVE: AGENCIA, CONTA)         *  00002800
      *-------------------------------------------------------------*   00002900
      *   ARQUIVOS...:                                              *   00003000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00003100
      *    AGENCIAS            I/O  (VIA FCT)       #AGENCIA        *   00003200
      *    USUARIOS             I   (VIA FCT)       #USUARIO        *   00003300
      *    AUDA (FILA TD)       O                  -----------      *   00003400
      *-------------------------------------------------------------*   00003500
      *   MAPAS......:                                 INCLUDE/BOOK *   00003600
      *    MAPAGE    MAPSET/MAPA DA TELA 3270            MAPAGEO    *   00003700
      *=============================================================*   00003800
                                                                        00003900
      *=============================================================*   00004000
       ENVIRONMENT                               DIVISION.              00004100
      *=============================================================*   00004200
                                                                        00004300
      *=============================================================*   00004400
       CONFIGURATION                               SECTION.             00004500
      *=============================================================*   00004600
       SPECIAL-NAMES.                                                   00004700
           DECIMAL-POINT IS COMMA.                                      00004800
                                                                        00004900
      *=============================================================*   00005000
       DATA                                      DIVISION.              00005100
      *=============================================================*   00005200
       WORKING-STORAGE                             SECTION.             00005300
                                                                        00005400
      *-----------------LAYOUT E CHAVE DO ARQUIVO AGENCIAS-----------*  00005500
                                                                        00005600
       COPY '#AGENCIA'.                                                 00005700
                                                                        00005800
       01 WRK-CHAVE              PIC 9(04).                             00005900
       77 WRK-CHAVE-PEDIDA       PIC 9(04) VALUE ZEROS.                 00006000
                                                                        00006100
      *-----------------USUARIO E AUTORIZACAO-------------------------* 00006200
                                                                        00006300
       COPY '#USUARIO'.                                                 00006400
                                                                        00006500
       77 WRK-USUARIO            PIC X(08) VALUE SPACES.                00006600
                                                                        00006700
      *-----------------REGISTRO DE AUDITORIA-------------------------* 00006800
                                                                        00006900
       01 WRK-REG-AUDAGEN.                                              00007000
          05 AUD-DATA            PIC S9(07) COMP-3.                     00007100
          05 AUD-HORA            PIC S9(07) COMP-3.                     00007200
          05 AUD-USUARIO         PIC X(08).                             00007300
          05 AUD-TERMINAL        PIC X(04).                             00007400
          05 AUD-ACAO            PIC X(08).                             00007500
          05 AUD-IMAGEM-ANTES    PIC X(60).                             00007600
          05 AUD-IMAGEM-DEPOIS   PIC X(60).                             00007700
                                                                        00007800
      *-----------------AREA DE TRABALHO-------------------------------*00007900
                                                                        00008000
       77 WRK-RESP               PIC S9(08) COMP.                       00008100
       77 WRK-QTD-LISTADAS       PIC 9(01)  VALUE ZEROS.                00008200
       77 WRK-FIM-BROWSE         PIC X(01)  VALUE 'N'.                  00008300
           88 WRK-BROWSE-ESGOTADO    VALUE 'S'.                         00008400
       77 WRK-BLOQUEIO           PIC X(01)  VALUE 'N'.                  00008500
           88 WRK-FECHAMENTO-BLOQUEADO VALUE 'S'.                       00008600
       77 WRK-MSG-BLOQUEIO       PIC X(40)  VALUE SPACES.               00008700
       77 WRK-MSG-FIM            PIC X(30) VALUE                        00008800
           'FIM DA MANUTENCAO DE AGENCIAS'.                             00008900
                                                                        00009000
       01 WRK-LINHA-AGENCIA.                                            00009100
          05 WRK-LA-CODIGO       PIC 9(04).                             00009200
          05 FILLER              PIC X(02) VALUE SPACES.                00009300
          05 WRK-LA-NOME         PIC X(30).                             00009400
          05 FILLER              PIC X(02) VALUE SPACES.                00009500
          05 WRK-LA-REGIAO       PIC X(15).                             00009600
          05 FILLER              PIC X(02) VALUE SPACES.                00009700
          05 WRK-LA-SITUACAO     PIC X(01).                             00009800
                                                                        00009900
      *-----------------COMMAREA---------------------------------------*00010000
      *   GUARDA A ULTIMA AGENCIA LISTADA PARA O PF8 CONTINUAR.        *00010100
                                                                        00010200
       01 WRK-COMMAREA.                                                 00010300
          05 WRK-CA-ULTIMA       PIC 9(04).                             00010400
          05 WRK-CA-QTD          PIC 9(01).                             00010500
          05 FILLER              PIC X(05).                             00010600
                                                                        00010700
      *-----------------VARIAVEIS HOST PARA O DB2----------------------*00010800
                                                                        00010900
       01 WRK-HV-AGENCIA         PIC S9(08) COMP.                       00011000
       01 WRK-HV-QTD-CONTAS      PIC S9(08) COMP.                       00011100
                                                                        00011200
      *-----------------SQLCA----------------------------------------*  00011300
                                                                        00011400
           EXEC SQL INCLUDE SQLCA END-EXEC.                             00011500
                                                                        00011600
      *-------------------------------------------------------------*   00011700
       LINKAGE                                     SECTION.             00011800
      *-------------------------------------------------------------*   00011900
                                                                        00012000
       01 DFHCOMMAREA.                                                  00012100
          05 FILLER              PIC X(10).                             00012200
                                                                        00012300
      *-----------------MAPA SIMBOLICO MAPAGE-------------------------* 00012400
                                                                        00012500
       COPY 'MAPAGEO'.                                                  00012600
                                                                        00012700
      *=============================================================*   00012800
       PROCEDURE                                DIVISION.               00012900
      *=============================================================*   00013000
                                                                        00013100
      *-------------------------------------------------------------*   00013200
       0000-PRINCIPAL                           SECTION.                00013300
      *-------------------------------------------------------------*   00013400
                                                                        00013500
           IF EIBAID EQUAL '3'                                          00013600
             PERFORM 9000-ENCERRAR                                      00013700
           ELSE                                                         00013800
             IF EIBCALEN EQUAL 0                                        00013900
               PERFORM 1000-TELA-INICIAL                                00014000
             ELSE                                                       00014100
               MOVE DFHCOMMAREA TO WRK-COMMAREA                         00014200
               IF EIBAID EQUAL '5'                                      00014300
                 PERFORM 3000-INCLUIRAGENCIA                            00014400
               ELSE                                                     00014500
                IF EIBAID EQUAL '6'                                     00014600
                  PERFORM 4000-ALTERARAGENCIA                           00014700
                ELSE                                                    00014800
                 IF EIBAID EQUAL '8'                                    00014900
                   PERFORM 2500-PROXIMAPAGINA                           00015000
                 ELSE                                                   00015100
                   PERFORM 2000-LISTARAGENCIAS                          00015200
                 END-IF                                                 00015300
                END-IF                                                  00015400
               END-IF                                                   00015500
             END-IF                                                     00015600
             EXEC CICS RETURN                                           00015700
                       TRANSID('AGE1')                                  00015800
                       COMMAREA(WRK-COMMAREA)                           00015900
                       LENGTH(10)                                       00016000
             END-EXEC                                                   00016100
           END-IF.                                                      00016200
           GOBACK.                                                      00016300
                                                                        00016400
       0000-99-FIM.               EXIT.                                 00016500
                                                                        00016600
      *-------------------------------------------------------------*   00016700
       1000-TELA-INICIAL                        SECTION.                00016800
      *-------------------------------------------------------------*   00016900
                                                                        00017000
           MOVE LOW-VALUES TO MAPAGEO.                                  00017100
           MOVE 'INFORME A AGENCIA E TECLE ENTER' TO MSGERROO.          00017200
           EXEC CICS SEND MAP('MAPAGE')                                 00017300
                     MAPSET('MAPAGE')                                   00017400
                     FROM(MAPAGEO)                                      00017500
                     ERASE                                              00017600
           END-EXEC.                                                    00017700
           MOVE ZEROS TO WRK-CA-ULTIMA.                                 00017800
           MOVE ZEROS TO WRK-CA-QTD.                                    00017900
                                                                        00018000
       1000-99-FIM.               EXIT.                                 00018100
                                                                        00018200
      *-------------------------------------------------------------*   00018300
       2000-LISTARAGENCIAS                      SECTION.                00018400
      *-------------------------------------------------------------*   00018500
                                                                        00018600
           EXEC CICS RECEIVE MAP('MAPAGE')                              00018700
                     MAPSET('MAPAGE')                                   00018800
                     INTO(MAPAGEI)                                      00018900
                     RESP(WRK-RESP)                                     00019000
           END-EXEC.                                                    00019100
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00019200
              OR AGENCIAL EQUAL ZEROS                                   00019300
             MOVE ZEROS TO WRK-CHAVE                                    00019400
             MOVE ZEROS TO WRK-CHAVE-PEDIDA                             00019500
             PERFORM 2100-MONTARLISTA                                   00019600
           ELSE                                                         00019700
             IF AGENCIAI NOT NUMERIC                                    00019800
               MOVE LOW-VALUES TO MAPAGEO                               00019900
               MOVE 'AGENCIA DEVE TER QUATRO DIGITOS' TO MSGERROO       00020000
               PERFORM 8000-ENVIARMAPA                                  00020100
             ELSE                                                       00020200
               MOVE AGENCIAI TO WRK-CHAVE                               00020300
               MOVE AGENCIAI TO WRK-CHAVE-PEDIDA                        00020400
               PERFORM 2100-MONTARLISTA                                 00020500
             END-IF                                                     00020600
           END-IF.                                                      00020700
                                                                        00020800
       2000-99-FIM.               EXIT.                                 00020900
                                                                        00021000
      *-------------------------------------------------------------*   00021100
       2100-MONTARLISTA                         SECTION.                00021200
      *-------------------------------------------------------------*   00021300
                                                                        00021400
           MOVE LOW-VALUES TO MAPAGEO.                                  00021500
           MOVE ZEROS TO WRK-QTD-LISTADAS.                              00021600
           MOVE 'N'   TO WRK-FIM-BROWSE.                                00021700
           EXEC CICS STARTBR FILE('AGENCIAS')                           00021800
                     RIDFLD(WRK-CHAVE)                                  00021900
                     KEYLENGTH(4)                                       00022000
                     GTEQ                                               00022100
                     RESP(WRK-RESP)                                     00022200
           END-EXEC.                                                    00022300
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00022400
             MOVE 'NENHUMA AGENCIA A PARTIR DESSE CODIGO' TO MSGERROO   00022500
           ELSE                                                         00022600
             PERFORM 2200-LERUMAAGENCIA                                 00022700
                UNTIL WRK-BROWSE-ESGOTADO                               00022800
                   OR WRK-QTD-LISTADAS EQUAL 6                          00022900
             EXEC CICS ENDBR FILE('AGENCIAS')                           00023000
             END-EXEC                                                   00023100
             IF WRK-QTD-LISTADAS EQUAL ZEROS                            00023200
               MOVE 'NENHUMA AGENCIA A PARTIR DESSE CODIGO'             00023300
                 TO MSGERROO                                            00023400
             ELSE                                                       00023500
               MOVE 'PF8=SEGUE PF5=INCLUI PF6=ALTERA' TO MSGERROO       00023600
             END-IF                                                     00023700
           END-IF.                                                      00023800
           MOVE WRK-QTD-LISTADAS TO WRK-CA-QTD.                         00023900
           PERFORM 8000-ENVIARMAPA.                                     00024000
                                                                        00024100
       2100-99-FIM.               EXIT.                                 00024200
                                                                        00024300
      *-------------------------------------------------------------*   00024400
       2200-LERUMAAGENCIA                       SECTION.                00024500
      *-------------------------------------------------------------*   00024600
                                                                        00024700
           EXEC CICS READNEXT FILE('AGENCIAS')                          00024800
                     INTO(REG-AGENCIA)                                  00024900
                     RIDFLD(WRK-CHAVE)                                  00025000
                     KEYLENGTH(4)                                       00025100
                     RESP(WRK-RESP)                                     00025200
           END-EXEC.                                                    00025300
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00025400
             MOVE 'S' TO WRK-FIM-BROWSE                                 00025500
           ELSE                                                         00025600
             ADD 1 TO WRK-QTD-LISTADAS                                  00025700
             MOVE AGE-CODIGO   TO WRK-CA-ULTIMA                         00025800
             MOVE AGE-CODIGO   TO WRK-LA-CODIGO                         00025900
             MOVE AGE-NOME     TO WRK-LA-NOME                           00026000
             MOVE AGE-REGIAO   TO WRK-LA-REGIAO                         00026100
             MOVE AGE-SITUACAO TO WRK-LA-SITUACAO                       00026200
             PERFORM 2300-MOVERPARALINHA                                00026300
             IF WRK-QTD-LISTADAS EQUAL 1                                00026400
                AND AGE-CODIGO EQUAL WRK-CHAVE-PEDIDA                   00026500
               MOVE AGE-CODIGO   TO AGENCIAO                            00026600
               MOVE AGE-NOME     TO NOMEO                               00026700
               MOVE AGE-REGIAO   TO REGIAOO                             00026800
               MOVE AGE-SITUACAO TO SITUACO                             00026900
             END-IF                                                     00027000
           END-IF.                                                      00027100
                                                                        00027200
       2200-99-FIM.               EXIT.                                 00027300
                                                                        00027400
      *-------------------------------------------------------------*   00027500
       2300-MOVERPARALINHA                      SECTION.                00027600
      *-------------------------------------------------------------*   00027700
                                                                        00027800
           IF WRK-QTD-LISTADAS EQUAL 1                                  00027900
             MOVE WRK-LINHA-AGENCIA TO LIN01O                           00028000
           ELSE                                                         00028100
            IF WRK-QTD-LISTADAS EQUAL 2                                 00028200
              MOVE WRK-LINHA-AGENCIA TO LIN02O                          00028300
            ELSE                                                        00028400
             IF WRK-QTD-LISTADAS EQUAL 3                                00028500
               MOVE WRK-LINHA-AGENCIA TO LIN03O                         00028600
             ELSE                                                       00028700
              IF WRK-QTD-LISTADAS EQUAL 4                               00028800
                MOVE WRK-LINHA-AGENCIA TO LIN04O                        00028900
              ELSE                                                      00029000
               IF WRK-QTD-LISTADAS EQUAL 5                              00029100
                 MOVE WRK-LINHA-AGENCIA TO LIN05O                       00029200
               ELSE                                                     00029300
                 MOVE WRK-LINHA-AGENCIA TO LIN06O                       00029400
               END-IF                                                   00029500
              END-IF                                                    00029600
             END-IF                                                     00029700
            END-IF                                                      00029800
           END-IF.                                                      00029900
                                                                        00030000
       2300-99-FIM.               EXIT.                                 00030100
                                                                        00030200
      *-------------------------------------------------------------*   00030300
       2500-PROXIMAPAGINA                       SECTION.                00030400
      *-------------------------------------------------------------*   00030500
      *   PAGINA INCOMPLETA OU ULTIMO CODIGO POSSIVEL: A LISTA ACABOU  *00030600
      *   E O PF8 VOLTA AO INICIO DO ARQUIVO.                          *00030700
                                                                        00030800
           IF WRK-CA-QTD LESS 6                                         00030900
              OR WRK-CA-ULTIMA EQUAL 9999                               00031000
             MOVE ZEROS TO WRK-CHAVE                                    00031100
           ELSE                                                         00031200
             COMPUTE WRK-CHAVE = WRK-CA-ULTIMA + 1                      00031300
           END-IF.                                                      00031400
           MOVE ZEROS TO WRK-CHAVE-PEDIDA.                              00031500
           PERFORM 2100-MONTARLISTA.                                    00031600
                                                                        00031700
       2500-99-FIM.               EXIT.                                 00031800
                                                                        00031900
      *-------------------------------------------------------------*   00032000
       3000-INCLUIRAGENCIA                      SECTION.                00032100
      *-------------------------------------------------------------*   00032200
                                                                        00032300
           EXEC CICS RECEIVE MAP('MAPAGE')                              00032400
                     MAPSET('MAPAGE')                                   00032500
                     INTO(MAPAGEI)                                      00032600
                     RESP(WRK-RESP)                                     00032700
           END-EXEC.                                                    00032800
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00032900
             MOVE LOW-VALUES TO MAPAGEO                                 00033000
             MOVE 'DADOS INVALIDOS PARA INCLUSAO' TO MSGERROO           00033100
             PERFORM 8000-ENVIARMAPA                                    00033200
           ELSE                                                         00033300
             PERFORM 7000-AUTORIZARUSUARIO                              00033400
             IF NOT USU-PODE-AGE1 OR NOT USU-SUPERVISOR                 00033500
               MOVE LOW-VALUES TO MAPAGEO                               00033600
               MOVE 'USUARIO SEM AUTORIZACAO PARA A AGE1'               00033700
                 TO MSGERROO                                            00033800
               PERFORM 8000-ENVIARMAPA                                  00033900
             ELSE                                                       00034000
               PERFORM 3100-VALIDARINCLUSAO                             00034100
             END-IF                                                     00034200
           END-IF.                                                      00034300
                                                                        00034400
       3000-99-FIM.               EXIT.                                 00034500
                                                                        00034600
      *-------------------------------------------------------------*   00034700
       3100-VALIDARINCLUSAO                     SECTION.                00034800
      *-------------------------------------------------------------*   00034900
                                                                        00035000
           IF AGENCIAI NOT NUMERIC                                      00035100
              OR AGENCIAI EQUAL '0000'                                  00035200
              OR NOMEI EQUAL SPACES OR NOMEI EQUAL LOW-VALUES           00035300
              OR REGIAOI EQUAL SPACES OR REGIAOI EQUAL LOW-VALUES       00035400
             MOVE LOW-VALUES TO MAPAGEO                                 00035500
             MOVE 'INFORME AGENCIA, NOME E REGIAO' TO MSGERROO          00035600
             PERFORM 8000-ENVIARMAPA                                    00035700
           ELSE                                                         00035800
             IF SITUACI NOT EQUAL 'A'                                   00035900
                AND SITUACI NOT EQUAL SPACES                            00036000
                AND SITUACI NOT EQUAL LOW-VALUES                        00036100
               MOVE LOW-VALUES TO MAPAGEO                               00036200
               MOVE 'AGENCIA NOVA SO ENTRA ATIVA (A)' TO MSGERROO       00036300
               PERFORM 8000-ENVIARMAPA                                  00036400
             ELSE                                                       00036500
               MOVE SPACES   TO REG-AGENCIA                             00036600
               MOVE AGENCIAI TO AGE-CODIGO                              00036700
               MOVE NOMEI    TO AGE-NOME                                00036800
               MOVE REGIAOI  TO AGE-REGIAO                              00036900
               MOVE 'A'      TO AGE-SITUACAO                            00037000
               PERFORM 3200-GRAVARAGENCIA                               00037100
             END-IF                                                     00037200
           END-IF.                                                      00037300
                                                                        00037400
       3100-99-FIM.               EXIT.                                 00037500
                                                                        00037600
      *-------------------------------------------------------------*   00037700
       3200-GRAVARAGENCIA                       SECTION.                00037800
      *-------------------------------------------------------------*   00037900
                                                                        00038000
           MOVE AGE-CODIGO TO WRK-CHAVE.                                00038100
           EXEC CICS WRITE FILE('AGENCIAS')                             00038200
                     FROM(REG-AGENCIA)                                  00038300
                     RIDFLD(WRK-CHAVE)                                  00038400
                     KEYLENGTH(4)                                       00038500
                     RESP(WRK-RESP)                                     00038600
           END-EXEC.                                                    00038700
           IF WRK-RESP EQUAL DFHRESP(NORMAL)                            00038800
             MOVE 'INCLUIDA'  TO AUD-ACAO                               00038900
             MOVE SPACES      TO AUD-IMAGEM-ANTES                       00039000
             MOVE REG-AGENCIA TO AUD-IMAGEM-DEPOIS                      00039100
             PERFORM 7100-GRAVARAUDITORIA                               00039200
             MOVE AGE-CODIGO  TO WRK-CHAVE-PEDIDA                       00039300
             PERFORM 2100-MONTARLISTA                                   00039400
           ELSE                                                         00039500
             MOVE LOW-VALUES TO MAPAGEO                                 00039600
             IF WRK-RESP EQUAL DFHRESP(DUPREC)                          00039700
               MOVE 'AGENCIA JA CADASTRADA' TO MSGERROO                 00039800
             ELSE                                                       00039900
               MOVE 'ERRO AO INCLUIR A AGENCIA' TO MSGERROO             00040000
             END-IF                                                     00040100
             PERFORM 8000-ENVIARMAPA                                    00040200
           END-IF.                                                      00040300
                                                                        00040400
       3200-99-FIM.               EXIT.                                 00040500
                                                                        00040600
      *-------------------------------------------------------------*   00040700
       4000-ALTERARAGENCIA                      SECTION.                00040800
      *-------------------------------------------------------------*   00040900
                                                                        00041000
           EXEC CICS RECEIVE MAP('MAPAGE')                              00041100
                     MAPSET('MAPAGE')                                   00041200
                     INTO(MAPAGEI)                                      00041300
                     RESP(WRK-RESP)                                     00041400
           END-EXEC.                                                    00041500
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00041600
              OR AGENCIAI NOT NUMERIC                                   00041700
             MOVE LOW-VALUES TO MAPAGEO                                 00041800
             MOVE 'INFORME A AGENCIA E OS DADOS NOVOS' TO MSGERROO      00041900
             PERFORM 8000-ENVIARMAPA                                    00042000
           ELSE                                                         00042100
             PERFORM 7000-AUTORIZARUSUARIO                              00042200
             IF NOT USU-PODE-AGE1 OR NOT USU-SUPERVISOR                 00042300
               MOVE LOW-VALUES TO MAPAGEO                               00042400
               MOVE 'USUARIO SEM AUTORIZACAO PARA A AGE1'               00042500
                 TO MSGERROO                                            00042600
               PERFORM 8000-ENVIARMAPA                                  00042700
             ELSE                                                       00042800
               PERFORM 4050-VALIDARALTERACAO                            00042900
             END-IF                                                     00043000
           END-IF.                                                      00043100
                                                                        00043200
       4000-99-FIM.               EXIT.                                 00043300
                                                                        00043400
      *-------------------------------------------------------------*   00043500
       4050-VALIDARALTERACAO                    SECTION.                00043600
      *-------------------------------------------------------------*   00043700
                                                                        00043800
           IF NOMEI EQUAL SPACES OR NOMEI EQUAL LOW-VALUES              00043900
              OR REGIAOI EQUAL SPACES OR REGIAOI EQUAL LOW-VALUES       00044000
             MOVE LOW-VALUES TO MAPAGEO                                 00044100
             MOVE 'NOME E REGIAO NAO PODEM FICAR EM BRANCO'             00044200
               TO MSGERROO                                              00044300
             PERFORM 8000-ENVIARMAPA                                    00044400
           ELSE                                                         00044500
             IF SITUACI NOT EQUAL 'A' AND SITUACI NOT EQUAL 'F'         00044600
               MOVE LOW-VALUES TO MAPAGEO                               00044700
               MOVE 'SITUACAO DEVE SER A OU F' TO MSGERROO              00044800
               PERFORM 8000-ENVIARMAPA                                  00044900
             ELSE                                                       00045000
               PERFORM 4100-REGRAVARAGENCIA                             00045100
             END-IF                                                     00045200
           END-IF.                                                      00045300
                                                                        00045400
       4050-99-FIM.               EXIT.                                 00045500
                                                                        00045600
      *-------------------------------------------------------------*   00045700
       4100-REGRAVARAGENCIA                     SECTION.                00045800
      *-------------------------------------------------------------*   00045900
                                                                        00046000
           MOVE AGENCIAI TO WRK-CHAVE.                                  00046100
           EXEC CICS READ FILE('AGENCIAS')                              00046200
                     INTO(REG-AGENCIA)                                  00046300
                     RIDFLD(WRK-CHAVE)                                  00046400
                     KEYLENGTH(4)                                       00046500
                     UPDATE                                             00046600
                     RESP(WRK-RESP)                                     00046700
           END-EXEC.                                                    00046800
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00046900
             MOVE LOW-VALUES TO MAPAGEO                                 00047000
             MOVE 'AGENCIA NAO CADASTRADA' TO MSGERROO                  00047100
             PERFORM 8000-ENVIARMAPA                                    00047200
           ELSE                                                         00047300
             MOVE REG-AGENCIA TO AUD-IMAGEM-ANTES                       00047400
             MOVE 'ALTERADA'  TO AUD-ACAO                               00047500
             MOVE 'N'         TO WRK-BLOQUEIO                           00047600
             IF SITUACI EQUAL 'F' AND AGE-ATIVA                         00047700
               MOVE 'FECHADA' TO AUD-ACAO                               00047800
               PERFORM 4200-CONFERIRSALDOS                              00047900
             END-IF                                                     00048000
             IF WRK-FECHAMENTO-BLOQUEADO                                00048100
               EXEC CICS UNLOCK FILE('AGENCIAS')                        00048200
               END-EXEC                                                 00048300
               MOVE LOW-VALUES       TO MAPAGEO                         00048400
               MOVE WRK-MSG-BLOQUEIO TO MSGERROO                        00048500
               PERFORM 8000-ENVIARMAPA                                  00048600
             ELSE                                                       00048700
               PERFORM 4300-REGRAVARREGISTRO                            00048800
             END-IF                                                     00048900
           END-IF.                                                      00049000
                                                                        00049100
       4100-99-FIM.               EXIT.                                 00049200
                                                                        00049300
      *-------------------------------------------------------------*   00049400
       4200-CONFERIRSALDOS                      SECTION.                00049500
      *-------------------------------------------------------------*   00049600
      *   A AGENCIA SO FECHA SEM NENHUMA CONTA COM SALDO NA SALDOS:    *00049700
      *   O SALDO QUE SOBRAR TEM DE SER VARRIDO PELO VARRAGEN ANTES.   *00049800
                                                                        00049900
           MOVE AGE-CODIGO TO WRK-HV-AGENCIA.                           00050000
           EXEC SQL                                                     00050100
               SELECT COUNT(*)                                          00050200
                 INTO :WRK-HV-QTD-CONTAS                                00050300
                 FROM SALDOS                                            00050400
                WHERE AGENCIA          = :WRK-HV-AGENCIA                00050500
                  AND SALDO_FECHAMENTO <> 0                             00050600
           END-EXEC.                                                    00050700
           IF SQLCODE NOT EQUAL 0                                       00050800
             MOVE 'S' TO WRK-BLOQUEIO                                   00050900
             MOVE 'ERRO DB2 AO CONFERIR SALDOS DA AGENCIA'              00051000
               TO WRK-MSG-BLOQUEIO                                      00051100
           ELSE                                                         00051200
             IF WRK-HV-QTD-CONTAS GREATER ZEROS                         00051300
               MOVE 'S' TO WRK-BLOQUEIO                                 00051400
               MOVE 'AGENCIA COM SALDO - RODAR VARRAGEN ANTES'          00051500
                 TO WRK-MSG-BLOQUEIO                                    00051600
             END-IF                                                     00051700
           END-IF.                                                      00051800
                                                                        00051900
       4200-99-FIM.               EXIT.                                 00052000
                                                                        00052100
      *-------------------------------------------------------------*   00052200
       4300-REGRAVARREGISTRO                    SECTION.                00052300
      *-------------------------------------------------------------*   00052400
                                                                        00052500
           MOVE NOMEI   TO AGE-NOME.                                    00052600
           MOVE REGIAOI TO AGE-REGIAO.                                  00052700
           MOVE SITUACI TO AGE-SITUACAO.                                00052800
           EXEC CICS REWRITE FILE('AGENCIAS')                           00052900
                     FROM(REG-AGENCIA)                                  00053000
                     RESP(WRK-RESP)                                     00053100
           END-EXEC.                                                    00053200
           IF WRK-RESP EQUAL DFHRESP(NORMAL)                            00053300
             MOVE REG-AGENCIA TO AUD-IMAGEM-DEPOIS                      00053400
             PERFORM 7100-GRAVARAUDITORIA                               00053500
             MOVE AGE-CODIGO  TO WRK-CHAVE-PEDIDA                       00053600
             PERFORM 2100-MONTARLISTA                                   00053700
           ELSE                                                         00053800
             MOVE LOW-VALUES TO MAPAGEO                                 00053900
             MOVE 'ERRO AO REGRAVAR A AGENCIA' TO MSGERROO              00054000
             PERFORM 8000-ENVIARMAPA                                    00054100
           END-IF.                                                      00054200
                                                                        00054300
       4300-99-FIM.               EXIT.                                 00054400
                                                                        00054500
      *-------------------------------------------------------------*   00054600
       7000-AUTORIZARUSUARIO                    SECTION.                00054700
      *-------------------------------------------------------------*   00054800
                                                                        00054900
           EXEC CICS ASSIGN                                             00055000
                     USERID(WRK-USUARIO)                                00055100
           END-EXEC.                                                    00055200
           EXEC CICS READ FILE('USUARIOS')                              00055300
                     INTO(REG-USUARIO)                                  00055400
                     RIDFLD(WRK-USUARIO)                                00055500
                     KEYLENGTH(8)                                       00055600
                     RESP(WRK-RESP)                                     00055700
           END-EXEC.                                                    00055800
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00055900
             MOVE SPACES TO REG-USUARIO                                 00056000
             MOVE '1'    TO USU-NIVEL                                   00056100
           END-IF.                                                      00056200
                                                                        00056300
       7000-99-FIM.               EXIT.                                 00056400
                                                                        00056500
      *-------------------------------------------------------------*   00056600
       7100-GRAVARAUDITORIA                     SECTION.                00056700
      *-------------------------------------------------------------*   00056800
                                                                        00056900
           MOVE EIBDATE     TO AUD-DATA.                                00057000
           MOVE EIBTIME     TO AUD-HORA.                                00057100
           MOVE WRK-USUARIO TO AUD-USUARIO.                             00057200
           MOVE EIBTRMID    TO AUD-TERMINAL.                            00057300
           EXEC CICS WRITEQ TD                                          00057400
                     QUEUE('AUDA')                                      00057500
                     FROM(WRK-REG-AUDAGEN)                              00057600
                     LENGTH(148)                                        00057700
           END-EXEC.                                                    00057800
                                                                        00057900
       7100-99-FIM.               EXIT.                                 00058000
                                                                        00058100
      *-------------------------------------------------------------*   00058200
       8000-ENVIARMAPA                          SECTION.                00058300
      *-------------------------------------------------------------*   00058400
                                                                        00058500
           EXEC CICS SEND MAP('MAPAGE')                                 00058600
                     MAPSET('MAPAGE')                                   00058700
                     FROM(MAPAGEO)                                      00058800
                     ERASE                                              00058900
           END-EXEC.                                                    00059000
                                                                        00059100
       8000-99-FIM.               EXIT.                                 00059200
                                                                        00059300
      *-------------------------------------------------------------*   00059400
       9000-ENCERRAR                            SECTION.                00059500
      *-------------------------------------------------------------*   00059600
                                                                        00059700
           EXEC CICS SEND TEXT                                          00059800
                     FROM(WRK-MSG-FIM)                                  00059900
                     LENGTH(30)                                         00060000
                     ERASE                                              00060100
           END-EXEC.                                                    00060200
           EXEC CICS RETURN                                             00060300
           END-EXEC.                                                    00060400
           GOBACK.                                                      00060500
                                                                        00060600
       9000-99-FIM.               EXIT.                                 00060700

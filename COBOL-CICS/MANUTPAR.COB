      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. MANUTPAR.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: TRANSACAO CICS PAR1 - MANUTENCAO DOS PARAMETROS *   00001200
      *      DO LOTE (ARQUIVO PARAMETR, BOOK #PARAMET, CHAVE NOME   *   00001300
      *      + VIGENCIA): LISTA AS VIGENCIAS DO PARAMETRO DIGITADO, *   00001400
      *      A PARTIR DA VIGENCIA INFORMADA (ENTER), INCLUI UMA     *   00001500
      *      VIGENCIA NOVA, NUNCA RETROATIVA (PF5), E ALTERA O      *   00001600
      *      VALOR OU A DESCRICAO DE UMA VIGENCIA LISTADA QUE AINDA *   00001700
      *      NAO COMECOU A VALER (PF6) - O QUE O LOTE JA LEU NAO SE *   00001800
      *      REESCREVE, TROCA-SE COM VIGENCIA NOVA. SO PARA USUARIO *   00001900
      *      SUPERVISOR COM O BYTE PAR1 DO PERFIL. CADA GRAVACAO    *   00002000
      *      CARIMBA USUARIO, DATA E HORA NO REGISTRO E VAI COM     *   00002100
      *      OPERADOR, HORA E IMAGEM ANTES E DEPOIS PARA A FILA DE  *   00002200
      *      AUDITORIA AUDP - LIMIAR DE NEGOCIO DEIXA DE SER CARTAO *   00002300
      *      SYSIN EDITADO NA JCL DE PRODUCAO.                      *   00002400
      *-------------------------------------------------------------*   00002500
      *   ARQUIVOS...:                                              *   00002600
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002700
      *    PARAMETR            I/O  (VIA FCT)       #PARAMET        *   00002800
      *    USUARIOS             I   (VIA FCT)       #USUARIO        *   00002900
      *    AUDP (FILA TD)       O                  -----------      *   00003000
      *-------------------------------------------------------------*   00003100
      *   MAPAS......:                                 INCLUDE/BOOK *   00003200
      *    MAPPAR    MAPSET/MAPA DA TELA 3270            MAPPARO    *   00003300
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
      *=============================================================*   00004600
       DATA                                      DIVISION.              00004700
      *=============================================================*   00004800
       WORKING-STORAGE                             SECTION.             00004900
                                                                        00005000
      *-----------------LAYOUT E CHAVE DO ARQUIVO PARAMETR-----------*  00005100
                                                                        00005200
       COPY '#PARAMET'.                                                 00005300
                                                                        00005400
       01 WRK-CHAVE.                                                    00005500
          05 WRK-CHAVE-NOME      PIC X(20).                             00005600
          05 WRK-CHAVE-VIGENCIA  PIC 9(08).                             00005700
                                                                        00005800
      *-----------------USUARIO E AUTORIZACAO-------------------------* 00005900
                                                                        00006000
       COPY '#USUARIO'.                                                 00006100
                                                                        00006200
       77 WRK-USUARIO            PIC X(08) VALUE SPACES.                00006300
                                                                        00006400
      *-----------------REGISTRO DE AUDITORIA-------------------------* 00006500
                                                                        00006600
       01 WRK-REG-AUDPARAM.                                             00006700
          05 AUD-DATA            PIC S9(07) COMP-3.                     00006800
          05 AUD-HORA            PIC S9(07) COMP-3.                     00006900
          05 AUD-USUARIO         PIC X(08).                             00007000
          05 AUD-TERMINAL        PIC X(04).                             00007100
          05 AUD-ACAO            PIC X(08).                             00007200
          05 AUD-IMAGEM-ANTES    PIC X(120).                            00007300
          05 AUD-IMAGEM-DEPOIS   PIC X(120).                            00007400
                                                                        00007500
      *-----------------AREA DE TRABALHO-------------------------------*00007600
                                                                        00007700
       77 WRK-RESP               PIC S9(08) COMP.                       00007800
       77 WRK-QTD-LISTADAS       PIC 9(01)  VALUE ZEROS.                00007900
       77 WRK-IDX                PIC 9(01)  VALUE ZEROS.                00008000
       77 WRK-FIM-BROWSE         PIC X(01)  VALUE 'N'.                  00008100
           88 WRK-BROWSE-ESGOTADO    VALUE 'S'.                         00008200
       77 WRK-ABSTIME            PIC S9(15) COMP-3.                     00008300
       77 WRK-DATA-HOJE          PIC 9(08).                             00008400
       77 WRK-HORA-AGORA         PIC 9(06).                             00008500
       77 WRK-MSG-FIM            PIC X(28) VALUE                        00008600
           'FIM DOS PARAMETROS DO LOTE. '.                              00008700
                                                                        00008800
      *   OS NOVE INTEIROS DE VALINT E OS SEIS DECIMAIS DE VALDEC       00008900
      *   SAO O PROPRIO 9(09)V9(06) DO PARAMETRO, REINTERPRETADOS       00009000
      *   POR REDEFINES COMO NA FRT1                                    00009100
       01 WRK-VALOR-ENTRADA.                                            00009200
          05 WRK-VALOR-ENT.                                             00009300
             10 WRK-VALOR-ENT-INT PIC X(09).                            00009400
             10 WRK-VALOR-ENT-DEC PIC X(06).                            00009500
          05 WRK-VALOR-ENT-9 REDEFINES WRK-VALOR-ENT                    00009600
                                 PIC 9(09)V9(06).                       00009700
                                                                        00009800
       01 WRK-LINHA-PARAMETRO.                                          00009900
          05 WRK-LP-NUMERO       PIC 9(01).                             00010000
          05 FILLER              PIC X(02) VALUE SPACES.                00010100
          05 WRK-LP-VIGENCIA     PIC 9(08).                             00010200
          05 FILLER              PIC X(02) VALUE SPACES.                00010300
          05 WRK-LP-VALOR        PIC Z(08)9,999999.                     00010400
          05 FILLER              PIC X(02) VALUE SPACES.                00010500
          05 WRK-LP-DESCRICAO    PIC X(30).                             00010600
          05 FILLER              PIC X(02) VALUE SPACES.                00010700
          05 WRK-LP-USUARIO      PIC X(08).                             00010800
                                                                        00010900
      *-----------------COMMAREA---------------------------------------*00011000
      *   GUARDA O PARAMETRO, A VIGENCIA DE INICIO DA LISTA E AS       *00011100
      *   CHAVES DAS VIGENCIAS LISTADAS PARA O PF6.                    *00011200
                                                                        00011300
       01 WRK-COMMAREA.                                                 00011400
          05 WRK-CA-NOME         PIC X(20).                             00011500
          05 WRK-CA-VIG-INICIO   PIC 9(08).                             00011600
          05 WRK-CA-QTD          PIC 9(01).                             00011700
          05 WRK-CA-CHAVES.                                             00011800
             10 WRK-CA-CHAVE     PIC X(28) OCCURS 6 TIMES.              00011900
          05 FILLER              PIC X(03).                             00012000
                                                                        00012100
      *-------------------------------------------------------------*   00012200
       LINKAGE                                     SECTION.             00012300
      *-------------------------------------------------------------*   00012400
                                                                        00012500
       01 DFHCOMMAREA.                                                  00012600
          05 FILLER              PIC X(200).                            00012700
                                                                        00012800
      *-----------------MAPA SIMBOLICO MAPPAR-------------------------* 00012900
                                                                        00013000
       COPY 'MAPPARO'.                                                  00013100
                                                                        00013200
      *=============================================================*   00013300
       PROCEDURE                                DIVISION.               00013400
      *=============================================================*   00013500
                                                                        00013600
      *-------------------------------------------------------------*   00013700
       0000-PRINCIPAL                           SECTION.                00013800
      *-------------------------------------------------------------*   00013900
                                                                        00014000
           IF EIBAID EQUAL '3'                                          00014100
             PERFORM 9000-ENCERRAR                                      00014200
           ELSE                                                         00014300
             IF EIBCALEN EQUAL 0                                        00014400
               PERFORM 1000-TELA-INICIAL                                00014500
             ELSE                                                       00014600
               MOVE DFHCOMMAREA TO WRK-COMMAREA                         00014700
               IF EIBAID EQUAL '5'                                      00014800
                 PERFORM 3000-INCLUIRPARAMETRO                          00014900
               ELSE                                                     00015000
                IF EIBAID EQUAL '6'                                     00015100
                  PERFORM 4000-ALTERARPARAMETRO                         00015200
                ELSE                                                    00015300
                  PERFORM 2000-LISTARPARAMETROS                         00015400
                END-IF                                                  00015500
               END-IF                                                   00015600
             END-IF                                                     00015700
             EXEC CICS RETURN                                           00015800
                       TRANSID('PAR1')                                  00015900
                       COMMAREA(WRK-COMMAREA)                           00016000
                       LENGTH(200)                                      00016100
             END-EXEC                                                   00016200
           END-IF.                                                      00016300
           GOBACK.                                                      00016400
                                                                        00016500
       0000-99-FIM.               EXIT.                                 00016600
                                                                        00016700
      *-------------------------------------------------------------*   00016800
       1000-TELA-INICIAL                        SECTION.                00016900
      *-------------------------------------------------------------*   00017000
                                                                        00017100
           MOVE LOW-VALUES TO MAPPARO.                                  00017200
           MOVE 'INFORME O PARAMETRO E TECLE ENTER' TO MSGERROO.        00017300
           EXEC CICS SEND MAP('MAPPAR')                                 00017400
                     MAPSET('MAPPAR')                                   00017500
                     FROM(MAPPARO)                                      00017600
                     ERASE                                              00017700
           END-EXEC.                                                    00017800
           MOVE SPACES TO WRK-CA-NOME.                                  00017900
           MOVE ZEROS  TO WRK-CA-VIG-INICIO.                            00018000
           MOVE ZEROS  TO WRK-CA-QTD.                                   00018100
                                                                        00018200
       1000-99-FIM.               EXIT.                                 00018300
                                                                        00018400
      *-------------------------------------------------------------*   00018500
       2000-LISTARPARAMETROS                    SECTION.                00018600
      *-------------------------------------------------------------*   00018700
                                                                        00018800
           EXEC CICS RECEIVE MAP('MAPPAR')                              00018900
                     MAPSET('MAPPAR')                                   00019000
                     INTO(MAPPARI)                                      00019100
                     RESP(WRK-RESP)                                     00019200
           END-EXEC.                                                    00019300
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00019400
              OR NOMEI EQUAL SPACES                                     00019500
              OR NOMEI EQUAL LOW-VALUES                                 00019600
             MOVE LOW-VALUES TO MAPPARO                                 00019700
             MOVE 'DIGITE O PARAMETRO PARA LISTAR' TO MSGERROO          00019800
             PERFORM 8000-ENVIARMAPA                                    00019900
           ELSE                                                         00020000
             MOVE NOMEI TO WRK-CA-NOME                                  00020100
             IF VIGENCI NUMERIC                                         00020200
               MOVE VIGENCI TO WRK-CA-VIG-INICIO                        00020300
             ELSE                                                       00020400
               MOVE ZEROS   TO WRK-CA-VIG-INICIO                        00020500
             END-IF                                                     00020600
             PERFORM 2100-MONTARLISTA                                   00020700
           END-IF.                                                      00020800
                                                                        00020900
       2000-99-FIM.               EXIT.                                 00021000
                                                                        00021100
      *-------------------------------------------------------------*   00021200
       2100-MONTARLISTA                         SECTION.                00021300
      *-------------------------------------------------------------*   00021400
                                                                        00021500
           MOVE LOW-VALUES TO MAPPARO.                                  00021600
           MOVE WRK-CA-NOME TO NOMEO.                                   00021700
           IF WRK-CA-VIG-INICIO NOT EQUAL ZEROS                         00021800
             MOVE WRK-CA-VIG-INICIO TO VIGENCO                          00021900
           END-IF.                                                      00022000
           MOVE ZEROS TO WRK-QTD-LISTADAS.                              00022100
           MOVE 'N'   TO WRK-FIM-BROWSE.                                00022200
           MOVE WRK-CA-NOME       TO WRK-CHAVE-NOME.                    00022300
           MOVE WRK-CA-VIG-INICIO TO WRK-CHAVE-VIGENCIA.                00022400
           EXEC CICS STARTBR FILE('PARAMETR')                           00022500
                     RIDFLD(WRK-CHAVE)                                  00022600
                     KEYLENGTH(28)                                      00022700
                     GTEQ                                               00022800
                     RESP(WRK-RESP)                                     00022900
           END-EXEC.                                                    00023000
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00023100
             MOVE 'PARAMETRO SEM VIGENCIAS CADASTRADAS' TO MSGERROO     00023200
           ELSE                                                         00023300
             PERFORM 2200-LERUMPARAMETRO                                00023400
                UNTIL WRK-BROWSE-ESGOTADO                               00023500
                   OR WRK-QTD-LISTADAS EQUAL 6                          00023600
             EXEC CICS ENDBR FILE('PARAMETR')                           00023700
             END-EXEC                                                   00023800
             IF WRK-QTD-LISTADAS EQUAL ZEROS                            00023900
               MOVE 'PARAMETRO SEM VIGENCIAS CADASTRADAS' TO MSGERROO   00024000
             ELSE                                                       00024100
               MOVE 'PF5=INCLUIR PF6+LINHA+VALOR=ALTERAR'               00024200
                 TO MSGERROO                                            00024300
             END-IF                                                     00024400
           END-IF.                                                      00024500
           MOVE WRK-QTD-LISTADAS TO WRK-CA-QTD.                         00024600
           PERFORM 8000-ENVIARMAPA.                                     00024700
                                                                        00024800
       2100-99-FIM.               EXIT.                                 00024900
                                                                        00025000
      *-------------------------------------------------------------*   00025100
       2200-LERUMPARAMETRO                      SECTION.                00025200
      *-------------------------------------------------------------*   00025300
                                                                        00025400
           EXEC CICS READNEXT FILE('PARAMETR')                          00025500
                     INTO(REG-PARAMETRO)                                00025600
                     RIDFLD(WRK-CHAVE)                                  00025700
                     KEYLENGTH(28)                                      00025800
                     RESP(WRK-RESP)                                     00025900
           END-EXEC.                                                    00026000
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00026100
             MOVE 'S' TO WRK-FIM-BROWSE                                 00026200
           ELSE                                                         00026300
             IF PAR-NOME NOT EQUAL WRK-CA-NOME                          00026400
               MOVE 'S' TO WRK-FIM-BROWSE                               00026500
             ELSE                                                       00026600
               ADD 1 TO WRK-QTD-LISTADAS                                00026700
               MOVE PAR-CHAVE                                           00026800
                 TO WRK-CA-CHAVE (WRK-QTD-LISTADAS)                     00026900
               MOVE WRK-QTD-LISTADAS     TO WRK-LP-NUMERO               00027000
               MOVE PAR-VIGENCIA         TO WRK-LP-VIGENCIA             00027100
               MOVE PAR-VALOR            TO WRK-LP-VALOR                00027200
               MOVE PAR-DESCRICAO (1:30) TO WRK-LP-DESCRICAO            00027300
               MOVE PAR-USUARIO          TO WRK-LP-USUARIO              00027400
               PERFORM 2300-MOVERPARALINHA                              00027500
             END-IF                                                     00027600
           END-IF.                                                      00027700
                                                                        00027800
       2200-99-FIM.               EXIT.                                 00027900
                                                                        00028000
      *-------------------------------------------------------------*   00028100
       2300-MOVERPARALINHA                      SECTION.                00028200
      *-------------------------------------------------------------*   00028300
                                                                        00028400
           IF WRK-QTD-LISTADAS EQUAL 1                                  00028500
             MOVE WRK-LINHA-PARAMETRO TO LIN01O                         00028600
           ELSE                                                         00028700
            IF WRK-QTD-LISTADAS EQUAL 2                                 00028800
              MOVE WRK-LINHA-PARAMETRO TO LIN02O                        00028900
            ELSE                                                        00029000
             IF WRK-QTD-LISTADAS EQUAL 3                                00029100
               MOVE WRK-LINHA-PARAMETRO TO LIN03O                       00029200
             ELSE                                                       00029300
              IF WRK-QTD-LISTADAS EQUAL 4                               00029400
                MOVE WRK-LINHA-PARAMETRO TO LIN04O                      00029500
              ELSE                                                      00029600
               IF WRK-QTD-LISTADAS EQUAL 5                              00029700
                 MOVE WRK-LINHA-PARAMETRO TO LIN05O                     00029800
               ELSE                                                     00029900
                 MOVE WRK-LINHA-PARAMETRO TO LIN06O                     00030000
               END-IF                                                   00030100
              END-IF                                                    00030200
             END-IF                                                     00030300
            END-IF                                                      00030400
           END-IF.                                                      00030500
                                                                        00030600
       2300-99-FIM.               EXIT.                                 00030700
                                                                        00030800
      *-------------------------------------------------------------*   00030900
       3000-INCLUIRPARAMETRO                    SECTION.                00031000
      *-------------------------------------------------------------*   00031100
                                                                        00031200
           EXEC CICS RECEIVE MAP('MAPPAR')                              00031300
                     MAPSET('MAPPAR')                                   00031400
                     INTO(MAPPARI)                                      00031500
                     RESP(WRK-RESP)                                     00031600
           END-EXEC.                                                    00031700
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00031800
             MOVE LOW-VALUES TO MAPPARO                                 00031900
             MOVE 'DADOS INVALIDOS PARA INCLUSAO' TO MSGERROO           00032000
             PERFORM 8000-ENVIARMAPA                                    00032100
           ELSE                                                         00032200
             PERFORM 7000-AUTORIZARUSUARIO                              00032300
             IF NOT USU-PODE-PAR1 OR NOT USU-SUPERVISOR                 00032400
               MOVE LOW-VALUES TO MAPPARO                               00032500
               MOVE 'USUARIO SEM AUTORIZACAO PARA A PAR1'               00032600
                 TO MSGERROO                                            00032700
               PERFORM 8000-ENVIARMAPA                                  00032800
             ELSE                                                       00032900
               PERFORM 3100-VALIDARINCLUSAO                             00033000
             END-IF                                                     00033100
           END-IF.                                                      00033200
                                                                        00033300
       3000-99-FIM.               EXIT.                                 00033400
                                                                        00033500
      *-------------------------------------------------------------*   00033600
      *   VIGENCIA NOVA SO DE HOJE EM DIANTE: O QUE O LOTE DE DATA  *   00033700
      *   PASSADA JA LEU NAO PODE MUDAR POR BAIXO DELE              *   00033800
      *-------------------------------------------------------------*   00033900
       3100-VALIDARINCLUSAO                     SECTION.                00034000
      *-------------------------------------------------------------*   00034100
                                                                        00034200
           IF NOMEI EQUAL SPACES OR NOMEI EQUAL LOW-VALUES              00034300
              OR VIGENCI NOT NUMERIC                                    00034400
              OR VALINTI NOT NUMERIC                                    00034500
              OR VALDECI NOT NUMERIC                                    00034600
             MOVE LOW-VALUES TO MAPPARO                                 00034700
             MOVE 'INFORME PARAMETRO, VIGENCIA E VALOR'                 00034800
               TO MSGERROO                                              00034900
             PERFORM 8000-ENVIARMAPA                                    00035000
           ELSE                                                         00035100
             PERFORM 7200-OBTERDATAHORA                                 00035200
             MOVE NOMEI   TO WRK-CA-NOME                                00035300
             MOVE VIGENCI TO WRK-CA-VIG-INICIO                          00035400
             MOVE SPACES  TO REG-PARAMETRO                              00035500
             MOVE NOMEI   TO PAR-NOME                                   00035600
             MOVE VIGENCI TO PAR-VIGENCIA                               00035700
             MOVE VALINTI TO WRK-VALOR-ENT-INT                          00035800
             MOVE VALDECI TO WRK-VALOR-ENT-DEC                          00035900
             MOVE WRK-VALOR-ENT-9 TO PAR-VALOR                          00036000
             IF DESCRI NOT EQUAL LOW-VALUES                             00036100
               MOVE DESCRI TO PAR-DESCRICAO                             00036200
             END-IF                                                     00036300
             IF PAR-VIGENCIA LESS WRK-DATA-HOJE                         00036400
               MOVE LOW-VALUES TO MAPPARO                               00036500
               MOVE 'VIGENCIA NOVA NAO PODE SER RETROATIVA'             00036600
                 TO MSGERROO                                            00036700
               PERFORM 8000-ENVIARMAPA                                  00036800
             ELSE                                                       00036900
               PERFORM 3200-GRAVARPARAMETRO                             00037000
             END-IF                                                     00037100
           END-IF.                                                      00037200
                                                                        00037300
       3100-99-FIM.               EXIT.                                 00037400
                                                                        00037500
      *-------------------------------------------------------------*   00037600
       3200-GRAVARPARAMETRO                     SECTION.                00037700
      *-------------------------------------------------------------*   00037800
                                                                        00037900
           MOVE WRK-USUARIO    TO PAR-USUARIO.                          00038000
           MOVE WRK-DATA-HOJE  TO PAR-DATA-ALTERACAO.                   00038100
           MOVE WRK-HORA-AGORA TO PAR-HORA-ALTERACAO.                   00038200
           MOVE PAR-CHAVE      TO WRK-CHAVE.                            00038300
           EXEC CICS WRITE FILE('PARAMETR')                             00038400
                     FROM(REG-PARAMETRO)                                00038500
                     RIDFLD(WRK-CHAVE)                                  00038600
                     KEYLENGTH(28)                                      00038700
                     RESP(WRK-RESP)                                     00038800
           END-EXEC.                                                    00038900
           IF WRK-RESP EQUAL DFHRESP(NORMAL)                            00039000
             MOVE 'INCLUIDO'    TO AUD-ACAO                             00039100
             MOVE SPACES        TO AUD-IMAGEM-ANTES                     00039200
             MOVE REG-PARAMETRO TO AUD-IMAGEM-DEPOIS                    00039300
             PERFORM 7100-GRAVARAUDITORIA                               00039400
             PERFORM 2100-MONTARLISTA                                   00039500
           ELSE                                                         00039600
             MOVE LOW-VALUES TO MAPPARO                                 00039700
             IF WRK-RESP EQUAL DFHRESP(DUPREC)                          00039800
               MOVE 'VIGENCIA JA CADASTRADA PARA O PARAMETRO'           00039900
                 TO MSGERROO                                            00040000
             ELSE                                                       00040100
               MOVE 'ERRO AO INCLUIR O PARAMETRO' TO MSGERROO           00040200
             END-IF                                                     00040300
             PERFORM 8000-ENVIARMAPA                                    00040400
           END-IF.                                                      00040500
                                                                        00040600
       3200-99-FIM.               EXIT.                                 00040700
                                                                        00040800
      *-------------------------------------------------------------*   00040900
       4000-ALTERARPARAMETRO                    SECTION.                00041000
      *-------------------------------------------------------------*   00041100
                                                                        00041200
           EXEC CICS RECEIVE MAP('MAPPAR')                              00041300
                     MAPSET('MAPPAR')                                   00041400
                     INTO(MAPPARI)                                      00041500
                     RESP(WRK-RESP)                                     00041600
           END-EXEC.                                                    00041700
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00041800
              OR SELECAOI NOT NUMERIC                                   00041900
              OR VALINTI NOT NUMERIC                                    00042000
              OR VALDECI NOT NUMERIC                                    00042100
             MOVE LOW-VALUES TO MAPPARO                                 00042200
             MOVE 'INFORME A LINHA E O NOVO VALOR' TO MSGERROO          00042300
             PERFORM 8000-ENVIARMAPA                                    00042400
           ELSE                                                         00042500
             PERFORM 7000-AUTORIZARUSUARIO                              00042600
             IF NOT USU-PODE-PAR1 OR NOT USU-SUPERVISOR                 00042700
               MOVE LOW-VALUES TO MAPPARO                               00042800
               MOVE 'USUARIO SEM AUTORIZACAO PARA A PAR1'               00042900
                 TO MSGERROO                                            00043000
               PERFORM 8000-ENVIARMAPA                                  00043100
             ELSE                                                       00043200
               MOVE SELECAOI TO WRK-IDX                                 00043300
               IF WRK-IDX LESS 1 OR WRK-IDX GREATER WRK-CA-QTD          00043400
                 MOVE LOW-VALUES TO MAPPARO                             00043500
                 MOVE 'LINHA FORA DA LISTA CORRENTE' TO MSGERROO        00043600
                 PERFORM 8000-ENVIARMAPA                                00043700
               ELSE                                                     00043800
                 PERFORM 4100-REGRAVARPARAMETRO                         00043900
               END-IF                                                   00044000
             END-IF                                                     00044100
           END-IF.                                                      00044200
                                                                        00044300
       4000-99-FIM.               EXIT.                                 00044400
                                                                        00044500
      *-------------------------------------------------------------*   00044600
      *   SO VIGENCIA QUE AINDA NAO COMECOU PODE SER ALTERADA; A    *   00044700
      *   VIGENTE OU PASSADA SE CORRIGE INCLUINDO VIGENCIA NOVA     *   00044800
      *-------------------------------------------------------------*   00044900
       4100-REGRAVARPARAMETRO                   SECTION.                00045000
      *-------------------------------------------------------------*   00045100
                                                                        00045200
           PERFORM 7200-OBTERDATAHORA.                                  00045300
           MOVE WRK-CA-CHAVE (WRK-IDX) TO WRK-CHAVE.                    00045400
           EXEC CICS READ FILE('PARAMETR')                              00045500
                     INTO(REG-PARAMETRO)                                00045600
                     RIDFLD(WRK-CHAVE)                                  00045700
                     KEYLENGTH(28)                                      00045800
                     UPDATE                                             00045900
                     RESP(WRK-RESP)                                     00046000
           END-EXEC.                                                    00046100
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00046200
             MOVE LOW-VALUES TO MAPPARO                                 00046300
             MOVE 'PARAMETRO NAO ENCONTRADO PARA ALTERAR'               00046400
               TO MSGERROO                                              00046500
             PERFORM 8000-ENVIARMAPA                                    00046600
           ELSE                                                         00046700
             IF PAR-VIGENCIA NOT GREATER WRK-DATA-HOJE                  00046800
               EXEC CICS UNLOCK FILE('PARAMETR')                        00046900
               END-EXEC                                                 00047000
               MOVE LOW-VALUES TO MAPPARO                               00047100
               MOVE 'SO VIGENCIA FUTURA PODE SER ALTERADA'              00047200
                 TO MSGERROO                                            00047300
               PERFORM 8000-ENVIARMAPA                                  00047400
             ELSE                                                       00047500
               MOVE REG-PARAMETRO TO AUD-IMAGEM-ANTES                   00047600
               MOVE VALINTI TO WRK-VALOR-ENT-INT                        00047700
               MOVE VALDECI TO WRK-VALOR-ENT-DEC                        00047800
               MOVE WRK-VALOR-ENT-9 TO PAR-VALOR                        00047900
               IF DESCRI NOT EQUAL LOW-VALUES                           00048000
                 MOVE DESCRI TO PAR-DESCRICAO                           00048100
               END-IF                                                   00048200
               MOVE WRK-USUARIO    TO PAR-USUARIO                       00048300
               MOVE WRK-DATA-HOJE  TO PAR-DATA-ALTERACAO                00048400
               MOVE WRK-HORA-AGORA TO PAR-HORA-ALTERACAO                00048500
               EXEC CICS REWRITE FILE('PARAMETR')                       00048600
                         FROM(REG-PARAMETRO)                            00048700
                         RESP(WRK-RESP)                                 00048800
               END-EXEC                                                 00048900
               IF WRK-RESP EQUAL DFHRESP(NORMAL)                        00049000
                 MOVE 'ALTERADO'    TO AUD-ACAO                         00049100
                 MOVE REG-PARAMETRO TO AUD-IMAGEM-DEPOIS                00049200
                 PERFORM 7100-GRAVARAUDITORIA                           00049300
                 PERFORM 2100-MONTARLISTA                               00049400
               ELSE                                                     00049500
                 MOVE LOW-VALUES TO MAPPARO                             00049600
                 MOVE 'ERRO AO REGRAVAR O PARAMETRO' TO MSGERROO        00049700
                 PERFORM 8000-ENVIARMAPA                                00049800
               END-IF                                                   00049900
             END-IF                                                     00050000
           END-IF.                                                      00050100
                                                                        00050200
       4100-99-FIM.               EXIT.                                 00050300
                                                                        00050400
      *-------------------------------------------------------------*   00050500
       7000-AUTORIZARUSUARIO                    SECTION.                00050600
      *-------------------------------------------------------------*   00050700
                                                                        00050800
           EXEC CICS ASSIGN                                             00050900
                     USERID(WRK-USUARIO)                                00051000
           END-EXEC.                                                    00051100
           EXEC CICS READ FILE('USUARIOS')                              00051200
                     INTO(REG-USUARIO)                                  00051300
                     RIDFLD(WRK-USUARIO)                                00051400
                     KEYLENGTH(8)                                       00051500
                     RESP(WRK-RESP)                                     00051600
           END-EXEC.                                                    00051700
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)                        00051800
             MOVE SPACES TO REG-USUARIO                                 00051900
             MOVE '1'    TO USU-NIVEL                                   00052000
           END-IF.                                                      00052100
                                                                        00052200
       7000-99-FIM.               EXIT.                                 00052300
                                                                        00052400
      *-------------------------------------------------------------*   00052500
       7100-GRAVARAUDITORIA                     SECTION.                00052600
      *-------------------------------------------------------------*   00052700
                                                                        00052800
           MOVE EIBDATE     TO AUD-DATA.                                00052900
           MOVE EIBTIME     TO AUD-HORA.                                00053000
           MOVE WRK-USUARIO TO AUD-USUARIO.                             00053100
           MOVE EIBTRMID    TO AUD-TERMINAL.                            00053200
           EXEC CICS WRITEQ TD                                          00053300
                     QUEUE('AUDP')                                      00053400
                     FROM(WRK-REG-AUDPARAM)                             00053500
                     LENGTH(268)                                        00053600
           END-EXEC.                                                    00053700
                                                                        00053800
       7100-99-FIM.               EXIT.                                 00053900
                                                                        00054000
      *-------------------------------------------------------------*   00054100
       7200-OBTERDATAHORA                       SECTION.                00054200
      *-------------------------------------------------------------*   00054300
                                                                        00054400
           EXEC CICS ASKTIME                                            00054500
                     ABSTIME(WRK-ABSTIME)                               00054600
           END-EXEC.                                                    00054700
           EXEC CICS FORMATTIME                                         00054800
                     ABSTIME(WRK-ABSTIME)                               00054900
                     YYYYMMDD(WRK-DATA-HOJE)                            00055000
                     TIME(WRK-HORA-AGORA)                               00055100
           END-EXEC.                                                    00055200
                                                                        00055300
       7200-99-FIM.               EXIT.                                 00055400
                                                                        00055500
      *-------------------------------------------------------------*   00055600
       8000-ENVIARMAPA                          SECTION.                00055700
      *-------------------------------------------------------------*   00055800
                                                                        00055900
           EXEC CICS SEND MAP('MAPPAR')                                 00056000
                     MAPSET('MAPPAR')                                   00056100
                     FROM(MAPPARO)                                      00056200
                     ERASE                                              00056300
           END-EXEC.                                                    00056400
                                                                        00056500
       8000-99-FIM.               EXIT.                                 00056600
                                                                        00056700
      *-------------------------------------------------------------*   00056800
       9000-ENCERRAR                            SECTION.                00056900
      *-------------------------------------------------------------*   00057000
                                                                        00057100
           EXEC CICS SEND TEXT                                          00057200
                     FROM(WRK-MSG-FIM)                                  00057300
                     LENGTH(28)                                         00057400
                     ERASE                                              00057500
           END-EXEC.                                                    00057600
           EXEC CICS RETURN                                             00057700
           END-EXEC.                                                    00057800
           GOBACK.                                                      00057900
                                                                        00058000
       9000-99-FIM.               EXIT.                                 00058100

      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. LERPARAM.                                            00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: LEITURA DO ARQUIVO CENTRAL DE PARAMETROS DO     *   00001200
      *      LOTE, NO MOLDE DO CTLEXEC: O PROGRAMA CHAMA COM O      *   00001300
      *      PROPRIO NOME, A DATA DE NEGOCIO E O NOME DO PARAMETRO  *   00001400
      *      E RECEBE O VALOR DA MAIOR VIGENCIA QUE NAO PASSA DA    *   00001500
      *      DATA - O LIMIAR QUE MORAVA NO CARTAO SYSIN DE CADA     *   00001600
      *      JCL PASSA A SER MANTIDO NA TRANSACAO PAR1, COM         *   00001700
      *      AUDITORIA. CADA LEITURA (ACHANDO OU NAO) FICA GRAVADA  *   00001800
      *      NO PARAMUSO COM DATA E HORA DE EXECUCAO, PARA O        *   00001900
      *      RELPARAM DIZER QUE PROGRAMA PEGOU QUAL VALOR.          *   00002000
      *-------------------------------------------------------------*   00002100
      *   ARQUIVOS...:                                              *   00002200
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002300
      *    PARAMETR             I   (KSDS)         #PARAMET         *   00002400
      *    PARAMUSO             O                  #PARUSO          *   00002500
      *-------------------------------------------------------------*   00002600
      *   MODULOS....:                             INCLUDE/BOOK     *   00002700
      *   CHAMADO POR AGREGMOV, DORMCLI, VIGISALD, ARQMOVDB,        *   00002800
      *   AUDITARQ, JURESALD E FR01CB19 VIA CALL COM O BOOK         *   00002900
      *   LERPCOMM                                                  *   00003000
      *=============================================================*   00003100
                                                                        00003200
      *=============================================================*   00003300
       ENVIRONMENT                               DIVISION.              00003400
      *=============================================================*   00003500
                                                                        00003600
      *=============================================================*   00003700
       CONFIGURATION                               SECTION.             00003800
      *=============================================================*   00003900
       SPECIAL-NAMES.                                                   00004000
           DECIMAL-POINT IS COMMA.                                      00004100
                                                                        00004200
                                                                        00004300
       INPUT-OUTPUT                                SECTION.             00004400
       FILE-CONTROL.                                                    00004500
           SELECT PARAMETR  ASSIGN TO PARAMETR                          00004600
               ORGANIZATION IS INDEXED                                  00004700
               ACCESS MODE  IS DYNAMIC                                  00004800
               RECORD KEY   IS PAR-CHAVE                                00004900
               FILE STATUS  IS WRK-FS-PARAMETR.                         00005000
           SELECT PARAMUSO  ASSIGN TO PARAMUSO                          00005100
               FILE STATUS  IS WRK-FS-PARAMUSO.                         00005200
                                                                        00005300
      *=============================================================*   00005400
       DATA                                      DIVISION.              00005500
      *=============================================================*   00005600
       FILE                                      SECTION.               00005700
       FD PARAMETR                                                      00005800
           RECORD CONTAINS 120 CHARACTERS.                              00005900
                                                                        00006000
       COPY '#PARAMET'.                                                 00006100
                                                                        00006200
       FD PARAMUSO                                                      00006300
           RECORDING  MODE IS F                                         00006400
           BLOCK CONTAINS 0 RECORDS.                                    00006500
                                                                        00006600
       COPY '#PARUSO'.                                                  00006700
                                                                        00006800
      *=============================================================*   00006900
       WORKING-STORAGE                             SECTION.             00007000
      *=============================================================*   00007100
                                                                        00007200
       01 FILLER         PIC X(64) VALUE                                00007300
           '-----------TESTAR STATUS DOS ARQUIVOS--------'.             00007400
      *-------------------------------------------------------------*   00007500
       77 WRK-FS-PARAMETR      PIC 9(02).                               00007600
       77 WRK-FS-PARAMUSO      PIC 9(02).                               00007700
                                                                        00007800
       01 FILLER         PIC X(64) VALUE                                00007900
           '-----------VARREDURA DAS VIGENCIAS-----------'.             00008000
      *-------------------------------------------------------------*   00008100
       77 WRK-FIM-VIGENCIAS    PIC X(01) VALUE 'N'.                     00008200
       77 WRK-DATA-EXECUCAO    PIC 9(06) VALUE ZEROS.                   00008300
                                                                        00008400
       01 WRK-HORA-EXECUCAO.                                            00008500
          05 WRK-HE-HHMMSS       PIC 9(06).                             00008600
          05 FILLER              PIC 9(02).                             00008700
                                                                        00008800
      *-------------------------------------------------------------*   00008900
       LINKAGE                                     SECTION.             00009000
      *-------------------------------------------------------------*   00009100
                                                                        00009200
       COPY 'LERPCOMM'.                                                 00009300
                                                                        00009400
      *=============================================================*   00009500
       PROCEDURE DIVISION USING WRK-LER-PARAMETRO.                      00009600
      *=============================================================*   00009700
                                                                        00009800
      *-------------------------------------------------------------*   00009900
       0000-PRINCIPAL                         SECTION.                  00010000
      *-------------------------------------------------------------*   00010100
            MOVE '04'  TO WRK-PM-STATUS.                                00010200
            MOVE ZEROS TO WRK-PM-VALOR.                                 00010300
            MOVE ZEROS TO WRK-PM-VIGENCIA.                              00010400
            PERFORM 1000-PROCURARVIGENCIA.                              00010500
            IF NOT WRK-PM-ERRO-ARQUIVO                                  00010600
              PERFORM 2000-REGISTRARUSO                                 00010700
            END-IF.                                                     00010800
            GOBACK.                                                     00010900
                                                                        00011000
       0000-99-FIM.               EXIT.                                 00011100
                                                                        00011200
      *-------------------------------------------------------------*   00011300
      *   POSICIONAR NA PRIMEIRA VIGENCIA DO PARAMETRO E SEGUIR     *   00011400
      *   ENQUANTO A VIGENCIA NAO PASSAR DA DATA: A ULTIMA LIDA     *   00011500
      *   NESSA CONDICAO E A VIGENTE                                *   00011600
      *-------------------------------------------------------------*   00011700
       1000-PROCURARVIGENCIA                  SECTION.                  00011800
      *-------------------------------------------------------------*   00011900
            OPEN INPUT PARAMETR.                                        00012000
            IF WRK-FS-PARAMETR NOT EQUAL 0                              00012100
              MOVE '12' TO WRK-PM-STATUS                                00012200
              DISPLAY ' LERPARAM - ERRO OPEN PARAMETR - STATUS '        00012300
                      WRK-FS-PARAMETR                                   00012400
              GO TO 1000-99-FIM                                         00012500
            END-IF.                                                     00012600
            MOVE 'N'         TO WRK-FIM-VIGENCIAS.                      00012700
            MOVE WRK-PM-NOME TO PAR-NOME.                               00012800
            MOVE ZEROS       TO PAR-VIGENCIA.                           00012900
            START PARAMETR KEY IS NOT LESS THAN PAR-CHAVE.              00013000
            IF WRK-FS-PARAMETR NOT EQUAL 0                              00013100
              MOVE 'S' TO WRK-FIM-VIGENCIAS                             00013200
            END-IF.                                                     00013300
            PERFORM 1100-AVALIARVIGENCIA                                00013400
               UNTIL WRK-FIM-VIGENCIAS EQUAL 'S'.                       00013500
            CLOSE PARAMETR.                                             00013600
                                                                        00013700
       1000-99-FIM.               EXIT.                                 00013800
                                                                        00013900
      *-------------------------------------------------------------*   00014000
       1100-AVALIARVIGENCIA                   SECTION.                  00014100
      *-------------------------------------------------------------*   00014200
            READ PARAMETR NEXT RECORD.                                  00014300
            IF WRK-FS-PARAMETR NOT EQUAL 0                              00014400
               OR PAR-NOME NOT EQUAL WRK-PM-NOME                        00014500
               OR PAR-VIGENCIA GREATER WRK-PM-DATA                      00014600
              MOVE 'S' TO WRK-FIM-VIGENCIAS                             00014700
            ELSE                                                        00014800
              MOVE '00'         TO WRK-PM-STATUS                        00014900
              MOVE PAR-VALOR    TO WRK-PM-VALOR                         00015000
              MOVE PAR-VIGENCIA TO WRK-PM-VIGENCIA                      00015100
            END-IF.                                                     00015200
                                                                        00015300
       1100-99-FIM.               EXIT.                                 00015400
                                                                        00015500
      *-------------------------------------------------------------*   00015600
      *   REGISTRAR A LEITURA PARA O RELATORIO DIARIO; A FALTA DO   *   00015700
      *   REGISTRO NAO IMPEDE O PROGRAMA DE SEGUIR COM O VALOR      *   00015800
      *-------------------------------------------------------------*   00015900
       2000-REGISTRARUSO                      SECTION.                  00016000
      *-------------------------------------------------------------*   00016100
            OPEN EXTEND PARAMUSO.                                       00016200
            IF WRK-FS-PARAMUSO NOT EQUAL 0                              00016300
              DISPLAY ' LERPARAM - ERRO OPEN PARAMUSO - STATUS '        00016400
                      WRK-FS-PARAMUSO                                   00016500
            ELSE                                                        00016600
              ACCEPT WRK-DATA-EXECUCAO FROM DATE                        00016700
              ACCEPT WRK-HORA-EXECUCAO FROM TIME                        00016800
              MOVE SPACES            TO REG-PARUSO                      00016900
              MOVE WRK-PM-PROGRAMA   TO PRU-PROGRAMA                    00017000
              MOVE WRK-PM-DATA       TO PRU-DATA                        00017100
              MOVE WRK-PM-NOME       TO PRU-NOME                        00017200
              MOVE WRK-PM-VIGENCIA   TO PRU-VIGENCIA                    00017300
              MOVE WRK-PM-VALOR      TO PRU-VALOR                       00017400
              IF WRK-PM-ACHOU                                           00017500
                MOVE 'A' TO PRU-SITUACAO                                00017600
              ELSE                                                      00017700
                MOVE 'N' TO PRU-SITUACAO                                00017800
              END-IF                                                    00017900
              MOVE WRK-DATA-EXECUCAO TO PRU-DATA-EXECUCAO               00018000
              MOVE WRK-HE-HHMMSS     TO PRU-HORA-EXECUCAO               00018100
              WRITE REG-PARUSO                                          00018200
              CLOSE PARAMUSO                                            00018300
            END-IF.                                                     00018400
                                                                        00018500
       2000-99-FIM.               EXIT.                                 00018600

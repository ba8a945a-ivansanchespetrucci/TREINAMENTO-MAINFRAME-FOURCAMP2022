      *=============================================================*   00000100
       IDENTIFICATION                            DIVISION.              00000200
      *=============================================================*   00000300
                                                                        00000400
       PROGRAM-ID. VALIDOC.                                             00000500
                                                                        00000600
      *=============================================================*   00000700
      *   AUTOR....:RAFAEL                                              00000800
      *   ANALISTA.:IVAN PETRUCCI                  - INSTRUTOR          00000900
      *   DATA ....:27/05/2022                                          00001000
      *-------------------------------------------------------------*   00001100
      *   OBJETIVO: CRITICA DO DOCUMENTO DO TITULAR DA CONTA, NO    *   00001200
      *      MOLDE DO VALIDATA: CPF (PESSOA FISICA, 11 DIGITOS) OU  *   00001300
      *      CNPJ (PESSOA JURIDICA, 14 DIGITOS) COM OS DOIS DIGITOS *   00001400
      *      VERIFICADORES PELO MODULO 11. CPF COM TODOS OS DIGITOS *   00001500
      *      IGUAIS (111.111.111-11 E SEMELHANTES) E RECUSADO - O   *   00001600
      *      DIGITO CONFERE MAS O NUMERO NAO EXISTE.                *   00001700
      *-------------------------------------------------------------*   00001800
      *   ARQUIVOS...:                                              *   00001900
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002000
      *    -----------          -                  -----------      *   00002100
      *-------------------------------------------------------------*   00002200
      *   MODULOS....:                             INCLUDE/BOOK     *   00002300
      *   CHAMADO POR ATUCONTA VIA CALL COM O BOOK VALDOC           *   00002400
      *=============================================================*   00002500
                                                                        00002600
      *=============================================================*   00002700
       ENVIRONMENT                               DIVISION.              00002800
      *=============================================================*   00002900
                                                                        00003000
      *=============================================================*   00003100
       CONFIGURATION                               SECTION.             00003200
      *=============================================================*   00003300
       SPECIAL-NAMES.                                                   00003400
           DECIMAL-POINT IS COMMA.                                      00003500
                                                                        00003600
      *=============================================================*   00003700
       DATA                                      DIVISION.              00003800
      *=============================================================*   00003900
                                                                        00004000
      *=============================================================*   00004100
       WORKING-STORAGE                             SECTION.             00004200
      *=============================================================*   00004300
                                                                        00004400
       01 FILLER         PIC X(64) VALUE                                00004500
           '-----------DOCUMENTO EM CRITICA--------------'.             00004600
      *-------------------------------------------------------------*   00004700
       01 WRK-DOC-W             PIC 9(14).                              00004800
       01 WRK-DOC-DIGITOS REDEFINES WRK-DOC-W.                          00004900
          05 WRK-DOC-DIG        PIC 9(01) OCCURS 14 TIMES.              00005000
                                                                        00005100
       77 WRK-DOC-INICIO        PIC 9(02) VALUE ZEROS.                  00005200
       77 WRK-DOC-QTD           PIC 9(02) VALUE ZEROS.                  00005300
       77 WRK-DOC-IDX           PIC 9(02) VALUE ZEROS.                  00005400
       77 WRK-DOC-SOMA          PIC 9(05) VALUE ZEROS.                  00005500
       77 WRK-DOC-QUOC          PIC 9(05) VALUE ZEROS.                  00005600
       77 WRK-DOC-RESTO         PIC 9(02) VALUE ZEROS.                  00005700
       77 WRK-DOC-DV            PIC 9(01) VALUE ZEROS.                  00005800
       77 WRK-DOC-IGUAIS        PIC X(01) VALUE 'S'.                    00005900
                                                                        00006000
       01 FILLER         PIC X(64) VALUE                                00006100
           '-----------PESOS DO MODULO 11----------------'.             00006200
      *-------------------------------------------------------------*   00006300
       01 WRK-PESOS-CPF1        PIC X(26) VALUE                         00006400
           '10090807060504030200000000'.                                00006500
       01 WRK-PESOS-CPF2        PIC X(26) VALUE                         00006600
           '11100908070605040302000000'.                                00006700
       01 WRK-PESOS-CNPJ1       PIC X(26) VALUE                         00006800
           '05040302090807060504030200'.                                00006900
       01 WRK-PESOS-CNPJ2       PIC X(26) VALUE                         00007000
           '06050403020908070605040302'.                                00007100
                                                                        00007200
       01 WRK-PESOS-DADOS       PIC X(26).                              00007300
       01 WRK-TAB-PESOS REDEFINES WRK-PESOS-DADOS.                      00007400
          05 WRK-PESO           PIC 9(02) OCCURS 13 TIMES.              00007500
                                                                        00007600
      *-------------------------------------------------------------*   00007700
       LINKAGE                                     SECTION.             00007800
      *-------------------------------------------------------------*   00007900
                                                                        00008000
       COPY 'VALDOC'.                                                   00008100
                                                                        00008200
      *=============================================================*   00008300
       PROCEDURE DIVISION USING WRK-VALIDA-DOC.                         00008400
      *=============================================================*   00008500
                                                                        00008600
      *-------------------------------------------------------------*   00008700
       0000-PRINCIPAL                         SECTION.                  00008800
      *-------------------------------------------------------------*   00008900
            MOVE '00' TO WRK-DC-STATUS.                                 00009000
            IF WRK-DC-CPFCNPJ NOT NUMERIC                               00009100
               OR WRK-DC-CPFCNPJ EQUAL ZEROS                            00009200
              MOVE '08' TO WRK-DC-STATUS                                00009300
            ELSE                                                        00009400
              MOVE WRK-DC-CPFCNPJ TO WRK-DOC-W                          00009500
              IF WRK-DC-TIPO-PESSOA EQUAL 'F'                           00009600
                PERFORM 2000-CRITICARCPF                                00009700
              ELSE                                                      00009800
               IF WRK-DC-TIPO-PESSOA EQUAL 'J'                          00009900
                 PERFORM 3000-CRITICARCNPJ                              00010000
               ELSE                                                     00010100
                 MOVE '08' TO WRK-DC-STATUS                             00010200
               END-IF                                                   00010300
              END-IF                                                    00010400
            END-IF.                                                     00010500
            GOBACK.                                                     00010600
                                                                        00010700
       0000-99-FIM.               EXIT.                                 00010800
                                                                        00010900
      *-------------------------------------------------------------*   00011000
      *   CPF NAS POSICOES 4 A 14: NOVE DIGITOS BASE E DOIS DV      *   00011100
      *-------------------------------------------------------------*   00011200
       2000-CRITICARCPF                       SECTION.                  00011300
      *-------------------------------------------------------------*   00011400
            IF WRK-DOC-DIG (1) NOT EQUAL ZERO                           00011500
               OR WRK-DOC-DIG (2) NOT EQUAL ZERO                        00011600
               OR WRK-DOC-DIG (3) NOT EQUAL ZERO                        00011700
              MOVE '08' TO WRK-DC-STATUS                                00011800
            ELSE                                                        00011900
              MOVE 'S' TO WRK-DOC-IGUAIS                                00012000
              PERFORM 2100-COMPARARDIGITO                               00012100
                 VARYING WRK-DOC-IDX FROM 5 BY 1                        00012200
                   UNTIL WRK-DOC-IDX GREATER 14                         00012300
              IF WRK-DOC-IGUAIS EQUAL 'S'                               00012400
                MOVE '08' TO WRK-DC-STATUS                              00012500
              ELSE                                                      00012600
                MOVE WRK-PESOS-CPF1 TO WRK-PESOS-DADOS                  00012700
                MOVE 04 TO WRK-DOC-INICIO                               00012800
                MOVE 09 TO WRK-DOC-QTD                                  00012900
                PERFORM 4000-CALCULARDV                                 00013000
                IF WRK-DOC-DV NOT EQUAL WRK-DOC-DIG (13)                00013100
                  MOVE '08' TO WRK-DC-STATUS                            00013200
                ELSE                                                    00013300
                  MOVE WRK-PESOS-CPF2 TO WRK-PESOS-DADOS                00013400
                  MOVE 10 TO WRK-DOC-QTD                                00013500
                  PERFORM 4000-CALCULARDV                               00013600
                  IF WRK-DOC-DV NOT EQUAL WRK-DOC-DIG (14)              00013700
                    MOVE '08' TO WRK-DC-STATUS                          00013800
                  END-IF                                                00013900
                END-IF                                                  00014000
              END-IF                                                    00014100
            END-IF.                                                     00014200
                                                                        00014300
       2000-99-FIM.               EXIT.                                 00014400
                                                                        00014500
      *-------------------------------------------------------------*   00014600
       2100-COMPARARDIGITO                    SECTION.                  00014700
      *-------------------------------------------------------------*   00014800
            IF WRK-DOC-DIG (WRK-DOC-IDX) NOT EQUAL WRK-DOC-DIG (4)      00014900
              MOVE 'N' TO WRK-DOC-IGUAIS                                00015000
            END-IF.                                                     00015100
                                                                        00015200
       2100-99-FIM.               EXIT.                                 00015300
                                                                        00015400
      *-------------------------------------------------------------*   00015500
      *   CNPJ NAS POSICOES 1 A 14: DOZE DIGITOS BASE E DOIS DV     *   00015600
      *-------------------------------------------------------------*   00015700
       3000-CRITICARCNPJ                      SECTION.                  00015800
      *-------------------------------------------------------------*   00015900
            MOVE WRK-PESOS-CNPJ1 TO WRK-PESOS-DADOS.                    00016000
            MOVE 01 TO WRK-DOC-INICIO.                                  00016100
            MOVE 12 TO WRK-DOC-QTD.                                     00016200
            PERFORM 4000-CALCULARDV.                                    00016300
            IF WRK-DOC-DV NOT EQUAL WRK-DOC-DIG (13)                    00016400
              MOVE '08' TO WRK-DC-STATUS                                00016500
            ELSE                                                        00016600
              MOVE WRK-PESOS-CNPJ2 TO WRK-PESOS-DADOS                   00016700
              MOVE 13 TO WRK-DOC-QTD                                    00016800
              PERFORM 4000-CALCULARDV                                   00016900
              IF WRK-DOC-DV NOT EQUAL WRK-DOC-DIG (14)                  00017000
                MOVE '08' TO WRK-DC-STATUS                              00017100
              END-IF                                                    00017200
            END-IF.                                                     00017300
                                                                        00017400
       3000-99-FIM.               EXIT.                                 00017500
                                                                        00017600
      *-------------------------------------------------------------*   00017700
      *   DV = 11 - (SOMA DOS DIGITOS X PESOS MOD 11); RESTO 0 OU 1 *   00017800
      *   DA DV ZERO                                                *   00017900
      *-------------------------------------------------------------*   00018000
       4000-CALCULARDV                        SECTION.                  00018100
      *-------------------------------------------------------------*   00018200
            MOVE ZEROS TO WRK-DOC-SOMA.                                 00018300
            PERFORM 4100-SOMARDIGITO                                    00018400
               VARYING WRK-DOC-IDX FROM 1 BY 1                          00018500
                 UNTIL WRK-DOC-IDX GREATER WRK-DOC-QTD.                 00018600
            DIVIDE WRK-DOC-SOMA BY 11 GIVING WRK-DOC-QUOC               00018700
                   REMAINDER WRK-DOC-RESTO.                             00018800
            IF WRK-DOC-RESTO LESS 2                                     00018900
              MOVE ZERO TO WRK-DOC-DV                                   00019000
            ELSE                                                        00019100
              COMPUTE WRK-DOC-DV = 11 - WRK-DOC-RESTO                   00019200
            END-IF.                                                     00019300
                                                                        00019400
       4000-99-FIM.               EXIT.                                 00019500
                                                                        00019600
      *-------------------------------------------------------------*   00019700
       4100-SOMARDIGITO                       SECTION.                  00019800
      *-------------------------------------------------------------*   00019900
            COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA                         00020000
                  + WRK-DOC-DIG (WRK-DOC-INICIO + WRK-DOC-IDX - 1)      00020100
                  * WRK-PESO (WRK-DOC-IDX).                             00020200
                                                                        00020300
       4100-99-FIM.               EXIT.                                 00020400

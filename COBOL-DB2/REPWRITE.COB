      *      RELACLI E OS DEMAIS RELATORIOS IMPRIMIREM COM UMA      *   00001700
      *      CARA SO, SEM CADA PROGRAMA REINVENTAR CABECALHO E      *   00001800
      *      PROFUNDIDADE DE PAGINA NO PROPRIO CODIGO.              *   00001900
      *      CADA PAGINA LEVA NA LINHA DE DATA A QUEBRA DE          *   00001920
      *      DISTRIBUICAO (AGENCIA/REGIAO) INFORMADA PELO           *   00001940
      *      CHAMADOR; A TROCA DA QUEBRA ABRE PAGINA NOVA, PARA     *   00001960
      *      QUE NENHUMA PAGINA MISTURE DOIS DESTINATARIOS.         *   00001980
      *-------------------------------------------------------------*   00002000
      *   ARQUIVOS...:                                              *   00002100
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002200
       77 WRK-LINHAS-USADAS    PIC 9(03) VALUE ZEROS.                   00007000
       77 WRK-PAGINA-ABERTA    PIC X(01) VALUE 'N'.                     00007100
       77 WRK-LINHAS-POR-PAG   PIC 9(03) VALUE 060.                     00007200
       77 WRK-QUEBRA-PAGINA    PIC X(19) VALUE SPACES.                  00007250
                                                                        00007300
       01 WRK-CAB-TITULO.                                               00007400
          05 FILLER            PIC X(13).                               00007500
          05 FILLER            PIC X(23) VALUE                          00008400
             'DATA DE PROCESSAMENTO: '.                                 00008500
          05 WRK-CD-DATAPROC   PIC 9(08).                               00008600
          05 FILLER            PIC X(10).                               00008625
          05 WRK-CD-QUEBRA.                                             00008650
             10 WRK-CD-ROT-AGENCIA PIC X(09).                           00008675
             10 WRK-CD-AGENCIA     PIC X(04).                           00008700
             10 WRK-CD-ROT-REGIAO  PIC X(10).                           00008725
             10 WRK-CD-REGIAO      PIC X(15).                           00008750
          05 FILLER            PIC X(40).                               00008775
                                                                        00008800
       01 WRK-LINHA-RODAPE.                                             00008900
          05 FILLER            PIC X(20) VALUE                          00009000
            END-IF.                                                     00014700
            IF WRK-RW-LINHAS-PAG GREATER ZEROS                          00014800
              MOVE WRK-RW-LINHAS-PAG TO WRK-LINHAS-POR-PAG              00014900
            END-IF.                                                     00014925
            IF WRK-RW-QUEBRA EQUAL LOW-VALUES                           00014950
              MOVE SPACES TO WRK-RW-QUEBRA                              00014975
            END-IF.                                                     00015000
            MOVE ZEROS TO WRK-LINHAS-USADAS.                            00015100
            MOVE 'N'   TO WRK-PAGINA-ABERTA.                            00015200
      *-------------------------------------------------------------*   00015600
       2000-DETALHE                           SECTION.                  00015700
      *-------------------------------------------------------------*   00015800
            IF WRK-PAGINA-ABERTA EQUAL 'S'                              00015820
               AND WRK-RW-QUEBRA NOT EQUAL WRK-QUEBRA-PAGINA            00015840
              PERFORM 3000-SALTARPAGINA                                 00015860
            END-IF.                                                     00015880
            IF WRK-PAGINA-ABERTA EQUAL 'N'                              00015900
               OR WRK-LINHAS-USADAS NOT LESS WRK-LINHAS-POR-PAG         00016000
              PERFORM 2100-NOVAPAGINA                                   00016100
            MOVE WRK-CAB-TITULO TO PRT-LINHA.                           00018000
            WRITE REG-RELPRT.                                           00018100
            MOVE WRK-RW-DATAPROC TO WRK-CD-DATAPROC.                    00018200
            MOVE WRK-RW-QUEBRA  TO WRK-QUEBRA-PAGINA.                   00018209
            MOVE SPACES         TO WRK-CD-QUEBRA.                       00018218
            IF WRK-RW-QUEBRA-AGENCIA NOT EQUAL SPACES                   00018227
              MOVE 'AGENCIA: '           TO WRK-CD-ROT-AGENCIA          00018236
              MOVE WRK-RW-QUEBRA-AGENCIA TO WRK-CD-AGENCIA              00018245
            END-IF.                                                     00018254
            IF WRK-RW-QUEBRA-REGIAO NOT EQUAL SPACES                    00018263
              MOVE '  REGIAO: '          TO WRK-CD-ROT-REGIAO           00018272
              MOVE WRK-RW-QUEBRA-REGIAO  TO WRK-CD-REGIAO               00018281
            END-IF.                                                     00018290
            MOVE ' '            TO PRT-CARRO.                           00018300
            MOVE WRK-CAB-DATA   TO PRT-LINHA.                           00018400
            WRITE REG-RELPRT.                                           00018500
      *-------------------------------------------------------------*   00021200
       2500-TOTAL                             SECTION.                  00021300
      *-------------------------------------------------------------*   00021400
            IF WRK-PAGINA-ABERTA EQUAL 'S'                              00021420
               AND WRK-RW-QUEBRA NOT EQUAL WRK-QUEBRA-PAGINA            00021440
              PERFORM 3000-SALTARPAGINA                                 00021460
            END-IF.                                                     00021480
            IF WRK-PAGINA-ABERTA EQUAL 'N'                              00021500
              PERFORM 2100-NOVAPAGINA                                   00021600
            END-IF.                                                     00021700

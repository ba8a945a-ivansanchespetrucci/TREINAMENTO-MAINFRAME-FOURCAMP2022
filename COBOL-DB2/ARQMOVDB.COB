      *      MOVIMENTOS, NA LINHA DO QUE O GERELOG FAZ COM O        *   00001300
      *      LOGERROS: O CARGACLI SO INSERE E NADA APAGA, ENTAO O   *   00001400
      *      CURSOR DA CLI3 FICA MAIS LENTO A CADA MES. AS LINHAS   *   00001500
      *      COM DATA DE CARGA MAIS VELHA QUE A RETENCAO DO         *   00001600
      *      PARAMETRO ARQMOVDB-RETENCAO (ARQUIVO PARAMETR)         *   00001650
      *      SAO COPIADAS PARA A TABELA ANUAL MOVIMENTOS_HIST E     *   00001700
      *      APAGADAS DA MOVIMENTOS, COM COMMIT INTERMEDIARIO       *   00001800
      *      (CURSOR WITH HOLD). A REEXECUCAO E SEGURA: LINHA JA    *   00001900
      *      MOVIDA NAO ENTRA MAIS NO CURSOR. O RELATORIO MOSTRA    *   00002000
      *      O QUE FOI MOVIDO POR AGENCIA. O ID DE RASTREIO E A     *   00002100
      *      MARCA DE ESTORNO (ESTORMOV) VAO JUNTO PARA O ANUAL,    *   00002110
      *      ASSIM COMO A MARCA DO LANCAMENTO (JUR NOS JUROS).      *   00002120
      *-------------------------------------------------------------*   00002200
      *   ARQUIVOS...:                                              *   00002300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002400
      *-------------------------------------------------------------*   00003000
      *   MODULOS....:                             INCLUDE/BOOK     *   00003100
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00003200
      *   LERPARAM -   PARAMETROS DO LOTE           LERPCOMM        *   00003250
      *=============================================================*   00003300
                                                                        00003400
      *=============================================================*   00003500
       01 WRK-HV-TRANSF-DIR      PIC X(01).                             00014000
       01 WRK-HV-CONTRA-AGENCIA  PIC S9(08) COMP.                       00014100
       01 WRK-HV-CONTRA-CONTA    PIC S9(08) COMP.                       00014200
       01 WRK-HV-ID-RASTREIO     PIC S9(08) COMP.                       00014210
       01 WRK-HV-ESTORNADO       PIC X(01).                             00014220
       01 WRK-HV-ID-ESTORNO      PIC S9(08) COMP.                       00014230
       01 WRK-HV-DATA-ESTORNO    PIC S9(08) COMP.                       00014240
       01 WRK-HV-MARCA           PIC X(04).                             00014250
       01 WRK-HV-DATA-CORTE      PIC S9(08) COMP.                       00014300
                                                                        00014400
      *-----------------TRATAMENTO DE ERROS--------------------------*  00014500
                                                                        00014600
       COPY 'VARERROS'.                                                 00014700
                                                                        00014720
      *-----------------PARAMETROS DO LOTE---------------------------*  00014740
                                                                        00014760
       COPY 'LERPCOMM'.                                                 00014780
                                                                        00014800
      *-----------------SQLCA----------------------------------------*  00014900
                                                                        00015000
               DECLARE CUR-EXPURGO CURSOR WITH HOLD FOR                 00015600
                  SELECT AGENCIA, CONTA, CLIENTE, VALOR, TIP_OP,        00015700
                         DATA_MOVIMENTO, DATA_CARGA,                    00015800
                         TRANSF_DIR, CONTRA_AGENCIA, CONTRA_CONTA,      00015900
                         COALESCE(ID_RASTREIO, 0),                      00015910
                         COALESCE(ESTORNADO, 'N'),                      00015920
                         COALESCE(ID_RASTREIO_ESTORNO, 0),              00015930
                         COALESCE(DATA_ESTORNO, 0),                     00015940
                         COALESCE(MARCA, ' ')                           00015950
                    FROM MOVIMENTOS                                     00016000
                   WHERE DATA_CARGA < :WRK-HV-DATA-CORTE                00016100
                     FOR UPDATE                                         00016200
      *-------------------------------------------------------------*   00018300
                                                                        00018400
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00018500
            ACCEPT WRK-CKP-INTERVALO      FROM SYSIN.                   00018600
            MOVE 'ARQMOVDB'             TO WRK-PM-PROGRAMA.             00018700
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-PM-DATA.                 00018707
            MOVE 'ARQMOVDB-RETENCAO'    TO WRK-PM-NOME.                 00018714
            CALL 'LERPARAM' USING WRK-LER-PARAMETRO.                    00018721
            IF NOT WRK-PM-ACHOU                                         00018728
              MOVE '1001'                   TO WRK-SECAO                00018735
              MOVE 'PARAMETRO ARQMOVDB-RETENCAO SEM VIGENCIA'           00018742
                TO WRK-MSGERRO                                          00018749
              MOVE WRK-PM-STATUS            TO WRK-STATUS               00018756
              PERFORM 9010-TRATARERROS                                  00018763
              MOVE 8 TO RETURN-CODE                                     00018770
              STOP RUN                                                  00018777
            END-IF.                                                     00018784
            MOVE WRK-PM-VALOR           TO WRK-RETENCAO-DIAS.           00018791
            DISPLAY ' DATA DE PROCESSAMENTO..' WRK-DATA-PROCESSAMENTO.  00018800
            PERFORM 1200-CALCULARCORTE.                                 00018900
            MOVE WRK-DATA-CORTE-NUM TO WRK-HV-DATA-CORTE.               00019000
                      :WRK-HV-CLIENTE, :WRK-HV-VALOR,                   00028300
                      :WRK-HV-TIP-OP, :WRK-HV-DATA-MOVIMENTO,           00028400
                      :WRK-HV-DATA-CARGA, :WRK-HV-TRANSF-DIR,           00028500
                      :WRK-HV-CONTRA-AGENCIA, :WRK-HV-CONTRA-CONTA,     00028600
                      :WRK-HV-ID-RASTREIO, :WRK-HV-ESTORNADO,           00028610
                      :WRK-HV-ID-ESTORNO, :WRK-HV-DATA-ESTORNO,         00028620
                      :WRK-HV-MARCA                                     00028630
            END-EXEC.                                                   00028700
            IF SQLCODE EQUAL 100                                        00028800
              MOVE 'S' TO WRK-FIM-CURSOR                                00028900
                INSERT INTO MOVIMENTOS_HIST                             00030900
                    (AGENCIA, CONTA, CLIENTE, VALOR, TIP_OP,            00031000
                     DATA_MOVIMENTO, DATA_CARGA,                        00031100
                     TRANSF_DIR, CONTRA_AGENCIA, CONTRA_CONTA,          00031200
                     ID_RASTREIO, ESTORNADO, ID_RASTREIO_ESTORNO,       00031210
                     DATA_ESTORNO, MARCA)                               00031220
                VALUES                                                  00031300
                    (:WRK-HV-AGENCIA, :WRK-HV-CONTA, :WRK-HV-CLIENTE,   00031400
                     :WRK-HV-VALOR, :WRK-HV-TIP-OP,                     00031500
                     :WRK-HV-DATA-MOVIMENTO, :WRK-HV-DATA-CARGA,        00031600
                     :WRK-HV-TRANSF-DIR, :WRK-HV-CONTRA-AGENCIA,        00031700
                     :WRK-HV-CONTRA-CONTA, :WRK-HV-ID-RASTREIO,         00031800
                     :WRK-HV-ESTORNADO, :WRK-HV-ID-ESTORNO,             00031810
                     :WRK-HV-DATA-ESTORNO, :WRK-HV-MARCA)               00031820
            END-EXEC.                                                   00031900
            IF SQLCODE NOT EQUAL 0                                      00032000
              ADD 1 TO WRK-ACUM-ERROS                                   00032100

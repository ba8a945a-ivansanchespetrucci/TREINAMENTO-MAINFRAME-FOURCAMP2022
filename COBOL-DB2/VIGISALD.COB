      *      CONTAS NEGATIVAS COM OS DIAS CONSECUTIVOS E A PIOR     *   00001900
      *      EXPOSICAO POR AGENCIA, PARA A MESA DE CREDITO PARAR    *   00002000
      *      DE DESCOBRIR O ESTOURO PELA RECLAMACAO DO CLIENTE.     *   00002100
      *      A JANELA DO HISTORICO (QUANTAS GERACOES ANTERIORES     *   00002120
      *      ENTRAM NA CONTAGEM) VEM DO PARAMETRO VIGISALD-GERACOES *   00002140
      *      DO PARAMETR, ATE O NUMERO DE GERACOES CONCATENADAS     *   00002160
      *      NO SALDOHIS DO JCL; CADA GERACAO TERMINA NO TRAILER.   *   00002180
      *-------------------------------------------------------------*   00002200
      *   ARQUIVOS...:                                              *   00002300
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002400
      *-------------------------------------------------------------*   00002700
      *   MODULOS....:                             INCLUDE/BOOK     *   00002800
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00002900
      *   LERPARAM -   PARAMETROS DO LOTE           LERPCOMM        *   00002950
      *   REPWRITE -   SERVICOS DE IMPRESSAO        REPWCOMM        *   00003000
      *=============================================================*   00003100
                                                                        00003200
          05 HIS-SALDO-FECHAMENTO PIC S9(10)V99                         00008000
                                 SIGN IS LEADING SEPARATE.              00008100
          05 HIS-DATA-SALDO      PIC 9(08).                             00008200
          05 HIS-VALOR-BLOQUEADO PIC S9(10)V99                          00008210
                                 SIGN IS LEADING SEPARATE.              00008220
          05 FILLER              PIC X(05).                             00008300
                                                                        00008316
       01 REG-HISTRL.                                                   00008332
          05 HTR-TIPO            PIC X(03).                             00008348
             88 HTR-E-TRAILER        VALUE 'TRL'.                       00008364
          05 FILLER              PIC X(93).                             00008380
                                                                        00008400
      *=============================================================*   00008500
       WORKING-STORAGE                             SECTION.             00008600
      *-------------------------------------------------------------*   00012200
       77 WRK-ACUM-LIDOS       PIC 9(07) VALUE ZEROS.                   00012300
       77 WRK-ACUM-HISTORICO   PIC 9(07) VALUE ZEROS.                   00012400
                                                                        00012414
       01 FILLER         PIC X(64) VALUE                                00012428
           '-----------JANELA DO HISTORICO---------------'.             00012442
      *-------------------------------------------------------------*   00012456
       77 WRK-LIMITE-GERACOES  PIC 9(02) VALUE 04.                      00012470
       77 WRK-GERACOES-LIDAS   PIC 9(02) VALUE ZEROS.                   00012484
                                                                        00012500
       01 FILLER         PIC X(64) VALUE                                00012600
           '-----------LINHAS DO RELATORIO---------------'.             00012700
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00016800
                                                                        00016900
       COPY 'VARERROS'.                                                 00017000
                                                                        00017020
      *------------BOOK PARAMETROS DO LOTE--------------------------*   00017040
                                                                        00017060
       COPY 'LERPCOMM'.                                                 00017080
                                                                        00017100
      *------------BOOK SERVICOS DE IMPRESSAO-----------------------*   00017200
                                                                        00017300
            PERFORM 2000-GUARDARNEGATIVA                                00018500
               UNTIL WRK-FS-SALDOATU EQUAL 10.                          00018600
            PERFORM 2500-CONTARHISTORICO                                00018700
               UNTIL WRK-FS-SALDOHIS EQUAL 10                           00018800
                  OR WRK-GERACOES-LIDAS NOT LESS WRK-LIMITE-GERACOES.   00018850
            PERFORM 3000-FINALIZAR.                                     00018900
            STOP RUN.                                                   00019000
                                                                        00019100
       1000-INICIAR                           SECTION.                  00019500
      *-------------------------------------------------------------*   00019600
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00019700
            MOVE 'VIGISALD'             TO WRK-PM-PROGRAMA.             00019716
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-PM-DATA.                 00019732
            MOVE 'VIGISALD-GERACOES'    TO WRK-PM-NOME.                 00019748
            CALL 'LERPARAM' USING WRK-LER-PARAMETRO.                    00019764
            MOVE WRK-PM-VALOR           TO WRK-LIMITE-GERACOES.         00019780
            OPEN INPUT SALDOATU.                                        00019800
            OPEN INPUT SALDOHIS.                                        00019900
            MOVE 'VIGILANCIA DE CONTAS COM SALDO NEGATIVO'              00020000
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.             00020400
            MOVE 060 TO WRK-RW-LINHAS-PAG.                              00020500
            MOVE 'N' TO WRK-RW-REABRIR.                                 00020600
            MOVE SPACES TO WRK-RW-QUEBRA.                               00020650
            MOVE 'A' TO WRK-RW-FUNCAO.                                  00020700
            CALL 'REPWRITE' USING WRK-REPW.                             00020800
                                                                        00020900
                MOVE WRK-RW-STATUS           TO WRK-STATUS              00023000
                   PERFORM 9000-TRATARERROS                             00023100
               END-IF.                                                  00023200
               IF NOT WRK-PM-ACHOU                                      00023212
                MOVE '1003'                  TO WRK-SECAO               00023224
                MOVE 'PARAMETRO VIGISALD-GERACOES SEM VIGENCIA'         00023236
                  TO WRK-MSGERRO                                        00023248
                MOVE WRK-PM-STATUS           TO WRK-STATUS              00023260
                   PERFORM 9000-TRATARERROS                             00023272
               END-IF.                                                  00023284
               READ SALDOATU.                                           00023300
               READ SALDOHIS.                                           00023400
                                                                        00023500
       2500-CONTARHISTORICO                   SECTION.                  00026900
      *-------------------------------------------------------------*   00027000
              ADD 1 TO WRK-ACUM-HISTORICO.                              00027100
              IF HTR-E-TRAILER                                          00027125
                ADD 1 TO WRK-GERACOES-LIDAS                             00027150
              END-IF.                                                   00027175
              MOVE 0 TO WRK-NEG-ACHOU.                                  00027200
              PERFORM 2510-PESQUISARCONTA                               00027300
                 VARYING TAB-NEG-IDX FROM 1 BY 1                        00027400

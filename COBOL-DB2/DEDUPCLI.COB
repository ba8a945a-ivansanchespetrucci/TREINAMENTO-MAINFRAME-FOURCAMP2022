      *      QUARENTENA COM RELATORIO PARA O BACK OFFICE            *   00001600
      *      CONFIRMAR, E SOMENTE OS MOVIMENTOS UNICOS SEGUEM NO    *   00001700
      *      ARQUIVO MOVUNICO PARA O RELACLI NAO SOMAR DUAS VEZES.  *   00001800
      *      A DATA DE NEGOCIO PASSA PELO CTLEXEC (FUNCAO I NO      *   00001825
      *      INICIO E F NO FIM), PARA O ATUSALDO E O RELACLI SO     *   00001850
      *      RODAREM DEPOIS DO DEDUP DA DATA (ARQUIVO DEPEXEC).     *   00001875
      *-------------------------------------------------------------*   00001900
      *   ARQUIVOS...:                                              *   00002000
      *    DDNAME              I/O                 INCLUDE/BOOK     *   00002100
      *-------------------------------------------------------------*   00002600
      *   MODULOS....:                             INCLUDE/BOOK     *   00002700
      *   GRAVALOG -   TRATAMENTO DE ERROS          VARERROS        *   00002800
      *   CTLEXEC  -   CONTROLE DE EXECUCAO         CTRLEXEC        *   00002850
      *=============================================================*   00002900
                                                                        00003000
      *=============================================================*   00003100
      *------------BOOK VARIAVEIS ERROS-----------------------------*   00017100
                                                                        00017200
       COPY 'VARERROS'.                                                 00017300
                                                                        00017320
      *-----------------CONTROLE DE EXECUCAO-------------------------*  00017340
                                                                        00017360
       COPY 'CTRLEXEC'.                                                 00017380
                                                                        00017400
      *=============================================================*   00017500
       PROCEDURE DIVISION.                                              00017600
       1000-INICIAR                           SECTION.                  00019100
      *-------------------------------------------------------------*   00019200
            ACCEPT WRK-DATA-PROCESSAMENTO FROM SYSIN.                   00019300
            MOVE 'DEDUPCLI' TO WRK-CE-PROGRAMA.                         00019308
            MOVE WRK-DATA-PROCESSAMENTO TO WRK-CE-DATA.                 00019316
            MOVE 'I'        TO WRK-CE-FUNCAO.                           00019324
            MOVE 'N'        TO WRK-CE-OVERRIDE.                         00019332
            CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                     00019340
            IF NOT WRK-CE-PODE-EXECUTAR                                 00019348
              DISPLAY ' DATA DE NEGOCIO RECUSADA PELO CTLEXEC - '       00019356
                      'STATUS ' WRK-CE-STATUS                           00019364
              MOVE 8 TO RETURN-CODE                                     00019372
              STOP RUN                                                  00019380
            END-IF.                                                     00019388
            OPEN INPUT CLIENTES.                                        00019400
            OPEN OUTPUT MOVUNICO.                                       00019500
            OPEN OUTPUT QUARENT.                                        00019600
               DISPLAY 'LIDOS....... ' WRK-ACUM-LIDOS.                  00028500
               DISPLAY 'UNICOS...... ' WRK-ACUM-UNICOS.                 00028600
               DISPLAY 'QUARENTENA.. ' WRK-ACUM-QUARENT.                00028700
               MOVE 'F' TO WRK-CE-FUNCAO.                               00028733
               CALL 'CTLEXEC' USING WRK-CONTROLE-EXEC.                  00028766
                                                                        00028800
       3000-99-FIM.               EXIT.                                 00028900
                                                                        00028905
      *-------------------------------------------------------------*   00028910
      *   TOTAIS DO DIA PARA O SCORECARD POR ORIGEM (SCORORIG)      *   00028920
      *-------------------------------------------------------------*   00028930

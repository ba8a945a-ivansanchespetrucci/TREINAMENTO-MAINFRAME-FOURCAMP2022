      * APONTADO COMO FORA DA CURVA, E SAI O ARQUIVO                    00002200
      * FROTANOV COM O CONSUMO MEDIDO PARA APROVACAO DO                 00002300
      * SUPERVISOR - OS KM/L DO FROTA FORAM DIGITADOS UMA               00002400
      * VEZ E NUNCA MAIS CONFERIDOS. O ABASTECIMENTO                    00002500
      * MARCADO COMO SUSPEITO NA TRIAGEM DIARIA (TRIAGABA)              00002525
      * E DESPREZADO: TANQUE ESTOURADO, ODOMETRO PARA TRAS              00002550
      * OU ABASTECIMENTO REPETIDO NAO ENTRAM NA MEDICAO.                00002575
      *                                                                 00002600
      *====================================================             00002700
                                                                        00002800
           RECORDING  MODE IS F                                         00005000
           BLOCK CONTAINS 0 RECORDS.                                    00005100
                                                                        00005200
       COPY '#ABASTEC'.                                                 00005300
                                                                        00006000
       FD FROTA                                                         00006100
           RECORDING  MODE IS F                                         00006200
      *===================CONTROLE DO LOTE==================            00013500
                                                                        00013600
       77 WRK-ACUM-ABASTEC      PIC 9(07)    VALUE ZEROS.               00013700
       77 WRK-ACUM-SUSPEITOS    PIC 9(07)    VALUE ZEROS.               00013750
       77 WRK-ACUM-VEICULOS     PIC 9(05)    VALUE ZEROS.               00013800
       77 WRK-ACUM-DESCARTADOS  PIC 9(05)    VALUE ZEROS.               00013900
       77 WRK-ACUM-FORA-CURVA   PIC 9(05)    VALUE ZEROS.               00014000
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00024200
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00024300
           MOVE 'N' TO WRK-RW-REABRIR.                                  00024400
           MOVE SPACES TO WRK-RW-QUEBRA.                                00024450
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00024500
           CALL 'REPWRITE' USING WRK-REPW.                              00024600
           READ ABASTEC.                                                00024700
                                                                        00025000
      *----------------------------------------------------             00025100
      * QUEBRA POR VEICULO: GUARDAR O PRIMEIRO E O ULTIMO               00025200
      * ODOMETRO E SOMAR OS LITROS DEPOIS DO PRIMEIRO;                  00025300
      * O SUSPEITO DA TRIAGEM NAO ENTRA NA CONTA                        00025350
      *----------------------------------------------------             00025400
       2000-APURARABASTECIMENTO                 SECTION.                00025500
      *----------------------------------------------------             00025600
                                                                        00025700
           ADD 1 TO WRK-ACUM-ABASTEC.                                   00025800
           IF ABA-SUSPEITO                                              00025816
             ADD 1 TO WRK-ACUM-SUSPEITOS                                00025832
             READ ABASTEC                                               00025848
             GO TO 2000-99-FINAL                                        00025864
           END-IF.                                                      00025880
           IF WRK-PRIMEIRA-VEZ EQUAL 'N'                                00025900
              AND ABA-VEICULO NOT EQUAL WRK-VEIC-ANTERIOR               00026000
             PERFORM 2100-FECHARVEICULO                                 00026100
           MOVE 'F' TO WRK-RW-FUNCAO.                                   00048500
           CALL 'REPWRITE' USING WRK-REPW.                              00048600
           DISPLAY ' ABASTECIMENTOS LIDOS.' WRK-ACUM-ABASTEC.           00048700
           DISPLAY ' SUSPEITOS DESPREZADOS' WRK-ACUM-SUSPEITOS.         00048750
           DISPLAY ' VEICULOS MEDIDOS.....' WRK-ACUM-VEICULOS.          00048800
           DISPLAY ' SEM MEDICAO VALIDA...' WRK-ACUM-DESCARTADOS.       00048900
           DISPLAY ' FORA DA CURVA........' WRK-ACUM-FORA-CURVA.        00049000

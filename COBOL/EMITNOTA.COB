      * ALIQICMS), IMPRESSO NA NOTA, CARREGADO NO REGISTRO              00001730
      * REGNOTAS E RESUMIDO POR UF NO FIM DA EXECUCAO - O               00001740
      * FISCAL PARA DE RECALCULAR AS 27 UFS NA MAO.                     00001750
      * A NOTA NASCE SEM RETORNO DE NF-E: A TRANSMISSAO A               00001787
      * SEFAZ E NO GERANFE E O PROTOCOLO OU A REJEICAO                  00001824
      * VOLTAM PELO RETNFE.                                             00001861
      *                                                                 00001900
      *====================================================             00002000
                                                                        00002100
          05 FAT-PESO           PIC 9(03)V99.                           00005300
          05 FAT-FRETE-VALOR    PIC 9(04)V99.                           00005400
          05 FAT-FRETE-PESO     PIC 9(04)V99.                           00005500
          05 FAT-TRANSP         PIC 9(03).                              00005550
                                                                        00005600
      *----------------------------------------------------             00005700
      * NUMNOTA - CONTROLE PERSISTIDO DA ULTIMA NOTA EMITIDA            00005800
             88 RGN-CANCELADA       VALUE 'C'.                          00008340
             88 RGN-NOTA-CREDITO    VALUE 'E'.                          00008350
          05 RGN-NOTA-REF       PIC 9(08).                              00008360
          05 RGN-SIT-NFE        PIC X(01).                              00008365
             88 RGN-NFE-SEM-RETORNO  VALUE ' '.                         00008370
             88 RGN-NFE-AUTORIZADA   VALUE 'U'.                         00008375
             88 RGN-NFE-REJEITADA    VALUE 'R'.                         00008380
          05 RGN-PROTOCOLO      PIC 9(15).                              00008385
          05 RGN-DATA-NFE       PIC 9(08).                              00008390
          05 RGN-COD-REJEICAO   PIC 9(03).                              00008395
          05 FILLER             PIC X(10).                              00008400
                                                                        00008410
      *----------------------------------------------------             00008420
      * ALIQICMS - ALIQUOTA DE ICMS POR UF COM VIGENCIA                 00008430
           MOVE WRK-DATA-PROCESSAMENTO TO WRK-RW-DATAPROC.              00021200
           MOVE 060 TO WRK-RW-LINHAS-PAG.                               00021300
           MOVE 'N' TO WRK-RW-REABRIR.                                  00021400
           MOVE SPACES TO WRK-RW-QUEBRA.                                00021450
           MOVE 'A' TO WRK-RW-FUNCAO.                                   00021500
           CALL 'REPWRITE' USING WRK-REPW.                              00021600
           READ FATURA.                                                 00021700
           MOVE WRK-ICMS-NOTA   TO RGN-ICMS.                            00027610
           MOVE 'A'             TO RGN-SITUACAO.                        00027620
           MOVE ZEROS           TO RGN-NOTA-REF.                        00027630
           MOVE SPACE           TO RGN-SIT-NFE.                         00027644
           MOVE ZEROS           TO RGN-PROTOCOLO.                       00027658
           MOVE ZEROS           TO RGN-DATA-NFE.                        00027672
           MOVE ZEROS           TO RGN-COD-REJEICAO.                    00027686
           WRITE REG-REGNOTA.                                           00027700
           PERFORM 2100-RESUMIRESTADO.                                  00027800
           READ FATURA.                                                 00027900

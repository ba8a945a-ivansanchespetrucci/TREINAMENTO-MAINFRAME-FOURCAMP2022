       01 REG-RETORNO.                                                  00009200
          05 RET-REGISTRO        PIC X(88).                             00009300
          05 RET-DISPOSICAO      PIC X(01).                             00009400
          05 RET-MOTIVO          PIC X(07).                             00009500
                                                                        00009700
      *=============================================================*   00009800
       WORKING-STORAGE                             SECTION.             00009900
                                                                        00022900
      *-------------------------------------------------------------*   00023000
      *   O REGISTRO CRITICADO CARREGA OS MOTIVOS DO CRITICAC NOS   *   00023100
      *   SETE BYTES APOS A IMAGEM DO MOVIMENTO                     *   00023200
      *-------------------------------------------------------------*   00023300
       2200-RETORNARCRITICADO                 SECTION.                  00023400
      *-------------------------------------------------------------*   00023500
              MOVE REG-CRITICA (1:88) TO RET-REGISTRO.                  00023800
              MOVE REG-CRITICA (1:88) TO REG-CLIENTE.                   00023900
              MOVE 'C'                TO RET-DISPOSICAO.                00024000
              MOVE REG-CRITICA (89:7) TO RET-MOTIVO.                    00024100
              PERFORM 8000-GRAVARRETORNO.                               00024200
              READ CRITICA.                                             00024300
                                                                        00024400

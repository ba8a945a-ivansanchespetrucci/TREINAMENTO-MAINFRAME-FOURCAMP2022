      *      ENTRAR EM CADA TELA PASSOU DO NIVEL UNICO PARA O       *   00000900
      *      PERFIL POR TRANSACAO (USU-PERFIL, UM BYTE S/N POR      *   00001000
      *      TELA), MANTIDO PELO OFICIAL DE SEGURANCA NA SEG1 -     *   00001100
      *      DAR FRT1 A ALGUEM DEIXOU DE DAR CLI2 JUNTO. O BYTE     *   00001200
      *      AGE1 (MANUTENCAO DO MESTRE AGENCIAS) OCUPOU O ULTIMO   *   00001210
      *      BYTE LIVRE E SO E CONCEDIDO A NIVEL SUPERVISOR.        *   00001220
      *      O REGISTRO CRESCEU DE 50 PARA 60 BYTES PARA O BYTE     *   00001240
      *      PAR1 (MANUTENCAO DO ARQUIVO DE PARAMETROS DO LOTE),    *   00001260
      *      TAMBEM SO DE SUPERVISOR, COM FOLGA PARA OS PROXIMOS.   *   00001280
      *=============================================================*   00001300
       01 REG-USUARIO.                                                  00001400
          05 USU-ID              PIC X(08).                             00001500
                88 USU-PODE-SEG1     VALUE 'S'.                         00003800
             10 USU-AUT-FRT2     PIC X(01).                             00003810
                88 USU-PODE-FRT2     VALUE 'S'.                         00003820
             10 USU-AUT-AGE1     PIC X(01).                             00003900
                88 USU-PODE-AGE1     VALUE 'S'.                         00003910
             10 USU-AUT-PAR1     PIC X(01).                             00003920
                88 USU-PODE-PAR1     VALUE 'S'.                         00003930
          05 FILLER              PIC X(09).                             00003940

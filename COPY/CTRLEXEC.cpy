      *      CONTROLE DE EXECUCAO POR DATA DE NEGOCIO. O PROGRAMA   *   00000600
      *      CHAMA COM FUNCAO I NO INICIO (O MODULO RECUSA DATA JA  *   00000700
      *      COMPLETADA OU DATA ANTERIOR NAO COMPLETADA, SALVO      *   00000800
      *      LIBERACAO DE SUPERVISOR NA TRANSACAO CTL1) E COM       *   00000900
      *      FUNCAO F NO FIM BEM SUCEDIDO. STATUS: 00 PODE          *   00001000
      *      EXECUTAR / 04 DATA JA COMPLETADA / 08 DATA ANTERIOR    *   00001100
      *      NAO COMPLETADA / 12 ERRO NO ARQUIVO DE CONTROLE /      *   00001200
      *      16 PREDECESSOR DECLARADO NO ARQUIVO DEPEXEC AINDA      *   00001210
      *      NAO COMPLETOU A DATA (O NOME VOLTA EM                  *   00001220
      *      WRK-CE-PREDECESSOR). O OVERRIDE CONTINUA SENDO LIDO    *   00001240
      *      DO SYSIN PARA NAO MUDAR OS CARTOES, MAS O MODULO       *   00001260
      *      NAO O CONSIDERA MAIS.                                  *   00001280
      *=============================================================*   00001300
       01 WRK-CONTROLE-EXEC.                                            00001400
          05 WRK-CE-PROGRAMA PIC X(08).                                 00001500
             88 WRK-CE-FORCADO   VALUE 'S'.                             00002100
          05 WRK-CE-STATUS   PIC X(02).                                 00002200
             88 WRK-CE-PODE-EXECUTAR VALUE '00'.                        00002300
          05 WRK-CE-PREDECESSOR PIC X(08).                              00002400

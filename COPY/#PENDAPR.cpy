      *=============================================================*   00000100
      *   BOOK....: #PENDAPR                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO PENDAPR (VSAM KSDS, 320       *   00000500
      *      BYTES) DE PENDENCIAS DE DUPLO CONTROLE: A ALTERACAO DE *   00000600
      *      CLIENTE DA CLI2 E A ENTRADA EMERGENCIAL DA CLI7 FICAM  *   00000700
      *      AQUI ATE UM SEGUNDO SUPERVISOR APROVAR OU REJEITAR NA  *   00000800
      *      APR1. A CHAVE E O PROTOCOLO (DATA E HORA DA DIGITACAO  *   00000900
      *      E TERMINAL). A IMAGEM NOVA E O #CLIENTE PROPOSTO (O    *   00001000
      *      MOVIMENTO, NA CLI7); A IMAGEM ANTES E O CLIENTE COMO   *   00001100
      *      ESTAVA QUANDO A ALTERACAO FOI DIGITADA, PARA A APR1    *   00001200
      *      RECUSAR APLICAR SOBRE UM CLIENTE QUE MUDOU NO MEIO.    *   00001300
      *      SO A PENDENCIA APROVADA CHEGA A FILA EMRG, A TABELA    *   00001400
      *      DB2 CLIENTES E A FILA MNTD. O RELPEND LISTA DE MANHA   *   00001500
      *      AS PENDENTES DIGITADAS ANTES DO CORTE DO DIA.          *   00001600
      *=============================================================*   00001700
       01 REG-PENDAPR.                                                  00001800
          05 PND-CHAVE.                                                 00001900
             10 PND-DATA         PIC 9(08).                             00002000
             10 PND-HORA         PIC 9(06).                             00002100
             10 PND-TERMINAL     PIC X(04).                             00002200
          05 PND-ORIGEM          PIC X(04).                             00002300
             88 PND-DE-CLI2          VALUE 'CLI2'.                      00002400
             88 PND-DE-CLI7          VALUE 'CLI7'.                      00002500
          05 PND-SITUACAO        PIC X(01).                             00002600
             88 PND-PENDENTE         VALUE 'P'.                         00002700
             88 PND-APROVADA         VALUE 'A'.                         00002800
             88 PND-REJEITADA        VALUE 'R'.                         00002900
          05 PND-USUARIO         PIC X(08).                             00003000
          05 PND-MOTIVO          PIC X(40).                             00003100
          05 PND-IMAGEM-ANTES    PIC X(88).                             00003200
          05 PND-IMAGEM-NOVA     PIC X(88).                             00003300
          05 PND-APROVADOR       PIC X(08).                             00003400
          05 PND-DATA-DECISAO    PIC 9(08).                             00003500
          05 PND-HORA-DECISAO    PIC 9(06).                             00003600
          05 PND-MOTIVO-DECISAO  PIC X(40).                             00003700
          05 FILLER              PIC X(11).                             00003800

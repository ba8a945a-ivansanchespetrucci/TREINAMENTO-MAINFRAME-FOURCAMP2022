      *=============================================================*   00000100
      *   BOOK....: #LGPD                                           *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DOS ARQUIVOS DA ANONIMIZACAO LGPD DE     *   00000500
      *      CONTAS ENCERRADAS (LGPDANON, LGPDARQ, LGPDCERT), EM    *   00000600
      *      ORDEM DE AGENCIA/CONTA. O MESMO REGISTRO SERVE AO      *   00000700
      *      REGISTRO PERMANENTE DAS CONTAS JA ANONIMIZADAS (GDG    *   00000800
      *      PR.RELACLI.LGPDREG, SO TIPO A), A LISTA DO DIA PARA OS *   00000900
      *      ACERVOS SEQUENCIAIS (ANONLIST, SO TIPO A) E O ARQUIVO  *   00001000
      *      DO CERTIFICADO (CERTLGPD, TODOS OS TIPOS):             *   00001100
      *      A CONTA ANONIMIZADA (ORIGEM, TOKEN E DATA), D LINHAS   *   00001200
      *      SUBSTITUIDAS NUM ACERVO, R CONTA RECUSADA COM O        *   00001300
      *      MOTIVO. O TOKEN NAO DERIVA DO NOME (E FORMADO SO PELA  *   00001400
      *      CHAVE DA CONTA), PORTANTO NAO HA COMO VOLTAR AO NOME.  *   00001500
      *      REGISTRO DE 150 BYTES.                                 *   00001600
      *=============================================================*   00001700
       01 REG-LGPD.                                                     00001800
          05 LGP-CHAVE.                                                 00001900
             10 LGP-AGENCIA      PIC 9(04).                             00002000
             10 LGP-CONTA        PIC 9(05).                             00002100
          05 LGP-TIPO            PIC X(01).                             00002200
             88 LGP-ANONIMIZADA      VALUE 'A'.                         00002300
             88 LGP-ACERVO           VALUE 'D'.                         00002400
             88 LGP-RECUSADA         VALUE 'R'.                         00002500
          05 LGP-ORIGEM          PIC X(01).                             00002600
             88 LGP-PEDIDO           VALUE 'P'.                         00002700
             88 LGP-RETENCAO         VALUE 'T'.                         00002800
          05 LGP-COD-ACERVO      PIC X(01).                             00002900
             88 LGP-DB2-CLIENTES     VALUE 'C'.                         00003000
             88 LGP-DB2-MOVIMENTOS   VALUE 'M'.                         00003100
             88 LGP-DB2-HISTORICO    VALUE 'H'.                         00003200
             88 LGP-AUDARQ           VALUE 'A'.                         00003300
             88 LGP-ARQMOV           VALUE 'Q'.                         00003400
          05 LGP-NOME-ACERVO     PIC X(16).                             00003500
          05 LGP-TOKEN           PIC X(30).                             00003600
          05 LGP-QTD-LINHAS      PIC 9(09).                             00003700
          05 LGP-MOTIVO          PIC X(40).                             00003800
          05 LGP-PROTOCOLO       PIC X(15).                             00003900
          05 LGP-DATA            PIC 9(08).                             00004000
          05 LGP-DATA-ENCERRAMENTO PIC 9(08).                           00004100
          05 FILLER              PIC X(12).                             00004200

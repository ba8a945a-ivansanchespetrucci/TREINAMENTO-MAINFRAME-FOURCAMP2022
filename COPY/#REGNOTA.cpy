      *=============================================================*   00000100
      *   BOOK....: #REGNOTA                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO REGISTRO DE NOTAS EMITIDAS            *   00000500
      *      (PR.FOUR01.REGNOTAS, GRAVADO PELO EMITNOTA E PELO      *   00000600
      *      CANCNOTA, EM ORDEM DE NUMERO) E DO ARQUIVO DE NOTAS    *   00000700
      *      COM NF-E PENDENTE (PR.FOUR01.NFEPEND). SITUACAO DA     *   00000800
      *      NOTA: A ATIVA / C CANCELADA / E NOTA DE CREDITO (COM   *   00000900
      *      A NOTA REFERENCIADA). SITUACAO DA NF-E, GRAVADA PELO   *   00001000
      *      RETNFE: BRANCO SEM RETORNO DA SEFAZ / U AUTORIZADA     *   00001100
      *      (COM PROTOCOLO E DATA) / R REJEITADA (COM O CODIGO     *   00001200
      *      DE REJEICAO DA SEFAZ).                                 *   00001300
      *=============================================================*   00001400
       01 REG-REGNOTA.                                                  00001500
          05 RGN-NUMERO         PIC 9(08).                              00001600
          05 RGN-DATAPROC       PIC 9(08).                              00001700
          05 RGN-CODIGO         PIC 9(05).                              00001800
          05 RGN-ESTADO         PIC X(02).                              00001900
          05 RGN-VALOR          PIC 9(06)V99.                           00002000
          05 RGN-FRETE          PIC 9(04)V99.                           00002100
          05 RGN-TOTAL          PIC 9(07)V99.                           00002200
          05 RGN-ICMS           PIC 9(06)V99.                           00002300
          05 RGN-SITUACAO       PIC X(01).                              00002400
             88 RGN-ATIVA           VALUE 'A'.                          00002500
             88 RGN-CANCELADA       VALUE 'C'.                          00002600
             88 RGN-NOTA-CREDITO    VALUE 'E'.                          00002700
          05 RGN-NOTA-REF       PIC 9(08).                              00002800
          05 RGN-SIT-NFE        PIC X(01).                              00002900
             88 RGN-NFE-SEM-RETORNO  VALUE ' '.                         00003000
             88 RGN-NFE-AUTORIZADA   VALUE 'U'.                         00003100
             88 RGN-NFE-REJEITADA    VALUE 'R'.                         00003200
          05 RGN-PROTOCOLO      PIC 9(15).                              00003300
          05 RGN-DATA-NFE       PIC 9(08).                              00003400
          05 RGN-COD-REJEICAO   PIC 9(03).                              00003500
          05 FILLER             PIC X(10).                              00003600

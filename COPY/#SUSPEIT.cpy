      *=============================================================*   00000100
      *   BOOK....: #SUSPEIT                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO CASO SUSPEITO A COMUNICAR AO COAF -   *   00000500
      *      UM REGISTRO POR TRANSACAO DE ALTO VALOR ESCALADA PELO  *   00000600
      *      REVISOR NO DISPALTO (ORIGEM A) OU POR GRUPO AGREGADO   *   00000700
      *      CONFIRMADO PELO COMPLIANCE NO DISPAGRE (ORIGEM G).     *   00000800
      *      A CHAVE DO CASO (SUS-CHAVE) IDENTIFICA O CASO NO       *   00000900
      *      REGISTRO DE CONTROLE DO GERACOAF (#REGCOAF): NO ALTO   *   00001000
      *      VALOR E O ID DE RASTREIO DO MOVIMENTO; NO AGREGADO, O  *   00001100
      *      TIPO DE OPERACAO E A DATA DO GRUPO (RASTREIO ZERADO).  *   00001200
      *=============================================================*   00001300
       01 REG-SUSPEITA.                                                 00001400
          05 SUS-CHAVE.                                                 00001500
             10 SUS-ORIGEM          PIC X(01).                          00001600
                88 SUS-ALTO-VALOR       VALUE 'A'.                      00001700
                88 SUS-AGREGADO         VALUE 'G'.                      00001800
             10 SUS-AGENCIA         PIC 9(04).                          00001900
             10 SUS-CONTA           PIC 9(05).                          00002000
             10 SUS-DATA-MOVIMENTO  PIC 9(08).                          00002100
             10 SUS-TIP-OP          PIC X(01).                          00002200
             10 SUS-ID-RASTREIO     PIC 9(06).                          00002300
          05 SUS-CLIENTE            PIC X(30).                          00002400
          05 SUS-VALOR              PIC 9(10)V99.                       00002500
          05 SUS-QTD-MOVTOS         PIC 9(03).                          00002600
          05 SUS-REVISOR            PIC X(08).                          00002700
          05 SUS-DATA-DECISAO       PIC 9(08).                          00002800
          05 FILLER                 PIC X(14).                          00002900

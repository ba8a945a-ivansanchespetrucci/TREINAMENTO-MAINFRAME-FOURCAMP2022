      *=============================================================*   00000100
      *   BOOK....: #REGCOAF                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO REGISTRO DE CONTROLE DAS COMUNICACOES *   00000500
      *      AO COAF (PR.RELACLI.REGCOAF, GDG EM ORDEM DA CHAVE DO  *   00000600
      *      CASO) - UM REGISTRO POR CASO RECEBIDO PELO GERACOAF,   *   00000700
      *      COM OS DADOS DO CASO (#SUSPEIT), A DATA DE ENTRADA, A  *   00000800
      *      SITUACAO (P A COMUNICAR / C COMUNICADO) E, UMA VEZ     *   00000900
      *      COMUNICADO, O PROTOCOLO, A DATA DA COMUNICACAO E O     *   00001000
      *      DOCUMENTO DO TITULAR ENVIADO. CASO JA REGISTRADO NAO   *   00001100
      *      E COMUNICADO DE NOVO.                                  *   00001200
      *=============================================================*   00001300
       01 REG-REGCOAF.                                                  00001400
          05 RCO-CHAVE.                                                 00001500
             10 RCO-ORIGEM          PIC X(01).                          00001600
             10 RCO-AGENCIA         PIC 9(04).                          00001700
             10 RCO-CONTA           PIC 9(05).                          00001800
             10 RCO-DATA-MOVIMENTO  PIC 9(08).                          00001900
             10 RCO-TIP-OP          PIC X(01).                          00002000
             10 RCO-ID-RASTREIO     PIC 9(06).                          00002100
          05 RCO-CLIENTE            PIC X(30).                          00002200
          05 RCO-VALOR              PIC 9(10)V99.                       00002300
          05 RCO-QTD-MOVTOS         PIC 9(03).                          00002400
          05 RCO-REVISOR            PIC X(08).                          00002500
          05 RCO-DATA-DECISAO       PIC 9(08).                          00002600
          05 RCO-SITUACAO           PIC X(01).                          00002700
             88 RCO-A-COMUNICAR         VALUE 'P'.                      00002800
             88 RCO-COMUNICADO          VALUE 'C'.                      00002900
          05 RCO-DATA-ENTRADA       PIC 9(08).                          00003000
          05 RCO-PROTOCOLO          PIC 9(13).                          00003100
          05 RCO-DATA-COMUNICACAO   PIC 9(08).                          00003200
          05 RCO-TIPO-PESSOA        PIC X(01).                          00003300
          05 RCO-CPFCNPJ            PIC 9(14).                          00003400
          05 FILLER                 PIC X(19).                          00003500

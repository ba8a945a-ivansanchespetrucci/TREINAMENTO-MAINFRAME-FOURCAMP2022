      *=============================================================*   00000100
      *   BOOK....: #INFREND                                            00000200
      *   AUTOR...: RAFAEL                                              00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO DA DECLARACAO DE RENDIMENTOS  *   00000500
      *      GERADO PELO INFREND, 120 BYTES: HEADER (HDR) COM O ANO *   00000600
      *      BASE E A DATA DE GERACAO, UM DETALHE (DET) POR CONTA   *   00000700
      *      COM O DOCUMENTO DO TITULAR, OS SALDOS EM 31/12 DO ANO  *   00000800
      *      ANTERIOR E DO ANO BASE E OS JUROS CREDITADOS NO ANO, E *   00000900
      *      TRAILER (TRL) COM A QUANTIDADE DE DETALHES E A SOMA    *   00001000
      *      DOS RENDIMENTOS. USAR SOB FD (OS TRES 01 REDEFINEM     *   00001100
      *      IMPLICITAMENTE A MESMA AREA DO REGISTRO).              *   00001200
      *=============================================================*   00001300
       01 REG-INFREND.                                                  00001400
          05 INF-TIPO               PIC X(03).                          00001500
             88 INF-E-DETALHE           VALUE 'DET'.                    00001600
          05 INF-ANO-BASE           PIC 9(04).                          00001700
          05 INF-AGENCIA            PIC 9(04).                          00001800
          05 INF-CONTA              PIC 9(05).                          00001900
          05 INF-TIPO-CONTA         PIC X(01).                          00002000
          05 INF-SITUACAO           PIC X(01).                          00002100
          05 INF-TIPO-PESSOA        PIC X(01).                          00002200
          05 INF-CPFCNPJ            PIC 9(14).                          00002300
          05 INF-NOME               PIC X(30).                          00002400
          05 INF-SALDO-ANTERIOR     PIC S9(10)V99                       00002500
                                    SIGN IS LEADING SEPARATE.           00002600
          05 INF-SALDO-ATUAL        PIC S9(10)V99                       00002700
                                    SIGN IS LEADING SEPARATE.           00002800
          05 INF-RENDIMENTOS        PIC 9(10)V99.                       00002900
          05 FILLER                 PIC X(19).                          00003000
                                                                        00003100
       01 REG-INFHDR.                                                   00003200
          05 INH-TIPO               PIC X(03).                          00003300
             88 INH-E-HEADER            VALUE 'HDR'.                    00003400
          05 INH-ANO-BASE           PIC 9(04).                          00003500
          05 INH-DATA-GERACAO       PIC 9(08).                          00003600
          05 INH-INSTITUICAO        PIC X(08).                          00003700
          05 FILLER                 PIC X(97).                          00003800
                                                                        00003900
       01 REG-INFTRL.                                                   00004000
          05 INT-TIPO               PIC X(03).                          00004100
             88 INT-E-TRAILER           VALUE 'TRL'.                    00004200
          05 INT-QTD-DETALHES       PIC 9(07).                          00004300
          05 INT-RENDIMENTOS        PIC 9(12)V99.                       00004400
          05 FILLER                 PIC X(96).                          00004500

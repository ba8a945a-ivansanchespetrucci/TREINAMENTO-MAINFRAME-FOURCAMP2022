      *=============================================================*   00000100
      *   BOOK....: #COMCOAF                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO DE COMUNICACAO AO COAF GERADO *   00000500
      *      PELO GERACOAF, 150 BYTES: HEADER (HDR) COM A DATA DE   *   00000600
      *      GERACAO E A INSTITUICAO, UM DETALHE (DET) POR CASO     *   00000700
      *      COMUNICADO COM O PROTOCOLO E O DOCUMENTO DO TITULAR, E *   00000800
      *      TRAILER (TRL) COM A QUANTIDADE DE DETALHES E A SOMA    *   00000900
      *      DOS VALORES. USAR SOB FD (OS TRES 01 REDEFINEM         *   00001000
      *      IMPLICITAMENTE A MESMA AREA DO REGISTRO).              *   00001100
      *=============================================================*   00001200
       01 REG-COMCOAF.                                                  00001300
          05 CCO-TIPO               PIC X(03).                          00001400
             88 CCO-E-DETALHE           VALUE 'DET'.                    00001500
          05 CCO-PROTOCOLO          PIC 9(13).                          00001600
          05 CCO-ORIGEM             PIC X(01).                          00001700
          05 CCO-AGENCIA            PIC 9(04).                          00001800
          05 CCO-CONTA              PIC 9(05).                          00001900
          05 CCO-TIPO-PESSOA        PIC X(01).                          00002000
          05 CCO-CPFCNPJ            PIC 9(14).                          00002100
          05 CCO-NOME               PIC X(30).                          00002200
          05 CCO-DATA-MOVIMENTO     PIC 9(08).                          00002300
          05 CCO-TIP-OP             PIC X(01).                          00002400
          05 CCO-VALOR              PIC 9(10)V99.                       00002500
          05 CCO-QTD-MOVTOS         PIC 9(03).                          00002600
          05 CCO-ID-RASTREIO        PIC 9(06).                          00002700
          05 CCO-DATA-DECISAO       PIC 9(08).                          00002800
          05 CCO-REVISOR            PIC X(08).                          00002900
          05 FILLER                 PIC X(33).                          00003000
                                                                        00003100
       01 REG-COMHDR.                                                   00003200
          05 CCH-TIPO               PIC X(03).                          00003300
             88 CCH-E-HEADER            VALUE 'HDR'.                    00003400
          05 CCH-DATA-GERACAO       PIC 9(08).                          00003500
          05 CCH-INSTITUICAO        PIC X(08).                          00003600
          05 FILLER                 PIC X(131).                         00003700
                                                                        00003800
       01 REG-COMTRL.                                                   00003900
          05 CCT-TIPO               PIC X(03).                          00004000
             88 CCT-E-TRAILER           VALUE 'TRL'.                    00004100
          05 CCT-QTD-DETALHES       PIC 9(07).                          00004200
          05 CCT-VALOR-TOTAL        PIC 9(12)V99.                       00004300
          05 FILLER                 PIC X(126).                         00004400

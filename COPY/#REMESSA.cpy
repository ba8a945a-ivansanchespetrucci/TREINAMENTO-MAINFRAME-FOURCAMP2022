      *=============================================================*   00000100
      *   BOOK....: #REMESSA                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO DE REMESSA INTERBANCARIA      *   00000500
      *      (TED/DOC) PARA A CAMARA DE COMPENSACAO E DO ARQUIVO    *   00000600
      *      DE RETORNO QUE ELA DEVOLVE, NO MESMO LAYOUT: HEADER    *   00000700
      *      (H) COM O NUMERO SEQUENCIAL DO ARQUIVO (NSA), UM       *   00000800
      *      DETALHE (D) POR PERNA DE SAIDA E TRAILER (T) COM A     *   00000900
      *      QUANTIDADE DE DETALHES E A SOMA DOS VALORES. NO        *   00001000
      *      RETORNO CADA DETALHE VOLTA COM O NSA E A SEQUENCIA DA  *   00001100
      *      REMESSA ORIGINAL E A OCORRENCIA (A ACEITA, R           *   00001200
      *      DEVOLVIDA COM O MOTIVO DA CAMARA).                     *   00001300
      *      O REGISTRO DE REMESSAS (GDG) GUARDA OS DETALHES JA     *   00001400
      *      ENVIADOS NESTE MESMO LAYOUT, PRECEDIDOS DE UM HEADER   *   00001500
      *      COM O ULTIMO NSA USADO; O REMINTER ACRESCENTA OS       *   00001600
      *      ENVIADOS DO DIA E O RETINTER GRAVA A OCORRENCIA, A     *   00001700
      *      DATA DO RETORNO E O ID DE RASTREIO DO CREDITO DE       *   00001800
      *      DEVOLUCAO. USAR SOB FD OU EM WORKING (OS TRES 01       *   00001900
      *      REDEFINEM IMPLICITAMENTE A MESMA AREA). REGISTRO DE    *   00002000
      *      120 BYTES.                                             *   00002100
      *=============================================================*   00002200
       01 REG-REMESSA.                                                  00002300
          05 REM-TIPO-REG           PIC X(01).                          00002400
             88 REM-HEADER              VALUE 'H'.                      00002500
             88 REM-DETALHE             VALUE 'D'.                      00002600
             88 REM-TRAILER             VALUE 'T'.                      00002700
          05 REM-NSA                PIC 9(06).                          00002800
          05 REM-SEQUENCIA          PIC 9(06).                          00002900
          05 REM-MODALIDADE         PIC X(03).                          00003000
             88 REM-MODAL-TED           VALUE 'TED'.                    00003100
             88 REM-MODAL-DOC           VALUE 'DOC'.                    00003200
          05 REM-DATA-NEGOCIO       PIC 9(08).                          00003300
          05 REM-ID-RASTREIO        PIC 9(06).                          00003400
          05 REM-AGENCIA            PIC 9(04).                          00003500
          05 REM-CONTA              PIC 9(05).                          00003600
          05 REM-CLIENTE            PIC X(30).                          00003700
          05 REM-CONTRA-AGENCIA     PIC 9(04).                          00003800
          05 REM-CONTRA-CONTA       PIC 9(05).                          00003900
          05 REM-VALOR              PIC 9(08)V99.                       00004000
          05 REM-OCORRENCIA         PIC X(01).                          00004100
             88 REM-PENDENTE            VALUE ' '.                      00004200
             88 REM-ACEITA              VALUE 'A'.                      00004300
             88 REM-DEVOLVIDA           VALUE 'R'.                      00004400
          05 REM-MOTIVO-DEVOL       PIC X(02).                          00004500
          05 REM-DATA-OCORRENCIA    PIC 9(08).                          00004600
          05 REM-ID-DEVOLUCAO       PIC 9(06).                          00004700
          05 FILLER                 PIC X(15).                          00004800
                                                                        00004900
       01 REG-REMHDR.                                                   00005000
          05 RMH-TIPO-REG           PIC X(01).                          00005100
          05 RMH-NSA                PIC 9(06).                          00005200
          05 RMH-DATA-GERACAO       PIC 9(08).                          00005300
          05 RMH-ORIGEM             PIC X(08).                          00005400
          05 FILLER                 PIC X(97).                          00005500
                                                                        00005600
       01 REG-REMTRL.                                                   00005700
          05 RMT-TIPO-REG           PIC X(01).                          00005800
          05 RMT-NSA                PIC 9(06).                          00005900
          05 RMT-QTD-DETALHES       PIC 9(07).                          00006000
          05 RMT-VALOR-TOTAL        PIC 9(12)V99.                       00006100
          05 FILLER                 PIC X(92).                          00006200

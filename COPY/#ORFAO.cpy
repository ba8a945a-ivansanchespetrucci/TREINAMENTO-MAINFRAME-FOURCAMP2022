      *=============================================================*   00000100
      *   BOOK....: #ORFAO                                          *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO EXTRATO DE ORFAOS DO ORFAODB2 PARA O  *   00000500
      *      DBA - UM REGISTRO POR CONTA OU MOVIMENTO QUE NAO FECHA *   00000600
      *      ENTRE AS TABELAS DB2 CLIENTES, SALDOS E MOVIMENTOS.    *   00000700
      *      NOS TIPOS MS E MC (MOVIMENTOS DE CONTA AUSENTE) VEM    *   00000800
      *      UM REGISTRO POR CONTA, COM A QUANTIDADE E A SOMA DOS   *   00000900
      *      MOVIMENTOS; NO TIPO TC VEM UM REGISTRO POR PERNA DE    *   00001000
      *      TRANSFERENCIA, COM A CONTRAPARTE E O ID DE RASTREIO.   *   00001100
      *      NOS DEMAIS A CONTRAPARTE E O RASTREIO VEM ZERADOS.     *   00001200
      *      REGISTRO DE 90 BYTES.                                  *   00001300
      *=============================================================*   00001400
       01 REG-ORFAO.                                                    00001500
          05 ORF-TIPO               PIC X(02).                          00001600
             88 ORF-SALDO-SEM-CLIENTE   VALUE 'SC'.                     00001700
             88 ORF-CLIENTE-SEM-SALDO   VALUE 'CS'.                     00001800
             88 ORF-MOVTO-SEM-SALDO     VALUE 'MS'.                     00001900
             88 ORF-MOVTO-SEM-CLIENTE   VALUE 'MC'.                     00002000
             88 ORF-CLIENTE-SEM-MOVTO   VALUE 'CM'.                     00002100
             88 ORF-CONTRAPARTE-AUSENTE VALUE 'TC'.                     00002200
          05 ORF-DESCRICAO          PIC X(24).                          00002300
          05 ORF-AGENCIA            PIC 9(04).                          00002400
          05 ORF-CONTA              PIC 9(05).                          00002500
          05 ORF-CONTRA-AGENCIA     PIC 9(04).                          00002600
          05 ORF-CONTRA-CONTA       PIC 9(05).                          00002700
          05 ORF-ID-RASTREIO        PIC 9(08).                          00002800
          05 ORF-QTD-LINHAS         PIC 9(07).                          00002900
          05 ORF-VALOR              PIC S9(12)V99                       00003000
                                    SIGN IS LEADING SEPARATE.           00003100
          05 ORF-DATA-VARREDURA     PIC 9(08).                          00003200
          05 FILLER                 PIC X(08).                          00003300

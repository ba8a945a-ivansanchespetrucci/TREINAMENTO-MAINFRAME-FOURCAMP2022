      *=============================================================*   00000100
      *   BOOK....: #RENTAB                                         *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO ARQUIVO MENSAL DE RENTABILIDADE POR   *   00000500
      *      AGENCIA E POR REGIAO GRAVADO PELO RENTAGEN (GDG        *   00000600
      *      PR.RELACLI.RENTAB, UMA GERACAO POR MES), PARA A        *   00000700
      *      PLANILHA DA CONTROLADORIA E PARA A VARIACAO DO MES     *   00000800
      *      SEGUINTE. TIPO A = AGENCIA, TIPO R = REGIAO (AGENCIA   *   00000900
      *      ZERADA). A MARGEM E A RECEITA DE TARIFAS MENOS A       *   00001000
      *      DESPESA DE JUROS DO MES; O RANK E 1 PARA A MAIOR       *   00001100
      *      MARGEM (ENTRE AGENCIAS OU ENTRE REGIOES). SEM MES      *   00001200
      *      ANTERIOR NO ARQUIVO, RNT-TEM-ANTERIOR FICA N E A       *   00001300
      *      MARGEM ANTERIOR ZERADA. REGISTRO DE 150 BYTES.         *   00001400
      *=============================================================*   00001500
       01 REG-RENTAB.                                                   00001600
          05 RNT-TIPO               PIC X(01).                          00001700
             88 RNT-E-AGENCIA           VALUE 'A'.                      00001800
             88 RNT-E-REGIAO            VALUE 'R'.                      00001900
          05 RNT-ANO-MES            PIC 9(06).                          00002000
          05 RNT-AGENCIA            PIC 9(04).                          00002100
          05 RNT-NOME               PIC X(30).                          00002200
          05 RNT-REGIAO             PIC X(15).                          00002300
          05 RNT-QTD-MOVIMENTOS     PIC 9(09).                          00002400
          05 RNT-RECEITA-TARIFAS    PIC 9(11)V99.                       00002500
          05 RNT-DESPESA-JUROS      PIC 9(11)V99.                       00002600
          05 RNT-CAPTACAO-MEDIA     PIC S9(13)V99                       00002700
                                    SIGN IS LEADING SEPARATE.           00002800
          05 RNT-MARGEM             PIC S9(11)V99                       00002900
                                    SIGN IS LEADING SEPARATE.           00003000
          05 RNT-RANK               PIC 9(04).                          00003100
          05 RNT-TEM-ANTERIOR       PIC X(01).                          00003200
             88 RNT-COM-ANTERIOR        VALUE 'S'.                      00003300
          05 RNT-MARGEM-ANTERIOR    PIC S9(11)V99                       00003400
                                    SIGN IS LEADING SEPARATE.           00003500
          05 FILLER                 PIC X(10).                          00003600

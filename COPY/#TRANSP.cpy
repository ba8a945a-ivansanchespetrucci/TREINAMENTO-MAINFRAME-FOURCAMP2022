      *=============================================================*   00000100
      *   BOOK....: #TRANSP                                         *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO MESTRE DE TRANSPORTADORAS (KSDS       *   00000500
      *      TRANSP, CHAVE TRP-CODIGO): NOME, CNPJ E SITUACAO DO    *   00000600
      *      CONTRATO. SO TRANSPORTADORA ATIVA E COTADA: O          *   00000700
      *      FR01CB19 IGNORA NA CARGA AS TARIFAS (#TARIFA) DE       *   00000800
      *      TRANSPORTADORA INATIVA OU SEM CADASTRO, A FRT1 NAO     *   00000900
      *      ACEITA TARIFA NOVA PARA ELA, A FRT2 MOSTRA O NOME AO   *   00001000
      *      LADO DE CADA COTACAO E O CONCFRET ABRE A CONCILIACAO   *   00001100
      *      DE CADA FATURA COM O NOME DA TRANSPORTADORA.           *   00001200
      *=============================================================*   00001300
       01 REG-TRANSP.                                                   00001400
          05 TRP-CODIGO          PIC 9(03).                             00001500
          05 TRP-NOME            PIC X(30).                             00001600
          05 TRP-CNPJ            PIC 9(14).                             00001700
          05 TRP-SITUACAO        PIC X(01).                             00001800
             88 TRP-ATIVA            VALUE 'A'.                         00001900
             88 TRP-INATIVA          VALUE 'I'.                         00002000
          05 FILLER              PIC X(12).                             00002100

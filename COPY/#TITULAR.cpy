      *=============================================================*   00000100
      *   BOOK....: #TITULAR                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO CADASTRO DE TITULARES                 *   00000500
      *      (PR.RELACLI.TITULAR) - UMA LINHA POR CONTA DO MESTRE   *   00000600
      *      CONTAS COM TITULAR IDENTIFICADO, EM ORDEM DE CPF/CNPJ  *   00000700
      *      E AGENCIA/CONTA, PARA JUNTAR AS CONTAS DE UM MESMO     *   00000800
      *      CLIENTE EM AGENCIAS DIFERENTES. GERADO PELO SORT DO    *   00000900
      *      EXERELCX A PARTIR DA GERACAO DO DIA DO #CONTA; E A     *   00001000
      *      ENTRADA DO TITLOAD (TABELA DB2 TITULARES) E DO POSCONS *   00001100
      *      (POSICAO CONSOLIDADA MENSAL POR CLIENTE).              *   00001200
      *=============================================================*   00001300
       01 REG-TITULAR.                                                  00001400
          05 TIT-CPFCNPJ         PIC 9(14).                             00001500
          05 TIT-AGENCIA         PIC 9(04).                             00001600
          05 TIT-CONTA           PIC 9(05).                             00001700
          05 TIT-TIPO-PESSOA     PIC X(01).                             00001800
             88 TIT-PESSOA-FISICA    VALUE 'F'.                         00001900
             88 TIT-PESSOA-JURIDICA  VALUE 'J'.                         00002000
          05 TIT-NOME            PIC X(30).                             00002100
          05 TIT-TIPO-CONTA      PIC X(01).                             00002200
          05 TIT-SITUACAO        PIC X(01).                             00002300
             88 TIT-CONTA-ENCERRADA  VALUE 'E'.                         00002400
          05 TIT-DATA-ABERTURA   PIC 9(08).                             00002500
          05 FILLER              PIC X(16).                             00002600

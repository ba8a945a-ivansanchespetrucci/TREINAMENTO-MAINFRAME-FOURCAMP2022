      *=============================================================*   00000100
      *   BOOK....: #LANCCTB                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO LANCAMENTO CONTABIL RESUMIDO GRAVADO  *   00000500
      *      PELO CONTABIL PARA A CONTABILIDADE: UM PAR DEBITO/     *   00000600
      *      CREDITO POR AGENCIA E POR PAR DE CONTAS CONTABEIS DO   *   00000700
      *      DE-PARA #PLANCTB, COM A SOMA E A QUANTIDADE DOS        *   00000800
      *      MOVIMENTOS DO DIA.                                     *   00000900
      *=============================================================*   00001000
       01 REG-LANCCTB.                                                  00001100
          05 LCT-DATA               PIC 9(08).                          00001200
          05 LCT-AGENCIA            PIC 9(04).                          00001300
          05 LCT-CONTA-CONTABIL     PIC X(10).                          00001400
          05 LCT-NATUREZA           PIC X(01).                          00001500
             88 LCT-DEBITO              VALUE 'D'.                      00001600
             88 LCT-CREDITO             VALUE 'C'.                      00001700
          05 LCT-VALOR              PIC 9(13)V99.                       00001800
          05 LCT-QTD-MOVTOS         PIC 9(07).                          00001900
          05 LCT-HISTORICO          PIC X(30).                          00002000
          05 FILLER                 PIC X(05).                          00002100

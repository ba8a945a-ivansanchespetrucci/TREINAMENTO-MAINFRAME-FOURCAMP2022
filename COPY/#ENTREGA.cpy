      *=============================================================*   00000100
      *   BOOK....: #ENTREGA                                        *   00000200
      *   AUTOR...: RAFAEL                                          *   00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: LAYOUT DO MESTRE DE ACOMPANHAMENTO DE ENTREGAS  *   00000500
      *      (GDG PR.FOUR01.ENTREGAS, EM ORDEM DE NUMERO DA NOTA),  *   00000600
      *      MANTIDO DIARIAMENTE PELO PRAZENTR COM AS NOTAS DO      *   00000700
      *      REGNOTAS E OS EVENTOS DA TRANSPORTADORA. O PRAZO E O   *   00000800
      *      PRAZO ACORDADO PARA A UF (#PRAZUF) NO DESPACHO, EM     *   00000900
      *      DIAS CORRIDOS; ZERADO = UF SEM PRAZO ACORDADO. DIAS =  *   00001000
      *      DIAS CORRIDOS DO DESPACHO A ENTREGA (OU DEVOLUCAO/     *   00001100
      *      EXTRAVIO). SITUACAO: P AGUARDANDO DESPACHO / T EM      *   00001200
      *      TRANSITO / E ENTREGUE / D DEVOLVIDA / X EXTRAVIADA.    *   00001300
      *      A NOTA ENCERRADA (E, D, X) FICA 12 MESES NO MESTRE     *   00001400
      *      PARA O PERCENTUAL NO PRAZO POR MES; NOTA CANCELADA     *   00001500
      *      NO REGNOTAS SAI DO MESTRE.                             *   00001600
      *=============================================================*   00001700
       01 REG-ENTREGA.                                                  00001800
          05 ENT-NUMERO          PIC 9(08).                             00001900
          05 ENT-DATA-EMISSAO    PIC 9(08).                             00002000
          05 ENT-ESTADO          PIC X(02).                             00002100
          05 ENT-DATA-DESPACHO   PIC 9(08).                             00002200
          05 ENT-DATA-ENTREGA    PIC 9(08).                             00002300
          05 ENT-PRAZO           PIC 9(03).                             00002400
          05 ENT-DIAS            PIC 9(03).                             00002500
          05 ENT-SITUACAO        PIC X(01).                             00002600
             88 ENT-AGUARDANDO       VALUE 'P'.                         00002700
             88 ENT-EM-TRANSITO      VALUE 'T'.                         00002800
             88 ENT-ENTREGUE         VALUE 'E'.                         00002900
             88 ENT-DEVOLVIDA        VALUE 'D'.                         00003000
             88 ENT-EXTRAVIADA       VALUE 'X'.                         00003100
             88 ENT-ENCERRADA        VALUE 'E' 'D' 'X'.                 00003200
          05 ENT-ATRASO          PIC X(01).                             00003300
             88 ENT-COM-ATRASO       VALUE 'S'.                         00003400
          05 ENT-ULT-OCORRENCIA  PIC 9(02).                             00003500
          05 ENT-DATA-ULT-EVENTO PIC 9(08).                             00003600
          05 FILLER              PIC X(28).                             00003700

      *=============================================================*   00000100
      *   BOOK....: MAPPARO                                             00000200
      *   AUTOR...: RAFAEL                                              00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: MAPA SIMBOLICO GERADO A PARTIR DO MAPA FISICO    *  00000500
      *      MAPPAR (MAPSET MAPPAR) PARA A TRANSACAO CICS PAR1 DE    *  00000600
      *      MANUTENCAO DOS PARAMETROS DO LOTE.                      *  00000700
      *=============================================================*   00000800
       01 MAPPARI.                                                      00000900
          05 FILLER          PIC X(12).                                 00001000
          05 NOMEL           PIC S9(4) COMP.                            00001100
          05 NOMEF           PIC X.                                     00001200
          05 FILLER REDEFINES NOMEF.                                    00001300
             10 NOMEA        PIC X.                                     00001400
          05 NOMEI           PIC X(20).                                 00001500
          05 SELECAOL        PIC S9(4) COMP.                            00001600
          05 SELECAOF        PIC X.                                     00001700
          05 FILLER REDEFINES SELECAOF.                                 00001800
             10 SELECAOA     PIC X.                                     00001900
          05 SELECAOI        PIC X(01).                                 00002000
          05 VIGENCL         PIC S9(4) COMP.                            00002100
          05 VIGENCF         PIC X.                                     00002200
          05 FILLER REDEFINES VIGENCF.                                  00002300
             10 VIGENCA      PIC X.                                     00002400
          05 VIGENCI         PIC X(08).                                 00002500
          05 VALINTL         PIC S9(4) COMP.                            00002600
          05 VALINTF         PIC X.                                     00002700
          05 FILLER REDEFINES VALINTF.                                  00002800
             10 VALINTA      PIC X.                                     00002900
          05 VALINTI         PIC X(09).                                 00003000
          05 VALDECL         PIC S9(4) COMP.                            00003100
          05 VALDECF         PIC X.                                     00003200
          05 FILLER REDEFINES VALDECF.                                  00003300
             10 VALDECA      PIC X.                                     00003400
          05 VALDECI         PIC X(06).                                 00003500
          05 DESCRL          PIC S9(4) COMP.                            00003600
          05 DESCRF          PIC X.                                     00003700
          05 FILLER REDEFINES DESCRF.                                   00003800
             10 DESCRA       PIC X.                                     00003900
          05 DESCRI          PIC X(40).                                 00004000
          05 LIN01L          PIC S9(4) COMP.                            00004100
          05 LIN01F          PIC X.                                     00004200
          05 FILLER REDEFINES LIN01F.                                   00004300
             10 LIN01A       PIC X.                                     00004400
          05 LIN01I          PIC X(71).                                 00004500
          05 LIN02L          PIC S9(4) COMP.                            00004600
          05 LIN02F          PIC X.                                     00004700
          05 FILLER REDEFINES LIN02F.                                   00004800
             10 LIN02A       PIC X.                                     00004900
          05 LIN02I          PIC X(71).                                 00005000
          05 LIN03L          PIC S9(4) COMP.                            00005100
          05 LIN03F          PIC X.                                     00005200
          05 FILLER REDEFINES LIN03F.                                   00005300
             10 LIN03A       PIC X.                                     00005400
          05 LIN03I          PIC X(71).                                 00005500
          05 LIN04L          PIC S9(4) COMP.                            00005600
          05 LIN04F          PIC X.                                     00005700
          05 FILLER REDEFINES LIN04F.                                   00005800
             10 LIN04A       PIC X.                                     00005900
          05 LIN04I          PIC X(71).                                 00006000
          05 LIN05L          PIC S9(4) COMP.                            00006100
          05 LIN05F          PIC X.                                     00006200
          05 FILLER REDEFINES LIN05F.                                   00006300
             10 LIN05A       PIC X.                                     00006400
          05 LIN05I          PIC X(71).                                 00006500
          05 LIN06L          PIC S9(4) COMP.                            00006600
          05 LIN06F          PIC X.                                     00006700
          05 FILLER REDEFINES LIN06F.                                   00006800
             10 LIN06A       PIC X.                                     00006900
          05 LIN06I          PIC X(71).                                 00007000
          05 MSGERROL        PIC S9(4) COMP.                            00007100
          05 MSGERROF        PIC X.                                     00007200
          05 FILLER REDEFINES MSGERROF.                                 00007300
             10 MSGERROA     PIC X.                                     00007400
          05 MSGERROI        PIC X(40).                                 00007500
                                                                        00007600
       01 MAPPARO REDEFINES MAPPARI.                                    00007700
          05 FILLER          PIC X(12).                                 00007800
          05 FILLER          PIC X(03).                                 00007900
          05 NOMEO           PIC X(20).                                 00008000
          05 FILLER          PIC X(03).                                 00008100
          05 SELECAOO        PIC X(01).                                 00008200
          05 FILLER          PIC X(03).                                 00008300
          05 VIGENCO         PIC X(08).                                 00008400
          05 FILLER          PIC X(03).                                 00008500
          05 VALINTO         PIC X(09).                                 00008600
          05 FILLER          PIC X(03).                                 00008700
          05 VALDECO         PIC X(06).                                 00008800
          05 FILLER          PIC X(03).                                 00008900
          05 DESCRO          PIC X(40).                                 00009000
          05 FILLER          PIC X(03).                                 00009100
          05 LIN01O          PIC X(71).                                 00009200
          05 FILLER          PIC X(03).                                 00009300
          05 LIN02O          PIC X(71).                                 00009400
          05 FILLER          PIC X(03).                                 00009500
          05 LIN03O          PIC X(71).                                 00009600
          05 FILLER          PIC X(03).                                 00009700
          05 LIN04O          PIC X(71).                                 00009800
          05 FILLER          PIC X(03).                                 00009900
          05 LIN05O          PIC X(71).                                 00010000
          05 FILLER          PIC X(03).                                 00010100
          05 LIN06O          PIC X(71).                                 00010200
          05 FILLER          PIC X(03).                                 00010300
          05 MSGERROO        PIC X(40).                                 00010400

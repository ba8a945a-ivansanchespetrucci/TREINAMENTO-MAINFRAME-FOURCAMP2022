      *=============================================================*   00000100
      *   BOOK....: MAPCTXO                                             00000200
      *   AUTOR...: RAFAEL                                              00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: MAPA SIMBOLICO GERADO A PARTIR DO MAPA FISICO    *  00000500
      *      MAPCTX (MAPSET MAPCTX) PARA A TRANSACAO CICS CTL1 DE    *  00000600
      *      SITUACAO DA CADEIA DE LOTE.                             *  00000700
      *=============================================================*   00000800
       01 MAPCTXI.                                                      00000900
          05 FILLER          PIC X(12).                                 00001000
          05 DATAL           PIC S9(4) COMP.                            00001100
          05 DATAF           PIC X.                                     00001200
          05 FILLER REDEFINES DATAF.                                    00001300
             10 DATAA        PIC X.                                     00001400
          05 DATAI           PIC X(08).                                 00001500
          05 PROGRL          PIC S9(4) COMP.                            00001600
          05 PROGRF          PIC X.                                     00001700
          05 FILLER REDEFINES PROGRF.                                   00001800
             10 PROGRA       PIC X.                                     00001900
          05 PROGRI          PIC X(08).                                 00002000
          05 MOTIVOL         PIC S9(4) COMP.                            00002100
          05 MOTIVOF         PIC X.                                     00002200
          05 FILLER REDEFINES MOTIVOF.                                  00002300
             10 MOTIVOA      PIC X.                                     00002400
          05 MOTIVOI         PIC X(40).                                 00002500
          05 LIN01L          PIC S9(4) COMP.                            00002600
          05 LIN01F          PIC X.                                     00002700
          05 FILLER REDEFINES LIN01F.                                   00002800
             10 LIN01A       PIC X.                                     00002900
          05 LIN01I          PIC X(40).                                 00003000
          05 LIN02L          PIC S9(4) COMP.                            00003100
          05 LIN02F          PIC X.                                     00003200
          05 FILLER REDEFINES LIN02F.                                   00003300
             10 LIN02A       PIC X.                                     00003400
          05 LIN02I          PIC X(40).                                 00003500
          05 LIN03L          PIC S9(4) COMP.                            00003600
          05 LIN03F          PIC X.                                     00003700
          05 FILLER REDEFINES LIN03F.                                   00003800
             10 LIN03A       PIC X.                                     00003900
          05 LIN03I          PIC X(40).                                 00004000
          05 LIN04L          PIC S9(4) COMP.                            00004100
          05 LIN04F          PIC X.                                     00004200
          05 FILLER REDEFINES LIN04F.                                   00004300
             10 LIN04A       PIC X.                                     00004400
          05 LIN04I          PIC X(40).                                 00004500
          05 LIN05L          PIC S9(4) COMP.                            00004600
          05 LIN05F          PIC X.                                     00004700
          05 FILLER REDEFINES LIN05F.                                   00004800
             10 LIN05A       PIC X.                                     00004900
          05 LIN05I          PIC X(40).                                 00005000
          05 LIN06L          PIC S9(4) COMP.                            00005100
          05 LIN06F          PIC X.                                     00005200
          05 FILLER REDEFINES LIN06F.                                   00005300
             10 LIN06A       PIC X.                                     00005400
          05 LIN06I          PIC X(40).                                 00005500
          05 LIN07L          PIC S9(4) COMP.                            00005600
          05 LIN07F          PIC X.                                     00005700
          05 FILLER REDEFINES LIN07F.                                   00005800
             10 LIN07A       PIC X.                                     00005900
          05 LIN07I          PIC X(40).                                 00006000
          05 LIN08L          PIC S9(4) COMP.                            00006100
          05 LIN08F          PIC X.                                     00006200
          05 FILLER REDEFINES LIN08F.                                   00006300
             10 LIN08A       PIC X.                                     00006400
          05 LIN08I          PIC X(40).                                 00006500
          05 LIN09L          PIC S9(4) COMP.                            00006600
          05 LIN09F          PIC X.                                     00006700
          05 FILLER REDEFINES LIN09F.                                   00006800
             10 LIN09A       PIC X.                                     00006900
          05 LIN09I          PIC X(40).                                 00007000
          05 LIN10L          PIC S9(4) COMP.                            00007100
          05 LIN10F          PIC X.                                     00007200
          05 FILLER REDEFINES LIN10F.                                   00007300
             10 LIN10A       PIC X.                                     00007400
          05 LIN10I          PIC X(40).                                 00007500
          05 LIN11L          PIC S9(4) COMP.                            00007600
          05 LIN11F          PIC X.                                     00007700
          05 FILLER REDEFINES LIN11F.                                   00007800
             10 LIN11A       PIC X.                                     00007900
          05 LIN11I          PIC X(40).                                 00008000
          05 LIN12L          PIC S9(4) COMP.                            00008100
          05 LIN12F          PIC X.                                     00008200
          05 FILLER REDEFINES LIN12F.                                   00008300
             10 LIN12A       PIC X.                                     00008400
          05 LIN12I          PIC X(40).                                 00008500
          05 MSGERROL        PIC S9(4) COMP.                            00008600
          05 MSGERROF        PIC X.                                     00008700
          05 FILLER REDEFINES MSGERROF.                                 00008800
             10 MSGERROA     PIC X.                                     00008900
          05 MSGERROI        PIC X(40).                                 00009000
                                                                        00009100
       01 MAPCTXO REDEFINES MAPCTXI.                                    00009200
          05 FILLER          PIC X(12).                                 00009300
          05 FILLER          PIC X(03).                                 00009400
          05 DATAO           PIC X(08).                                 00009500
          05 FILLER          PIC X(03).                                 00009600
          05 PROGRO          PIC X(08).                                 00009700
          05 FILLER          PIC X(03).                                 00009800
          05 MOTIVOO         PIC X(40).                                 00009900
          05 FILLER          PIC X(03).                                 00010000
          05 LIN01O          PIC X(40).                                 00010100
          05 FILLER          PIC X(03).                                 00010200
          05 LIN02O          PIC X(40).                                 00010300
          05 FILLER          PIC X(03).                                 00010400
          05 LIN03O          PIC X(40).                                 00010500
          05 FILLER          PIC X(03).                                 00010600
          05 LIN04O          PIC X(40).                                 00010700
          05 FILLER          PIC X(03).                                 00010800
          05 LIN05O          PIC X(40).                                 00010900
          05 FILLER          PIC X(03).                                 00011000
          05 LIN06O          PIC X(40).                                 00011100
          05 FILLER          PIC X(03).                                 00011200
          05 LIN07O          PIC X(40).                                 00011300
          05 FILLER          PIC X(03).                                 00011400
          05 LIN08O          PIC X(40).                                 00011500
          05 FILLER          PIC X(03).                                 00011600
          05 LIN09O          PIC X(40).                                 00011700
          05 FILLER          PIC X(03).                                 00011800
          05 LIN10O          PIC X(40).                                 00011900
          05 FILLER          PIC X(03).                                 00012000
          05 LIN11O          PIC X(40).                                 00012100
          05 FILLER          PIC X(03).                                 00012200
          05 LIN12O          PIC X(40).                                 00012300
          05 FILLER          PIC X(03).                                 00012400
          05 MSGERROO        PIC X(40).                                 00012500

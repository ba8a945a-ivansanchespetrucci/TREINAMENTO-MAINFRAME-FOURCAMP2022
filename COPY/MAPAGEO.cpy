      *=============================================================*   00000100
      *   BOOK....: MAPAGEO                                             00000200
      *   AUTOR...: RAFAEL                                              00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: MAPA SIMBOLICO GERADO A PARTIR DO MAPA FISICO    *  00000500
      *      MAPAGE (MAPSET MAPAGE) PARA A TRANSACAO CICS AGE1 DE    *  00000600
      *      MANUTENCAO DO MESTRE DE AGENCIAS.                       *  00000700
      *=============================================================*   00000800
       01 MAPAGEI.                                                      00000900
          05 FILLER          PIC X(12).                                 00001000
          05 AGENCIAL        PIC S9(4) COMP.                            00001100
          05 AGENCIAF        PIC X.                                     00001200
          05 FILLER REDEFINES AGENCIAF.                                 00001300
             10 AGENCIAA     PIC X.                                     00001400
          05 AGENCIAI        PIC X(04).                                 00001500
          05 NOMEL           PIC S9(4) COMP.                            00001600
          05 NOMEF           PIC X.                                     00001700
          05 FILLER REDEFINES NOMEF.                                    00001800
             10 NOMEA        PIC X.                                     00001900
          05 NOMEI           PIC X(30).                                 00002000
          05 REGIAOL         PIC S9(4) COMP.                            00002100
          05 REGIAOF         PIC X.                                     00002200
          05 FILLER REDEFINES REGIAOF.                                  00002300
             10 REGIAOA      PIC X.                                     00002400
          05 REGIAOI         PIC X(15).                                 00002500
          05 SITUACL         PIC S9(4) COMP.                            00002600
          05 SITUACF         PIC X.                                     00002700
          05 FILLER REDEFINES SITUACF.                                  00002800
             10 SITUACA      PIC X.                                     00002900
          05 SITUACI         PIC X(01).                                 00003000
          05 LIN01L          PIC S9(4) COMP.                            00003100
          05 LIN01F          PIC X.                                     00003200
          05 FILLER REDEFINES LIN01F.                                   00003300
             10 LIN01A       PIC X.                                     00003400
          05 LIN01I          PIC X(56).                                 00003500
          05 LIN02L          PIC S9(4) COMP.                            00003600
          05 LIN02F          PIC X.                                     00003700
          05 FILLER REDEFINES LIN02F.                                   00003800
             10 LIN02A       PIC X.                                     00003900
          05 LIN02I          PIC X(56).                                 00004000
          05 LIN03L          PIC S9(4) COMP.                            00004100
          05 LIN03F          PIC X.                                     00004200
          05 FILLER REDEFINES LIN03F.                                   00004300
             10 LIN03A       PIC X.                                     00004400
          05 LIN03I          PIC X(56).                                 00004500
          05 LIN04L          PIC S9(4) COMP.                            00004600
          05 LIN04F          PIC X.                                     00004700
          05 FILLER REDEFINES LIN04F.                                   00004800
             10 LIN04A       PIC X.                                     00004900
          05 LIN04I          PIC X(56).                                 00005000
          05 LIN05L          PIC S9(4) COMP.                            00005100
          05 LIN05F          PIC X.                                     00005200
          05 FILLER REDEFINES LIN05F.                                   00005300
             10 LIN05A       PIC X.                                     00005400
          05 LIN05I          PIC X(56).                                 00005500
          05 LIN06L          PIC S9(4) COMP.                            00005600
          05 LIN06F          PIC X.                                     00005700
          05 FILLER REDEFINES LIN06F.                                   00005800
             10 LIN06A       PIC X.                                     00005900
          05 LIN06I          PIC X(56).                                 00006000
          05 MSGERROL        PIC S9(4) COMP.                            00006100
          05 MSGERROF        PIC X.                                     00006200
          05 FILLER REDEFINES MSGERROF.                                 00006300
             10 MSGERROA     PIC X.                                     00006400
          05 MSGERROI        PIC X(40).                                 00006500
                                                                        00006600
       01 MAPAGEO REDEFINES MAPAGEI.                                    00006700
          05 FILLER          PIC X(12).                                 00006800
          05 FILLER          PIC X(03).                                 00006900
          05 AGENCIAO        PIC X(04).                                 00007000
          05 FILLER          PIC X(03).                                 00007100
          05 NOMEO           PIC X(30).                                 00007200
          05 FILLER          PIC X(03).                                 00007300
          05 REGIAOO         PIC X(15).                                 00007400
          05 FILLER          PIC X(03).                                 00007500
          05 SITUACO         PIC X(01).                                 00007600
          05 FILLER          PIC X(03).                                 00007700
          05 LIN01O          PIC X(56).                                 00007800
          05 FILLER          PIC X(03).                                 00007900
          05 LIN02O          PIC X(56).                                 00008000
          05 FILLER          PIC X(03).                                 00008100
          05 LIN03O          PIC X(56).                                 00008200
          05 FILLER          PIC X(03).                                 00008300
          05 LIN04O          PIC X(56).                                 00008400
          05 FILLER          PIC X(03).                                 00008500
          05 LIN05O          PIC X(56).                                 00008600
          05 FILLER          PIC X(03).                                 00008700
          05 LIN06O          PIC X(56).                                 00008800
          05 FILLER          PIC X(03).                                 00008900
          05 MSGERROO        PIC X(40).                                 00009000

      *=============================================================*   00000100
      *   BOOK....: MAPAPRO                                             00000200
      *   AUTOR...: RAFAEL                                              00000300
      *-------------------------------------------------------------*   00000400
      *   OBJETIVO: MAPA SIMBOLICO GERADO A PARTIR DO MAPA FISICO    *  00000500
      *      MAPAPR (MAPSET MAPAPR) PARA A TRANSACAO CICS APR1 DE    *  00000600
      *      APROVACAO EM DUPLO CONTROLE DA CLI2 E DA CLI7.          *  00000700
      *=============================================================*   00000800
       01 MAPAPRI.                                                      00000900
          05 FILLER          PIC X(12).                                 00001000
          05 PDATAL          PIC S9(4) COMP.                            00001100
          05 PDATAF          PIC X.                                     00001200
          05 FILLER REDEFINES PDATAF.                                   00001300
             10 PDATAA       PIC X.                                     00001400
          05 PDATAI          PIC X(08).                                 00001500
          05 PHORAL          PIC S9(4) COMP.                            00001600
          05 PHORAF          PIC X.                                     00001700
          05 FILLER REDEFINES PHORAF.                                   00001800
             10 PHORAA       PIC X.                                     00001900
          05 PHORAI          PIC X(06).                                 00002000
          05 PTERML          PIC S9(4) COMP.                            00002100
          05 PTERMF          PIC X.                                     00002200
          05 FILLER REDEFINES PTERMF.                                   00002300
             10 PTERMA       PIC X.                                     00002400
          05 PTERMI          PIC X(04).                                 00002500
          05 ORIGEML         PIC S9(4) COMP.                            00002600
          05 ORIGEMF         PIC X.                                     00002700
          05 FILLER REDEFINES ORIGEMF.                                  00002800
             10 ORIGEMA      PIC X.                                     00002900
          05 ORIGEMI         PIC X(04).                                 00003000
          05 USUDIGL         PIC S9(4) COMP.                            00003100
          05 USUDIGF         PIC X.                                     00003200
          05 FILLER REDEFINES USUDIGF.                                  00003300
             10 USUDIGA      PIC X.                                     00003400
          05 USUDIGI         PIC X(08).                                 00003500
          05 MOTIVOL         PIC S9(4) COMP.                            00003600
          05 MOTIVOF         PIC X.                                     00003700
          05 FILLER REDEFINES MOTIVOF.                                  00003800
             10 MOTIVOA      PIC X.                                     00003900
          05 MOTIVOI         PIC X(40).                                 00004000
          05 AGENCIAL        PIC S9(4) COMP.                            00004100
          05 AGENCIAF        PIC X.                                     00004200
          05 FILLER REDEFINES AGENCIAF.                                 00004300
             10 AGENCIAA     PIC X.                                     00004400
          05 AGENCIAI        PIC X(04).                                 00004500
          05 CONTAL          PIC S9(4) COMP.                            00004600
          05 CONTAF          PIC X.                                     00004700
          05 FILLER REDEFINES CONTAF.                                   00004800
             10 CONTAA       PIC X.                                     00004900
          05 CONTAI          PIC X(05).                                 00005000
          05 CLIENTEL        PIC S9(4) COMP.                            00005100
          05 CLIENTEF        PIC X.                                     00005200
          05 FILLER REDEFINES CLIENTEF.                                 00005300
             10 CLIENTEA     PIC X.                                     00005400
          05 CLIENTEI        PIC X(30).                                 00005500
          05 ACLIENTL        PIC S9(4) COMP.                            00005600
          05 ACLIENTF        PIC X.                                     00005700
          05 FILLER REDEFINES ACLIENTF.                                 00005800
             10 ACLIENTA     PIC X.                                     00005900
          05 ACLIENTI        PIC X(30).                                 00006000
          05 VALORL          PIC S9(4) COMP.                            00006100
          05 VALORF          PIC X.                                     00006200
          05 FILLER REDEFINES VALORF.                                   00006300
             10 VALORA       PIC X.                                     00006400
          05 VALORI          PIC X(10).                                 00006500
          05 AVALORL         PIC S9(4) COMP.                            00006600
          05 AVALORF         PIC X.                                     00006700
          05 FILLER REDEFINES AVALORF.                                  00006800
             10 AVALORA      PIC X.                                     00006900
          05 AVALORI         PIC X(10).                                 00007000
          05 TIPOPL          PIC S9(4) COMP.                            00007100
          05 TIPOPF          PIC X.                                     00007200
          05 FILLER REDEFINES TIPOPF.                                   00007300
             10 TIPOPA       PIC X.                                     00007400
          05 TIPOPI          PIC X(01).                                 00007500
          05 ATIPOPL         PIC S9(4) COMP.                            00007600
          05 ATIPOPF         PIC X.                                     00007700
          05 FILLER REDEFINES ATIPOPF.                                  00007800
             10 ATIPOPA      PIC X.                                     00007900
          05 ATIPOPI         PIC X(01).                                 00008000
          05 DATAMOVL        PIC S9(4) COMP.                            00008100
          05 DATAMOVF        PIC X.                                     00008200
          05 FILLER REDEFINES DATAMOVF.                                 00008300
             10 DATAMOVA     PIC X.                                     00008400
          05 DATAMOVI        PIC X(08).                                 00008500
          05 DIRECAOL        PIC S9(4) COMP.                            00008600
          05 DIRECAOF        PIC X.                                     00008700
          05 FILLER REDEFINES DIRECAOF.                                 00008800
             10 DIRECAOA     PIC X.                                     00008900
          05 DIRECAOI        PIC X(01).                                 00009000
          05 CAGENCIAL       PIC S9(4) COMP.                            00009100
          05 CAGENCIAF       PIC X.                                     00009200
          05 FILLER REDEFINES CAGENCIAF.                                00009300
             10 CAGENCIAA    PIC X.                                     00009400
          05 CAGENCIAI       PIC X(04).                                 00009500
          05 CCONTAL         PIC S9(4) COMP.                            00009600
          05 CCONTAF         PIC X.                                     00009700
          05 FILLER REDEFINES CCONTAF.                                  00009800
             10 CCONTAA      PIC X.                                     00009900
          05 CCONTAI         PIC X(05).                                 00010000
          05 MOTREJL         PIC S9(4) COMP.                            00010100
          05 MOTREJF         PIC X.                                     00010200
          05 FILLER REDEFINES MOTREJF.                                  00010300
             10 MOTREJA      PIC X.                                     00010400
          05 MOTREJI         PIC X(40).                                 00010500
          05 MSGERROL        PIC S9(4) COMP.                            00010600
          05 MSGERROF        PIC X.                                     00010700
          05 FILLER REDEFINES MSGERROF.                                 00010800
             10 MSGERROA     PIC X.                                     00010900
          05 MSGERROI        PIC X(40).                                 00011000
                                                                        00011100
       01 MAPAPRO REDEFINES MAPAPRI.                                    00011200
          05 FILLER          PIC X(12).                                 00011300
          05 FILLER          PIC X(03).                                 00011400
          05 PDATAO          PIC X(08).                                 00011500
          05 FILLER          PIC X(03).                                 00011600
          05 PHORAO          PIC X(06).                                 00011700
          05 FILLER          PIC X(03).                                 00011800
          05 PTERMO          PIC X(04).                                 00011900
          05 FILLER          PIC X(03).                                 00012000
          05 ORIGEMO         PIC X(04).                                 00012100
          05 FILLER          PIC X(03).                                 00012200
          05 USUDIGO         PIC X(08).                                 00012300
          05 FILLER          PIC X(03).                                 00012400
          05 MOTIVOO         PIC X(40).                                 00012500
          05 FILLER          PIC X(03).                                 00012600
          05 AGENCIAO        PIC X(04).                                 00012700
          05 FILLER          PIC X(03).                                 00012800
          05 CONTAO          PIC X(05).                                 00012900
          05 FILLER          PIC X(03).                                 00013000
          05 CLIENTEO        PIC X(30).                                 00013100
          05 FILLER          PIC X(03).                                 00013200
          05 ACLIENTO        PIC X(30).                                 00013300
          05 FILLER          PIC X(03).                                 00013400
          05 VALORO          PIC X(10).                                 00013500
          05 FILLER          PIC X(03).                                 00013600
          05 AVALORO         PIC X(10).                                 00013700
          05 FILLER          PIC X(03).                                 00013800
          05 TIPOPO          PIC X(01).                                 00013900
          05 FILLER          PIC X(03).                                 00014000
          05 ATIPOPO         PIC X(01).                                 00014100
          05 FILLER          PIC X(03).                                 00014200
          05 DATAMOVO        PIC X(08).                                 00014300
          05 FILLER          PIC X(03).                                 00014400
          05 DIRECAOO        PIC X(01).                                 00014500
          05 FILLER          PIC X(03).                                 00014600
          05 CAGENCIAO       PIC X(04).                                 00014700
          05 FILLER          PIC X(03).                                 00014800
          05 CCONTAO         PIC X(05).                                 00014900
          05 FILLER          PIC X(03).                                 00015000
          05 MOTREJO         PIC X(40).                                 00015100
          05 FILLER          PIC X(03).                                 00015200
          05 MSGERROO        PIC X(40).                                 00015300

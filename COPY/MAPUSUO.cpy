          05 PERFILF         PIC X.                                     00002700
          05 FILLER REDEFINES PERFILF.                                  00002800
             10 PERFILA      PIC X.                                     00002900
          05 PERFILI         PIC X(12).                                 00003000
          05 MSGERROL        PIC S9(4) COMP.                            00003100
          05 MSGERROF        PIC X.                                     00003200
          05 FILLER REDEFINES MSGERROF.                                 00003300
          05 FILLER          PIC X(03).                                 00004300
          05 NIVELO          PIC X(01).                                 00004400
          05 FILLER          PIC X(03).                                 00004500
          05 PERFILO         PIC X(12).                                 00004600
          05 FILLER          PIC X(03).                                 00004700
          05 MSGERROO        PIC X(40).                                 00004800

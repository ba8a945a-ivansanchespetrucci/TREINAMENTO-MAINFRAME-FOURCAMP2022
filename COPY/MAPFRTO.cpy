          05 FILLER REDEFINES SELECAOF.                                 00001800
             10 SELECAOA     PIC X.                                     00001900
          05 SELECAOI        PIC X(01).                                 00002000
          05 TRANSPL         PIC S9(4) COMP.                            00002016
          05 TRANSPF         PIC X.                                     00002032
          05 FILLER REDEFINES TRANSPF.                                  00002048
             10 TRANSPA      PIC X.                                     00002064
          05 TRANSPI         PIC X(03).                                 00002080
          05 PERCL           PIC S9(4) COMP.                            00002100
          05 PERCF           PIC X.                                     00002200
          05 FILLER REDEFINES PERCF.                                    00002300
          05 UFO             PIC X(02).                                 00007500
          05 FILLER          PIC X(03).                                 00007600
          05 SELECAOO        PIC X(01).                                 00007700
          05 FILLER          PIC X(03).                                 00007733
          05 TRANSPO         PIC X(03).                                 00007766
          05 FILLER          PIC X(03).                                 00007800
          05 PERCO           PIC X(04).                                 00007900
          05 FILLER          PIC X(03).                                 00008000

          05 FILLER REDEFINES VIGATEF.                                  00004300
             10 VIGATEA      PIC X.                                     00004400
          05 VIGATEI         PIC X(08).                                 00004500
          05 TRANSPL         PIC S9(4) COMP.                            00004503
          05 TRANSPF         PIC X.                                     00004506
          05 FILLER REDEFINES TRANSPF.                                  00004509
             10 TRANSPA      PIC X.                                     00004512
          05 TRANSPI         PIC X(34).                                 00004515
          05 COT1L           PIC S9(4) COMP.                            00004518
          05 COT1F           PIC X.                                     00004521
          05 FILLER REDEFINES COT1F.                                    00004524
             10 COT1A        PIC X.                                     00004527
          05 COT1I           PIC X(74).                                 00004530
          05 COT2L           PIC S9(4) COMP.                            00004533
          05 COT2F           PIC X.                                     00004536
          05 FILLER REDEFINES COT2F.                                    00004539
             10 COT2A        PIC X.                                     00004542
          05 COT2I           PIC X(74).                                 00004545
          05 COT3L           PIC S9(4) COMP.                            00004548
          05 COT3F           PIC X.                                     00004551
          05 FILLER REDEFINES COT3F.                                    00004554
             10 COT3A        PIC X.                                     00004557
          05 COT3I           PIC X(74).                                 00004560
          05 COT4L           PIC S9(4) COMP.                            00004563
          05 COT4F           PIC X.                                     00004566
          05 FILLER REDEFINES COT4F.                                    00004569
             10 COT4A        PIC X.                                     00004572
          05 COT4I           PIC X(74).                                 00004575
          05 COT5L           PIC S9(4) COMP.                            00004578
          05 COT5F           PIC X.                                     00004581
          05 FILLER REDEFINES COT5F.                                    00004584
             10 COT5A        PIC X.                                     00004587
          05 COT5I           PIC X(74).                                 00004590
          05 MSGERROL        PIC S9(4) COMP.                            00004600
          05 MSGERROF        PIC X.                                     00004700
          05 FILLER REDEFINES MSGERROF.                                 00004800
          05 VIGDEO          PIC X(08).                                 00006500
          05 FILLER          PIC X(03).                                 00006600
          05 VIGATEO         PIC X(08).                                 00006700
          05 FILLER          PIC X(03).                                 00006707
          05 TRANSPO         PIC X(34).                                 00006714
          05 FILLER          PIC X(03).                                 00006721
          05 COT1O           PIC X(74).                                 00006728
          05 FILLER          PIC X(03).                                 00006735
          05 COT2O           PIC X(74).                                 00006742
          05 FILLER          PIC X(03).                                 00006749
          05 COT3O           PIC X(74).                                 00006756
          05 FILLER          PIC X(03).                                 00006763
          05 COT4O           PIC X(74).                                 00006770
          05 FILLER          PIC X(03).                                 00006777
          05 COT5O           PIC X(74).                                 00006784
          05 FILLER          PIC X(03).                                 00006800
          05 MSGERROO        PIC X(40).                                 00006900

           RECORDING  MODE IS F                                         00011300
           BLOCK CONTAINS 0 RECORDS.                                    00011400
                                                                        00011500
       01 REG-SALSAI          PIC X(96).                                00011600
                                                                        00011700
       FD AGESAI                                                        00011800
           RECORDING  MODE IS F                                         00011900
           RECORDING  MODE IS F                                         00012500
           BLOCK CONTAINS 0 RECORDS.                                    00012600
                                                                        00012700
       01 REG-USUSAI          PIC X(60).                                00012800
                                                                        00012900
      *=============================================================*   00013000
       WORKING-STORAGE                             SECTION.             00013100
          05 WRK-ST-QTD-CONTAS   PIC 9(07).                             00018100
          05 WRK-ST-SOMA-FECH    PIC S9(12)V99                          00018200
                                 SIGN IS LEADING SEPARATE.              00018300
          05 FILLER              PIC X(63) VALUE SPACES.                00018400
                                                                        00018500
       01 FILLER         PIC X(64) VALUE                                00018600
           '-----------DATA DE PROCESSAMENTO--------------'.            00018700
                        (WRK-RESTO + WRK-CHAVE-CIFRA) / 100             00032200
                ADD WRK-DELTA TO SAL-SALDO-ABERTURA                     00032300
                ADD WRK-DELTA TO SAL-SALDO-FECHAMENTO                   00032400
                IF SAL-VALOR-BLOQUEADO NOT EQUAL ZEROS                  00032425
                  ADD WRK-DELTA TO SAL-VALOR-BLOQUEADO                  00032450
                END-IF                                                  00032475
                ADD 1 TO WRK-ACUM-CONTAS                                00032500
                ADD SAL-SALDO-FECHAMENTO TO WRK-ACUM-FECHAMENTO         00032600
                WRITE REG-SALSAI FROM REG-SALDO                         00032700

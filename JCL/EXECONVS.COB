//CONVSALX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CONVERSAO UNICA DO MESTRE PR.RELACLI.SALDOS PARA O BLOQUEIO         00000300
//* JUDICIAL: O REGISTRO GANHOU SAL-VALOR-BLOQUEADO (LRECL 80 ->        00000400
//* 96). RODAR UMA UNICA VEZ, ANTES DA PRIMEIRA CADEIA COM O            00000500
//* ATUSALDO NOVO. A GERACAO ATUAL (0) E REGRAVADA NO LAYOUT NOVO       00000600
//* COMO NOVA GERACAO (+1) COM O VALOR BLOQUEADO ZERADO (O              00000700
//* TRAILER DE CONTROLE SO GANHA BRANCOS NO FINAL). O MESTRE DE         00000800
//* ORDENS PR.RELACLI.BLOQJUD NASCE COM UMA GERACAO VAZIA. AS           00000900
//* GERACOES ANTERIORES DO SALDOS FICAM NO LAYOUT VELHO: O EXEVIGIA     00001000
//* E O EXEDORME, QUE LEEM SALDOS(-1) A (-4), SO VOLTAM A RODAR         00001100
//* QUANDO ESSAS GERACOES JA TIVEREM SIDO GRAVADAS PELO ATUSALDO        00001200
//* NOVO.                                                               00001300
//* O RETRATO DO FECHAMENTO DO MES (PR.RELACLI.SALDOS.MESFECH) E        00001400
//* LIDO PELO EXTRATO (0) E PELO INFORME DE RENDIMENTOS (-1 E -13),     00001500
//* ENTAO TODAS AS 14 GERACOES RETIDAS SAO CONVERTIDAS: STEPM13 A       00001600
//* STEPM00 REGRAVAM DA MAIS ANTIGA (-13) PARA A ATUAL (0) COMO         00001700
//* (+1) A (+14). COMO O NUMERO RELATIVO VALE PARA O JOB INTEIRO, A     00001800
//* ORDEM E O NUMERO RELATIVO DE CADA MES FICAM OS MESMOS DEPOIS DA     00001900
//* CONVERSAO, E AS GERACOES VELHAS SAEM PELO LIMITE DO GDG. SE O       00002000
//* GDG AINDA NAO TIVER 14 GERACOES, TIRAR OS STEPS DAS QUE FALTAM      00002100
//* (COMECANDO PELO STEPM13). QUALQUER RC ACIMA DE 4 PARA O RESTO.      00002200
//*-------------------------------                                      00002300
//STEP01   EXEC PGM=SORT                                                00002400
//SORTIN   DD DSN=PR.RELACLI.SALDOS(0),DISP=SHR                         00002500
//SORTOUT  DD DSN=PR.RELACLI.SALDOS(+1),                                00002600
//            DISP=(,CATLG,DELETE),                                     00002700
//            DCB=(RECFM=FB,LRECL=96)                                   00002800
//SYSOUT   DD SYSOUT=*                                                  00002900
//SYSIN    DD *                                                         00003000
 SORT FIELDS=COPY                                                       00003100
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00003200
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00003300
/*                                                                      00003400
//*-------------------------------                                      00003500
//STEPM13  EXEC PGM=SORT,COND=(4,LT)                                    00003600
//SORTIN   DD DSN=PR.RELACLI.SALDOS.MESFECH(-13),DISP=SHR               00003700
//SORTOUT  DD DSN=PR.RELACLI.SALDOS.MESFECH(+1),                        00003800
//            DISP=(,CATLG,DELETE),                                     00003900
//            DCB=(RECFM=FB,LRECL=96)                                   00004000
//SYSOUT   DD SYSOUT=*                                                  00004100
//SYSIN    DD *                                                         00004200
 SORT FIELDS=COPY                                                       00004300
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00004400
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00004500
/*                                                                      00004600
//*-------------------------------                                      00004700
//STEPM12  EXEC PGM=SORT,COND=(4,LT)                                    00004800
//SORTIN   DD DSN=PR.RELACLI.SALDOS.MESFECH(-12),DISP=SHR               00004900
//SORTOUT  DD DSN=PR.RELACLI.SALDOS.MESFECH(+2),                        00005000
//            DISP=(,CATLG,DELETE),                                     00005100
//            DCB=(RECFM=FB,LRECL=96)                                   00005200
//SYSOUT   DD SYSOUT=*                                                  00005300
//SYSIN    DD *                                                         00005400
 SORT FIELDS=COPY                                                       00005500
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00005600
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00005700
/*                                                                      00005800
//*-------------------------------                                      00005900
//STEPM11  EXEC PGM=SORT,COND=(4,LT)                                    00006000
//SORTIN   DD DSN=PR.RELACLI.SALDOS.MESFECH(-11),DISP=SHR               00006100
//SORTOUT  DD DSN=PR.RELACLI.SALDOS.MESFECH(+3),                        00006200
//            DISP=(,CATLG,DELETE),                                     00006300
//            DCB=(RECFM=FB,LRECL=96)                                   00006400
//SYSOUT   DD SYSOUT=*                                                  00006500
//SYSIN    DD *                                                         00006600
 SORT FIELDS=COPY                                                       00006700
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00006800
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00006900
/*                                                                      00007000
//*-------------------------------                                      00007100
//STEPM10  EXEC PGM=SORT,COND=(4,LT)                                    00007200
//SORTIN   DD DSN=PR.RELACLI.SALDOS.MESFECH(-10),DISP=SHR               00007300
//SORTOUT  DD DSN=PR.RELACLI.SALDOS.MESFECH(+4),                        00007400
//            DISP=(,CATLG,DELETE),                                     00007500
//            DCB=(RECFM=FB,LRECL=96)                                   00007600
//SYSOUT   DD SYSOUT=*                                                  00007700
//SYSIN    DD *                                                         00007800
 SORT FIELDS=COPY                                                       00007900
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00008000
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00008100
/*                                                                      00008200
//*-------------------------------                                      00008300
//STEPM09  EXEC PGM=SORT,COND=(4,LT)                                    00008400
//SORTIN   DD DSN=PR.RELACLI.SALDOS.MESFECH(-9),DISP=SHR                00008500
//SORTOUT  DD DSN=PR.RELACLI.SALDOS.MESFECH(+5),                        00008600
//            DISP=(,CATLG,DELETE),                                     00008700
//            DCB=(RECFM=FB,LRECL=96)                                   00008800
//SYSOUT   DD SYSOUT=*                                                  00008900
//SYSIN    DD *                                                         00009000
 SORT FIELDS=COPY                                                       00009100
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00009200
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00009300
/*                                                                      00009400
//*-------------------------------                                      00009500
//STEPM08  EXEC PGM=SORT,COND=(4,LT)                                    00009600
//SORTIN   DD DSN=PR.RELACLI.SALDOS.MESFECH(-8),DISP=SHR                00009700
//SORTOUT  DD DSN=PR.RELACLI.SALDOS.MESFECH(+6),                        00009800
//            DISP=(,CATLG,DELETE),                                     00009900
//            DCB=(RECFM=FB,LRECL=96)                                   00010000
//SYSOUT   DD SYSOUT=*                                                  00010100
//SYSIN    DD *                                                         00010200
 SORT FIELDS=COPY                                                       00010300
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00010400
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00010500
/*                                                                      00010600
//*-------------------------------                                      00010700
//STEPM07  EXEC PGM=SORT,COND=(4,LT)                                    00010800
//SORTIN   DD DSN=PR.RELACLI.SALDOS.MESFECH(-7),DISP=SHR                00010900
//SORTOUT  DD DSN=PR.RELACLI.SALDOS.MESFECH(+7),                        00011000
//            DISP=(,CATLG,DELETE),                                     00011100
//            DCB=(RECFM=FB,LRECL=96)                                   00011200
//SYSOUT   DD SYSOUT=*                                                  00011300
//SYSIN    DD *                                                         00011400
 SORT FIELDS=COPY                                                       00011500
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00011600
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00011700
/*                                                                      00011800
//*-------------------------------                                      00011900
//STEPM06  EXEC PGM=SORT,COND=(4,LT)                                    00012000
//SORTIN   DD DSN=PR.RELACLI.SALDOS.MESFECH(-6),DISP=SHR                00012100
//SORTOUT  DD DSN=PR.RELACLI.SALDOS.MESFECH(+8),                        00012200
//            DISP=(,CATLG,DELETE),                                     00012300
//            DCB=(RECFM=FB,LRECL=96)                                   00012400
//SYSOUT   DD SYSOUT=*                                                  00012500
//SYSIN    DD *                                                         00012600
 SORT FIELDS=COPY                                                       00012700
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00012800
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00012900
/*                                                                      00013000
//*-------------------------------                                      00013100
//STEPM05  EXEC PGM=SORT,COND=(4,LT)                                    00013200
//SORTIN   DD DSN=PR.RELACLI.SALDOS.MESFECH(-5),DISP=SHR                00013300
//SORTOUT  DD DSN=PR.RELACLI.SALDOS.MESFECH(+9),                        00013400
//            DISP=(,CATLG,DELETE),                                     00013500
//            DCB=(RECFM=FB,LRECL=96)                                   00013600
//SYSOUT   DD SYSOUT=*                                                  00013700
//SYSIN    DD *                                                         00013800
 SORT FIELDS=COPY                                                       00013900
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00014000
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00014100
/*                                                                      00014200
//*-------------------------------                                      00014300
//STEPM04  EXEC PGM=SORT,COND=(4,LT)                                    00014400
//SORTIN   DD DSN=PR.RELACLI.SALDOS.MESFECH(-4),DISP=SHR                00014500
//SORTOUT  DD DSN=PR.RELACLI.SALDOS.MESFECH(+10),                       00014600
//            DISP=(,CATLG,DELETE),                                     00014700
//            DCB=(RECFM=FB,LRECL=96)                                   00014800
//SYSOUT   DD SYSOUT=*                                                  00014900
//SYSIN    DD *                                                         00015000
 SORT FIELDS=COPY                                                       00015100
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00015200
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00015300
/*                                                                      00015400
//*-------------------------------                                      00015500
//STEPM03  EXEC PGM=SORT,COND=(4,LT)                                    00015600
//SORTIN   DD DSN=PR.RELACLI.SALDOS.MESFECH(-3),DISP=SHR                00015700
//SORTOUT  DD DSN=PR.RELACLI.SALDOS.MESFECH(+11),                       00015800
//            DISP=(,CATLG,DELETE),                                     00015900
//            DCB=(RECFM=FB,LRECL=96)                                   00016000
//SYSOUT   DD SYSOUT=*                                                  00016100
//SYSIN    DD *                                                         00016200
 SORT FIELDS=COPY                                                       00016300
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00016400
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00016500
/*                                                                      00016600
//*-------------------------------                                      00016700
//STEPM02  EXEC PGM=SORT,COND=(4,LT)                                    00016800
//SORTIN   DD DSN=PR.RELACLI.SALDOS.MESFECH(-2),DISP=SHR                00016900
//SORTOUT  DD DSN=PR.RELACLI.SALDOS.MESFECH(+12),                       00017000
//            DISP=(,CATLG,DELETE),                                     00017100
//            DCB=(RECFM=FB,LRECL=96)                                   00017200
//SYSOUT   DD SYSOUT=*                                                  00017300
//SYSIN    DD *                                                         00017400
 SORT FIELDS=COPY                                                       00017500
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00017600
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00017700
/*                                                                      00017800
//*-------------------------------                                      00017900
//STEPM01  EXEC PGM=SORT,COND=(4,LT)                                    00018000
//SORTIN   DD DSN=PR.RELACLI.SALDOS.MESFECH(-1),DISP=SHR                00018100
//SORTOUT  DD DSN=PR.RELACLI.SALDOS.MESFECH(+13),                       00018200
//            DISP=(,CATLG,DELETE),                                     00018300
//            DCB=(RECFM=FB,LRECL=96)                                   00018400
//SYSOUT   DD SYSOUT=*                                                  00018500
//SYSIN    DD *                                                         00018600
 SORT FIELDS=COPY                                                       00018700
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00018800
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00018900
/*                                                                      00019000
//*-------------------------------                                      00019100
//STEPM00  EXEC PGM=SORT,COND=(4,LT)                                    00019200
//SORTIN   DD DSN=PR.RELACLI.SALDOS.MESFECH(0),DISP=SHR                 00019300
//SORTOUT  DD DSN=PR.RELACLI.SALDOS.MESFECH(+14),                       00019400
//            DISP=(,CATLG,DELETE),                                     00019500
//            DCB=(RECFM=FB,LRECL=96)                                   00019600
//SYSOUT   DD SYSOUT=*                                                  00019700
//SYSIN    DD *                                                         00019800
 SORT FIELDS=COPY                                                       00019900
 OUTREC IFTHEN=(WHEN=(1,03,CH,EQ,C'TRL'),BUILD=(1,80,16X)),             00020000
        IFTHEN=(WHEN=NONE,BUILD=(1,78,C'+',12C'0',5X))                  00020100
/*                                                                      00020200
//*-------------------------------                                      00020300
//STEP03   EXEC PGM=IEBGENER,COND=(4,LT)                                00020400
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                00020500
//SYSUT2   DD DSN=PR.RELACLI.BLOQJUD(+1),                               00020600
//            DISP=(,CATLG,DELETE),                                     00020700
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00020800
//SYSPRINT DD SYSOUT=*                                                  00020900
//SYSIN    DD DUMMY                                                     00021000

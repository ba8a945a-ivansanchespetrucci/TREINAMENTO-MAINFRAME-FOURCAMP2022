*=================================================================*     00000100
*   MAPSET..: MAPCTX                                            *       00000200
*   AUTOR...: RAFAEL                                            *       00000300
*-----------------------------------------------------------------*     00000400
*   OBJETIVO: MAPA DE TELA 3270 PARA A TRANSACAO CTL1 DE          *     00000500
*      SITUACAO DA CADEIA DE LOTE: MOSTRA, PARA A DATA DE         *     00000600
*      NEGOCIO, A SITUACAO DE CADA PROGRAMA NO CONTROLEX COM      *     00000700
*      HORA DE INICIO E FIM, E GRAVA A LIBERACAO DE SUPERVISOR    *     00000800
*      (PF5) DE UM PROGRAMA RECUSADO PELO CTLEXEC, COM MOTIVO.    *     00000900
*=================================================================*     00001000
         DFHMSD TYPE=&SYSPARM,                                         X00001100
                MODE=INOUT,                                            X00001200
                LANG=COBOL,                                            X00001300
                CTRL=(FREEKB,FRSET),                                   X00001400
                TIOAPFX=YES,                                           X00001500
                STORAGE=AUTO                                            00001600
*                                                                       00001700
MAPCTX   DFHMDI SIZE=(24,80),                                          X00001800
                LINE=1,                                                X00001900
                COLUMN=1                                                00002000
*                                                                       00002100
         DFHMDF POS=(01,25),                                           X00002200
                LENGTH=26,                                             X00002300
                ATTRB=(PROT,BRT),                                      X00002400
                INITIAL='SITUACAO DA CADEIA DE LOTE'                    00002500
*                                                                       00002600
         DFHMDF POS=(03,01),                                           X00002700
                LENGTH=09,                                             X00002800
                ATTRB=(PROT),                                          X00002900
                INITIAL='DATA.....'                                     00003000
*                                                                       00003100
DATA     DFHMDF POS=(03,11),                                           X00003200
                LENGTH=08,                                             X00003300
                ATTRB=(UNPROT,NUM,IC)                                   00003400
*                                                                       00003500
         DFHMDF POS=(03,25),                                           X00003600
                LENGTH=10,                                             X00003700
                ATTRB=(PROT),                                          X00003800
                INITIAL='(AAAAMMDD)'                                    00003900
*                                                                       00004000
         DFHMDF POS=(04,01),                                           X00004100
                LENGTH=09,                                             X00004200
                ATTRB=(PROT),                                          X00004300
                INITIAL='PROGRAMA.'                                     00004400
*                                                                       00004500
PROGR    DFHMDF POS=(04,11),                                           X00004600
                LENGTH=08,                                             X00004700
                ATTRB=(UNPROT)                                          00004800
*                                                                       00004900
         DFHMDF POS=(05,01),                                           X00005000
                LENGTH=09,                                             X00005100
                ATTRB=(PROT),                                          X00005200
                INITIAL='MOTIVO...'                                     00005300
*                                                                       00005400
MOTIVO   DFHMDF POS=(05,11),                                           X00005500
                LENGTH=40,                                             X00005600
                ATTRB=(UNPROT)                                          00005700
*                                                                       00005800
         DFHMDF POS=(07,01),                                           X00005900
                LENGTH=08,                                             X00006000
                ATTRB=(PROT),                                          X00006100
                INITIAL='PROGRAMA'                                      00006200
         DFHMDF POS=(07,11),                                           X00006300
                LENGTH=08,                                             X00006400
                ATTRB=(PROT),                                          X00006500
                INITIAL='SITUACAO'                                      00006600
         DFHMDF POS=(07,25),                                           X00006700
                LENGTH=06,                                             X00006800
                ATTRB=(PROT),                                          X00006900
                INITIAL='INICIO'                                        00007000
         DFHMDF POS=(07,33),                                           X00007100
                LENGTH=06,                                             X00007200
                ATTRB=(PROT),                                          X00007300
                INITIAL='FIM'                                           00007400
LIN01    DFHMDF POS=(08,01),LENGTH=40,ATTRB=(PROT)                      00007500
LIN02    DFHMDF POS=(09,01),LENGTH=40,ATTRB=(PROT)                      00007600
LIN03    DFHMDF POS=(10,01),LENGTH=40,ATTRB=(PROT)                      00007700
LIN04    DFHMDF POS=(11,01),LENGTH=40,ATTRB=(PROT)                      00007800
LIN05    DFHMDF POS=(12,01),LENGTH=40,ATTRB=(PROT)                      00007900
LIN06    DFHMDF POS=(13,01),LENGTH=40,ATTRB=(PROT)                      00008000
LIN07    DFHMDF POS=(14,01),LENGTH=40,ATTRB=(PROT)                      00008100
LIN08    DFHMDF POS=(15,01),LENGTH=40,ATTRB=(PROT)                      00008200
LIN09    DFHMDF POS=(16,01),LENGTH=40,ATTRB=(PROT)                      00008300
LIN10    DFHMDF POS=(17,01),LENGTH=40,ATTRB=(PROT)                      00008400
LIN11    DFHMDF POS=(18,01),LENGTH=40,ATTRB=(PROT)                      00008500
LIN12    DFHMDF POS=(19,01),LENGTH=40,ATTRB=(PROT)                      00008600
*                                                                       00008700
MSGERRO  DFHMDF POS=(21,01),                                           X00008800
                LENGTH=40,                                             X00008900
                ATTRB=(PROT,BRT,FSET)                                   00009000
*                                                                       00009100
         DFHMDF POS=(24,01),                                           X00009200
                LENGTH=33,                                             X00009300
                ATTRB=(PROT),                                          X00009400
                INITIAL='ENTER=CONSULTA PF5=LIBERA PF3=FIM'             00009500
*                                                                       00009600
         DFHMSD TYPE=FINAL                                              00009700

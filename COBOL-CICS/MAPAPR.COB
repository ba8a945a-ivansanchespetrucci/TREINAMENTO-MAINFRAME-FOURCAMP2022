*=================================================================*     00000100
*   MAPSET..: MAPAPR                                            *       00000200
*   AUTOR...: RAFAEL                                            *       00000300
*-----------------------------------------------------------------*     00000400
*   OBJETIVO: MAPA DE TELA 3270 PARA A TRANSACAO APR1 DE          *     00000500
*      APROVACAO EM DUPLO CONTROLE: MOSTRA A PROXIMA PENDENCIA    *     00000600
*      DA CLI2 (ALTERACAO DE CLIENTE, COM O DADO ATUAL AO LADO)   *     00000700
*      OU DA CLI7 (ENTRADA EMERGENCIAL), QUE UM SEGUNDO           *     00000800
*      SUPERVISOR APROVA (PF5) OU REJEITA COM MOTIVO (PF6).       *     00000900
*=================================================================*     00001000
         DFHMSD TYPE=&SYSPARM,                                         X00001100
                MODE=INOUT,                                            X00001200
                LANG=COBOL,                                            X00001300
                CTRL=(FREEKB,FRSET),                                   X00001400
                TIOAPFX=YES,                                           X00001500
                STORAGE=AUTO                                            00001600
*                                                                       00001700
MAPAPR   DFHMDI SIZE=(24,80),                                          X00001800
                LINE=1,                                                X00001900
                COLUMN=1                                                00002000
*                                                                       00002100
         DFHMDF POS=(01,20),                                           X00002200
                LENGTH=38,                                             X00002300
                ATTRB=(PROT,BRT),                                      X00002400
                INITIAL='APROVACAO DE DUPLO CONTROLE CLI2/CLI7'         00002500
*                                                                       00002600
         DFHMDF POS=(03,01),                                           X00002700
                LENGTH=09,                                             X00002800
                ATTRB=(PROT),                                          X00002900
                INITIAL='PROTOCOL.'                                     00003000
*                                                                       00003100
PDATA    DFHMDF POS=(03,11),                                           X00003200
                LENGTH=08,                                             X00003300
                ATTRB=(PROT)                                            00003400
*                                                                       00003500
PHORA    DFHMDF POS=(03,20),                                           X00003600
                LENGTH=06,                                             X00003700
                ATTRB=(PROT)                                            00003800
*                                                                       00003900
PTERM    DFHMDF POS=(03,27),                                           X00004000
                LENGTH=04,                                             X00004100
                ATTRB=(PROT)                                            00004200
*                                                                       00004300
         DFHMDF POS=(04,01),                                           X00004400
                LENGTH=09,                                             X00004500
                ATTRB=(PROT),                                          X00004600
                INITIAL='ORIGEM...'                                     00004700
*                                                                       00004800
ORIGEM   DFHMDF POS=(04,11),                                           X00004900
                LENGTH=04,                                             X00005000
                ATTRB=(PROT)                                            00005100
*                                                                       00005200
         DFHMDF POS=(04,20),                                           X00005300
                LENGTH=12,                                             X00005400
                ATTRB=(PROT),                                          X00005500
                INITIAL='DIGITADO POR'                                  00005600
*                                                                       00005700
USUDIG   DFHMDF POS=(04,33),                                           X00005800
                LENGTH=08,                                             X00005900
                ATTRB=(PROT)                                            00006000
*                                                                       00006100
         DFHMDF POS=(05,01),                                           X00006200
                LENGTH=09,                                             X00006300
                ATTRB=(PROT),                                          X00006400
                INITIAL='MOTIVO...'                                     00006500
*                                                                       00006600
MOTIVO   DFHMDF POS=(05,11),                                           X00006700
                LENGTH=40,                                             X00006800
                ATTRB=(PROT)                                            00006900
*                                                                       00007000
         DFHMDF POS=(07,01),                                           X00007100
                LENGTH=09,                                             X00007200
                ATTRB=(PROT),                                          X00007300
                INITIAL='AGENCIA..'                                     00007400
*                                                                       00007500
AGENCIA  DFHMDF POS=(07,11),                                           X00007600
                LENGTH=04,                                             X00007700
                ATTRB=(PROT)                                            00007800
*                                                                       00007900
         DFHMDF POS=(07,20),                                           X00008000
                LENGTH=05,                                             X00008100
                ATTRB=(PROT),                                          X00008200
                INITIAL='CONTA'                                         00008300
*                                                                       00008400
CONTA    DFHMDF POS=(07,26),                                           X00008500
                LENGTH=05,                                             X00008600
                ATTRB=(PROT)                                            00008700
*                                                                       00008800
         DFHMDF POS=(08,11),                                           X00008900
                LENGTH=08,                                             X00009000
                ATTRB=(PROT,BRT),                                      X00009100
                INITIAL='PROPOSTO'                                      00009200
*                                                                       00009300
         DFHMDF POS=(08,45),                                           X00009400
                LENGTH=12,                                             X00009500
                ATTRB=(PROT,BRT),                                      X00009600
                INITIAL='ATUAL (CLI2)'                                  00009700
*                                                                       00009800
         DFHMDF POS=(09,01),                                           X00009900
                LENGTH=09,                                             X00010000
                ATTRB=(PROT),                                          X00010100
                INITIAL='CLIENTE..'                                     00010200
*                                                                       00010300
CLIENTE  DFHMDF POS=(09,11),                                           X00010400
                LENGTH=30,                                             X00010500
                ATTRB=(PROT)                                            00010600
*                                                                       00010700
ACLIENT  DFHMDF POS=(09,45),                                           X00010800
                LENGTH=30,                                             X00010900
                ATTRB=(PROT)                                            00011000
*                                                                       00011100
         DFHMDF POS=(10,01),                                           X00011200
                LENGTH=09,                                             X00011300
                ATTRB=(PROT),                                          X00011400
                INITIAL='VALOR....'                                     00011500
*                                                                       00011600
VALOR    DFHMDF POS=(10,11),                                           X00011700
                LENGTH=10,                                             X00011800
                ATTRB=(PROT)                                            00011900
*                                                                       00012000
AVALOR   DFHMDF POS=(10,45),                                           X00012100
                LENGTH=10,                                             X00012200
                ATTRB=(PROT)                                            00012300
*                                                                       00012400
         DFHMDF POS=(11,01),                                           X00012500
                LENGTH=09,                                             X00012600
                ATTRB=(PROT),                                          X00012700
                INITIAL='TIPO OP..'                                     00012800
*                                                                       00012900
TIPOP    DFHMDF POS=(11,11),                                           X00013000
                LENGTH=01,                                             X00013100
                ATTRB=(PROT)                                            00013200
*                                                                       00013300
ATIPOP   DFHMDF POS=(11,45),                                           X00013400
                LENGTH=01,                                             X00013500
                ATTRB=(PROT)                                            00013600
*                                                                       00013700
         DFHMDF POS=(12,01),                                           X00013800
                LENGTH=09,                                             X00013900
                ATTRB=(PROT),                                          X00014000
                INITIAL='DATA MOV.'                                     00014100
*                                                                       00014200
DATAMOV  DFHMDF POS=(12,11),                                           X00014300
                LENGTH=08,                                             X00014400
                ATTRB=(PROT)                                            00014500
*                                                                       00014600
         DFHMDF POS=(13,01),                                           X00014700
                LENGTH=09,                                             X00014800
                ATTRB=(PROT),                                          X00014900
                INITIAL='DIRECAO..'                                     00015000
*                                                                       00015100
DIRECAO  DFHMDF POS=(13,11),                                           X00015200
                LENGTH=01,                                             X00015300
                ATTRB=(PROT)                                            00015400
*                                                                       00015500
         DFHMDF POS=(13,20),                                           X00015600
                LENGTH=14,                                             X00015700
                ATTRB=(PROT),                                          X00015800
                INITIAL='C/P AGEN/CONTA'                                00015900
*                                                                       00016000
CAGENCIA DFHMDF POS=(13,35),                                           X00016100
                LENGTH=04,                                             X00016200
                ATTRB=(PROT)                                            00016300
*                                                                       00016400
CCONTA   DFHMDF POS=(13,40),                                           X00016500
                LENGTH=05,                                             X00016600
                ATTRB=(PROT)                                            00016700
*                                                                       00016800
         DFHMDF POS=(15,01),                                           X00016900
                LENGTH=16,                                             X00017000
                ATTRB=(PROT),                                          X00017100
                INITIAL='MOTIVO REJEICAO.'                              00017200
*                                                                       00017300
MOTREJ   DFHMDF POS=(15,18),                                           X00017400
                LENGTH=40,                                             X00017500
                ATTRB=(UNPROT,IC)                                       00017600
*                                                                       00017700
MSGERRO  DFHMDF POS=(17,01),                                           X00017800
                LENGTH=40,                                             X00017900
                ATTRB=(PROT,BRT,FSET)                                   00018000
*                                                                       00018100
         DFHMDF POS=(24,01),                                           X00018200
                LENGTH=44,                                             X00018300
                ATTRB=(PROT),                                          X00018400
                INITIAL='ENTER=PROXIMA PF5=APROVA PF6=REJEITA PF3=FIM'  00018500
*                                                                       00018600
         DFHMSD TYPE=FINAL                                              00018700

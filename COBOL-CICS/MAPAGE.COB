*=================================================================*     00000100
*   MAPSET..: MAPAGE                                            *       00000200
*   AUTOR...: RAFAEL                                            *       00000300
*-----------------------------------------------------------------*     00000400
*   OBJETIVO: MAPA DE TELA 3270 PARA A TRANSACAO AGE1 DE          *     00000500
*      MANUTENCAO DO MESTRE DE AGENCIAS: LISTA AS AGENCIAS A      *     00000600
*      PARTIR DO CODIGO (ENTER, PF8 CONTINUA), INCLUI AGENCIA     *     00000700
*      NOVA (PF5) E ALTERA NOME, REGIAO E SITUACAO (PF6), COM     *     00000800
*      AUTORIZACAO DE SUPERVISOR E TRILHA DE AUDITORIA.           *     00000900
*=================================================================*     00001000
         DFHMSD TYPE=&SYSPARM,                                         X00001100
                MODE=INOUT,                                            X00001200
                LANG=COBOL,                                            X00001300
                CTRL=(FREEKB,FRSET),                                   X00001400
                TIOAPFX=YES,                                           X00001500
                STORAGE=AUTO                                            00001600
*                                                                       00001700
MAPAGE   DFHMDI SIZE=(24,80),                                          X00001800
                LINE=1,                                                X00001900
                COLUMN=1                                                00002000
*                                                                       00002100
         DFHMDF POS=(01,25),                                           X00002200
                LENGTH=26,                                             X00002300
                ATTRB=(PROT,BRT),                                      X00002400
                INITIAL='MANUTENCAO DE AGENCIAS'                        00002500
*                                                                       00002600
         DFHMDF POS=(03,01),                                           X00002700
                LENGTH=09,                                             X00002800
                ATTRB=(PROT),                                          X00002900
                INITIAL='AGENCIA..'                                     00003000
*                                                                       00003100
AGENCIA  DFHMDF POS=(03,11),                                           X00003200
                LENGTH=04,                                             X00003300
                ATTRB=(UNPROT,NUM,IC)                                   00003400
*                                                                       00003500
         DFHMDF POS=(04,01),                                           X00003600
                LENGTH=09,                                             X00003700
                ATTRB=(PROT),                                          X00003800
                INITIAL='NOME.....'                                     00003900
*                                                                       00004000
NOME     DFHMDF POS=(04,11),                                           X00004100
                LENGTH=30,                                             X00004200
                ATTRB=(UNPROT)                                          00004300
*                                                                       00004400
         DFHMDF POS=(05,01),                                           X00004500
                LENGTH=09,                                             X00004600
                ATTRB=(PROT),                                          X00004700
                INITIAL='REGIAO...'                                     00004800
*                                                                       00004900
REGIAO   DFHMDF POS=(05,11),                                           X00005000
                LENGTH=15,                                             X00005100
                ATTRB=(UNPROT)                                          00005200
*                                                                       00005300
         DFHMDF POS=(05,30),                                           X00005400
                LENGTH=09,                                             X00005500
                ATTRB=(PROT),                                          X00005600
                INITIAL='SITUACAO.'                                     00005700
*                                                                       00005800
SITUAC   DFHMDF POS=(05,40),                                           X00005900
                LENGTH=01,                                             X00006000
                ATTRB=(UNPROT)                                          00006100
*                                                                       00006200
         DFHMDF POS=(05,45),                                           X00006300
                LENGTH=19,                                             X00006400
                ATTRB=(PROT),                                          X00006500
                INITIAL='(A=ATIVA F=FECHADA)'                           00006600
*                                                                       00006700
         DFHMDF POS=(07,01),                                           X00006800
                LENGTH=10,                                             X00006900
                ATTRB=(PROT),                                          X00007000
                INITIAL='AGEN  NOME'                                    00007100
         DFHMDF POS=(07,39),                                           X00007200
                LENGTH=06,                                             X00007300
                ATTRB=(PROT),                                          X00007400
                INITIAL='REGIAO'                                        00007500
         DFHMDF POS=(07,56),                                           X00007600
                LENGTH=01,                                             X00007700
                ATTRB=(PROT),                                          X00007800
                INITIAL='S'                                             00007900
LIN01    DFHMDF POS=(08,01),LENGTH=56,ATTRB=(PROT)                      00008000
LIN02    DFHMDF POS=(09,01),LENGTH=56,ATTRB=(PROT)                      00008100
LIN03    DFHMDF POS=(10,01),LENGTH=56,ATTRB=(PROT)                      00008200
LIN04    DFHMDF POS=(11,01),LENGTH=56,ATTRB=(PROT)                      00008300
LIN05    DFHMDF POS=(12,01),LENGTH=56,ATTRB=(PROT)                      00008400
LIN06    DFHMDF POS=(13,01),LENGTH=56,ATTRB=(PROT)                      00008500
*                                                                       00008600
MSGERRO  DFHMDF POS=(15,01),                                           X00008700
                LENGTH=40,                                             X00008800
                ATTRB=(PROT,BRT,FSET)                                   00008900
*                                                                       00009000
         DFHMDF POS=(24,01),                                           X00009100
                LENGTH=21,                                             X00009200
                ATTRB=(PROT),                                          X00009300
                INITIAL='ENTER=LISTA PF8=SEGUE'                         00009400
         DFHMDF POS=(24,23),                                           X00009500
                LENGTH=29,                                             X00009600
                ATTRB=(PROT),                                          X00009700
                INITIAL='PF5=INCLUI PF6=ALTERA PF3=FIM'                 00009800
*                                                                       00009900
         DFHMSD TYPE=FINAL                                              00010000

*=================================================================*     00000100
*   MAPSET..: MAPPAR                                            *       00000200
*   AUTOR...: RAFAEL                                            *       00000300
*-----------------------------------------------------------------*     00000400
*   OBJETIVO: MAPA DE TELA 3270 PARA A TRANSACAO PAR1 DE          *     00000500
*      MANUTENCAO DOS PARAMETROS DO LOTE (ARQUIVO PARAMETR):      *     00000600
*      LISTA AS VIGENCIAS DO PARAMETRO, INCLUI VIGENCIA NOVA      *     00000700
*      (PF5) E ALTERA UMA VIGENCIA FUTURA LISTADA (PF6), COM      *     00000800
*      AUTORIZACAO DE SUPERVISOR E TRILHA DE AUDITORIA. O VALOR   *     00000900
*      E DIGITADO EM DUAS PARTES, OS NOVE INTEIROS E OS SEIS      *     00001000
*      DECIMAIS, COM ZEROS A ESQUERDA COMO NA FRT1.               *     00001100
*=================================================================*     00001200
         DFHMSD TYPE=&SYSPARM,                                         X00001300
                MODE=INOUT,                                            X00001400
                LANG=COBOL,                                            X00001500
                CTRL=(FREEKB,FRSET),                                   X00001600
                TIOAPFX=YES,                                           X00001700
                STORAGE=AUTO                                            00001800
*                                                                       00001900
MAPPAR   DFHMDI SIZE=(24,80),                                          X00002000
                LINE=1,                                                X00002100
                COLUMN=1                                                00002200
*                                                                       00002300
         DFHMDF POS=(01,24),                                           X00002400
                LENGTH=32,                                             X00002500
                ATTRB=(PROT,BRT),                                      X00002600
                INITIAL='MANUTENCAO DE PARAMETROS DO LOTE'              00002700
*                                                                       00002800
         DFHMDF POS=(03,01),                                           X00002900
                LENGTH=09,                                             X00003000
                ATTRB=(PROT),                                          X00003100
                INITIAL='PARAMETRO'                                     00003200
*                                                                       00003300
NOME     DFHMDF POS=(03,11),                                           X00003400
                LENGTH=20,                                             X00003500
                ATTRB=(UNPROT,IC)                                       00003600
*                                                                       00003700
         DFHMDF POS=(03,45),                                           X00003800
                LENGTH=09,                                             X00003900
                ATTRB=(PROT),                                          X00004000
                INITIAL='LINHA....'                                     00004100
*                                                                       00004200
SELECAO  DFHMDF POS=(03,55),                                           X00004300
                LENGTH=01,                                             X00004400
                ATTRB=(UNPROT,NUM)                                      00004500
*                                                                       00004600
         DFHMDF POS=(04,01),                                           X00004700
                LENGTH=09,                                             X00004800
                ATTRB=(PROT),                                          X00004900
                INITIAL='VIGENCIA.'                                     00005000
*                                                                       00005100
VIGENC   DFHMDF POS=(04,11),                                           X00005200
                LENGTH=08,                                             X00005300
                ATTRB=(UNPROT,NUM)                                      00005400
*                                                                       00005500
         DFHMDF POS=(04,25),                                           X00005600
                LENGTH=09,                                             X00005700
                ATTRB=(PROT),                                          X00005800
                INITIAL='VALOR....'                                     00005900
*                                                                       00006000
VALINT   DFHMDF POS=(04,35),                                           X00006100
                LENGTH=09,                                             X00006200
                ATTRB=(UNPROT,NUM)                                      00006300
*                                                                       00006400
         DFHMDF POS=(04,45),                                           X00006500
                LENGTH=01,                                             X00006600
                ATTRB=(PROT),                                          X00006700
                INITIAL=','                                             00006800
*                                                                       00006900
VALDEC   DFHMDF POS=(04,47),                                           X00007000
                LENGTH=06,                                             X00007100
                ATTRB=(UNPROT,NUM)                                      00007200
*                                                                       00007300
         DFHMDF POS=(05,01),                                           X00007400
                LENGTH=09,                                             X00007500
                ATTRB=(PROT),                                          X00007600
                INITIAL='DESCRICAO'                                     00007700
*                                                                       00007800
DESCR    DFHMDF POS=(05,11),                                           X00007900
                LENGTH=40,                                             X00008000
                ATTRB=(UNPROT)                                          00008100
*                                                                       00008200
         DFHMDF POS=(07,01),                                           X00008300
                LENGTH=29,                                             X00008400
                ATTRB=(PROT),                                          X00008500
                INITIAL='NO VIGENCIA             VALOR'                 00008600
*                                                                       00008700
         DFHMDF POS=(07,32),                                           X00008800
                LENGTH=39,                                             X00008900
                ATTRB=(PROT),                                          X00009000
                INITIAL='DESCRICAO                       USUARIO'       00009100
*                                                                       00009200
LIN01    DFHMDF POS=(08,01),LENGTH=71,ATTRB=(PROT)                      00009300
LIN02    DFHMDF POS=(09,01),LENGTH=71,ATTRB=(PROT)                      00009400
LIN03    DFHMDF POS=(10,01),LENGTH=71,ATTRB=(PROT)                      00009500
LIN04    DFHMDF POS=(11,01),LENGTH=71,ATTRB=(PROT)                      00009600
LIN05    DFHMDF POS=(12,01),LENGTH=71,ATTRB=(PROT)                      00009700
LIN06    DFHMDF POS=(13,01),LENGTH=71,ATTRB=(PROT)                      00009800
*                                                                       00009900
MSGERRO  DFHMDF POS=(15,01),                                           X00010000
                LENGTH=40,                                             X00010100
                ATTRB=(PROT,BRT,FSET)                                   00010200
*                                                                       00010300
         DFHMDF POS=(24,01),                                           X00010400
                LENGTH=42,                                             X00010500
                ATTRB=(PROT),                                          X00010600
                INITIAL='ENTER=LISTA PF5=INCLUI PF6=ALTERA PF3=FIM'     00010700
*                                                                       00010800
         DFHMSD TYPE=FINAL                                              00010900

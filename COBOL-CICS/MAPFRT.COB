*   AUTOR...: RAFAEL                                            *       00000300
*-----------------------------------------------------------------*     00000400
*   OBJETIVO: MAPA DE TELA 3270 PARA A TRANSACAO FRT1 DE          *     00000500
*      MANUTENCAO DAS TARIFAS DE FRETE POR UF E TRANSPORTADORA:   *     00000600
*      LISTA AS TARIFAS DA UF, INCLUI TARIFA NOVA COM VIGENCIA    *     00000700
*      (PF5) E ENCERRA UMA TARIFA LISTADA (PF6), COM              *     00000800
*      AUTORIZACAO DE SUPERVISOR E TRILHA DE AUDITORIA.           *     00000900
                LENGTH=01,                                             X00004200
                ATTRB=(UNPROT,NUM)                                      00004300
*                                                                       00004400
         DFHMDF POS=(03,45),                                           X00004420
                LENGTH=09,                                             X00004430
                ATTRB=(PROT),                                          X00004440
                INITIAL='TRANSP...'                                     00004450
*                                                                       00004460
TRANSP   DFHMDF POS=(03,55),                                           X00004470
                LENGTH=03,                                             X00004480
                ATTRB=(UNPROT,NUM)                                      00004490
*                                                                       00004495
         DFHMDF POS=(04,01),                                           X00004500
                LENGTH=09,                                             X00004600
                ATTRB=(PROT),                                          X00004700
         DFHMDF POS=(06,01),                                           X00007200
                LENGTH=40,                                             X00007300
                ATTRB=(PROT),                                          X00007400
                INITIAL='NO  UF  TRP  PERC    VIG DE    VIG ATE'        00007500
LIN01    DFHMDF POS=(07,01),LENGTH=50,ATTRB=(PROT)                      00007600
LIN02    DFHMDF POS=(08,01),LENGTH=50,ATTRB=(PROT)                      00007700
LIN03    DFHMDF POS=(09,01),LENGTH=50,ATTRB=(PROT)                      00007800

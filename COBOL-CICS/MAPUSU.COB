*      ADMINISTRACAO DE USUARIOS: O OFICIAL DE SEGURANCA         *      00000600
*      CONSULTA, INCLUI E ALTERA USUARIOS COM NIVEL E PERFIL     *      00000700
*      DE AUTORIZACAO POR TRANSACAO (UM BYTE S/N POR TELA, NA    *      00000800
*      ORDEM CLI1-CLI7, FRT1, SEG1, FRT2, AGE1 E PAR1), EM       *      00000900
*      VEZ DA EDICAO DE DATASET DE ANTIGAMENTE.                  *      00001000
*=================================================================*     00001100
         DFHMSD TYPE=&SYSPARM,                                         X00001200
                MODE=INOUT,                                            X00001300
         DFHMDF POS=(08,01),                                           X00005500
                LENGTH=44,                                             X00005600
                ATTRB=(PROT),                                          X00005700
                INITIAL='PERFIL: CLI1-CLI7 FRT1 SEG1 FRT2 AGE1 PAR1'    00005800
*                                                                       00005900
PERFIL   DFHMDF POS=(09,11),                                           X00006000
                LENGTH=12,                                             X00006100
                ATTRB=(UNPROT)                                          00006200
*                                                                       00006300
MSGERRO  DFHMDF POS=(11,01),                                           X00006400

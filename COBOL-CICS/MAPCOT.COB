*-----------------------------------------------------------------*     00000400
*   OBJETIVO: MAPA DE TELA 3270 PARA A TRANSACAO FRT2 DE          *     00000500
*      COTACAO DE FRETE DA MESA DE VENDAS: O OPERADOR DIGITA     *      00000600
*      UF, VALOR DO PEDIDO E PESO E RECEBE O FRETE EXATO QUE O   *      00000675
*      LOTE FR01CB19 VAI FATURAR, COM A TRANSPORTADORA MAIS      *      00000750
*      BARATA, A REGRA QUE VENCEU (PERCENTUAL OU FAIXA DE PESO)  *      00000825
*      E A VIGENCIA DA TARIFA APLICADA, E AS COTACOES DE CADA    *      00000900
*      TRANSPORTADORA ATIVA COM TARIFA VIGENTE LADO A LADO (A    *      00000975
*      ESCOLHIDA MARCADA COM *) - A COTACAO POR TELEFONE COM A   *      00001050
*      TABELA IMPRESSA DO MES PASSADO ACABOU.                    *      00001125
*=================================================================*     00001200
         DFHMSD TYPE=&SYSPARM,                                         X00001300
                MODE=INOUT,                                            X00001400
                LENGTH=08,                                             X00009900
                ATTRB=(PROT,BRT)                                        00010000
*                                                                       00010100
         DFHMDF POS=(10,01),                                           X00010104
                LENGTH=09,                                             X00010108
                ATTRB=(PROT),                                          X00010112
                INITIAL='TRANSP...'                                     00010116
*                                                                       00010120
TRANSP   DFHMDF POS=(10,11),                                           X00010124
                LENGTH=34,                                             X00010128
                ATTRB=(PROT,BRT)                                        00010132
*                                                                       00010136
         DFHMDF POS=(12,03),                                           X00010140
                LENGTH=18,                                             X00010144
                ATTRB=(PROT),                                          X00010148
                INITIAL='TRP TRANSPORTADORA'                            00010152
*                                                                       00010156
         DFHMDF POS=(12,37),                                           X00010160
                LENGTH=27,                                             X00010164
                ATTRB=(PROT),                                          X00010168
                INITIAL='FRETE  REGRA       VIGENCIA'                   00010172
COT1     DFHMDF POS=(13,01),LENGTH=74,ATTRB=(PROT)                      00010176
COT2     DFHMDF POS=(14,01),LENGTH=74,ATTRB=(PROT)                      00010180
COT3     DFHMDF POS=(15,01),LENGTH=74,ATTRB=(PROT)                      00010184
COT4     DFHMDF POS=(16,01),LENGTH=74,ATTRB=(PROT)                      00010188
COT5     DFHMDF POS=(17,01),LENGTH=74,ATTRB=(PROT)                      00010192
*                                                                       00010196
MSGERRO  DFHMDF POS=(19,01),                                           X00010200
                LENGTH=40,                                             X00010300
                ATTRB=(PROT,BRT,FSET)                                   00010400
*                                                                       00010500

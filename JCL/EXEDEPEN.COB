//DEPENDEX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* MANUTENCAO DO ARQUIVO DE DEPENDENCIAS DA CADEIA DE LOTE             00000300
//* (PR.RELACLI.DEPEXEC, BOOK #DEPEXEC): UM REGISTRO POR PAR            00000400
//* PROGRAMA/PREDECESSOR - COLUNAS 1-8 O PROGRAMA, 10-17 O              00000500
//* PREDECESSOR QUE TEM QUE TER COMPLETADO A DATA DE NEGOCIO            00000600
//* ANTES, 19-58 DESCRICAO LIVRE; REGISTRO COM * NA COLUNA 1 E          00000700
//* COMENTARIO. O CTLEXEC CONFERE NA FUNCAO I (STATUS 16) E O           00000800
//* RECUPERA ORDENA O PLANO POR ELE. O ARQUIVO E REGRAVADO              00000900
//* INTEIRO A CADA EXECUCAO: ALTERAR AS LINHAS ABAIXO E SUBMETER.       00001000
//* (PRIMEIRA VEZ: O ARQUIVO E CRIADO VAZIO PELO EXEDEPIN.)             00001050
//*-------------------------------                                      00001100
//STEP01   EXEC PGM=IEBGENER                                            00001200
//SYSUT1   DD *                                                         00001300
* PROGRAMA PREDECESSOR                                                  00001400
ATUSALDO DEDUPCLI SALDO SO SOBRE MOVIMENTO SEM DUPLICATA                00001500
SALDLOAD ATUSALDO CARGA DB2 DA GERACAO DE FECHAMENTO                    00001600
RELACLI  DEDUPCLI RELATORIO SEM MOVIMENTO DUPLICADO                     00001700
/*                                                                      00001800
//SYSUT2   DD DSN=PR.RELACLI.DEPEXEC,DISP=OLD,                          00001900
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00002000
//SYSPRINT DD SYSOUT=*                                                  00002100
//SYSIN    DD DUMMY                                                     00002200

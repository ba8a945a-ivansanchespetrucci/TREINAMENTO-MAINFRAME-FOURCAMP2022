//*-------------------------------
//* EXPURGO COM ARQUIVAMENTO DA TABELA DB2 MOVIMENTOS (ARQMOVDB):
//* AS LINHAS COM DATA DE CARGA MAIS VELHA QUE A RETENCAO DO
//* PARAMETRO ARQMOVDB-RETENCAO (ARQUIVO PR.RELACLI.PARAMETR) SAO
//* MOVIDAS PARA A TABELA ANUAL MOVIMENTOS_HIST, COM
//* COMMIT INTERMEDIARIO E REEXECUCAO SEGURA, PARA A CONSULTA
//* ONLINE CLI3 NAO FICAR MAIS LENTA A CADA MES. RELATORIO DO QUE
//* FOI MOVIDO POR AGENCIA EM PR.RELACLI.RELPURGA.
//* SYSIN: DATA / INTERVALO DE COMMIT.
//*-------------------------------
//STEP01   EXEC PGM=ARQMOVDB
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR
//RELPURGA DD DSN=PR.RELACLI.RELPURGA,DISP=(NEW,CATLG,DELETE)
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR
//PARAMETR DD DSN=PR.RELACLI.PARAMETR,DISP=SHR
//PARAMUSO DD DSN=PR.RELACLI.PARAMUSO,DISP=SHR
//SYSOUT   DD SYSOUT=*
//SYSIN    DD *
20220601
00500
/*

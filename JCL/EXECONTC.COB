//CONTACGX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CARGA INICIAL DO MESTRE PR.RELACLI.CONTAS (RODAR UMA UNICA VEZ,     00000300
//* ANTES DA PRIMEIRA CADEIA COM O ATUCONTA): GERA A PRIMEIRA           00000400
//* GERACAO DO GDG A PARTIR DA GERACAO ATUAL DO MESTRE DE SALDOS -      00000500
//* CADA CONTA COM POSICAO DE SALDO ENTRA COMO CONTA CORRENTE (C)       00000600
//* ATIVA (A), COM A DATA DO SALDO COMO DATA DE ABERTURA E SEM DATA     00000700
//* DE ENCERRAMENTO. O TRAILER DE CONTROLE DO SALDOS (TRL) FICA DE      00000800
//* FORA. CONTA POUPANCA OU JA ENCERRADA SE ACERTA DEPOIS PELAS         00000900
//* SOLICITACOES DO ATUCONTA.                                           00001000
//* O TITULAR ENTRA SEM TIPO DE PESSOA E COM CPF/CNPJ ZERADO; O         00001010
//* DOCUMENTO E INFORMADO DEPOIS PELA SOLICITACAO T DO ATUCONTA.        00001020
//*-------------------------------                                      00001100
//STEP01   EXEC PGM=SORT                                                00001200
//SORTIN   DD DSN=PR.RELACLI.SALDOS(0),DISP=SHR                         00001300
//SORTOUT  DD DSN=PR.RELACLI.CONTAS(+1),                                00001400
//            DISP=(,CATLG,DELETE),                                     00001500
//            DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)                      00001600
//SYSOUT   DD SYSOUT=*                                                  00001700
//SYSIN    DD *                                                         00001800
 OMIT COND=(1,03,CH,EQ,C'TRL')                                          00001900
 SORT FIELDS=(1,09,CH,A)                                                00002000
 OUTREC FIELDS=(1,39,C'CA',71,08,8C'0',C' ',14C'0',8X)                  00002100
/*                                                                      00002200

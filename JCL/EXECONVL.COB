//CONVLOJX JOB 'EXEC COB',MSGCLASS=X,CLASS=C,NOTIFY=&SYSUID,TIME=(0,01) 00000100
//*-------------------------------                                      00000200
//* CONVERSAO UNICA DO MESTRE DE LOJAS: O REGISTRO GANHOU A             00000300
//* AGENCIA/CONTA DA LOJA NO BANCO (LOJ-AGENCIA/LOJ-CONTA, LRECL        00000400
//* 60 -> 70) PARA O CREDLOJA. AS LOJAS SAEM SEM CONTA VINCULADA        00000500
//* (ZEROS) ATE O CADASTRO INFORMAR A CONTA. RODAR UMA UNICA VEZ        00000600
//* ANTES DA PRIMEIRA EXECUCAO COM O BOOK #LOJA NOVO; DEPOIS            00000700
//* RENOMEAR PR.FOUR01.LOJAS.NOVO PARA PR.FOUR01.LOJAS.                 00000800
//*-------------------------------                                      00000900
//STEP01   EXEC PGM=SORT                                                00001000
//SORTIN   DD DSN=PR.FOUR01.LOJAS,DISP=SHR                              00001100
//SORTOUT  DD DSN=PR.FOUR01.LOJAS.NOVO,                                 00001200
//            DISP=(,CATLG,DELETE),                                     00001300
//            DCB=(RECFM=FB,LRECL=70)                                   00001400
//SYSOUT   DD SYSOUT=*                                                  00001500
//SYSIN    DD *                                                         00001600
 SORT FIELDS=COPY                                                       00001700
 OUTREC FIELDS=(1,57,C'000000000',4X)                                   00001800

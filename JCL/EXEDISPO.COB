//* DECISOES DOS REVISORES, IMPRIME O RELATORIO DE DISPOSICAO E         00000500
//* GRAVA A NOVA GERACAO DE PENDENTES (GDG PR.RELACLI.PENDALTO)         00000600
//* PARA NENHUMA TRANSACAO FLAGADA ENVELHECER SEM REVISAO.              00000700
//* OS ITENS ESCALADOS (E) SAEM TAMBEM EM PR.RELACLI.ESCALADA.          00000701
//* STEP02 - GRUPOS AGREGADOS DO AGREGMOV (DISPAGRE): O MESMO           00000702
//* TRATAMENTO PARA O PR.RELACLI.AGREGVLR DO DIA E AS PENDENTES         00000703
//* DE ONTEM (GDG PR.RELACLI.PENDAGR), COM AS DECISOES DO               00000704
//* COMPLIANCE EM PR.RELACLI.CONFAGR; GRUPOS CONFIRMADOS SAEM           00000705
//* RESUMIDOS EM PR.RELACLI.AGRCONF.                                    00000706
//* STEP03/STEP04 - COMUNICACAO AO COAF (GERACOAF): ESCALADOS E         00000707
//* CONFIRMADOS CLASSIFICADOS PELA CHAVE DO CASO, CASADOS COM O         00000708
//* REGISTRO DE CONTROLE (GDG PR.RELACLI.REGCOAF) PARA NENHUM           00000709
//* CASO SER COMUNICADO DUAS VEZES. ARQUIVO PARA O COAF EM              00000710
//* PR.RELACLI.COMCOAF; RELATORIO PR.RELACLI.RELCOAF COM OS             00000711
//* CASOS AINDA SEM COMUNICACAO FORA DO PRAZO LEGAL (SYSIN:             00000712
//* DATA, CODIGO DA INSTITUICAO, PRAZO EM DIAS).                        00000713
//* NO STEP01 O PR.RELACLI.PERFVLR (CONTAS FORA DO PERFIL DE            00000734
//* MOVIMENTACAO, MARCA PRF, DO PERFMOV) E LIDO CONCATENADO AO          00000755
//* ALTOVLR, NA MESMA FILA DE REVISAO.                                  00000776
//*-------------------------------                                      00000800
//STEP01   EXEC PGM=DISPALTO                                            00000900
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00001000
//ALTOVLR  DD DSN=PR.RELACLI.ALTOVLR,DISP=SHR                           00001100
//         DD DSN=PR.RELACLI.PERFVLR,DISP=SHR                           00001150
//PENDANT  DD DSN=PR.RELACLI.PENDALTO(0),DISP=SHR                       00001200
//DECISOES DD DSN=PR.RELACLI.DECISOES,DISP=SHR                          00001300
//PENDSAI  DD DSN=PR.RELACLI.PENDALTO(+1),                              00001400
//            DISP=(,CATLG,DELETE)                                      00001500
//RELDISP  DD DSN=PR.RELACLI.RELDISP,DISP=(NEW,CATLG,DELETE)            00001600
//ESCALADA DD DSN=PR.RELACLI.ESCALADA,DISP=(NEW,CATLG,DELETE)           00001610
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00001700
//SYSOUT   DD SYSOUT=*                                                  00001800
//SYSIN    DD *                                                         00001900
20220601                                                                00002000
/*                                                                      00002100
//*-------------------------------                                      00002200
//STEP02   EXEC PGM=DISPAGRE,COND=(4,LT,STEP01)                         00002300
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00002400
//AGREGVLR DD DSN=PR.RELACLI.AGREGVLR,DISP=SHR                          00002500
//PENDANT  DD DSN=PR.RELACLI.PENDAGR(0),DISP=SHR                        00002600
//CONFAGR  DD DSN=PR.RELACLI.CONFAGR,DISP=SHR                           00002700
//PENDSAI  DD DSN=PR.RELACLI.PENDAGR(+1),                               00002800
//            DISP=(,CATLG,DELETE)                                      00002900
//AGRCONF  DD DSN=PR.RELACLI.AGRCONF,DISP=(NEW,CATLG,DELETE)            00003000
//RELPRT   DD DSN=PR.RELACLI.RELAGRE,DISP=(NEW,CATLG,DELETE)            00003100
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00003200
//SYSOUT   DD SYSOUT=*                                                  00003300
//SYSIN    DD *                                                         00003400
20220601                                                                00003500
/*                                                                      00003600
//*-------------------------------                                      00003700
//STEP03   EXEC PGM=SORT,COND=(4,LT,STEP02)                             00003800
//SORTIN   DD DSN=PR.RELACLI.ESCALADA,DISP=SHR                          00003900
//         DD DSN=PR.RELACLI.AGRCONF,DISP=SHR                           00004000
//SORTOUT  DD DSN=PR.RELACLI.CASOSCOA,DISP=(NEW,CATLG,DELETE)           00004100
//SYSOUT   DD SYSOUT=*                                                  00004200
//SYSIN    DD *                                                         00004300
 OPTION EQUALS                                                          00004400
 SORT FIELDS=(1,25,CH,A)                                                00004500
//*-------------------------------                                      00004600
//STEP04   EXEC PGM=GERACOAF,COND=(4,LT,STEP03)                         00004700
//STEPLIB  DD DSN=PR.RELACLI.OBJ,DISP=SHR                               00004800
//REGANT   DD DSN=PR.RELACLI.REGCOAF(0),DISP=SHR                        00004900
//CASOS    DD DSN=PR.RELACLI.CASOSCOA,DISP=SHR                          00005000
//CONTAS   DD DSN=PR.RELACLI.CONTAS(0),DISP=SHR                         00005100
//REGNOV   DD DSN=PR.RELACLI.REGCOAF(+1),                               00005200
//            DISP=(,CATLG,DELETE)                                      00005300
//COMUNIC  DD DSN=PR.RELACLI.COMCOAF,DISP=(NEW,CATLG,DELETE)            00005400
//RELPRT   DD DSN=PR.RELACLI.RELCOAF,DISP=(NEW,CATLG,DELETE)            00005500
//FERIADOS DD DSN=PR.RELACLI.FERIADOS,DISP=SHR                          00005600
//LOGERROS DD DSN=PR.RELACLI.LOGERROS,DISP=SHR                          00005700
//SYSOUT   DD SYSOUT=*                                                  00005800
//SYSIN    DD *                                                         00005900
20220601                                                                00006000
RELACLI                                                                 00006100
001                                                                     00006200
/*                                                                      00006300

//CUTPROC  PROC  PGM=SAMPLE,TESTMEMBER=SAMPLET,SMS2=SIGLA,TPEXEC=2,
//         USUARIO=,ZUTZCPC=ZUTZCPC,TETOAVIS=NULLFILE,PARAALT=NULLFILE,
//         COMPARA=0,DSNANTIG=BUGAARQ.SIGLA.PROD.COBOL,
//         DSNFONTE=BUGAARQ.SIGLA.CUT.COBOL,
//         DSNCARGA=BUGAARQ.SIGLA.LOADS,
//         RESULTDS=&USUARIO..&SMS2..CUT.RESULTS
//* nome do passo interno (ex.: RESTART=S001.COMPILA2, se a PROC foi
//* chamada no step S001) em vez de refazer AJEITA/COMPILA/LINKA/GO(2),
//* que ja tinham dado certo.
//*
//* As mensagens I/W/E/S de COMPILA e COMPILA2 nao vao mais direto
//* para o spool: o SYSPRINT de cada compilacao vai para um temporario
//* e o passo logo atras (DIAGC1/DIAGC2, programa ZUTZCDG) copia a
//* listagem para o SYSOUT e grava as mensagens na trilha CUTDIAG
//* (ver ZUTZCWT, o relatorio mensal de tendencia de avisos). TETOAVIS
//* aponta para o deck com o teto de avisos (AUMENTO nnnn e/ou MAXIMO
//* nnnn); se os avisos de &PGM no COMPILA2 passarem do teto, DIAGC2
//* da RC 8 e LINKA2/GO3 nao rodam. Sem deck (NULLFILE) nada falha.
//*
//* CUTCOVER e' a trilha de cobertura (ver ZUTZCCV): GO3 acrescenta a
//* cobertura da rodada e, numa rodada completa, os paragrafos que
//* cada caso de teste (com ID) executou. PARAALT aponta para um deck
//* com os paragrafos alterados, um por cartao a partir da coluna 1;
//* com ele, GO/GO2 relem a CUTCOVER e so compilam os casos que
//* passaram por um paragrafo alterado na ultima rodada completa,
//* mais os casos sem historico. O resultado sai marcado como
//* SELECAO PARCIAL (UTRESLT e ZUTZCBR) e nao vale como verde
//* completo nem certifica promocao. Sem deck (NULLFILE) roda tudo.
//*
//* COMPARA=1 liga a comparacao lado a lado, para quando o programa
//* foi reestruturado sem a intencao de mudar o que ele faz: depois
//* do GO3, o mesmo UTESTS roda de novo contra a versao nova (GONOVO)
//* e contra a versao promovida, gerada do membro &PGM de DSNANTIG
//* (GOANT/COMPANT/LINKANT/GOANT3, numa biblioteca de carga
//* temporaria). Cada rodada grava a trilha de comportamento no
//* UTCOMPAR (por caso: DISPLAYs, registros gravados nos arquivos
//* mockados e o valor de cada EXPECT) e o CONFRONT (ZUTZCBB) lista
//* todo caso em que as duas versoes diferem, mesmo que as duas
//* passem nas assercoes - RC 4 se alguma diferir. Essas rodadas
//* extras nao gravam UTRESLT, CUTAUDIT nem CUTCOVER. Com COMPARA=0
//* (o padrao) nada disso roda.
//*---------------------------------------------------------------------
//AJEITA   EXEC PGM=IDCAMS
//SYSPRINT DD SYSOUT=*
//       UNIT=SYSDA,DISP=(NEW,CATLG),
//       SPACE=(TRK,(3,3)),DCB=BLKSIZE=800
//SYSDEBUG DD  DISP=SHR,DSN=&USUARIO..&SMS2..SYSDEBUG(&ZUTZCPC)
//SYSPRINT DD  DSN=&&LISTC1,DISP=(NEW,PASS),UNIT=SYSDA,
//         RECFM=FBA,LRECL=00133,SPACE=(CYL,(1,1),RLSE)
//SYSUT1   DD  UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSUT2   DD  UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSUT3   DD  UNIT=SYSDA,SPACE=(CYL,(1,1))
//  SPACE=(TRK,(3,3)),DCB=BLKSIZE=800
//SYSIN    DD  DISP=SHR,DSN=&DSNFONTE(&ZUTZCPC)
//*---------------------------------------------------------------------
//DIAGC1   EXEC  PGM=ZUTZCDG,PARM='&ZUTZCPC,COMPILA',COND=(3,LT,AJEITA)
//*---------------------------------------------------------------------
//STEPLIB  DD  DSN=&DSNCARGA,DISP=SHR
//SYSOUT   DD  SYSOUT=*
//LISTAGEM DD  DSN=&&LISTC1,DISP=(OLD,DELETE)
//IMPRIME  DD  SYSOUT=*,RECFM=FBA,LRECL=00133
//*
//* TRILHA DE DIAGNOSTICOS DO COMPILADOR, ACUMULADA (UM REGISTRO DE
//* RESUMO POR COMPILACAO E UM POR MENSAGEM). O TETO NAO VALE PARA A
//* COMPILACAO DO GERADOR, SO PARA A DO PROGRAMA TESTADO (DIAGC2)
//*
//CUTDIAG  DD  DSN=BUGAARQ.&SMS2..CUT.DIAG,DISP=(MOD,CATLG,CATLG),
//         RECFM=FB,LRECL=00080,
//         SPACE=(TRK,(5,5),RLSE),UNIT=SYSDA
//TETOAVIS DD  DUMMY
//*---------------------------------------------------------------------
//LINKA    EXEC  PGM=IEWL,PARM='LIST,MAP',COND=(8,LT,COMPILA)
//SYSLIN   DD  DSN=&&LOADSET,DISP=(OLD,DELETE)
//         DD  DDNAME=SYSIN
//UTESTS   DD  DISP=SHR,DSN=&DSNFONTE(&TESTMEMBER)
//UTSTCFG  DD  DISP=SHR,DSN=BUGAARQ.SIGLA.CUT.COBOL(UTSTCFG)
//COPYLIB  DD  DISP=SHR,DSN=BUGAARQ.SIGLA.CUT.COBOL(SAMPLEC)
//PARAALT  DD  DSN=&PARAALT,DISP=SHR
//CUTCOVER DD  DSN=BUGAARQ.&SMS2..CUT.COVER,DISP=(MOD,CATLG,CATLG),
//         RECFM=FB,LRECL=00080,
//         SPACE=(TRK,(5,5),RLSE),UNIT=SYSDA
//TESTPRG  DD  DSN=&&PC,
//         RECFM=FB,LRECL=00080,
//         SPACE=(CYL,(10,10),RLSE),
//UTESTS   DD  DISP=SHR,DSN=&DSNFONTE(&TESTMEMBER)
//UTSTCFG  DD  DISP=SHR,DSN=BUGAARQ.SIGLA.CUT.COBOL(UTSTCFG)
//COPYLIB  DD  DISP=SHR,DSN=BUGAARQ.SIGLA.CUT.COBOL(SAMPLEC)
//PARAALT  DD  DSN=&PARAALT,DISP=SHR
//CUTCOVER DD  DSN=BUGAARQ.&SMS2..CUT.COVER,DISP=(MOD,CATLG,CATLG),
//         RECFM=FB,LRECL=00080,
//         SPACE=(TRK,(5,5),RLSE),UNIT=SYSDA
//TESTPRG  DD  DSN=&&PC,
//         RECFM=FB,LRECL=00080,
//         SPACE=(CYL,(10,10),RLSE),
//*---------------------------------------------------------------------
//STEPLIB  DD  DISP=SHR,DSN=SYSP.COMPILA.V42.BIBS
//SYSLIB   DD DISP=SHR,DSN=BUGAARQ.SIGLA.CUT.COBOL
//SYSPRINT DD  DSN=&&LISTC2,DISP=(NEW,PASS),UNIT=SYSDA,
//         RECFM=FBA,LRECL=00133,SPACE=(CYL,(1,1),RLSE)
//SYSUT1   DD  UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSUT2   DD  UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSUT3   DD  UNIT=SYSDA,SPACE=(CYL,(1,1))
//         SPACE=(TRK,(3,3)),DCB=BLKSIZE=800
//SYSIN   DD  DSN=&&PC,DISP=(OLD,DELETE)
//*---------------------------------------------------------------------
//DIAGC2   EXEC  PGM=ZUTZCDG,PARM='&PGM,COMPILA2',
//         COND=((8,LT,GO),(8,LT,GO2))
//*---------------------------------------------------------------------
//STEPLIB  DD  DSN=&DSNCARGA,DISP=SHR
//SYSOUT   DD  SYSOUT=*
//LISTAGEM DD  DSN=&&LISTC2,DISP=(OLD,DELETE)
//IMPRIME  DD  SYSOUT=*,RECFM=FBA,LRECL=00133
//CUTDIAG  DD  DSN=BUGAARQ.&SMS2..CUT.DIAG,DISP=(MOD,CATLG,CATLG),
//         RECFM=FB,LRECL=00080,
//         SPACE=(TRK,(5,5),RLSE),UNIT=SYSDA
//TETOAVIS DD  DSN=&TETOAVIS,DISP=SHR
//*---------------------------------------------------------------------
//LINKA2   EXEC  PGM=IEWL,COND=((8,LT,COMPILA2),(8,EQ,DIAGC2)),
//        PARM='LIST,MAP'
//*---------------------------------------------------------------------
//SYSLIN   DD  DSN=&&LOADSET,DISP=(OLD,DELETE)
//SYSUT1   DD  UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSPRINT DD  SYSOUT=*
//*---------------------------------------------------------------------
//GO3      EXEC  PGM=&PGM,
//         COND=((8,LT,COMPILA2),(8,EQ,DIAGC2),(8,LT,LINKA2))
//*---------------------------------------------------------------------
//STEPLIB  DD  DSN=BUGAARQ.SIGLA.LOADS,DISP=SHR
//SYSOUT   DD  SYSOUT=*
//* CHAVEADA CONCORRENTE EM VEZ DO ENFILEIRAMENTO DO ANTIGO MOD)
//*
//CUTAUDIT DD  DSN=BUGAARQ.&SMS2..CUT.AUDIT,DISP=SHR
//*
//* TRILHA DE COBERTURA POR PARAGRAFO (E POR CASO DE TESTE, NAS
//* RODADAS COMPLETAS), LIDA PELO ZUTZCCV E PELA SELECAO DO PARAALT
//*
//CUTCOVER DD  DSN=BUGAARQ.&SMS2..CUT.COVER,DISP=(MOD,CATLG,CATLG),
//         RECFM=FB,LRECL=00080,
//         SPACE=(TRK,(5,5),RLSE),UNIT=SYSDA
//*---------------------------------------------------------------------
//* COMPARACAO LADO A LADO: MODOCOMP SO DEVOLVE O COMPARA COMO RC,
//* DO MESMO JEITO QUE O AJEITA DEVOLVE O TPEXEC
//*---------------------------------------------------------------------
//MODOCOMP EXEC PGM=IDCAMS,
//         COND=((8,LT,COMPILA2),(8,EQ,DIAGC2),(8,LT,LINKA2))
//SYSPRINT DD SYSOUT=*
//SYSIN    DD *,DLM=FIM,SYMBOLS=JCLONLY
    SET MAXCC=&COMPARA
FIM
//  IF  MODOCOMP.RC = 1 THEN
//*---------------------------------------------------------------------
//GONOVO   EXEC  PGM=&PGM
//*---------------------------------------------------------------------
//STEPLIB  DD  DSN=&DSNCARGA,DISP=SHR
//SYSOUT   DD  SYSOUT=*
//*
//* RODADA SO PARA A COMPARACAO: NAO CONTA COMO RODADA DO CUT
//*
//UTRESLT  DD  DUMMY
//CUTAUDIT DD  DUMMY
//CUTCOVER DD  DUMMY
//UTCOMPAR DD  DSN=&&TRILNOV,DISP=(NEW,PASS),
//         RECFM=FB,LRECL=00320,
//         SPACE=(CYL,(1,1),RLSE),UNIT=SYSDA
//*---------------------------------------------------------------------
//GOANT    EXEC  PGM=&ZUTZCPC,PARM='&USUARIO'
//*---------------------------------------------------------------------
//STEPLIB  DD  DSN=&DSNCARGA,DISP=SHR
//SYSOUT   DD  SYSOUT=*
//SRCPRG   DD  DISP=SHR,DSN=&DSNANTIG(&PGM)
//UTESTS   DD  DISP=SHR,DSN=&DSNFONTE(&TESTMEMBER)
//UTSTCFG  DD  DISP=SHR,DSN=BUGAARQ.SIGLA.CUT.COBOL(UTSTCFG)
//COPYLIB  DD  DISP=SHR,DSN=BUGAARQ.SIGLA.CUT.COBOL(SAMPLEC)
//*
//* A MESMA SELECAO DE CASOS DO GO/GO2 (MESMO PARAALT, MESMA
//* TRILHA DE COBERTURA, SO LIDA), PARA AS DUAS RODADAS CASAREM
//*
//PARAALT  DD  DSN=&PARAALT,DISP=SHR
//CUTCOVER DD  DSN=BUGAARQ.&SMS2..CUT.COVER,DISP=SHR
//TESTPRG  DD  DSN=&&PCANT,
//         RECFM=FB,LRECL=00080,
//         SPACE=(CYL,(10,10),RLSE),
//         DISP=(MOD,PASS)
//*---------------------------------------------------------------------
//COMPANT  EXEC  PGM=IGYCRCTL,COND=(8,LT,GOANT)
//*---------------------------------------------------------------------
//STEPLIB  DD  DISP=SHR,DSN=SYSP.COMPILA.V42.BIBS
//SYSLIB   DD DISP=SHR,DSN=BUGAARQ.SIGLA.CUT.COBOL
//SYSPRINT DD  SYSOUT=*
//SYSUT1   DD  UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSUT2   DD  UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSUT3   DD  UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSUT4   DD  UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSUT5   DD  UNIT=SYSDA,SPACE=(CYL,(5,5))
//SYSUT6   DD  UNIT=SYSDA,SPACE=(CYL,(5,5))
//SYSUT7   DD  UNIT=SYSDA,SPACE=(CYL,(5,5))
//SYSUT8   DD  UNIT=SYSDA,SPACE=(CYL,(5,5))
//SYSUT9   DD  UNIT=SYSDA,SPACE=(CYL,(5,5))
//SYSUT10  DD  UNIT=SYSDA,SPACE=(CYL,(5,5))
//SYSUT11  DD  UNIT=SYSDA,SPACE=(CYL,(5,5))
//SYSLIN   DD  DSN=&&LOADANT,UNIT=SYSDA,DISP=(MOD,PASS),
//         SPACE=(TRK,(3,3)),DCB=BLKSIZE=800
//SYSIN   DD  DSN=&&PCANT,DISP=(OLD,DELETE)
//*---------------------------------------------------------------------
//LINKANT  EXEC  PGM=IEWL,COND=((8,LT,GOANT),(8,LT,COMPANT)),
//        PARM='LIST,MAP'
//*---------------------------------------------------------------------
//SYSLIN   DD  DSN=&&LOADANT,DISP=(OLD,DELETE)
//         DD  DDNAME=SYSIN
//*
//* A VERSAO PROMOVIDA VAI PARA UMA BIBLIOTECA TEMPORARIA, PARA NAO
//* TOMAR O LUGAR DA NOVA EM DSNCARGA
//*
//SYSLMOD  DD  DSN=&&CARGANT(&PGM),DISP=(NEW,PASS),
//         DSNTYPE=LIBRARY,SPACE=(CYL,(1,1)),UNIT=SYSDA
//SYSLIB   DD DISP=SHR,DSN=SYSP.LE.SCEELKED
//         DD DISP=SHR,DSN=SYS2.LIBS.LOADS
//         DD DISP=SHR,DSN=SYSP.COBOLRW.SCXRRUN
//SYSUT1   DD  UNIT=SYSDA,SPACE=(CYL,(1,1))
//SYSPRINT DD  SYSOUT=*
//*---------------------------------------------------------------------
//GOANT3   EXEC  PGM=&PGM,
//         COND=((8,LT,GOANT),(8,LT,COMPANT),(8,LT,LINKANT))
//*---------------------------------------------------------------------
//STEPLIB  DD  DSN=&&CARGANT,DISP=(OLD,DELETE)
//SYSOUT   DD  SYSOUT=*
//UTRESLT  DD  DUMMY
//CUTAUDIT DD  DUMMY
//CUTCOVER DD  DUMMY
//UTCOMPAR DD  DSN=&&TRILANT,DISP=(NEW,PASS),
//         RECFM=FB,LRECL=00320,
//         SPACE=(CYL,(1,1),RLSE),UNIT=SYSDA
//*---------------------------------------------------------------------
//CONFRONT EXEC  PGM=ZUTZCBB,
//         COND=((8,LT,GOANT),(8,LT,COMPANT),(8,LT,LINKANT))
//*---------------------------------------------------------------------
//STEPLIB  DD  DSN=&DSNCARGA,DISP=SHR
//SYSOUT   DD  SYSOUT=*
//TRILANT  DD  DSN=&&TRILANT,DISP=(OLD,DELETE)
//TRILNOV  DD  DSN=&&TRILNOV,DISP=(OLD,DELETE)
//  ENDIF
//    PEND

//* de submeter CLG#001/#002/#003 na mao, programa por programa, e
//* somar os resultados individuais de cabeca.
//*
//* LISTAB  - descarrega a biblioteca de fontes e membros de teste
//*           (IEBPTPCH, um cartao MEMBER NAME antes de cada membro)
//* LINT    - revisa os membros de teste contra os fontes (ZUTZCLN);
//*           com AVISO (RC 4) a lista de regressao nao e' submetida
//* GERAJCL - le PROGLIST e monta/submete o job de regressao com uma
//*           chamada de CUTPROC por linha mais o passo de relatorio
//*           (ver CUT/CUTGENJC.rex e CUT/CUTPROC.cbl)
//            PROGLIST='&SYSUID..SIGLA.CUT.PROGLIST',
//            FLUXOS=''
//*---------------------------------------------------------------------
//LISTAB   EXEC PGM=IEBPTPCH
//SYSPRINT DD  SYSOUT=*
//SYSUT1   DD  DISP=SHR,DSN=BUGAARQ.SIGLA.CUT.COBOL
//SYSUT2   DD  DSN=&&BIBLIO,DISP=(NEW,PASS),UNIT=SYSDA,
//  SPACE=(CYL,(5,5),RLSE),DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD  *
 PUNCH TYPORG=PO
/*
//*---------------------------------------------------------------------
//LINT     EXEC PGM=ZUTZCLN
//STEPLIB  DD  DISP=SHR,DSN=BUGAARQ.SIGLA.LOADS
//SYSOUT   DD  SYSOUT=*
//SRCALL   DD  DSN=&&BIBLIO,DISP=(OLD,DELETE)
//PROGLIST DD  DISP=SHR,DSN=&PROGLIST
//*---------------------------------------------------------------------
//GERAJCL  EXEC PGM=IKJEFT01,COND=(4,LE,LINT)
//SYSTSPRT DD  SYSOUT=*
//SYSEXEC  DD  DISP=SHR,DSN=BUGAARQ.SIGLA.CUT.REXX
//PROGLIST DD  DISP=SHR,DSN=&PROGLIST

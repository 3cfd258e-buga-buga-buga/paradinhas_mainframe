//CUTPROMO PROC  PGM=SAMPLE,SMS2=SIGLA,USUARIO=,
//         DSNFONTE=BUGAARQ.SIGLA.CUT.COBOL,
//         DSNCARGA=BUGAARQ.SIGLA.LOADS,
//         DSNCAND=BUGAARQ.SIGLA.PROMO.LOADS,
//         DSNPROD=BUGAARQ.SIGLA.PROD.LOADS
//*---------------------------------------------------------------------
//* Promocao de um modulo para a biblioteca de carga de producao,
//* amarrada a rodada verde do CUT que testou exatamente aquele fonte.
//*
//* CERTIFIC (ZUTZCPM) tira a impressao do membro &PGM de DSNFONTE
//* (a mesma que o GO3 do CUTPROC carimba na CUTAUDIT) e procura na
//* trilha uma rodada verde do programa com essa impressao. Achou:
//* grava a promocao no PROMOLOG com a chave da rodada e sai RC 0.
//* Nao achou (fonte alterado depois da rodada verde, ou nunca
//* verde): mensagem no SYSOUT e RC 8 - COPIA nao roda e nada chega
//* a producao. RC 16 e' erro de arquivo, tambem sem copia.
//*
//* COPIA so roda com CERTIFIC RC 0: copia o modulo &PGM de DSNCAND
//* (onde a compilacao limpa, sem codigo de teste, do mesmo membro foi
//* linkada) para DSNPROD, substituindo o anterior.
//*
//* Uso:  //S001 EXEC CUTPROMO,PGM=PROGRAMA,USUARIO=&SYSUID
//*---------------------------------------------------------------------
//CERTIFIC EXEC  PGM=ZUTZCPM,PARM='&PGM,&USUARIO'
//STEPLIB  DD  DSN=&DSNCARGA,DISP=SHR
//SYSOUT   DD  SYSOUT=*
//SRCPRG   DD  DISP=SHR,DSN=&DSNFONTE(&PGM)
//CUTAUDIT DD  DSN=BUGAARQ.&SMS2..CUT.AUDIT,DISP=SHR
//*
//* LOG DAS PROMOCOES APROVADAS, ACUMULADO (UM REGISTRO POR PROMOCAO:
//* DATA, HORA, QUEM PROMOVEU, IMPRESSAO DO FONTE E CHAVE DA RODADA
//* VERDE QUE CERTIFICOU)
//*
//PROMOLOG DD  DSN=BUGAARQ.&SMS2..CUT.PROMOLOG,DISP=(MOD,CATLG,CATLG),
//         RECFM=FB,LRECL=00080,
//         SPACE=(TRK,(1,1),RLSE),UNIT=SYSDA
//*---------------------------------------------------------------------
//COPIA    EXEC  PGM=IEBCOPY,COND=(0,NE,CERTIFIC)
//*---------------------------------------------------------------------
//SYSPRINT DD  SYSOUT=*
//ENTRADA  DD  DSN=&DSNCAND,DISP=SHR
//SAIDA    DD  DSN=&DSNPROD,DISP=SHR
//SYSIN    DD  *,DLM=FIM,SYMBOLS=JCLONLY
  COPY OUTDD=SAIDA,INDD=ENTRADA
  SELECT MEMBER=((&PGM,,R))
FIM
//    PEND

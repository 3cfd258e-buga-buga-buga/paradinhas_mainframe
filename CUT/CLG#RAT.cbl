//BUGAARQR JOB SHOP,'BUGA',MSGLEVEL=(1,1),CLASS=K,MSGCLASS=1,RD=NC,
//  NOTIFY=&SYSUID
//*---------------------------------------------------------------------
//* Rateio mensal do uso da regressao: soma, por equipe e por userid,
//* as rodadas, o tempo decorrido e os casos executados no mes, a
//* partir da trilha viva (CUTAUDIT) e do arquivo morto do ano, com a
//* fatia de cada um no tempo total da loja. Userids sem cartao no
//* mapa de equipes saem numa secao de excecoes e o passo termina com
//* RC 4 (ver CUT/ZUTZCCB.cbl).
//*---------------------------------------------------------------------
//    EXPORT  SYMLIST=(MES,MAPA,ARQMORTO)
//    SET     MES='      ',                      ** branco = mes anterior
//            MAPA='BUGAARQ.SIGLA.CUT.EQUIPES',  ** userid/equipe/c.custo
//            ARQMORTO='BUGAARQ.SIGLA.CUT.AUDIT.ARQUIVO'
//*---------------------------------------------------------------------
//RATEIO   EXEC PGM=ZUTZCCB,PARM='&MES'
//*---------------------------------------------------------------------
//STEPLIB  DD  DSN=BUGAARQ.SIGLA.LOADS,DISP=SHR
//SYSOUT   DD  SYSOUT=*
//EQUIPES  DD  DSN=&MAPA,DISP=SHR
//*
//* ARQUIVO MORTO GRAVADO PELO ZUTZCAR; OUTROS ANOS PODEM SER
//* CONCATENADOS AQUI QUANDO O MES PEDIDO JA SAIU DA TRILHA VIVA
//*
//ARCHDS   DD  DSN=&ARQMORTO,DISP=SHR
//*
//* TRILHA DE AUDITORIA CENTRAL, SOMENTE LEITURA AQUI
//*
//CUTAUDIT DD  DSN=BUGAARQ.SIGLA.CUT.AUDIT,DISP=SHR

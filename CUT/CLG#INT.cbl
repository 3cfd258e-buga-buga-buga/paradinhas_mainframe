//BUGAARQI JOB SHOP,'BUGA',MSGLEVEL=(1,1),CLASS=K,MSGCLASS=1,RD=NC,
//  NOTIFY=&SYSUID
//*---------------------------------------------------------------------
//* Teste integrado de fluxo de job: em vez de provar cada programa
//* sozinho com os arquivos simulados (CLG#001/CUTPROC), roda uma
//* sequencia de programas de verdade, contra datasets temporarios
//* carregados a partir de registros em linha, e confere o RC de cada
//* passo e o conteudo final dos datasets - o defeito que so aparece
//* quando a saida de um programa vira a entrada do seguinte.
//*
//* GERAJCL - le o membro de integracao INTEGR e monta/submete o job
//*           do fluxo: carga dos temporarios, os passos com o log de
//*           RC, a conferencia do ZUTZCIT e o registro da rodada em
//*           UTRESLT/CUTAUDIT (ver CUT/CUTGENIT.rex e CUT/ZUTZCIT.cbl)
//*---------------------------------------------------------------------
//    EXPORT  SYMLIST=(USUARIO,INTEGR,CARGA)
//*   INTEGR: membro de integracao (INTEGRATION/DATASET/STEP/EXPECT)
//*   CARGA:  biblioteca de carga dos programas do fluxo (vazio =
//*           BUGAARQ.SIGLA.LOADS)
//    SET     USUARIO=&SYSUID,
//            INTEGR='BUGAARQ.SIGLA.CUT.INTEG(CALIB01)',
//            CARGA=''
//*---------------------------------------------------------------------
//GERAJCL  EXEC PGM=IKJEFT01
//SYSTSPRT DD  SYSOUT=*
//SYSEXEC  DD  DISP=SHR,DSN=BUGAARQ.SIGLA.CUT.REXX
//SYSTSIN  DD  *
 %CUTGENIT &USUARIO &INTEGR &CARGA
/*

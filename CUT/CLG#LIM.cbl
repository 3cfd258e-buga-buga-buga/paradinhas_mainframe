//BUGAARQL JOB SHOP,'BUGA',MSGLEVEL=(1,1),CLASS=K,MSGCLASS=1,RD=NC,
//  NOTIFY=&SYSUID
//*---------------------------------------------------------------------
//* Rascunho de casos de teste de valor-limite: le o fonte do programa
//* e, para cada campo numerico ou de data da LINKAGE SECTION (ou do
//* grupo pedido), grava casos em formato UTESTS com o zero, o maximo,
//* o estouro, o negativo e o lixo ja movidos para o campo. O
//* desenvolvedor completa o PERFORM e os EXPECT e copia os casos para
//* o membro de teste do programa (ver CUT/ZUTZCBV.cbl).
//*---------------------------------------------------------------------
//    EXPORT  SYMLIST=(USUARIO,PROGRAMA,ESCOPO)
//    SET     USUARIO=&SYSUID,
//            PROGRAMA=SAMPLE,
//            ESCOPO='LINKAGE'           ** OU 'GRUPO,<NOME-DO-GRUPO>'
//*---------------------------------------------------------------------
//LIMPA    EXEC PGM=IEFBR14
//RASCUNHO DD  DSN=&USUARIO..SIGLA.CUT.LIMITES.&PROGRAMA,
//             DISP=(MOD,DELETE,DELETE),UNIT=SYSDA,SPACE=(TRK,(1,1))
//*---------------------------------------------------------------------
//LIMITES  EXEC PGM=ZUTZCBV,PARM='&ESCOPO'
//*---------------------------------------------------------------------
//STEPLIB  DD  DSN=BUGAARQ.SIGLA.LOADS,DISP=SHR
//SYSOUT   DD  SYSOUT=*
//SRCPRG   DD  DISP=SHR,DSN=BUGAARQ.SIGLA.CUT.COBOL(&PROGRAMA)
//UTDRAFT  DD  DSN=&USUARIO..SIGLA.CUT.LIMITES.&PROGRAMA,
//             DISP=(NEW,CATLG,DELETE),UNIT=SYSDA,
//             SPACE=(TRK,(5,5),RLSE),
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)

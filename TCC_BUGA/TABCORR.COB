000210*                  ACOMPANHAR FECHAM O CICLO NOS MESMOS       *
000220*                  ARQUIVOS. O NOME DO ALUNO VEM DO CADASTRO  *
000230*                  (DD ALUNOS, OPCIONAL) PELA MATRICULA.      *
000231* 10/15/2026 JLC   ANALISE DE COLA: CADA RESPOSTA CORRIGIDA   *
000232*                  FICA GUARDADA NA FOLHA DO ALUNO E, NO FIM, *
000233*                  CADA PAR DE ALUNOS DA MESMA TURMA QUE FEZ  *
000234*                  A MESMA FOLHA E COMPARADO LINHA A LINHA.   *
000235*                  O QUE CONTA SAO OS ERROS IGUAIS (A MESMA   *
000236*                  RESPOSTA ERRADA NA MESMA LINHA) - ACERTO   *
000237*                  EM COMUM NAO PROVA NADA E RESPOSTA EM      *
000238*                  BRANCO NAO ENTRA. OS PARES ACIMA DO        *
000239*                  CRITERIO SAEM, COM AS LINHAS QUE TEM EM    *
000240*                  COMUM, NUM RELATORIO CONFIDENCIAL A PARTE  *
000241*                  (GDAREL NUMERO 2, DD RELPRT2), SO PARA O   *
000242*                  PROFESSOR. A TURMA VEM DO CADASTRO; SEM    *
000243*                  ELE, TODOS OS ALUNOS DA FOLHA SAO          *
000244*                  COMPARADOS ENTRE SI.                       *
000245* 10/15/2026 JLC   RESULTADO POR QUESTAO: CADA RESPOSTA COM   *
000246*                  GABARITO SAI TAMBEM NO DD CORRDET (ALUNO,  *
000247*                  FOLHA, LINHA, RESPOSTA, C/E/B E O QUE ERA  *
000248*                  ESPERADO) PARA A ANALISE DAS QUESTOES DO   *
000249*                  TABITEM.                                   *
000250*                  SEM O DD, A CORRECAO SEGUE SO COM AVISO.   *
000251* 10/15/2026 JLC   ENTREGA NO PRAZO: A RESPOSTA PODE TRAZER A *
000252*                  DATA DE ENTREGA DA FOLHA (EM BRANCO VALE A *
000253*                  DATA DA CORRECAO). NO FIM, A FOLHA DE CADA *
000254*                  ALUNO E CARIMBADA CONTRA A TAREFA DA TURMA *
000255*                  DELE NO CADASTRO DE TAREFAS (DD TAREFAS,   *
000256*                  MANTIDO PELO TABTAREF): NO PRAZO OU        *
000257*                  ATRASADA. O CARIMBO SAI NUMA SECAO DO      *
000258*                  RELATORIO DE CORRECAO E E ACRESCENTADO AO  *
000259*                  DD ENTREGAS, QUE O TABPEND LE PARA LISTAR  *
000260*                  AS PENDENCIAS POR TURMA. SEM O DD TAREFAS  *
000261*                  AS FOLHAS SAEM SEM CARIMBO; SEM O DD       *
000262*                  ENTREGAS, A CORRECAO SEGUE SO COM AVISO.   *
000263*                                                             *
000264* GABARITO (DD GABARITO):  FOLHA(8) LINHA(3) RESPOSTA(9)      *
000265* RESPOSTAS (DD RESPOSTA): MATRICULA(6) FOLHA(8) LINHA(3)     *
000270*                          RESPOSTA(9) ENTREGA(8, OPCIONAL)   *
000271* CRITERIO (DD COLAPARM, OPCIONAL):                           *
000272*   MINIMO   NNN  ERROS IGUAIS PARA O PAR SAIR (PADRAO 003)   *
000273*   INDICE   NNN  PERCENTUAL DOS ERROS IGUAIS SOBRE OS ERROS  *
000274*                 DO ALUNO QUE ERROU MENOS (PADRAO 060)       *
000280*-----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000420     SELECT NOTAS-FILE ASSIGN TO QUIZNOTA
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FS-NOTAS.
000441     SELECT PARM-FILE ASSIGN TO COLAPARM
000442         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS WS-FS-PARM.
000444     SELECT DETALHE-FILE ASSIGN TO CORRDET
000445         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS WS-FS-DETALHE.
000447     SELECT TAREFAS-FILE ASSIGN TO TAREFAS
000448         ORGANIZATION IS LINE SEQUENTIAL
000449         FILE STATUS IS WS-FS-TAREFAS.
000450     SELECT ENTREGA-FILE ASSIGN TO ENTREGAS
000451         ORGANIZATION IS LINE SEQUENTIAL
000452         FILE STATUS IS WS-FS-ENTREGA.
000453 DATA DIVISION.
000460 FILE SECTION.
000470 FD  GABARITO-FILE
000480     RECORDING MODE IS F.
000630     05  RSP-LINHA           PIC X(03).
000640     05  FILLER              PIC X(01).
000650     05  RSP-RESPOSTA        PIC X(09).
000660     05  FILLER              PIC X(01).
000661     05  RSP-DATA-ENTREGA    PIC X(08).
000662     05  FILLER              PIC X(42).
000670 FD  ALUNOS-FILE
000680     RECORDING MODE IS F.
000690 01  REG-ALUNO.
000940     05  FILLER              PIC X(01).
000950     05  NQ-MATRICULA        PIC 9(06).
000960     05  FILLER              PIC X(23).
000961 FD  PARM-FILE
000962     RECORDING MODE IS F.
000963 01  REG-PARM.
000964     05  PRM-PALAVRA         PIC X(08).
000965     05  FILLER              PIC X(01).
000966     05  PRM-VALOR           PIC X(03).
000967     05  FILLER              PIC X(68).
000968 FD  DETALHE-FILE
000969     RECORDING MODE IS F.
000970 01  REG-DETALHE.
000971     05  CD-MATRICULA        PIC 9(06).
000972     05  FILLER              PIC X(01).
000973     05  CD-FOLHA            PIC X(08).
000974     05  FILLER              PIC X(01).
000975     05  CD-LINHA            PIC 9(03).
000976     05  FILLER              PIC X(01).
000977     05  CD-RESPOSTA         PIC X(09).
000978     05  FILLER              PIC X(01).
000979     05  CD-SITUACAO         PIC X(01).
000980     05  FILLER              PIC X(01).
000981     05  CD-GABARITO         PIC 9(09).
000982     05  FILLER              PIC X(39).
000983 FD  TAREFAS-FILE
000984     RECORDING MODE IS F.
000985 01  REG-TAREFA.
000986     05  TAR-FOLHA           PIC X(08).
000987     05  FILLER              PIC X(01).
000988     05  TAR-TURMA           PIC X(04).
000989     05  FILLER              PIC X(01).
000990     05  TAR-EMISSAO         PIC 9(08).
000991     05  FILLER              PIC X(01).
000992     05  TAR-PRAZO           PIC 9(08).
000993     05  FILLER              PIC X(01).
000994     05  TAR-DIAS-UTEIS      PIC 9(03).
000995     05  FILLER              PIC X(01).
000996     05  TAR-SITUACAO        PIC X(01).
000997     05  FILLER              PIC X(43).
000998 FD  ENTREGA-FILE
000999     RECORDING MODE IS F.
001000 01  REG-ENTREGA.
001001     05  ENT-MATRICULA       PIC 9(06).
001002     05  FILLER              PIC X(01).
001003     05  ENT-FOLHA           PIC X(08).
001004     05  FILLER              PIC X(01).
001005     05  ENT-TURMA           PIC X(04).
001006     05  FILLER              PIC X(01).
001007     05  ENT-DATA            PIC 9(08).
001008     05  FILLER              PIC X(01).
001009     05  ENT-PRAZO           PIC 9(08).
001010     05  FILLER              PIC X(01).
001011     05  ENT-SITUACAO        PIC X(01).
001012     05  FILLER              PIC X(01).
001013     05  ENT-CORRECAO        PIC 9(08).
001014     05  FILLER              PIC X(31).
001015 WORKING-STORAGE SECTION.
001016 77  WS-FS-GABARITO           PIC X(02) VALUE '00'.
001017 77  WS-FS-RESPOSTA           PIC X(02) VALUE '00'.
001018 77  WS-FS-ALUNOS             PIC X(02) VALUE '00'.
001019 77  WS-FS-NOTAS              PIC X(02) VALUE '00'.
001020 77  WS-FS-PARM               PIC X(02) VALUE '00'.
001021 77  WS-FS-DETALHE            PIC X(02) VALUE '00'.
001022 77  WS-FS-TAREFAS            PIC X(02) VALUE '00'.
001023 77  WS-FS-ENTREGA            PIC X(02) VALUE '00'.
001024 01  WS-SWITCHES.
001030     05  WS-FIM-GAB-SW        PIC X(01) VALUE 'N'.
001040         88  FIM-DO-GABARITO           VALUE 'S'.
001050     05  WS-FIM-RSP-SW        PIC X(01) VALUE 'N'.
001120         88  ALUNO-ACHADO              VALUE 'S'.
001130     05  WS-VAGA-SW           PIC X(01) VALUE 'N'.
001140         88  SEM-VAGA-NA-TABELA        VALUE 'S'.
001141     05  WS-FIM-PRM-SW        PIC X(01) VALUE 'N'.
001142         88  FIM-DOS-PARAMETROS        VALUE 'S'.
001143     05  WS-FA-ACHOU-SW       PIC X(01) VALUE 'N'.
001144         88  FOLHA-ALUNO-ACHADA        VALUE 'S'.
001145     05  WS-TROCOU-SW         PIC X(01) VALUE 'N'.
001146         88  HOUVE-TROCA               VALUE 'S'.
001147     05  WS-FIM-GRUPO-SW      PIC X(01) VALUE 'N'.
001148         88  FIM-DO-GRUPO              VALUE 'S'.
001149     05  WS-DETALHE-SW        PIC X(01) VALUE 'N'.
001150         88  DETALHE-ABERTO            VALUE 'S'.
001151     05  WS-FIM-TAR-SW        PIC X(01) VALUE 'N'.
001152         88  FIM-DAS-TAREFAS           VALUE 'S'.
001153     05  WS-EN-ACHOU-SW       PIC X(01) VALUE 'N'.
001154         88  ENTREGA-ACHADA            VALUE 'S'.
001155     05  WS-ENTREGA-SW        PIC X(01) VALUE 'N'.
001156         88  ENTREGA-ABERTA            VALUE 'S'.
001157 01  WS-CONTADORES.
001160     05  WS-RESPOSTAS         PIC 9(05) VALUE ZEROES.
001170     05  WS-SEM-GABARITO      PIC 9(05) VALUE ZEROES.
001180     05  WS-SEM-VAGA          PIC 9(05) VALUE ZEROES.
001390     05  WS-CAD-ENT OCCURS 200 TIMES.
001400         10  WS-CAD-MATRICULA PIC 9(06).
001410         10  WS-CAD-NOME      PIC X(15).
001411         10  WS-CAD-TURMA     PIC X(04).
001420*-----------------------------------------------------------*
001430* NOTAS POR ALUNO DA RODADA DE CORRECAO                      *
001440*-----------------------------------------------------------*
001480     05  WS-AN-ENT OCCURS 100 TIMES.
001490         10  WS-AN-MATRICULA  PIC 9(06).
001500         10  WS-AN-NOME       PIC X(15).
001501         10  WS-AN-TURMA      PIC X(04).
001510         10  WS-AN-ACERTOS    PIC 9(03).
001520         10  WS-AN-ERROS      PIC 9(03).
001530 01  WS-LINHA-DET.
001720     05  FILLER               PIC X(12) VALUE '  SEM VAGA ='.
001730     05  TOT-SEM-VAGA         PIC ZZZZ9.
001740     05  FILLER               PIC X(76) VALUE SPACES.
001741*-----------------------------------------------------------*
001742* RESPOSTAS GUARDADAS POR FOLHA E ALUNO, PARA A ANALISE DE   *
001743* COLA. A LINHA DA FOLHA E O INDICE (ATE 200, O MAXIMO DO    *
001744* DRILL DO TABLOTE). A FRENTE DA ENTRADA (FOLHA, TURMA E     *
001745* MATRICULA) E A CHAVE DA ORDENACAO.                         *
001746*-----------------------------------------------------------*
001747 01  WS-FOLHAS-ALUNO.
001748     05  WS-FA-MAX            PIC 9(03) VALUE 120.
001749     05  WS-FA-MAX-LINHA      PIC 9(03) VALUE 200.
001750     05  WS-FA-COUNT          PIC 9(03) VALUE ZEROES.
001751     05  WS-FA-IX             PIC 9(03) VALUE ZEROES.
001752     05  WS-FA-JX             PIC 9(03) VALUE ZEROES.
001753     05  WS-LIN-IX            PIC 9(03) VALUE ZEROES.
001754     05  WS-FA-ENT OCCURS 120 TIMES.
001755         10  WS-FA-CHAVE.
001756             15  WS-FA-FOLHA      PIC X(08).
001757             15  WS-FA-TURMA      PIC X(04).
001758             15  WS-FA-MATRICULA  PIC 9(06).
001759         10  WS-FA-NOME           PIC X(15).
001760         10  WS-FA-ERROS          PIC 9(03).
001761         10  WS-FA-LIN OCCURS 200 TIMES.
001762             15  WS-FA-SIT        PIC X(01).
001763                 88  FA-CERTA              VALUE 'C'.
001764                 88  FA-ERRADA             VALUE 'E'.
001765                 88  FA-ERRO-QUALQUER      VALUE 'E' 'B'.
001766             15  WS-FA-RESP       PIC X(09).
001767 01  WS-FA-TROCA              PIC X(2036).
001768 01  WS-COLA.
001769     05  WS-COLA-MINIMO       PIC 9(03) VALUE 3.
001770     05  WS-COLA-INDICE       PIC 9(03) VALUE 60.
001771     05  WS-PARM-REJ          PIC 9(03) VALUE ZEROES.
001772     05  WS-COLA-SEM-VAGA     PIC 9(05) VALUE ZEROES.
001773     05  WS-PARES-COMPARADOS  PIC 9(07) VALUE ZEROES.
001774     05  WS-PARES-LISTADOS    PIC 9(05) VALUE ZEROES.
001775     05  WS-PAR-COMUNS        PIC 9(03) VALUE ZEROES.
001776     05  WS-PAR-IGUAIS        PIC 9(03) VALUE ZEROES.
001777     05  WS-PAR-MENOR         PIC 9(03) VALUE ZEROES.
001778     05  WS-PAR-INDICE        PIC 9(03) VALUE ZEROES.
001779*-----------------------------------------------------------*
001780* LINHAS DO RELATORIO CONFIDENCIAL (GDAREL NUMERO 2)         *
001781*-----------------------------------------------------------*
001782 01  WS-CABEC-COLA.
001783     05  FILLER               PIC X(37) VALUE
001784         ' FOLHA    TURM ALUNO A'.
001785     05  FILLER               PIC X(23) VALUE
001786         ' ALUNO B'.
001787     05  FILLER               PIC X(20) VALUE
001788         ' ERA ERB COM IGU IND'.
001789 01  WS-LINHA-PAR.
001790     05  FILLER               PIC X(01) VALUE SPACE.
001791     05  PAR-FOLHA            PIC X(08).
001792     05  FILLER               PIC X(01) VALUE SPACE.
001793     05  PAR-TURMA            PIC X(04).
001794     05  FILLER               PIC X(01) VALUE SPACE.
001795     05  PAR-MATRICULA-A      PIC 9(06).
001796     05  FILLER               PIC X(01) VALUE SPACE.
001797     05  PAR-NOME-A           PIC X(15).
001798     05  FILLER               PIC X(01) VALUE SPACE.
001799     05  PAR-MATRICULA-B      PIC 9(06).
001800     05  FILLER               PIC X(01) VALUE SPACE.
001801     05  PAR-NOME-B           PIC X(15).
001802     05  FILLER               PIC X(01) VALUE SPACE.
001803     05  PAR-ERROS-A          PIC ZZ9.
001804     05  FILLER               PIC X(01) VALUE SPACE.
001805     05  PAR-ERROS-B          PIC ZZ9.
001806     05  FILLER               PIC X(01) VALUE SPACE.
001807     05  PAR-COMUNS           PIC ZZ9.
001808     05  FILLER               PIC X(01) VALUE SPACE.
001809     05  PAR-IGUAIS           PIC ZZ9.
001810     05  FILLER               PIC X(01) VALUE SPACE.
001811     05  PAR-INDICE           PIC ZZ9.
001812     05  FILLER               PIC X(52) VALUE SPACES.
001813 01  WS-LINHA-IGUAL.
001814     05  FILLER               PIC X(15) VALUE SPACES.
001815     05  FILLER               PIC X(06) VALUE 'LINHA '.
001816     05  IGL-LINHA            PIC ZZ9.
001817     05  FILLER               PIC X(12) VALUE '  RESPOSTA: '.
001818     05  IGL-RESPOSTA         PIC X(09).
001819     05  FILLER               PIC X(12) VALUE '  GABARITO: '.
001820     05  IGL-GABARITO         PIC ZZZZZZZZ9.
001821     05  FILLER               PIC X(66) VALUE SPACES.
001822 01  WS-LINHA-LEGENDA-1.
001823     05  FILLER               PIC X(45) VALUE
001824         ' ERA/ERB = RESPOSTAS ERRADAS DE CADA ALUNO NA'.
001825     05  FILLER               PIC X(45) VALUE
001826         ' FOLHA; COM = LINHAS QUE OS DOIS ERRARAM;'.
001827     05  FILLER               PIC X(42) VALUE SPACES.
001828 01  WS-LINHA-LEGENDA-2.
001829     05  FILLER               PIC X(42) VALUE
001830         ' IGU = ERRADAS COM A MESMA RESPOSTA; IND ='.
001831     05  FILLER               PIC X(45) VALUE
001832         ' IGU SOBRE O MENOR ENTRE ERA E ERB (%).'.
001833     05  FILLER               PIC X(45) VALUE SPACES.
001834 01  WS-LINHA-TOT-COLA.
001835     05  FILLER               PIC X(19) VALUE
001836         ' PARES COMPARADOS ='.
001837     05  TOT-PARES-COMPARADOS PIC ZZZZZZ9.
001838     05  FILLER               PIC X(18) VALUE
001839         '  PARES LISTADOS ='.
001840     05  TOT-PARES-LISTADOS   PIC ZZZZ9.
001841     05  FILLER               PIC X(22) VALUE
001842         '  CRITERIO: IGUAIS >= '.
001843     05  TOT-COLA-MINIMO      PIC ZZ9.
001844     05  FILLER               PIC X(13) VALUE ' E INDICE >= '.
001845     05  TOT-COLA-INDICE      PIC ZZ9.
001846     05  FILLER               PIC X(01) VALUE '%'.
001847     05  FILLER               PIC X(20) VALUE
001848         '  FORA DA ANALISE ='.
001849     05  TOT-COLA-SEM-VAGA    PIC ZZZZ9.
001850     05  FILLER               PIC X(16) VALUE SPACES.
001851*-----------------------------------------------------------*
001852* CADASTRO DE TAREFAS (DD TAREFAS, OPCIONAL) E FOLHAS        *
001853* ENTREGUES NA RODADA, UMA POR ALUNO E FOLHA, COM A DATA DE  *
001854* ENTREGA MAIS ANTIGA QUE VIER NAS RESPOSTAS                 *
001855*-----------------------------------------------------------*
001856 01  WS-TAREFAS.
001857     05  WS-TA-MAX            PIC 9(03) VALUE 300.
001858     05  WS-TA-COUNT          PIC 9(03) VALUE ZEROES.
001859     05  WS-TA-IX             PIC 9(03) VALUE ZEROES.
001860     05  WS-TA-ENT OCCURS 300 TIMES.
001861         10  WS-TA-FOLHA      PIC X(08).
001862         10  WS-TA-TURMA      PIC X(04).
001863         10  WS-TA-PRAZO      PIC 9(08).
001864 01  WS-ENTREGAS.
001865     05  WS-EN-MAX            PIC 9(03) VALUE 200.
001866     05  WS-EN-COUNT          PIC 9(03) VALUE ZEROES.
001867     05  WS-EN-IX             PIC 9(03) VALUE ZEROES.
001868     05  WS-EN-ENT OCCURS 200 TIMES.
001869         10  WS-EN-MATRICULA  PIC 9(06).
001870         10  WS-EN-NOME       PIC X(15).
001871         10  WS-EN-FOLHA      PIC X(08).
001872         10  WS-EN-TURMA      PIC X(04).
001873         10  WS-EN-DATA       PIC 9(08).
001874         10  WS-EN-PRAZO      PIC 9(08).
001875         10  WS-EN-SITUACAO   PIC X(01).
001876             88  EN-NO-PRAZO           VALUE 'P'.
001877             88  EN-ATRASADA           VALUE 'A'.
001878 01  WS-ENTREGA-CONT.
001879     05  WS-ENT-NO-PRAZO      PIC 9(05) VALUE ZEROES.
001880     05  WS-ENT-ATRASADAS     PIC 9(05) VALUE ZEROES.
001881     05  WS-ENT-SEM-TAREFA    PIC 9(05) VALUE ZEROES.
001882     05  WS-ENT-DATA-INV      PIC 9(05) VALUE ZEROES.
001883     05  WS-ENT-SEM-VAGA      PIC 9(05) VALUE ZEROES.
001884 01  WS-DATA-ENTREGA          PIC 9(08) VALUE ZEROES.
001885 01  WS-DATA-TESTE            PIC X(08) VALUE SPACES.
001886 01  WS-DATA-TESTE-N REDEFINES WS-DATA-TESTE
001887                              PIC 9(08).
001888 01  WS-DIAS-ED               PIC ZZZ9.
001889 01  WS-DATA-EDICAO.
001890     05  WS-DE-ENTRADA        PIC 9(08).
001891     05  FILLER REDEFINES WS-DE-ENTRADA.
001892         10  WS-DE-ANO        PIC 9(04).
001893         10  WS-DE-MES        PIC 9(02).
001894         10  WS-DE-DIA        PIC 9(02).
001895     05  WS-DE-SAIDA.
001896         10  WS-DS-DIA        PIC 9(02).
001897         10  FILLER           PIC X(01) VALUE '/'.
001898         10  WS-DS-MES        PIC 9(02).
001899         10  FILLER           PIC X(01) VALUE '/'.
001900         10  WS-DS-ANO        PIC 9(04).
001901*-----------------------------------------------------------*
001902* LINHAS DA SECAO DE ENTREGAS DO RELATORIO DE CORRECAO       *
001903*-----------------------------------------------------------*
001904 01  WS-TITULO-ENTREGA.
001905     05  FILLER               PIC X(48) VALUE
001906         ' ENTREGA DAS FOLHAS CONTRA O PRAZO DA TAREFA'.
001907     05  FILLER               PIC X(84) VALUE SPACES.
001908 01  WS-CABEC-ENTREGA.
001909     05  FILLER               PIC X(36) VALUE
001910         ' ALUNO           FOLHA    TURM ENTRE'.
001911     05  FILLER               PIC X(40) VALUE
001912         'GA    PRAZO      SITUACAO'.
001913     05  FILLER               PIC X(56) VALUE SPACES.
001914 01  WS-LINHA-ENTREGA.
001915     05  FILLER               PIC X(01) VALUE SPACE.
001916     05  ENL-NOME             PIC X(15).
001917     05  FILLER               PIC X(01) VALUE SPACE.
001918     05  ENL-FOLHA            PIC X(08).
001919     05  FILLER               PIC X(01) VALUE SPACE.
001920     05  ENL-TURMA            PIC X(04).
001921     05  FILLER               PIC X(01) VALUE SPACE.
001922     05  ENL-DATA             PIC X(10).
001923     05  FILLER               PIC X(01) VALUE SPACE.
001924     05  ENL-PRAZO            PIC X(10).
001925     05  FILLER               PIC X(01) VALUE SPACE.
001926     05  ENL-SITUACAO         PIC X(30).
001927     05  FILLER               PIC X(49) VALUE SPACES.
001928 01  WS-LINHA-TOT-ENTREGA.
001929     05  FILLER               PIC X(12) VALUE ' NO PRAZO = '.
001930     05  TOT-ENT-NO-PRAZO     PIC ZZZZ9.
001931     05  FILLER               PIC X(15) VALUE '  ATRASADAS = '.
001932     05  TOT-ENT-ATRASADAS    PIC ZZZZ9.
001933     05  FILLER               PIC X(16) VALUE '  SEM TAREFA = '.
001934     05  TOT-ENT-SEM-TAREFA   PIC ZZZZ9.
001935     05  FILLER               PIC X(74) VALUE SPACES.
001936*-----------------------------------------------------------*
001937* AREA DA ROTINA DE VALIDACAO DE DATAS (GDADTVAL)            *
001938*-----------------------------------------------------------*
001939 01  GDADTVAL-AREA.
001940     05  DTV-DATA-AAMMDD      PIC X(06).
001941     05  DTV-DATA-CCYYMMDD    PIC 9(08).
001942     05  DTV-STATUS           PIC 9(02).
001943*-----------------------------------------------------------*
001944* AREA DA ROTINA DE DATAS (GDADTCALC)                        *
001945*-----------------------------------------------------------*
001946 01  GDADTCALC-AREA.
001947     03  DTC-FUNCAO           PIC X(01).
001948     03  DTC-DATA-AAMMDD-1    PIC X(06).
001949     03  DTC-DATA-AAMMDD-2    PIC X(06).
001950     03  DTC-DIAS             PIC S9(05).
001951     03  DTC-RESULT-AAMMDD    PIC X(06).
001952     03  DTC-RESULT-CCYYMMDD  PIC 9(08).
001953     03  DTC-DIA-SEMANA       PIC 9(01).
001954     03  DTC-STATUS           PIC 9(02).
001955*-----------------------------------------------------------*
001956* AREA DO FORMATADOR PADRAO DE RELATORIOS (GDAREL)           *
001957*-----------------------------------------------------------*
001958 01  GDAREL-AREA.
001959     03  GDAREL-FUNCAO        PIC X(01).
001960     03  GDAREL-TITULO        PIC X(60).
001961     03  GDAREL-CABECALHO     PIC X(80).
001962     03  GDAREL-LINHA         PIC X(132).
001963     03  GDAREL-RETORNO       PIC 9(02).
001964     03  GDAREL-NUMERO        PIC 9(01) VALUE 1.
001965     03  GDAREL-QUEBRAS OCCURS 3 TIMES.
001966         05  GDAREL-QBR-POS   PIC 9(03) VALUE ZEROES.
001967         05  GDAREL-QBR-TAM   PIC 9(02) VALUE ZEROES.
001968     03  GDAREL-ACM-POS       PIC 9(03) VALUE ZEROES.
001969     03  GDAREL-ACM-TAM       PIC 9(02) VALUE ZEROES.
001970     03  GDAREL-EXTRATO OCCURS 10 TIMES.
001971         05  GDAREL-EXT-POS   PIC 9(03) VALUE ZEROES.
001972         05  GDAREL-EXT-TAM   PIC 9(03) VALUE ZEROES.
001973     03  GDAREL-CODIGO        PIC X(03) VALUE SPACES.
001974 PROCEDURE DIVISION.
001975 0000-MAINLINE.
001976*-----------------------------------------------------------*
001977* PARAGRAFO PRINCIPAL.                                       *
001980*-----------------------------------------------------------*
001990     PERFORM 1000-INITIALIZE
002000         THRU 1000-INITIALIZE-EXIT
002030         UNTIL FIM-DAS-RESPOSTAS
002040     PERFORM 3000-GRAVAR-NOTAS
002050         THRU 3000-GRAVAR-NOTAS-EXIT
002051     PERFORM 5000-ANALISAR-COLA
002052         THRU 5000-ANALISAR-COLA-EXIT
002053     PERFORM 6000-CARIMBAR-ENTREGAS
002054         THRU 6000-CARIMBAR-ENTREGAS-EXIT
002060     PERFORM 9999-TERMINATE
002070         THRU 9999-TERMINATE-EXIT
002080     STOP RUN
002320             UNTIL FIM-DO-CADASTRO
002330         CLOSE ALUNOS-FILE
002340     END-IF
002341     PERFORM 1300-LER-PARAMETROS
002342         THRU 1300-LER-PARAMETROS-EXIT
002343     OPEN INPUT TAREFAS-FILE
002344     IF WS-FS-TAREFAS IS EQUAL TO '00'
002345         PERFORM 1400-CARREGAR-TAREFA
002346             THRU 1400-CARREGAR-TAREFA-EXIT
002347             UNTIL FIM-DAS-TAREFAS
002348         CLOSE TAREFAS-FILE
002349     ELSE
002350         DISPLAY "TABCORR: SEM CADASTRO DE TAREFAS (DD TAREFAS)"
002351                 " - ENTREGAS SEM CARIMBO DE PRAZO"
002352     END-IF
002353     OPEN INPUT RESPOSTA-FILE
002360     IF WS-FS-RESPOSTA NOT EQUAL '00'
002370         DISPLAY "TABCORR: SEM RESPOSTAS (DD RESPOSTA), "
002380                 "STATUS = " WS-FS-RESPOSTA
002390         MOVE 16 TO RETURN-CODE
002400         STOP RUN
002410     END-IF
002411     OPEN OUTPUT DETALHE-FILE
002412     IF WS-FS-DETALHE IS EQUAL TO '00'
002413         SET DETALHE-ABERTO TO TRUE
002414     ELSE
002415         DISPLAY "TABCORR: SEM RESULTADO POR QUESTAO "
002416                 "(DD CORRDET), STATUS = " WS-FS-DETALHE
002417     END-IF
002420     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002430     MOVE 'A' TO GDAREL-FUNCAO
002440     MOVE 'CORRECAO DAS FOLHAS DE EXERCICIO' TO GDAREL-TITULO
002770         ADD 1 TO WS-CAD-COUNT
002780         MOVE ALU-MATRICULA TO WS-CAD-MATRICULA (WS-CAD-COUNT)
002790         MOVE ALU-NOME      TO WS-CAD-NOME (WS-CAD-COUNT)
002791         MOVE ALU-TURMA     TO WS-CAD-TURMA (WS-CAD-COUNT)
002800     END-IF
002810     .
002820 1200-CARREGAR-CADASTRO-EXIT.
003250         CALL 'GDAREL' USING GDAREL-AREA
003260         GO TO 2000-CORRIGIR-RESPOSTA-EXIT
003270     END-IF
003271     PERFORM 2400-GUARDAR-ENTREGA
003272         THRU 2400-GUARDAR-ENTREGA-EXIT
003280     MOVE 'N' TO WS-GAB-ACHOU-SW
003290     PERFORM VARYING WS-GAB-IX FROM 1 BY 1
003300             UNTIL WS-GAB-IX IS GREATER THAN WS-GAB-COUNT
003600                    INTO DET-VEREDITO
003610             END-STRING
003620     END-EVALUATE
003621     IF GABARITO-ACHADO
003622         PERFORM 2200-GUARDAR-RESPOSTA
003623             THRU 2200-GUARDAR-RESPOSTA-EXIT
003624         PERFORM 2300-GRAVAR-DETALHE
003625             THRU 2300-GRAVAR-DETALHE-EXIT
003626     END-IF
003630     MOVE 'D' TO GDAREL-FUNCAO
003640     MOVE WS-LINHA-DET TO GDAREL-LINHA
003650     CALL 'GDAREL' USING GDAREL-AREA
003940     MOVE WS-AN-COUNT TO WS-AN-IX
003950     MOVE WS-MATRICULA TO WS-AN-MATRICULA (WS-AN-IX)
003960     MOVE SPACES TO WS-AN-NOME (WS-AN-IX)
003961     MOVE SPACES TO WS-AN-TURMA (WS-AN-IX)
003970     MOVE ZEROES TO WS-AN-ACERTOS (WS-AN-IX)
003980     MOVE ZEROES TO WS-AN-ERROS (WS-AN-IX)
003990     PERFORM VARYING WS-CAD-IX FROM 1 BY 1
004020             WS-MATRICULA
004030             MOVE WS-CAD-NOME (WS-CAD-IX)
004040               TO WS-AN-NOME (WS-AN-IX)
004041             MOVE WS-CAD-TURMA (WS-CAD-IX)
004042               TO WS-AN-TURMA (WS-AN-IX)
004050         END-IF
004060     END-PERFORM
004070     IF WS-AN-NOME (WS-AN-IX) IS EQUAL TO SPACES
004500     EXIT.
004510 9999-TERMINATE.
004520     CLOSE RESPOSTA-FILE
004521     IF DETALHE-ABERTO
004522         CLOSE DETALHE-FILE
004523     END-IF
004530     MOVE WS-RESPOSTAS TO TOT-RESPOSTAS
004540     MOVE WS-SEM-GABARITO TO TOT-SEM-GABARITO
004550     MOVE WS-SEM-VAGA     TO TOT-SEM-VAGA
004590     MOVE 'F' TO GDAREL-FUNCAO
004600     CALL 'GDAREL' USING GDAREL-AREA
004610     DISPLAY "TABCORR: " WS-AN-COUNT " ALUNO(S) CORRIGIDO(S)"
004611     IF WS-EN-COUNT IS GREATER THAN ZEROES
004612         DISPLAY "TABCORR: " WS-EN-COUNT
004613                 " FOLHA(S) ENTREGUE(S) - "
004614                 WS-ENT-NO-PRAZO " NO PRAZO, "
004615                 WS-ENT-ATRASADAS " ATRASADA(S), "
004616                 WS-ENT-SEM-TAREFA " SEM TAREFA"
004617     END-IF
004618     IF WS-ENT-SEM-VAGA IS GREATER THAN ZEROES
004619         DISPLAY "TABCORR: " WS-ENT-SEM-VAGA " RESPOSTA(S) FORA "
004620                 "DO CONTROLE DE ENTREGA (TABELA CHEIA)"
004621     END-IF
004622     IF WS-SEM-GABARITO IS GREATER THAN ZEROES
004630         OR WS-SEM-VAGA IS GREATER THAN ZEROES
004631         OR WS-PARM-REJ IS GREATER THAN ZEROES
004632         OR WS-ENT-DATA-INV IS GREATER THAN ZEROES
004633         OR WS-ENT-SEM-VAGA IS GREATER THAN ZEROES
004640         MOVE 4 TO RETURN-CODE
004650     END-IF
004660     .
004670 9999-TERMINATE-EXIT.
004680     EXIT.
004690 1300-LER-PARAMETROS.
004700*-----------------------------------------------------------*
004710* CRITERIO DA ANALISE DE COLA (DD COLAPARM); SEM O DD VALEM  *
004720* OS PADROES.                                                *
004730*-----------------------------------------------------------*
004740     OPEN INPUT PARM-FILE
004750     IF WS-FS-PARM NOT EQUAL '00'
004760         GO TO 1300-LER-PARAMETROS-EXIT
004770     END-IF
004780     PERFORM 1310-LER-UM-PARAMETRO
004790         THRU 1310-LER-UM-PARAMETRO-EXIT
004800         UNTIL FIM-DOS-PARAMETROS
004810     CLOSE PARM-FILE
004820     .
004830 1300-LER-PARAMETROS-EXIT.
004840     EXIT.
004850 1310-LER-UM-PARAMETRO.
004860     READ PARM-FILE
004870         AT END
004880             SET FIM-DOS-PARAMETROS TO TRUE
004890             GO TO 1310-LER-UM-PARAMETRO-EXIT
004900     END-READ
004910     IF REG-PARM IS EQUAL TO SPACES
004920         OR REG-PARM(1:1) IS EQUAL TO '*'
004930         GO TO 1310-LER-UM-PARAMETRO-EXIT
004940     END-IF
004950     EVALUATE TRUE
004960         WHEN PRM-PALAVRA IS EQUAL TO 'MINIMO  '
004970             AND PRM-VALOR IS NUMERIC
004980             AND PRM-VALOR IS NOT EQUAL TO '000'
004990             MOVE PRM-VALOR TO WS-COLA-MINIMO
005000         WHEN PRM-PALAVRA IS EQUAL TO 'INDICE  '
005010             AND PRM-VALOR IS NUMERIC
005020             AND PRM-VALOR IS NOT GREATER THAN '100'
005030             MOVE PRM-VALOR TO WS-COLA-INDICE
005040         WHEN OTHER
005050             ADD 1 TO WS-PARM-REJ
005060             DISPLAY "CARTAO REJEITADO: " REG-PARM(1:12)
005070     END-EVALUATE
005080     .
005090 1310-LER-UM-PARAMETRO-EXIT.
005100     EXIT.
005110 2200-GUARDAR-RESPOSTA.
005120*-----------------------------------------------------------*
005130* GUARDA A RESPOSTA JA CORRIGIDA NA FOLHA DO ALUNO: C CERTA, *
005140* E ERRADA, B EM BRANCO (ERRADA, MAS NAO SERVE DE INDICIO).  *
005150* LINHA REPETIDA VALE A ULTIMA, COMO NA CORRECAO.            *
005160*-----------------------------------------------------------*
005170     IF WS-LINHA-NUM IS EQUAL TO ZEROES
005180         OR WS-LINHA-NUM IS GREATER THAN WS-FA-MAX-LINHA
005190         GO TO 2200-GUARDAR-RESPOSTA-EXIT
005200     END-IF
005210     MOVE 'N' TO WS-FA-ACHOU-SW
005220     PERFORM VARYING WS-FA-IX FROM 1 BY 1
005230             UNTIL WS-FA-IX IS GREATER THAN WS-FA-COUNT
005240                OR FOLHA-ALUNO-ACHADA
005250         IF WS-FA-FOLHA (WS-FA-IX) IS EQUAL TO RSP-FOLHA
005260             AND WS-FA-MATRICULA (WS-FA-IX) IS EQUAL TO
005270                 WS-MATRICULA
005280             SET FOLHA-ALUNO-ACHADA TO TRUE
005290             SUBTRACT 1 FROM WS-FA-IX
005300         END-IF
005310     END-PERFORM
005320     IF NOT FOLHA-ALUNO-ACHADA
005330         IF WS-FA-COUNT IS EQUAL TO WS-FA-MAX
005340             ADD 1 TO WS-COLA-SEM-VAGA
005350             GO TO 2200-GUARDAR-RESPOSTA-EXIT
005360         END-IF
005370         ADD 1 TO WS-FA-COUNT
005380         MOVE WS-FA-COUNT TO WS-FA-IX
005390         MOVE SPACES TO WS-FA-ENT (WS-FA-IX)
005400         MOVE RSP-FOLHA    TO WS-FA-FOLHA (WS-FA-IX)
005410         MOVE WS-AN-TURMA (WS-AN-IX) TO WS-FA-TURMA (WS-FA-IX)
005420         MOVE WS-MATRICULA TO WS-FA-MATRICULA (WS-FA-IX)
005430         MOVE WS-AN-NOME (WS-AN-IX)  TO WS-FA-NOME (WS-FA-IX)
005440         MOVE ZEROES       TO WS-FA-ERROS (WS-FA-IX)
005450     END-IF
005460     IF FA-ERRADA (WS-FA-IX, WS-LINHA-NUM)
005470         SUBTRACT 1 FROM WS-FA-ERROS (WS-FA-IX)
005480     END-IF
005490     MOVE RSP-RESPOSTA TO WS-FA-RESP (WS-FA-IX, WS-LINHA-NUM)
005500     EVALUATE TRUE
005510         WHEN RSP-RESPOSTA IS NUMERIC
005520             AND WS-RESPOSTA-NUM IS EQUAL TO
005530                 WS-GAB-RESPOSTA (WS-GAB-IX)
005540             MOVE 'C' TO WS-FA-SIT (WS-FA-IX, WS-LINHA-NUM)
005550         WHEN RSP-RESPOSTA IS EQUAL TO SPACES
005560             MOVE 'B' TO WS-FA-SIT (WS-FA-IX, WS-LINHA-NUM)
005570         WHEN OTHER
005580             MOVE 'E' TO WS-FA-SIT (WS-FA-IX, WS-LINHA-NUM)
005590             ADD 1 TO WS-FA-ERROS (WS-FA-IX)
005600     END-EVALUATE
005610     .
005620 2200-GUARDAR-RESPOSTA-EXIT.
005630     EXIT.
005640 5000-ANALISAR-COLA.
005650*-----------------------------------------------------------*
005660* RELATORIO CONFIDENCIAL: ORDENA AS FOLHAS GUARDADAS POR     *
005670* FOLHA, TURMA E MATRICULA E COMPARA CADA ALUNO COM OS QUE   *
005680* VEM DEPOIS DELE NO MESMO GRUPO DE FOLHA E TURMA.           *
005690*-----------------------------------------------------------*
005700     MOVE 2 TO GDAREL-NUMERO
005710     MOVE 'A' TO GDAREL-FUNCAO
005720     MOVE 'CONFIDENCIAL - INDICIOS DE COLA - SO PARA O PROFESSOR'
005730         TO GDAREL-TITULO
005740     MOVE WS-CABEC-COLA TO GDAREL-CABECALHO
005750     CALL 'GDAREL' USING GDAREL-AREA
005760     SET HOUVE-TROCA TO TRUE
005770     PERFORM 5100-ORDENAR-FOLHAS
005780         THRU 5100-ORDENAR-FOLHAS-EXIT
005790         UNTIL NOT HOUVE-TROCA
005800     PERFORM 5200-COMPARAR-ALUNO
005810         THRU 5200-COMPARAR-ALUNO-EXIT
005820         VARYING WS-FA-IX FROM 1 BY 1
005830         UNTIL WS-FA-IX IS NOT LESS THAN WS-FA-COUNT
005840     IF WS-PARES-LISTADOS IS EQUAL TO ZEROES
005850         MOVE ' NENHUM PAR ACIMA DO CRITERIO' TO GDAREL-LINHA
005860         MOVE 'D' TO GDAREL-FUNCAO
005870         CALL 'GDAREL' USING GDAREL-AREA
005880     END-IF
005890     MOVE 'D' TO GDAREL-FUNCAO
005900     MOVE SPACES TO GDAREL-LINHA
005910     CALL 'GDAREL' USING GDAREL-AREA
005920     MOVE 'D' TO GDAREL-FUNCAO
005930     MOVE WS-LINHA-LEGENDA-1 TO GDAREL-LINHA
005940     CALL 'GDAREL' USING GDAREL-AREA
005950     MOVE 'D' TO GDAREL-FUNCAO
005960     MOVE WS-LINHA-LEGENDA-2 TO GDAREL-LINHA
005970     CALL 'GDAREL' USING GDAREL-AREA
005980     MOVE WS-PARES-COMPARADOS TO TOT-PARES-COMPARADOS
005990     MOVE WS-PARES-LISTADOS   TO TOT-PARES-LISTADOS
006000     MOVE WS-COLA-MINIMO      TO TOT-COLA-MINIMO
006010     MOVE WS-COLA-INDICE      TO TOT-COLA-INDICE
006020     MOVE WS-COLA-SEM-VAGA    TO TOT-COLA-SEM-VAGA
006030     MOVE 'T' TO GDAREL-FUNCAO
006040     MOVE WS-LINHA-TOT-COLA TO GDAREL-LINHA
006050     CALL 'GDAREL' USING GDAREL-AREA
006060     MOVE 'F' TO GDAREL-FUNCAO
006070     CALL 'GDAREL' USING GDAREL-AREA
006080     MOVE 1 TO GDAREL-NUMERO
006090     DISPLAY "TABCORR: " WS-PARES-LISTADOS
006100             " PAR(ES) NO RELATORIO DE COLA (RELPRT2)"
006110     .
006120 5000-ANALISAR-COLA-EXIT.
006130     EXIT.
006140 5100-ORDENAR-FOLHAS.
006150*-----------------------------------------------------------*
006160* UMA PASSADA DA ORDENACAO POR TROCA PELA CHAVE DA ENTRADA.  *
006170*-----------------------------------------------------------*
006180     MOVE 'N' TO WS-TROCOU-SW
006190     PERFORM VARYING WS-FA-IX FROM 1 BY 1
006200             UNTIL WS-FA-IX IS NOT LESS THAN WS-FA-COUNT
006210         IF WS-FA-CHAVE (WS-FA-IX) IS GREATER THAN
006220             WS-FA-CHAVE (WS-FA-IX + 1)
006230             MOVE WS-FA-ENT (WS-FA-IX)     TO WS-FA-TROCA
006240             MOVE WS-FA-ENT (WS-FA-IX + 1)
006250               TO WS-FA-ENT (WS-FA-IX)
006260             MOVE WS-FA-TROCA TO WS-FA-ENT (WS-FA-IX + 1)
006270             SET HOUVE-TROCA TO TRUE
006280         END-IF
006290     END-PERFORM
006300     .
006310 5100-ORDENAR-FOLHAS-EXIT.
006320     EXIT.
006330 5200-COMPARAR-ALUNO.
006340     MOVE 'N' TO WS-FIM-GRUPO-SW
006350     MOVE WS-FA-IX TO WS-FA-JX
006360     PERFORM 5300-COMPARAR-PAR
006370         THRU 5300-COMPARAR-PAR-EXIT
006380         UNTIL FIM-DO-GRUPO
006390     .
006400 5200-COMPARAR-ALUNO-EXIT.
006410     EXIT.
006420 5300-COMPARAR-PAR.
006430*-----------------------------------------------------------*
006440* UM PAR (WS-FA-IX, WS-FA-JX) DA MESMA FOLHA E TURMA. O      *
006450* INDICE E O PERCENTUAL DOS ERROS IGUAIS SOBRE OS ERROS DO   *
006460* ALUNO QUE ERROU MENOS - QUEM ERROU POUCO E COPIOU TUDO DO  *
006470* OUTRO CHEGA A 100.                                         *
006480*-----------------------------------------------------------*
006490     ADD 1 TO WS-FA-JX
006500     IF WS-FA-JX IS GREATER THAN WS-FA-COUNT
006510         SET FIM-DO-GRUPO TO TRUE
006520         GO TO 5300-COMPARAR-PAR-EXIT
006530     END-IF
006540     IF WS-FA-CHAVE (WS-FA-JX)(1:12) IS NOT EQUAL TO
006550         WS-FA-CHAVE (WS-FA-IX)(1:12)
006560         SET FIM-DO-GRUPO TO TRUE
006570         GO TO 5300-COMPARAR-PAR-EXIT
006580     END-IF
006590     ADD 1 TO WS-PARES-COMPARADOS
006600     MOVE ZEROES TO WS-PAR-COMUNS
006610     MOVE ZEROES TO WS-PAR-IGUAIS
006620     PERFORM VARYING WS-LIN-IX FROM 1 BY 1
006630             UNTIL WS-LIN-IX IS GREATER THAN WS-FA-MAX-LINHA
006640         IF FA-ERRO-QUALQUER (WS-FA-IX, WS-LIN-IX)
006650             AND FA-ERRO-QUALQUER (WS-FA-JX, WS-LIN-IX)
006660             ADD 1 TO WS-PAR-COMUNS
006670             IF FA-ERRADA (WS-FA-IX, WS-LIN-IX)
006680                 AND FA-ERRADA (WS-FA-JX, WS-LIN-IX)
006690                 AND WS-FA-RESP (WS-FA-IX, WS-LIN-IX) IS EQUAL TO
006700                     WS-FA-RESP (WS-FA-JX, WS-LIN-IX)
006710                 ADD 1 TO WS-PAR-IGUAIS
006720             END-IF
006730         END-IF
006740     END-PERFORM
006750     IF WS-PAR-IGUAIS IS LESS THAN WS-COLA-MINIMO
006760         GO TO 5300-COMPARAR-PAR-EXIT
006770     END-IF
006780     MOVE WS-FA-ERROS (WS-FA-IX) TO WS-PAR-MENOR
006790     IF WS-FA-ERROS (WS-FA-JX) IS LESS THAN WS-PAR-MENOR
006800         MOVE WS-FA-ERROS (WS-FA-JX) TO WS-PAR-MENOR
006810     END-IF
006820     COMPUTE WS-PAR-INDICE = WS-PAR-IGUAIS * 100 / WS-PAR-MENOR
006830     IF WS-PAR-INDICE IS LESS THAN WS-COLA-INDICE
006840         GO TO 5300-COMPARAR-PAR-EXIT
006850     END-IF
006860     PERFORM 5400-EMITIR-PAR
006870         THRU 5400-EMITIR-PAR-EXIT
006880     .
006890 5300-COMPARAR-PAR-EXIT.
006900     EXIT.
006910 5400-EMITIR-PAR.
006920*-----------------------------------------------------------*
006930* O PAR E, EMBAIXO, CADA LINHA ERRADA COM A MESMA RESPOSTA E *
006940* O QUE O GABARITO ESPERAVA NELA.                            *
006950*-----------------------------------------------------------*
006960     ADD 1 TO WS-PARES-LISTADOS
006970     MOVE WS-FA-FOLHA (WS-FA-IX)     TO PAR-FOLHA
006980     MOVE WS-FA-TURMA (WS-FA-IX)     TO PAR-TURMA
006990     MOVE WS-FA-MATRICULA (WS-FA-IX) TO PAR-MATRICULA-A
007000     MOVE WS-FA-NOME (WS-FA-IX)      TO PAR-NOME-A
007010     MOVE WS-FA-MATRICULA (WS-FA-JX) TO PAR-MATRICULA-B
007020     MOVE WS-FA-NOME (WS-FA-JX)      TO PAR-NOME-B
007030     MOVE WS-FA-ERROS (WS-FA-IX)     TO PAR-ERROS-A
007040     MOVE WS-FA-ERROS (WS-FA-JX)     TO PAR-ERROS-B
007050     MOVE WS-PAR-COMUNS              TO PAR-COMUNS
007060     MOVE WS-PAR-IGUAIS              TO PAR-IGUAIS
007070     MOVE WS-PAR-INDICE              TO PAR-INDICE
007080     MOVE 'D' TO GDAREL-FUNCAO
007090     MOVE WS-LINHA-PAR TO GDAREL-LINHA
007100     CALL 'GDAREL' USING GDAREL-AREA
007110     PERFORM 5410-LINHA-IGUAL
007120         THRU 5410-LINHA-IGUAL-EXIT
007130         VARYING WS-LIN-IX FROM 1 BY 1
007140         UNTIL WS-LIN-IX IS GREATER THAN WS-FA-MAX-LINHA
007150     MOVE 'D' TO GDAREL-FUNCAO
007160     MOVE SPACES TO GDAREL-LINHA
007170     CALL 'GDAREL' USING GDAREL-AREA
007180     .
007190 5400-EMITIR-PAR-EXIT.
007200     EXIT.
007210 5410-LINHA-IGUAL.
007220     IF NOT FA-ERRADA (WS-FA-IX, WS-LIN-IX)
007230         OR NOT FA-ERRADA (WS-FA-JX, WS-LIN-IX)
007240         OR WS-FA-RESP (WS-FA-IX, WS-LIN-IX) IS NOT EQUAL TO
007250            WS-FA-RESP (WS-FA-JX, WS-LIN-IX)
007260         GO TO 5410-LINHA-IGUAL-EXIT
007270     END-IF
007280     MOVE WS-LIN-IX TO IGL-LINHA
007290     MOVE WS-FA-RESP (WS-FA-IX, WS-LIN-IX) TO IGL-RESPOSTA
007300     MOVE ZEROES TO IGL-GABARITO
007310     PERFORM VARYING WS-GAB-IX FROM 1 BY 1
007320             UNTIL WS-GAB-IX IS GREATER THAN WS-GAB-COUNT
007330         IF WS-GAB-FOLHA (WS-GAB-IX) IS EQUAL TO
007340             WS-FA-FOLHA (WS-FA-IX)
007350             AND WS-GAB-LINHA (WS-GAB-IX) IS EQUAL TO WS-LIN-IX
007360             MOVE WS-GAB-RESPOSTA (WS-GAB-IX) TO IGL-GABARITO
007370         END-IF
007380     END-PERFORM
007390     MOVE 'D' TO GDAREL-FUNCAO
007400     MOVE WS-LINHA-IGUAL TO GDAREL-LINHA
007410     CALL 'GDAREL' USING GDAREL-AREA
007420     .
007430 5410-LINHA-IGUAL-EXIT.
007440     EXIT.
007450 2300-GRAVAR-DETALHE.
007460*-----------------------------------------------------------*
007470* RESULTADO DA RESPOSTA NO CORRDET: C CERTA, E ERRADA, B EM  *
007480* BRANCO, COM O QUE O GABARITO ESPERAVA.                     *
007490*-----------------------------------------------------------*
007500     IF NOT DETALHE-ABERTO
007510         GO TO 2300-GRAVAR-DETALHE-EXIT
007520     END-IF
007530     MOVE SPACES TO REG-DETALHE
007540     MOVE WS-MATRICULA TO CD-MATRICULA
007550     MOVE RSP-FOLHA    TO CD-FOLHA
007560     MOVE WS-LINHA-NUM TO CD-LINHA
007570     MOVE RSP-RESPOSTA TO CD-RESPOSTA
007580     MOVE WS-GAB-RESPOSTA (WS-GAB-IX) TO CD-GABARITO
007590     EVALUATE TRUE
007600         WHEN RSP-RESPOSTA IS NUMERIC
007610             AND WS-RESPOSTA-NUM IS EQUAL TO
007620                 WS-GAB-RESPOSTA (WS-GAB-IX)
007630             MOVE 'C' TO CD-SITUACAO
007640         WHEN RSP-RESPOSTA IS EQUAL TO SPACES
007650             MOVE 'B' TO CD-SITUACAO
007660         WHEN OTHER
007670             MOVE 'E' TO CD-SITUACAO
007680     END-EVALUATE
007690     WRITE REG-DETALHE
007700     .
007710 2300-GRAVAR-DETALHE-EXIT.
007720     EXIT.
007730 1400-CARREGAR-TAREFA.
007740     READ TAREFAS-FILE
007750         AT END
007760             SET FIM-DAS-TAREFAS TO TRUE
007770             GO TO 1400-CARREGAR-TAREFA-EXIT
007780     END-READ
007790     IF TAR-FOLHA IS EQUAL TO SPACES
007800         OR TAR-PRAZO IS NOT NUMERIC
007810         OR WS-TA-COUNT IS EQUAL TO WS-TA-MAX
007820         GO TO 1400-CARREGAR-TAREFA-EXIT
007830     END-IF
007840     ADD 1 TO WS-TA-COUNT
007850     MOVE TAR-FOLHA TO WS-TA-FOLHA (WS-TA-COUNT)
007860     MOVE TAR-TURMA TO WS-TA-TURMA (WS-TA-COUNT)
007870     MOVE TAR-PRAZO TO WS-TA-PRAZO (WS-TA-COUNT)
007880     .
007890 1400-CARREGAR-TAREFA-EXIT.
007900     EXIT.
007910 2400-GUARDAR-ENTREGA.
007920*-----------------------------------------------------------*
007930* UMA ENTRADA POR ALUNO E FOLHA. A DATA DE ENTREGA VEM DA    *
007940* RESPOSTA (EM BRANCO OU INVALIDA VALE A DATA DA CORRECAO,   *
007950* A INVALIDA COM AVISO); ENTRE AS LINHAS DA MESMA FOLHA VALE *
007960* A MAIS ANTIGA.                                             *
007970*-----------------------------------------------------------*
007980     IF RSP-FOLHA IS EQUAL TO SPACES
007990         GO TO 2400-GUARDAR-ENTREGA-EXIT
008000     END-IF
008010     MOVE WS-DATA-HOJE TO WS-DATA-ENTREGA
008020     IF RSP-DATA-ENTREGA IS NOT EQUAL TO SPACES
008030         MOVE RSP-DATA-ENTREGA TO WS-DATA-TESTE
008040         MOVE WS-DATA-TESTE(3:6) TO DTV-DATA-AAMMDD
008050         CALL 'GDADTVAL' USING GDADTVAL-AREA
008060         IF WS-DATA-TESTE IS NOT NUMERIC
008070             OR DTV-STATUS IS NOT EQUAL TO ZEROES
008080             OR DTV-DATA-CCYYMMDD IS NOT EQUAL TO WS-DATA-TESTE-N
008090             ADD 1 TO WS-ENT-DATA-INV
008100             DISPLAY "DATA DE ENTREGA INVALIDA, VALE A DA "
008110                     "CORRECAO: " REG-RESPOSTA(1:38)
008120         ELSE
008130             MOVE WS-DATA-TESTE-N TO WS-DATA-ENTREGA
008140         END-IF
008150     END-IF
008160     MOVE 'N' TO WS-EN-ACHOU-SW
008170     PERFORM VARYING WS-EN-IX FROM 1 BY 1
008180             UNTIL WS-EN-IX IS GREATER THAN WS-EN-COUNT
008190                OR ENTREGA-ACHADA
008200         IF WS-EN-MATRICULA (WS-EN-IX) IS EQUAL TO WS-MATRICULA
008210             AND WS-EN-FOLHA (WS-EN-IX) IS EQUAL TO RSP-FOLHA
008220             SET ENTREGA-ACHADA TO TRUE
008230             SUBTRACT 1 FROM WS-EN-IX
008240         END-IF
008250     END-PERFORM
008260     IF ENTREGA-ACHADA
008270         IF WS-DATA-ENTREGA IS LESS THAN WS-EN-DATA (WS-EN-IX)
008280             MOVE WS-DATA-ENTREGA TO WS-EN-DATA (WS-EN-IX)
008290         END-IF
008300         GO TO 2400-GUARDAR-ENTREGA-EXIT
008310     END-IF
008320     IF WS-EN-COUNT IS EQUAL TO WS-EN-MAX
008330         ADD 1 TO WS-ENT-SEM-VAGA
008340         GO TO 2400-GUARDAR-ENTREGA-EXIT
008350     END-IF
008360     ADD 1 TO WS-EN-COUNT
008370     MOVE WS-EN-COUNT TO WS-EN-IX
008380     MOVE WS-MATRICULA          TO WS-EN-MATRICULA (WS-EN-IX)
008390     MOVE WS-AN-NOME (WS-AN-IX)  TO WS-EN-NOME (WS-EN-IX)
008400     MOVE RSP-FOLHA             TO WS-EN-FOLHA (WS-EN-IX)
008410     MOVE WS-AN-TURMA (WS-AN-IX) TO WS-EN-TURMA (WS-EN-IX)
008420     MOVE WS-DATA-ENTREGA       TO WS-EN-DATA (WS-EN-IX)
008430     MOVE ZEROES                TO WS-EN-PRAZO (WS-EN-IX)
008440     MOVE SPACE                 TO WS-EN-SITUACAO (WS-EN-IX)
008450     .
008460 2400-GUARDAR-ENTREGA-EXIT.
008470     EXIT.
008480 6000-CARIMBAR-ENTREGAS.
008490*-----------------------------------------------------------*
008500* CARIMBA CADA FOLHA ENTREGUE CONTRA A TAREFA DA FOLHA PARA  *
008510* A TURMA DO ALUNO (P NO PRAZO, A ATRASADA, EM BRANCO SEM    *
008520* TAREFA), ACRESCENTA O CARIMBO AO DD ENTREGAS E IMPRIME A   *
008530* SECAO DE ENTREGAS EM PAGINA PROPRIA.                       *
008540*-----------------------------------------------------------*
008550     IF WS-EN-COUNT IS EQUAL TO ZEROES
008560         GO TO 6000-CARIMBAR-ENTREGAS-EXIT
008570     END-IF
008580     OPEN EXTEND ENTREGA-FILE
008590     IF WS-FS-ENTREGA NOT EQUAL '00'
008600         OPEN OUTPUT ENTREGA-FILE
008610     END-IF
008620     IF WS-FS-ENTREGA IS EQUAL TO '00'
008630         SET ENTREGA-ABERTA TO TRUE
008640     ELSE
008650         DISPLAY "TABCORR: CARIMBO DE ENTREGA NAO GRAVADO "
008660                 "(DD ENTREGAS), STATUS = " WS-FS-ENTREGA
008670     END-IF
008680     MOVE 'P' TO GDAREL-FUNCAO
008690     CALL 'GDAREL' USING GDAREL-AREA
008700     MOVE 'D' TO GDAREL-FUNCAO
008710     MOVE WS-TITULO-ENTREGA TO GDAREL-LINHA
008720     CALL 'GDAREL' USING GDAREL-AREA
008730     MOVE SPACES TO GDAREL-LINHA
008740     CALL 'GDAREL' USING GDAREL-AREA
008750     MOVE WS-CABEC-ENTREGA TO GDAREL-LINHA
008760     CALL 'GDAREL' USING GDAREL-AREA
008770     PERFORM 6100-CARIMBAR-UMA-ENTREGA
008780         THRU 6100-CARIMBAR-UMA-ENTREGA-EXIT
008790         VARYING WS-EN-IX FROM 1 BY 1
008800         UNTIL WS-EN-IX IS GREATER THAN WS-EN-COUNT
008810     MOVE WS-ENT-NO-PRAZO   TO TOT-ENT-NO-PRAZO
008820     MOVE WS-ENT-ATRASADAS  TO TOT-ENT-ATRASADAS
008830     MOVE WS-ENT-SEM-TAREFA TO TOT-ENT-SEM-TAREFA
008840     MOVE 'D' TO GDAREL-FUNCAO
008850     MOVE SPACES TO GDAREL-LINHA
008860     CALL 'GDAREL' USING GDAREL-AREA
008870     MOVE WS-LINHA-TOT-ENTREGA TO GDAREL-LINHA
008880     CALL 'GDAREL' USING GDAREL-AREA
008890     IF ENTREGA-ABERTA
008900         CLOSE ENTREGA-FILE
008910     END-IF
008920     .
008930 6000-CARIMBAR-ENTREGAS-EXIT.
008940     EXIT.
008950 6100-CARIMBAR-UMA-ENTREGA.
008960     PERFORM VARYING WS-TA-IX FROM 1 BY 1
008970             UNTIL WS-TA-IX IS GREATER THAN WS-TA-COUNT
008980                OR (WS-TA-FOLHA (WS-TA-IX) IS EQUAL TO
008990                    WS-EN-FOLHA (WS-EN-IX)
009000                AND WS-TA-TURMA (WS-TA-IX) IS EQUAL TO
009010                    WS-EN-TURMA (WS-EN-IX))
009020         CONTINUE
009030     END-PERFORM
009040     MOVE WS-EN-NOME (WS-EN-IX)  TO ENL-NOME
009050     MOVE WS-EN-FOLHA (WS-EN-IX) TO ENL-FOLHA
009060     MOVE WS-EN-TURMA (WS-EN-IX) TO ENL-TURMA
009070     MOVE WS-EN-DATA (WS-EN-IX)  TO WS-DE-ENTRADA
009080     PERFORM 8000-EDITAR-DATA
009090         THRU 8000-EDITAR-DATA-EXIT
009100     MOVE WS-DE-SAIDA TO ENL-DATA
009110     EVALUATE TRUE
009120         WHEN WS-TA-IX IS GREATER THAN WS-TA-COUNT
009130             ADD 1 TO WS-ENT-SEM-TAREFA
009140             MOVE SPACES TO ENL-PRAZO
009150             MOVE 'SEM TAREFA' TO ENL-SITUACAO
009160         WHEN WS-EN-DATA (WS-EN-IX) IS GREATER THAN
009170              WS-TA-PRAZO (WS-TA-IX)
009180             ADD 1 TO WS-ENT-ATRASADAS
009190             MOVE WS-TA-PRAZO (WS-TA-IX) TO WS-EN-PRAZO (WS-EN-IX)
009200             SET EN-ATRASADA (WS-EN-IX) TO TRUE
009210             MOVE 'D' TO DTC-FUNCAO
009220             MOVE WS-TA-PRAZO (WS-TA-IX)(3:6) TO DTC-DATA-AAMMDD-1
009230             MOVE WS-EN-DATA (WS-EN-IX)(3:6) TO DTC-DATA-AAMMDD-2
009240             CALL 'GDADTCALC' USING GDADTCALC-AREA
009250             MOVE DTC-DIAS TO WS-DIAS-ED
009260             MOVE SPACES TO ENL-SITUACAO
009270             STRING 'ATRASADA,' DELIMITED BY SIZE
009280                    WS-DIAS-ED DELIMITED BY SIZE
009290                    ' DIA(S)' DELIMITED BY SIZE
009300                    INTO ENL-SITUACAO
009310             END-STRING
009320         WHEN OTHER
009330             ADD 1 TO WS-ENT-NO-PRAZO
009340             MOVE WS-TA-PRAZO (WS-TA-IX) TO WS-EN-PRAZO (WS-EN-IX)
009350             SET EN-NO-PRAZO (WS-EN-IX) TO TRUE
009360             MOVE 'NO PRAZO' TO ENL-SITUACAO
009370     END-EVALUATE
009380     IF WS-EN-PRAZO (WS-EN-IX) IS GREATER THAN ZEROES
009390         MOVE WS-EN-PRAZO (WS-EN-IX) TO WS-DE-ENTRADA
009400         PERFORM 8000-EDITAR-DATA
009410             THRU 8000-EDITAR-DATA-EXIT
009420         MOVE WS-DE-SAIDA TO ENL-PRAZO
009430     END-IF
009440     MOVE 'D' TO GDAREL-FUNCAO
009450     MOVE WS-LINHA-ENTREGA TO GDAREL-LINHA
009460     CALL 'GDAREL' USING GDAREL-AREA
009470     IF NOT ENTREGA-ABERTA
009480         GO TO 6100-CARIMBAR-UMA-ENTREGA-EXIT
009490     END-IF
009500     MOVE SPACES TO REG-ENTREGA
009510     MOVE WS-EN-MATRICULA (WS-EN-IX) TO ENT-MATRICULA
009520     MOVE WS-EN-FOLHA (WS-EN-IX)     TO ENT-FOLHA
009530     MOVE WS-EN-TURMA (WS-EN-IX)     TO ENT-TURMA
009540     MOVE WS-EN-DATA (WS-EN-IX)      TO ENT-DATA
009550     MOVE WS-EN-PRAZO (WS-EN-IX)     TO ENT-PRAZO
009560     MOVE WS-EN-SITUACAO (WS-EN-IX)  TO ENT-SITUACAO
009570     MOVE WS-DATA-HOJE               TO ENT-CORRECAO
009580     WRITE REG-ENTREGA
009590     .
009600 6100-CARIMBAR-UMA-ENTREGA-EXIT.
009610     EXIT.
009620 8000-EDITAR-DATA.
009630*-----------------------------------------------------------*
009640* CCYYMMDD (WS-DE-ENTRADA) PARA DD/MM/CCYY (WS-DE-SAIDA).    *
009650*-----------------------------------------------------------*
009660     MOVE WS-DE-DIA TO WS-DS-DIA
009670     MOVE WS-DE-MES TO WS-DS-MES
009680     MOVE WS-DE-ANO TO WS-DS-ANO
009690     .
009700 8000-EDITAR-DATA-EXIT.
009710     EXIT.

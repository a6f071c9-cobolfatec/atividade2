       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG18.
      * AUTOR .........: ALVARO PEREIRA DO NASCIMENTO.
      * DATA DE CRIACAO: 15/10/2026.
      * OBJETIVO ......: GERACAO DAS DEPENDENCIAS (DISCIPLINAS A
      *                  RECURSAR) A PARTIR DO HISTORICO ACUMULADO
      *                  (CLASSIFICADO POR DEPARTAMENTO/RA/
      *                  DISCIPLINA/PERIODO NO PASSO DE SORT DO
      *                  JOB).  A DISCIPLINA COM "REPROVADO" OU
      *                  "REP.FALTA" QUE NAO FOI APROVADA EM PERIODO
      *                  POSTERIOR VIRA UMA MATRICULA DE DEPENDENCIA
      *                  (ORIGEM "D") NO LAYOUT DO ARQUIVO DE
      *                  MATRICULAS POR DISCIPLINA, PARA O PERIODO
      *                  INFORMADO NO PARM (ZEROS = PERIODO SEGUINTE
      *                  AO CORRENTE).  EMITE O RELATORIO POR
      *                  DEPARTAMENTO COM O ALUNO, A DISCIPLINA, O
      *                  PERIODO DA ULTIMA REPROVACAO E A QUANTIDADE
      *                  DE REPROVACOES NA DISCIPLINA, DESTACANDO
      *                  PARA O COORDENADOR DO DEPTOS OS ALUNOS COM
      *                  TRES OU MAIS REPROVACOES NA MESMA
      *                  DISCIPLINA.  O ALUNO QUE NAO ESTA ATIVO NO
      *                  CADASTRO MESTRE (TRANCADO, DESLIGADO OU
      *                  FORMADO) NAO RECEBE A MATRICULA DE
      *                  DEPENDENCIA; A DISCIPLINA PENDENTE SAI NO
      *                  RELATORIO ASSINALADA "ALUNO NAO ATIVO".
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
      *==> SELECT DOS ARQUIVOS UTILIZADOS PELO PROGRAMA
           SELECT ARQ-HISTORIC
               ASSIGN TO HISTORIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIC.

           SELECT OPTIONAL ARQ-MESTRE
               ASSIGN TO MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-RA
               FILE STATUS IS WS-FS-MESTRE.

           SELECT OPTIONAL ARQ-DEPTOS
               ASSIGN TO DEPTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-NR-DPTO
               FILE STATUS IS WS-FS-DEPTOS.

           SELECT OPTIONAL ARQ-DISCIPL
               ASSIGN TO DISCIPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSC-COD-DISC
               FILE STATUS IS WS-FS-DISCIPL.

           SELECT ARQ-DEPEND
               ASSIGN TO DEPEND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEPEND.

           SELECT ARQ-RELDEP
               ASSIGN TO RELDEP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELDEP.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> FD DO HISTORICO ESCOLAR ACUMULADO (ENTRADA - CLASSIFICADO
      *==> POR DEPARTAMENTO/RA/DISCIPLINA/PERIODO)
       FD  ARQ-HISTORIC
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTORICO.
           05  HST-RA              PIC 9(13).
           05  HST-NR-DPTO         PIC 9(04).
           05  HST-PERIODO         PIC 9(05).
           05  HST-NOTA1           PIC 9(02)V99.
           05  HST-NOTA2           PIC 9(02)V99.
           05  HST-MEDIA           PIC 9(02)V99.
           05  HST-SITUACAO        PIC X(09).
           05  HST-DATA            PIC 9(08).
           05  HST-COD-DISC        PIC 9(03).
           05  HST-NOME-DISC       PIC X(20).

      *==> FD DO CADASTRO MESTRE DE ALUNOS (ENTRADA - CHAVE RA)
       FD  ARQ-MESTRE
           LABEL RECORDS ARE STANDARD.
       01  REG-MESTRE.
           05  MST-RA              PIC 9(13).
           05  MST-NR-DPTO         PIC 9(04).
           05  MST-NOME            PIC X(30).
           05  MST-NOTA1           PIC 9(02)V99.
           05  MST-NOTA2           PIC 9(02)V99.
           05  MST-SITUACAO        PIC X(01).
               88 MST-ATIVO        VALUE "A" " ".
               88 MST-TRANCADO     VALUE "T".
               88 MST-DESLIGADO    VALUE "D".
               88 MST-FORMADO      VALUE "F".
           05  MST-DATA-SITUACAO   PIC 9(08).
           05  MST-PERIODO-INGR    PIC 9(05).

      *==> FD DO CADASTRO DE DEPARTAMENTOS (ENTRADA)
       FD  ARQ-DEPTOS
           LABEL RECORDS ARE STANDARD.
       01  REG-DEPTO.
           05  DPT-NR-DPTO         PIC 9(04).
           05  DPT-NOME            PIC X(15).
           05  DPT-COORDENADOR     PIC X(30).

      *==> FD DO CADASTRO DE DISCIPLINAS (ENTRADA)
       FD  ARQ-DISCIPL
           LABEL RECORDS ARE STANDARD.
       01  REG-DISCIPLINA.
           05  DSC-COD-DISC        PIC 9(03).
           05  DSC-NR-DPTO         PIC 9(04).
           05  DSC-NOME            PIC X(20).
           05  DSC-CARGA-HOR       PIC 9(03).
           05  DSC-SITUACAO        PIC X(01).

      *==> FD DAS MATRICULAS DE DEPENDENCIA (SAIDA - LAYOUT DO
      *==> ARQUIVO DE MATRICULAS POR DISCIPLINA DO CGPRG17)
       FD  ARQ-DEPEND
           LABEL RECORDS ARE STANDARD.
       01  REG-MATRICULA.
           05  MAT-CHAVE.
               10  MAT-RA          PIC 9(13).
               10  MAT-PERIODO     PIC 9(05).
               10  MAT-COD-DISC    PIC 9(03).
           05  MAT-NR-DPTO         PIC 9(04).
           05  MAT-NOTA1           PIC 9(02)V99.
           05  MAT-NOTA2           PIC 9(02)V99.
           05  MAT-NOTA-LANC       PIC X(01).
           05  MAT-DATA-MATRIC     PIC 9(08).
           05  MAT-ORIGEM          PIC X(01).

      *==> FD DO RELATORIO DE DEPENDENCIAS POR DEPARTAMENTO (SAIDA)
       FD  ARQ-RELDEP
           LABEL RECORDS ARE STANDARD.
       01  REG-RELDEP              PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FS-HISTORIC         PIC X(02) VALUE SPACES.
       77  WS-FS-MESTRE           PIC X(02) VALUE SPACES.
       77  WS-FS-DEPTOS           PIC X(02) VALUE SPACES.
       77  WS-FS-DISCIPL          PIC X(02) VALUE SPACES.
       77  WS-FS-DEPEND           PIC X(02) VALUE SPACES.
       77  WS-FS-RELDEP           PIC X(02) VALUE SPACES.
       77  WS-MESTRE-OK           PIC X(01) VALUE "N".
       77  WS-DEPTOS-OK           PIC X(01) VALUE "N".
       77  WS-DISCIPL-OK          PIC X(01) VALUE "N".
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.

      *-----> CONTADORES DA EXECUCAO
       77  WS-CTLIDOS             PIC 9(07) VALUE ZEROS.
       77  WS-CTPOSTER            PIC 9(07) VALUE ZEROS.
       77  WS-CTAPURADAS          PIC 9(05) VALUE ZEROS.
       77  WS-CTDEPEND            PIC 9(05) VALUE ZEROS.
       77  WS-CTCOORD             PIC 9(05) VALUE ZEROS.
       77  WS-CTEXTINTA           PIC 9(05) VALUE ZEROS.
       77  WS-CTINATIVO           PIC 9(05) VALUE ZEROS.

      *-----> CONTADORES DO DEPARTAMENTO CORRENTE
       77  WS-CTDEP-DPTO          PIC 9(05) VALUE ZEROS.
       77  WS-CTCOORD-DPTO        PIC 9(05) VALUE ZEROS.

      *-----> QUEBRA DE CONTROLE POR DEPARTAMENTO E POR RA/DISCIPLINA
       77  WS-DPTO-ATUAL          PIC 9(04) VALUE ZEROS.
       77  WS-RA-ATUAL            PIC 9(13) VALUE ZEROS.
       77  WS-DISC-ATUAL          PIC 9(03) VALUE ZEROS.
       77  WS-PRIMEIRO-REG        PIC X(01) VALUE "S".
       77  WS-ALUNO-ATIVO         PIC X(01) VALUE "S".

      *-----> APURACAO DA DISCIPLINA CORRENTE DO ALUNO - PENDENTE =
      *-----> "S" QUANDO A ULTIMA SITUACAO FINAL FOI DE REPROVACAO
       77  WS-PENDENTE            PIC X(01) VALUE "N".
       77  WS-QT-REPROV           PIC 9(03) VALUE ZEROS.
       77  WS-PER-REPROV          PIC 9(05) VALUE ZEROS.
       77  WS-NOME-DISC-HST       PIC X(20) VALUE SPACES.

      *-----> QUANTIDADE DE REPROVACOES QUE LEVA O CASO AO
      *-----> COORDENADOR DO DEPARTAMENTO
       77  WS-LIMITE-COORD        PIC 9(03) VALUE 3.

      *-----> DADOS DO DEPARTAMENTO CORRENTE (CADASTRO DEPTOS)
       77  WS-NOME-DPTO           PIC X(15) VALUE SPACES.
       77  WS-COORDENADOR         PIC X(30) VALUE SPACES.

      *-----> PERIODO DAS MATRICULAS DE DEPENDENCIA (AAAAS)
       01  WS-PERIODO-DEP         PIC 9(05) VALUE ZEROS.
       01  WS-PERIODO-DEP-R REDEFINES WS-PERIODO-DEP.
           05  WS-PER-DEP-ANO     PIC 9(04).
           05  WS-PER-DEP-SEM     PIC 9(01).

      *-----> CONTROLE DE PAGINACAO DO RELATORIO
       77  WS-LINHAS-PAGINA       PIC 9(02) VALUE ZEROS.
       77  WS-MAX-LINHAS          PIC 9(02) VALUE 20.
       77  WS-PAGINA              PIC 9(03) VALUE ZEROS.

      *-----> DATA DO SISTEMA PARA O CABECALHO DO RELATORIO
       77  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EDITADA.
           05  WS-DATA-DIA        PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-MES        PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-ANO        PIC 9(04).

      *-----> CABECALHO DO RELATORIO DE DEPENDENCIAS
       01  WS-CAB1-RELDEP.
           05 FILLER              PIC X(36)
              VALUE "CGPRG18 - DEPENDENCIAS DO PERIODO".
           05 WS-CAB1-PERIODO     PIC 9(05).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-CAB1-DATA        PIC X(10).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-CAB1-PAGINA      PIC ZZ9.

      *-----> IDENTIFICACAO DO DEPARTAMENTO E DO COORDENADOR
       01  WS-CAB2-DEPTO.
           05 FILLER              PIC X(07) VALUE "DEPTO: ".
           05 WS-CAB2-NR-DPTO     PIC 9(04).
           05 FILLER              PIC X(03) VALUE " - ".
           05 WS-CAB2-NOME-DPTO   PIC X(15).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE "COORDENADOR: ".
           05 WS-CAB2-COORD       PIC X(30).

      *-----> CABECALHO DAS COLUNAS DO DETALHE
       01  WS-CAB3-COLUNAS.
           05 FILLER              PIC X(13) VALUE "RA".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE "NOME DO ALUNO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE "DISC".
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE "NOME DA DISCIPLINA".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "PER.REP".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "QT.REP".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE "OBSERVACAO".

      *-----> LINHA DE DETALHE DA DEPENDENCIA
       01  WS-LIN-DEPEND.
           05 WS-DET-RA           PIC 9(13).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-NOME         PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-DISC         PIC 9(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-NOME-DISC    PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-PER-REP      PIC 9(05).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-DET-QT-REP       PIC ZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DET-OBS          PIC X(20).

      *-----> AVISO AO COORDENADOR NO FECHAMENTO DO DEPARTAMENTO
       01  WS-LIN-AVISO.
           05 FILLER              PIC X(17) VALUE "*** COORDENADOR ".
           05 WS-AVS-COORD        PIC X(30).
           05 FILLER              PIC X(05) VALUE " *** ".
           05 WS-AVS-QTDE         PIC ZZZZ9.
           05 FILLER              PIC X(40)
              VALUE " CASO(S) ASSINALADO(S) PARA ACOMPANHAR".

      *-----> LINHA DE TOTALIZACAO DO RELATORIO
       01  WS-TRG-LINHA.
           05 WS-TRG-DESCRICAO    PIC X(25).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-TRG-VALOR        PIC ZZZZZZ9.

       LINKAGE SECTION.
      *----------------*
       01  LK-PARAMETROS.
           05 LK-TAM-PARM            PIC S9(4) COMP.
           05 LK-PERIODO             PIC 9(05).

       PROCEDURE DIVISION USING LK-PARAMETROS.
      *=======================================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = "S"
           PERFORM 050-TERMINAR
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** CGPRG18 - GERACAO DE DEPENDENCIAS **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA (7:2)  TO  WS-DATA-DIA
           MOVE WS-DATA-SISTEMA (5:2)  TO  WS-DATA-MES
           MOVE WS-DATA-SISTEMA (1:4)  TO  WS-DATA-ANO

           PERFORM 011-OBTER-PERIODO

           IF WS-FIM = "N"
              OPEN INPUT ARQ-HISTORIC
              IF WS-FS-HISTORIC NOT = "00"
                 DISPLAY "HISTORICO ESCOLAR NAO ENCONTRADO - STATUS "
                          WS-FS-HISTORIC
                 MOVE 08   TO  WS-COD-RETORNO
                 MOVE "S"  TO  WS-FIM
              ELSE
                 PERFORM 012-ABRIR-SAIDAS
                 IF WS-FIM = "S"
                    CLOSE ARQ-HISTORIC
                 ELSE
                    PERFORM 014-ABRIR-CADASTROS
                    PERFORM 020-LER-HISTORICO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    OBTER O PERIODO DAS MATRICULAS DE DEPENDENCIA - SEM        *
      *    PERIODO NO PARM, VALE O PERIODO SEGUINTE AO CORRENTE PELA  *
      *    DATA (SEMESTRE 1 -> 2 DO MESMO ANO; 2 -> 1 DO ANO          *
      *    SEGUINTE)                                                  *
      *--------------------------------------------------------------*
       011-OBTER-PERIODO.

           IF LK-TAM-PARM >= 5 AND LK-PERIODO NUMERIC
              AND LK-PERIODO NOT = ZEROS
              MOVE LK-PERIODO  TO  WS-PERIODO-DEP
              IF WS-PER-DEP-SEM NOT = 1 AND WS-PER-DEP-SEM NOT = 2
                 DISPLAY "PERIODO INFORMADO NO PARM INVALIDO - "
                          LK-PERIODO
                 MOVE 08   TO  WS-COD-RETORNO
                 MOVE "S"  TO  WS-FIM
              END-IF
           ELSE
              MOVE WS-DATA-ANO  TO  WS-PER-DEP-ANO
              IF WS-DATA-MES > 06
                 ADD 1     TO  WS-PER-DEP-ANO
                 MOVE 1    TO  WS-PER-DEP-SEM
              ELSE
                 MOVE 2    TO  WS-PER-DEP-SEM
              END-IF
           END-IF

           DISPLAY "PERIODO DAS DEPENDENCIAS = " WS-PERIODO-DEP
           .
      *--------------------------------------------------------------*
      *    ABRIR O ARQUIVO DE DEPENDENCIAS E O RELATORIO              *
      *--------------------------------------------------------------*
       012-ABRIR-SAIDAS.

           OPEN OUTPUT ARQ-DEPEND
           OPEN OUTPUT ARQ-RELDEP

           IF WS-FS-DEPEND NOT = "00" OR WS-FS-RELDEP NOT = "00"
              DISPLAY "ERRO AO ABRIR AS SAIDAS - STATUS "
                       WS-FS-DEPEND " " WS-FS-RELDEP
              MOVE 08   TO  WS-COD-RETORNO
              MOVE "S"  TO  WS-FIM
              IF WS-FS-DEPEND = "00"
                 CLOSE ARQ-DEPEND
              END-IF
              IF WS-FS-RELDEP = "00"
                 CLOSE ARQ-RELDEP
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR OS CADASTROS DE REFERENCIA - SEM ELES O RELATORIO    *
      *    SAI SEM NOME DE ALUNO/DEPARTAMENTO/COORDENADOR E COM O     *
      *    NOME DA DISCIPLINA GRAVADO NO HISTORICO                    *
      *--------------------------------------------------------------*
       014-ABRIR-CADASTROS.

           OPEN INPUT ARQ-MESTRE
           IF WS-FS-MESTRE = "00"
              MOVE "S"  TO  WS-MESTRE-OK
           ELSE
              MOVE "N"  TO  WS-MESTRE-OK
              DISPLAY "CADASTRO MESTRE INDISPONIVEL - STATUS "
                       WS-FS-MESTRE
           END-IF

           OPEN INPUT ARQ-DEPTOS
           IF WS-FS-DEPTOS = "00"
              MOVE "S"  TO  WS-DEPTOS-OK
           ELSE
              MOVE "N"  TO  WS-DEPTOS-OK
              DISPLAY "CADASTRO DE DEPARTAMENTOS INDISPONIVEL - "
                      "STATUS " WS-FS-DEPTOS
           END-IF

           OPEN INPUT ARQ-DISCIPL
           IF WS-FS-DISCIPL = "00"
              MOVE "S"  TO  WS-DISCIPL-OK
           ELSE
              MOVE "N"  TO  WS-DISCIPL-OK
              DISPLAY "CADASTRO DE DISCIPLINAS INDISPONIVEL - "
                      "STATUS " WS-FS-DISCIPL
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO HISTORICO ACUMULADO              *
      *--------------------------------------------------------------*
       020-LER-HISTORICO.

           READ ARQ-HISTORIC
              AT END
                 MOVE "S"  TO  WS-FIM
              NOT AT END
                 ADD 1  TO  WS-CTLIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR O REGISTRO LIDO COM QUEBRA POR DEPARTAMENTO E,   *
      *    DENTRO DELE, POR RA/DISCIPLINA                             *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-PRIMEIRO-REG = "S"
              MOVE "N"  TO  WS-PRIMEIRO-REG
              PERFORM 034-ABRIR-DEPTO
              PERFORM 036-ABRIR-DISCIPLINA
           ELSE
              IF HST-NR-DPTO NOT = WS-DPTO-ATUAL
                 PERFORM 040-FECHAR-DISCIPLINA
                 PERFORM 048-FECHAR-DEPTO
                 PERFORM 034-ABRIR-DEPTO
                 PERFORM 036-ABRIR-DISCIPLINA
              ELSE
                 IF HST-RA NOT = WS-RA-ATUAL
                    OR HST-COD-DISC NOT = WS-DISC-ATUAL
                    PERFORM 040-FECHAR-DISCIPLINA
                    PERFORM 036-ABRIR-DISCIPLINA
                 END-IF
              END-IF
           END-IF

           PERFORM 038-APURAR-SITUACAO

           PERFORM 020-LER-HISTORICO
           .
      *--------------------------------------------------------------*
      *    ABRIR O DEPARTAMENTO: NOME E COORDENADOR DO CADASTRO E     *
      *    CONTADORES DO DEPARTAMENTO - O CABECALHO SO SAI NA         *
      *    PRIMEIRA DEPENDENCIA DO DEPARTAMENTO                       *
      *--------------------------------------------------------------*
       034-ABRIR-DEPTO.

           MOVE HST-NR-DPTO  TO  WS-DPTO-ATUAL
           MOVE ZEROS        TO  WS-CTDEP-DPTO
           MOVE ZEROS        TO  WS-CTCOORD-DPTO
           MOVE ZEROS        TO  WS-LINHAS-PAGINA

           MOVE SPACES  TO  WS-NOME-DPTO
           MOVE SPACES  TO  WS-COORDENADOR
           IF WS-DEPTOS-OK = "S"
              MOVE WS-DPTO-ATUAL  TO  DPT-NR-DPTO
              READ ARQ-DEPTOS
                 INVALID KEY
                    MOVE "*NAO CADASTRADO"  TO  WS-NOME-DPTO
                 NOT INVALID KEY
                    MOVE DPT-NOME         TO  WS-NOME-DPTO
                    MOVE DPT-COORDENADOR  TO  WS-COORDENADOR
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR A APURACAO DE UMA DISCIPLINA DO ALUNO                *
      *--------------------------------------------------------------*
       036-ABRIR-DISCIPLINA.

           MOVE HST-RA        TO  WS-RA-ATUAL
           MOVE HST-COD-DISC  TO  WS-DISC-ATUAL
           MOVE "N"           TO  WS-PENDENTE
           MOVE ZEROS         TO  WS-QT-REPROV
           MOVE ZEROS         TO  WS-PER-REPROV
           MOVE HST-NOME-DISC TO  WS-NOME-DISC-HST
           .
      *--------------------------------------------------------------*
      *    APURAR A SITUACAO DO REGISTRO - SO CONTAM OS PERIODOS      *
      *    ANTERIORES AO DAS DEPENDENCIAS.  A REPROVACAO DEIXA A      *
      *    DISCIPLINA PENDENTE E A APROVACAO POSTERIOR A QUITA        *
      *--------------------------------------------------------------*
       038-APURAR-SITUACAO.

           IF HST-PERIODO NOT < WS-PERIODO-DEP
              ADD 1  TO  WS-CTPOSTER
           ELSE
              EVALUATE HST-SITUACAO
                 WHEN "REPROVADO"
                 WHEN "REP.FALTA"
                    ADD 1  TO  WS-QT-REPROV
                    MOVE "S"            TO  WS-PENDENTE
                    MOVE HST-PERIODO    TO  WS-PER-REPROV
                    MOVE HST-NOME-DISC  TO  WS-NOME-DISC-HST
                 WHEN "APROVADO"
                    MOVE "N"  TO  WS-PENDENTE
              END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAR A DISCIPLINA DO ALUNO - AINDA PENDENTE, GERA A      *
      *    MATRICULA DE DEPENDENCIA E A LINHA DO RELATORIO; PARA A    *
      *    DISCIPLINA EXTINTA OU O ALUNO NAO ATIVO SO SAI A LINHA     *
      *--------------------------------------------------------------*
       040-FECHAR-DISCIPLINA.

           ADD 1  TO  WS-CTAPURADAS

           IF WS-PENDENTE = "S"
              MOVE SPACES            TO  WS-DET-OBS
              MOVE WS-NOME-DISC-HST  TO  WS-DET-NOME-DISC

              IF WS-DISCIPL-OK = "S"
                 MOVE WS-DISC-ATUAL  TO  DSC-COD-DISC
                 READ ARQ-DISCIPL
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE DSC-NOME  TO  WS-DET-NOME-DISC
                       IF DSC-SITUACAO = "E"
                          MOVE "DISC. EXTINTA"  TO  WS-DET-OBS
                       END-IF
                 END-READ
              END-IF

              PERFORM 041-OBTER-ALUNO

              IF WS-DET-OBS = SPACES
                 IF WS-ALUNO-ATIVO = "S"
                    PERFORM 042-GRAVAR-DEPENDENCIA
                 ELSE
                    MOVE "ALUNO NAO ATIVO"  TO  WS-DET-OBS
                    ADD 1  TO  WS-CTINATIVO
                 END-IF
              ELSE
                 ADD 1  TO  WS-CTEXTINTA
              END-IF

              IF WS-QT-REPROV NOT < WS-LIMITE-COORD
                 ADD 1  TO  WS-CTCOORD
                 ADD 1  TO  WS-CTCOORD-DPTO
                 IF WS-DET-OBS = SPACES
                    MOVE ">>> COORDENACAO <<<"  TO  WS-DET-OBS
                 END-IF
              END-IF

              PERFORM 044-IMPRIMIR-DEPENDENCIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    OBTER O NOME E A SITUACAO DO ALUNO NO CADASTRO MESTRE - SO *
      *    O ALUNO ATIVO RECEBE A MATRICULA DE DEPENDENCIA            *
      *--------------------------------------------------------------*
       041-OBTER-ALUNO.

           MOVE SPACES  TO  WS-DET-NOME
           MOVE "S"     TO  WS-ALUNO-ATIVO
           IF WS-MESTRE-OK = "S"
              MOVE WS-RA-ATUAL  TO  MST-RA
              READ ARQ-MESTRE
                 INVALID KEY
                    MOVE "*NAO CADASTRADO"  TO  WS-DET-NOME
                 NOT INVALID KEY
                    MOVE MST-NOME  TO  WS-DET-NOME
                    IF NOT MST-ATIVO
                       MOVE "N"  TO  WS-ALUNO-ATIVO
                    END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A MATRICULA DE DEPENDENCIA DO PERIODO SEGUINTE -    *
      *    SEM NOTAS LANCADAS E COM ORIGEM "D"                        *
      *--------------------------------------------------------------*
       042-GRAVAR-DEPENDENCIA.

           MOVE WS-RA-ATUAL      TO  MAT-RA
           MOVE WS-PERIODO-DEP   TO  MAT-PERIODO
           MOVE WS-DISC-ATUAL    TO  MAT-COD-DISC
           MOVE WS-DPTO-ATUAL    TO  MAT-NR-DPTO
           MOVE ZEROS            TO  MAT-NOTA1
           MOVE ZEROS            TO  MAT-NOTA2
           MOVE "N"              TO  MAT-NOTA-LANC
           MOVE WS-DATA-SISTEMA  TO  MAT-DATA-MATRIC
           MOVE "D"              TO  MAT-ORIGEM
           WRITE REG-MATRICULA

           ADD 1  TO  WS-CTDEPEND
           ADD 1  TO  WS-CTDEP-DPTO
           .
      *--------------------------------------------------------------*
      *    EMITIR A LINHA DA DEPENDENCIA NO RELATORIO                 *
      *--------------------------------------------------------------*
       044-IMPRIMIR-DEPENDENCIA.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 046-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-RA-ATUAL     TO  WS-DET-RA
           MOVE WS-DISC-ATUAL   TO  WS-DET-DISC
           MOVE WS-PER-REPROV   TO  WS-DET-PER-REP
           MOVE WS-QT-REPROV    TO  WS-DET-QT-REP
           MOVE WS-LIN-DEPEND   TO  REG-RELDEP
           WRITE REG-RELDEP

           ADD 1  TO  WS-LINHAS-PAGINA
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
              MOVE ZEROS  TO  WS-LINHAS-PAGINA
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR CABECALHO COM DATA, PAGINA E DEPARTAMENTO           *
      *--------------------------------------------------------------*
       046-IMPRIMIR-CABECALHO.

           ADD 1  TO  WS-PAGINA

           MOVE SPACES  TO  REG-RELDEP
           WRITE REG-RELDEP AFTER ADVANCING PAGE

           MOVE WS-PERIODO-DEP   TO  WS-CAB1-PERIODO
           MOVE WS-DATA-EDITADA  TO  WS-CAB1-DATA
           MOVE WS-PAGINA        TO  WS-CAB1-PAGINA
           MOVE WS-CAB1-RELDEP   TO  REG-RELDEP
           WRITE REG-RELDEP

           MOVE WS-DPTO-ATUAL    TO  WS-CAB2-NR-DPTO
           MOVE WS-NOME-DPTO     TO  WS-CAB2-NOME-DPTO
           MOVE WS-COORDENADOR   TO  WS-CAB2-COORD
           MOVE WS-CAB2-DEPTO    TO  REG-RELDEP
           WRITE REG-RELDEP

           MOVE SPACES  TO  REG-RELDEP
           WRITE REG-RELDEP

           MOVE WS-CAB3-COLUNAS  TO  REG-RELDEP
           WRITE REG-RELDEP

           MOVE SPACES  TO  REG-RELDEP
           WRITE REG-RELDEP
           .
      *--------------------------------------------------------------*
      *    FECHAR O DEPARTAMENTO: TOTAIS E AVISO AO COORDENADOR DOS   *
      *    CASOS COM REPROVACOES REPETIDAS                            *
      *--------------------------------------------------------------*
       048-FECHAR-DEPTO.

           IF WS-CTDEP-DPTO NOT = ZEROS OR WS-CTCOORD-DPTO NOT = ZEROS
              MOVE SPACES  TO  REG-RELDEP
              WRITE REG-RELDEP

              MOVE "DEPENDENCIAS DO DEPTO...:"  TO  WS-TRG-DESCRICAO
              MOVE WS-CTDEP-DPTO                 TO  WS-TRG-VALOR
              MOVE WS-TRG-LINHA                  TO  REG-RELDEP
              WRITE REG-RELDEP

              IF WS-CTCOORD-DPTO NOT = ZEROS
                 MOVE SPACES  TO  REG-RELDEP
                 WRITE REG-RELDEP

                 MOVE WS-COORDENADOR   TO  WS-AVS-COORD
                 MOVE WS-CTCOORD-DPTO  TO  WS-AVS-QTDE
                 MOVE WS-LIN-AVISO     TO  REG-RELDEP
                 WRITE REG-RELDEP
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-COD-RETORNO NOT = 08
              IF WS-PRIMEIRO-REG = "N"
                 PERFORM 040-FECHAR-DISCIPLINA
                 PERFORM 048-FECHAR-DEPTO
              END-IF

              PERFORM 052-IMPRIMIR-TOTAIS

              IF WS-CTDEPEND = ZEROS
                 MOVE 04  TO  WS-COD-RETORNO
              ELSE
                 MOVE 00  TO  WS-COD-RETORNO
              END-IF

              CLOSE ARQ-HISTORIC
              CLOSE ARQ-DEPEND
              CLOSE ARQ-RELDEP
              IF WS-MESTRE-OK = "S"
                 CLOSE ARQ-MESTRE
              END-IF
              IF WS-DEPTOS-OK = "S"
                 CLOSE ARQ-DEPTOS
              END-IF
              IF WS-DISCIPL-OK = "S"
                 CLOSE ARQ-DISCIPL
              END-IF
           END-IF

           DISPLAY "** FIM EXECUCAO CGPRG18 **"
           DISPLAY "REGISTROS LIDOS     = " WS-CTLIDOS
           DISPLAY "REG. NAO ANTERIORES = " WS-CTPOSTER
           DISPLAY "DISCIPLINAS APURADAS= " WS-CTAPURADAS
           DISPLAY "DEPENDENCIAS GERADAS= " WS-CTDEPEND
           DISPLAY "DISC. EXTINTAS      = " WS-CTEXTINTA
           DISPLAY "ALUNOS NAO ATIVOS   = " WS-CTINATIVO
           DISPLAY "CASOS P/ COORDENADOR= " WS-CTCOORD
           DISPLAY "CODIGO DE RETORNO   = " WS-COD-RETORNO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS GERAIS DA EXECUCAO NO RELATORIO         *
      *--------------------------------------------------------------*
       052-IMPRIMIR-TOTAIS.

           MOVE ZEROS   TO  WS-DPTO-ATUAL
           MOVE SPACES  TO  WS-NOME-DPTO
           MOVE SPACES  TO  WS-COORDENADOR
           MOVE "TOTAL GERAL"  TO  WS-NOME-DPTO
           PERFORM 046-IMPRIMIR-CABECALHO

           MOVE "REGISTROS LIDOS.........:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTLIDOS                    TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDEP
           WRITE REG-RELDEP

           MOVE "DISCIPLINAS APURADAS....:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTAPURADAS                 TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDEP
           WRITE REG-RELDEP

           MOVE "DEPENDENCIAS GERADAS....:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTDEPEND                   TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDEP
           WRITE REG-RELDEP

           MOVE "DISC. EXTINTAS (S/ MATR):"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTEXTINTA                  TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDEP
           WRITE REG-RELDEP

           MOVE "ALUNOS NAO ATIVOS.......:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTINATIVO                  TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDEP
           WRITE REG-RELDEP

           MOVE "CASOS P/ COORDENACAO....:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTCOORD                    TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDEP
           WRITE REG-RELDEP
           .
      *---------------> FIM DO PROGRAMA CGPRG18 <--------------------*

       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG20.
      * AUTOR .........: ALVARO PEREIRA DO NASCIMENTO.
      * DATA DE CRIACAO: 15/10/2026.
      * OBJETIVO ......: APURACAO DA FREQUENCIA A PARTIR DO DIARIO DE
      *                  CLASSE.  CADA AULA LANCADA (REGISTRO "A" COM
      *                  DATA, DISCIPLINA E DEPARTAMENTO) E SEGUIDA
      *                  DOS REGISTROS "F" COM OS RAS AUSENTES.  A
      *                  AULA E REGISTRADA NO ARQUIVO DE AULAS (VSAM
      *                  KSDS COM CHAVE PERIODO/DISCIPLINA/DATA) E AS
      *                  FALTAS SAO ACUMULADAS POR ALUNO E DISCIPLINA
      *                  NO ARQUIVO DE FALTAS (VSAM KSDS COM CHAVE
      *                  RA/PERIODO/DISCIPLINA).  SAO REJEITADAS A
      *                  AULA EM DATA JA LANCADA PARA A DISCIPLINA, A
      *                  AULA EM DATA FORA DO CALENDARIO DO PERIODO
      *                  (CALEND) E A FALTA DE ALUNO NAO MATRICULADO
      *                  NA DISCIPLINA (MATRIC).  AO FINAL GERA O
      *                  ARQUIVO FREQ DO PERIODO, UM REGISTRO POR
      *                  ALUNO/DISCIPLINA COM AS AULAS DADAS E AS
      *                  PRESENCAS, LIDO PELO CGPRG02 E PELO CGPRG10.
      *                  PERIODO INFORMADO NO PARM (ZEROS = PERIODO
      *                  CORRENTE).
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
           SELECT ARQ-DIARIO
               ASSIGN TO DIARIO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DIARIO.

           SELECT ARQ-CALEND
               ASSIGN TO CALEND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CALEND.

           SELECT ARQ-AULAS
               ASSIGN TO AULAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUL-CHAVE
               FILE STATUS IS WS-FS-AULAS.

           SELECT ARQ-FALTAS
               ASSIGN TO FALTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FAL-CHAVE
               FILE STATUS IS WS-FS-FALTAS.

           SELECT ARQ-MATRIC
               ASSIGN TO MATRIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WS-FS-MATRIC.

           SELECT OPTIONAL ARQ-DISCIPL
               ASSIGN TO DISCIPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSC-COD-DISC
               FILE STATUS IS WS-FS-DISCIPL.

           SELECT ARQ-FREQ
               ASSIGN TO FREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FREQ.

           SELECT ARQ-RELDIA
               ASSIGN TO RELDIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELDIA.

           SELECT ARQ-RELREJ
               ASSIGN TO RELREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELREJ.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> FD DOS LANCAMENTOS DO DIARIO DE CLASSE (ENTRADA) - O
      *==> REGISTRO "A" ABRE A AULA (DATA/DISCIPLINA/DEPARTAMENTO) E
      *==> OS REGISTROS "F" SEGUINTES, COM A MESMA DATA E DISCIPLINA,
      *==> TRAZEM UM RA AUSENTE CADA.  AULA SEM "F" = TODOS PRESENTES
       FD  ARQ-DIARIO
           LABEL RECORDS ARE STANDARD.
       01  REG-DIARIO.
           05  DIA-TIPO            PIC X(01).
           05  DIA-DATA-AULA       PIC 9(08).
           05  DIA-DATA-AULA-R REDEFINES DIA-DATA-AULA.
               10  DIA-AULA-ANO    PIC 9(04).
               10  DIA-AULA-MES    PIC 9(02).
               10  DIA-AULA-DIA    PIC 9(02).
           05  DIA-COD-DISC        PIC 9(03).
           05  DIA-NR-DPTO         PIC 9(04).
           05  DIA-RA              PIC 9(13).
           05  FILLER              PIC X(11).
       01  REG-DIARIO-ALT REDEFINES REG-DIARIO.
           05  DIX-TIPO            PIC X(01).
           05  DIX-DATA-AULA       PIC X(08).
           05  DIX-COD-DISC        PIC X(03).
           05  DIX-NR-DPTO         PIC X(04).
           05  DIX-RA              PIC X(13).
           05  FILLER              PIC X(11).

      *==> FD DO CALENDARIO ACADEMICO (ENTRADA) - TIPO "L" = INICIO E
      *==> FIM DO PERIODO LETIVO; TIPO "N" = INTERVALO SEM AULA
      *==> (FERIADO, RECESSO) DENTRO DO PERIODO
       FD  ARQ-CALEND
           LABEL RECORDS ARE STANDARD.
       01  REG-CALENDARIO.
           05  CAL-PERIODO         PIC 9(05).
           05  CAL-TIPO            PIC X(01).
           05  CAL-DATA-INICIO     PIC 9(08).
           05  CAL-DATA-FIM        PIC 9(08).
           05  CAL-DESCRICAO       PIC X(30).

      *==> FD DO ARQUIVO DE AULAS LANCADAS (ENTRADA/SAIDA - CHAVE
      *==> PERIODO/DISCIPLINA/DATA DA AULA)
       FD  ARQ-AULAS
           LABEL RECORDS ARE STANDARD.
       01  REG-AULA.
           05  AUL-CHAVE.
               10  AUL-PERIODO     PIC 9(05).
               10  AUL-COD-DISC    PIC 9(03).
               10  AUL-DATA-AULA   PIC 9(08).
           05  AUL-NR-DPTO         PIC 9(04).
           05  AUL-QT-FALTAS       PIC 9(03).
           05  AUL-DATA-LANC       PIC 9(08).

      *==> FD DO ACUMULADO DE FALTAS POR ALUNO E DISCIPLINA
      *==> (ENTRADA/SAIDA - CHAVE RA/PERIODO/DISCIPLINA)
       FD  ARQ-FALTAS
           LABEL RECORDS ARE STANDARD.
       01  REG-FALTA.
           05  FAL-CHAVE.
               10  FAL-RA          PIC 9(13).
               10  FAL-PERIODO     PIC 9(05).
               10  FAL-COD-DISC    PIC 9(03).
           05  FAL-NR-DPTO         PIC 9(04).
           05  FAL-QT-FALTAS       PIC 9(03).
           05  FAL-DATA-ULTIMA     PIC 9(08).

      *==> FD DO ARQUIVO DE MATRICULAS POR DISCIPLINA (ENTRADA -
      *==> CHAVE RA/PERIODO/DISCIPLINA)
       FD  ARQ-MATRIC
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

      *==> FD DO CADASTRO DE DISCIPLINAS (ENTRADA)
       FD  ARQ-DISCIPL
           LABEL RECORDS ARE STANDARD.
       01  REG-DISCIPLINA.
           05  DSC-COD-DISC        PIC 9(03).
           05  DSC-NR-DPTO         PIC 9(04).
           05  DSC-NOME            PIC X(20).
           05  DSC-CARGA-HOR       PIC 9(03).
           05  DSC-SITUACAO        PIC X(01).

      *==> FD DO ARQUIVO DE FREQUENCIA DO PERIODO (SAIDA) - UM
      *==> REGISTRO POR ALUNO/DISCIPLINA
       FD  ARQ-FREQ
           LABEL RECORDS ARE STANDARD.
       01  REG-FREQUENCIA.
           05  FRQ-RA              PIC 9(13).
           05  FRQ-COD-DISC        PIC 9(03).
           05  FRQ-AULAS-DADAS     PIC 9(03).
           05  FRQ-AULAS-PRES      PIC 9(03).

      *==> FD DO RELATORIO DAS AULAS LANCADAS (SAIDA)
       FD  ARQ-RELDIA
           LABEL RECORDS ARE STANDARD.
       01  REG-RELDIA              PIC X(132).

      *==> FD DA LISTAGEM DE LANCAMENTOS REJEITADOS (SAIDA)
       FD  ARQ-RELREJ
           LABEL RECORDS ARE STANDARD.
       01  REG-RELREJ              PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FS-DIARIO           PIC X(02) VALUE SPACES.
       77  WS-FS-CALEND           PIC X(02) VALUE SPACES.
       77  WS-FS-AULAS            PIC X(02) VALUE SPACES.
       77  WS-FS-FALTAS           PIC X(02) VALUE SPACES.
       77  WS-FS-MATRIC           PIC X(02) VALUE SPACES.
       77  WS-FS-DISCIPL          PIC X(02) VALUE SPACES.
       77  WS-FS-FREQ             PIC X(02) VALUE SPACES.
       77  WS-FS-RELDIA           PIC X(02) VALUE SPACES.
       77  WS-FS-RELREJ           PIC X(02) VALUE SPACES.
       77  WS-DISCIPL-OK          PIC X(01) VALUE "N".
       77  WS-ARQ-ABERTOS         PIC X(01) VALUE "N".
       77  WS-FALTA-EXISTE        PIC X(01) VALUE "N".
       77  WS-AULA-ACHOU          PIC X(01) VALUE "N".
       77  WS-LANC-VALIDO         PIC X(01) VALUE "S".
       77  WS-FIM-CALEND          PIC X(01) VALUE "N".
       77  WS-FIM-AULAS           PIC X(01) VALUE "N".
       77  WS-FIM-MATRIC          PIC X(01) VALUE "N".
       77  WS-MOTIVO              PIC X(22) VALUE SPACES.
       77  WS-PERIODO             PIC 9(05) VALUE ZEROS.
       77  WS-NOME-DISC           PIC X(20) VALUE SPACES.
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.

      *-----> CONTADORES DA EXECUCAO
       77  WS-CTLIDOS             PIC 9(05) VALUE ZEROS.
       77  WS-CTAULAS             PIC 9(05) VALUE ZEROS.
       77  WS-CTFALTAS            PIC 9(05) VALUE ZEROS.
       77  WS-CTREJEIT            PIC 9(05) VALUE ZEROS.
       77  WS-CTFREQ              PIC 9(05) VALUE ZEROS.
       77  WS-CTSEMAULA           PIC 9(05) VALUE ZEROS.

      *-----> CONTROLE DE PAGINACAO DO RELATORIO DE AULAS
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

      *-----> CALENDARIO DO PERIODO (CARREGADO DE ARQ-CALEND)
       77  WS-CAL-OK              PIC X(01) VALUE "N".
       77  WS-CAL-INICIO          PIC 9(08) VALUE ZEROS.
       77  WS-CAL-FIM             PIC 9(08) VALUE ZEROS.
       77  WS-SEMAULA-MAX         PIC 9(04) COMP VALUE 100.
       77  WS-SEMAULA-QTDE        PIC 9(04) COMP VALUE ZEROS.
       01  WS-TAB-SEMAULA.
           05  WS-SEMAULA-ITEM OCCURS 1 TO 100 TIMES
                               DEPENDING ON WS-SEMAULA-QTDE
                               INDEXED BY ISEM.
               10  WS-SEMAULA-INICIO PIC 9(08).
               10  WS-SEMAULA-FIM    PIC 9(08).

      *-----> AULA CORRENTE DO DIARIO - WS-ULT-xxx GUARDA A DATA E A
      *-----> DISCIPLINA DO ULTIMO REGISTRO "A", ACEITO OU NAO, PARA
      *-----> AMARRAR OS REGISTROS "F" QUE O SEGUEM
       77  WS-AULA-ATIVA          PIC X(01) VALUE "N".
       77  WS-ULT-DATA            PIC X(08) VALUE SPACES.
       77  WS-ULT-DISC            PIC X(03) VALUE SPACES.
       77  WS-AULA-DATA           PIC 9(08) VALUE ZEROS.
       77  WS-AULA-DISC           PIC 9(03) VALUE ZEROS.
       77  WS-AULA-DPTO           PIC 9(04) VALUE ZEROS.
       77  WS-AULA-NOME-DISC      PIC X(20) VALUE SPACES.
       77  WS-FALTAS-AULA         PIC 9(03) VALUE ZEROS.

      *-----> RAS AUSENTES JA ACEITOS NA AULA CORRENTE (FALTA REPETIDA)
       77  WS-AUS-MAX             PIC 9(04) COMP VALUE 200.
       77  WS-AUS-QTDE            PIC 9(04) COMP VALUE ZEROS.
       01  WS-TAB-AUSENTES.
           05  WS-AUS-ITEM OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-AUS-QTDE
                           INDEXED BY IAUS.
               10  WS-AUS-RA      PIC 9(13).

      *-----> AULAS DADAS NO PERIODO POR DISCIPLINA (MONTADA A PARTIR
      *-----> DO ARQUIVO DE AULAS PARA A GERACAO DO FREQ)
       77  WS-DAD-MAX             PIC 9(04) COMP VALUE 999.
       77  WS-DAD-QTDE            PIC 9(04) COMP VALUE ZEROS.
       01  WS-TAB-DADAS.
           05  WS-DAD-ITEM OCCURS 1 TO 999 TIMES
                           DEPENDING ON WS-DAD-QTDE
                           INDEXED BY IDAD.
               10  WS-DAD-DISC    PIC 9(03).
               10  WS-DAD-AULAS   PIC 9(03).

      *-----> APURACAO DO REGISTRO DE FREQUENCIA
       77  WS-DAD-ACHOU           PIC X(01) VALUE "N".
       77  WS-AULAS-DADAS         PIC 9(03) VALUE ZEROS.
       77  WS-QT-FALTAS           PIC 9(03) VALUE ZEROS.

      *-----> CABECALHO DO RELATORIO DE AULAS
       01  WS-CAB1-RELDIA.
           05 FILLER              PIC X(36)
              VALUE "CGPRG20 - DIARIO DE CLASSE".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-CAB1-DATA        PIC X(10).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE "PERIODO: ".
           05 WS-CAB1-PERIODO     PIC 9(05).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-CAB1-PAGINA      PIC ZZ9.

      *-----> CABECALHO DAS COLUNAS DO RELATORIO DE AULAS
       01  WS-CAB2-RELDIA.
           05 FILLER              PIC X(10) VALUE "DATA AULA".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE "DISC".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE "NOME DA DISCIPLINA".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "DEPTO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "FALTAS".

      *-----> LINHA DA AULA LANCADA NO RELATORIO
       01  WS-LIN-AULA.
           05 WS-AUL-DIA          PIC 9(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-AUL-MES          PIC 9(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-AUL-ANO          PIC 9(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-AUL-DISC         PIC 9(03).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-AUL-NOME-DISC    PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-AUL-DPTO         PIC 9(04).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-AUL-FALTAS       PIC ZZ9.

      *-----> LINHA DO LANCAMENTO REJEITADO NA LISTAGEM DE REJEITOS
       01  WS-LIN-REJEITO.
           05 FILLER              PIC X(06) VALUE "TIPO: ".
           05 WS-REJ-TIPO         PIC X(01).
           05 FILLER              PIC X(08) VALUE "  DATA: ".
           05 WS-REJ-DATA         PIC X(08).
           05 FILLER              PIC X(08) VALUE "  DISC: ".
           05 WS-REJ-DISC         PIC X(03).
           05 FILLER              PIC X(09) VALUE "  DEPTO: ".
           05 WS-REJ-DPTO         PIC X(04).
           05 FILLER              PIC X(06) VALUE "  RA: ".
           05 WS-REJ-RA           PIC X(13).
           05 FILLER              PIC X(11) VALUE "  MOTIVO:  ".
           05 WS-REJ-MOTIVO       PIC X(22).

      *-----> LINHA DE TOTALIZACAO DO RELATORIO
       01  WS-TRG-LINHA.
           05 WS-TRG-DESCRICAO    PIC X(25).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-TRG-VALOR        PIC ZZZZ9.

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

           DISPLAY "** CGPRG20 - DIARIO DE CLASSE **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA (7:2)  TO  WS-DATA-DIA
           MOVE WS-DATA-SISTEMA (5:2)  TO  WS-DATA-MES
           MOVE WS-DATA-SISTEMA (1:4)  TO  WS-DATA-ANO

      *==> SEM PERIODO NO PARM, VALE O PERIODO CORRENTE PELA DATA
      *==> (MESMA REGRA DO CGPRG02)
           IF LK-TAM-PARM >= 5 AND LK-PERIODO NUMERIC
              AND LK-PERIODO NOT = ZEROS
              MOVE LK-PERIODO  TO  WS-PERIODO
           ELSE
              COMPUTE WS-PERIODO = WS-DATA-ANO * 10 + 1
              IF WS-DATA-MES > 06
                 ADD 1  TO  WS-PERIODO
              END-IF
           END-IF

           DISPLAY "PERIODO DO DIARIO = " WS-PERIODO

           PERFORM 012-CARREGAR-CALENDARIO

           IF WS-FIM = "N"
              OPEN INPUT ARQ-DIARIO
              IF WS-FS-DIARIO NOT = "00"
                 DISPLAY "ARQUIVO DO DIARIO NAO ENCONTRADO - STATUS "
                          WS-FS-DIARIO
                 MOVE 08   TO  WS-COD-RETORNO
                 MOVE "S"  TO  WS-FIM
              ELSE
                 PERFORM 014-ABRIR-ARQUIVOS
                 IF WS-FIM = "S"
                    CLOSE ARQ-DIARIO
                 ELSE
                    MOVE "S"  TO  WS-ARQ-ABERTOS
                    PERFORM 016-ABRIR-DISCIPL
                    PERFORM 020-LER-DIARIO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR O CALENDARIO DO PERIODO: INICIO E FIM DO PERIODO  *
      *    LETIVO E OS INTERVALOS SEM AULA - SEM O PERIODO LETIVO     *
      *    CADASTRADO NAO HA COMO CRITICAR AS DATAS                   *
      *--------------------------------------------------------------*
       012-CARREGAR-CALENDARIO.

           MOVE "N"    TO  WS-CAL-OK
           MOVE ZEROS  TO  WS-SEMAULA-QTDE

           OPEN INPUT ARQ-CALEND

           IF WS-FS-CALEND NOT = "00"
              DISPLAY "CALENDARIO ACADEMICO NAO ENCONTRADO - STATUS "
                       WS-FS-CALEND
              MOVE 08   TO  WS-COD-RETORNO
              MOVE "S"  TO  WS-FIM
           ELSE
              MOVE "N"  TO  WS-FIM-CALEND
              PERFORM 013-LER-CALENDARIO
              PERFORM 013A-GUARDAR-CALENDARIO
                      UNTIL WS-FIM-CALEND = "S"
              CLOSE ARQ-CALEND
              IF WS-CAL-OK = "N"
                 DISPLAY "PERIODO LETIVO " WS-PERIODO
                         " NAO CADASTRADO NO CALENDARIO"
                 MOVE 08   TO  WS-COD-RETORNO
                 MOVE "S"  TO  WS-FIM
              ELSE
                 DISPLAY "PERIODO LETIVO DE " WS-CAL-INICIO
                         " A " WS-CAL-FIM
                 DISPLAY "INTERVALOS SEM AULA = " WS-SEMAULA-QTDE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO CALENDARIO                       *
      *--------------------------------------------------------------*
       013-LER-CALENDARIO.

           READ ARQ-CALEND
              AT END
                 MOVE "S"  TO  WS-FIM-CALEND
           END-READ
           .
      *--------------------------------------------------------------*
      *    GUARDAR O REGISTRO DO CALENDARIO DO PERIODO PROCESSADO     *
      *--------------------------------------------------------------*
       013A-GUARDAR-CALENDARIO.

           IF CAL-PERIODO = WS-PERIODO
              EVALUATE CAL-TIPO
                 WHEN "L"
                    MOVE "S"              TO  WS-CAL-OK
                    MOVE CAL-DATA-INICIO  TO  WS-CAL-INICIO
                    MOVE CAL-DATA-FIM     TO  WS-CAL-FIM
                 WHEN "N"
                    IF WS-SEMAULA-QTDE < WS-SEMAULA-MAX
                       ADD 1  TO  WS-SEMAULA-QTDE
                       MOVE CAL-DATA-INICIO
                              TO  WS-SEMAULA-INICIO (WS-SEMAULA-QTDE)
                       MOVE CAL-DATA-FIM
                              TO  WS-SEMAULA-FIM    (WS-SEMAULA-QTDE)
                    ELSE
                       DISPLAY "TABELA DE INTERVALOS SEM AULA CHEIA - "
                               "DESPREZADO " CAL-DATA-INICIO
                    END-IF
              END-EVALUATE
           END-IF

           PERFORM 013-LER-CALENDARIO
           .
      *--------------------------------------------------------------*
      *    ABRIR OS ARQUIVOS DE AULAS, FALTAS E MATRICULAS, O FREQ E  *
      *    OS RELATORIOS                                              *
      *--------------------------------------------------------------*
       014-ABRIR-ARQUIVOS.

           OPEN I-O    ARQ-AULAS
           OPEN I-O    ARQ-FALTAS
           OPEN INPUT  ARQ-MATRIC
           OPEN OUTPUT ARQ-FREQ
           OPEN OUTPUT ARQ-RELDIA
           OPEN OUTPUT ARQ-RELREJ

           IF WS-FS-AULAS NOT = "00"
              DISPLAY "ERRO AO ABRIR O ARQUIVO DE AULAS - STATUS "
                       WS-FS-AULAS
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FS-FALTAS NOT = "00"
              DISPLAY "ERRO AO ABRIR O ARQUIVO DE FALTAS - STATUS "
                       WS-FS-FALTAS
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FS-MATRIC NOT = "00"
              DISPLAY "ERRO AO ABRIR O ARQUIVO DE MATRICULAS - "
                      "STATUS " WS-FS-MATRIC
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FS-FREQ NOT = "00"
              DISPLAY "ERRO AO ABRIR O ARQUIVO FREQ - STATUS "
                       WS-FS-FREQ
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FS-RELDIA NOT = "00"
              OR WS-FS-RELREJ NOT = "00"
              DISPLAY "ERRO AO ABRIR OS RELATORIOS - STATUS "
                       WS-FS-RELDIA " " WS-FS-RELREJ
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FIM = "S"
              MOVE 08  TO  WS-COD-RETORNO
              IF WS-FS-AULAS = "00"
                 CLOSE ARQ-AULAS
              END-IF
              IF WS-FS-FALTAS = "00"
                 CLOSE ARQ-FALTAS
              END-IF
              IF WS-FS-MATRIC = "00"
                 CLOSE ARQ-MATRIC
              END-IF
              IF WS-FS-FREQ = "00"
                 CLOSE ARQ-FREQ
              END-IF
              IF WS-FS-RELDIA = "00"
                 CLOSE ARQ-RELDIA
              END-IF
              IF WS-FS-RELREJ = "00"
                 CLOSE ARQ-RELREJ
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO DE DISCIPLINAS - SEM ELE, A AULA E ACEITA *
      *    SEM A CRITICA DA DISCIPLINA E O RELATORIO SAI SEM O NOME   *
      *--------------------------------------------------------------*
       016-ABRIR-DISCIPL.

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
      *    LER O PROXIMO LANCAMENTO DO DIARIO                         *
      *--------------------------------------------------------------*
       020-LER-DIARIO.

           READ ARQ-DIARIO
              AT END
                 MOVE "S"  TO  WS-FIM
              NOT AT END
                 ADD 1  TO  WS-CTLIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR O LANCAMENTO LIDO                                *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           EVALUATE DIA-TIPO
              WHEN "A"
                 PERFORM 032-PROCESSAR-AULA
              WHEN "F"
                 PERFORM 036-PROCESSAR-FALTA
              WHEN OTHER
                 MOVE "TIPO INVALIDO"  TO  WS-MOTIVO
                 PERFORM 044-GRAVAR-REJEITO
           END-EVALUATE

           IF WS-FIM NOT = "S"
              PERFORM 020-LER-DIARIO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSAR A AULA: FECHAR A AULA ANTERIOR, CRITICAR A NOVA  *
      *    E REGISTRA-LA NO ARQUIVO DE AULAS - A CHAVE JA EXISTENTE   *
      *    INDICA AULA EM DATA REPETIDA PARA A DISCIPLINA; OUTRO ERRO *
      *    NA GRAVACAO ENCERRA A EXECUCAO COM RC=08                   *
      *--------------------------------------------------------------*
       032-PROCESSAR-AULA.

           IF WS-AULA-ATIVA = "S"
              PERFORM 040-FECHAR-AULA
           END-IF

           IF WS-COD-RETORNO NOT = 08
              PERFORM 032A-REGISTRAR-AULA
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR A NOVA AULA E GRAVA-LA NO ARQUIVO DE AULAS        *
      *--------------------------------------------------------------*
       032A-REGISTRAR-AULA.

           MOVE DIX-DATA-AULA  TO  WS-ULT-DATA
           MOVE DIX-COD-DISC   TO  WS-ULT-DISC

           PERFORM 033-VALIDAR-AULA

           IF WS-LANC-VALIDO = "S"
              MOVE WS-PERIODO       TO  AUL-PERIODO
              MOVE DIA-COD-DISC     TO  AUL-COD-DISC
              MOVE DIA-DATA-AULA    TO  AUL-DATA-AULA
              MOVE DIA-NR-DPTO      TO  AUL-NR-DPTO
              MOVE ZEROS            TO  AUL-QT-FALTAS
              MOVE WS-DATA-SISTEMA  TO  AUL-DATA-LANC
              WRITE REG-AULA
                 INVALID KEY
                    IF WS-FS-AULAS = "22"
                       MOVE "AULA EM DATA REPETIDA"  TO  WS-MOTIVO
                       PERFORM 044-GRAVAR-REJEITO
                    ELSE
                       DISPLAY "ERRO NA GRAVACAO DA AULA - DISC "
                               DIA-COD-DISC " DATA " DIA-DATA-AULA
                               " - STATUS " WS-FS-AULAS
                       MOVE 08   TO  WS-COD-RETORNO
                       MOVE "S"  TO  WS-FIM
                    END-IF
                 NOT INVALID KEY
                    MOVE "S"            TO  WS-AULA-ATIVA
                    MOVE DIA-DATA-AULA  TO  WS-AULA-DATA
                    MOVE DIA-COD-DISC   TO  WS-AULA-DISC
                    MOVE DIA-NR-DPTO    TO  WS-AULA-DPTO
                    MOVE WS-NOME-DISC   TO  WS-AULA-NOME-DISC
                    MOVE ZEROS          TO  WS-FALTAS-AULA
                    MOVE ZEROS          TO  WS-AUS-QTDE
                    ADD 1  TO  WS-CTAULAS
              END-WRITE
           ELSE
              PERFORM 044-GRAVAR-REJEITO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR A AULA: DATA, DISCIPLINA E DEPARTAMENTO, DATA     *
      *    DENTRO DO CALENDARIO DO PERIODO E DISCIPLINA NO CADASTRO   *
      *--------------------------------------------------------------*
       033-VALIDAR-AULA.

           MOVE "S"     TO  WS-LANC-VALIDO
           MOVE SPACES  TO  WS-NOME-DISC

           IF DIA-DATA-AULA NOT NUMERIC
              OR DIA-AULA-MES < 01 OR DIA-AULA-MES > 12
              OR DIA-AULA-DIA < 01 OR DIA-AULA-DIA > 31
              MOVE "N"              TO  WS-LANC-VALIDO
              MOVE "DATA INVALIDA"  TO  WS-MOTIVO
           ELSE
              IF DIA-COD-DISC NOT NUMERIC OR DIA-COD-DISC = ZEROS
                 MOVE "N"                    TO  WS-LANC-VALIDO
                 MOVE "DISCIPLINA INVALIDA"  TO  WS-MOTIVO
              ELSE
                 IF DIA-NR-DPTO NOT NUMERIC
                    MOVE "N"               TO  WS-LANC-VALIDO
                    MOVE "DEPTO INVALIDO"  TO  WS-MOTIVO
                 ELSE
                    PERFORM 034-CRITICAR-CALENDARIO
                    IF WS-LANC-VALIDO = "S"
                       PERFORM 035-CRITICAR-DISCIPLINA
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR A DATA DA AULA CONTRA O CALENDARIO: FORA DO       *
      *    PERIODO LETIVO OU DENTRO DE UM INTERVALO SEM AULA          *
      *--------------------------------------------------------------*
       034-CRITICAR-CALENDARIO.

           IF DIA-DATA-AULA < WS-CAL-INICIO
              OR DIA-DATA-AULA > WS-CAL-FIM
              MOVE "N"                   TO  WS-LANC-VALIDO
              MOVE "FORA DO CALENDARIO"  TO  WS-MOTIVO
           ELSE
              IF WS-SEMAULA-QTDE NOT = ZEROS
                 SET ISEM TO 1
                 SEARCH WS-SEMAULA-ITEM
                    WHEN DIA-DATA-AULA >= WS-SEMAULA-INICIO (ISEM)
                     AND DIA-DATA-AULA <= WS-SEMAULA-FIM    (ISEM)
                       MOVE "N"  TO  WS-LANC-VALIDO
                       MOVE "DIA SEM AULA NO CALEND"  TO  WS-MOTIVO
                 END-SEARCH
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR A DISCIPLINA NO CADASTRO: INEXISTENTE, EXTINTA OU *
      *    DE OUTRO DEPARTAMENTO                                      *
      *--------------------------------------------------------------*
       035-CRITICAR-DISCIPLINA.

           IF WS-DISCIPL-OK = "S"
              MOVE DIA-COD-DISC  TO  DSC-COD-DISC
              READ ARQ-DISCIPL
                 INVALID KEY
                    MOVE "N"                  TO  WS-LANC-VALIDO
                    MOVE "DISC. INEXISTENTE"  TO  WS-MOTIVO
                 NOT INVALID KEY
                    MOVE DSC-NOME  TO  WS-NOME-DISC
                    IF DSC-SITUACAO = "E"
                       MOVE "N"              TO  WS-LANC-VALIDO
                       MOVE "DISC. EXTINTA"  TO  WS-MOTIVO
                    ELSE
                       IF DSC-NR-DPTO NOT = DIA-NR-DPTO
                          MOVE "N"  TO  WS-LANC-VALIDO
                          MOVE "DISC. DE OUTRO DEPTO"  TO  WS-MOTIVO
                       END-IF
                    END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSAR A FALTA: ELA PERTENCE A ULTIMA AULA LIDA (MESMA  *
      *    DATA E DISCIPLINA) E SO E ACEITA SE ESSA AULA FOI ACEITA   *
      *--------------------------------------------------------------*
       036-PROCESSAR-FALTA.

           IF DIX-DATA-AULA NOT = WS-ULT-DATA
              OR DIX-COD-DISC NOT = WS-ULT-DISC
              MOVE "FALTA SEM AULA"  TO  WS-MOTIVO
              PERFORM 044-GRAVAR-REJEITO
           ELSE
              IF WS-AULA-ATIVA = "N"
                 MOVE "AULA NAO ACEITA"  TO  WS-MOTIVO
                 PERFORM 044-GRAVAR-REJEITO
              ELSE
                 PERFORM 037-VALIDAR-FALTA
                 IF WS-LANC-VALIDO = "S"
                    PERFORM 038-ACUMULAR-FALTA
                 ELSE
                    PERFORM 044-GRAVAR-REJEITO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR A FALTA: RA VALIDO, NAO REPETIDO NA AULA E        *
      *    MATRICULADO NA DISCIPLINA NO PERIODO                       *
      *--------------------------------------------------------------*
       037-VALIDAR-FALTA.

           MOVE "S"  TO  WS-LANC-VALIDO

           IF DIA-RA NOT NUMERIC OR DIA-RA = ZEROS
              MOVE "N"            TO  WS-LANC-VALIDO
              MOVE "RA INVALIDO"  TO  WS-MOTIVO
           ELSE
              IF WS-AUS-QTDE NOT = ZEROS
                 SET IAUS TO 1
                 SEARCH WS-AUS-ITEM
                    WHEN WS-AUS-RA (IAUS) = DIA-RA
                       MOVE "N"               TO  WS-LANC-VALIDO
                       MOVE "FALTA REPETIDA"  TO  WS-MOTIVO
                 END-SEARCH
              END-IF
              IF WS-LANC-VALIDO = "S"
                 MOVE DIA-RA        TO  MAT-RA
                 MOVE WS-PERIODO    TO  MAT-PERIODO
                 MOVE WS-AULA-DISC  TO  MAT-COD-DISC
                 READ ARQ-MATRIC
                    INVALID KEY
                       MOVE "N"  TO  WS-LANC-VALIDO
                       MOVE "ALUNO NAO MATRICULADO"  TO  WS-MOTIVO
                 END-READ
              END-IF
              IF WS-LANC-VALIDO = "S"
                 AND WS-AUS-QTDE NOT < WS-AUS-MAX
                 MOVE "N"  TO  WS-LANC-VALIDO
                 MOVE "LIMITE DE FALTAS/AULA"  TO  WS-MOTIVO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR A FALTA DO ALUNO NA DISCIPLINA - ERRO NA          *
      *    GRAVACAO DO ARQUIVO DE FALTAS ENCERRA A EXECUCAO COM RC=08 *
      *--------------------------------------------------------------*
       038-ACUMULAR-FALTA.

           ADD 1  TO  WS-AUS-QTDE
           MOVE DIA-RA  TO  WS-AUS-RA (WS-AUS-QTDE)

           MOVE DIA-RA        TO  FAL-RA
           MOVE WS-PERIODO    TO  FAL-PERIODO
           MOVE WS-AULA-DISC  TO  FAL-COD-DISC

           READ ARQ-FALTAS
              INVALID KEY
                 MOVE "N"  TO  WS-FALTA-EXISTE
              NOT INVALID KEY
                 MOVE "S"  TO  WS-FALTA-EXISTE
           END-READ

           IF WS-FALTA-EXISTE = "S"
              ADD 1               TO  FAL-QT-FALTAS
              MOVE WS-AULA-DATA   TO  FAL-DATA-ULTIMA
              REWRITE REG-FALTA
                 INVALID KEY
                    PERFORM 038A-ERRO-FALTA
                 NOT INVALID KEY
                    PERFORM 038B-CONTAR-FALTA
              END-REWRITE
           ELSE
              MOVE MAT-NR-DPTO    TO  FAL-NR-DPTO
              MOVE 1              TO  FAL-QT-FALTAS
              MOVE WS-AULA-DATA   TO  FAL-DATA-ULTIMA
              WRITE REG-FALTA
                 INVALID KEY
                    PERFORM 038A-ERRO-FALTA
                 NOT INVALID KEY
                    PERFORM 038B-CONTAR-FALTA
              END-WRITE
           END-IF
           .
      *--------------------------------------------------------------*
      *    ERRO NA GRAVACAO DO ARQUIVO DE FALTAS                      *
      *--------------------------------------------------------------*
       038A-ERRO-FALTA.

           DISPLAY "ERRO NA GRAVACAO DA FALTA - RA " DIA-RA
                   " DISC " WS-AULA-DISC " - STATUS " WS-FS-FALTAS
           MOVE 08   TO  WS-COD-RETORNO
           MOVE "S"  TO  WS-FIM
           .
      *--------------------------------------------------------------*
      *    CONTAR A FALTA GRAVADA NA AULA E NA EXECUCAO               *
      *--------------------------------------------------------------*
       038B-CONTAR-FALTA.

           ADD 1  TO  WS-FALTAS-AULA
           ADD 1  TO  WS-CTFALTAS
           .
      *--------------------------------------------------------------*
      *    FECHAR A AULA CORRENTE: GRAVAR A QUANTIDADE DE FALTAS NO   *
      *    ARQUIVO DE AULAS E EMITIR A LINHA NO RELATORIO - A AULA    *
      *    NAO LOCALIZADA OU NAO REGRAVADA ENCERRA A EXECUCAO COM     *
      *    RC=08                                                      *
      *--------------------------------------------------------------*
       040-FECHAR-AULA.

           MOVE WS-PERIODO    TO  AUL-PERIODO
           MOVE WS-AULA-DISC  TO  AUL-COD-DISC
           MOVE WS-AULA-DATA  TO  AUL-DATA-AULA

           READ ARQ-AULAS
              INVALID KEY
                 MOVE "N"  TO  WS-AULA-ACHOU
                 DISPLAY "AULA NAO LOCALIZADA PARA ATUALIZAR - DISC "
                          WS-AULA-DISC " DATA " WS-AULA-DATA
                          " - STATUS " WS-FS-AULAS
                 MOVE 08   TO  WS-COD-RETORNO
                 MOVE "S"  TO  WS-FIM
              NOT INVALID KEY
                 MOVE "S"  TO  WS-AULA-ACHOU
           END-READ

           IF WS-AULA-ACHOU = "S"
              MOVE WS-FALTAS-AULA  TO  AUL-QT-FALTAS
              REWRITE REG-AULA
                 INVALID KEY
                    DISPLAY "ERRO NA REGRAVACAO DA AULA - DISC "
                            WS-AULA-DISC " DATA " WS-AULA-DATA
                            " - STATUS " WS-FS-AULAS
                    MOVE 08   TO  WS-COD-RETORNO
                    MOVE "S"  TO  WS-FIM
              END-REWRITE
           END-IF

           PERFORM 042-IMPRIMIR-AULA

           MOVE "N"  TO  WS-AULA-ATIVA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A AULA ACEITA NO RELATORIO DE AULAS               *
      *--------------------------------------------------------------*
       042-IMPRIMIR-AULA.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 046-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-AULA-DATA (7:2)  TO  WS-AUL-DIA
           MOVE WS-AULA-DATA (5:2)  TO  WS-AUL-MES
           MOVE WS-AULA-DATA (1:4)  TO  WS-AUL-ANO
           MOVE WS-AULA-DISC        TO  WS-AUL-DISC
           MOVE WS-AULA-NOME-DISC   TO  WS-AUL-NOME-DISC
           MOVE WS-AULA-DPTO        TO  WS-AUL-DPTO
           MOVE WS-FALTAS-AULA      TO  WS-AUL-FALTAS
           MOVE WS-LIN-AULA         TO  REG-RELDIA
           WRITE REG-RELDIA

           ADD 1  TO  WS-LINHAS-PAGINA
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
              MOVE ZEROS  TO  WS-LINHAS-PAGINA
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O LANCAMENTO REJEITADO NA LISTAGEM DE REJEITOS      *
      *--------------------------------------------------------------*
       044-GRAVAR-REJEITO.

           MOVE DIX-TIPO       TO  WS-REJ-TIPO
           MOVE DIX-DATA-AULA  TO  WS-REJ-DATA
           MOVE DIX-COD-DISC   TO  WS-REJ-DISC
           MOVE DIX-NR-DPTO    TO  WS-REJ-DPTO
           MOVE DIX-RA         TO  WS-REJ-RA
           MOVE WS-MOTIVO      TO  WS-REJ-MOTIVO

           DISPLAY "LANCAMENTO REJEITADO - DATA " DIX-DATA-AULA
                    " DISC " DIX-COD-DISC " MOTIVO " WS-MOTIVO

           MOVE WS-LIN-REJEITO  TO  REG-RELREJ
           WRITE REG-RELREJ

           ADD 1  TO  WS-CTREJEIT
           .
      *--------------------------------------------------------------*
      *    EMITIR CABECALHO COM DATA E NUMERO DE PAGINA DO RELATORIO  *
      *--------------------------------------------------------------*
       046-IMPRIMIR-CABECALHO.

           ADD 1  TO  WS-PAGINA

           MOVE SPACES  TO  REG-RELDIA
           WRITE REG-RELDIA AFTER ADVANCING PAGE

           MOVE WS-DATA-EDITADA  TO  WS-CAB1-DATA
           MOVE WS-PERIODO       TO  WS-CAB1-PERIODO
           MOVE WS-PAGINA        TO  WS-CAB1-PAGINA
           MOVE WS-CAB1-RELDIA   TO  REG-RELDIA
           WRITE REG-RELDIA

           MOVE SPACES  TO  REG-RELDIA
           WRITE REG-RELDIA

           MOVE WS-CAB2-RELDIA   TO  REG-RELDIA
           WRITE REG-RELDIA

           MOVE SPACES  TO  REG-RELDIA
           WRITE REG-RELDIA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-COD-RETORNO NOT = 08 AND WS-AULA-ATIVA = "S"
              PERFORM 040-FECHAR-AULA
           END-IF

           IF WS-COD-RETORNO NOT = 08
              PERFORM 060-GERAR-FREQUENCIA

              IF WS-CTREJEIT NOT = ZEROS
                 MOVE 04  TO  WS-COD-RETORNO
              ELSE
                 MOVE 00  TO  WS-COD-RETORNO
              END-IF

              PERFORM 052-IMPRIMIR-TOTAIS
           END-IF

           IF WS-ARQ-ABERTOS = "S"
              CLOSE ARQ-DIARIO
              CLOSE ARQ-AULAS
              CLOSE ARQ-FALTAS
              CLOSE ARQ-MATRIC
              CLOSE ARQ-FREQ
              CLOSE ARQ-RELDIA
              CLOSE ARQ-RELREJ
              IF WS-DISCIPL-OK = "S"
                 CLOSE ARQ-DISCIPL
              END-IF
           END-IF

           DISPLAY "** FIM EXECUCAO CGPRG20 **"
           DISPLAY "LANCAMENTOS LIDOS   = " WS-CTLIDOS
           DISPLAY "AULAS ACEITAS       = " WS-CTAULAS
           DISPLAY "FALTAS ACEITAS      = " WS-CTFALTAS
           DISPLAY "LANCAMENTOS REJEIT. = " WS-CTREJEIT
           DISPLAY "FREQUENCIAS GRAVADAS= " WS-CTFREQ
           DISPLAY "MATRIC. SEM AULA    = " WS-CTSEMAULA
           DISPLAY "CODIGO DE RETORNO   = " WS-COD-RETORNO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS DA EXECUCAO NO RELATORIO DE AULAS       *
      *--------------------------------------------------------------*
       052-IMPRIMIR-TOTAIS.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 046-IMPRIMIR-CABECALHO
           END-IF

           MOVE SPACES  TO  REG-RELDIA
           WRITE REG-RELDIA

           MOVE "LANCAMENTOS LIDOS.......:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTLIDOS                    TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDIA
           WRITE REG-RELDIA

           MOVE "AULAS ACEITAS...........:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTAULAS                    TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDIA
           WRITE REG-RELDIA

           MOVE "FALTAS ACEITAS..........:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTFALTAS                   TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDIA
           WRITE REG-RELDIA

           MOVE "LANCAMENTOS REJEITADOS..:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTREJEIT                   TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDIA
           WRITE REG-RELDIA

           MOVE "FREQUENCIAS GRAVADAS....:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTFREQ                     TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDIA
           WRITE REG-RELDIA

           MOVE "MATRICULAS SEM AULA.....:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTSEMAULA                  TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDIA
           WRITE REG-RELDIA
           .
      *--------------------------------------------------------------*
      *    GERAR O ARQUIVO FREQ DO PERIODO: AULAS DADAS POR           *
      *    DISCIPLINA (ARQUIVO DE AULAS) E, PARA CADA MATRICULA DO    *
      *    PERIODO, AS PRESENCAS = AULAS DADAS - FALTAS ACUMULADAS    *
      *--------------------------------------------------------------*
       060-GERAR-FREQUENCIA.

           PERFORM 062-CONTAR-AULAS

           MOVE "N"    TO  WS-FIM-MATRIC
           MOVE ZEROS  TO  MAT-CHAVE

           START ARQ-MATRIC KEY IS NOT LESS THAN MAT-CHAVE
              INVALID KEY
                 MOVE "S"  TO  WS-FIM-MATRIC
           END-START

           IF WS-FIM-MATRIC = "N"
              PERFORM 066-LER-PROXIMA-MATRICULA
              PERFORM 068-GRAVAR-FREQUENCIA
                      UNTIL WS-FIM-MATRIC = "S"
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONTAR AS AULAS DADAS NO PERIODO POR DISCIPLINA - O        *
      *    ARQUIVO DE AULAS E PERCORRIDO NA ORDEM DA CHAVE A PARTIR   *
      *    DO PERIODO                                                 *
      *--------------------------------------------------------------*
       062-CONTAR-AULAS.

           MOVE "N"         TO  WS-FIM-AULAS
           MOVE ZEROS       TO  WS-DAD-QTDE
           MOVE ZEROS       TO  AUL-CHAVE
           MOVE WS-PERIODO  TO  AUL-PERIODO

           START ARQ-AULAS KEY IS NOT LESS THAN AUL-CHAVE
              INVALID KEY
                 MOVE "S"  TO  WS-FIM-AULAS
           END-START

           IF WS-FIM-AULAS = "N"
              PERFORM 063-LER-PROXIMA-AULA
              PERFORM 064-GUARDAR-AULA UNTIL WS-FIM-AULAS = "S"
           END-IF

           DISPLAY "DISCIPLINAS COM AULA = " WS-DAD-QTDE
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA AULA NA ORDEM DA CHAVE - O FIM DO PERIODO    *
      *    ENCERRA A LEITURA                                          *
      *--------------------------------------------------------------*
       063-LER-PROXIMA-AULA.

           READ ARQ-AULAS NEXT RECORD
              AT END
                 MOVE "S"  TO  WS-FIM-AULAS
              NOT AT END
                 IF AUL-PERIODO NOT = WS-PERIODO
                    MOVE "S"  TO  WS-FIM-AULAS
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    SOMAR A AULA NA TABELA DE AULAS DADAS POR DISCIPLINA       *
      *--------------------------------------------------------------*
       064-GUARDAR-AULA.

           IF WS-DAD-QTDE NOT = ZEROS
              AND WS-DAD-DISC (WS-DAD-QTDE) = AUL-COD-DISC
              ADD 1  TO  WS-DAD-AULAS (WS-DAD-QTDE)
           ELSE
              IF WS-DAD-QTDE < WS-DAD-MAX
                 ADD 1  TO  WS-DAD-QTDE
                 MOVE AUL-COD-DISC  TO  WS-DAD-DISC  (WS-DAD-QTDE)
                 MOVE 1             TO  WS-DAD-AULAS (WS-DAD-QTDE)
              ELSE
                 DISPLAY "TABELA DE AULAS DADAS CHEIA - DESPREZADA "
                         "A DISCIPLINA " AUL-COD-DISC
              END-IF
           END-IF

           PERFORM 063-LER-PROXIMA-AULA
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA MATRICULA NA ORDEM DA CHAVE                  *
      *--------------------------------------------------------------*
       066-LER-PROXIMA-MATRICULA.

           READ ARQ-MATRIC NEXT RECORD
              AT END
                 MOVE "S"  TO  WS-FIM-MATRIC
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR A FREQUENCIA DA MATRICULA DO PERIODO - DISCIPLINA   *
      *    SEM AULA LANCADA NAO GERA REGISTRO (NAO HA O QUE APURAR)   *
      *--------------------------------------------------------------*
       068-GRAVAR-FREQUENCIA.

           IF MAT-PERIODO = WS-PERIODO
              MOVE "N"    TO  WS-DAD-ACHOU
              MOVE ZEROS  TO  WS-AULAS-DADAS
              IF WS-DAD-QTDE NOT = ZEROS
                 SET IDAD TO 1
                 SEARCH WS-DAD-ITEM
                    WHEN WS-DAD-DISC (IDAD) = MAT-COD-DISC
                       MOVE "S"  TO  WS-DAD-ACHOU
                       MOVE WS-DAD-AULAS (IDAD)  TO  WS-AULAS-DADAS
                 END-SEARCH
              END-IF

              IF WS-DAD-ACHOU = "N"
                 ADD 1  TO  WS-CTSEMAULA
              ELSE
                 MOVE MAT-RA        TO  FAL-RA
                 MOVE MAT-PERIODO   TO  FAL-PERIODO
                 MOVE MAT-COD-DISC  TO  FAL-COD-DISC
                 READ ARQ-FALTAS
                    INVALID KEY
                       MOVE ZEROS          TO  WS-QT-FALTAS
                    NOT INVALID KEY
                       MOVE FAL-QT-FALTAS  TO  WS-QT-FALTAS
                 END-READ

                 MOVE MAT-RA          TO  FRQ-RA
                 MOVE MAT-COD-DISC    TO  FRQ-COD-DISC
                 MOVE WS-AULAS-DADAS  TO  FRQ-AULAS-DADAS
                 IF WS-QT-FALTAS > WS-AULAS-DADAS
                    MOVE ZEROS  TO  FRQ-AULAS-PRES
                 ELSE
                    COMPUTE FRQ-AULAS-PRES =
                            WS-AULAS-DADAS - WS-QT-FALTAS
                 END-IF
                 WRITE REG-FREQUENCIA
                 ADD 1  TO  WS-CTFREQ
              END-IF
           END-IF

           PERFORM 066-LER-PROXIMA-MATRICULA
           .
      *---------------> FIM DO PROGRAMA CGPRG20 <--------------------*

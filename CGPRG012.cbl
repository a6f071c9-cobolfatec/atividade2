      *                  ARQUIVOS DE ARQUIVAMENTO OS REGISTROS DE
      *                  AUDITORIA ANTERIORES AO CORTE E OS DO
      *                  HISTORICO DE ALUNOS JA FORMADOS OU
      *                  DESLIGADOS (SITUACAO NO CADASTRO MESTRE),
      *                  REGRAVA OS VIVOS SO COM O QUE RESTA (O JOB
      *                  RECARREGA OS DATASETS DE PRODUCAO) E EMITE
      *                  O RELATORIO DE ARQUIVAMENTO COM CONTAGENS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIC.

           SELECT OPTIONAL ARQ-MESTRE
               ASSIGN TO MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-RA
               FILE STATUS IS WS-FS-MESTRE.

           SELECT ARQ-ARQAUDIT
               ASSIGN TO ARQAUDIT
           05  HST-COD-DISC        PIC 9(03).
           05  HST-NOME-DISC       PIC X(20).

      *==> FD DO CADASTRO MESTRE DE ALUNOS (ENTRADA - CHAVE RA) -
      *==> SO O HISTORICO DOS FORMADOS E DESLIGADOS E ARQUIVADO
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

      *==> FD DO ARQUIVAMENTO DA AUDITORIA (SAIDA - ACUMULATIVO)
       FD  ARQ-ARQAUDIT
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FS-AUDIT            PIC X(02) VALUE SPACES.
       77  WS-FS-HISTORIC         PIC X(02) VALUE SPACES.
       77  WS-FS-MESTRE           PIC X(02) VALUE SPACES.
       77  WS-FS-ARQAUDIT         PIC X(02) VALUE SPACES.
       77  WS-FS-ARQHIST          PIC X(02) VALUE SPACES.
       77  WS-FS-AUDITNEW         PIC X(02) VALUE SPACES.
               10  WS-ANH-MANT     PIC 9(07).
               10  WS-ANH-ARQ      PIC 9(07).

      *-----> TABELA DE RAS DE ALUNOS FORMADOS OU DESLIGADOS NO
      *-----> CADASTRO MESTRE
       77  WS-FORMADOS-MAX        PIC 9(04) COMP VALUE 5000.
       77  WS-FORMADOS-QTDE       PIC 9(04) COMP VALUE ZEROS.
       77  WS-FIM-FORMADOS        PIC X(01) VALUE "N".
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR OS RAS DE ALUNOS FORMADOS OU DESLIGADOS A PARTIR  *
      *    DA SITUACAO NO CADASTRO MESTRE - SEM O MESTRE NENHUM       *
      *    REGISTRO DO HISTORICO E ARQUIVADO, POIS O HISTORICO DE     *
      *    ALUNO ATIVO OU TRANCADO E DOCUMENTO VIVO                   *
      *--------------------------------------------------------------*
       014-CARREGAR-FORMADOS.

           MOVE "N"    TO  WS-FIM-FORMADOS
           MOVE ZEROS  TO  WS-FORMADOS-QTDE

           OPEN INPUT ARQ-MESTRE

           IF WS-FS-MESTRE = "00"
              PERFORM 016-LER-MESTRE
              PERFORM 018-GUARDAR-FORMADO UNTIL WS-FIM-FORMADOS = "S"
              CLOSE ARQ-MESTRE
              DISPLAY "RAS DE FORMADOS CARREGADOS = "
                       WS-FORMADOS-QTDE
           ELSE
              DISPLAY "CADASTRO MESTRE INDISPONIVEL - STATUS "
                       WS-FS-MESTRE " - HISTORICO NAO SERA "
                      "ARQUIVADO"
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO ALUNO DO CADASTRO MESTRE                     *
      *--------------------------------------------------------------*
       016-LER-MESTRE.

           READ ARQ-MESTRE
              AT END
                 MOVE "S"  TO  WS-FIM-FORMADOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    GUARDAR NA TABELA O RA DO ALUNO FORMADO OU DESLIGADO       *
      *--------------------------------------------------------------*
       018-GUARDAR-FORMADO.

           IF MST-FORMADO OR MST-DESLIGADO
              IF WS-FORMADOS-QTDE < WS-FORMADOS-MAX
                 ADD 1  TO  WS-FORMADOS-QTDE
                 MOVE MST-RA  TO  WS-FOR-RA (WS-FORMADOS-QTDE)
              ELSE
      *==> TABELA CHEIA - ABORTAR PARA NAO DEIXAR DE ARQUIVAR
      *==> HISTORICO DE FORMADO QUE FICOU DE FORA
                 DISPLAY "TABELA DE FORMADOS CHEIA - LIMITE "
                          WS-FORMADOS-MAX " - EXECUCAO ABORTADA"
                 MOVE 08   TO  LK-COD-RETORNO
                 MOVE "S"  TO  WS-FIM-FORMADOS
              END-IF
           END-IF

           IF WS-FIM-FORMADOS NOT = "S"
              PERFORM 016-LER-MESTRE
           END-IF
           .
      *--------------------------------------------------------------*

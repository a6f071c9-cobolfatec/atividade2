               RECORD KEY IS DPT-NR-DPTO
               FILE STATUS IS WS-FS-DEPTOS.

           SELECT OPTIONAL ARQ-DISCIPL
               ASSIGN TO DISCIPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSC-COD-DISC
               FILE STATUS IS WS-FS-DISCIPL.

           SELECT OPTIONAL ARQ-CTRLPROC
               ASSIGN TO CTRLPROC
               ORGANIZATION IS INDEXED
           LABEL RECORDS ARE STANDARD.
       01  REG-RELEXC              PIC X(132).

      *==> FD DO ARQUIVO DE FREQUENCIA DOS ALUNOS (ENTRADA) - UM
      *==> REGISTRO POR ALUNO/DISCIPLINA, GERADO PELO CGPRG20
       FD  ARQ-FREQ
           LABEL RECORDS ARE STANDARD.
       01  REG-FREQUENCIA.
           05  FRQ-RA              PIC 9(13).
           05  FRQ-COD-DISC        PIC 9(03).
           05  FRQ-AULAS-DADAS     PIC 9(03).
           05  FRQ-AULAS-PRES      PIC 9(03).

           05  DPT-NOME            PIC X(15).
           05  DPT-COORDENADOR     PIC X(30).

      *==> FD DO CADASTRO DE DISCIPLINAS (ENTRADA) - NOME OFICIAL
       FD  ARQ-DISCIPL
           LABEL RECORDS ARE STANDARD.
       01  REG-DISCIPLINA.
           05  DSC-COD-DISC        PIC 9(03).
           05  DSC-NR-DPTO         PIC 9(04).
           05  DSC-NOME            PIC X(20).
           05  DSC-CARGA-HOR       PIC 9(03).
           05  DSC-SITUACAO        PIC X(01).

      *==> FD DO CONTROLE DE PROCESSAMENTO POR DEPARTAMENTO/PERIODO/
      *==> MODO - IMPEDE A REEXECUCAO COMPLETA INDEVIDA DE UMA TURMA
      *==> JA PROCESSADA NO PERIODO (DIFERENTE DO CHECKPOINT DE
       77  WS-COORDENADOR         PIC X(30) VALUE SPACES.
       77  WS-NOME-DPTO           PIC X(15) VALUE SPACES.

      *-----> CADASTRO DE DISCIPLINAS - NOME OFICIAL DA DISCIPLINA
       77  WS-FS-DISCIPL          PIC X(02) VALUE SPACES.
       77  WS-DISCIPL-OK          PIC X(01) VALUE "N".
       77  WS-NOME-DISC-OFIC      PIC X(20) VALUE SPACES.

      *-----> CONTROLE DO MODO TODOS OS DEPARTAMENTOS (PARM = ZEROS)
      *-----> COM QUEBRA DE CONTROLE POR ALU-NR-DPTO
       77  WS-TODOS-DPTOS         PIC X(01) VALUE "N".
       77  WS-FREQ-OK             PIC X(01) VALUE "N".
       77  WS-FIM-FREQ            PIC X(01) VALUE "N".
       77  WS-FREQ-ACHOU          PIC X(01) VALUE "N".
       77  WS-FREQ-MAX            PIC 9(05) COMP VALUE 30000.
       77  WS-FREQ-QTDE           PIC 9(05) COMP VALUE ZEROS.
       77  WS-PCT-FREQ            PIC 9(03)V99 VALUE ZEROS.
       77  WS-PCT-FREQ-ED         PIC ZZ9,99.
       01  WS-TAB-FREQ.
           05  WS-FREQ-ITEM OCCURS 1 TO 30000 TIMES
                            DEPENDING ON WS-FREQ-QTDE
                            INDEXED BY IFRQ.
               10  WS-FREQ-RA      PIC 9(13).
               10  WS-FREQ-DISC    PIC 9(03).
               10  WS-FREQ-DADAS   PIC 9(03).
               10  WS-FREQ-PRES    PIC 9(03).

                    CLOSE ARQ-ALUNOS
                 ELSE
                    MOVE "S"  TO  WS-ALUNOS-OK
                    PERFORM 014A-ABRIR-DISCIPLINAS
                    PERFORM 020-LER-ALUNO WS-RESTART-PT TIMES
                    PERFORM 020-LER-ALUNO
                 END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO DE DISCIPLINAS - SEM ELE O BOLETIM E O    *
      *    HISTORICO SAEM COM O NOME DA DISCIPLINA DO ARQUIVO ALUNOS  *
      *--------------------------------------------------------------*
       014A-ABRIR-DISCIPLINAS.

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
      *    CARREGAR O ARQUIVO DE FREQUENCIA DOS ALUNOS NA TABELA      *
      *    INTERNA - SE O ARQUIVO NAO FOR FORNECIDO, O BOLETIM SAI    *
      *    SEM A APURACAO DE FREQUENCIA (REGRA ANTERIOR)              *
           IF WS-FREQ-QTDE < WS-FREQ-MAX
              ADD 1  TO  WS-FREQ-QTDE
              MOVE FRQ-RA           TO  WS-FREQ-RA    (WS-FREQ-QTDE)
              MOVE FRQ-COD-DISC     TO  WS-FREQ-DISC  (WS-FREQ-QTDE)
              MOVE FRQ-AULAS-DADAS  TO  WS-FREQ-DADAS (WS-FREQ-QTDE)
              MOVE FRQ-AULAS-PRES   TO  WS-FREQ-PRES  (WS-FREQ-QTDE)
              PERFORM 019-LER-FREQUENCIA
           END-IF

           IF WS-NOTA-VALIDA = "S"
              PERFORM 033A-OBTER-NOME-DISCIPLINA
              MOVE ALU-NOME           TO  WS-ALUNO
              MOVE WS-NOME-DISC-OFIC  TO  WS-DISCIPLINA
              MOVE ALU-RA         TO  WS-RA
              MOVE ALU-NOTA1      TO  WS-NOTA1
              MOVE ALU-NOTA2      TO  WS-NOTA2
           END-IF
           .
      *--------------------------------------------------------------*
      *    OBTER O NOME OFICIAL DA DISCIPLINA NO CADASTRO - NA FALTA  *
      *    DO CADASTRO OU DA DISCIPLINA, VALE O NOME DO ALUNOS        *
      *--------------------------------------------------------------*
       033A-OBTER-NOME-DISCIPLINA.

           MOVE ALU-NOME-DISC  TO  WS-NOME-DISC-OFIC

           IF WS-DISCIPL-OK = "S"
              MOVE ALU-COD-DISC  TO  DSC-COD-DISC
              READ ARQ-DISCIPL
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE DSC-NOME  TO  WS-NOME-DISC-OFIC
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR AS ESTATISTICAS DO DEPARTAMENTO NO TOTAL GERAL    *
      *    DA INSTITUICAO E REINICIAR OS ACUMULADORES DA TURMA        *
      *--------------------------------------------------------------*
           CLOSE ARQ-CHECKPT
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR A FREQUENCIA DO ALUNO NA DISCIPLINA NA TABELA    *
      *    INTERNA E APURAR O PERCENTUAL DE PRESENCA                  *
      *--------------------------------------------------------------*
       036-OBTER-FREQUENCIA.

              SEARCH WS-FREQ-ITEM
                 AT END
                    MOVE "N"  TO  WS-FREQ-ACHOU
                 WHEN WS-FREQ-RA   (IFRQ) = ALU-RA
                  AND WS-FREQ-DISC (IFRQ) = ALU-COD-DISC
                    MOVE "S"  TO  WS-FREQ-ACHOU
                    IF WS-FREQ-DADAS (IFRQ) NOT = ZEROS
                       COMPUTE WS-PCT-FREQ ROUNDED =
           MOVE WS-SITUACAO      TO  HST-SITUACAO
           MOVE WS-DATA-SISTEMA  TO  HST-DATA
           MOVE ALU-COD-DISC     TO  HST-COD-DISC
           MOVE WS-NOME-DISC-OFIC TO  HST-NOME-DISC
           WRITE REG-HISTORICO
           .
      *--------------------------------------------------------------*
              END-IF
              PERFORM 053A-GRAVAR-TRAILER-EXTRATO
              CLOSE ARQ-EXTRATO
              IF WS-DISCIPL-OK = "S"
                 CLOSE ARQ-DISCIPL
              END-IF
              PERFORM 056-FECHAR-CHECKPOINT
           END-IF


      *                  DUPLICIDADE DA CHAVE, VALIDA A DISCIPLINA
      *                  DO REGISTRO, O DIGITO VERIFICADOR
      *                  DO RA (MODULO 11) E A EXISTENCIA DO
      *                  DEPARTAMENTO NO CADASTRO DEPTOS E DA
      *                  DISCIPLINA NO CADASTRO DISCIPL (INEXISTENTE,
      *                  EXTINTA OU DE OUTRO DEPARTAMENTO), SEPARANDO
      *                  A ENTRADA EM UM ARQUIVO LIMPO (ALUNOSOK) E
      *                  UM DE REJEITADOS (ALUNOSRJ) COM CODIGO DE
      *                  MOTIVO, ALEM DO RELATORIO DE CRITICA PARA
               RECORD KEY IS DPT-NR-DPTO
               FILE STATUS IS WS-FS-DEPTOS.

           SELECT OPTIONAL ARQ-DISCIPL
               ASSIGN TO DISCIPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSC-COD-DISC
               FILE STATUS IS WS-FS-DISCIPL.

           SELECT ARQ-RELEDIT
               ASSIGN TO RELEDIT
               ORGANIZATION IS SEQUENTIAL
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

      *==> FD DO RELATORIO DE CRITICA PARA A SECRETARIA (SAIDA)
       FD  ARQ-RELEDIT
           LABEL RECORDS ARE STANDARD.
       77  WS-FS-ALUNOSRJ         PIC X(02) VALUE SPACES.
       77  WS-FS-DEPTOS           PIC X(02) VALUE SPACES.
       77  WS-FS-RELEDIT          PIC X(02) VALUE SPACES.
       77  WS-FS-DISCIPL          PIC X(02) VALUE SPACES.
       77  WS-DEPTOS-OK           PIC X(01) VALUE "N".
       77  WS-DISCIPL-OK          PIC X(01) VALUE "N".
       77  WS-REGISTRO-OK         PIC X(01) VALUE "S".
       77  WS-MOTIVO              PIC 9(02) VALUE ZEROS.
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
                 CLOSE ARQ-ALUNOS
              ELSE
                 PERFORM 014-ABRIR-DEPTOS
                 PERFORM 015-ABRIR-DISCIPLINAS
                 PERFORM 016-IMPRIMIR-CABECALHO
                 PERFORM 020-LER-ALUNO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO DE DISCIPLINAS - SEM ELE A DISCIPLINA SO  *
      *    E CRITICADA QUANTO AO CODIGO NUMERICO E AO NOME PREENCHIDO *
      *--------------------------------------------------------------*
       015-ABRIR-DISCIPLINAS.

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
      *    EMITIR O CABECALHO DO RELATORIO DE CRITICA                 *
      *--------------------------------------------------------------*
       016-IMPRIMIR-CABECALHO.
           ADD 1  TO  WS-IND-DV
           .
      *--------------------------------------------------------------*
      *    VALIDAR O CODIGO E O NOME DA DISCIPLINA DO REGISTRO E,     *
      *    COM O CADASTRO DISPONIVEL, REJEITAR A DISCIPLINA           *
      *    INEXISTENTE, EXTINTA OU DE OUTRO DEPARTAMENTO              *
      *--------------------------------------------------------------*
       035-VALIDAR-DISCIPLINA.

           IF ALU-COD-DISC NOT NUMERIC OR ALU-NOME-DISC = SPACES
              MOVE "N"  TO  WS-REGISTRO-OK
              MOVE 06   TO  WS-MOTIVO
           ELSE
              IF WS-DISCIPL-OK = "S"
                 PERFORM 035A-CRITICAR-CADASTRO-DISC
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR A DISCIPLINA CONTRA O CADASTRO DE DISCIPLINAS     *
      *--------------------------------------------------------------*
       035A-CRITICAR-CADASTRO-DISC.

           MOVE ALU-COD-DISC  TO  DSC-COD-DISC

           READ ARQ-DISCIPL
              INVALID KEY
                 MOVE "N"  TO  WS-REGISTRO-OK
                 MOVE 07   TO  WS-MOTIVO
              NOT INVALID KEY
                 IF DSC-SITUACAO = "E"
                    MOVE "N"  TO  WS-REGISTRO-OK
                    MOVE 08   TO  WS-MOTIVO
                 ELSE
                    IF DSC-NR-DPTO NOT = ALU-NR-DPTO
                       MOVE "N"  TO  WS-REGISTRO-OK
                       MOVE 09   TO  WS-MOTIVO
                    END-IF
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    CRITICAR A EXISTENCIA DO DEPARTAMENTO NO CADASTRO - O      *
      *    ULTIMO DEPARTAMENTO CONSULTADO FICA EM CACHE PORQUE A      *
      *    ENTRADA CHEGA CLASSIFICADA POR DEPARTAMENTO                *
                 MOVE "RA NAO NUMERICO"      TO  WS-CRI-DESCRICAO
              WHEN 06
                 MOVE "DISCIPLINA INVALIDA"  TO  WS-CRI-DESCRICAO
              WHEN 07
                 MOVE "DISCIPLINA INEXISTENTE" TO  WS-CRI-DESCRICAO
              WHEN 08
                 MOVE "DISCIPLINA EXTINTA"   TO  WS-CRI-DESCRICAO
              WHEN 09
                 MOVE "DISCIPLINA DE OUTRO DEPTO"
                                             TO  WS-CRI-DESCRICAO
              WHEN OTHER
                 MOVE "MOTIVO NAO PREVISTO"  TO  WS-CRI-DESCRICAO
           END-EVALUATE
              IF WS-DEPTOS-OK = "S"
                 CLOSE ARQ-DEPTOS
              END-IF
              IF WS-DISCIPL-OK = "S"
                 CLOSE ARQ-DISCIPL
              END-IF
           END-IF

           DISPLAY "** FIM EXECUCAO CGPRG06 **"

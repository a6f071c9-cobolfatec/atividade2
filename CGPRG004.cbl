      *                  PERIODOS EM ORDEM CRONOLOGICA E O RESUMO
      *                  DE PERIODOS APROVADOS E REPROVADOS.  A
      *                  ENTRADA DEVE ESTAR CLASSIFICADA POR
      *                  RA/PERIODO (PASSO DE SORT NO JOB).  O
      *                  NOME DA DISCIPLINA E O OFICIAL DO CADASTRO
      *                  DISCIPL, QUANDO DISPONIVEL.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELHIST.

           SELECT OPTIONAL ARQ-DISCIPL
               ASSIGN TO DISCIPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSC-COD-DISC
               FILE STATUS IS WS-FS-DISCIPL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  REG-RELHIST             PIC X(132).

      *==> FD DO CADASTRO DE DISCIPLINAS (ENTRADA) - NOME OFICIAL
       FD  ARQ-DISCIPL
           LABEL RECORDS ARE STANDARD.
       01  REG-DISCIPLINA.
           05  DSC-COD-DISC        PIC 9(03).
           05  DSC-NR-DPTO         PIC 9(04).
           05  DSC-NOME            PIC X(20).
           05  DSC-CARGA-HOR       PIC 9(03).
           05  DSC-SITUACAO        PIC X(01).

       WORKING-STORAGE SECTION.
      *-----------------------*

       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FS-HISTORIC         PIC X(02) VALUE SPACES.
       77  WS-FS-RELHIST          PIC X(02) VALUE SPACES.
       77  WS-FS-DISCIPL          PIC X(02) VALUE SPACES.
       77  WS-DISCIPL-OK          PIC X(01) VALUE "N".
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-RA-ATUAL            PIC 9(13) VALUE ZEROS.
       77  WS-PRIMEIRO-RA         PIC X(01) VALUE "S".
                 MOVE "S"  TO  WS-FIM
                 CLOSE ARQ-HISTORIC
              ELSE
                 PERFORM 012-ABRIR-DISCIPLINAS
                 PERFORM 020-LER-HISTORICO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO DE DISCIPLINAS - SEM ELE O HISTORICO SAI  *
      *    COM O NOME GRAVADO NO ARQUIVO ACUMULADO                    *
      *--------------------------------------------------------------*
       012-ABRIR-DISCIPLINAS.

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
           MOVE HST-PERIODO (5:1)  TO  WS-DET-SEM
           MOVE HST-NR-DPTO        TO  WS-DET-DPTO
           MOVE HST-NOME-DISC      TO  WS-DET-DISCIPLINA
           IF WS-DISCIPL-OK = "S"
              MOVE HST-COD-DISC  TO  DSC-COD-DISC
              READ ARQ-DISCIPL
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE DSC-NOME  TO  WS-DET-DISCIPLINA
              END-READ
           END-IF
           MOVE HST-NOTA1          TO  WS-DET-NOTA1
           MOVE HST-NOTA2          TO  WS-DET-NOTA2
           MOVE HST-MEDIA          TO  WS-DET-MEDIA
              END-IF
              CLOSE ARQ-HISTORIC
              CLOSE ARQ-RELHIST
              IF WS-DISCIPL-OK = "S"
                 CLOSE ARQ-DISCIPL
              END-IF
           END-IF

           DISPLAY "** FIM EXECUCAO CGPRG04 **"

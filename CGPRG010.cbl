      * DATA DE CRIACAO: 02/09/2026.
      * OBJETIVO ......: ALERTA DE FREQUENCIA NO MEIO DO SEMESTRE -
      *                  COM O ARQUIVO FREQ PARCIAL, APURA O
      *                  PERCENTUAL DE PRESENCA DE CADA ALUNO EM
      *                  CADA DISCIPLINA E PROJETA SE ELE AINDA
      *                  ALCANCA OS 75% DA DISCIPLINA
      *                  EXIGIDOS COM AS AULAS RESTANTES DO
      *                  SEMESTRE (TOTAL PREVISTO INFORMADO NO
      *                  PARM).  EMITE O RELATORIO POR DEPARTAMENTO
      *                  (NOME E COORDENADOR DO CADASTRO DEPTOS) EM
      *                  TRES FAIXAS - JA REPROVADO POR FALTA, EM
      *                  RISCO E REGULAR - E UMA PAGINA DE
      *                  CONVOCACAO POR ALUNO/DISCIPLINA EM RISCO
      *                  (RELCONV) PARA A SECRETARIA ENVIAR.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
      *------------*
      *==> FD DO ARQUIVO DE ALUNOS DA TURMA (ENTRADA) - UM REGISTRO
      *==> POR ALUNO/DISCIPLINA, CLASSIFICADO POR DEPTO/RA/DISCIPLINA;
      *==> A APURACAO DE FREQUENCIA E POR ALUNO/DISCIPLINA
       FD  ARQ-ALUNOS
           LABEL RECORDS ARE STANDARD.
       01  REG-ALUNO.
           05  ALU-NOME-DISC       PIC X(20).

      *==> FD DO ARQUIVO DE FREQUENCIA PARCIAL DOS ALUNOS (ENTRADA)
      *==> - UM REGISTRO POR ALUNO/DISCIPLINA, GERADO PELO CGPRG20
       FD  ARQ-FREQ
           LABEL RECORDS ARE STANDARD.
       01  REG-FREQUENCIA.
           05  FRQ-RA              PIC 9(13).
           05  FRQ-COD-DISC        PIC 9(03).
           05  FRQ-AULAS-DADAS     PIC 9(03).
           05  FRQ-AULAS-PRES      PIC 9(03).

      *-----> CONTADORES DA EXECUCAO
       77  WS-CTLIDOS             PIC 9(05) VALUE ZEROS.
       77  WS-CTALUNOS            PIC 9(05) VALUE ZEROS.
       77  WS-CTAPURADOS          PIC 9(05) VALUE ZEROS.

      *-----> CONTADORES DAS FAIXAS DO DEPARTAMENTO CORRENTE
       77  WS-CTREPROV            PIC 9(05) VALUE ZEROS.
       77  WS-FAIXA               PIC X(12) VALUE SPACES.

      *-----> TABELA DE FREQUENCIA DOS ALUNOS (CARREGADA DE ARQ-FREQ)
       77  WS-FREQ-MAX            PIC 9(05) COMP VALUE 30000.
       77  WS-FREQ-QTDE           PIC 9(05) COMP VALUE ZEROS.
       77  WS-FIM-FREQ            PIC X(01) VALUE "N".
       01  WS-TAB-FREQ.
           05  WS-FREQ-ITEM OCCURS 1 TO 30000 TIMES
                            DEPENDING ON WS-FREQ-QTDE
                            INDEXED BY IFRQ.
               10  WS-FREQ-RA      PIC 9(13).
               10  WS-FREQ-DISC    PIC 9(03).
               10  WS-FREQ-DADAS   PIC 9(03).
               10  WS-FREQ-PRES    PIC 9(03).

           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE "ALUNO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE "DISC".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "DADAS".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "PRES.".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-NOME         PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-DISC         PIC 9(03).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DET-DADAS        PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-PRES         PIC ZZZZ9.
           05 FILLER              PIC X(06) VALUE "  RA: ".
           05 WS-CNV-RA           PIC 9(13).

       01  WS-CNV-DISCIPLINA.
           05 FILLER              PIC X(12) VALUE "DISCIPLINA: ".
           05 WS-CNV-COD-DISC     PIC 9(03).
           05 FILLER              PIC X(03) VALUE " - ".
           05 WS-CNV-NOME-DISC    PIC X(20).

       01  WS-CNV-SITUACAO.
           05 FILLER              PIC X(17)
              VALUE "PRESENCA ATUAL: ".
           IF WS-FREQ-QTDE < WS-FREQ-MAX
              ADD 1  TO  WS-FREQ-QTDE
              MOVE FRQ-RA           TO  WS-FREQ-RA    (WS-FREQ-QTDE)
              MOVE FRQ-COD-DISC     TO  WS-FREQ-DISC  (WS-FREQ-QTDE)
              MOVE FRQ-AULAS-DADAS  TO  WS-FREQ-DADAS (WS-FREQ-QTDE)
              MOVE FRQ-AULAS-PRES   TO  WS-FREQ-PRES  (WS-FREQ-QTDE)
              PERFORM 015-LER-FREQUENCIA
           .
      *--------------------------------------------------------------*
      *    PROCESSAR O REGISTRO LIDO - A ENTRADA TRAZ UM REGISTRO     *
      *    POR ALUNO/DISCIPLINA E A FREQUENCIA E APURADA POR          *
      *    DISCIPLINA, ENTAO CADA REGISTRO E APURADO                  *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF ALU-RA NOT = WS-RA-ATUAL
              MOVE ALU-RA  TO  WS-RA-ATUAL
              ADD 1  TO  WS-CTALUNOS
           END-IF

           ADD 1  TO  WS-CTAPURADOS
           PERFORM 034-APURAR-ALUNO

           PERFORM 020-LER-ALUNO
           .
      *--------------------------------------------------------------*
           END-IF
           .
      *--------------------------------------------------------------*
      *    APURAR O PERCENTUAL DE PRESENCA DO ALUNO NA DISCIPLINA E A *
      *    PROJECAO DO FINAL DO SEMESTRE, CLASSIFICANDO NA FAIXA      *
      *--------------------------------------------------------------*
       034-APURAR-ALUNO.

           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR A FREQUENCIA DO ALUNO NA DISCIPLINA NA TABELA    *
      *    INTERNA                                                    *
      *--------------------------------------------------------------*
       035-OBTER-FREQUENCIA.

                 AT END
                    MOVE "N"  TO  WS-FREQ-ACHOU
                 WHEN WS-FREQ-RA (IFRQ) = ALU-RA
                  AND WS-FREQ-DISC (IFRQ) = ALU-COD-DISC
                    MOVE "S"  TO  WS-FREQ-ACHOU
                    MOVE WS-FREQ-DADAS (IFRQ)  TO  WS-AULAS-DADAS
                    MOVE WS-FREQ-PRES  (IFRQ)  TO  WS-AULAS-PRES

           MOVE ALU-RA          TO  WS-DET-RA
           MOVE ALU-NOME        TO  WS-DET-NOME
           MOVE ALU-COD-DISC    TO  WS-DET-DISC
           MOVE WS-AULAS-DADAS  TO  WS-DET-DADAS
           MOVE WS-AULAS-PRES   TO  WS-DET-PRES
           MOVE WS-PCT-ATUAL    TO  WS-DET-PCT
           WRITE REG-RELFREQ
           .
      *--------------------------------------------------------------*
      *    EMITIR A PAGINA DE CONVOCACAO DO ALUNO EM RISCO NA         *
      *    DISCIPLINA PARA A SECRETARIA ENVIAR                        *
      *--------------------------------------------------------------*
       042-IMPRIMIR-CONVOCACAO.

           MOVE WS-CNV-ALUNO     TO  REG-RELCONV
           WRITE REG-RELCONV

           MOVE ALU-COD-DISC       TO  WS-CNV-COD-DISC
           MOVE ALU-NOME-DISC      TO  WS-CNV-NOME-DISC
           MOVE WS-CNV-DISCIPLINA  TO  REG-RELCONV
           WRITE REG-RELCONV

           MOVE WS-PCT-ATUAL     TO  WS-CNV-PCT
           MOVE WS-AULAS-REST    TO  WS-CNV-REST
           MOVE WS-CNV-SITUACAO  TO  REG-RELCONV
           DISPLAY "** FIM EXECUCAO CGPRG10 **"
           DISPLAY "REGISTROS LIDOS     = " WS-CTLIDOS
           DISPLAY "ALUNOS APURADOS     = " WS-CTALUNOS
           DISPLAY "DISCIPLINAS APURADAS= " WS-CTAPURADOS
           DISPLAY "EM RISCO (GERAL)    = " WS-GT-CTRISCO
           DISPLAY "REP.FALTA (GERAL)   = " WS-GT-CTREPROV
           DISPLAY "CODIGO DE RETORNO   = " LK-COD-RETORNO

      *                  RELATORIO PARA O REGISTRO ACADEMICO
      *                  SEPARANDO CONCLUINTES, PROVAVEIS
      *                  CONCLUINTES (FALTA UM PERIODO) E ALUNOS
      *                  COM PENDENCIA.  O PERIODO DE INGRESSO VEM
      *                  DO CADASTRO MESTRE (NA FALTA DELE, O 1O.
      *                  PERIODO DO HISTORICO) E O CONCLUINTE ATIVO
      *                  E MARCADO COMO FORMADO NO MESTRE, COM A
      *                  ALTERACAO GRAVADA NO JOURNAL DO CADASTRO
      *                  (O MESMO DO CGPRG03).
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REQDPTO.

           SELECT OPTIONAL ARQ-MESTRE
               ASSIGN TO MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-RA
               FILE STATUS IS WS-FS-MESTRE.

           SELECT ARQ-JOURNAL
               ASSIGN TO JOURNAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT ARQ-CONCLUIN
               ASSIGN TO CONCLUIN
               ORGANIZATION IS SEQUENTIAL
           05  REQ-NR-DPTO         PIC 9(04).
           05  REQ-QT-PERIODOS     PIC 9(02).

      *==> FD DO CADASTRO MESTRE DE ALUNOS (ATUALIZACAO - CHAVE RA)
      *==> - SITUACAO DA MATRICULA EM BRANCO VALE COMO ATIVO
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

      *==> FD DO JOURNAL DE ALTERACOES DO CADASTRO MESTRE (SAIDA -
      *==> ACUMULATIVO) - UM REGISTRO POR ALUNO MARCADO COMO FORMADO
       FD  ARQ-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  REG-JOURNAL.
           05  JRN-LOTE            PIC 9(14).
           05  JRN-SEQUENCIA       PIC 9(07).
           05  JRN-DATA-HORA.
               10  JRN-DATA        PIC 9(08).
               10  JRN-HORA        PIC 9(06).
           05  JRN-JOB             PIC X(08).
           05  JRN-PROGRAMA        PIC X(08).
           05  JRN-CADASTRO        PIC X(01).
           05  JRN-TIPO            PIC X(01).
           05  JRN-CHAVE           PIC X(13).
           05  JRN-IND-ANTES       PIC X(01).
           05  JRN-IMAGEM-ANTES    PIC X(80).
           05  JRN-IND-DEPOIS      PIC X(01).
           05  JRN-IMAGEM-DEPOIS   PIC X(80).

      *==> FD DO ARQUIVO DE CONCLUINTES DO PERIODO (SAIDA)
       FD  ARQ-CONCLUIN
           LABEL RECORDS ARE STANDARD.
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FS-HISTORIC         PIC X(02) VALUE SPACES.
       77  WS-FS-REQDPTO          PIC X(02) VALUE SPACES.
       77  WS-FS-MESTRE           PIC X(02) VALUE SPACES.
       77  WS-FS-JOURNAL          PIC X(02) VALUE SPACES.
       77  WS-FS-CONCLUIN         PIC X(02) VALUE SPACES.
       77  WS-FS-RELCONC          PIC X(02) VALUE SPACES.
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-FIM-REQ             PIC X(01) VALUE "N".
       77  WS-MESTRE-OK           PIC X(01) VALUE "N".
       77  WS-MESTRE-ACHOU        PIC X(01) VALUE "N".
       77  WS-JOURNAL-OK          PIC X(01) VALUE "N".

      *-----> CONTADORES DA EXECUCAO
       77  WS-CTLIDOS             PIC 9(07) VALUE ZEROS.
       77  WS-CTCONCL             PIC 9(05) VALUE ZEROS.
       77  WS-CTPROVAV            PIC 9(05) VALUE ZEROS.
       77  WS-CTPENDEN            PIC 9(05) VALUE ZEROS.
       77  WS-CTMARCADOS          PIC 9(05) VALUE ZEROS.
       77  WS-CTNAOMARC           PIC 9(05) VALUE ZEROS.

      *-----> IDENTIFICACAO DO LOTE NO JOURNAL (DATA/HORA DO INICIO DA
      *-----> EXECUCAO) E IMAGEM DO REGISTRO ANTES DA MARCACAO
       77  WS-HORA-SISTEMA        PIC 9(08) VALUE ZEROS.
       77  WS-JRN-SEQUENCIA       PIC 9(07) VALUE ZEROS.
       77  WS-JRN-ANTES           PIC X(80) VALUE SPACES.
       77  WS-JRN-DEPOIS          PIC X(80) VALUE SPACES.
       77  WS-JOB                 PIC X(08) VALUE SPACES.
       77  WS-TAM-JOB             PIC 9(02) VALUE ZEROS.
       01  WS-LOTE.
           05  WS-LOTE-DATA       PIC 9(08).
           05  WS-LOTE-HORA       PIC 9(06).

      *-----> QUEBRA DE CONTROLE POR RA E POR PERIODO DENTRO DO RA
       77  WS-RA-ATUAL            PIC 9(13) VALUE ZEROS.
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-TRG-VALOR        PIC ZZZZ9.

       LINKAGE SECTION.
      *----------------*
       01  LK-PARAMETROS.
           05 LK-TAM-PARM            PIC S9(4) COMP.
           05 LK-JOB                 PIC X(08).

       PROCEDURE DIVISION USING LK-PARAMETROS.
      *=======================================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*
                 CLOSE ARQ-HISTORIC
              ELSE
                 PERFORM 014-CARREGAR-PARAMETROS
                 IF WS-FIM NOT = "S"
                    PERFORM 018-ABRIR-MESTRE
                    PERFORM 016-IMPRIMIR-CABECALHO
                    PERFORM 020-LER-HISTORICO
                 END-IF
              END-IF
           END-IF
           .
           WRITE REG-RELCONC
           .
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO MESTRE PARA ATUALIZACAO E O JOURNAL DO    *
      *    CADASTRO - SEM O MESTRE O INGRESSO SAI DO HISTORICO; SEM   *
      *    UM DOS DOIS NENHUM CONCLUINTE E MARCADO                    *
      *--------------------------------------------------------------*
       018-ABRIR-MESTRE.

           OPEN I-O ARQ-MESTRE

           IF WS-FS-MESTRE = "00"
              MOVE "S"  TO  WS-MESTRE-OK
              ACCEPT WS-HORA-SISTEMA FROM TIME
              MOVE WS-DATA-SISTEMA        TO  WS-LOTE-DATA
              MOVE WS-HORA-SISTEMA (1:6)  TO  WS-LOTE-HORA
      *==> O JOB GRAVADO NO JOURNAL VEM NO PARM (AUSENTE = CGPRG15J)
              IF LK-TAM-PARM > ZEROS
                 MOVE LK-TAM-PARM  TO  WS-TAM-JOB
                 IF WS-TAM-JOB > 8
                    MOVE 8  TO  WS-TAM-JOB
                 END-IF
                 MOVE LK-JOB (1:WS-TAM-JOB)  TO  WS-JOB
              ELSE
                 MOVE "CGPRG15J"  TO  WS-JOB
              END-IF
              OPEN EXTEND ARQ-JOURNAL
              IF WS-FS-JOURNAL = "05" OR WS-FS-JOURNAL = "35"
                 OPEN OUTPUT ARQ-JOURNAL
              END-IF
              IF WS-FS-JOURNAL = "00"
                 MOVE "S"  TO  WS-JOURNAL-OK
                 DISPLAY "LOTE DO JOURNAL     = " WS-LOTE
                         " JOB " WS-JOB
              ELSE
                 MOVE "N"  TO  WS-JOURNAL-OK
                 DISPLAY "JOURNAL INDISPONIVEL - STATUS "
                          WS-FS-JOURNAL " - CONCLUINTES NAO SERAO "
                         "MARCADOS"
              END-IF
           ELSE
              MOVE "N"  TO  WS-MESTRE-OK
              DISPLAY "CADASTRO MESTRE INDISPONIVEL - STATUS "
                       WS-FS-MESTRE " - CONCLUINTES NAO SERAO "
                      "MARCADOS"
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO HISTORICO ACUMULADO              *
      *--------------------------------------------------------------*
       020-LER-HISTORICO.
      *--------------------------------------------------------------*
       036-CLASSIFICAR-ALUNO.

           PERFORM 037-OBTER-MESTRE
           PERFORM 038-OBTER-EXIGENCIA

           IF WS-QT-DISC NOT = ZEROS
              MOVE "CONCLUINTE"  TO  WS-SITUACAO
              ADD 1  TO  WS-CTCONCL
              PERFORM 040-GRAVAR-CONCLUINTE
              PERFORM 041-MARCAR-FORMADO
           ELSE
              IF WS-PER-APROVADOS = WS-QT-EXIGIDA - 1
                 MOVE "PROVAVEL"  TO  WS-SITUACAO
           PERFORM 042-IMPRIMIR-ALUNO
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O ALUNO NO CADASTRO MESTRE - O PERIODO DE        *
      *    INGRESSO DO MESTRE PREVALECE SOBRE O 1O. PERIODO DO        *
      *    HISTORICO (ALUNO ANTIGO FICA COM O DO HISTORICO)           *
      *--------------------------------------------------------------*
       037-OBTER-MESTRE.

           MOVE "N"  TO  WS-MESTRE-ACHOU

           IF WS-MESTRE-OK = "S"
              MOVE WS-RA-ATUAL  TO  MST-RA
              READ ARQ-MESTRE
                 INVALID KEY
                    MOVE "N"  TO  WS-MESTRE-ACHOU
                 NOT INVALID KEY
                    MOVE "S"  TO  WS-MESTRE-ACHOU
                    IF MST-PERIODO-INGR NUMERIC
                       AND MST-PERIODO-INGR NOT = ZEROS
                       MOVE MST-PERIODO-INGR  TO  WS-PER-INGRESSO
                    END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    OBTER A QUANTIDADE DE PERIODOS EXIGIDA DO DEPARTAMENTO DO  *
      *    ALUNO (SEM PARAMETRO, VALE O PADRAO DA ENTRADA 0000)       *
      *--------------------------------------------------------------*
           WRITE REG-CONCLUINTE
           .
      *--------------------------------------------------------------*
      *    MARCAR O CONCLUINTE COMO FORMADO NO CADASTRO MESTRE - SO   *
      *    O ALUNO ATIVO E MARCADO (O JA FORMADO FICA COMO ESTA; O    *
      *    TRANCADO OU DESLIGADO FICA PARA O REGISTRO ACADEMICO)      *
      *--------------------------------------------------------------*
       041-MARCAR-FORMADO.

           IF WS-MESTRE-ACHOU = "S" AND MST-ATIVO
              AND WS-JOURNAL-OK = "S"
              MOVE REG-MESTRE       TO  WS-JRN-ANTES
              MOVE "F"              TO  MST-SITUACAO
              MOVE WS-DATA-SISTEMA  TO  MST-DATA-SITUACAO
              MOVE REG-MESTRE       TO  WS-JRN-DEPOIS
              REWRITE REG-MESTRE
                 INVALID KEY
                    DISPLAY "ERRO AO MARCAR FORMADO - RA " MST-RA
                            " - STATUS " WS-FS-MESTRE
                    ADD 1  TO  WS-CTNAOMARC
                 NOT INVALID KEY
                    ADD 1  TO  WS-CTMARCADOS
                    PERFORM 041A-GRAVAR-JOURNAL
              END-REWRITE
           ELSE
              IF WS-MESTRE-ACHOU = "N" OR NOT MST-FORMADO
                 ADD 1  TO  WS-CTNAOMARC
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A MARCACAO DO FORMADO NO JOURNAL DO CADASTRO COM AS *
      *    IMAGENS ANTES/DEPOIS DO REGISTRO (TIPO C = COLACAO)        *
      *--------------------------------------------------------------*
       041A-GRAVAR-JOURNAL.

           ACCEPT WS-HORA-SISTEMA  FROM TIME
           ADD 1  TO  WS-JRN-SEQUENCIA

           MOVE WS-LOTE                TO  JRN-LOTE
           MOVE WS-JRN-SEQUENCIA       TO  JRN-SEQUENCIA
           MOVE WS-DATA-SISTEMA        TO  JRN-DATA
           MOVE WS-HORA-SISTEMA (1:6)  TO  JRN-HORA
           MOVE WS-JOB                 TO  JRN-JOB
           MOVE "CGPRG15"              TO  JRN-PROGRAMA
           MOVE "M"                    TO  JRN-CADASTRO
           MOVE "C"                    TO  JRN-TIPO
           MOVE WS-RA-ATUAL            TO  JRN-CHAVE
           MOVE "S"                    TO  JRN-IND-ANTES
           MOVE WS-JRN-ANTES           TO  JRN-IMAGEM-ANTES
           MOVE "S"                    TO  JRN-IND-DEPOIS
           MOVE WS-JRN-DEPOIS          TO  JRN-IMAGEM-DEPOIS
           WRITE REG-JOURNAL
           .
      *--------------------------------------------------------------*
      *    EMITIR A LINHA DO ALUNO APURADO NO RELATORIO               *
      *--------------------------------------------------------------*
       042-IMPRIMIR-ALUNO.
              CLOSE ARQ-HISTORIC
              CLOSE ARQ-CONCLUIN
              CLOSE ARQ-RELCONC
              IF WS-MESTRE-OK = "S"
                 CLOSE ARQ-MESTRE
              END-IF
              IF WS-JOURNAL-OK = "S"
                 CLOSE ARQ-JOURNAL
              END-IF
           END-IF

           DISPLAY "** FIM EXECUCAO CGPRG15 **"
           DISPLAY "CONCLUINTES         = " WS-CTCONCL
           DISPLAY "PROVAVEIS           = " WS-CTPROVAV
           DISPLAY "COM PENDENCIA       = " WS-CTPENDEN
           DISPLAY "MARCADOS FORMADOS   = " WS-CTMARCADOS
           DISPLAY "NAO MARCADOS        = " WS-CTNAOMARC
           DISPLAY "CODIGO DE RETORNO   = " WS-COD-RETORNO
           .
      *--------------------------------------------------------------*
           MOVE WS-CTPENDEN                   TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELCONC
           WRITE REG-RELCONC

           MOVE "FORMADOS NO MESTRE......:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTMARCADOS                 TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELCONC
           WRITE REG-RELCONC

           MOVE "CONCLUINTES NAO MARCADOS:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTNAOMARC                  TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELCONC
           WRITE REG-RELCONC
           .
      *---------------> FIM DO PROGRAMA CGPRG15 <--------------------*

      *                  CADASTRO MESTRE (MST-NR-DPTO), PARA O
      *                  BOLETIM NAO IMPRIMIR CABECALHO EM BRANCO E
      *                  A CRITICA DO CGPRG06 NAO REJEITAR A TURMA
      *                  POR DEPTO INEXISTENTE.  CADA MOVIMENTO
      *                  APLICADO VAI PARA O JOURNAL DO CADASTRO
      *                  (LOTE = DATA/HORA DA EXECUCAO, JOB DO PARM,
      *                  TIPO E IMAGENS ANTES/DEPOIS DO REGISTRO),
      *                  BASE DA RECUPERACAO FEITA PELO CGPRG21.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELREJ.

           SELECT ARQ-JOURNAL
               ASSIGN TO JOURNAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
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

      *==> FD DO RELATORIO DE APLICACAO DOS MOVIMENTOS (SAIDA)
       FD  ARQ-RELMAN
           LABEL RECORDS ARE STANDARD.
       01  REG-RELREJ              PIC X(132).

      *==> FD DO JOURNAL DE ALTERACOES DO CADASTRO (SAIDA -
      *==> ACUMULATIVO) - UM REGISTRO POR MOVIMENTO APLICADO; O
      *==> INDICADOR "N" MARCA REGISTRO INEXISTENTE NAQUELA IMAGEM
      *==> (ANTES DA INCLUSAO / DEPOIS DA EXCLUSAO)
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

       WORKING-STORAGE SECTION.
      *-----------------------*

       77  WS-FS-MESTRE           PIC X(02) VALUE SPACES.
       77  WS-FS-RELMAN           PIC X(02) VALUE SPACES.
       77  WS-FS-RELREJ           PIC X(02) VALUE SPACES.
       77  WS-FS-JOURNAL          PIC X(02) VALUE SPACES.
       77  WS-MOVTO-VALIDO        PIC X(01) VALUE "S".
       77  WS-DEPTO-ACHOU         PIC X(01) VALUE "N".
       77  WS-MOTIVO              PIC X(20) VALUE SPACES.
       77  WS-CTALTERA            PIC 9(05) VALUE ZEROS.
       77  WS-CTEXCLUI            PIC 9(05) VALUE ZEROS.
       77  WS-CTREJEIT            PIC 9(05) VALUE ZEROS.
       77  WS-CTJOURNAL           PIC 9(05) VALUE ZEROS.

      *-----> IDENTIFICACAO DO LOTE NO JOURNAL (DATA/HORA DO INICIO DA
      *-----> EXECUCAO) E IMAGENS DO REGISTRO ANTES/DEPOIS DO MOVIMENTO
       77  WS-HORA-SISTEMA        PIC 9(08) VALUE ZEROS.
       77  WS-JOB                 PIC X(08) VALUE SPACES.
       77  WS-TAM-JOB             PIC 9(02) VALUE ZEROS.
       77  WS-JRN-SEQUENCIA       PIC 9(07) VALUE ZEROS.
       77  WS-JRN-IND-ANTES       PIC X(01) VALUE "N".
       77  WS-JRN-ANTES           PIC X(80) VALUE SPACES.
       77  WS-JRN-DEPOIS          PIC X(80) VALUE SPACES.
       01  WS-LOTE.
           05  WS-LOTE-DATA       PIC 9(08).
           05  WS-LOTE-HORA       PIC 9(06).

      *-----> TOTAL DE ALUNOS POR DEPARTAMENTO NO CADASTRO MESTRE -
      *-----> O MESTRE E VARRIDO UMA SO VEZ NA ABERTURA E A CRITICA
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-TRG-VALOR        PIC ZZZZ9.

      *-----> LINHA DE IDENTIFICACAO DO LOTE NO RELATORIO
       01  WS-LIN-LOTE.
           05 FILLER              PIC X(30)
              VALUE "LOTE NO JOURNAL.........:".
           05 WS-LIN-LOTE-ID      PIC 9(14).
           05 FILLER              PIC X(06) VALUE "  JOB ".
           05 WS-LIN-LOTE-JOB     PIC X(08).

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
           MOVE WS-DATA-SISTEMA (5:2)  TO  WS-DATA-MES
           MOVE WS-DATA-SISTEMA (1:4)  TO  WS-DATA-ANO

      *==> LOTE DO JOURNAL = DATA/HORA DO INICIO DA EXECUCAO; O JOB
      *==> VEM NO PARM (AUSENTE = CGPRG11J)
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA        TO  WS-LOTE-DATA
           MOVE WS-HORA-SISTEMA (1:6)  TO  WS-LOTE-HORA

           IF LK-TAM-PARM > ZEROS
              MOVE LK-TAM-PARM  TO  WS-TAM-JOB
              IF WS-TAM-JOB > 8
                 MOVE 8  TO  WS-TAM-JOB
              END-IF
              MOVE LK-JOB (1:WS-TAM-JOB)  TO  WS-JOB
           ELSE
              MOVE "CGPRG11J"  TO  WS-JOB
           END-IF
           DISPLAY "LOTE DO JOURNAL     = " WS-LOTE " JOB " WS-JOB

           OPEN INPUT ARQ-MOVTOS

           IF WS-FS-MOVTOS NOT = "00"
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O RELATORIO DE APLICACAO, A LISTAGEM DE REJEITOS E   *
      *    O JOURNAL (ACUMULATIVO) - SEM O JOURNAL NADA E APLICADO    *
      *--------------------------------------------------------------*
       012-ABRIR-RELATORIOS.

           OPEN OUTPUT ARQ-RELMAN
           OPEN OUTPUT ARQ-RELREJ
           OPEN EXTEND ARQ-JOURNAL
           IF WS-FS-JOURNAL = "05" OR WS-FS-JOURNAL = "35"
              OPEN OUTPUT ARQ-JOURNAL
           END-IF

           IF WS-FS-RELMAN NOT = "00"
              DISPLAY "ERRO AO ABRIR O RELATORIO DE APLICACAO - "
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FS-JOURNAL NOT = "00"
              DISPLAY "ERRO AO ABRIR O JOURNAL - STATUS "
                       WS-FS-JOURNAL
              MOVE 08   TO  WS-COD-RETORNO
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FIM = "S"
              IF WS-FS-RELMAN = "00"
                 CLOSE ARQ-RELMAN
              IF WS-FS-RELREJ = "00"
                 CLOSE ARQ-RELREJ
              END-IF
              IF WS-FS-JOURNAL = "00"
                 CLOSE ARQ-JOURNAL
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
           ELSE
              MOVE SPACES  TO  WS-IMAGEM-DEPTO
              MOVE "*** INEXISTENTE ***"  TO  WS-IMAGEM-DEPTO
              MOVE "N"     TO  WS-JRN-IND-ANTES
              MOVE SPACES  TO  WS-JRN-ANTES
              MOVE MOV-NR-DPTO      TO  DPT-NR-DPTO
              MOVE MOV-NOME         TO  DPT-NOME
              MOVE MOV-COORDENADOR  TO  DPT-COORDENADOR
              MOVE REG-DEPTO        TO  WS-JRN-DEPOIS
              WRITE REG-DEPTO
                 INVALID KEY
                    MOVE "INCLUSAO DUPLICADA"  TO  WS-MOTIVO
                 NOT INVALID KEY
                    ADD 1  TO  WS-CTINCLUI
                    PERFORM 042-IMPRIMIR-APLICACAO
                    PERFORM 048-GRAVAR-JOURNAL
              END-WRITE
           END-IF
           .
              PERFORM 041-MONTAR-IMAGEM-ANTES
              MOVE MOV-NOME         TO  DPT-NOME
              MOVE MOV-COORDENADOR  TO  DPT-COORDENADOR
              MOVE REG-DEPTO        TO  WS-JRN-DEPOIS
              REWRITE REG-DEPTO
                 INVALID KEY
                    MOVE "DEPTO INEXISTENTE"  TO  WS-MOTIVO
                 NOT INVALID KEY
                    ADD 1  TO  WS-CTALTERA
                    PERFORM 042-IMPRIMIR-APLICACAO
                    PERFORM 048-GRAVAR-JOURNAL
              END-REWRITE
           END-IF
           .
                 PERFORM 044-GRAVAR-REJEITO
              ELSE
                 PERFORM 041-MONTAR-IMAGEM-ANTES
                 MOVE SPACES  TO  WS-JRN-DEPOIS
                 DELETE ARQ-DEPTOS
                    INVALID KEY
                       MOVE "DEPTO INEXISTENTE"  TO  WS-MOTIVO
                    NOT INVALID KEY
                       ADD 1  TO  WS-CTEXCLUI
                       PERFORM 042-IMPRIMIR-APLICACAO
                       PERFORM 048-GRAVAR-JOURNAL
                 END-DELETE
              END-IF
           END-IF
      *--------------------------------------------------------------*
       041-MONTAR-IMAGEM-ANTES.

           MOVE "S"              TO  WS-JRN-IND-ANTES
           MOVE REG-DEPTO        TO  WS-JRN-ANTES
           MOVE SPACES           TO  WS-IMAGEM-DEPTO
           MOVE DPT-NOME         TO  WS-IMG-NOME
           MOVE DPT-COORDENADOR  TO  WS-IMG-COORD
           WRITE REG-RELMAN
           .
      *--------------------------------------------------------------*
      *    GRAVAR O MOVIMENTO APLICADO NO JOURNAL COM AS IMAGENS      *
      *    ANTES/DEPOIS DO REGISTRO (A EXCLUSAO NAO TEM IMAGEM        *
      *    DEPOIS)                                                    *
      *--------------------------------------------------------------*
       048-GRAVAR-JOURNAL.

           ACCEPT WS-DATA-SISTEMA  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA  FROM TIME
           ADD 1  TO  WS-JRN-SEQUENCIA

           MOVE WS-LOTE                TO  JRN-LOTE
           MOVE WS-JRN-SEQUENCIA       TO  JRN-SEQUENCIA
           MOVE WS-DATA-SISTEMA        TO  JRN-DATA
           MOVE WS-HORA-SISTEMA (1:6)  TO  JRN-HORA
           MOVE WS-JOB                 TO  JRN-JOB
           MOVE "CGPRG11"              TO  JRN-PROGRAMA
           MOVE "D"                    TO  JRN-CADASTRO
           MOVE MOV-TIPO               TO  JRN-TIPO
           MOVE MOV-NR-DPTO            TO  JRN-CHAVE
           MOVE WS-JRN-IND-ANTES       TO  JRN-IND-ANTES
           MOVE WS-JRN-ANTES           TO  JRN-IMAGEM-ANTES
           IF MOV-TIPO = "E"
              MOVE "N"            TO  JRN-IND-DEPOIS
           ELSE
              MOVE "S"            TO  JRN-IND-DEPOIS
           END-IF
           MOVE WS-JRN-DEPOIS          TO  JRN-IMAGEM-DEPOIS
           WRITE REG-JOURNAL

           ADD 1  TO  WS-CTJOURNAL
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.
              CLOSE ARQ-DEPTOS
              CLOSE ARQ-RELMAN
              CLOSE ARQ-RELREJ
              CLOSE ARQ-JOURNAL
           END-IF

           DISPLAY "** FIM EXECUCAO CGPRG11 **"
           DISPLAY "ALTERACOES APLICADAS= " WS-CTALTERA
           DISPLAY "EXCLUSOES APLICADAS = " WS-CTEXCLUI
           DISPLAY "MOVIMENTOS REJEITADOS= " WS-CTREJEIT
           DISPLAY "GRAVADOS NO JOURNAL = " WS-CTJOURNAL
           DISPLAY "CODIGO DE RETORNO   = " WS-COD-RETORNO
           .
      *--------------------------------------------------------------*
           MOVE WS-CTREJEIT                   TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE "GRAVADOS NO JOURNAL.....:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTJOURNAL                  TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE WS-LOTE                       TO  WS-LIN-LOTE-ID
           MOVE WS-JOB                        TO  WS-LIN-LOTE-JOB
           MOVE WS-LIN-LOTE                   TO  REG-RELMAN
           WRITE REG-RELMAN
           .
      *---------------> FIM DO PROGRAMA CGPRG11 <--------------------*

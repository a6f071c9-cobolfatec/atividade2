      * OBJETIVO ......: MANUTENCAO BATCH DO CADASTRO MESTRE DE
      *                  ALUNOS (CHAVE = RA) A PARTIR DE UM ARQUIVO
      *                  DE MOVIMENTOS (INCLUSAO / ALTERACAO /
      *                  EXCLUSAO E MUDANCA DA SITUACAO DE MATRICULA:
      *                  TRANCAMENTO / REABERTURA / DESLIGAMENTO /
      *                  COLACAO DE GRAU), COM RELATORIO DE APLICACAO
      *                  (IMAGEM ANTES/DEPOIS) E LISTAGEM DE
      *                  MOVIMENTOS REJEITADOS.  CADA MOVIMENTO
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
      *------------*
      *==> FD DO ARQUIVO DE MOVIMENTOS DE MANUTENCAO (ENTRADA) - TIPOS
      *==> I = INCLUSAO, A = ALTERACAO, E = EXCLUSAO, T = TRANCAMENTO,
      *==> R = REABERTURA, D = DESLIGAMENTO, C = COLACAO DE GRAU.  A
      *==> DATA DA SITUACAO ZERADA ASSUME A DATA DO PROCESSAMENTO; O
      *==> PERIODO DE INGRESSO ZERADO NA INCLUSAO ASSUME O CORRENTE
       FD  ARQ-MOVTOS
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVTO.
           05  MOV-NOME            PIC X(30).
           05  MOV-NOTA1           PIC 9(02)V99.
           05  MOV-NOTA2           PIC 9(02)V99.
           05  MOV-DATA-SITUACAO   PIC 9(08).
           05  MOV-PERIODO-INGR    PIC 9(05).
       01  REG-MOVTO-ALT REDEFINES REG-MOVTO.
           05  MVA-TIPO            PIC X(01).
           05  MVA-NR-DPTO         PIC X(04).
           05  MVA-NOME            PIC X(30).
           05  MVA-NOTA1           PIC X(04).
           05  MVA-NOTA2           PIC X(04).
           05  MVA-DATA-SITUACAO   PIC X(08).
           05  MVA-PERIODO-INGR    PIC X(05).
           05  MVA-PERIODO-INGR-R REDEFINES MVA-PERIODO-INGR.
               10  MVA-INGR-ANO    PIC X(04).
               10  MVA-INGR-SEM    PIC X(01).

      *==> FD DO CADASTRO MESTRE DE ALUNOS (ENTRADA/SAIDA - CHAVE RA)
      *==> - SITUACAO DA MATRICULA EM BRANCO (REGISTRO ANTERIOR A
      *==> SITUACAO) VALE COMO ATIVO
       FD  ARQ-MESTRE
           LABEL RECORDS ARE STANDARD.
       01  REG-MESTRE.
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

      *==> FD DO CADASTRO MESTRE DE DEPARTAMENTOS (ENTRADA)
       FD  ARQ-DEPTOS
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

       77  WS-FS-DEPTOS           PIC X(02) VALUE SPACES.
       77  WS-FS-RELMAN           PIC X(02) VALUE SPACES.
       77  WS-FS-RELREJ           PIC X(02) VALUE SPACES.
       77  WS-FS-JOURNAL          PIC X(02) VALUE SPACES.
       77  WS-DEPTOS-OK           PIC X(01) VALUE "N".
       77  WS-MOVTO-VALIDO        PIC X(01) VALUE "S".
       77  WS-MESTRE-ACHOU        PIC X(01) VALUE "N".
       77  WS-MOTIVO              PIC X(20) VALUE SPACES.
       77  WS-PERIODO             PIC 9(05) VALUE ZEROS.
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.

      *-----> CONTADORES DA EXECUCAO
       77  WS-CTINCLUI            PIC 9(05) VALUE ZEROS.
       77  WS-CTALTERA            PIC 9(05) VALUE ZEROS.
       77  WS-CTEXCLUI            PIC 9(05) VALUE ZEROS.
       77  WS-CTSITUACAO          PIC 9(05) VALUE ZEROS.
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

      *-----> CONTROLE DE PAGINACAO DO RELATORIO DE APLICACAO
       77  WS-LINHAS-PAGINA       PIC 9(02) VALUE ZEROS.
           05 WS-IMG-NOTA1        PIC Z9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IMG-NOTA2        PIC Z9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IMG-SITUACAO     PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IMG-DATA-SIT     PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IMG-INGRESSO     PIC 9(05).

      *-----> CABECALHO DO RELATORIO DE APLICACAO
       01  WS-CAB1-RELMAN.
      *-----> LINHA DE IMAGEM ANTES/DEPOIS NO RELATORIO
       01  WS-LIN-IMAGEM.
           05 WS-IMG-ROTULO       PIC X(09).
           05 WS-IMG-CONTEUDO     PIC X(70).

      *-----> LINHA DO MOVIMENTO REJEITADO NA LISTAGEM DE REJEITOS
       01  WS-LIN-REJEITO.
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
      *==> VEM NO PARM (AUSENTE = CGPRG03J)
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
              MOVE "CGPRG03J"  TO  WS-JOB
           END-IF
           DISPLAY "LOTE DO JOURNAL     = " WS-LOTE " JOB " WS-JOB

      *==> PERIODO CORRENTE PELA DATA (MESMA REGRA DO CGPRG02), USADO
      *==> COMO PERIODO DE INGRESSO QUANDO A INCLUSAO NAO O INFORMA
           COMPUTE WS-PERIODO = WS-DATA-ANO * 10 + 1
           IF WS-DATA-MES > 06
              ADD 1  TO  WS-PERIODO
           END-IF

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
                    PERFORM 036-ALTERAR
                 WHEN "E"
                    PERFORM 038-EXCLUIR
                 WHEN OTHER
                    PERFORM 039-MUDAR-SITUACAO
              END-EVALUATE
           ELSE
              PERFORM 044-GRAVAR-REJEITO
           .
      *--------------------------------------------------------------*
      *    CRITICAR O MOVIMENTO: TIPO, CAMPOS NUMERICOS E EXISTENCIA  *
      *    DO DEPARTAMENTO NO CADASTRO (INCLUSAO E ALTERACAO), DATA   *
      *    DA SITUACAO (INCLUSAO E MUDANCAS DE SITUACAO) E PERIODO DE *
      *    INGRESSO INFORMADO NA ALTERACAO                            *
      *--------------------------------------------------------------*
       032-VALIDAR-MOVTO.


           IF MOV-TIPO NOT = "I" AND MOV-TIPO NOT = "A"
                               AND MOV-TIPO NOT = "E"
                               AND MOV-TIPO NOT = "T"
                               AND MOV-TIPO NOT = "R"
                               AND MOV-TIPO NOT = "D"
                               AND MOV-TIPO NOT = "C"
              MOVE "N"               TO  WS-MOVTO-VALIDO
              MOVE "TIPO INVALIDO"   TO  WS-MOTIVO
           ELSE
                 MOVE "N"             TO  WS-MOVTO-VALIDO
                 MOVE "RA INVALIDO"   TO  WS-MOTIVO
              ELSE
                 IF MOV-TIPO = "I" OR MOV-TIPO = "A"
                    PERFORM 033-VALIDAR-CONTEUDO
                 END-IF
                 IF WS-MOVTO-VALIDO = "S" AND MOV-TIPO NOT = "E"
                    AND MOV-TIPO NOT = "A"
                    PERFORM 033A-VALIDAR-SITUACAO
                 END-IF
                 IF WS-MOVTO-VALIDO = "S" AND MOV-TIPO = "A"
                    PERFORM 033B-VALIDAR-INGRESSO
                 END-IF
              END-IF
           END-IF
           .
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR A DATA DA SITUACAO (ZERADA OU EM BRANCO ASSUME A  *
      *    DATA DO PROCESSAMENTO) E, NA INCLUSAO, O PERIODO DE        *
      *    INGRESSO (ZERADO OU EM BRANCO ASSUME O PERIODO CORRENTE)   *
      *--------------------------------------------------------------*
       033A-VALIDAR-SITUACAO.

           IF MVA-DATA-SITUACAO = SPACES OR MOV-DATA-SITUACAO = ZEROS
              MOVE WS-DATA-SISTEMA  TO  MOV-DATA-SITUACAO
           END-IF

           IF MOV-DATA-SITUACAO NOT NUMERIC
              MOVE "N"              TO  WS-MOVTO-VALIDO
              MOVE "DATA INVALIDA"  TO  WS-MOTIVO
           ELSE
              IF MOV-TIPO = "I"
                 IF MVA-PERIODO-INGR = SPACES
                    OR MOV-PERIODO-INGR = ZEROS
                    MOVE WS-PERIODO  TO  MOV-PERIODO-INGR
                 END-IF
                 IF MOV-PERIODO-INGR NOT NUMERIC
                    OR (MVA-INGR-SEM NOT = "1" AND
                        MVA-INGR-SEM NOT = "2")
                    MOVE "N"                 TO  WS-MOVTO-VALIDO
                    MOVE "INGRESSO INVALIDO" TO  WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR, NA ALTERACAO, O PERIODO DE INGRESSO INFORMADO    *
      *    (ZERADO OU EM BRANCO MANTEM O DO CADASTRO) COM A MESMA     *
      *    REGRA DA INCLUSAO: SEMESTRE 1 OU 2                         *
      *--------------------------------------------------------------*
       033B-VALIDAR-INGRESSO.

           IF MVA-PERIODO-INGR NOT = SPACES
              AND MOV-PERIODO-INGR NOT = ZEROS
              IF MOV-PERIODO-INGR NOT NUMERIC
                 OR (MVA-INGR-SEM NOT = "1" AND
                     MVA-INGR-SEM NOT = "2")
                 MOVE "N"                 TO  WS-MOVTO-VALIDO
                 MOVE "INGRESSO INVALIDO" TO  WS-MOTIVO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUIR O ALUNO NO CADASTRO MESTRE - A MATRICULA NASCE     *
      *    ATIVA                                                      *
      *--------------------------------------------------------------*
       034-INCLUIR.

           ELSE
              MOVE SPACES  TO  WS-IMAGEM-MESTRE
              MOVE "*** INEXISTENTE ***"  TO  WS-IMAGEM-MESTRE
              MOVE "N"     TO  WS-JRN-IND-ANTES
              MOVE SPACES  TO  WS-JRN-ANTES
              MOVE MOV-RA       TO  MST-RA
              MOVE MOV-NR-DPTO  TO  MST-NR-DPTO
              MOVE MOV-NOME     TO  MST-NOME
              MOVE MOV-NOTA1    TO  MST-NOTA1
              MOVE MOV-NOTA2    TO  MST-NOTA2
              MOVE "A"          TO  MST-SITUACAO
              MOVE MOV-DATA-SITUACAO  TO  MST-DATA-SITUACAO
              MOVE MOV-PERIODO-INGR   TO  MST-PERIODO-INGR
              MOVE REG-MESTRE   TO  WS-JRN-DEPOIS
              WRITE REG-MESTRE
                 INVALID KEY
                    MOVE "INCLUSAO DUPLICADA"  TO  WS-MOTIVO
                 NOT INVALID KEY
                    ADD 1  TO  WS-CTINCLUI
                    PERFORM 042-IMPRIMIR-APLICACAO
                    PERFORM 048-GRAVAR-JOURNAL
              END-WRITE
           END-IF
           .
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERAR O ALUNO NO CADASTRO MESTRE - A SITUACAO DA         *
      *    MATRICULA SO MUDA PELOS MOVIMENTOS PROPRIOS; O PERIODO DE  *
      *    INGRESSO SO E ALTERADO QUANDO INFORMADO                    *
      *--------------------------------------------------------------*
       036-ALTERAR.

              MOVE MOV-NOME     TO  MST-NOME
              MOVE MOV-NOTA1    TO  MST-NOTA1
              MOVE MOV-NOTA2    TO  MST-NOTA2
              IF MOV-PERIODO-INGR NUMERIC
                 AND MOV-PERIODO-INGR NOT = ZEROS
                 MOVE MOV-PERIODO-INGR  TO  MST-PERIODO-INGR
              END-IF
              MOVE REG-MESTRE   TO  WS-JRN-DEPOIS
              REWRITE REG-MESTRE
                 INVALID KEY
                    MOVE "RA INEXISTENTE"  TO  WS-MOTIVO
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
              DELETE ARQ-MESTRE
                 INVALID KEY
                    MOVE "RA INEXISTENTE"  TO  WS-MOTIVO
                 NOT INVALID KEY
                    ADD 1  TO  WS-CTEXCLUI
                    PERFORM 042-IMPRIMIR-APLICACAO
                    PERFORM 048-GRAVAR-JOURNAL
              END-DELETE
           END-IF
           .
      *--------------------------------------------------------------*
      *    MUDAR A SITUACAO DA MATRICULA: TRANCAMENTO E COLACAO SO    *
      *    PARA ALUNO ATIVO, REABERTURA SO PARA TRANCADO, DESLIGAMENTO *
      *    PARA ATIVO OU TRANCADO                                     *
      *--------------------------------------------------------------*
       039-MUDAR-SITUACAO.

           PERFORM 040-LER-MESTRE

           IF WS-MESTRE-ACHOU = "N"
              MOVE "RA INEXISTENTE"  TO  WS-MOTIVO
              PERFORM 044-GRAVAR-REJEITO
           ELSE
              MOVE SPACES  TO  WS-MOTIVO
              EVALUATE MOV-TIPO
                 WHEN "T"
                    IF NOT MST-ATIVO
                       MOVE "ALUNO NAO ATIVO"  TO  WS-MOTIVO
                    END-IF
                 WHEN "R"
                    IF NOT MST-TRANCADO
                       MOVE "ALUNO NAO TRANCADO"  TO  WS-MOTIVO
                    END-IF
                 WHEN "D"
                    IF NOT MST-ATIVO AND NOT MST-TRANCADO
                       MOVE "ALUNO JA ENCERRADO"  TO  WS-MOTIVO
                    END-IF
                 WHEN "C"
                    IF NOT MST-ATIVO
                       MOVE "ALUNO NAO ATIVO"  TO  WS-MOTIVO
                    END-IF
              END-EVALUATE

              IF WS-MOTIVO NOT = SPACES
                 PERFORM 044-GRAVAR-REJEITO
              ELSE
                 PERFORM 041-MONTAR-IMAGEM-ANTES
                 EVALUATE MOV-TIPO
                    WHEN "T"
                       MOVE "T"  TO  MST-SITUACAO
                    WHEN "R"
                       MOVE "A"  TO  MST-SITUACAO
                    WHEN "D"
                       MOVE "D"  TO  MST-SITUACAO
                    WHEN "C"
                       MOVE "F"  TO  MST-SITUACAO
                 END-EVALUATE
                 MOVE MOV-DATA-SITUACAO  TO  MST-DATA-SITUACAO
                 MOVE REG-MESTRE         TO  WS-JRN-DEPOIS
                 REWRITE REG-MESTRE
                    INVALID KEY
                       MOVE "RA INEXISTENTE"  TO  WS-MOTIVO
                       PERFORM 044-GRAVAR-REJEITO
                    NOT INVALID KEY
                       ADD 1  TO  WS-CTSITUACAO
                       PERFORM 042-IMPRIMIR-APLICACAO
                       PERFORM 048-GRAVAR-JOURNAL
                 END-REWRITE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O MESTRE PELA CHAVE RA DO MOVIMENTO                    *
      *--------------------------------------------------------------*
       040-LER-MESTRE.
      *--------------------------------------------------------------*
       041-MONTAR-IMAGEM-ANTES.

           MOVE "S"          TO  WS-JRN-IND-ANTES
           MOVE REG-MESTRE   TO  WS-JRN-ANTES
           MOVE MST-NOME     TO  WS-IMG-NOME
           MOVE MST-NR-DPTO  TO  WS-IMG-DPTO
           MOVE MST-NOTA1    TO  WS-IMG-NOTA1
           MOVE MST-NOTA2    TO  WS-IMG-NOTA2
           MOVE MST-SITUACAO       TO  WS-IMG-SITUACAO
           MOVE MST-DATA-SITUACAO  TO  WS-IMG-DATA-SIT
           MOVE MST-PERIODO-INGR   TO  WS-IMG-INGRESSO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O MOVIMENTO APLICADO COM IMAGEM ANTES/DEPOIS      *

           MOVE MOV-TIPO     TO  WS-LIN-TIPO
           MOVE MOV-RA       TO  WS-LIN-RA
           IF MOV-TIPO = "I" OR MOV-TIPO = "A" OR MOV-TIPO = "E"
              MOVE MOV-NR-DPTO  TO  WS-LIN-DPTO
           ELSE
              MOVE MST-NR-DPTO  TO  WS-LIN-DPTO
           END-IF
           MOVE WS-LIN-MOVTO TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE MST-NR-DPTO  TO  WS-IMG-DPTO
           MOVE MST-NOTA1    TO  WS-IMG-NOTA1
           MOVE MST-NOTA2    TO  WS-IMG-NOTA2
           MOVE MST-SITUACAO       TO  WS-IMG-SITUACAO
           MOVE MST-DATA-SITUACAO  TO  WS-IMG-DATA-SIT
           MOVE MST-PERIODO-INGR   TO  WS-IMG-INGRESSO
           MOVE WS-IMAGEM-MESTRE  TO  WS-IMG-CONTEUDO
           .
      *--------------------------------------------------------------*
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
           MOVE "CGPRG03"              TO  JRN-PROGRAMA
           MOVE "M"                    TO  JRN-CADASTRO
           MOVE MOV-TIPO               TO  JRN-TIPO
           MOVE MOV-RA                 TO  JRN-CHAVE
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
              CLOSE ARQ-MESTRE
              CLOSE ARQ-RELMAN
              CLOSE ARQ-RELREJ
              CLOSE ARQ-JOURNAL
              IF WS-DEPTOS-OK = "S"
                 CLOSE ARQ-DEPTOS
              END-IF
           DISPLAY "INCLUSOES APLICADAS = " WS-CTINCLUI
           DISPLAY "ALTERACOES APLICADAS= " WS-CTALTERA
           DISPLAY "EXCLUSOES APLICADAS = " WS-CTEXCLUI
           DISPLAY "MUDANCAS SITUACAO   = " WS-CTSITUACAO
           DISPLAY "MOVIMENTOS REJEITADOS= " WS-CTREJEIT
           DISPLAY "GRAVADOS NO JOURNAL = " WS-CTJOURNAL
           DISPLAY "CODIGO DE RETORNO   = " WS-COD-RETORNO
           .
      *--------------------------------------------------------------*
           MOVE WS-TRG-LINHA                  TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE "MUDANCAS DE SITUACAO....:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTSITUACAO                 TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE "MOVIMENTOS REJEITADOS...:"  TO  WS-TRG-DESCRICAO
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
      *---------------> FIM DO PROGRAMA CGPRG03 <--------------------*

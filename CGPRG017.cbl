       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG17.
      * AUTOR .........: ALVARO PEREIRA DO NASCIMENTO.
      * DATA DE CRIACAO: 15/10/2026.
      * OBJETIVO ......: MANUTENCAO BATCH DO ARQUIVO DE MATRICULAS
      *                  POR DISCIPLINA (VSAM KSDS COM CHAVE
      *                  RA/PERIODO/DISCIPLINA) A PARTIR DE UM
      *                  ARQUIVO DE MOVIMENTOS (INCLUSAO DA
      *                  MATRICULA / LANCAMENTO DE NOTAS /
      *                  EXCLUSAO), NOS MOLDES DO CGPRG03: RELATORIO
      *                  DE APLICACAO COM IMAGEM ANTES/DEPOIS E
      *                  LISTAGEM DE REJEITOS.  EMITE TAMBEM O
      *                  RELATORIO DE INCONSISTENCIAS DO PERIODO
      *                  INFORMADO NO PARM (ZEROS = PERIODO CORRENTE):
      *                  NOTA LANCADA SEM MATRICULA E MATRICULA DE RA
      *                  INEXISTENTE, DE ALUNO DE OUTRO
      *                  DEPARTAMENTO OU DE ALUNO NAO ATIVO,
      *                  RECUSADAS NOS MOVIMENTOS, E A
      *                  VARREDURA DO ARQUIVO COM OS MATRICULADOS SEM
      *                  NOTA LANCADA E AS MATRICULAS QUE PERDERAM A
      *                  REFERENCIA NO CADASTRO MESTRE.  O ARQUIVO E
      *                  A ORIGEM DA DESCARGA POR DISCIPLINA DO
      *                  CGPRG08.
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
           SELECT ARQ-MOVTOS
               ASSIGN TO MOVTOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MOVTOS.

           SELECT ARQ-MATRIC
               ASSIGN TO MATRIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WS-FS-MATRIC.

           SELECT OPTIONAL ARQ-MESTRE
               ASSIGN TO MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-RA
               FILE STATUS IS WS-FS-MESTRE.

           SELECT OPTIONAL ARQ-DISCIPL
               ASSIGN TO DISCIPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSC-COD-DISC
               FILE STATUS IS WS-FS-DISCIPL.

           SELECT ARQ-RELMAN
               ASSIGN TO RELMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELMAN.

           SELECT ARQ-RELREJ
               ASSIGN TO RELREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELREJ.

           SELECT ARQ-RELINC
               ASSIGN TO RELINC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELINC.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> FD DO ARQUIVO DE MOVIMENTOS DE MATRICULA (ENTRADA) - APOS
      *==> O TIPO, O MOVIMENTO TRAZ A IMAGEM DO REGISTRO DE MATRICULA
      *==> (I = INCLUIR A MATRICULA, N = LANCAR AS NOTAS, E = EXCLUIR)
       FD  ARQ-MOVTOS
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVTO.
           05  MOV-TIPO            PIC X(01).
           05  MOV-RA              PIC 9(13).
           05  MOV-PERIODO         PIC 9(05).
           05  MOV-COD-DISC        PIC 9(03).
           05  MOV-NR-DPTO         PIC 9(04).
           05  MOV-NOTA1           PIC 9(02)V99.
           05  MOV-NOTA2           PIC 9(02)V99.
           05  MOV-NOTA-LANC       PIC X(01).
           05  MOV-DATA-MATRIC     PIC 9(08).
           05  MOV-ORIGEM          PIC X(01).
       01  REG-MOVTO-ALT REDEFINES REG-MOVTO.
           05  MVA-TIPO            PIC X(01).
           05  MVA-RA              PIC X(13).
           05  MVA-PERIODO         PIC X(05).
           05  MVA-PERIODO-R REDEFINES MVA-PERIODO.
               10  MVA-PER-ANO     PIC X(04).
               10  MVA-PER-SEM     PIC X(01).
           05  MVA-COD-DISC        PIC X(03).
           05  MVA-NR-DPTO         PIC X(04).
           05  MVA-NOTA1           PIC X(04).
           05  MVA-NOTA2           PIC X(04).
           05  MVA-NOTA-LANC       PIC X(01).
           05  MVA-DATA-MATRIC     PIC X(08).
           05  MVA-ORIGEM          PIC X(01).

      *==> FD DO ARQUIVO DE MATRICULAS POR DISCIPLINA (ENTRADA/SAIDA
      *==> - CHAVE RA/PERIODO/DISCIPLINA).  MAT-NOTA-LANC = "S" QUANDO
      *==> AS NOTAS DO PERIODO JA FORAM LANCADAS; MAT-ORIGEM = "R"
      *==> MATRICULA REGULAR / "D" DEPENDENCIA
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

      *==> FD DO CADASTRO DE DISCIPLINAS (ENTRADA)
       FD  ARQ-DISCIPL
           LABEL RECORDS ARE STANDARD.
       01  REG-DISCIPLINA.
           05  DSC-COD-DISC        PIC 9(03).
           05  DSC-NR-DPTO         PIC 9(04).
           05  DSC-NOME            PIC X(20).
           05  DSC-CARGA-HOR       PIC 9(03).
           05  DSC-SITUACAO        PIC X(01).

      *==> FD DO RELATORIO DE APLICACAO DOS MOVIMENTOS (SAIDA)
       FD  ARQ-RELMAN
           LABEL RECORDS ARE STANDARD.
       01  REG-RELMAN              PIC X(132).

      *==> FD DA LISTAGEM DE MOVIMENTOS REJEITADOS (SAIDA)
       FD  ARQ-RELREJ
           LABEL RECORDS ARE STANDARD.
       01  REG-RELREJ              PIC X(132).

      *==> FD DO RELATORIO DE INCONSISTENCIAS DE MATRICULA (SAIDA)
       FD  ARQ-RELINC
           LABEL RECORDS ARE STANDARD.
       01  REG-RELINC              PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FS-MOVTOS           PIC X(02) VALUE SPACES.
       77  WS-FS-MATRIC           PIC X(02) VALUE SPACES.
       77  WS-FS-MESTRE           PIC X(02) VALUE SPACES.
       77  WS-FS-DISCIPL          PIC X(02) VALUE SPACES.
       77  WS-FS-RELMAN           PIC X(02) VALUE SPACES.
       77  WS-FS-RELREJ           PIC X(02) VALUE SPACES.
       77  WS-FS-RELINC           PIC X(02) VALUE SPACES.
       77  WS-MESTRE-OK           PIC X(01) VALUE "N".
       77  WS-DISCIPL-OK          PIC X(01) VALUE "N".
       77  WS-MOVTO-VALIDO        PIC X(01) VALUE "S".
       77  WS-MATRIC-ACHOU        PIC X(01) VALUE "N".
       77  WS-INCONSIST           PIC X(01) VALUE "N".
       77  WS-FIM-MATRIC          PIC X(01) VALUE "N".
       77  WS-MOTIVO              PIC X(20) VALUE SPACES.
       77  WS-PERIODO             PIC 9(05) VALUE ZEROS.
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.

      *-----> CONTADORES DA EXECUCAO
       77  WS-CTLIDOS             PIC 9(05) VALUE ZEROS.
       77  WS-CTINCLUI            PIC 9(05) VALUE ZEROS.
       77  WS-CTNOTAS             PIC 9(05) VALUE ZEROS.
       77  WS-CTEXCLUI            PIC 9(05) VALUE ZEROS.
       77  WS-CTREJEIT            PIC 9(05) VALUE ZEROS.
       77  WS-CTVARRIDAS          PIC 9(05) VALUE ZEROS.
       77  WS-CTINCONS            PIC 9(05) VALUE ZEROS.
       77  WS-CTSEMNOTA           PIC 9(05) VALUE ZEROS.

      *-----> CONTROLE DE PAGINACAO DO RELATORIO DE APLICACAO
       77  WS-LINHAS-PAGINA       PIC 9(02) VALUE ZEROS.
       77  WS-MAX-LINHAS          PIC 9(02) VALUE 20.
       77  WS-PAGINA              PIC 9(03) VALUE ZEROS.

      *-----> CONTROLE DE PAGINACAO DO RELATORIO DE INCONSISTENCIAS
       77  WS-LINHAS-INC          PIC 9(02) VALUE ZEROS.
       77  WS-PAGINA-INC          PIC 9(03) VALUE ZEROS.

      *-----> DATA DO SISTEMA PARA O CABECALHO DO RELATORIO
       77  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EDITADA.
           05  WS-DATA-DIA        PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-MES        PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-ANO        PIC 9(04).

      *-----> IMAGEM (ANTES OU DEPOIS) DO REGISTRO DE MATRICULA
       01  WS-IMAGEM-MATRIC.
           05 WS-IMG-DPTO         PIC 9(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IMG-NOTA1        PIC Z9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IMG-NOTA2        PIC Z9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IMG-NOTA-LANC    PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IMG-DATA         PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IMG-ORIGEM       PIC X(01).

      *-----> CABECALHO DO RELATORIO DE APLICACAO
       01  WS-CAB1-RELMAN.
           05 FILLER              PIC X(36)
              VALUE "CGPRG17 - MANUTENCAO DE MATRICULAS".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-CAB1-DATA        PIC X(10).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-CAB1-PAGINA      PIC ZZ9.

      *-----> LINHA DE IDENTIFICACAO DO MOVIMENTO NO RELATORIO
       01  WS-LIN-MOVTO.
           05 FILLER              PIC X(06) VALUE "TIPO: ".
           05 WS-LIN-TIPO         PIC X(01).
           05 FILLER              PIC X(06) VALUE "  RA: ".
           05 WS-LIN-RA           PIC 9(13).
           05 FILLER              PIC X(11) VALUE "  PERIODO: ".
           05 WS-LIN-PERIODO      PIC 9(05).
           05 FILLER              PIC X(14) VALUE "  DISCIPLINA: ".
           05 WS-LIN-DISC         PIC 9(03).

      *-----> LINHA DE IMAGEM ANTES/DEPOIS NO RELATORIO
       01  WS-LIN-IMAGEM.
           05 WS-IMG-ROTULO       PIC X(09).
           05 WS-IMG-CONTEUDO     PIC X(50).

      *-----> LINHA DO MOVIMENTO REJEITADO NA LISTAGEM DE REJEITOS
       01  WS-LIN-REJEITO.
           05 FILLER              PIC X(06) VALUE "TIPO: ".
           05 WS-REJ-TIPO         PIC X(01).
           05 FILLER              PIC X(06) VALUE "  RA: ".
           05 WS-REJ-RA           PIC X(13).
           05 FILLER              PIC X(11) VALUE "  PERIODO: ".
           05 WS-REJ-PERIODO      PIC X(05).
           05 FILLER              PIC X(08) VALUE "  DISC: ".
           05 WS-REJ-DISC         PIC X(03).
           05 FILLER              PIC X(11) VALUE "  MOTIVO:  ".
           05 WS-REJ-MOTIVO       PIC X(20).

      *-----> CABECALHO DO RELATORIO DE INCONSISTENCIAS
       01  WS-CAB1-RELINC.
           05 FILLER              PIC X(36)
              VALUE "CGPRG17 - INCONSISTENCIAS MATRICULA".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-CAB1-INC-DATA    PIC X(10).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE "PERIODO: ".
           05 WS-CAB1-INC-PER     PIC 9(05).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-CAB1-INC-PAG     PIC ZZ9.

      *-----> CABECALHO DAS COLUNAS DO RELATORIO DE INCONSISTENCIAS
       01  WS-CAB2-RELINC.
           05 FILLER              PIC X(13) VALUE "RA".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "PERIODO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE "DISC".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "DEPTO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE "OCORRENCIA".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE "ORIGEM".

      *-----> LINHA DO RELATORIO DE INCONSISTENCIAS
       01  WS-LIN-INCONSIST.
           05 WS-INC-RA           PIC X(13).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-INC-PERIODO      PIC X(05).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 WS-INC-DISC         PIC X(03).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-INC-DPTO         PIC X(04).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-INC-OCORRENCIA   PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-INC-ORIGEM       PIC X(09).

      *-----> LINHA DE TOTALIZACAO DOS RELATORIOS
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

           DISPLAY "** CGPRG17 - MANUTENCAO DE MATRICULAS **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA (7:2)  TO  WS-DATA-DIA
           MOVE WS-DATA-SISTEMA (5:2)  TO  WS-DATA-MES
           MOVE WS-DATA-SISTEMA (1:4)  TO  WS-DATA-ANO

      *==> SEM PERIODO NO PARM, A VARREDURA DE INCONSISTENCIAS USA O
      *==> PERIODO CORRENTE PELA DATA (MESMA REGRA DO CGPRG02)
           IF LK-TAM-PARM >= 5 AND LK-PERIODO NUMERIC
              AND LK-PERIODO NOT = ZEROS
              MOVE LK-PERIODO  TO  WS-PERIODO
           ELSE
              COMPUTE WS-PERIODO = WS-DATA-ANO * 10 + 1
              IF WS-DATA-MES > 06
                 ADD 1  TO  WS-PERIODO
              END-IF
           END-IF

           DISPLAY "PERIODO DA VARREDURA = " WS-PERIODO

           OPEN INPUT ARQ-MOVTOS

           IF WS-FS-MOVTOS NOT = "00"
              DISPLAY "ARQUIVO DE MOVIMENTOS NAO ENCONTRADO - STATUS "
                       WS-FS-MOVTOS
              MOVE 08   TO  WS-COD-RETORNO
              MOVE "S"  TO  WS-FIM
           ELSE
              OPEN I-O ARQ-MATRIC
              IF WS-FS-MATRIC NOT = "00"
                 DISPLAY "ERRO AO ABRIR O ARQUIVO DE MATRICULAS - "
                         "STATUS " WS-FS-MATRIC
                 MOVE 08   TO  WS-COD-RETORNO
                 MOVE "S"  TO  WS-FIM
                 CLOSE ARQ-MOVTOS
              ELSE
                 PERFORM 012-ABRIR-RELATORIOS
                 IF WS-FIM = "S"
                    CLOSE ARQ-MOVTOS
                    CLOSE ARQ-MATRIC
                 ELSE
                    PERFORM 014-ABRIR-CADASTROS
                    PERFORM 020-LER-MOVTO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O RELATORIO DE APLICACAO, A LISTAGEM DE REJEITOS E   *
      *    O RELATORIO DE INCONSISTENCIAS                             *
      *--------------------------------------------------------------*
       012-ABRIR-RELATORIOS.

           OPEN OUTPUT ARQ-RELMAN
           OPEN OUTPUT ARQ-RELREJ
           OPEN OUTPUT ARQ-RELINC

           IF WS-FS-RELMAN NOT = "00"
              DISPLAY "ERRO AO ABRIR O RELATORIO DE APLICACAO - "
                      "STATUS " WS-FS-RELMAN
              MOVE 08   TO  WS-COD-RETORNO
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FS-RELREJ NOT = "00"
              DISPLAY "ERRO AO ABRIR A LISTAGEM DE REJEITOS - STATUS "
                       WS-FS-RELREJ
              MOVE 08   TO  WS-COD-RETORNO
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FS-RELINC NOT = "00"
              DISPLAY "ERRO AO ABRIR O RELATORIO DE INCONSISTENCIAS - "
                      "STATUS " WS-FS-RELINC
              MOVE 08   TO  WS-COD-RETORNO
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FIM = "S"
              IF WS-FS-RELMAN = "00"
                 CLOSE ARQ-RELMAN
              END-IF
              IF WS-FS-RELREJ = "00"
                 CLOSE ARQ-RELREJ
              END-IF
              IF WS-FS-RELINC = "00"
                 CLOSE ARQ-RELINC
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR OS CADASTROS DE REFERENCIA - SEM O MESTRE, A         *
      *    MATRICULA E ACEITA SEM A CRITICA DO RA/DEPARTAMENTO; SEM O *
      *    DISCIPL, SEM A CRITICA DA DISCIPLINA                       *
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
      *    LER O PROXIMO MOVIMENTO DO ARQUIVO DE ENTRADA              *
      *--------------------------------------------------------------*
       020-LER-MOVTO.

           READ ARQ-MOVTOS
              AT END
                 MOVE "S"  TO  WS-FIM
              NOT AT END
                 ADD 1  TO  WS-CTLIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR O MOVIMENTO LIDO                                 *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE "N"  TO  WS-INCONSIST

           PERFORM 032-VALIDAR-MOVTO

           IF WS-MOVTO-VALIDO = "S"
              EVALUATE MOV-TIPO
                 WHEN "I"
                    PERFORM 034-INCLUIR
                 WHEN "N"
                    PERFORM 036-LANCAR-NOTAS
                 WHEN "E"
                    PERFORM 038-EXCLUIR
              END-EVALUATE
           ELSE
              PERFORM 044-GRAVAR-REJEITO
           END-IF

           PERFORM 020-LER-MOVTO
           .
      *--------------------------------------------------------------*
      *    CRITICAR O MOVIMENTO: TIPO E CHAVE RA/PERIODO/DISCIPLINA   *
      *    (PERIODO = AAAA + SEMESTRE 1 OU 2)                         *
      *--------------------------------------------------------------*
       032-VALIDAR-MOVTO.

           MOVE "S"  TO  WS-MOVTO-VALIDO

           IF MOV-TIPO NOT = "I" AND MOV-TIPO NOT = "N"
                               AND MOV-TIPO NOT = "E"
              MOVE "N"               TO  WS-MOVTO-VALIDO
              MOVE "TIPO INVALIDO"   TO  WS-MOTIVO
           ELSE
              IF MOV-RA NOT NUMERIC
                 MOVE "N"             TO  WS-MOVTO-VALIDO
                 MOVE "RA INVALIDO"   TO  WS-MOTIVO
              ELSE
                 IF MOV-PERIODO NOT NUMERIC
                    OR (MVA-PER-SEM NOT = "1" AND MVA-PER-SEM NOT = "2")
                    MOVE "N"                 TO  WS-MOVTO-VALIDO
                    MOVE "PERIODO INVALIDO"  TO  WS-MOTIVO
                 ELSE
                    IF MOV-COD-DISC NOT NUMERIC
                       OR MOV-COD-DISC = ZEROS
                       MOVE "N"                    TO  WS-MOVTO-VALIDO
                       MOVE "DISCIPLINA INVALIDA"  TO  WS-MOTIVO
                    ELSE
                       EVALUATE MOV-TIPO
                          WHEN "I"
                             PERFORM 033-VALIDAR-CONTEUDO
                          WHEN "N"
                             PERFORM 033A-VALIDAR-NOTAS
                       END-EVALUATE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAS DE CONTEUDO PARA A INCLUSAO DA MATRICULA - ORIGEM *
      *    EM BRANCO ASSUME MATRICULA REGULAR E DATA ZERADA ASSUME A  *
      *    DATA DO PROCESSAMENTO                                      *
      *--------------------------------------------------------------*
       033-VALIDAR-CONTEUDO.

           IF MOV-ORIGEM = SPACES
              MOVE "R"  TO  MOV-ORIGEM
           END-IF

           IF MVA-DATA-MATRIC = SPACES OR MOV-DATA-MATRIC = ZEROS
              MOVE WS-DATA-SISTEMA  TO  MOV-DATA-MATRIC
           END-IF

           IF MOV-NR-DPTO NOT NUMERIC
              MOVE "N"                TO  WS-MOVTO-VALIDO
              MOVE "DEPTO INVALIDO"   TO  WS-MOTIVO
           ELSE
              IF MOV-ORIGEM NOT = "R" AND MOV-ORIGEM NOT = "D"
                 MOVE "N"                TO  WS-MOVTO-VALIDO
                 MOVE "ORIGEM INVALIDA"  TO  WS-MOTIVO
              ELSE
                 IF MOV-DATA-MATRIC NOT NUMERIC
                    MOVE "N"              TO  WS-MOVTO-VALIDO
                    MOVE "DATA INVALIDA"  TO  WS-MOTIVO
                 ELSE
                    PERFORM 035-CRITICAR-ALUNO
                    IF WS-MOVTO-VALIDO = "S"
                       PERFORM 035A-CRITICAR-DISCIPLINA
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAS DO LANCAMENTO DE NOTAS                            *
      *--------------------------------------------------------------*
       033A-VALIDAR-NOTAS.

           IF MOV-NOTA1 NOT NUMERIC OR MOV-NOTA1 > 10,00
              OR MOV-NOTA2 NOT NUMERIC OR MOV-NOTA2 > 10,00
              MOVE "N"              TO  WS-MOVTO-VALIDO
              MOVE "NOTA INVALIDA"  TO  WS-MOTIVO
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUIR A MATRICULA - SEM NOTAS LANCADAS                   *
      *--------------------------------------------------------------*
       034-INCLUIR.

           PERFORM 040-LER-MATRICULA

           IF WS-MATRIC-ACHOU = "S"
              MOVE "MATRIC. DUPLICADA"  TO  WS-MOTIVO
              PERFORM 044-GRAVAR-REJEITO
           ELSE
              MOVE SPACES  TO  WS-IMAGEM-MATRIC
              MOVE "*** INEXISTENTE ***"  TO  WS-IMAGEM-MATRIC
              MOVE MOV-RA           TO  MAT-RA
              MOVE MOV-PERIODO      TO  MAT-PERIODO
              MOVE MOV-COD-DISC     TO  MAT-COD-DISC
              MOVE MOV-NR-DPTO      TO  MAT-NR-DPTO
              MOVE ZEROS            TO  MAT-NOTA1
              MOVE ZEROS            TO  MAT-NOTA2
              MOVE "N"              TO  MAT-NOTA-LANC
              MOVE MOV-DATA-MATRIC  TO  MAT-DATA-MATRIC
              MOVE MOV-ORIGEM       TO  MAT-ORIGEM
              WRITE REG-MATRICULA
                 INVALID KEY
                    MOVE "MATRIC. DUPLICADA"  TO  WS-MOTIVO
                    PERFORM 044-GRAVAR-REJEITO
                 NOT INVALID KEY
                    ADD 1  TO  WS-CTINCLUI
                    PERFORM 042-IMPRIMIR-APLICACAO
              END-WRITE
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR O ALUNO NO CADASTRO MESTRE: RA INEXISTENTE, ALUNO *
      *    DE OUTRO DEPARTAMENTO OU ALUNO NAO ATIVO (TRANCADO,        *
      *    DESLIGADO OU FORMADO) SAO INCONSISTENCIAS                  *
      *--------------------------------------------------------------*
       035-CRITICAR-ALUNO.

           IF WS-MESTRE-OK = "S"
              MOVE MOV-RA  TO  MST-RA
              READ ARQ-MESTRE
                 INVALID KEY
                    MOVE "N"               TO  WS-MOVTO-VALIDO
                    MOVE "S"               TO  WS-INCONSIST
                    MOVE "RA INEXISTENTE"  TO  WS-MOTIVO
                 NOT INVALID KEY
                    IF MST-NR-DPTO NOT = MOV-NR-DPTO
                       MOVE "N"  TO  WS-MOVTO-VALIDO
                       MOVE "S"  TO  WS-INCONSIST
                       MOVE "ALUNO DE OUTRO DEPTO"  TO  WS-MOTIVO
                    ELSE
                       IF NOT MST-ATIVO
                          MOVE "N"  TO  WS-MOVTO-VALIDO
                          MOVE "S"  TO  WS-INCONSIST
                          MOVE "ALUNO NAO ATIVO"  TO  WS-MOTIVO
                       END-IF
                    END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR A DISCIPLINA NO CADASTRO: INEXISTENTE, EXTINTA OU *
      *    DE OUTRO DEPARTAMENTO                                      *
      *--------------------------------------------------------------*
       035A-CRITICAR-DISCIPLINA.

           IF WS-DISCIPL-OK = "S"
              MOVE MOV-COD-DISC  TO  DSC-COD-DISC
              READ ARQ-DISCIPL
                 INVALID KEY
                    MOVE "N"                  TO  WS-MOVTO-VALIDO
                    MOVE "DISC. INEXISTENTE"  TO  WS-MOTIVO
                 NOT INVALID KEY
                    IF DSC-SITUACAO = "E"
                       MOVE "N"              TO  WS-MOVTO-VALIDO
                       MOVE "DISC. EXTINTA"  TO  WS-MOTIVO
                    ELSE
                       IF DSC-NR-DPTO NOT = MOV-NR-DPTO
                          MOVE "N"  TO  WS-MOVTO-VALIDO
                          MOVE "DISC. DE OUTRO DEPTO"  TO  WS-MOTIVO
                       END-IF
                    END-IF
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    LANCAR (OU CORRIGIR) AS NOTAS DA MATRICULA - NOTA SEM      *
      *    MATRICULA E INCONSISTENCIA                                 *
      *--------------------------------------------------------------*
       036-LANCAR-NOTAS.

           PERFORM 040-LER-MATRICULA

           IF WS-MATRIC-ACHOU = "N"
              MOVE "S"                   TO  WS-INCONSIST
              MOVE "NOTA SEM MATRICULA"  TO  WS-MOTIVO
              PERFORM 044-GRAVAR-REJEITO
           ELSE
              PERFORM 041-MONTAR-IMAGEM-ANTES
              MOVE MOV-NOTA1  TO  MAT-NOTA1
              MOVE MOV-NOTA2  TO  MAT-NOTA2
              MOVE "S"        TO  MAT-NOTA-LANC
              REWRITE REG-MATRICULA
                 INVALID KEY
                    MOVE "S"                   TO  WS-INCONSIST
                    MOVE "NOTA SEM MATRICULA"  TO  WS-MOTIVO
                    PERFORM 044-GRAVAR-REJEITO
                 NOT INVALID KEY
                    ADD 1  TO  WS-CTNOTAS
                    PERFORM 042-IMPRIMIR-APLICACAO
              END-REWRITE
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUIR A MATRICULA                                        *
      *--------------------------------------------------------------*
       038-EXCLUIR.

           PERFORM 040-LER-MATRICULA

           IF WS-MATRIC-ACHOU = "N"
              MOVE "MATRIC. INEXISTENTE"  TO  WS-MOTIVO
              PERFORM 044-GRAVAR-REJEITO
           ELSE
              PERFORM 041-MONTAR-IMAGEM-ANTES
              DELETE ARQ-MATRIC
                 INVALID KEY
                    MOVE "MATRIC. INEXISTENTE"  TO  WS-MOTIVO
                    PERFORM 044-GRAVAR-REJEITO
                 NOT INVALID KEY
                    ADD 1  TO  WS-CTEXCLUI
                    PERFORM 042-IMPRIMIR-APLICACAO
              END-DELETE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER A MATRICULA PELA CHAVE RA/PERIODO/DISCIPLINA           *
      *--------------------------------------------------------------*
       040-LER-MATRICULA.

           MOVE MOV-RA        TO  MAT-RA
           MOVE MOV-PERIODO   TO  MAT-PERIODO
           MOVE MOV-COD-DISC  TO  MAT-COD-DISC

           READ ARQ-MATRIC
              INVALID KEY
                 MOVE "N"  TO  WS-MATRIC-ACHOU
              NOT INVALID KEY
                 MOVE "S"  TO  WS-MATRIC-ACHOU
           END-READ
           .
      *--------------------------------------------------------------*
      *    GUARDAR A IMAGEM ANTERIOR DO REGISTRO DE MATRICULA         *
      *--------------------------------------------------------------*
       041-MONTAR-IMAGEM-ANTES.

           MOVE SPACES           TO  WS-IMAGEM-MATRIC
           MOVE MAT-NR-DPTO      TO  WS-IMG-DPTO
           MOVE MAT-NOTA1        TO  WS-IMG-NOTA1
           MOVE MAT-NOTA2        TO  WS-IMG-NOTA2
           MOVE MAT-NOTA-LANC    TO  WS-IMG-NOTA-LANC
           MOVE MAT-DATA-MATRIC  TO  WS-IMG-DATA
           MOVE MAT-ORIGEM       TO  WS-IMG-ORIGEM
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O MOVIMENTO APLICADO COM IMAGEM ANTES/DEPOIS      *
      *--------------------------------------------------------------*
       042-IMPRIMIR-APLICACAO.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 046-IMPRIMIR-CABECALHO
           END-IF

           MOVE MOV-TIPO      TO  WS-LIN-TIPO
           MOVE MOV-RA        TO  WS-LIN-RA
           MOVE MOV-PERIODO   TO  WS-LIN-PERIODO
           MOVE MOV-COD-DISC  TO  WS-LIN-DISC
           MOVE WS-LIN-MOVTO  TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE "  ANTES: "       TO  WS-IMG-ROTULO
           MOVE WS-IMAGEM-MATRIC  TO  WS-IMG-CONTEUDO
           MOVE WS-LIN-IMAGEM     TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE "  DEPOIS:"       TO  WS-IMG-ROTULO
           IF MOV-TIPO = "E"
              MOVE "*** EXCLUIDO ***"  TO  WS-IMG-CONTEUDO
           ELSE
              PERFORM 043-MONTAR-IMAGEM-DEPOIS
           END-IF
           MOVE WS-LIN-IMAGEM     TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE SPACES  TO  REG-RELMAN
           WRITE REG-RELMAN

           ADD 4  TO  WS-LINHAS-PAGINA
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
              MOVE ZEROS  TO  WS-LINHAS-PAGINA
           END-IF
           .
      *--------------------------------------------------------------*
      *    MONTAR A IMAGEM POSTERIOR DO REGISTRO DE MATRICULA         *
      *--------------------------------------------------------------*
       043-MONTAR-IMAGEM-DEPOIS.

           MOVE SPACES            TO  WS-IMAGEM-MATRIC
           MOVE MAT-NR-DPTO       TO  WS-IMG-DPTO
           MOVE MAT-NOTA1         TO  WS-IMG-NOTA1
           MOVE MAT-NOTA2         TO  WS-IMG-NOTA2
           MOVE MAT-NOTA-LANC     TO  WS-IMG-NOTA-LANC
           MOVE MAT-DATA-MATRIC   TO  WS-IMG-DATA
           MOVE MAT-ORIGEM        TO  WS-IMG-ORIGEM
           MOVE WS-IMAGEM-MATRIC  TO  WS-IMG-CONTEUDO
           .
      *--------------------------------------------------------------*
      *    GRAVAR O MOVIMENTO REJEITADO NA LISTAGEM DE REJEITOS - O   *
      *    REJEITO POR INCONSISTENCIA SAI TAMBEM NO RELATORIO DE      *
      *    INCONSISTENCIAS                                            *
      *--------------------------------------------------------------*
       044-GRAVAR-REJEITO.

           MOVE MVA-TIPO      TO  WS-REJ-TIPO
           MOVE MVA-RA        TO  WS-REJ-RA
           MOVE MVA-PERIODO   TO  WS-REJ-PERIODO
           MOVE MVA-COD-DISC  TO  WS-REJ-DISC
           MOVE WS-MOTIVO     TO  WS-REJ-MOTIVO

           DISPLAY "MOVIMENTO REJEITADO - RA " MVA-RA
                    " MOTIVO " WS-MOTIVO

           MOVE WS-LIN-REJEITO  TO  REG-RELREJ
           WRITE REG-RELREJ

           ADD 1  TO  WS-CTREJEIT

           IF WS-INCONSIST = "S"
              MOVE MVA-RA        TO  WS-INC-RA
              MOVE MVA-PERIODO   TO  WS-INC-PERIODO
              MOVE MVA-COD-DISC  TO  WS-INC-DISC
              MOVE MVA-NR-DPTO   TO  WS-INC-DPTO
              MOVE WS-MOTIVO     TO  WS-INC-OCORRENCIA
              MOVE "MOVIMENTO"   TO  WS-INC-ORIGEM
              PERFORM 045-GRAVAR-INCONSISTENCIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A LINHA MONTADA NO RELATORIO DE INCONSISTENCIAS     *
      *--------------------------------------------------------------*
       045-GRAVAR-INCONSISTENCIA.

           IF WS-LINHAS-INC = ZEROS
              PERFORM 047-CABECALHO-INCONSIST
           END-IF

           MOVE WS-LIN-INCONSIST  TO  REG-RELINC
           WRITE REG-RELINC

           ADD 1  TO  WS-CTINCONS

           ADD 1  TO  WS-LINHAS-INC
           IF WS-LINHAS-INC >= WS-MAX-LINHAS
              MOVE ZEROS  TO  WS-LINHAS-INC
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR CABECALHO COM DATA E NUMERO DE PAGINA DO RELATORIO  *
      *--------------------------------------------------------------*
       046-IMPRIMIR-CABECALHO.

           ADD 1  TO  WS-PAGINA

           MOVE SPACES  TO  REG-RELMAN
           WRITE REG-RELMAN AFTER ADVANCING PAGE

           MOVE WS-DATA-EDITADA  TO  WS-CAB1-DATA
           MOVE WS-PAGINA        TO  WS-CAB1-PAGINA
           MOVE WS-CAB1-RELMAN   TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE SPACES  TO  REG-RELMAN
           WRITE REG-RELMAN
           .
      *--------------------------------------------------------------*
      *    EMITIR O CABECALHO DO RELATORIO DE INCONSISTENCIAS         *
      *--------------------------------------------------------------*
       047-CABECALHO-INCONSIST.

           ADD 1  TO  WS-PAGINA-INC

           MOVE SPACES  TO  REG-RELINC
           WRITE REG-RELINC AFTER ADVANCING PAGE

           MOVE WS-DATA-EDITADA  TO  WS-CAB1-INC-DATA
           MOVE WS-PERIODO       TO  WS-CAB1-INC-PER
           MOVE WS-PAGINA-INC    TO  WS-CAB1-INC-PAG
           MOVE WS-CAB1-RELINC   TO  REG-RELINC
           WRITE REG-RELINC

           MOVE SPACES  TO  REG-RELINC
           WRITE REG-RELINC

           MOVE WS-CAB2-RELINC   TO  REG-RELINC
           WRITE REG-RELINC

           MOVE SPACES  TO  REG-RELINC
           WRITE REG-RELINC
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-COD-RETORNO NOT = 08
              PERFORM 060-VARRER-MATRICULAS

              IF WS-CTREJEIT NOT = ZEROS OR WS-CTINCONS NOT = ZEROS
                 MOVE 04  TO  WS-COD-RETORNO
              ELSE
                 MOVE 00  TO  WS-COD-RETORNO
              END-IF

              PERFORM 052-IMPRIMIR-TOTAIS
              PERFORM 054-IMPRIMIR-TOTAIS-INC

              CLOSE ARQ-MOVTOS
              CLOSE ARQ-MATRIC
              CLOSE ARQ-RELMAN
              CLOSE ARQ-RELREJ
              CLOSE ARQ-RELINC
              IF WS-MESTRE-OK = "S"
                 CLOSE ARQ-MESTRE
              END-IF
              IF WS-DISCIPL-OK = "S"
                 CLOSE ARQ-DISCIPL
              END-IF
           END-IF

           DISPLAY "** FIM EXECUCAO CGPRG17 **"
           DISPLAY "MOVIMENTOS LIDOS    = " WS-CTLIDOS
           DISPLAY "INCLUSOES APLICADAS = " WS-CTINCLUI
           DISPLAY "NOTAS LANCADAS      = " WS-CTNOTAS
           DISPLAY "EXCLUSOES APLICADAS = " WS-CTEXCLUI
           DISPLAY "MOVIMENTOS REJEITADOS= " WS-CTREJEIT
           DISPLAY "MATRICULAS VARRIDAS = " WS-CTVARRIDAS
           DISPLAY "INCONSISTENCIAS     = " WS-CTINCONS
           DISPLAY "CODIGO DE RETORNO   = " WS-COD-RETORNO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS DA EXECUCAO NO RELATORIO DE APLICACAO   *
      *--------------------------------------------------------------*
       052-IMPRIMIR-TOTAIS.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 046-IMPRIMIR-CABECALHO
           END-IF

           MOVE SPACES  TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE "MOVIMENTOS LIDOS........:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTLIDOS                    TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE "INCLUSOES APLICADAS.....:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTINCLUI                   TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE "NOTAS LANCADAS..........:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTNOTAS                    TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE "EXCLUSOES APLICADAS.....:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTEXCLUI                   TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE "MOVIMENTOS REJEITADOS...:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTREJEIT                   TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELMAN
           WRITE REG-RELMAN
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS DO RELATORIO DE INCONSISTENCIAS         *
      *--------------------------------------------------------------*
       054-IMPRIMIR-TOTAIS-INC.

           IF WS-LINHAS-INC = ZEROS
              PERFORM 047-CABECALHO-INCONSIST
           END-IF

           MOVE SPACES  TO  REG-RELINC
           WRITE REG-RELINC

           MOVE "MATRICULAS DO PERIODO...:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTVARRIDAS                 TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELINC
           WRITE REG-RELINC

           MOVE "MATRICULADOS SEM NOTA...:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTSEMNOTA                  TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELINC
           WRITE REG-RELINC

           MOVE "TOTAL DE OCORRENCIAS....:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTINCONS                   TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELINC
           WRITE REG-RELINC
           .
      *--------------------------------------------------------------*
      *    VARRER O ARQUIVO DE MATRICULAS JA ATUALIZADO E CONFERIR AS *
      *    MATRICULAS DO PERIODO SELECIONADO                          *
      *--------------------------------------------------------------*
       060-VARRER-MATRICULAS.

           MOVE "N"    TO  WS-FIM-MATRIC
           MOVE ZEROS  TO  MAT-CHAVE

           START ARQ-MATRIC KEY IS NOT LESS THAN MAT-CHAVE
              INVALID KEY
                 MOVE "S"  TO  WS-FIM-MATRIC
           END-START

           IF WS-FIM-MATRIC = "N"
              PERFORM 062-LER-PROXIMA-MATRICULA
              PERFORM 064-CONFERIR-MATRICULA
                      UNTIL WS-FIM-MATRIC = "S"
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA MATRICULA NA ORDEM DA CHAVE                  *
      *--------------------------------------------------------------*
       062-LER-PROXIMA-MATRICULA.

           READ ARQ-MATRIC NEXT RECORD
              AT END
                 MOVE "S"  TO  WS-FIM-MATRIC
           END-READ
           .
      *--------------------------------------------------------------*
      *    CONFERIR A MATRICULA DO PERIODO: SEM NOTA LANCADA, RA      *
      *    INEXISTENTE NO MESTRE OU ALUNO DE OUTRO DEPARTAMENTO       *
      *--------------------------------------------------------------*
       064-CONFERIR-MATRICULA.

           IF MAT-PERIODO = WS-PERIODO
              ADD 1  TO  WS-CTVARRIDAS

              MOVE MAT-RA         TO  WS-INC-RA
              MOVE MAT-PERIODO    TO  WS-INC-PERIODO
              MOVE MAT-COD-DISC   TO  WS-INC-DISC
              MOVE MAT-NR-DPTO    TO  WS-INC-DPTO
              MOVE "CADASTRO"     TO  WS-INC-ORIGEM

              IF MAT-NOTA-LANC NOT = "S"
                 ADD 1  TO  WS-CTSEMNOTA
                 MOVE "MATRICULADO SEM NOTA"  TO  WS-INC-OCORRENCIA
                 PERFORM 045-GRAVAR-INCONSISTENCIA
              END-IF

              IF WS-MESTRE-OK = "S"
                 MOVE MAT-RA  TO  MST-RA
                 READ ARQ-MESTRE
                    INVALID KEY
                       MOVE "RA INEXISTENTE"  TO  WS-INC-OCORRENCIA
                       PERFORM 045-GRAVAR-INCONSISTENCIA
                    NOT INVALID KEY
                       IF MST-NR-DPTO NOT = MAT-NR-DPTO
                          MOVE "ALUNO DE OUTRO DEPTO"
                                 TO  WS-INC-OCORRENCIA
                          PERFORM 045-GRAVAR-INCONSISTENCIA
                       END-IF
                 END-READ
              END-IF
           END-IF

           PERFORM 062-LER-PROXIMA-MATRICULA
           .
      *---------------> FIM DO PROGRAMA CGPRG17 <--------------------*

       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG19.
      * AUTOR .........: ALVARO PEREIRA DO NASCIMENTO.
      * DATA DE CRIACAO: 15/10/2026.
      * OBJETIVO ......: RETIFICACAO DE NOTAS APOS O FECHAMENTO DO
      *                  PERIODO.  CADA MOVIMENTO (RA, PERIODO,
      *                  DISCIPLINA, NOVA NOTA1/NOTA2 OU NOTA DE
      *                  EXAME, MOTIVO E NUMERO DO PROCESSO) E
      *                  APLICADO AO REGISTRO CORRESPONDENTE DO
      *                  HISTORICO ACUMULADO, QUE E REGRAVADO NO
      *                  LUGAR COM A MEDIA E A SITUACAO
      *                  RECALCULADAS PELAS MESMAS REGRAS DO CGPRG02
      *                  (APROVADO COM MEDIA >= 6; EXAME NA FAIXA DE
      *                  4 A 5,99 COM APROVACAO SE (MEDIA + EXAME) /
      *                  2 >= 5; REPROVADO ABAIXO DE 4; REP.FALTA
      *                  PERMANECE, POIS A FREQUENCIA NAO E
      *                  RETIFICADA AQUI).  GRAVA O LOG PERMANENTE
      *                  COM A IMAGEM ANTES/DEPOIS, O EXTRATO DE
      *                  RETIFICACAO PARA O PORTAL (HEADER, UM
      *                  DETALHE POR ALUNO AFETADO E TRAILER COM
      *                  CONTAGEM E HASH DOS RAS) E O RELATORIO DAS
      *                  RETIFICACOES, QUE AVISA QUANDO A SITUACAO
      *                  PASSA DE REPROVADO PARA APROVADO OU VICE-
      *                  VERSA.
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
           SELECT ARQ-RETIFIC
               ASSIGN TO RETIFIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RETIFIC.

           SELECT ARQ-HISTORIC
               ASSIGN TO HISTORIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIC.

           SELECT OPTIONAL ARQ-MESTRE
               ASSIGN TO MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-RA
               FILE STATUS IS WS-FS-MESTRE.

           SELECT OPTIONAL ARQ-LOGRET
               ASSIGN TO LOGRET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOGRET.

           SELECT ARQ-EXTRATO
               ASSIGN TO EXTRATO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.

           SELECT ARQ-RELRET
               ASSIGN TO RELRET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELRET.

           SELECT ARQ-RELREJ
               ASSIGN TO RELREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELREJ.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> FD DOS MOVIMENTOS DE RETIFICACAO (ENTRADA) - TIPO "N" =
      *==> NOVAS NOTA1/NOTA2 (A NOTA DE EXAME VALE SE A NOVA MEDIA
      *==> CAIR NA FAIXA DE EXAME); TIPO "E" = SO A NOTA DE EXAME
       FD  ARQ-RETIFIC
           LABEL RECORDS ARE STANDARD.
       01  REG-RETIFIC.
           05  RET-RA              PIC 9(13).
           05  RET-PERIODO         PIC 9(05).
           05  RET-COD-DISC        PIC 9(03).
           05  RET-TIPO            PIC X(01).
           05  RET-NOTA1           PIC 9(02)V99.
           05  RET-NOTA2           PIC 9(02)V99.
           05  RET-NOTA-EXAME      PIC 9(02)V99.
           05  RET-MOTIVO          PIC X(30).
           05  RET-PROCESSO        PIC X(12).
           05  FILLER              PIC X(04).
       01  REG-RETIFIC-ALT REDEFINES REG-RETIFIC.
           05  RTA-RA              PIC X(13).
           05  RTA-PERIODO         PIC X(05).
           05  RTA-PERIODO-R REDEFINES RTA-PERIODO.
               10  RTA-PER-ANO     PIC X(04).
               10  RTA-PER-SEM     PIC X(01).
           05  RTA-COD-DISC        PIC X(03).
           05  RTA-TIPO            PIC X(01).
           05  RTA-NOTA1           PIC X(04).
           05  RTA-NOTA2           PIC X(04).
           05  RTA-NOTA-EXAME      PIC X(04).
           05  RTA-MOTIVO          PIC X(30).
           05  RTA-PROCESSO        PIC X(12).
           05  FILLER              PIC X(04).

      *==> FD DO HISTORICO ESCOLAR ACUMULADO (ENTRADA/SAIDA - O
      *==> REGISTRO RETIFICADO E REGRAVADO NO LUGAR)
       FD  ARQ-HISTORIC
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTORICO.
           05  HST-RA              PIC 9(13).
           05  HST-NR-DPTO         PIC 9(04).
           05  HST-PERIODO         PIC 9(05).
           05  HST-NOTA1           PIC 9(02)V99.
           05  HST-NOTA2           PIC 9(02)V99.
           05  HST-MEDIA           PIC 9(02)V99.
           05  HST-SITUACAO        PIC X(09).
           05  HST-DATA            PIC 9(08).
           05  HST-COD-DISC        PIC 9(03).
           05  HST-NOME-DISC       PIC X(20).

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

      *==> FD DO LOG PERMANENTE DAS RETIFICACOES (SAIDA ACUMULADA) -
      *==> IMAGEM ANTES/DEPOIS DO REGISTRO DO HISTORICO
       FD  ARQ-LOGRET
           LABEL RECORDS ARE STANDARD.
       01  REG-LOGRET.
           05  LOG-DATA            PIC 9(08).
           05  LOG-HORA            PIC 9(06).
           05  LOG-RA              PIC 9(13).
           05  LOG-PERIODO         PIC 9(05).
           05  LOG-COD-DISC        PIC 9(03).
           05  LOG-NR-DPTO         PIC 9(04).
           05  LOG-TIPO            PIC X(01).
           05  LOG-PROCESSO        PIC X(12).
           05  LOG-MOTIVO          PIC X(30).
           05  LOG-ANTES.
               10  LOG-ANT-NOTA1   PIC 9(02)V99.
               10  LOG-ANT-NOTA2   PIC 9(02)V99.
               10  LOG-ANT-MEDIA   PIC 9(02)V99.
               10  LOG-ANT-SITUACAO PIC X(09).
           05  LOG-DEPOIS.
               10  LOG-DEP-NOTA1   PIC 9(02)V99.
               10  LOG-DEP-NOTA2   PIC 9(02)V99.
               10  LOG-DEP-MEDIA   PIC 9(02)V99.
               10  LOG-DEP-SITUACAO PIC X(09).
           05  LOG-NOTA-EXAME      PIC 9(02)V99.
           05  FILLER              PIC X(02).

      *==> FD DO EXTRATO DE RETIFICACAO PARA O PORTAL (SAIDA - MESMO
      *==> LAYOUT DELIMITADO DO EXTRATO DO CGPRG02)
       FD  ARQ-EXTRATO
           LABEL RECORDS ARE STANDARD.
       01  REG-EXTRATO             PIC X(120).

      *==> FD DO RELATORIO DAS RETIFICACOES APLICADAS (SAIDA)
       FD  ARQ-RELRET
           LABEL RECORDS ARE STANDARD.
       01  REG-RELRET              PIC X(132).

      *==> FD DA LISTAGEM DE MOVIMENTOS REJEITADOS (SAIDA)
       FD  ARQ-RELREJ
           LABEL RECORDS ARE STANDARD.
       01  REG-RELREJ              PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FIM-RET             PIC X(01) VALUE "N".
       77  WS-FS-RETIFIC          PIC X(02) VALUE SPACES.
       77  WS-FS-HISTORIC         PIC X(02) VALUE SPACES.
       77  WS-FS-MESTRE           PIC X(02) VALUE SPACES.
       77  WS-FS-LOGRET           PIC X(02) VALUE SPACES.
       77  WS-FS-EXTRATO          PIC X(02) VALUE SPACES.
       77  WS-FS-RELRET           PIC X(02) VALUE SPACES.
       77  WS-FS-RELREJ           PIC X(02) VALUE SPACES.
       77  WS-MESTRE-OK           PIC X(01) VALUE "N".
       77  WS-MOVTO-VALIDO        PIC X(01) VALUE "S".
       77  WS-MOTIVO              PIC X(20) VALUE SPACES.
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.

      *-----> CONTADORES DA EXECUCAO
       77  WS-CTLIDOS             PIC 9(05) VALUE ZEROS.
       77  WS-CTHIST              PIC 9(07) VALUE ZEROS.
       77  WS-CTAPLIC             PIC 9(05) VALUE ZEROS.
       77  WS-CTREJEIT            PIC 9(05) VALUE ZEROS.
       77  WS-CTVIRADAS           PIC 9(05) VALUE ZEROS.

      *-----> RECALCULO DA MEDIA E DA SITUACAO (REGRAS DO CGPRG02)
       77  WS-NOTA1               PIC 9(02)V99 VALUE ZEROS.
       77  WS-NOTA2               PIC 9(02)V99 VALUE ZEROS.
       77  WS-NOTA-EXAME          PIC 9(02)V99 VALUE ZEROS.
       77  WS-MEDIA-CALC          PIC 9(02)V99 VALUE ZEROS.
       77  WS-MEDIA-FINAL         PIC 9(02)V99 VALUE ZEROS.
       77  WS-MEDIA-DEF           PIC 9(02)V99 VALUE ZEROS.
       77  WS-SITUACAO            PIC X(09) VALUE SPACES.
       77  WS-APROV-ANTES         PIC X(01) VALUE "N".
       77  WS-APROV-DEPOIS        PIC X(01) VALUE "N".

      *-----> TABELA DOS MOVIMENTOS VALIDOS (CHAVE RA/PERIODO/
      *-----> DISCIPLINA) - APLICADO = "S" QUANDO O REGISTRO DO
      *-----> HISTORICO FOI ENCONTRADO E TRATADO
       77  WS-RET-MAX             PIC 9(04) COMP VALUE 1000.
       77  WS-RET-QTDE            PIC 9(04) COMP VALUE ZEROS.
       01  WS-TAB-RET.
           05  WS-RET-ITEM OCCURS 1 TO 1000 TIMES
                           DEPENDING ON WS-RET-QTDE
                           INDEXED BY IRET.
               10  WS-RET-RA       PIC 9(13).
               10  WS-RET-PERIODO  PIC 9(05).
               10  WS-RET-DISC     PIC 9(03).
               10  WS-RET-TIPO     PIC X(01).
               10  WS-RET-NOTA1    PIC 9(02)V99.
               10  WS-RET-NOTA2    PIC 9(02)V99.
               10  WS-RET-EXAME    PIC 9(02)V99.
               10  WS-RET-MOTIVO   PIC X(30).
               10  WS-RET-PROCESSO PIC X(12).
               10  WS-RET-APLICADO PIC X(01).

      *-----> EXTRATO DE RETIFICACAO - CONTROLES DE TRANSMISSAO
      *-----> (CONTAGEM E HASH DA SOMA DOS RAS)
       77  WS-CTEXTRATO           PIC 9(05) VALUE ZEROS.
       77  WS-HASH-RA             PIC 9(15) VALUE ZEROS.
       77  WS-EXT-RA              PIC 9(13) VALUE ZEROS.
       77  WS-EXT-DPTO            PIC 9(04) VALUE ZEROS.
       77  WS-EXT-DISC            PIC 9(03) VALUE ZEROS.
       77  WS-EXT-NOTA1           PIC 99,99.
       77  WS-EXT-NOTA2           PIC 99,99.
       77  WS-EXT-MEDIA           PIC 99,99.
       77  WS-EXT-NOME            PIC X(30) VALUE SPACES.
       77  WS-ED-EXAME            PIC Z9,99.

      *-----> CONTROLE DE PAGINACAO DO RELATORIO
       77  WS-LINHAS-PAGINA       PIC 9(02) VALUE ZEROS.
       77  WS-MAX-LINHAS          PIC 9(02) VALUE 20.
       77  WS-PAGINA              PIC 9(03) VALUE ZEROS.

      *-----> DATA E HORA DO SISTEMA
       77  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EDITADA.
           05  WS-DATA-DIA        PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-MES        PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-ANO        PIC 9(04).
       77  WS-HORA-SISTEMA        PIC 9(08) VALUE ZEROS.

      *-----> CABECALHO DO RELATORIO DE RETIFICACOES
       01  WS-CAB1-RELRET.
           05 FILLER              PIC X(36)
              VALUE "CGPRG19 - RETIFICACAO DE NOTAS".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-CAB1-DATA        PIC X(10).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-CAB1-PAGINA      PIC ZZ9.

      *-----> LINHA DE IDENTIFICACAO DA RETIFICACAO
       01  WS-LIN-RETIFIC.
           05 FILLER              PIC X(04) VALUE "RA: ".
           05 WS-LIN-RA           PIC 9(13).
           05 FILLER              PIC X(11) VALUE "  PERIODO: ".
           05 WS-LIN-PERIODO      PIC 9(05).
           05 FILLER              PIC X(08) VALUE "  DISC: ".
           05 WS-LIN-DISC         PIC 9(03).
           05 FILLER              PIC X(08) VALUE "  TIPO: ".
           05 WS-LIN-TIPO         PIC X(01).
           05 FILLER              PIC X(12) VALUE "  PROCESSO: ".
           05 WS-LIN-PROCESSO     PIC X(12).
           05 FILLER              PIC X(10) VALUE "  MOTIVO: ".
           05 WS-LIN-MOTIVO       PIC X(30).

      *-----> LINHA DE IMAGEM ANTES/DEPOIS DO REGISTRO DO HISTORICO
       01  WS-LIN-IMAGEM.
           05 WS-IMG-ROTULO       PIC X(09).
           05 FILLER              PIC X(07) VALUE "NOTA1: ".
           05 WS-IMG-NOTA1        PIC Z9,99.
           05 FILLER              PIC X(09) VALUE "  NOTA2: ".
           05 WS-IMG-NOTA2        PIC Z9,99.
           05 FILLER              PIC X(09) VALUE "  MEDIA: ".
           05 WS-IMG-MEDIA        PIC Z9,99.
           05 FILLER              PIC X(12) VALUE "  SITUACAO: ".
           05 WS-IMG-SITUACAO     PIC X(09).
           05 WS-IMG-EXAME-R      PIC X(09).
           05 WS-IMG-EXAME        PIC X(05).

      *-----> AVISO DE MUDANCA DE SITUACAO (APROVADO X REPROVADO)
       01  WS-LIN-VIRADA.
           05 FILLER              PIC X(37)
              VALUE "  *** ATENCAO: SITUACAO ALTERADA DE ".
           05 WS-VIR-ANTES        PIC X(09).
           05 FILLER              PIC X(06) VALUE " PARA ".
           05 WS-VIR-DEPOIS       PIC X(09).
           05 FILLER              PIC X(50)
              VALUE " - REVER RANKING, DEPENDENCIAS E CONCLUINTES ***".

      *-----> LINHA DO MOVIMENTO REJEITADO NA LISTAGEM DE REJEITOS
       01  WS-LIN-REJEITO.
           05 FILLER              PIC X(04) VALUE "RA: ".
           05 WS-REJ-RA           PIC X(13).
           05 FILLER              PIC X(11) VALUE "  PERIODO: ".
           05 WS-REJ-PERIODO      PIC X(05).
           05 FILLER              PIC X(08) VALUE "  DISC: ".
           05 WS-REJ-DISC         PIC X(03).
           05 FILLER              PIC X(08) VALUE "  TIPO: ".
           05 WS-REJ-TIPO         PIC X(01).
           05 FILLER              PIC X(12) VALUE "  PROCESSO: ".
           05 WS-REJ-PROCESSO     PIC X(12).
           05 FILLER              PIC X(11) VALUE "  MOTIVO:  ".
           05 WS-REJ-MOTIVO       PIC X(20).

      *-----> LINHA DE TOTALIZACAO DO RELATORIO
       01  WS-TRG-LINHA.
           05 WS-TRG-DESCRICAO    PIC X(25).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-TRG-VALOR        PIC ZZZZ9.

       PROCEDURE DIVISION.
      *===================*
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

           DISPLAY "** CGPRG19 - RETIFICACAO DE NOTAS **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA (7:2)  TO  WS-DATA-DIA
           MOVE WS-DATA-SISTEMA (5:2)  TO  WS-DATA-MES
           MOVE WS-DATA-SISTEMA (1:4)  TO  WS-DATA-ANO
           ACCEPT WS-HORA-SISTEMA FROM TIME

           OPEN INPUT ARQ-RETIFIC

           IF WS-FS-RETIFIC NOT = "00"
              DISPLAY "ARQUIVO DE RETIFICACOES NAO ENCONTRADO - "
                      "STATUS " WS-FS-RETIFIC
              MOVE 08   TO  WS-COD-RETORNO
              MOVE "S"  TO  WS-FIM
           ELSE
              PERFORM 012-ABRIR-SAIDAS
              IF WS-FIM = "S"
                 CLOSE ARQ-RETIFIC
              ELSE
                 PERFORM 013-GRAVAR-HEADER-EXTRATO
                 PERFORM 014-ABRIR-MESTRE
                 PERFORM 016-CARREGAR-MOVTOS
                 OPEN I-O ARQ-HISTORIC
                 IF WS-FS-HISTORIC NOT = "00"
                    DISPLAY "ERRO AO ABRIR O HISTORICO ESCOLAR - "
                            "STATUS " WS-FS-HISTORIC
                    MOVE 08   TO  WS-COD-RETORNO
                    MOVE "S"  TO  WS-FIM
                    PERFORM 015-FECHAR-ARQUIVOS
                 ELSE
                    PERFORM 020-LER-HISTORICO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O EXTRATO, OS RELATORIOS E O LOG PERMANENTE (O LOG E *
      *    ACUMULATIVO - EXTEND, OU OUTPUT NA PRIMEIRA EXECUCAO)      *
      *--------------------------------------------------------------*
       012-ABRIR-SAIDAS.

           OPEN OUTPUT ARQ-EXTRATO
           OPEN OUTPUT ARQ-RELRET
           OPEN OUTPUT ARQ-RELREJ

           OPEN EXTEND ARQ-LOGRET
           IF WS-FS-LOGRET = "05" OR WS-FS-LOGRET = "35"
              OPEN OUTPUT ARQ-LOGRET
           END-IF

           IF WS-FS-EXTRATO NOT = "00" OR WS-FS-RELRET NOT = "00"
              OR WS-FS-RELREJ NOT = "00"
              OR (WS-FS-LOGRET NOT = "00" AND WS-FS-LOGRET NOT = "05")
              DISPLAY "ERRO AO ABRIR AS SAIDAS - STATUS "
                       WS-FS-EXTRATO " " WS-FS-RELRET " "
                       WS-FS-RELREJ " " WS-FS-LOGRET
              MOVE 08   TO  WS-COD-RETORNO
              MOVE "S"  TO  WS-FIM
              IF WS-FS-EXTRATO = "00"
                 CLOSE ARQ-EXTRATO
              END-IF
              IF WS-FS-RELRET = "00"
                 CLOSE ARQ-RELRET
              END-IF
              IF WS-FS-RELREJ = "00"
                 CLOSE ARQ-RELREJ
              END-IF
              IF WS-FS-LOGRET = "00" OR WS-FS-LOGRET = "05"
                 CLOSE ARQ-LOGRET
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O HEADER DO EXTRATO DE RETIFICACAO COM A DATA DA    *
      *    EXECUCAO (DEPARTAMENTO 0000 - ALUNOS DE QUALQUER DEPTO)    *
      *--------------------------------------------------------------*
       013-GRAVAR-HEADER-EXTRATO.

           MOVE ZEROS   TO  WS-EXT-DPTO
           MOVE SPACES  TO  REG-EXTRATO
           STRING "H"             DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-DATA-EDITADA DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WS-EXT-DPTO     DELIMITED BY SIZE
              INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO
           .
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO MESTRE - SEM ELE O EXTRATO SAI SEM O NOME *
      *    DO ALUNO                                                   *
      *--------------------------------------------------------------*
       014-ABRIR-MESTRE.

           OPEN INPUT ARQ-MESTRE

           IF WS-FS-MESTRE = "00"
              MOVE "S"  TO  WS-MESTRE-OK
           ELSE
              MOVE "N"  TO  WS-MESTRE-OK
              DISPLAY "CADASTRO MESTRE INDISPONIVEL - STATUS "
                       WS-FS-MESTRE
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAR OS ARQUIVOS JA ABERTOS QUANDO O HISTORICO NAO ABRE  *
      *--------------------------------------------------------------*
       015-FECHAR-ARQUIVOS.

           CLOSE ARQ-EXTRATO
           CLOSE ARQ-RELRET
           CLOSE ARQ-RELREJ
           CLOSE ARQ-LOGRET
           IF WS-MESTRE-OK = "S"
              CLOSE ARQ-MESTRE
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR NA TABELA OS MOVIMENTOS VALIDOS - OS INVALIDOS    *
      *    VAO DIRETO PARA A LISTAGEM DE REJEITOS                     *
      *--------------------------------------------------------------*
       016-CARREGAR-MOVTOS.

           MOVE "N"  TO  WS-FIM-RET

           PERFORM 017-LER-MOVTO
           PERFORM 018-GUARDAR-MOVTO UNTIL WS-FIM-RET = "S"

           CLOSE ARQ-RETIFIC

           DISPLAY "MOVIMENTOS CARREGADOS = " WS-RET-QTDE
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO MOVIMENTO DE RETIFICACAO                     *
      *--------------------------------------------------------------*
       017-LER-MOVTO.

           READ ARQ-RETIFIC
              AT END
                 MOVE "S"  TO  WS-FIM-RET
              NOT AT END
                 ADD 1  TO  WS-CTLIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    CRITICAR O MOVIMENTO E GUARDA-LO NA TABELA                 *
      *--------------------------------------------------------------*
       018-GUARDAR-MOVTO.

           PERFORM 019-VALIDAR-MOVTO

           IF WS-MOVTO-VALIDO = "S"
              IF WS-RET-QTDE NOT < WS-RET-MAX
                 MOVE "N"                    TO  WS-MOVTO-VALIDO
                 MOVE "LIMITE DE MOVIMENTOS"  TO  WS-MOTIVO
              ELSE
                 IF WS-RET-QTDE NOT = ZEROS
                    SET IRET TO 1
                    SEARCH WS-RET-ITEM
                       AT END
                          CONTINUE
                       WHEN WS-RET-RA      (IRET) = RET-RA
                        AND WS-RET-PERIODO (IRET) = RET-PERIODO
                        AND WS-RET-DISC    (IRET) = RET-COD-DISC
                          MOVE "N"                TO  WS-MOVTO-VALIDO
                          MOVE "MOVTO DUPLICADO"  TO  WS-MOTIVO
                    END-SEARCH
                 END-IF
              END-IF
           END-IF

           IF WS-MOVTO-VALIDO = "S"
              ADD 1  TO  WS-RET-QTDE
              MOVE RET-RA          TO  WS-RET-RA       (WS-RET-QTDE)
              MOVE RET-PERIODO     TO  WS-RET-PERIODO  (WS-RET-QTDE)
              MOVE RET-COD-DISC    TO  WS-RET-DISC     (WS-RET-QTDE)
              MOVE RET-TIPO        TO  WS-RET-TIPO     (WS-RET-QTDE)
              MOVE RET-NOTA1       TO  WS-RET-NOTA1    (WS-RET-QTDE)
              MOVE RET-NOTA2       TO  WS-RET-NOTA2    (WS-RET-QTDE)
              MOVE RET-NOTA-EXAME  TO  WS-RET-EXAME    (WS-RET-QTDE)
              MOVE RET-MOTIVO      TO  WS-RET-MOTIVO   (WS-RET-QTDE)
              MOVE RET-PROCESSO    TO  WS-RET-PROCESSO (WS-RET-QTDE)
              MOVE "N"             TO  WS-RET-APLICADO (WS-RET-QTDE)
           ELSE
              MOVE RTA-RA          TO  WS-REJ-RA
              MOVE RTA-PERIODO     TO  WS-REJ-PERIODO
              MOVE RTA-COD-DISC    TO  WS-REJ-DISC
              MOVE RTA-TIPO        TO  WS-REJ-TIPO
              MOVE RTA-PROCESSO    TO  WS-REJ-PROCESSO
              PERFORM 044-GRAVAR-REJEITO
           END-IF

           PERFORM 017-LER-MOVTO
           .
      *--------------------------------------------------------------*
      *    CRITICAR O MOVIMENTO: CHAVE, TIPO, NOTAS (0 A 10), MOTIVO  *
      *    E PROCESSO OBRIGATORIOS - NOTA DE EXAME EM BRANCO ASSUME   *
      *    ZERO                                                       *
      *--------------------------------------------------------------*
       019-VALIDAR-MOVTO.

           MOVE "S"  TO  WS-MOVTO-VALIDO

           IF RTA-NOTA-EXAME = SPACES
              MOVE ZEROS  TO  RET-NOTA-EXAME
           END-IF

           IF RET-RA NOT NUMERIC
              MOVE "N"              TO  WS-MOVTO-VALIDO
              MOVE "RA INVALIDO"    TO  WS-MOTIVO
           ELSE
              IF RET-PERIODO NOT NUMERIC
                 OR (RTA-PER-SEM NOT = "1" AND RTA-PER-SEM NOT = "2")
                 MOVE "N"                 TO  WS-MOVTO-VALIDO
                 MOVE "PERIODO INVALIDO"  TO  WS-MOTIVO
              ELSE
                 IF RET-COD-DISC NOT NUMERIC OR RET-COD-DISC = ZEROS
                    MOVE "N"                    TO  WS-MOVTO-VALIDO
                    MOVE "DISCIPLINA INVALIDA"  TO  WS-MOTIVO
                 ELSE
                    IF RET-TIPO NOT = "N" AND RET-TIPO NOT = "E"
                       MOVE "N"              TO  WS-MOVTO-VALIDO
                       MOVE "TIPO INVALIDO"  TO  WS-MOTIVO
                    ELSE
                       PERFORM 019A-VALIDAR-NOTAS
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-MOVTO-VALIDO = "S"
              IF RET-MOTIVO = SPACES
                 MOVE "N"                    TO  WS-MOVTO-VALIDO
                 MOVE "MOTIVO NAO INFORMADO"  TO  WS-MOTIVO
              ELSE
                 IF RET-PROCESSO = SPACES
                    MOVE "N"                TO  WS-MOVTO-VALIDO
                    MOVE "PROCESSO AUSENTE"  TO  WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR AS NOTAS DO MOVIMENTO CONFORME O TIPO             *
      *--------------------------------------------------------------*
       019A-VALIDAR-NOTAS.

           IF RET-NOTA-EXAME NOT NUMERIC OR RET-NOTA-EXAME > 10,00
              MOVE "N"                TO  WS-MOVTO-VALIDO
              MOVE "NOTA EXAME INVALIDA"  TO  WS-MOTIVO
           ELSE
              IF RET-TIPO = "N"
                 IF RET-NOTA1 NOT NUMERIC OR RET-NOTA1 > 10,00
                    OR RET-NOTA2 NOT NUMERIC OR RET-NOTA2 > 10,00
                    MOVE "N"              TO  WS-MOVTO-VALIDO
                    MOVE "NOTA INVALIDA"  TO  WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO HISTORICO ACUMULADO              *
      *--------------------------------------------------------------*
       020-LER-HISTORICO.

           READ ARQ-HISTORIC
              AT END
                 MOVE "S"  TO  WS-FIM
              NOT AT END
                 ADD 1  TO  WS-CTHIST
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR O REGISTRO DO HISTORICO - RETIFICAR QUANDO HA    *
      *    MOVIMENTO PARA A CHAVE RA/PERIODO/DISCIPLINA               *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-RET-QTDE NOT = ZEROS
              SET IRET TO 1
              SEARCH WS-RET-ITEM
                 AT END
                    CONTINUE
                 WHEN WS-RET-RA      (IRET) = HST-RA
                  AND WS-RET-PERIODO (IRET) = HST-PERIODO
                  AND WS-RET-DISC    (IRET) = HST-COD-DISC
                    PERFORM 032-RETIFICAR
              END-SEARCH
           END-IF

           PERFORM 020-LER-HISTORICO
           .
      *--------------------------------------------------------------*
      *    RETIFICAR O REGISTRO DO HISTORICO APONTADO POR IRET        *
      *--------------------------------------------------------------*
       032-RETIFICAR.

           IF WS-RET-APLICADO (IRET) = "S"
              DISPLAY "HISTORICO COM CHAVE REPETIDA NAO RETIFICADO - "
                      "RA " HST-RA " PERIODO " HST-PERIODO
                      " DISC " HST-COD-DISC
           ELSE
              MOVE "S"  TO  WS-RET-APLICADO (IRET)
              PERFORM 034-RECALCULAR
              IF WS-MOVTO-VALIDO = "S"
                 PERFORM 036-GUARDAR-IMAGEM-ANTES
                 MOVE WS-NOTA1      TO  HST-NOTA1
                 MOVE WS-NOTA2      TO  HST-NOTA2
                 MOVE WS-MEDIA-DEF  TO  HST-MEDIA
                 MOVE WS-SITUACAO   TO  HST-SITUACAO
                 REWRITE REG-HISTORICO
                 IF WS-FS-HISTORIC NOT = "00"
                    DISPLAY "ERRO AO REGRAVAR O HISTORICO - STATUS "
                             WS-FS-HISTORIC " RA " HST-RA
                    MOVE "ERRO NA REGRAVACAO"  TO  WS-MOTIVO
                    PERFORM 033-REJEITAR-DA-TABELA
                 ELSE
                    ADD 1  TO  WS-CTAPLIC
                    PERFORM 038-GRAVAR-LOG
                    PERFORM 039-GRAVAR-EXTRATO
                    PERFORM 040-IMPRIMIR-RETIFICACAO
                 END-IF
              ELSE
                 PERFORM 033-REJEITAR-DA-TABELA
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REJEITAR O MOVIMENTO DA TABELA APONTADO POR IRET           *
      *--------------------------------------------------------------*
       033-REJEITAR-DA-TABELA.

           MOVE WS-RET-RA       (IRET)  TO  WS-REJ-RA
           MOVE WS-RET-PERIODO  (IRET)  TO  WS-REJ-PERIODO
           MOVE WS-RET-DISC     (IRET)  TO  WS-REJ-DISC
           MOVE WS-RET-TIPO     (IRET)  TO  WS-REJ-TIPO
           MOVE WS-RET-PROCESSO (IRET)  TO  WS-REJ-PROCESSO
           PERFORM 044-GRAVAR-REJEITO
           .
      *--------------------------------------------------------------*
      *    RECALCULAR MEDIA E SITUACAO PELAS REGRAS DO CGPRG02 -      *
      *    REP.FALTA NAO MUDA (A FREQUENCIA NAO E RETIFICADA AQUI) E  *
      *    O TIPO "E" SO VALE PARA MEDIA NA FAIXA DE EXAME            *
      *--------------------------------------------------------------*
       034-RECALCULAR.

           MOVE "S"  TO  WS-MOVTO-VALIDO

           IF WS-RET-TIPO (IRET) = "N"
              MOVE WS-RET-NOTA1 (IRET)  TO  WS-NOTA1
              MOVE WS-RET-NOTA2 (IRET)  TO  WS-NOTA2
           ELSE
              MOVE HST-NOTA1  TO  WS-NOTA1
              MOVE HST-NOTA2  TO  WS-NOTA2
           END-IF
           MOVE WS-RET-EXAME (IRET)  TO  WS-NOTA-EXAME

           COMPUTE WS-MEDIA-CALC ROUNDED =
                   (WS-NOTA1 + WS-NOTA2) / 2
           MOVE WS-MEDIA-CALC  TO  WS-MEDIA-DEF

           IF WS-RET-TIPO (IRET) = "E"
              IF HST-SITUACAO = "REP.FALTA"
                 MOVE "N"                    TO  WS-MOVTO-VALIDO
                 MOVE "ALUNO EM REP.FALTA"   TO  WS-MOTIVO
              ELSE
                 IF WS-MEDIA-CALC < 4,00 OR WS-MEDIA-CALC >= 6,00
                    MOVE "N"                    TO  WS-MOVTO-VALIDO
                    MOVE "MEDIA FORA DO EXAME"  TO  WS-MOTIVO
                 END-IF
              END-IF
           END-IF

           IF WS-MOVTO-VALIDO = "S"
              IF HST-SITUACAO = "REP.FALTA"
                 MOVE "REP.FALTA"  TO  WS-SITUACAO
              ELSE
                 IF WS-MEDIA-CALC >= 6,00
                    MOVE "APROVADO"   TO  WS-SITUACAO
                 ELSE
                    IF WS-MEDIA-CALC >= 4,00
                       PERFORM 035-APURAR-EXAME
                    ELSE
                       MOVE "REPROVADO"  TO  WS-SITUACAO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    APLICAR A NOTA DO EXAME FINAL NA FAIXA DE RECUPERACAO -    *
      *    SEM NOTA DE EXAME O ALUNO E REPROVADO                      *
      *--------------------------------------------------------------*
       035-APURAR-EXAME.

           COMPUTE WS-MEDIA-FINAL ROUNDED =
                   (WS-MEDIA-CALC + WS-NOTA-EXAME) / 2
           MOVE WS-MEDIA-FINAL  TO  WS-MEDIA-DEF

           IF WS-MEDIA-FINAL >= 5,00
              MOVE "APROVADO"   TO  WS-SITUACAO
           ELSE
              MOVE "REPROVADO"  TO  WS-SITUACAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR NO LOG A IMAGEM ANTERIOR DO REGISTRO DO HISTORICO  *
      *--------------------------------------------------------------*
       036-GUARDAR-IMAGEM-ANTES.

           MOVE HST-NOTA1     TO  LOG-ANT-NOTA1
           MOVE HST-NOTA2     TO  LOG-ANT-NOTA2
           MOVE HST-MEDIA     TO  LOG-ANT-MEDIA
           MOVE HST-SITUACAO  TO  LOG-ANT-SITUACAO

           IF HST-SITUACAO = "APROVADO"
              MOVE "S"  TO  WS-APROV-ANTES
           ELSE
              MOVE "N"  TO  WS-APROV-ANTES
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A RETIFICACAO NO LOG PERMANENTE (ANTES/DEPOIS)      *
      *--------------------------------------------------------------*
       038-GRAVAR-LOG.

           MOVE WS-DATA-SISTEMA          TO  LOG-DATA
           MOVE WS-HORA-SISTEMA (1:6)    TO  LOG-HORA
           MOVE HST-RA                   TO  LOG-RA
           MOVE HST-PERIODO              TO  LOG-PERIODO
           MOVE HST-COD-DISC             TO  LOG-COD-DISC
           MOVE HST-NR-DPTO              TO  LOG-NR-DPTO
           MOVE WS-RET-TIPO     (IRET)   TO  LOG-TIPO
           MOVE WS-RET-PROCESSO (IRET)   TO  LOG-PROCESSO
           MOVE WS-RET-MOTIVO   (IRET)   TO  LOG-MOTIVO
           MOVE HST-NOTA1                TO  LOG-DEP-NOTA1
           MOVE HST-NOTA2                TO  LOG-DEP-NOTA2
           MOVE HST-MEDIA                TO  LOG-DEP-MEDIA
           MOVE HST-SITUACAO             TO  LOG-DEP-SITUACAO
           MOVE WS-NOTA-EXAME            TO  LOG-NOTA-EXAME
           WRITE REG-LOGRET
           .
      *--------------------------------------------------------------*
      *    GRAVAR O ALUNO AFETADO NO EXTRATO DE RETIFICACAO E         *
      *    ACUMULAR OS CONTROLES DE TRANSMISSAO (CONTAGEM E HASH)     *
      *--------------------------------------------------------------*
       039-GRAVAR-EXTRATO.

           MOVE SPACES  TO  WS-EXT-NOME
           IF WS-MESTRE-OK = "S"
              MOVE HST-RA  TO  MST-RA
              READ ARQ-MESTRE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE MST-NOME  TO  WS-EXT-NOME
              END-READ
           END-IF

           MOVE HST-RA        TO  WS-EXT-RA
           MOVE HST-NR-DPTO   TO  WS-EXT-DPTO
           MOVE HST-COD-DISC  TO  WS-EXT-DISC
           MOVE HST-NOTA1     TO  WS-EXT-NOTA1
           MOVE HST-NOTA2     TO  WS-EXT-NOTA2
           MOVE HST-MEDIA     TO  WS-EXT-MEDIA

           MOVE SPACES  TO  REG-EXTRATO
           STRING "D"           DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  WS-EXT-RA     DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  WS-EXT-NOME   DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  WS-EXT-DPTO   DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  WS-EXT-DISC   DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  WS-EXT-NOTA1  DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  WS-EXT-NOTA2  DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  WS-EXT-MEDIA  DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  HST-SITUACAO  DELIMITED BY SIZE
              INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO

           ADD 1       TO  WS-CTEXTRATO
           ADD HST-RA  TO  WS-HASH-RA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A RETIFICACAO COM IMAGEM ANTES/DEPOIS E O AVISO   *
      *    DE MUDANCA ENTRE APROVADO E REPROVADO                      *
      *--------------------------------------------------------------*
       040-IMPRIMIR-RETIFICACAO.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 046-IMPRIMIR-CABECALHO
           END-IF

           MOVE HST-RA                   TO  WS-LIN-RA
           MOVE HST-PERIODO              TO  WS-LIN-PERIODO
           MOVE HST-COD-DISC             TO  WS-LIN-DISC
           MOVE WS-RET-TIPO     (IRET)   TO  WS-LIN-TIPO
           MOVE WS-RET-PROCESSO (IRET)   TO  WS-LIN-PROCESSO
           MOVE WS-RET-MOTIVO   (IRET)   TO  WS-LIN-MOTIVO
           MOVE WS-LIN-RETIFIC  TO  REG-RELRET
           WRITE REG-RELRET

           MOVE "  ANTES: "       TO  WS-IMG-ROTULO
           MOVE LOG-ANT-NOTA1     TO  WS-IMG-NOTA1
           MOVE LOG-ANT-NOTA2     TO  WS-IMG-NOTA2
           MOVE LOG-ANT-MEDIA     TO  WS-IMG-MEDIA
           MOVE LOG-ANT-SITUACAO  TO  WS-IMG-SITUACAO
           MOVE SPACES            TO  WS-IMG-EXAME-R
           MOVE SPACES            TO  WS-IMG-EXAME
           MOVE WS-LIN-IMAGEM     TO  REG-RELRET
           WRITE REG-RELRET

           MOVE "  DEPOIS:"       TO  WS-IMG-ROTULO
           MOVE HST-NOTA1         TO  WS-IMG-NOTA1
           MOVE HST-NOTA2         TO  WS-IMG-NOTA2
           MOVE HST-MEDIA         TO  WS-IMG-MEDIA
           MOVE HST-SITUACAO      TO  WS-IMG-SITUACAO
           IF WS-MEDIA-CALC >= 4,00 AND WS-MEDIA-CALC < 6,00
              AND HST-SITUACAO NOT = "REP.FALTA"
              MOVE "  EXAME: "    TO  WS-IMG-EXAME-R
              MOVE WS-NOTA-EXAME  TO  WS-ED-EXAME
              MOVE WS-ED-EXAME    TO  WS-IMG-EXAME
           END-IF
           MOVE WS-LIN-IMAGEM     TO  REG-RELRET
           WRITE REG-RELRET

           ADD 4  TO  WS-LINHAS-PAGINA

           IF HST-SITUACAO = "APROVADO"
              MOVE "S"  TO  WS-APROV-DEPOIS
           ELSE
              MOVE "N"  TO  WS-APROV-DEPOIS
           END-IF

           IF WS-APROV-DEPOIS NOT = WS-APROV-ANTES
              ADD 1  TO  WS-CTVIRADAS
              MOVE LOG-ANT-SITUACAO  TO  WS-VIR-ANTES
              MOVE HST-SITUACAO      TO  WS-VIR-DEPOIS
              MOVE WS-LIN-VIRADA     TO  REG-RELRET
              WRITE REG-RELRET
              ADD 1  TO  WS-LINHAS-PAGINA
              DISPLAY "SITUACAO ALTERADA - RA " HST-RA " DISC "
                       HST-COD-DISC " " LOG-ANT-SITUACAO " -> "
                       HST-SITUACAO
           END-IF

           MOVE SPACES  TO  REG-RELRET
           WRITE REG-RELRET

           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
              MOVE ZEROS  TO  WS-LINHAS-PAGINA
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O MOVIMENTO REJEITADO NA LISTAGEM DE REJEITOS       *
      *--------------------------------------------------------------*
       044-GRAVAR-REJEITO.

           MOVE WS-MOTIVO  TO  WS-REJ-MOTIVO

           DISPLAY "MOVIMENTO REJEITADO - RA " WS-REJ-RA
                    " MOTIVO " WS-MOTIVO

           MOVE WS-LIN-REJEITO  TO  REG-RELREJ
           WRITE REG-RELREJ

           ADD 1  TO  WS-CTREJEIT
           .
      *--------------------------------------------------------------*
      *    EMITIR CABECALHO COM DATA E NUMERO DE PAGINA DO RELATORIO  *
      *--------------------------------------------------------------*
       046-IMPRIMIR-CABECALHO.

           ADD 1  TO  WS-PAGINA

           MOVE SPACES  TO  REG-RELRET
           WRITE REG-RELRET AFTER ADVANCING PAGE

           MOVE WS-DATA-EDITADA  TO  WS-CAB1-DATA
           MOVE WS-PAGINA        TO  WS-CAB1-PAGINA
           MOVE WS-CAB1-RELRET   TO  REG-RELRET
           WRITE REG-RELRET

           MOVE SPACES  TO  REG-RELRET
           WRITE REG-RELRET
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-COD-RETORNO NOT = 08
              IF WS-RET-QTDE NOT = ZEROS
                 PERFORM 056-REJEITAR-SEM-HISTORICO
                         VARYING IRET FROM 1 BY 1
                         UNTIL IRET > WS-RET-QTDE
              END-IF

              PERFORM 053-GRAVAR-TRAILER-EXTRATO
              PERFORM 052-IMPRIMIR-TOTAIS

              IF WS-CTREJEIT NOT = ZEROS
                 MOVE 04  TO  WS-COD-RETORNO
              ELSE
                 MOVE 00  TO  WS-COD-RETORNO
              END-IF

              CLOSE ARQ-HISTORIC
              PERFORM 015-FECHAR-ARQUIVOS
           END-IF

           DISPLAY "** FIM EXECUCAO CGPRG19 **"
           DISPLAY "MOVIMENTOS LIDOS    = " WS-CTLIDOS
           DISPLAY "HISTORICO LIDO      = " WS-CTHIST
           DISPLAY "RETIFICACOES FEITAS = " WS-CTAPLIC
           DISPLAY "MUDANCAS SITUACAO   = " WS-CTVIRADAS
           DISPLAY "MOVIMENTOS REJEITADOS= " WS-CTREJEIT
           DISPLAY "CODIGO DE RETORNO   = " WS-COD-RETORNO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS DA EXECUCAO NO RELATORIO                *
      *--------------------------------------------------------------*
       052-IMPRIMIR-TOTAIS.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 046-IMPRIMIR-CABECALHO
           END-IF

           MOVE SPACES  TO  REG-RELRET
           WRITE REG-RELRET

           MOVE "MOVIMENTOS LIDOS........:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTLIDOS                    TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELRET
           WRITE REG-RELRET

           MOVE "RETIFICACOES APLICADAS..:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTAPLIC                    TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELRET
           WRITE REG-RELRET

           MOVE "MUDANCAS DE SITUACAO....:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTVIRADAS                  TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELRET
           WRITE REG-RELRET

           MOVE "MOVIMENTOS REJEITADOS...:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTREJEIT                   TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELRET
           WRITE REG-RELRET
           .
      *--------------------------------------------------------------*
      *    GRAVAR O TRAILER DO EXTRATO COM CONTAGEM E HASH DOS RAS    *
      *--------------------------------------------------------------*
       053-GRAVAR-TRAILER-EXTRATO.

           MOVE SPACES  TO  REG-EXTRATO
           STRING "T"           DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  WS-CTEXTRATO  DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  WS-HASH-RA    DELIMITED BY SIZE
              INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO
           .
      *--------------------------------------------------------------*
      *    REJEITAR O MOVIMENTO QUE NAO ENCONTROU O SEU REGISTRO NO   *
      *    HISTORICO ACUMULADO                                        *
      *--------------------------------------------------------------*
       056-REJEITAR-SEM-HISTORICO.

           IF WS-RET-APLICADO (IRET) = "N"
              MOVE "NAO CONSTA HISTORICO"  TO  WS-MOTIVO
              PERFORM 033-REJEITAR-DA-TABELA
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG19 <--------------------*

       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG21.
      * AUTOR .........: ALVARO PEREIRA DO NASCIMENTO.
      * DATA DE CRIACAO: 15/10/2026.
      * OBJETIVO ......: RECUPERACAO DOS CADASTROS MESTRE DE ALUNOS
      *                  E DE DEPARTAMENTOS A PARTIR DO JOURNAL DE
      *                  ALTERACOES GRAVADO PELO CGPRG03, CGPRG11 E
      *                  CGPRG15.  DOIS MODOS, ESCOLHIDOS NO PARM:
      *                  R = REAPLICAR O JOURNAL SOBRE O CADASTRO
      *                  RESTAURADO DO BACKUP, DA DATA/HORA DO
      *                  BACKUP ATE A DATA/HORA INFORMADA; D =
      *                  DESFAZER UM LOTE (UMA EXECUCAO) DO JOURNAL,
      *                  DO ULTIMO MOVIMENTO PARA O PRIMEIRO.  CADA
      *                  REGISTRO SO E ALTERADO QUANDO A IMAGEM
      *                  ATUAL CONFERE COM A IMAGEM ESPERADA DO
      *                  JOURNAL; O QUE NAO CONFERE SAI COMO
      *                  DIVERGENCIA.  O DESFAZIMENTO GERA OS
      *                  PROPRIOS REGISTROS DE JOURNAL (JRNDESF) QUE
      *                  O JOB ACRESCENTA AO JOURNAL.  EMITE O
      *                  RELATORIO DE BATIMENTO COM LIDOS,
      *                  REAPLICADOS, DESFEITOS E DIVERGENCIAS.
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
           SELECT ARQ-JOURNAL
               ASSIGN TO JOURNAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT ARQ-MESTRE
               ASSIGN TO MESTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-RA
               FILE STATUS IS WS-FS-MESTRE.

           SELECT ARQ-DEPTOS
               ASSIGN TO DEPTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-NR-DPTO
               FILE STATUS IS WS-FS-DEPTOS.

           SELECT ARQ-JRNDESF
               ASSIGN TO JRNDESF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRNDESF.

           SELECT ARQ-RELREC
               ASSIGN TO RELREC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELREC.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> FD DO JOURNAL DE ALTERACOES DOS CADASTROS (ENTRADA) - UM
      *==> REGISTRO POR MOVIMENTO APLICADO; CADASTRO M = MESTRE,
      *==> D = DEPTOS; O INDICADOR "N" MARCA REGISTRO INEXISTENTE
      *==> NAQUELA IMAGEM (ANTES DA INCLUSAO / DEPOIS DA EXCLUSAO)
       FD  ARQ-JOURNAL
           LABEL RECORDS ARE STANDARD.
       01  REG-JOURNAL             PIC X(228).

      *==> FD DO CADASTRO MESTRE DE ALUNOS (ENTRADA/SAIDA - CHAVE RA)
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

      *==> FD DO CADASTRO DE DEPARTAMENTOS (ENTRADA/SAIDA)
       FD  ARQ-DEPTOS
           LABEL RECORDS ARE STANDARD.
       01  REG-DEPTO.
           05  DPT-NR-DPTO         PIC 9(04).
           05  DPT-NOME            PIC X(15).
           05  DPT-COORDENADOR     PIC X(30).

      *==> FD DOS REGISTROS DE JOURNAL DO DESFAZIMENTO (SAIDA - O JOB
      *==> ACRESCENTA AO JOURNAL DO CADASTRO)
       FD  ARQ-JRNDESF
           LABEL RECORDS ARE STANDARD.
       01  REG-JRNDESF             PIC X(228).

      *==> FD DO RELATORIO DE BATIMENTO DA RECUPERACAO (SAIDA)
       FD  ARQ-RELREC
           LABEL RECORDS ARE STANDARD.
       01  REG-RELREC              PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FS-JOURNAL          PIC X(02) VALUE SPACES.
       77  WS-FS-MESTRE           PIC X(02) VALUE SPACES.
       77  WS-FS-DEPTOS           PIC X(02) VALUE SPACES.
       77  WS-FS-JRNDESF          PIC X(02) VALUE SPACES.
       77  WS-FS-RELREC           PIC X(02) VALUE SPACES.
       77  WS-ARQ-ABERTOS         PIC X(01) VALUE "N".
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-MODO                PIC X(01) VALUE SPACES.
       77  WS-CADASTRO            PIC X(01) VALUE SPACES.
       77  WS-REFERENCIA          PIC 9(14) VALUE ZEROS.
       77  WS-BACKUP              PIC 9(14) VALUE ZEROS.
       77  WS-JOB                 PIC X(08) VALUE SPACES.
       77  WS-TAM-JOB             PIC 9(02) VALUE ZEROS.
       77  WS-DIVERGENTE          PIC X(01) VALUE "N".
       77  WS-RESULTADO           PIC X(20) VALUE SPACES.

      *-----> CONTADORES DA EXECUCAO
       77  WS-CTLIDOS             PIC 9(07) VALUE ZEROS.
       77  WS-CTOUTROCAD          PIC 9(07) VALUE ZEROS.
       77  WS-CTNOBACKUP          PIC 9(07) VALUE ZEROS.
       77  WS-CTFORA              PIC 9(07) VALUE ZEROS.
       77  WS-CTSELEC             PIC 9(07) VALUE ZEROS.
       77  WS-CTREAPLIC           PIC 9(07) VALUE ZEROS.
       77  WS-CTDESFEITOS         PIC 9(07) VALUE ZEROS.
       77  WS-CTJAESTADO          PIC 9(07) VALUE ZEROS.
       77  WS-CTDIVERG            PIC 9(07) VALUE ZEROS.

      *-----> REGISTRO DO JOURNAL EM TRATAMENTO (LIDO NO MODO R OU
      *-----> RETIRADO DA TABELA DO LOTE NO MODO D)
       01  WS-JRN-ATUAL.
           05  JRA-LOTE            PIC 9(14).
           05  JRA-SEQUENCIA       PIC 9(07).
           05  JRA-DATA-HORA.
               10  JRA-DATA        PIC 9(08).
               10  JRA-HORA        PIC 9(06).
           05  JRA-JOB             PIC X(08).
           05  JRA-PROGRAMA        PIC X(08).
           05  JRA-CADASTRO        PIC X(01).
           05  JRA-TIPO            PIC X(01).
           05  JRA-CHAVE           PIC X(13).
           05  JRA-CHAVE-RA REDEFINES JRA-CHAVE
                                   PIC 9(13).
           05  JRA-CHAVE-D REDEFINES JRA-CHAVE.
               10  JRA-CHAVE-DPTO  PIC 9(04).
               10  FILLER          PIC X(09).
           05  JRA-IND-ANTES       PIC X(01).
           05  JRA-IMAGEM-ANTES    PIC X(80).
           05  JRA-IND-DEPOIS      PIC X(01).
           05  JRA-IMAGEM-DEPOIS   PIC X(80).

      *-----> REGISTRO DE JOURNAL GERADO PELO DESFAZIMENTO (TIPO X =
      *-----> ESTORNO DO MOVIMENTO ORIGINAL, MESMO LAYOUT DO JOURNAL)
       01  WS-JRN-DESFAZ.
           05  JDS-LOTE            PIC 9(14).
           05  JDS-SEQUENCIA       PIC 9(07).
           05  JDS-DATA-HORA.
               10  JDS-DATA        PIC 9(08).
               10  JDS-HORA        PIC 9(06).
           05  JDS-JOB             PIC X(08).
           05  JDS-PROGRAMA        PIC X(08).
           05  JDS-CADASTRO        PIC X(01).
           05  JDS-TIPO            PIC X(01).
           05  JDS-CHAVE           PIC X(13).
           05  JDS-IND-ANTES       PIC X(01).
           05  JDS-IMAGEM-ANTES    PIC X(80).
           05  JDS-IND-DEPOIS      PIC X(01).
           05  JDS-IMAGEM-DEPOIS   PIC X(80).

      *-----> IMAGENS DA CONFERENCIA: ESPERADA (O QUE O JOURNAL DIZ
      *-----> QUE O CADASTRO TEM), ALVO (O QUE DEVE FICAR) E ATUAL
      *-----> (O QUE O CADASTRO TEM) - INDICADOR "N" = INEXISTENTE
       77  WS-ESP-IND             PIC X(01) VALUE "N".
       77  WS-ESP-IMAGEM          PIC X(80) VALUE SPACES.
       77  WS-ALV-IND             PIC X(01) VALUE "N".
       77  WS-ALV-IMAGEM          PIC X(80) VALUE SPACES.
       77  WS-ATU-IND             PIC X(01) VALUE "N".
       77  WS-ATU-IMAGEM          PIC X(80) VALUE SPACES.
       77  WS-ALTEROU             PIC X(01) VALUE "N".

      *-----> TABELA DO LOTE A DESFAZER (MODO D) - O JOURNAL E LIDO
      *-----> INTEIRO E O LOTE E DESFEITO DO FIM PARA O COMECO
       77  WS-LOTE-MAX            PIC 9(04) COMP VALUE 3000.
       77  WS-LOTE-QTDE           PIC 9(04) COMP VALUE ZEROS.
       77  WS-IND-LOTE            PIC 9(04) COMP VALUE ZEROS.
       01  WS-TAB-LOTE.
           05  WS-LOT-ITEM OCCURS 1 TO 3000 TIMES
                           DEPENDING ON WS-LOTE-QTDE.
               10  WS-LOT-REGISTRO PIC X(228).

      *-----> IDENTIFICACAO DESTA EXECUCAO COMO LOTE NO JOURNAL
       77  WS-HORA-SISTEMA        PIC 9(08) VALUE ZEROS.
       77  WS-JDS-SEQUENCIA       PIC 9(07) VALUE ZEROS.
       01  WS-LOTE.
           05  WS-LOTE-DATA       PIC 9(08).
           05  WS-LOTE-HORA       PIC 9(06).

      *-----> CONTROLE DE PAGINACAO DO RELATORIO DE BATIMENTO
       77  WS-LINHAS-PAGINA       PIC 9(02) VALUE ZEROS.
       77  WS-MAX-LINHAS          PIC 9(02) VALUE 20.
       77  WS-PAGINA              PIC 9(03) VALUE ZEROS.

      *-----> DATA DO SISTEMA PARA O CABECALHO DO RELATORIO
       77  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EDITADA.
           05  WS-DATA-DIA        PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-MES        PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-ANO        PIC 9(04).

      *-----> CABECALHO DO RELATORIO DE BATIMENTO
       01  WS-CAB1-RELREC.
           05 FILLER              PIC X(36)
              VALUE "CGPRG21 - RECUPERACAO DE CADASTRO".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-CAB1-DATA        PIC X(10).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-CAB1-PAGINA      PIC ZZ9.

       01  WS-CAB2-RELREC.
           05 FILLER              PIC X(06) VALUE "MODO: ".
           05 WS-CAB2-MODO        PIC X(16).
           05 FILLER              PIC X(11) VALUE "CADASTRO: ".
           05 WS-CAB2-CADASTRO    PIC X(08).
           05 FILLER              PIC X(13) VALUE "REFERENCIA: ".
           05 WS-CAB2-REFERENCIA  PIC 9(14).
           05 FILLER              PIC X(10) VALUE "  BACKUP: ".
           05 WS-CAB2-BACKUP      PIC 9(14).

       01  WS-CAB3-COLUNAS.
           05 FILLER              PIC X(14) VALUE "LOTE".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "    SEQ".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "DATA/HORA".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PROGRAMA".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(02) VALUE "TP".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE "CHAVE".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE "RESULTADO".

      *-----> LINHA DO REGISTRO DO JOURNAL TRATADO
       01  WS-LIN-DETALHE.
           05 WS-DET-LOTE         PIC 9(14).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-SEQUENCIA    PIC 9(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-DATA-HORA    PIC X(14).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-PROGRAMA     PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-TIPO         PIC X(01).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-DET-CHAVE        PIC X(13).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DET-RESULTADO    PIC X(20).

      *-----> LINHA DE IMAGEM ESPERADA/ENCONTRADA NA DIVERGENCIA
       01  WS-LIN-IMAGEM.
           05 WS-IMG-ROTULO       PIC X(12).
           05 WS-IMG-CONTEUDO     PIC X(80).

      *-----> LINHA DE TOTALIZACAO DO RELATORIO
       01  WS-TRG-LINHA.
           05 WS-TRG-DESCRICAO    PIC X(25).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-TRG-VALOR        PIC ZZZZZZ9.

       LINKAGE SECTION.
      *----------------*
       01  LK-PARAMETROS.
           05 LK-TAM-PARM            PIC S9(4) COMP.
           05 LK-MODO                PIC X(01).
           05 LK-CADASTRO            PIC X(01).
           05 LK-REFERENCIA          PIC 9(14).
           05 LK-BACKUP              PIC 9(14).
           05 LK-JOB                 PIC X(08).

       PROCEDURE DIVISION USING LK-PARAMETROS.
      *=======================================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = "S"
           IF WS-COD-RETORNO NOT = 08 AND WS-MODO = "D"
              PERFORM 040-DESFAZER-LOTE
           END-IF
           PERFORM 050-TERMINAR
           MOVE WS-COD-RETORNO TO RETURN-CODE
           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** CGPRG21 - RECUPERACAO DE CADASTRO **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA (7:2)  TO  WS-DATA-DIA
           MOVE WS-DATA-SISTEMA (5:2)  TO  WS-DATA-MES
           MOVE WS-DATA-SISTEMA (1:4)  TO  WS-DATA-ANO
           MOVE WS-DATA-SISTEMA        TO  WS-LOTE-DATA
           MOVE WS-HORA-SISTEMA (1:6)  TO  WS-LOTE-HORA

           PERFORM 012-CRITICAR-PARM

           IF WS-FIM = "N"
              OPEN INPUT ARQ-JOURNAL
              IF WS-FS-JOURNAL NOT = "00"
                 DISPLAY "JOURNAL NAO ENCONTRADO - STATUS "
                          WS-FS-JOURNAL
                 MOVE 08   TO  WS-COD-RETORNO
                 MOVE "S"  TO  WS-FIM
              ELSE
                 PERFORM 014-ABRIR-ARQUIVOS
                 IF WS-FIM = "S"
                    CLOSE ARQ-JOURNAL
                 ELSE
                    MOVE "S"  TO  WS-ARQ-ABERTOS
                    PERFORM 046-IMPRIMIR-CABECALHO
                    PERFORM 020-LER-JOURNAL
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR O PARM: MODO (R = REAPLICAR, D = DESFAZER LOTE),  *
      *    CADASTRO (M = MESTRE, D = DEPTOS), REFERENCIA (MODO R =    *
      *    DATA/HORA LIMITE AAAAMMDDHHMMSS, MODO D = LOTE) E, NO      *
      *    MODO R, A DATA/HORA DO BACKUP (AUSENTE = JOURNAL INTEIRO)  *
      *    E, APOS O BACKUP, O JOB GRAVADO NOS ESTORNOS (AUSENTE =    *
      *    CGPRG21J)                                                  *
      *--------------------------------------------------------------*
       012-CRITICAR-PARM.

           IF LK-TAM-PARM < 16
              OR (LK-MODO NOT = "R" AND LK-MODO NOT = "D")
              OR (LK-CADASTRO NOT = "M" AND LK-CADASTRO NOT = "D")
              DISPLAY "PARM AUSENTE OU INVALIDO - INFORMAR MODO, "
                      "CADASTRO E REFERENCIA"
              MOVE 08   TO  WS-COD-RETORNO
              MOVE "S"  TO  WS-FIM
           ELSE
              IF LK-REFERENCIA NOT NUMERIC
                 OR LK-REFERENCIA = ZEROS
                 DISPLAY "REFERENCIA DO PARM INVALIDA"
                 MOVE 08   TO  WS-COD-RETORNO
                 MOVE "S"  TO  WS-FIM
              ELSE
                 MOVE LK-MODO        TO  WS-MODO
                 MOVE LK-CADASTRO    TO  WS-CADASTRO
                 MOVE LK-REFERENCIA  TO  WS-REFERENCIA
                 IF WS-MODO = "R" AND LK-TAM-PARM >= 30
                    AND LK-BACKUP NUMERIC
                    MOVE LK-BACKUP  TO  WS-BACKUP
                 ELSE
                    MOVE ZEROS      TO  WS-BACKUP
                 END-IF
                 IF LK-TAM-PARM > 30
                    COMPUTE WS-TAM-JOB = LK-TAM-PARM - 30
                    IF WS-TAM-JOB > 8
                       MOVE 8  TO  WS-TAM-JOB
                    END-IF
                    MOVE LK-JOB (1:WS-TAM-JOB)  TO  WS-JOB
                 ELSE
                    MOVE "CGPRG21J"  TO  WS-JOB
                 END-IF
                 DISPLAY "MODO = " WS-MODO " CADASTRO = " WS-CADASTRO
                         " REFERENCIA = " WS-REFERENCIA
                         " BACKUP = " WS-BACKUP " JOB = " WS-JOB
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO ESCOLHIDO PARA ATUALIZACAO, O JOURNAL DO  *
      *    DESFAZIMENTO E O RELATORIO DE BATIMENTO                    *
      *--------------------------------------------------------------*
       014-ABRIR-ARQUIVOS.

           IF WS-CADASTRO = "M"
              OPEN I-O ARQ-MESTRE
              IF WS-FS-MESTRE NOT = "00"
                 DISPLAY "ERRO AO ABRIR O CADASTRO MESTRE - STATUS "
                          WS-FS-MESTRE
                 MOVE 08   TO  WS-COD-RETORNO
                 MOVE "S"  TO  WS-FIM
              END-IF
           ELSE
              OPEN I-O ARQ-DEPTOS
              IF WS-FS-DEPTOS NOT = "00"
                 DISPLAY "ERRO AO ABRIR O CADASTRO DE DEPTOS - "
                         "STATUS " WS-FS-DEPTOS
                 MOVE 08   TO  WS-COD-RETORNO
                 MOVE "S"  TO  WS-FIM
              END-IF
           END-IF

           IF WS-FIM = "N"
              OPEN OUTPUT ARQ-JRNDESF
              OPEN OUTPUT ARQ-RELREC
              IF WS-FS-JRNDESF NOT = "00" OR WS-FS-RELREC NOT = "00"
                 DISPLAY "ERRO AO ABRIR AS SAIDAS - STATUS "
                          WS-FS-JRNDESF " " WS-FS-RELREC
                 MOVE 08   TO  WS-COD-RETORNO
                 MOVE "S"  TO  WS-FIM
                 IF WS-FS-JRNDESF = "00"
                    CLOSE ARQ-JRNDESF
                 END-IF
                 IF WS-FS-RELREC = "00"
                    CLOSE ARQ-RELREC
                 END-IF
                 PERFORM 016-FECHAR-CADASTRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAR O CADASTRO ESCOLHIDO                                *
      *--------------------------------------------------------------*
       016-FECHAR-CADASTRO.

           IF WS-CADASTRO = "M"
              CLOSE ARQ-MESTRE
           ELSE
              CLOSE ARQ-DEPTOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO JOURNAL                          *
      *--------------------------------------------------------------*
       020-LER-JOURNAL.

           READ ARQ-JOURNAL
              AT END
                 MOVE "S"  TO  WS-FIM
              NOT AT END
                 ADD 1  TO  WS-CTLIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    SELECIONAR O REGISTRO LIDO: SO O CADASTRO ESCOLHIDO; NO    *
      *    MODO R, POSTERIOR AO BACKUP E ATE A REFERENCIA (REAPLICADO *
      *    NA HORA); NO MODO D, DO LOTE INFORMADO (GUARDADO NA        *
      *    TABELA PARA SER DESFEITO NO FINAL)                         *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE REG-JOURNAL  TO  WS-JRN-ATUAL

           IF JRA-CADASTRO NOT = WS-CADASTRO
              ADD 1  TO  WS-CTOUTROCAD
           ELSE
              IF WS-MODO = "R"
                 PERFORM 032-SELECIONAR-REAPLICACAO
              ELSE
                 PERFORM 036-GUARDAR-LOTE
              END-IF
           END-IF

           PERFORM 020-LER-JOURNAL
           .
      *--------------------------------------------------------------*
      *    MODO R: REGISTRO ANTERIOR AO BACKUP JA ESTA NO CADASTRO    *
      *    RESTAURADO; POSTERIOR A REFERENCIA FICA DE FORA            *
      *--------------------------------------------------------------*
       032-SELECIONAR-REAPLICACAO.

           IF WS-BACKUP NOT = ZEROS AND JRA-DATA-HORA NOT > WS-BACKUP
              ADD 1  TO  WS-CTNOBACKUP
           ELSE
              IF JRA-DATA-HORA > WS-REFERENCIA
                 ADD 1  TO  WS-CTFORA
              ELSE
                 ADD 1  TO  WS-CTSELEC
                 PERFORM 034-REAPLICAR-REGISTRO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    REAPLICAR O MOVIMENTO: O CADASTRO DEVE ESTAR COM A IMAGEM  *
      *    ANTES E PASSA A TER A IMAGEM DEPOIS                        *
      *--------------------------------------------------------------*
       034-REAPLICAR-REGISTRO.

           MOVE JRA-IND-ANTES      TO  WS-ESP-IND
           MOVE JRA-IMAGEM-ANTES   TO  WS-ESP-IMAGEM
           MOVE JRA-IND-DEPOIS     TO  WS-ALV-IND
           MOVE JRA-IMAGEM-DEPOIS  TO  WS-ALV-IMAGEM

           PERFORM 060-CONFERIR-E-APLICAR

           IF WS-ALTEROU = "S"
              ADD 1  TO  WS-CTREAPLIC
              MOVE "REAPLICADO"  TO  WS-RESULTADO
           END-IF

           PERFORM 044-IMPRIMIR-DETALHE
           .
      *--------------------------------------------------------------*
      *    MODO D: GUARDAR O REGISTRO DO LOTE INFORMADO NA TABELA     *
      *--------------------------------------------------------------*
       036-GUARDAR-LOTE.

           IF JRA-LOTE NOT = WS-REFERENCIA
              ADD 1  TO  WS-CTFORA
           ELSE
              IF WS-LOTE-QTDE < WS-LOTE-MAX
                 ADD 1  TO  WS-CTSELEC
                 ADD 1  TO  WS-LOTE-QTDE
                 MOVE REG-JOURNAL  TO  WS-LOT-REGISTRO (WS-LOTE-QTDE)
              ELSE
      *==> TABELA CHEIA - ABORTAR SEM DESFAZER NADA, PARA NAO DEIXAR
      *==> O LOTE DESFEITO PELA METADE
                 DISPLAY "TABELA DO LOTE CHEIA - LIMITE "
                          WS-LOTE-MAX " - EXECUCAO ABORTADA"
                 MOVE 08   TO  WS-COD-RETORNO
                 MOVE "S"  TO  WS-FIM
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    MODO D: DESFAZER O LOTE DO ULTIMO MOVIMENTO PARA O         *
      *    PRIMEIRO                                                   *
      *--------------------------------------------------------------*
       040-DESFAZER-LOTE.

           IF WS-LOTE-QTDE = ZEROS
              DISPLAY "LOTE " WS-REFERENCIA " NAO ENCONTRADO NO "
                      "JOURNAL"
           ELSE
              PERFORM 042-DESFAZER-REGISTRO
                      VARYING WS-IND-LOTE FROM WS-LOTE-QTDE BY -1
                      UNTIL WS-IND-LOTE < 1
           END-IF
           .
      *--------------------------------------------------------------*
      *    DESFAZER O MOVIMENTO: O CADASTRO DEVE ESTAR COM A IMAGEM   *
      *    DEPOIS E VOLTA A TER A IMAGEM ANTES - O ESTORNO VAI PARA O *
      *    JOURNAL DO DESFAZIMENTO                                    *
      *--------------------------------------------------------------*
       042-DESFAZER-REGISTRO.

           MOVE WS-LOT-REGISTRO (WS-IND-LOTE)  TO  WS-JRN-ATUAL

           MOVE JRA-IND-DEPOIS     TO  WS-ESP-IND
           MOVE JRA-IMAGEM-DEPOIS  TO  WS-ESP-IMAGEM
           MOVE JRA-IND-ANTES      TO  WS-ALV-IND
           MOVE JRA-IMAGEM-ANTES   TO  WS-ALV-IMAGEM

           PERFORM 060-CONFERIR-E-APLICAR

           IF WS-ALTEROU = "S"
              ADD 1  TO  WS-CTDESFEITOS
              MOVE "DESFEITO"  TO  WS-RESULTADO
              PERFORM 048-GRAVAR-ESTORNO
           END-IF

           PERFORM 044-IMPRIMIR-DETALHE
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O REGISTRO TRATADO E, NA DIVERGENCIA, AS IMAGENS  *
      *    ESPERADA E ENCONTRADA NO CADASTRO                          *
      *--------------------------------------------------------------*
       044-IMPRIMIR-DETALHE.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 046-IMPRIMIR-CABECALHO
           END-IF

           MOVE JRA-LOTE       TO  WS-DET-LOTE
           MOVE JRA-SEQUENCIA  TO  WS-DET-SEQUENCIA
           MOVE JRA-DATA-HORA  TO  WS-DET-DATA-HORA
           MOVE JRA-PROGRAMA   TO  WS-DET-PROGRAMA
           MOVE JRA-TIPO       TO  WS-DET-TIPO
           MOVE JRA-CHAVE      TO  WS-DET-CHAVE
           MOVE WS-RESULTADO   TO  WS-DET-RESULTADO
           MOVE WS-LIN-DETALHE TO  REG-RELREC
           WRITE REG-RELREC
           ADD 1  TO  WS-LINHAS-PAGINA

           IF WS-DIVERGENTE = "S"
              MOVE "  ESPERADA: "  TO  WS-IMG-ROTULO
              IF WS-ESP-IND = "N"
                 MOVE "*** INEXISTENTE ***"  TO  WS-IMG-CONTEUDO
              ELSE
                 MOVE WS-ESP-IMAGEM          TO  WS-IMG-CONTEUDO
              END-IF
              MOVE WS-LIN-IMAGEM  TO  REG-RELREC
              WRITE REG-RELREC

              MOVE "  NO CADAST:"  TO  WS-IMG-ROTULO
              IF WS-ATU-IND = "N"
                 MOVE "*** INEXISTENTE ***"  TO  WS-IMG-CONTEUDO
              ELSE
                 MOVE WS-ATU-IMAGEM          TO  WS-IMG-CONTEUDO
              END-IF
              MOVE WS-LIN-IMAGEM  TO  REG-RELREC
              WRITE REG-RELREC
              ADD 2  TO  WS-LINHAS-PAGINA
           END-IF

           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
              MOVE ZEROS  TO  WS-LINHAS-PAGINA
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR O CABECALHO COM MODO, CADASTRO E PARAMETROS         *
      *--------------------------------------------------------------*
       046-IMPRIMIR-CABECALHO.

           ADD 1  TO  WS-PAGINA

           MOVE SPACES  TO  REG-RELREC
           WRITE REG-RELREC AFTER ADVANCING PAGE

           MOVE WS-DATA-EDITADA  TO  WS-CAB1-DATA
           MOVE WS-PAGINA        TO  WS-CAB1-PAGINA
           MOVE WS-CAB1-RELREC   TO  REG-RELREC
           WRITE REG-RELREC

           IF WS-MODO = "R"
              MOVE "REAPLICACAO"     TO  WS-CAB2-MODO
           ELSE
              MOVE "DESFAZER LOTE"   TO  WS-CAB2-MODO
           END-IF
           IF WS-CADASTRO = "M"
              MOVE "MESTRE"          TO  WS-CAB2-CADASTRO
           ELSE
              MOVE "DEPTOS"          TO  WS-CAB2-CADASTRO
           END-IF
           MOVE WS-REFERENCIA    TO  WS-CAB2-REFERENCIA
           MOVE WS-BACKUP        TO  WS-CAB2-BACKUP
           MOVE WS-CAB2-RELREC   TO  REG-RELREC
           WRITE REG-RELREC

           MOVE SPACES  TO  REG-RELREC
           WRITE REG-RELREC

           MOVE WS-CAB3-COLUNAS  TO  REG-RELREC
           WRITE REG-RELREC

           MOVE SPACES  TO  REG-RELREC
           WRITE REG-RELREC

           MOVE 1  TO  WS-LINHAS-PAGINA
           .
      *--------------------------------------------------------------*
      *    GRAVAR O ESTORNO DO MOVIMENTO DESFEITO NO JOURNAL DO       *
      *    DESFAZIMENTO (IMAGEM ANTES = DEPOIS ORIGINAL E VICE-VERSA) *
      *--------------------------------------------------------------*
       048-GRAVAR-ESTORNO.

           ACCEPT WS-DATA-SISTEMA  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA  FROM TIME
           ADD 1  TO  WS-JDS-SEQUENCIA

           MOVE WS-LOTE                TO  JDS-LOTE
           MOVE WS-JDS-SEQUENCIA       TO  JDS-SEQUENCIA
           MOVE WS-DATA-SISTEMA        TO  JDS-DATA
           MOVE WS-HORA-SISTEMA (1:6)  TO  JDS-HORA
           MOVE WS-JOB                 TO  JDS-JOB
           MOVE "CGPRG21"              TO  JDS-PROGRAMA
           MOVE JRA-CADASTRO           TO  JDS-CADASTRO
           MOVE "X"                    TO  JDS-TIPO
           MOVE JRA-CHAVE              TO  JDS-CHAVE
           MOVE JRA-IND-DEPOIS         TO  JDS-IND-ANTES
           MOVE JRA-IMAGEM-DEPOIS      TO  JDS-IMAGEM-ANTES
           MOVE JRA-IND-ANTES          TO  JDS-IND-DEPOIS
           MOVE JRA-IMAGEM-ANTES       TO  JDS-IMAGEM-DEPOIS
           MOVE WS-JRN-DESFAZ          TO  REG-JRNDESF
           WRITE REG-JRNDESF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-COD-RETORNO NOT = 08
              PERFORM 052-IMPRIMIR-TOTAIS
              IF WS-CTSELEC NOT = WS-CTREAPLIC + WS-CTDESFEITOS
                                 + WS-CTJAESTADO + WS-CTDIVERG
                 OR WS-CTLIDOS NOT = WS-CTOUTROCAD + WS-CTNOBACKUP
                                   + WS-CTFORA + WS-CTSELEC
                 MOVE 08  TO  WS-COD-RETORNO
              ELSE
                 IF WS-CTDIVERG NOT = ZEROS OR WS-CTSELEC = ZEROS
                    MOVE 04  TO  WS-COD-RETORNO
                 ELSE
                    MOVE 00  TO  WS-COD-RETORNO
                 END-IF
              END-IF
           END-IF

           IF WS-ARQ-ABERTOS = "S"
              CLOSE ARQ-JOURNAL
              CLOSE ARQ-JRNDESF
              CLOSE ARQ-RELREC
              PERFORM 016-FECHAR-CADASTRO
           END-IF

           DISPLAY "** FIM EXECUCAO CGPRG21 **"
           DISPLAY "JOURNAL LIDOS       = " WS-CTLIDOS
           DISPLAY "SELECIONADOS        = " WS-CTSELEC
           DISPLAY "REAPLICADOS         = " WS-CTREAPLIC
           DISPLAY "DESFEITOS           = " WS-CTDESFEITOS
           DISPLAY "JA NO ESTADO FINAL  = " WS-CTJAESTADO
           DISPLAY "DIVERGENCIAS        = " WS-CTDIVERG
           DISPLAY "CODIGO DE RETORNO   = " WS-COD-RETORNO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O BATIMENTO: LIDOS = OUTRO CADASTRO + JA NO       *
      *    BACKUP + FORA DA SELECAO + SELECIONADOS, E SELECIONADOS =  *
      *    REAPLICADOS + DESFEITOS + JA NO ESTADO + DIVERGENCIAS      *
      *--------------------------------------------------------------*
       052-IMPRIMIR-TOTAIS.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 046-IMPRIMIR-CABECALHO
           END-IF

           MOVE SPACES  TO  REG-RELREC
           WRITE REG-RELREC

           MOVE "REGISTROS LIDOS.........:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTLIDOS                    TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELREC
           WRITE REG-RELREC

           MOVE "DE OUTRO CADASTRO.......:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTOUTROCAD                 TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELREC
           WRITE REG-RELREC

           MOVE "JA CONTIDOS NO BACKUP...:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTNOBACKUP                 TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELREC
           WRITE REG-RELREC

           MOVE "FORA DA SELECAO.........:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTFORA                     TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELREC
           WRITE REG-RELREC

           MOVE "SELECIONADOS............:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTSELEC                    TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELREC
           WRITE REG-RELREC

           MOVE "REAPLICADOS.............:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTREAPLIC                  TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELREC
           WRITE REG-RELREC

           MOVE "DESFEITOS...............:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTDESFEITOS                TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELREC
           WRITE REG-RELREC

           MOVE "JA NO ESTADO FINAL......:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTJAESTADO                 TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELREC
           WRITE REG-RELREC

           MOVE "DIVERGENCIAS DE IMAGEM..:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTDIVERG                   TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELREC
           WRITE REG-RELREC

           MOVE SPACES  TO  REG-RELREC
           WRITE REG-RELREC

           IF WS-CTSELEC NOT = WS-CTREAPLIC + WS-CTDESFEITOS
                              + WS-CTJAESTADO + WS-CTDIVERG
              OR WS-CTLIDOS NOT = WS-CTOUTROCAD + WS-CTNOBACKUP
                                + WS-CTFORA + WS-CTSELEC
              MOVE "BATIMENTO: FORA DE BALANCO"  TO  REG-RELREC
           ELSE
              MOVE "BATIMENTO: EM BALANCO"       TO  REG-RELREC
           END-IF
           WRITE REG-RELREC
           .
      *--------------------------------------------------------------*
      *    CONFERIR O REGISTRO NO CADASTRO E APLICAR A IMAGEM ALVO:   *
      *    JA NA IMAGEM ALVO = NADA A FAZER; NA IMAGEM ESPERADA =     *
      *    GRAVA, REGRAVA OU EXCLUI; QUALQUER OUTRA = DIVERGENCIA     *
      *--------------------------------------------------------------*
       060-CONFERIR-E-APLICAR.

           MOVE "N"     TO  WS-ALTEROU
           MOVE "N"     TO  WS-DIVERGENTE
           MOVE SPACES  TO  WS-RESULTADO

           PERFORM 062-LER-CADASTRO

           IF WS-ATU-IND = WS-ALV-IND
              AND (WS-ATU-IND = "N" OR WS-ATU-IMAGEM = WS-ALV-IMAGEM)
              ADD 1  TO  WS-CTJAESTADO
              MOVE "JA NO ESTADO FINAL"  TO  WS-RESULTADO
           ELSE
              IF WS-ATU-IND = WS-ESP-IND
                 AND (WS-ATU-IND = "N"
                      OR WS-ATU-IMAGEM = WS-ESP-IMAGEM)
                 PERFORM 064-GRAVAR-CADASTRO
              ELSE
                 MOVE "S"  TO  WS-DIVERGENTE
                 ADD 1  TO  WS-CTDIVERG
                 MOVE "IMAGEM DIVERGENTE"  TO  WS-RESULTADO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O REGISTRO ATUAL DO CADASTRO PELA CHAVE DO JOURNAL     *
      *--------------------------------------------------------------*
       062-LER-CADASTRO.

           MOVE SPACES  TO  WS-ATU-IMAGEM

           IF WS-CADASTRO = "M"
              MOVE JRA-CHAVE-RA  TO  MST-RA
              READ ARQ-MESTRE
                 INVALID KEY
                    MOVE "N"  TO  WS-ATU-IND
                 NOT INVALID KEY
                    MOVE "S"         TO  WS-ATU-IND
                    MOVE REG-MESTRE  TO  WS-ATU-IMAGEM
              END-READ
           ELSE
              MOVE JRA-CHAVE-DPTO  TO  DPT-NR-DPTO
              READ ARQ-DEPTOS
                 INVALID KEY
                    MOVE "N"  TO  WS-ATU-IND
                 NOT INVALID KEY
                    MOVE "S"         TO  WS-ATU-IND
                    MOVE REG-DEPTO   TO  WS-ATU-IMAGEM
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    LEVAR O REGISTRO DO CADASTRO PARA A IMAGEM ALVO: EXCLUIR   *
      *    QUANDO O ALVO E INEXISTENTE, REGRAVAR QUANDO O REGISTRO JA *
      *    EXISTE, GRAVAR QUANDO NAO EXISTE                           *
      *--------------------------------------------------------------*
       064-GRAVAR-CADASTRO.

           IF WS-CADASTRO = "M"
              PERFORM 066-GRAVAR-MESTRE
           ELSE
              PERFORM 068-GRAVAR-DEPTO
           END-IF

           IF WS-ALTEROU = "N"
              MOVE "S"  TO  WS-DIVERGENTE
              ADD 1  TO  WS-CTDIVERG
              MOVE "ERRO NA GRAVACAO"  TO  WS-RESULTADO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A IMAGEM ALVO NO CADASTRO MESTRE                    *
      *--------------------------------------------------------------*
       066-GRAVAR-MESTRE.

           IF WS-ALV-IND = "N"
              DELETE ARQ-MESTRE
                 INVALID KEY
                    DISPLAY "ERRO NA EXCLUSAO - RA " MST-RA
                            " - STATUS " WS-FS-MESTRE
                 NOT INVALID KEY
                    MOVE "S"  TO  WS-ALTEROU
              END-DELETE
           ELSE
              MOVE WS-ALV-IMAGEM  TO  REG-MESTRE
              IF WS-ATU-IND = "S"
                 REWRITE REG-MESTRE
                    INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO - RA " MST-RA
                               " - STATUS " WS-FS-MESTRE
                    NOT INVALID KEY
                       MOVE "S"  TO  WS-ALTEROU
                 END-REWRITE
              ELSE
                 WRITE REG-MESTRE
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - RA " MST-RA
                               " - STATUS " WS-FS-MESTRE
                    NOT INVALID KEY
                       MOVE "S"  TO  WS-ALTEROU
                 END-WRITE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A IMAGEM ALVO NO CADASTRO DE DEPARTAMENTOS          *
      *--------------------------------------------------------------*
       068-GRAVAR-DEPTO.

           IF WS-ALV-IND = "N"
              DELETE ARQ-DEPTOS
                 INVALID KEY
                    DISPLAY "ERRO NA EXCLUSAO - DEPTO " DPT-NR-DPTO
                            " - STATUS " WS-FS-DEPTOS
                 NOT INVALID KEY
                    MOVE "S"  TO  WS-ALTEROU
              END-DELETE
           ELSE
              MOVE WS-ALV-IMAGEM  TO  REG-DEPTO
              IF WS-ATU-IND = "S"
                 REWRITE REG-DEPTO
                    INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO - DEPTO "
                               DPT-NR-DPTO " - STATUS " WS-FS-DEPTOS
                    NOT INVALID KEY
                       MOVE "S"  TO  WS-ALTEROU
                 END-REWRITE
              ELSE
                 WRITE REG-DEPTO
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO - DEPTO "
                               DPT-NR-DPTO " - STATUS " WS-FS-DEPTOS
                    NOT INVALID KEY
                       MOVE "S"  TO  WS-ALTEROU
                 END-WRITE
              END-IF
           END-IF
           .
      *---------------> FIM DO PROGRAMA CGPRG21 <--------------------*

       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG23.
      * AUTOR .........: ALVARO PEREIRA DO NASCIMENTO.
      * DATA DE CRIACAO: 15/10/2026.
      * OBJETIVO ......: RELATORIO DE DESEMPENHO POR DISCIPLINA COM
      *                  A SERIE HISTORICA DOS ULTIMOS PERIODOS.  LE
      *                  O HISTORICO ACUMULADO CLASSIFICADO POR
      *                  DEPARTAMENTO/DISCIPLINA/PERIODO E EMITE,
      *                  POR DEPARTAMENTO E DISCIPLINA, OS ULTIMOS
      *                  PERIODOS COM MATRICULADOS, APROVADOS,
      *                  REPROVADOS POR NOTA, REP.FALTA, APROVADOS
      *                  EM EXAME, MEDIA E DESVIO DAS MEDIAS E A
      *                  TAXA DE REPROVACAO.  SINALIZA O PERIODO COM
      *                  TAXA ACIMA DO LIMITE DO PARM OU COM PIORA
      *                  ACIMA DOS PONTOS PERCENTUAIS DO PARM SOBRE
      *                  O PERIODO ANTERIOR, E GRAVA OS MESMOS
      *                  NUMEROS EM ARQUIVO DELIMITADO PARA PLANILHA.
      *                  PARM: DEPARTAMENTO (0000 = TODOS), QUANTIDADE
      *                  DE PERIODOS, LIMITE DE REPROVACAO (%) E
      *                  PIORA MAXIMA (PONTOS PERCENTUAIS).
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
           SELECT ARQ-HISTORIC
               ASSIGN TO HISTORIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORIC.

           SELECT OPTIONAL ARQ-DEPTOS
               ASSIGN TO DEPTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-NR-DPTO
               FILE STATUS IS WS-FS-DEPTOS.

           SELECT ARQ-RELDESEM
               ASSIGN TO RELDESEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELDESEM.

           SELECT ARQ-PLANDES
               ASSIGN TO PLANDES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLANDES.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> FD DO HISTORICO ESCOLAR ACUMULADO (ENTRADA - CLASSIFICADO
      *==> POR DEPARTAMENTO/DISCIPLINA/PERIODO)
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

      *==> FD DO CADASTRO MESTRE DE DEPARTAMENTOS (ENTRADA)
       FD  ARQ-DEPTOS
           LABEL RECORDS ARE STANDARD.
       01  REG-DEPTO.
           05  DPT-NR-DPTO         PIC 9(04).
           05  DPT-NOME            PIC X(15).
           05  DPT-COORDENADOR     PIC X(30).

      *==> FD DO RELATORIO DE DESEMPENHO POR DISCIPLINA (SAIDA)
       FD  ARQ-RELDESEM
           LABEL RECORDS ARE STANDARD.
       01  REG-RELDESEM            PIC X(132).

      *==> FD DO ARQUIVO DELIMITADO PARA PLANILHA (SAIDA)
       FD  ARQ-PLANDES
           LABEL RECORDS ARE STANDARD.
       01  REG-PLANDES             PIC X(150).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FS-HISTORIC         PIC X(02) VALUE SPACES.
       77  WS-FS-DEPTOS           PIC X(02) VALUE SPACES.
       77  WS-FS-RELDESEM         PIC X(02) VALUE SPACES.
       77  WS-FS-PLANDES          PIC X(02) VALUE SPACES.
       77  WS-DEPTOS-OK           PIC X(01) VALUE "N".
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-TODOS-DPTOS         PIC X(01) VALUE "N".
       77  WS-DISC-ABERTA         PIC X(01) VALUE "N".
       77  WS-DISC-SINALIZADA     PIC X(01) VALUE "N".

      *-----> PARAMETROS DA EXECUCAO
       77  WS-NR-DPTO             PIC 9(04) VALUE ZEROS.
       77  WS-QT-PERIODOS         PIC 9(02) VALUE 04.
       77  WS-LIMITE-REPROV       PIC 9(03) VALUE 030.
       77  WS-PIORA-MAXIMA        PIC 9(03) VALUE 010.

      *-----> CONTADORES DA EXECUCAO
       77  WS-CTLIDOS             PIC 9(07) VALUE ZEROS.
       77  WS-CTSELEC             PIC 9(07) VALUE ZEROS.
       77  WS-CTDISC              PIC 9(05) VALUE ZEROS.
       77  WS-CTPERIODOS          PIC 9(05) VALUE ZEROS.
       77  WS-CTSINALIZADAS       PIC 9(05) VALUE ZEROS.
       77  WS-CTPLANILHA          PIC 9(05) VALUE ZEROS.

      *-----> DEPARTAMENTO E DISCIPLINA EM APURACAO
       77  WS-ANT-NR-DPTO         PIC 9(04) VALUE ZEROS.
       77  WS-ANT-COD-DISC        PIC 9(03) VALUE ZEROS.
       77  WS-ANT-NOME-DISC       PIC X(20) VALUE SPACES.
       77  WS-NOME-DPTO           PIC X(15) VALUE SPACES.

      *-----> SERIE DE PERIODOS DA DISCIPLINA EM APURACAO (ORDEM
      *-----> CRESCENTE DE PERIODO; CHEIA, DESCARTA O MAIS ANTIGO)
       77  WS-PER-MAX             PIC 9(02) COMP VALUE 40.
       77  WS-PER-QTDE            PIC 9(02) COMP VALUE ZEROS.
       77  WS-IND-PER             PIC 9(02) COMP VALUE ZEROS.
       77  WS-IND-INICIO          PIC 9(02) COMP VALUE ZEROS.
       01  WS-TAB-PERIODO.
           05  WS-PER-ITEM OCCURS 1 TO 40 TIMES
                           DEPENDING ON WS-PER-QTDE.
               10  WS-PER-PERIODO  PIC 9(05).
               10  WS-PER-MATRIC   PIC 9(05).
               10  WS-PER-APROV    PIC 9(05).
               10  WS-PER-REPNOTA  PIC 9(05).
               10  WS-PER-REPFALTA PIC 9(05).
               10  WS-PER-APREXAME PIC 9(05).
               10  WS-PER-SOMA     PIC 9(07)V99.
               10  WS-PER-SOMA-QUAD PIC 9(09)V9(04).
               10  WS-PER-MEDIA    PIC 9(02)V99.
               10  WS-PER-DESVIO   PIC 9(02)V99.
               10  WS-PER-PCT      PIC 9(03)V99.
               10  WS-PER-VARIACAO PIC S9(03)V99.
               10  WS-PER-SINAL    PIC X(12).

      *-----> APURACAO DA MEDIA, DO DESVIO E DA TAXA DE REPROVACAO
       77  WS-MEDIA-ALUNO         PIC 9(02)V99 VALUE ZEROS.
       77  WS-MEDIA-CALC          PIC 9(02)V9(04) VALUE ZEROS.
       77  WS-VARIANCIA           PIC S9(05)V9(06) VALUE ZEROS.
       77  WS-REPROVADOS          PIC 9(05) VALUE ZEROS.

      *-----> CONTROLE DE PAGINACAO DO RELATORIO
       77  WS-LINHAS-PAGINA       PIC 9(02) VALUE ZEROS.
       77  WS-MAX-LINHAS          PIC 9(02) VALUE 20.
       77  WS-PAGINA              PIC 9(03) VALUE ZEROS.

      *-----> DATA DO SISTEMA PARA O CABECALHO
       77  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EDITADA.
           05  WS-DATA-DIA        PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-MES        PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-ANO        PIC 9(04).

      *-----> CABECALHO DO RELATORIO DE DESEMPENHO
       01  WS-CAB1-RELDESEM.
           05 FILLER              PIC X(42)
              VALUE "CGPRG23 - DESEMPENHO POR DISCIPLINA".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-CAB1-DATA        PIC X(10).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-CAB1-PAGINA      PIC ZZ9.

       01  WS-CAB2-RELDESEM.
           05 FILLER              PIC X(10) VALUE "PERIODOS: ".
           05 WS-CAB2-QT-PER      PIC Z9.
           05 FILLER              PIC X(23)
              VALUE "   LIMITE REPROVACAO: ".
           05 WS-CAB2-LIMITE      PIC ZZ9.
           05 FILLER              PIC X(18)
              VALUE "%   PIORA MAXIMA: ".
           05 WS-CAB2-PIORA       PIC ZZ9.
           05 FILLER              PIC X(05) VALUE " P.P.".

       01  WS-CAB3-COLUNAS.
           05 FILLER              PIC X(07) VALUE "PERIODO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "MATRIC".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE " APROV".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "R.NOTA".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "R.FALT".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "A.EXAM".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "MEDIA".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "DESVIO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "%REPROV".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "VARIAC.".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE "SINAL".

      *-----> LINHA DO DEPARTAMENTO E DA DISCIPLINA
       01  WS-LIN-DEPTO.
           05 FILLER              PIC X(14) VALUE "DEPARTAMENTO: ".
           05 WS-LDP-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(03) VALUE " - ".
           05 WS-LDP-NOME         PIC X(15).

       01  WS-LIN-DISC.
           05 FILLER              PIC X(14) VALUE "  DISCIPLINA: ".
           05 WS-LDS-COD-DISC     PIC 9(03).
           05 FILLER              PIC X(03) VALUE " - ".
           05 WS-LDS-NOME-DISC    PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LDS-SINAL        PIC X(30).

      *-----> LINHA DO PERIODO DA SERIE
       01  WS-LIN-PERIODO.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LPR-PERIODO      PIC 9(05).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LPR-MATRIC       PIC ZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LPR-APROV        PIC ZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LPR-REPNOTA      PIC ZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LPR-REPFALTA     PIC ZZZZ9.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LPR-APREXAME     PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LPR-MEDIA        PIC Z9,99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LPR-DESVIO       PIC Z9,99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-LPR-PCT          PIC ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LPR-VARIACAO     PIC +ZZ9,99.
           05 WS-LPR-VARIACAO-X REDEFINES WS-LPR-VARIACAO
                                  PIC X(07).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LPR-SINAL        PIC X(12).

      *-----> CAMPOS EDITADOS DO ARQUIVO DELIMITADO
       77  WS-PLN-DPTO            PIC 9(04) VALUE ZEROS.
       77  WS-PLN-DISC            PIC 9(03) VALUE ZEROS.
       77  WS-PLN-PERIODO         PIC 9(05) VALUE ZEROS.
       77  WS-PLN-MATRIC          PIC 9(05) VALUE ZEROS.
       77  WS-PLN-APROV           PIC 9(05) VALUE ZEROS.
       77  WS-PLN-REPNOTA         PIC 9(05) VALUE ZEROS.
       77  WS-PLN-REPFALTA        PIC 9(05) VALUE ZEROS.
       77  WS-PLN-APREXAME        PIC 9(05) VALUE ZEROS.
       77  WS-PLN-MEDIA           PIC 99,99.
       77  WS-PLN-DESVIO          PIC 99,99.
       77  WS-PLN-PCT             PIC 999,99.
       77  WS-PLN-VARIACAO        PIC -999,99.

      *-----> LINHA DE TOTALIZACAO DO RELATORIO
       01  WS-TRG-LINHA.
           05 WS-TRG-DESCRICAO    PIC X(25).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-TRG-VALOR        PIC ZZZZZZ9.

       LINKAGE SECTION.
      *----------------*
       01  LK-PARAMETROS.
           05 LK-TAM-PARM            PIC S9(4) COMP.
           05 LK-NR-DPTO             PIC 9(04).
           05 LK-QT-PERIODOS         PIC 9(02).
           05 LK-LIMITE-REPROV       PIC 9(03).
           05 LK-PIORA-MAXIMA        PIC 9(03).

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

           DISPLAY "** CGPRG23 - DESEMPENHO POR DISCIPLINA **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA (7:2)  TO  WS-DATA-DIA
           MOVE WS-DATA-SISTEMA (5:2)  TO  WS-DATA-MES
           MOVE WS-DATA-SISTEMA (1:4)  TO  WS-DATA-ANO

           PERFORM 012-CRITICAR-PARM

           OPEN INPUT ARQ-HISTORIC

           IF WS-FS-HISTORIC NOT = "00"
              DISPLAY "HISTORICO NAO ENCONTRADO - STATUS "
                       WS-FS-HISTORIC
              MOVE 08   TO  WS-COD-RETORNO
              MOVE "S"  TO  WS-FIM
           ELSE
              OPEN OUTPUT ARQ-RELDESEM
              OPEN OUTPUT ARQ-PLANDES
              IF WS-FS-RELDESEM NOT = "00"
                 OR WS-FS-PLANDES NOT = "00"
                 DISPLAY "ERRO AO ABRIR AS SAIDAS - STATUS "
                          WS-FS-RELDESEM " " WS-FS-PLANDES
                 MOVE 08   TO  WS-COD-RETORNO
                 MOVE "S"  TO  WS-FIM
                 IF WS-FS-RELDESEM = "00"
                    CLOSE ARQ-RELDESEM
                 END-IF
                 IF WS-FS-PLANDES = "00"
                    CLOSE ARQ-PLANDES
                 END-IF
                 CLOSE ARQ-HISTORIC
              ELSE
                 PERFORM 014-ABRIR-DEPTOS
                 PERFORM 016-GRAVAR-TITULOS-PLANILHA
                 PERFORM 020-LER-HISTORICO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR O PARM: DEPARTAMENTO (0000 = TODOS), QUANTIDADE   *
      *    DE PERIODOS DA SERIE (PADRAO 4), LIMITE DE REPROVACAO EM % *
      *    (PADRAO 30) E PIORA MAXIMA EM PONTOS PERCENTUAIS (PADRAO   *
      *    10) - CAMPO AUSENTE OU INVALIDO FICA COM O PADRAO          *
      *--------------------------------------------------------------*
       012-CRITICAR-PARM.

           IF LK-TAM-PARM >= 4 AND LK-NR-DPTO NUMERIC
              MOVE LK-NR-DPTO  TO  WS-NR-DPTO
           END-IF

           IF LK-TAM-PARM >= 6 AND LK-QT-PERIODOS NUMERIC
              AND LK-QT-PERIODOS > ZEROS
              MOVE LK-QT-PERIODOS  TO  WS-QT-PERIODOS
           END-IF

           IF WS-QT-PERIODOS > WS-PER-MAX
              MOVE WS-PER-MAX  TO  WS-QT-PERIODOS
           END-IF

           IF LK-TAM-PARM >= 9 AND LK-LIMITE-REPROV NUMERIC
              AND LK-LIMITE-REPROV > ZEROS
              MOVE LK-LIMITE-REPROV  TO  WS-LIMITE-REPROV
           END-IF

           IF LK-TAM-PARM >= 12 AND LK-PIORA-MAXIMA NUMERIC
              AND LK-PIORA-MAXIMA > ZEROS
              MOVE LK-PIORA-MAXIMA  TO  WS-PIORA-MAXIMA
           END-IF

           IF WS-NR-DPTO = ZEROS
              MOVE "S"  TO  WS-TODOS-DPTOS
              DISPLAY "MODO TODOS OS DEPARTAMENTOS"
           END-IF

           DISPLAY "DEPARTAMENTO = " WS-NR-DPTO
                   " PERIODOS = " WS-QT-PERIODOS
                   " LIMITE = " WS-LIMITE-REPROV
                   "% PIORA = " WS-PIORA-MAXIMA " P.P."
           .
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO DE DEPARTAMENTOS (OPCIONAL - SEM ELE O    *
      *    RELATORIO SAI SEM O NOME DO DEPARTAMENTO)                  *
      *--------------------------------------------------------------*
       014-ABRIR-DEPTOS.

           OPEN INPUT ARQ-DEPTOS

           IF WS-FS-DEPTOS = "00"
              MOVE "S"  TO  WS-DEPTOS-OK
           ELSE
              MOVE "N"  TO  WS-DEPTOS-OK
              DISPLAY "CADASTRO DE DEPARTAMENTOS INDISPONIVEL - "
                      "STATUS " WS-FS-DEPTOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A LINHA DE TITULOS DO ARQUIVO DELIMITADO            *
      *--------------------------------------------------------------*
       016-GRAVAR-TITULOS-PLANILHA.

           MOVE SPACES  TO  REG-PLANDES
           STRING "DEPTO;DISCIPLINA;NOME;PERIODO;MATRICULADOS;"
                                                 DELIMITED BY SIZE
                  "APROVADOS;REP.NOTA;REP.FALTA;APROV.EXAME;"
                                                 DELIMITED BY SIZE
                  "MEDIA;DESVIO;PCT.REPROV;VARIACAO;SINAL"
                                                 DELIMITED BY SIZE
              INTO REG-PLANDES
           END-STRING
           WRITE REG-PLANDES
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO HISTORICO                        *
      *--------------------------------------------------------------*
       020-LER-HISTORICO.

           READ ARQ-HISTORIC
              AT END
                 MOVE "S"  TO  WS-FIM
              NOT AT END
                 ADD 1  TO  WS-CTLIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR O REGISTRO DO HISTORICO: NA TROCA DE DISCIPLINA  *
      *    EMITE A SERIE DA ANTERIOR E ACUMULA O ALUNO NO PERIODO     *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF HST-NR-DPTO = WS-NR-DPTO OR WS-TODOS-DPTOS = "S"
              ADD 1  TO  WS-CTSELEC
              IF WS-DISC-ABERTA = "S"
                 AND (HST-NR-DPTO NOT = WS-ANT-NR-DPTO
                      OR HST-COD-DISC NOT = WS-ANT-COD-DISC)
                 PERFORM 040-EMITIR-DISCIPLINA
              END-IF
              IF WS-DISC-ABERTA = "N"
                 PERFORM 032-ABRIR-DISCIPLINA
              END-IF
              PERFORM 034-ACUMULAR-ALUNO
           END-IF

           PERFORM 020-LER-HISTORICO
           .
      *--------------------------------------------------------------*
      *    INICIAR A SERIE DE UMA NOVA DISCIPLINA (NA TROCA DE        *
      *    DEPARTAMENTO EMITE A LINHA DO DEPARTAMENTO)                *
      *--------------------------------------------------------------*
       032-ABRIR-DISCIPLINA.

           IF WS-CTDISC = ZEROS OR HST-NR-DPTO NOT = WS-ANT-NR-DPTO
              MOVE HST-NR-DPTO  TO  WS-ANT-NR-DPTO
              PERFORM 033-OBTER-NOME-DPTO
              PERFORM 046-IMPRIMIR-DEPTO
           END-IF

           MOVE "S"            TO  WS-DISC-ABERTA
           MOVE HST-NR-DPTO    TO  WS-ANT-NR-DPTO
           MOVE HST-COD-DISC   TO  WS-ANT-COD-DISC
           MOVE HST-NOME-DISC  TO  WS-ANT-NOME-DISC
           MOVE ZEROS          TO  WS-PER-QTDE

           ADD 1  TO  WS-CTDISC
           .
      *--------------------------------------------------------------*
      *    OBTER O NOME DO DEPARTAMENTO NO CADASTRO DEPTOS            *
      *--------------------------------------------------------------*
       033-OBTER-NOME-DPTO.

           MOVE SPACES  TO  WS-NOME-DPTO

           IF WS-DEPTOS-OK = "S"
              MOVE HST-NR-DPTO  TO  DPT-NR-DPTO
              READ ARQ-DEPTOS
                 INVALID KEY
                    MOVE "NAO CADASTRADO"  TO  WS-NOME-DPTO
                 NOT INVALID KEY
                    MOVE DPT-NOME          TO  WS-NOME-DPTO
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR O ALUNO NO PERIODO DA DISCIPLINA - O APROVADO     *
      *    COM MEDIA DAS NOTAS ABAIXO DE 6,00 PASSOU PELO EXAME       *
      *--------------------------------------------------------------*
       034-ACUMULAR-ALUNO.

           IF WS-PER-QTDE = ZEROS
              PERFORM 036-INCLUIR-PERIODO
           ELSE
              IF HST-PERIODO NOT = WS-PER-PERIODO (WS-PER-QTDE)
                 PERFORM 036-INCLUIR-PERIODO
              END-IF
           END-IF

           MOVE WS-PER-QTDE  TO  WS-IND-PER

           ADD 1  TO  WS-PER-MATRIC (WS-IND-PER)

           EVALUATE HST-SITUACAO
              WHEN "APROVADO"
                 ADD 1  TO  WS-PER-APROV (WS-IND-PER)
                 COMPUTE WS-MEDIA-ALUNO ROUNDED =
                         (HST-NOTA1 + HST-NOTA2) / 2
                 IF WS-MEDIA-ALUNO < 6,00
                    ADD 1  TO  WS-PER-APREXAME (WS-IND-PER)
                 END-IF
              WHEN "REPROVADO"
                 ADD 1  TO  WS-PER-REPNOTA (WS-IND-PER)
              WHEN "REP.FALTA"
                 ADD 1  TO  WS-PER-REPFALTA (WS-IND-PER)
           END-EVALUATE

           ADD HST-MEDIA  TO  WS-PER-SOMA (WS-IND-PER)
           COMPUTE WS-PER-SOMA-QUAD (WS-IND-PER) =
                   WS-PER-SOMA-QUAD (WS-IND-PER)
                   + HST-MEDIA * HST-MEDIA
           .
      *--------------------------------------------------------------*
      *    ABRIR UM NOVO PERIODO NA SERIE DA DISCIPLINA - COM A       *
      *    TABELA CHEIA O PERIODO MAIS ANTIGO E DESCARTADO            *
      *--------------------------------------------------------------*
       036-INCLUIR-PERIODO.

           IF WS-PER-QTDE = WS-PER-MAX
              PERFORM 036A-DESLOCAR-PERIODO
                      VARYING WS-IND-PER FROM 1 BY 1
                      UNTIL WS-IND-PER >= WS-PER-QTDE
           ELSE
              ADD 1  TO  WS-PER-QTDE
           END-IF

           MOVE HST-PERIODO  TO  WS-PER-PERIODO   (WS-PER-QTDE)
           MOVE ZEROS        TO  WS-PER-MATRIC    (WS-PER-QTDE)
           MOVE ZEROS        TO  WS-PER-APROV     (WS-PER-QTDE)
           MOVE ZEROS        TO  WS-PER-REPNOTA   (WS-PER-QTDE)
           MOVE ZEROS        TO  WS-PER-REPFALTA  (WS-PER-QTDE)
           MOVE ZEROS        TO  WS-PER-APREXAME  (WS-PER-QTDE)
           MOVE ZEROS        TO  WS-PER-SOMA      (WS-PER-QTDE)
           MOVE ZEROS        TO  WS-PER-SOMA-QUAD (WS-PER-QTDE)
           .
      *--------------------------------------------------------------*
      *    DESLOCAR UMA POSICAO DA SERIE PARA O INICIO DA TABELA      *
      *--------------------------------------------------------------*
       036A-DESLOCAR-PERIODO.

           MOVE WS-PER-ITEM (WS-IND-PER + 1)
                                TO  WS-PER-ITEM (WS-IND-PER)
           .
      *--------------------------------------------------------------*
      *    EMITIR A SERIE DA DISCIPLINA: APURA TODOS OS PERIODOS (O   *
      *    PRIMEIRO DA JANELA PRECISA DO ANTERIOR PARA A VARIACAO) E  *
      *    IMPRIME OS ULTIMOS PERIODOS PEDIDOS NO PARM                *
      *--------------------------------------------------------------*
       040-EMITIR-DISCIPLINA.

           PERFORM 042-APURAR-PERIODO
                   VARYING WS-IND-PER FROM 1 BY 1
                   UNTIL WS-IND-PER > WS-PER-QTDE

           IF WS-PER-QTDE > WS-QT-PERIODOS
              COMPUTE WS-IND-INICIO = WS-PER-QTDE - WS-QT-PERIODOS + 1
           ELSE
              MOVE 1  TO  WS-IND-INICIO
           END-IF

           IF WS-PER-SINAL (WS-PER-QTDE) NOT = SPACES
              MOVE "S"  TO  WS-DISC-SINALIZADA
              ADD 1  TO  WS-CTSINALIZADAS
           ELSE
              MOVE "N"  TO  WS-DISC-SINALIZADA
           END-IF

           PERFORM 048-IMPRIMIR-DISCIPLINA

           PERFORM 044-IMPRIMIR-PERIODO
                   VARYING WS-IND-PER FROM WS-IND-INICIO BY 1
                   UNTIL WS-IND-PER > WS-PER-QTDE

           MOVE "N"  TO  WS-DISC-ABERTA
           .
      *--------------------------------------------------------------*
      *    APURAR MEDIA, DESVIO, TAXA DE REPROVACAO E VARIACAO DO     *
      *    PERIODO E SINALIZA-LO CONTRA OS LIMITES DO PARM            *
      *--------------------------------------------------------------*
       042-APURAR-PERIODO.

           COMPUTE WS-MEDIA-CALC =
                   WS-PER-SOMA (WS-IND-PER) / WS-PER-MATRIC (WS-IND-PER)
           COMPUTE WS-PER-MEDIA (WS-IND-PER) ROUNDED = WS-MEDIA-CALC

           COMPUTE WS-VARIANCIA =
                   WS-PER-SOMA-QUAD (WS-IND-PER)
                   / WS-PER-MATRIC (WS-IND-PER)
                   - WS-MEDIA-CALC * WS-MEDIA-CALC
           IF WS-VARIANCIA > ZEROS
              COMPUTE WS-PER-DESVIO (WS-IND-PER) ROUNDED =
                      WS-VARIANCIA ** 0,5
           ELSE
              MOVE ZEROS  TO  WS-PER-DESVIO (WS-IND-PER)
           END-IF

           COMPUTE WS-REPROVADOS = WS-PER-REPNOTA  (WS-IND-PER)
                                 + WS-PER-REPFALTA (WS-IND-PER)
           COMPUTE WS-PER-PCT (WS-IND-PER) ROUNDED =
                   WS-REPROVADOS * 100 / WS-PER-MATRIC (WS-IND-PER)

           MOVE SPACES  TO  WS-PER-SINAL (WS-IND-PER)
           MOVE ZEROS   TO  WS-PER-VARIACAO (WS-IND-PER)

           IF WS-IND-PER > 1
              COMPUTE WS-PER-VARIACAO (WS-IND-PER) =
                      WS-PER-PCT (WS-IND-PER)
                      - WS-PER-PCT (WS-IND-PER - 1)
           END-IF

           IF WS-PER-PCT (WS-IND-PER) > WS-LIMITE-REPROV
              IF WS-PER-VARIACAO (WS-IND-PER) > WS-PIORA-MAXIMA
                 MOVE "LIMITE+PIORA"  TO  WS-PER-SINAL (WS-IND-PER)
              ELSE
                 MOVE "LIMITE"        TO  WS-PER-SINAL (WS-IND-PER)
              END-IF
           ELSE
              IF WS-PER-VARIACAO (WS-IND-PER) > WS-PIORA-MAXIMA
                 MOVE "PIORA"         TO  WS-PER-SINAL (WS-IND-PER)
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O PERIODO DA SERIE E GRAVA-LO NA PLANILHA         *
      *--------------------------------------------------------------*
       044-IMPRIMIR-PERIODO.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 049-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-PER-PERIODO   (WS-IND-PER)  TO  WS-LPR-PERIODO
           MOVE WS-PER-MATRIC    (WS-IND-PER)  TO  WS-LPR-MATRIC
           MOVE WS-PER-APROV     (WS-IND-PER)  TO  WS-LPR-APROV
           MOVE WS-PER-REPNOTA   (WS-IND-PER)  TO  WS-LPR-REPNOTA
           MOVE WS-PER-REPFALTA  (WS-IND-PER)  TO  WS-LPR-REPFALTA
           MOVE WS-PER-APREXAME  (WS-IND-PER)  TO  WS-LPR-APREXAME
           MOVE WS-PER-MEDIA     (WS-IND-PER)  TO  WS-LPR-MEDIA
           MOVE WS-PER-DESVIO    (WS-IND-PER)  TO  WS-LPR-DESVIO
           MOVE WS-PER-PCT       (WS-IND-PER)  TO  WS-LPR-PCT
           MOVE WS-PER-VARIACAO  (WS-IND-PER)  TO  WS-LPR-VARIACAO
           MOVE WS-PER-SINAL     (WS-IND-PER)  TO  WS-LPR-SINAL
           IF WS-IND-PER = 1
              MOVE SPACES  TO  WS-LPR-VARIACAO-X
           END-IF
           MOVE WS-LIN-PERIODO                 TO  REG-RELDESEM
           WRITE REG-RELDESEM

           ADD 1  TO  WS-CTPERIODOS
           ADD 1  TO  WS-LINHAS-PAGINA
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
              MOVE ZEROS  TO  WS-LINHAS-PAGINA
           END-IF

           PERFORM 045-GRAVAR-PLANILHA
           .
      *--------------------------------------------------------------*
      *    GRAVAR O PERIODO DA SERIE NO ARQUIVO DELIMITADO            *
      *--------------------------------------------------------------*
       045-GRAVAR-PLANILHA.

           MOVE WS-ANT-NR-DPTO                 TO  WS-PLN-DPTO
           MOVE WS-ANT-COD-DISC                TO  WS-PLN-DISC
           MOVE WS-PER-PERIODO   (WS-IND-PER)  TO  WS-PLN-PERIODO
           MOVE WS-PER-MATRIC    (WS-IND-PER)  TO  WS-PLN-MATRIC
           MOVE WS-PER-APROV     (WS-IND-PER)  TO  WS-PLN-APROV
           MOVE WS-PER-REPNOTA   (WS-IND-PER)  TO  WS-PLN-REPNOTA
           MOVE WS-PER-REPFALTA  (WS-IND-PER)  TO  WS-PLN-REPFALTA
           MOVE WS-PER-APREXAME  (WS-IND-PER)  TO  WS-PLN-APREXAME
           MOVE WS-PER-MEDIA     (WS-IND-PER)  TO  WS-PLN-MEDIA
           MOVE WS-PER-DESVIO    (WS-IND-PER)  TO  WS-PLN-DESVIO
           MOVE WS-PER-PCT       (WS-IND-PER)  TO  WS-PLN-PCT
           MOVE WS-PER-VARIACAO  (WS-IND-PER)  TO  WS-PLN-VARIACAO

           MOVE SPACES  TO  REG-PLANDES
           STRING WS-PLN-DPTO       DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-PLN-DISC       DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-ANT-NOME-DISC  DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-PLN-PERIODO    DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-PLN-MATRIC     DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-PLN-APROV      DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-PLN-REPNOTA    DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-PLN-REPFALTA   DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-PLN-APREXAME   DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-PLN-MEDIA      DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-PLN-DESVIO     DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-PLN-PCT        DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-PLN-VARIACAO   DELIMITED BY SIZE
                  ";"               DELIMITED BY SIZE
                  WS-PER-SINAL (WS-IND-PER)
                                    DELIMITED BY SIZE
              INTO REG-PLANDES
           END-STRING
           WRITE REG-PLANDES

           ADD 1  TO  WS-CTPLANILHA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DO DEPARTAMENTO                           *
      *--------------------------------------------------------------*
       046-IMPRIMIR-DEPTO.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 049-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-ANT-NR-DPTO  TO  WS-LDP-NR-DPTO
           MOVE WS-NOME-DPTO    TO  WS-LDP-NOME

           MOVE SPACES  TO  REG-RELDESEM
           WRITE REG-RELDESEM

           MOVE WS-LIN-DEPTO  TO  REG-RELDESEM
           WRITE REG-RELDESEM

           ADD 2  TO  WS-LINHAS-PAGINA
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
              MOVE ZEROS  TO  WS-LINHAS-PAGINA
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DA DISCIPLINA (SINALIZADA QUANDO O SEU    *
      *    ULTIMO PERIODO ESTOURA O LIMITE OU A PIORA DO PARM)        *
      *--------------------------------------------------------------*
       048-IMPRIMIR-DISCIPLINA.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 049-IMPRIMIR-CABECALHO
           END-IF

           MOVE WS-ANT-COD-DISC   TO  WS-LDS-COD-DISC
           MOVE WS-ANT-NOME-DISC  TO  WS-LDS-NOME-DISC
           IF WS-DISC-SINALIZADA = "S"
              MOVE "*** DISCIPLINA SINALIZADA ***"  TO  WS-LDS-SINAL
           ELSE
              MOVE SPACES                           TO  WS-LDS-SINAL
           END-IF

           MOVE WS-LIN-DISC  TO  REG-RELDESEM
           WRITE REG-RELDESEM

           ADD 1  TO  WS-LINHAS-PAGINA
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
              MOVE ZEROS  TO  WS-LINHAS-PAGINA
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR O CABECALHO DO RELATORIO DE DESEMPENHO              *
      *--------------------------------------------------------------*
       049-IMPRIMIR-CABECALHO.

           ADD 1  TO  WS-PAGINA

           MOVE SPACES  TO  REG-RELDESEM
           WRITE REG-RELDESEM AFTER ADVANCING PAGE

           MOVE WS-DATA-EDITADA    TO  WS-CAB1-DATA
           MOVE WS-PAGINA          TO  WS-CAB1-PAGINA
           MOVE WS-CAB1-RELDESEM   TO  REG-RELDESEM
           WRITE REG-RELDESEM

           MOVE WS-QT-PERIODOS     TO  WS-CAB2-QT-PER
           MOVE WS-LIMITE-REPROV   TO  WS-CAB2-LIMITE
           MOVE WS-PIORA-MAXIMA    TO  WS-CAB2-PIORA
           MOVE WS-CAB2-RELDESEM   TO  REG-RELDESEM
           WRITE REG-RELDESEM

           MOVE SPACES  TO  REG-RELDESEM
           WRITE REG-RELDESEM

           MOVE WS-CAB3-COLUNAS  TO  REG-RELDESEM
           WRITE REG-RELDESEM

           MOVE 1  TO  WS-LINHAS-PAGINA
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-COD-RETORNO NOT = 08
              IF WS-DISC-ABERTA = "S"
                 PERFORM 040-EMITIR-DISCIPLINA
              END-IF

              PERFORM 052-IMPRIMIR-TOTAIS

              IF WS-CTSELEC = ZEROS
                 MOVE 04  TO  WS-COD-RETORNO
              ELSE
                 MOVE 00  TO  WS-COD-RETORNO
              END-IF

              CLOSE ARQ-HISTORIC
              CLOSE ARQ-RELDESEM
              CLOSE ARQ-PLANDES
              IF WS-DEPTOS-OK = "S"
                 CLOSE ARQ-DEPTOS
              END-IF
           END-IF

           DISPLAY "** FIM EXECUCAO CGPRG23 **"
           DISPLAY "HISTORICO LIDOS     = " WS-CTLIDOS
           DISPLAY "SELECIONADOS        = " WS-CTSELEC
           DISPLAY "DISCIPLINAS         = " WS-CTDISC
           DISPLAY "SINALIZADAS         = " WS-CTSINALIZADAS
           DISPLAY "LINHAS NA PLANILHA  = " WS-CTPLANILHA
           DISPLAY "CODIGO DE RETORNO   = " WS-COD-RETORNO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS DA EXECUCAO                             *
      *--------------------------------------------------------------*
       052-IMPRIMIR-TOTAIS.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 049-IMPRIMIR-CABECALHO
           END-IF

           MOVE SPACES  TO  REG-RELDESEM
           WRITE REG-RELDESEM

           MOVE "HISTORICO LIDOS.........:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTLIDOS                    TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDESEM
           WRITE REG-RELDESEM

           MOVE "SELECIONADOS............:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTSELEC                    TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDESEM
           WRITE REG-RELDESEM

           MOVE "DISCIPLINAS.............:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTDISC                     TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDESEM
           WRITE REG-RELDESEM

           MOVE "PERIODOS EMITIDOS.......:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTPERIODOS                 TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDESEM
           WRITE REG-RELDESEM

           MOVE "DISCIPLINAS SINALIZADAS.:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTSINALIZADAS              TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDESEM
           WRITE REG-RELDESEM
           .
      *---------------> FIM DO PROGRAMA CGPRG23 <--------------------*

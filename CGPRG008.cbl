      *                  DEPARTAMENTO.  A CLASSIFICACAO POR
      *                  DEPARTAMENTO/RA E FEITA NO PASSO DE SORT
      *                  DO JOB (CGPRG08J), POIS O MESTRE E LIDO NA
      *                  ORDEM DA CHAVE RA.  CADA ALUNO GERA UM
      *                  REGISTRO POR DISCIPLINA MATRICULADA NO
      *                  PERIODO (ARQUIVO MATRIC, MANTIDO PELO
      *                  CGPRG17), COM AS NOTAS LANCADAS E O NOME
      *                  OFICIAL DO CADASTRO DISCIPL; SEM O ARQUIVO
      *                  DE MATRICULAS VALE A REGRA ANTERIOR (MEDIA
      *                  CONSOLIDADA DO MESTRE NA DISCIPLINA 001).
      *                  SO OS ALUNOS COM MATRICULA ATIVA NO MESTRE
      *                  SAO DESCARREGADOS; OS TRANCADOS, DESLIGADOS
      *                  E FORMADOS DA SELECAO SAEM NA LISTAGEM A
      *                  PARTE (RELINAT).
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               RECORD KEY IS DPT-NR-DPTO
               FILE STATUS IS WS-FS-DEPTOS.

           SELECT OPTIONAL ARQ-MATRIC
               ASSIGN TO MATRIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WS-FS-MATRIC.

           SELECT OPTIONAL ARQ-DISCIPL
               ASSIGN TO DISCIPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSC-COD-DISC
               FILE STATUS IS WS-FS-DISCIPL.

           SELECT ARQ-DESCARGA
               ASSIGN TO DESCARGA
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELDESC.

           SELECT ARQ-RELINAT
               ASSIGN TO RELINAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELINAT.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> FD DO CADASTRO MESTRE DE ALUNOS (ENTRADA - CHAVE RA) -
      *==> SITUACAO DA MATRICULA EM BRANCO VALE COMO ATIVO
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
           05  DPT-NOME            PIC X(15).
           05  DPT-COORDENADOR     PIC X(30).

      *==> FD DO ARQUIVO DE MATRICULAS POR DISCIPLINA (ENTRADA -
      *==> CHAVE RA/PERIODO/DISCIPLINA)
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

      *==> FD DO CADASTRO DE DISCIPLINAS (ENTRADA) - NOME OFICIAL
       FD  ARQ-DISCIPL
           LABEL RECORDS ARE STANDARD.
       01  REG-DISCIPLINA.
           05  DSC-COD-DISC        PIC 9(03).
           05  DSC-NR-DPTO         PIC 9(04).
           05  DSC-NOME            PIC X(20).
           05  DSC-CARGA-HOR       PIC 9(03).
           05  DSC-SITUACAO        PIC X(01).

      *==> FD DO ARQUIVO DE DESCARGA NO LAYOUT REG-ALUNO (SAIDA -
      *==> CLASSIFICADO POR DEPARTAMENTO/RA/DISCIPLINA NO PASSO DE
      *==> SORT DO JOB) - UM REGISTRO POR DISCIPLINA MATRICULADA
       FD  ARQ-DESCARGA
           LABEL RECORDS ARE STANDARD.
       01  REG-ALUNO.
           LABEL RECORDS ARE STANDARD.
       01  REG-RELDESC             PIC X(132).

      *==> FD DA LISTAGEM DOS ALUNOS NAO ATIVOS DA SELECAO (SAIDA)
       FD  ARQ-RELINAT
           LABEL RECORDS ARE STANDARD.
       01  REG-RELINAT             PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

       77  WS-FS-DEPTOS           PIC X(02) VALUE SPACES.
       77  WS-FS-DESCARGA         PIC X(02) VALUE SPACES.
       77  WS-FS-RELDESC          PIC X(02) VALUE SPACES.
       77  WS-FS-RELINAT          PIC X(02) VALUE SPACES.
       77  WS-DEPTOS-OK           PIC X(01) VALUE "N".

      *-----> MATRICULAS POR DISCIPLINA DO PERIODO SELECIONADO
       77  WS-FS-MATRIC           PIC X(02) VALUE SPACES.
       77  WS-FS-DISCIPL          PIC X(02) VALUE SPACES.
       77  WS-MATRIC-OK           PIC X(01) VALUE "N".
       77  WS-DISCIPL-OK          PIC X(01) VALUE "N".
       77  WS-FIM-MATRIC          PIC X(01) VALUE "N".
       77  WS-ALUNO-DESCARREGADO  PIC X(01) VALUE "N".
       77  WS-ALUNO-MATRICULADO   PIC X(01) VALUE "N".
       77  WS-PERIODO             PIC 9(05) VALUE ZEROS.

      *-----> CONTADORES DA EXECUCAO
       77  WS-CTLIDOS             PIC 9(05) VALUE ZEROS.
       77  WS-CTDESCARGA          PIC 9(05) VALUE ZEROS.
       77  WS-CTFORA              PIC 9(05) VALUE ZEROS.
       77  WS-CTDISC              PIC 9(05) VALUE ZEROS.
       77  WS-CTSEMNOTA           PIC 9(05) VALUE ZEROS.
       77  WS-CTSEMMATRIC         PIC 9(05) VALUE ZEROS.

      *-----> ALUNOS DA SELECAO FORA DA SITUACAO ATIVO
       77  WS-CTINATIVOS          PIC 9(05) VALUE ZEROS.
       77  WS-CTTRANCADOS         PIC 9(05) VALUE ZEROS.
       77  WS-CTDESLIGADOS        PIC 9(05) VALUE ZEROS.
       77  WS-CTFORMADOS          PIC 9(05) VALUE ZEROS.
       77  WS-LINHAS-INAT         PIC 9(02) VALUE ZEROS.
       77  WS-MAX-LINHAS          PIC 9(02) VALUE 20.
       77  WS-PAGINA-INAT         PIC 9(03) VALUE ZEROS.

      *-----> TOTAIS DE DESCARGA POR DEPARTAMENTO
       77  WS-DEPTO-MAX           PIC 9(03) COMP VALUE 100.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-RDP-ALUNOS       PIC ZZZZ9.

      *-----> CABECALHO DA LISTAGEM DE ALUNOS NAO ATIVOS
       01  WS-CAB1-RELINAT.
           05 FILLER              PIC X(36)
              VALUE "CGPRG08 - ALUNOS NAO ATIVOS".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-CAB1-INAT-DATA   PIC X(10).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "DEPTO: ".
           05 WS-CAB1-INAT-DPTO   PIC 9(04).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-CAB1-INAT-PAG    PIC ZZ9.

       01  WS-CAB2-RELINAT.
           05 FILLER              PIC X(13) VALUE "RA".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE "ALUNO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "DEPTO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE "SITUACAO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE "DESDE".

      *-----> LINHA DO ALUNO NAO ATIVO
       01  WS-LIN-INATIVO.
           05 WS-INA-RA           PIC 9(13).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-INA-NOME         PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-INA-DPTO         PIC 9(04).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WS-INA-SITUACAO     PIC X(09).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-INA-DIA          PIC 9(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-INA-MES          PIC 9(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-INA-ANO          PIC 9(04).

      *-----> LINHA DE TOTALIZACAO DO RELATORIO DE DESCARGA
       01  WS-TRG-LINHA.
           05 WS-TRG-DESCRICAO    PIC X(25).
       01  LK-PARAMETROS.
           05 LK-TAM-PARM            PIC S9(4) COMP.
           05 LK-NR-DPTO             PIC 9(04).
           05 LK-PERIODO             PIC 9(05).
           05 LK-COD-RETORNO         PIC 99.

       PROCEDURE DIVISION USING LK-PARAMETROS.
           MOVE WS-DATA-SISTEMA (5:2)  TO  WS-DATA-MES
           MOVE WS-DATA-SISTEMA (1:4)  TO  WS-DATA-ANO

      *==> O PERIODO DAS MATRICULAS VEM NAS POSICOES 5-9 DO PARM;
      *==> SEM ELE ASSUME O PERIODO CORRENTE (REGRA DO CGPRG02)
           IF LK-TAM-PARM >= 9 AND LK-PERIODO NUMERIC
              AND LK-PERIODO NOT = ZEROS
              MOVE LK-PERIODO  TO  WS-PERIODO
           ELSE
              COMPUTE WS-PERIODO = WS-DATA-ANO * 10 + 1
              IF WS-DATA-MES > 06
                 ADD 1  TO  WS-PERIODO
              END-IF
           END-IF

           OPEN INPUT ARQ-MESTRE

           IF WS-FS-MESTRE NOT = "00"
                 CLOSE ARQ-MESTRE
              ELSE
                 PERFORM 014-ABRIR-DEPTOS
                 PERFORM 016-ABRIR-MATRICULAS
                 PERFORM 020-LER-MESTRE
              END-IF
           END-IF

           OPEN OUTPUT ARQ-DESCARGA
           OPEN OUTPUT ARQ-RELDESC
           OPEN OUTPUT ARQ-RELINAT

           IF WS-FS-DESCARGA NOT = "00" OR WS-FS-RELDESC NOT = "00"
              OR WS-FS-RELINAT NOT = "00"
              DISPLAY "ERRO AO ABRIR AS SAIDAS - STATUS "
                       WS-FS-DESCARGA " " WS-FS-RELDESC " "
                       WS-FS-RELINAT
              MOVE 08   TO  LK-COD-RETORNO
              MOVE "S"  TO  WS-FIM
              IF WS-FS-DESCARGA = "00"
              IF WS-FS-RELDESC = "00"
                 CLOSE ARQ-RELDESC
              END-IF
              IF WS-FS-RELINAT = "00"
                 CLOSE ARQ-RELINAT
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O ARQUIVO DE MATRICULAS E O CADASTRO DE DISCIPLINAS -*
      *    SEM AS MATRICULAS A DESCARGA SAI COM A MEDIA CONSOLIDADA   *
      *    DO MESTRE (REGRA ANTERIOR)                                 *
      *--------------------------------------------------------------*
       016-ABRIR-MATRICULAS.

           OPEN INPUT ARQ-MATRIC

           IF WS-FS-MATRIC = "00"
              MOVE "S"  TO  WS-MATRIC-OK
              DISPLAY "DESCARGA POR DISCIPLINA - PERIODO " WS-PERIODO
           ELSE
              MOVE "N"  TO  WS-MATRIC-OK
              DISPLAY "ARQUIVO DE MATRICULAS INDISPONIVEL - STATUS "
                       WS-FS-MATRIC " - DESCARGA DA MEDIA CONSOLIDADA"
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
      *    LER O PROXIMO ALUNO DO CADASTRO MESTRE                     *
      *--------------------------------------------------------------*
       020-LER-MESTRE.
           .
      *--------------------------------------------------------------*
      *    DESCARREGAR O ALUNO LIDO SE PERTENCER AO DEPARTAMENTO      *
      *    SOLICITADO (0000 = TODOS) E ESTIVER ATIVO - OS DEMAIS DA   *
      *    SELECAO VAO PARA A LISTAGEM DE NAO ATIVOS                  *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF LK-NR-DPTO = ZEROS OR MST-NR-DPTO = LK-NR-DPTO
              IF MST-ATIVO
                 PERFORM 031-DESCARREGAR-ALUNO
              ELSE
                 PERFORM 040-LISTAR-INATIVO
              END-IF
           ELSE
              ADD 1  TO  WS-CTFORA
           END-IF

           PERFORM 020-LER-MESTRE
           .
      *--------------------------------------------------------------*
      *    DESCARREGAR O ALUNO ATIVO NO LAYOUT REG-ALUNO              *
      *--------------------------------------------------------------*
       031-DESCARREGAR-ALUNO.

           MOVE MST-NR-DPTO  TO  ALU-NR-DPTO
           MOVE MST-RA       TO  ALU-RA
           MOVE MST-NOME     TO  ALU-NOME
           IF WS-MATRIC-OK = "S"
              PERFORM 036-DESCARREGAR-MATRICULAS
           ELSE
              MOVE MST-NOTA1    TO  ALU-NOTA1
              MOVE MST-NOTA2    TO  ALU-NOTA2
              MOVE 001                  TO  ALU-COD-DISC
              MOVE "MEDIA CONSOLIDADA"  TO  ALU-NOME-DISC
              WRITE REG-ALUNO
              ADD 1  TO  WS-CTDISC
              ADD 1  TO  WS-CTDESCARGA
              PERFORM 032-ACUMULAR-DEPTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR O ALUNO DESCARREGADO NO TOTAL DO DEPARTAMENTO     *
           END-IF
           .
      *--------------------------------------------------------------*
      *    DESCARREGAR UM REGISTRO POR DISCIPLINA MATRICULADA PELO    *
      *    ALUNO NO PERIODO - POSICIONA NA PRIMEIRA MATRICULA DO      *
      *    RA/PERIODO E LE EM SEQUENCIA ATE MUDAR A CHAVE             *
      *--------------------------------------------------------------*
       036-DESCARREGAR-MATRICULAS.

           MOVE "N"         TO  WS-ALUNO-DESCARREGADO
           MOVE "N"         TO  WS-ALUNO-MATRICULADO
           MOVE "N"         TO  WS-FIM-MATRIC
           MOVE MST-RA      TO  MAT-RA
           MOVE WS-PERIODO  TO  MAT-PERIODO
           MOVE ZEROS       TO  MAT-COD-DISC

           START ARQ-MATRIC KEY IS NOT LESS THAN MAT-CHAVE
              INVALID KEY
                 MOVE "S"  TO  WS-FIM-MATRIC
           END-START

           IF WS-FIM-MATRIC = "N"
              PERFORM 037-LER-MATRICULA
              PERFORM 038-GRAVAR-DISCIPLINA
                      UNTIL WS-FIM-MATRIC = "S"
           END-IF

           IF WS-ALUNO-MATRICULADO = "N"
              ADD 1  TO  WS-CTSEMMATRIC
           END-IF

           IF WS-ALUNO-DESCARREGADO = "S"
              ADD 1  TO  WS-CTDESCARGA
              PERFORM 032-ACUMULAR-DEPTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER A PROXIMA MATRICULA - FIM AO MUDAR O RA OU O PERIODO   *
      *--------------------------------------------------------------*
       037-LER-MATRICULA.

           READ ARQ-MATRIC NEXT RECORD
              AT END
                 MOVE "S"  TO  WS-FIM-MATRIC
              NOT AT END
                 IF MAT-RA NOT = MST-RA OR MAT-PERIODO NOT = WS-PERIODO
                    MOVE "S"  TO  WS-FIM-MATRIC
                 END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR A DISCIPLINA MATRICULADA NO LAYOUT REG-ALUNO - A    *
      *    MATRICULA AINDA SEM NOTA LANCADA NAO E DESCARREGADA (SAI   *
      *    NO RELATORIO DE INCONSISTENCIAS DO CGPRG17)                *
      *--------------------------------------------------------------*
       038-GRAVAR-DISCIPLINA.

           MOVE "S"  TO  WS-ALUNO-MATRICULADO

           IF MAT-NOTA-LANC = "S"
              MOVE MAT-NOTA1     TO  ALU-NOTA1
              MOVE MAT-NOTA2     TO  ALU-NOTA2
              MOVE MAT-COD-DISC  TO  ALU-COD-DISC
              MOVE "*NAO CADASTRADA"  TO  ALU-NOME-DISC
              IF WS-DISCIPL-OK = "S"
                 MOVE MAT-COD-DISC  TO  DSC-COD-DISC
                 READ ARQ-DISCIPL
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE DSC-NOME  TO  ALU-NOME-DISC
                 END-READ
              END-IF
              WRITE REG-ALUNO
              ADD 1  TO  WS-CTDISC
              MOVE "S"  TO  WS-ALUNO-DESCARREGADO
           ELSE
              ADD 1  TO  WS-CTSEMNOTA
           END-IF

           PERFORM 037-LER-MATRICULA
           .
      *--------------------------------------------------------------*
      *    LISTAR O ALUNO DA SELECAO QUE NAO ESTA ATIVO (TRANCADO,    *
      *    DESLIGADO OU FORMADO) - NAO VAI PARA O BOLETIM             *
      *--------------------------------------------------------------*
       040-LISTAR-INATIVO.

           IF WS-LINHAS-INAT = ZEROS
              PERFORM 042-CABECALHO-INATIVOS
           END-IF

           ADD 1  TO  WS-CTINATIVOS

           EVALUATE TRUE
              WHEN MST-TRANCADO
                 MOVE "TRANCADO"   TO  WS-INA-SITUACAO
                 ADD 1  TO  WS-CTTRANCADOS
              WHEN MST-DESLIGADO
                 MOVE "DESLIGADO"  TO  WS-INA-SITUACAO
                 ADD 1  TO  WS-CTDESLIGADOS
              WHEN MST-FORMADO
                 MOVE "FORMADO"    TO  WS-INA-SITUACAO
                 ADD 1  TO  WS-CTFORMADOS
              WHEN OTHER
                 MOVE "INVALIDA"   TO  WS-INA-SITUACAO
           END-EVALUATE

           MOVE MST-RA                   TO  WS-INA-RA
           MOVE MST-NOME                 TO  WS-INA-NOME
           MOVE MST-NR-DPTO              TO  WS-INA-DPTO
           MOVE MST-DATA-SITUACAO (7:2)  TO  WS-INA-DIA
           MOVE MST-DATA-SITUACAO (5:2)  TO  WS-INA-MES
           MOVE MST-DATA-SITUACAO (1:4)  TO  WS-INA-ANO
           MOVE WS-LIN-INATIVO           TO  REG-RELINAT
           WRITE REG-RELINAT

           ADD 1  TO  WS-LINHAS-INAT
           IF WS-LINHAS-INAT >= WS-MAX-LINHAS
              MOVE ZEROS  TO  WS-LINHAS-INAT
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR O CABECALHO DA LISTAGEM DE ALUNOS NAO ATIVOS        *
      *--------------------------------------------------------------*
       042-CABECALHO-INATIVOS.

           ADD 1  TO  WS-PAGINA-INAT

           MOVE SPACES  TO  REG-RELINAT
           WRITE REG-RELINAT AFTER ADVANCING PAGE

           MOVE WS-DATA-EDITADA  TO  WS-CAB1-INAT-DATA
           MOVE LK-NR-DPTO       TO  WS-CAB1-INAT-DPTO
           MOVE WS-PAGINA-INAT   TO  WS-CAB1-INAT-PAG
           MOVE WS-CAB1-RELINAT  TO  REG-RELINAT
           WRITE REG-RELINAT

           MOVE SPACES  TO  REG-RELINAT
           WRITE REG-RELINAT

           MOVE WS-CAB2-RELINAT  TO  REG-RELINAT
           WRITE REG-RELINAT

           MOVE SPACES  TO  REG-RELINAT
           WRITE REG-RELINAT
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS DA LISTAGEM DE ALUNOS NAO ATIVOS        *
      *--------------------------------------------------------------*
       044-TOTAIS-INATIVOS.

           IF WS-PAGINA-INAT = ZEROS
              PERFORM 042-CABECALHO-INATIVOS
           END-IF

           MOVE SPACES  TO  REG-RELINAT
           WRITE REG-RELINAT

           MOVE "TRANCADOS...............:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTTRANCADOS                TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELINAT
           WRITE REG-RELINAT

           MOVE "DESLIGADOS..............:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTDESLIGADOS               TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELINAT
           WRITE REG-RELINAT

           MOVE "FORMADOS................:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTFORMADOS                 TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELINAT
           WRITE REG-RELINAT

           MOVE "TOTAL NAO ATIVOS........:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTINATIVOS                 TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELINAT
           WRITE REG-RELINAT
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF LK-COD-RETORNO NOT = 08
              PERFORM 052-IMPRIMIR-RELATORIO
              PERFORM 044-TOTAIS-INATIVOS
              IF WS-CTDESCARGA = ZEROS
                 MOVE 04  TO  LK-COD-RETORNO
              ELSE
              CLOSE ARQ-MESTRE
              CLOSE ARQ-DESCARGA
              CLOSE ARQ-RELDESC
              CLOSE ARQ-RELINAT
              IF WS-DEPTOS-OK = "S"
                 CLOSE ARQ-DEPTOS
              END-IF
              IF WS-MATRIC-OK = "S"
                 CLOSE ARQ-MATRIC
              END-IF
              IF WS-DISCIPL-OK = "S"
                 CLOSE ARQ-DISCIPL
              END-IF
           END-IF

           DISPLAY "** FIM EXECUCAO CGPRG08 **"
           DISPLAY "REGISTROS LIDOS     = " WS-CTLIDOS
           DISPLAY "ALUNOS DESCARREGADOS= " WS-CTDESCARGA
           DISPLAY "DISCIPLINAS DESCARR.= " WS-CTDISC
           DISPLAY "MATRICULAS SEM NOTA = " WS-CTSEMNOTA
           DISPLAY "ALUNOS SEM MATRICULA= " WS-CTSEMMATRIC
           DISPLAY "FORA DA SELECAO     = " WS-CTFORA
           DISPLAY "NAO ATIVOS LISTADOS = " WS-CTINATIVOS
           DISPLAY "CODIGO DE RETORNO   = " LK-COD-RETORNO
           .
      *--------------------------------------------------------------*
           MOVE WS-CTFORA                     TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDESC
           WRITE REG-RELDESC

           MOVE "NAO ATIVOS (RELINAT)....:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTINATIVOS                 TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDESC
           WRITE REG-RELDESC

           MOVE "DISCIPLINAS DESCARREG...:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTDISC                     TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELDESC
           WRITE REG-RELDESC

           IF WS-MATRIC-OK = "S"
              MOVE "MATRICULAS SEM NOTA.....:" TO  WS-TRG-DESCRICAO
              MOVE WS-CTSEMNOTA                TO  WS-TRG-VALOR
              MOVE WS-TRG-LINHA                TO  REG-RELDESC
              WRITE REG-RELDESC

              MOVE "ALUNOS SEM MATRICULA....:" TO  WS-TRG-DESCRICAO
              MOVE WS-CTSEMMATRIC              TO  WS-TRG-VALOR
              MOVE WS-TRG-LINHA                TO  REG-RELDESC
              WRITE REG-RELDESC
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DO RESUMO POR DEPARTAMENTO              *

       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG24.
      * AUTOR .........: ALVARO PEREIRA DO NASCIMENTO.
      * DATA DE CRIACAO: 15/10/2026.
      * OBJETIVO ......: LIVRO DE REGISTRO DE DIPLOMAS.  LE O ARQUIVO
      *                  DE CONCLUINTES GERADO PELO CGPRG15 (FILTRADO
      *                  PELO PERIODO DE CONCLUSAO DO PARM, 00000 =
      *                  TODOS) E ATRIBUI A CADA CONCLUINTE UM NUMERO
      *                  DE REGISTRO SEQUENCIAL POR DEPARTAMENTO E
      *                  ANO DO REGISTRO.  O ULTIMO NUMERO USADO FICA
      *                  NO ARQUIVO DE CONTROLE (VSAM, CHAVE DEPTO/
      *                  ANO) JUNTO COM O RA A QUEM FOI DADO, PARA QUE
      *                  UMA REEXECUCAO OU RESTART NAO PULE NEM REPITA
      *                  NUMEROS.  O DIPLOMA REGISTRADO VAI PARA O
      *                  ARQUIVO ACUMULADO DE DIPLOMAS (VSAM, CHAVE
      *                  RA) COM O NOME DO CADASTRO MESTRE E O
      *                  COORDENADOR DO CADASTRO DEPTOS, E PARA A
      *                  PAGINA DO LIVRO DE REGISTRO; O RA QUE JA TEM
      *                  DIPLOMA, QUE NAO ESTA NO MESTRE OU NAO ESTA
      *                  FORMADO, OU CUJO DEPARTAMENTO NAO EXISTE, E
      *                  RECUSADO NA RELACAO DE RECUSADOS COM O
      *                  MOTIVO.
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
           SELECT ARQ-CONCLUIN
               ASSIGN TO CONCLUIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONCLUIN.

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

           SELECT ARQ-DIPLOMAS
               ASSIGN TO DIPLOMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIP-RA
               FILE STATUS IS WS-FS-DIPLOMAS.

           SELECT ARQ-CTLDIPL
               ASSIGN TO CTLDIPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WS-FS-CTLDIPL.

           SELECT ARQ-LIVRO
               ASSIGN TO LIVRO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LIVRO.

           SELECT ARQ-RELRECUS
               ASSIGN TO RELRECUS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELRECUS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> FD DO ARQUIVO DE CONCLUINTES (ENTRADA - CLASSIFICADO POR
      *==> DEPARTAMENTO/RA)
       FD  ARQ-CONCLUIN
           LABEL RECORDS ARE STANDARD.
       01  REG-CONCLUINTE.
           05  CON-RA              PIC 9(13).
           05  CON-NR-DPTO         PIC 9(04).
           05  CON-PER-INGRESSO    PIC 9(05).
           05  CON-PER-CONCLUSAO   PIC 9(05).
           05  CON-MEDIA-CURSO     PIC 9(02)V99.

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

      *==> FD DO CADASTRO MESTRE DE DEPARTAMENTOS (ENTRADA)
       FD  ARQ-DEPTOS
           LABEL RECORDS ARE STANDARD.
       01  REG-DEPTO.
           05  DPT-NR-DPTO         PIC 9(04).
           05  DPT-NOME            PIC X(15).
           05  DPT-COORDENADOR     PIC X(30).

      *==> FD DO ARQUIVO ACUMULADO DE DIPLOMAS REGISTRADOS
      *==> (ENTRADA/SAIDA - CHAVE RA)
       FD  ARQ-DIPLOMAS
           LABEL RECORDS ARE STANDARD.
       01  REG-DIPLOMA.
           05  DIP-RA              PIC 9(13).
           05  DIP-NOME            PIC X(30).
           05  DIP-NR-DPTO         PIC 9(04).
           05  DIP-NOME-DPTO       PIC X(15).
           05  DIP-COORDENADOR     PIC X(30).
           05  DIP-PER-CONCLUSAO   PIC 9(05).
           05  DIP-MEDIA-CURSO     PIC 9(02)V99.
           05  DIP-ANO-REGISTRO    PIC 9(04).
           05  DIP-NR-REGISTRO     PIC 9(05).
           05  DIP-DATA-REGISTRO   PIC 9(08).
           05  FILLER              PIC X(02).

      *==> FD DO CONTROLE DA NUMERACAO DOS REGISTROS (ENTRADA/SAIDA -
      *==> CHAVE DEPTO/ANO) - ULTIMO NUMERO USADO E O RA QUE O RECEBEU
       FD  ARQ-CTLDIPL
           LABEL RECORDS ARE STANDARD.
       01  REG-CTLDIPL.
           05  CTL-CHAVE.
               10  CTL-NR-DPTO     PIC 9(04).
               10  CTL-ANO         PIC 9(04).
           05  CTL-ULT-NUMERO      PIC 9(05).
           05  CTL-ULT-RA          PIC 9(13).
           05  CTL-DATA-ATUALIZ    PIC 9(08).
           05  FILLER              PIC X(06).

      *==> FD DA PAGINA DO LIVRO DE REGISTRO DE DIPLOMAS (SAIDA)
       FD  ARQ-LIVRO
           LABEL RECORDS ARE STANDARD.
       01  REG-LIVRO               PIC X(132).

      *==> FD DA RELACAO DE CONCLUINTES RECUSADOS (SAIDA)
       FD  ARQ-RELRECUS
           LABEL RECORDS ARE STANDARD.
       01  REG-RELRECUS            PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FS-CONCLUIN         PIC X(02) VALUE SPACES.
       77  WS-FS-MESTRE           PIC X(02) VALUE SPACES.
       77  WS-FS-DEPTOS           PIC X(02) VALUE SPACES.
       77  WS-FS-DIPLOMAS         PIC X(02) VALUE SPACES.
       77  WS-FS-CTLDIPL          PIC X(02) VALUE SPACES.
       77  WS-FS-LIVRO            PIC X(02) VALUE SPACES.
       77  WS-FS-RELRECUS         PIC X(02) VALUE SPACES.
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-PERIODO             PIC 9(05) VALUE ZEROS.
       77  WS-MOTIVO              PIC X(30) VALUE SPACES.
       77  WS-CONC-VALIDO         PIC X(01) VALUE "N".
       77  WS-CTL-EXISTE          PIC X(01) VALUE "N".
       77  WS-NR-REGISTRO         PIC 9(05) VALUE ZEROS.
       77  WS-ANT-NR-DPTO         PIC 9(04) VALUE ZEROS.
       77  WS-LIV-NR-DPTO         PIC 9(04) VALUE ZEROS.
       77  WS-LIV-NOME-DPTO       PIC X(15) VALUE SPACES.
       77  WS-LIV-COORDENADOR     PIC X(30) VALUE SPACES.
       77  WS-ARQ-ABERTOS         PIC X(01) VALUE "N".

      *-----> CONTADORES DA EXECUCAO
       77  WS-CTLIDOS             PIC 9(05) VALUE ZEROS.
       77  WS-CTFORA              PIC 9(05) VALUE ZEROS.
       77  WS-CTREGISTR           PIC 9(05) VALUE ZEROS.
       77  WS-CTRETOMADOS         PIC 9(05) VALUE ZEROS.
       77  WS-CTRECUSADOS         PIC 9(05) VALUE ZEROS.

      *-----> CONTROLE DE PAGINACAO DO LIVRO DE REGISTRO (FOLHA NOVA
      *-----> A CADA DEPARTAMENTO)
       77  WS-LINHAS-PAGINA       PIC 9(02) VALUE ZEROS.
       77  WS-MAX-LINHAS          PIC 9(02) VALUE 20.
       77  WS-PAGINA              PIC 9(03) VALUE ZEROS.

      *-----> DATA DO SISTEMA = DATA DO REGISTRO
       77  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       77  WS-ANO-REGISTRO        PIC 9(04) VALUE ZEROS.
       01  WS-DATA-EDITADA.
           05  WS-DATA-DIA        PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-MES        PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-ANO        PIC 9(04).

      *-----> CABECALHO DO LIVRO DE REGISTRO
       01  WS-CAB1-LIVRO.
           05 FILLER              PIC X(42)
              VALUE "CGPRG24 - LIVRO DE REGISTRO DE DIPLOMAS".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-CAB1-DATA        PIC X(10).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE "FOLHA: ".
           05 WS-CAB1-PAGINA      PIC ZZ9.

       01  WS-CAB2-LIVRO.
           05 FILLER              PIC X(14) VALUE "DEPARTAMENTO: ".
           05 WS-CAB2-NR-DPTO     PIC 9(04).
           05 FILLER              PIC X(03) VALUE " - ".
           05 WS-CAB2-NOME-DPTO   PIC X(15).
           05 FILLER              PIC X(16) VALUE "  COORDENADOR: ".
           05 WS-CAB2-COORDENADOR PIC X(30).
           05 FILLER              PIC X(07) VALUE "  ANO: ".
           05 WS-CAB2-ANO         PIC 9(04).

       01  WS-CAB3-COLUNAS.
           05 FILLER              PIC X(10) VALUE "REGISTRO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(13) VALUE "RA".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE "NOME".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE "CONCLUSAO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "MEDIA".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE "DATA REG.".

      *-----> LINHA DO DIPLOMA NO LIVRO DE REGISTRO
       01  WS-LIN-LIVRO.
           05 WS-LIV-NR-REGISTRO  PIC 9(05).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-LIV-ANO          PIC 9(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LIV-RA           PIC 9(13).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LIV-NOME         PIC X(30).
           05 FILLER              PIC X(06) VALUE SPACES.
           05 WS-LIV-PER-CONCL    PIC 9(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LIV-MEDIA        PIC Z9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LIV-DATA         PIC X(10).

      *-----> LINHA DO CONCLUINTE RECUSADO
       01  WS-LIN-RECUSA.
           05 FILLER              PIC X(04) VALUE "RA: ".
           05 WS-REC-RA           PIC X(13).
           05 FILLER              PIC X(09) VALUE "  DEPTO: ".
           05 WS-REC-DPTO         PIC X(04).
           05 FILLER              PIC X(13) VALUE "  CONCLUSAO: ".
           05 WS-REC-PER-CONCL    PIC X(05).
           05 FILLER              PIC X(11) VALUE "  MOTIVO:  ".
           05 WS-REC-MOTIVO       PIC X(30).

      *-----> LINHA DE TOTALIZACAO DO LIVRO
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

           DISPLAY "** CGPRG24 - REGISTRO DE DIPLOMAS **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA (7:2)  TO  WS-DATA-DIA
           MOVE WS-DATA-SISTEMA (5:2)  TO  WS-DATA-MES
           MOVE WS-DATA-SISTEMA (1:4)  TO  WS-DATA-ANO
           MOVE WS-DATA-SISTEMA (1:4)  TO  WS-ANO-REGISTRO

           IF LK-TAM-PARM < 5 OR LK-PERIODO NOT NUMERIC
              MOVE ZEROS       TO  WS-PERIODO
           ELSE
              MOVE LK-PERIODO  TO  WS-PERIODO
           END-IF

           DISPLAY "PERIODO DE CONCLUSAO = " WS-PERIODO
                   " ANO DO REGISTRO = " WS-ANO-REGISTRO

           OPEN INPUT ARQ-CONCLUIN

           IF WS-FS-CONCLUIN NOT = "00"
              DISPLAY "ARQUIVO DE CONCLUINTES NAO ENCONTRADO - "
                      "STATUS " WS-FS-CONCLUIN
              MOVE 08   TO  WS-COD-RETORNO
              MOVE "S"  TO  WS-FIM
           ELSE
              PERFORM 014-ABRIR-ARQUIVOS
              IF WS-FIM = "S"
                 CLOSE ARQ-CONCLUIN
              ELSE
                 MOVE "S"  TO  WS-ARQ-ABERTOS
                 PERFORM 016-IMPRIMIR-TITULO-RECUSA
                 PERFORM 020-LER-CONCLUINTE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR OS CADASTROS, O ACUMULADO DE DIPLOMAS, O CONTROLE DA *
      *    NUMERACAO, O LIVRO E A RELACAO DE RECUSADOS                *
      *--------------------------------------------------------------*
       014-ABRIR-ARQUIVOS.

           OPEN INPUT  ARQ-MESTRE
           OPEN INPUT  ARQ-DEPTOS
           OPEN I-O    ARQ-DIPLOMAS
           OPEN I-O    ARQ-CTLDIPL
           OPEN OUTPUT ARQ-LIVRO
           OPEN OUTPUT ARQ-RELRECUS

           IF WS-FS-MESTRE NOT = "00" OR WS-FS-DEPTOS NOT = "00"
              DISPLAY "ERRO AO ABRIR OS CADASTROS - STATUS "
                       WS-FS-MESTRE " " WS-FS-DEPTOS
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FS-DIPLOMAS NOT = "00" OR WS-FS-CTLDIPL NOT = "00"
              DISPLAY "ERRO AO ABRIR DIPLOMAS/CONTROLE - STATUS "
                       WS-FS-DIPLOMAS " " WS-FS-CTLDIPL
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FS-LIVRO NOT = "00" OR WS-FS-RELRECUS NOT = "00"
              DISPLAY "ERRO AO ABRIR OS RELATORIOS - STATUS "
                       WS-FS-LIVRO " " WS-FS-RELRECUS
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FIM = "S"
              MOVE 08  TO  WS-COD-RETORNO
              IF WS-FS-MESTRE = "00"
                 CLOSE ARQ-MESTRE
              END-IF
              IF WS-FS-DEPTOS = "00"
                 CLOSE ARQ-DEPTOS
              END-IF
              IF WS-FS-DIPLOMAS = "00"
                 CLOSE ARQ-DIPLOMAS
              END-IF
              IF WS-FS-CTLDIPL = "00"
                 CLOSE ARQ-CTLDIPL
              END-IF
              IF WS-FS-LIVRO = "00"
                 CLOSE ARQ-LIVRO
              END-IF
              IF WS-FS-RELRECUS = "00"
                 CLOSE ARQ-RELRECUS
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR O TITULO DA RELACAO DE RECUSADOS                    *
      *--------------------------------------------------------------*
       016-IMPRIMIR-TITULO-RECUSA.

           MOVE "CGPRG24 - RECUSADOS NO REGISTRO DE DIPLOMAS"
             TO  REG-RELRECUS
           WRITE REG-RELRECUS

           MOVE SPACES  TO  REG-RELRECUS
           WRITE REG-RELRECUS
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO CONCLUINTE                                   *
      *--------------------------------------------------------------*
       020-LER-CONCLUINTE.

           READ ARQ-CONCLUIN
              AT END
                 MOVE "S"  TO  WS-FIM
              NOT AT END
                 ADD 1  TO  WS-CTLIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR O CONCLUINTE DO PERIODO PEDIDO: CRITICAR E       *
      *    REGISTRAR O DIPLOMA OU RECUSAR COM O MOTIVO                *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-PERIODO = ZEROS OR CON-PER-CONCLUSAO = WS-PERIODO
              PERFORM 032-VALIDAR-CONCLUINTE
              IF WS-CONC-VALIDO = "S"
                 PERFORM 034-OBTER-NUMERO
                 PERFORM 036-REGISTRAR-DIPLOMA
              ELSE
                 PERFORM 044-GRAVAR-RECUSA
              END-IF
           ELSE
              ADD 1  TO  WS-CTFORA
           END-IF

           IF WS-FIM NOT = "S"
              PERFORM 020-LER-CONCLUINTE
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR O CONCLUINTE: DIPLOMA AINDA NAO REGISTRADO, ALUNO *
      *    NO MESTRE E FORMADO, DEPARTAMENTO NO CADASTRO DEPTOS       *
      *--------------------------------------------------------------*
       032-VALIDAR-CONCLUINTE.

           MOVE "S"     TO  WS-CONC-VALIDO
           MOVE SPACES  TO  WS-MOTIVO

           IF CON-RA NOT NUMERIC OR CON-NR-DPTO NOT NUMERIC
              OR CON-PER-CONCLUSAO NOT NUMERIC
              OR CON-MEDIA-CURSO NOT NUMERIC
              MOVE "N"                   TO  WS-CONC-VALIDO
              MOVE "REGISTRO INVALIDO"   TO  WS-MOTIVO
           END-IF

           IF WS-CONC-VALIDO = "S"
              MOVE CON-RA  TO  DIP-RA
              READ ARQ-DIPLOMAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "N"  TO  WS-CONC-VALIDO
                    MOVE "DIPLOMA JA REGISTRADO"  TO  WS-MOTIVO
              END-READ
           END-IF

           IF WS-CONC-VALIDO = "S"
              MOVE CON-RA  TO  MST-RA
              READ ARQ-MESTRE
                 INVALID KEY
                    MOVE "N"  TO  WS-CONC-VALIDO
                    MOVE "RA INEXISTENTE NO MESTRE"  TO  WS-MOTIVO
                 NOT INVALID KEY
                    IF NOT MST-FORMADO
                       MOVE "N"  TO  WS-CONC-VALIDO
                       MOVE "ALUNO NAO FORMADO NO MESTRE"
                                                    TO  WS-MOTIVO
                    END-IF
              END-READ
           END-IF

           IF WS-CONC-VALIDO = "S"
              MOVE CON-NR-DPTO  TO  DPT-NR-DPTO
              READ ARQ-DEPTOS
                 INVALID KEY
                    MOVE "N"  TO  WS-CONC-VALIDO
                    MOVE "DEPTO INEXISTENTE"  TO  WS-MOTIVO
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    OBTER O NUMERO DO REGISTRO NO CONTROLE DO DEPTO/ANO - SE O *
      *    ULTIMO NUMERO FOI DADO A ESTE MESMO RA E O DIPLOMA NAO     *
      *    CHEGOU A SER GRAVADO (EXECUCAO INTERROMPIDA), O NUMERO E   *
      *    REAPROVEITADO; SENAO O CONTROLE AVANCA UM NUMERO ANTES DA  *
      *    GRAVACAO DO DIPLOMA                                        *
      *--------------------------------------------------------------*
       034-OBTER-NUMERO.

           MOVE CON-NR-DPTO      TO  CTL-NR-DPTO
           MOVE WS-ANO-REGISTRO  TO  CTL-ANO

           READ ARQ-CTLDIPL
              INVALID KEY
                 MOVE "N"              TO  WS-CTL-EXISTE
                 MOVE SPACES           TO  REG-CTLDIPL
                 MOVE CON-NR-DPTO      TO  CTL-NR-DPTO
                 MOVE WS-ANO-REGISTRO  TO  CTL-ANO
                 MOVE ZEROS            TO  CTL-ULT-NUMERO
                 MOVE ZEROS            TO  CTL-ULT-RA
              NOT INVALID KEY
                 MOVE "S"    TO  WS-CTL-EXISTE
           END-READ

           IF WS-CTL-EXISTE = "S" AND CTL-ULT-RA = CON-RA
              MOVE CTL-ULT-NUMERO  TO  WS-NR-REGISTRO
              ADD 1  TO  WS-CTRETOMADOS
              DISPLAY "REGISTRO RETOMADO - RA " CON-RA
                      " NUMERO " WS-NR-REGISTRO
           ELSE
              COMPUTE WS-NR-REGISTRO = CTL-ULT-NUMERO + 1
              MOVE WS-NR-REGISTRO   TO  CTL-ULT-NUMERO
              MOVE CON-RA           TO  CTL-ULT-RA
              MOVE WS-DATA-SISTEMA  TO  CTL-DATA-ATUALIZ
              IF WS-CTL-EXISTE = "S"
                 REWRITE REG-CTLDIPL
                    INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO DO CONTROLE - "
                               "STATUS " WS-FS-CTLDIPL
                       MOVE 08   TO  WS-COD-RETORNO
                       MOVE "S"  TO  WS-FIM
                 END-REWRITE
              ELSE
                 WRITE REG-CTLDIPL
                    INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO DO CONTROLE - "
                               "STATUS " WS-FS-CTLDIPL
                       MOVE 08   TO  WS-COD-RETORNO
                       MOVE "S"  TO  WS-FIM
                 END-WRITE
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O DIPLOMA NO ACUMULADO E LANCA-LO NO LIVRO          *
      *--------------------------------------------------------------*
       036-REGISTRAR-DIPLOMA.

           IF WS-COD-RETORNO NOT = 08
              MOVE SPACES             TO  REG-DIPLOMA
              MOVE CON-RA             TO  DIP-RA
              MOVE MST-NOME           TO  DIP-NOME
              MOVE CON-NR-DPTO        TO  DIP-NR-DPTO
              MOVE DPT-NOME           TO  DIP-NOME-DPTO
              MOVE DPT-COORDENADOR    TO  DIP-COORDENADOR
              MOVE CON-PER-CONCLUSAO  TO  DIP-PER-CONCLUSAO
              MOVE CON-MEDIA-CURSO    TO  DIP-MEDIA-CURSO
              MOVE WS-ANO-REGISTRO    TO  DIP-ANO-REGISTRO
              MOVE WS-NR-REGISTRO     TO  DIP-NR-REGISTRO
              MOVE WS-DATA-SISTEMA    TO  DIP-DATA-REGISTRO

              WRITE REG-DIPLOMA
                 INVALID KEY
                    DISPLAY "ERRO NA GRAVACAO DO DIPLOMA - RA " CON-RA
                            " - STATUS " WS-FS-DIPLOMAS
                    MOVE 08   TO  WS-COD-RETORNO
                    MOVE "S"  TO  WS-FIM
                 NOT INVALID KEY
                    ADD 1  TO  WS-CTREGISTR
                    MOVE DIP-NR-DPTO      TO  WS-LIV-NR-DPTO
                    MOVE DIP-NOME-DPTO    TO  WS-LIV-NOME-DPTO
                    MOVE DIP-COORDENADOR  TO  WS-LIV-COORDENADOR
                    PERFORM 040-IMPRIMIR-LIVRO
              END-WRITE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LANCAR O DIPLOMA NA PAGINA DO LIVRO (FOLHA NOVA NA TROCA   *
      *    DE DEPARTAMENTO OU QUANDO A FOLHA ENCHE)                   *
      *--------------------------------------------------------------*
       040-IMPRIMIR-LIVRO.

           IF WS-PAGINA = ZEROS OR WS-LIV-NR-DPTO NOT = WS-ANT-NR-DPTO
              MOVE ZEROS  TO  WS-LINHAS-PAGINA
           END-IF

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 042-IMPRIMIR-CABECALHO
           END-IF

           MOVE DIP-NR-REGISTRO    TO  WS-LIV-NR-REGISTRO
           MOVE DIP-ANO-REGISTRO   TO  WS-LIV-ANO
           MOVE DIP-RA             TO  WS-LIV-RA
           MOVE DIP-NOME           TO  WS-LIV-NOME
           MOVE DIP-PER-CONCLUSAO  TO  WS-LIV-PER-CONCL
           MOVE DIP-MEDIA-CURSO    TO  WS-LIV-MEDIA
           MOVE WS-DATA-EDITADA    TO  WS-LIV-DATA
           MOVE WS-LIN-LIVRO       TO  REG-LIVRO
           WRITE REG-LIVRO

           ADD 1  TO  WS-LINHAS-PAGINA
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS
              MOVE ZEROS  TO  WS-LINHAS-PAGINA
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR O CABECALHO DA FOLHA DO LIVRO COM O DEPARTAMENTO E  *
      *    O COORDENADOR DO ULTIMO DIPLOMA REGISTRADO (SEM DIPLOMA    *
      *    REGISTRADO NA EXECUCAO, SAI SEM A LINHA DO DEPARTAMENTO)   *
      *--------------------------------------------------------------*
       042-IMPRIMIR-CABECALHO.

           ADD 1  TO  WS-PAGINA
           MOVE WS-LIV-NR-DPTO  TO  WS-ANT-NR-DPTO

           MOVE SPACES  TO  REG-LIVRO
           WRITE REG-LIVRO AFTER ADVANCING PAGE

           MOVE WS-DATA-EDITADA  TO  WS-CAB1-DATA
           MOVE WS-PAGINA        TO  WS-CAB1-PAGINA
           MOVE WS-CAB1-LIVRO    TO  REG-LIVRO
           WRITE REG-LIVRO

           IF WS-CTREGISTR NOT = ZEROS
              MOVE WS-LIV-NR-DPTO      TO  WS-CAB2-NR-DPTO
              MOVE WS-LIV-NOME-DPTO    TO  WS-CAB2-NOME-DPTO
              MOVE WS-LIV-COORDENADOR  TO  WS-CAB2-COORDENADOR
              MOVE WS-ANO-REGISTRO     TO  WS-CAB2-ANO
              MOVE WS-CAB2-LIVRO       TO  REG-LIVRO
              WRITE REG-LIVRO
           END-IF

           MOVE SPACES  TO  REG-LIVRO
           WRITE REG-LIVRO

           MOVE WS-CAB3-COLUNAS  TO  REG-LIVRO
           WRITE REG-LIVRO

           MOVE SPACES  TO  REG-LIVRO
           WRITE REG-LIVRO

           MOVE 1  TO  WS-LINHAS-PAGINA
           .
      *--------------------------------------------------------------*
      *    GRAVAR O CONCLUINTE RECUSADO COM O MOTIVO                  *
      *--------------------------------------------------------------*
       044-GRAVAR-RECUSA.

           MOVE CON-RA             TO  WS-REC-RA
           MOVE CON-NR-DPTO        TO  WS-REC-DPTO
           MOVE CON-PER-CONCLUSAO  TO  WS-REC-PER-CONCL
           MOVE WS-MOTIVO          TO  WS-REC-MOTIVO

           DISPLAY "CONCLUINTE RECUSADO - RA " CON-RA
                    " MOTIVO " WS-MOTIVO

           MOVE WS-LIN-RECUSA  TO  REG-RELRECUS
           WRITE REG-RELRECUS

           ADD 1  TO  WS-CTRECUSADOS
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-ARQ-ABERTOS = "S"
              PERFORM 052-IMPRIMIR-TOTAIS
              IF WS-COD-RETORNO NOT = 08
                 IF WS-CTRECUSADOS NOT = ZEROS
                    OR WS-CTREGISTR = ZEROS
                    MOVE 04  TO  WS-COD-RETORNO
                 ELSE
                    MOVE 00  TO  WS-COD-RETORNO
                 END-IF
              END-IF
              CLOSE ARQ-CONCLUIN
              CLOSE ARQ-MESTRE
              CLOSE ARQ-DEPTOS
              CLOSE ARQ-DIPLOMAS
              CLOSE ARQ-CTLDIPL
              CLOSE ARQ-LIVRO
              CLOSE ARQ-RELRECUS
           END-IF

           DISPLAY "** FIM EXECUCAO CGPRG24 **"
           DISPLAY "CONCLUINTES LIDOS   = " WS-CTLIDOS
           DISPLAY "FORA DO PERIODO     = " WS-CTFORA
           DISPLAY "DIPLOMAS REGISTRADOS= " WS-CTREGISTR
           DISPLAY "NUMEROS RETOMADOS   = " WS-CTRETOMADOS
           DISPLAY "RECUSADOS           = " WS-CTRECUSADOS
           DISPLAY "CODIGO DE RETORNO   = " WS-COD-RETORNO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS NO LIVRO E NA RELACAO DE RECUSADOS      *
      *--------------------------------------------------------------*
       052-IMPRIMIR-TOTAIS.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 042-IMPRIMIR-CABECALHO
           END-IF

           MOVE SPACES  TO  REG-LIVRO
           WRITE REG-LIVRO

           MOVE "CONCLUINTES LIDOS.......:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTLIDOS                    TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-LIVRO
           WRITE REG-LIVRO

           MOVE "FORA DO PERIODO.........:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTFORA                     TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-LIVRO
           WRITE REG-LIVRO

           MOVE "DIPLOMAS REGISTRADOS....:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTREGISTR                  TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-LIVRO
           WRITE REG-LIVRO

           MOVE "NUMEROS RETOMADOS.......:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTRETOMADOS                TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-LIVRO
           WRITE REG-LIVRO

           MOVE "RECUSADOS...............:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTRECUSADOS                TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-LIVRO
           WRITE REG-LIVRO

           MOVE SPACES  TO  REG-RELRECUS
           WRITE REG-RELRECUS

           MOVE "RECUSADOS...............:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTRECUSADOS                TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELRECUS
           WRITE REG-RELRECUS
           .
      *---------------> FIM DO PROGRAMA CGPRG24 <--------------------*

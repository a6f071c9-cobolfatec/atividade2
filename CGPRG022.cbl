       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG22.
      * AUTOR .........: ALVARO PEREIRA DO NASCIMENTO.
      * DATA DE CRIACAO: 15/10/2026.
      * OBJETIVO ......: INFORME ANUAL DE RENDIMENTOS DOS
      *                  FUNCIONARIOS A PARTIR DO ACUMULADO MENSAL
      *                  GRAVADO PELA FOLHA (CGPRG14).  EMITE O
      *                  INFORME DE CADA FUNCIONARIO COM OS MESES DO
      *                  ANO-CALENDARIO (BRUTO, INSS, IRRF E
      *                  LIQUIDO) E O TOTAL DO ANO, E O RESUMO ANUAL
      *                  POR DEPARTAMENTO E POR FUNCAO.  O LIQUIDO DO
      *                  RESUMO E BATIDO CONTRA A SOMA DOS TRAILERS
      *                  DAS REMESSAS DE CREDITO DO ANO.  O PARM
      *                  INFORMA O ANO (AUSENTE OU ZEROS = ANO
      *                  ANTERIOR AO CORRENTE).
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
           SELECT ARQ-ACUMUL
               ASSIGN TO ACUMUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACM-CHAVE
               FILE STATUS IS WS-FS-ACUMUL.

           SELECT ARQ-CREDITO
               ASSIGN TO CREDITO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITO.

           SELECT ARQ-INFORME
               ASSIGN TO INFORME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-INFORME.

           SELECT ARQ-RESANUAL
               ASSIGN TO RESANUAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RESANUAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> FD DO ACUMULADO MENSAL DA FOLHA POR FUNCIONARIO
      *==> (ENTRADA - CHAVE DEPTO/NOME/COMPETENCIA)
       FD  ARQ-ACUMUL
           LABEL RECORDS ARE STANDARD.
       01  REG-ACUMUL.
           05  ACM-CHAVE.
               10  ACM-NR-DPTO     PIC 9(04).
               10  ACM-NOME        PIC X(30).
               10  ACM-COMPETENCIA PIC 9(06).
               10  ACM-COMP-R REDEFINES ACM-COMPETENCIA.
                   15  ACM-COMP-ANO PIC 9(04).
                   15  ACM-COMP-MES PIC 9(02).
           05  ACM-DPTO            PIC X(15).
           05  ACM-FUNCAO          PIC X(15).
           05  ACM-BRUTO           PIC 9(07)V99.
           05  ACM-INSS            PIC 9(07)V99.
           05  ACM-IRRF            PIC 9(07)V99.
           05  ACM-LIQUIDO         PIC 9(07)V99.
           05  ACM-DATA-GRAVACAO   PIC 9(08).
           05  FILLER              PIC X(06).

      *==> FD DO ARQUIVO DE REMESSA DE CREDITO EM CONTA (ENTRADA) -
      *==> HEADER "H" COM A DATA E A COMPETENCIA, UM DETALHE "D" POR
      *==> FUNCIONARIO E TRAILER "T" COM CONTAGEM E SOMA DOS LIQUIDOS
       FD  ARQ-CREDITO
           LABEL RECORDS ARE STANDARD.
       01  REG-CREDITO.
           05  CRE-TIPO            PIC X(01).
           05  FILLER              PIC X(59).
       01  REG-CREDITO-H REDEFINES REG-CREDITO.
           05  FILLER              PIC X(01).
           05  CRH-DATA            PIC 9(08).
           05  CRH-COMPETENCIA     PIC 9(06).
           05  FILLER              PIC X(45).
       01  REG-CREDITO-T REDEFINES REG-CREDITO.
           05  FILLER              PIC X(01).
           05  CRT-QTDE            PIC 9(05).
           05  CRT-SOMA-LIQ        PIC 9(09)V99.
           05  FILLER              PIC X(43).

      *==> FD DO INFORME ANUAL DE RENDIMENTOS (SAIDA)
       FD  ARQ-INFORME
           LABEL RECORDS ARE STANDARD.
       01  REG-INFORME             PIC X(132).

      *==> FD DO RESUMO ANUAL POR DEPARTAMENTO E FUNCAO (SAIDA)
       FD  ARQ-RESANUAL
           LABEL RECORDS ARE STANDARD.
       01  REG-RESANUAL            PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FIM-CREDITO         PIC X(01) VALUE "N".
       77  WS-FS-ACUMUL           PIC X(02) VALUE SPACES.
       77  WS-FS-CREDITO          PIC X(02) VALUE SPACES.
       77  WS-FS-INFORME          PIC X(02) VALUE SPACES.
       77  WS-FS-RESANUAL         PIC X(02) VALUE SPACES.
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-ANO                 PIC 9(04) VALUE ZEROS.
       77  WS-FUNC-ABERTO         PIC X(01) VALUE "N".
       77  WS-DEPTO-OK            PIC X(01) VALUE "N".
       77  WS-TABELA-CHEIA        PIC X(01) VALUE "N".

      *-----> CONTADORES DA EXECUCAO
       77  WS-CTLIDOS             PIC 9(05) VALUE ZEROS.
       77  WS-CTFORA              PIC 9(05) VALUE ZEROS.
       77  WS-CTLANC              PIC 9(05) VALUE ZEROS.
       77  WS-CTFUNC              PIC 9(05) VALUE ZEROS.
       77  WS-CTREMESSAS          PIC 9(05) VALUE ZEROS.
       77  WS-CTCREDITOS          PIC 9(05) VALUE ZEROS.

      *-----> FUNCIONARIO EM EMISSAO NO INFORME
       77  WS-ANT-NR-DPTO         PIC 9(04) VALUE ZEROS.
       77  WS-ANT-NOME            PIC X(30) VALUE SPACES.
       77  WS-FUN-MESES           PIC 9(02) VALUE ZEROS.
       77  WS-FUN-BRUTO-ANO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-FUN-INSS-ANO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-FUN-IRRF-ANO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-FUN-LIQ-ANO         PIC 9(09)V99 VALUE ZEROS.

      *-----> TOTAIS DO ANO E DAS REMESSAS PARA O BATIMENTO
       77  WS-TOT-BRUTO           PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-INSS            PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-IRRF            PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-LIQ             PIC 9(09)V99 VALUE ZEROS.
       77  WS-CRED-LIQ            PIC 9(09)V99 VALUE ZEROS.
       77  WS-DIFERENCA           PIC S9(09)V99 VALUE ZEROS.
       77  WS-CRED-ANO            PIC 9(04) VALUE ZEROS.

      *-----> TOTAIS DO ANO POR DEPARTAMENTO
       77  WS-DEPTO-MAX           PIC 9(02) COMP VALUE 50.
       77  WS-DEPTO-QTDE          PIC 9(02) COMP VALUE ZEROS.
       01  WS-TAB-DEPTO.
           05  WS-DEP-ITEM OCCURS 1 TO 50 TIMES
                           DEPENDING ON WS-DEPTO-QTDE
                           INDEXED BY IDEP.
               10  WS-DEP-NR-DPTO  PIC 9(04).
               10  WS-DEP-NOME     PIC X(15).
               10  WS-DEP-FUNC     PIC 9(05).
               10  WS-DEP-MESES    PIC 9(05).
               10  WS-DEP-BRUTO    PIC 9(09)V99.
               10  WS-DEP-INSS     PIC 9(09)V99.
               10  WS-DEP-IRRF     PIC 9(09)V99.
               10  WS-DEP-LIQ      PIC 9(09)V99.

      *-----> TOTAIS DO ANO POR FUNCAO
       77  WS-FUNCAO-MAX          PIC 9(02) COMP VALUE 50.
       77  WS-FUNCAO-QTDE         PIC 9(02) COMP VALUE ZEROS.
       01  WS-TAB-FUNCAO.
           05  WS-FNC-ITEM OCCURS 1 TO 50 TIMES
                           DEPENDING ON WS-FUNCAO-QTDE
                           INDEXED BY IFUN.
               10  WS-FNC-NOME     PIC X(15).
               10  WS-FNC-MESES    PIC 9(05).
               10  WS-FNC-BRUTO    PIC 9(09)V99.
               10  WS-FNC-INSS     PIC 9(09)V99.
               10  WS-FNC-IRRF     PIC 9(09)V99.
               10  WS-FNC-LIQ      PIC 9(09)V99.

      *-----> CONTROLE DE PAGINACAO DO INFORME (UMA FOLHA POR
      *-----> FUNCIONARIO)
       77  WS-PAGINA              PIC 9(03) VALUE ZEROS.

      *-----> DATA DO SISTEMA PARA O CABECALHO
       77  WS-DATA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EDITADA.
           05  WS-DATA-DIA        PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-MES        PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-ANO        PIC 9(04).

      *-----> CABECALHO DO INFORME DE RENDIMENTOS
       01  WS-CAB1-INFORME.
           05 FILLER              PIC X(40)
              VALUE "CGPRG22 - INFORME ANUAL DE RENDIMENTOS".
           05 FILLER              PIC X(16) VALUE "ANO-CALENDARIO: ".
           05 WS-CAB1-ANO         PIC 9(04).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-CAB1-DATA        PIC X(10).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-CAB1-PAGINA      PIC ZZ9.

       01  WS-CAB2-INFORME.
           05 FILLER              PIC X(13) VALUE "FUNCIONARIO: ".
           05 WS-CAB2-NOME        PIC X(30).
           05 FILLER              PIC X(09) VALUE "  DEPTO: ".
           05 WS-CAB2-NR-DPTO     PIC 9(04).
           05 FILLER              PIC X(03) VALUE " - ".
           05 WS-CAB2-DPTO        PIC X(15).

       01  WS-CAB3-INFORME.
           05 FILLER              PIC X(07) VALUE "COMPET.".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE "FUNCAO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "    RENDIMENTO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "          INSS".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "          IRRF".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "       LIQUIDO".

      *-----> LINHA DO MES NO INFORME
       01  WS-LIN-MES.
           05 WS-MES-MES          PIC 9(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-MES-ANO          PIC 9(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MES-FUNCAO       PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MES-BRUTO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MES-INSS         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MES-IRRF         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-MES-LIQUIDO      PIC ZZZ.ZZZ.ZZ9,99.

      *-----> LINHA DO TOTAL DO ANO NO INFORME
       01  WS-LIN-ANO.
           05 FILLER              PIC X(13) VALUE "TOTAL DO ANO ".
           05 WS-ANO-MESES        PIC Z9.
           05 FILLER              PIC X(09) VALUE " MES(ES) ".
           05 WS-ANO-BRUTO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ANO-INSS         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ANO-IRRF         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ANO-LIQUIDO      PIC ZZZ.ZZZ.ZZ9,99.

      *-----> CABECALHO DO RESUMO ANUAL
       01  WS-CAB1-RESUMO.
           05 FILLER              PIC X(42)
              VALUE "CGPRG22 - RESUMO ANUAL DA FOLHA - ANO ".
           05 WS-CAB1R-ANO        PIC 9(04).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-CAB1R-DATA       PIC X(10).

       01  WS-CAB-DEPTO.
           05 FILLER              PIC X(04) VALUE "DPTO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE "DEPARTAMENTO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "FUNC.".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "MESES".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "    RENDIMENTO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "          INSS".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "          IRRF".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "       LIQUIDO".

       01  WS-CAB-FUNCAO.
           05 FILLER              PIC X(15) VALUE "FUNCAO".
           05 FILLER              PIC X(16) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "MESES".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "    RENDIMENTO".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "          INSS".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "          IRRF".
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "       LIQUIDO".

      *-----> LINHA DO DEPARTAMENTO NO RESUMO ANUAL
       01  WS-LIN-DEPTO.
           05 WS-LDP-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LDP-NOME         PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LDP-FUNC         PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LDP-MESES        PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LDP-BRUTO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LDP-INSS         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LDP-IRRF         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LDP-LIQ          PIC ZZZ.ZZZ.ZZ9,99.

      *-----> LINHA DA FUNCAO NO RESUMO ANUAL
       01  WS-LIN-FUNCAO.
           05 WS-LFN-NOME         PIC X(15).
           05 FILLER              PIC X(16) VALUE SPACES.
           05 WS-LFN-MESES        PIC ZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LFN-BRUTO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LFN-INSS         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LFN-IRRF         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LFN-LIQ          PIC ZZZ.ZZZ.ZZ9,99.

      *-----> LINHA DE TOTALIZACAO MONETARIA DO BATIMENTO
       01  WS-TRF-LINHA.
           05 WS-TRF-DESCRICAO    PIC X(25).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-TRF-VALOR        PIC ---.---.--9,99.

      *-----> LINHA DE TOTALIZACAO COM VALOR INTEIRO (CONTADORES)
       01  WS-TRG-LINHA.
           05 WS-TRG-DESCRICAO    PIC X(25).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 WS-TRG-VALOR        PIC ZZZZ9.

       LINKAGE SECTION.
      *----------------*
       01  LK-PARAMETROS.
           05 LK-TAM-PARM            PIC S9(4) COMP.
           05 LK-ANO                 PIC 9(04).

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

           DISPLAY "** CGPRG22 - INFORME ANUAL DE RENDIMENTOS **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA (7:2)  TO  WS-DATA-DIA
           MOVE WS-DATA-SISTEMA (5:2)  TO  WS-DATA-MES
           MOVE WS-DATA-SISTEMA (1:4)  TO  WS-DATA-ANO

           IF LK-TAM-PARM < 4 OR LK-ANO NOT NUMERIC
              OR LK-ANO = ZEROS
              COMPUTE WS-ANO = WS-DATA-ANO - 1
           ELSE
              MOVE LK-ANO  TO  WS-ANO
           END-IF

           DISPLAY "ANO-CALENDARIO = " WS-ANO

           OPEN INPUT ARQ-ACUMUL

           IF WS-FS-ACUMUL NOT = "00"
              DISPLAY "ACUMULADO DA FOLHA NAO ENCONTRADO - STATUS "
                       WS-FS-ACUMUL
              MOVE 08   TO  WS-COD-RETORNO
              MOVE "S"  TO  WS-FIM
           ELSE
              PERFORM 014-ABRIR-ARQUIVOS
              IF WS-FIM = "S"
                 CLOSE ARQ-ACUMUL
              ELSE
                 PERFORM 020-LER-ACUMULADO
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR A REMESSA DE CREDITO, O INFORME E O RESUMO ANUAL     *
      *--------------------------------------------------------------*
       014-ABRIR-ARQUIVOS.

           OPEN INPUT  ARQ-CREDITO
           OPEN OUTPUT ARQ-INFORME
           OPEN OUTPUT ARQ-RESANUAL

           IF WS-FS-CREDITO NOT = "00"
              DISPLAY "REMESSA DE CREDITO NAO ENCONTRADA - STATUS "
                       WS-FS-CREDITO
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FS-INFORME NOT = "00" OR WS-FS-RESANUAL NOT = "00"
              DISPLAY "ERRO AO ABRIR AS SAIDAS - STATUS "
                       WS-FS-INFORME " " WS-FS-RESANUAL
              MOVE "S"  TO  WS-FIM
           END-IF

           IF WS-FIM = "S"
              MOVE 08  TO  WS-COD-RETORNO
              IF WS-FS-CREDITO = "00"
                 CLOSE ARQ-CREDITO
              END-IF
              IF WS-FS-INFORME = "00"
                 CLOSE ARQ-INFORME
              END-IF
              IF WS-FS-RESANUAL = "00"
                 CLOSE ARQ-RESANUAL
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO ACUMULADO MENSAL                 *
      *--------------------------------------------------------------*
       020-LER-ACUMULADO.

           READ ARQ-ACUMUL
              AT END
                 MOVE "S"  TO  WS-FIM
              NOT AT END
                 ADD 1  TO  WS-CTLIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR O MES ACUMULADO - SO AS COMPETENCIAS DO ANO      *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF ACM-COMP-ANO = WS-ANO
              PERFORM 032-TRATAR-LANCAMENTO
           ELSE
              ADD 1  TO  WS-CTFORA
           END-IF

           PERFORM 020-LER-ACUMULADO
           .
      *--------------------------------------------------------------*
      *    EMITIR O MES NO INFORME DO FUNCIONARIO (NA TROCA DE        *
      *    FUNCIONARIO FECHA O INFORME ANTERIOR E ABRE UMA NOVA       *
      *    FOLHA) E SOMAR NOS TOTAIS DO DEPARTAMENTO E DA FUNCAO      *
      *--------------------------------------------------------------*
       032-TRATAR-LANCAMENTO.

           IF WS-FUNC-ABERTO = "S"
              AND (ACM-NR-DPTO NOT = WS-ANT-NR-DPTO
                   OR ACM-NOME NOT = WS-ANT-NOME)
              PERFORM 036-FECHAR-FUNCIONARIO
           END-IF

           IF WS-FUNC-ABERTO = "N"
              PERFORM 034-ABRIR-FUNCIONARIO
           END-IF

           MOVE ACM-COMP-MES  TO  WS-MES-MES
           MOVE ACM-COMP-ANO  TO  WS-MES-ANO
           MOVE ACM-FUNCAO    TO  WS-MES-FUNCAO
           MOVE ACM-BRUTO     TO  WS-MES-BRUTO
           MOVE ACM-INSS      TO  WS-MES-INSS
           MOVE ACM-IRRF      TO  WS-MES-IRRF
           MOVE ACM-LIQUIDO   TO  WS-MES-LIQUIDO
           MOVE WS-LIN-MES    TO  REG-INFORME
           WRITE REG-INFORME

           ADD 1            TO  WS-FUN-MESES
           ADD ACM-BRUTO    TO  WS-FUN-BRUTO-ANO
           ADD ACM-INSS     TO  WS-FUN-INSS-ANO
           ADD ACM-IRRF     TO  WS-FUN-IRRF-ANO
           ADD ACM-LIQUIDO  TO  WS-FUN-LIQ-ANO

           ADD ACM-BRUTO    TO  WS-TOT-BRUTO
           ADD ACM-INSS     TO  WS-TOT-INSS
           ADD ACM-IRRF     TO  WS-TOT-IRRF
           ADD ACM-LIQUIDO  TO  WS-TOT-LIQ

           IF WS-DEPTO-OK = "S"
              ADD 1            TO  WS-DEP-MESES (IDEP)
              ADD ACM-BRUTO    TO  WS-DEP-BRUTO (IDEP)
              ADD ACM-INSS     TO  WS-DEP-INSS  (IDEP)
              ADD ACM-IRRF     TO  WS-DEP-IRRF  (IDEP)
              ADD ACM-LIQUIDO  TO  WS-DEP-LIQ   (IDEP)
           END-IF

           PERFORM 037-ACUMULAR-FUNCAO

           ADD 1  TO  WS-CTLANC
           .
      *--------------------------------------------------------------*
      *    ABRIR O INFORME DO FUNCIONARIO EM FOLHA NOVA E LOCALIZAR   *
      *    O SEU DEPARTAMENTO NA TABELA DE TOTAIS                     *
      *--------------------------------------------------------------*
       034-ABRIR-FUNCIONARIO.

           MOVE "S"          TO  WS-FUNC-ABERTO
           MOVE ACM-NR-DPTO  TO  WS-ANT-NR-DPTO
           MOVE ACM-NOME     TO  WS-ANT-NOME
           MOVE ZEROS        TO  WS-FUN-MESES
           MOVE ZEROS        TO  WS-FUN-BRUTO-ANO
           MOVE ZEROS        TO  WS-FUN-INSS-ANO
           MOVE ZEROS        TO  WS-FUN-IRRF-ANO
           MOVE ZEROS        TO  WS-FUN-LIQ-ANO

           ADD 1  TO  WS-CTFUNC

           PERFORM 035-LOCALIZAR-DEPTO
           PERFORM 038-IMPRIMIR-CABECALHO
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O DEPARTAMENTO DO FUNCIONARIO NA TABELA DE       *
      *    TOTAIS (IDEP FICA POSICIONADO PARA OS MESES DELE)          *
      *--------------------------------------------------------------*
       035-LOCALIZAR-DEPTO.

           MOVE "N"  TO  WS-DEPTO-OK

           IF WS-DEPTO-QTDE = ZEROS
              PERFORM 035A-INCLUIR-DEPTO
           ELSE
              SET IDEP TO 1
              SEARCH WS-DEP-ITEM
                 AT END
                    PERFORM 035A-INCLUIR-DEPTO
                 WHEN WS-DEP-NR-DPTO (IDEP) = ACM-NR-DPTO
                    MOVE "S"  TO  WS-DEPTO-OK
              END-SEARCH
           END-IF

           IF WS-DEPTO-OK = "S"
              ADD 1  TO  WS-DEP-FUNC (IDEP)
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR UMA NOVA ENTRADA DE DEPARTAMENTO NA TABELA           *
      *--------------------------------------------------------------*
       035A-INCLUIR-DEPTO.

           IF WS-DEPTO-QTDE < WS-DEPTO-MAX
              ADD 1  TO  WS-DEPTO-QTDE
              SET IDEP  TO  WS-DEPTO-QTDE
              MOVE ACM-NR-DPTO  TO  WS-DEP-NR-DPTO (IDEP)
              MOVE ACM-DPTO     TO  WS-DEP-NOME    (IDEP)
              MOVE ZEROS        TO  WS-DEP-FUNC    (IDEP)
              MOVE ZEROS        TO  WS-DEP-MESES   (IDEP)
              MOVE ZEROS        TO  WS-DEP-BRUTO   (IDEP)
              MOVE ZEROS        TO  WS-DEP-INSS    (IDEP)
              MOVE ZEROS        TO  WS-DEP-IRRF    (IDEP)
              MOVE ZEROS        TO  WS-DEP-LIQ     (IDEP)
              MOVE "S"          TO  WS-DEPTO-OK
           ELSE
              MOVE "S"  TO  WS-TABELA-CHEIA
              DISPLAY "TABELA DE DEPARTAMENTOS CHEIA - RESUMO SEM O "
                      "DEPTO " ACM-NR-DPTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    FECHAR O INFORME DO FUNCIONARIO COM O TOTAL DO ANO         *
      *--------------------------------------------------------------*
       036-FECHAR-FUNCIONARIO.

           MOVE SPACES  TO  REG-INFORME
           WRITE REG-INFORME

           MOVE WS-FUN-MESES      TO  WS-ANO-MESES
           MOVE WS-FUN-BRUTO-ANO  TO  WS-ANO-BRUTO
           MOVE WS-FUN-INSS-ANO   TO  WS-ANO-INSS
           MOVE WS-FUN-IRRF-ANO   TO  WS-ANO-IRRF
           MOVE WS-FUN-LIQ-ANO    TO  WS-ANO-LIQUIDO
           MOVE WS-LIN-ANO        TO  REG-INFORME
           WRITE REG-INFORME

           MOVE "N"  TO  WS-FUNC-ABERTO
           .
      *--------------------------------------------------------------*
      *    ACUMULAR O MES NO TOTAL DA FUNCAO                          *
      *--------------------------------------------------------------*
       037-ACUMULAR-FUNCAO.

           IF WS-FUNCAO-QTDE = ZEROS
              PERFORM 037A-INCLUIR-FUNCAO
           ELSE
              SET IFUN TO 1
              SEARCH WS-FNC-ITEM
                 AT END
                    PERFORM 037A-INCLUIR-FUNCAO
                 WHEN WS-FNC-NOME (IFUN) = ACM-FUNCAO
                    ADD 1            TO  WS-FNC-MESES (IFUN)
                    ADD ACM-BRUTO    TO  WS-FNC-BRUTO (IFUN)
                    ADD ACM-INSS     TO  WS-FNC-INSS  (IFUN)
                    ADD ACM-IRRF     TO  WS-FNC-IRRF  (IFUN)
                    ADD ACM-LIQUIDO  TO  WS-FNC-LIQ   (IFUN)
              END-SEARCH
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR UMA NOVA ENTRADA DE FUNCAO NA TABELA                 *
      *--------------------------------------------------------------*
       037A-INCLUIR-FUNCAO.

           IF WS-FUNCAO-QTDE < WS-FUNCAO-MAX
              ADD 1  TO  WS-FUNCAO-QTDE
              MOVE ACM-FUNCAO   TO  WS-FNC-NOME  (WS-FUNCAO-QTDE)
              MOVE 1            TO  WS-FNC-MESES (WS-FUNCAO-QTDE)
              MOVE ACM-BRUTO    TO  WS-FNC-BRUTO (WS-FUNCAO-QTDE)
              MOVE ACM-INSS     TO  WS-FNC-INSS  (WS-FUNCAO-QTDE)
              MOVE ACM-IRRF     TO  WS-FNC-IRRF  (WS-FUNCAO-QTDE)
              MOVE ACM-LIQUIDO  TO  WS-FNC-LIQ   (WS-FUNCAO-QTDE)
           ELSE
              MOVE "S"  TO  WS-TABELA-CHEIA
              DISPLAY "TABELA DE FUNCOES CHEIA - RESUMO SEM A "
                      "FUNCAO " ACM-FUNCAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR O CABECALHO DO INFORME DO FUNCIONARIO               *
      *--------------------------------------------------------------*
       038-IMPRIMIR-CABECALHO.

           ADD 1  TO  WS-PAGINA

           MOVE SPACES  TO  REG-INFORME
           WRITE REG-INFORME AFTER ADVANCING PAGE

           MOVE WS-ANO           TO  WS-CAB1-ANO
           MOVE WS-DATA-EDITADA  TO  WS-CAB1-DATA
           MOVE WS-PAGINA        TO  WS-CAB1-PAGINA
           MOVE WS-CAB1-INFORME  TO  REG-INFORME
           WRITE REG-INFORME

           MOVE SPACES  TO  REG-INFORME
           WRITE REG-INFORME

           MOVE ACM-NOME         TO  WS-CAB2-NOME
           MOVE ACM-NR-DPTO      TO  WS-CAB2-NR-DPTO
           MOVE ACM-DPTO         TO  WS-CAB2-DPTO
           MOVE WS-CAB2-INFORME  TO  REG-INFORME
           WRITE REG-INFORME

           MOVE SPACES  TO  REG-INFORME
           WRITE REG-INFORME

           MOVE WS-CAB3-INFORME  TO  REG-INFORME
           WRITE REG-INFORME

           MOVE SPACES  TO  REG-INFORME
           WRITE REG-INFORME
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DA REMESSA DE CREDITO               *
      *--------------------------------------------------------------*
       042-LER-CREDITO.

           READ ARQ-CREDITO
              AT END
                 MOVE "S"  TO  WS-FIM-CREDITO
           END-READ
           .
      *--------------------------------------------------------------*
      *    SOMAR OS TRAILERS DAS REMESSAS DO ANO - O ANO VEM DA       *
      *    COMPETENCIA DO HEADER (REMESSAS ANTIGAS, SEM COMPETENCIA,  *
      *    USAM O ANO DA DATA DE GERACAO)                             *
      *--------------------------------------------------------------*
       044-TRATAR-CREDITO.

           EVALUATE CRE-TIPO
              WHEN "H"
                 IF CRH-COMPETENCIA NUMERIC
                    AND CRH-COMPETENCIA NOT = ZEROS
                    MOVE CRH-COMPETENCIA (1:4)  TO  WS-CRED-ANO
                 ELSE
                    MOVE CRH-DATA (1:4)         TO  WS-CRED-ANO
                 END-IF
              WHEN "T"
                 IF WS-CRED-ANO = WS-ANO
                    ADD 1             TO  WS-CTREMESSAS
                    ADD CRT-QTDE      TO  WS-CTCREDITOS
                    ADD CRT-SOMA-LIQ  TO  WS-CRED-LIQ
                 END-IF
                 MOVE ZEROS  TO  WS-CRED-ANO
           END-EVALUATE

           PERFORM 042-LER-CREDITO
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-COD-RETORNO NOT = 08
              IF WS-FUNC-ABERTO = "S"
                 PERFORM 036-FECHAR-FUNCIONARIO
              END-IF

              PERFORM 042-LER-CREDITO
              PERFORM 044-TRATAR-CREDITO UNTIL WS-FIM-CREDITO = "S"

              COMPUTE WS-DIFERENCA = WS-TOT-LIQ - WS-CRED-LIQ

              PERFORM 052-IMPRIMIR-RESUMO

              IF WS-CTLANC = ZEROS OR WS-DIFERENCA NOT = ZEROS
                 OR WS-CTCREDITOS NOT = WS-CTLANC
                 OR WS-TABELA-CHEIA = "S"
                 MOVE 04  TO  WS-COD-RETORNO
              ELSE
                 MOVE 00  TO  WS-COD-RETORNO
              END-IF

              CLOSE ARQ-ACUMUL
              CLOSE ARQ-CREDITO
              CLOSE ARQ-INFORME
              CLOSE ARQ-RESANUAL
           END-IF

           DISPLAY "** FIM EXECUCAO CGPRG22 **"
           DISPLAY "ACUMULADO LIDOS     = " WS-CTLIDOS
           DISPLAY "MESES NO ANO        = " WS-CTLANC
           DISPLAY "FUNCIONARIOS        = " WS-CTFUNC
           DISPLAY "REMESSAS DO ANO     = " WS-CTREMESSAS
           DISPLAY "LIQUIDO ACUMULADO   = " WS-TOT-LIQ
           DISPLAY "LIQUIDO REMESSAS    = " WS-CRED-LIQ
           DISPLAY "CODIGO DE RETORNO   = " WS-COD-RETORNO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O RESUMO ANUAL: DEPARTAMENTOS, FUNCOES E O        *
      *    BATIMENTO COM AS REMESSAS DE CREDITO DO ANO                *
      *--------------------------------------------------------------*
       052-IMPRIMIR-RESUMO.

           MOVE WS-ANO           TO  WS-CAB1R-ANO
           MOVE WS-DATA-EDITADA  TO  WS-CAB1R-DATA
           MOVE WS-CAB1-RESUMO   TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE SPACES  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE "RESUMO POR DEPARTAMENTO"  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE SPACES  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE WS-CAB-DEPTO  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           PERFORM 054-IMPRIMIR-DEPTO
                   VARYING IDEP FROM 1 BY 1
                   UNTIL IDEP > WS-DEPTO-QTDE

           MOVE ZEROS          TO  WS-LDP-NR-DPTO
           MOVE "TOTAL DO ANO"  TO  WS-LDP-NOME
           MOVE WS-CTFUNC      TO  WS-LDP-FUNC
           MOVE WS-CTLANC      TO  WS-LDP-MESES
           MOVE WS-TOT-BRUTO   TO  WS-LDP-BRUTO
           MOVE WS-TOT-INSS    TO  WS-LDP-INSS
           MOVE WS-TOT-IRRF    TO  WS-LDP-IRRF
           MOVE WS-TOT-LIQ     TO  WS-LDP-LIQ
           MOVE WS-LIN-DEPTO   TO  REG-RESANUAL
           MOVE SPACES         TO  REG-RESANUAL (1:4)
           WRITE REG-RESANUAL

           MOVE SPACES  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE "RESUMO POR FUNCAO"  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE SPACES  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE WS-CAB-FUNCAO  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           PERFORM 056-IMPRIMIR-FUNCAO
                   VARYING IFUN FROM 1 BY 1
                   UNTIL IFUN > WS-FUNCAO-QTDE

           MOVE "TOTAL DO ANO"  TO  WS-LFN-NOME
           MOVE WS-CTLANC      TO  WS-LFN-MESES
           MOVE WS-TOT-BRUTO   TO  WS-LFN-BRUTO
           MOVE WS-TOT-INSS    TO  WS-LFN-INSS
           MOVE WS-TOT-IRRF    TO  WS-LFN-IRRF
           MOVE WS-TOT-LIQ     TO  WS-LFN-LIQ
           MOVE WS-LIN-FUNCAO  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           PERFORM 058-IMPRIMIR-BATIMENTO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE DEPARTAMENTO NO RESUMO               *
      *--------------------------------------------------------------*
       054-IMPRIMIR-DEPTO.

           MOVE WS-DEP-NR-DPTO (IDEP)  TO  WS-LDP-NR-DPTO
           MOVE WS-DEP-NOME    (IDEP)  TO  WS-LDP-NOME
           MOVE WS-DEP-FUNC    (IDEP)  TO  WS-LDP-FUNC
           MOVE WS-DEP-MESES   (IDEP)  TO  WS-LDP-MESES
           MOVE WS-DEP-BRUTO   (IDEP)  TO  WS-LDP-BRUTO
           MOVE WS-DEP-INSS    (IDEP)  TO  WS-LDP-INSS
           MOVE WS-DEP-IRRF    (IDEP)  TO  WS-LDP-IRRF
           MOVE WS-DEP-LIQ     (IDEP)  TO  WS-LDP-LIQ
           MOVE WS-LIN-DEPTO           TO  REG-RESANUAL
           WRITE REG-RESANUAL
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE FUNCAO NO RESUMO                     *
      *--------------------------------------------------------------*
       056-IMPRIMIR-FUNCAO.

           MOVE WS-FNC-NOME  (IFUN)  TO  WS-LFN-NOME
           MOVE WS-FNC-MESES (IFUN)  TO  WS-LFN-MESES
           MOVE WS-FNC-BRUTO (IFUN)  TO  WS-LFN-BRUTO
           MOVE WS-FNC-INSS  (IFUN)  TO  WS-LFN-INSS
           MOVE WS-FNC-IRRF  (IFUN)  TO  WS-LFN-IRRF
           MOVE WS-FNC-LIQ   (IFUN)  TO  WS-LFN-LIQ
           MOVE WS-LIN-FUNCAO        TO  REG-RESANUAL
           WRITE REG-RESANUAL
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O BATIMENTO DO LIQUIDO ANUAL COM A SOMA DOS       *
      *    TRAILERS DAS REMESSAS DE CREDITO DO ANO                    *
      *--------------------------------------------------------------*
       058-IMPRIMIR-BATIMENTO.

           MOVE SPACES  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE "BATIMENTO COM AS REMESSAS DE CREDITO DO ANO"
                                         TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE SPACES  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE "REMESSAS DO ANO.........:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTREMESSAS                 TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE "CREDITOS NAS REMESSAS...:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTCREDITOS                 TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE "MESES NO ACUMULADO......:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTLANC                     TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE "LIQUIDO NO ACUMULADO....:"  TO  WS-TRF-DESCRICAO
           MOVE WS-TOT-LIQ                    TO  WS-TRF-VALOR
           MOVE WS-TRF-LINHA                  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE "LIQUIDO NAS REMESSAS....:"  TO  WS-TRF-DESCRICAO
           MOVE WS-CRED-LIQ                   TO  WS-TRF-VALOR
           MOVE WS-TRF-LINHA                  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE "DIFERENCA...............:"  TO  WS-TRF-DESCRICAO
           MOVE WS-DIFERENCA                  TO  WS-TRF-VALOR
           MOVE WS-TRF-LINHA                  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           MOVE SPACES  TO  REG-RESANUAL
           WRITE REG-RESANUAL

           IF WS-DIFERENCA = ZEROS AND WS-CTCREDITOS = WS-CTLANC
              MOVE "RESUMO CONFERE COM AS REMESSAS DE CREDITO"
                                         TO  REG-RESANUAL
           ELSE
              MOVE "*** RESUMO NAO CONFERE COM AS REMESSAS DE CREDITO"
                                         TO  REG-RESANUAL
           END-IF
           WRITE REG-RESANUAL
           .
      *---------------> FIM DO PROGRAMA CGPRG22 <--------------------*

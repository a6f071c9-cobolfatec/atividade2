      *                  LIQUIDO E HEADER/TRAILER COM DATA,
      *                  CONTAGEM E SOMA DOS LIQUIDOS PARA O BANCO
      *                  VALIDAR) E GRAVA O REGISTRO DE AUDITORIA
      *                  PROPRIO DA FOLHA.  GRAVA TAMBEM O
      *                  ACUMULADO MENSAL POR FUNCIONARIO (VSAM COM
      *                  CHAVE DEPTO/NOME/COMPETENCIA) COM BRUTO,
      *                  INSS, IRRF E LIQUIDO, BASE DO INFORME ANUAL
      *                  DE RENDIMENTOS (CGPRG22); A COMPETENCIA JA
      *                  ACUMULADA PARA O FUNCIONARIO E RECUSADA E
      *                  O FUNCIONARIO NAO E PAGO DE NOVO (FICA FORA
      *                  DA FOLHA, DA REMESSA E DOS TOTAIS).  O
      *                  PARM SELECIONA O DEPARTAMENTO (0000 =
      *                  TODOS) E A COMPETENCIA AAAAMM (AUSENTE OU
      *                  ZEROS = MES CORRENTE).
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CREDITO.

           SELECT ARQ-ACUMUL
               ASSIGN TO ACUMUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-CHAVE
               FILE STATUS IS WS-FS-ACUMUL.

           SELECT OPTIONAL ARQ-AUDFOLHA
               ASSIGN TO AUDFOLHA
               ORGANIZATION IS SEQUENTIAL
       01  REG-RELFUNC             PIC X(132).

      *==> FD DO ARQUIVO DE REMESSA DE CREDITO EM CONTA (SAIDA) -
      *==> HEADER "H" COM A DATA E A COMPETENCIA, UM DETALHE "D" POR
      *==> FUNCIONARIO COM O LIQUIDO E TRAILER "T" COM CONTAGEM E
      *==> SOMA DOS LIQUIDOS
       FD  ARQ-CREDITO
           LABEL RECORDS ARE STANDARD.
       01  REG-CREDITO.
       01  REG-CREDITO-H REDEFINES REG-CREDITO.
           05  FILLER              PIC X(01).
           05  CRH-DATA            PIC 9(08).
           05  CRH-COMPETENCIA     PIC 9(06).
           05  FILLER              PIC X(45).
       01  REG-CREDITO-D REDEFINES REG-CREDITO.
           05  FILLER              PIC X(01).
           05  CRD-NR-DPTO         PIC 9(04).
           05  CRT-SOMA-LIQ        PIC 9(09)V99.
           05  FILLER              PIC X(43).

      *==> FD DO ACUMULADO MENSAL DA FOLHA POR FUNCIONARIO
      *==> (ENTRADA/SAIDA - CHAVE DEPTO/NOME/COMPETENCIA)
       FD  ARQ-ACUMUL
           LABEL RECORDS ARE STANDARD.
       01  REG-ACUMUL.
           05  ACM-CHAVE.
               10  ACM-NR-DPTO     PIC 9(04).
               10  ACM-NOME        PIC X(30).
               10  ACM-COMPETENCIA PIC 9(06).
           05  ACM-DPTO            PIC X(15).
           05  ACM-FUNCAO          PIC X(15).
           05  ACM-BRUTO           PIC 9(07)V99.
           05  ACM-INSS            PIC 9(07)V99.
           05  ACM-IRRF            PIC 9(07)V99.
           05  ACM-LIQUIDO         PIC 9(07)V99.
           05  ACM-DATA-GRAVACAO   PIC 9(08).
           05  FILLER              PIC X(06).

      *==> FD DO LOG DE AUDITORIA PROPRIO DA FOLHA (SAIDA)
       FD  ARQ-AUDFOLHA
           LABEL RECORDS ARE STANDARD.
       77  WS-FS-RELFUNC          PIC X(02) VALUE SPACES.
       77  WS-FS-CREDITO          PIC X(02) VALUE SPACES.
       77  WS-FS-AUDFOLHA         PIC X(02) VALUE SPACES.
       77  WS-FS-ACUMUL           PIC X(02) VALUE SPACES.
       77  WS-CTFUNC              PIC 9(05) VALUE ZEROS.
       77  WS-CTACUM              PIC 9(05) VALUE ZEROS.
       77  WS-CTJAACUM            PIC 9(05) VALUE ZEROS.
       77  WS-ACUM-GRAVADO        PIC X(01) VALUE "N".
       77  WS-ARQ-ABERTOS         PIC X(01) VALUE "N".
       77  WS-TODOS-DPTOS         PIC X(01) VALUE "N".

      *-----> DATA DO SISTEMA PARA O CABECALHO E A REMESSA
           05  FILLER             PIC X(01) VALUE "/".
           05  WS-DATA-ANO        PIC 9(04).

      *-----> COMPETENCIA DA FOLHA (AAAAMM)
       01  WS-COMPETENCIA.
           05  WS-COMP-ANO        PIC 9(04).
           05  WS-COMP-MES        PIC 9(02).
       01  WS-CAB-FOLHA.
           05 FILLER              PIC X(30)
              VALUE "FOLHA DE PAGAMENTO - CGPRG14".
           05 FILLER              PIC X(13) VALUE "COMPETENCIA: ".
           05 WS-CAB-COMP-MES     PIC 9(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-CAB-COMP-ANO     PIC 9(04).

      *-----> HORA DO SISTEMA PARA O LOG DE AUDITORIA DA FOLHA
       77  WS-HORA-SISTEMA        PIC 9(08) VALUE ZEROS.
       01  WS-HORA-EDITADA.
       01  LK-PARAMETROS.
           05 LK-TAM-PARM            PIC S9(4) COMP.
           05 LK-NR-DPTO             PIC 9(04).
           05 LK-COMPETENCIA         PIC 9(06).
           05 LK-COD-RETORNO         PIC 99.

       PROCEDURE DIVISION USING LK-PARAMETROS.
           MOVE WS-DATA-SISTEMA (5:2)  TO  WS-DATA-MES
           MOVE WS-DATA-SISTEMA (1:4)  TO  WS-DATA-ANO

           IF LK-TAM-PARM < 10 OR LK-COMPETENCIA NOT NUMERIC
              MOVE ZEROS  TO  LK-COMPETENCIA
           END-IF

           IF LK-COMPETENCIA = ZEROS
              MOVE WS-DATA-SISTEMA (1:6)  TO  WS-COMPETENCIA
           ELSE
              MOVE LK-COMPETENCIA         TO  WS-COMPETENCIA
           END-IF

           DISPLAY "COMPETENCIA = " WS-COMPETENCIA

           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA (1:2)  TO  WS-HORA-HH
           MOVE WS-HORA-SISTEMA (3:2)  TO  WS-HORA-MM
           MOVE WS-HORA-SISTEMA (5:2)  TO  WS-HORA-SS

           IF WS-COMP-MES < 01 OR WS-COMP-MES > 12
              DISPLAY "COMPETENCIA INVALIDA NO PARM - " WS-COMPETENCIA
              MOVE 08   TO  LK-COD-RETORNO
              MOVE "S"  TO  WS-FIM-FUNC
           ELSE
              OPEN INPUT ARQ-FUNCION
              IF WS-FS-FUNCION NOT = "00"
                 DISPLAY "ARQUIVO DE FUNCIONARIOS NAO ENCONTRADO - "
                         "STATUS " WS-FS-FUNCION
                 MOVE 08   TO  LK-COD-RETORNO
                 MOVE "S"  TO  WS-FIM-FUNC
              ELSE
                 PERFORM 012-ABRIR-SAIDAS
                 IF WS-FIM-FUNC = "S"
                    CLOSE ARQ-FUNCION
                 ELSE
                    MOVE "S"  TO  WS-ARQ-ABERTOS
                    PERFORM 014-GRAVAR-HEADER-CREDITO
                    PERFORM 016-IMPRIMIR-CABECALHO
                    PERFORM 042-LER-FUNCIONARIO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR A FOLHA DE PAGAMENTO, A REMESSA DE CREDITO E O       *
      *    ACUMULADO MENSAL                                           *
      *--------------------------------------------------------------*
       012-ABRIR-SAIDAS.

           OPEN OUTPUT ARQ-RELFUNC
           OPEN OUTPUT ARQ-CREDITO
           OPEN I-O    ARQ-ACUMUL

           IF WS-FS-RELFUNC NOT = "00" OR WS-FS-CREDITO NOT = "00"
              OR WS-FS-ACUMUL NOT = "00"
              DISPLAY "ERRO AO ABRIR AS SAIDAS - STATUS "
                       WS-FS-RELFUNC " " WS-FS-CREDITO " "
                       WS-FS-ACUMUL
              MOVE 08   TO  LK-COD-RETORNO
              MOVE "S"  TO  WS-FIM-FUNC
              IF WS-FS-RELFUNC = "00"
              IF WS-FS-CREDITO = "00"
                 CLOSE ARQ-CREDITO
              END-IF
              IF WS-FS-ACUMUL = "00"
                 CLOSE ARQ-ACUMUL
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O HEADER DA REMESSA DE CREDITO COM A DATA E A       *
      *    COMPETENCIA                                                *
      *--------------------------------------------------------------*
       014-GRAVAR-HEADER-CREDITO.

           MOVE SPACES           TO  REG-CREDITO
           MOVE "H"              TO  CRE-TIPO
           MOVE WS-DATA-SISTEMA  TO  CRH-DATA
           MOVE WS-COMPETENCIA   TO  CRH-COMPETENCIA
           WRITE REG-CREDITO
           .
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
       016-IMPRIMIR-CABECALHO.

           MOVE WS-COMP-MES   TO  WS-CAB-COMP-MES
           MOVE WS-COMP-ANO   TO  WS-CAB-COMP-ANO
           MOVE WS-CAB-FOLHA  TO  REG-RELFUNC
           WRITE REG-RELFUNC

           MOVE SPACES  TO  REG-RELFUNC
              PERFORM 044-PAGAR-FUNCIONARIO
           END-IF

           IF WS-FIM-FUNC NOT = "S"
              PERFORM 042-LER-FUNCIONARIO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO FUNCIONARIO DO ARQUIVO DE ENTRADA            *
           END-READ
           .
      *--------------------------------------------------------------*
      *    APURAR OS DESCONTOS DO FUNCIONARIO E GRAVAR O ACUMULADO DA *
      *    COMPETENCIA; SO O FUNCIONARIO ACUMULADO AGORA E PAGO:      *
      *    LINHA DA FOLHA, DETALHE DA REMESSA DE CREDITO E TOTAIS     *
      *--------------------------------------------------------------*
       044-PAGAR-FUNCIONARIO.

           COMPUTE WS-DESCONTOS = WS-INSS + WS-IRRF
           COMPUTE WS-LIQUIDO   = WS-SALARIO - WS-DESCONTOS

           PERFORM 044B-GRAVAR-ACUMULADO

           IF WS-ACUM-GRAVADO = "S"
              PERFORM 044D-EMITIR-PAGAMENTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O DETALHE DA REMESSA DE CREDITO DO FUNCIONARIO      *
      *--------------------------------------------------------------*
       044A-GRAVAR-CREDITO.

           MOVE SPACES       TO  REG-CREDITO
           MOVE "D"          TO  CRE-TIPO
           MOVE FNC-NR-DPTO  TO  CRD-NR-DPTO
           MOVE FNC-NOME     TO  CRD-NOME
           MOVE FNC-FUNCAO   TO  CRD-FUNCAO
           MOVE WS-LIQUIDO   TO  CRD-LIQUIDO
           WRITE REG-CREDITO
           .
      *--------------------------------------------------------------*
      *    GRAVAR O ACUMULADO MENSAL DO FUNCIONARIO - A CHAVE JA      *
      *    EXISTENTE INDICA COMPETENCIA JA ACUMULADA, QUE E RECUSADA; *
      *    OUTRO ERRO NA GRAVACAO ENCERRA A EXECUCAO COM RC=08        *
      *--------------------------------------------------------------*
       044B-GRAVAR-ACUMULADO.

           MOVE "N"              TO  WS-ACUM-GRAVADO
           MOVE SPACES           TO  REG-ACUMUL
           MOVE FNC-NR-DPTO      TO  ACM-NR-DPTO
           MOVE FNC-NOME         TO  ACM-NOME
           MOVE WS-COMPETENCIA   TO  ACM-COMPETENCIA
           MOVE FNC-DPTO         TO  ACM-DPTO
           MOVE FNC-FUNCAO       TO  ACM-FUNCAO
           MOVE WS-SALARIO       TO  ACM-BRUTO
           MOVE WS-INSS          TO  ACM-INSS
           MOVE WS-IRRF          TO  ACM-IRRF
           MOVE WS-LIQUIDO       TO  ACM-LIQUIDO
           MOVE WS-DATA-SISTEMA  TO  ACM-DATA-GRAVACAO

           WRITE REG-ACUMUL
              INVALID KEY
                 IF WS-FS-ACUMUL = "22"
                    PERFORM 044C-RECUSAR-ACUMULADO
                 ELSE
                    PERFORM 044E-ERRO-ACUMULADO
                 END-IF
              NOT INVALID KEY
                 MOVE "S"  TO  WS-ACUM-GRAVADO
                 ADD 1  TO  WS-CTACUM
           END-WRITE

           IF WS-FS-ACUMUL (1:1) NOT = "0"
              AND WS-FS-ACUMUL (1:1) NOT = "2"
              PERFORM 044E-ERRO-ACUMULADO
           END-IF
           .
      *--------------------------------------------------------------*
      *    RECUSAR A COMPETENCIA JA ACUMULADA PARA O FUNCIONARIO, QUE *
      *    NAO E PAGO DE NOVO                                         *
      *--------------------------------------------------------------*
       044C-RECUSAR-ACUMULADO.

           ADD 1  TO  WS-CTJAACUM

           DISPLAY "COMPETENCIA " WS-COMPETENCIA
                   " JA ACUMULADA - " FNC-NOME

           MOVE SPACES  TO  REG-RELFUNC
           STRING "*** "                         DELIMITED BY SIZE
                  FNC-NOME                       DELIMITED BY SIZE
                  " - COMPETENCIA JA ACUMULADA - NAO PAGO"
                                                 DELIMITED BY SIZE
             INTO REG-RELFUNC
           END-STRING
           WRITE REG-RELFUNC
           .
      *--------------------------------------------------------------*
      *    EMITIR A LINHA DA FOLHA, GRAVAR O DETALHE DA REMESSA DE    *
      *    CREDITO E SOMAR O FUNCIONARIO NOS TOTAIS E SUBTOTAIS       *
      *--------------------------------------------------------------*
       044D-EMITIR-PAGAMENTO.

           MOVE WS-NOME      TO  WS-SYSF-NOME
           MOVE WS-DPTO      TO  WS-SYSF-DPTO
           MOVE WS-FUNCAO    TO  WS-SYSF-FUNCAO
           ADD 1  TO  WS-CTFUNC
           .
      *--------------------------------------------------------------*
      *    ERRO NA GRAVACAO DO ACUMULADO MENSAL - O FUNCIONARIO NAO E *
      *    PAGO E A EXECUCAO E ENCERRADA SEM O TRAILER DA REMESSA     *
      *--------------------------------------------------------------*
       044E-ERRO-ACUMULADO.

           MOVE "N"  TO  WS-ACUM-GRAVADO

           DISPLAY "ERRO NA GRAVACAO DO ACUMULADO - " FNC-NOME
                   " COMPETENCIA " WS-COMPETENCIA
                   " - STATUS " WS-FS-ACUMUL

           MOVE 08   TO  LK-COD-RETORNO
           MOVE "S"  TO  WS-FIM-FUNC
           .
      *--------------------------------------------------------------*
      *    CALCULAR A CONTRIBUICAO DO INSS SOBRE O SALARIO BRUTO      *
           MOVE WS-TRG-LINHA                  TO  REG-RELFUNC
           WRITE REG-RELFUNC

           MOVE "GRAVADOS NO ACUMULADO...:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTACUM                     TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELFUNC
           WRITE REG-RELFUNC

           MOVE "RECUSADOS - JA ACUMULADO:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTJAACUM                   TO  WS-TRG-VALOR
           MOVE WS-TRG-LINHA                  TO  REG-RELFUNC
           WRITE REG-RELFUNC

           MOVE "TOTAL BRUTO.............:"  TO  WS-TRF-DESCRICAO
           MOVE WS-TOT-BRUTO                  TO  WS-TRF-VALOR
           MOVE WS-TRF-LINHA                  TO  REG-RELFUNC
              IF WS-CTFUNC NOT = ZEROS
                 PERFORM 048-IMPRIMIR-SUBTOTAIS
                 PERFORM 049-IMPRIMIR-TRAILER-FOLHA
                 IF WS-CTJAACUM NOT = ZEROS
                    MOVE 04  TO  LK-COD-RETORNO
                 ELSE
                    MOVE 00  TO  LK-COD-RETORNO
                 END-IF
              ELSE
                 MOVE 04  TO  LK-COD-RETORNO
              END-IF
              PERFORM 049A-GRAVAR-TRAILER-CREDITO
           END-IF

           IF WS-ARQ-ABERTOS = "S"
              CLOSE ARQ-FUNCION
              CLOSE ARQ-RELFUNC
              CLOSE ARQ-CREDITO
              CLOSE ARQ-ACUMUL
           END-IF

           PERFORM 054-GRAVAR-AUDITORIA

           DISPLAY "** FIM EXECUCAO CGPRG14 **"
           DISPLAY "FUNCIONARIOS PAGOS  = " WS-CTFUNC
           DISPLAY "ACUMULADOS NO MES   = " WS-CTACUM
           DISPLAY "RECUSADOS JA ACUMUL = " WS-CTJAACUM
           DISPLAY "CODIGO DE RETORNO   = " LK-COD-RETORNO
           .
      *---------------> FIM DO PROGRAMA CGPRG14 <--------------------*

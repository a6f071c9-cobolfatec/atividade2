       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG16.
      * AUTOR .........: ALVARO PEREIRA DO NASCIMENTO.
      * DATA DE CRIACAO: 15/10/2026.
      * OBJETIVO ......: MANUTENCAO BATCH DO CADASTRO DE
      *                  DISCIPLINAS (VSAM KSDS COM CHAVE
      *                  DSC-COD-DISC) A PARTIR DE UM ARQUIVO DE
      *                  MOVIMENTOS (INCLUSAO / ALTERACAO /
      *                  EXCLUSAO), NOS MOLDES DO CGPRG03 E DO
      *                  CGPRG11: RELATORIO DE APLICACAO COM IMAGEM
      *                  ANTES/DEPOIS E LISTAGEM DE REJEITOS.  O
      *                  CADASTRO GUARDA O DEPARTAMENTO DONO, O NOME
      *                  OFICIAL, A CARGA HORARIA E A SITUACAO DA
      *                  DISCIPLINA (A = ATIVA / E = EXTINTA) E E A
      *                  REFERENCIA DA CRITICA DO CGPRG06 E DO NOME
      *                  IMPRESSO NO BOLETIM (CGPRG02) E NO
      *                  HISTORICO ESCOLAR (CGPRG04).  DISCIPLINA
      *                  QUE SAI DA GRADE DEVE SER EXTINTA POR
      *                  ALTERACAO, PARA O HISTORICO CONTINUAR
      *                  ACHANDO O NOME OFICIAL.
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

           SELECT ARQ-DISCIPL
               ASSIGN TO DISCIPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSC-COD-DISC
               FILE STATUS IS WS-FS-DISCIPL.

           SELECT OPTIONAL ARQ-DEPTOS
               ASSIGN TO DEPTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-NR-DPTO
               FILE STATUS IS WS-FS-DEPTOS.

           SELECT ARQ-RELMAN
               ASSIGN TO RELMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELMAN.

           SELECT ARQ-RELREJ
               ASSIGN TO RELREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELREJ.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> FD DO ARQUIVO DE MOVIMENTOS DE MANUTENCAO (ENTRADA)
       FD  ARQ-MOVTOS
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVTO.
           05  MOV-TIPO            PIC X(01).
           05  MOV-COD-DISC        PIC 9(03).
           05  MOV-NR-DPTO         PIC 9(04).
           05  MOV-NOME            PIC X(20).
           05  MOV-CARGA-HOR       PIC 9(03).
           05  MOV-SITUACAO        PIC X(01).
       01  REG-MOVTO-ALT REDEFINES REG-MOVTO.
           05  MVA-TIPO            PIC X(01).
           05  MVA-COD-DISC        PIC X(03).
           05  MVA-NR-DPTO         PIC X(04).
           05  MVA-NOME            PIC X(20).
           05  MVA-CARGA-HOR       PIC X(03).
           05  MVA-SITUACAO        PIC X(01).

      *==> FD DO CADASTRO DE DISCIPLINAS (ENTRADA/SAIDA)
       FD  ARQ-DISCIPL
           LABEL RECORDS ARE STANDARD.
       01  REG-DISCIPLINA.
           05  DSC-COD-DISC        PIC 9(03).
           05  DSC-NR-DPTO         PIC 9(04).
           05  DSC-NOME            PIC X(20).
           05  DSC-CARGA-HOR       PIC 9(03).
           05  DSC-SITUACAO        PIC X(01).

      *==> FD DO CADASTRO MESTRE DE DEPARTAMENTOS (ENTRADA)
       FD  ARQ-DEPTOS
           LABEL RECORDS ARE STANDARD.
       01  REG-DEPTO.
           05  DPT-NR-DPTO         PIC 9(04).
           05  DPT-NOME            PIC X(15).
           05  DPT-COORDENADOR     PIC X(30).

      *==> FD DO RELATORIO DE APLICACAO DOS MOVIMENTOS (SAIDA)
       FD  ARQ-RELMAN
           LABEL RECORDS ARE STANDARD.
       01  REG-RELMAN              PIC X(132).

      *==> FD DA LISTAGEM DE MOVIMENTOS REJEITADOS (SAIDA)
       FD  ARQ-RELREJ
           LABEL RECORDS ARE STANDARD.
       01  REG-RELREJ              PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FS-MOVTOS           PIC X(02) VALUE SPACES.
       77  WS-FS-DISCIPL          PIC X(02) VALUE SPACES.
       77  WS-FS-DEPTOS           PIC X(02) VALUE SPACES.
       77  WS-FS-RELMAN           PIC X(02) VALUE SPACES.
       77  WS-FS-RELREJ           PIC X(02) VALUE SPACES.
       77  WS-DEPTOS-OK           PIC X(01) VALUE "N".
       77  WS-MOVTO-VALIDO        PIC X(01) VALUE "S".
       77  WS-DISC-ACHOU          PIC X(01) VALUE "N".
       77  WS-MOTIVO              PIC X(20) VALUE SPACES.
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.

      *-----> CONTADORES DA EXECUCAO
       77  WS-CTLIDOS             PIC 9(05) VALUE ZEROS.
       77  WS-CTINCLUI            PIC 9(05) VALUE ZEROS.
       77  WS-CTALTERA            PIC 9(05) VALUE ZEROS.
       77  WS-CTEXCLUI            PIC 9(05) VALUE ZEROS.
       77  WS-CTREJEIT            PIC 9(05) VALUE ZEROS.

      *-----> CONTROLE DE PAGINACAO DO RELATORIO DE APLICACAO
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

      *-----> IMAGEM (ANTES OU DEPOIS) DO REGISTRO DO CADASTRO
       01  WS-IMAGEM-DISC.
           05 WS-IMG-NOME         PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IMG-DPTO         PIC 9(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IMG-CARGA        PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-IMG-SITUACAO     PIC X(01).

      *-----> CABECALHO DO RELATORIO DE APLICACAO
       01  WS-CAB1-RELMAN.
           05 FILLER              PIC X(36)
              VALUE "CGPRG16 - MANUTENCAO DE DISCIPLINAS".
           05 FILLER              PIC X(06) VALUE "DATA: ".
           05 WS-CAB1-DATA        PIC X(10).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE "PAGINA: ".
           05 WS-CAB1-PAGINA      PIC ZZ9.

      *-----> LINHA DE IDENTIFICACAO DO MOVIMENTO NO RELATORIO
       01  WS-LIN-MOVTO.
           05 FILLER              PIC X(06) VALUE "TIPO: ".
           05 WS-LIN-TIPO         PIC X(01).
           05 FILLER              PIC X(14) VALUE "  DISCIPLINA: ".
           05 WS-LIN-DISC         PIC 9(03).
           05 FILLER              PIC X(09) VALUE "  DEPTO: ".
           05 WS-LIN-DPTO         PIC 9(04).

      *-----> LINHA DE IMAGEM ANTES/DEPOIS NO RELATORIO
       01  WS-LIN-IMAGEM.
           05 WS-IMG-ROTULO       PIC X(09).
           05 WS-IMG-CONTEUDO     PIC X(50).

      *-----> LINHA DO MOVIMENTO REJEITADO NA LISTAGEM DE REJEITOS
       01  WS-LIN-REJEITO.
           05 FILLER              PIC X(06) VALUE "TIPO: ".
           05 WS-REJ-TIPO         PIC X(01).
           05 FILLER              PIC X(14) VALUE "  DISCIPLINA: ".
           05 WS-REJ-DISC         PIC X(03).
           05 FILLER              PIC X(09) VALUE "  DEPTO: ".
           05 WS-REJ-DPTO         PIC X(04).
           05 FILLER              PIC X(11) VALUE "  MOTIVO:  ".
           05 WS-REJ-MOTIVO       PIC X(20).

      *-----> LINHA DE TOTALIZACAO DO RELATORIO DE APLICACAO
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

           DISPLAY "** CGPRG16 - MANUTENCAO DO CADASTRO DE "
                   "DISCIPLINAS **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA (7:2)  TO  WS-DATA-DIA
           MOVE WS-DATA-SISTEMA (5:2)  TO  WS-DATA-MES
           MOVE WS-DATA-SISTEMA (1:4)  TO  WS-DATA-ANO

           OPEN INPUT ARQ-MOVTOS

           IF WS-FS-MOVTOS NOT = "00"
              DISPLAY "ARQUIVO DE MOVIMENTOS NAO ENCONTRADO - STATUS "
                       WS-FS-MOVTOS
              MOVE 08   TO  WS-COD-RETORNO
              MOVE "S"  TO  WS-FIM
           ELSE
              OPEN I-O ARQ-DISCIPL
              IF WS-FS-DISCIPL NOT = "00"
                 DISPLAY "ERRO AO ABRIR O CADASTRO DE DISCIPLINAS - "
                         "STATUS " WS-FS-DISCIPL
                 MOVE 08   TO  WS-COD-RETORNO
                 MOVE "S"  TO  WS-FIM
                 CLOSE ARQ-MOVTOS
              ELSE
                 PERFORM 012-ABRIR-RELATORIOS
                 IF WS-FIM = "S"
                    CLOSE ARQ-MOVTOS
                    CLOSE ARQ-DISCIPL
                 ELSE
                    PERFORM 014-ABRIR-DEPTOS
                    PERFORM 020-LER-MOVTO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O RELATORIO DE APLICACAO E A LISTAGEM DE REJEITOS    *
      *--------------------------------------------------------------*
       012-ABRIR-RELATORIOS.

           OPEN OUTPUT ARQ-RELMAN
           OPEN OUTPUT ARQ-RELREJ

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

           IF WS-FIM = "S"
              IF WS-FS-RELMAN = "00"
                 CLOSE ARQ-RELMAN
              END-IF
              IF WS-FS-RELREJ = "00"
                 CLOSE ARQ-RELREJ
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O CADASTRO DE DEPARTAMENTOS - SEM ELE OS MOVIMENTOS  *
      *    DE INCLUSAO/ALTERACAO SAO ACEITOS SEM CRITICA DE DEPTO     *
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

           PERFORM 032-VALIDAR-MOVTO

           IF WS-MOVTO-VALIDO = "S"
              EVALUATE MOV-TIPO
                 WHEN "I"
                    PERFORM 034-INCLUIR
                 WHEN "A"
                    PERFORM 036-ALTERAR
                 WHEN "E"
                    PERFORM 038-EXCLUIR
              END-EVALUATE
           ELSE
              PERFORM 044-GRAVAR-REJEITO
           END-IF

           PERFORM 020-LER-MOVTO
           .
      *--------------------------------------------------------------*
      *    CRITICAR O MOVIMENTO: TIPO, CODIGO DA DISCIPLINA NUMERICO  *
      *    E, PARA INCLUSAO/ALTERACAO, O CONTEUDO DO REGISTRO         *
      *--------------------------------------------------------------*
       032-VALIDAR-MOVTO.

           MOVE "S"  TO  WS-MOVTO-VALIDO

           IF MOV-TIPO NOT = "I" AND MOV-TIPO NOT = "A"
                               AND MOV-TIPO NOT = "E"
              MOVE "N"               TO  WS-MOVTO-VALIDO
              MOVE "TIPO INVALIDO"   TO  WS-MOTIVO
           ELSE
              IF MOV-COD-DISC NOT NUMERIC OR MOV-COD-DISC = ZEROS
                 MOVE "N"                     TO  WS-MOVTO-VALIDO
                 MOVE "DISCIPLINA INVALIDA"   TO  WS-MOTIVO
              ELSE
                 IF MOV-TIPO NOT = "E"
                    PERFORM 033-VALIDAR-CONTEUDO
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAS DE CONTEUDO PARA INCLUSAO E ALTERACAO - SITUACAO  *
      *    EM BRANCO NA INCLUSAO ASSUME A DISCIPLINA ATIVA            *
      *--------------------------------------------------------------*
       033-VALIDAR-CONTEUDO.

           IF MOV-TIPO = "I" AND MOV-SITUACAO = SPACES
              MOVE "A"  TO  MOV-SITUACAO
           END-IF

           IF MOV-NR-DPTO NOT NUMERIC
              MOVE "N"                TO  WS-MOVTO-VALIDO
              MOVE "DEPTO INVALIDO"   TO  WS-MOTIVO
           ELSE
              IF MOV-NOME = SPACES
                 MOVE "N"                 TO  WS-MOVTO-VALIDO
                 MOVE "NOME OBRIGATORIO"  TO  WS-MOTIVO
              ELSE
                 IF MOV-CARGA-HOR NOT NUMERIC OR MOV-CARGA-HOR = ZEROS
                    MOVE "N"                   TO  WS-MOVTO-VALIDO
                    MOVE "CARGA HOR. INVALIDA" TO  WS-MOTIVO
                 ELSE
                    IF MOV-SITUACAO NOT = "A" AND MOV-SITUACAO NOT = "E"
                       MOVE "N"                  TO  WS-MOVTO-VALIDO
                       MOVE "SITUACAO INVALIDA"  TO  WS-MOTIVO
                    ELSE
                       PERFORM 035-CRITICAR-DEPTO
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    INCLUIR A DISCIPLINA NO CADASTRO                           *
      *--------------------------------------------------------------*
       034-INCLUIR.

           PERFORM 040-LER-DISCIPLINA

           IF WS-DISC-ACHOU = "S"
              MOVE "INCLUSAO DUPLICADA"  TO  WS-MOTIVO
              PERFORM 044-GRAVAR-REJEITO
           ELSE
              MOVE SPACES  TO  WS-IMAGEM-DISC
              MOVE "*** INEXISTENTE ***"  TO  WS-IMAGEM-DISC
              MOVE MOV-COD-DISC   TO  DSC-COD-DISC
              MOVE MOV-NR-DPTO    TO  DSC-NR-DPTO
              MOVE MOV-NOME       TO  DSC-NOME
              MOVE MOV-CARGA-HOR  TO  DSC-CARGA-HOR
              MOVE MOV-SITUACAO   TO  DSC-SITUACAO
              WRITE REG-DISCIPLINA
                 INVALID KEY
                    MOVE "INCLUSAO DUPLICADA"  TO  WS-MOTIVO
                    PERFORM 044-GRAVAR-REJEITO
                 NOT INVALID KEY
                    ADD 1  TO  WS-CTINCLUI
                    PERFORM 042-IMPRIMIR-APLICACAO
              END-WRITE
           END-IF
           .
      *--------------------------------------------------------------*
      *    CRITICAR A EXISTENCIA DO DEPARTAMENTO DONO NO CADASTRO     *
      *--------------------------------------------------------------*
       035-CRITICAR-DEPTO.

           IF WS-DEPTOS-OK = "S"
              MOVE MOV-NR-DPTO  TO  DPT-NR-DPTO
              READ ARQ-DEPTOS
                 INVALID KEY
                    MOVE "N"                  TO  WS-MOVTO-VALIDO
                    MOVE "DEPTO INEXISTENTE"  TO  WS-MOTIVO
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    ALTERAR A DISCIPLINA NO CADASTRO (A EXTINCAO E FEITA POR   *
      *    ALTERACAO COM SITUACAO "E")                                *
      *--------------------------------------------------------------*
       036-ALTERAR.

           PERFORM 040-LER-DISCIPLINA

           IF WS-DISC-ACHOU = "N"
              MOVE "DISC. INEXISTENTE"  TO  WS-MOTIVO
              PERFORM 044-GRAVAR-REJEITO
           ELSE
              PERFORM 041-MONTAR-IMAGEM-ANTES
              MOVE MOV-NR-DPTO    TO  DSC-NR-DPTO
              MOVE MOV-NOME       TO  DSC-NOME
              MOVE MOV-CARGA-HOR  TO  DSC-CARGA-HOR
              MOVE MOV-SITUACAO   TO  DSC-SITUACAO
              REWRITE REG-DISCIPLINA
                 INVALID KEY
                    MOVE "DISC. INEXISTENTE"  TO  WS-MOTIVO
                    PERFORM 044-GRAVAR-REJEITO
                 NOT INVALID KEY
                    ADD 1  TO  WS-CTALTERA
                    PERFORM 042-IMPRIMIR-APLICACAO
              END-REWRITE
           END-IF
           .
      *--------------------------------------------------------------*
      *    EXCLUIR A DISCIPLINA DO CADASTRO                           *
      *--------------------------------------------------------------*
       038-EXCLUIR.

           PERFORM 040-LER-DISCIPLINA

           IF WS-DISC-ACHOU = "N"
              MOVE "DISC. INEXISTENTE"  TO  WS-MOTIVO
              PERFORM 044-GRAVAR-REJEITO
           ELSE
              PERFORM 041-MONTAR-IMAGEM-ANTES
              DELETE ARQ-DISCIPL
                 INVALID KEY
                    MOVE "DISC. INEXISTENTE"  TO  WS-MOTIVO
                    PERFORM 044-GRAVAR-REJEITO
                 NOT INVALID KEY
                    ADD 1  TO  WS-CTEXCLUI
                    PERFORM 042-IMPRIMIR-APLICACAO
              END-DELETE
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O CADASTRO PELA CHAVE DO MOVIMENTO                     *
      *--------------------------------------------------------------*
       040-LER-DISCIPLINA.

           MOVE MOV-COD-DISC  TO  DSC-COD-DISC

           READ ARQ-DISCIPL
              INVALID KEY
                 MOVE "N"  TO  WS-DISC-ACHOU
              NOT INVALID KEY
                 MOVE "S"  TO  WS-DISC-ACHOU
           END-READ
           .
      *--------------------------------------------------------------*
      *    GUARDAR A IMAGEM ANTERIOR DO REGISTRO DO CADASTRO          *
      *--------------------------------------------------------------*
       041-MONTAR-IMAGEM-ANTES.

           MOVE SPACES         TO  WS-IMAGEM-DISC
           MOVE DSC-NOME       TO  WS-IMG-NOME
           MOVE DSC-NR-DPTO    TO  WS-IMG-DPTO
           MOVE DSC-CARGA-HOR  TO  WS-IMG-CARGA
           MOVE DSC-SITUACAO   TO  WS-IMG-SITUACAO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O MOVIMENTO APLICADO COM IMAGEM ANTES/DEPOIS      *
      *--------------------------------------------------------------*
       042-IMPRIMIR-APLICACAO.

           IF WS-LINHAS-PAGINA = ZEROS
              PERFORM 046-IMPRIMIR-CABECALHO
           END-IF

           MOVE MOV-TIPO      TO  WS-LIN-TIPO
           MOVE MOV-COD-DISC  TO  WS-LIN-DISC
           MOVE DSC-NR-DPTO   TO  WS-LIN-DPTO
           MOVE WS-LIN-MOVTO  TO  REG-RELMAN
           WRITE REG-RELMAN

           MOVE "  ANTES: "       TO  WS-IMG-ROTULO
           MOVE WS-IMAGEM-DISC    TO  WS-IMG-CONTEUDO
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
      *    MONTAR A IMAGEM POSTERIOR DO REGISTRO DO CADASTRO          *
      *--------------------------------------------------------------*
       043-MONTAR-IMAGEM-DEPOIS.

           MOVE SPACES          TO  WS-IMAGEM-DISC
           MOVE DSC-NOME        TO  WS-IMG-NOME
           MOVE DSC-NR-DPTO     TO  WS-IMG-DPTO
           MOVE DSC-CARGA-HOR   TO  WS-IMG-CARGA
           MOVE DSC-SITUACAO    TO  WS-IMG-SITUACAO
           MOVE WS-IMAGEM-DISC  TO  WS-IMG-CONTEUDO
           .
      *--------------------------------------------------------------*
      *    GRAVAR O MOVIMENTO REJEITADO NA LISTAGEM DE REJEITOS       *
      *--------------------------------------------------------------*
       044-GRAVAR-REJEITO.

           MOVE MVA-TIPO      TO  WS-REJ-TIPO
           MOVE MVA-COD-DISC  TO  WS-REJ-DISC
           MOVE MVA-NR-DPTO   TO  WS-REJ-DPTO
           MOVE WS-MOTIVO     TO  WS-REJ-MOTIVO

           DISPLAY "MOVIMENTO REJEITADO - DISCIPLINA " MVA-COD-DISC
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
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-COD-RETORNO NOT = 08
              IF WS-CTREJEIT NOT = ZEROS
                 MOVE 04  TO  WS-COD-RETORNO
              ELSE
                 MOVE 00  TO  WS-COD-RETORNO
              END-IF

              PERFORM 052-IMPRIMIR-TOTAIS

              CLOSE ARQ-MOVTOS
              CLOSE ARQ-DISCIPL
              CLOSE ARQ-RELMAN
              CLOSE ARQ-RELREJ
              IF WS-DEPTOS-OK = "S"
                 CLOSE ARQ-DEPTOS
              END-IF
           END-IF

           DISPLAY "** FIM EXECUCAO CGPRG16 **"
           DISPLAY "MOVIMENTOS LIDOS    = " WS-CTLIDOS
           DISPLAY "INCLUSOES APLICADAS = " WS-CTINCLUI
           DISPLAY "ALTERACOES APLICADAS= " WS-CTALTERA
           DISPLAY "EXCLUSOES APLICADAS = " WS-CTEXCLUI
           DISPLAY "MOVIMENTOS REJEITADOS= " WS-CTREJEIT
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

           MOVE "ALTERACOES APLICADAS....:"  TO  WS-TRG-DESCRICAO
           MOVE WS-CTALTERA                   TO  WS-TRG-VALOR
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
      *---------------> FIM DO PROGRAMA CGPRG16 <--------------------*

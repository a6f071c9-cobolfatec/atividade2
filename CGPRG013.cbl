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

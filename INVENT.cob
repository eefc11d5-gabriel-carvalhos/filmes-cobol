           05  EMP-SITUACAO        PIC X(001).
           05  EMP-DATA-DEVOLUCAO  PIC 9(008).
           05  EMP-COPIA           PIC 9(003).
           05  EMP-SOCIO           PIC 9(006).

       FD  COPIAS.
       01  COPIAS-REG.
           05  COP-MIDIA           PIC X(003).
           05  COP-CONDICAO        PIC X(001).
           05  COP-SITUACAO        PIC X(001).
           05  COP-FILIAL          PIC X(008).

       FD  INVENTARIO.
       01  INVENTARIO-REG.
           05  LOG-NOTA-NOVO               PIC 9(002).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-OPERADOR                PIC X(008).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-ANO-LANCAMENTO-ANT      PIC 9(004).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-ANO-LANCAMENTO-NOVO     PIC 9(004).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-MIDIA-ANT               PIC X(003).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-MIDIA-NOVO              PIC X(003).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-SITUACAO-ANT            PIC X(001).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-SITUACAO-NOVO           PIC X(001).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-APROVADOR               PIC X(008).

       FD  OPERADORES.
       01  OPERADORES-REG.
           MOVE DURACAO       TO LOG-DURACAO-ANT.
           MOVE DISTRIBUIDORA TO LOG-DISTRIBUIDORA-ANT.
           MOVE NOTA          TO LOG-NOTA-ANT.
           MOVE ANO-LANCAMENTO TO LOG-ANO-LANCAMENTO-ANT.
           MOVE MIDIA         TO LOG-MIDIA-ANT.
           MOVE SITUACAO      TO LOG-SITUACAO-ANT.

           MOVE 'B' TO SITUACAO.
           REWRITE FILMES-REG.
           MOVE DISTRIBUIDORA TO LOG-DISTRIBUIDORA-NOVO.
           MOVE NOTA          TO LOG-NOTA-NOVO.
           MOVE WRK-OPERADOR  TO LOG-OPERADOR.
           MOVE ANO-LANCAMENTO TO LOG-ANO-LANCAMENTO-NOVO.
           MOVE MIDIA         TO LOG-MIDIA-NOVO.
           MOVE SITUACAO      TO LOG-SITUACAO-NOVO.
           MOVE SPACES        TO LOG-APROVADOR.
           WRITE FILMES-LOG-REG.

       0300-FINALIZAR              SECTION.

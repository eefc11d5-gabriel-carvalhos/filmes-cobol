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

       FD  EXCECOES.
       01  EXCECOES-REG           PIC X(100).
               MOVE 0 TO LOG-NOTA-ANT
               MOVE 0 TO LOG-NOTA-NOVO
               MOVE WRK-OPERADOR TO LOG-OPERADOR
               MOVE 0 TO LOG-ANO-LANCAMENTO-ANT
               MOVE 0 TO LOG-ANO-LANCAMENTO-NOVO
               WRITE FILMES-LOG-REG
               ADD 1 TO WRK-REENVIADOS
           END-IF.

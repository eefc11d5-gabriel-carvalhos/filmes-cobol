       FD  FILMES-LOG.
       01  FILMES-LOG-REG.
           05  LOG-DATA-HORA       PIC X(021).
           05  LOG-RESTO           PIC X(181).

       FD  ARQUIVO.
       01  ARQUIVO-REG             PIC X(202).

       FD  TRABALHO.
       01  TRABALHO-REG            PIC X(202).

       FD  TRAVA.
       01  TRAVA-REG.

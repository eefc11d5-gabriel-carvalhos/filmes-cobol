      *==            NO MODO 2 OFERECE A FUSAO: O OPERADOR ESCOLHE O
      *==            CODFILME SOBREVIVENTE E OS DEMAIS SAO EXCLUIDOS
      *==            COM TRILHA DE AUDITORIA EM FILMES-LOG.dat.
      *==            FILME COM EMPRESTIMO OU TRANSFERENCIA DE COPIA
      *==            EM ABERTO NAO E EXCLUIDO
      *==  AUTOR: GABRIEL CARVALHO
      *=================================================================
       ENVIRONMENT                 DIVISION.
               FILE STATUS IS COPIAS-STATUS
               RECORD KEY IS COPIAS-CHAVE.

           SELECT TRANSFERENCIAS
               ASSIGN TO "..\dados\TRANSFERENCIAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRANSF-STATUS
               RECORD KEY IS TRANSF-CHAVE.

           SELECT FILMES-LOG ASSIGN TO "..\dados\FILMES-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
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

       FD  TRANSFERENCIAS.
       01  TRANSFERENCIAS-REG.
           05  TRANSF-CHAVE.
               10  TRF-NUMERO      PIC 9(005).
           05  TRF-CODFILME        PIC 9(005).
           05  TRF-COPIA           PIC 9(003).
           05  TRF-ORIGEM          PIC X(008).
           05  TRF-DESTINO         PIC X(008).
           05  TRF-SITUACAO        PIC X(001).
           05  TRF-DATA-SOLIC      PIC 9(008).
           05  TRF-OPER-SOLIC      PIC X(008).
           05  TRF-DATA-ENVIO      PIC 9(008).
           05  TRF-OPER-ENVIO      PIC X(008).
           05  TRF-DATA-RECEB      PIC 9(008).
           05  TRF-OPER-RECEB      PIC X(008).

       FD  FILMES-LOG.
       01  FILMES-LOG-REG.
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

       FD  RELATORIO.
       01  RELATORIO-REG          PIC X(100).
       77  OPERADORES-STATUS       PIC 9(002).
       77  WRK-OPERADOR            PIC X(008).
       77  COPIAS-STATUS           PIC 9(002).
       77  TRANSF-STATUS           PIC 9(002).
       77  WRK-SEM-TRANSF          PIC 9(001) VALUES ZEROS.
       77  WRK-TRF-ABERTA          PIC 9(001) VALUES ZEROS.
       77  WRK-SEM-COPIAS          PIC 9(001) VALUES ZEROS.
       77  WRK-COP-FIM             PIC 9(001) VALUES ZEROS.
       77  WRK-COP-PROX-NUMERO     PIC 9(003) VALUES ZEROS.
           05  WRK-COP-MIDIA       PIC X(003).
           05  WRK-COP-CONDICAO    PIC X(001).
           05  WRK-COP-SITUACAO    PIC X(001).
           05  WRK-COP-FILIAL      PIC X(008).

       01  WRK-TAB-GRUPO.
           05  WRK-GM OCCURS 20 TIMES INDEXED BY IDX-GM.
               MOVE 1 TO WRK-SEM-COPIAS
           END-IF.

           OPEN INPUT TRANSFERENCIAS.
           IF TRANSF-STATUS NOT EQUAL 0
               MOVE 1 TO WRK-SEM-TRANSF
           END-IF.

           OPEN EXTEND FILMES-LOG.
           IF LOG-STATUS EQUAL 35
               OPEN OUTPUT FILMES-LOG
               EXIT SECTION
           END-IF.

           MOVE 0 TO WRK-TRF-ABERTA.
           IF WRK-SEM-TRANSF EQUAL 0
               PERFORM 0660-VERIFICAR-TRANSF
           END-IF.

           IF WRK-TRF-ABERTA EQUAL 1
               DISPLAY "CODFILME " WRK-GM-CODFILME(IDX-GM)
                   " COM TRANSFERENCIA EM ABERTO, NAO EXCLUIDO"
               EXIT SECTION
           END-IF.

           MOVE WRK-GM-CODFILME(IDX-GM) TO CODFILME.
           READ FILMES
               INVALID KEY
                   MOVE DURACAO       TO LOG-DURACAO-ANT
                   MOVE DISTRIBUIDORA TO LOG-DISTRIBUIDORA-ANT
                   MOVE NOTA          TO LOG-NOTA-ANT
                   MOVE ANO-LANCAMENTO TO LOG-ANO-LANCAMENTO-ANT
                   MOVE MIDIA         TO LOG-MIDIA-ANT
                   MOVE SITUACAO      TO LOG-SITUACAO-ANT
                   DELETE FILMES
                       INVALID KEY
                           DISPLAY "CODFILME " WRK-GM-CODFILME(IDX-GM)
               END-PERFORM
           END-IF.

       0660-VERIFICAR-TRANSF       SECTION.
           MOVE 0 TO TRF-NUMERO.
           START TRANSFERENCIAS KEY IS NOT LESS THAN TRANSF-CHAVE
               INVALID KEY
                   MOVE 10 TO TRANSF-STATUS
           END-START.

           IF TRANSF-STATUS EQUAL 0
               READ TRANSFERENCIAS NEXT RECORD
                   AT END MOVE 10 TO TRANSF-STATUS
               END-READ
               PERFORM UNTIL TRANSF-STATUS EQUAL 10
                   OR WRK-TRF-ABERTA EQUAL 1
                   IF TRF-CODFILME EQUAL WRK-GM-CODFILME(IDX-GM) AND
                      (TRF-SITUACAO EQUAL 'S' OR
                       TRF-SITUACAO EQUAL 'E')
                       MOVE 1 TO WRK-TRF-ABERTA
                   ELSE
                       READ TRANSFERENCIAS NEXT RECORD
                           AT END MOVE 10 TO TRANSF-STATUS
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

       0700-GRAVAR-LOG             SECTION.
           MOVE FUNCTION CURRENT-DATE TO LOG-DATA-HORA.
           MOVE 'EXCLUIR'     TO LOG-OPERACAO.
           MOVE SPACES        TO LOG-DISTRIBUIDORA-NOVO.
           MOVE 0             TO LOG-NOTA-NOVO.
           MOVE WRK-OPERADOR  TO LOG-OPERADOR.
           MOVE 0             TO LOG-ANO-LANCAMENTO-NOVO.
           MOVE SPACES        TO LOG-MIDIA-NOVO.
           MOVE SPACES        TO LOG-SITUACAO-NOVO.
           MOVE SPACES        TO LOG-APROVADOR.
           WRITE FILMES-LOG-REG.

       0800-TRANSFERIR-COPIAS      SECTION.
                   MOVE COP-MIDIA    TO WRK-COP-MIDIA
                   MOVE COP-CONDICAO TO WRK-COP-CONDICAO
                   MOVE COP-SITUACAO TO WRK-COP-SITUACAO
                   MOVE COP-FILIAL   TO WRK-COP-FILIAL
                   DELETE COPIAS
                       INVALID KEY
                           MOVE 1 TO WRK-COP-FIM
                           MOVE WRK-COP-MIDIA       TO COP-MIDIA
                           MOVE WRK-COP-CONDICAO    TO COP-CONDICAO
                           MOVE WRK-COP-SITUACAO    TO COP-SITUACAO
                           MOVE WRK-COP-FILIAL      TO COP-FILIAL
                           WRITE COPIAS-REG
                               INVALID KEY
                                   DISPLAY "COPIA NAO TRANSFERIDA "
           IF WRK-SEM-COPIAS EQUAL 0
               CLOSE COPIAS
           END-IF.
           IF WRK-SEM-TRANSF EQUAL 0
               CLOSE TRANSFERENCIAS
           END-IF.
           CLOSE FILMES-LOG.

           MOVE SPACES TO RELATORIO-REG.

       IDENTIFICATION              DIVISION.
       PROGRAM-ID. TRANSF.
      *=================================================================
      *==  OBJETIVO: TRANSFERENCIAS DE COPIAS PENDENTES - LE AS ORDENS
      *==            DE TRANSFERENCIA (TRANSFERENCIAS.dat) E RELATA EM
      *==            TRANSF.prn AS COPIAS EM TRANSITO HA MAIS DE N DIAS
      *==            (E, A CRITERIO DO OPERADOR, AS SOLICITACOES AINDA
      *==            NAO ENVIADAS HA MAIS DE N DIAS)
      *==  AUTOR: GABRIEL CARVALHO
      *=================================================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT TRANSFERENCIAS
               ASSIGN TO "..\dados\TRANSFERENCIAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRANSF-STATUS
               RECORD KEY IS TRANSF-CHAVE.

           SELECT FILMES ASSIGN TO "..\dados\FILMES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE.

           SELECT RELATORIO ASSIGN TO "..\dados\TRANSF.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.

           SELECT TRAVA ASSIGN TO "..\dados\TRAVA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAVA-STATUS.

       DATA                        DIVISION.
       FILE                        SECTION.
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

       FD  FILMES.
       01  FILMES-REG.
           05  FILMES-CHAVE.
               10  CODFILME    PIC 9(005).
           05  TITULO          PIC X(030).
           05  GENERO          PIC X(008).
           05  DURACAO         PIC 9(003).
           05  DISTRIBUIDORA   PIC X(015).
           05  NOTA            PIC 9(002).
           05  ANO-LANCAMENTO  PIC 9(004).
           05  MIDIA           PIC X(003).
           05  SITUACAO        PIC X(001).

       FD  RELATORIO.
       01  RELATORIO-REG           PIC X(100).

       FD  TRAVA.
       01  TRAVA-REG.
           05  TRAVA-ONLINE        PIC X(001).
           05  TRAVA-BATCH         PIC X(001).
           05  TRAVA-DATA-HORA     PIC X(021).

       WORKING-STORAGE             SECTION.
       77  TRAVA-STATUS            PIC 9(002).
       77  WRK-TRAVA-RESP          PIC X(001).

       01  WRK-TRAVA-REG.
           05  WRK-TRAVA-ONLINE        PIC X(001).
           05  WRK-TRAVA-BATCH         PIC X(001).
           05  WRK-TRAVA-DATA-HORA     PIC X(021).

       77  TRANSF-STATUS           PIC 9(002).
       77  FILMES-STATUS           PIC 9(002).
       77  RELATORIO-STATUS        PIC 9(002).
       77  WRK-DIAS-LIMITE         PIC 9(003) VALUES ZEROS.
       77  WRK-INCLUIR-SOLIC       PIC X(001).
       77  WRK-DATA-HOJE           PIC 9(008) VALUES ZEROS.
       77  WRK-DIA-HOJE            PIC 9(007) VALUES ZEROS.
       77  WRK-DATA-REF            PIC 9(008) VALUES ZEROS.
       77  WRK-DIAS-PARADA         PIC S9(007) VALUES ZEROS.
       77  WRK-FIM                 PIC 9(001) VALUES ZEROS.
       77  WRK-LIDAS               PIC 9(007) VALUES ZEROS.
       77  WRK-EM-TRANSITO         PIC 9(007) VALUES ZEROS.
       77  WRK-ATRASADAS           PIC 9(007) VALUES ZEROS.
       77  WRK-SOLIC-PARADAS       PIC 9(007) VALUES ZEROS.
       77  WRK-LIDAS-ED            PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-EM-TRANSITO-ED      PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-ATRASADAS-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-SOLIC-PARADAS-ED    PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-DIAS-ED             PIC ZZZ.ZZ9 VALUES ZEROS.

       PROCEDURE                   DIVISION.
       0001-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-ORDEM
               UNTIL WRK-FIM EQUAL 1.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0050-VERIFICAR-TRAVA        SECTION.
           PERFORM 0060-LER-TRAVA.
           IF WRK-TRAVA-ONLINE EQUAL 'S'
               DISPLAY "CATALOGO EM USO POR SESSAO ONLINE (MAIN)."
               DISPLAY "PROSSEGUIR SOMENTE COM AVAL DO SUPERVISOR,"
               DISPLAY "SE A SESSAO CAIU. PROSSEGUIR? (S/N): "
               ACCEPT WRK-TRAVA-RESP
               IF WRK-TRAVA-RESP NOT EQUAL 'S' AND
                  WRK-TRAVA-RESP NOT EQUAL 's'
                   DISPLAY "EXECUCAO ABANDONADA"
                   STOP RUN
               END-IF
               MOVE 'N' TO WRK-TRAVA-ONLINE
           END-IF.
           IF WRK-TRAVA-BATCH EQUAL 'S'
               DISPLAY "OUTRO LOTE JA MARCADO COMO EM EXECUCAO."
               DISPLAY "PROSSEGUIR MESMO ASSIM? (S/N): "
               ACCEPT WRK-TRAVA-RESP
               IF WRK-TRAVA-RESP NOT EQUAL 'S' AND
                  WRK-TRAVA-RESP NOT EQUAL 's'
                   DISPLAY "EXECUCAO ABANDONADA"
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'S' TO WRK-TRAVA-BATCH.
           PERFORM 0070-GRAVAR-TRAVA.

       0060-LER-TRAVA              SECTION.
           OPEN INPUT TRAVA.
           IF TRAVA-STATUS EQUAL 0
               READ TRAVA INTO WRK-TRAVA-REG
                   AT END MOVE SPACES TO WRK-TRAVA-REG
               END-READ
               CLOSE TRAVA
           ELSE
               MOVE SPACES TO WRK-TRAVA-REG
           END-IF.

       0070-GRAVAR-TRAVA           SECTION.
           CLOSE TRAVA.
           OPEN OUTPUT TRAVA.
           MOVE FUNCTION CURRENT-DATE TO WRK-TRAVA-DATA-HORA.
           MOVE WRK-TRAVA-REG TO TRAVA-REG.
           WRITE TRAVA-REG.
           CLOSE TRAVA.

       0080-ABANDONAR              SECTION.
           PERFORM 0060-LER-TRAVA.
           MOVE 'N' TO WRK-TRAVA-BATCH.
           PERFORM 0070-GRAVAR-TRAVA.
           STOP RUN.

       0100-INICIALIZAR            SECTION.
           DISPLAY "DIAS EM TRANSITO PARA RELATAR (0 = 5 DIAS): ".
           ACCEPT WRK-DIAS-LIMITE.
           IF WRK-DIAS-LIMITE EQUAL 0
               MOVE 5 TO WRK-DIAS-LIMITE
           END-IF.

           MOVE SPACES TO WRK-INCLUIR-SOLIC.
           DISPLAY "INCLUIR SOLICITACOES NAO ENVIADAS? (S/N): ".
           ACCEPT WRK-INCLUIR-SOLIC.
           IF WRK-INCLUIR-SOLIC EQUAL 's'
               MOVE 'S' TO WRK-INCLUIR-SOLIC
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).

           PERFORM 0050-VERIFICAR-TRAVA.

           OPEN INPUT TRANSFERENCIAS.
           IF TRANSF-STATUS EQUAL 35
               DISPLAY "TRANSFERENCIAS.dat INEXISTENTE, NADA A RELATAR"
               MOVE 1 TO WRK-FIM
           ELSE
               IF TRANSF-STATUS NOT EQUAL 0
                   DISPLAY "ERRO AO ABRIR TRANSFERENCIAS.dat: "
                       TRANSF-STATUS
                   PERFORM 0080-ABANDONAR
               END-IF
           END-IF.

           OPEN INPUT FILMES.
           IF FILMES-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR FILMES.dat: " FILMES-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR TRANSF.prn: " RELATORIO-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE WRK-DIAS-LIMITE TO WRK-DIAS-ED.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'TRANSFERENCIAS PENDENTES HA MAIS DE '
                      DELIMITED BY SIZE
                  WRK-DIAS-ED DELIMITED BY SIZE
                  ' DIAS - POSICAO EM: ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
               INTO RELATORIO-REG.
           WRITE RELATORIO-REG.
           MOVE SPACES TO RELATORIO-REG.
           WRITE RELATORIO-REG.
           MOVE 'NUMERO FILME TITULO                         COP ORIGEM'
               TO RELATORIO-REG.
           MOVE ' DESTINO  S DATA        DIAS'
               TO RELATORIO-REG (57:28).
           WRITE RELATORIO-REG.

           IF WRK-FIM EQUAL 0
               MOVE 0 TO TRF-NUMERO
               START TRANSFERENCIAS KEY IS NOT LESS THAN TRANSF-CHAVE
                   INVALID KEY
                       MOVE 1 TO WRK-FIM
               END-START
           END-IF.
           IF WRK-FIM EQUAL 0
               READ TRANSFERENCIAS NEXT RECORD
                   AT END MOVE 1 TO WRK-FIM
               END-READ
           END-IF.

       0200-PROCESSAR-ORDEM        SECTION.
           ADD 1 TO WRK-LIDAS.
           MOVE 0 TO WRK-DATA-REF.

           IF TRF-SITUACAO EQUAL 'E'
               ADD 1 TO WRK-EM-TRANSITO
               MOVE TRF-DATA-ENVIO TO WRK-DATA-REF
           ELSE
               IF TRF-SITUACAO EQUAL 'S' AND
                  WRK-INCLUIR-SOLIC EQUAL 'S'
                   MOVE TRF-DATA-SOLIC TO WRK-DATA-REF
               END-IF
           END-IF.

           IF WRK-DATA-REF GREATER THAN 0
               COMPUTE WRK-DIAS-PARADA = WRK-DIA-HOJE -
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-REF)
               IF WRK-DIAS-PARADA GREATER THAN WRK-DIAS-LIMITE
                   IF TRF-SITUACAO EQUAL 'E'
                       ADD 1 TO WRK-ATRASADAS
                   ELSE
                       ADD 1 TO WRK-SOLIC-PARADAS
                   END-IF
                   PERFORM 0250-RELATAR-ORDEM
               END-IF
           END-IF.

           READ TRANSFERENCIAS NEXT RECORD
               AT END MOVE 1 TO WRK-FIM
           END-READ.

       0250-RELATAR-ORDEM          SECTION.
           MOVE TRF-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   MOVE '*** FILME NAO CADASTRADO ***' TO TITULO
           END-READ.

           MOVE WRK-DIAS-PARADA TO WRK-DIAS-ED.
           MOVE SPACES TO RELATORIO-REG.
           STRING TRF-NUMERO     DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  TRF-CODFILME   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  TITULO         DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  TRF-COPIA      DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  TRF-ORIGEM     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  TRF-DESTINO    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  TRF-SITUACAO   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WRK-DATA-REF   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WRK-DIAS-ED    DELIMITED BY SIZE
               INTO RELATORIO-REG.
           WRITE RELATORIO-REG.

       0300-FINALIZAR              SECTION.
           IF TRANSF-STATUS NOT EQUAL 35
               CLOSE TRANSFERENCIAS
           END-IF.
           CLOSE FILMES.

           MOVE WRK-ATRASADAS     TO WRK-ATRASADAS-ED.
           MOVE WRK-SOLIC-PARADAS TO WRK-SOLIC-PARADAS-ED.

           MOVE SPACES TO RELATORIO-REG.
           WRITE RELATORIO-REG.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'EM TRANSITO ALEM DO PRAZO.: ' DELIMITED BY SIZE
                  WRK-ATRASADAS-ED DELIMITED BY SIZE
               INTO RELATORIO-REG.
           WRITE RELATORIO-REG.
           IF WRK-INCLUIR-SOLIC EQUAL 'S'
               MOVE SPACES TO RELATORIO-REG
               STRING 'SOLICITADAS NAO ENVIADAS..: ' DELIMITED BY SIZE
                      WRK-SOLIC-PARADAS-ED DELIMITED BY SIZE
                   INTO RELATORIO-REG
               WRITE RELATORIO-REG
           END-IF.
           CLOSE RELATORIO.

           MOVE WRK-LIDAS       TO WRK-LIDAS-ED.
           MOVE WRK-EM-TRANSITO TO WRK-EM-TRANSITO-ED.

           DISPLAY "===================================".
           DISPLAY "TRANSFERENCIAS PENDENTES CONCLUIDO".
           DISPLAY "ORDENS LIDAS.........: " WRK-LIDAS-ED.
           DISPLAY "EM TRANSITO..........: " WRK-EM-TRANSITO-ED.
           DISPLAY "ALEM DO PRAZO........: " WRK-ATRASADAS-ED.
           IF WRK-INCLUIR-SOLIC EQUAL 'S'
               DISPLAY "SOLIC. NAO ENVIADAS..: " WRK-SOLIC-PARADAS-ED
           END-IF.
           DISPLAY "ARQUIVO GERADO EM....: ..\dados\TRANSF.prn".
           DISPLAY "===================================".

           PERFORM 0060-LER-TRAVA.
           MOVE 'N' TO WRK-TRAVA-BATCH.
           PERFORM 0070-GRAVAR-TRAVA.

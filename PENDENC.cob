       IDENTIFICATION              DIVISION.
       PROGRAM-ID. PENDENC.
      *=================================================================
      *==  OBJETIVO: ENVELHECIMENTO DAS PROPOSTAS DE ALTERACAO - LE AS
      *==            PROPOSTAS DE OPERADORES (PENDENCIAS.dat) E RELATA
      *==            EM PENDENC.prn AS QUE AGUARDAM DECISAO DO
      *==            SUPERVISOR HA MAIS DE N DIAS
      *==  AUTOR: GABRIEL CARVALHO
      *=================================================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PENDENCIAS ASSIGN TO "..\dados\PENDENCIAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PENDENCIAS-STATUS
               RECORD KEY IS PEN-CHAVE
               ALTERNATE RECORD KEY IS PEN-CODFILME WITH DUPLICATES.

           SELECT RELATORIO ASSIGN TO "..\dados\PENDENC.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.

           SELECT TRAVA ASSIGN TO "..\dados\TRAVA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAVA-STATUS.

       DATA                        DIVISION.
       FILE                        SECTION.
       FD  PENDENCIAS.
       01  PENDENCIAS-REG.
           05  PEN-CHAVE.
               10  PEN-NUMERO          PIC 9(006).
           05  PEN-CODFILME            PIC 9(005).
           05  PEN-OPERACAO            PIC X(008).
           05  PEN-SITUACAO            PIC X(001).
           05  PEN-OPERADOR            PIC X(008).
           05  PEN-DATA-HORA           PIC X(021).
           05  PEN-ANTES.
               10  PEN-ANT-TITULO          PIC X(030).
               10  PEN-ANT-GENERO          PIC X(008).
               10  PEN-ANT-DURACAO         PIC 9(003).
               10  PEN-ANT-DISTRIBUIDORA   PIC X(015).
               10  PEN-ANT-NOTA            PIC 9(002).
               10  PEN-ANT-ANO             PIC 9(004).
               10  PEN-ANT-MIDIA           PIC X(003).
               10  PEN-ANT-SITUACAO        PIC X(001).
           05  PEN-PROPOSTO.
               10  PEN-NOV-TITULO          PIC X(030).
               10  PEN-NOV-GENERO          PIC X(008).
               10  PEN-NOV-DURACAO         PIC 9(003).
               10  PEN-NOV-DISTRIBUIDORA   PIC X(015).
               10  PEN-NOV-NOTA            PIC 9(002).
               10  PEN-NOV-ANO             PIC 9(004).
               10  PEN-NOV-MIDIA           PIC X(003).
               10  PEN-NOV-SITUACAO        PIC X(001).
           05  PEN-SUPERVISOR          PIC X(008).
           05  PEN-DATA-DECISAO        PIC X(021).
           05  PEN-MOTIVO              PIC X(030).

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

       77  PENDENCIAS-STATUS       PIC 9(002).
       77  RELATORIO-STATUS        PIC 9(002).
       77  WRK-DIAS-LIMITE         PIC 9(003) VALUES ZEROS.
       77  WRK-DATA-HOJE           PIC 9(008) VALUES ZEROS.
       77  WRK-DIA-HOJE            PIC 9(007) VALUES ZEROS.
       77  WRK-DATA-REF            PIC 9(008) VALUES ZEROS.
       77  WRK-DIAS-PARADA         PIC S9(007) VALUES ZEROS.
       77  WRK-FIM                 PIC 9(001) VALUES ZEROS.
       77  WRK-LIDAS               PIC 9(007) VALUES ZEROS.
       77  WRK-PENDENTES           PIC 9(007) VALUES ZEROS.
       77  WRK-ATRASADAS           PIC 9(007) VALUES ZEROS.
       77  WRK-ATRASADAS-EXC       PIC 9(007) VALUES ZEROS.
       77  WRK-LIDAS-ED            PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-PENDENTES-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-ATRASADAS-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-ATRASADAS-EXC-ED    PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-DIAS-ED             PIC ZZZ.ZZ9 VALUES ZEROS.

       PROCEDURE                   DIVISION.
       0001-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-PENDENCIA
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
           DISPLAY "DIAS PENDENTE PARA RELATAR (0 = 3 DIAS): ".
           ACCEPT WRK-DIAS-LIMITE.
           IF WRK-DIAS-LIMITE EQUAL 0
               MOVE 3 TO WRK-DIAS-LIMITE
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).

           PERFORM 0050-VERIFICAR-TRAVA.

           OPEN INPUT PENDENCIAS.
           IF PENDENCIAS-STATUS EQUAL 35
               DISPLAY "PENDENCIAS.dat INEXISTENTE, NADA A RELATAR"
               MOVE 1 TO WRK-FIM
           ELSE
               IF PENDENCIAS-STATUS NOT EQUAL 0
                   DISPLAY "ERRO AO ABRIR PENDENCIAS.dat: "
                       PENDENCIAS-STATUS
                   PERFORM 0080-ABANDONAR
               END-IF
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR PENDENC.prn: " RELATORIO-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE WRK-DIAS-LIMITE TO WRK-DIAS-ED.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'PROPOSTAS SEM DECISAO HA MAIS DE '
                      DELIMITED BY SIZE
                  WRK-DIAS-ED DELIMITED BY SIZE
                  ' DIAS - POSICAO EM: ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
               INTO RELATORIO-REG.
           WRITE RELATORIO-REG.
           MOVE SPACES TO RELATORIO-REG.
           WRITE RELATORIO-REG.
           MOVE 'NUMERO FILME TITULO'
               TO RELATORIO-REG.
           MOVE 'OPERACAO OPERADOR DATA        DIAS'
               TO RELATORIO-REG (45:34).
           WRITE RELATORIO-REG.

           IF WRK-FIM EQUAL 0
               MOVE 0 TO PEN-NUMERO
               START PENDENCIAS KEY IS NOT LESS THAN PEN-CHAVE
                   INVALID KEY
                       MOVE 1 TO WRK-FIM
               END-START
           END-IF.
           IF WRK-FIM EQUAL 0
               READ PENDENCIAS NEXT RECORD
                   AT END MOVE 1 TO WRK-FIM
               END-READ
           END-IF.

       0200-PROCESSAR-PENDENCIA    SECTION.
           ADD 1 TO WRK-LIDAS.

           IF PEN-SITUACAO EQUAL 'P'
               ADD 1 TO WRK-PENDENTES
               MOVE PEN-DATA-HORA (1:8) TO WRK-DATA-REF
               COMPUTE WRK-DIAS-PARADA = WRK-DIA-HOJE -
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-REF)
               IF WRK-DIAS-PARADA GREATER THAN WRK-DIAS-LIMITE
                   ADD 1 TO WRK-ATRASADAS
                   IF PEN-OPERACAO EQUAL 'EXCLUIR'
                       ADD 1 TO WRK-ATRASADAS-EXC
                   END-IF
                   PERFORM 0250-RELATAR-PENDENCIA
               END-IF
           END-IF.

           READ PENDENCIAS NEXT RECORD
               AT END MOVE 1 TO WRK-FIM
           END-READ.

       0250-RELATAR-PENDENCIA      SECTION.
           MOVE WRK-DIAS-PARADA TO WRK-DIAS-ED.
           MOVE SPACES TO RELATORIO-REG.
           STRING PEN-NUMERO     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  PEN-CODFILME   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  PEN-ANT-TITULO DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  PEN-OPERACAO   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  PEN-OPERADOR   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WRK-DATA-REF   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WRK-DIAS-ED    DELIMITED BY SIZE
               INTO RELATORIO-REG.
           WRITE RELATORIO-REG.

       0300-FINALIZAR              SECTION.
           IF PENDENCIAS-STATUS NOT EQUAL 35
               CLOSE PENDENCIAS
           END-IF.

           MOVE WRK-ATRASADAS     TO WRK-ATRASADAS-ED.
           MOVE WRK-ATRASADAS-EXC TO WRK-ATRASADAS-EXC-ED.

           MOVE SPACES TO RELATORIO-REG.
           WRITE RELATORIO-REG.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'PENDENTES ALEM DO PRAZO...: ' DELIMITED BY SIZE
                  WRK-ATRASADAS-ED DELIMITED BY SIZE
               INTO RELATORIO-REG.
           WRITE RELATORIO-REG.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'DAS QUAIS EXCLUSOES.......: ' DELIMITED BY SIZE
                  WRK-ATRASADAS-EXC-ED DELIMITED BY SIZE
               INTO RELATORIO-REG.
           WRITE RELATORIO-REG.
           CLOSE RELATORIO.

           MOVE WRK-LIDAS     TO WRK-LIDAS-ED.
           MOVE WRK-PENDENTES TO WRK-PENDENTES-ED.

           DISPLAY "===================================".
           DISPLAY "PROPOSTAS PENDENTES CONCLUIDO".
           DISPLAY "PROPOSTAS LIDAS......: " WRK-LIDAS-ED.
           DISPLAY "AGUARDANDO DECISAO...: " WRK-PENDENTES-ED.
           DISPLAY "ALEM DO PRAZO........: " WRK-ATRASADAS-ED.
           DISPLAY "ARQUIVO GERADO EM....: ..\dados\PENDENC.prn".
           DISPLAY "===================================".

           PERFORM 0060-LER-TRAVA.
           MOVE 'N' TO WRK-TRAVA-BATCH.
           PERFORM 0070-GRAVAR-TRAVA.

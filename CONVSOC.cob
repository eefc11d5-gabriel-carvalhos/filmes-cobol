       IDENTIFICATION              DIVISION.
       PROGRAM-ID. CONVSOC.
      *=================================================================
      *==  OBJETIVO: CONVERSAO UNICA DE EMPRESTIMOS.dat (68 BYTES) E
      *==            RESERVAS.dat (33 BYTES) PARA OS LAYOUTS NOVOS COM
      *==            O NUMERO DO SOCIO (EMP-SOCIO / RES-SOCIO).
      *==            DESCARREGA CADA ARQUIVO NO LAYOUT ANTIGO (COPIAS
      *==            EMPRESTIMOS.dat.SEMSOCIO E RESERVAS.dat.SEMSOCIO) E
      *==            OS RECRIA NO LAYOUT NOVO COM SOCIO ZERO (SOCIO NAO
      *==            IDENTIFICADO) NOS REGISTROS EXISTENTES
      *==  AUTOR: GABRIEL CARVALHO
      *=================================================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT EMP-ANT ASSIGN TO "..\dados\EMPRESTIMOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EMP-ANT-STATUS
               RECORD KEY IS ANT-CHAVE
               ALTERNATE RECORD KEY IS ANT-CODFILME WITH DUPLICATES.

           SELECT EMP-SALVAGUARDA
               ASSIGN TO "..\dados\EMPRESTIMOS.dat.SEMSOCIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMP-SALVAGUARDA-STATUS.

           SELECT EMP-ANTIGO
               ASSIGN TO "..\dados\EMPRESTIMOS.dat.SEMSOCIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMP-ANTIGO-STATUS.

           SELECT EMPRESTIMOS ASSIGN TO "..\dados\EMPRESTIMOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EMPRESTIMOS-STATUS
               RECORD KEY IS EMPRESTIMOS-CHAVE
               ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES.

           SELECT RES-ANT ASSIGN TO "..\dados\RESERVAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RES-ANT-STATUS
               RECORD KEY IS RANT-CHAVE.

           SELECT RES-SALVAGUARDA
               ASSIGN TO "..\dados\RESERVAS.dat.SEMSOCIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RES-SALVAGUARDA-STATUS.

           SELECT RES-ANTIGO
               ASSIGN TO "..\dados\RESERVAS.dat.SEMSOCIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RES-ANTIGO-STATUS.

           SELECT RESERVAS ASSIGN TO "..\dados\RESERVAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RESERVAS-STATUS
               RECORD KEY IS RESERVAS-CHAVE.

           SELECT TRAVA ASSIGN TO "..\dados\TRAVA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAVA-STATUS.

       DATA                        DIVISION.
       FILE                        SECTION.
       FD  EMP-ANT.
       01  EMP-ANT-REG.
           05  ANT-CHAVE.
               10  ANT-NUMEMP      PIC 9(005).
           05  ANT-CODFILME        PIC 9(005).
           05  ANT-FILIAL          PIC X(030).
           05  ANT-DATA-SAIDA      PIC 9(008).
           05  ANT-DATA-PREVISTA   PIC 9(008).
           05  ANT-SITUACAO        PIC X(001).
           05  ANT-DATA-DEVOLUCAO  PIC 9(008).
           05  ANT-COPIA           PIC 9(003).

       FD  EMP-SALVAGUARDA.
       01  EMP-SALVAGUARDA-REG PIC X(068).

       FD  EMP-ANTIGO.
       01  EMP-ANTIGO-REG.
           05  ANTIGO-NUMEMP          PIC 9(005).
           05  ANTIGO-CODFILME        PIC 9(005).
           05  ANTIGO-FILIAL          PIC X(030).
           05  ANTIGO-DATA-SAIDA      PIC 9(008).
           05  ANTIGO-DATA-PREVISTA   PIC 9(008).
           05  ANTIGO-SITUACAO        PIC X(001).
           05  ANTIGO-DATA-DEVOLUCAO  PIC 9(008).
           05  ANTIGO-COPIA           PIC 9(003).

       FD  EMPRESTIMOS.
       01  EMPRESTIMOS-REG.
           05  EMPRESTIMOS-CHAVE.
               10  NUMEMP          PIC 9(005).
           05  EMP-CODFILME        PIC 9(005).
           05  EMP-FILIAL          PIC X(030).
           05  EMP-DATA-SAIDA      PIC 9(008).
           05  EMP-DATA-PREVISTA   PIC 9(008).
           05  EMP-SITUACAO        PIC X(001).
           05  EMP-DATA-DEVOLUCAO  PIC 9(008).
           05  EMP-COPIA           PIC 9(003).
           05  EMP-SOCIO           PIC 9(006).

       FD  RES-ANT.
       01  RES-ANT-REG.
           05  RANT-CHAVE.
               10  RANT-CODFILME   PIC 9(005).
               10  RANT-SEQ        PIC 9(003).
           05  RANT-FILIAL         PIC X(008).
           05  RANT-DATA           PIC 9(008).
           05  RANT-VALIDADE       PIC 9(008).
           05  RANT-SITUACAO       PIC X(001).

       FD  RES-SALVAGUARDA.
       01  RES-SALVAGUARDA-REG PIC X(033).

       FD  RES-ANTIGO.
       01  RES-ANTIGO-REG.
           05  RANTIGO-CODFILME       PIC 9(005).
           05  RANTIGO-SEQ            PIC 9(003).
           05  RANTIGO-FILIAL         PIC X(008).
           05  RANTIGO-DATA           PIC 9(008).
           05  RANTIGO-VALIDADE       PIC 9(008).
           05  RANTIGO-SITUACAO       PIC X(001).

       FD  RESERVAS.
       01  RESERVAS-REG.
           05  RESERVAS-CHAVE.
               10  RES-CODFILME    PIC 9(005).
               10  RES-SEQ         PIC 9(003).
           05  RES-FILIAL          PIC X(008).
           05  RES-DATA            PIC 9(008).
           05  RES-VALIDADE        PIC 9(008).
           05  RES-SITUACAO        PIC X(001).
           05  RES-SOCIO           PIC 9(006).

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

       77  EMP-ANT-STATUS          PIC 9(002).
       77  EMP-SALVAGUARDA-STATUS  PIC 9(002).
       77  EMP-ANTIGO-STATUS       PIC 9(002).
       77  EMPRESTIMOS-STATUS      PIC 9(002).
       77  RES-ANT-STATUS          PIC 9(002).
       77  RES-SALVAGUARDA-STATUS  PIC 9(002).
       77  RES-ANTIGO-STATUS       PIC 9(002).
       77  RESERVAS-STATUS         PIC 9(002).
       77  WRK-SEM-RESERVAS        PIC 9(001) VALUES ZEROS.
       77  WRK-DESCARREGADOS   PIC 9(007) VALUES ZEROS.
       77  WRK-DESCARREGADOS-ED PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-EMP-CONVERTIDOS     PIC 9(007) VALUES ZEROS.
       77  WRK-EMP-CONVERTIDOS-ED  PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-RES-CONVERTIDOS     PIC 9(007) VALUES ZEROS.
       77  WRK-RES-CONVERTIDOS-ED  PIC ZZZ.ZZ9 VALUES ZEROS.

       PROCEDURE                   DIVISION.
       0001-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONVERTER-EMPRESTIMO
               UNTIL EMP-ANTIGO-STATUS EQUAL 10.
           CLOSE EMP-ANTIGO.
           CLOSE EMPRESTIMOS.
           PERFORM 0150-PREPARAR-RESERVAS.
           IF WRK-SEM-RESERVAS EQUAL 0
               PERFORM 0250-CONVERTER-RESERVA
                   UNTIL RES-ANTIGO-STATUS EQUAL 10
               CLOSE RES-ANTIGO
               CLOSE RESERVAS
           END-IF.
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
           DISPLAY "CONVERSAO DE EMPRESTIMOS.dat E RESERVAS.dat PARA".
           DISPLAY "O LAYOUT COM NUMERO DO SOCIO. CONFIRMA? (S/N): ".
           ACCEPT WRK-TRAVA-RESP.
           IF WRK-TRAVA-RESP NOT EQUAL 'S' AND
              WRK-TRAVA-RESP NOT EQUAL 's'
               DISPLAY "OPERACAO CANCELADA"
               STOP RUN
           END-IF.

           PERFORM 0050-VERIFICAR-TRAVA.

           PERFORM 0120-DESCARREGAR-EMPRESTIMOS.

           OPEN INPUT EMP-ANTIGO.
           IF EMP-ANTIGO-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR EMPRESTIMOS.dat.SEMSOCIO: "
                   EMP-ANTIGO-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN OUTPUT EMPRESTIMOS.
           IF EMPRESTIMOS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO RECRIAR EMPRESTIMOS.dat: "
                   EMPRESTIMOS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           READ EMP-ANTIGO.

       0120-DESCARREGAR-EMPRESTIMOS SECTION.
           OPEN INPUT EMP-ANT.
           IF EMP-ANT-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR EMPRESTIMOS.dat NO LAYOUT "
                   "ANTIGO: " EMP-ANT-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN OUTPUT EMP-SALVAGUARDA.
           IF EMP-SALVAGUARDA-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR EMPRESTIMOS.dat.SEMSOCIO: "
                   EMP-SALVAGUARDA-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE 0 TO WRK-DESCARREGADOS.
           READ EMP-ANT.
           PERFORM 0130-COPIAR-EMPRESTIMO
               UNTIL EMP-ANT-STATUS EQUAL 10.

           CLOSE EMP-ANT.
           CLOSE EMP-SALVAGUARDA.

           MOVE WRK-DESCARREGADOS TO WRK-DESCARREGADOS-ED.
           DISPLAY "EMPRESTIMOS DESCARREGADOS: "
               WRK-DESCARREGADOS-ED.
           DISPLAY "COPIA ANTIGA GUARDADA EM.: "
               "..\dados\EMPRESTIMOS.dat.SEMSOCIO".

       0130-COPIAR-EMPRESTIMO      SECTION.
           MOVE EMP-ANT-REG TO EMP-SALVAGUARDA-REG.
           WRITE EMP-SALVAGUARDA-REG.
           ADD 1 TO WRK-DESCARREGADOS.

           READ EMP-ANT.

       0150-PREPARAR-RESERVAS      SECTION.
           OPEN INPUT RES-ANT.
           IF RES-ANT-STATUS EQUAL 35
               DISPLAY "RESERVAS.dat INEXISTENTE, NADA A CONVERTER"
               MOVE 1 TO WRK-SEM-RESERVAS
               EXIT SECTION
           END-IF.
           IF RES-ANT-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR RESERVAS.dat NO LAYOUT "
                   "ANTIGO: " RES-ANT-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN OUTPUT RES-SALVAGUARDA.
           IF RES-SALVAGUARDA-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR RESERVAS.dat.SEMSOCIO: "
                   RES-SALVAGUARDA-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE 0 TO WRK-DESCARREGADOS.
           READ RES-ANT.
           PERFORM 0160-COPIAR-RESERVA
               UNTIL RES-ANT-STATUS EQUAL 10.

           CLOSE RES-ANT.
           CLOSE RES-SALVAGUARDA.

           MOVE WRK-DESCARREGADOS TO WRK-DESCARREGADOS-ED.
           DISPLAY "RESERVAS DESCARREGADAS...: "
               WRK-DESCARREGADOS-ED.
           DISPLAY "COPIA ANTIGA GUARDADA EM.: "
               "..\dados\RESERVAS.dat.SEMSOCIO".

           OPEN INPUT RES-ANTIGO.
           IF RES-ANTIGO-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR RESERVAS.dat.SEMSOCIO: "
                   RES-ANTIGO-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN OUTPUT RESERVAS.
           IF RESERVAS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO RECRIAR RESERVAS.dat: "
                   RESERVAS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           READ RES-ANTIGO.

       0160-COPIAR-RESERVA         SECTION.
           MOVE RES-ANT-REG TO RES-SALVAGUARDA-REG.
           WRITE RES-SALVAGUARDA-REG.
           ADD 1 TO WRK-DESCARREGADOS.

           READ RES-ANT.

       0200-CONVERTER-EMPRESTIMO   SECTION.
           MOVE ANTIGO-NUMEMP          TO NUMEMP.
           MOVE ANTIGO-CODFILME        TO EMP-CODFILME.
           MOVE ANTIGO-FILIAL          TO EMP-FILIAL.
           MOVE ANTIGO-DATA-SAIDA      TO EMP-DATA-SAIDA.
           MOVE ANTIGO-DATA-PREVISTA   TO EMP-DATA-PREVISTA.
           MOVE ANTIGO-SITUACAO        TO EMP-SITUACAO.
           MOVE ANTIGO-DATA-DEVOLUCAO  TO EMP-DATA-DEVOLUCAO.
           MOVE ANTIGO-COPIA           TO EMP-COPIA.
           MOVE 0                      TO EMP-SOCIO.

           WRITE EMPRESTIMOS-REG
               INVALID KEY
                   DISPLAY "DUPLICADO, IGNORADO - NUMEMP: "
                       ANTIGO-NUMEMP
               NOT INVALID KEY
                   ADD 1 TO WRK-EMP-CONVERTIDOS
           END-WRITE.

           READ EMP-ANTIGO.

       0250-CONVERTER-RESERVA      SECTION.
           MOVE RANTIGO-CODFILME       TO RES-CODFILME.
           MOVE RANTIGO-SEQ            TO RES-SEQ.
           MOVE RANTIGO-FILIAL         TO RES-FILIAL.
           MOVE RANTIGO-DATA           TO RES-DATA.
           MOVE RANTIGO-VALIDADE       TO RES-VALIDADE.
           MOVE RANTIGO-SITUACAO       TO RES-SITUACAO.
           MOVE 0                      TO RES-SOCIO.

           WRITE RESERVAS-REG
               INVALID KEY
                   DISPLAY "DUPLICADA, IGNORADA - RESERVA: "
                       RANTIGO-CODFILME "/" RANTIGO-SEQ
               NOT INVALID KEY
                   ADD 1 TO WRK-RES-CONVERTIDOS
           END-WRITE.

           READ RES-ANTIGO.

       0300-FINALIZAR              SECTION.
           MOVE WRK-EMP-CONVERTIDOS TO WRK-EMP-CONVERTIDOS-ED.
           MOVE WRK-RES-CONVERTIDOS TO WRK-RES-CONVERTIDOS-ED.

           DISPLAY "===================================".
           DISPLAY "CONVERSAO PARA O LAYOUT COM SOCIO CONCLUIDA".
           DISPLAY "EMPRESTIMOS CONVERTIDOS: " WRK-EMP-CONVERTIDOS-ED.
           DISPLAY "RESERVAS CONVERTIDAS...: " WRK-RES-CONVERTIDOS-ED.
           DISPLAY "COPIAS ANTIGAS.........: "
               "..\dados\*.dat.SEMSOCIO".
           DISPLAY "===================================".

           PERFORM 0060-LER-TRAVA.
           MOVE 'N' TO WRK-TRAVA-BATCH.
           PERFORM 0070-GRAVAR-TRAVA.

       IDENTIFICATION              DIVISION.
       PROGRAM-ID. CONVCOP.
      *=================================================================
      *==  OBJETIVO: CONVERSAO UNICA DE COPIAS.dat (13 BYTES) PARA O
      *==            LAYOUT NOVO COM A FILIAL ONDE A COPIA SE ENCONTRA
      *==            (COP-FILIAL). DESCARREGA O ARQUIVO NO LAYOUT
      *==            ANTIGO (COPIAS.dat.SEMFILIAL) E O RECRIA NO LAYOUT
      *==            NOVO. A FILIAL DE CADA COPIA E A DO SEU EMPRESTIMO
      *==            MAIS RECENTE (SE O OPERADOR ASSIM ESCOLHER) OU A
      *==            FILIAL PADRAO INFORMADA NA EXECUCAO
      *==  AUTOR: GABRIEL CARVALHO
      *=================================================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT COP-ANT ASSIGN TO "..\dados\COPIAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COP-ANT-STATUS
               RECORD KEY IS ANT-CHAVE.

           SELECT COP-SALVAGUARDA
               ASSIGN TO "..\dados\COPIAS.dat.SEMFILIAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COP-SALVAGUARDA-STATUS.

           SELECT COP-ANTIGO
               ASSIGN TO "..\dados\COPIAS.dat.SEMFILIAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COP-ANTIGO-STATUS.

           SELECT COPIAS ASSIGN TO "..\dados\COPIAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COPIAS-STATUS
               RECORD KEY IS COPIAS-CHAVE.

           SELECT EMPRESTIMOS ASSIGN TO "..\dados\EMPRESTIMOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMPRESTIMOS-STATUS
               RECORD KEY IS EMPRESTIMOS-CHAVE
               ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES.

           SELECT FILIAIS ASSIGN TO "..\dados\FILIAIS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILIAIS-STATUS
               RECORD KEY IS FILIAIS-CHAVE.

           SELECT TRAVA ASSIGN TO "..\dados\TRAVA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAVA-STATUS.

       DATA                        DIVISION.
       FILE                        SECTION.
       FD  COP-ANT.
       01  COP-ANT-REG.
           05  ANT-CHAVE.
               10  ANT-CODFILME    PIC 9(005).
               10  ANT-NUMERO      PIC 9(003).
           05  ANT-MIDIA           PIC X(003).
           05  ANT-CONDICAO        PIC X(001).
           05  ANT-SITUACAO        PIC X(001).

       FD  COP-SALVAGUARDA.
       01  COP-SALVAGUARDA-REG PIC X(013).

       FD  COP-ANTIGO.
       01  COP-ANTIGO-REG.
           05  ANTIGO-CODFILME        PIC 9(005).
           05  ANTIGO-NUMERO          PIC 9(003).
           05  ANTIGO-MIDIA           PIC X(003).
           05  ANTIGO-CONDICAO        PIC X(001).
           05  ANTIGO-SITUACAO        PIC X(001).

       FD  COPIAS.
       01  COPIAS-REG.
           05  COPIAS-CHAVE.
               10  COP-CODFILME    PIC 9(005).
               10  COP-NUMERO      PIC 9(003).
           05  COP-MIDIA           PIC X(003).
           05  COP-CONDICAO        PIC X(001).
           05  COP-SITUACAO        PIC X(001).
           05  COP-FILIAL          PIC X(008).

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

       FD  FILIAIS.
       01  FILIAIS-REG.
           05  FILIAIS-CHAVE.
               10  FILIAL-COD         PIC X(008).
           05  FILIAL-NOME            PIC X(030).
           05  FILIAL-ENDERECO        PIC X(040).
           05  FILIAL-TELEFONE        PIC X(015).
           05  FILIAL-MAX-EMP         PIC 9(003).

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

       77  COP-ANT-STATUS          PIC 9(002).
       77  COP-SALVAGUARDA-STATUS  PIC 9(002).
       77  COP-ANTIGO-STATUS       PIC 9(002).
       77  COPIAS-STATUS           PIC 9(002).
       77  EMPRESTIMOS-STATUS      PIC 9(002).
       77  FILIAIS-STATUS          PIC 9(002).
       77  WRK-FILIAL-PADRAO       PIC X(008).
       77  WRK-USAR-EMPRESTIMO     PIC X(001).
       77  WRK-SEM-EMPRESTIMOS     PIC 9(001) VALUES ZEROS.
       77  WRK-ULT-DATA            PIC 9(008) VALUES ZEROS.
       77  WRK-ULT-FILIAL          PIC X(008).
       77  WRK-DESCARREGADOS       PIC 9(007) VALUES ZEROS.
       77  WRK-DESCARREGADOS-ED    PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-CONVERTIDAS         PIC 9(007) VALUES ZEROS.
       77  WRK-CONVERTIDAS-ED      PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-POR-EMPRESTIMO      PIC 9(007) VALUES ZEROS.
       77  WRK-POR-EMPRESTIMO-ED   PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-POR-PADRAO          PIC 9(007) VALUES ZEROS.
       77  WRK-POR-PADRAO-ED       PIC ZZZ.ZZ9 VALUES ZEROS.

       PROCEDURE                   DIVISION.
       0001-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONVERTER-COPIA
               UNTIL COP-ANTIGO-STATUS EQUAL 10.
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
           DISPLAY "CONVERSAO DE COPIAS.dat PARA O LAYOUT COM A".
           DISPLAY "FILIAL DA COPIA. CONFIRMA? (S/N): ".
           ACCEPT WRK-TRAVA-RESP.
           IF WRK-TRAVA-RESP NOT EQUAL 'S' AND
              WRK-TRAVA-RESP NOT EQUAL 's'
               DISPLAY "OPERACAO CANCELADA"
               STOP RUN
           END-IF.

           MOVE SPACES TO WRK-FILIAL-PADRAO.
           DISPLAY "FILIAL PADRAO DAS COPIAS: ".
           ACCEPT WRK-FILIAL-PADRAO.

           OPEN INPUT FILIAIS.
           IF FILIAIS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR FILIAIS.dat: " FILIAIS-STATUS
               STOP RUN
           END-IF.
           MOVE WRK-FILIAL-PADRAO TO FILIAL-COD.
           READ FILIAIS KEY IS FILIAIS-CHAVE
               INVALID KEY
                   DISPLAY "FILIAL INVALIDA: " WRK-FILIAL-PADRAO
                   CLOSE FILIAIS
                   STOP RUN
           END-READ.
           CLOSE FILIAIS.

           MOVE SPACES TO WRK-USAR-EMPRESTIMO.
           DISPLAY "USAR A FILIAL DO EMPRESTIMO MAIS RECENTE DA".
           DISPLAY "COPIA, QUANDO HOUVER? (S/N): ".
           ACCEPT WRK-USAR-EMPRESTIMO.
           IF WRK-USAR-EMPRESTIMO EQUAL 's'
               MOVE 'S' TO WRK-USAR-EMPRESTIMO
           END-IF.

           PERFORM 0050-VERIFICAR-TRAVA.

           PERFORM 0120-DESCARREGAR-COPIAS.

           IF WRK-USAR-EMPRESTIMO EQUAL 'S'
               OPEN INPUT EMPRESTIMOS
               IF EMPRESTIMOS-STATUS NOT EQUAL 0
                   DISPLAY "EMPRESTIMOS.dat INDISPONIVEL, USANDO "
                       "SOMENTE A FILIAL PADRAO"
                   MOVE 1 TO WRK-SEM-EMPRESTIMOS
               END-IF
           ELSE
               MOVE 1 TO WRK-SEM-EMPRESTIMOS
           END-IF.

           OPEN INPUT COP-ANTIGO.
           IF COP-ANTIGO-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR COPIAS.dat.SEMFILIAL: "
                   COP-ANTIGO-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN OUTPUT COPIAS.
           IF COPIAS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO RECRIAR COPIAS.dat: "
                   COPIAS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           READ COP-ANTIGO.

       0120-DESCARREGAR-COPIAS     SECTION.
           OPEN INPUT COP-ANT.
           IF COP-ANT-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR COPIAS.dat NO LAYOUT "
                   "ANTIGO: " COP-ANT-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN OUTPUT COP-SALVAGUARDA.
           IF COP-SALVAGUARDA-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR COPIAS.dat.SEMFILIAL: "
                   COP-SALVAGUARDA-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE 0 TO WRK-DESCARREGADOS.
           READ COP-ANT.
           PERFORM 0130-COPIAR-COPIA
               UNTIL COP-ANT-STATUS EQUAL 10.

           CLOSE COP-ANT.
           CLOSE COP-SALVAGUARDA.

           MOVE WRK-DESCARREGADOS TO WRK-DESCARREGADOS-ED.
           DISPLAY "COPIAS DESCARREGADAS.....: "
               WRK-DESCARREGADOS-ED.
           DISPLAY "COPIA ANTIGA GUARDADA EM.: "
               "..\dados\COPIAS.dat.SEMFILIAL".

       0130-COPIAR-COPIA           SECTION.
           MOVE COP-ANT-REG TO COP-SALVAGUARDA-REG.
           WRITE COP-SALVAGUARDA-REG.
           ADD 1 TO WRK-DESCARREGADOS.

           READ COP-ANT.

       0200-CONVERTER-COPIA        SECTION.
           MOVE ANTIGO-CODFILME        TO COP-CODFILME.
           MOVE ANTIGO-NUMERO          TO COP-NUMERO.
           MOVE ANTIGO-MIDIA           TO COP-MIDIA.
           MOVE ANTIGO-CONDICAO        TO COP-CONDICAO.
           MOVE ANTIGO-SITUACAO        TO COP-SITUACAO.
           MOVE WRK-FILIAL-PADRAO      TO COP-FILIAL.

           MOVE SPACES TO WRK-ULT-FILIAL.
           IF WRK-SEM-EMPRESTIMOS EQUAL 0
               PERFORM 0250-ULTIMO-EMPRESTIMO
           END-IF.
           IF WRK-ULT-FILIAL NOT EQUAL SPACES
               MOVE WRK-ULT-FILIAL TO COP-FILIAL
           END-IF.

           WRITE COPIAS-REG
               INVALID KEY
                   DISPLAY "DUPLICADA, IGNORADA - COPIA: "
                       ANTIGO-CODFILME "/" ANTIGO-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-CONVERTIDAS
                   IF WRK-ULT-FILIAL NOT EQUAL SPACES
                       ADD 1 TO WRK-POR-EMPRESTIMO
                   ELSE
                       ADD 1 TO WRK-POR-PADRAO
                   END-IF
           END-WRITE.

           READ COP-ANTIGO.

       0250-ULTIMO-EMPRESTIMO      SECTION.
           MOVE 0 TO WRK-ULT-DATA.
           MOVE ANTIGO-CODFILME TO EMP-CODFILME.
           START EMPRESTIMOS KEY IS EQUAL TO EMP-CODFILME
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START.

           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE 10 TO EMPRESTIMOS-STATUS
               END-READ
               PERFORM UNTIL EMPRESTIMOS-STATUS EQUAL 10
                   OR EMP-CODFILME NOT EQUAL ANTIGO-CODFILME
                   IF EMP-COPIA EQUAL ANTIGO-NUMERO AND
                      EMP-DATA-SAIDA NOT LESS THAN WRK-ULT-DATA AND
                      EMP-FILIAL NOT EQUAL SPACES
                       MOVE EMP-DATA-SAIDA     TO WRK-ULT-DATA
                       MOVE EMP-FILIAL (1 : 8) TO WRK-ULT-FILIAL
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
                       AT END MOVE 10 TO EMPRESTIMOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       0300-FINALIZAR              SECTION.
           CLOSE COP-ANTIGO.
           CLOSE COPIAS.
           IF WRK-SEM-EMPRESTIMOS EQUAL 0
               CLOSE EMPRESTIMOS
           END-IF.

           MOVE WRK-CONVERTIDAS    TO WRK-CONVERTIDAS-ED.
           MOVE WRK-POR-EMPRESTIMO TO WRK-POR-EMPRESTIMO-ED.
           MOVE WRK-POR-PADRAO     TO WRK-POR-PADRAO-ED.

           DISPLAY "===================================".
           DISPLAY "CONVERSAO PARA O LAYOUT COM FILIAL CONCLUIDA".
           DISPLAY "COPIAS CONVERTIDAS.....: " WRK-CONVERTIDAS-ED.
           DISPLAY "FILIAL DO EMPRESTIMO...: " WRK-POR-EMPRESTIMO-ED.
           DISPLAY "FILIAL PADRAO..........: " WRK-POR-PADRAO-ED.
           DISPLAY "COPIA ANTIGA...........: "
               "..\dados\COPIAS.dat.SEMFILIAL".
           DISPLAY "===================================".

           PERFORM 0060-LER-TRAVA.
           MOVE 'N' TO WRK-TRAVA-BATCH.
           PERFORM 0070-GRAVAR-TRAVA.

       IDENTIFICATION              DIVISION.
       PROGRAM-ID. SALDOS.
      *=================================================================
      *==  OBJETIVO: SALDOS EM ABERTO POR IDADE E FILIAL - LE AS
      *==            COBRANCAS (COBRANCAS.dat) ATE A DATA DE POSICAO,
      *==            ABATE OS PAGAMENTOS E ABONOS (PAGAMENTOS.dat) DA
      *==            COBRANCA MAIS ANTIGA PARA A MAIS NOVA DE CADA
      *==            EMPRESTIMO E CLASSIFICA O SALDO RESTANTE NAS FAIXAS
      *==            0-30, 31-60, 61-90 E ACIMA DE 90 DIAS NO
      *==            DEMONSTRATIVO SALDOS.prn
      *==  AUTOR: GABRIEL CARVALHO
      *=================================================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT COBRANCAS ASSIGN TO "..\dados\COBRANCAS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COBRANCAS-STATUS.

           SELECT PAGAMENTOS ASSIGN TO "..\dados\PAGAMENTOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PAGAMENTOS-STATUS
               RECORD KEY IS PAGAMENTOS-CHAVE.

           SELECT SALDOS-TRB ASSIGN TO "..\dados\SALDOS.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRB-STATUS
               RECORD KEY IS TRB-CHAVE.

           SELECT FILIAIS ASSIGN TO "..\dados\FILIAIS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILIAIS-STATUS
               RECORD KEY IS FILIAIS-CHAVE.

           SELECT SALDOS ASSIGN TO "..\dados\SALDOS.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SALDOS-STATUS.

           SELECT TRAVA ASSIGN TO "..\dados\TRAVA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAVA-STATUS.

       DATA                        DIVISION.
       FILE                        SECTION.
       FD  COBRANCAS.
       01  COBRANCAS-REG.
           05  COB-DATA            PIC 9(008).
           05  FILLER              PIC X(001).
           05  COB-NUMEMP          PIC 9(005).
           05  FILLER              PIC X(001).
           05  COB-CODFILME        PIC 9(005).
           05  FILLER              PIC X(001).
           05  COB-FILIAL          PIC X(008).
           05  FILLER              PIC X(001).
           05  COB-MIDIA           PIC X(003).
           05  FILLER              PIC X(001).
           05  COB-DIAS            PIC 9(003).
           05  FILLER              PIC X(001).
           05  COB-VALOR-LOCACAO   PIC 9(007)V99.
           05  FILLER              PIC X(001).
           05  COB-DIAS-ATRASO     PIC 9(003).
           05  FILLER              PIC X(001).
           05  COB-VALOR-MULTA     PIC 9(007)V99.
           05  FILLER              PIC X(001).
           05  COB-VALOR-TOTAL     PIC 9(007)V99.
           05  FILLER              PIC X(001).
           05  COB-TIPO            PIC X(001).

       FD  PAGAMENTOS.
       01  PAGAMENTOS-REG.
           05  PAGAMENTOS-CHAVE.
               10  PAG-NUMEMP      PIC 9(005).
               10  PAG-SEQ         PIC 9(003).
           05  PAG-DATA            PIC 9(008).
           05  PAG-TIPO            PIC X(001).
           05  PAG-VALOR           PIC 9(007)V99.
           05  PAG-FILIAL          PIC X(008).
           05  PAG-OPERADOR        PIC X(008).

       FD  SALDOS-TRB.
       01  TRB-REG.
           05  TRB-CHAVE.
               10  TRB-NUMEMP      PIC 9(005).
               10  TRB-DATA        PIC 9(008).
               10  TRB-SEQ         PIC 9(007).
           05  TRB-FILIAL          PIC X(008).
           05  TRB-VALOR           PIC 9(007)V99.

       FD  FILIAIS.
       01  FILIAIS-REG.
           05  FILIAIS-CHAVE.
               10  FILIAL-COD         PIC X(008).
           05  FILIAL-NOME            PIC X(030).
           05  FILIAL-ENDERECO        PIC X(040).
           05  FILIAL-TELEFONE        PIC X(015).
           05  FILIAL-MAX-EMP         PIC 9(003).

       FD  SALDOS.
       01  SALDOS-REG              PIC X(100).

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

       77  COBRANCAS-STATUS        PIC 9(002).
       77  PAGAMENTOS-STATUS       PIC 9(002).
       77  TRB-STATUS              PIC 9(002).
       77  FILIAIS-STATUS          PIC 9(002).
       77  SALDOS-STATUS           PIC 9(002).
       77  WRK-DATA-POSICAO        PIC 9(008) VALUES ZEROS.
       77  WRK-DIA-POSICAO         PIC 9(007) VALUES ZEROS.
       77  WRK-DIAS-ABERTO         PIC S9(007) VALUES ZEROS.
       77  WRK-FIM-COBRANCAS       PIC 9(001) VALUES ZEROS.
       77  WRK-FIM-TRB             PIC 9(001) VALUES ZEROS.
       77  WRK-LIDOS               PIC 9(007) VALUES ZEROS.
       77  WRK-NA-POSICAO          PIC 9(007) VALUES ZEROS.
       77  WRK-EM-ABERTO           PIC 9(007) VALUES ZEROS.
       77  WRK-LIDOS-ED            PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-NA-POSICAO-ED       PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-EM-ABERTO-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-NUMEMP-ATUAL        PIC 9(005) VALUES ZEROS.
       77  WRK-CREDITO             PIC 9(009)V99 VALUES ZEROS.
       77  WRK-ABERTO              PIC 9(009)V99 VALUES ZEROS.
       77  WRK-FAIXA               PIC 9(001) VALUES ZEROS.
       77  WRK-ACHOU               PIC 9(001) VALUES ZEROS.
       77  WRK-QTD-FILIAIS         PIC 9(003) VALUES ZEROS.
       77  WRK-FILIAL-LIMITE       PIC 9(001) VALUES ZEROS.
       77  WRK-QTD-ED              PIC ZZ.ZZ9 VALUES ZEROS.
       77  WRK-VALOR-ED            PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-GERAL         PIC 9(011)V99 VALUES ZEROS.
       77  WRK-FAIXA-GERAL-1       PIC 9(011)V99 VALUES ZEROS.
       77  WRK-FAIXA-GERAL-2       PIC 9(011)V99 VALUES ZEROS.
       77  WRK-FAIXA-GERAL-3       PIC 9(011)V99 VALUES ZEROS.
       77  WRK-FAIXA-GERAL-4       PIC 9(011)V99 VALUES ZEROS.

       01  WRK-TAB-FILIAIS.
           05  WRK-TAB-SD OCCURS 100 TIMES INDEXED BY IDX-SD.
               10  WRK-SD-FILIAL       PIC X(008).
               10  WRK-SD-QTD          PIC 9(005) VALUE ZERO.
               10  WRK-SD-FAIXA-1      PIC 9(009)V99 VALUE ZERO.
               10  WRK-SD-FAIXA-2      PIC 9(009)V99 VALUE ZERO.
               10  WRK-SD-FAIXA-3      PIC 9(009)V99 VALUE ZERO.
               10  WRK-SD-FAIXA-4      PIC 9(009)V99 VALUE ZERO.
               10  WRK-SD-TOTAL        PIC 9(009)V99 VALUE ZERO.

       PROCEDURE                   DIVISION.
       0001-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-COBRANCA
               UNTIL WRK-FIM-COBRANCAS EQUAL 1.
           PERFORM 0250-PREPARAR-SALDOS.
           PERFORM 0260-PROCESSAR-SALDO
               UNTIL WRK-FIM-TRB EQUAL 1.
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
           DISPLAY "DATA DE POSICAO (AAAAMMDD, 0 = HOJE): ".
           ACCEPT WRK-DATA-POSICAO.
           IF WRK-DATA-POSICAO EQUAL 0
               MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-POSICAO
           END-IF.
           IF WRK-DATA-POSICAO (5:2) < '01' OR
              WRK-DATA-POSICAO (5:2) > '12' OR
              WRK-DATA-POSICAO (7:2) < '01' OR
              WRK-DATA-POSICAO (7:2) > '31'
               DISPLAY "DATA INVALIDA"
               STOP RUN
           END-IF.
           COMPUTE WRK-DIA-POSICAO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-POSICAO).

           PERFORM 0050-VERIFICAR-TRAVA.

           OPEN INPUT COBRANCAS.
           IF COBRANCAS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR COBRANCAS.dat: " COBRANCAS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN INPUT PAGAMENTOS.
           IF PAGAMENTOS-STATUS EQUAL 35
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN INPUT PAGAMENTOS
           END-IF.
           IF PAGAMENTOS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR PAGAMENTOS.dat: "
                   PAGAMENTOS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN OUTPUT SALDOS-TRB.
           CLOSE SALDOS-TRB.
           OPEN I-O SALDOS-TRB.
           IF TRB-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR SALDOS.tmp: " TRB-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN INPUT FILIAIS.
           IF FILIAIS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR FILIAIS.dat: " FILIAIS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN OUTPUT SALDOS.
           IF SALDOS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR SALDOS.prn: " SALDOS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE SPACES TO SALDOS-REG.
           STRING 'SALDOS EM ABERTO POR IDADE E FILIAL - POSICAO EM: '
                      DELIMITED BY SIZE
                  WRK-DATA-POSICAO DELIMITED BY SIZE
               INTO SALDOS-REG.
           WRITE SALDOS-REG.

           READ COBRANCAS
               AT END MOVE 1 TO WRK-FIM-COBRANCAS
           END-READ.

      *----------------------------------------------------------------
      *--  1A. PASSADA: COBRANCAS ATE A POSICAO, ORDENADAS POR
      *--  EMPRESTIMO E DATA NO ARQUIVO DE TRABALHO
      *----------------------------------------------------------------
       0200-CARREGAR-COBRANCA      SECTION.
           ADD 1 TO WRK-LIDOS.

           IF COB-DATA NOT GREATER THAN WRK-DATA-POSICAO
              AND COB-VALOR-TOTAL GREATER THAN 0
               ADD 1 TO WRK-NA-POSICAO
               MOVE COB-NUMEMP      TO TRB-NUMEMP
               MOVE COB-DATA        TO TRB-DATA
               MOVE WRK-LIDOS       TO TRB-SEQ
               MOVE COB-FILIAL      TO TRB-FILIAL
               MOVE COB-VALOR-TOTAL TO TRB-VALOR
               WRITE TRB-REG
                   INVALID KEY
                       DISPLAY "COBRANCA DUPLICADA NO TRABALHO: "
                           COB-NUMEMP
               END-WRITE
           END-IF.

           READ COBRANCAS
               AT END MOVE 1 TO WRK-FIM-COBRANCAS
           END-READ.

       0250-PREPARAR-SALDOS        SECTION.
           CLOSE COBRANCAS.
           MOVE 0 TO WRK-NUMEMP-ATUAL.
           MOVE LOW-VALUES TO TRB-CHAVE.
           START SALDOS-TRB KEY IS NOT LESS THAN TRB-CHAVE
               INVALID KEY
                   MOVE 1 TO WRK-FIM-TRB
           END-START.
           IF WRK-FIM-TRB EQUAL 0
               READ SALDOS-TRB NEXT RECORD
                   AT END MOVE 1 TO WRK-FIM-TRB
               END-READ
           END-IF.

      *----------------------------------------------------------------
      *--  2A. PASSADA: PAGAMENTOS ABATEM A COBRANCA MAIS ANTIGA
      *----------------------------------------------------------------
       0260-PROCESSAR-SALDO        SECTION.
           IF TRB-NUMEMP NOT EQUAL WRK-NUMEMP-ATUAL
               MOVE TRB-NUMEMP TO WRK-NUMEMP-ATUAL
               PERFORM 0270-SOMAR-PAGAMENTOS
           END-IF.

           IF WRK-CREDITO NOT LESS THAN TRB-VALOR
               SUBTRACT TRB-VALOR FROM WRK-CREDITO
               MOVE 0 TO WRK-ABERTO
           ELSE
               COMPUTE WRK-ABERTO = TRB-VALOR - WRK-CREDITO
               MOVE 0 TO WRK-CREDITO
           END-IF.

           IF WRK-ABERTO GREATER THAN 0
               ADD 1 TO WRK-EM-ABERTO
               COMPUTE WRK-DIAS-ABERTO = WRK-DIA-POSICAO -
                   FUNCTION INTEGER-OF-DATE (TRB-DATA)
               EVALUATE TRUE
                   WHEN WRK-DIAS-ABERTO NOT GREATER THAN 30
                       MOVE 1 TO WRK-FAIXA
                   WHEN WRK-DIAS-ABERTO NOT GREATER THAN 60
                       MOVE 2 TO WRK-FAIXA
                   WHEN WRK-DIAS-ABERTO NOT GREATER THAN 90
                       MOVE 3 TO WRK-FAIXA
                   WHEN OTHER
                       MOVE 4 TO WRK-FAIXA
               END-EVALUATE
               PERFORM 0280-ACUMULAR-FILIAL
           END-IF.

           READ SALDOS-TRB NEXT RECORD
               AT END MOVE 1 TO WRK-FIM-TRB
           END-READ.

       0270-SOMAR-PAGAMENTOS       SECTION.
           MOVE 0 TO WRK-CREDITO.
           MOVE WRK-NUMEMP-ATUAL TO PAG-NUMEMP.
           MOVE 0 TO PAG-SEQ.
           START PAGAMENTOS KEY IS NOT LESS THAN PAGAMENTOS-CHAVE
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START.

           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
                   AT END MOVE 10 TO PAGAMENTOS-STATUS
               END-READ
               PERFORM UNTIL PAGAMENTOS-STATUS EQUAL 10
                   OR PAG-NUMEMP NOT EQUAL WRK-NUMEMP-ATUAL
                   IF PAG-DATA NOT GREATER THAN WRK-DATA-POSICAO
                       ADD PAG-VALOR TO WRK-CREDITO
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
                       AT END MOVE 10 TO PAGAMENTOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       0280-ACUMULAR-FILIAL        SECTION.
           MOVE 0 TO WRK-ACHOU.
           PERFORM VARYING IDX-SD FROM 1 BY 1
                   UNTIL IDX-SD > WRK-QTD-FILIAIS
                      OR WRK-ACHOU EQUAL 1
               IF WRK-SD-FILIAL(IDX-SD) EQUAL TRB-FILIAL
                   MOVE 1 TO WRK-ACHOU
               END-IF
           END-PERFORM.

           IF WRK-ACHOU EQUAL 1
               SET IDX-SD DOWN BY 1
           ELSE
               IF WRK-QTD-FILIAIS < 100
                   ADD 1 TO WRK-QTD-FILIAIS
                   SET IDX-SD TO WRK-QTD-FILIAIS
                   MOVE TRB-FILIAL TO WRK-SD-FILIAL(IDX-SD)
               ELSE
                   MOVE 1 TO WRK-FILIAL-LIMITE
                   EXIT SECTION
               END-IF
           END-IF.

           ADD 1          TO WRK-SD-QTD(IDX-SD).
           ADD WRK-ABERTO TO WRK-SD-TOTAL(IDX-SD).
           EVALUATE WRK-FAIXA
               WHEN 1
                   ADD WRK-ABERTO TO WRK-SD-FAIXA-1(IDX-SD)
               WHEN 2
                   ADD WRK-ABERTO TO WRK-SD-FAIXA-2(IDX-SD)
               WHEN 3
                   ADD WRK-ABERTO TO WRK-SD-FAIXA-3(IDX-SD)
               WHEN OTHER
                   ADD WRK-ABERTO TO WRK-SD-FAIXA-4(IDX-SD)
           END-EVALUATE.

       0300-FINALIZAR              SECTION.
           CLOSE SALDOS-TRB.
           CLOSE PAGAMENTOS.

           PERFORM VARYING IDX-SD FROM 1 BY 1
                   UNTIL IDX-SD > WRK-QTD-FILIAIS
               PERFORM 0400-RELATAR-FILIAL
               ADD WRK-SD-FAIXA-1(IDX-SD) TO WRK-FAIXA-GERAL-1
               ADD WRK-SD-FAIXA-2(IDX-SD) TO WRK-FAIXA-GERAL-2
               ADD WRK-SD-FAIXA-3(IDX-SD) TO WRK-FAIXA-GERAL-3
               ADD WRK-SD-FAIXA-4(IDX-SD) TO WRK-FAIXA-GERAL-4
               ADD WRK-SD-TOTAL(IDX-SD)   TO WRK-TOTAL-GERAL
           END-PERFORM.

           MOVE SPACES TO SALDOS-REG.
           WRITE SALDOS-REG.
           MOVE 'TOTAL GERAL' TO SALDOS-REG.
           WRITE SALDOS-REG.

           MOVE WRK-FAIXA-GERAL-1 TO WRK-VALOR-ED.
           MOVE SPACES TO SALDOS-REG.
           STRING '  DE 0 A 30 DIAS.............: '
                      DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO SALDOS-REG.
           WRITE SALDOS-REG.

           MOVE WRK-FAIXA-GERAL-2 TO WRK-VALOR-ED.
           MOVE SPACES TO SALDOS-REG.
           STRING '  DE 31 A 60 DIAS............: '
                      DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO SALDOS-REG.
           WRITE SALDOS-REG.

           MOVE WRK-FAIXA-GERAL-3 TO WRK-VALOR-ED.
           MOVE SPACES TO SALDOS-REG.
           STRING '  DE 61 A 90 DIAS............: '
                      DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO SALDOS-REG.
           WRITE SALDOS-REG.

           MOVE WRK-FAIXA-GERAL-4 TO WRK-VALOR-ED.
           MOVE SPACES TO SALDOS-REG.
           STRING '  ACIMA DE 90 DIAS...........: '
                      DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO SALDOS-REG.
           WRITE SALDOS-REG.

           MOVE WRK-TOTAL-GERAL TO WRK-VALOR-ED.
           MOVE SPACES TO SALDOS-REG.
           STRING '  SALDO TOTAL EM ABERTO......: '
                      DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO SALDOS-REG.
           WRITE SALDOS-REG.

           IF WRK-FILIAL-LIMITE EQUAL 1
               MOVE 'LIMITE DE FILIAIS ATINGIDO, TOTAIS PARCIAIS'
                   TO SALDOS-REG
               WRITE SALDOS-REG
           END-IF.

           CLOSE FILIAIS.
           CLOSE SALDOS.

           MOVE WRK-LIDOS      TO WRK-LIDOS-ED.
           MOVE WRK-NA-POSICAO TO WRK-NA-POSICAO-ED.
           MOVE WRK-EM-ABERTO  TO WRK-EM-ABERTO-ED.

           DISPLAY "===================================".
           DISPLAY "SALDOS POR IDADE CONCLUIDO".
           DISPLAY "COBRANCAS LIDAS......: " WRK-LIDOS-ED.
           DISPLAY "COBRANCAS NA POSICAO.: " WRK-NA-POSICAO-ED.
           DISPLAY "COBRANCAS EM ABERTO..: " WRK-EM-ABERTO-ED.
           DISPLAY "FILIAIS COM SALDO....: " WRK-QTD-FILIAIS.
           DISPLAY "ARQUIVO GERADO EM....: ..\dados\SALDOS.prn".
           DISPLAY "===================================".

           PERFORM 0060-LER-TRAVA.
           MOVE 'N' TO WRK-TRAVA-BATCH.
           PERFORM 0070-GRAVAR-TRAVA.

       0400-RELATAR-FILIAL         SECTION.
           MOVE SPACES TO SALDOS-REG.
           WRITE SALDOS-REG.

           MOVE WRK-SD-FILIAL(IDX-SD) TO FILIAL-COD.
           READ FILIAIS
               INVALID KEY
                   MOVE 'FILIAL NAO CADASTRADA' TO FILIAL-NOME
           END-READ.

           MOVE SPACES TO SALDOS-REG.
           STRING 'FILIAL: '              DELIMITED BY SIZE
                  WRK-SD-FILIAL(IDX-SD)   DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  FILIAL-NOME             DELIMITED BY SIZE
               INTO SALDOS-REG.
           WRITE SALDOS-REG.

           MOVE WRK-SD-QTD(IDX-SD) TO WRK-QTD-ED.
           MOVE SPACES TO SALDOS-REG.
           STRING '  COBRANCAS EM ABERTO........: '
                      DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
               INTO SALDOS-REG.
           WRITE SALDOS-REG.

           MOVE WRK-SD-FAIXA-1(IDX-SD) TO WRK-VALOR-ED.
           MOVE SPACES TO SALDOS-REG.
           STRING '  DE 0 A 30 DIAS.............: '
                      DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO SALDOS-REG.
           WRITE SALDOS-REG.

           MOVE WRK-SD-FAIXA-2(IDX-SD) TO WRK-VALOR-ED.
           MOVE SPACES TO SALDOS-REG.
           STRING '  DE 31 A 60 DIAS............: '
                      DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO SALDOS-REG.
           WRITE SALDOS-REG.

           MOVE WRK-SD-FAIXA-3(IDX-SD) TO WRK-VALOR-ED.
           MOVE SPACES TO SALDOS-REG.
           STRING '  DE 61 A 90 DIAS............: '
                      DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO SALDOS-REG.
           WRITE SALDOS-REG.

           MOVE WRK-SD-FAIXA-4(IDX-SD) TO WRK-VALOR-ED.
           MOVE SPACES TO SALDOS-REG.
           STRING '  ACIMA DE 90 DIAS...........: '
                      DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO SALDOS-REG.
           WRITE SALDOS-REG.

           MOVE WRK-SD-TOTAL(IDX-SD) TO WRK-VALOR-ED.
           MOVE SPACES TO SALDOS-REG.
           STRING '  SALDO TOTAL EM ABERTO......: '
                      DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO SALDOS-REG.
           WRITE SALDOS-REG.

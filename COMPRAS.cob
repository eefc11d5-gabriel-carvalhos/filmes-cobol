       IDENTIFICATION              DIVISION.
       PROGRAM-ID. COMPRAS.
      *=================================================================
      *==  OBJETIVO: RECOMENDACAO DE COMPRA DE COPIAS - PARA CADA
      *==            TITULO ATIVO CONFRONTA A DEMANDA (FILA DE RESERVAS
      *==            EM RESERVAS.dat E EMPRESTIMOS DOS ULTIMOS 12 MESES
      *==            EM EMPRESTIMOS.dat) COM A OFERTA (COPIAS ATIVAS OU
      *==            EM TRANSITO EM COPIAS.dat) E SUGERE QUANTAS COPIAS
      *==            COMPRAR. RELATA EM COMPRAS.prn AGRUPADO POR
      *==            DISTRIBUIDORA, GRAVA UM PEDIDO POR DISTRIBUIDORA
      *==            (PEDIDO-<DISTRIBUIDORA>-AAAAMMDD.txt) E LISTA OS
      *==            TITULOS DE ESTOQUE PARADO (MESMO CRITERIO DO GIRO)
      *==            COMO CANDIDATOS A CORTE
      *==  AUTOR: GABRIEL CARVALHO
      *=================================================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT FILMES ASSIGN TO "..\dados\FILMES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE.

           SELECT EMPRESTIMOS ASSIGN TO "..\dados\EMPRESTIMOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMPRESTIMOS-STATUS
               RECORD KEY IS EMPRESTIMOS-CHAVE
               ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES.

           SELECT RESERVAS ASSIGN TO "..\dados\RESERVAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS RESERVAS-STATUS
               RECORD KEY IS RESERVAS-CHAVE.

           SELECT COPIAS ASSIGN TO "..\dados\COPIAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS COPIAS-STATUS
               RECORD KEY IS COPIAS-CHAVE.

           SELECT COMPRAS-TRB ASSIGN TO "..\dados\COMPRAS.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRB-STATUS
               RECORD KEY IS TRB-CHAVE.

           SELECT RELATORIO ASSIGN TO "..\dados\COMPRAS.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.

           SELECT PEDIDO ASSIGN TO WRK-PEDIDO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PEDIDO-STATUS.

           SELECT TRAVA ASSIGN TO "..\dados\TRAVA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAVA-STATUS.

       DATA                        DIVISION.
       FILE                        SECTION.
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

       FD  COPIAS.
       01  COPIAS-REG.
           05  COPIAS-CHAVE.
               10  COP-CODFILME    PIC 9(005).
               10  COP-NUMERO      PIC 9(003).
           05  COP-MIDIA           PIC X(003).
           05  COP-CONDICAO        PIC X(001).
           05  COP-SITUACAO        PIC X(001).
           05  COP-FILIAL          PIC X(008).

       FD  COMPRAS-TRB.
       01  TRB-REG.
           05  TRB-CHAVE.
               10  TRB-DISTRIBUIDORA   PIC X(015).
               10  TRB-TIPO            PIC X(001).
               10  TRB-CODFILME        PIC 9(005).
           05  TRB-TITULO              PIC X(030).
           05  TRB-MIDIA               PIC X(003).
           05  TRB-FILA                PIC 9(003).
           05  TRB-EMP-ANO             PIC 9(005).
           05  TRB-COPIAS              PIC 9(003).
           05  TRB-INDICE              PIC 9(005)V99.
           05  TRB-SUGERIDO            PIC 9(003).
           05  TRB-ULT-SAIDA           PIC 9(008).

       FD  RELATORIO.
       01  RELATORIO-REG          PIC X(110).

       FD  PEDIDO.
       01  PEDIDO-REG.
           05  PED-DISTRIBUIDORA   PIC X(015).
           05  FILLER              PIC X(001).
           05  PED-CODFILME        PIC 9(005).
           05  FILLER              PIC X(001).
           05  PED-TITULO          PIC X(030).
           05  FILLER              PIC X(001).
           05  PED-MIDIA           PIC X(003).
           05  FILLER              PIC X(001).
           05  PED-QUANTIDADE      PIC 9(003).
           05  FILLER              PIC X(001).
           05  PED-DATA            PIC 9(008).

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

       77  FILMES-STATUS           PIC 9(002).
       77  EMPRESTIMOS-STATUS      PIC 9(002).
       77  RESERVAS-STATUS         PIC 9(002).
       77  COPIAS-STATUS           PIC 9(002).
       77  TRB-STATUS              PIC 9(002).
       77  RELATORIO-STATUS        PIC 9(002).
       77  PEDIDO-STATUS           PIC 9(002).
       77  WRK-SEM-RESERVAS        PIC 9(001) VALUES ZEROS.
       77  WRK-SEM-COPIAS          PIC 9(001) VALUES ZEROS.
       77  WRK-DATA-HOJE           PIC 9(008) VALUES ZEROS.
       77  WRK-DATA-CORTE          PIC 9(008) VALUES ZEROS.
       77  WRK-EMP-POR-COPIA       PIC 9(003) VALUES ZEROS.
       77  WRK-MAX-SUGERIDO        PIC 9(003) VALUES ZEROS.
       77  WRK-FILA                PIC 9(003) VALUES ZEROS.
       77  WRK-EMP-ANO             PIC 9(005) VALUES ZEROS.
       77  WRK-ULT-SAIDA           PIC 9(008) VALUES ZEROS.
       77  WRK-COPIAS              PIC 9(003) VALUES ZEROS.
       77  WRK-TEM-COPIAS          PIC 9(001) VALUES ZEROS.
       77  WRK-NECESSARIAS         PIC 9(005) VALUES ZEROS.
       77  WRK-SUGERIDO            PIC S9(005) VALUES ZEROS.
       77  WRK-INDICE              PIC 9(005)V99 VALUES ZEROS.
       77  WRK-FIM-TRB             PIC 9(001) VALUES ZEROS.
       77  WRK-DIST-ATUAL          PIC X(015).
       77  WRK-TIPO-ATUAL          PIC X(001).
       77  WRK-DIST-ARQ            PIC X(017).
       77  WRK-PEDIDO-PATH         PIC X(060).
       77  WRK-PEDIDO-ABERTO       PIC 9(001) VALUES ZEROS.
       77  WRK-LIDOS               PIC 9(007) VALUES ZEROS.
       77  WRK-ATIVOS              PIC 9(007) VALUES ZEROS.
       77  WRK-RECOMENDADOS        PIC 9(007) VALUES ZEROS.
       77  WRK-COPIAS-SUGERIDAS    PIC 9(007) VALUES ZEROS.
       77  WRK-CORTE               PIC 9(007) VALUES ZEROS.
       77  WRK-PEDIDOS             PIC 9(005) VALUES ZEROS.
       77  WRK-DIST-COPIAS         PIC 9(007) VALUES ZEROS.
       77  WRK-LIDOS-ED            PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-ATIVOS-ED           PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-RECOMENDADOS-ED     PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-COPIAS-SUGERIDAS-ED PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-CORTE-ED            PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-PEDIDOS-ED          PIC ZZ.ZZ9 VALUES ZEROS.
       77  WRK-DIST-COPIAS-ED      PIC ZZZ.ZZ9 VALUES ZEROS.

       01  WRK-LINHA-COMPRA.
           05  CMP-CODFILME        PIC 9(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  CMP-TITULO          PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  CMP-MIDIA           PIC X(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  CMP-FILA            PIC ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  CMP-EMP-ANO         PIC ZZ.ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  CMP-COPIAS          PIC ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  CMP-INDICE          PIC ZZ.ZZ9,99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  CMP-SUGERIDO        PIC ZZ9.

       01  WRK-LINHA-CORTE.
           05  CRT-CODFILME        PIC 9(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  CRT-TITULO          PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  CRT-MIDIA           PIC X(003).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  CRT-COPIAS          PIC ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  CRT-ULT-SAIDA       PIC 9(008).

       PROCEDURE                   DIVISION.
       0001-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-AVALIAR-FILME
               UNTIL FILMES-STATUS EQUAL 10.
           PERFORM 0400-PREPARAR-RELATORIO.
           PERFORM 0450-RELATAR-ITEM
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
           DISPLAY "EMPRESTIMOS POR COPIA AO ANO (0 = 24): ".
           ACCEPT WRK-EMP-POR-COPIA.
           IF WRK-EMP-POR-COPIA EQUAL 0
               MOVE 24 TO WRK-EMP-POR-COPIA
           END-IF.
           DISPLAY "MAXIMO DE COPIAS SUGERIDAS POR TITULO (0 = 5): ".
           ACCEPT WRK-MAX-SUGERIDO.
           IF WRK-MAX-SUGERIDO EQUAL 0
               MOVE 5 TO WRK-MAX-SUGERIDO
           END-IF.

           PERFORM 0050-VERIFICAR-TRAVA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-DATA-CORTE = WRK-DATA-HOJE - 10000.

           OPEN INPUT FILMES.
           IF FILMES-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR FILMES.dat: " FILMES-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN INPUT EMPRESTIMOS.
           IF EMPRESTIMOS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR EMPRESTIMOS.dat: "
                   EMPRESTIMOS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN INPUT RESERVAS.
           IF RESERVAS-STATUS NOT EQUAL 0
               MOVE 1 TO WRK-SEM-RESERVAS
           END-IF.

           OPEN INPUT COPIAS.
           IF COPIAS-STATUS NOT EQUAL 0
               MOVE 1 TO WRK-SEM-COPIAS
           END-IF.

           OPEN OUTPUT COMPRAS-TRB.
           CLOSE COMPRAS-TRB.
           OPEN I-O COMPRAS-TRB.
           IF TRB-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR COMPRAS.tmp: " TRB-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN OUTPUT RELATORIO.
           IF RELATORIO-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR COMPRAS.prn: " RELATORIO-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE SPACES TO RELATORIO-REG.
           STRING 'RECOMENDACAO DE COMPRA POR DISTRIBUIDORA - EM: '
                      DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
               INTO RELATORIO-REG.
           WRITE RELATORIO-REG.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'META DE EMPRESTIMOS POR COPIA AO ANO: '
                      DELIMITED BY SIZE
                  WRK-EMP-POR-COPIA DELIMITED BY SIZE
                  '  MAXIMO POR TITULO: ' DELIMITED BY SIZE
                  WRK-MAX-SUGERIDO DELIMITED BY SIZE
               INTO RELATORIO-REG.
           WRITE RELATORIO-REG.

           READ FILMES
               AT END MOVE 10 TO FILMES-STATUS
           END-READ.

      *----------------------------------------------------------------
      *--  1A. PASSADA: PONTUA CADA TITULO ATIVO E GUARDA NO ARQUIVO
      *--  DE TRABALHO ORDENADO POR DISTRIBUIDORA
      *----------------------------------------------------------------
       0200-AVALIAR-FILME          SECTION.
           ADD 1 TO WRK-LIDOS.

           IF SITUACAO EQUAL 'A'
               ADD 1 TO WRK-ATIVOS
               PERFORM 0250-ACUMULAR-EMPRESTIMOS
               PERFORM 0260-CONTAR-FILA
               PERFORM 0270-CONTAR-COPIAS
               IF WRK-ULT-SAIDA LESS THAN WRK-DATA-CORTE
                   MOVE 'P' TO TRB-TIPO
                   MOVE 0   TO WRK-SUGERIDO
                   MOVE 0   TO WRK-INDICE
                   ADD 1    TO WRK-CORTE
                   PERFORM 0290-GRAVAR-TRABALHO
               ELSE
                   PERFORM 0280-CALCULAR-SUGESTAO
                   IF WRK-SUGERIDO GREATER THAN 0
                       MOVE 'C' TO TRB-TIPO
                       ADD 1 TO WRK-RECOMENDADOS
                       ADD WRK-SUGERIDO TO WRK-COPIAS-SUGERIDAS
                       PERFORM 0290-GRAVAR-TRABALHO
                   END-IF
               END-IF
           END-IF.

           READ FILMES
               AT END MOVE 10 TO FILMES-STATUS
           END-READ.

       0250-ACUMULAR-EMPRESTIMOS   SECTION.
           MOVE 0 TO WRK-EMP-ANO.
           MOVE 0 TO WRK-ULT-SAIDA.

           MOVE CODFILME TO EMP-CODFILME.
           START EMPRESTIMOS KEY IS EQUAL TO EMP-CODFILME
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START.

           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE 10 TO EMPRESTIMOS-STATUS
               END-READ
               PERFORM UNTIL EMPRESTIMOS-STATUS EQUAL 10
                   OR EMP-CODFILME NOT EQUAL CODFILME
                   IF EMP-DATA-SAIDA NOT LESS THAN WRK-DATA-CORTE
                       ADD 1 TO WRK-EMP-ANO
                   END-IF
                   IF EMP-DATA-SAIDA GREATER WRK-ULT-SAIDA
                       MOVE EMP-DATA-SAIDA TO WRK-ULT-SAIDA
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
                       AT END MOVE 10 TO EMPRESTIMOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       0260-CONTAR-FILA            SECTION.
           MOVE 0 TO WRK-FILA.
           IF WRK-SEM-RESERVAS EQUAL 1
               EXIT SECTION
           END-IF.

           MOVE CODFILME TO RES-CODFILME.
           MOVE 0 TO RES-SEQ.
           START RESERVAS KEY IS NOT LESS THAN RESERVAS-CHAVE
               INVALID KEY
                   MOVE 10 TO RESERVAS-STATUS
           END-START.

           IF RESERVAS-STATUS EQUAL 0
               READ RESERVAS NEXT RECORD
                   AT END MOVE 10 TO RESERVAS-STATUS
               END-READ
               PERFORM UNTIL RESERVAS-STATUS EQUAL 10
                   OR RES-CODFILME NOT EQUAL CODFILME
                   IF RES-SITUACAO EQUAL 'A' AND
                      RES-VALIDADE NOT LESS WRK-DATA-HOJE AND
                      WRK-FILA LESS THAN 999
                       ADD 1 TO WRK-FILA
                   END-IF
                   READ RESERVAS NEXT RECORD
                       AT END MOVE 10 TO RESERVAS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

      *--  TITULO SEM COPIAS CADASTRADAS CONTA COMO UMA UNIDADE,
      *--  COMO NA VERIFICACAO DE DISPONIBILIDADE DO MAIN
       0270-CONTAR-COPIAS          SECTION.
           MOVE 0 TO WRK-COPIAS.
           MOVE 0 TO WRK-TEM-COPIAS.
           IF WRK-SEM-COPIAS EQUAL 0
               MOVE CODFILME TO COP-CODFILME
               MOVE 0 TO COP-NUMERO
               START COPIAS KEY IS NOT LESS THAN COPIAS-CHAVE
                   INVALID KEY
                       MOVE 10 TO COPIAS-STATUS
               END-START
               IF COPIAS-STATUS EQUAL 0
                   READ COPIAS NEXT RECORD
                       AT END MOVE 10 TO COPIAS-STATUS
                   END-READ
                   PERFORM UNTIL COPIAS-STATUS EQUAL 10
                       OR COP-CODFILME NOT EQUAL CODFILME
                       MOVE 1 TO WRK-TEM-COPIAS
                       IF COP-SITUACAO EQUAL 'A' OR
                          COP-SITUACAO EQUAL 'T'
                           ADD 1 TO WRK-COPIAS
                       END-IF
                       READ COPIAS NEXT RECORD
                           AT END MOVE 10 TO COPIAS-STATUS
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
           IF WRK-TEM-COPIAS EQUAL 0
               MOVE 1 TO WRK-COPIAS
           END-IF.

      *--  NECESSARIAS = EMPRESTIMOS DO ANO / META POR COPIA
      *--  (ARREDONDADO PARA CIMA) + FILA DE RESERVAS
       0280-CALCULAR-SUGESTAO      SECTION.
           COMPUTE WRK-NECESSARIAS =
               (WRK-EMP-ANO + WRK-EMP-POR-COPIA - 1) /
               WRK-EMP-POR-COPIA + WRK-FILA.
           COMPUTE WRK-SUGERIDO = WRK-NECESSARIAS - WRK-COPIAS.
           IF WRK-SUGERIDO LESS THAN 0
               MOVE 0 TO WRK-SUGERIDO
           END-IF.
           IF WRK-SUGERIDO GREATER THAN WRK-MAX-SUGERIDO
               MOVE WRK-MAX-SUGERIDO TO WRK-SUGERIDO
           END-IF.

           IF WRK-COPIAS GREATER THAN 0
               COMPUTE WRK-INDICE ROUNDED =
                   (WRK-EMP-ANO / WRK-EMP-POR-COPIA + WRK-FILA) /
                   WRK-COPIAS
           ELSE
               COMPUTE WRK-INDICE ROUNDED =
                   WRK-EMP-ANO / WRK-EMP-POR-COPIA + WRK-FILA
           END-IF.

       0290-GRAVAR-TRABALHO        SECTION.
           IF DISTRIBUIDORA EQUAL SPACES
               MOVE 'SEM-DISTRIB' TO TRB-DISTRIBUIDORA
           ELSE
               MOVE DISTRIBUIDORA TO TRB-DISTRIBUIDORA
           END-IF.
           MOVE CODFILME      TO TRB-CODFILME.
           MOVE TITULO        TO TRB-TITULO.
           MOVE MIDIA         TO TRB-MIDIA.
           MOVE WRK-FILA      TO TRB-FILA.
           MOVE WRK-EMP-ANO   TO TRB-EMP-ANO.
           MOVE WRK-COPIAS    TO TRB-COPIAS.
           MOVE WRK-INDICE    TO TRB-INDICE.
           MOVE WRK-SUGERIDO  TO TRB-SUGERIDO.
           MOVE WRK-ULT-SAIDA TO TRB-ULT-SAIDA.
           WRITE TRB-REG
               INVALID KEY
                   DISPLAY "TITULO DUPLICADO NO TRABALHO: " CODFILME
           END-WRITE.

      *----------------------------------------------------------------
      *--  2A. PASSADA: RELATORIO POR DISTRIBUIDORA E PEDIDOS
      *----------------------------------------------------------------
       0400-PREPARAR-RELATORIO     SECTION.
           MOVE SPACES TO WRK-DIST-ATUAL.
           MOVE SPACES TO WRK-TIPO-ATUAL.
           MOVE LOW-VALUES TO TRB-CHAVE.
           START COMPRAS-TRB KEY IS NOT LESS THAN TRB-CHAVE
               INVALID KEY
                   MOVE 1 TO WRK-FIM-TRB
           END-START.
           IF WRK-FIM-TRB EQUAL 0
               READ COMPRAS-TRB NEXT RECORD
                   AT END MOVE 1 TO WRK-FIM-TRB
               END-READ
           END-IF.

       0450-RELATAR-ITEM           SECTION.
           IF TRB-DISTRIBUIDORA NOT EQUAL WRK-DIST-ATUAL
               PERFORM 0460-FECHAR-DISTRIBUIDORA
               PERFORM 0470-ABRIR-DISTRIBUIDORA
           END-IF.

           IF TRB-TIPO NOT EQUAL WRK-TIPO-ATUAL
               MOVE TRB-TIPO TO WRK-TIPO-ATUAL
               PERFORM 0480-CABECALHO-TIPO
           END-IF.

           IF TRB-TIPO EQUAL 'C'
               MOVE SPACES TO WRK-LINHA-COMPRA
               MOVE TRB-CODFILME  TO CMP-CODFILME
               MOVE TRB-TITULO    TO CMP-TITULO
               MOVE TRB-MIDIA     TO CMP-MIDIA
               MOVE TRB-FILA      TO CMP-FILA
               MOVE TRB-EMP-ANO   TO CMP-EMP-ANO
               MOVE TRB-COPIAS    TO CMP-COPIAS
               MOVE TRB-INDICE    TO CMP-INDICE
               MOVE TRB-SUGERIDO  TO CMP-SUGERIDO
               WRITE RELATORIO-REG FROM WRK-LINHA-COMPRA
               ADD TRB-SUGERIDO TO WRK-DIST-COPIAS
               PERFORM 0490-GRAVAR-PEDIDO
           ELSE
               MOVE SPACES TO WRK-LINHA-CORTE
               MOVE TRB-CODFILME  TO CRT-CODFILME
               MOVE TRB-TITULO    TO CRT-TITULO
               MOVE TRB-MIDIA     TO CRT-MIDIA
               MOVE TRB-COPIAS    TO CRT-COPIAS
               MOVE TRB-ULT-SAIDA TO CRT-ULT-SAIDA
               WRITE RELATORIO-REG FROM WRK-LINHA-CORTE
           END-IF.

           READ COMPRAS-TRB NEXT RECORD
               AT END MOVE 1 TO WRK-FIM-TRB
           END-READ.

       0460-FECHAR-DISTRIBUIDORA   SECTION.
           IF WRK-DIST-ATUAL EQUAL SPACES
               EXIT SECTION
           END-IF.
           IF WRK-DIST-COPIAS GREATER THAN 0
               MOVE WRK-DIST-COPIAS TO WRK-DIST-COPIAS-ED
               MOVE SPACES TO RELATORIO-REG
               STRING '  TOTAL DE COPIAS A COMPRAR: ' DELIMITED BY SIZE
                      WRK-DIST-COPIAS-ED DELIMITED BY SIZE
                   INTO RELATORIO-REG
               WRITE RELATORIO-REG
           END-IF.
           IF WRK-PEDIDO-ABERTO EQUAL 1
               CLOSE PEDIDO
               MOVE 0 TO WRK-PEDIDO-ABERTO
           END-IF.

       0470-ABRIR-DISTRIBUIDORA    SECTION.
           MOVE TRB-DISTRIBUIDORA TO WRK-DIST-ATUAL.
           MOVE SPACES TO WRK-TIPO-ATUAL.
           MOVE 0 TO WRK-DIST-COPIAS.

           MOVE SPACES TO RELATORIO-REG.
           WRITE RELATORIO-REG.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'DISTRIBUIDORA: ' DELIMITED BY SIZE
                  WRK-DIST-ATUAL    DELIMITED BY SIZE
               INTO RELATORIO-REG.
           WRITE RELATORIO-REG.

       0480-CABECALHO-TIPO         SECTION.
           IF TRB-TIPO EQUAL 'C'
               MOVE '  COMPRA SUGERIDA' TO RELATORIO-REG
               WRITE RELATORIO-REG
               MOVE 'CODFILME TITULO                        MID  FILA'
                   TO RELATORIO-REG
               MOVE ' EMP/ANO  COP    INDICE  SUG'
                   TO RELATORIO-REG (49:28)
               WRITE RELATORIO-REG
           ELSE
               MOVE '  CANDIDATOS A CORTE - SEM EMPRESTIMO HA 12 MESES'
                   TO RELATORIO-REG
               WRITE RELATORIO-REG
               MOVE 'CODFILME TITULO                        MID  COP'
                   TO RELATORIO-REG
               MOVE '  ULT.SAIDA' TO RELATORIO-REG (48:11)
               WRITE RELATORIO-REG
           END-IF.

       0490-GRAVAR-PEDIDO          SECTION.
           IF WRK-PEDIDO-ABERTO EQUAL 0
               MOVE SPACES TO WRK-DIST-ARQ
               MOVE WRK-DIST-ATUAL TO WRK-DIST-ARQ
               INSPECT WRK-DIST-ARQ
                   REPLACING ALL ' ' BY '_' BEFORE INITIAL '  '
               INSPECT WRK-DIST-ARQ
                   REPLACING ALL '/' BY '_'
                             ALL '\' BY '_'
                             ALL '.' BY '_'
               MOVE SPACES TO WRK-PEDIDO-PATH
               STRING "..\dados\PEDIDO-" DELIMITED BY SIZE
                      WRK-DIST-ARQ       DELIMITED BY SPACE
                      "-"                DELIMITED BY SIZE
                      WRK-DATA-HOJE      DELIMITED BY SIZE
                      ".txt"             DELIMITED BY SIZE
                      INTO WRK-PEDIDO-PATH
               OPEN OUTPUT PEDIDO
               IF PEDIDO-STATUS NOT EQUAL 0
                   DISPLAY "ERRO AO CRIAR " WRK-PEDIDO-PATH
                       ": " PEDIDO-STATUS
                   PERFORM 0080-ABANDONAR
               END-IF
               MOVE 1 TO WRK-PEDIDO-ABERTO
               ADD 1 TO WRK-PEDIDOS
           END-IF.

           MOVE SPACES TO PEDIDO-REG.
           MOVE WRK-DIST-ATUAL TO PED-DISTRIBUIDORA.
           MOVE TRB-CODFILME   TO PED-CODFILME.
           MOVE TRB-TITULO     TO PED-TITULO.
           MOVE TRB-MIDIA      TO PED-MIDIA.
           MOVE TRB-SUGERIDO   TO PED-QUANTIDADE.
           MOVE WRK-DATA-HOJE  TO PED-DATA.
           WRITE PEDIDO-REG.

       0300-FINALIZAR              SECTION.
           PERFORM 0460-FECHAR-DISTRIBUIDORA.

           CLOSE FILMES.
           CLOSE EMPRESTIMOS.
           IF WRK-SEM-RESERVAS EQUAL 0
               CLOSE RESERVAS
           END-IF.
           IF WRK-SEM-COPIAS EQUAL 0
               CLOSE COPIAS
           END-IF.
           CLOSE COMPRAS-TRB.

           MOVE WRK-LIDOS            TO WRK-LIDOS-ED.
           MOVE WRK-ATIVOS           TO WRK-ATIVOS-ED.
           MOVE WRK-RECOMENDADOS     TO WRK-RECOMENDADOS-ED.
           MOVE WRK-COPIAS-SUGERIDAS TO WRK-COPIAS-SUGERIDAS-ED.
           MOVE WRK-CORTE            TO WRK-CORTE-ED.
           MOVE WRK-PEDIDOS          TO WRK-PEDIDOS-ED.

           MOVE SPACES TO RELATORIO-REG.
           WRITE RELATORIO-REG.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'TITULOS ATIVOS: ' DELIMITED BY SIZE
                  WRK-ATIVOS-ED      DELIMITED BY SIZE
                  '  COM COMPRA: '   DELIMITED BY SIZE
                  WRK-RECOMENDADOS-ED DELIMITED BY SIZE
                  '  COPIAS: '       DELIMITED BY SIZE
                  WRK-COPIAS-SUGERIDAS-ED DELIMITED BY SIZE
                  '  CORTE: '        DELIMITED BY SIZE
                  WRK-CORTE-ED       DELIMITED BY SIZE
               INTO RELATORIO-REG.
           WRITE RELATORIO-REG.
           CLOSE RELATORIO.

           DISPLAY "===================================".
           DISPLAY "RECOMENDACAO DE COMPRA CONCLUIDA".
           DISPLAY "TITULOS LIDOS........: " WRK-LIDOS-ED.
           DISPLAY "TITULOS ATIVOS.......: " WRK-ATIVOS-ED.
           DISPLAY "TITULOS COM COMPRA...: " WRK-RECOMENDADOS-ED.
           DISPLAY "COPIAS SUGERIDAS.....: " WRK-COPIAS-SUGERIDAS-ED.
           DISPLAY "CANDIDATOS A CORTE...: " WRK-CORTE-ED.
           DISPLAY "PEDIDOS GERADOS......: " WRK-PEDIDOS-ED.
           DISPLAY "RELATORIO GERADO EM..: ..\dados\COMPRAS.prn".
           DISPLAY "===================================".

           PERFORM 0060-LER-TRAVA.
           MOVE 'N' TO WRK-TRAVA-BATCH.
           PERFORM 0070-GRAVAR-TRAVA.

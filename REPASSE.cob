       IDENTIFICATION              DIVISION.
       PROGRAM-ID. REPASSE.
      *=================================================================
      *==  OBJETIVO: APURACAO MENSAL DO REPASSE AS DISTRIBUIDORAS -
      *==            CRUZA COBRANCAS.dat COM FILMES.dat POR
      *==            COB-CODFILME, SOMA A RECEITA DE LOCACAO DO MES POR
      *==            DISTRIBUIDORA (SEM MULTAS E SEM COBRANCAS DE
      *==            REPOSICAO) E APLICA O CONTRATO VIGENTE EM
      *==            CONTRATOS.dat (PERCENTUAL E GARANTIA MINIMA).
      *==            EMITE O DEMONSTRATIVO REPASSE-AAAAMM.prn E O
      *==            ARQUIVO DE CONTAS A PAGAR REPASSE-PAGAR-AAAAMM.txt.
      *==            O MES APURADO FICA REGISTRADO EM REPASSE-CTL.dat E
      *==            SO PODE SER APURADO DE NOVO DEPOIS DE REABERTO
      *==            POR UM SUPERVISOR (MODO 2)
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

           SELECT FILMES ASSIGN TO "..\dados\FILMES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE.

           SELECT CONTRATOS ASSIGN TO "..\dados\CONTRATOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CONTRATOS-STATUS
               RECORD KEY IS CONTRATOS-CHAVE.

           SELECT REPASSE-CTL ASSIGN TO "..\dados\REPASSE-CTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CTL-STATUS
               RECORD KEY IS CTL-CHAVE.

           SELECT REPASSE-TRB ASSIGN TO "..\dados\REPASSE.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRB-STATUS
               RECORD KEY IS TRB-CHAVE.

           SELECT OPERADORES ASSIGN TO "..\dados\OPERADORES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OPERADORES-STATUS
               RECORD KEY IS OPERADORES-CHAVE.

           SELECT DEMONSTRATIVO ASSIGN TO WRK-DEMONST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DEMONST-STATUS.

           SELECT PAGAR ASSIGN TO WRK-PAGAR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PAGAR-STATUS.

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

       FD  CONTRATOS.
       01  CONTRATOS-REG.
           05  CONTRATOS-CHAVE.
               10  CTR-DISTRIBUIDORA PIC X(015).
               10  CTR-INICIO      PIC 9(008).
           05  CTR-FIM             PIC 9(008).
           05  CTR-PERCENTUAL      PIC 9(003)V99.
           05  CTR-MINIMO          PIC 9(007)V99.

       FD  REPASSE-CTL.
       01  CTL-REG.
           05  CTL-CHAVE.
               10  CTL-MES             PIC 9(006).
           05  CTL-SITUACAO            PIC X(001).
           05  CTL-DATA-APURACAO       PIC 9(008).
           05  CTL-OPER-APURACAO       PIC X(008).
           05  CTL-TOTAL-DEVIDO        PIC 9(009)V99.
           05  CTL-DATA-REABERTURA     PIC 9(008).
           05  CTL-SUPERVISOR          PIC X(008).

       FD  REPASSE-TRB.
       01  TRB-REG.
           05  TRB-CHAVE.
               10  TRB-DISTRIBUIDORA   PIC X(015).
               10  TRB-CODFILME        PIC 9(005).
           05  TRB-TITULO              PIC X(030).
           05  TRB-QTD                 PIC 9(005).
           05  TRB-RECEITA             PIC 9(009)V99.

       FD  OPERADORES.
       01  OPERADORES-REG.
           05  OPERADORES-CHAVE.
               10  OPER-COD        PIC X(008).
           05  OPER-NOME           PIC X(030).
           05  OPER-PERFIL         PIC 9(001).

       FD  DEMONSTRATIVO.
       01  DEMONST-REG             PIC X(100).

       FD  PAGAR.
       01  PAGAR-REG.
           05  PGR-DISTRIBUIDORA   PIC X(015).
           05  FILLER              PIC X(001).
           05  PGR-MES             PIC 9(006).
           05  FILLER              PIC X(001).
           05  PGR-RECEITA         PIC 9(009)V99.
           05  FILLER              PIC X(001).
           05  PGR-PERCENTUAL      PIC 9(003)V99.
           05  FILLER              PIC X(001).
           05  PGR-VALOR-PERC      PIC 9(009)V99.
           05  FILLER              PIC X(001).
           05  PGR-MINIMO          PIC 9(007)V99.
           05  FILLER              PIC X(001).
           05  PGR-VALOR-DEVIDO    PIC 9(009)V99.
           05  FILLER              PIC X(001).
           05  PGR-DATA-APURACAO   PIC 9(008).

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
       77  FILMES-STATUS           PIC 9(002).
       77  CONTRATOS-STATUS        PIC 9(002).
       77  CTL-STATUS              PIC 9(002).
       77  TRB-STATUS              PIC 9(002).
       77  OPERADORES-STATUS       PIC 9(002).
       77  DEMONST-STATUS          PIC 9(002).
       77  PAGAR-STATUS            PIC 9(002).
       77  WRK-MODO                PIC X(001).
       77  WRK-OPERADOR            PIC X(008).
       77  WRK-OPER-PERFIL         PIC 9(001) VALUES ZEROS.
       77  WRK-MES                 PIC 9(006) VALUES ZEROS.
       77  WRK-MES-INICIO          PIC 9(008) VALUES ZEROS.
       77  WRK-MES-FIM             PIC 9(008) VALUES ZEROS.
       77  WRK-MES-ATUAL           PIC 9(006) VALUES ZEROS.
       77  WRK-DATA-HOJE           PIC 9(008) VALUES ZEROS.
       77  WRK-CTL-EXISTE          PIC 9(001) VALUES ZEROS.
       77  WRK-SEM-CONTRATOS       PIC 9(001) VALUES ZEROS.
       77  WRK-FIM-COBRANCAS       PIC 9(001) VALUES ZEROS.
       77  WRK-FIM-TRB             PIC 9(001) VALUES ZEROS.
       77  WRK-DISTRIB             PIC X(015).
       77  WRK-DIST-ATUAL          PIC X(015).
       77  WRK-DEMONST-PATH        PIC X(040).
       77  WRK-PAGAR-PATH          PIC X(040).
       77  WRK-TEM-CONTRATO        PIC 9(001) VALUES ZEROS.
       77  WRK-CTR-INICIO          PIC 9(008) VALUES ZEROS.
       77  WRK-CTR-FIM             PIC 9(008) VALUES ZEROS.
       77  WRK-CTR-PERCENTUAL      PIC 9(003)V99 VALUES ZEROS.
       77  WRK-CTR-MINIMO          PIC 9(007)V99 VALUES ZEROS.
       77  WRK-DIST-QTD            PIC 9(007) VALUES ZEROS.
       77  WRK-DIST-RECEITA        PIC 9(009)V99 VALUES ZEROS.
       77  WRK-VALOR-PERC          PIC 9(009)V99 VALUES ZEROS.
       77  WRK-VALOR-DEVIDO        PIC 9(009)V99 VALUES ZEROS.
       77  WRK-LIDAS               PIC 9(007) VALUES ZEROS.
       77  WRK-NO-MES              PIC 9(007) VALUES ZEROS.
       77  WRK-SEM-CADASTRO        PIC 9(007) VALUES ZEROS.
       77  WRK-DISTRIBUIDORAS      PIC 9(005) VALUES ZEROS.
       77  WRK-PAGAMENTOS          PIC 9(005) VALUES ZEROS.
       77  WRK-TOTAL-RECEITA       PIC 9(011)V99 VALUES ZEROS.
       77  WRK-TOTAL-DEVIDO        PIC 9(011)V99 VALUES ZEROS.
       77  WRK-LIDAS-ED            PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-NO-MES-ED           PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-SEM-CADASTRO-ED     PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-DISTRIBUIDORAS-ED   PIC ZZ.ZZ9 VALUES ZEROS.
       77  WRK-PAGAMENTOS-ED       PIC ZZ.ZZ9 VALUES ZEROS.
       77  WRK-QTD-ED              PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-VALOR-ED            PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-PERC-ED             PIC ZZ9,99.

       01  WRK-LINHA-TITULO.
           05  LTI-CODFILME        PIC 9(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  LTI-TITULO          PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  LTI-QTD             PIC ZZ.ZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  LTI-RECEITA         PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE                   DIVISION.
       0001-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LER-COBRANCA
               UNTIL WRK-FIM-COBRANCAS EQUAL 1.
           PERFORM 0250-INCLUIR-CONTRATADAS.
           PERFORM 0400-PREPARAR-DEMONSTRATIVO.
           PERFORM 0450-DEMONSTRAR-TITULO
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

       0090-IDENTIFICAR-OPERADOR   SECTION.
           MOVE SPACES TO WRK-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: ".
           ACCEPT WRK-OPERADOR.

           OPEN INPUT OPERADORES.
           IF OPERADORES-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR OPERADORES.dat: "
                   OPERADORES-STATUS
               STOP RUN
           END-IF.

           MOVE WRK-OPERADOR TO OPER-COD.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO"
                   CLOSE OPERADORES
                   STOP RUN
           END-READ.
           MOVE OPER-PERFIL TO WRK-OPER-PERFIL.
           CLOSE OPERADORES.

       0100-INICIALIZAR            SECTION.
           DISPLAY "MODO: 1-APURAR MES 2-REABRIR MES APURADO: ".
           ACCEPT WRK-MODO.
           IF WRK-MODO NOT EQUAL '1' AND WRK-MODO NOT EQUAL '2'
               DISPLAY "OPCAO INVALIDA"
               STOP RUN
           END-IF.

           DISPLAY "MES DE REFERENCIA (AAAAMM): ".
           ACCEPT WRK-MES.
           IF WRK-MES (5:2) < '01' OR WRK-MES (5:2) > '12'
               DISPLAY "MES INVALIDO"
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WRK-MES-ATUAL.
           IF WRK-MODO EQUAL '1' AND
              WRK-MES NOT LESS THAN WRK-MES-ATUAL
               DISPLAY "MES AINDA NAO ENCERRADO"
               STOP RUN
           END-IF.
           COMPUTE WRK-MES-INICIO = WRK-MES * 100 + 1.
           COMPUTE WRK-MES-FIM    = WRK-MES * 100 + 31.

           PERFORM 0090-IDENTIFICAR-OPERADOR.
           IF WRK-MODO EQUAL '2' AND WRK-OPER-PERFIL NOT EQUAL 2
               DISPLAY "REABERTURA RESTRITA AO SUPERVISOR"
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.

           PERFORM 0050-VERIFICAR-TRAVA.

           OPEN I-O REPASSE-CTL.
           IF CTL-STATUS EQUAL 35
               OPEN OUTPUT REPASSE-CTL
               CLOSE REPASSE-CTL
               OPEN I-O REPASSE-CTL
           END-IF.
           IF CTL-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR REPASSE-CTL.dat: " CTL-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE 0 TO WRK-CTL-EXISTE.
           MOVE WRK-MES TO CTL-MES.
           READ REPASSE-CTL
               INVALID KEY
                   MOVE 0 TO WRK-CTL-EXISTE
               NOT INVALID KEY
                   MOVE 1 TO WRK-CTL-EXISTE
           END-READ.

           IF WRK-MODO EQUAL '2'
               PERFORM 0150-REABRIR-MES
           END-IF.

           IF WRK-CTL-EXISTE EQUAL 1 AND CTL-SITUACAO EQUAL 'F'
               DISPLAY "MES " WRK-MES " JA APURADO EM "
                   CTL-DATA-APURACAO " POR " CTL-OPER-APURACAO
               DISPLAY "NOVA APURACAO SOMENTE APOS REABERTURA PELO "
                   "SUPERVISOR (MODO 2)"
               CLOSE REPASSE-CTL
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN INPUT COBRANCAS.
           IF COBRANCAS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR COBRANCAS.dat: " COBRANCAS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN INPUT FILMES.
           IF FILMES-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR FILMES.dat: " FILMES-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN INPUT CONTRATOS.
           IF CONTRATOS-STATUS NOT EQUAL 0
               DISPLAY "CONTRATOS.dat INDISPONIVEL, NENHUM REPASSE "
                   "SERA CALCULADO"
               MOVE 1 TO WRK-SEM-CONTRATOS
           END-IF.

           OPEN OUTPUT REPASSE-TRB.
           CLOSE REPASSE-TRB.
           OPEN I-O REPASSE-TRB.
           IF TRB-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR REPASSE.tmp: " TRB-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE SPACES TO WRK-DEMONST-PATH.
           STRING "..\dados\REPASSE-" DELIMITED BY SIZE
                  WRK-MES             DELIMITED BY SIZE
                  ".prn"              DELIMITED BY SIZE
                  INTO WRK-DEMONST-PATH.
           OPEN OUTPUT DEMONSTRATIVO.
           IF DEMONST-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR " WRK-DEMONST-PATH
                   ": " DEMONST-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE SPACES TO WRK-PAGAR-PATH.
           STRING "..\dados\REPASSE-PAGAR-" DELIMITED BY SIZE
                  WRK-MES                   DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
                  INTO WRK-PAGAR-PATH.
           OPEN OUTPUT PAGAR.
           IF PAGAR-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR " WRK-PAGAR-PATH
                   ": " PAGAR-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           READ COBRANCAS
               AT END MOVE 1 TO WRK-FIM-COBRANCAS
           END-READ.

       0150-REABRIR-MES            SECTION.
           IF WRK-CTL-EXISTE EQUAL 0 OR CTL-SITUACAO NOT EQUAL 'F'
               DISPLAY "MES " WRK-MES " NAO ESTA APURADO, "
                   "NADA A REABRIR"
               CLOSE REPASSE-CTL
               PERFORM 0080-ABANDONAR
           END-IF.

           DISPLAY "MES " WRK-MES " APURADO EM " CTL-DATA-APURACAO
               " POR " CTL-OPER-APURACAO.
           DISPLAY "CONFIRMA A REABERTURA? (S/N): ".
           ACCEPT WRK-TRAVA-RESP.
           IF WRK-TRAVA-RESP NOT EQUAL 'S' AND
              WRK-TRAVA-RESP NOT EQUAL 's'
               DISPLAY "REABERTURA CANCELADA"
               CLOSE REPASSE-CTL
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE 'R'           TO CTL-SITUACAO.
           MOVE WRK-DATA-HOJE TO CTL-DATA-REABERTURA.
           MOVE WRK-OPERADOR  TO CTL-SUPERVISOR.
           REWRITE CTL-REG
               INVALID KEY
                   DISPLAY "ERRO AO REABRIR O MES: " CTL-STATUS
               NOT INVALID KEY
                   DISPLAY "==================================="
                   DISPLAY "MES " WRK-MES " REABERTO POR "
                       WRK-OPERADOR
                   DISPLAY "==================================="
           END-REWRITE.
           CLOSE REPASSE-CTL.
           PERFORM 0080-ABANDONAR.

      *----------------------------------------------------------------
      *--  1A. PASSADA: RECEITA DE LOCACAO DO MES POR DISTRIBUIDORA E
      *--  TITULO NO ARQUIVO DE TRABALHO
      *----------------------------------------------------------------
       0200-LER-COBRANCA           SECTION.
           ADD 1 TO WRK-LIDAS.

           IF COB-DATA (1:6) EQUAL WRK-MES (1:6) AND
              COB-TIPO NOT EQUAL 'R' AND
              COB-VALOR-LOCACAO GREATER THAN 0
               ADD 1 TO WRK-NO-MES
               PERFORM 0210-ACUMULAR-TITULO
           END-IF.

           READ COBRANCAS
               AT END MOVE 1 TO WRK-FIM-COBRANCAS
           END-READ.

       0210-ACUMULAR-TITULO        SECTION.
           MOVE COB-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   MOVE 'SEM-CADASTRO'  TO WRK-DISTRIB
                   MOVE '*** FILME NAO CADASTRADO ***' TO TITULO
                   ADD 1 TO WRK-SEM-CADASTRO
               NOT INVALID KEY
                   IF DISTRIBUIDORA EQUAL SPACES
                       MOVE 'SEM-DISTRIB' TO WRK-DISTRIB
                   ELSE
                       MOVE DISTRIBUIDORA TO WRK-DISTRIB
                   END-IF
           END-READ.

           MOVE WRK-DISTRIB  TO TRB-DISTRIBUIDORA.
           MOVE COB-CODFILME TO TRB-CODFILME.
           READ REPASSE-TRB
               INVALID KEY
                   MOVE TITULO            TO TRB-TITULO
                   MOVE 1                 TO TRB-QTD
                   MOVE COB-VALOR-LOCACAO TO TRB-RECEITA
                   WRITE TRB-REG
               NOT INVALID KEY
                   ADD 1                 TO TRB-QTD
                   ADD COB-VALOR-LOCACAO TO TRB-RECEITA
                   REWRITE TRB-REG
           END-READ.

      *--  DISTRIBUIDORA COM CONTRATO VIGENTE E SEM LOCACAO NO MES
      *--  TAMBEM ENTRA NO DEMONSTRATIVO (GARANTIA MINIMA)
       0250-INCLUIR-CONTRATADAS    SECTION.
           CLOSE COBRANCAS.
           IF WRK-SEM-CONTRATOS EQUAL 1
               EXIT SECTION
           END-IF.

           MOVE LOW-VALUES TO CONTRATOS-CHAVE.
           START CONTRATOS KEY IS NOT LESS THAN CONTRATOS-CHAVE
               INVALID KEY
                   MOVE 10 TO CONTRATOS-STATUS
           END-START.

           IF CONTRATOS-STATUS EQUAL 0
               READ CONTRATOS NEXT RECORD
                   AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM UNTIL CONTRATOS-STATUS EQUAL 10
                   IF CTR-INICIO NOT GREATER THAN WRK-MES-FIM AND
                      (CTR-FIM EQUAL 0 OR
                       CTR-FIM NOT LESS THAN WRK-MES-INICIO)
                       MOVE CTR-DISTRIBUIDORA TO TRB-DISTRIBUIDORA
                       MOVE 0      TO TRB-CODFILME
                       MOVE SPACES TO TRB-TITULO
                       MOVE 0      TO TRB-QTD
                       MOVE 0      TO TRB-RECEITA
                       WRITE TRB-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
                   READ CONTRATOS NEXT RECORD
                       AT END MOVE 10 TO CONTRATOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      *--  2A. PASSADA: DEMONSTRATIVO POR DISTRIBUIDORA E CONTAS A
      *--  PAGAR
      *----------------------------------------------------------------
       0400-PREPARAR-DEMONSTRATIVO SECTION.
           MOVE SPACES TO WRK-DIST-ATUAL.
           MOVE LOW-VALUES TO TRB-CHAVE.
           START REPASSE-TRB KEY IS NOT LESS THAN TRB-CHAVE
               INVALID KEY
                   MOVE 1 TO WRK-FIM-TRB
           END-START.
           IF WRK-FIM-TRB EQUAL 0
               READ REPASSE-TRB NEXT RECORD
                   AT END MOVE 1 TO WRK-FIM-TRB
               END-READ
           END-IF.

       0450-DEMONSTRAR-TITULO      SECTION.
           IF TRB-DISTRIBUIDORA NOT EQUAL WRK-DIST-ATUAL
               PERFORM 0500-FECHAR-DISTRIBUIDORA
               PERFORM 0460-ABRIR-DISTRIBUIDORA
           END-IF.

           IF TRB-CODFILME NOT EQUAL 0
               MOVE SPACES TO WRK-LINHA-TITULO
               MOVE TRB-CODFILME TO LTI-CODFILME
               MOVE TRB-TITULO   TO LTI-TITULO
               MOVE TRB-QTD      TO LTI-QTD
               MOVE TRB-RECEITA  TO LTI-RECEITA
               WRITE DEMONST-REG FROM WRK-LINHA-TITULO
               ADD TRB-QTD     TO WRK-DIST-QTD
               ADD TRB-RECEITA TO WRK-DIST-RECEITA
           END-IF.

           READ REPASSE-TRB NEXT RECORD
               AT END MOVE 1 TO WRK-FIM-TRB
           END-READ.

       0460-ABRIR-DISTRIBUIDORA    SECTION.
           MOVE TRB-DISTRIBUIDORA TO WRK-DIST-ATUAL.
           MOVE 0 TO WRK-DIST-QTD.
           MOVE 0 TO WRK-DIST-RECEITA.
           ADD 1 TO WRK-DISTRIBUIDORAS.

           MOVE SPACES TO DEMONST-REG.
           WRITE DEMONST-REG.
           MOVE SPACES TO DEMONST-REG.
           STRING 'DEMONSTRATIVO DE REPASSE - MES: ' DELIMITED BY SIZE
                  WRK-MES          DELIMITED BY SIZE
                  '  DISTRIBUIDORA: ' DELIMITED BY SIZE
                  WRK-DIST-ATUAL   DELIMITED BY SIZE
               INTO DEMONST-REG.
           WRITE DEMONST-REG.
           MOVE 'CODFILME TITULO                         LOCACOES'
               TO DEMONST-REG.
           MOVE '   RECEITA LOC.' TO DEMONST-REG (49:15).
           WRITE DEMONST-REG.

      *--  CONTRATO VIGENTE NO MES: O DE INICIO MAIS RECENTE
       0470-BUSCAR-CONTRATO        SECTION.
           MOVE 0 TO WRK-TEM-CONTRATO.
           MOVE 0 TO WRK-CTR-INICIO.
           MOVE 0 TO WRK-CTR-FIM.
           MOVE 0 TO WRK-CTR-PERCENTUAL.
           MOVE 0 TO WRK-CTR-MINIMO.
           IF WRK-SEM-CONTRATOS EQUAL 1
               EXIT SECTION
           END-IF.

           MOVE WRK-DIST-ATUAL TO CTR-DISTRIBUIDORA.
           MOVE 0 TO CTR-INICIO.
           START CONTRATOS KEY IS NOT LESS THAN CONTRATOS-CHAVE
               INVALID KEY
                   MOVE 10 TO CONTRATOS-STATUS
           END-START.

           IF CONTRATOS-STATUS EQUAL 0
               READ CONTRATOS NEXT RECORD
                   AT END MOVE 10 TO CONTRATOS-STATUS
               END-READ
               PERFORM UNTIL CONTRATOS-STATUS EQUAL 10
                   OR CTR-DISTRIBUIDORA NOT EQUAL WRK-DIST-ATUAL
                   IF CTR-INICIO NOT GREATER THAN WRK-MES-FIM AND
                      (CTR-FIM EQUAL 0 OR
                       CTR-FIM NOT LESS THAN WRK-MES-INICIO)
                       MOVE 1 TO WRK-TEM-CONTRATO
                       MOVE CTR-INICIO     TO WRK-CTR-INICIO
                       MOVE CTR-FIM        TO WRK-CTR-FIM
                       MOVE CTR-PERCENTUAL TO WRK-CTR-PERCENTUAL
                       MOVE CTR-MINIMO     TO WRK-CTR-MINIMO
                   END-IF
                   READ CONTRATOS NEXT RECORD
                       AT END MOVE 10 TO CONTRATOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       0500-FECHAR-DISTRIBUIDORA   SECTION.
           IF WRK-DIST-ATUAL EQUAL SPACES
               EXIT SECTION
           END-IF.

           PERFORM 0470-BUSCAR-CONTRATO.

           MOVE SPACES TO DEMONST-REG.
           WRITE DEMONST-REG.
           MOVE WRK-DIST-QTD     TO WRK-QTD-ED.
           MOVE WRK-DIST-RECEITA TO WRK-VALOR-ED.
           MOVE SPACES TO DEMONST-REG.
           STRING '  LOCACOES NO MES.............: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
               INTO DEMONST-REG.
           WRITE DEMONST-REG.
           MOVE SPACES TO DEMONST-REG.
           STRING '  RECEITA DE LOCACAO..........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO DEMONST-REG.
           WRITE DEMONST-REG.
           ADD WRK-DIST-RECEITA TO WRK-TOTAL-RECEITA.

           IF WRK-TEM-CONTRATO EQUAL 0
               MOVE '  SEM CONTRATO VIGENTE NO MES - NADA A REPASSAR'
                   TO DEMONST-REG
               WRITE DEMONST-REG
               EXIT SECTION
           END-IF.

           COMPUTE WRK-VALOR-PERC ROUNDED =
               WRK-DIST-RECEITA * WRK-CTR-PERCENTUAL / 100.
           IF WRK-VALOR-PERC LESS THAN WRK-CTR-MINIMO
               MOVE WRK-CTR-MINIMO TO WRK-VALOR-DEVIDO
           ELSE
               MOVE WRK-VALOR-PERC TO WRK-VALOR-DEVIDO
           END-IF.

           MOVE SPACES TO DEMONST-REG.
           STRING '  CONTRATO VIGENTE DESDE......: ' DELIMITED BY SIZE
                  WRK-CTR-INICIO DELIMITED BY SIZE
                  '  ATE: '      DELIMITED BY SIZE
                  WRK-CTR-FIM    DELIMITED BY SIZE
               INTO DEMONST-REG.
           WRITE DEMONST-REG.
           MOVE WRK-CTR-PERCENTUAL TO WRK-PERC-ED.
           MOVE WRK-VALOR-PERC     TO WRK-VALOR-ED.
           MOVE SPACES TO DEMONST-REG.
           STRING '  REPASSE DE ' DELIMITED BY SIZE
                  WRK-PERC-ED     DELIMITED BY SIZE
                  '%.............: ' DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
               INTO DEMONST-REG.
           WRITE DEMONST-REG.
           MOVE WRK-CTR-MINIMO TO WRK-VALOR-ED.
           MOVE SPACES TO DEMONST-REG.
           STRING '  GARANTIA MINIMA.............: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO DEMONST-REG.
           WRITE DEMONST-REG.
           MOVE WRK-VALOR-DEVIDO TO WRK-VALOR-ED.
           MOVE SPACES TO DEMONST-REG.
           STRING '  VALOR DEVIDO NO MES.........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO DEMONST-REG.
           WRITE DEMONST-REG.

           IF WRK-VALOR-DEVIDO GREATER THAN 0
               MOVE SPACES             TO PAGAR-REG
               MOVE WRK-DIST-ATUAL     TO PGR-DISTRIBUIDORA
               MOVE WRK-MES            TO PGR-MES
               MOVE WRK-DIST-RECEITA   TO PGR-RECEITA
               MOVE WRK-CTR-PERCENTUAL TO PGR-PERCENTUAL
               MOVE WRK-VALOR-PERC     TO PGR-VALOR-PERC
               MOVE WRK-CTR-MINIMO     TO PGR-MINIMO
               MOVE WRK-VALOR-DEVIDO   TO PGR-VALOR-DEVIDO
               MOVE WRK-DATA-HOJE      TO PGR-DATA-APURACAO
               WRITE PAGAR-REG
               ADD 1 TO WRK-PAGAMENTOS
               ADD WRK-VALOR-DEVIDO TO WRK-TOTAL-DEVIDO
           END-IF.

       0300-FINALIZAR              SECTION.
           PERFORM 0500-FECHAR-DISTRIBUIDORA.

           MOVE SPACES TO DEMONST-REG.
           WRITE DEMONST-REG.
           MOVE WRK-TOTAL-RECEITA TO WRK-VALOR-ED.
           MOVE SPACES TO DEMONST-REG.
           STRING 'RECEITA DE LOCACAO NO MES.....: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO DEMONST-REG.
           WRITE DEMONST-REG.
           MOVE WRK-TOTAL-DEVIDO TO WRK-VALOR-ED.
           MOVE SPACES TO DEMONST-REG.
           STRING 'TOTAL A REPASSAR..............: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO DEMONST-REG.
           WRITE DEMONST-REG.

           CLOSE FILMES.
           IF WRK-SEM-CONTRATOS EQUAL 0
               CLOSE CONTRATOS
           END-IF.
           CLOSE REPASSE-TRB.
           CLOSE DEMONSTRATIVO.
           CLOSE PAGAR.

           MOVE WRK-MES           TO CTL-MES.
           MOVE 'F'               TO CTL-SITUACAO.
           MOVE WRK-DATA-HOJE     TO CTL-DATA-APURACAO.
           MOVE WRK-OPERADOR      TO CTL-OPER-APURACAO.
           MOVE WRK-TOTAL-DEVIDO  TO CTL-TOTAL-DEVIDO.
           IF WRK-CTL-EXISTE EQUAL 1
               REWRITE CTL-REG
                   INVALID KEY
                       DISPLAY "ERRO AO REGISTRAR A APURACAO: "
                           CTL-STATUS
               END-REWRITE
           ELSE
               MOVE 0      TO CTL-DATA-REABERTURA
               MOVE SPACES TO CTL-SUPERVISOR
               WRITE CTL-REG
                   INVALID KEY
                       DISPLAY "ERRO AO REGISTRAR A APURACAO: "
                           CTL-STATUS
               END-WRITE
           END-IF.
           CLOSE REPASSE-CTL.

           MOVE WRK-LIDAS          TO WRK-LIDAS-ED.
           MOVE WRK-NO-MES         TO WRK-NO-MES-ED.
           MOVE WRK-SEM-CADASTRO   TO WRK-SEM-CADASTRO-ED.
           MOVE WRK-DISTRIBUIDORAS TO WRK-DISTRIBUIDORAS-ED.
           MOVE WRK-PAGAMENTOS     TO WRK-PAGAMENTOS-ED.
           MOVE WRK-TOTAL-DEVIDO   TO WRK-VALOR-ED.

           DISPLAY "===================================".
           DISPLAY "APURACAO DE REPASSE CONCLUIDA - MES " WRK-MES.
           DISPLAY "COBRANCAS LIDAS......: " WRK-LIDAS-ED.
           DISPLAY "LOCACOES NO MES......: " WRK-NO-MES-ED.
           DISPLAY "FILME NAO CADASTRADO.: " WRK-SEM-CADASTRO-ED.
           DISPLAY "DISTRIBUIDORAS.......: " WRK-DISTRIBUIDORAS-ED.
           DISPLAY "A PAGAR..............: " WRK-PAGAMENTOS-ED.
           DISPLAY "TOTAL A REPASSAR.....: " WRK-VALOR-ED.
           DISPLAY "DEMONSTRATIVO........: " WRK-DEMONST-PATH.
           DISPLAY "CONTAS A PAGAR.......: " WRK-PAGAR-PATH.
           DISPLAY "===================================".

           PERFORM 0060-LER-TRAVA.
           MOVE 'N' TO WRK-TRAVA-BATCH.
           PERFORM 0070-GRAVAR-TRAVA.

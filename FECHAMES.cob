       IDENTIFICATION              DIVISION.
       PROGRAM-ID. FECHAMES.
      *=================================================================
      *==  OBJETIVO: FECHAMENTO CONTABIL DO MES - TOTALIZA POR FILIAL
      *==            AS COBRANCAS DO MES (COBRANCAS.dat) EM RECEITA DE
      *==            LOCACAO, MULTA POR ATRASO E REPOSICAO DE COPIA
      *==            PERDIDA, MAIS OS RECEBIMENTOS E ABONOS DO MES
      *==            (PAGAMENTOS.dat). GRAVA O DIARIO CONTABIL
      *==            CONTABIL-AAAAMM.txt COM UM LANCAMENTO A DEBITO E
      *==            A CREDITO POR FILIAL E CONTA, O RELATORIO DE
      *==            CONFERENCIA FECHAMES-AAAAMM.prn E, SE O DIARIO
      *==            BATER COM AS ORIGENS, MARCA O MES COMO FECHADO EM
      *==            PERIODO-CTL.dat. MES FECHADO NAO RECEBE MAIS
      *==            COBRANCA (VER MAIN 1391-VERIFICAR-PERIODO)
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

           SELECT FILIAIS ASSIGN TO "..\dados\FILIAIS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILIAIS-STATUS
               RECORD KEY IS FILIAIS-CHAVE.

           SELECT PERIODOS ASSIGN TO "..\dados\PERIODO-CTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PERIODOS-STATUS
               RECORD KEY IS PER-CHAVE.

           SELECT OPERADORES ASSIGN TO "..\dados\OPERADORES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS OPERADORES-STATUS
               RECORD KEY IS OPERADORES-CHAVE.

           SELECT DIARIO ASSIGN TO WRK-DIARIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS DIARIO-STATUS.

           SELECT CONFERENCIA ASSIGN TO WRK-CONFER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONFER-STATUS.

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

       FD  FILIAIS.
       01  FILIAIS-REG.
           05  FILIAIS-CHAVE.
               10  FILIAL-COD         PIC X(008).
           05  FILIAL-NOME            PIC X(030).
           05  FILIAL-ENDERECO        PIC X(040).
           05  FILIAL-TELEFONE        PIC X(015).
           05  FILIAL-MAX-EMP         PIC 9(003).

       FD  PERIODOS.
       01  PERIODOS-REG.
           05  PER-CHAVE.
               10  PER-MES             PIC 9(006).
           05  PER-SITUACAO            PIC X(001).
           05  PER-DATA-FECHAMENTO     PIC 9(008).
           05  PER-OPERADOR            PIC X(008).
           05  PER-TOTAL-DEBITO        PIC 9(011)V99.
           05  PER-TOTAL-CREDITO       PIC 9(011)V99.

       FD  OPERADORES.
       01  OPERADORES-REG.
           05  OPERADORES-CHAVE.
               10  OPER-COD        PIC X(008).
           05  OPER-NOME           PIC X(030).
           05  OPER-PERFIL         PIC 9(001).

       FD  DIARIO.
       01  DIARIO-REG.
           05  LAN-MES             PIC 9(006).
           05  FILLER              PIC X(001).
           05  LAN-NUMERO          PIC 9(005).
           05  FILLER              PIC X(001).
           05  LAN-DATA            PIC 9(008).
           05  FILLER              PIC X(001).
           05  LAN-FILIAL          PIC X(008).
           05  FILLER              PIC X(001).
           05  LAN-CONTA           PIC X(010).
           05  FILLER              PIC X(001).
           05  LAN-NATUREZA        PIC X(001).
           05  FILLER              PIC X(001).
           05  LAN-VALOR           PIC 9(011)V99.
           05  FILLER              PIC X(001).
           05  LAN-HISTORICO       PIC X(030).

       FD  CONFERENCIA.
       01  CONFER-REG              PIC X(100).

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
       77  FILIAIS-STATUS          PIC 9(002).
       77  PERIODOS-STATUS         PIC 9(002).
       77  OPERADORES-STATUS       PIC 9(002).
       77  DIARIO-STATUS           PIC 9(002).
       77  CONFER-STATUS           PIC 9(002).
       77  WRK-OPERADOR            PIC X(008).
       77  WRK-MES                 PIC 9(006) VALUES ZEROS.
       77  WRK-MES-ATUAL           PIC 9(006) VALUES ZEROS.
       77  WRK-MES-SEGUINTE        PIC 9(008) VALUES ZEROS.
       77  WRK-DATA-LANCAMENTO     PIC 9(008) VALUES ZEROS.
       77  WRK-DATA-HOJE           PIC 9(008) VALUES ZEROS.
       77  WRK-PER-EXISTE          PIC 9(001) VALUES ZEROS.
       77  WRK-SEM-PAGAMENTOS      PIC 9(001) VALUES ZEROS.
       77  WRK-FIM-COBRANCAS       PIC 9(001) VALUES ZEROS.
       77  WRK-ACHOU               PIC 9(001) VALUES ZEROS.
       77  WRK-FILIAL-LIMITE       PIC 9(001) VALUES ZEROS.
       77  WRK-CONFERE             PIC 9(001) VALUES ZEROS.
       77  WRK-PER-ERRO            PIC 9(001) VALUES ZEROS.
       77  WRK-QTD-FILIAIS         PIC 9(003) VALUES ZEROS.
       77  WRK-FILIAL              PIC X(008).
       77  WRK-DIARIO-PATH         PIC X(040).
       77  WRK-CONFER-PATH         PIC X(040).
       77  WRK-COB-LIDAS           PIC 9(007) VALUES ZEROS.
       77  WRK-COB-NO-MES          PIC 9(007) VALUES ZEROS.
       77  WRK-PAG-LIDOS           PIC 9(007) VALUES ZEROS.
       77  WRK-PAG-NO-MES          PIC 9(007) VALUES ZEROS.
       77  WRK-LANCAMENTOS         PIC 9(005) VALUES ZEROS.
       77  WRK-LINHAS-DIARIO       PIC 9(007) VALUES ZEROS.
       77  WRK-COB-LIDAS-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-COB-NO-MES-ED       PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-PAG-LIDOS-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-PAG-NO-MES-ED       PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-LANCAMENTOS-ED      PIC ZZ.ZZ9 VALUES ZEROS.
       77  WRK-QTD-ED              PIC ZZ.ZZ9 VALUES ZEROS.
       77  WRK-VALOR-ED            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR2-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *--  TOTAIS DAS ORIGENS (COBRANCAS E PAGAMENTOS DO MES)
       77  WRK-ORI-COBRADO         PIC 9(011)V99 VALUES ZEROS.
       77  WRK-ORI-RECEBIDO        PIC 9(011)V99 VALUES ZEROS.
       77  WRK-ORI-ABONADO         PIC 9(011)V99 VALUES ZEROS.

      *--  TOTAIS DO DIARIO GRAVADO
       77  WRK-DIA-DEBITO          PIC 9(011)V99 VALUES ZEROS.
       77  WRK-DIA-CREDITO         PIC 9(011)V99 VALUES ZEROS.
       77  WRK-DIA-RECEITA         PIC 9(011)V99 VALUES ZEROS.
       77  WRK-DIA-RECEBIDO        PIC 9(011)V99 VALUES ZEROS.
       77  WRK-DIA-ABONADO         PIC 9(011)V99 VALUES ZEROS.

      *--  PLANO DE CONTAS DO DIARIO
       77  WRK-CTA-CAIXA           PIC X(010) VALUE '1.1.01'.
       77  WRK-CTA-CLIENTES        PIC X(010) VALUE '1.1.02'.
       77  WRK-CTA-REC-LOCACAO     PIC X(010) VALUE '3.1.01'.
       77  WRK-CTA-REC-MULTA       PIC X(010) VALUE '3.1.02'.
       77  WRK-CTA-REC-REPOSICAO   PIC X(010) VALUE '3.1.03'.
       77  WRK-CTA-ABONOS          PIC X(010) VALUE '4.1.01'.

      *--  PARAMETROS DE UM LANCAMENTO (DEBITO E CREDITO)
       77  WRK-LAN-DEBITO          PIC X(010).
       77  WRK-LAN-CREDITO         PIC X(010).
       77  WRK-LAN-VALOR           PIC 9(011)V99 VALUES ZEROS.
       77  WRK-LAN-HISTORICO       PIC X(030).

       01  WRK-TAB-FILIAIS.
           05  WRK-TAB-FC OCCURS 100 TIMES INDEXED BY IDX-FC.
               10  WRK-FC-FILIAL       PIC X(008).
               10  WRK-FC-QTD-COB      PIC 9(005) VALUE ZERO.
               10  WRK-FC-LOCACAO      PIC 9(009)V99 VALUE ZERO.
               10  WRK-FC-MULTA        PIC 9(009)V99 VALUE ZERO.
               10  WRK-FC-REPOSICAO    PIC 9(009)V99 VALUE ZERO.
               10  WRK-FC-QTD-PAG      PIC 9(005) VALUE ZERO.
               10  WRK-FC-RECEBIDO     PIC 9(009)V99 VALUE ZERO.
               10  WRK-FC-ABONADO      PIC 9(009)V99 VALUE ZERO.
               10  WRK-FC-DEBITO       PIC 9(011)V99 VALUE ZERO.
               10  WRK-FC-CREDITO      PIC 9(011)V99 VALUE ZERO.

       PROCEDURE                   DIVISION.
       0001-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-COBRANCA
               UNTIL WRK-FIM-COBRANCAS EQUAL 1.
           PERFORM 0250-PROCESSAR-PAGAMENTOS.
           PERFORM 0400-GRAVAR-DIARIO.
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

       0090-VALIDAR-SUPERVISOR     SECTION.
           MOVE SPACES TO WRK-OPERADOR.
           DISPLAY "CODIGO DO SUPERVISOR: ".
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
           CLOSE OPERADORES.

           IF OPER-PERFIL NOT EQUAL 2
               DISPLAY "FECHAMENTO RESTRITO AO SUPERVISOR"
               STOP RUN
           END-IF.

       0100-INICIALIZAR            SECTION.
           DISPLAY "FECHAR O MES (AAAAMM): ".
           ACCEPT WRK-MES.
           IF WRK-MES (5:2) < '01' OR WRK-MES (5:2) > '12'
               DISPLAY "MES INVALIDO"
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-ATUAL.
           IF WRK-MES NOT LESS THAN WRK-MES-ATUAL
               DISPLAY "MES AINDA EM ANDAMENTO, FECHAMENTO RECUSADO"
               STOP RUN
           END-IF.

      *--  LANCAMENTOS DATADOS NO ULTIMO DIA DO MES
           IF WRK-MES (5:2) EQUAL '12'
               COMPUTE WRK-MES-SEGUINTE = (WRK-MES + 89) * 100 + 1
           ELSE
               COMPUTE WRK-MES-SEGUINTE = (WRK-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-DATA-LANCAMENTO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-MES-SEGUINTE) - 1).

           PERFORM 0090-VALIDAR-SUPERVISOR.

           PERFORM 0050-VERIFICAR-TRAVA.

           OPEN I-O PERIODOS.
           IF PERIODOS-STATUS EQUAL 35
               OPEN OUTPUT PERIODOS
               CLOSE PERIODOS
               OPEN I-O PERIODOS
           END-IF.
           IF PERIODOS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR PERIODO-CTL.dat: "
                   PERIODOS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE 0 TO WRK-PER-EXISTE.
           MOVE WRK-MES TO PER-MES.
           READ PERIODOS
               INVALID KEY
                   MOVE 0 TO WRK-PER-EXISTE
               NOT INVALID KEY
                   MOVE 1 TO WRK-PER-EXISTE
           END-READ.
           IF WRK-PER-EXISTE EQUAL 1 AND PER-SITUACAO EQUAL 'F'
               DISPLAY "MES " WRK-MES " JA FECHADO EM "
                   PER-DATA-FECHAMENTO " POR " PER-OPERADOR
               CLOSE PERIODOS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN INPUT COBRANCAS.
           IF COBRANCAS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR COBRANCAS.dat: " COBRANCAS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN INPUT PAGAMENTOS.
           IF PAGAMENTOS-STATUS NOT EQUAL 0
               DISPLAY "PAGAMENTOS.dat INDISPONIVEL, SEM RECEBIMENTOS "
                   "E ABONOS NO MES"
               MOVE 1 TO WRK-SEM-PAGAMENTOS
           END-IF.

           OPEN INPUT FILIAIS.
           IF FILIAIS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR FILIAIS.dat: " FILIAIS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE SPACES TO WRK-DIARIO-PATH.
           STRING "..\dados\CONTABIL-" DELIMITED BY SIZE
                  WRK-MES              DELIMITED BY SIZE
                  ".txt"               DELIMITED BY SIZE
                  INTO WRK-DIARIO-PATH.
           OPEN OUTPUT DIARIO.
           IF DIARIO-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR " WRK-DIARIO-PATH
                   ": " DIARIO-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE SPACES TO WRK-CONFER-PATH.
           STRING "..\dados\FECHAMES-" DELIMITED BY SIZE
                  WRK-MES              DELIMITED BY SIZE
                  ".prn"               DELIMITED BY SIZE
                  INTO WRK-CONFER-PATH.
           OPEN OUTPUT CONFERENCIA.
           IF CONFER-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR " WRK-CONFER-PATH
                   ": " CONFER-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE SPACES TO CONFER-REG.
           STRING 'FECHAMENTO CONTABIL - CONFERENCIA DO MES: '
                      DELIMITED BY SIZE
                  WRK-MES DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

           READ COBRANCAS
               AT END MOVE 1 TO WRK-FIM-COBRANCAS
           END-READ.

      *----------------------------------------------------------------
      *--  ORIGENS: COBRANCAS E PAGAMENTOS DO MES POR FILIAL
      *----------------------------------------------------------------
       0200-PROCESSAR-COBRANCA     SECTION.
           ADD 1 TO WRK-COB-LIDAS.

           IF COB-DATA (1:6) EQUAL WRK-MES (1:6)
               ADD 1 TO WRK-COB-NO-MES
               ADD COB-VALOR-TOTAL TO WRK-ORI-COBRADO
               MOVE COB-FILIAL TO WRK-FILIAL
               PERFORM 0220-LOCALIZAR-FILIAL
               IF WRK-ACHOU EQUAL 1
                   ADD 1 TO WRK-FC-QTD-COB(IDX-FC)
                   IF COB-TIPO EQUAL 'R'
                       ADD COB-VALOR-TOTAL
                           TO WRK-FC-REPOSICAO(IDX-FC)
                   ELSE
                       ADD COB-VALOR-LOCACAO
                           TO WRK-FC-LOCACAO(IDX-FC)
                       ADD COB-VALOR-MULTA
                           TO WRK-FC-MULTA(IDX-FC)
                   END-IF
               END-IF
           END-IF.

           READ COBRANCAS
               AT END MOVE 1 TO WRK-FIM-COBRANCAS
           END-READ.

       0220-LOCALIZAR-FILIAL       SECTION.
           MOVE 0 TO WRK-ACHOU.
           PERFORM VARYING IDX-FC FROM 1 BY 1
                   UNTIL IDX-FC > WRK-QTD-FILIAIS OR WRK-ACHOU EQUAL 1
               IF WRK-FC-FILIAL(IDX-FC) EQUAL WRK-FILIAL
                   MOVE 1 TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL 1
               SET IDX-FC DOWN BY 1
               EXIT SECTION
           END-IF.

           IF WRK-QTD-FILIAIS < 100
               ADD 1 TO WRK-QTD-FILIAIS
               SET IDX-FC TO WRK-QTD-FILIAIS
               MOVE WRK-FILIAL TO WRK-FC-FILIAL(IDX-FC)
               MOVE 1 TO WRK-ACHOU
           ELSE
               MOVE 1 TO WRK-FILIAL-LIMITE
           END-IF.

       0250-PROCESSAR-PAGAMENTOS   SECTION.
           CLOSE COBRANCAS.
           IF WRK-SEM-PAGAMENTOS EQUAL 1
               EXIT SECTION
           END-IF.

           MOVE LOW-VALUES TO PAGAMENTOS-CHAVE.
           START PAGAMENTOS KEY IS NOT LESS THAN PAGAMENTOS-CHAVE
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START.

           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
                   AT END MOVE 10 TO PAGAMENTOS-STATUS
               END-READ
               PERFORM UNTIL PAGAMENTOS-STATUS EQUAL 10
                   ADD 1 TO WRK-PAG-LIDOS
                   IF PAG-DATA (1:6) EQUAL WRK-MES (1:6)
                       PERFORM 0260-ACUMULAR-PAGAMENTO
                   END-IF
                   READ PAGAMENTOS NEXT RECORD
                       AT END MOVE 10 TO PAGAMENTOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PAGAMENTOS.

       0260-ACUMULAR-PAGAMENTO     SECTION.
           ADD 1 TO WRK-PAG-NO-MES.
           IF PAG-TIPO EQUAL 'A'
               ADD PAG-VALOR TO WRK-ORI-ABONADO
           ELSE
               ADD PAG-VALOR TO WRK-ORI-RECEBIDO
           END-IF.

           MOVE PAG-FILIAL TO WRK-FILIAL.
           PERFORM 0220-LOCALIZAR-FILIAL.
           IF WRK-ACHOU EQUAL 1
               ADD 1 TO WRK-FC-QTD-PAG(IDX-FC)
               IF PAG-TIPO EQUAL 'A'
                   ADD PAG-VALOR TO WRK-FC-ABONADO(IDX-FC)
               ELSE
                   ADD PAG-VALOR TO WRK-FC-RECEBIDO(IDX-FC)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *--  DIARIO: UM LANCAMENTO (DEBITO + CREDITO) POR FILIAL E CONTA
      *--    LOCACAO......: D CLIENTES       C RECEITA DE LOCACAO
      *--    MULTA........: D CLIENTES       C RECEITA DE MULTA
      *--    REPOSICAO....: D CLIENTES       C RECEITA DE REPOSICAO
      *--    RECEBIMENTO..: D CAIXA          C CLIENTES
      *--    ABONO........: D ABONOS         C CLIENTES
      *----------------------------------------------------------------
       0400-GRAVAR-DIARIO          SECTION.
           PERFORM VARYING IDX-FC FROM 1 BY 1
                   UNTIL IDX-FC > WRK-QTD-FILIAIS
               MOVE WRK-FC-FILIAL(IDX-FC) TO WRK-FILIAL

               MOVE WRK-CTA-CLIENTES    TO WRK-LAN-DEBITO
               MOVE WRK-CTA-REC-LOCACAO TO WRK-LAN-CREDITO
               MOVE WRK-FC-LOCACAO(IDX-FC) TO WRK-LAN-VALOR
               MOVE 'RECEITA DE LOCACAO DO MES' TO WRK-LAN-HISTORICO
               PERFORM 0450-GRAVAR-LANCAMENTO
               ADD WRK-LAN-VALOR TO WRK-DIA-RECEITA

               MOVE WRK-CTA-CLIENTES    TO WRK-LAN-DEBITO
               MOVE WRK-CTA-REC-MULTA   TO WRK-LAN-CREDITO
               MOVE WRK-FC-MULTA(IDX-FC) TO WRK-LAN-VALOR
               MOVE 'MULTAS POR ATRASO DO MES' TO WRK-LAN-HISTORICO
               PERFORM 0450-GRAVAR-LANCAMENTO
               ADD WRK-LAN-VALOR TO WRK-DIA-RECEITA

               MOVE WRK-CTA-CLIENTES      TO WRK-LAN-DEBITO
               MOVE WRK-CTA-REC-REPOSICAO TO WRK-LAN-CREDITO
               MOVE WRK-FC-REPOSICAO(IDX-FC) TO WRK-LAN-VALOR
               MOVE 'REPOSICAO DE COPIAS PERDIDAS' TO WRK-LAN-HISTORICO
               PERFORM 0450-GRAVAR-LANCAMENTO
               ADD WRK-LAN-VALOR TO WRK-DIA-RECEITA

               MOVE WRK-CTA-CAIXA       TO WRK-LAN-DEBITO
               MOVE WRK-CTA-CLIENTES    TO WRK-LAN-CREDITO
               MOVE WRK-FC-RECEBIDO(IDX-FC) TO WRK-LAN-VALOR
               MOVE 'RECEBIMENTOS DO MES' TO WRK-LAN-HISTORICO
               PERFORM 0450-GRAVAR-LANCAMENTO
               ADD WRK-LAN-VALOR TO WRK-DIA-RECEBIDO

               MOVE WRK-CTA-ABONOS      TO WRK-LAN-DEBITO
               MOVE WRK-CTA-CLIENTES    TO WRK-LAN-CREDITO
               MOVE WRK-FC-ABONADO(IDX-FC) TO WRK-LAN-VALOR
               MOVE 'ABONOS CONCEDIDOS NO MES' TO WRK-LAN-HISTORICO
               PERFORM 0450-GRAVAR-LANCAMENTO
               ADD WRK-LAN-VALOR TO WRK-DIA-ABONADO

               PERFORM 0500-CONFERIR-FILIAL
           END-PERFORM.

       0450-GRAVAR-LANCAMENTO      SECTION.
           IF WRK-LAN-VALOR EQUAL 0
               EXIT SECTION
           END-IF.

           ADD 1 TO WRK-LANCAMENTOS.

           MOVE SPACES              TO DIARIO-REG.
           MOVE WRK-MES             TO LAN-MES.
           MOVE WRK-LANCAMENTOS     TO LAN-NUMERO.
           MOVE WRK-DATA-LANCAMENTO TO LAN-DATA.
           MOVE WRK-FILIAL          TO LAN-FILIAL.
           MOVE WRK-LAN-DEBITO      TO LAN-CONTA.
           MOVE 'D'                 TO LAN-NATUREZA.
           MOVE WRK-LAN-VALOR       TO LAN-VALOR.
           MOVE WRK-LAN-HISTORICO   TO LAN-HISTORICO.
           WRITE DIARIO-REG.
           ADD 1 TO WRK-LINHAS-DIARIO.
           ADD WRK-LAN-VALOR TO WRK-DIA-DEBITO.
           ADD WRK-LAN-VALOR TO WRK-FC-DEBITO(IDX-FC).

           MOVE WRK-LAN-CREDITO     TO LAN-CONTA.
           MOVE 'C'                 TO LAN-NATUREZA.
           WRITE DIARIO-REG.
           ADD 1 TO WRK-LINHAS-DIARIO.
           ADD WRK-LAN-VALOR TO WRK-DIA-CREDITO.
           ADD WRK-LAN-VALOR TO WRK-FC-CREDITO(IDX-FC).

       0500-CONFERIR-FILIAL        SECTION.
           MOVE SPACES TO CONFER-REG.
           WRITE CONFER-REG.

           MOVE WRK-FC-FILIAL(IDX-FC) TO FILIAL-COD.
           READ FILIAIS
               INVALID KEY
                   MOVE 'FILIAL NAO CADASTRADA' TO FILIAL-NOME
           END-READ.
           MOVE SPACES TO CONFER-REG.
           STRING 'FILIAL: '              DELIMITED BY SIZE
                  WRK-FC-FILIAL(IDX-FC)   DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  FILIAL-NOME             DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

           MOVE WRK-FC-QTD-COB(IDX-FC) TO WRK-QTD-ED.
           MOVE SPACES TO CONFER-REG.
           STRING '  COBRANCAS NO MES...........: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

           MOVE WRK-FC-LOCACAO(IDX-FC) TO WRK-VALOR-ED.
           MOVE SPACES TO CONFER-REG.
           STRING '  RECEITA DE LOCACAO.........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

           MOVE WRK-FC-MULTA(IDX-FC) TO WRK-VALOR-ED.
           MOVE SPACES TO CONFER-REG.
           STRING '  RECEITA DE MULTA...........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

           MOVE WRK-FC-REPOSICAO(IDX-FC) TO WRK-VALOR-ED.
           MOVE SPACES TO CONFER-REG.
           STRING '  RECEITA DE REPOSICAO.......: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

           MOVE WRK-FC-QTD-PAG(IDX-FC) TO WRK-QTD-ED.
           MOVE SPACES TO CONFER-REG.
           STRING '  PAGAMENTOS NO MES..........: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

           MOVE WRK-FC-RECEBIDO(IDX-FC) TO WRK-VALOR-ED.
           MOVE SPACES TO CONFER-REG.
           STRING '  RECEBIMENTOS...............: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

           MOVE WRK-FC-ABONADO(IDX-FC) TO WRK-VALOR-ED.
           MOVE SPACES TO CONFER-REG.
           STRING '  ABONOS.....................: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

           MOVE WRK-FC-DEBITO(IDX-FC)  TO WRK-VALOR-ED.
           MOVE WRK-FC-CREDITO(IDX-FC) TO WRK-VALOR2-ED.
           MOVE SPACES TO CONFER-REG.
           STRING '  DIARIO - DEBITOS / CREDITOS: ' DELIMITED BY SIZE
                  WRK-VALOR-ED  DELIMITED BY SIZE
                  ' / '         DELIMITED BY SIZE
                  WRK-VALOR2-ED DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

      *----------------------------------------------------------------
      *--  CONFERENCIA GERAL: DIARIO x ORIGENS. O MES SO E FECHADO
      *--  SE TUDO BATER
      *----------------------------------------------------------------
       0300-FINALIZAR              SECTION.
           CLOSE DIARIO.
           CLOSE FILIAIS.

           MOVE 1 TO WRK-CONFERE.
           IF WRK-DIA-DEBITO NOT EQUAL WRK-DIA-CREDITO
               MOVE 0 TO WRK-CONFERE
           END-IF.
           IF WRK-DIA-RECEITA NOT EQUAL WRK-ORI-COBRADO
               MOVE 0 TO WRK-CONFERE
           END-IF.
           IF WRK-DIA-RECEBIDO NOT EQUAL WRK-ORI-RECEBIDO
               MOVE 0 TO WRK-CONFERE
           END-IF.
           IF WRK-DIA-ABONADO NOT EQUAL WRK-ORI-ABONADO
               MOVE 0 TO WRK-CONFERE
           END-IF.
           IF WRK-FILIAL-LIMITE EQUAL 1
               MOVE 0 TO WRK-CONFERE
           END-IF.

           MOVE SPACES TO CONFER-REG.
           WRITE CONFER-REG.
           MOVE 'CONFERENCIA GERAL           ORIGEM                 '
               TO CONFER-REG.
           MOVE '   DIARIO' TO CONFER-REG (57:9).
           WRITE CONFER-REG.

           MOVE WRK-ORI-COBRADO TO WRK-VALOR-ED.
           MOVE WRK-DIA-RECEITA TO WRK-VALOR2-ED.
           MOVE SPACES TO CONFER-REG.
           STRING 'COBRADO NO MES.........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED  DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  WRK-VALOR2-ED DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

           MOVE WRK-ORI-RECEBIDO TO WRK-VALOR-ED.
           MOVE WRK-DIA-RECEBIDO TO WRK-VALOR2-ED.
           MOVE SPACES TO CONFER-REG.
           STRING 'RECEBIDO NO MES........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED  DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  WRK-VALOR2-ED DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

           MOVE WRK-ORI-ABONADO TO WRK-VALOR-ED.
           MOVE WRK-DIA-ABONADO TO WRK-VALOR2-ED.
           MOVE SPACES TO CONFER-REG.
           STRING 'ABONADO NO MES.........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED  DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  WRK-VALOR2-ED DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

           MOVE WRK-DIA-DEBITO  TO WRK-VALOR-ED.
           MOVE WRK-DIA-CREDITO TO WRK-VALOR2-ED.
           MOVE SPACES TO CONFER-REG.
           STRING 'DIARIO DEBITO / CREDITO: ' DELIMITED BY SIZE
                  WRK-VALOR-ED  DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  WRK-VALOR2-ED DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

           MOVE WRK-COB-NO-MES    TO WRK-COB-NO-MES-ED.
           MOVE WRK-PAG-NO-MES    TO WRK-PAG-NO-MES-ED.
           MOVE WRK-LANCAMENTOS   TO WRK-LANCAMENTOS-ED.
           MOVE SPACES TO CONFER-REG.
           STRING 'COBRANCAS: '      DELIMITED BY SIZE
                  WRK-COB-NO-MES-ED  DELIMITED BY SIZE
                  '  PAGAMENTOS: '   DELIMITED BY SIZE
                  WRK-PAG-NO-MES-ED  DELIMITED BY SIZE
                  '  LANCAMENTOS: '  DELIMITED BY SIZE
                  WRK-LANCAMENTOS-ED DELIMITED BY SIZE
               INTO CONFER-REG.
           WRITE CONFER-REG.

           MOVE SPACES TO CONFER-REG.
           WRITE CONFER-REG.
           IF WRK-FILIAL-LIMITE EQUAL 1
               MOVE 'LIMITE DE FILIAIS ATINGIDO, TOTAIS PARCIAIS'
                   TO CONFER-REG
               WRITE CONFER-REG
           END-IF.

           IF WRK-CONFERE EQUAL 1
               PERFORM 0350-FECHAR-PERIODO
           END-IF.
           CLOSE PERIODOS.

           EVALUATE TRUE
               WHEN WRK-PER-ERRO EQUAL 1
                   MOVE 'MES NAO FECHADO - ERRO EM PERIODO-CTL.dat'
                       TO CONFER-REG
               WHEN WRK-CONFERE EQUAL 1
                   MOVE 'DIARIO CONFERE COM AS ORIGENS - MES FECHADO'
                       TO CONFER-REG
               WHEN OTHER
                   MOVE 'DIVERGENCIA DIARIO x ORIGENS - MES NAO FECHADO'
                       TO CONFER-REG
           END-EVALUATE.
           WRITE CONFER-REG.
           CLOSE CONFERENCIA.

           MOVE WRK-COB-LIDAS      TO WRK-COB-LIDAS-ED.
           MOVE WRK-PAG-LIDOS      TO WRK-PAG-LIDOS-ED.
           MOVE WRK-DIA-DEBITO     TO WRK-VALOR-ED.

           DISPLAY "===================================".
           EVALUATE TRUE
               WHEN WRK-PER-ERRO EQUAL 1
                   DISPLAY "MES NAO FECHADO - ERRO EM PERIODO-CTL.dat"
               WHEN WRK-CONFERE EQUAL 1
                   DISPLAY "FECHAMENTO CONTABIL CONCLUIDO - MES "
                       WRK-MES
               WHEN OTHER
                   DISPLAY "DIVERGENCIA NA CONFERENCIA - MES " WRK-MES
                       " NAO FECHADO"
           END-EVALUATE.
           DISPLAY "COBRANCAS LIDAS......: " WRK-COB-LIDAS-ED.
           DISPLAY "COBRANCAS NO MES.....: " WRK-COB-NO-MES-ED.
           DISPLAY "PAGAMENTOS LIDOS.....: " WRK-PAG-LIDOS-ED.
           DISPLAY "PAGAMENTOS NO MES....: " WRK-PAG-NO-MES-ED.
           DISPLAY "FILIAIS..............: " WRK-QTD-FILIAIS.
           DISPLAY "LANCAMENTOS..........: " WRK-LANCAMENTOS-ED.
           DISPLAY "TOTAL DEBITOS........: " WRK-VALOR-ED.
           DISPLAY "DIARIO CONTABIL......: " WRK-DIARIO-PATH.
           DISPLAY "CONFERENCIA..........: " WRK-CONFER-PATH.
           DISPLAY "===================================".

           PERFORM 0060-LER-TRAVA.
           MOVE 'N' TO WRK-TRAVA-BATCH.
           PERFORM 0070-GRAVAR-TRAVA.

       0350-FECHAR-PERIODO         SECTION.
           MOVE WRK-MES         TO PER-MES.
           MOVE 'F'             TO PER-SITUACAO.
           MOVE WRK-DATA-HOJE   TO PER-DATA-FECHAMENTO.
           MOVE WRK-OPERADOR    TO PER-OPERADOR.
           MOVE WRK-DIA-DEBITO  TO PER-TOTAL-DEBITO.
           MOVE WRK-DIA-CREDITO TO PER-TOTAL-CREDITO.
           IF WRK-PER-EXISTE EQUAL 1
               REWRITE PERIODOS-REG
                   INVALID KEY
                       DISPLAY "ERRO AO FECHAR O PERIODO: "
                           PERIODOS-STATUS
                       MOVE 1 TO WRK-PER-ERRO
                       MOVE 0 TO WRK-CONFERE
               END-REWRITE
           ELSE
               WRITE PERIODOS-REG
                   INVALID KEY
                       DISPLAY "ERRO AO FECHAR O PERIODO: "
                           PERIODOS-STATUS
                       MOVE 1 TO WRK-PER-ERRO
                       MOVE 0 TO WRK-CONFERE
               END-WRITE
           END-IF.

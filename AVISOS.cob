       IDENTIFICATION              DIVISION.
       PROGRAM-ID. AVISOS.
      *=================================================================
      *==  OBJETIVO: ESCALONAMENTO NOTURNO DOS EMPRESTIMOS EM ATRASO -
      *==            VARRE EMPRESTIMOS.dat ATRAS DOS EMPRESTIMOS ABERTOS
      *==            VENCIDOS E EMITE 1O AVISO, 2O AVISO E AVISO FINAL
      *==            CONFORME OS PRAZOS DE AVISOS-PAR.dat. O NIVEL JA
      *==            ATINGIDO FICA EM AVISOS-NIV.dat PARA NAO REPETIR
      *==            AVISO. PASSADO O PRAZO DE PERDA, O EMPRESTIMO E A
      *==            COPIA SAO DECLARADOS PERDIDOS (SITUACAO 'P'), A
      *==            REPOSICAO POR MIDIA E COBRADA EM COBRANCAS.dat E O
      *==            EVENTO VAI PARA FILMES-LOG.dat. UM ARQUIVO DE
      *==            AVISOS POR FILIAL: AVISOS-<FILIAL>-AAAAMMDD.prn
      *==  AUTOR: GABRIEL CARVALHO
      *=================================================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT EMPRESTIMOS ASSIGN TO "..\dados\EMPRESTIMOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMPRESTIMOS-STATUS
               RECORD KEY IS EMPRESTIMOS-CHAVE
               ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES.

           SELECT COPIAS ASSIGN TO "..\dados\COPIAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS COPIAS-STATUS
               RECORD KEY IS COPIAS-CHAVE.

           SELECT FILMES ASSIGN TO "..\dados\FILMES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE
               ALTERNATE RECORD KEY IS TITULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS GENERO WITH DUPLICATES.

           SELECT SOCIOS ASSIGN TO "..\dados\SOCIOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS SOCIOS-STATUS
               RECORD KEY IS SOCIOS-CHAVE.

           SELECT NIVEIS ASSIGN TO "..\dados\AVISOS-NIV.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS NIVEIS-STATUS
               RECORD KEY IS NIVEIS-CHAVE.

           SELECT PARAMETROS ASSIGN TO "..\dados\AVISOS-PAR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PARAMETROS-STATUS.

           SELECT AVISOS-TRB ASSIGN TO "..\dados\AVISOS.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRB-STATUS
               RECORD KEY IS TRB-CHAVE.

           SELECT AVISO ASSIGN TO WRK-AVISO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AVISO-STATUS.

           SELECT COBRANCAS ASSIGN TO "..\dados\COBRANCAS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COBRANCAS-STATUS.

           SELECT FILMES-LOG ASSIGN TO "..\dados\FILMES-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT TRAVA ASSIGN TO "..\dados\TRAVA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAVA-STATUS.

           SELECT TOTAIS ASSIGN TO "..\dados\AVISOS-TOT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TOTAIS-STATUS.

       DATA                        DIVISION.
       FILE                        SECTION.
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

       FD  COPIAS.
       01  COPIAS-REG.
           05  COPIAS-CHAVE.
               10  COP-CODFILME    PIC 9(005).
               10  COP-NUMERO      PIC 9(003).
           05  COP-MIDIA           PIC X(003).
           05  COP-CONDICAO        PIC X(001).
           05  COP-SITUACAO        PIC X(001).
           05  COP-FILIAL          PIC X(008).

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

       FD  SOCIOS.
       01  SOCIOS-REG.
           05  SOCIOS-CHAVE.
               10  SOC-NUMERO      PIC 9(006).
           05  SOC-NOME            PIC X(030).
           05  SOC-DOCUMENTO       PIC X(014).
           05  SOC-TELEFONE        PIC X(015).
           05  SOC-FILIAL          PIC X(008).
           05  SOC-SITUACAO        PIC X(001).
           05  SOC-MAX-EMP         PIC 9(002).
           05  SOC-DATA-CADASTRO   PIC 9(008).

       FD  NIVEIS.
       01  NIVEIS-REG.
           05  NIVEIS-CHAVE.
               10  NIV-NUMEMP      PIC 9(005).
           05  NIV-NIVEL           PIC 9(001).
           05  NIV-DATA            PIC 9(008).

       FD  PARAMETROS.
       01  PARAMETROS-REG.
           05  PAR-DIAS-AVISO-1    PIC 9(003).
           05  FILLER              PIC X(001).
           05  PAR-DIAS-AVISO-2    PIC 9(003).
           05  FILLER              PIC X(001).
           05  PAR-DIAS-FINAL      PIC 9(003).
           05  FILLER              PIC X(001).
           05  PAR-DIAS-PERDA      PIC 9(003).
           05  PAR-REPOSICAO OCCURS 4 TIMES.
               10  FILLER          PIC X(001).
               10  PAR-REP-MIDIA   PIC X(003).
               10  FILLER          PIC X(001).
               10  PAR-REP-VALOR   PIC 9(005)V99.

       FD  AVISOS-TRB.
       01  TRB-REG.
           05  TRB-CHAVE.
               10  TRB-FILIAL      PIC X(008).
               10  TRB-NUMEMP      PIC 9(005).
           05  TRB-NIVEL           PIC 9(001).
           05  TRB-CODFILME        PIC 9(005).
           05  TRB-TITULO          PIC X(030).
           05  TRB-COPIA           PIC 9(003).
           05  TRB-SOCIO           PIC 9(006).
           05  TRB-SOC-NOME        PIC X(030).
           05  TRB-SOC-TELEFONE    PIC X(015).
           05  TRB-DATA-PREVISTA   PIC 9(008).
           05  TRB-DIAS-ATRASO     PIC 9(005).
           05  TRB-VALOR           PIC 9(007)V99.

       FD  AVISO.
       01  AVISO-REG               PIC X(100).

       FD  COBRANCAS.
       01  COBRANCAS-REG.
           05  COB-DATA            PIC 9(008).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  COB-NUMEMP          PIC 9(005).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  COB-CODFILME        PIC 9(005).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  COB-FILIAL          PIC X(008).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  COB-MIDIA           PIC X(003).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  COB-DIAS            PIC 9(003).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  COB-VALOR-LOCACAO   PIC 9(007)V99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  COB-DIAS-ATRASO     PIC 9(003).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  COB-VALOR-MULTA     PIC 9(007)V99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  COB-VALOR-TOTAL     PIC 9(007)V99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  COB-TIPO            PIC X(001).

       FD  FILMES-LOG.
       01  FILMES-LOG-REG.
           05  LOG-DATA-HORA               PIC X(021).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-OPERACAO                PIC X(008).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-CODFILME                PIC 9(005).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-TITULO-ANT              PIC X(030).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-TITULO-NOVO             PIC X(030).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-GENERO-ANT              PIC X(008).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-GENERO-NOVO             PIC X(008).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-DURACAO-ANT             PIC 9(003).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-DURACAO-NOVO            PIC 9(003).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-DISTRIBUIDORA-ANT       PIC X(015).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-DISTRIBUIDORA-NOVO      PIC X(015).
           05  FILLER                      PIC X(001) VALUE SPACE.
           05  LOG-NOTA-ANT                PIC 9(002).
           05  FILLER                      PIC X(001) VALUE SPACE.
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

       FD  TRAVA.
       01  TRAVA-REG.
           05  TRAVA-ONLINE        PIC X(001).
           05  TRAVA-BATCH         PIC X(001).
           05  TRAVA-DATA-HORA     PIC X(021).

       FD  TOTAIS.
       01  TOTAIS-REG.
           05  TOT-AVISO-1         PIC 9(007).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  TOT-AVISO-2         PIC 9(007).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  TOT-AVISO-FINAL     PIC 9(007).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  TOT-PERDAS          PIC 9(007).

       WORKING-STORAGE             SECTION.
       77  TRAVA-STATUS            PIC 9(002).
       77  WRK-TRAVA-RESP          PIC X(001).

       01  WRK-TRAVA-REG.
           05  WRK-TRAVA-ONLINE        PIC X(001).
           05  WRK-TRAVA-BATCH         PIC X(001).
           05  WRK-TRAVA-DATA-HORA     PIC X(021).

       77  EMPRESTIMOS-STATUS      PIC 9(002).
       77  COPIAS-STATUS           PIC 9(002).
       77  FILMES-STATUS           PIC 9(002).
       77  SOCIOS-STATUS           PIC 9(002).
       77  NIVEIS-STATUS           PIC 9(002).
       77  PARAMETROS-STATUS       PIC 9(002).
       77  TRB-STATUS              PIC 9(002).
       77  AVISO-STATUS            PIC 9(002).
       77  COBRANCAS-STATUS        PIC 9(002).
       77  LOG-STATUS              PIC 9(002).
       77  TOTAIS-STATUS           PIC 9(002).
       77  WRK-AVISO-PATH          PIC X(040).
       77  WRK-DATA-HOJE           PIC 9(008).
       77  WRK-DIA-HOJE            PIC 9(007) VALUES ZEROS.
       77  WRK-DIAS-ATRASO         PIC S9(007) VALUES ZEROS.
       77  WRK-NIVEL-ATUAL         PIC 9(001) VALUES ZEROS.
       77  WRK-NIVEL-NOVO          PIC 9(001) VALUES ZEROS.
       77  WRK-NIVEL-EXISTE        PIC 9(001) VALUES ZEROS.
       77  WRK-FIM-EMP             PIC 9(001) VALUES ZEROS.
       77  WRK-FIM-TRB             PIC 9(001) VALUES ZEROS.
       77  WRK-AVISO-ABERTO        PIC 9(001) VALUES ZEROS.
       77  WRK-FILIAL-ATUAL        PIC X(008).
       77  WRK-MIDIA               PIC X(003).
       77  WRK-REPOSICAO           PIC 9(007)V99 VALUES ZEROS.
       77  WRK-REP-ACHOU           PIC 9(001) VALUES ZEROS.
       77  WRK-IDX                 PIC 9(001) VALUES ZEROS.
       77  WRK-LIDOS               PIC 9(007) VALUES ZEROS.
       77  WRK-ATRASADOS           PIC 9(007) VALUES ZEROS.
       77  WRK-AVISO-1             PIC 9(007) VALUES ZEROS.
       77  WRK-AVISO-2             PIC 9(007) VALUES ZEROS.
       77  WRK-AVISO-FINAL         PIC 9(007) VALUES ZEROS.
       77  WRK-PERDAS              PIC 9(007) VALUES ZEROS.
       77  WRK-SEM-REPOSICAO       PIC 9(007) VALUES ZEROS.
       77  WRK-ARQUIVOS            PIC 9(003) VALUES ZEROS.
       77  WRK-LIDOS-ED            PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-ATRASADOS-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-AVISO-1-ED          PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-AVISO-2-ED          PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-AVISO-FINAL-ED      PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-PERDAS-ED           PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-SEM-REPOSICAO-ED    PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-DIAS-ED             PIC ZZ.ZZ9 VALUES ZEROS.
       77  WRK-VALOR-ED            PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-PARAMETROS.
           05  WRK-DIAS-AVISO-1    PIC 9(003) VALUE 7.
           05  WRK-DIAS-AVISO-2    PIC 9(003) VALUE 15.
           05  WRK-DIAS-FINAL      PIC 9(003) VALUE 30.
           05  WRK-DIAS-PERDA      PIC 9(003) VALUE 60.
           05  WRK-REPOSICAO-TAB OCCURS 4 TIMES.
               10  WRK-REP-MIDIA   PIC X(003).
               10  WRK-REP-VALOR   PIC 9(005)V99.

       PROCEDURE                   DIVISION.
       0001-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-EMPRESTIMO
               UNTIL WRK-FIM-EMP EQUAL 1.
           PERFORM 0500-EMITIR-AVISOS.
           PERFORM 0300-FINALIZAR.
           GOBACK.

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
                   MOVE 8 TO RETURN-CODE
                   GOBACK
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
                   MOVE 8 TO RETURN-CODE
                   GOBACK
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
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       0100-INICIALIZAR            SECTION.
           PERFORM 0050-VERIFICAR-TRAVA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           COMPUTE WRK-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).

           PERFORM 0150-LER-PARAMETROS.

           OPEN I-O EMPRESTIMOS.
           IF EMPRESTIMOS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR EMPRESTIMOS.dat: "
                   EMPRESTIMOS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN I-O COPIAS.
           IF COPIAS-STATUS EQUAL 35
               OPEN OUTPUT COPIAS
               CLOSE COPIAS
               OPEN I-O COPIAS
           END-IF.

           OPEN INPUT FILMES.
           IF FILMES-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR FILMES.dat: " FILMES-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN INPUT SOCIOS.
           IF SOCIOS-STATUS EQUAL 35
               OPEN OUTPUT SOCIOS
               CLOSE SOCIOS
               OPEN INPUT SOCIOS
           END-IF.

           OPEN I-O NIVEIS.
           IF NIVEIS-STATUS EQUAL 35
               OPEN OUTPUT NIVEIS
               CLOSE NIVEIS
               OPEN I-O NIVEIS
           END-IF.
           IF NIVEIS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR AVISOS-NIV.dat: " NIVEIS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN OUTPUT AVISOS-TRB.
           CLOSE AVISOS-TRB.
           OPEN I-O AVISOS-TRB.
           IF TRB-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR AVISOS.tmp: " TRB-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN EXTEND COBRANCAS.
           IF COBRANCAS-STATUS EQUAL 35
               OPEN OUTPUT COBRANCAS
               CLOSE COBRANCAS
               OPEN EXTEND COBRANCAS
           END-IF.

           OPEN EXTEND FILMES-LOG.
           IF LOG-STATUS EQUAL 35
               OPEN OUTPUT FILMES-LOG
               CLOSE FILMES-LOG
               OPEN EXTEND FILMES-LOG
           END-IF.

           MOVE 0 TO NUMEMP.
           START EMPRESTIMOS KEY IS NOT LESS THAN EMPRESTIMOS-CHAVE
               INVALID KEY
                   MOVE 1 TO WRK-FIM-EMP
           END-START.
           IF WRK-FIM-EMP EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE 1 TO WRK-FIM-EMP
               END-READ
           END-IF.

      *----------------------------------------------------------------
      *--  PRAZOS E VALORES DE REPOSICAO - SEM O ARQUIVO, GRAVA O
      *--  PADRAO PARA O SUPERVISOR AJUSTAR
      *----------------------------------------------------------------
       0150-LER-PARAMETROS         SECTION.
           MOVE 'DVD'  TO WRK-REP-MIDIA(1).
           MOVE 50,00  TO WRK-REP-VALOR(1).
           MOVE 'BLU'  TO WRK-REP-MIDIA(2).
           MOVE 80,00  TO WRK-REP-VALOR(2).
           MOVE 'VHS'  TO WRK-REP-MIDIA(3).
           MOVE 30,00  TO WRK-REP-VALOR(3).
           MOVE 'ARQ'  TO WRK-REP-MIDIA(4).
           MOVE 0      TO WRK-REP-VALOR(4).

           OPEN INPUT PARAMETROS.
           IF PARAMETROS-STATUS EQUAL 0
               READ PARAMETROS
                   AT END MOVE 10 TO PARAMETROS-STATUS
               END-READ
               IF PARAMETROS-STATUS EQUAL 0
                   MOVE PAR-DIAS-AVISO-1 TO WRK-DIAS-AVISO-1
                   MOVE PAR-DIAS-AVISO-2 TO WRK-DIAS-AVISO-2
                   MOVE PAR-DIAS-FINAL   TO WRK-DIAS-FINAL
                   MOVE PAR-DIAS-PERDA   TO WRK-DIAS-PERDA
                   PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > 4
                       MOVE PAR-REP-MIDIA(WRK-IDX)
                           TO WRK-REP-MIDIA(WRK-IDX)
                       MOVE PAR-REP-VALOR(WRK-IDX)
                           TO WRK-REP-VALOR(WRK-IDX)
                   END-PERFORM
               END-IF
               CLOSE PARAMETROS
           ELSE
               OPEN OUTPUT PARAMETROS
               MOVE SPACES TO PARAMETROS-REG
               MOVE WRK-DIAS-AVISO-1 TO PAR-DIAS-AVISO-1
               MOVE WRK-DIAS-AVISO-2 TO PAR-DIAS-AVISO-2
               MOVE WRK-DIAS-FINAL   TO PAR-DIAS-FINAL
               MOVE WRK-DIAS-PERDA   TO PAR-DIAS-PERDA
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > 4
                   MOVE WRK-REP-MIDIA(WRK-IDX)
                       TO PAR-REP-MIDIA(WRK-IDX)
                   MOVE WRK-REP-VALOR(WRK-IDX)
                       TO PAR-REP-VALOR(WRK-IDX)
               END-PERFORM
               WRITE PARAMETROS-REG
               CLOSE PARAMETROS
               DISPLAY "AVISOS-PAR.dat CRIADO COM OS PRAZOS PADRAO"
           END-IF.

           IF WRK-DIAS-AVISO-1 EQUAL 0 OR
              WRK-DIAS-AVISO-2 NOT GREATER THAN WRK-DIAS-AVISO-1 OR
              WRK-DIAS-FINAL   NOT GREATER THAN WRK-DIAS-AVISO-2 OR
              WRK-DIAS-PERDA   NOT GREATER THAN WRK-DIAS-FINAL
               DISPLAY "PRAZOS DE AVISOS-PAR.dat FORA DE ORDEM"
               PERFORM 0080-ABANDONAR
           END-IF.

           DISPLAY "PRAZOS (DIAS) 1O/2O/FINAL/PERDA: "
               WRK-DIAS-AVISO-1 "/" WRK-DIAS-AVISO-2 "/"
               WRK-DIAS-FINAL "/" WRK-DIAS-PERDA.

       0200-PROCESSAR-EMPRESTIMO   SECTION.
           ADD 1 TO WRK-LIDOS.

           IF EMP-SITUACAO EQUAL 'A' AND
              EMP-DATA-PREVISTA NOT EQUAL 0 AND
              EMP-DATA-PREVISTA LESS THAN WRK-DATA-HOJE
               ADD 1 TO WRK-ATRASADOS
               PERFORM 0250-AVALIAR-ATRASO
           END-IF.

           READ EMPRESTIMOS NEXT RECORD
               AT END MOVE 1 TO WRK-FIM-EMP
           END-READ.

       0250-AVALIAR-ATRASO         SECTION.
           COMPUTE WRK-DIAS-ATRASO = WRK-DIA-HOJE -
               FUNCTION INTEGER-OF-DATE (EMP-DATA-PREVISTA).

           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO NOT LESS THAN WRK-DIAS-PERDA
                   MOVE 4 TO WRK-NIVEL-NOVO
               WHEN WRK-DIAS-ATRASO NOT LESS THAN WRK-DIAS-FINAL
                   MOVE 3 TO WRK-NIVEL-NOVO
               WHEN WRK-DIAS-ATRASO NOT LESS THAN WRK-DIAS-AVISO-2
                   MOVE 2 TO WRK-NIVEL-NOVO
               WHEN WRK-DIAS-ATRASO NOT LESS THAN WRK-DIAS-AVISO-1
                   MOVE 1 TO WRK-NIVEL-NOVO
               WHEN OTHER
                   MOVE 0 TO WRK-NIVEL-NOVO
           END-EVALUATE.
           IF WRK-NIVEL-NOVO EQUAL 0
               EXIT SECTION
           END-IF.

           MOVE 0 TO WRK-NIVEL-ATUAL.
           MOVE 0 TO WRK-NIVEL-EXISTE.
           MOVE NUMEMP TO NIV-NUMEMP.
           READ NIVEIS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-NIVEL-EXISTE
                   MOVE NIV-NIVEL TO WRK-NIVEL-ATUAL
           END-READ.
      *--  SOBE NO MAXIMO UM NIVEL POR EXECUCAO: TODO SOCIO RECEBE OS
      *--  AVISOS 1, 2 E FINAL ANTES DA PERDA SER DECLARADA
           IF WRK-NIVEL-NOVO GREATER THAN WRK-NIVEL-ATUAL + 1
               COMPUTE WRK-NIVEL-NOVO = WRK-NIVEL-ATUAL + 1
           END-IF.
           IF WRK-NIVEL-NOVO NOT GREATER THAN WRK-NIVEL-ATUAL
               EXIT SECTION
           END-IF.

           MOVE SPACES TO TRB-REG.
           MOVE EMP-FILIAL (1 : 8) TO TRB-FILIAL.
           MOVE NUMEMP             TO TRB-NUMEMP.
           MOVE WRK-NIVEL-NOVO     TO TRB-NIVEL.
           MOVE EMP-CODFILME       TO TRB-CODFILME.
           MOVE EMP-COPIA          TO TRB-COPIA.
           MOVE EMP-SOCIO          TO TRB-SOCIO.
           MOVE EMP-DATA-PREVISTA  TO TRB-DATA-PREVISTA.
           MOVE WRK-DIAS-ATRASO    TO TRB-DIAS-ATRASO.
           MOVE 0                  TO TRB-VALOR.

           INITIALIZE FILMES-REG.
           MOVE EMP-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   MOVE 'FILME NAO CADASTRADO' TO TRB-TITULO
               NOT INVALID KEY
                   MOVE TITULO TO TRB-TITULO
           END-READ.

           IF EMP-SOCIO NOT EQUAL 0
               MOVE EMP-SOCIO TO SOC-NUMERO
               READ SOCIOS
                   INVALID KEY
                       MOVE 'SOCIO NAO CADASTRADO' TO TRB-SOC-NOME
                   NOT INVALID KEY
                       MOVE SOC-NOME     TO TRB-SOC-NOME
                       MOVE SOC-TELEFONE TO TRB-SOC-TELEFONE
               END-READ
           END-IF.

           IF WRK-NIVEL-NOVO EQUAL 4
               PERFORM 0400-DECLARAR-PERDA
           END-IF.

           WRITE TRB-REG
               INVALID KEY
                   DISPLAY "AVISO DUPLICADO, EMPRESTIMO " NUMEMP
           END-WRITE.

           EVALUATE WRK-NIVEL-NOVO
               WHEN 1
                   ADD 1 TO WRK-AVISO-1
               WHEN 2
                   ADD 1 TO WRK-AVISO-2
               WHEN 3
                   ADD 1 TO WRK-AVISO-FINAL
               WHEN 4
                   ADD 1 TO WRK-PERDAS
           END-EVALUATE.

           MOVE NUMEMP         TO NIV-NUMEMP.
           MOVE WRK-NIVEL-NOVO TO NIV-NIVEL.
           MOVE WRK-DATA-HOJE  TO NIV-DATA.
           IF WRK-NIVEL-EXISTE EQUAL 1
               REWRITE NIVEIS-REG
           ELSE
               WRITE NIVEIS-REG
           END-IF.
           IF NIVEIS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO GRAVAR AVISOS-NIV.dat: " NIVEIS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

      *----------------------------------------------------------------
      *--  PERDA: EMPRESTIMO E COPIA 'P', COBRANCA DE REPOSICAO E
      *--  REGISTRO NA TRILHA DE AUDITORIA
      *----------------------------------------------------------------
       0400-DECLARAR-PERDA         SECTION.
           MOVE 'P' TO EMP-SITUACAO.
           REWRITE EMPRESTIMOS-REG.
           IF EMPRESTIMOS-STATUS NOT EQUAL 0 AND
              EMPRESTIMOS-STATUS NOT EQUAL 2
               DISPLAY "ERRO AO GRAVAR EMPRESTIMO " NUMEMP
                   ", STATUS: " EMPRESTIMOS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE SPACES TO WRK-MIDIA.
           IF EMP-COPIA NOT EQUAL 0
               MOVE EMP-CODFILME TO COP-CODFILME
               MOVE EMP-COPIA    TO COP-NUMERO
               READ COPIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COP-MIDIA TO WRK-MIDIA
                       MOVE 'P' TO COP-SITUACAO
                       REWRITE COPIAS-REG
                       IF COPIAS-STATUS NOT EQUAL 0 AND
                          COPIAS-STATUS NOT EQUAL 2
                           DISPLAY "ERRO AO GRAVAR COPIA " COP-CODFILME
                               "/" COP-NUMERO ", STATUS: " COPIAS-STATUS
                           PERFORM 0080-ABANDONAR
                       END-IF
               END-READ
           END-IF.
           IF WRK-MIDIA EQUAL SPACES
               MOVE MIDIA TO WRK-MIDIA
           END-IF.

           MOVE 0 TO WRK-REP-ACHOU.
           MOVE 0 TO WRK-REPOSICAO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > 4
               IF WRK-REP-MIDIA(WRK-IDX) EQUAL WRK-MIDIA AND
                  WRK-REP-VALOR(WRK-IDX) GREATER THAN 0
                   MOVE 1 TO WRK-REP-ACHOU
                   MOVE WRK-REP-VALOR(WRK-IDX) TO WRK-REPOSICAO
               END-IF
           END-PERFORM.

           IF WRK-REP-ACHOU EQUAL 1
               MOVE SPACES TO COBRANCAS-REG
               MOVE WRK-DATA-HOJE      TO COB-DATA
               MOVE NUMEMP             TO COB-NUMEMP
               MOVE EMP-CODFILME       TO COB-CODFILME
               MOVE EMP-FILIAL (1 : 8) TO COB-FILIAL
               MOVE WRK-MIDIA          TO COB-MIDIA
               MOVE 0                  TO COB-DIAS
               MOVE 0                  TO COB-VALOR-LOCACAO
               IF WRK-DIAS-ATRASO GREATER THAN 999
                   MOVE 999             TO COB-DIAS-ATRASO
               ELSE
                   MOVE WRK-DIAS-ATRASO TO COB-DIAS-ATRASO
               END-IF
               MOVE 0                  TO COB-VALOR-MULTA
               MOVE WRK-REPOSICAO      TO COB-VALOR-TOTAL
               MOVE 'R'                TO COB-TIPO
               WRITE COBRANCAS-REG
               MOVE WRK-REPOSICAO TO TRB-VALOR
           ELSE
               ADD 1 TO WRK-SEM-REPOSICAO
               DISPLAY "SEM VALOR DE REPOSICAO PARA A MIDIA '"
                   WRK-MIDIA "', EMPRESTIMO " NUMEMP
           END-IF.

           MOVE SPACES TO FILMES-LOG-REG.
           MOVE FUNCTION CURRENT-DATE TO LOG-DATA-HORA.
           MOVE 'PERDA'       TO LOG-OPERACAO.
           MOVE EMP-CODFILME  TO LOG-CODFILME.
           MOVE TITULO        TO LOG-TITULO-ANT.
           MOVE TITULO        TO LOG-TITULO-NOVO.
           MOVE GENERO        TO LOG-GENERO-ANT.
           MOVE GENERO        TO LOG-GENERO-NOVO.
           MOVE DURACAO       TO LOG-DURACAO-ANT.
           MOVE DURACAO       TO LOG-DURACAO-NOVO.
           MOVE DISTRIBUIDORA TO LOG-DISTRIBUIDORA-ANT.
           MOVE DISTRIBUIDORA TO LOG-DISTRIBUIDORA-NOVO.
           MOVE NOTA          TO LOG-NOTA-ANT.
           MOVE NOTA          TO LOG-NOTA-NOVO.
           MOVE 'AVISOS'      TO LOG-OPERADOR.
           MOVE ANO-LANCAMENTO TO LOG-ANO-LANCAMENTO-ANT.
           MOVE ANO-LANCAMENTO TO LOG-ANO-LANCAMENTO-NOVO.
           MOVE MIDIA         TO LOG-MIDIA-ANT.
           MOVE MIDIA         TO LOG-MIDIA-NOVO.
           MOVE SITUACAO      TO LOG-SITUACAO-ANT.
           MOVE SITUACAO      TO LOG-SITUACAO-NOVO.
           WRITE FILMES-LOG-REG.

      *----------------------------------------------------------------
      *--  UM ARQUIVO DE AVISOS POR FILIAL, NA ORDEM DO TRABALHO
      *----------------------------------------------------------------
       0500-EMITIR-AVISOS          SECTION.
           MOVE SPACES TO WRK-FILIAL-ATUAL.
           MOVE 0 TO WRK-AVISO-ABERTO.
           MOVE LOW-VALUES TO TRB-CHAVE.
           START AVISOS-TRB KEY IS NOT LESS THAN TRB-CHAVE
               INVALID KEY
                   MOVE 1 TO WRK-FIM-TRB
           END-START.
           IF WRK-FIM-TRB EQUAL 0
               READ AVISOS-TRB NEXT RECORD
                   AT END MOVE 1 TO WRK-FIM-TRB
               END-READ
           END-IF.

           PERFORM UNTIL WRK-FIM-TRB EQUAL 1
               IF WRK-AVISO-ABERTO EQUAL 0 OR
                  TRB-FILIAL NOT EQUAL WRK-FILIAL-ATUAL
                   PERFORM 0510-ABRIR-AVISO-FILIAL
               END-IF
               PERFORM 0520-GRAVAR-AVISO
               READ AVISOS-TRB NEXT RECORD
                   AT END MOVE 1 TO WRK-FIM-TRB
               END-READ
           END-PERFORM.

           IF WRK-AVISO-ABERTO EQUAL 1
               CLOSE AVISO
           END-IF.

       0510-ABRIR-AVISO-FILIAL     SECTION.
           IF WRK-AVISO-ABERTO EQUAL 1
               CLOSE AVISO
           END-IF.
           MOVE TRB-FILIAL TO WRK-FILIAL-ATUAL.

           MOVE SPACES TO WRK-AVISO-PATH.
           IF WRK-FILIAL-ATUAL EQUAL SPACES
               STRING "..\dados\AVISOS-SEMFILIAL-" DELIMITED BY SIZE
                      WRK-DATA-HOJE                DELIMITED BY SIZE
                      ".prn"                       DELIMITED BY SIZE
                      INTO WRK-AVISO-PATH
           ELSE
               STRING "..\dados\AVISOS-"  DELIMITED BY SIZE
                      WRK-FILIAL-ATUAL    DELIMITED BY SPACE
                      "-"                 DELIMITED BY SIZE
                      WRK-DATA-HOJE       DELIMITED BY SIZE
                      ".prn"              DELIMITED BY SIZE
                      INTO WRK-AVISO-PATH
           END-IF.

           OPEN OUTPUT AVISO.
           IF AVISO-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR " WRK-AVISO-PATH
                   ": " AVISO-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.
           MOVE 1 TO WRK-AVISO-ABERTO.
           ADD 1 TO WRK-ARQUIVOS.

           MOVE SPACES TO AVISO-REG.
           STRING 'AVISOS DE ATRASO - FILIAL: ' DELIMITED BY SIZE
                  WRK-FILIAL-ATUAL              DELIMITED BY SIZE
                  '  EMISSAO: '                 DELIMITED BY SIZE
                  WRK-DATA-HOJE                 DELIMITED BY SIZE
               INTO AVISO-REG.
           WRITE AVISO-REG.

       0520-GRAVAR-AVISO           SECTION.
           MOVE SPACES TO AVISO-REG.
           WRITE AVISO-REG.
           EVALUATE TRB-NIVEL
               WHEN 1
                   MOVE '*** 1O AVISO DE ATRASO ***' TO AVISO-REG
               WHEN 2
                   MOVE '*** 2O AVISO DE ATRASO ***' TO AVISO-REG
               WHEN 3
                   MOVE '*** AVISO FINAL - SUJEITO A REPOSICAO ***'
                       TO AVISO-REG
               WHEN OTHER
                   MOVE '*** COPIA DECLARADA PERDIDA ***' TO AVISO-REG
           END-EVALUATE.
           WRITE AVISO-REG.

           MOVE SPACES TO AVISO-REG.
           STRING 'EMPRESTIMO: '  DELIMITED BY SIZE
                  TRB-NUMEMP      DELIMITED BY SIZE
                  '  FILME: '     DELIMITED BY SIZE
                  TRB-CODFILME    DELIMITED BY SIZE
                  ' - '           DELIMITED BY SIZE
                  TRB-TITULO      DELIMITED BY SIZE
                  '  COPIA: '     DELIMITED BY SIZE
                  TRB-COPIA       DELIMITED BY SIZE
               INTO AVISO-REG.
           WRITE AVISO-REG.

           MOVE SPACES TO AVISO-REG.
           IF TRB-SOCIO EQUAL 0
               MOVE 'SOCIO: NAO INFORMADO NO EMPRESTIMO' TO AVISO-REG
           ELSE
               STRING 'SOCIO: '        DELIMITED BY SIZE
                      TRB-SOCIO        DELIMITED BY SIZE
                      ' - '            DELIMITED BY SIZE
                      TRB-SOC-NOME     DELIMITED BY SIZE
                      '  TEL: '        DELIMITED BY SIZE
                      TRB-SOC-TELEFONE DELIMITED BY SIZE
                   INTO AVISO-REG
           END-IF.
           WRITE AVISO-REG.

           MOVE TRB-DIAS-ATRASO TO WRK-DIAS-ED.
           MOVE SPACES TO AVISO-REG.
           STRING 'DEVOLUCAO PREVISTA: ' DELIMITED BY SIZE
                  TRB-DATA-PREVISTA      DELIMITED BY SIZE
                  '  DIAS DE ATRASO: '   DELIMITED BY SIZE
                  WRK-DIAS-ED            DELIMITED BY SIZE
               INTO AVISO-REG.
           WRITE AVISO-REG.

           IF TRB-NIVEL EQUAL 4
               MOVE SPACES TO AVISO-REG
               IF TRB-VALOR GREATER THAN 0
                   MOVE TRB-VALOR TO WRK-VALOR-ED
                   STRING 'VALOR DE REPOSICAO COBRADO: '
                              DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                       INTO AVISO-REG
               ELSE
                   MOVE 'SEM VALOR DE REPOSICAO PARA A MIDIA'
                       TO AVISO-REG
               END-IF
               WRITE AVISO-REG
           END-IF.

       0300-FINALIZAR              SECTION.
           CLOSE EMPRESTIMOS.
           CLOSE COPIAS.
           CLOSE FILMES.
           CLOSE SOCIOS.
           CLOSE NIVEIS.
           CLOSE AVISOS-TRB.
           CLOSE COBRANCAS.
           CLOSE FILMES-LOG.

           OPEN OUTPUT TOTAIS.
           MOVE WRK-AVISO-1     TO TOT-AVISO-1.
           MOVE WRK-AVISO-2     TO TOT-AVISO-2.
           MOVE WRK-AVISO-FINAL TO TOT-AVISO-FINAL.
           MOVE WRK-PERDAS      TO TOT-PERDAS.
           WRITE TOTAIS-REG.
           CLOSE TOTAIS.

           MOVE WRK-LIDOS         TO WRK-LIDOS-ED.
           MOVE WRK-ATRASADOS     TO WRK-ATRASADOS-ED.
           MOVE WRK-AVISO-1       TO WRK-AVISO-1-ED.
           MOVE WRK-AVISO-2       TO WRK-AVISO-2-ED.
           MOVE WRK-AVISO-FINAL   TO WRK-AVISO-FINAL-ED.
           MOVE WRK-PERDAS        TO WRK-PERDAS-ED.
           MOVE WRK-SEM-REPOSICAO TO WRK-SEM-REPOSICAO-ED.

           DISPLAY "===================================".
           DISPLAY "AVISOS DE ATRASO CONCLUIDO".
           DISPLAY "EMPRESTIMOS LIDOS....: " WRK-LIDOS-ED.
           DISPLAY "EM ATRASO............: " WRK-ATRASADOS-ED.
           DISPLAY "1O AVISO.............: " WRK-AVISO-1-ED.
           DISPLAY "2O AVISO.............: " WRK-AVISO-2-ED.
           DISPLAY "AVISO FINAL..........: " WRK-AVISO-FINAL-ED.
           DISPLAY "DECLARADOS PERDIDOS..: " WRK-PERDAS-ED.
           DISPLAY "PERDAS SEM REPOSICAO.: " WRK-SEM-REPOSICAO-ED.
           DISPLAY "ARQUIVOS DE AVISO....: " WRK-ARQUIVOS.
           DISPLAY "===================================".

           PERFORM 0060-LER-TRAVA.
           MOVE 'N' TO WRK-TRAVA-BATCH.
           PERFORM 0070-GRAVAR-TRAVA.

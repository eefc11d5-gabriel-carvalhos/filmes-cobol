       IDENTIFICATION              DIVISION.
       PROGRAM-ID. IMPORTA.
      *=================================================================
      *==  OBJETIVO: CARGA DO ARQUIVO DE CATALOGO DA MATRIZ - LE
      *==            MATRIZ.dat (ACAO A-INCLUSAO C-ALTERACAO
      *==            D-EXCLUSAO + REGISTRO NO LEIAUTE DE FILMES-REG,
      *==            O MESMO DE EXTRATO.dat) E APLICA EM FILMES.dat.
      *==            INCLUSAO RECEBE CODIGO NOVO DE CONTROLE.dat E A
      *==            CORRESPONDENCIA CODIGO DA MATRIZ X CODIGO LOCAL
      *==            FICA EM MATRIZ-XREF.dat. TODA MUDANCA VAI PARA
      *==            FILMES-LOG.dat (MATRIZ-I/MATRIZ-A/MATRIZ-E).
      *==            REGISTRO QUE NAO PASSA NAS VALIDACOES DO MAIN
      *==            (TITULO, GENERO, DURACAO, NOTA, ANO, MIDIA E
      *==            SITUACAO) E REJEITADO EM IMPORTA.prn.
      *==            TITULO ALTERADO LOCALMENTE DESDE A ULTIMA
      *==            EXTRACAO (EXTRATO-CTL.dat) NAO E SOBRESCRITO: VAI
      *==            PARA O RELATORIO DE CONFLITOS IMPORTA.prn PARA O
      *==            OPERADOR RESOLVER. O PONTO DE CONTROLE EM
      *==            IMPORTA-CTL.dat PERMITE RETOMAR UMA EXECUCAO
      *==            INTERROMPIDA. AO FINAL O ARQUIVO DA MATRIZ E
      *==            GUARDADO EM MATRIZ-AAAAMMDD.dat E ESVAZIADO.
      *==            ETAPA DA CADEIA NOTURNA (ANTES DO EXTRATO)
      *==  AUTOR: GABRIEL CARVALHO
      *=================================================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MATRIZ ASSIGN TO "..\dados\MATRIZ.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MATRIZ-STATUS.

           SELECT MATRIZ-HIST ASSIGN TO WRK-HIST-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HIST-STATUS.

           SELECT FILMES ASSIGN TO "..\dados\FILMES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE
               ALTERNATE RECORD KEY IS TITULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS GENERO WITH DUPLICATES.

           SELECT GENEROS ASSIGN TO "..\dados\GENEROS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS GENEROS-STATUS
               RECORD KEY IS GENEROS-CHAVE.

           SELECT FILMES-LOG ASSIGN TO "..\dados\FILMES-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT CONTROLE ASSIGN TO "..\dados\CONTROLE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONTROLE-STATUS.

           SELECT CONTROLE-EXT ASSIGN TO "..\dados\EXTRATO-CTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONTROLE-EXT-STATUS.

           SELECT EMPRESTIMOS ASSIGN TO "..\dados\EMPRESTIMOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS EMPRESTIMOS-STATUS
               RECORD KEY IS EMPRESTIMOS-CHAVE
               ALTERNATE RECORD KEY IS EMP-CODFILME WITH DUPLICATES.

           SELECT XREF ASSIGN TO "..\dados\MATRIZ-XREF.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS XREF-STATUS
               RECORD KEY IS XRF-CHAVE.

           SELECT IMPORTA-TRB ASSIGN TO "..\dados\IMPORTA.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRB-STATUS
               RECORD KEY IS TRB-CHAVE.

           SELECT PONTO-CTL ASSIGN TO "..\dados\IMPORTA-CTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PONTO-STATUS.

           SELECT CONFLITOS ASSIGN TO "..\dados\IMPORTA.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONFLITOS-STATUS.

           SELECT TRAVA ASSIGN TO "..\dados\TRAVA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAVA-STATUS.

           SELECT TOTAIS ASSIGN TO "..\dados\IMPORTA-TOT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TOTAIS-STATUS.

       DATA                        DIVISION.
       FILE                        SECTION.
       FD  MATRIZ.
       01  MATRIZ-REG.
           05  MAT-ACAO            PIC X(001).
           05  FILLER              PIC X(001).
           05  MAT-DADOS.
               10  MAT-CODFILME    PIC 9(005).
               10  MAT-TITULO      PIC X(030).
               10  MAT-GENERO      PIC X(008).
               10  MAT-DURACAO     PIC 9(003).
               10  MAT-DISTRIBUIDORA PIC X(015).
               10  MAT-NOTA        PIC 9(002).
               10  MAT-ANO-LANCAMENTO PIC 9(004).
               10  MAT-MIDIA       PIC X(003).
               10  MAT-SITUACAO    PIC X(001).

       FD  MATRIZ-HIST.
       01  MATRIZ-HIST-REG         PIC X(073).

       FD  GENEROS.
       01  GENEROS-REG.
           05  GENEROS-CHAVE.
               10  GENERO-COD      PIC X(008).
           05  GENERO-DESC         PIC X(020).

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

       FD  FILMES-LOG.
       01  FILMES-LOG-REG.
           05  LOG-DATA-HORA               PIC X(021).
           05  FILLER                      PIC X(001).
           05  LOG-OPERACAO                PIC X(008).
           05  FILLER                      PIC X(001).
           05  LOG-CODFILME                PIC 9(005).
           05  FILLER                      PIC X(001).
           05  LOG-TITULO-ANT              PIC X(030).
           05  FILLER                      PIC X(001).
           05  LOG-TITULO-NOVO             PIC X(030).
           05  FILLER                      PIC X(001).
           05  LOG-GENERO-ANT              PIC X(008).
           05  FILLER                      PIC X(001).
           05  LOG-GENERO-NOVO             PIC X(008).
           05  FILLER                      PIC X(001).
           05  LOG-DURACAO-ANT             PIC 9(003).
           05  FILLER                      PIC X(001).
           05  LOG-DURACAO-NOVO            PIC 9(003).
           05  FILLER                      PIC X(001).
           05  LOG-DISTRIBUIDORA-ANT       PIC X(015).
           05  FILLER                      PIC X(001).
           05  LOG-DISTRIBUIDORA-NOVO      PIC X(015).
           05  FILLER                      PIC X(001).
           05  LOG-NOTA-ANT                PIC 9(002).
           05  FILLER                      PIC X(001).
           05  LOG-NOTA-NOVO               PIC 9(002).
           05  FILLER                      PIC X(001).
           05  LOG-OPERADOR                PIC X(008).
           05  FILLER                      PIC X(001).
           05  LOG-ANO-LANCAMENTO-ANT      PIC 9(004).
           05  FILLER                      PIC X(001).
           05  LOG-ANO-LANCAMENTO-NOVO     PIC 9(004).
           05  FILLER                      PIC X(001).
           05  LOG-MIDIA-ANT               PIC X(003).
           05  FILLER                      PIC X(001).
           05  LOG-MIDIA-NOVO              PIC X(003).
           05  FILLER                      PIC X(001).
           05  LOG-SITUACAO-ANT            PIC X(001).
           05  FILLER                      PIC X(001).
           05  LOG-SITUACAO-NOVO           PIC X(001).
           05  FILLER                      PIC X(001).
           05  LOG-APROVADOR               PIC X(008).

       FD  CONTROLE.
       01  CONTROLE-REG.
           05  PROX-CODFILME       PIC 9(005).

       FD  CONTROLE-EXT.
       01  CONTROLE-EXT-REG.
           05  ULT-EXTRACAO        PIC X(021).

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

       FD  XREF.
       01  XREF-REG.
           05  XRF-CHAVE.
               10  XRF-COD-MATRIZ  PIC 9(005).
           05  XRF-CODFILME        PIC 9(005).
           05  XRF-DATA-HORA       PIC X(021).

       FD  IMPORTA-TRB.
       01  TRB-REG.
           05  TRB-CHAVE.
               10  TRB-CODFILME    PIC 9(005).
           05  TRB-DATA-HORA       PIC X(021).
           05  TRB-OPERACAO        PIC X(008).
           05  TRB-OPERADOR        PIC X(008).

       FD  PONTO-CTL.
       01  PONTO-REG.
           05  PTO-SITUACAO        PIC X(001).
           05  FILLER              PIC X(001).
           05  PTO-LIDOS           PIC 9(007).
           05  FILLER              PIC X(001).
           05  PTO-INCLUSOES       PIC 9(007).
           05  FILLER              PIC X(001).
           05  PTO-ALTERACOES      PIC 9(007).
           05  FILLER              PIC X(001).
           05  PTO-EXCLUSOES       PIC 9(007).
           05  FILLER              PIC X(001).
           05  PTO-CONFLITOS       PIC 9(007).
           05  FILLER              PIC X(001).
           05  PTO-REJEITADOS      PIC 9(007).
           05  FILLER              PIC X(001).
           05  PTO-IGNORADOS       PIC 9(007).
           05  FILLER              PIC X(001).
           05  PTO-ULT-EXTRACAO    PIC X(021).
           05  FILLER              PIC X(001).
           05  PTO-DATA-HORA       PIC X(021).

       FD  CONFLITOS.
       01  CONFLITOS-REG           PIC X(100).

       FD  TRAVA.
       01  TRAVA-REG.
           05  TRAVA-ONLINE        PIC X(001).
           05  TRAVA-BATCH         PIC X(001).
           05  TRAVA-DATA-HORA     PIC X(021).

       FD  TOTAIS.
       01  TOTAIS-REG.
           05  TOT-INCLUSOES       PIC 9(007).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  TOT-ALTERACOES      PIC 9(007).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  TOT-EXCLUSOES       PIC 9(007).
           05  FILLER              PIC X(001) VALUE SPACE.
           05  TOT-PENDENTES       PIC 9(007).

       WORKING-STORAGE             SECTION.
       77  TRAVA-STATUS            PIC 9(002).
       77  WRK-TRAVA-RESP          PIC X(001).

       01  WRK-TRAVA-REG.
           05  WRK-TRAVA-ONLINE        PIC X(001).
           05  WRK-TRAVA-BATCH         PIC X(001).
           05  WRK-TRAVA-DATA-HORA     PIC X(021).

       77  MATRIZ-STATUS           PIC 9(002).
       77  HIST-STATUS             PIC 9(002).
       77  FILMES-STATUS           PIC 9(002).
       77  GENEROS-STATUS          PIC 9(002).
       77  LOG-STATUS              PIC 9(002).
       77  CONTROLE-STATUS         PIC 9(002).
       77  CONTROLE-EXT-STATUS     PIC 9(002).
       77  EMPRESTIMOS-STATUS      PIC 9(002).
       77  XREF-STATUS             PIC 9(002).
       77  TRB-STATUS              PIC 9(002).
       77  PONTO-STATUS            PIC 9(002).
       77  CONFLITOS-STATUS        PIC 9(002).
       77  TOTAIS-STATUS           PIC 9(002).
       77  WRK-HIST-PATH           PIC X(040).
       77  WRK-ULT-EXTRACAO        PIC X(021).
       77  WRK-RETOMADA            PIC 9(001) VALUES ZEROS.
       77  WRK-PULAR               PIC 9(007) VALUES ZEROS.
       77  WRK-FIM-MATRIZ          PIC 9(001) VALUES ZEROS.
       77  WRK-FIM-LOG             PIC 9(001) VALUES ZEROS.
       77  WRK-PROX-CODFILME       PIC 9(005) VALUES ZEROS.
       77  WRK-COD-LOCAL           PIC 9(005) VALUES ZEROS.
       77  WRK-TEM-XREF            PIC 9(001) VALUES ZEROS.
       77  WRK-CONFLITO            PIC 9(001) VALUES ZEROS.
       77  WRK-DADOS-ERRO          PIC 9(001) VALUES ZEROS.
       77  WRK-EMP-ABERTO          PIC 9(001) VALUES ZEROS.
       77  WRK-OCORRENCIA          PIC X(030).
       77  WRK-LOG-OPERACAO        PIC X(008).
       77  WRK-LIDOS               PIC 9(007) VALUES ZEROS.
       77  WRK-INCLUSOES           PIC 9(007) VALUES ZEROS.
       77  WRK-ALTERACOES          PIC 9(007) VALUES ZEROS.
       77  WRK-EXCLUSOES           PIC 9(007) VALUES ZEROS.
       77  WRK-CONFLITOS           PIC 9(007) VALUES ZEROS.
       77  WRK-REJEITADOS          PIC 9(007) VALUES ZEROS.
       77  WRK-IGNORADOS           PIC 9(007) VALUES ZEROS.
       77  WRK-ALTERADOS-LOCAL     PIC 9(007) VALUES ZEROS.
       77  WRK-LIDOS-ED            PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-INCLUSOES-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-ALTERACOES-ED       PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-EXCLUSOES-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-CONFLITOS-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-REJEITADOS-ED       PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-IGNORADOS-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-ALTERADOS-LOCAL-ED  PIC ZZZ.ZZ9 VALUES ZEROS.

      *--  IMAGENS ANTERIOR E NOVA DO TITULO PARA O LOG
       01  WRK-FILME-ANT.
           05  ANT-CODFILME        PIC 9(005).
           05  ANT-TITULO          PIC X(030).
           05  ANT-GENERO          PIC X(008).
           05  ANT-DURACAO         PIC 9(003).
           05  ANT-DISTRIBUIDORA   PIC X(015).
           05  ANT-NOTA            PIC 9(002).
           05  ANT-ANO-LANCAMENTO  PIC 9(004).
           05  ANT-MIDIA           PIC X(003).
           05  ANT-SITUACAO        PIC X(001).

       01  WRK-FILME-NOVO.
           05  NOV-CODFILME        PIC 9(005).
           05  NOV-TITULO          PIC X(030).
           05  NOV-GENERO          PIC X(008).
           05  NOV-DURACAO         PIC 9(003).
           05  NOV-DISTRIBUIDORA   PIC X(015).
           05  NOV-NOTA            PIC 9(002).
           05  NOV-ANO-LANCAMENTO  PIC 9(004).
           05  NOV-MIDIA           PIC X(003).
           05  NOV-SITUACAO        PIC X(001).

       01  WRK-LINHA-OCORRENCIA.
           05  OCO-ACAO            PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  OCO-COD-MATRIZ      PIC 9(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  OCO-COD-LOCAL       PIC ZZZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  OCO-TITULO          PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  OCO-OCORRENCIA      PIC X(030).

       01  WRK-LINHA-IMAGEM.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  IMG-ORIGEM          PIC X(007).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  IMG-TITULO          PIC X(030).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  IMG-GENERO          PIC X(008).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  IMG-DURACAO         PIC ZZ9.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  IMG-DISTRIBUIDORA   PIC X(015).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  IMG-NOTA            PIC Z9.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  IMG-ANO             PIC 9(004).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  IMG-MIDIA           PIC X(003).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  IMG-SITUACAO        PIC X(001).

       PROCEDURE                   DIVISION.
       0001-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-MATRIZ
               UNTIL WRK-FIM-MATRIZ EQUAL 1.
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

           OPEN INPUT MATRIZ.
           IF MATRIZ-STATUS EQUAL 35
               DISPLAY "SEM ARQUIVO DA MATRIZ PARA PROCESSAR"
               PERFORM 0390-GRAVAR-TOTAIS
               PERFORM 0060-LER-TRAVA
               MOVE 'N' TO WRK-TRAVA-BATCH
               PERFORM 0070-GRAVAR-TRAVA
               GOBACK
           END-IF.
           IF MATRIZ-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR MATRIZ.dat: " MATRIZ-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           PERFORM 0150-LER-PONTO-CONTROLE.

           OPEN I-O FILMES.
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

           OPEN INPUT GENEROS.
           IF GENEROS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR GENEROS.dat: " GENEROS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN I-O XREF.
           IF XREF-STATUS EQUAL 35
               OPEN OUTPUT XREF
               CLOSE XREF
               OPEN I-O XREF
           END-IF.
           IF XREF-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR MATRIZ-XREF.dat: " XREF-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           PERFORM 0170-CARREGAR-ALTERADOS.

           OPEN EXTEND FILMES-LOG.
           IF LOG-STATUS EQUAL 35
               OPEN OUTPUT FILMES-LOG
               CLOSE FILMES-LOG
               OPEN EXTEND FILMES-LOG
           END-IF.

           IF WRK-RETOMADA EQUAL 1
               OPEN EXTEND CONFLITOS
           ELSE
               OPEN OUTPUT CONFLITOS
           END-IF.
           IF CONFLITOS-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR IMPORTA.prn: " CONFLITOS-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           MOVE SPACES TO CONFLITOS-REG.
           IF WRK-RETOMADA EQUAL 1
               WRITE CONFLITOS-REG
               STRING 'EXECUCAO RETOMADA APOS O REGISTRO '
                          DELIMITED BY SIZE
                      WRK-PULAR DELIMITED BY SIZE
                   INTO CONFLITOS-REG
           ELSE
               STRING 'CARGA DO CATALOGO DA MATRIZ - ALTERACOES LOCAIS'
                          DELIMITED BY SIZE
                      ' DESDE ' DELIMITED BY SIZE
                      WRK-ULT-EXTRACAO (1:14) DELIMITED BY SIZE
                   INTO CONFLITOS-REG
           END-IF.
           WRITE CONFLITOS-REG.
           IF WRK-RETOMADA EQUAL 0
               MOVE SPACES TO CONFLITOS-REG
               WRITE CONFLITOS-REG
               MOVE 'A  MATRIZ LOCAL  TITULO' TO CONFLITOS-REG
               MOVE 'OCORRENCIA' TO CONFLITOS-REG (50:10)
               WRITE CONFLITOS-REG
           END-IF.

           MOVE 'E' TO PTO-SITUACAO.
           PERFORM 0180-GRAVAR-PONTO-CONTROLE.

           READ MATRIZ
               AT END MOVE 1 TO WRK-FIM-MATRIZ
           END-READ.
           PERFORM UNTIL WRK-FIM-MATRIZ EQUAL 1
                   OR WRK-LIDOS NOT LESS THAN WRK-PULAR
               ADD 1 TO WRK-LIDOS
               READ MATRIZ
                   AT END MOVE 1 TO WRK-FIM-MATRIZ
               END-READ
           END-PERFORM.

      *--  PONTO DE CONTROLE 'E' = EXECUCAO INTERROMPIDA: RETOMA DO
      *--  REGISTRO SEGUINTE AO ULTIMO PROCESSADO, COM OS MESMOS
      *--  CONTADORES E A MESMA DATA DE EXTRACAO DE REFERENCIA
       0150-LER-PONTO-CONTROLE     SECTION.
           MOVE 0 TO WRK-RETOMADA.
           MOVE SPACES TO PONTO-REG.
           OPEN INPUT PONTO-CTL.
           IF PONTO-STATUS EQUAL 0
               READ PONTO-CTL
                   AT END MOVE SPACES TO PONTO-REG
               END-READ
               CLOSE PONTO-CTL
           END-IF.

           IF PTO-SITUACAO EQUAL 'E'
               MOVE 1 TO WRK-RETOMADA
               MOVE PTO-LIDOS        TO WRK-PULAR
               MOVE PTO-INCLUSOES    TO WRK-INCLUSOES
               MOVE PTO-ALTERACOES   TO WRK-ALTERACOES
               MOVE PTO-EXCLUSOES    TO WRK-EXCLUSOES
               MOVE PTO-CONFLITOS    TO WRK-CONFLITOS
               MOVE PTO-REJEITADOS   TO WRK-REJEITADOS
               MOVE PTO-IGNORADOS    TO WRK-IGNORADOS
               MOVE PTO-ULT-EXTRACAO TO WRK-ULT-EXTRACAO
               DISPLAY "RETOMANDO CARGA INTERROMPIDA EM "
                   PTO-DATA-HORA " APOS O REGISTRO " PTO-LIDOS
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WRK-ULT-EXTRACAO.
           OPEN INPUT CONTROLE-EXT.
           IF CONTROLE-EXT-STATUS EQUAL 0
               READ CONTROLE-EXT
                   AT END MOVE SPACES TO ULT-EXTRACAO
               END-READ
               MOVE ULT-EXTRACAO TO WRK-ULT-EXTRACAO
               CLOSE CONTROLE-EXT
           END-IF.

      *--  TITULOS ALTERADOS LOCALMENTE DESDE A ULTIMA EXTRACAO.
      *--  PERDA DE COPIA E MARCA DE REENVIO NAO MEXEM NO CATALOGO, E
      *--  O QUE VEIO DA PROPRIA MATRIZ NAO E CONFLITO
       0170-CARREGAR-ALTERADOS     SECTION.
           OPEN OUTPUT IMPORTA-TRB.
           CLOSE IMPORTA-TRB.
           OPEN I-O IMPORTA-TRB.
           IF TRB-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO CRIAR IMPORTA.tmp: " TRB-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN INPUT FILMES-LOG.
           IF LOG-STATUS NOT EQUAL 0
               EXIT SECTION
           END-IF.

           MOVE 0 TO WRK-FIM-LOG.
           READ FILMES-LOG
               AT END MOVE 1 TO WRK-FIM-LOG
           END-READ.
           PERFORM UNTIL WRK-FIM-LOG EQUAL 1
               IF LOG-DATA-HORA GREATER THAN WRK-ULT-EXTRACAO AND
                  LOG-OPERACAO NOT EQUAL 'PERDA' AND
                  LOG-OPERACAO NOT EQUAL 'REENVIO' AND
                  LOG-OPERACAO (1:7) NOT EQUAL 'MATRIZ-'
                   MOVE LOG-CODFILME TO TRB-CODFILME
                   READ IMPORTA-TRB
                       INVALID KEY
                           MOVE LOG-DATA-HORA TO TRB-DATA-HORA
                           MOVE LOG-OPERACAO  TO TRB-OPERACAO
                           MOVE LOG-OPERADOR  TO TRB-OPERADOR
                           WRITE TRB-REG
                           ADD 1 TO WRK-ALTERADOS-LOCAL
                       NOT INVALID KEY
                           MOVE LOG-DATA-HORA TO TRB-DATA-HORA
                           MOVE LOG-OPERACAO  TO TRB-OPERACAO
                           MOVE LOG-OPERADOR  TO TRB-OPERADOR
                           REWRITE TRB-REG
                   END-READ
               END-IF
               READ FILMES-LOG
                   AT END MOVE 1 TO WRK-FIM-LOG
               END-READ
           END-PERFORM.
           CLOSE FILMES-LOG.

       0180-GRAVAR-PONTO-CONTROLE  SECTION.
           MOVE WRK-LIDOS        TO PTO-LIDOS.
           MOVE WRK-INCLUSOES    TO PTO-INCLUSOES.
           MOVE WRK-ALTERACOES   TO PTO-ALTERACOES.
           MOVE WRK-EXCLUSOES    TO PTO-EXCLUSOES.
           MOVE WRK-CONFLITOS    TO PTO-CONFLITOS.
           MOVE WRK-REJEITADOS   TO PTO-REJEITADOS.
           MOVE WRK-IGNORADOS    TO PTO-IGNORADOS.
           MOVE WRK-ULT-EXTRACAO TO PTO-ULT-EXTRACAO.
           MOVE FUNCTION CURRENT-DATE TO PTO-DATA-HORA.
           CLOSE PONTO-CTL.
           OPEN OUTPUT PONTO-CTL.
           WRITE PONTO-REG.
           CLOSE PONTO-CTL.

      *----------------------------------------------------------------
      *--  UM REGISTRO DA MATRIZ POR VEZ; O PONTO DE CONTROLE E
      *--  GRAVADO DEPOIS DE CADA UM
      *----------------------------------------------------------------
       0200-PROCESSAR-MATRIZ       SECTION.
           ADD 1 TO WRK-LIDOS.

           EVALUATE MAT-ACAO
               WHEN 'A'
                   PERFORM 0400-INCLUIR
               WHEN 'C'
                   PERFORM 0500-ALTERAR
               WHEN 'D'
                   PERFORM 0600-EXCLUIR
               WHEN OTHER
                   MOVE 0 TO WRK-COD-LOCAL
                   MOVE 'ACAO INVALIDA - REJEITADO' TO WRK-OCORRENCIA
                   PERFORM 0800-RELATAR
                   ADD 1 TO WRK-REJEITADOS
           END-EVALUATE.

           MOVE 'E' TO PTO-SITUACAO.
           PERFORM 0180-GRAVAR-PONTO-CONTROLE.

           READ MATRIZ
               AT END MOVE 1 TO WRK-FIM-MATRIZ
           END-READ.

      *--  CODIGO DA MATRIZ JA CONHECIDO VAI PARA O CODIGO LOCAL
      *--  CORRESPONDENTE; SEM CORRESPONDENCIA, O TITULO NASCEU AQUI E
      *--  A MATRIZ USA O NOSSO CODIGO (RECEBIDO PELO EXTRATO)
       0250-RESOLVER-CODIGO        SECTION.
           MOVE 0 TO WRK-TEM-XREF.
           MOVE MAT-CODFILME TO XRF-COD-MATRIZ.
           READ XREF
               INVALID KEY
                   MOVE MAT-CODFILME TO WRK-COD-LOCAL
               NOT INVALID KEY
                   MOVE 1 TO WRK-TEM-XREF
                   MOVE XRF-CODFILME TO WRK-COD-LOCAL
           END-READ.

       0260-VERIFICAR-CONFLITO     SECTION.
           MOVE 0 TO WRK-CONFLITO.
           MOVE WRK-COD-LOCAL TO TRB-CODFILME.
           READ IMPORTA-TRB
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-CONFLITO
           END-READ.

       0270-VERIFICAR-EMPRESTIMO   SECTION.
           MOVE 0 TO WRK-EMP-ABERTO.
           MOVE WRK-COD-LOCAL TO EMP-CODFILME.
           START EMPRESTIMOS KEY IS EQUAL TO EMP-CODFILME
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START.

           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE 10 TO EMPRESTIMOS-STATUS
               END-READ
               PERFORM UNTIL EMPRESTIMOS-STATUS EQUAL 10
                   OR EMP-CODFILME NOT EQUAL WRK-COD-LOCAL
                   OR WRK-EMP-ABERTO EQUAL 1
                   IF EMP-SITUACAO EQUAL 'A'
                       MOVE 1 TO WRK-EMP-ABERTO
                   ELSE
                       READ EMPRESTIMOS NEXT RECORD
                           AT END MOVE 10 TO EMPRESTIMOS-STATUS
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

      *--  MESMAS REGRAS DA DIGITACAO NO MAIN (0830 A 0876); A
      *--  DURACAO ACIMA DE 500, QUE LA SO PEDE CONFIRMACAO, E ACEITA
       0280-VALIDAR-DADOS          SECTION.
           MOVE 0 TO WRK-DADOS-ERRO.
           EVALUATE TRUE
               WHEN MAT-TITULO EQUAL SPACES
                   MOVE 'TITULO EM BRANCO - REJEITADO'
                       TO WRK-OCORRENCIA
                   MOVE 1 TO WRK-DADOS-ERRO
               WHEN MAT-NOTA NOT NUMERIC OR MAT-NOTA GREATER THAN 10
                   MOVE 'NOTA INVALIDA - REJEITADO' TO WRK-OCORRENCIA
                   MOVE 1 TO WRK-DADOS-ERRO
               WHEN MAT-DURACAO NOT NUMERIC OR MAT-DURACAO EQUAL 0
                   MOVE 'DURACAO INVALIDA - REJEITADO'
                       TO WRK-OCORRENCIA
                   MOVE 1 TO WRK-DADOS-ERRO
               WHEN MAT-ANO-LANCAMENTO NOT NUMERIC
                   MOVE 'ANO INVALIDO - REJEITADO' TO WRK-OCORRENCIA
                   MOVE 1 TO WRK-DADOS-ERRO
               WHEN MAT-ANO-LANCAMENTO NOT EQUAL 0 AND
                    (MAT-ANO-LANCAMENTO LESS THAN 1888 OR
                     MAT-ANO-LANCAMENTO GREATER THAN 2100)
                   MOVE 'ANO INVALIDO - REJEITADO' TO WRK-OCORRENCIA
                   MOVE 1 TO WRK-DADOS-ERRO
               WHEN MAT-MIDIA NOT EQUAL SPACES AND
                    MAT-MIDIA NOT EQUAL 'DVD' AND
                    MAT-MIDIA NOT EQUAL 'BLU' AND
                    MAT-MIDIA NOT EQUAL 'VHS' AND
                    MAT-MIDIA NOT EQUAL 'ARQ'
                   MOVE 'MIDIA INVALIDA - REJEITADO' TO WRK-OCORRENCIA
                   MOVE 1 TO WRK-DADOS-ERRO
               WHEN MAT-SITUACAO NOT EQUAL SPACES AND
                    MAT-SITUACAO NOT EQUAL 'A' AND
                    MAT-SITUACAO NOT EQUAL 'B'
                   MOVE 'SITUACAO INVALIDA - REJEITADO'
                       TO WRK-OCORRENCIA
                   MOVE 1 TO WRK-DADOS-ERRO
           END-EVALUATE.

           IF WRK-DADOS-ERRO EQUAL 0
               MOVE MAT-GENERO TO GENERO-COD
               READ GENEROS
                   INVALID KEY
                       MOVE 'GENERO INVALIDO - REJEITADO'
                           TO WRK-OCORRENCIA
                       MOVE 1 TO WRK-DADOS-ERRO
               END-READ
           END-IF.

      *----------------------------------------------------------------
      *--  INCLUSAO: CODIGO NOVO DE CONTROLE.dat. A CORRESPONDENCIA EM
      *--  MATRIZ-XREF.dat E GRAVADA ANTES DO FILME, PARA QUE UMA
      *--  RETOMADA APOS FALHA CONCLUA A INCLUSAO NO MESMO CODIGO
      *----------------------------------------------------------------
       0400-INCLUIR                SECTION.
           MOVE 0 TO WRK-TEM-XREF.
           MOVE MAT-CODFILME TO XRF-COD-MATRIZ.
           READ XREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WRK-TEM-XREF
                   MOVE XRF-CODFILME TO WRK-COD-LOCAL
           END-READ.

           IF WRK-TEM-XREF EQUAL 1
               MOVE WRK-COD-LOCAL TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 23 TO FILMES-STATUS
               END-READ
               IF FILMES-STATUS EQUAL 0
                   MOVE 'JA INCLUIDO ANTERIORMENTE' TO WRK-OCORRENCIA
                   PERFORM 0800-RELATAR
                   ADD 1 TO WRK-IGNORADOS
                   EXIT SECTION
               END-IF
           END-IF.

           PERFORM 0280-VALIDAR-DADOS.
           IF WRK-DADOS-ERRO EQUAL 1
               IF WRK-TEM-XREF EQUAL 0
                   MOVE 0 TO WRK-COD-LOCAL
               END-IF
               PERFORM 0800-RELATAR
               ADD 1 TO WRK-REJEITADOS
               EXIT SECTION
           END-IF.

           IF WRK-TEM-XREF EQUAL 0
               PERFORM 0410-LER-CONTROLE
               MOVE WRK-PROX-CODFILME TO CODFILME
               READ FILMES
                   INVALID KEY
                       MOVE 23 TO FILMES-STATUS
               END-READ
               PERFORM UNTIL FILMES-STATUS NOT EQUAL 0
                   ADD 1 TO WRK-PROX-CODFILME
                   MOVE WRK-PROX-CODFILME TO CODFILME
                   READ FILMES
                       INVALID KEY
                           MOVE 23 TO FILMES-STATUS
                   END-READ
               END-PERFORM
               MOVE WRK-PROX-CODFILME TO WRK-COD-LOCAL

               MOVE MAT-CODFILME  TO XRF-COD-MATRIZ
               MOVE WRK-COD-LOCAL TO XRF-CODFILME
               MOVE FUNCTION CURRENT-DATE TO XRF-DATA-HORA
               WRITE XREF-REG
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR MATRIZ-XREF.dat: "
                           XREF-STATUS
                       PERFORM 0080-ABANDONAR
               END-WRITE
           END-IF.

           MOVE MAT-DADOS     TO FILMES-REG.
           MOVE WRK-COD-LOCAL TO CODFILME.
           IF SITUACAO EQUAL SPACES
               MOVE 'A' TO SITUACAO
           END-IF.
           WRITE FILMES-REG
               INVALID KEY
                   MOVE 'ERRO NA GRAVACAO - REJEITADO' TO WRK-OCORRENCIA
                   PERFORM 0800-RELATAR
                   ADD 1 TO WRK-REJEITADOS
                   EXIT SECTION
           END-WRITE.

           PERFORM 0410-LER-CONTROLE.
           IF WRK-PROX-CODFILME NOT GREATER THAN WRK-COD-LOCAL
               COMPUTE WRK-PROX-CODFILME = WRK-COD-LOCAL + 1
               PERFORM 0420-GRAVAR-CONTROLE
           END-IF.

           INITIALIZE WRK-FILME-ANT.
           MOVE FILMES-REG TO WRK-FILME-NOVO.
           MOVE 'MATRIZ-I' TO WRK-LOG-OPERACAO.
           PERFORM 0700-GRAVAR-LOG.

           MOVE 'INCLUIDO' TO WRK-OCORRENCIA.
           PERFORM 0800-RELATAR.
           ADD 1 TO WRK-INCLUSOES.

       0410-LER-CONTROLE           SECTION.
           OPEN INPUT CONTROLE.
           IF CONTROLE-STATUS EQUAL 35
               MOVE 1 TO WRK-PROX-CODFILME
           ELSE
               READ CONTROLE
                   AT END MOVE 1 TO PROX-CODFILME
               END-READ
               MOVE PROX-CODFILME TO WRK-PROX-CODFILME
               CLOSE CONTROLE
           END-IF.
           IF WRK-PROX-CODFILME EQUAL 0
               MOVE 1 TO WRK-PROX-CODFILME
           END-IF.

       0420-GRAVAR-CONTROLE        SECTION.
           CLOSE CONTROLE.
           OPEN OUTPUT CONTROLE.
           MOVE WRK-PROX-CODFILME TO PROX-CODFILME.
           WRITE CONTROLE-REG.
           CLOSE CONTROLE.

      *----------------------------------------------------------------
      *--  ALTERACAO: SO SE O TITULO NAO MUDOU AQUI DESDE A EXTRACAO
      *----------------------------------------------------------------
       0500-ALTERAR                SECTION.
           PERFORM 0250-RESOLVER-CODIGO.

           MOVE WRK-COD-LOCAL TO CODFILME.
           READ FILMES
               INVALID KEY
                   MOVE 'TITULO NAO ENCONTRADO - REJEITADO'
                       TO WRK-OCORRENCIA
                   PERFORM 0800-RELATAR
                   ADD 1 TO WRK-REJEITADOS
                   EXIT SECTION
           END-READ.

           PERFORM 0280-VALIDAR-DADOS.
           IF WRK-DADOS-ERRO EQUAL 1
               PERFORM 0800-RELATAR
               ADD 1 TO WRK-REJEITADOS
               EXIT SECTION
           END-IF.

           PERFORM 0260-VERIFICAR-CONFLITO.
           IF WRK-CONFLITO EQUAL 1
               MOVE 'CONFLITO - ALTERADO LOCALMENTE' TO WRK-OCORRENCIA
               PERFORM 0850-RELATAR-CONFLITO
               EXIT SECTION
           END-IF.

           MOVE FILMES-REG    TO WRK-FILME-ANT.
           MOVE MAT-DADOS     TO FILMES-REG.
           MOVE WRK-COD-LOCAL TO CODFILME.
           IF SITUACAO EQUAL SPACES
               MOVE ANT-SITUACAO TO SITUACAO
           END-IF.
           REWRITE FILMES-REG
               INVALID KEY
                   MOVE 'ERRO NA REGRAVACAO - REJEITADO'
                       TO WRK-OCORRENCIA
                   PERFORM 0800-RELATAR
                   ADD 1 TO WRK-REJEITADOS
                   EXIT SECTION
           END-REWRITE.

           MOVE FILMES-REG TO WRK-FILME-NOVO.
           MOVE 'MATRIZ-A' TO WRK-LOG-OPERACAO.
           PERFORM 0700-GRAVAR-LOG.

           MOVE 'ALTERADO' TO WRK-OCORRENCIA.
           PERFORM 0800-RELATAR.
           ADD 1 TO WRK-ALTERACOES.

      *----------------------------------------------------------------
      *--  EXCLUSAO: NEM COM ALTERACAO LOCAL NEM COM EMPRESTIMO ABERTO
      *----------------------------------------------------------------
       0600-EXCLUIR                SECTION.
           PERFORM 0250-RESOLVER-CODIGO.

           MOVE WRK-COD-LOCAL TO CODFILME.
           READ FILMES
               INVALID KEY
                   MOVE 'JA EXCLUIDO' TO WRK-OCORRENCIA
                   PERFORM 0800-RELATAR
                   ADD 1 TO WRK-IGNORADOS
                   EXIT SECTION
           END-READ.

           PERFORM 0260-VERIFICAR-CONFLITO.
           IF WRK-CONFLITO EQUAL 1
               MOVE 'CONFLITO - ALTERADO LOCALMENTE' TO WRK-OCORRENCIA
               PERFORM 0850-RELATAR-CONFLITO
               EXIT SECTION
           END-IF.

           PERFORM 0270-VERIFICAR-EMPRESTIMO.
           IF WRK-EMP-ABERTO EQUAL 1
               MOVE 'CONFLITO - EMPRESTIMO EM ABERTO' TO WRK-OCORRENCIA
               PERFORM 0850-RELATAR-CONFLITO
               EXIT SECTION
           END-IF.

           MOVE FILMES-REG TO WRK-FILME-ANT.
           DELETE FILMES
               INVALID KEY
                   MOVE 'ERRO NA EXCLUSAO - REJEITADO' TO WRK-OCORRENCIA
                   PERFORM 0800-RELATAR
                   ADD 1 TO WRK-REJEITADOS
                   EXIT SECTION
           END-DELETE.

           IF WRK-TEM-XREF EQUAL 1
               DELETE XREF
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

           INITIALIZE WRK-FILME-NOVO.
           MOVE 'MATRIZ-E' TO WRK-LOG-OPERACAO.
           PERFORM 0700-GRAVAR-LOG.

           MOVE 'EXCLUIDO' TO WRK-OCORRENCIA.
           PERFORM 0800-RELATAR.
           ADD 1 TO WRK-EXCLUSOES.

       0700-GRAVAR-LOG             SECTION.
           MOVE SPACES TO FILMES-LOG-REG.
           MOVE FUNCTION CURRENT-DATE  TO LOG-DATA-HORA.
           MOVE WRK-LOG-OPERACAO       TO LOG-OPERACAO.
           MOVE WRK-COD-LOCAL          TO LOG-CODFILME.
           MOVE ANT-TITULO             TO LOG-TITULO-ANT.
           MOVE NOV-TITULO             TO LOG-TITULO-NOVO.
           MOVE ANT-GENERO             TO LOG-GENERO-ANT.
           MOVE NOV-GENERO             TO LOG-GENERO-NOVO.
           MOVE ANT-DURACAO            TO LOG-DURACAO-ANT.
           MOVE NOV-DURACAO            TO LOG-DURACAO-NOVO.
           MOVE ANT-DISTRIBUIDORA      TO LOG-DISTRIBUIDORA-ANT.
           MOVE NOV-DISTRIBUIDORA      TO LOG-DISTRIBUIDORA-NOVO.
           MOVE ANT-NOTA               TO LOG-NOTA-ANT.
           MOVE NOV-NOTA               TO LOG-NOTA-NOVO.
           MOVE 'MATRIZ'               TO LOG-OPERADOR.
           MOVE ANT-ANO-LANCAMENTO     TO LOG-ANO-LANCAMENTO-ANT.
           MOVE NOV-ANO-LANCAMENTO     TO LOG-ANO-LANCAMENTO-NOVO.
           MOVE ANT-MIDIA              TO LOG-MIDIA-ANT.
           MOVE NOV-MIDIA              TO LOG-MIDIA-NOVO.
           MOVE ANT-SITUACAO           TO LOG-SITUACAO-ANT.
           MOVE NOV-SITUACAO           TO LOG-SITUACAO-NOVO.
           WRITE FILMES-LOG-REG.

       0800-RELATAR                SECTION.
           MOVE SPACES        TO WRK-LINHA-OCORRENCIA.
           MOVE MAT-ACAO      TO OCO-ACAO.
           MOVE MAT-CODFILME  TO OCO-COD-MATRIZ.
           MOVE WRK-COD-LOCAL TO OCO-COD-LOCAL.
           MOVE MAT-TITULO    TO OCO-TITULO.
           MOVE WRK-OCORRENCIA TO OCO-OCORRENCIA.
           WRITE CONFLITOS-REG FROM WRK-LINHA-OCORRENCIA.

      *--  CONFLITO: IMAGEM LOCAL, IMAGEM DA MATRIZ E A ULTIMA
      *--  ALTERACAO LOCAL, PARA O OPERADOR DECIDIR NO MAIN
       0850-RELATAR-CONFLITO       SECTION.
           PERFORM 0800-RELATAR.
           ADD 1 TO WRK-CONFLITOS.

           MOVE SPACES         TO WRK-LINHA-IMAGEM.
           MOVE 'LOCAL :'      TO IMG-ORIGEM.
           MOVE TITULO         TO IMG-TITULO.
           MOVE GENERO         TO IMG-GENERO.
           MOVE DURACAO        TO IMG-DURACAO.
           MOVE DISTRIBUIDORA  TO IMG-DISTRIBUIDORA.
           MOVE NOTA           TO IMG-NOTA.
           MOVE ANO-LANCAMENTO TO IMG-ANO.
           MOVE MIDIA          TO IMG-MIDIA.
           MOVE SITUACAO       TO IMG-SITUACAO.
           WRITE CONFLITOS-REG FROM WRK-LINHA-IMAGEM.

           MOVE SPACES             TO WRK-LINHA-IMAGEM.
           MOVE 'MATRIZ:'          TO IMG-ORIGEM.
           MOVE MAT-TITULO         TO IMG-TITULO.
           MOVE MAT-GENERO         TO IMG-GENERO.
           MOVE MAT-DURACAO        TO IMG-DURACAO.
           MOVE MAT-DISTRIBUIDORA  TO IMG-DISTRIBUIDORA.
           MOVE MAT-NOTA           TO IMG-NOTA.
           MOVE MAT-ANO-LANCAMENTO TO IMG-ANO.
           MOVE MAT-MIDIA          TO IMG-MIDIA.
           MOVE MAT-SITUACAO       TO IMG-SITUACAO.
           IF MAT-ACAO EQUAL 'D'
               MOVE '(EXCLUSAO PEDIDA PELA MATRIZ)' TO IMG-TITULO
           END-IF.
           WRITE CONFLITOS-REG FROM WRK-LINHA-IMAGEM.

           IF WRK-CONFLITO EQUAL 1
               MOVE SPACES TO CONFLITOS-REG
               STRING '    ULTIMA ALTERACAO LOCAL: ' DELIMITED BY SIZE
                      TRB-OPERACAO          DELIMITED BY SIZE
                      ' EM '                DELIMITED BY SIZE
                      TRB-DATA-HORA (1:14)  DELIMITED BY SIZE
                      ' POR '               DELIMITED BY SIZE
                      TRB-OPERADOR          DELIMITED BY SIZE
                   INTO CONFLITOS-REG
               WRITE CONFLITOS-REG
           END-IF.

       0300-FINALIZAR              SECTION.
           CLOSE MATRIZ.
           CLOSE FILMES.
           CLOSE FILMES-LOG.
           CLOSE EMPRESTIMOS.
           CLOSE GENEROS.
           CLOSE XREF.
           CLOSE IMPORTA-TRB.

           MOVE SPACES TO CONFLITOS-REG.
           WRITE CONFLITOS-REG.
           MOVE WRK-CONFLITOS TO WRK-CONFLITOS-ED.
           STRING 'CONFLITOS A RESOLVER NO MAIN: ' DELIMITED BY SIZE
                  WRK-CONFLITOS-ED DELIMITED BY SIZE
               INTO CONFLITOS-REG.
           WRITE CONFLITOS-REG.
           CLOSE CONFLITOS.

           PERFORM 0350-ARQUIVAR-MATRIZ.

           MOVE 'C' TO PTO-SITUACAO.
           PERFORM 0180-GRAVAR-PONTO-CONTROLE.

           PERFORM 0390-GRAVAR-TOTAIS.

           MOVE WRK-LIDOS           TO WRK-LIDOS-ED.
           MOVE WRK-INCLUSOES       TO WRK-INCLUSOES-ED.
           MOVE WRK-ALTERACOES      TO WRK-ALTERACOES-ED.
           MOVE WRK-EXCLUSOES       TO WRK-EXCLUSOES-ED.
           MOVE WRK-REJEITADOS      TO WRK-REJEITADOS-ED.
           MOVE WRK-IGNORADOS       TO WRK-IGNORADOS-ED.
           MOVE WRK-ALTERADOS-LOCAL TO WRK-ALTERADOS-LOCAL-ED.

           DISPLAY "===================================".
           DISPLAY "CARGA DO CATALOGO DA MATRIZ CONCLUIDA".
           DISPLAY "ALTERADOS LOCALMENTE.: " WRK-ALTERADOS-LOCAL-ED.
           DISPLAY "REGISTROS DA MATRIZ..: " WRK-LIDOS-ED.
           DISPLAY "INCLUSOES (A)........: " WRK-INCLUSOES-ED.
           DISPLAY "ALTERACOES (C).......: " WRK-ALTERACOES-ED.
           DISPLAY "EXCLUSOES (D)........: " WRK-EXCLUSOES-ED.
           DISPLAY "CONFLITOS............: " WRK-CONFLITOS-ED.
           DISPLAY "REJEITADOS...........: " WRK-REJEITADOS-ED.
           DISPLAY "JA APLICADOS.........: " WRK-IGNORADOS-ED.
           DISPLAY "ARQUIVO DA MATRIZ....: " WRK-HIST-PATH.
           DISPLAY "RELATORIO GERADO EM..: ..\dados\IMPORTA.prn".
           DISPLAY "===================================".

           PERFORM 0060-LER-TRAVA.
           MOVE 'N' TO WRK-TRAVA-BATCH.
           PERFORM 0070-GRAVAR-TRAVA.

      *--  GUARDA O ARQUIVO PROCESSADO E ESVAZIA MATRIZ.dat, PARA A
      *--  PROXIMA NOITE NAO APLICAR O MESMO ARQUIVO DE NOVO
       0350-ARQUIVAR-MATRIZ        SECTION.
           MOVE SPACES TO WRK-HIST-PATH.
           STRING "..\dados\MATRIZ-"          DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE (1:8) DELIMITED BY SIZE
                  ".dat"                      DELIMITED BY SIZE
                  INTO WRK-HIST-PATH.

           OPEN INPUT MATRIZ.
           OPEN EXTEND MATRIZ-HIST.
           IF HIST-STATUS EQUAL 35
               OPEN OUTPUT MATRIZ-HIST
           END-IF.
           IF HIST-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO GUARDAR " WRK-HIST-PATH
                   ": " HIST-STATUS
               CLOSE MATRIZ
               EXIT SECTION
           END-IF.

           MOVE 0 TO WRK-FIM-MATRIZ.
           READ MATRIZ
               AT END MOVE 1 TO WRK-FIM-MATRIZ
           END-READ.
           PERFORM UNTIL WRK-FIM-MATRIZ EQUAL 1
               WRITE MATRIZ-HIST-REG FROM MATRIZ-REG
               READ MATRIZ
                   AT END MOVE 1 TO WRK-FIM-MATRIZ
               END-READ
           END-PERFORM.
           CLOSE MATRIZ.
           CLOSE MATRIZ-HIST.

           OPEN OUTPUT MATRIZ.
           CLOSE MATRIZ.

       0390-GRAVAR-TOTAIS          SECTION.
           OPEN OUTPUT TOTAIS.
           MOVE SPACES         TO TOTAIS-REG.
           MOVE WRK-INCLUSOES  TO TOT-INCLUSOES.
           MOVE WRK-ALTERACOES TO TOT-ALTERACOES.
           MOVE WRK-EXCLUSOES  TO TOT-EXCLUSOES.
           COMPUTE TOT-PENDENTES = WRK-CONFLITOS + WRK-REJEITADOS.
           WRITE TOTAIS-REG.
           CLOSE TOTAIS.

       IDENTIFICATION              DIVISION.
       PROGRAM-ID. RECUPERA.
      *=================================================================
      *==  OBJETIVO: RECUPERACAO DE FILMES.dat ATE UM MOMENTO DADO -
      *==            RESTAURA UM BACKUP DATADO GERADO PELO PROGRAMA
      *==            BACKUP E REAPLICA AS LINHAS DE FILMES-LOG.dat A
      *==            PARTIR DO DIA DO BACKUP ATE A DATA/HORA LIMITE
      *==            INFORMADA, USANDO A IMAGEM COMPLETA DO REGISTRO
      *==            GRAVADA NO LOG. COMO O BACKUP SO TEM A DATA NO
      *==            NOME, AS LINHAS DO PROPRIO DIA ANTERIORES A ELE
      *==            SAO REAPLICADAS TAMBEM - A IMAGEM "DEPOIS" DE
      *==            CADA LINHA E GRAVADA COMO ESTA, ENTAO O RESULTADO
      *==            FINAL E O MESMO. CADA LINHA REAPLICADA OU PULADA
      *==            VAI PARA O RELATORIO RECUPERA.prn
      *==  AUTOR: GABRIEL CARVALHO
      *=================================================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT BACKUP ASSIGN TO WRK-BACKUP-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.

           SELECT FILMES ASSIGN TO "..\dados\FILMES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FILMES-STATUS
               RECORD KEY IS FILMES-CHAVE
               ALTERNATE RECORD KEY IS TITULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS GENERO WITH DUPLICATES.

           SELECT FILMES-LOG ASSIGN TO "..\dados\FILMES-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

           SELECT CONTROLE ASSIGN TO "..\dados\CONTROLE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CONTROLE-STATUS.

           SELECT RELATORIO ASSIGN TO "..\dados\RECUPERA.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RELATORIO-STATUS.

           SELECT TRAVA ASSIGN TO "..\dados\TRAVA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS TRAVA-STATUS.

       DATA                        DIVISION.
       FILE                        SECTION.
       FD  BACKUP.
       01  BACKUP-REG          PIC X(071).

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

       FD  RELATORIO.
       01  RELATORIO-REG           PIC X(120).

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

       77  BACKUP-STATUS           PIC 9(002).
       77  FILMES-STATUS           PIC 9(002).
       77  LOG-STATUS              PIC 9(002).
       77  CONTROLE-STATUS         PIC 9(002).
       77  RELATORIO-STATUS        PIC 9(002).
       77  WRK-BACKUP-PATH         PIC X(040).
       77  WRK-DATA-BACKUP         PIC 9(008) VALUES ZEROS.
       77  WRK-LIMITE              PIC 9(014) VALUES ZEROS.
       77  WRK-LIMITE-X            PIC X(014).
       77  WRK-RESP                PIC X(001).
       77  WRK-FIM-LOG             PIC 9(001) VALUES ZEROS.
       77  WRK-IMAGEM-PARCIAL      PIC 9(001) VALUES ZEROS.
       77  WRK-RESULTADO           PIC X(030).
       77  WRK-OBSERVACAO          PIC X(015).
       77  WRK-PROX-CODFILME       PIC 9(005) VALUES ZEROS.
       77  WRK-MAIOR-CODFILME      PIC 9(005) VALUES ZEROS.
       77  WRK-PRIMEIRA-LINHA      PIC X(008).
       77  WRK-RESTAURADOS         PIC 9(007) VALUES ZEROS.
       77  WRK-REAPLICADOS         PIC 9(007) VALUES ZEROS.
       77  WRK-PULADOS             PIC 9(007) VALUES ZEROS.
       77  WRK-ANTERIORES          PIC 9(007) VALUES ZEROS.
       77  WRK-POSTERIORES         PIC 9(007) VALUES ZEROS.
       77  WRK-RESTAURADOS-ED      PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-REAPLICADOS-ED      PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-PULADOS-ED          PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-ANTERIORES-ED       PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-POSTERIORES-ED      PIC ZZZ.ZZ9 VALUES ZEROS.

      *--  REGISTRO ATUAL, PARA MANTER ANO/MIDIA/SITUACAO QUANDO A
      *--  LINHA E ANTERIOR AO LOG COM IMAGEM COMPLETA
       01  WRK-FILME-ATUAL.
           05  ATU-CODFILME        PIC 9(005).
           05  ATU-TITULO          PIC X(030).
           05  ATU-GENERO          PIC X(008).
           05  ATU-DURACAO         PIC 9(003).
           05  ATU-DISTRIBUIDORA   PIC X(015).
           05  ATU-NOTA            PIC 9(002).
           05  ATU-ANO-LANCAMENTO  PIC 9(004).
           05  ATU-MIDIA           PIC X(003).
           05  ATU-SITUACAO        PIC X(001).

       01  WRK-LINHA-REL.
           05  REL-DATA-HORA       PIC X(014).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  REL-OPERACAO        PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  REL-CODFILME        PIC ZZZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  REL-TITULO          PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  REL-RESULTADO       PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  REL-OBSERVACAO      PIC X(015).

       PROCEDURE                   DIVISION.
       0001-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-RESTAURACAO
               UNTIL BACKUP-STATUS EQUAL 10.
           PERFORM 0400-REAPLICAR-LOG.
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
           DISPLAY "DATA DO BACKUP A RESTAURAR (AAAAMMDD): ".
           ACCEPT WRK-DATA-BACKUP.
           DISPLAY "REAPLICAR O LOG ATE (AAAAMMDDHHMMSS): ".
           ACCEPT WRK-LIMITE.

           IF WRK-DATA-BACKUP EQUAL 0 OR
              WRK-LIMITE (1:8) LESS THAN WRK-DATA-BACKUP
               DISPLAY "LIMITE ANTERIOR AO BACKUP, NADA A FAZER"
               STOP RUN
           END-IF.
           MOVE WRK-LIMITE TO WRK-LIMITE-X.

           MOVE SPACES TO WRK-BACKUP-PATH.
           STRING "..\dados\FILMES.dat." DELIMITED BY SIZE
                  WRK-DATA-BACKUP        DELIMITED BY SIZE
                  INTO WRK-BACKUP-PATH.

           PERFORM 0050-VERIFICAR-TRAVA.

           OPEN INPUT BACKUP.
           IF BACKUP-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR ARQUIVO DE BACKUP: "
                   BACKUP-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN INPUT FILMES-LOG.
           IF LOG-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO ABRIR FILMES-LOG.dat: " LOG-STATUS
               CLOSE BACKUP
               PERFORM 0080-ABANDONAR
           END-IF.

      *--  O LOGARQ TIRA DO LOG VIVO AS LINHAS DE MESES FECHADOS; SE
      *--  O LOG COMECA DEPOIS DO DIA DO BACKUP, PODE FALTAR MOVIMENTO
           MOVE HIGH-VALUES TO WRK-PRIMEIRA-LINHA.
           READ FILMES-LOG
               AT END MOVE 1 TO WRK-FIM-LOG
           END-READ.
           IF WRK-FIM-LOG EQUAL 0
               MOVE LOG-DATA-HORA (1:8) TO WRK-PRIMEIRA-LINHA
           END-IF.
           IF WRK-PRIMEIRA-LINHA GREATER THAN WRK-DATA-BACKUP AND
              WRK-FIM-LOG EQUAL 0
               DISPLAY "O LOG VIVO COMECA EM " WRK-PRIMEIRA-LINHA
                   ", DEPOIS DO BACKUP."
               DISPLAY "LINHAS ARQUIVADAS PELO LOGARQ NAO SERAO "
                   "REAPLICADAS."
           END-IF.

           DISPLAY "FILMES.dat SERA SUBSTITUIDO PELO BACKUP "
               WRK-DATA-BACKUP.
           DISPLAY "CONFIRMA A RECUPERACAO ATE " WRK-LIMITE-X
               "? (S/N): ".
           ACCEPT WRK-RESP.
           IF WRK-RESP NOT EQUAL 'S' AND WRK-RESP NOT EQUAL 's'
               DISPLAY "EXECUCAO ABANDONADA"
               CLOSE BACKUP
               CLOSE FILMES-LOG
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN OUTPUT FILMES.
           IF FILMES-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO RECRIAR FILMES.dat: " FILMES-STATUS
               PERFORM 0080-ABANDONAR
           END-IF.

           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO RELATORIO-REG.
           STRING 'RECUPERACAO DE FILMES.dat - BACKUP '
                      DELIMITED BY SIZE
                  WRK-DATA-BACKUP     DELIMITED BY SIZE
                  ' + LOG ATE '       DELIMITED BY SIZE
                  WRK-LIMITE-X        DELIMITED BY SIZE
               INTO RELATORIO-REG.
           WRITE RELATORIO-REG.
           MOVE SPACES TO RELATORIO-REG.
           WRITE RELATORIO-REG.
           MOVE 'DATA/HORA       OPERACAO  CODIGO TITULO' TO
               RELATORIO-REG.
           MOVE 'RESULTADO' TO RELATORIO-REG (66:9).
           MOVE 'OBSERVACAO' TO RELATORIO-REG (98:10).
           WRITE RELATORIO-REG.

           READ BACKUP.

       0200-PROCESSAR-RESTAURACAO  SECTION.
           MOVE BACKUP-REG TO FILMES-REG.
           WRITE FILMES-REG
               INVALID KEY
                   DISPLAY "REGISTRO DUPLICADO, IGNORADO - CODFILME: "
                       CODFILME
               NOT INVALID KEY
                   ADD 1 TO WRK-RESTAURADOS
                   IF CODFILME GREATER THAN WRK-MAIOR-CODFILME
                       MOVE CODFILME TO WRK-MAIOR-CODFILME
                   END-IF
           END-WRITE.

           READ BACKUP.

       0250-ATUALIZAR-CONTROLE     SECTION.
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

           IF WRK-MAIOR-CODFILME NOT LESS WRK-PROX-CODFILME
               COMPUTE WRK-PROX-CODFILME = WRK-MAIOR-CODFILME + 1
               CLOSE CONTROLE
               OPEN OUTPUT CONTROLE
               MOVE WRK-PROX-CODFILME TO PROX-CODFILME
               WRITE CONTROLE-REG
               CLOSE CONTROLE
           END-IF.

      *----------------------------------------------------------------
      *--  REAPLICACAO DO LOG: DO DIA DO BACKUP ATE O LIMITE
      *----------------------------------------------------------------
       0400-REAPLICAR-LOG          SECTION.
           CLOSE BACKUP.
           CLOSE FILMES.
           OPEN I-O FILMES.
           IF FILMES-STATUS NOT EQUAL 0
               DISPLAY "ERRO AO REABRIR FILMES.dat: " FILMES-STATUS
               CLOSE FILMES-LOG
               CLOSE RELATORIO
               PERFORM 0080-ABANDONAR
           END-IF.

           PERFORM UNTIL WRK-FIM-LOG EQUAL 1
               EVALUATE TRUE
                   WHEN LOG-DATA-HORA (1:8) LESS THAN WRK-DATA-BACKUP
                       ADD 1 TO WRK-ANTERIORES
                   WHEN LOG-DATA-HORA (1:14) GREATER THAN WRK-LIMITE-X
                       ADD 1 TO WRK-POSTERIORES
                   WHEN OTHER
                       PERFORM 0410-REAPLICAR-LINHA
                       PERFORM 0490-RELATAR
               END-EVALUATE
               READ FILMES-LOG
                   AT END MOVE 1 TO WRK-FIM-LOG
               END-READ
           END-PERFORM.

           CLOSE FILMES-LOG.

      *--  A IMAGEM "DEPOIS" DA LINHA E GRAVADA COMO ESTA. LINHAS
      *--  GRAVADAS ANTES DO LOG TER A IMAGEM COMPLETA NAO TRAZEM
      *--  ANO/MIDIA/SITUACAO: FICAM OS DO REGISTRO ATUAL
       0410-REAPLICAR-LINHA        SECTION.
           MOVE 0 TO WRK-IMAGEM-PARCIAL.
           MOVE SPACES TO WRK-OBSERVACAO.
           IF LOG-ANO-LANCAMENTO-NOVO NOT NUMERIC
               MOVE 1 TO WRK-IMAGEM-PARCIAL
           END-IF.

           EVALUATE LOG-OPERACAO
               WHEN 'INCLUIR'
               WHEN 'MATRIZ-I'
                   PERFORM 0420-REAPLICAR-INCLUSAO
               WHEN 'ALTERAR'
               WHEN 'MATRIZ-A'
               WHEN 'BAIXAR'
               WHEN 'RECODIF'
                   PERFORM 0430-REAPLICAR-ALTERACAO
               WHEN 'EXCLUIR'
               WHEN 'MATRIZ-E'
                   PERFORM 0440-REAPLICAR-EXCLUSAO
               WHEN OTHER
                   MOVE 'PULADO - SEM EFEITO NO CATALOGO'
                       TO WRK-RESULTADO
                   ADD 1 TO WRK-PULADOS
           END-EVALUATE.

       0415-MONTAR-IMAGEM          SECTION.
           MOVE LOG-CODFILME           TO CODFILME.
           MOVE LOG-TITULO-NOVO        TO TITULO.
           MOVE LOG-GENERO-NOVO        TO GENERO.
           MOVE LOG-DURACAO-NOVO       TO DURACAO.
           MOVE LOG-DISTRIBUIDORA-NOVO TO DISTRIBUIDORA.
           MOVE LOG-NOTA-NOVO          TO NOTA.
           IF WRK-IMAGEM-PARCIAL EQUAL 0
               MOVE LOG-ANO-LANCAMENTO-NOVO TO ANO-LANCAMENTO
               MOVE LOG-MIDIA-NOVO          TO MIDIA
               MOVE LOG-SITUACAO-NOVO       TO SITUACAO
           ELSE
               MOVE ATU-ANO-LANCAMENTO      TO ANO-LANCAMENTO
               MOVE ATU-MIDIA               TO MIDIA
               MOVE ATU-SITUACAO            TO SITUACAO
           END-IF.

       0420-REAPLICAR-INCLUSAO     SECTION.
           INITIALIZE WRK-FILME-ATUAL.
           MOVE 'A' TO ATU-SITUACAO.
           MOVE LOG-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   PERFORM 0415-MONTAR-IMAGEM
                   WRITE FILMES-REG
                   MOVE 'REAPLICADO - INCLUIDO' TO WRK-RESULTADO
               NOT INVALID KEY
                   MOVE FILMES-REG TO WRK-FILME-ATUAL
                   PERFORM 0415-MONTAR-IMAGEM
                   REWRITE FILMES-REG
                   MOVE 'REAPLICADO - JA EXISTIA, REGRAVADO'
                       TO WRK-RESULTADO
           END-READ.
           PERFORM 0450-CONTAR-REAPLICADO.

       0430-REAPLICAR-ALTERACAO    SECTION.
           MOVE LOG-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   MOVE 'PULADO - CODFILME NAO EXISTE' TO WRK-RESULTADO
                   ADD 1 TO WRK-PULADOS
               NOT INVALID KEY
                   MOVE FILMES-REG TO WRK-FILME-ATUAL
                   PERFORM 0415-MONTAR-IMAGEM
                   REWRITE FILMES-REG
                   MOVE 'REAPLICADO - ALTERADO' TO WRK-RESULTADO
                   PERFORM 0450-CONTAR-REAPLICADO
           END-READ.

       0440-REAPLICAR-EXCLUSAO     SECTION.
           MOVE LOG-CODFILME TO CODFILME.
           DELETE FILMES
               INVALID KEY
                   MOVE 'PULADO - JA EXCLUIDO' TO WRK-RESULTADO
                   ADD 1 TO WRK-PULADOS
               NOT INVALID KEY
                   MOVE 'REAPLICADO - EXCLUIDO' TO WRK-RESULTADO
                   ADD 1 TO WRK-REAPLICADOS
           END-DELETE.

       0450-CONTAR-REAPLICADO      SECTION.
           IF FILMES-STATUS NOT EQUAL 0 AND FILMES-STATUS NOT EQUAL 2
               MOVE 'ERRO NA GRAVACAO, STATUS ' TO WRK-RESULTADO
               MOVE FILMES-STATUS TO WRK-RESULTADO (26:2)
               ADD 1 TO WRK-PULADOS
               EXIT SECTION
           END-IF.
           ADD 1 TO WRK-REAPLICADOS.
           IF CODFILME GREATER THAN WRK-MAIOR-CODFILME
               MOVE CODFILME TO WRK-MAIOR-CODFILME
           END-IF.
           IF WRK-IMAGEM-PARCIAL EQUAL 1
               MOVE 'IMAGEM PARCIAL' TO WRK-OBSERVACAO
           END-IF.

       0490-RELATAR                SECTION.
           MOVE SPACES              TO WRK-LINHA-REL.
           MOVE LOG-DATA-HORA (1:14) TO REL-DATA-HORA.
           MOVE LOG-OPERACAO        TO REL-OPERACAO.
           MOVE LOG-CODFILME        TO REL-CODFILME.
           IF LOG-TITULO-NOVO EQUAL SPACES
               MOVE LOG-TITULO-ANT  TO REL-TITULO
           ELSE
               MOVE LOG-TITULO-NOVO TO REL-TITULO
           END-IF.
           MOVE WRK-RESULTADO       TO REL-RESULTADO.
           MOVE WRK-OBSERVACAO      TO REL-OBSERVACAO.
           WRITE RELATORIO-REG FROM WRK-LINHA-REL.

       0300-FINALIZAR              SECTION.
           CLOSE FILMES.

           PERFORM 0250-ATUALIZAR-CONTROLE.

           MOVE WRK-RESTAURADOS TO WRK-RESTAURADOS-ED.
           MOVE WRK-REAPLICADOS TO WRK-REAPLICADOS-ED.
           MOVE WRK-PULADOS     TO WRK-PULADOS-ED.
           MOVE WRK-ANTERIORES  TO WRK-ANTERIORES-ED.
           MOVE WRK-POSTERIORES TO WRK-POSTERIORES-ED.

           MOVE SPACES TO RELATORIO-REG.
           WRITE RELATORIO-REG.
           STRING 'RESTAURADOS: '    DELIMITED BY SIZE
                  WRK-RESTAURADOS-ED DELIMITED BY SIZE
                  '  REAPLICADOS: '  DELIMITED BY SIZE
                  WRK-REAPLICADOS-ED DELIMITED BY SIZE
                  '  PULADOS: '      DELIMITED BY SIZE
                  WRK-PULADOS-ED     DELIMITED BY SIZE
                  '  APOS O LIMITE: ' DELIMITED BY SIZE
                  WRK-POSTERIORES-ED DELIMITED BY SIZE
               INTO RELATORIO-REG.
           WRITE RELATORIO-REG.
           CLOSE RELATORIO.

           DISPLAY "===================================".
           DISPLAY "RECUPERACAO DE FILMES.dat CONCLUIDA".
           DISPLAY "ARQUIVO ORIGEM.......: " WRK-BACKUP-PATH.
           DISPLAY "LOG REAPLICADO ATE...: " WRK-LIMITE-X.
           DISPLAY "REGISTROS RESTAURADOS: " WRK-RESTAURADOS-ED.
           DISPLAY "LINHAS REAPLICADAS...: " WRK-REAPLICADOS-ED.
           DISPLAY "LINHAS PULADAS.......: " WRK-PULADOS-ED.
           DISPLAY "ANTERIORES AO BACKUP.: " WRK-ANTERIORES-ED.
           DISPLAY "POSTERIORES AO LIMITE: " WRK-POSTERIORES-ED.
           DISPLAY "RELATORIO GERADO EM..: ..\dados\RECUPERA.prn".
           DISPLAY "===================================".

           PERFORM 0060-LER-TRAVA.
           MOVE 'N' TO WRK-TRAVA-BATCH.
           PERFORM 0070-GRAVAR-TRAVA.

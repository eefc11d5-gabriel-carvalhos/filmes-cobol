      *==            NO CATALOGO - TROCA TODAS AS OCORRENCIAS DO CODIGO
      *==            ANTIGO PELO NOVO EM FILMES.dat, GRAVA UMA LINHA DE
      *==            AUDITORIA EM FILMES-LOG.dat POR ALTERACAO E AO
      *==            FINAL RETIRA O CODIGO ANTIGO DO CADASTRO. NA
      *==            RECODIFICACAO DE DISTRIBUIDORA OS CONTRATOS DE
      *==            REPASSE (CONTRATOS.dat) DO CODIGO ANTIGO PASSAM
      *==            PARA O NOVO; SE O NOVO JA TEM CONTRATO COM A MESMA
      *==            DATA DE INICIO A RECODIFICACAO E RECUSADA
      *==  AUTOR: GABRIEL CARVALHO
      *=================================================================
       ENVIRONMENT                 DIVISION.
               FILE STATUS IS DISTRIBUIDORAS-STATUS
               RECORD KEY IS DISTRIBUIDORAS-CHAVE.

           SELECT CONTRATOS ASSIGN TO "..\dados\CONTRATOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CONTRATOS-STATUS
               RECORD KEY IS CONTRATOS-CHAVE.

           SELECT FILMES-LOG ASSIGN TO "..\dados\FILMES-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               10  DISTRIBUIDORA-COD  PIC X(015).
           05  DISTRIBUIDORA-DESC     PIC X(030).

       FD  CONTRATOS.
       01  CONTRATOS-REG.
           05  CONTRATOS-CHAVE.
               10  CTR-DISTRIBUIDORA PIC X(015).
               10  CTR-INICIO      PIC 9(008).
           05  CTR-FIM             PIC 9(008).
           05  CTR-PERCENTUAL      PIC 9(003)V99.
           05  CTR-MINIMO          PIC 9(007)V99.

       FD  FILMES-LOG.
       01  FILMES-LOG-REG.
           05  LOG-DATA-HORA               PIC X(021).
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
       77  WRK-TECLA               PIC X(001).
       77  WRK-OPERADOR            PIC X(008).
       77  OPERADORES-STATUS       PIC 9(002).
       77  CONTRATOS-STATUS        PIC 9(002).
       77  WRK-CTR-ABERTO          PIC 9(001) VALUES ZEROS.
       77  WRK-CTR-QTD             PIC 9(003) VALUES ZEROS.
       77  WRK-CTR-IDX             PIC 9(003) VALUES ZEROS.
       77  WRK-CTR-MOVIDOS         PIC 9(003) VALUES ZEROS.

       01  WRK-TAB-CONTRATOS.
           05  WRK-CTR-INICIO      PIC 9(008) OCCURS 100 TIMES.

       01  WRK-CTR-REG.
           05  WRK-CTR-FIM         PIC 9(008).
           05  WRK-CTR-PERCENTUAL  PIC 9(003)V99.
           05  WRK-CTR-MINIMO      PIC 9(007)V99.

       PROCEDURE                   DIVISION.
       0001-PRINCIPAL              SECTION.
               STOP RUN
           END-IF.

           IF WRK-TIPO EQUAL '2'
               OPEN I-O CONTRATOS
               IF CONTRATOS-STATUS EQUAL 0
                   MOVE 1 TO WRK-CTR-ABERTO
               ELSE
                   IF CONTRATOS-STATUS NOT EQUAL 35
                       DISPLAY "ERRO AO ABRIR CONTRATOS.dat: "
                           CONTRATOS-STATUS
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

           PERFORM 0150-VALIDAR-CODIGOS.
           IF WRK-CTR-ABERTO EQUAL 1
               PERFORM 0160-VERIFICAR-CONTRATOS
           END-IF.

           DISPLAY "CONFIRMA A RECODIFICACAO? (S/N): ".
           ACCEPT WRK-TECLA.
               END-READ
           END-IF.

      *--  GUARDA AS DATAS DE INICIO DOS CONTRATOS DO CODIGO ANTIGO
      *--  E RECUSA SE ALGUMA JA EXISTE NO CODIGO NOVO
       0160-VERIFICAR-CONTRATOS    SECTION.
           MOVE 0 TO WRK-CTR-QTD.
           MOVE WRK-COD-ANTIGO TO CTR-DISTRIBUIDORA.
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
                   OR CTR-DISTRIBUIDORA NOT EQUAL WRK-COD-ANTIGO
                   IF WRK-CTR-QTD NOT LESS THAN 100
                       DISPLAY "DISTRIBUIDORA COM MAIS DE 100 "
                           "CONTRATOS, RECODIFICACAO RECUSADA"
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-CTR-QTD
                   MOVE CTR-INICIO TO WRK-CTR-INICIO (WRK-CTR-QTD)
                   READ CONTRATOS NEXT RECORD
                       AT END MOVE 10 TO CONTRATOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM VARYING WRK-CTR-IDX FROM 1 BY 1
                   UNTIL WRK-CTR-IDX GREATER THAN WRK-CTR-QTD
               MOVE WRK-COD-NOVO TO CTR-DISTRIBUIDORA
               MOVE WRK-CTR-INICIO (WRK-CTR-IDX) TO CTR-INICIO
               READ CONTRATOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "DISTRIBUIDORA NOVA JA TEM CONTRATO "
                           "INICIANDO EM " CTR-INICIO
                       DISPLAY "RECODIFICACAO RECUSADA"
                       STOP RUN
               END-READ
           END-PERFORM.

       0200-PROCESSAR-FILME        SECTION.
           ADD 1 TO WRK-LIDOS.

           MOVE DURACAO       TO LOG-DURACAO-ANT.
           MOVE DISTRIBUIDORA TO LOG-DISTRIBUIDORA-ANT.
           MOVE NOTA          TO LOG-NOTA-ANT.
           MOVE ANO-LANCAMENTO TO LOG-ANO-LANCAMENTO-ANT.
           MOVE MIDIA         TO LOG-MIDIA-ANT.
           MOVE SITUACAO      TO LOG-SITUACAO-ANT.

       0260-REGRAVAR-FILME         SECTION.
           REWRITE FILMES-REG.
               MOVE DISTRIBUIDORA TO LOG-DISTRIBUIDORA-NOVO
               MOVE NOTA          TO LOG-NOTA-NOVO
               MOVE WRK-OPERADOR  TO LOG-OPERADOR
               MOVE ANO-LANCAMENTO TO LOG-ANO-LANCAMENTO-NOVO
               MOVE MIDIA         TO LOG-MIDIA-NOVO
               MOVE SITUACAO      TO LOG-SITUACAO-NOVO
               MOVE SPACES        TO LOG-APROVADOR
               WRITE FILMES-LOG-REG
           ELSE
               DISPLAY "ERRO AO REGRAVAR CODFILME: " CODFILME
           CLOSE FILMES.
           CLOSE FILMES-LOG.

           IF WRK-CTR-ABERTO EQUAL 1
               PERFORM 0340-TRANSFERIR-CONTRATOS
               CLOSE CONTRATOS
           END-IF.

           PERFORM 0350-RETIRAR-CODIGO-ANTIGO.

           CLOSE GENEROS.
           DISPLAY "RECODIFICACAO CONCLUIDA".
           DISPLAY "REGISTROS LIDOS......: " WRK-LIDOS-ED.
           DISPLAY "REGISTROS ALTERADOS..: " WRK-ALTERADOS-ED.
           IF WRK-TIPO EQUAL '2'
               DISPLAY "CONTRATOS TRANSFERIDOS: " WRK-CTR-MOVIDOS
           END-IF.
           DISPLAY "===================================".

           PERFORM 0060-LER-TRAVA.
           MOVE 'N' TO WRK-TRAVA-BATCH.
           PERFORM 0070-GRAVAR-TRAVA.

      *--  CADA CONTRATO E GRAVADO NO CODIGO NOVO ANTES DE SER
      *--  EXCLUIDO DO ANTIGO
       0340-TRANSFERIR-CONTRATOS   SECTION.
           PERFORM VARYING WRK-CTR-IDX FROM 1 BY 1
                   UNTIL WRK-CTR-IDX GREATER THAN WRK-CTR-QTD
               MOVE WRK-COD-ANTIGO TO CTR-DISTRIBUIDORA
               MOVE WRK-CTR-INICIO (WRK-CTR-IDX) TO CTR-INICIO
               READ CONTRATOS
               IF CONTRATOS-STATUS NOT EQUAL 0
                   DISPLAY "ERRO AO LER CONTRATO " WRK-COD-ANTIGO
                       " " CTR-INICIO ", STATUS: " CONTRATOS-STATUS
                   PERFORM 0080-ABANDONAR
               END-IF
               MOVE CTR-FIM        TO WRK-CTR-FIM
               MOVE CTR-PERCENTUAL TO WRK-CTR-PERCENTUAL
               MOVE CTR-MINIMO     TO WRK-CTR-MINIMO

               MOVE WRK-COD-NOVO       TO CTR-DISTRIBUIDORA
               MOVE WRK-CTR-FIM        TO CTR-FIM
               MOVE WRK-CTR-PERCENTUAL TO CTR-PERCENTUAL
               MOVE WRK-CTR-MINIMO     TO CTR-MINIMO
               WRITE CONTRATOS-REG
               IF CONTRATOS-STATUS NOT EQUAL 0
                   DISPLAY "ERRO AO GRAVAR CONTRATO " WRK-COD-NOVO
                       " " CTR-INICIO ", STATUS: " CONTRATOS-STATUS
                   PERFORM 0080-ABANDONAR
               END-IF

               MOVE WRK-COD-ANTIGO TO CTR-DISTRIBUIDORA
               DELETE CONTRATOS
               IF CONTRATOS-STATUS NOT EQUAL 0
                   DISPLAY "ERRO AO EXCLUIR CONTRATO " WRK-COD-ANTIGO
                       " " CTR-INICIO ", STATUS: " CONTRATOS-STATUS
                   PERFORM 0080-ABANDONAR
               END-IF
               ADD 1 TO WRK-CTR-MOVIDOS
           END-PERFORM.

       0350-RETIRAR-CODIGO-ANTIGO  SECTION.
           IF WRK-TIPO EQUAL '1'
               MOVE WRK-COD-ANTIGO TO GENERO-COD

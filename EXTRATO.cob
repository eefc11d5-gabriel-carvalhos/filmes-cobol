      *==            CADA UMA NO REGISTRO ATUAL DE FILMES.dat E GRAVA
      *==            EXTRATO.dat COM CODIGO DE ACAO POR LINHA:
      *==            A-INCLUSAO  C-ALTERACAO  D-EXCLUSAO
      *==            NAO SAO ENVIADAS: AS MUDANCAS APLICADAS PELO
      *==            IMPORTA (MATRIZ-*), VINDAS DA PROPRIA MATRIZ, E
      *==            AS PERDAS DE COPIA (PERDA), QUE NAO ALTERAM O
      *==            CADASTRO DO FILME
      *==  AUTOR: GABRIEL CARVALHO
      *=================================================================
       ENVIRONMENT                 DIVISION.
           05  LOG-OPERACAO                PIC X(008).
           05  FILLER                      PIC X(001).
           05  LOG-CODFILME                PIC 9(005).
           05  FILLER                      PIC X(166).

       FD  FILMES.
       01  FILMES-REG.
       77  WRK-ALTERACOES          PIC 9(007) VALUES ZEROS.
       77  WRK-EXCLUSOES           PIC 9(007) VALUES ZEROS.
       77  WRK-IGNORADOS           PIC 9(007) VALUES ZEROS.
       77  WRK-DA-MATRIZ           PIC 9(007) VALUES ZEROS.
       77  WRK-PERDAS              PIC 9(007) VALUES ZEROS.
       77  WRK-LIDOS-ED            PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-INCLUSOES-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-ALTERACOES-ED       PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-EXCLUSOES-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-IGNORADOS-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-DA-MATRIZ-ED        PIC ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-PERDAS-ED           PIC ZZZ.ZZ9 VALUES ZEROS.

       01  WRK-DADOS-EXCLUSAO.
           05  WRK-EXC-CODFILME    PIC 9(005).
               IF LOG-DATA-HORA GREATER THAN WRK-MAIOR-DATA-HORA
                   MOVE LOG-DATA-HORA TO WRK-MAIOR-DATA-HORA
               END-IF
               EVALUATE TRUE
                   WHEN LOG-OPERACAO (1:7) EQUAL 'MATRIZ-'
                       ADD 1 TO WRK-DA-MATRIZ
                   WHEN LOG-OPERACAO EQUAL 'PERDA'
                       ADD 1 TO WRK-PERDAS
                   WHEN LOG-OPERACAO EQUAL 'EXCLUIR'
                       PERFORM 0250-GRAVAR-EXCLUSAO
                   WHEN OTHER
                       PERFORM 0260-GRAVAR-MOVIMENTO
               END-EVALUATE
           END-IF.

           READ FILMES-LOG
           MOVE WRK-ALTERACOES TO WRK-ALTERACOES-ED.
           MOVE WRK-EXCLUSOES  TO WRK-EXCLUSOES-ED.
           MOVE WRK-IGNORADOS  TO WRK-IGNORADOS-ED.
           MOVE WRK-DA-MATRIZ  TO WRK-DA-MATRIZ-ED.
           MOVE WRK-PERDAS     TO WRK-PERDAS-ED.

           DISPLAY "===================================".
           DISPLAY "EXTRACAO INCREMENTAL CONCLUIDA".
           DISPLAY "ALTERACOES (C).......: " WRK-ALTERACOES-ED.
           DISPLAY "EXCLUSOES (D)........: " WRK-EXCLUSOES-ED.
           DISPLAY "RESOLVIDOS AUSENTES..: " WRK-IGNORADOS-ED.
           DISPLAY "VINDOS DA MATRIZ.....: " WRK-DA-MATRIZ-ED.
           DISPLAY "PERDAS NAO ENVIADAS..: " WRK-PERDAS-ED.
           DISPLAY "ARQUIVO GERADO EM....: ..\dados\EXTRATO.dat".
           DISPLAY "===================================".


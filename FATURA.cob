      *==  OBJETIVO: FATURAMENTO MENSAL POR FILIAL - LE AS COBRANCAS
      *==            GERADAS NAS DEVOLUCOES (COBRANCAS.dat), FILTRA O
      *==            MES INFORMADO (AAAAMM) E TOTALIZA LOCACAO, MULTA
      *==            E TOTAL POR FILIAL NO DEMONSTRATIVO FATURA.prn.
      *==            AS COBRANCAS DE REPOSICAO DE COPIA PERDIDA
      *==            (COB-TIPO 'R') SAEM EM LINHA PROPRIA E NAO CONTAM
      *==            COMO EMPRESTIMO COBRADO
      *==  AUTOR: GABRIEL CARVALHO
      *=================================================================
       ENVIRONMENT                 DIVISION.
           05  COB-VALOR-MULTA     PIC 9(007)V99.
           05  FILLER              PIC X(001).
           05  COB-VALOR-TOTAL     PIC 9(007)V99.
           05  FILLER              PIC X(001).
           05  COB-TIPO            PIC X(001).

       FD  FILIAIS.
       01  FILIAIS-REG.
       77  WRK-TOTAL-GERAL         PIC 9(011)V99 VALUES ZEROS.

       01  WRK-TAB-FILIAIS.
           05  WRK-TAB-FT OCCURS 100 TIMES
                   INDEXED BY IDX-FT IDX-FT-ACHOU.
               10  WRK-FT-FILIAL       PIC X(008).
               10  WRK-FT-QTD          PIC 9(005) VALUE ZERO.
               10  WRK-FT-LOCACAO      PIC 9(009)V99 VALUE ZERO.
               10  WRK-FT-MULTA        PIC 9(009)V99 VALUE ZERO.
               10  WRK-FT-REPOSICAO    PIC 9(009)V99 VALUE ZERO.
               10  WRK-FT-TOTAL        PIC 9(009)V99 VALUE ZERO.

       PROCEDURE                   DIVISION.
           PERFORM VARYING IDX-FT FROM 1 BY 1
                   UNTIL IDX-FT > WRK-QTD-FILIAIS
               IF WRK-FT-FILIAL(IDX-FT) EQUAL COB-FILIAL
                   MOVE 1 TO WRK-ACHOU
                   SET IDX-FT-ACHOU TO IDX-FT
               END-IF
           END-PERFORM.

           IF WRK-ACHOU EQUAL 0
               IF WRK-QTD-FILIAIS < 100
                   ADD 1 TO WRK-QTD-FILIAIS
                   SET IDX-FT-ACHOU TO WRK-QTD-FILIAIS
                   MOVE COB-FILIAL TO WRK-FT-FILIAL(IDX-FT-ACHOU)
                   MOVE 1 TO WRK-ACHOU
               ELSE
                   MOVE 1 TO WRK-FILIAL-LIMITE
               END-IF
           END-IF.

           IF WRK-ACHOU EQUAL 1
               IF COB-TIPO EQUAL 'R'
                   ADD COB-VALOR-TOTAL
                       TO WRK-FT-REPOSICAO(IDX-FT-ACHOU)
               ELSE
                   ADD 1 TO WRK-FT-QTD(IDX-FT-ACHOU)
                   ADD COB-VALOR-LOCACAO
                       TO WRK-FT-LOCACAO(IDX-FT-ACHOU)
                   ADD COB-VALOR-MULTA
                       TO WRK-FT-MULTA(IDX-FT-ACHOU)
               END-IF
               ADD COB-VALOR-TOTAL TO WRK-FT-TOTAL(IDX-FT-ACHOU)
           END-IF.

       0300-FINALIZAR              SECTION.
           CLOSE COBRANCAS.

               INTO FATURA-REG.
           WRITE FATURA-REG.

           MOVE WRK-FT-REPOSICAO(IDX-FT) TO WRK-VALOR-ED.
           MOVE SPACES TO FATURA-REG.
           STRING '  REPOSICAO DE COPIA PERDIDA.: '
                      DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO FATURA-REG.
           WRITE FATURA-REG.

           MOVE WRK-FT-TOTAL(IDX-FT) TO WRK-VALOR-ED.
           MOVE SPACES TO FATURA-REG.
           STRING '  VALOR TOTAL A FATURAR......: '

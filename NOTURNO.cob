       PROGRAM-ID. NOTURNO.
      *=================================================================
      *==  OBJETIVO: CONDUTOR DA CADEIA NOTURNA DE LOTES - EXECUTA OS
      *==            PASSOS BACKUP, CARGA, CONCILIA, DUPTIT, IMPORTA,
      *==            EXTRATO, AVISOS E (QUANDO ATIVADO) LOGARQ NA ORDEM
      *==            DEFINIDA NO ARQUIVO DE CONTROLE CADEIA-CTL.dat,
      *==            REGISTRANDO INICIO, FIM E CONTADORES DE CADA
      *==            PASSO. EM CASO DE FALHA A CADEIA PARA, E A PROXIMA
      *==            EXECUCAO RETOMA DO PASSO FALHADO SEM REPETIR OS
      *==            CONCLUIDOS.
      *==            RESUMO IMPRESSO EM NOTURNO.prn
      *==  AUTOR: GABRIEL CARVALHO
      *=================================================================
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXTRATO-TOT-STATUS.

           SELECT IMPORTA-TOT ASSIGN TO "..\dados\IMPORTA-TOT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS IMPORTA-TOT-STATUS.

           SELECT AVISOS-TOT ASSIGN TO "..\dados\AVISOS-TOT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AVISOS-TOT-STATUS.

           SELECT RESUMO ASSIGN TO "..\dados\NOTURNO.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  EXTRATO-TOT.
       01  EXTRATO-TOT-REG         PIC X(031).

       FD  IMPORTA-TOT.
       01  IMPORTA-TOT-REG         PIC X(031).

       FD  AVISOS-TOT.
       01  AVISOS-TOT-REG          PIC X(031).

       FD  RESUMO.
       01  RESUMO-REG              PIC X(120).

       77  CADEIA-CTL-STATUS       PIC 9(002).
       77  CARGA-TOT-STATUS        PIC 9(002).
       77  EXTRATO-TOT-STATUS      PIC 9(002).
       77  IMPORTA-TOT-STATUS      PIC 9(002).
       77  AVISOS-TOT-STATUS       PIC 9(002).
       77  RESUMO-STATUS           PIC 9(002).
       77  WRK-QTD-ETAPAS          PIC 9(002) VALUES ZEROS.
       77  WRK-FIM-CTL             PIC 9(001) VALUES ZEROS.
           CLOSE CADEIA-CTL.

       0120-CADEIA-PADRAO          SECTION.
           MOVE 8 TO WRK-QTD-ETAPAS.
           MOVE 1         TO WRK-ET-ETAPA(1).
           MOVE 'BACKUP'  TO WRK-ET-PROGRAMA(1).
           MOVE 2         TO WRK-ET-ETAPA(2).
           MOVE 4         TO WRK-ET-ETAPA(4).
           MOVE 'DUPTIT'  TO WRK-ET-PROGRAMA(4).
           MOVE 5         TO WRK-ET-ETAPA(5).
           MOVE 'IMPORTA' TO WRK-ET-PROGRAMA(5).
           MOVE 6         TO WRK-ET-ETAPA(6).
           MOVE 'EXTRATO' TO WRK-ET-PROGRAMA(6).
           MOVE 7         TO WRK-ET-ETAPA(7).
           MOVE 'AVISOS'  TO WRK-ET-PROGRAMA(7).
           MOVE 8         TO WRK-ET-ETAPA(8).
           MOVE 'LOGARQ'  TO WRK-ET-PROGRAMA(8).

           PERFORM VARYING IDX-ET FROM 1 BY 1
                   UNTIL IDX-ET > WRK-QTD-ETAPAS
           DISPLAY "INCLUIR LOGARQ (MENSAL) NA CADEIA? (S/N): ".
           ACCEPT WRK-RESP.
           IF WRK-RESP NOT EQUAL 'S' AND WRK-RESP NOT EQUAL 's'
               MOVE 'N' TO WRK-ET-ATIVA(8)
           END-IF.

       0130-REINICIAR-CADEIA       SECTION.
                   CLOSE CARGA-TOT
               END-IF
           END-IF.
           IF WRK-ET-PROGRAMA(IDX-ET) EQUAL 'IMPORTA'
               OPEN INPUT IMPORTA-TOT
               IF IMPORTA-TOT-STATUS EQUAL 0
                   READ IMPORTA-TOT
                       AT END MOVE SPACES TO IMPORTA-TOT-REG
                   END-READ
                   STRING 'INC/ALT/EXC/PEN: ' DELIMITED BY SIZE
                          IMPORTA-TOT-REG     DELIMITED BY SIZE
                       INTO WRK-ET-CONTADORES(IDX-ET)
                   CLOSE IMPORTA-TOT
               END-IF
           END-IF.
           IF WRK-ET-PROGRAMA(IDX-ET) EQUAL 'EXTRATO'
               OPEN INPUT EXTRATO-TOT
               IF EXTRATO-TOT-STATUS EQUAL 0
                   CLOSE EXTRATO-TOT
               END-IF
           END-IF.
           IF WRK-ET-PROGRAMA(IDX-ET) EQUAL 'AVISOS'
               OPEN INPUT AVISOS-TOT
               IF AVISOS-TOT-STATUS EQUAL 0
                   READ AVISOS-TOT
                       AT END MOVE SPACES TO AVISOS-TOT-REG
                   END-READ
                   STRING 'AV1/AV2/FIN/PER: ' DELIMITED BY SIZE
                          AVISOS-TOT-REG      DELIMITED BY SIZE
                       INTO WRK-ET-CONTADORES(IDX-ET)
                   CLOSE AVISOS-TOT
               END-IF
           END-IF.

       0300-FINALIZAR              SECTION.
           OPEN OUTPUT RESUMO.

               FILE STATUS IS TARIFAS-STATUS
               RECORD KEY IS TARIFAS-CHAVE.

           SELECT CONTRATOS ASSIGN TO "..\dados\CONTRATOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CONTRATOS-STATUS
               RECORD KEY IS CONTRATOS-CHAVE.

           SELECT PERIODOS ASSIGN TO "..\dados\PERIODO-CTL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PERIODOS-STATUS
               RECORD KEY IS PER-CHAVE.

           SELECT PENDENCIAS ASSIGN TO "..\dados\PENDENCIAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PENDENCIAS-STATUS
               RECORD KEY IS PEN-CHAVE
               ALTERNATE RECORD KEY IS PEN-CODFILME WITH DUPLICATES.

           SELECT COBRANCAS ASSIGN TO "..\dados\COBRANCAS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COBRANCAS-STATUS.

           SELECT COBRANCAS-CON ASSIGN TO "..\dados\COBRANCAS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COB-CON-STATUS.

           SELECT SOCIOS ASSIGN TO "..\dados\SOCIOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS SOCIOS-STATUS
               RECORD KEY IS SOCIOS-CHAVE.

           SELECT PAGAMENTOS ASSIGN TO "..\dados\PAGAMENTOS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PAGAMENTOS-STATUS
               RECORD KEY IS PAGAMENTOS-CHAVE.

           SELECT TRANSFERENCIAS
               ASSIGN TO "..\dados\TRANSFERENCIAS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TRANSF-STATUS
               RECORD KEY IS TRANSF-CHAVE.

       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FILMES.
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

       FD  EMPRESTIMOS.
       01  EMPRESTIMOS-REG.
           05  EMP-SITUACAO        PIC X(001).
           05  EMP-DATA-DEVOLUCAO  PIC 9(008).
           05  EMP-COPIA           PIC 9(003).
           05  EMP-SOCIO           PIC 9(006).

       FD  COPIAS.
       01  COPIAS-REG.
           05  COP-MIDIA           PIC X(003).
           05  COP-CONDICAO        PIC X(001).
           05  COP-SITUACAO        PIC X(001).
           05  COP-FILIAL          PIC X(008).

       FD  RESERVAS.
       01  RESERVAS-REG.
           05  RES-DATA            PIC 9(008).
           05  RES-VALIDADE        PIC 9(008).
           05  RES-SITUACAO        PIC X(001).
           05  RES-SOCIO           PIC 9(006).

       FD  CONTROLE.
       01  CONTROLE-REG.
           05  LOG2-NOTA-NOVO              PIC 9(002).
           05  FILLER                      PIC X(001).
           05  LOG2-OPERADOR               PIC X(008).
           05  FILLER                      PIC X(001).
           05  LOG2-ANO-LANCAMENTO-ANT     PIC 9(004).
           05  FILLER                      PIC X(001).
           05  LOG2-ANO-LANCAMENTO-NOVO    PIC 9(004).
           05  FILLER                      PIC X(001).
           05  LOG2-MIDIA-ANT              PIC X(003).
           05  FILLER                      PIC X(001).
           05  LOG2-MIDIA-NOVO             PIC X(003).
           05  FILLER                      PIC X(001).
           05  LOG2-SITUACAO-ANT           PIC X(001).
           05  FILLER                      PIC X(001).
           05  LOG2-SITUACAO-NOVO          PIC X(001).
           05  FILLER                      PIC X(001).
           05  LOG2-APROVADOR              PIC X(008).

       FD  LOG-IMPRESSAO.
       01  LOG-IMPRESSAO-REG      PIC X(100).
           05  TAR-DIARIA          PIC 9(005)V99.
           05  TAR-MULTA-DIA       PIC 9(005)V99.

       FD  CONTRATOS.
       01  CONTRATOS-REG.
           05  CONTRATOS-CHAVE.
               10  CTR-DISTRIBUIDORA PIC X(015).
               10  CTR-INICIO      PIC 9(008).
           05  CTR-FIM             PIC 9(008).
           05  CTR-PERCENTUAL      PIC 9(003)V99.
           05  CTR-MINIMO          PIC 9(007)V99.

       FD  PERIODOS.
       01  PERIODOS-REG.
           05  PER-CHAVE.
               10  PER-MES             PIC 9(006).
           05  PER-SITUACAO            PIC X(001).
           05  PER-DATA-FECHAMENTO     PIC 9(008).
           05  PER-OPERADOR            PIC X(008).
           05  PER-TOTAL-DEBITO        PIC 9(011)V99.
           05  PER-TOTAL-CREDITO       PIC 9(011)V99.

       FD  PENDENCIAS.
       01  PENDENCIAS-REG.
           05  PEN-CHAVE.
               10  PEN-NUMERO          PIC 9(006).
           05  PEN-CODFILME            PIC 9(005).
           05  PEN-OPERACAO            PIC X(008).
           05  PEN-SITUACAO            PIC X(001).
           05  PEN-OPERADOR            PIC X(008).
           05  PEN-DATA-HORA           PIC X(021).
           05  PEN-ANTES.
               10  PEN-ANT-TITULO          PIC X(030).
               10  PEN-ANT-GENERO          PIC X(008).
               10  PEN-ANT-DURACAO         PIC 9(003).
               10  PEN-ANT-DISTRIBUIDORA   PIC X(015).
               10  PEN-ANT-NOTA            PIC 9(002).
               10  PEN-ANT-ANO             PIC 9(004).
               10  PEN-ANT-MIDIA           PIC X(003).
               10  PEN-ANT-SITUACAO        PIC X(001).
           05  PEN-PROPOSTO.
               10  PEN-NOV-TITULO          PIC X(030).
               10  PEN-NOV-GENERO          PIC X(008).
               10  PEN-NOV-DURACAO         PIC 9(003).
               10  PEN-NOV-DISTRIBUIDORA   PIC X(015).
               10  PEN-NOV-NOTA            PIC 9(002).
               10  PEN-NOV-ANO             PIC 9(004).
               10  PEN-NOV-MIDIA           PIC X(003).
               10  PEN-NOV-SITUACAO        PIC X(001).
           05  PEN-SUPERVISOR          PIC X(008).
           05  PEN-DATA-DECISAO        PIC X(021).
           05  PEN-MOTIVO              PIC X(030).

       FD  COBRANCAS.
       01  COBRANCAS-REG.
           05  COB-DATA            PIC 9(008).
           05  COB-VALOR-MULTA     PIC 9(007)V99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  COB-VALOR-TOTAL     PIC 9(007)V99.
           05  FILLER              PIC X(001) VALUE SPACE.
           05  COB-TIPO            PIC X(001).

       FD  COBRANCAS-CON.
       01  COBRANCAS-CON-REG.
           05  COB2-DATA           PIC 9(008).
           05  FILLER              PIC X(001).
           05  COB2-NUMEMP         PIC 9(005).
           05  FILLER              PIC X(001).
           05  COB2-CODFILME       PIC 9(005).
           05  FILLER              PIC X(001).
           05  COB2-FILIAL         PIC X(008).
           05  FILLER              PIC X(001).
           05  COB2-MIDIA          PIC X(003).
           05  FILLER              PIC X(001).
           05  COB2-DIAS           PIC 9(003).
           05  FILLER              PIC X(001).
           05  COB2-VALOR-LOCACAO  PIC 9(007)V99.
           05  FILLER              PIC X(001).
           05  COB2-DIAS-ATRASO    PIC 9(003).
           05  FILLER              PIC X(001).
           05  COB2-VALOR-MULTA    PIC 9(007)V99.
           05  FILLER              PIC X(001).
           05  COB2-VALOR-TOTAL    PIC 9(007)V99.
           05  FILLER              PIC X(001).
           05  COB2-TIPO           PIC X(001).

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

       FD  TRANSFERENCIAS.
       01  TRANSFERENCIAS-REG.
           05  TRANSF-CHAVE.
               10  TRF-NUMERO      PIC 9(005).
           05  TRF-CODFILME        PIC 9(005).
           05  TRF-COPIA           PIC 9(003).
           05  TRF-ORIGEM          PIC X(008).
           05  TRF-DESTINO         PIC X(008).
           05  TRF-SITUACAO        PIC X(001).
           05  TRF-DATA-SOLIC      PIC 9(008).
           05  TRF-OPER-SOLIC      PIC X(008).
           05  TRF-DATA-ENVIO      PIC 9(008).
           05  TRF-OPER-ENVIO      PIC X(008).
           05  TRF-DATA-RECEB      PIC 9(008).
           05  TRF-OPER-RECEB      PIC X(008).

       WORKING-STORAGE             SECTION.
       77  WRK-OPCAO           PIC X(001).
           05  WRK-LOG-ANT-DURACAO         PIC 9(003).
           05  WRK-LOG-ANT-DISTRIBUIDORA   PIC X(015).
           05  WRK-LOG-ANT-NOTA            PIC 9(002).
           05  WRK-LOG-ANT-ANO             PIC 9(004).
           05  WRK-LOG-ANT-MIDIA           PIC X(003).
           05  WRK-LOG-ANT-SITUACAO        PIC X(001).

       01  WRK-LOG-NOVO.
           05  WRK-LOG-NOVO-TITULO         PIC X(030).
           05  WRK-LOG-NOVO-DURACAO        PIC 9(003).
           05  WRK-LOG-NOVO-DISTRIBUIDORA  PIC X(015).
           05  WRK-LOG-NOVO-NOTA           PIC 9(002).
           05  WRK-LOG-NOVO-ANO            PIC 9(004).
           05  WRK-LOG-NOVO-MIDIA          PIC X(003).
           05  WRK-LOG-NOVO-SITUACAO       PIC X(001).

       77  WRK-QTD-GENEROS         PIC 9(003) VALUES ZEROS.
       77  WRK-QTD-DIST            PIC 9(003) VALUES ZEROS.
       77  WRK-COP-PESQ-NUMERO        PIC 9(003) VALUES ZEROS.
       77  WRK-COP-MIDIA              PIC X(003).
       77  WRK-COP-CONDICAO           PIC X(001).
       77  WRK-COP-FILIAL             PIC X(008).
       77  WRK-COP-PESQ-FILIAL        PIC X(008).
       77  WRK-COP-ESC-FILIAL         PIC X(008).
       77  WRK-COP-TRANSITO           PIC 9(001) VALUES ZEROS.
       77  WRK-COP-PASSO              PIC 9(001) VALUES ZEROS.
       77  WRK-COP-EM-ORDEM           PIC 9(001) VALUES ZEROS.
       77  WRK-EMP-ABERTOS-FILME      PIC 9(003) VALUES ZEROS.
       77  WRK-FILME-DISPONIVEL       PIC 9(001) VALUES ZEROS.

       77  WRK-NOT-QTD                PIC 9(005) VALUES ZEROS.

       77  TARIFAS-STATUS             PIC 9(002).
       77  CONTRATOS-STATUS           PIC 9(002).
       77  PERIODOS-STATUS            PIC 9(002).
       77  WRK-PER-DATA               PIC 9(008) VALUES ZEROS.
       77  WRK-PER-FECHADO            PIC 9(001) VALUES ZEROS.
       77  PENDENCIAS-STATUS          PIC 9(002).
       77  WRK-PEN-OPERACAO           PIC X(008).
       77  WRK-PEN-CODFILME           PIC 9(005) VALUES ZEROS.
       77  WRK-PEN-PROX               PIC 9(006) VALUES ZEROS.
       77  WRK-PEN-ESCOLHA            PIC 9(006) VALUES ZEROS.
       77  WRK-PEN-INICIO             PIC 9(006) VALUES ZEROS.
       77  WRK-PEN-ULTIMO             PIC 9(006) VALUES ZEROS.
       77  WRK-PEN-MAIS               PIC 9(001) VALUES ZEROS.
       77  WRK-PEN-EXISTE             PIC 9(001) VALUES ZEROS.
       77  WRK-PEN-MUDOU              PIC 9(001) VALUES ZEROS.
       77  WRK-PEN-FIM                PIC 9(001) VALUES ZEROS.
       77  WRK-PEN-HISTORICO          PIC 9(005) VALUES ZEROS.
       77  WRK-PEN-DECISAO            PIC X(001).
       77  WRK-LOG-PROPONENTE         PIC X(008) VALUE SPACES.
       77  COBRANCAS-STATUS           PIC 9(002).
       77  WRK-TAR-ACHOU              PIC 9(001) VALUES ZEROS.
       77  WRK-TAR-DIARIA             PIC 9(005)V99 VALUES ZEROS.
       77  WRK-OPER-PERFIL            PIC 9(001) VALUES ZEROS.
       77  WRK-OPER-OK                PIC 9(001) VALUES ZEROS.

       77  SOCIOS-STATUS              PIC 9(002).
       77  COB-CON-STATUS             PIC 9(002).
       77  WRK-SOC-PESQ-NUMERO        PIC 9(006) VALUES ZEROS.
       77  WRK-SOC-ERRO               PIC 9(001) VALUES ZEROS.
       77  WRK-SOC-BLOQUEADO          PIC 9(001) VALUES ZEROS.
       77  WRK-SOC-LIMITE             PIC 9(001) VALUES ZEROS.
       77  WRK-SOC-MAX-EMP            PIC 9(002) VALUES ZEROS.
       77  WRK-SOC-ABERTOS            PIC 9(003) VALUES ZEROS.
       77  WRK-SOC-NOVO               PIC 9(001) VALUES ZEROS.
       77  WRK-SOC-PADRAO-MAX-EMP     PIC 9(002) VALUES 3.
       77  WRK-SOC-FIM                PIC 9(001) VALUES ZEROS.
       77  WRK-RES-SOCIO              PIC 9(006) VALUES ZEROS.

       77  PAGAMENTOS-STATUS          PIC 9(002).
       77  WRK-PAG-NUMEMP             PIC 9(005) VALUES ZEROS.
       77  WRK-PAG-TIPO               PIC X(001).
       77  WRK-PAG-VALOR              PIC 9(007)V99 VALUES ZEROS.
       77  WRK-PAG-COBRADO            PIC 9(009)V99 VALUES ZEROS.
       77  WRK-PAG-PAGO               PIC 9(009)V99 VALUES ZEROS.
       77  WRK-PAG-SALDO              PIC S9(009)V99 VALUES ZEROS.
       77  WRK-PAG-QTD-COB            PIC 9(003) VALUES ZEROS.
       77  WRK-PAG-FILIAL             PIC X(008).
       77  WRK-PAG-PROX-SEQ           PIC 9(003) VALUES ZEROS.
       77  WRK-PAG-FIM                PIC 9(001) VALUES ZEROS.

       77  TRANSF-STATUS              PIC 9(002).
       77  WRK-MODO-TRANSF            PIC X(001).
       77  WRK-TRF-NUMERO             PIC 9(005) VALUES ZEROS.
       77  WRK-TRF-PROX-NUMERO        PIC 9(005) VALUES ZEROS.
       77  WRK-TRF-DESTINO            PIC X(008).
       77  WRK-TRF-FIM                PIC 9(001) VALUES ZEROS.

       01  WRK-TRAVA-REG.
           05  WRK-TRAVA-ONLINE        PIC X(001).
           05  WRK-TRAVA-BATCH         PIC X(001).
           05  WRK-EMP-SITUACAO        PIC X(001).
           05  WRK-EMP-DATA-DEVOLUCAO  PIC 9(008).
           05  WRK-EMP-COPIA           PIC 9(003).
           05  WRK-EMP-SOCIO           PIC 9(006).

       01  WRK-LINHA-IMPRESSAO.
           05  IMP-CODFILME        PIC 9(005).
           05  LINE 18 COLUMN 15 VALUE 'N - NOTAS'.
           05  LINE 19 COLUMN 15 VALUE 'L - CONSULTAR LOG'.
           05  LINE 20 COLUMN 15 VALUE 'X - ENCERRAR'.
           05  LINE 07 COLUMN 50 VALUE 'A - APROVACOES'.
           05  LINE 21 COLUMN 15 VALUE 'OPCAO...'.
           05  LINE 21 COLUMN 24 USING WRK-OPCAO.

               10  LINE 15 COLUMN 10 VALUE 'COPIA (0=AUTOMATICA)..'.
               10  COLUMN PLUS 2 PIC 9(003) USING EMP-COPIA
                   BLANK WHEN ZEROS.
               10  LINE 16 COLUMN 10 VALUE 'SOCIO (NUMERO)..'.
               10  COLUMN PLUS 2 PIC 9(006) USING EMP-SOCIO
                   BLANK WHEN ZEROS.

       01  TELA-SOCIO.
           05  SS-SOC-DADOS.
               10  LINE 12 COLUMN 10 VALUE 'NOME................: '.
               10  COLUMN PLUS 2 PIC X(030) USING SOC-NOME.
               10  LINE 13 COLUMN 10 VALUE 'DOCUMENTO...........: '.
               10  COLUMN PLUS 2 PIC X(014) USING SOC-DOCUMENTO.
               10  LINE 14 COLUMN 10 VALUE 'TELEFONE............: '.
               10  COLUMN PLUS 2 PIC X(015) USING SOC-TELEFONE.
               10  LINE 15 COLUMN 10 VALUE 'FILIAL DE ORIGEM....: '.
               10  COLUMN PLUS 2 PIC X(008) USING SOC-FILIAL.
               10  LINE 16 COLUMN 10 VALUE 'MAX. EMPRESTIMOS....: '.
               10  COLUMN PLUS 2 PIC 9(002) USING SOC-MAX-EMP
                   BLANK WHEN ZEROS.
               10  LINE 17 COLUMN 10 VALUE 'SITUACAO (A/B)......: '.
               10  COLUMN PLUS 2 PIC X(001) USING SOC-SITUACAO.

       01  MOSTRA-ERRO.
           05  MSG-ERRO.
               OPEN I-O TARIFAS
           END-IF.

           OPEN I-O CONTRATOS
           IF CONTRATOS-STATUS EQUAL 35 THEN
               OPEN OUTPUT CONTRATOS
               CLOSE CONTRATOS
               OPEN I-O CONTRATOS
           END-IF.

           OPEN EXTEND COBRANCAS
           IF COBRANCAS-STATUS EQUAL 35
               OPEN OUTPUT COBRANCAS
               OPEN EXTEND COBRANCAS
           END-IF.

           OPEN I-O SOCIOS
           IF SOCIOS-STATUS EQUAL 35 THEN
               OPEN OUTPUT SOCIOS
               CLOSE SOCIOS
               OPEN I-O SOCIOS
           END-IF.

           OPEN I-O PAGAMENTOS
           IF PAGAMENTOS-STATUS EQUAL 35 THEN
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
           END-IF.

           OPEN I-O TRANSFERENCIAS
           IF TRANSF-STATUS EQUAL 35 THEN
               OPEN OUTPUT TRANSFERENCIAS
               CLOSE TRANSFERENCIAS
               OPEN I-O TRANSFERENCIAS
           END-IF.

           OPEN I-O PENDENCIAS
           IF PENDENCIAS-STATUS EQUAL 35 THEN
               OPEN OUTPUT PENDENCIAS
               CLOSE PENDENCIAS
               OPEN I-O PENDENCIAS
           END-IF.

           MOVE SPACES TO WRK-OPCAO.
           MOVE 'MENU' TO WRK-TITULO.
           DISPLAY TELA.
               WHEN 3
                   PERFORM 0600-ALTERAR
               WHEN 4
                   PERFORM 0700-EXCLUIR
               WHEN 5
                   PERFORM 0800-RELATORIO-TELA
               WHEN 6
               WHEN 'L'
               WHEN 'l'
                   PERFORM 1400-CONSULTAR-LOG
               WHEN 'A'
               WHEN 'a'
                   IF WRK-OPER-PERFIL EQUAL 2
                       PERFORM 1700-APROVACOES
                   ELSE
                       MOVE 'OPCAO RESTRITA AO SUPERVISOR'
                           TO WRK-MSG-ERRO
                       ACCEPT MOSTRA-ERRO
                   END-IF
               WHEN OTHER
                   IF WRK-OPCAO NOT EQUAL "X" AND NOT EQUAL "x"
                        MOVE 'OPCAO INVALIDA!' TO WRK-MSG-ERRO
           CLOSE COPIAS.
           CLOSE OPERADORES.
           CLOSE TARIFAS.
           CLOSE CONTRATOS.
           CLOSE COBRANCAS.
           CLOSE NOTAS.
           CLOSE SOCIOS.
           CLOSE PAGAMENTOS.
           CLOSE TRANSFERENCIAS.
           CLOSE PENDENCIAS.

           PERFORM 0110-LER-TRAVA.
           MOVE 'N' TO WRK-TRAVA-ONLINE.
                               MOVE DISTRIBUIDORA
                                   TO WRK-LOG-NOVO-DISTRIBUIDORA
                               MOVE NOTA TO WRK-LOG-NOVO-NOTA
                               MOVE ANO-LANCAMENTO TO WRK-LOG-NOVO-ANO
                               MOVE MIDIA TO WRK-LOG-NOVO-MIDIA
                               MOVE SITUACAO TO WRK-LOG-NOVO-SITUACAO
                               PERFORM 0880-GRAVAR-LOG
                               IF CODFILME NOT LESS WRK-PROX-CODFILME
                                   COMPUTE WRK-PROX-CODFILME =
                       MOVE DURACAO       TO WRK-LOG-ANT-DURACAO
                       MOVE DISTRIBUIDORA TO WRK-LOG-ANT-DISTRIBUIDORA
                       MOVE NOTA          TO WRK-LOG-ANT-NOTA
                       MOVE ANO-LANCAMENTO TO WRK-LOG-ANT-ANO
                       MOVE MIDIA         TO WRK-LOG-ANT-MIDIA
                       MOVE SITUACAO      TO WRK-LOG-ANT-SITUACAO

                       ACCEPT SS-DADOS

                               EXIT SECTION
                           END-IF

                           IF WRK-OPER-PERFIL EQUAL 2
                               PERFORM 0610-GRAVAR-ALTERACAO
                           ELSE
                               MOVE 'ALTERAR' TO WRK-PEN-OPERACAO
                               PERFORM 1710-REGISTRAR-PENDENCIA
                           END-IF
                           MOVE SPACES TO WRK-TECLA

                            DISPLAY "DESEJA ALTERAR OUTRO FILME? (S/N)"
                                     LINE 21 COLUMN 10
               INITIALIZE FILMES-REG
           END-PERFORM.

       0610-GRAVAR-ALTERACAO      SECTION.
           REWRITE FILMES-REG.

           IF FILMES-STATUS EQUAL 0 OR
              FILMES-STATUS EQUAL 2
               MOVE 'REGISTRO ALTERADO' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               MOVE 'ALTERAR' TO WRK-LOG-OPERACAO
               MOVE CODFILME TO WRK-LOG-CODFILME
               MOVE TITULO TO WRK-LOG-NOVO-TITULO
               MOVE GENERO TO WRK-LOG-NOVO-GENERO
               MOVE DURACAO TO WRK-LOG-NOVO-DURACAO
               MOVE DISTRIBUIDORA
                   TO WRK-LOG-NOVO-DISTRIBUIDORA
               MOVE NOTA TO WRK-LOG-NOVO-NOTA
               MOVE ANO-LANCAMENTO TO WRK-LOG-NOVO-ANO
               MOVE MIDIA TO WRK-LOG-NOVO-MIDIA
               MOVE SITUACAO TO WRK-LOG-NOVO-SITUACAO
               PERFORM 0880-GRAVAR-LOG
           ELSE
               MOVE 'REGISTRO NAO ALTERADO'
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
           END-IF.

       0700-EXCLUIR               SECTION.
           MOVE 'EXCLUIR' TO WRK-TITULO.
           PERFORM UNTIL WRK-TECLA EQUAL "N" OR WRK-TECLA EQUAL "n"
                       MOVE DURACAO       TO WRK-LOG-ANT-DURACAO
                       MOVE DISTRIBUIDORA TO WRK-LOG-ANT-DISTRIBUIDORA
                       MOVE NOTA          TO WRK-LOG-ANT-NOTA
                       MOVE ANO-LANCAMENTO TO WRK-LOG-ANT-ANO
                       MOVE MIDIA         TO WRK-LOG-ANT-MIDIA
                       MOVE SITUACAO      TO WRK-LOG-ANT-SITUACAO

                       IF WRK-OPER-PERFIL EQUAL 2
                           PERFORM 0710-GRAVAR-EXCLUSAO
                       ELSE
                           MOVE 'EXCLUIR' TO WRK-PEN-OPERACAO
                           PERFORM 1710-REGISTRAR-PENDENCIA
                       END-IF

                       DISPLAY "DESEJA EXCLUIR OUTRO FILME? (S/N)"
                                LINE 21 COLUMN 10
               INITIALIZE FILMES-REG
           END-PERFORM.

       0710-GRAVAR-EXCLUSAO       SECTION.
           DELETE FILMES
               INVALID KEY
                   MOVE 'NAO EXCLUIDO' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE "FILME EXCLUIDO" TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   MOVE 'EXCLUIR' TO WRK-LOG-OPERACAO
                   MOVE CODFILME TO WRK-LOG-CODFILME
                   INITIALIZE WRK-LOG-NOVO
                   PERFORM 0880-GRAVAR-LOG
           END-DELETE.

       0800-RELATORIO-TELA             SECTION.
           MOVE 0 TO WRK-PAROU-MANUAL.
           PERFORM 0890-FILTRAR-RELATORIO.
           MOVE WRK-LOG-NOVO-DISTRIBUIDORA TO LOG-DISTRIBUIDORA-NOVO.
           MOVE WRK-LOG-ANT-NOTA       TO LOG-NOTA-ANT.
           MOVE WRK-LOG-NOVO-NOTA      TO LOG-NOTA-NOVO.
           IF WRK-LOG-PROPONENTE EQUAL SPACES
               MOVE WRK-OPERADOR       TO LOG-OPERADOR
               MOVE SPACES             TO LOG-APROVADOR
           ELSE
               MOVE WRK-LOG-PROPONENTE TO LOG-OPERADOR
               MOVE WRK-OPERADOR       TO LOG-APROVADOR
           END-IF.
           MOVE WRK-LOG-ANT-ANO        TO LOG-ANO-LANCAMENTO-ANT.
           MOVE WRK-LOG-NOVO-ANO       TO LOG-ANO-LANCAMENTO-NOVO.
           MOVE WRK-LOG-ANT-MIDIA      TO LOG-MIDIA-ANT.
           MOVE WRK-LOG-NOVO-MIDIA     TO LOG-MIDIA-NOVO.
           MOVE WRK-LOG-ANT-SITUACAO   TO LOG-SITUACAO-ANT.
           MOVE WRK-LOG-NOVO-SITUACAO  TO LOG-SITUACAO-NOVO.
           WRITE FILMES-LOG-REG.

       0890-FILTRAR-RELATORIO          SECTION.
               MOVE SPACES TO WRK-MODO-DOMINIO
               DISPLAY "CADASTRAR: 1-GENERO  2-DISTRIBUIDORA  3-FILIAL"
                                               LINE 09 COLUMN 10
               DISPLAY "           4-OPERADOR  5-TARIFA  6-SOCIO"
                                               LINE 10 COLUMN 10
               DISPLAY "7-CONTRATO"            LINE 10 COLUMN 52
               ACCEPT  WRK-MODO-DOMINIO       LINE 09 COLUMN 58

               EVALUATE WRK-MODO-DOMINIO
                       PERFORM 1240-CADASTRAR-OPERADOR
                   WHEN '5'
                       PERFORM 1250-CADASTRAR-TARIFA
                   WHEN '6'
                       PERFORM 1260-MANTER-SOCIO
                   WHEN '7'
                       PERFORM 1270-CADASTRAR-CONTRATO
                   WHEN OTHER
                       MOVE 'OPCAO INVALIDA' TO WRK-MSG-ERRO
                       DISPLAY MOSTRA-ERRO

           DISPLAY MOSTRA-ERRO.

       1260-MANTER-SOCIO                 SECTION.
           MOVE 0 TO WRK-SOC-PESQ-NUMERO.
           DISPLAY "NUMERO DO SOCIO.....: "    LINE 11 COLUMN 10.
           ACCEPT  WRK-SOC-PESQ-NUMERO         LINE 11 COLUMN 35.

           IF WRK-SOC-PESQ-NUMERO EQUAL 0
               MOVE 'NUMERO DO SOCIO E OBRIGATORIO' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           MOVE 0 TO WRK-SOC-NOVO.
           MOVE WRK-SOC-PESQ-NUMERO TO SOC-NUMERO.
           READ SOCIOS
               INVALID KEY
                   MOVE 1 TO WRK-SOC-NOVO
                   MOVE SPACES TO SOCIOS-REG
                   MOVE WRK-SOC-PESQ-NUMERO TO SOC-NUMERO
                   MOVE 'A' TO SOC-SITUACAO
                   MOVE 0   TO SOC-MAX-EMP
                   MOVE FUNCTION CURRENT-DATE (1:8)
                       TO SOC-DATA-CADASTRO
                   DISPLAY 'SOCIO NOVO' LINE 11 COLUMN 50
               NOT INVALID KEY
                   DISPLAY 'SOCIO CADASTRADO DESDE ' LINE 11 COLUMN 50
                   DISPLAY SOC-DATA-CADASTRO         LINE 11 COLUMN 73
           END-READ.

           DISPLAY TELA-SOCIO.
           ACCEPT  TELA-SOCIO.

           IF SOC-NOME EQUAL SPACES
               MOVE 'NOME DO SOCIO E OBRIGATORIO' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           IF SOC-DOCUMENTO EQUAL SPACES
               MOVE 'DOCUMENTO DO SOCIO E OBRIGATORIO' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           IF SOC-SITUACAO EQUAL SPACES
               MOVE 'A' TO SOC-SITUACAO
           END-IF.
           IF SOC-SITUACAO NOT EQUAL 'A' AND SOC-SITUACAO NOT EQUAL 'B'
               MOVE 'SITUACAO DEVE SER A OU B' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           IF SOC-MAX-EMP EQUAL 0
               MOVE WRK-SOC-PADRAO-MAX-EMP TO SOC-MAX-EMP
           END-IF.

           MOVE SOC-FILIAL TO FILIAL-COD.
           READ FILIAIS KEY IS FILIAIS-CHAVE
               INVALID KEY
                   MOVE 'FILIAL INVALIDA, SOCIO NAO GRAVADO'
                       TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   EXIT SECTION
           END-READ.

           IF WRK-SOC-NOVO EQUAL 1
               WRITE SOCIOS-REG
                   INVALID KEY
                       MOVE 'SOCIO JA CADASTRADO' TO WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE 'SOCIO CADASTRADO' TO WRK-MSG-ERRO
               END-WRITE
           ELSE
               REWRITE SOCIOS-REG
                   INVALID KEY
                       MOVE 'SOCIO NAO ALTERADO' TO WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE 'SOCIO ALTERADO' TO WRK-MSG-ERRO
               END-REWRITE
           END-IF.

           DISPLAY MOSTRA-ERRO.

      *----------------------------------------------------------------
      *--  CONTRATO DE REPASSE: PERCENTUAL DA RECEITA DE LOCACAO E
      *--  GARANTIA MINIMA MENSAL, POR DISTRIBUIDORA E VIGENCIA
      *----------------------------------------------------------------
       1270-CADASTRAR-CONTRATO           SECTION.
           IF WRK-OPER-PERFIL NOT EQUAL 2
               MOVE 'CONTRATO RESTRITO AO SUPERVISOR' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           MOVE SPACES TO CONTRATOS-REG.
           MOVE 0      TO CTR-INICIO.
           MOVE 0      TO CTR-FIM.
           MOVE 0      TO CTR-PERCENTUAL.
           MOVE 0      TO CTR-MINIMO.
           DISPLAY "DISTRIBUIDORA..............: " LINE 12 COLUMN 10.
           ACCEPT  CTR-DISTRIBUIDORA               LINE 12 COLUMN 42.
           DISPLAY "VIGENCIA DESDE (AAAAMMDD)..: " LINE 13 COLUMN 10.
           ACCEPT  CTR-INICIO                      LINE 13 COLUMN 42.
           DISPLAY "VIGENCIA ATE (0 = INDEFIN.): " LINE 14 COLUMN 10.
           ACCEPT  CTR-FIM                         LINE 14 COLUMN 42.
           DISPLAY "PERCENTUAL DE REPASSE......: " LINE 15 COLUMN 10.
           ACCEPT  CTR-PERCENTUAL                  LINE 15 COLUMN 42.
           DISPLAY "GARANTIA MINIMA MENSAL.....: " LINE 16 COLUMN 10.
           ACCEPT  CTR-MINIMO                      LINE 16 COLUMN 42.

           MOVE CTR-DISTRIBUIDORA TO DISTRIBUIDORA-COD.
           READ DISTRIBUIDORAS
               INVALID KEY
                   MOVE 'DISTRIBUIDORA NAO CADASTRADA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   EXIT SECTION
           END-READ.

           IF CTR-INICIO EQUAL 0
               MOVE 'VIGENCIA E OBRIGATORIA' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           IF CTR-FIM NOT EQUAL 0 AND CTR-FIM LESS THAN CTR-INICIO
               MOVE 'FIM DA VIGENCIA ANTERIOR AO INICIO' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           IF CTR-PERCENTUAL EQUAL 0 OR CTR-PERCENTUAL GREATER 100
               MOVE 'PERCENTUAL DEVE SER DE 0,01 A 100'
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           WRITE CONTRATOS-REG
               INVALID KEY
                   MOVE 'CONTRATO JA CADASTRADO PARA A VIGENCIA'
                       TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'CONTRATO CADASTRADO' TO WRK-MSG-ERRO
           END-WRITE.

           DISPLAY MOSTRA-ERRO.

       1300-EMPRESTIMOS                  SECTION.
           MOVE 'EMPRESTIMOS' TO WRK-TITULO.
           MOVE SPACES        TO WRK-TECLA.
               MOVE SPACES TO WRK-MODO-EMPRESTIMO
               DISPLAY "1-SAIDA 2-DEVOLUCAO 3-EM ABERTO 4-ATRASADOS"
                                               LINE 08 COLUMN 10
               DISPLAY "8-HIST. SOCIO"         LINE 08 COLUMN 54
               DISPLAY "9-PAGAMENTO"           LINE 08 COLUMN 68
               DISPLAY "5-RESERVAR 6-CANCELAR RESERVA 7-RES. VENCIDAS"
                                               LINE 09 COLUMN 10
               ACCEPT  WRK-MODO-EMPRESTIMO    LINE 09 COLUMN 58
                       PERFORM 1382-CANCELAR-RESERVA
                   WHEN '7'
                       PERFORM 1384-LISTAR-RESERVAS-VENCIDAS
                   WHEN '8'
                       PERFORM 1376-HISTORICO-SOCIO
                   WHEN '9'
                       PERFORM 1394-REGISTRAR-PAGAMENTO
                   WHEN OTHER
                       MOVE 'OPCAO INVALIDA' TO WRK-MSG-ERRO
                       DISPLAY MOSTRA-ERRO
           MOVE WRK-EMP-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   DISPLAY 'FILME INEXISTENTE' LINE 17 COLUMN 10
                   MOVE 1 TO WRK-FILME-ERRO
           END-READ.

           PERFORM 1363-VERIFICAR-DISPONIVEL.

           MOVE 0 TO WRK-COP-ERRO.
           MOVE 0 TO WRK-COP-TRANSITO.
           MOVE SPACES TO WRK-COP-ESC-FILIAL.
           MOVE WRK-EMP-FILIAL (1 : 8) TO WRK-COP-PESQ-FILIAL.
           IF WRK-FILME-ERRO EQUAL 0 AND
              WRK-FILME-DISPONIVEL EQUAL 1 AND
              WRK-COP-TEM-COPIAS EQUAL 1
               END-IF
           END-IF.

           MOVE WRK-EMP-SOCIO TO WRK-SOC-PESQ-NUMERO.
           PERFORM 1372-VALIDAR-SOCIO.
           MOVE 0 TO WRK-SOC-LIMITE.
           IF WRK-SOC-ERRO EQUAL 0 AND WRK-SOC-BLOQUEADO EQUAL 0
               PERFORM 1374-CONTAR-ABERTOS-SOCIO
               IF WRK-SOC-ABERTOS NOT LESS WRK-SOC-MAX-EMP
                   MOVE 1 TO WRK-SOC-LIMITE
               END-IF
           END-IF.

           IF WRK-EMP-NUMEMP EQUAL 0
               MOVE 'NUMERO DO EMPRESTIMO E OBRIGATORIO'
                   TO WRK-MSG-ERRO
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
           ELSE
           IF WRK-SOC-ERRO EQUAL 1
               MOVE 'SOCIO INEXISTENTE, SAIDA NAO GRAVADA'
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
           ELSE
           IF WRK-SOC-BLOQUEADO EQUAL 1
               MOVE 'SOCIO BLOQUEADO, SAIDA NAO GRAVADA'
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
           ELSE
           IF WRK-SOC-LIMITE EQUAL 1
               MOVE 'SOCIO NO LIMITE DE EMPRESTIMOS ABERTOS'
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
           ELSE
           IF WRK-FILME-DISPONIVEL EQUAL 0
               MOVE 'SEM COPIA DISPONIVEL, SAIDA NAO GRAVADA'
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
           ELSE
           IF WRK-COP-TRANSITO EQUAL 1
               MOVE 'COPIA EM TRANSITO ENTRE FILIAIS' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
           ELSE
           IF WRK-COP-ERRO EQUAL 1
               MOVE 'COPIA INVALIDA OU INDISPONIVEL' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
                       MOVE 'EMPRESTIMO JA EXISTE' TO WRK-MSG-ERRO
                   NOT INVALID KEY
                       MOVE 'SAIDA REGISTRADA' TO WRK-MSG-ERRO
                       IF WRK-COP-ESC-FILIAL NOT EQUAL SPACES AND
                          WRK-COP-ESC-FILIAL NOT EQUAL
                          WRK-COP-PESQ-FILIAL
                           DISPLAY 'COPIA ESTA NA FILIAL '
                               LINE 18 COLUMN 10
                           DISPLAY WRK-COP-ESC-FILIAL
                               LINE 18 COLUMN 31
                       END-IF
               END-WRITE
               DISPLAY MOSTRA-ERRO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       1320-EMPRESTIMO-DEVOLUCAO         SECTION.
                   DISPLAY MOSTRA-ERRO
               NOT INVALID KEY
                   IF EMP-SITUACAO NOT EQUAL 'A'
                       IF EMP-SITUACAO EQUAL 'P'
                           MOVE 'EMPRESTIMO DECLARADO PERDIDO'
                               TO WRK-MSG-ERRO
                       ELSE
                           MOVE 'EMPRESTIMO JA DEVOLVIDO'
                               TO WRK-MSG-ERRO
                       END-IF
                       DISPLAY MOSTRA-ERRO
                   ELSE
                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO WRK-PER-DATA
                       PERFORM 1391-VERIFICAR-PERIODO
                   END-IF
                   IF EMP-SITUACAO EQUAL 'A' AND
                      WRK-PER-FECHADO EQUAL 1
                       MOVE 'MES CONTABIL FECHADO, DEVOLUCAO RECUSADA'
                           TO WRK-MSG-ERRO
                       DISPLAY MOSTRA-ERRO
                   END-IF
                   IF EMP-SITUACAO EQUAL 'A' AND
                      WRK-PER-FECHADO EQUAL 0
                       DISPLAY SS-EMP-DADOS
                       DISPLAY "CONFIRMA A DEVOLUCAO? (S/N)"
                               LINE 18 COLUMN 10

       1367-ESCOLHER-COPIA               SECTION.
           MOVE 0 TO WRK-COP-ESCOLHIDA.
           MOVE 1 TO WRK-COP-PASSO.
           PERFORM 1369-PROCURAR-COPIA.
           IF WRK-COP-ESCOLHIDA EQUAL 0
               MOVE 2 TO WRK-COP-PASSO
               PERFORM 1369-PROCURAR-COPIA
           END-IF.

       1369-PROCURAR-COPIA               SECTION.
           MOVE WRK-COP-PESQ-CODFILME TO COP-CODFILME.
           MOVE 0 TO COP-NUMERO.
           START COPIAS KEY IS NOT LESS THAN COPIAS-CHAVE
               PERFORM UNTIL COPIAS-STATUS EQUAL 10
                   OR COP-CODFILME NOT EQUAL WRK-COP-PESQ-CODFILME
                   OR WRK-COP-ESCOLHIDA NOT EQUAL 0
                   IF COP-SITUACAO EQUAL 'A' AND
                      (WRK-COP-PASSO EQUAL 2 OR
                       COP-FILIAL EQUAL WRK-COP-PESQ-FILIAL)
                       MOVE COP-NUMERO TO WRK-COP-PESQ-NUMERO
                       PERFORM 1364-COPIA-EMPRESTADA
                       IF WRK-COP-EMPRESTADA EQUAL 0
                           MOVE WRK-COP-PESQ-NUMERO
                               TO WRK-COP-ESCOLHIDA
                           MOVE COP-FILIAL TO WRK-COP-ESC-FILIAL
                       END-IF
                   END-IF
                   IF WRK-COP-ESCOLHIDA EQUAL 0
                   INVALID KEY
                       MOVE 1 TO WRK-COP-ERRO
                   NOT INVALID KEY
                       MOVE COP-FILIAL TO WRK-COP-ESC-FILIAL
                       IF COP-SITUACAO EQUAL 'T'
                           MOVE 1 TO WRK-COP-TRANSITO
                       END-IF
                       IF COP-SITUACAO NOT EQUAL 'A'
                           MOVE 1 TO WRK-COP-ERRO
                       ELSE
               END-PERFORM
           END-IF.

       1372-VALIDAR-SOCIO                SECTION.
           MOVE 0 TO WRK-SOC-ERRO.
           MOVE 0 TO WRK-SOC-BLOQUEADO.
           MOVE 0 TO WRK-SOC-MAX-EMP.
           MOVE WRK-SOC-PESQ-NUMERO TO SOC-NUMERO.
           READ SOCIOS
               INVALID KEY
                   DISPLAY 'SOCIO INEXISTENTE' LINE 17 COLUMN 40
                   MOVE 1 TO WRK-SOC-ERRO
               NOT INVALID KEY
                   MOVE SOC-MAX-EMP TO WRK-SOC-MAX-EMP
                   IF SOC-SITUACAO EQUAL 'B'
                       DISPLAY 'SOCIO BLOQUEADO' LINE 17 COLUMN 40
                       MOVE 1 TO WRK-SOC-BLOQUEADO
                   END-IF
           END-READ.
           IF WRK-SOC-MAX-EMP EQUAL 0
               MOVE WRK-SOC-PADRAO-MAX-EMP TO WRK-SOC-MAX-EMP
           END-IF.

       1374-CONTAR-ABERTOS-SOCIO         SECTION.
           MOVE 0 TO WRK-SOC-ABERTOS.
           MOVE 0 TO NUMEMP.
           START EMPRESTIMOS KEY IS NOT LESS THAN EMPRESTIMOS-CHAVE
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START.

           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE 10 TO EMPRESTIMOS-STATUS
               END-READ
               PERFORM UNTIL EMPRESTIMOS-STATUS EQUAL 10
                   IF EMP-SITUACAO EQUAL 'A' AND
                      EMP-SOCIO EQUAL WRK-SOC-PESQ-NUMERO
                       ADD 1 TO WRK-SOC-ABERTOS
                   END-IF
                   READ EMPRESTIMOS NEXT RECORD
                       AT END MOVE 10 TO EMPRESTIMOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       1376-HISTORICO-SOCIO              SECTION.
           MOVE 0 TO WRK-SOC-PESQ-NUMERO.
           DISPLAY "NUMERO DO SOCIO.....: "   LINE 11 COLUMN 10.
           ACCEPT  WRK-SOC-PESQ-NUMERO        LINE 11 COLUMN 35.

           MOVE WRK-SOC-PESQ-NUMERO TO SOC-NUMERO.
           READ SOCIOS
               INVALID KEY
                   MOVE 'SOCIO NAO ENCONTRADO' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   EXIT SECTION
           END-READ.

           DISPLAY LIMPA-TELA-GERAL.
           DISPLAY 'HISTORICO DE EMPRESTIMOS DO SOCIO'
               LINE 01 COLUMN 01.
           DISPLAY SOC-NUMERO                  LINE 01 COLUMN 36.
           DISPLAY SOC-NOME                    LINE 01 COLUMN 44.
           DISPLAY 'SITUACAO: '                LINE 02 COLUMN 01.
           DISPLAY SOC-SITUACAO                LINE 02 COLUMN 11.
           DISPLAY 'FILIAL: '                  LINE 02 COLUMN 14.
           DISPLAY SOC-FILIAL                  LINE 02 COLUMN 22.
           DISPLAY 'NUMERO | FILME | FILIAL   | SAIDA    | PREVISTA |
      -            ' S | DEVOLUCAO'
               LINE 03 COLUMN 01.

           MOVE 0 TO WRK-ACHOU.
           MOVE 0 TO WRK-MAIS-REGISTROS.
           MOVE 4 TO WRK-LINHA.
           MOVE 0 TO NUMEMP.
           START EMPRESTIMOS KEY IS NOT LESS THAN EMPRESTIMOS-CHAVE
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START.

           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE 10 TO EMPRESTIMOS-STATUS
               END-READ
               PERFORM UNTIL EMPRESTIMOS-STATUS EQUAL 10
                   OR WRK-MAIS-REGISTROS EQUAL 1
                   IF WRK-LINHA GREATER 19
                       MOVE 1 TO WRK-MAIS-REGISTROS
                   ELSE
                       IF EMP-SOCIO EQUAL WRK-SOC-PESQ-NUMERO
                           MOVE 1 TO WRK-ACHOU
                           DISPLAY NUMEMP
                               LINE WRK-LINHA COLUMN 01
                           DISPLAY EMP-CODFILME
                               LINE WRK-LINHA COLUMN 10
                           DISPLAY EMP-FILIAL (1 : 8)
                               LINE WRK-LINHA COLUMN 18
                           DISPLAY EMP-DATA-SAIDA
                               LINE WRK-LINHA COLUMN 29
                           DISPLAY EMP-DATA-PREVISTA
                               LINE WRK-LINHA COLUMN 40
                           DISPLAY EMP-SITUACAO
                               LINE WRK-LINHA COLUMN 52
                           IF EMP-DATA-DEVOLUCAO NOT EQUAL 0
                               DISPLAY EMP-DATA-DEVOLUCAO
                                   LINE WRK-LINHA COLUMN 56
                           END-IF
                           ADD 1 TO WRK-LINHA
                       END-IF
                       READ EMPRESTIMOS NEXT RECORD
                           AT END MOVE 10 TO EMPRESTIMOS-STATUS
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

           IF WRK-ACHOU EQUAL 0
               MOVE 'NENHUM EMPRESTIMO PARA O SOCIO' TO WRK-MSG-ERRO
           ELSE
               MOVE 'ENTER PARA VER AS COBRANCAS DO SOCIO'
                   TO WRK-MSG-ERRO
           END-IF.
           IF WRK-MAIS-REGISTROS EQUAL 1
               MOVE 'MAIS EMPRESTIMOS EXISTEM, ENTER P/ COBRANCAS'
                   TO WRK-MSG-ERRO
           END-IF.
           ACCEPT MOSTRA-ERRO.

           IF WRK-ACHOU EQUAL 1
               PERFORM 1378-COBRANCAS-SOCIO
           END-IF.
           MOVE SPACES TO WRK-TECLA.

       1378-COBRANCAS-SOCIO              SECTION.
           CLOSE COBRANCAS.
           OPEN INPUT COBRANCAS-CON.
           IF COB-CON-STATUS NOT EQUAL 0
               OPEN EXTEND COBRANCAS
               MOVE 'COBRANCAS NAO DISPONIVEIS' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           DISPLAY LIMPA-TELA-GERAL.
           DISPLAY 'COBRANCAS DO SOCIO'        LINE 01 COLUMN 01.
           DISPLAY SOC-NUMERO                  LINE 01 COLUMN 20.
           DISPLAY SOC-NOME                    LINE 01 COLUMN 28.
           DISPLAY 'DATA     | NUMEMP | FILME |      LOCACAO |
      -            '        MULTA |        TOTAL'
               LINE 03 COLUMN 01.

           MOVE 0 TO WRK-ACHOU.
           MOVE 0 TO WRK-MAIS-REGISTROS.
           MOVE 0 TO WRK-SOC-FIM.
           MOVE 4 TO WRK-LINHA.
           READ COBRANCAS-CON
               AT END MOVE 1 TO WRK-SOC-FIM
           END-READ.

           PERFORM UNTIL WRK-SOC-FIM EQUAL 1
               OR WRK-MAIS-REGISTROS EQUAL 1
               MOVE COB2-NUMEMP TO NUMEMP
               READ EMPRESTIMOS
                   INVALID KEY
                       MOVE 0 TO EMP-SOCIO
               END-READ
               IF EMP-SOCIO EQUAL WRK-SOC-PESQ-NUMERO
                   IF WRK-LINHA GREATER 19
                       MOVE 1 TO WRK-MAIS-REGISTROS
                   ELSE
                       MOVE 1 TO WRK-ACHOU
                       DISPLAY COB2-DATA     LINE WRK-LINHA COLUMN 01
                       DISPLAY COB2-NUMEMP   LINE WRK-LINHA COLUMN 12
                       DISPLAY COB2-CODFILME LINE WRK-LINHA COLUMN 21
                       MOVE COB2-VALOR-LOCACAO TO WRK-COB-VALOR-ED
                       DISPLAY WRK-COB-VALOR-ED
                                             LINE WRK-LINHA COLUMN 29
                       MOVE COB2-VALOR-MULTA   TO WRK-COB-VALOR-ED
                       DISPLAY WRK-COB-VALOR-ED
                                             LINE WRK-LINHA COLUMN 44
                       MOVE COB2-VALOR-TOTAL   TO WRK-COB-VALOR-ED
                       DISPLAY WRK-COB-VALOR-ED
                                             LINE WRK-LINHA COLUMN 59
                       ADD 1 TO WRK-LINHA
                   END-IF
               END-IF
               IF WRK-MAIS-REGISTROS EQUAL 0
                   READ COBRANCAS-CON
                       AT END MOVE 1 TO WRK-SOC-FIM
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE COBRANCAS-CON.
           OPEN EXTEND COBRANCAS.

           IF WRK-ACHOU EQUAL 0
               MOVE 'NENHUMA COBRANCA PARA O SOCIO' TO WRK-MSG-ERRO
           ELSE
               MOVE 'FIM DA LISTA, ENTER PARA CONTINUAR'
                   TO WRK-MSG-ERRO
           END-IF.
           IF WRK-MAIS-REGISTROS EQUAL 1
               MOVE 'MAIS REGISTROS EXISTEM' TO WRK-MSG-ERRO
           END-IF.
           ACCEPT MOSTRA-ERRO.

       1380-RESERVAR                     SECTION.
           MOVE 0      TO WRK-RES-PESQ-CODFILME.
           MOVE SPACES TO WRK-RES-FILIAL.
           MOVE 0      TO WRK-RES-VALIDADE.
           MOVE 0      TO WRK-RES-SOCIO.
           DISPLAY "CODIGO FILME........: "   LINE 11 COLUMN 10.
           ACCEPT  WRK-RES-PESQ-CODFILME      LINE 11 COLUMN 35.
           DISPLAY "FILIAL (CODIGO).....: "   LINE 12 COLUMN 10.
           ACCEPT  WRK-RES-FILIAL             LINE 12 COLUMN 35.
           DISPLAY "VALIDADE (AAAAMMDD).: "   LINE 13 COLUMN 10.
           ACCEPT  WRK-RES-VALIDADE           LINE 13 COLUMN 35.
           DISPLAY "SOCIO (NUMERO)......: "   LINE 14 COLUMN 10.
           ACCEPT  WRK-RES-SOCIO              LINE 14 COLUMN 35.

           MOVE 0 TO WRK-FILME-ERRO.
           MOVE WRK-RES-PESQ-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   MOVE 1 TO WRK-FILME-ERRO
           END-READ.
           IF WRK-FILME-ERRO EQUAL 1
               MOVE 'FILME INEXISTENTE, RESERVA NAO GRAVADA'
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           MOVE SPACES         TO WRK-EMP-FILIAL.
           MOVE WRK-RES-FILIAL TO WRK-EMP-FILIAL (1 : 8).
           PERFORM 0845-VALIDAR-FILIAL.
           IF WRK-FILIAL-ERRO EQUAL 1
               MOVE 'FILIAL INVALIDA, RESERVA NAO GRAVADA'
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           IF WRK-RES-VALIDADE EQUAL 0
               MOVE 'VALIDADE E OBRIGATORIA' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           MOVE WRK-RES-SOCIO TO WRK-SOC-PESQ-NUMERO.
           PERFORM 1372-VALIDAR-SOCIO.
           IF WRK-SOC-ERRO EQUAL 1
               MOVE 'SOCIO INEXISTENTE, RESERVA NAO GRAVADA'
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.
           IF WRK-SOC-BLOQUEADO EQUAL 1
               MOVE 'SOCIO BLOQUEADO, RESERVA NAO GRAVADA'
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           MOVE WRK-RES-PESQ-CODFILME TO WRK-EMP-PESQ-CODFILME.
           PERFORM 1363-VERIFICAR-DISPONIVEL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RES-DATA.
           MOVE WRK-RES-VALIDADE      TO RES-VALIDADE.
           MOVE 'A' TO RES-SITUACAO.
           MOVE WRK-RES-SOCIO         TO RES-SOCIO.

           WRITE RESERVAS-REG
               INVALID KEY
               LINE 19 COLUMN 10.
           DISPLAY RES-FILIAL
               LINE 19 COLUMN 42.
           DISPLAY 'SOCIO: '
               LINE 19 COLUMN 52.
           DISPLAY RES-SOCIO
               LINE 19 COLUMN 59.
           DISPLAY 'REGISTRE A NOVA SAIDA PARA A FILIAL DA RESERVA'
               LINE 20 COLUMN 10.
           DISPLAY "MARCAR RESERVA COMO ATENDIDA? (S/N)"
               EXIT SECTION
           END-IF.

           MOVE EMP-DATA-DEVOLUCAO TO WRK-PER-DATA.
           PERFORM 1391-VERIFICAR-PERIODO.
           IF WRK-PER-FECHADO EQUAL 1
               MOVE 'MES CONTABIL FECHADO, COBRANCA NAO GERADA'
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WRK-COB-MIDIA.
           IF EMP-COPIA NOT EQUAL 0
               MOVE EMP-CODFILME TO COP-CODFILME
           DISPLAY 'VALOR TOTAL....: ' LINE 17 COLUMN 10.
           DISPLAY WRK-COB-VALOR-ED    LINE 17 COLUMN 28.

      *--  MES JA FECHADO NA CONTABILIDADE (FECHAMES) NAO RECEBE
      *--  COBRANCA NOVA
       1391-VERIFICAR-PERIODO            SECTION.
           MOVE 0 TO WRK-PER-FECHADO.
           OPEN INPUT PERIODOS.
           IF PERIODOS-STATUS NOT EQUAL 0
               EXIT SECTION
           END-IF.
           MOVE WRK-PER-DATA (1:6) TO PER-MES.
           READ PERIODOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-SITUACAO EQUAL 'F'
                       MOVE 1 TO WRK-PER-FECHADO
                   END-IF
           END-READ.
           CLOSE PERIODOS.

       1392-BUSCAR-TARIFA                SECTION.
           MOVE 0 TO WRK-TAR-ACHOU.
           MOVE WRK-COB-MIDIA TO TAR-MIDIA.
               END-PERFORM
           END-IF.

       1394-REGISTRAR-PAGAMENTO          SECTION.
           MOVE 0      TO WRK-PAG-NUMEMP.
           MOVE SPACES TO WRK-PAG-TIPO.
           MOVE 0      TO WRK-PAG-VALOR.
           DISPLAY "NUMERO EMPRESTIMO...: "   LINE 11 COLUMN 10.
           ACCEPT  WRK-PAG-NUMEMP             LINE 11 COLUMN 35.

           PERFORM 1396-SALDO-EMPRESTIMO.
           IF WRK-PAG-QTD-COB EQUAL 0
               MOVE 'NENHUMA COBRANCA PARA O EMPRESTIMO'
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           MOVE WRK-PAG-COBRADO TO WRK-COB-VALOR-ED.
           DISPLAY 'VALOR COBRADO..: ' LINE 12 COLUMN 10.
           DISPLAY WRK-COB-VALOR-ED    LINE 12 COLUMN 28.
           MOVE WRK-PAG-PAGO TO WRK-COB-VALOR-ED.
           DISPLAY 'VALOR PAGO.....: ' LINE 13 COLUMN 10.
           DISPLAY WRK-COB-VALOR-ED    LINE 13 COLUMN 28.
           MOVE WRK-PAG-SALDO TO WRK-COB-VALOR-ED.
           DISPLAY 'SALDO EM ABERTO: ' LINE 14 COLUMN 10.
           DISPLAY WRK-COB-VALOR-ED    LINE 14 COLUMN 28.

           IF WRK-PAG-SALDO NOT GREATER THAN 0
               MOVE 'COBRANCA JA QUITADA' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           DISPLAY "TIPO (I-INTEGRAL P-PARCIAL A-ABONO): "
                                              LINE 15 COLUMN 10.
           ACCEPT  WRK-PAG-TIPO               LINE 15 COLUMN 48.

           EVALUATE WRK-PAG-TIPO
               WHEN 'I'
               WHEN 'i'
                   MOVE 'I' TO WRK-PAG-TIPO
                   MOVE WRK-PAG-SALDO TO WRK-PAG-VALOR
               WHEN 'P'
               WHEN 'p'
                   MOVE 'P' TO WRK-PAG-TIPO
                   DISPLAY "VALOR PAGO..........: " LINE 16 COLUMN 10
                   ACCEPT  WRK-PAG-VALOR            LINE 16 COLUMN 35
                   IF WRK-PAG-VALOR EQUAL 0 OR
                      WRK-PAG-VALOR GREATER THAN WRK-PAG-SALDO
                       MOVE 'VALOR INVALIDO PARA PAGAMENTO PARCIAL'
                           TO WRK-MSG-ERRO
                       DISPLAY MOSTRA-ERRO
                       EXIT SECTION
                   END-IF
                   IF WRK-PAG-VALOR EQUAL WRK-PAG-SALDO
                       MOVE 'I' TO WRK-PAG-TIPO
                   END-IF
               WHEN 'A'
               WHEN 'a'
                   IF WRK-OPER-PERFIL NOT EQUAL 2
                       MOVE 'ABONO RESTRITO AO SUPERVISOR'
                           TO WRK-MSG-ERRO
                       DISPLAY MOSTRA-ERRO
                       EXIT SECTION
                   END-IF
                   MOVE 'A' TO WRK-PAG-TIPO
                   MOVE WRK-PAG-SALDO TO WRK-PAG-VALOR
               WHEN OTHER
                   MOVE 'TIPO DEVE SER I, P OU A' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   EXIT SECTION
           END-EVALUATE.

           MOVE WRK-PAG-VALOR TO WRK-COB-VALOR-ED.
           DISPLAY 'VALOR A LANCAR.: ' LINE 17 COLUMN 10.
           DISPLAY WRK-COB-VALOR-ED    LINE 17 COLUMN 28.
           DISPLAY "CONFIRMA O LANCAMENTO? (S/N)" LINE 18 COLUMN 10.
           ACCEPT  WRK-TECLA                      LINE 18 COLUMN 40.
           IF WRK-TECLA NOT EQUAL "S" AND WRK-TECLA NOT EQUAL "s"
               PERFORM 0820-CANCELAR
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WRK-TECLA.

           MOVE WRK-PAG-NUMEMP   TO PAG-NUMEMP.
           MOVE WRK-PAG-PROX-SEQ TO PAG-SEQ.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PAG-DATA.
           MOVE WRK-PAG-TIPO     TO PAG-TIPO.
           MOVE WRK-PAG-VALOR    TO PAG-VALOR.
           MOVE WRK-PAG-FILIAL   TO PAG-FILIAL.
           MOVE WRK-OPERADOR     TO PAG-OPERADOR.

           WRITE PAGAMENTOS-REG
               INVALID KEY
                   MOVE 'PAGAMENTO NAO GRAVADO' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   IF WRK-PAG-TIPO EQUAL 'A'
                       MOVE 'ABONO REGISTRADO' TO WRK-MSG-ERRO
                   ELSE
                       MOVE 'PAGAMENTO REGISTRADO' TO WRK-MSG-ERRO
                   END-IF
           END-WRITE.
           DISPLAY MOSTRA-ERRO.

       1396-SALDO-EMPRESTIMO             SECTION.
           MOVE 0      TO WRK-PAG-COBRADO.
           MOVE 0      TO WRK-PAG-PAGO.
           MOVE 0      TO WRK-PAG-SALDO.
           MOVE 0      TO WRK-PAG-QTD-COB.
           MOVE SPACES TO WRK-PAG-FILIAL.
           MOVE 1      TO WRK-PAG-PROX-SEQ.

           CLOSE COBRANCAS.
           OPEN INPUT COBRANCAS-CON.
           IF COB-CON-STATUS EQUAL 0
               MOVE 0 TO WRK-PAG-FIM
               READ COBRANCAS-CON
                   AT END MOVE 1 TO WRK-PAG-FIM
               END-READ
               PERFORM UNTIL WRK-PAG-FIM EQUAL 1
                   IF COB2-NUMEMP EQUAL WRK-PAG-NUMEMP
                       ADD 1 TO WRK-PAG-QTD-COB
                       ADD COB2-VALOR-TOTAL TO WRK-PAG-COBRADO
                       MOVE COB2-FILIAL TO WRK-PAG-FILIAL
                   END-IF
                   READ COBRANCAS-CON
                       AT END MOVE 1 TO WRK-PAG-FIM
                   END-READ
               END-PERFORM
               CLOSE COBRANCAS-CON
           END-IF.
           OPEN EXTEND COBRANCAS.

           MOVE WRK-PAG-NUMEMP TO PAG-NUMEMP.
           MOVE 0 TO PAG-SEQ.
           START PAGAMENTOS KEY IS NOT LESS THAN PAGAMENTOS-CHAVE
               INVALID KEY
                   MOVE 10 TO PAGAMENTOS-STATUS
           END-START.

           IF PAGAMENTOS-STATUS EQUAL 0
               READ PAGAMENTOS NEXT RECORD
                   AT END MOVE 10 TO PAGAMENTOS-STATUS
               END-READ
               PERFORM UNTIL PAGAMENTOS-STATUS EQUAL 10
                   OR PAG-NUMEMP NOT EQUAL WRK-PAG-NUMEMP
                   ADD PAG-VALOR TO WRK-PAG-PAGO
                   COMPUTE WRK-PAG-PROX-SEQ = PAG-SEQ + 1
                   READ PAGAMENTOS NEXT RECORD
                       AT END MOVE 10 TO PAGAMENTOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

           COMPUTE WRK-PAG-SALDO = WRK-PAG-COBRADO - WRK-PAG-PAGO.

       1400-CONSULTAR-LOG                SECTION.
           MOVE 'CONSULTA LOG' TO WRK-TITULO.
           MOVE SPACES         TO WRK-TECLA.
           DISPLAY LOG2-CODFILME        LINE 03 COLUMN 12.
           DISPLAY 'OPERADOR : '        LINE 04 COLUMN 01.
           DISPLAY LOG2-OPERADOR        LINE 04 COLUMN 12.
           DISPLAY 'APROVADOR: '        LINE 04 COLUMN 30.
           DISPLAY LOG2-APROVADOR       LINE 04 COLUMN 41.

           DISPLAY 'CAMPO          ANTES                          DEPO
      -            'IS'                 LINE 05 COLUMN 01.
           DISPLAY 'NOTA'               LINE 10 COLUMN 01.
           DISPLAY LOG2-NOTA-ANT        LINE 10 COLUMN 16.
           DISPLAY LOG2-NOTA-NOVO       LINE 10 COLUMN 47.
           DISPLAY 'ANO'                LINE 11 COLUMN 01.
           DISPLAY LOG2-ANO-LANCAMENTO-ANT
                                        LINE 11 COLUMN 16.
           DISPLAY LOG2-ANO-LANCAMENTO-NOVO
                                        LINE 11 COLUMN 47.
           DISPLAY 'MIDIA'              LINE 12 COLUMN 01.
           DISPLAY LOG2-MIDIA-ANT       LINE 12 COLUMN 16.
           DISPLAY LOG2-MIDIA-NOVO      LINE 12 COLUMN 47.
           DISPLAY 'SITUACAO'           LINE 13 COLUMN 01.
           DISPLAY LOG2-SITUACAO-ANT    LINE 13 COLUMN 16.
           DISPLAY LOG2-SITUACAO-NOVO   LINE 13 COLUMN 47.

           MOVE SPACES TO LOG-IMPRESSAO-REG.
           STRING LOG2-DATA-HORA    DELIMITED BY SIZE
                  LOG2-CODFILME     DELIMITED BY SIZE
                  ' OPERADOR: '     DELIMITED BY SIZE
                  LOG2-OPERADOR     DELIMITED BY SIZE
                  ' APROVADOR: '    DELIMITED BY SIZE
                  LOG2-APROVADOR    DELIMITED BY SIZE
               INTO LOG-IMPRESSAO-REG.
           WRITE LOG-IMPRESSAO-REG.

               INTO LOG-IMPRESSAO-REG.
           WRITE LOG-IMPRESSAO-REG.

           MOVE SPACES TO LOG-IMPRESSAO-REG.
           STRING 'ANO..........: '        DELIMITED BY SIZE
                  LOG2-ANO-LANCAMENTO-ANT  DELIMITED BY SIZE
                  ' -> '                   DELIMITED BY SIZE
                  LOG2-ANO-LANCAMENTO-NOVO DELIMITED BY SIZE
               INTO LOG-IMPRESSAO-REG.
           WRITE LOG-IMPRESSAO-REG.

           MOVE SPACES TO LOG-IMPRESSAO-REG.
           STRING 'MIDIA........: '        DELIMITED BY SIZE
                  LOG2-MIDIA-ANT           DELIMITED BY SIZE
                  ' -> '                   DELIMITED BY SIZE
                  LOG2-MIDIA-NOVO          DELIMITED BY SIZE
               INTO LOG-IMPRESSAO-REG.
           WRITE LOG-IMPRESSAO-REG.

           MOVE SPACES TO LOG-IMPRESSAO-REG.
           STRING 'SITUACAO.....: '        DELIMITED BY SIZE
                  LOG2-SITUACAO-ANT        DELIMITED BY SIZE
                  ' -> '                   DELIMITED BY SIZE
                  LOG2-SITUACAO-NOVO       DELIMITED BY SIZE
               INTO LOG-IMPRESSAO-REG.
           WRITE LOG-IMPRESSAO-REG.

           MOVE SPACES TO LOG-IMPRESSAO-REG.
           WRITE LOG-IMPRESSAO-REG.

               MOVE SPACES TO WRK-MODO-COPIA
               DISPLAY "1-INCLUIR COPIA 2-LISTAR COPIAS 3-RETIRAR"
                                               LINE 08 COLUMN 10
               DISPLAY "4-TRANSFERENCIAS"      LINE 08 COLUMN 56
               ACCEPT  WRK-MODO-COPIA         LINE 08 COLUMN 54

               EVALUATE WRK-MODO-COPIA
                       PERFORM 1520-LISTAR-COPIAS
                   WHEN '3'
                       PERFORM 1530-RETIRAR-COPIA
                   WHEN '4'
                       PERFORM 1540-TRANSFERENCIAS
                   WHEN OTHER
                       MOVE 'OPCAO INVALIDA' TO WRK-MSG-ERRO
                       DISPLAY MOSTRA-ERRO
           MOVE 0      TO WRK-COP-PESQ-CODFILME.
           MOVE SPACES TO WRK-COP-MIDIA.
           MOVE SPACES TO WRK-COP-CONDICAO.
           MOVE SPACES TO WRK-COP-FILIAL.
           DISPLAY "CODIGO FILME..............: " LINE 10 COLUMN 10.
           ACCEPT  WRK-COP-PESQ-CODFILME          LINE 10 COLUMN 40.

           ACCEPT  WRK-COP-MIDIA                  LINE 11 COLUMN 40.
           DISPLAY "CONDICAO (B/R/M)..........: " LINE 12 COLUMN 10.
           ACCEPT  WRK-COP-CONDICAO               LINE 12 COLUMN 40.
           DISPLAY "FILIAL ONDE ESTA A COPIA..: " LINE 13 COLUMN 10.
           ACCEPT  WRK-COP-FILIAL                 LINE 13 COLUMN 40.

           IF WRK-COP-MIDIA NOT EQUAL 'DVD' AND
              WRK-COP-MIDIA NOT EQUAL 'BLU' AND
               EXIT SECTION
           END-IF.

           MOVE WRK-COP-FILIAL TO FILIAL-COD.
           READ FILIAIS KEY IS FILIAIS-CHAVE
               INVALID KEY
                   MOVE 'FILIAL INVALIDA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   EXIT SECTION
           END-READ.

           PERFORM 1361-CONTAR-COPIAS-ATIVAS.

           MOVE WRK-COP-PESQ-CODFILME TO COP-CODFILME.
           MOVE WRK-COP-MIDIA         TO COP-MIDIA.
           MOVE WRK-COP-CONDICAO      TO COP-CONDICAO.
           MOVE 'A' TO COP-SITUACAO.
           MOVE WRK-COP-FILIAL        TO COP-FILIAL.

           WRITE COPIAS-REG
               INVALID KEY
           DISPLAY "CODIGO FILME..............: " LINE 10 COLUMN 10.
           ACCEPT  WRK-COP-PESQ-CODFILME          LINE 10 COLUMN 40.

           DISPLAY 'NUM | MIDIA | COND | SIT | EMPRESTADA | FILIAL'
               LINE 11 COLUMN 10.

           MOVE 0  TO WRK-ACHOU.
                   ELSE
                       DISPLAY 'NAO' LINE WRK-LINHA COLUMN 37
                   END-IF
                   DISPLAY COP-FILIAL   LINE WRK-LINHA COLUMN 50
                   ADD 1 TO WRK-LINHA
                   READ COPIAS NEXT RECORD
                       AT END MOVE 10 TO COPIAS-STATUS
                   EXIT SECTION
           END-READ.

           IF COP-SITUACAO EQUAL 'T'
               MOVE 'COPIA EM TRANSITO ENTRE FILIAIS' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.
           IF COP-SITUACAO NOT EQUAL 'A'
               MOVE 'COPIA JA RETIRADA' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
           END-REWRITE.
           DISPLAY MOSTRA-ERRO.

      *----------------------------------------------------------------
      *--  TRANSFERENCIA DE COPIAS ENTRE FILIAIS
      *--  S-SOLICITADA  E-ENVIADA (EM TRANSITO)  R-RECEBIDA
      *--  C-CANCELADA
      *----------------------------------------------------------------
       1540-TRANSFERENCIAS               SECTION.
           MOVE SPACES TO WRK-MODO-TRANSF.
           DISPLAY "1-SOLICITAR 2-ENVIAR 3-RECEBER 4-CANCELAR"
                                               LINE 09 COLUMN 10.
           DISPLAY "5-PENDENTES"              LINE 09 COLUMN 56.
           ACCEPT  WRK-MODO-TRANSF            LINE 09 COLUMN 54.

           EVALUATE WRK-MODO-TRANSF
               WHEN '1'
                   PERFORM 1541-SOLICITAR-TRANSF
               WHEN '2'
                   PERFORM 1542-ENVIAR-TRANSF
               WHEN '3'
                   PERFORM 1543-RECEBER-TRANSF
               WHEN '4'
                   PERFORM 1544-CANCELAR-TRANSF
               WHEN '5'
                   PERFORM 1545-LISTAR-TRANSF
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
           END-EVALUATE.

       1541-SOLICITAR-TRANSF             SECTION.
           MOVE 0 TO WRK-COP-PESQ-CODFILME.
           MOVE 0 TO WRK-COP-PESQ-NUMERO.
           MOVE SPACES TO WRK-TRF-DESTINO.
           DISPLAY "CODIGO FILME..............: " LINE 11 COLUMN 10.
           ACCEPT  WRK-COP-PESQ-CODFILME          LINE 11 COLUMN 40.
           DISPLAY "FILIAL DE DESTINO.........: " LINE 12 COLUMN 10.
           ACCEPT  WRK-TRF-DESTINO                LINE 12 COLUMN 40.
           DISPLAY "COPIA (0 = AUTOMATICA)....: " LINE 13 COLUMN 10.
           ACCEPT  WRK-COP-PESQ-NUMERO            LINE 13 COLUMN 40.

           MOVE WRK-COP-PESQ-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   MOVE 'FILME NAO ENCONTRADO' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   EXIT SECTION
           END-READ.

           MOVE WRK-TRF-DESTINO TO FILIAL-COD.
           READ FILIAIS KEY IS FILIAIS-CHAVE
               INVALID KEY
                   MOVE 'FILIAL INVALIDA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   EXIT SECTION
           END-READ.

           IF WRK-COP-PESQ-NUMERO EQUAL 0
               PERFORM 1547-ESCOLHER-COPIA-TRANSF
               IF WRK-COP-ESCOLHIDA EQUAL 0
                   MOVE 'NENHUMA COPIA DISPONIVEL EM OUTRA FILIAL'
                       TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   EXIT SECTION
               END-IF
               MOVE WRK-COP-ESCOLHIDA TO WRK-COP-PESQ-NUMERO
           END-IF.

           MOVE WRK-COP-PESQ-CODFILME TO COP-CODFILME.
           MOVE WRK-COP-PESQ-NUMERO   TO COP-NUMERO.
           READ COPIAS
               INVALID KEY
                   MOVE 'COPIA NAO ENCONTRADA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   EXIT SECTION
           END-READ.

           IF COP-SITUACAO NOT EQUAL 'A'
               MOVE 'COPIA NAO ESTA ATIVA' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.
           IF COP-FILIAL EQUAL WRK-TRF-DESTINO
               MOVE 'COPIA JA ESTA NA FILIAL DE DESTINO' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.
           MOVE COP-FILIAL TO WRK-COP-FILIAL.

           PERFORM 1364-COPIA-EMPRESTADA.
           IF WRK-COP-EMPRESTADA EQUAL 1
               MOVE 'COPIA COM EMPRESTIMO EM ABERTO' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           PERFORM 1546-VERIFICAR-ORDENS.
           IF WRK-COP-EM-ORDEM EQUAL 1
               MOVE 'COPIA JA POSSUI TRANSFERENCIA EM ABERTO'
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           DISPLAY "COPIA.....................: " LINE 14 COLUMN 10.
           DISPLAY WRK-COP-PESQ-NUMERO            LINE 14 COLUMN 40.
           DISPLAY "FILIAL DE ORIGEM..........: " LINE 15 COLUMN 10.
           DISPLAY WRK-COP-FILIAL                 LINE 15 COLUMN 40.
           MOVE SPACES TO WRK-TECLA.
           DISPLAY "CONFIRMA A SOLICITACAO? (S/N)" LINE 17 COLUMN 10.
           ACCEPT  WRK-TECLA                      LINE 17 COLUMN 50.
           IF WRK-TECLA NOT EQUAL 'S' AND WRK-TECLA NOT EQUAL 's'
               MOVE 'SOLICITACAO NAO CONFIRMADA' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           INITIALIZE TRANSFERENCIAS-REG.
           MOVE WRK-TRF-PROX-NUMERO   TO TRF-NUMERO.
           MOVE WRK-COP-PESQ-CODFILME TO TRF-CODFILME.
           MOVE WRK-COP-PESQ-NUMERO   TO TRF-COPIA.
           MOVE WRK-COP-FILIAL        TO TRF-ORIGEM.
           MOVE WRK-TRF-DESTINO       TO TRF-DESTINO.
           MOVE 'S'                   TO TRF-SITUACAO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TRF-DATA-SOLIC.
           MOVE WRK-OPERADOR          TO TRF-OPER-SOLIC.
           WRITE TRANSFERENCIAS-REG
               INVALID KEY
                   MOVE 'TRANSFERENCIA NAO GRAVADA' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'TRANSFERENCIA SOLICITADA' TO WRK-MSG-ERRO
                   DISPLAY "NUMERO DA TRANSFERENCIA...: "
                                                  LINE 18 COLUMN 10
                   DISPLAY TRF-NUMERO             LINE 18 COLUMN 40
           END-WRITE.
           DISPLAY MOSTRA-ERRO.

       1542-ENVIAR-TRANSF                SECTION.
           PERFORM 1548-LER-TRANSF.
           IF WRK-TRF-FIM EQUAL 1
               EXIT SECTION
           END-IF.
           IF TRF-SITUACAO NOT EQUAL 'S'
               MOVE 'TRANSFERENCIA NAO ESTA SOLICITADA' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           MOVE TRF-CODFILME TO WRK-COP-PESQ-CODFILME.
           MOVE TRF-COPIA    TO WRK-COP-PESQ-NUMERO.
           MOVE TRF-CODFILME TO COP-CODFILME.
           MOVE TRF-COPIA    TO COP-NUMERO.
           READ COPIAS
               INVALID KEY
                   MOVE 'COPIA NAO ENCONTRADA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   EXIT SECTION
           END-READ.
           IF COP-SITUACAO NOT EQUAL 'A'
               MOVE 'COPIA NAO ESTA ATIVA' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.
           PERFORM 1364-COPIA-EMPRESTADA.
           IF WRK-COP-EMPRESTADA EQUAL 1
               MOVE 'COPIA COM EMPRESTIMO EM ABERTO' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           MOVE 'T' TO COP-SITUACAO.
           REWRITE COPIAS-REG
               INVALID KEY
                   MOVE 'COPIA NAO ATUALIZADA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   EXIT SECTION
           END-REWRITE.

           MOVE 'E' TO TRF-SITUACAO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TRF-DATA-ENVIO.
           MOVE WRK-OPERADOR TO TRF-OPER-ENVIO.
           REWRITE TRANSFERENCIAS-REG
               INVALID KEY
                   MOVE 'TRANSFERENCIA NAO ATUALIZADA' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'COPIA ENVIADA - EM TRANSITO' TO WRK-MSG-ERRO
           END-REWRITE.
           DISPLAY MOSTRA-ERRO.

       1543-RECEBER-TRANSF               SECTION.
           PERFORM 1548-LER-TRANSF.
           IF WRK-TRF-FIM EQUAL 1
               EXIT SECTION
           END-IF.
           IF TRF-SITUACAO NOT EQUAL 'E'
               MOVE 'TRANSFERENCIA NAO ESTA EM TRANSITO' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           MOVE TRF-CODFILME TO COP-CODFILME.
           MOVE TRF-COPIA    TO COP-NUMERO.
           READ COPIAS
               INVALID KEY
                   MOVE 'COPIA NAO ENCONTRADA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   EXIT SECTION
           END-READ.
           IF COP-SITUACAO NOT EQUAL 'T'
               MOVE 'COPIA NAO ESTA EM TRANSITO' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.
           MOVE 'A'         TO COP-SITUACAO.
           MOVE TRF-DESTINO TO COP-FILIAL.
           REWRITE COPIAS-REG
               INVALID KEY
                   MOVE 'COPIA NAO ATUALIZADA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   EXIT SECTION
           END-REWRITE.

           MOVE 'R' TO TRF-SITUACAO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TRF-DATA-RECEB.
           MOVE WRK-OPERADOR TO TRF-OPER-RECEB.
           REWRITE TRANSFERENCIAS-REG
               INVALID KEY
                   MOVE 'TRANSFERENCIA NAO ATUALIZADA' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'COPIA RECEBIDA NA FILIAL' TO WRK-MSG-ERRO
           END-REWRITE.
           DISPLAY MOSTRA-ERRO.

       1544-CANCELAR-TRANSF              SECTION.
           PERFORM 1548-LER-TRANSF.
           IF WRK-TRF-FIM EQUAL 1
               EXIT SECTION
           END-IF.
           IF TRF-SITUACAO NOT EQUAL 'S'
               MOVE 'SO E POSSIVEL CANCELAR SOLICITADAS' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WRK-TECLA.
           DISPLAY "CONFIRMA O CANCELAMENTO? (S/N)" LINE 17 COLUMN 10.
           ACCEPT  WRK-TECLA                       LINE 17 COLUMN 50.
           IF WRK-TECLA NOT EQUAL 'S' AND WRK-TECLA NOT EQUAL 's'
               MOVE 'CANCELAMENTO NAO CONFIRMADO' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           MOVE 'C' TO TRF-SITUACAO.
           REWRITE TRANSFERENCIAS-REG
               INVALID KEY
                   MOVE 'TRANSFERENCIA NAO ATUALIZADA' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'TRANSFERENCIA CANCELADA' TO WRK-MSG-ERRO
           END-REWRITE.
           DISPLAY MOSTRA-ERRO.

       1545-LISTAR-TRANSF                SECTION.
           MOVE 11 TO WRK-LINHA.
           DISPLAY 'NUM   | FILME | COP | ORIGEM   | DESTINO  | S | DT'
               LINE 10 COLUMN 10.

           MOVE 0 TO TRF-NUMERO.
           START TRANSFERENCIAS KEY IS NOT LESS THAN TRANSF-CHAVE
               INVALID KEY
                   MOVE 10 TO TRANSF-STATUS
           END-START.

           IF TRANSF-STATUS EQUAL 0
               READ TRANSFERENCIAS NEXT RECORD
                   AT END MOVE 10 TO TRANSF-STATUS
               END-READ
               PERFORM UNTIL TRANSF-STATUS EQUAL 10
                   OR WRK-LINHA GREATER THAN 19
                   IF TRF-SITUACAO EQUAL 'S' OR TRF-SITUACAO EQUAL 'E'
                       DISPLAY TRF-NUMERO   LINE WRK-LINHA COLUMN 10
                       DISPLAY TRF-CODFILME LINE WRK-LINHA COLUMN 18
                       DISPLAY TRF-COPIA    LINE WRK-LINHA COLUMN 26
                       DISPLAY TRF-ORIGEM   LINE WRK-LINHA COLUMN 32
                       DISPLAY TRF-DESTINO  LINE WRK-LINHA COLUMN 43
                       DISPLAY TRF-SITUACAO LINE WRK-LINHA COLUMN 54
                       IF TRF-SITUACAO EQUAL 'E'
                           DISPLAY TRF-DATA-ENVIO
                               LINE WRK-LINHA COLUMN 58
                       ELSE
                           DISPLAY TRF-DATA-SOLIC
                               LINE WRK-LINHA COLUMN 58
                       END-IF
                       ADD 1 TO WRK-LINHA
                   END-IF
                   READ TRANSFERENCIAS NEXT RECORD
                       AT END MOVE 10 TO TRANSF-STATUS
                   END-READ
               END-PERFORM
           END-IF.

           IF WRK-LINHA EQUAL 11
               MOVE 'NENHUMA TRANSFERENCIA PENDENTE' TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
           END-IF.

      *--  PERCORRE AS TRANSFERENCIAS: CALCULA O PROXIMO NUMERO E
      *--  VERIFICA SE A COPIA PESQUISADA JA TEM ORDEM EM ABERTO
       1546-VERIFICAR-ORDENS             SECTION.
           MOVE 0 TO WRK-COP-EM-ORDEM.
           MOVE 1 TO WRK-TRF-PROX-NUMERO.
           MOVE 0 TO TRF-NUMERO.
           START TRANSFERENCIAS KEY IS NOT LESS THAN TRANSF-CHAVE
               INVALID KEY
                   MOVE 10 TO TRANSF-STATUS
           END-START.

           IF TRANSF-STATUS EQUAL 0
               READ TRANSFERENCIAS NEXT RECORD
                   AT END MOVE 10 TO TRANSF-STATUS
               END-READ
               PERFORM UNTIL TRANSF-STATUS EQUAL 10
                   COMPUTE WRK-TRF-PROX-NUMERO = TRF-NUMERO + 1
                   IF TRF-CODFILME EQUAL WRK-COP-PESQ-CODFILME AND
                      TRF-COPIA EQUAL WRK-COP-PESQ-NUMERO AND
                      (TRF-SITUACAO EQUAL 'S' OR
                       TRF-SITUACAO EQUAL 'E')
                       MOVE 1 TO WRK-COP-EM-ORDEM
                   END-IF
                   READ TRANSFERENCIAS NEXT RECORD
                       AT END MOVE 10 TO TRANSF-STATUS
                   END-READ
               END-PERFORM
           END-IF.

      *--  PRIMEIRA COPIA ATIVA FORA DO DESTINO, SEM EMPRESTIMO E
      *--  SEM TRANSFERENCIA EM ABERTO
       1547-ESCOLHER-COPIA-TRANSF        SECTION.
           MOVE 0 TO WRK-COP-ESCOLHIDA.
           MOVE WRK-COP-PESQ-CODFILME TO COP-CODFILME.
           MOVE 0 TO COP-NUMERO.
           START COPIAS KEY IS NOT LESS THAN COPIAS-CHAVE
               INVALID KEY
                   MOVE 10 TO COPIAS-STATUS
           END-START.

           IF COPIAS-STATUS EQUAL 0
               READ COPIAS NEXT RECORD
                   AT END MOVE 10 TO COPIAS-STATUS
               END-READ
               PERFORM UNTIL COPIAS-STATUS EQUAL 10
                   OR COP-CODFILME NOT EQUAL WRK-COP-PESQ-CODFILME
                   OR WRK-COP-ESCOLHIDA NOT EQUAL 0
                   IF COP-SITUACAO EQUAL 'A' AND
                      COP-FILIAL NOT EQUAL WRK-TRF-DESTINO
                       MOVE COP-NUMERO TO WRK-COP-PESQ-NUMERO
                       PERFORM 1364-COPIA-EMPRESTADA
                       PERFORM 1546-VERIFICAR-ORDENS
                       IF WRK-COP-EMPRESTADA EQUAL 0 AND
                          WRK-COP-EM-ORDEM EQUAL 0
                           MOVE WRK-COP-PESQ-NUMERO
                               TO WRK-COP-ESCOLHIDA
                       END-IF
                   END-IF
                   IF WRK-COP-ESCOLHIDA EQUAL 0
                       READ COPIAS NEXT RECORD
                           AT END MOVE 10 TO COPIAS-STATUS
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

       1548-LER-TRANSF                   SECTION.
           MOVE 0 TO WRK-TRF-FIM.
           MOVE 0 TO WRK-TRF-NUMERO.
           DISPLAY "NUMERO DA TRANSFERENCIA...: " LINE 11 COLUMN 10.
           ACCEPT  WRK-TRF-NUMERO                 LINE 11 COLUMN 40.

           MOVE WRK-TRF-NUMERO TO TRF-NUMERO.
           READ TRANSFERENCIAS
               INVALID KEY
                   MOVE 1 TO WRK-TRF-FIM
                   MOVE 'TRANSFERENCIA NAO ENCONTRADA' TO WRK-MSG-ERRO
                   DISPLAY MOSTRA-ERRO
                   EXIT SECTION
           END-READ.

           DISPLAY "FILME / COPIA.............: " LINE 12 COLUMN 10.
           DISPLAY TRF-CODFILME                   LINE 12 COLUMN 40.
           DISPLAY TRF-COPIA                      LINE 12 COLUMN 47.
           DISPLAY "ORIGEM -> DESTINO.........: " LINE 13 COLUMN 10.
           DISPLAY TRF-ORIGEM                     LINE 13 COLUMN 40.
           DISPLAY TRF-DESTINO                    LINE 13 COLUMN 50.
           DISPLAY "SITUACAO..................: " LINE 14 COLUMN 10.
           DISPLAY TRF-SITUACAO                   LINE 14 COLUMN 40.

       1600-MANTER-NOTAS                 SECTION.
           MOVE 'NOTAS'  TO WRK-TITULO.
           MOVE SPACES   TO WRK-TECLA.

           PERFORM UNTIL WRK-TECLA EQUAL "N" OR WRK-TECLA EQUAL "n"
               DISPLAY TELA
               DISPLAY AVISO-SAIR
               MOVE SPACES TO WRK-MODO-NOTA
               DISPLAY "1-INCLUIR NOTA 2-HISTORICO DO FILME"
                                               LINE 08 COLUMN 10
               ACCEPT  WRK-MODO-NOTA          LINE 08 COLUMN 48

           MOVE DURACAO       TO WRK-LOG-ANT-DURACAO.
           MOVE DISTRIBUIDORA TO WRK-LOG-ANT-DISTRIBUIDORA.
           MOVE NOTA          TO WRK-LOG-ANT-NOTA.
           MOVE ANO-LANCAMENTO TO WRK-LOG-ANT-ANO.
           MOVE MIDIA         TO WRK-LOG-ANT-MIDIA.
           MOVE SITUACAO      TO WRK-LOG-ANT-SITUACAO.

           COMPUTE NOTA ROUNDED = WRK-NOT-SOMA / WRK-NOT-QTD.

               MOVE DURACAO TO WRK-LOG-NOVO-DURACAO
               MOVE DISTRIBUIDORA TO WRK-LOG-NOVO-DISTRIBUIDORA
               MOVE NOTA TO WRK-LOG-NOVO-NOTA
               MOVE ANO-LANCAMENTO TO WRK-LOG-NOVO-ANO
               MOVE MIDIA TO WRK-LOG-NOVO-MIDIA
               MOVE SITUACAO TO WRK-LOG-NOVO-SITUACAO
               PERFORM 0880-GRAVAR-LOG
           END-IF.

                   TO WRK-MSG-ERRO
           END-IF.
           ACCEPT MOSTRA-ERRO.

      *--  ALTERACOES E EXCLUSOES PROPOSTAS POR OPERADORES AGUARDAM
      *--  A DECISAO DE UM SUPERVISOR EM PENDENCIAS.DAT
       1700-APROVACOES                   SECTION.
           MOVE 'APROVACOES' TO WRK-TITULO.
           MOVE 0 TO WRK-PEN-INICIO.
           MOVE 0 TO WRK-PEN-FIM.

           PERFORM UNTIL WRK-PEN-FIM EQUAL 1
               PERFORM 1720-LISTAR-PENDENCIAS
               MOVE 0 TO WRK-PEN-ESCOLHA
               DISPLAY "ITEM A EXAMINAR (0=SAIR 999999=MAIS ITENS): "
                                               LINE 20 COLUMN 02
               ACCEPT  WRK-PEN-ESCOLHA         LINE 20 COLUMN 47
               EVALUATE TRUE
                   WHEN WRK-PEN-ESCOLHA EQUAL 0
                       MOVE 1 TO WRK-PEN-FIM
                   WHEN WRK-PEN-ESCOLHA EQUAL 999999
                       IF WRK-PEN-MAIS EQUAL 1
                           MOVE WRK-PEN-ULTIMO TO WRK-PEN-INICIO
                       ELSE
                           MOVE 0 TO WRK-PEN-INICIO
                       END-IF
                   WHEN OTHER
                       PERFORM 1730-EXAMINAR-PENDENCIA
               END-EVALUATE
           END-PERFORM.

      *--  REGISTRA A PROPOSTA DO OPERADOR. FILMES-REG TRAZ A IMAGEM
      *--  PROPOSTA (ALTERAR) E WRK-LOG-ANT A IMAGEM ATUAL DO FILME
       1710-REGISTRAR-PENDENCIA          SECTION.
           MOVE CODFILME TO WRK-PEN-CODFILME.
           PERFORM 1770-VERIFICAR-PENDENTE.
           IF WRK-PEN-EXISTE EQUAL 1
               MOVE 'FILME JA TEM PROPOSTA AGUARDANDO APROVACAO'
                   TO WRK-MSG-ERRO
               DISPLAY MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           PERFORM 1760-PROXIMO-NUMERO-PEN.

           MOVE SPACES              TO PENDENCIAS-REG.
           MOVE WRK-PEN-PROX        TO PEN-NUMERO.
           MOVE CODFILME            TO PEN-CODFILME.
           MOVE WRK-PEN-OPERACAO    TO PEN-OPERACAO.
           MOVE 'P'                 TO PEN-SITUACAO.
           MOVE WRK-OPERADOR        TO PEN-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO PEN-DATA-HORA.
           MOVE WRK-LOG-ANT         TO PEN-ANTES.
           IF WRK-PEN-OPERACAO EQUAL 'ALTERAR'
               MOVE TITULO          TO PEN-NOV-TITULO
               MOVE GENERO          TO PEN-NOV-GENERO
               MOVE DURACAO         TO PEN-NOV-DURACAO
               MOVE DISTRIBUIDORA   TO PEN-NOV-DISTRIBUIDORA
               MOVE NOTA            TO PEN-NOV-NOTA
               MOVE ANO-LANCAMENTO  TO PEN-NOV-ANO
               MOVE MIDIA           TO PEN-NOV-MIDIA
               MOVE SITUACAO        TO PEN-NOV-SITUACAO
           ELSE
               INITIALIZE PEN-PROPOSTO
           END-IF.

           WRITE PENDENCIAS-REG
               INVALID KEY
                   MOVE 'PROPOSTA NAO GRAVADA' TO WRK-MSG-ERRO
               NOT INVALID KEY
                   MOVE 'ENVIADO PARA APROVACAO DO SUPERVISOR'
                       TO WRK-MSG-ERRO
           END-WRITE.
           DISPLAY MOSTRA-ERRO.

       1720-LISTAR-PENDENCIAS            SECTION.
           DISPLAY TELA.
           DISPLAY 'NUMERO | FILME | OPERACAO | OPERADOR | DATA     | TI
      -            'TULO'               LINE 04 COLUMN 02.

           MOVE 0 TO WRK-ACHOU.
           MOVE 0 TO WRK-PEN-MAIS.
           MOVE 5 TO WRK-LINHA.
           COMPUTE PEN-NUMERO = WRK-PEN-INICIO + 1.
           START PENDENCIAS KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY
                   MOVE 10 TO PENDENCIAS-STATUS
           END-START.

           IF PENDENCIAS-STATUS EQUAL 0
               READ PENDENCIAS NEXT RECORD
                   AT END MOVE 10 TO PENDENCIAS-STATUS
               END-READ
               PERFORM UNTIL PENDENCIAS-STATUS EQUAL 10
                   OR WRK-PEN-MAIS EQUAL 1
                   IF PEN-SITUACAO EQUAL 'P'
                       IF WRK-LINHA GREATER 18
                           MOVE 1 TO WRK-PEN-MAIS
                       ELSE
                           MOVE 1 TO WRK-ACHOU
                           MOVE PEN-NUMERO TO WRK-PEN-ULTIMO
                           DISPLAY PEN-NUMERO
                               LINE WRK-LINHA COLUMN 02
                           DISPLAY PEN-CODFILME
                               LINE WRK-LINHA COLUMN 11
                           DISPLAY PEN-OPERACAO
                               LINE WRK-LINHA COLUMN 19
                           DISPLAY PEN-OPERADOR
                               LINE WRK-LINHA COLUMN 30
                           DISPLAY PEN-DATA-HORA (1 : 8)
                               LINE WRK-LINHA COLUMN 41
                           DISPLAY PEN-ANT-TITULO (1 : 25)
                               LINE WRK-LINHA COLUMN 52
                           ADD 1 TO WRK-LINHA
                       END-IF
                   END-IF
                   IF WRK-PEN-MAIS EQUAL 0
                       READ PENDENCIAS NEXT RECORD
                           AT END MOVE 10 TO PENDENCIAS-STATUS
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

           IF WRK-ACHOU EQUAL 0
               DISPLAY 'NENHUMA PROPOSTA AGUARDANDO APROVACAO'
                                               LINE 06 COLUMN 02
           END-IF.
           IF WRK-PEN-MAIS EQUAL 1
               DISPLAY 'HA MAIS ITENS PENDENTES (999999 = PROXIMA PAGINA
      -                ')'                      LINE 19 COLUMN 02
           END-IF.

      *--  MOSTRA A IMAGEM ATUAL DO FILME AO LADO DA PROPOSTA
       1730-EXAMINAR-PENDENCIA           SECTION.
           MOVE WRK-PEN-ESCOLHA TO PEN-NUMERO.
           READ PENDENCIAS
               INVALID KEY
                   MOVE 'ITEM NAO ENCONTRADO' TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   EXIT SECTION
           END-READ.

           IF PEN-SITUACAO NOT EQUAL 'P'
               MOVE 'ITEM JA DECIDIDO' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           MOVE 0 TO WRK-PEN-MUDOU.
           MOVE PEN-CODFILME TO CODFILME.
           READ FILMES
               INVALID KEY
                   INITIALIZE WRK-LOG-ANT
                   MOVE 2 TO WRK-PEN-MUDOU
               NOT INVALID KEY
                   MOVE TITULO        TO WRK-LOG-ANT-TITULO
                   MOVE GENERO        TO WRK-LOG-ANT-GENERO
                   MOVE DURACAO       TO WRK-LOG-ANT-DURACAO
                   MOVE DISTRIBUIDORA TO WRK-LOG-ANT-DISTRIBUIDORA
                   MOVE NOTA          TO WRK-LOG-ANT-NOTA
                   MOVE ANO-LANCAMENTO TO WRK-LOG-ANT-ANO
                   MOVE MIDIA         TO WRK-LOG-ANT-MIDIA
                   MOVE SITUACAO      TO WRK-LOG-ANT-SITUACAO
                   IF WRK-LOG-ANT NOT EQUAL PEN-ANTES
                       MOVE 1 TO WRK-PEN-MUDOU
                   END-IF
           END-READ.

           DISPLAY TELA.
           DISPLAY 'ITEM.....: '        LINE 04 COLUMN 02.
           DISPLAY PEN-NUMERO           LINE 04 COLUMN 13.
           DISPLAY 'OPERACAO.: '        LINE 04 COLUMN 30.
           DISPLAY PEN-OPERACAO         LINE 04 COLUMN 41.
           DISPLAY 'FILME....: '        LINE 05 COLUMN 02.
           DISPLAY PEN-CODFILME         LINE 05 COLUMN 13.
           DISPLAY 'OPERADOR.: '        LINE 05 COLUMN 30.
           DISPLAY PEN-OPERADOR         LINE 05 COLUMN 41.
           DISPLAY 'PROPOSTA.: '        LINE 06 COLUMN 02.
           DISPLAY PEN-DATA-HORA (1 : 14)
                                        LINE 06 COLUMN 13.

           DISPLAY 'CAMPO          ATUAL                          PROPOS
      -            'TO'                 LINE 08 COLUMN 02.
           DISPLAY 'TITULO'             LINE 09 COLUMN 02.
           DISPLAY WRK-LOG-ANT-TITULO   LINE 09 COLUMN 17.
           DISPLAY 'GENERO'             LINE 10 COLUMN 02.
           DISPLAY WRK-LOG-ANT-GENERO   LINE 10 COLUMN 17.
           DISPLAY 'DURACAO'            LINE 11 COLUMN 02.
           DISPLAY WRK-LOG-ANT-DURACAO  LINE 11 COLUMN 17.
           DISPLAY 'DISTRIBUIDORA'      LINE 12 COLUMN 02.
           DISPLAY WRK-LOG-ANT-DISTRIBUIDORA
                                        LINE 12 COLUMN 17.
           DISPLAY 'NOTA'               LINE 13 COLUMN 02.
           DISPLAY WRK-LOG-ANT-NOTA     LINE 13 COLUMN 17.
           DISPLAY 'ANO'                LINE 14 COLUMN 02.
           DISPLAY WRK-LOG-ANT-ANO      LINE 14 COLUMN 17.
           DISPLAY 'MIDIA'              LINE 15 COLUMN 02.
           DISPLAY WRK-LOG-ANT-MIDIA    LINE 15 COLUMN 17.
           DISPLAY 'SITUACAO'           LINE 16 COLUMN 02.
           DISPLAY WRK-LOG-ANT-SITUACAO LINE 16 COLUMN 17.

           IF PEN-OPERACAO EQUAL 'EXCLUIR'
               DISPLAY '*** EXCLUSAO DO FILME ***'
                                        LINE 09 COLUMN 48
               MOVE PEN-CODFILME TO WRK-EMP-PESQ-CODFILME
               PERFORM 1780-CONTAR-HISTORICO
               DISPLAY 'EMPRESTIMOS NO HISTORICO DO FILME: '
                                        LINE 17 COLUMN 02
               DISPLAY WRK-PEN-HISTORICO
                                        LINE 17 COLUMN 37
           ELSE
               DISPLAY PEN-NOV-TITULO   LINE 09 COLUMN 48
               DISPLAY PEN-NOV-GENERO   LINE 10 COLUMN 48
               DISPLAY PEN-NOV-DURACAO  LINE 11 COLUMN 48
               DISPLAY PEN-NOV-DISTRIBUIDORA
                                        LINE 12 COLUMN 48
               DISPLAY PEN-NOV-NOTA     LINE 13 COLUMN 48
               DISPLAY PEN-NOV-ANO      LINE 14 COLUMN 48
               DISPLAY PEN-NOV-MIDIA    LINE 15 COLUMN 48
               DISPLAY PEN-NOV-SITUACAO LINE 16 COLUMN 48
           END-IF.

           EVALUATE WRK-PEN-MUDOU
               WHEN 1
                   DISPLAY 'ATENCAO: FILME ALTERADO DEPOIS DA PROPOSTA'
                                        LINE 18 COLUMN 02
               WHEN 2
                   DISPLAY 'ATENCAO: FILME NAO EXISTE MAIS NO CADASTRO'
                                        LINE 18 COLUMN 02
           END-EVALUATE.

           MOVE SPACES TO WRK-PEN-DECISAO.
           DISPLAY "A=APROVAR  R=REJEITAR  ENTER=VOLTAR: "
                                        LINE 20 COLUMN 02.
           ACCEPT  WRK-PEN-DECISAO      LINE 20 COLUMN 40.

           EVALUATE WRK-PEN-DECISAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM 1740-APROVAR-PENDENCIA
               WHEN 'R'
               WHEN 'r'
                   PERFORM 1750-REJEITAR-PENDENCIA
           END-EVALUATE.

      *--  APLICA A PROPOSTA EM FILMES.DAT PELAS MESMAS ROTINAS DA
      *--  ALTERACAO E DA EXCLUSAO; O LOG LEVA O OPERADOR QUE PROPOS
      *--  E O SUPERVISOR QUE APROVOU
       1740-APROVAR-PENDENCIA            SECTION.
           IF PEN-OPERADOR EQUAL WRK-OPERADOR
               MOVE 'QUEM PROPOS NAO PODE APROVAR' TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           IF WRK-PEN-MUDOU EQUAL 2
               MOVE 'FILME NAO EXISTE MAIS, REJEITE O ITEM'
                   TO WRK-MSG-ERRO
               ACCEPT MOSTRA-ERRO
               EXIT SECTION
           END-IF.

           IF WRK-PEN-MUDOU EQUAL 1
               MOVE SPACES TO WRK-PEN-DECISAO
               DISPLAY "FILME MUDOU DESDE A PROPOSTA. APROVAR? (S/N)"
                                        LINE 21 COLUMN 02
               ACCEPT  WRK-PEN-DECISAO  LINE 21 COLUMN 48
               IF WRK-PEN-DECISAO NOT EQUAL "S" AND
                  WRK-PEN-DECISAO NOT EQUAL "s"
                   EXIT SECTION
               END-IF
           END-IF.

           IF PEN-OPERACAO EQUAL 'EXCLUIR'
               MOVE CODFILME TO WRK-EMP-PESQ-CODFILME
               PERFORM 1360-VERIFICAR-ABERTO
               IF WRK-EMP-ABERTO EQUAL 1
                   MOVE 'FILME COM EMPRESTIMO EM ABERTO'
                       TO WRK-MSG-ERRO
                   ACCEPT MOSTRA-ERRO
                   EXIT SECTION
               END-IF
               MOVE PEN-OPERADOR TO WRK-LOG-PROPONENTE
               PERFORM 0710-GRAVAR-EXCLUSAO
           ELSE
               MOVE PEN-NOV-TITULO        TO TITULO
               MOVE PEN-NOV-GENERO        TO GENERO
               MOVE PEN-NOV-DURACAO       TO DURACAO
               MOVE PEN-NOV-DISTRIBUIDORA TO DISTRIBUIDORA
               MOVE PEN-NOV-NOTA          TO NOTA
               MOVE PEN-NOV-ANO           TO ANO-LANCAMENTO
               MOVE PEN-NOV-MIDIA         TO MIDIA
               MOVE PEN-NOV-SITUACAO      TO SITUACAO
               MOVE PEN-OPERADOR TO WRK-LOG-PROPONENTE
               PERFORM 0610-GRAVAR-ALTERACAO
           END-IF.
           MOVE SPACES TO WRK-LOG-PROPONENTE.

           IF FILMES-STATUS NOT EQUAL 0 AND
              FILMES-STATUS NOT EQUAL 2
               EXIT SECTION
           END-IF.

           MOVE 'A'          TO PEN-SITUACAO.
           MOVE WRK-OPERADOR TO PEN-SUPERVISOR.
           MOVE FUNCTION CURRENT-DATE TO PEN-DATA-DECISAO.
           REWRITE PENDENCIAS-REG
               INVALID KEY
                   MOVE 10 TO PENDENCIAS-STATUS
           END-REWRITE.
           IF PENDENCIAS-STATUS NOT EQUAL 0 AND
              PENDENCIAS-STATUS NOT EQUAL 2
               MOVE 'APLICADO, MAS ITEM NAO BAIXADO EM PENDENCIAS'
                   TO WRK-MSG-ERRO
           ELSE
               MOVE 'ITEM APROVADO E APLICADO' TO WRK-MSG-ERRO
           END-IF.
           ACCEPT MOSTRA-ERRO.

       1750-REJEITAR-PENDENCIA           SECTION.
           MOVE SPACES TO PEN-MOTIVO.
           DISPLAY "MOTIVO DA REJEICAO..: " LINE 21 COLUMN 02.
           ACCEPT  PEN-MOTIVO               LINE 21 COLUMN 24.

           MOVE 'R'          TO PEN-SITUACAO.
           MOVE WRK-OPERADOR TO PEN-SUPERVISOR.
           MOVE FUNCTION CURRENT-DATE TO PEN-DATA-DECISAO.
           REWRITE PENDENCIAS-REG
               INVALID KEY
                   MOVE 10 TO PENDENCIAS-STATUS
           END-REWRITE.
           IF PENDENCIAS-STATUS NOT EQUAL 0 AND
              PENDENCIAS-STATUS NOT EQUAL 2
               MOVE 'ITEM NAO ATUALIZADO, REJEICAO NAO GRAVADA'
                   TO WRK-MSG-ERRO
           ELSE
               MOVE 'ITEM REJEITADO, FILME NAO ALTERADO' TO WRK-MSG-ERRO
           END-IF.
           ACCEPT MOSTRA-ERRO.

       1760-PROXIMO-NUMERO-PEN           SECTION.
           MOVE 1 TO WRK-PEN-PROX.
           MOVE 0 TO PEN-NUMERO.
           START PENDENCIAS KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY
                   MOVE 10 TO PENDENCIAS-STATUS
           END-START.

           IF PENDENCIAS-STATUS EQUAL 0
               READ PENDENCIAS NEXT RECORD
                   AT END MOVE 10 TO PENDENCIAS-STATUS
               END-READ
               PERFORM UNTIL PENDENCIAS-STATUS EQUAL 10
                   COMPUTE WRK-PEN-PROX = PEN-NUMERO + 1
                   READ PENDENCIAS NEXT RECORD
                       AT END MOVE 10 TO PENDENCIAS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

       1770-VERIFICAR-PENDENTE           SECTION.
           MOVE 0 TO WRK-PEN-EXISTE.
           MOVE WRK-PEN-CODFILME TO PEN-CODFILME.
           START PENDENCIAS KEY IS EQUAL TO PEN-CODFILME
               INVALID KEY
                   MOVE 10 TO PENDENCIAS-STATUS
           END-START.

           IF PENDENCIAS-STATUS EQUAL 0
               READ PENDENCIAS NEXT RECORD
                   AT END MOVE 10 TO PENDENCIAS-STATUS
               END-READ
               PERFORM UNTIL PENDENCIAS-STATUS EQUAL 10
                   OR PEN-CODFILME NOT EQUAL WRK-PEN-CODFILME
                   OR WRK-PEN-EXISTE EQUAL 1
                   IF PEN-SITUACAO EQUAL 'P'
                       MOVE 1 TO WRK-PEN-EXISTE
                   ELSE
                       READ PENDENCIAS NEXT RECORD
                           AT END MOVE 10 TO PENDENCIAS-STATUS
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

      *--  TOTAL DE EMPRESTIMOS (ABERTOS OU NAO) DO FILME PESQUISADO
       1780-CONTAR-HISTORICO             SECTION.
           MOVE 0 TO WRK-PEN-HISTORICO.
           MOVE WRK-EMP-PESQ-CODFILME TO EMP-CODFILME.
           START EMPRESTIMOS KEY IS EQUAL TO EMP-CODFILME
               INVALID KEY
                   MOVE 10 TO EMPRESTIMOS-STATUS
           END-START.

           IF EMPRESTIMOS-STATUS EQUAL 0
               READ EMPRESTIMOS NEXT RECORD
                   AT END MOVE 10 TO EMPRESTIMOS-STATUS
               END-READ
               PERFORM UNTIL EMPRESTIMOS-STATUS EQUAL 10
                   OR EMP-CODFILME NOT EQUAL WRK-EMP-PESQ-CODFILME
                   ADD 1 TO WRK-PEN-HISTORICO
                   READ EMPRESTIMOS NEXT RECORD
                       AT END MOVE 10 TO EMPRESTIMOS-STATUS
                   END-READ
               END-PERFORM
           END-IF.

      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. RATEIO-GER.
       AUTHOR. Rayan Argolo.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RATEIO-FILE ASSIGN TO "RATEIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEIO-STATUS.
           SELECT CCUSTOS-FILE ASSIGN TO "CCUSTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCUSTOS-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT GLRATEIO-FILE ASSIGN TO "GLRATEIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLR-STATUS.
           SELECT GLHIST-FILE ASSIGN TO "GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-STATUS.
           SELECT RELATORIO-FILE ASSIGN TO "RATEIO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD PIC X(160).
       FD  RATEIO-FILE.
       01  RATEIO-RECORD.
           05 RT-ORIGEM        PIC X(04).
           05 RT-DATA-VIGENCIA PIC 9(08).
           05 RT-DATA-VIGENCIA-X REDEFINES RT-DATA-VIGENCIA PIC X(08).
           05 RT-DESTINO       PIC X(04).
           05 RT-PERCENTUAL    PIC 9(03)V99.
           05 RT-PERCENTUAL-X REDEFINES RT-PERCENTUAL PIC X(05).
       FD  CCUSTOS-FILE.
       01  CCUSTO-RECORD.
           05 CM-CODIGO        PIC X(04).
           05 CM-DESCRICAO     PIC X(30).
           05 CM-FILIAL        PIC X(03).
           05 CM-SITUACAO      PIC X(01).
           05 CM-CONTATO       PIC X(30).
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TG-TIPO-REG   PIC X(01).
           05 TG-OP1-SINAL  PIC X(01).
           05 TG-OP1-VALOR  PIC 9(06)V99.
           05 TG-OP2-SINAL  PIC X(01).
           05 TG-OP2-VALOR  PIC 9(06)V99.
           05 TG-OPERADOR   PIC X(01).
           05 TG-ID         PIC 9(08).
           05 TG-MEMORIA    PIC X(01).
           05 TG-CCUSTO     PIC X(04).
           05 FILLER        PIC X(40).
           05 TG-FILIAL     PIC X(03).
       01  TRANS-HEADER-REG.
           05 TH-TIPO-REG   PIC X(01).
           05 TH-DATA-MOVTO PIC 9(08).
           05 FILLER        PIC X(11).
       01  TRANS-TRAILER-REG.
           05 TT-TIPO-REG   PIC X(01).
           05 TT-QTD-REGISTROS PIC 9(06).
           05 TT-HASH-OPERANDOS PIC 9(13)V99.
       FD  GLRATEIO-FILE.
       01  GL-HEADER-REG.
           05 GH-TIPO   PIC X(01).
           05 GH-DATA   PIC 9(08).
           05 GH-SISTEMA PIC X(08).
           05 GH-RUN-ID PIC X(13).
       01  GL-DETALHE-REG.
           05 GD-TIPO   PIC X(01).
           05 GD-ID     PIC 9(08).
           05 GD-CCUSTO PIC X(04).
           05 GD-VALOR  PIC S9(09)V99 SIGN IS LEADING SEPARATE.
       01  GL-TRAILER-REG.
           05 GT-TIPO   PIC X(01).
           05 GT-QTD    PIC 9(06).
           05 GT-HASH   PIC S9(11)V99 SIGN IS LEADING SEPARATE.
       FD  GLHIST-FILE.
       01  GLHIST-RECORD.
           05 GX-RUN-ID     PIC X(13).
           05 GX-ID         PIC 9(08).
           05 GX-CCUSTO     PIC X(04).
           05 GX-FILIAL     PIC X(03).
           05 GX-VALOR      PIC S9(09)V99 SIGN IS LEADING SEPARATE.
           05 GX-RUN-ORIGEM PIC X(13).
       FD  RELATORIO-FILE.
       01  RELATORIO-RECORD PIC X(100).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(120).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       77 WS-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WS-RATEIO-STATUS PIC X(02) VALUE SPACES.
       77 WS-CCUSTOS-STATUS PIC X(02) VALUE SPACES.
       77 WS-TRANS-STATUS PIC X(02) VALUE SPACES.
       77 WS-GLR-STATUS PIC X(02) VALUE SPACES.
       77 WS-GLH-STATUS PIC X(02) VALUE SPACES.
       77 WS-REL-STATUS PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WS-PROCESSO-OK PIC X(01) VALUE 'S'.
           88 PROCESSO-OK VALUE 'S'.
           88 PROCESSO-ERRO VALUE 'N'.
       77 WS-ESTOURO PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       77 WS-REL-ABERTO PIC X(01) VALUE 'N'.
           88 RELATORIO-ABERTO VALUE 'S'.
       77 WS-RESPOSTA PIC X(01) VALUE SPACE.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.
       77 WS-AUDIT-TIMESTAMP PIC X(19) VALUE SPACES.
       77 WS-AUDIT-LINHA PIC X(120) VALUE SPACES.
       77 WS-AUDIT-EVENTO PIC X(80) VALUE SPACES.
       77 WS-REL-LINHA PIC X(100) VALUE SPACES.
       77 WS-HIST-LINHA PIC X(160) VALUE SPACES.

       01  WS-ALVO-RUN-ID.
           05 WS-ALVO-DATA  PIC X(08).
           05 WS-ALVO-TRACO PIC X(01).
           05 WS-ALVO-NUM   PIC X(04).
       77 WS-ALVO-ULTIMA PIC X(01) VALUE 'N'.
           88 ALVO-ULTIMA-EXECUCAO VALUE 'S'.
       77 WS-ALVO-HIST PIC X(01) VALUE 'N'.
           88 ALVO-NO-HISTORICO VALUE 'S'.
       77 WS-ALVO-ESTORNADO PIC X(01) VALUE 'N'.
           88 ALVO-JA-ESTORNADO VALUE 'S'.
       77 WS-ALVO-RATEADO PIC X(01) VALUE 'N'.
           88 ALVO-JA-RATEADO VALUE 'S'.
       77 WS-HIST-RUN-ID PIC X(13) VALUE SPACES.
       77 WS-RUN-PROC PIC X(13) VALUE SPACES.
       77 WS-DATA-NEGOCIO-X PIC X(08) VALUE SPACES.
       77 WS-DATA-RATEIO PIC 9(08) VALUE ZEROS.

       01  WS-HL-CCUSTO.
           05 FILLER         PIC X(21).
           05 WS-HL-C-CODIGO PIC X(04).
           05 FILLER         PIC X(23).
           05 WS-HL-C-TOTAL  PIC -(9)9,99.
           05 FILLER         PIC X(99).
       01  WS-HL-RATEIO REDEFINES WS-HL-CCUSTO.
           05 FILLER         PIC X(28).
           05 WS-HL-R-DATA   PIC X(08).
           05 FILLER         PIC X(37).
           05 WS-HL-R-LINHAS PIC X(06).
           05 WS-HL-R-LINHAS-N REDEFINES WS-HL-R-LINHAS PIC 9(06).
           05 FILLER         PIC X(81).

       77 WS-EX-QTD PIC 9(03) VALUE ZEROS.
       77 WS-EX-IDX PIC 9(03) VALUE ZEROS.
       77 WS-EX-ACHOU PIC X(01) VALUE 'N'.
           88 RUN-ESTORNADO VALUE 'S'.
       01  WS-EX-TABELA.
           05 WS-EX-RUN-ID PIC X(13) OCCURS 500 TIMES.
       77 WS-AL-QTD PIC 9(03) VALUE ZEROS.
       01  WS-AL-TABELA.
           05 WS-AL-RUN-ID PIC X(13) OCCURS 500 TIMES.
       77 WS-SEQ-BASE PIC 9(06) VALUE ZEROS.

       77 WS-SO-QTD PIC 9(04) VALUE ZEROS.
       77 WS-SO-IDX PIC 9(04) VALUE ZEROS.
       01  WS-SO-TABELA.
           05 WS-SO-ENT OCCURS 1000 TIMES.
              10 WS-SO-CCUSTO   PIC X(04).
              10 WS-SO-TOTAL    PIC S9(09)V99.
              10 WS-SO-SITUACAO PIC X(01).
                 88 SO-RATEADA      VALUE 'R'.
                 88 SO-SEM-REGRA    VALUE 'N'.
                 88 SO-REGRA-ERRADA VALUE 'I'.
                 88 SO-ZERADA       VALUE 'Z'.
              10 WS-SO-VIGENCIA PIC 9(08).
              10 WS-SO-MOTIVO   PIC X(40).
              10 WS-SO-LN-INI   PIC 9(04).
              10 WS-SO-LN-FIM   PIC 9(04).
              10 WS-SO-NET      PIC S9(09)V99.

       77 WS-RT-QTD PIC 9(03) VALUE ZEROS.
       77 WS-RT-IDX PIC 9(03) VALUE ZEROS.
       77 WS-RT-IGNORADAS PIC 9(03) VALUE ZEROS.
       01  WS-RT-TABELA.
           05 WS-RT-ENT OCCURS 500 TIMES.
              10 WS-RT-ORIGEM     PIC X(04).
              10 WS-RT-VIGENCIA   PIC 9(08).
              10 WS-RT-DESTINO    PIC X(04).
              10 WS-RT-PERCENTUAL PIC 9(03)V99.

       77 WS-CM-CARREGADO PIC X(01) VALUE 'N'.
           88 MASTER-CC-CARREGADO VALUE 'S'.
       77 WS-CM-ESTOURO PIC X(01) VALUE 'N'.
           88 CCUSTOS-ESTOURARAM VALUE 'S'.
       77 WS-CM-QTD PIC 9(04) VALUE ZEROS.
       01  WS-CM-TABELA.
           05 WS-CM-ENT OCCURS 1000 TIMES
                  INDEXED BY WS-CM-IX.
              10 WS-CM-CODIGO   PIC X(04).
              10 WS-CM-FILIAL   PIC X(03).
              10 WS-CM-SITUACAO PIC X(01).
       77 WS-CC-CONSULTA PIC X(04) VALUE SPACES.
       77 WS-CC-SITUACAO PIC X(01) VALUE SPACE.
       77 WS-CC-FILIAL PIC X(03) VALUE SPACES.

       77 WS-LN-QTD PIC 9(04) VALUE ZEROS.
       77 WS-LN-IDX PIC 9(04) VALUE ZEROS.
       77 WS-LN-MAIOR PIC 9(04) VALUE ZEROS.
       01  WS-LN-TABELA.
           05 WS-LN-ENT OCCURS 2000 TIMES.
              10 WS-LN-TIPO       PIC X(01).
              10 WS-LN-CCUSTO     PIC X(04).
              10 WS-LN-PERCENTUAL PIC 9(03)V99.
              10 WS-LN-VALOR      PIC S9(09)V99.

       77 WS-MELHOR-DATA PIC 9(08) VALUE ZEROS.
       77 WS-SOMA-PERCENTUAL PIC 9(05)V99 VALUE ZEROS.
       77 WS-MAIOR-PERCENTUAL PIC 9(03)V99 VALUE ZEROS.
       77 WS-QTD-DESTINOS PIC 9(03) VALUE ZEROS.
       77 WS-SOMA-RATEADA PIC S9(09)V99 VALUE ZEROS.
       77 WS-RESTO PIC S9(09)V99 VALUE ZEROS.

       77 WS-QTD-RATEADAS PIC 9(04) VALUE ZEROS.
       77 WS-QTD-INVALIDAS PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SEM-REGRA PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ZERADAS PIC 9(04) VALUE ZEROS.
       77 WS-TOTAL-DEBITOS PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-CREDITOS PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-NET PIC S9(11)V99 VALUE ZEROS.

       77 WS-SAIDA PIC X(01) VALUE 'N'.
           88 SAIDA-TRANSACOES VALUE 'T'.
           88 SAIDA-GL VALUE 'G'.
           88 SAIDA-NENHUMA VALUE 'N'.
       77 WS-SAIDA-NOME PIC X(05) VALUE SPACES.
       77 WS-QTD-GERADAS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NECESSARIAS PIC 9(06) VALUE ZEROS.
       77 WS-HASH-OPERANDOS PIC 9(13)V99 VALUE ZEROS.
       77 WS-GL-HASH PIC S9(11)V99 VALUE ZEROS.
       77 WS-SEQ-ID PIC 9(06) VALUE ZEROS.
       77 WS-SP-FUNCAO PIC X(01) VALUE SPACE.
       77 WS-SP-RUN-ALVO PIC X(13) VALUE SPACES.
       77 WS-SP-STATUS PIC X(01) VALUE SPACE.
       77 WS-VALOR-ABS PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-PARTE PIC 9(06)V99 VALUE ZEROS.
       77 WS-LIMITE-REGISTRO PIC 9(06)V99 VALUE 999999,99.
       01  WS-DATA-TRAB PIC 9(08) VALUE ZEROS.
       01  WS-DATA-PARTES REDEFINES WS-DATA-TRAB.
           05 WS-DP-ANO PIC 9(04).
           05 WS-DP-MES PIC 9(02).
           05 WS-DP-DIA PIC 9(02).

       77 WS-QTD-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-QTD-1-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-QTD-2-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-VALOR-ED PIC -(9)9,99 VALUE ZEROS.
       77 WS-HASH-ED PIC -(11)9,99 VALUE ZEROS.
       77 WS-PERCENTUAL-ED PIC ZZ9,99 VALUE ZEROS.
       77 WS-SOMA-ED PIC ZZZZ9,99 VALUE ZEROS.
      *****************************************************************
       LINKAGE SECTION.
      *****************************************************************
       77 LS-RUN-ID PIC X(13).
       77 LS-DATA-NEGOCIO PIC 9(08).
       77 LS-OPERADOR-ID PIC X(08).
      *****************************************************************
       PROCEDURE DIVISION USING LS-RUN-ID LS-DATA-NEGOCIO
               LS-OPERADOR-ID.
      *****************************************************************
       000-GERAR-RATEIO SECTION.
           SET PROCESSO-OK TO TRUE.
           SET SAIDA-NENHUMA TO TRUE.
           MOVE LS-DATA-NEGOCIO TO WS-DATA-NEGOCIO-X.
           PERFORM 100-PEDIR-RUN-ID.
           IF PROCESSO-OK
              PERFORM 200-LER-HISTORICO
           END-IF.
           IF PROCESSO-OK
              PERFORM 300-CARREGAR-RATEIO
           END-IF.
           IF PROCESSO-OK
              PERFORM 320-CARREGAR-CCUSTOS
           END-IF.
           IF PROCESSO-OK
              PERFORM 400-CALCULAR-RATEIO
           END-IF.
           IF PROCESSO-OK
              IF WS-QTD-RATEADAS = ZEROS
                 DISPLAY 'No cost center of run ' WS-ALVO-RUN-ID
                     ' has a valid allocation rule in effect - '
                     'nothing generated.'
              ELSE
                 PERFORM 500-ESCOLHER-SAIDA
              END-IF
              EVALUATE TRUE
                 WHEN SAIDA-TRANSACOES
                    PERFORM 700-GRAVAR-TRANSACOES
                 WHEN SAIDA-GL
                    PERFORM 750-GRAVAR-GL
              END-EVALUATE
              IF NOT SAIDA-NENHUMA
                 PERFORM 800-MARCAR-RATEADO
                 PERFORM 850-REGISTRAR-AUDITORIA
              END-IF
              PERFORM 600-GRAVAR-RELATORIO
              DISPLAY 'Allocation report written to RATEIO.RPT.'
           END-IF.
           GOBACK.
      *****************************************************************
       100-PEDIR-RUN-ID SECTION.
           DISPLAY 'Run ID to allocate (AAAAMMDD-NNNN, blank = last '
               'posted run): '.
           MOVE SPACES TO WS-ALVO-RUN-ID.
           ACCEPT WS-ALVO-RUN-ID.
           MOVE 'N' TO WS-ALVO-ULTIMA.
           IF WS-ALVO-RUN-ID = SPACES
              SET ALVO-ULTIMA-EXECUCAO TO TRUE
           ELSE
              IF WS-ALVO-DATA NOT NUMERIC OR
                 WS-ALVO-TRACO NOT = '-' OR
                 WS-ALVO-NUM NOT NUMERIC
                 DISPLAY 'Run ID must be AAAAMMDD-NNNN - nothing '
                     'allocated.'
                 SET PROCESSO-ERRO TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       200-LER-HISTORICO SECTION.
           MOVE 'N' TO WS-ALVO-HIST.
           MOVE 'N' TO WS-ALVO-ESTORNADO.
           MOVE 'N' TO WS-ALVO-RATEADO.
           MOVE 'N' TO WS-ESTOURO.
           MOVE ZEROS TO WS-EX-QTD.
           MOVE ZEROS TO WS-AL-QTD.
           MOVE ZEROS TO WS-SO-QTD.
           MOVE ZEROS TO WS-SEQ-BASE.
           OPEN INPUT HISTORICO-FILE.
           EVALUATE TRUE
              WHEN WS-HIST-STATUS = '35'
                 DISPLAY 'No run history (HISTORICO.DAT) - nothing to '
                     'allocate.'
                 SET PROCESSO-ERRO TO TRUE
              WHEN WS-HIST-STATUS NOT = '00'
                 DISPLAY 'Unable to open HISTORICO.DAT, status: '
                     WS-HIST-STATUS
                 SET PROCESSO-ERRO TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ HISTORICO-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          IF HISTORICO-RECORD(1:4) = 'RUN '
                             PERFORM 210-AVALIAR-MARCAS
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE HISTORICO-FILE
                 OPEN INPUT HISTORICO-FILE
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ HISTORICO-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          IF HISTORICO-RECORD(1:4) = 'RUN '
                             PERFORM 220-AVALIAR-EXECUCAO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE HISTORICO-FILE
           END-EVALUATE.
           IF PROCESSO-OK
              PERFORM 240-VALIDAR-ALVO
           END-IF.
      *****************************************************************
       210-AVALIAR-MARCAS SECTION.
           MOVE HISTORICO-RECORD(5:13) TO WS-HIST-RUN-ID.
           IF HISTORICO-RECORD(18:11) = ' BACKED OUT'
              IF WS-EX-QTD < 500
                 ADD 1 TO WS-EX-QTD
                 MOVE WS-HIST-RUN-ID TO WS-EX-RUN-ID(WS-EX-QTD)
              ELSE
                 SET TABELA-ESTOUROU TO TRUE
              END-IF
           END-IF.
           IF HISTORICO-RECORD(18:11) = ' ALLOCATED '
              IF WS-AL-QTD < 500
                 ADD 1 TO WS-AL-QTD
                 MOVE WS-HIST-RUN-ID TO WS-AL-RUN-ID(WS-AL-QTD)
              ELSE
                 SET TABELA-ESTOUROU TO TRUE
              END-IF
              MOVE HISTORICO-RECORD TO WS-HL-CCUSTO
              IF WS-HL-R-DATA = WS-DATA-NEGOCIO-X AND
                 WS-HL-R-LINHAS NUMERIC
                 ADD WS-HL-R-LINHAS-N TO WS-SEQ-BASE
              END-IF
           END-IF.
      *****************************************************************
       220-AVALIAR-EXECUCAO SECTION.
           MOVE HISTORICO-RECORD(5:13) TO WS-HIST-RUN-ID.
           EVALUATE TRUE
              WHEN HISTORICO-RECORD(18:7) = ' START '
                 MOVE WS-HIST-RUN-ID TO WS-RUN-PROC
                 PERFORM 230-VERIFICAR-ESTORNADO
                 IF ALVO-ULTIMA-EXECUCAO
                    IF NOT RUN-ESTORNADO
                       MOVE WS-HIST-RUN-ID TO WS-ALVO-RUN-ID
                       SET ALVO-NO-HISTORICO TO TRUE
                       MOVE ZEROS TO WS-SO-QTD
                    END-IF
                 ELSE
                    IF WS-HIST-RUN-ID = WS-ALVO-RUN-ID
                       SET ALVO-NO-HISTORICO TO TRUE
                       MOVE ZEROS TO WS-SO-QTD
                       IF RUN-ESTORNADO
                          SET ALVO-JA-ESTORNADO TO TRUE
                       END-IF
                    END-IF
                 END-IF
              WHEN WS-HIST-RUN-ID NOT = WS-ALVO-RUN-ID
                 CONTINUE
              WHEN HISTORICO-RECORD(18:4) = ' CC '
                 MOVE HISTORICO-RECORD TO WS-HL-CCUSTO
                 IF WS-SO-QTD < 1000
                    ADD 1 TO WS-SO-QTD
                    MOVE WS-HL-C-CODIGO TO WS-SO-CCUSTO(WS-SO-QTD)
                    MOVE WS-HL-C-TOTAL TO WS-SO-TOTAL(WS-SO-QTD)
                    SET SO-SEM-REGRA(WS-SO-QTD) TO TRUE
                    MOVE SPACES TO WS-SO-MOTIVO(WS-SO-QTD)
                    MOVE ZEROS TO WS-SO-VIGENCIA(WS-SO-QTD)
                    MOVE ZEROS TO WS-SO-LN-INI(WS-SO-QTD)
                    MOVE ZEROS TO WS-SO-LN-FIM(WS-SO-QTD)
                    MOVE ZEROS TO WS-SO-NET(WS-SO-QTD)
                 ELSE
                    SET TABELA-ESTOUROU TO TRUE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *****************************************************************
       230-VERIFICAR-ESTORNADO SECTION.
           MOVE 'N' TO WS-EX-ACHOU.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-QTD OR RUN-ESTORNADO
              IF WS-EX-RUN-ID(WS-EX-IDX) = WS-RUN-PROC
                 SET RUN-ESTORNADO TO TRUE
              END-IF
           END-PERFORM.
      *****************************************************************
       240-VALIDAR-ALVO SECTION.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-AL-QTD
              IF WS-AL-RUN-ID(WS-EX-IDX) = WS-ALVO-RUN-ID
                 SET ALVO-JA-RATEADO TO TRUE
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN TABELA-ESTOUROU
                 DISPLAY 'HISTORICO.DAT holds more entries than this '
                     'program can table - allocation disabled.'
                 SET PROCESSO-ERRO TO TRUE
              WHEN NOT ALVO-NO-HISTORICO
                 IF ALVO-ULTIMA-EXECUCAO
                    DISPLAY 'No posted run found in HISTORICO.DAT - '
                        'nothing allocated.'
                 ELSE
                    DISPLAY 'Run ' WS-ALVO-RUN-ID ' has no completion '
                        'line in HISTORICO.DAT - only a completed run '
                        'can be allocated.'
                 END-IF
                 SET PROCESSO-ERRO TO TRUE
              WHEN ALVO-JA-ESTORNADO
                 DISPLAY 'Run ' WS-ALVO-RUN-ID ' was backed out - '
                     'nothing allocated.'
                 SET PROCESSO-ERRO TO TRUE
              WHEN ALVO-JA-RATEADO
                 DISPLAY 'Run ' WS-ALVO-RUN-ID ' was already '
                     'allocated - nothing generated.'
                 SET PROCESSO-ERRO TO TRUE
              WHEN WS-SO-QTD = ZEROS
                 DISPLAY 'Run ' WS-ALVO-RUN-ID ' has no cost-center '
                     'totals in HISTORICO.DAT - nothing to allocate.'
                 SET PROCESSO-ERRO TO TRUE
              WHEN OTHER
                 MOVE WS-ALVO-DATA TO WS-DATA-RATEIO
                 DISPLAY 'Allocating run ' WS-ALVO-RUN-ID ': '
                     WS-SO-QTD ' cost center(s) with totals.'
           END-EVALUATE.
      *****************************************************************
       300-CARREGAR-RATEIO SECTION.
           MOVE ZEROS TO WS-RT-QTD.
           MOVE ZEROS TO WS-RT-IGNORADAS.
           OPEN INPUT RATEIO-FILE.
           EVALUATE TRUE
              WHEN WS-RATEIO-STATUS = '35'
                 DISPLAY 'No allocation table (RATEIO.DAT) - nothing '
                     'to allocate.'
                 SET PROCESSO-ERRO TO TRUE
              WHEN WS-RATEIO-STATUS NOT = '00'
                 DISPLAY 'Unable to open RATEIO.DAT, status: '
                     WS-RATEIO-STATUS
                 SET PROCESSO-ERRO TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ RATEIO-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          PERFORM 310-GUARDAR-REGRA
                    END-READ
                 END-PERFORM
                 CLOSE RATEIO-FILE
                 DISPLAY 'Allocation table loaded: ' WS-RT-QTD
                     ' entries.'
                 IF TABELA-ESTOUROU
                    DISPLAY 'RATEIO.DAT holds more entries than this '
                        'program can table - allocation disabled so '
                        'no rule is dropped.'
                    SET PROCESSO-ERRO TO TRUE
                 END-IF
           END-EVALUATE.
      *****************************************************************
       310-GUARDAR-REGRA SECTION.
           IF RT-ORIGEM = SPACES OR
              RT-DESTINO = SPACES OR
              RT-DATA-VIGENCIA-X NOT NUMERIC OR
              RT-PERCENTUAL-X NOT NUMERIC
              DISPLAY 'Allocation entry ignored (bad format): '
                  RT-ORIGEM ' ' RT-DESTINO
              ADD 1 TO WS-RT-IGNORADAS
           ELSE
              IF RT-PERCENTUAL = ZEROS
                 DISPLAY 'Allocation entry ignored (zero percent): '
                     RT-ORIGEM ' ' RT-DESTINO
                 ADD 1 TO WS-RT-IGNORADAS
              ELSE
                 IF WS-RT-QTD < 500
                    ADD 1 TO WS-RT-QTD
                    MOVE RT-ORIGEM TO WS-RT-ORIGEM(WS-RT-QTD)
                    MOVE RT-DATA-VIGENCIA TO WS-RT-VIGENCIA(WS-RT-QTD)
                    MOVE RT-DESTINO TO WS-RT-DESTINO(WS-RT-QTD)
                    MOVE RT-PERCENTUAL TO WS-RT-PERCENTUAL(WS-RT-QTD)
                 ELSE
                    SET TABELA-ESTOUROU TO TRUE
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       320-CARREGAR-CCUSTOS SECTION.
           MOVE ZEROS TO WS-CM-QTD.
           MOVE 'N' TO WS-CM-CARREGADO.
           MOVE 'N' TO WS-CM-ESTOURO.
           OPEN INPUT CCUSTOS-FILE.
           EVALUATE TRUE
              WHEN WS-CCUSTOS-STATUS = '35'
                 DISPLAY 'No cost-center master (CCUSTOS.DAT) - '
                     'allocation targets not checked.'
              WHEN WS-CCUSTOS-STATUS NOT = '00'
                 DISPLAY 'Unable to open CCUSTOS.DAT, status: '
                     WS-CCUSTOS-STATUS
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ CCUSTOS-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          IF WS-CM-QTD < 1000
                             ADD 1 TO WS-CM-QTD
                             MOVE CM-CODIGO
                                 TO WS-CM-CODIGO(WS-CM-QTD)
                             MOVE CM-FILIAL
                                 TO WS-CM-FILIAL(WS-CM-QTD)
                             MOVE CM-SITUACAO
                                 TO WS-CM-SITUACAO(WS-CM-QTD)
                          ELSE
                             SET CCUSTOS-ESTOURARAM TO TRUE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CCUSTOS-FILE
                 SET MASTER-CC-CARREGADO TO TRUE
                 IF CCUSTOS-ESTOURARAM
                    DISPLAY 'CCUSTOS.DAT holds more than 1000 cost '
                        'centers - allocation disabled so no target '
                        'is misreported.'
                    SET PROCESSO-ERRO TO TRUE
                 END-IF
           END-EVALUATE.
      *****************************************************************
       330-SITUACAO-CCUSTO SECTION.
           MOVE 'A' TO WS-CC-SITUACAO.
           MOVE SPACES TO WS-CC-FILIAL.
           IF MASTER-CC-CARREGADO
              MOVE '?' TO WS-CC-SITUACAO
              SET WS-CM-IX TO 1
              SEARCH WS-CM-ENT
                 AT END
                    CONTINUE
                 WHEN WS-CM-IX > WS-CM-QTD
                    CONTINUE
                 WHEN WS-CM-CODIGO(WS-CM-IX) = WS-CC-CONSULTA
                    MOVE WS-CM-SITUACAO(WS-CM-IX) TO WS-CC-SITUACAO
                    MOVE WS-CM-FILIAL(WS-CM-IX) TO WS-CC-FILIAL
              END-SEARCH
           END-IF.
      *****************************************************************
       400-CALCULAR-RATEIO SECTION.
           MOVE ZEROS TO WS-LN-QTD.
           MOVE ZEROS TO WS-QTD-RATEADAS.
           MOVE ZEROS TO WS-QTD-INVALIDAS.
           MOVE ZEROS TO WS-QTD-SEM-REGRA.
           MOVE ZEROS TO WS-QTD-ZERADAS.
           MOVE ZEROS TO WS-TOTAL-DEBITOS.
           MOVE ZEROS TO WS-TOTAL-CREDITOS.
           MOVE ZEROS TO WS-TOTAL-NET.
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
               UNTIL WS-SO-IDX > WS-SO-QTD OR PROCESSO-ERRO
              PERFORM 410-AVALIAR-ORIGEM
           END-PERFORM.
           IF PROCESSO-OK
              MOVE WS-QTD-RATEADAS TO WS-QTD-1-ED
              MOVE WS-LN-QTD TO WS-QTD-2-ED
              DISPLAY 'Sources to allocate: ' WS-QTD-1-ED
                  '  lines: ' WS-QTD-2-ED
              IF WS-QTD-INVALIDAS > ZEROS
                 DISPLAY WS-QTD-INVALIDAS ' source(s) with an invalid '
                     'rule NOT allocated - see RATEIO.RPT.'
              END-IF
           END-IF.
      *****************************************************************
       410-AVALIAR-ORIGEM SECTION.
           MOVE ZEROS TO WS-MELHOR-DATA.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-QTD
              IF WS-RT-ORIGEM(WS-RT-IDX) = WS-SO-CCUSTO(WS-SO-IDX) AND
                 WS-RT-VIGENCIA(WS-RT-IDX) <= WS-DATA-RATEIO AND
                 WS-RT-VIGENCIA(WS-RT-IDX) > WS-MELHOR-DATA
                 MOVE WS-RT-VIGENCIA(WS-RT-IDX) TO WS-MELHOR-DATA
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-MELHOR-DATA = ZEROS
                 SET SO-SEM-REGRA(WS-SO-IDX) TO TRUE
                 ADD 1 TO WS-QTD-SEM-REGRA
              WHEN WS-SO-TOTAL(WS-SO-IDX) = ZEROS
                 SET SO-ZERADA(WS-SO-IDX) TO TRUE
                 MOVE WS-MELHOR-DATA TO WS-SO-VIGENCIA(WS-SO-IDX)
                 ADD 1 TO WS-QTD-ZERADAS
              WHEN OTHER
                 MOVE WS-MELHOR-DATA TO WS-SO-VIGENCIA(WS-SO-IDX)
                 PERFORM 420-VALIDAR-REGRA
                 IF SO-REGRA-ERRADA(WS-SO-IDX)
                    ADD 1 TO WS-QTD-INVALIDAS
                 ELSE
                    PERFORM 430-GERAR-LINHAS
                 END-IF
           END-EVALUATE.
      *****************************************************************
       420-VALIDAR-REGRA SECTION.
           SET SO-RATEADA(WS-SO-IDX) TO TRUE.
           MOVE ZEROS TO WS-SOMA-PERCENTUAL.
           MOVE ZEROS TO WS-QTD-DESTINOS.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-QTD
              IF WS-RT-ORIGEM(WS-RT-IDX) = WS-SO-CCUSTO(WS-SO-IDX) AND
                 WS-RT-VIGENCIA(WS-RT-IDX) = WS-MELHOR-DATA
                 ADD 1 TO WS-QTD-DESTINOS
                 ADD WS-RT-PERCENTUAL(WS-RT-IDX) TO WS-SOMA-PERCENTUAL
                 MOVE WS-RT-DESTINO(WS-RT-IDX) TO WS-CC-CONSULTA
                 PERFORM 330-SITUACAO-CCUSTO
                 EVALUATE TRUE
                    WHEN NOT SO-RATEADA(WS-SO-IDX)
                       CONTINUE
                    WHEN WS-CC-CONSULTA = WS-SO-CCUSTO(WS-SO-IDX)
                       SET SO-REGRA-ERRADA(WS-SO-IDX) TO TRUE
                       MOVE 'TARGET EQUALS SOURCE'
                           TO WS-SO-MOTIVO(WS-SO-IDX)
                    WHEN WS-CC-SITUACAO = '?'
                       SET SO-REGRA-ERRADA(WS-SO-IDX) TO TRUE
                       STRING 'TARGET ' DELIMITED BY SIZE
                           WS-CC-CONSULTA DELIMITED BY SIZE
                           ' NOT ON COST-CENTER MASTER'
                           DELIMITED BY SIZE
                           INTO WS-SO-MOTIVO(WS-SO-IDX)
                       END-STRING
                    WHEN WS-CC-SITUACAO = 'F'
                       SET SO-REGRA-ERRADA(WS-SO-IDX) TO TRUE
                       STRING 'TARGET ' DELIMITED BY SIZE
                           WS-CC-CONSULTA DELIMITED BY SIZE
                           ' IS CLOSED' DELIMITED BY SIZE
                           INTO WS-SO-MOTIVO(WS-SO-IDX)
                       END-STRING
                 END-EVALUATE
              END-IF
           END-PERFORM.
           IF SO-RATEADA(WS-SO-IDX) AND
              WS-SOMA-PERCENTUAL NOT = 100
              SET SO-REGRA-ERRADA(WS-SO-IDX) TO TRUE
              MOVE WS-SOMA-PERCENTUAL TO WS-SOMA-ED
              STRING 'PERCENTAGES TOTAL ' DELIMITED BY SIZE
                  WS-SOMA-ED DELIMITED BY SIZE
                  ' - MUST BE 100' DELIMITED BY SIZE
                  INTO WS-SO-MOTIVO(WS-SO-IDX)
              END-STRING
           END-IF.
           IF SO-RATEADA(WS-SO-IDX) AND
              WS-LN-QTD + WS-QTD-DESTINOS + 1 > 2000
              DISPLAY 'Allocation line table full at source '
                  WS-SO-CCUSTO(WS-SO-IDX) ' - nothing generated.'
              SET PROCESSO-ERRO TO TRUE
           END-IF.
      *****************************************************************
       430-GERAR-LINHAS SECTION.
           ADD 1 TO WS-QTD-RATEADAS.
           COMPUTE WS-SO-LN-INI(WS-SO-IDX) = WS-LN-QTD + 1.
           MOVE ZEROS TO WS-SOMA-RATEADA.
           MOVE ZEROS TO WS-MAIOR-PERCENTUAL.
           MOVE ZEROS TO WS-LN-MAIOR.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-QTD
              IF WS-RT-ORIGEM(WS-RT-IDX) = WS-SO-CCUSTO(WS-SO-IDX) AND
                 WS-RT-VIGENCIA(WS-RT-IDX) = WS-MELHOR-DATA
                 ADD 1 TO WS-LN-QTD
                 MOVE 'D' TO WS-LN-TIPO(WS-LN-QTD)
                 MOVE WS-RT-DESTINO(WS-RT-IDX)
                     TO WS-LN-CCUSTO(WS-LN-QTD)
                 MOVE WS-RT-PERCENTUAL(WS-RT-IDX)
                     TO WS-LN-PERCENTUAL(WS-LN-QTD)
                 COMPUTE WS-LN-VALOR(WS-LN-QTD) ROUNDED =
                     WS-SO-TOTAL(WS-SO-IDX) *
                     WS-RT-PERCENTUAL(WS-RT-IDX) / 100
                 ADD WS-LN-VALOR(WS-LN-QTD) TO WS-SOMA-RATEADA
                 IF WS-RT-PERCENTUAL(WS-RT-IDX) > WS-MAIOR-PERCENTUAL
                    MOVE WS-RT-PERCENTUAL(WS-RT-IDX)
                        TO WS-MAIOR-PERCENTUAL
                    MOVE WS-LN-QTD TO WS-LN-MAIOR
                 END-IF
              END-IF
           END-PERFORM.
           COMPUTE WS-RESTO = WS-SO-TOTAL(WS-SO-IDX) - WS-SOMA-RATEADA.
           ADD WS-RESTO TO WS-LN-VALOR(WS-LN-MAIOR).
           ADD 1 TO WS-LN-QTD.
           MOVE 'C' TO WS-LN-TIPO(WS-LN-QTD).
           MOVE WS-SO-CCUSTO(WS-SO-IDX) TO WS-LN-CCUSTO(WS-LN-QTD).
           MOVE ZEROS TO WS-LN-PERCENTUAL(WS-LN-QTD).
           COMPUTE WS-LN-VALOR(WS-LN-QTD) =
               WS-SO-TOTAL(WS-SO-IDX) * -1.
           MOVE WS-LN-QTD TO WS-SO-LN-FIM(WS-SO-IDX).
           MOVE ZEROS TO WS-SO-NET(WS-SO-IDX).
           PERFORM VARYING WS-LN-IDX FROM WS-SO-LN-INI(WS-SO-IDX) BY 1
               UNTIL WS-LN-IDX > WS-SO-LN-FIM(WS-SO-IDX)
              ADD WS-LN-VALOR(WS-LN-IDX) TO WS-SO-NET(WS-SO-IDX)
              IF WS-LN-VALOR(WS-LN-IDX) < ZEROS
                 ADD WS-LN-VALOR(WS-LN-IDX) TO WS-TOTAL-CREDITOS
              ELSE
                 ADD WS-LN-VALOR(WS-LN-IDX) TO WS-TOTAL-DEBITOS
              END-IF
           END-PERFORM.
           ADD WS-SO-NET(WS-SO-IDX) TO WS-TOTAL-NET.
      *****************************************************************
       500-ESCOLHER-SAIDA SECTION.
           DISPLAY 'Output - T = transactions to TRANSACOES.DAT for '
               'the next batch'.
           DISPLAY '         G = GL supplement file GLRATEIO.DAT'.
           DISPLAY '         N = cancel, nothing generated'.
           DISPLAY 'Choose output (T/G/N): '.
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           INSPECT WS-RESPOSTA CONVERTING 'tgn' TO 'TGN'.
           EVALUATE WS-RESPOSTA
              WHEN 'T'
                 DISPLAY 'Write the allocation to TRANSACOES.DAT, '
                     'replacing its contents? (S/N): '
                 ACCEPT WS-RESPOSTA
                 IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                    SET SAIDA-TRANSACOES TO TRUE
                 ELSE
                    DISPLAY 'Allocation cancelled - nothing written.'
                 END-IF
              WHEN 'G'
                 SET SAIDA-GL TO TRUE
              WHEN OTHER
                 DISPLAY 'Allocation cancelled - nothing written.'
           END-EVALUATE.
      *****************************************************************
       600-GRAVAR-RELATORIO SECTION.
           MOVE 'N' TO WS-REL-ABERTO.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-REL-STATUS NOT = '00'
              DISPLAY 'Unable to open RATEIO.RPT, status: '
                  WS-REL-STATUS
           ELSE
              SET RELATORIO-ABERTO TO TRUE
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
              MOVE SPACES TO WS-REL-LINHA
              STRING 'COST ALLOCATION REPORT - RUN ' DELIMITED BY SIZE
                  WS-ALVO-RUN-ID DELIMITED BY SIZE
                  ' PRODUCED ' DELIMITED BY SIZE
                  WS-DATA-HORA(1:4) '-' WS-DATA-HORA(5:2) '-'
                  WS-DATA-HORA(7:2) ' ' WS-DATA-HORA(9:2) ':'
                  WS-DATA-HORA(11:2) DELIMITED BY SIZE
                  INTO WS-REL-LINHA
              END-STRING
              PERFORM 690-GRAVAR-LINHA
              MOVE SPACES TO WS-REL-LINHA
              STRING 'RULES AS OF ' DELIMITED BY SIZE
                  WS-ALVO-DATA DELIMITED BY SIZE
                  '  ALLOCATED BY ' DELIMITED BY SIZE
                  LS-OPERADOR-ID DELIMITED BY SIZE
                  ' IN RUN ' DELIMITED BY SIZE
                  LS-RUN-ID DELIMITED BY SIZE
                  INTO WS-REL-LINHA
              END-STRING
              PERFORM 690-GRAVAR-LINHA
              MOVE '-------------------------------------------------'
                  TO WS-REL-LINHA
              PERFORM 690-GRAVAR-LINHA
              PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                  UNTIL WS-SO-IDX > WS-SO-QTD
                 IF NOT SO-SEM-REGRA(WS-SO-IDX)
                    PERFORM 610-RELATAR-ORIGEM
                 END-IF
              END-PERFORM
              PERFORM 620-RELATAR-TOTAIS
              CLOSE RELATORIO-FILE
              MOVE 'N' TO WS-REL-ABERTO
           END-IF.
      *****************************************************************
       610-RELATAR-ORIGEM SECTION.
           MOVE WS-SO-TOTAL(WS-SO-IDX) TO WS-VALOR-ED.
           MOVE SPACES TO WS-REL-LINHA.
           STRING 'SOURCE ' DELIMITED BY SIZE
               WS-SO-CCUSTO(WS-SO-IDX) DELIMITED BY SIZE
               ' RUN TOTAL ' DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               '  RULE EFFECTIVE ' DELIMITED BY SIZE
               WS-SO-VIGENCIA(WS-SO-IDX) DELIMITED BY SIZE
               INTO WS-REL-LINHA.
           PERFORM 690-GRAVAR-LINHA.
           EVALUATE TRUE
              WHEN SO-ZERADA(WS-SO-IDX)
                 MOVE '   NOTHING TO ALLOCATE - ZERO TOTAL'
                     TO WS-REL-LINHA
                 PERFORM 690-GRAVAR-LINHA
              WHEN SO-REGRA-ERRADA(WS-SO-IDX)
                 MOVE SPACES TO WS-REL-LINHA
                 STRING '   *** NOT ALLOCATED - ' DELIMITED BY SIZE
                     WS-SO-MOTIVO(WS-SO-IDX) DELIMITED BY SIZE
                     INTO WS-REL-LINHA
                 END-STRING
                 PERFORM 690-GRAVAR-LINHA
              WHEN OTHER
                 PERFORM VARYING WS-LN-IDX
                     FROM WS-SO-LN-INI(WS-SO-IDX) BY 1
                     UNTIL WS-LN-IDX > WS-SO-LN-FIM(WS-SO-IDX)
                    MOVE WS-LN-VALOR(WS-LN-IDX) TO WS-VALOR-ED
                    MOVE SPACES TO WS-REL-LINHA
                    IF WS-LN-TIPO(WS-LN-IDX) = 'D'
                       MOVE WS-LN-PERCENTUAL(WS-LN-IDX)
                           TO WS-PERCENTUAL-ED
                       STRING '   TARGET ' DELIMITED BY SIZE
                           WS-LN-CCUSTO(WS-LN-IDX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-PERCENTUAL-ED DELIMITED BY SIZE
                           '%  ' DELIMITED BY SIZE
                           WS-VALOR-ED DELIMITED BY SIZE
                           INTO WS-REL-LINHA
                       END-STRING
                    ELSE
                       STRING '   SOURCE ' DELIMITED BY SIZE
                           WS-LN-CCUSTO(WS-LN-IDX) DELIMITED BY SIZE
                           ' OFFSET   ' DELIMITED BY SIZE
                           WS-VALOR-ED DELIMITED BY SIZE
                           INTO WS-REL-LINHA
                       END-STRING
                    END-IF
                    PERFORM 690-GRAVAR-LINHA
                 END-PERFORM
                 MOVE WS-SO-NET(WS-SO-IDX) TO WS-VALOR-ED
                 MOVE SPACES TO WS-REL-LINHA
                 IF WS-SO-NET(WS-SO-IDX) = ZEROS
                    STRING '   NET ' DELIMITED BY SIZE
                        WS-SO-CCUSTO(WS-SO-IDX) DELIMITED BY SIZE
                        '           ' DELIMITED BY SIZE
                        WS-VALOR-ED DELIMITED BY SIZE
                        '  BALANCED' DELIMITED BY SIZE
                        INTO WS-REL-LINHA
                    END-STRING
                 ELSE
                    STRING '   NET ' DELIMITED BY SIZE
                        WS-SO-CCUSTO(WS-SO-IDX) DELIMITED BY SIZE
                        '           ' DELIMITED BY SIZE
                        WS-VALOR-ED DELIMITED BY SIZE
                        '  *** OUT OF BALANCE ***' DELIMITED BY SIZE
                        INTO WS-REL-LINHA
                    END-STRING
                 END-IF
                 PERFORM 690-GRAVAR-LINHA
           END-EVALUATE.
      *****************************************************************
       620-RELATAR-TOTAIS SECTION.
           MOVE '-------------------------------------------------'
               TO WS-REL-LINHA.
           PERFORM 690-GRAVAR-LINHA.
           MOVE WS-QTD-RATEADAS TO WS-QTD-ED.
           MOVE SPACES TO WS-REL-LINHA.
           STRING 'SOURCES ALLOCATED..........: ' DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO WS-REL-LINHA.
           PERFORM 690-GRAVAR-LINHA.
           MOVE WS-QTD-INVALIDAS TO WS-QTD-ED.
           MOVE SPACES TO WS-REL-LINHA.
           STRING 'SOURCES WITH INVALID RULE..: ' DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO WS-REL-LINHA.
           PERFORM 690-GRAVAR-LINHA.
           MOVE WS-QTD-ZERADAS TO WS-QTD-ED.
           MOVE SPACES TO WS-REL-LINHA.
           STRING 'SOURCES WITH ZERO TOTAL....: ' DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO WS-REL-LINHA.
           PERFORM 690-GRAVAR-LINHA.
           MOVE WS-QTD-SEM-REGRA TO WS-QTD-ED.
           MOVE SPACES TO WS-REL-LINHA.
           STRING 'COST CENTERS WITHOUT RULE..: ' DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO WS-REL-LINHA.
           PERFORM 690-GRAVAR-LINHA.
           MOVE WS-TOTAL-DEBITOS TO WS-HASH-ED.
           MOVE SPACES TO WS-REL-LINHA.
           STRING 'TOTAL TO TARGETS...........: ' DELIMITED BY SIZE
               WS-HASH-ED DELIMITED BY SIZE
               INTO WS-REL-LINHA.
           PERFORM 690-GRAVAR-LINHA.
           MOVE WS-TOTAL-CREDITOS TO WS-HASH-ED.
           MOVE SPACES TO WS-REL-LINHA.
           STRING 'TOTAL OFF SOURCES..........: ' DELIMITED BY SIZE
               WS-HASH-ED DELIMITED BY SIZE
               INTO WS-REL-LINHA.
           PERFORM 690-GRAVAR-LINHA.
           MOVE WS-TOTAL-NET TO WS-HASH-ED.
           MOVE SPACES TO WS-REL-LINHA.
           STRING 'NET OF ALL LINES...........: ' DELIMITED BY SIZE
               WS-HASH-ED DELIMITED BY SIZE
               INTO WS-REL-LINHA.
           PERFORM 690-GRAVAR-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           EVALUATE TRUE
              WHEN SAIDA-TRANSACOES
                 MOVE WS-QTD-GERADAS TO WS-QTD-ED
                 STRING 'OUTPUT.....................: '
                     DELIMITED BY SIZE
                     WS-QTD-ED DELIMITED BY SIZE
                     ' RECORD(S) TO TRANSACOES.DAT' DELIMITED BY SIZE
                     INTO WS-REL-LINHA
                 END-STRING
              WHEN SAIDA-GL
                 MOVE WS-QTD-GERADAS TO WS-QTD-ED
                 STRING 'OUTPUT.....................: '
                     DELIMITED BY SIZE
                     WS-QTD-ED DELIMITED BY SIZE
                     ' LINE(S) TO GLRATEIO.DAT' DELIMITED BY SIZE
                     INTO WS-REL-LINHA
                 END-STRING
              WHEN OTHER
                 MOVE 'OUTPUT.....................: NONE - NOTHING '
                     TO WS-REL-LINHA
                 MOVE 'GENERATED' TO WS-REL-LINHA(46:9)
           END-EVALUATE.
           PERFORM 690-GRAVAR-LINHA.
      *****************************************************************
       690-GRAVAR-LINHA SECTION.
           IF RELATORIO-ABERTO
              MOVE WS-REL-LINHA TO RELATORIO-RECORD
              WRITE RELATORIO-RECORD
           END-IF.
      *****************************************************************
       700-GRAVAR-TRANSACOES SECTION.
           MOVE ZEROS TO WS-QTD-NECESSARIAS.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-QTD
              PERFORM 720-VALOR-ABSOLUTO
              IF WS-VALOR-ABS = ZEROS
                 ADD 1 TO WS-QTD-NECESSARIAS
              END-IF
              PERFORM UNTIL WS-VALOR-ABS = ZEROS
                 ADD 1 TO WS-QTD-NECESSARIAS
                 IF WS-VALOR-ABS > WS-LIMITE-REGISTRO
                    SUBTRACT WS-LIMITE-REGISTRO FROM WS-VALOR-ABS
                 ELSE
                    MOVE ZEROS TO WS-VALOR-ABS
                 END-IF
              END-PERFORM
           END-PERFORM.
           IF WS-SEQ-BASE + WS-QTD-NECESSARIAS > 999
              DISPLAY 'Allocation needs ' WS-QTD-NECESSARIAS
                  ' transaction IDs and only '
                  'the range 9MMDD001-9MMDD999 is available per '
                  'business date - use the GL supplement instead.'
              SET SAIDA-NENHUMA TO TRUE
           ELSE
              PERFORM 710-ABRIR-TRANSACOES
           END-IF.
      *****************************************************************
       710-ABRIR-TRANSACOES SECTION.
           MOVE ZEROS TO WS-QTD-GERADAS.
           MOVE ZEROS TO WS-HASH-OPERANDOS.
           MOVE WS-SEQ-BASE TO WS-SEQ-ID.
           MOVE LS-DATA-NEGOCIO TO WS-DATA-TRAB.
           OPEN OUTPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = '00'
              DISPLAY 'Unable to open TRANSACOES.DAT, status: '
                  WS-TRANS-STATUS
              SET SAIDA-NENHUMA TO TRUE
           ELSE
              MOVE SPACES TO TRANS-HEADER-REG
              MOVE 'H' TO TH-TIPO-REG
              MOVE LS-DATA-NEGOCIO TO TH-DATA-MOVTO
              WRITE TRANS-HEADER-REG
              PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                  UNTIL WS-LN-IDX > WS-LN-QTD
                 PERFORM 720-VALOR-ABSOLUTO
                 IF WS-VALOR-ABS = ZEROS
                    MOVE ZEROS TO WS-VALOR-PARTE
                    PERFORM 730-GERAR-DETALHE
                 END-IF
                 PERFORM UNTIL WS-VALOR-ABS = ZEROS
                    IF WS-VALOR-ABS > WS-LIMITE-REGISTRO
                       MOVE WS-LIMITE-REGISTRO TO WS-VALOR-PARTE
                    ELSE
                       MOVE WS-VALOR-ABS TO WS-VALOR-PARTE
                    END-IF
                    SUBTRACT WS-VALOR-PARTE FROM WS-VALOR-ABS
                    PERFORM 730-GERAR-DETALHE
                 END-PERFORM
              END-PERFORM
              MOVE 'T' TO TT-TIPO-REG
              MOVE WS-QTD-GERADAS TO TT-QTD-REGISTROS
              MOVE WS-HASH-OPERANDOS TO TT-HASH-OPERANDOS
              WRITE TRANS-TRAILER-REG
              CLOSE TRANS-FILE
              MOVE 'TRANS' TO WS-SAIDA-NOME
              DISPLAY 'Generated ' WS-QTD-GERADAS ' transaction(s) '
                  'to TRANSACOES.DAT.'
           END-IF.
      *****************************************************************
       720-VALOR-ABSOLUTO SECTION.
           IF WS-LN-VALOR(WS-LN-IDX) < ZEROS
              COMPUTE WS-VALOR-ABS = WS-LN-VALOR(WS-LN-IDX) * -1
           ELSE
              MOVE WS-LN-VALOR(WS-LN-IDX) TO WS-VALOR-ABS
           END-IF.
      *****************************************************************
       730-GERAR-DETALHE SECTION.
           ADD 1 TO WS-SEQ-ID.
           MOVE SPACES TO TRANS-RECORD.
           MOVE 'D' TO TG-TIPO-REG.
           IF WS-LN-VALOR(WS-LN-IDX) < ZEROS
              MOVE '-' TO TG-OP1-SINAL
           ELSE
              MOVE '+' TO TG-OP1-SINAL
           END-IF.
           MOVE WS-VALOR-PARTE TO TG-OP1-VALOR.
           MOVE '+' TO TG-OP2-SINAL.
           MOVE ZEROS TO TG-OP2-VALOR.
           MOVE '+' TO TG-OPERADOR.
           COMPUTE TG-ID = 90000000 + WS-DP-MES * 100000
               + WS-DP-DIA * 1000 + WS-SEQ-ID.
           MOVE SPACE TO TG-MEMORIA.
           MOVE WS-LN-CCUSTO(WS-LN-IDX) TO TG-CCUSTO.
           WRITE TRANS-RECORD.
           ADD 1 TO WS-QTD-GERADAS.
           ADD WS-VALOR-PARTE TO WS-HASH-OPERANDOS
              ON SIZE ERROR
                 DISPLAY 'Hash total overflow generating allocation.'
           END-ADD.
      *****************************************************************
       750-GRAVAR-GL SECTION.
           MOVE ZEROS TO WS-QTD-GERADAS.
           MOVE ZEROS TO WS-GL-HASH.
           IF WS-SEQ-BASE + WS-LN-QTD > 999
              DISPLAY 'Allocation needs ' WS-LN-QTD ' GL line IDs and '
                  'only the range 9MMDD001-9MMDD999 is available per '
                  'business date - nothing written.'
              SET SAIDA-NENHUMA TO TRUE
           ELSE
              MOVE WS-SEQ-BASE TO WS-SEQ-ID
              MOVE LS-DATA-NEGOCIO TO WS-DATA-TRAB
              OPEN EXTEND GLHIST-FILE
              IF WS-GLH-STATUS = '05' OR WS-GLH-STATUS = '35'
                 OPEN OUTPUT GLHIST-FILE
              END-IF
              IF WS-GLH-STATUS NOT = '00' AND WS-GLH-STATUS NOT = '05'
                 DISPLAY 'Unable to open GLHIST.DAT, status: '
                     WS-GLH-STATUS
                 SET SAIDA-NENHUMA TO TRUE
              ELSE
                 OPEN OUTPUT GLRATEIO-FILE
                 IF WS-GLR-STATUS NOT = '00'
                    DISPLAY 'Unable to open GLRATEIO.DAT, status: '
                        WS-GLR-STATUS
                    CLOSE GLHIST-FILE
                    SET SAIDA-NENHUMA TO TRUE
                 END-IF
              END-IF
              IF NOT SAIDA-NENHUMA
                 MOVE 'H' TO GH-TIPO
                 MOVE LS-DATA-NEGOCIO TO GH-DATA
                 MOVE 'CALCALOC' TO GH-SISTEMA
                 MOVE WS-ALVO-RUN-ID TO GH-RUN-ID
                 WRITE GL-HEADER-REG
                 PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                     UNTIL WS-LN-IDX > WS-LN-QTD
                    PERFORM 760-GRAVAR-LINHA-GL
                 END-PERFORM
                 MOVE 'T' TO GT-TIPO
                 MOVE WS-QTD-GERADAS TO GT-QTD
                 MOVE WS-GL-HASH TO GT-HASH
                 WRITE GL-TRAILER-REG
                 CLOSE GLRATEIO-FILE
                 CLOSE GLHIST-FILE
                 MOVE 'GL' TO WS-SAIDA-NOME
                 MOVE WS-GL-HASH TO WS-HASH-ED
                 DISPLAY 'Generated ' WS-QTD-GERADAS ' GL line(s) to '
                     'GLRATEIO.DAT, hash ' WS-HASH-ED
                 MOVE 'G' TO WS-SP-FUNCAO
                 MOVE SPACES TO WS-SP-RUN-ALVO
                 CALL 'SALDO-PER' USING WS-SP-FUNCAO, LS-DATA-NEGOCIO,
                     WS-SP-RUN-ALVO, WS-SP-STATUS
              END-IF
           END-IF.
      *****************************************************************
       760-GRAVAR-LINHA-GL SECTION.
           ADD 1 TO WS-SEQ-ID.
           MOVE 'D' TO GD-TIPO.
           COMPUTE GD-ID = 90000000 + WS-DP-MES * 100000
               + WS-DP-DIA * 1000 + WS-SEQ-ID.
           MOVE WS-LN-CCUSTO(WS-LN-IDX) TO GD-CCUSTO.
           MOVE WS-LN-VALOR(WS-LN-IDX) TO GD-VALOR.
           WRITE GL-DETALHE-REG.
           ADD 1 TO WS-QTD-GERADAS.
           ADD GD-VALOR TO WS-GL-HASH
              ON SIZE ERROR
                 DISPLAY 'GL allocation hash total overflow.'
           END-ADD.
           MOVE LS-RUN-ID TO GX-RUN-ID.
           MOVE GD-ID TO GX-ID.
           MOVE GD-CCUSTO TO GX-CCUSTO.
           MOVE GD-CCUSTO TO WS-CC-CONSULTA.
           PERFORM 330-SITUACAO-CCUSTO.
           MOVE WS-CC-FILIAL TO GX-FILIAL.
           MOVE GD-VALOR TO GX-VALOR.
           MOVE WS-ALVO-RUN-ID TO GX-RUN-ORIGEM.
           WRITE GLHIST-RECORD.
      *****************************************************************
       800-MARCAR-RATEADO SECTION.
           MOVE SPACES TO WS-HIST-LINHA.
           STRING 'RUN ' DELIMITED BY SIZE
               WS-ALVO-RUN-ID DELIMITED BY SIZE
               ' ALLOCATED ' DELIMITED BY SIZE
               WS-DATA-NEGOCIO-X DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               LS-RUN-ID DELIMITED BY SIZE
               ' OUTPUT ' DELIMITED BY SIZE
               WS-SAIDA-NOME DELIMITED BY SIZE
               ' LINES ' DELIMITED BY SIZE
               WS-QTD-GERADAS DELIMITED BY SIZE
               ' OPER ' DELIMITED BY SIZE
               LS-OPERADOR-ID DELIMITED BY SIZE
               INTO WS-HIST-LINHA.
           OPEN EXTEND HISTORICO-FILE.
           IF WS-HIST-STATUS = '05' OR WS-HIST-STATUS = '35'
              OPEN OUTPUT HISTORICO-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
              DISPLAY 'Unable to extend HISTORICO.DAT, status: '
                  WS-HIST-STATUS
              DISPLAY 'Run NOT marked as allocated in the history - '
                  'add the line by hand before allocating again.'
           ELSE
              MOVE WS-HIST-LINHA TO HISTORICO-RECORD
              WRITE HISTORICO-RECORD
              CLOSE HISTORICO-FILE
           END-IF.
      *****************************************************************
       850-REGISTRAR-AUDITORIA SECTION.
           MOVE SPACES TO WS-AUDIT-EVENTO.
           STRING 'COST ALLOC RUN=' DELIMITED BY SIZE
               WS-ALVO-RUN-ID DELIMITED BY SIZE
               ' SOURCES=' DELIMITED BY SIZE
               WS-QTD-RATEADAS DELIMITED BY SIZE
               ' LINES=' DELIMITED BY SIZE
               WS-QTD-GERADAS DELIMITED BY SIZE
               ' OUTPUT=' DELIMITED BY SIZE
               WS-SAIDA-NOME DELIMITED BY SIZE
               INTO WS-AUDIT-EVENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           STRING WS-DATA-HORA(1:4) '-' WS-DATA-HORA(5:2) '-'
               WS-DATA-HORA(7:2) ' ' WS-DATA-HORA(9:2) ':'
               WS-DATA-HORA(11:2) ':' WS-DATA-HORA(13:2)
               DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP.
           MOVE SPACES TO WS-AUDIT-LINHA.
           STRING LS-RUN-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
               ' OPER=' DELIMITED BY SIZE
               LS-OPERADOR-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AUDIT-EVENTO DELIMITED BY SIZE
               INTO WS-AUDIT-LINHA.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '05'
              MOVE WS-AUDIT-LINHA TO AUDIT-LOG-RECORD
              WRITE AUDIT-LOG-RECORD
              CLOSE AUDIT-LOG-FILE
           ELSE
              DISPLAY 'Unable to open AUDITORIA.LOG, status: '
                  WS-AUDIT-STATUS
           END-IF.

      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. LOTE-ESTORNO.
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
           SELECT MESTHIST-FILE ASSIGN TO "MESTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MH-STATUS.
           SELECT GLHIST-FILE ASSIGN TO "GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-STATUS.
           SELECT GLESTORNO-FILE ASSIGN TO "GLESTORNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLE-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ESTORNO-FILE ASSIGN TO "ESTORNO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PENDENTES-FILE ASSIGN TO "PENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PENDNOVO-FILE ASSIGN TO "PENDNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDN-STATUS.
           SELECT MESTRE-FILE ASSIGN TO "MESTRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ID
               FILE STATUS IS WS-MESTRE-STATUS.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  MESTHIST-FILE.
       01  MESTHIST-RECORD.
           05 MH-ID         PIC 9(08).
           05 MH-ID-X REDEFINES MH-ID PIC X(08).
           05 MH-RUN-ID     PIC X(13).
           05 MH-DATA-MOVTO PIC 9(08).
           05 MH-OPERANDO-1 PIC S9(06)V99 SIGN IS LEADING SEPARATE.
           05 MH-OPERANDO-2 PIC S9(06)V99 SIGN IS LEADING SEPARATE.
           05 MH-OPERADOR   PIC X(01).
           05 MH-RESULTADO  PIC S9(06)V99 SIGN IS LEADING SEPARATE.
           05 MH-STATUS     PIC X(01).
       FD  GLHIST-FILE.
       01  GLHIST-RECORD.
           05 GX-RUN-ID     PIC X(13).
           05 GX-ID         PIC 9(08).
           05 GX-CCUSTO     PIC X(04).
           05 GX-FILIAL     PIC X(03).
           05 GX-VALOR      PIC S9(09)V99 SIGN IS LEADING SEPARATE.
           05 GX-RUN-ORIGEM PIC X(13).
       FD  PENDENTES-FILE.
       01  PENDENTE-RECORD.
           05 PD-RUN-ID     PIC X(13).
           05 PD-ID         PIC 9(08).
           05 PD-CCUSTO     PIC X(04).
           05 PD-FILIAL     PIC X(03).
           05 PD-VALOR      PIC S9(09)V99 SIGN IS LEADING SEPARATE.
           05 PD-LIMITE     PIC 9(09)V99.
           05 PD-OPERADOR   PIC X(08).
           05 PD-DATA       PIC 9(08).
           05 PD-SITUACAO   PIC X(01).
           05 PD-DECISOR    PIC X(08).
           05 PD-DATA-DEC   PIC 9(08).
           05 PD-RUN-EXTR   PIC X(13).
       FD  PENDNOVO-FILE.
       01  PENDNOVO-RECORD PIC X(97).
       FD  GLESTORNO-FILE.
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
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD PIC X(160).
       FD  ESTORNO-FILE.
       01  ESTORNO-RECORD PIC X(100).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(120).
       FD  MESTRE-FILE.
       01  MESTRE-RECORD.
           05 RM-ID         PIC 9(08).
           05 RM-OPERANDO-1 PIC S9(06)V99 SIGN IS LEADING SEPARATE.
           05 RM-OPERANDO-2 PIC S9(06)V99 SIGN IS LEADING SEPARATE.
           05 RM-OPERADOR   PIC X(01).
           05 RM-RESULTADO  PIC S9(06)V99 SIGN IS LEADING SEPARATE.
           05 RM-DATA-MOVTO PIC 9(08).
           05 RM-STATUS     PIC X(01).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       77 WS-MH-STATUS PIC X(02) VALUE SPACES.
       77 WS-GLH-STATUS PIC X(02) VALUE SPACES.
       77 WS-GLE-STATUS PIC X(02) VALUE SPACES.
       77 WS-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WS-REL-STATUS PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
       77 WS-MESTRE-STATUS PIC X(02) VALUE SPACES.
       77 WS-PEND-STATUS PIC X(02) VALUE SPACES.
       77 WS-PENDN-STATUS PIC X(02) VALUE SPACES.
       77 WS-GX-ORIGEM PIC X(13) VALUE SPACES.
       77 WS-QTD-CANCELADOS PIC 9(06) VALUE ZEROS.
       77 WS-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WS-PROCESSO-OK PIC X(01) VALUE 'S'.
           88 PROCESSO-OK VALUE 'S'.
           88 PROCESSO-ERRO VALUE 'N'.
       77 WS-MESTRE-ABERTO PIC X(01) VALUE 'N'.
           88 MESTRE-ABERTO VALUE 'S'.
       77 WS-REL-ABERTO PIC X(01) VALUE 'N'.
           88 RELATORIO-ABERTO VALUE 'S'.
       77 WS-AUDIT-ABERTO PIC X(01) VALUE 'N'.
           88 AUDITORIA-ABERTA VALUE 'S'.
       77 WS-RESPOSTA PIC X(01) VALUE SPACE.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.
       77 WS-AUDIT-TIMESTAMP PIC X(19) VALUE SPACES.
       77 WS-AUDIT-LINHA PIC X(120) VALUE SPACES.
       77 WS-AUDIT-EVENTO PIC X(80) VALUE SPACES.
       77 WS-EVENTO-ID PIC X(60) VALUE SPACES.
       77 WS-REL-LINHA PIC X(100) VALUE SPACES.
       77 WS-HIST-LINHA PIC X(160) VALUE SPACES.

       01  WS-ALVO-RUN-ID.
           05 WS-ALVO-DATA  PIC X(08).
           05 WS-ALVO-TRACO PIC X(01).
           05 WS-ALVO-NUM   PIC X(04).
       77 WS-ALVO-HIST PIC X(01) VALUE 'N'.
           88 ALVO-NO-HISTORICO VALUE 'S'.
       77 WS-ALVO-ESTORNADO PIC X(01) VALUE 'N'.
           88 ALVO-JA-ESTORNADO VALUE 'S'.
       77 WS-ALVO-RATEADO PIC X(01) VALUE 'N'.
           88 ALVO-JA-RATEADO VALUE 'S'.
       77 WS-HIST-RUN-ID PIC X(13) VALUE SPACES.
       77 WS-RUN-PROC PIC X(13) VALUE SPACES.

       77 WS-EX-QTD PIC 9(03) VALUE ZEROS.
       77 WS-EX-IDX PIC 9(03) VALUE ZEROS.
       77 WS-EX-ACHOU PIC X(01) VALUE 'N'.
           88 RUN-ESTORNADO VALUE 'S'.
       01  WS-EX-TABELA.
           05 WS-EX-RUN-ID PIC X(13) OCCURS 500 TIMES.

       77 WS-DT-QTD PIC 9(03) VALUE ZEROS.
       77 WS-DT-IDX PIC 9(03) VALUE ZEROS.
       77 WS-DT-POSTADAS PIC 9(03) VALUE ZEROS.
       01  WS-DT-TABELA.
           05 WS-DT-RUN-ID PIC X(13) OCCURS 100 TIMES.

       77 WS-ESTOURO PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       77 WS-ES-QTD PIC 9(04) VALUE ZEROS.
       77 WS-ES-IDX PIC 9(04) VALUE ZEROS.
       77 WS-ES-POS PIC 9(04) VALUE ZEROS.
       77 WS-ES-ANT-IDX PIC 9(04) VALUE ZEROS.
       77 WS-ES-ACHOU PIC 9(04) VALUE ZEROS.
       77 WS-POSICAO PIC X(01) VALUE 'N'.
           88 POSICAO-ACHADA VALUE 'S'.
       01  WS-ES-TABELA.
           05 WS-ES-ENT OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-ES-QTD
                  ASCENDING KEY IS WS-ES-ID
                  INDEXED BY WS-ES-IX.
              10 WS-ES-ID            PIC X(08).
              10 WS-ES-VISTO         PIC X(01).
              10 WS-ES-ANTERIOR      PIC X(01).
              10 WS-ES-POSTERIOR     PIC X(01).
              10 WS-ES-RUN-POST      PIC X(13).
              10 WS-ES-ANT-RUN       PIC X(13).
              10 WS-ES-ANT-DATA      PIC 9(08).
              10 WS-ES-ANT-OP1       PIC S9(06)V99.
              10 WS-ES-ANT-OP2       PIC S9(06)V99.
              10 WS-ES-ANT-OPERADOR  PIC X(01).
              10 WS-ES-ANT-RESULTADO PIC S9(06)V99.
              10 WS-ES-ANT-STATUS    PIC X(01).

       77 WS-QTD-RESTAURAR PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXCLUIR PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MANTER PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RESTAURADOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXCLUIDOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MANTIDOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-AUSENTES PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FALHAS PIC 9(06) VALUE ZEROS.
       77 WS-GL-QTD PIC 9(06) VALUE ZEROS.
       77 WS-GL-HASH PIC S9(11)V99 VALUE ZEROS.
       77 WS-GL-ORIGINAL PIC S9(11)V99 VALUE ZEROS.
       77 WS-SP-FUNCAO PIC X(01) VALUE SPACE.
       77 WS-SP-STATUS PIC X(01) VALUE SPACE.

       77 WS-QTD-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-VALOR-ED PIC -(6)9,99 VALUE ZEROS.
       77 WS-HASH-ED PIC -(11)9,99 VALUE ZEROS.
       77 WS-QTD-1-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-QTD-2-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-QTD-3-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-QTD-4-ED PIC Z(05)9 VALUE ZEROS.
      *****************************************************************
       LINKAGE SECTION.
      *****************************************************************
       77 LS-RUN-ID PIC X(13).
       77 LS-DATA-NEGOCIO PIC 9(08).
       77 LS-OPERADOR-ID PIC X(08).
       77 LS-LOTE-DATA PIC 9(08).
       77 LS-LOTE-STATUS PIC X(01).
      *****************************************************************
       PROCEDURE DIVISION USING LS-RUN-ID LS-DATA-NEGOCIO
               LS-OPERADOR-ID LS-LOTE-DATA LS-LOTE-STATUS.
      *****************************************************************
       000-ESTORNAR-LOTE SECTION.
           SET PROCESSO-OK TO TRUE.
           PERFORM 100-PEDIR-RUN-ID.
           IF PROCESSO-OK
              PERFORM 200-LER-HISTORICO
           END-IF.
           IF PROCESSO-OK
              PERFORM 300-COLETAR-IDS
           END-IF.
           IF PROCESSO-OK
              PERFORM 400-LOCALIZAR-VERSOES
              PERFORM 450-CONTAR-GL
              PERFORM 500-CONFIRMAR-ESTORNO
           END-IF.
           IF PROCESSO-OK
              PERFORM 600-RESTAURAR-MESTRE
           END-IF.
           IF PROCESSO-OK
              PERFORM 700-GRAVAR-GL-ESTORNO
              MOVE 'E' TO WS-SP-FUNCAO
              CALL 'SALDO-PER' USING WS-SP-FUNCAO, LS-DATA-NEGOCIO,
                  WS-ALVO-RUN-ID, WS-SP-STATUS
              IF WS-SP-STATUS NOT = 'A'
                 SET PROCESSO-ERRO TO TRUE
                 DISPLAY 'Period balances NOT reversed - run '
                     WS-ALVO-RUN-ID ' NOT marked as backed out.'
                 DISPLAY 'Do not send GLESTORNO.DAT; rerun the '
                     'back-out once SALDOS.DAT is available.'
                 MOVE SPACES TO WS-AUDIT-EVENTO
                 STRING 'BACKOUT RUN=' DELIMITED BY SIZE
                     WS-ALVO-RUN-ID DELIMITED BY SIZE
                     ' NOT COMPLETED - PERIOD BALANCES NOT REVERSED'
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-EVENTO
                 END-STRING
                 PERFORM 650-AUDITAR-AVULSO
              END-IF
           END-IF.
           IF PROCESSO-OK
              PERFORM 750-CANCELAR-PENDENTES
              PERFORM 800-MARCAR-ESTORNADO
              DISPLAY 'Run ' WS-ALVO-RUN-ID ' backed out: '
                  WS-QTD-RESTAURADOS ' restored, ' WS-QTD-EXCLUIDOS
                  ' deleted, ' WS-QTD-MANTIDOS ' left unchanged.'
              DISPLAY 'Back-out report written to ESTORNO.RPT, '
                  'reversing GL file to GLESTORNO.DAT.'
           END-IF.
           PERFORM 900-FECHAR-RELATORIO.
           GOBACK.
      *****************************************************************
       100-PEDIR-RUN-ID SECTION.
           DISPLAY 'Run ID to back out (AAAAMMDD-NNNN): '.
           MOVE SPACES TO WS-ALVO-RUN-ID.
           ACCEPT WS-ALVO-RUN-ID.
           IF WS-ALVO-DATA NOT NUMERIC OR
              WS-ALVO-TRACO NOT = '-' OR
              WS-ALVO-NUM NOT NUMERIC
              DISPLAY 'Run ID must be AAAAMMDD-NNNN - nothing backed '
                  'out.'
              SET PROCESSO-ERRO TO TRUE
           END-IF.
      *****************************************************************
       200-LER-HISTORICO SECTION.
           MOVE 'N' TO WS-ALVO-HIST.
           MOVE 'N' TO WS-ALVO-ESTORNADO.
           MOVE 'N' TO WS-ALVO-RATEADO.
           MOVE ZEROS TO WS-EX-QTD.
           MOVE ZEROS TO WS-DT-QTD.
           MOVE 'N' TO WS-ESTOURO.
           OPEN INPUT HISTORICO-FILE.
           IF WS-HIST-STATUS = '00'
              MOVE 'N' TO WS-FIM-ARQUIVO
              PERFORM UNTIL FIM-DO-ARQUIVO
                 READ HISTORICO-FILE
                    AT END
                       SET FIM-DO-ARQUIVO TO TRUE
                    NOT AT END
                       IF HISTORICO-RECORD(1:4) = 'RUN '
                          PERFORM 210-AVALIAR-LINHA-HIST
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORICO-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TABELA-ESTOUROU
                 DISPLAY 'HISTORICO.DAT holds more back-outs than this '
                     'program can table - back-out disabled.'
                 SET PROCESSO-ERRO TO TRUE
              WHEN ALVO-JA-ESTORNADO
                 DISPLAY 'Run ' WS-ALVO-RUN-ID ' was already backed '
                     'out - nothing to do.'
                 SET PROCESSO-ERRO TO TRUE
              WHEN ALVO-JA-RATEADO
                 DISPLAY 'Run ' WS-ALVO-RUN-ID ' was already allocated '
                     '(see HISTORICO.DAT) - back-out refused.'
                 DISPLAY 'Reverse the allocation postings first; '
                     'nothing changed.'
                 SET PROCESSO-ERRO TO TRUE
                 MOVE SPACES TO WS-AUDIT-EVENTO
                 STRING 'BACKOUT RUN=' DELIMITED BY SIZE
                     WS-ALVO-RUN-ID DELIMITED BY SIZE
                     ' REFUSED - RUN ALREADY ALLOCATED'
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-EVENTO
                 END-STRING
                 PERFORM 650-AUDITAR-AVULSO
              WHEN NOT ALVO-NO-HISTORICO
                 DISPLAY 'Run ' WS-ALVO-RUN-ID ' has no completion '
                     'line in HISTORICO.DAT (interrupted run?).'
                 DISPLAY 'Back out whatever it posted anyway? (S/N): '
                 ACCEPT WS-RESPOSTA
                 IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
                    DISPLAY 'Back-out cancelled - nothing changed.'
                    SET PROCESSO-ERRO TO TRUE
                 END-IF
           END-EVALUATE.
      *****************************************************************
       210-AVALIAR-LINHA-HIST SECTION.
           MOVE HISTORICO-RECORD(5:13) TO WS-HIST-RUN-ID.
           IF HISTORICO-RECORD(18:11) = ' BACKED OUT'
              IF WS-HIST-RUN-ID = WS-ALVO-RUN-ID
                 SET ALVO-JA-ESTORNADO TO TRUE
              END-IF
              IF WS-EX-QTD < 500
                 ADD 1 TO WS-EX-QTD
                 MOVE WS-HIST-RUN-ID TO WS-EX-RUN-ID(WS-EX-QTD)
              ELSE
                 SET TABELA-ESTOUROU TO TRUE
              END-IF
           END-IF.
           IF HISTORICO-RECORD(18:11) = ' ALLOCATED ' AND
              WS-HIST-RUN-ID = WS-ALVO-RUN-ID
              SET ALVO-JA-RATEADO TO TRUE
           END-IF.
           IF HISTORICO-RECORD(18:7) = ' START '
              IF WS-HIST-RUN-ID = WS-ALVO-RUN-ID
                 SET ALVO-NO-HISTORICO TO TRUE
              ELSE
                 IF WS-HIST-RUN-ID(1:8) = WS-ALVO-DATA
                    IF WS-DT-QTD < 100
                       ADD 1 TO WS-DT-QTD
                       MOVE WS-HIST-RUN-ID TO WS-DT-RUN-ID(WS-DT-QTD)
                    ELSE
                       SET TABELA-ESTOUROU TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       300-COLETAR-IDS SECTION.
           MOVE ZEROS TO WS-ES-QTD.
           OPEN INPUT MESTHIST-FILE.
           EVALUATE TRUE
              WHEN WS-MH-STATUS = '35'
                 DISPLAY 'No posting history (MESTHIST.DAT) - nothing '
                     'can be backed out.'
                 SET PROCESSO-ERRO TO TRUE
              WHEN WS-MH-STATUS NOT = '00'
                 DISPLAY 'Unable to open MESTHIST.DAT, status: '
                     WS-MH-STATUS
                 SET PROCESSO-ERRO TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO OR TABELA-ESTOUROU
                    READ MESTHIST-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          IF MH-RUN-ID = WS-ALVO-RUN-ID
                             PERFORM 310-INCLUIR-ID
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE MESTHIST-FILE
                 IF TABELA-ESTOUROU
                    DISPLAY 'Run ' WS-ALVO-RUN-ID ' touched more than '
                        '2000 transactions - back-out disabled so no '
                        'record is half restored.'
                    SET PROCESSO-ERRO TO TRUE
                 ELSE
                    IF WS-ES-QTD = ZEROS
                       DISPLAY 'Run ' WS-ALVO-RUN-ID ' posted nothing '
                           'to the results master.'
                       SET PROCESSO-ERRO TO TRUE
                    END-IF
                 END-IF
           END-EVALUATE.
      *****************************************************************
       310-INCLUIR-ID SECTION.
           MOVE ZEROS TO WS-ES-ACHOU.
           IF WS-ES-QTD > ZEROS
              SEARCH ALL WS-ES-ENT
                 AT END
                    MOVE ZEROS TO WS-ES-ACHOU
                 WHEN WS-ES-ID(WS-ES-IX) = MH-ID-X
                    SET WS-ES-ACHOU TO WS-ES-IX
              END-SEARCH
           END-IF.
           IF WS-ES-ACHOU = ZEROS
              IF WS-ES-QTD < 2000
                 ADD 1 TO WS-ES-QTD
                 MOVE WS-ES-QTD TO WS-ES-POS
                 MOVE 'N' TO WS-POSICAO
                 PERFORM UNTIL POSICAO-ACHADA
                    IF WS-ES-POS = 1
                       SET POSICAO-ACHADA TO TRUE
                    ELSE
                       COMPUTE WS-ES-ANT-IDX = WS-ES-POS - 1
                       IF WS-ES-ID(WS-ES-ANT-IDX) < MH-ID-X
                          SET POSICAO-ACHADA TO TRUE
                       ELSE
                          MOVE WS-ES-ENT(WS-ES-ANT-IDX)
                              TO WS-ES-ENT(WS-ES-POS)
                          MOVE WS-ES-ANT-IDX TO WS-ES-POS
                       END-IF
                    END-IF
                 END-PERFORM
                 MOVE MH-ID-X TO WS-ES-ID(WS-ES-POS)
                 MOVE 'N' TO WS-ES-VISTO(WS-ES-POS)
                 MOVE 'N' TO WS-ES-ANTERIOR(WS-ES-POS)
                 MOVE 'N' TO WS-ES-POSTERIOR(WS-ES-POS)
                 MOVE SPACES TO WS-ES-RUN-POST(WS-ES-POS)
                 MOVE SPACES TO WS-ES-ANT-RUN(WS-ES-POS)
                 MOVE ZEROS TO WS-ES-ANT-DATA(WS-ES-POS)
                 MOVE ZEROS TO WS-ES-ANT-OP1(WS-ES-POS)
                 MOVE ZEROS TO WS-ES-ANT-OP2(WS-ES-POS)
                 MOVE SPACE TO WS-ES-ANT-OPERADOR(WS-ES-POS)
                 MOVE ZEROS TO WS-ES-ANT-RESULTADO(WS-ES-POS)
                 MOVE SPACE TO WS-ES-ANT-STATUS(WS-ES-POS)
              ELSE
                 SET TABELA-ESTOUROU TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       400-LOCALIZAR-VERSOES SECTION.
           OPEN INPUT MESTHIST-FILE.
           IF WS-MH-STATUS NOT = '00'
              DISPLAY 'Unable to reopen MESTHIST.DAT, status: '
                  WS-MH-STATUS
              SET PROCESSO-ERRO TO TRUE
           ELSE
              MOVE 'N' TO WS-FIM-ARQUIVO
              PERFORM UNTIL FIM-DO-ARQUIVO
                 READ MESTHIST-FILE
                    AT END
                       SET FIM-DO-ARQUIVO TO TRUE
                    NOT AT END
                       PERFORM 410-AVALIAR-VERSAO
                 END-READ
              END-PERFORM
              CLOSE MESTHIST-FILE
           END-IF.
           MOVE ZEROS TO WS-QTD-RESTAURAR.
           MOVE ZEROS TO WS-QTD-EXCLUIR.
           MOVE ZEROS TO WS-QTD-MANTER.
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-QTD
              EVALUATE TRUE
                 WHEN WS-ES-POSTERIOR(WS-ES-IDX) = 'S'
                    ADD 1 TO WS-QTD-MANTER
                 WHEN WS-ES-ANTERIOR(WS-ES-IDX) = 'S'
                    ADD 1 TO WS-QTD-RESTAURAR
                 WHEN OTHER
                    ADD 1 TO WS-QTD-EXCLUIR
              END-EVALUATE
           END-PERFORM.
      *****************************************************************
       410-AVALIAR-VERSAO SECTION.
           MOVE ZEROS TO WS-ES-ACHOU.
           SEARCH ALL WS-ES-ENT
              AT END
                 MOVE ZEROS TO WS-ES-ACHOU
              WHEN WS-ES-ID(WS-ES-IX) = MH-ID-X
                 SET WS-ES-ACHOU TO WS-ES-IX
           END-SEARCH.
           IF WS-ES-ACHOU > ZEROS
              IF MH-RUN-ID = WS-ALVO-RUN-ID
                 MOVE 'S' TO WS-ES-VISTO(WS-ES-ACHOU)
              ELSE
                 MOVE MH-RUN-ID TO WS-RUN-PROC
                 PERFORM 420-VERIFICAR-ESTORNADO
                 IF NOT RUN-ESTORNADO
                    IF WS-ES-VISTO(WS-ES-ACHOU) = 'N'
                       MOVE 'S' TO WS-ES-ANTERIOR(WS-ES-ACHOU)
                       MOVE MH-RUN-ID TO WS-ES-ANT-RUN(WS-ES-ACHOU)
                       MOVE MH-DATA-MOVTO
                           TO WS-ES-ANT-DATA(WS-ES-ACHOU)
                       MOVE MH-OPERANDO-1 TO WS-ES-ANT-OP1(WS-ES-ACHOU)
                       MOVE MH-OPERANDO-2 TO WS-ES-ANT-OP2(WS-ES-ACHOU)
                       MOVE MH-OPERADOR
                           TO WS-ES-ANT-OPERADOR(WS-ES-ACHOU)
                       MOVE MH-RESULTADO
                           TO WS-ES-ANT-RESULTADO(WS-ES-ACHOU)
                       MOVE MH-STATUS TO WS-ES-ANT-STATUS(WS-ES-ACHOU)
                    ELSE
                       MOVE 'S' TO WS-ES-POSTERIOR(WS-ES-ACHOU)
                       MOVE MH-RUN-ID TO WS-ES-RUN-POST(WS-ES-ACHOU)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       420-VERIFICAR-ESTORNADO SECTION.
           MOVE 'N' TO WS-EX-ACHOU.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-QTD
              IF WS-EX-RUN-ID(WS-EX-IDX) = WS-RUN-PROC
                 SET RUN-ESTORNADO TO TRUE
              END-IF
           END-PERFORM.
      *****************************************************************
       450-CONTAR-GL SECTION.
           MOVE ZEROS TO WS-GL-QTD.
           MOVE ZEROS TO WS-GL-ORIGINAL.
           OPEN INPUT GLHIST-FILE.
           IF WS-GLH-STATUS = '00'
              MOVE 'N' TO WS-FIM-ARQUIVO
              PERFORM UNTIL FIM-DO-ARQUIVO
                 READ GLHIST-FILE
                    AT END
                       SET FIM-DO-ARQUIVO TO TRUE
                    NOT AT END
                       PERFORM 460-ORIGEM-GL
                       IF WS-GX-ORIGEM = WS-ALVO-RUN-ID
                          ADD 1 TO WS-GL-QTD
                          ADD GX-VALOR TO WS-GL-ORIGINAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GLHIST-FILE
           ELSE
              DISPLAY 'No GL journal history (GLHIST.DAT) - the '
                  'reversing GL file will carry no lines.'
           END-IF.
      *****************************************************************
       460-ORIGEM-GL SECTION.
           IF GX-RUN-ORIGEM = SPACES
              MOVE GX-RUN-ID TO WS-GX-ORIGEM
           ELSE
              MOVE GX-RUN-ORIGEM TO WS-GX-ORIGEM
           END-IF.
      *****************************************************************
       500-CONFIRMAR-ESTORNO SECTION.
           MOVE WS-ES-QTD TO WS-QTD-1-ED.
           MOVE WS-QTD-RESTAURAR TO WS-QTD-2-ED.
           MOVE WS-QTD-EXCLUIR TO WS-QTD-3-ED.
           MOVE WS-QTD-MANTER TO WS-QTD-4-ED.
           MOVE WS-GL-QTD TO WS-QTD-ED.
           MOVE WS-GL-ORIGINAL TO WS-HASH-ED.
           DISPLAY 'Run ' WS-ALVO-RUN-ID ' touched ' WS-QTD-1-ED
               ' transaction(s):'.
           DISPLAY '   restore prior version ....: ' WS-QTD-2-ED.
           DISPLAY '   delete (created by run) ..: ' WS-QTD-3-ED.
           DISPLAY '   leave (changed later) ....: ' WS-QTD-4-ED.
           DISPLAY '   GL lines to reverse ......: ' WS-QTD-ED
               ' totalling ' WS-HASH-ED.
           DISPLAY 'Proceed with the back-out? (S/N): '.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
              DISPLAY 'Back-out cancelled - nothing changed.'
              SET PROCESSO-ERRO TO TRUE
           END-IF.
      *****************************************************************
       600-RESTAURAR-MESTRE SECTION.
           MOVE ZEROS TO WS-QTD-RESTAURADOS.
           MOVE ZEROS TO WS-QTD-EXCLUIDOS.
           MOVE ZEROS TO WS-QTD-MANTIDOS.
           MOVE ZEROS TO WS-QTD-AUSENTES.
           MOVE ZEROS TO WS-QTD-FALHAS.
           MOVE 'N' TO WS-MESTRE-ABERTO.
           OPEN I-O MESTRE-FILE.
           IF WS-MESTRE-STATUS NOT = '00'
              DISPLAY 'Unable to open MESTRE.DAT, status: '
                  WS-MESTRE-STATUS
              DISPLAY 'Results master NOT restored - nothing backed '
                  'out.'
              SET PROCESSO-ERRO TO TRUE
              MOVE SPACES TO WS-AUDIT-EVENTO
              STRING 'BACKOUT RUN=' DELIMITED BY SIZE
                  WS-ALVO-RUN-ID DELIMITED BY SIZE
                  ' NOT DONE - MASTER UNAVAILABLE STATUS='
                  DELIMITED BY SIZE
                  WS-MESTRE-STATUS DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENTO
              END-STRING
              PERFORM 650-AUDITAR-AVULSO
           ELSE
              SET MESTRE-ABERTO TO TRUE
              PERFORM 605-RESTAURAR-REGISTROS
           END-IF.
      *****************************************************************
       605-RESTAURAR-REGISTROS SECTION.
           PERFORM 610-ABRIR-RELATORIO.
           MOVE 'N' TO WS-AUDIT-ABERTO.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '05'
              SET AUDITORIA-ABERTA TO TRUE
           ELSE
              DISPLAY 'Unable to open AUDITORIA.LOG, status: '
                  WS-AUDIT-STATUS
           END-IF.
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
               UNTIL WS-ES-IDX > WS-ES-QTD
              PERFORM 620-RESTAURAR-REGISTRO
              PERFORM 630-REGISTRAR-AUDITORIA
           END-PERFORM.
           IF MESTRE-ABERTO
              CLOSE MESTRE-FILE
              MOVE 'N' TO WS-MESTRE-ABERTO
           END-IF.
           IF WS-QTD-FALHAS > ZEROS
              SET PROCESSO-ERRO TO TRUE
              DISPLAY WS-QTD-FALHAS ' master record(s) could not be '
                  'restored - run ' WS-ALVO-RUN-ID ' NOT backed out.'
              DISPLAY 'Correct MESTRE.DAT and rerun the back-out - '
                  'see ESTORNO.RPT.'
           END-IF.
           IF AUDITORIA-ABERTA AND PROCESSO-ERRO
              MOVE SPACES TO WS-AUDIT-EVENTO
              MOVE WS-QTD-FALHAS TO WS-QTD-1-ED
              STRING 'BACKOUT RUN=' DELIMITED BY SIZE
                  WS-ALVO-RUN-ID DELIMITED BY SIZE
                  ' NOT COMPLETED - MASTER WRITE FAILED='
                  DELIMITED BY SIZE
                  WS-QTD-1-ED DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENTO
              END-STRING
              PERFORM 640-GRAVAR-AUDITORIA
           END-IF.
           IF AUDITORIA-ABERTA AND PROCESSO-OK
              MOVE SPACES TO WS-AUDIT-EVENTO
              MOVE WS-QTD-RESTAURADOS TO WS-QTD-1-ED
              MOVE WS-QTD-EXCLUIDOS TO WS-QTD-2-ED
              MOVE WS-QTD-MANTIDOS TO WS-QTD-3-ED
              STRING 'BACKOUT RUN=' DELIMITED BY SIZE
                  WS-ALVO-RUN-ID DELIMITED BY SIZE
                  ' COMPLETE RESTORED=' DELIMITED BY SIZE
                  WS-QTD-1-ED DELIMITED BY SIZE
                  ' DELETED=' DELIMITED BY SIZE
                  WS-QTD-2-ED DELIMITED BY SIZE
                  ' LEFT=' DELIMITED BY SIZE
                  WS-QTD-3-ED DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENTO
              END-STRING
              PERFORM 640-GRAVAR-AUDITORIA
           END-IF.
           IF AUDITORIA-ABERTA
              CLOSE AUDIT-LOG-FILE
              MOVE 'N' TO WS-AUDIT-ABERTO
           END-IF.
      *****************************************************************
       610-ABRIR-RELATORIO SECTION.
           MOVE 'N' TO WS-REL-ABERTO.
           OPEN OUTPUT ESTORNO-FILE.
           IF WS-REL-STATUS NOT = '00'
              DISPLAY 'Unable to open ESTORNO.RPT, status: '
                  WS-REL-STATUS
           ELSE
              SET RELATORIO-ABERTO TO TRUE
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
              MOVE SPACES TO WS-REL-LINHA
              STRING 'BATCH BACK-OUT REPORT - RUN ' DELIMITED BY SIZE
                  WS-ALVO-RUN-ID DELIMITED BY SIZE
                  ' PRODUCED ' DELIMITED BY SIZE
                  WS-DATA-HORA(1:4) '-' WS-DATA-HORA(5:2) '-'
                  WS-DATA-HORA(7:2) ' ' WS-DATA-HORA(9:2) ':'
                  WS-DATA-HORA(11:2) DELIMITED BY SIZE
                  INTO WS-REL-LINHA
              END-STRING
              PERFORM 910-GRAVAR-LINHA
              MOVE SPACES TO WS-REL-LINHA
              STRING 'BACKED OUT BY ' DELIMITED BY SIZE
                  LS-OPERADOR-ID DELIMITED BY SIZE
                  ' IN RUN ' DELIMITED BY SIZE
                  LS-RUN-ID DELIMITED BY SIZE
                  INTO WS-REL-LINHA
              END-STRING
              PERFORM 910-GRAVAR-LINHA
              MOVE '-------------------------------------------------'
                  TO WS-REL-LINHA
              PERFORM 910-GRAVAR-LINHA
           END-IF.
      *****************************************************************
       620-RESTAURAR-REGISTRO SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           MOVE SPACES TO WS-AUDIT-EVENTO.
           EVALUATE TRUE
              WHEN WS-ES-POSTERIOR(WS-ES-IDX) = 'S'
                 ADD 1 TO WS-QTD-MANTIDOS
                 STRING 'ID ' DELIMITED BY SIZE
                     WS-ES-ID(WS-ES-IDX) DELIMITED BY SIZE
                     ' LEFT AS IS - CHANGED LATER BY RUN '
                     DELIMITED BY SIZE
                     WS-ES-RUN-POST(WS-ES-IDX) DELIMITED BY SIZE
                     INTO WS-REL-LINHA
                 END-STRING
                 STRING 'NOT RESTORED - CHANGED BY RUN='
                     DELIMITED BY SIZE
                     WS-ES-RUN-POST(WS-ES-IDX) DELIMITED BY SIZE
                     INTO WS-AUDIT-EVENTO
                 END-STRING
              WHEN WS-ES-ANTERIOR(WS-ES-IDX) = 'S'
                 MOVE WS-ES-ID(WS-ES-IDX) TO RM-ID
                 MOVE WS-ES-ANT-OP1(WS-ES-IDX) TO RM-OPERANDO-1
                 MOVE WS-ES-ANT-OP2(WS-ES-IDX) TO RM-OPERANDO-2
                 MOVE WS-ES-ANT-OPERADOR(WS-ES-IDX) TO RM-OPERADOR
                 MOVE WS-ES-ANT-RESULTADO(WS-ES-IDX) TO RM-RESULTADO
                 MOVE WS-ES-ANT-DATA(WS-ES-IDX) TO RM-DATA-MOVTO
                 MOVE WS-ES-ANT-STATUS(WS-ES-IDX) TO RM-STATUS
                 REWRITE MESTRE-RECORD
                    INVALID KEY
                       WRITE MESTRE-RECORD
                 END-REWRITE
                 IF WS-MESTRE-STATUS NOT = '00'
                    ADD 1 TO WS-QTD-FALHAS
                    STRING 'ID ' DELIMITED BY SIZE
                        WS-ES-ID(WS-ES-IDX) DELIMITED BY SIZE
                        ' NOT RESTORED - MASTER WRITE STATUS '
                        DELIMITED BY SIZE
                        WS-MESTRE-STATUS DELIMITED BY SIZE
                        INTO WS-REL-LINHA
                    END-STRING
                    STRING 'NOT RESTORED - WRITE STATUS='
                        DELIMITED BY SIZE
                        WS-MESTRE-STATUS DELIMITED BY SIZE
                        INTO WS-AUDIT-EVENTO
                    END-STRING
                 ELSE
                    ADD 1 TO WS-QTD-RESTAURADOS
                    MOVE WS-ES-ANT-RESULTADO(WS-ES-IDX) TO WS-VALOR-ED
                    STRING 'ID ' DELIMITED BY SIZE
                        WS-ES-ID(WS-ES-IDX) DELIMITED BY SIZE
                        ' RESTORED TO RUN ' DELIMITED BY SIZE
                        WS-ES-ANT-RUN(WS-ES-IDX) DELIMITED BY SIZE
                        ' RESULT ' DELIMITED BY SIZE
                        WS-VALOR-ED DELIMITED BY SIZE
                        ' STATUS ' DELIMITED BY SIZE
                        WS-ES-ANT-STATUS(WS-ES-IDX) DELIMITED BY SIZE
                        INTO WS-REL-LINHA
                    END-STRING
                    STRING 'RESTORED TO RUN=' DELIMITED BY SIZE
                        WS-ES-ANT-RUN(WS-ES-IDX) DELIMITED BY SIZE
                        INTO WS-AUDIT-EVENTO
                    END-STRING
                 END-IF
              WHEN OTHER
                 MOVE WS-ES-ID(WS-ES-IDX) TO RM-ID
                 DELETE MESTRE-FILE RECORD
                    INVALID KEY
                       ADD 1 TO WS-QTD-AUSENTES
                       STRING 'ID ' DELIMITED BY SIZE
                           WS-ES-ID(WS-ES-IDX) DELIMITED BY SIZE
                           ' CREATED BY RUN - ALREADY ABSENT FROM '
                           DELIMITED BY SIZE
                           'MASTER' DELIMITED BY SIZE
                           INTO WS-REL-LINHA
                       END-STRING
                       MOVE 'DELETE - ALREADY ABSENT'
                           TO WS-AUDIT-EVENTO
                    NOT INVALID KEY
                       ADD 1 TO WS-QTD-EXCLUIDOS
                       STRING 'ID ' DELIMITED BY SIZE
                           WS-ES-ID(WS-ES-IDX) DELIMITED BY SIZE
                           ' DELETED - CREATED BY THE RUN'
                           DELIMITED BY SIZE
                           INTO WS-REL-LINHA
                       END-STRING
                       MOVE 'DELETED - CREATED BY RUN'
                           TO WS-AUDIT-EVENTO
                 END-DELETE
           END-EVALUATE.
           PERFORM 910-GRAVAR-LINHA.
      *****************************************************************
       630-REGISTRAR-AUDITORIA SECTION.
           MOVE WS-AUDIT-EVENTO TO WS-EVENTO-ID.
           MOVE SPACES TO WS-AUDIT-EVENTO.
           STRING 'BACKOUT RUN=' DELIMITED BY SIZE
               WS-ALVO-RUN-ID DELIMITED BY SIZE
               ' ID=' DELIMITED BY SIZE
               WS-ES-ID(WS-ES-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EVENTO-ID DELIMITED BY SIZE
               INTO WS-AUDIT-EVENTO.
           PERFORM 640-GRAVAR-AUDITORIA.
      *****************************************************************
       640-GRAVAR-AUDITORIA SECTION.
           IF AUDITORIA-ABERTA
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
              STRING WS-DATA-HORA(1:4) '-' WS-DATA-HORA(5:2) '-'
                  WS-DATA-HORA(7:2) ' ' WS-DATA-HORA(9:2) ':'
                  WS-DATA-HORA(11:2) ':' WS-DATA-HORA(13:2)
                  DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP
              END-STRING
              MOVE SPACES TO WS-AUDIT-LINHA
              STRING LS-RUN-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
                  ' OPER=' DELIMITED BY SIZE
                  LS-OPERADOR-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-EVENTO DELIMITED BY SIZE
                  INTO WS-AUDIT-LINHA
              END-STRING
              MOVE WS-AUDIT-LINHA TO AUDIT-LOG-RECORD
              WRITE AUDIT-LOG-RECORD
           END-IF.
      *****************************************************************
       650-AUDITAR-AVULSO SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '05'
              SET AUDITORIA-ABERTA TO TRUE
              PERFORM 640-GRAVAR-AUDITORIA
              CLOSE AUDIT-LOG-FILE
              MOVE 'N' TO WS-AUDIT-ABERTO
           ELSE
              DISPLAY 'Unable to open AUDITORIA.LOG, status: '
                  WS-AUDIT-STATUS
           END-IF.
      *****************************************************************
       700-GRAVAR-GL-ESTORNO SECTION.
           MOVE ZEROS TO WS-GL-QTD.
           MOVE ZEROS TO WS-GL-HASH.
           OPEN OUTPUT GLESTORNO-FILE.
           IF WS-GLE-STATUS NOT = '00'
              DISPLAY 'Unable to open GLESTORNO.DAT, status: '
                  WS-GLE-STATUS
              DISPLAY 'Reversing GL file NOT produced - the ledger '
                  'must be reversed by hand.'
           ELSE
              MOVE 'H' TO GH-TIPO
              MOVE LS-DATA-NEGOCIO TO GH-DATA
              MOVE 'CALCREV ' TO GH-SISTEMA
              MOVE WS-ALVO-RUN-ID TO GH-RUN-ID
              WRITE GL-HEADER-REG
              OPEN INPUT GLHIST-FILE
              IF WS-GLH-STATUS = '00'
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ GLHIST-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          PERFORM 460-ORIGEM-GL
                          IF WS-GX-ORIGEM = WS-ALVO-RUN-ID
                             PERFORM 710-GRAVAR-REVERSAO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE GLHIST-FILE
              END-IF
              MOVE 'T' TO GT-TIPO
              MOVE WS-GL-QTD TO GT-QTD
              MOVE WS-GL-HASH TO GT-HASH
              WRITE GL-TRAILER-REG
              CLOSE GLESTORNO-FILE
           END-IF.
      *****************************************************************
       710-GRAVAR-REVERSAO SECTION.
           MOVE 'D' TO GD-TIPO.
           MOVE GX-ID TO GD-ID.
           MOVE GX-CCUSTO TO GD-CCUSTO.
           COMPUTE GD-VALOR = GX-VALOR * -1.
           WRITE GL-DETALHE-REG.
           ADD 1 TO WS-GL-QTD.
           ADD GD-VALOR TO WS-GL-HASH
              ON SIZE ERROR
                 DISPLAY 'GL reversal hash total overflow.'
           END-ADD.
      *****************************************************************
       750-CANCELAR-PENDENTES SECTION.
           MOVE ZEROS TO WS-QTD-CANCELADOS.
           OPEN INPUT PENDENTES-FILE.
           IF WS-PEND-STATUS = '00'
              OPEN OUTPUT PENDNOVO-FILE
              IF WS-PENDN-STATUS NOT = '00'
                 DISPLAY 'Unable to open PENDNOVO.DAT, status: '
                     WS-PENDN-STATUS
                 DISPLAY 'Held items of the run NOT cancelled - '
                     'decline them through option F.'
                 CLOSE PENDENTES-FILE
              ELSE
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ PENDENTES-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          IF PD-RUN-ID = WS-ALVO-RUN-ID AND
                             (PD-SITUACAO = 'P' OR PD-SITUACAO = 'A')
                             PERFORM 760-CANCELAR-PENDENTE
                          END-IF
                          MOVE PENDENTE-RECORD TO PENDNOVO-RECORD
                          WRITE PENDNOVO-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE PENDENTES-FILE
                 CLOSE PENDNOVO-FILE
                 IF WS-QTD-CANCELADOS > ZEROS
                    PERFORM 770-REGRAVAR-PENDENTES
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       760-CANCELAR-PENDENTE SECTION.
           MOVE 'C' TO PD-SITUACAO.
           MOVE LS-OPERADOR-ID TO PD-DECISOR.
           MOVE LS-DATA-NEGOCIO TO PD-DATA-DEC.
           MOVE LS-RUN-ID TO PD-RUN-EXTR.
           ADD 1 TO WS-QTD-CANCELADOS.
           MOVE PD-VALOR TO WS-HASH-ED.
           MOVE SPACES TO WS-REL-LINHA.
           STRING 'ID ' DELIMITED BY SIZE
               PD-ID DELIMITED BY SIZE
               ' HELD ITEM CANCELLED - VALUE ' DELIMITED BY SIZE
               WS-HASH-ED DELIMITED BY SIZE
               INTO WS-REL-LINHA.
           PERFORM 910-GRAVAR-LINHA.
      *****************************************************************
       770-REGRAVAR-PENDENTES SECTION.
           OPEN INPUT PENDNOVO-FILE.
           IF WS-PENDN-STATUS NOT = '00'
              DISPLAY 'Unable to reopen PENDNOVO.DAT, status: '
                  WS-PENDN-STATUS
              DISPLAY 'PENDENTES.DAT NOT updated - decline the run''s '
                  'held items through option F.'
           ELSE
              OPEN OUTPUT PENDENTES-FILE
              IF WS-PEND-STATUS NOT = '00'
                 DISPLAY 'Unable to rewrite PENDENTES.DAT, status: '
                     WS-PEND-STATUS
                 CLOSE PENDNOVO-FILE
              ELSE
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ PENDNOVO-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          MOVE PENDNOVO-RECORD TO PENDENTE-RECORD
                          WRITE PENDENTE-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE PENDNOVO-FILE
                 CLOSE PENDENTES-FILE
                 MOVE WS-QTD-CANCELADOS TO WS-QTD-ED
                 DISPLAY WS-QTD-ED ' held item(s) of the run '
                     'cancelled.'
              END-IF
           END-IF.
      *****************************************************************
       800-MARCAR-ESTORNADO SECTION.
           MOVE WS-QTD-RESTAURADOS TO WS-QTD-1-ED.
           MOVE WS-QTD-EXCLUIDOS TO WS-QTD-2-ED.
           MOVE WS-QTD-MANTIDOS TO WS-QTD-3-ED.
           MOVE WS-GL-QTD TO WS-QTD-ED.
           MOVE SPACES TO WS-HIST-LINHA.
           STRING 'RUN ' DELIMITED BY SIZE
               WS-ALVO-RUN-ID DELIMITED BY SIZE
               ' BACKED OUT BY ' DELIMITED BY SIZE
               LS-RUN-ID DELIMITED BY SIZE
               ' OPER ' DELIMITED BY SIZE
               LS-OPERADOR-ID DELIMITED BY SIZE
               ' RESTORED ' DELIMITED BY SIZE
               WS-QTD-1-ED DELIMITED BY SIZE
               ' DELETED ' DELIMITED BY SIZE
               WS-QTD-2-ED DELIMITED BY SIZE
               ' LEFT ' DELIMITED BY SIZE
               WS-QTD-3-ED DELIMITED BY SIZE
               ' GL ' DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO WS-HIST-LINHA.
           OPEN EXTEND HISTORICO-FILE.
           IF WS-HIST-STATUS = '05' OR WS-HIST-STATUS = '35'
              OPEN OUTPUT HISTORICO-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
              DISPLAY 'Unable to extend HISTORICO.DAT, status: '
                  WS-HIST-STATUS
              DISPLAY 'Run NOT marked as backed out in the history - '
                  'add the line by hand.'
           ELSE
              MOVE WS-HIST-LINHA TO HISTORICO-RECORD
              WRITE HISTORICO-RECORD
              CLOSE HISTORICO-FILE
           END-IF.
           MOVE ZEROS TO WS-DT-POSTADAS.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DT-QTD
              MOVE WS-DT-RUN-ID(WS-DT-IDX) TO WS-RUN-PROC
              PERFORM 420-VERIFICAR-ESTORNADO
              IF NOT RUN-ESTORNADO
                 ADD 1 TO WS-DT-POSTADAS
              END-IF
           END-PERFORM.
           IF WS-ALVO-DATA = LS-LOTE-DATA
              IF WS-DT-POSTADAS = ZEROS
                 MOVE 'R' TO LS-LOTE-STATUS
                 DISPLAY 'Business date ' WS-ALVO-DATA ' reopened - '
                     'the batch may be run again without override.'
              ELSE
                 DISPLAY 'Business date ' WS-ALVO-DATA ' still has '
                     WS-DT-POSTADAS ' other posted run(s) - date '
                     'stays complete.'
              END-IF
           END-IF.
      *****************************************************************
       900-FECHAR-RELATORIO SECTION.
           IF RELATORIO-ABERTO
              MOVE '-------------------------------------------------'
                  TO WS-REL-LINHA
              PERFORM 910-GRAVAR-LINHA
              MOVE WS-QTD-RESTAURADOS TO WS-QTD-ED
              MOVE SPACES TO WS-REL-LINHA
              STRING 'RESTORED TO PRIOR VERSION..: ' DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO WS-REL-LINHA
              END-STRING
              PERFORM 910-GRAVAR-LINHA
              MOVE WS-QTD-EXCLUIDOS TO WS-QTD-ED
              MOVE SPACES TO WS-REL-LINHA
              STRING 'DELETED (CREATED BY RUN)...: ' DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO WS-REL-LINHA
              END-STRING
              PERFORM 910-GRAVAR-LINHA
              MOVE WS-QTD-MANTIDOS TO WS-QTD-ED
              MOVE SPACES TO WS-REL-LINHA
              STRING 'LEFT AS IS (CHANGED LATER).: ' DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO WS-REL-LINHA
              END-STRING
              PERFORM 910-GRAVAR-LINHA
              MOVE WS-QTD-AUSENTES TO WS-QTD-ED
              MOVE SPACES TO WS-REL-LINHA
              STRING 'NOT FOUND / NOT UPDATED....: ' DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO WS-REL-LINHA
              END-STRING
              PERFORM 910-GRAVAR-LINHA
              IF WS-QTD-FALHAS > ZEROS
                 MOVE WS-QTD-FALHAS TO WS-QTD-ED
                 MOVE SPACES TO WS-REL-LINHA
                 STRING 'MASTER WRITE FAILED........: '
                     DELIMITED BY SIZE
                     WS-QTD-ED DELIMITED BY SIZE
                     INTO WS-REL-LINHA
                 END-STRING
                 PERFORM 910-GRAVAR-LINHA
              END-IF
              MOVE WS-GL-QTD TO WS-QTD-ED
              MOVE WS-GL-HASH TO WS-HASH-ED
              MOVE SPACES TO WS-REL-LINHA
              STRING 'GL LINES REVERSED..........: ' DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  ' HASH ' DELIMITED BY SIZE
                  WS-HASH-ED DELIMITED BY SIZE
                  INTO WS-REL-LINHA
              END-STRING
              PERFORM 910-GRAVAR-LINHA
              MOVE WS-QTD-CANCELADOS TO WS-QTD-ED
              MOVE SPACES TO WS-REL-LINHA
              STRING 'HELD ITEMS CANCELLED.......: ' DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO WS-REL-LINHA
              END-STRING
              PERFORM 910-GRAVAR-LINHA
              IF PROCESSO-ERRO
                 MOVE SPACES TO WS-REL-LINHA
                 STRING '*** BACK-OUT NOT COMPLETED - RUN NOT MARKED '
                     DELIMITED BY SIZE
                     'AS BACKED OUT ***' DELIMITED BY SIZE
                     INTO WS-REL-LINHA
                 END-STRING
                 PERFORM 910-GRAVAR-LINHA
              END-IF
              CLOSE ESTORNO-FILE
              MOVE 'N' TO WS-REL-ABERTO
           END-IF.
      *****************************************************************
       910-GRAVAR-LINHA SECTION.
           IF RELATORIO-ABERTO
              MOVE WS-REL-LINHA TO ESTORNO-RECORD
              WRITE ESTORNO-RECORD
           END-IF.

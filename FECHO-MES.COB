      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. FECHO-MES.
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
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-CHAVE
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT ROLAGEM-FILE ASSIGN TO "SALDROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROL-STATUS.
           SELECT RELATORIO-FILE ASSIGN TO "BALANCETE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  SALDOS-FILE.
       01  SALDO-RECORD.
           05 SD-CHAVE.
              10 SD-PERIODO PIC 9(06).
              10 SD-CCUSTO  PIC X(04).
              10 SD-FILIAL  PIC X(03).
           05 SD-MES        PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 SD-ANO        PIC S9(11)V99 SIGN IS LEADING SEPARATE.
           05 SD-QTD        PIC 9(07).
       01  SALDO-CONTROLE-REG.
           05 SC-CHAVE        PIC X(13).
           05 SC-GLHIST-LIDOS PIC 9(09).
           05 SC-ULT-FECHADO  PIC 9(06).
           05 SC-DATA-FECHO   PIC 9(08).
           05 SC-OPERADOR     PIC X(08).
           05 FILLER          PIC X(04).
       FD  ROLAGEM-FILE.
       01  ROLAGEM-RECORD.
           05 RL-CCUSTO     PIC X(04).
           05 RL-FILIAL     PIC X(03).
           05 RL-ANO        PIC S9(11)V99 SIGN IS LEADING SEPARATE.
       FD  RELATORIO-FILE.
       01  RELATORIO-RECORD PIC X(100).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(120).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       77 WS-SALDO-STATUS PIC X(02) VALUE SPACES.
       77 WS-ROL-STATUS PIC X(02) VALUE SPACES.
       77 WS-REL-STATUS PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WS-PROCESSO-OK PIC X(01) VALUE 'S'.
           88 PROCESSO-OK VALUE 'S'.
           88 PROCESSO-ERRO VALUE 'N'.
       77 WS-SALDOS-ABERTO PIC X(01) VALUE 'N'.
           88 SALDOS-ABERTO VALUE 'S'.
       77 WS-REL-ABERTO PIC X(01) VALUE 'N'.
           88 RELATORIO-ABERTO VALUE 'S'.
       77 WS-ROL-ABERTO PIC X(01) VALUE 'N'.
           88 ROLAGEM-ABERTA VALUE 'S'.
       77 WS-FECHADO PIC X(01) VALUE 'N'.
           88 PERIODO-FOI-FECHADO VALUE 'S'.
       77 WS-RESPOSTA PIC X(01) VALUE SPACE.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.
       77 WS-AUDIT-TIMESTAMP PIC X(19) VALUE SPACES.
       77 WS-AUDIT-LINHA PIC X(120) VALUE SPACES.
       77 WS-AUDIT-EVENTO PIC X(80) VALUE SPACES.
       77 WS-REL-LINHA PIC X(100) VALUE SPACES.

       77 WS-SP-FUNCAO PIC X(01) VALUE SPACE.
       77 WS-SP-RUN-ALVO PIC X(13) VALUE SPACES.
       77 WS-SP-STATUS PIC X(01) VALUE SPACE.

       01  WS-CHAVE-CONTROLE.
           05 FILLER PIC 9(06) VALUE ZEROS.
           05 FILLER PIC X(07) VALUE SPACES.

       77 WS-ULT-FECHADO PIC 9(06) VALUE ZEROS.
       01  WS-PERIODO-ENTRADA PIC X(06) VALUE SPACES.
       01  WS-PERIODO PIC 9(06) VALUE ZEROS.
       01  WS-PERIODO-PARTES REDEFINES WS-PERIODO.
           05 WS-PER-ANO PIC 9(04).
           05 WS-PER-MES PIC 9(02).
       01  WS-PERIODO-SUGERIDO PIC 9(06) VALUE ZEROS.
       01  WS-SUGERIDO-PARTES REDEFINES WS-PERIODO-SUGERIDO.
           05 WS-SUG-ANO PIC 9(04).
           05 WS-SUG-MES PIC 9(02).
       01  WS-PERIODO-SEGUINTE PIC 9(06) VALUE ZEROS.
       01  WS-SEGUINTE-PARTES REDEFINES WS-PERIODO-SEGUINTE.
           05 WS-SEG-ANO PIC 9(04).
           05 WS-SEG-MES PIC 9(02).
       77 WS-PERIODO-NEGOCIO PIC 9(06) VALUE ZEROS.

       77 WS-CC-ATUAL PIC X(04) VALUE SPACES.
       77 WS-QTD-LINHAS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ROLADAS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LANC PIC 9(09) VALUE ZEROS.
       77 WS-CC-MES PIC S9(13)V99 VALUE ZEROS.
       77 WS-CC-ANO PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-MES PIC S9(13)V99 VALUE ZEROS.
       77 WS-TOTAL-ANO PIC S9(13)V99 VALUE ZEROS.
       77 WS-MES-ED PIC -(13)9,99.
       77 WS-ANO-ED PIC -(13)9,99.
       77 WS-QTD-ED PIC Z(08)9.
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
       000-FECHAR-PERIODO SECTION.
           SET PROCESSO-OK TO TRUE.
           MOVE 'N' TO WS-FECHADO.
           MOVE LS-DATA-NEGOCIO(1:6) TO WS-PERIODO-NEGOCIO.
           MOVE 'G' TO WS-SP-FUNCAO.
           MOVE SPACES TO WS-SP-RUN-ALVO.
           CALL 'SALDO-PER' USING WS-SP-FUNCAO, LS-DATA-NEGOCIO,
               WS-SP-RUN-ALVO, WS-SP-STATUS.
           IF WS-SP-STATUS = 'E'
              DISPLAY 'Period balances could not be brought up to '
                  'date - period not closed.'
              SET PROCESSO-ERRO TO TRUE
           END-IF.
           IF PROCESSO-OK
              PERFORM 100-ABRIR-SALDOS
           END-IF.
           IF PROCESSO-OK
              PERFORM 150-PEDIR-PERIODO
           END-IF.
           IF PROCESSO-OK
              PERFORM 200-VERIFICAR-ANTERIORES
           END-IF.
           IF PROCESSO-OK
              PERFORM 300-GRAVAR-BALANCETE
           END-IF.
           IF PROCESSO-OK
              PERFORM 400-CONFIRMAR-FECHO
           END-IF.
           IF PROCESSO-OK
              PERFORM 500-ROLAR-SALDOS
           END-IF.
           IF PROCESSO-OK
              PERFORM 600-GRAVAR-CONTROLE
           END-IF.
           IF PERIODO-FOI-FECHADO
              PERFORM 700-REGISTRAR-AUDITORIA
              DISPLAY 'Period ' WS-PERIODO ' closed - '
                  WS-QTD-LINHAS ' balance(s), ' WS-QTD-ROLADAS
                  ' carried into ' WS-PERIODO-SEGUINTE
           END-IF.
           IF RELATORIO-ABERTO
              PERFORM 390-FECHAR-BALANCETE
              DISPLAY 'Trial balance written to BALANCETE.RPT.'
           END-IF.
           IF SALDOS-ABERTO
              CLOSE SALDOS-FILE
              MOVE 'N' TO WS-SALDOS-ABERTO
           END-IF.
           GOBACK.
      *****************************************************************
       100-ABRIR-SALDOS SECTION.
           OPEN I-O SALDOS-FILE.
           EVALUATE TRUE
              WHEN WS-SALDO-STATUS = '35'
                 DISPLAY 'No period balances on file (SALDOS.DAT) - '
                     'nothing to close.'
                 SET PROCESSO-ERRO TO TRUE
              WHEN WS-SALDO-STATUS NOT = '00'
                 DISPLAY 'Unable to open SALDOS.DAT, status: '
                     WS-SALDO-STATUS
                 SET PROCESSO-ERRO TO TRUE
              WHEN OTHER
                 SET SALDOS-ABERTO TO TRUE
                 MOVE ZEROS TO WS-ULT-FECHADO
                 MOVE WS-CHAVE-CONTROLE TO SD-CHAVE
                 READ SALDOS-FILE
                    INVALID KEY
                       DISPLAY 'SALDOS.DAT control record missing - '
                           'period not closed.'
                       SET PROCESSO-ERRO TO TRUE
                    NOT INVALID KEY
                       MOVE SC-ULT-FECHADO TO WS-ULT-FECHADO
                 END-READ
           END-EVALUATE.
      *****************************************************************
       150-PEDIR-PERIODO SECTION.
           MOVE WS-PERIODO-NEGOCIO TO WS-PERIODO-SUGERIDO.
           IF WS-SUG-MES = 01
              SUBTRACT 1 FROM WS-SUG-ANO
              MOVE 12 TO WS-SUG-MES
           ELSE
              SUBTRACT 1 FROM WS-SUG-MES
           END-IF.
           IF WS-ULT-FECHADO = ZEROS
              DISPLAY 'No period has been closed yet.'
           ELSE
              DISPLAY 'Last closed period: ' WS-ULT-FECHADO
           END-IF.
           DISPLAY 'Period to close (AAAAMM, blank = '
               WS-PERIODO-SUGERIDO '): '.
           MOVE SPACES TO WS-PERIODO-ENTRADA.
           ACCEPT WS-PERIODO-ENTRADA.
           IF WS-PERIODO-ENTRADA = SPACES
              MOVE WS-PERIODO-SUGERIDO TO WS-PERIODO
           ELSE
              IF WS-PERIODO-ENTRADA IS NOT NUMERIC
                 DISPLAY 'Period must be AAAAMM - nothing closed.'
                 SET PROCESSO-ERRO TO TRUE
              ELSE
                 MOVE WS-PERIODO-ENTRADA TO WS-PERIODO
              END-IF
           END-IF.
           IF PROCESSO-OK
              EVALUATE TRUE
                 WHEN WS-PER-MES < 01 OR WS-PER-MES > 12
                    DISPLAY 'Invalid month - nothing closed.'
                    SET PROCESSO-ERRO TO TRUE
                 WHEN WS-PERIODO NOT > WS-ULT-FECHADO
                    DISPLAY 'Period ' WS-PERIODO ' is already '
                        'closed.'
                    SET PROCESSO-ERRO TO TRUE
                 WHEN WS-PERIODO NOT < WS-PERIODO-NEGOCIO
                    DISPLAY 'Only a month before the current '
                        'business month (' WS-PERIODO-NEGOCIO
                        ') can be closed.'
                    SET PROCESSO-ERRO TO TRUE
              END-EVALUATE
           END-IF.
           MOVE WS-PERIODO TO WS-PERIODO-SEGUINTE.
           IF WS-SEG-MES = 12
              ADD 1 TO WS-SEG-ANO
              MOVE 01 TO WS-SEG-MES
           ELSE
              ADD 1 TO WS-SEG-MES
           END-IF.
      *****************************************************************
       200-VERIFICAR-ANTERIORES SECTION.
           MOVE LOW-VALUES TO SD-CHAVE.
           COMPUTE SD-PERIODO = WS-ULT-FECHADO + 1.
           START SALDOS-FILE KEY IS NOT LESS THAN SD-CHAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ SALDOS-FILE NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF SD-PERIODO < WS-PERIODO
                          DISPLAY 'Period ' SD-PERIODO ' still holds '
                              'open balances - close it first.'
                          SET PROCESSO-ERRO TO TRUE
                       END-IF
                 END-READ
           END-START.
      *****************************************************************
       300-GRAVAR-BALANCETE SECTION.
           MOVE ZEROS TO WS-QTD-LINHAS.
           MOVE ZEROS TO WS-QTD-LANC.
           MOVE ZEROS TO WS-TOTAL-MES.
           MOVE ZEROS TO WS-TOTAL-ANO.
           MOVE SPACES TO WS-CC-ATUAL.
           OPEN OUTPUT ROLAGEM-FILE.
           IF WS-ROL-STATUS NOT = '00'
              DISPLAY 'Unable to open SALDROLL.DAT, status: '
                  WS-ROL-STATUS
              DISPLAY 'Period not closed.'
              SET PROCESSO-ERRO TO TRUE
           ELSE
              SET ROLAGEM-ABERTA TO TRUE
              PERFORM 310-ABRIR-BALANCETE
              MOVE LOW-VALUES TO SD-CHAVE
              MOVE WS-PERIODO TO SD-PERIODO
              MOVE 'N' TO WS-FIM-ARQUIVO
              START SALDOS-FILE KEY IS NOT LESS THAN SD-CHAVE
                 INVALID KEY
                    SET FIM-DO-ARQUIVO TO TRUE
              END-START
              PERFORM UNTIL FIM-DO-ARQUIVO
                 READ SALDOS-FILE NEXT RECORD
                    AT END
                       SET FIM-DO-ARQUIVO TO TRUE
                    NOT AT END
                       IF SD-PERIODO NOT = WS-PERIODO
                          SET FIM-DO-ARQUIVO TO TRUE
                       ELSE
                          PERFORM 320-RELATAR-SALDO
                       END-IF
                 END-READ
              END-PERFORM
              MOVE 'N' TO WS-FIM-ARQUIVO
              IF WS-CC-ATUAL NOT = SPACES
                 PERFORM 330-RELATAR-SUBTOTAL
              END-IF
              PERFORM 340-RELATAR-TOTAL
              CLOSE ROLAGEM-FILE
              MOVE 'N' TO WS-ROL-ABERTO
           END-IF.
      *****************************************************************
       310-ABRIR-BALANCETE SECTION.
           OPEN OUTPUT RELATORIO-FILE.
           IF WS-REL-STATUS NOT = '00'
              DISPLAY 'Unable to open BALANCETE.RPT, status: '
                  WS-REL-STATUS
           ELSE
              SET RELATORIO-ABERTO TO TRUE
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
              MOVE SPACES TO WS-REL-LINHA
              STRING 'PERIOD TRIAL BALANCE - PERIOD ' DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  ' PRODUCED ' DELIMITED BY SIZE
                  WS-DATA-HORA(1:4) '-' WS-DATA-HORA(5:2) '-'
                  WS-DATA-HORA(7:2) ' ' WS-DATA-HORA(9:2) ':'
                  WS-DATA-HORA(11:2) DELIMITED BY SIZE
                  INTO WS-REL-LINHA
              END-STRING
              PERFORM 380-GRAVAR-LINHA
              MOVE SPACES TO WS-REL-LINHA
              STRING 'REQUESTED BY ' DELIMITED BY SIZE
                  LS-OPERADOR-ID DELIMITED BY SIZE
                  ' IN RUN ' DELIMITED BY SIZE
                  LS-RUN-ID DELIMITED BY SIZE
                  INTO WS-REL-LINHA
              END-STRING
              PERFORM 380-GRAVAR-LINHA
              MOVE '-------------------------------------------------'
                  TO WS-REL-LINHA
              PERFORM 380-GRAVAR-LINHA
              MOVE 'CC   BR      MONTH-TO-DATE      YEAR-TO-DATE'
                  TO WS-REL-LINHA
              MOVE 'LINES' TO WS-REL-LINHA(50:5)
              PERFORM 380-GRAVAR-LINHA
           END-IF.
      *****************************************************************
       320-RELATAR-SALDO SECTION.
           IF SD-CCUSTO NOT = WS-CC-ATUAL
              IF WS-CC-ATUAL NOT = SPACES
                 PERFORM 330-RELATAR-SUBTOTAL
              END-IF
              MOVE SD-CCUSTO TO WS-CC-ATUAL
              MOVE ZEROS TO WS-CC-MES
              MOVE ZEROS TO WS-CC-ANO
           END-IF.
           ADD SD-MES TO WS-CC-MES.
           ADD SD-ANO TO WS-CC-ANO.
           ADD SD-MES TO WS-TOTAL-MES.
           ADD SD-ANO TO WS-TOTAL-ANO.
           ADD SD-QTD TO WS-QTD-LANC.
           ADD 1 TO WS-QTD-LINHAS.
           MOVE SD-MES TO WS-MES-ED.
           MOVE SD-ANO TO WS-ANO-ED.
           MOVE SD-QTD TO WS-QTD-ED.
           MOVE SPACES TO WS-REL-LINHA.
           STRING SD-CCUSTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SD-FILIAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MES-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ANO-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO WS-REL-LINHA.
           PERFORM 380-GRAVAR-LINHA.
           IF WS-PER-MES NOT = 12
              MOVE SD-CCUSTO TO RL-CCUSTO
              MOVE SD-FILIAL TO RL-FILIAL
              MOVE SD-ANO TO RL-ANO
              WRITE ROLAGEM-RECORD
              IF WS-ROL-STATUS NOT = '00' AND PROCESSO-OK
                 DISPLAY 'Unable to write SALDROLL.DAT, status: '
                     WS-ROL-STATUS
                 DISPLAY 'Period not closed.'
                 SET PROCESSO-ERRO TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       330-RELATAR-SUBTOTAL SECTION.
           MOVE WS-CC-MES TO WS-MES-ED.
           MOVE WS-CC-ANO TO WS-ANO-ED.
           MOVE SPACES TO WS-REL-LINHA.
           STRING WS-CC-ATUAL DELIMITED BY SIZE
               ' ALL ' DELIMITED BY SIZE
               WS-MES-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ANO-ED DELIMITED BY SIZE
               INTO WS-REL-LINHA.
           PERFORM 380-GRAVAR-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM 380-GRAVAR-LINHA.
      *****************************************************************
       340-RELATAR-TOTAL SECTION.
           MOVE '-------------------------------------------------'
               TO WS-REL-LINHA.
           PERFORM 380-GRAVAR-LINHA.
           IF WS-QTD-LINHAS = ZEROS
              MOVE 'NO BALANCES FOR THIS PERIOD' TO WS-REL-LINHA
              PERFORM 380-GRAVAR-LINHA
           END-IF.
           MOVE WS-TOTAL-MES TO WS-MES-ED.
           MOVE WS-TOTAL-ANO TO WS-ANO-ED.
           MOVE WS-QTD-LANC TO WS-QTD-ED.
           MOVE SPACES TO WS-REL-LINHA.
           STRING 'TOTAL    ' DELIMITED BY SIZE
               WS-MES-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ANO-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               INTO WS-REL-LINHA.
           PERFORM 380-GRAVAR-LINHA.
      *****************************************************************
       380-GRAVAR-LINHA SECTION.
           IF RELATORIO-ABERTO
              MOVE WS-REL-LINHA TO RELATORIO-RECORD
              WRITE RELATORIO-RECORD
           END-IF.
      *****************************************************************
       390-FECHAR-BALANCETE SECTION.
           MOVE SPACES TO WS-REL-LINHA.
           IF PERIODO-FOI-FECHADO
              STRING 'PERIOD ' DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  ' CLOSED AND LOCKED BY ' DELIMITED BY SIZE
                  LS-OPERADOR-ID DELIMITED BY SIZE
                  INTO WS-REL-LINHA
              END-STRING
           ELSE
              STRING 'DRAFT - PERIOD ' DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  ' NOT CLOSED' DELIMITED BY SIZE
                  INTO WS-REL-LINHA
              END-STRING
           END-IF.
           PERFORM 380-GRAVAR-LINHA.
           CLOSE RELATORIO-FILE.
           MOVE 'N' TO WS-REL-ABERTO.
      *****************************************************************
       400-CONFIRMAR-FECHO SECTION.
           MOVE WS-TOTAL-MES TO WS-MES-ED.
           DISPLAY 'Period ' WS-PERIODO ': ' WS-QTD-LINHAS
               ' balance(s), month total ' WS-MES-ED.
           DISPLAY 'Close period ' WS-PERIODO ' - no batch, suspense '
               'or standing-order run may post to it afterwards '
               '(S/N): '.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
              DISPLAY 'Period not closed.'
              SET PROCESSO-ERRO TO TRUE
           END-IF.
      *****************************************************************
       500-ROLAR-SALDOS SECTION.
           MOVE ZEROS TO WS-QTD-ROLADAS.
           IF WS-PER-MES = 12
              DISPLAY 'Year end - year-to-date figures start again '
                  'from ' WS-PERIODO-SEGUINTE
           ELSE
              OPEN INPUT ROLAGEM-FILE
              IF WS-ROL-STATUS NOT = '00'
                 DISPLAY 'Unable to open SALDROLL.DAT, status: '
                     WS-ROL-STATUS
                 DISPLAY 'Year-to-date NOT carried into '
                     WS-PERIODO-SEGUINTE ' - period not closed.'
                 SET PROCESSO-ERRO TO TRUE
              ELSE
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ ROLAGEM-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          PERFORM 510-ROLAR-SALDO
                    END-READ
                 END-PERFORM
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 CLOSE ROLAGEM-FILE
                 IF PROCESSO-ERRO
                    DISPLAY 'Year-to-date NOT fully carried into '
                        WS-PERIODO-SEGUINTE ' - period not closed.'
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       510-ROLAR-SALDO SECTION.
           MOVE WS-PERIODO-SEGUINTE TO SD-PERIODO.
           MOVE RL-CCUSTO TO SD-CCUSTO.
           MOVE RL-FILIAL TO SD-FILIAL.
           READ SALDOS-FILE
              INVALID KEY
                 IF RL-ANO NOT = ZEROS
                    MOVE WS-PERIODO-SEGUINTE TO SD-PERIODO
                    MOVE RL-CCUSTO TO SD-CCUSTO
                    MOVE RL-FILIAL TO SD-FILIAL
                    MOVE ZEROS TO SD-MES
                    MOVE RL-ANO TO SD-ANO
                    MOVE ZEROS TO SD-QTD
                    WRITE SALDO-RECORD
                       INVALID KEY
                          DISPLAY 'Unable to add period balance '
                              SD-CHAVE ', status: ' WS-SALDO-STATUS
                          SET PROCESSO-ERRO TO TRUE
                       NOT INVALID KEY
                          ADD 1 TO WS-QTD-ROLADAS
                    END-WRITE
                 END-IF
              NOT INVALID KEY
                 COMPUTE SD-ANO = RL-ANO + SD-MES
                    ON SIZE ERROR
                       DISPLAY 'Year-to-date overflow for ' SD-CHAVE
                 END-COMPUTE
                 REWRITE SALDO-RECORD
                    INVALID KEY
                       DISPLAY 'Unable to update period balance '
                           SD-CHAVE ', status: ' WS-SALDO-STATUS
                       SET PROCESSO-ERRO TO TRUE
                    NOT INVALID KEY
                       ADD 1 TO WS-QTD-ROLADAS
                 END-REWRITE
           END-READ.
      *****************************************************************
       600-GRAVAR-CONTROLE SECTION.
           MOVE WS-CHAVE-CONTROLE TO SD-CHAVE.
           READ SALDOS-FILE
              INVALID KEY
                 DISPLAY 'SALDOS.DAT control record missing - '
                     'period lock NOT recorded.'
              NOT INVALID KEY
                 MOVE WS-PERIODO TO SC-ULT-FECHADO
                 MOVE LS-DATA-NEGOCIO TO SC-DATA-FECHO
                 MOVE LS-OPERADOR-ID TO SC-OPERADOR
                 REWRITE SALDO-CONTROLE-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 IF WS-SALDO-STATUS = '00'
                    SET PERIODO-FOI-FECHADO TO TRUE
                 ELSE
                    DISPLAY 'Unable to record the period lock, '
                        'status: ' WS-SALDO-STATUS
                    DISPLAY 'Year-to-date already carried into '
                        WS-PERIODO-SEGUINTE ' - restore SALDOS.DAT '
                        'before closing again.'
                 END-IF
           END-READ.
      *****************************************************************
       700-REGISTRAR-AUDITORIA SECTION.
           MOVE SPACES TO WS-AUDIT-EVENTO.
           STRING 'PERIOD CLOSE ' DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               ' BALANCES=' DELIMITED BY SIZE
               WS-QTD-LINHAS DELIMITED BY SIZE
               ' ROLLED=' DELIMITED BY SIZE
               WS-QTD-ROLADAS DELIMITED BY SIZE
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

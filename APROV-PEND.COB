      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. APROV-PEND.
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
           SELECT PENDENTES-FILE ASSIGN TO "PENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PENDNOVO-FILE ASSIGN TO "PENDNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDN-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MESTRE-FILE ASSIGN TO "MESTRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ID
               FILE STATUS IS WS-MESTRE-STATUS.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
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
       77 WS-PEND-STATUS PIC X(02) VALUE SPACES.
       77 WS-PENDN-STATUS PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
       77 WS-MESTRE-STATUS PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WS-PROCESSO-OK PIC X(01) VALUE 'S'.
           88 PROCESSO-OK VALUE 'S'.
           88 PROCESSO-ERRO VALUE 'N'.
       77 WS-MESTRE-ABERTO PIC X(01) VALUE 'N'.
           88 MESTRE-ABERTO VALUE 'S'.
       77 WS-AUDIT-ABERTO PIC X(01) VALUE 'N'.
           88 AUDITORIA-ABERTA VALUE 'S'.
       77 WS-ENCERRAR PIC X(01) VALUE 'N'.
           88 ENCERRAR-REVISAO VALUE 'S'.
       77 WS-DECISAO PIC X(01) VALUE SPACE.
       77 WS-DECISAO-OK PIC X(01) VALUE 'N'.
           88 DECISAO-VALIDA VALUE 'S'.
       77 WS-NOVO-STATUS PIC X(01) VALUE SPACE.
       77 WS-MESTRE-GRAVADO PIC X(01) VALUE 'S'.
           88 MESTRE-GRAVADO VALUE 'S'.
       77 WS-ACAO PIC X(13) VALUE SPACES.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.
       77 WS-AUDIT-TIMESTAMP PIC X(19) VALUE SPACES.
       77 WS-AUDIT-LINHA PIC X(120) VALUE SPACES.
       77 WS-AUDIT-EVENTO PIC X(80) VALUE SPACES.

       77 WS-QTD-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WS-QTD-APROVADOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RECUSADOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-BLOQUEADOS PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-PENDENTE PIC S9(11)V99 VALUE ZEROS.

       77 WS-QTD-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-VALOR-ED PIC -(9)9,99 VALUE ZEROS.
       77 WS-LIMITE-ED PIC Z(8)9,99 VALUE ZEROS.
       77 WS-HASH-ED PIC -(11)9,99 VALUE ZEROS.
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
       000-APROVAR-PENDENTES SECTION.
           SET PROCESSO-OK TO TRUE.
           PERFORM 100-LISTAR-PENDENTES.
           IF PROCESSO-OK
              PERFORM 200-REVISAR-PENDENTES
           END-IF.
           IF PROCESSO-OK
              IF WS-QTD-APROVADOS > ZEROS OR WS-QTD-RECUSADOS > ZEROS
                 PERFORM 400-REGRAVAR-PENDENTES
              END-IF
              DISPLAY 'Held results reviewed: ' WS-QTD-APROVADOS
                  ' approved, ' WS-QTD-RECUSADOS ' declined.'
              IF WS-QTD-APROVADOS > ZEROS
                 DISPLAY 'Approved items go out on the next GL '
                     'extract.'
              END-IF
           END-IF.
           GOBACK.
      *****************************************************************
       100-LISTAR-PENDENTES SECTION.
           MOVE ZEROS TO WS-QTD-PENDENTES.
           MOVE ZEROS TO WS-TOTAL-PENDENTE.
           OPEN INPUT PENDENTES-FILE.
           EVALUATE TRUE
              WHEN WS-PEND-STATUS = '35'
                 DISPLAY 'No results are held for approval.'
                 SET PROCESSO-ERRO TO TRUE
              WHEN WS-PEND-STATUS NOT = '00'
                 DISPLAY 'Unable to open PENDENTES.DAT, status: '
                     WS-PEND-STATUS
                 SET PROCESSO-ERRO TO TRUE
              WHEN OTHER
                 DISPLAY '-------------------------------------------'
                 DISPLAY 'RESULTS HELD FOR APPROVAL'
                 DISPLAY '-------------------------------------------'
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ PENDENTES-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          IF PD-SITUACAO = 'P'
                             PERFORM 110-EXIBIR-PENDENTE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PENDENTES-FILE
                 DISPLAY '-------------------------------------------'
                 MOVE WS-QTD-PENDENTES TO WS-QTD-ED
                 MOVE WS-TOTAL-PENDENTE TO WS-HASH-ED
                 DISPLAY 'ITEMS HELD: ' WS-QTD-ED '  TOTAL: '
                     WS-HASH-ED
                 IF WS-QTD-PENDENTES = ZEROS
                    DISPLAY 'No results are held for approval.'
                    SET PROCESSO-ERRO TO TRUE
                 END-IF
           END-EVALUATE.
      *****************************************************************
       110-EXIBIR-PENDENTE SECTION.
           ADD 1 TO WS-QTD-PENDENTES.
           ADD PD-VALOR TO WS-TOTAL-PENDENTE.
           MOVE PD-VALOR TO WS-VALOR-ED.
           MOVE PD-LIMITE TO WS-LIMITE-ED.
           DISPLAY 'ID ' PD-ID ' RUN ' PD-RUN-ID ' CC ' PD-CCUSTO
               ' BR ' PD-FILIAL ' VALUE ' WS-VALOR-ED ' LIMIT '
               WS-LIMITE-ED ' BY ' PD-OPERADOR.
      *****************************************************************
       200-REVISAR-PENDENTES SECTION.
           MOVE ZEROS TO WS-QTD-APROVADOS.
           MOVE ZEROS TO WS-QTD-RECUSADOS.
           MOVE ZEROS TO WS-QTD-BLOQUEADOS.
           MOVE 'N' TO WS-ENCERRAR.
           OPEN INPUT PENDENTES-FILE.
           IF WS-PEND-STATUS NOT = '00'
              DISPLAY 'Unable to open PENDENTES.DAT, status: '
                  WS-PEND-STATUS
              SET PROCESSO-ERRO TO TRUE
           ELSE
              OPEN OUTPUT PENDNOVO-FILE
              IF WS-PENDN-STATUS NOT = '00'
                 DISPLAY 'Unable to open PENDNOVO.DAT, status: '
                     WS-PENDN-STATUS
                 CLOSE PENDENTES-FILE
                 SET PROCESSO-ERRO TO TRUE
              END-IF
           END-IF.
           IF PROCESSO-OK
              PERFORM 210-ABRIR-AUXILIARES
              MOVE 'N' TO WS-FIM-ARQUIVO
              PERFORM UNTIL FIM-DO-ARQUIVO
                 READ PENDENTES-FILE
                    AT END
                       SET FIM-DO-ARQUIVO TO TRUE
                    NOT AT END
                       IF PD-SITUACAO = 'P' AND NOT ENCERRAR-REVISAO
                          PERFORM 220-DECIDIR-PENDENTE
                       END-IF
                       MOVE PENDENTE-RECORD TO PENDNOVO-RECORD
                       WRITE PENDNOVO-RECORD
                 END-READ
              END-PERFORM
              CLOSE PENDENTES-FILE
              CLOSE PENDNOVO-FILE
              IF MESTRE-ABERTO
                 CLOSE MESTRE-FILE
                 MOVE 'N' TO WS-MESTRE-ABERTO
              END-IF
              IF AUDITORIA-ABERTA
                 CLOSE AUDIT-LOG-FILE
                 MOVE 'N' TO WS-AUDIT-ABERTO
              END-IF
              IF WS-QTD-BLOQUEADOS > ZEROS
                 MOVE WS-QTD-BLOQUEADOS TO WS-QTD-ED
                 DISPLAY WS-QTD-ED ' item(s) from your own batch '
                     'runs left for another approver.'
              END-IF
           END-IF.
      *****************************************************************
       210-ABRIR-AUXILIARES SECTION.
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
           MOVE 'N' TO WS-MESTRE-ABERTO.
           OPEN I-O MESTRE-FILE.
           IF WS-MESTRE-STATUS NOT = '00'
              DISPLAY 'Unable to open MESTRE.DAT, status: '
                  WS-MESTRE-STATUS
              DISPLAY 'Decisions recorded in PENDENTES.DAT only - '
                  'master status not updated.'
           ELSE
              SET MESTRE-ABERTO TO TRUE
           END-IF.
      *****************************************************************
       220-DECIDIR-PENDENTE SECTION.
           IF PD-OPERADOR = LS-OPERADOR-ID
              ADD 1 TO WS-QTD-BLOQUEADOS
              DISPLAY 'ID ' PD-ID ' was run by you - it must be '
                  'approved by another person.'
           ELSE
              MOVE PD-VALOR TO WS-VALOR-ED
              MOVE PD-LIMITE TO WS-LIMITE-ED
              DISPLAY ' '
              DISPLAY 'ID ' PD-ID ' RUN ' PD-RUN-ID ' CC ' PD-CCUSTO
                  ' BR ' PD-FILIAL
              DISPLAY 'VALUE ' WS-VALOR-ED ' LIMIT ' WS-LIMITE-ED
                  ' RUN BY ' PD-OPERADOR
              MOVE 'N' TO WS-DECISAO-OK
              PERFORM UNTIL DECISAO-VALIDA
                 DISPLAY 'A - Approve  D - Decline  S - Skip  '
                     'Q - Quit: '
                 ACCEPT WS-DECISAO
                 INSPECT WS-DECISAO CONVERTING 'adsq' TO 'ADSQ'
                 IF WS-DECISAO = 'A' OR WS-DECISAO = 'D' OR
                    WS-DECISAO = 'S' OR WS-DECISAO = 'Q'
                    SET DECISAO-VALIDA TO TRUE
                 ELSE
                    DISPLAY 'Invalid choice.'
                 END-IF
              END-PERFORM
              EVALUATE WS-DECISAO
                 WHEN 'A'
                    MOVE 'A' TO PD-SITUACAO
                    MOVE 'S' TO WS-NOVO-STATUS
                    ADD 1 TO WS-QTD-APROVADOS
                    PERFORM 230-REGISTRAR-DECISAO
                 WHEN 'D'
                    MOVE 'D' TO PD-SITUACAO
                    MOVE 'D' TO WS-NOVO-STATUS
                    ADD 1 TO WS-QTD-RECUSADOS
                    PERFORM 230-REGISTRAR-DECISAO
                 WHEN 'Q'
                    SET ENCERRAR-REVISAO TO TRUE
              END-EVALUATE
           END-IF.
      *****************************************************************
       230-REGISTRAR-DECISAO SECTION.
           MOVE LS-OPERADOR-ID TO PD-DECISOR.
           MOVE LS-DATA-NEGOCIO TO PD-DATA-DEC.
           SET MESTRE-GRAVADO TO TRUE.
           IF MESTRE-ABERTO
              MOVE PD-ID TO RM-ID
              READ MESTRE-FILE
                 INVALID KEY
                    DISPLAY 'Held ID ' PD-ID
                        ' not found in results master, status: '
                        WS-MESTRE-STATUS
                    MOVE 'N' TO WS-MESTRE-GRAVADO
                 NOT INVALID KEY
                    MOVE WS-NOVO-STATUS TO RM-STATUS
                    REWRITE MESTRE-RECORD
                       INVALID KEY
                          MOVE 'N' TO WS-MESTRE-GRAVADO
                    END-REWRITE
                    IF WS-MESTRE-STATUS NOT = '00'
                       DISPLAY 'Unable to update held ID ' PD-ID
                           ' in results master, status: '
                           WS-MESTRE-STATUS
                       MOVE 'N' TO WS-MESTRE-GRAVADO
                    END-IF
              END-READ
           END-IF.
           IF NOT MESTRE-GRAVADO
              IF PD-SITUACAO = 'A'
                 SUBTRACT 1 FROM WS-QTD-APROVADOS
              ELSE
                 SUBTRACT 1 FROM WS-QTD-RECUSADOS
              END-IF
              MOVE 'P' TO PD-SITUACAO
              MOVE SPACES TO PD-DECISOR
              MOVE ZEROS TO PD-DATA-DEC
              DISPLAY 'ID ' PD-ID ' left pending - decide it again '
                  'once MESTRE.DAT is available.'
           ELSE
              IF PD-SITUACAO = 'A'
                 MOVE 'HOLD APPROVED' TO WS-ACAO
              ELSE
                 MOVE 'HOLD DECLINED' TO WS-ACAO
              END-IF
              MOVE SPACES TO WS-AUDIT-EVENTO
              STRING WS-ACAO DELIMITED BY SIZE
                  ' ID=' DELIMITED BY SIZE
                  PD-ID DELIMITED BY SIZE
                  ' RUN=' DELIMITED BY SIZE
                  PD-RUN-ID DELIMITED BY SIZE
                  ' VALUE=' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  ' MAKER=' DELIMITED BY SIZE
                  PD-OPERADOR DELIMITED BY SIZE
                  INTO WS-AUDIT-EVENTO
              END-STRING
              PERFORM 300-GRAVAR-AUDITORIA
           END-IF.
      *****************************************************************
       300-GRAVAR-AUDITORIA SECTION.
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
       400-REGRAVAR-PENDENTES SECTION.
           OPEN INPUT PENDNOVO-FILE.
           IF WS-PENDN-STATUS NOT = '00'
              DISPLAY 'Unable to reopen PENDNOVO.DAT, status: '
                  WS-PENDN-STATUS
              DISPLAY 'PENDENTES.DAT NOT updated - decisions must be '
                  'keyed again.'
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
              END-IF
           END-IF.

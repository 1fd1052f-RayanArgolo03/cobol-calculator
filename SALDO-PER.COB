      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. SALDO-PER.
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
           SELECT GLHIST-FILE ASSIGN TO "GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-STATUS.
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
       FD  GLHIST-FILE.
       01  GLHIST-RECORD.
           05 GX-RUN-ID     PIC X(13).
           05 GX-ID         PIC 9(08).
           05 GX-CCUSTO     PIC X(04).
           05 GX-FILIAL     PIC X(03).
           05 GX-VALOR      PIC S9(09)V99 SIGN IS LEADING SEPARATE.
           05 GX-RUN-ORIGEM PIC X(13).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       77 WS-SALDO-STATUS PIC X(02) VALUE SPACES.
       77 WS-GLH-STATUS PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WS-SALDOS-ABERTO PIC X(01) VALUE 'N'.
           88 SALDOS-ABERTO VALUE 'S'.

       01  WS-CHAVE-CONTROLE.
           05 FILLER PIC 9(06) VALUE ZEROS.
           05 FILLER PIC X(07) VALUE SPACES.

       77 WS-ULT-FECHADO PIC 9(06) VALUE ZEROS.
       77 WS-GLHIST-LIDOS PIC 9(09) VALUE ZEROS.
       77 WS-LINHA-GLH PIC 9(09) VALUE ZEROS.
       77 WS-QTD-APLICADAS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DESVIADAS PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ESTORNADAS PIC 9(07) VALUE ZEROS.
       77 WS-PERIODO-ATUAL PIC 9(06) VALUE ZEROS.
       77 WS-PERIODO-LANC PIC 9(06) VALUE ZEROS.
       77 WS-CCUSTO-LANC PIC X(04) VALUE SPACES.
       77 WS-FILIAL-LANC PIC X(03) VALUE SPACES.
       77 WS-VALOR-LANC PIC S9(09)V99 VALUE ZEROS.
       77 WS-GX-ORIGEM PIC X(13) VALUE SPACES.
      *****************************************************************
       LINKAGE SECTION.
      *****************************************************************
       77 LS-FUNCAO PIC X(01).
           88 LS-VERIFICAR VALUE 'V'.
           88 LS-APLICAR-JORNAL VALUE 'G'.
           88 LS-ESTORNAR VALUE 'E'.
       77 LS-DATA PIC 9(08).
       77 LS-RUN-ALVO PIC X(13).
       77 LS-STATUS PIC X(01).
           88 LS-PERIODO-ABERTO VALUE 'A'.
           88 LS-PERIODO-FECHADO VALUE 'F'.
           88 LS-SALDOS-ERRO VALUE 'E'.
      *****************************************************************
       PROCEDURE DIVISION USING LS-FUNCAO LS-DATA LS-RUN-ALVO
               LS-STATUS.
      *****************************************************************
       000-ATENDER SECTION.
           SET LS-PERIODO-ABERTO TO TRUE.
           MOVE LS-DATA(1:6) TO WS-PERIODO-ATUAL.
           EVALUATE TRUE
              WHEN LS-VERIFICAR
                 PERFORM 100-LER-FECHAMENTO
              WHEN LS-APLICAR-JORNAL
                 PERFORM 200-ABRIR-SALDOS
                 IF SALDOS-ABERTO
                    PERFORM 300-APLICAR-JORNAL
                    PERFORM 290-FECHAR-SALDOS
                 END-IF
              WHEN LS-ESTORNAR
                 PERFORM 200-ABRIR-SALDOS
                 IF SALDOS-ABERTO
                    PERFORM 300-APLICAR-JORNAL
                    IF WS-PERIODO-ATUAL NOT > WS-ULT-FECHADO
                       SET LS-PERIODO-FECHADO TO TRUE
                       DISPLAY 'Period ' WS-PERIODO-ATUAL ' is closed '
                           '- back-out NOT posted to period balances.'
                    ELSE
                       PERFORM 400-ESTORNAR-RUN
                    END-IF
                    PERFORM 290-FECHAR-SALDOS
                 END-IF
              WHEN OTHER
                 SET LS-SALDOS-ERRO TO TRUE
           END-EVALUATE.
           GOBACK.
      *****************************************************************
       100-LER-FECHAMENTO SECTION.
           MOVE ZEROS TO WS-ULT-FECHADO.
           OPEN INPUT SALDOS-FILE.
           EVALUATE TRUE
              WHEN WS-SALDO-STATUS = '35'
                 CONTINUE
              WHEN WS-SALDO-STATUS NOT = '00'
                 DISPLAY 'Unable to open SALDOS.DAT, status: '
                     WS-SALDO-STATUS
                 SET LS-SALDOS-ERRO TO TRUE
              WHEN OTHER
                 MOVE WS-CHAVE-CONTROLE TO SD-CHAVE
                 READ SALDOS-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF SC-ULT-FECHADO IS NUMERIC
                          MOVE SC-ULT-FECHADO TO WS-ULT-FECHADO
                       END-IF
                 END-READ
                 CLOSE SALDOS-FILE
           END-EVALUATE.
           IF WS-ULT-FECHADO > ZEROS AND
              WS-PERIODO-ATUAL NOT > WS-ULT-FECHADO
              SET LS-PERIODO-FECHADO TO TRUE
           END-IF.
      *****************************************************************
       200-ABRIR-SALDOS SECTION.
           MOVE 'N' TO WS-SALDOS-ABERTO.
           OPEN I-O SALDOS-FILE.
           IF WS-SALDO-STATUS = '35'
              OPEN OUTPUT SALDOS-FILE
              IF WS-SALDO-STATUS = '00'
                 MOVE SPACES TO SALDO-CONTROLE-REG
                 MOVE WS-CHAVE-CONTROLE TO SC-CHAVE
                 MOVE ZEROS TO SC-GLHIST-LIDOS
                 MOVE ZEROS TO SC-ULT-FECHADO
                 MOVE ZEROS TO SC-DATA-FECHO
                 WRITE SALDO-CONTROLE-REG
                 CLOSE SALDOS-FILE
                 OPEN I-O SALDOS-FILE
              END-IF
           END-IF.
           IF WS-SALDO-STATUS NOT = '00'
              DISPLAY 'Unable to open SALDOS.DAT, status: '
                  WS-SALDO-STATUS
              DISPLAY 'Period balances NOT updated - they catch up '
                  'on the next successful batch.'
              SET LS-SALDOS-ERRO TO TRUE
           ELSE
              SET SALDOS-ABERTO TO TRUE
              MOVE WS-CHAVE-CONTROLE TO SD-CHAVE
              READ SALDOS-FILE
                 INVALID KEY
                    MOVE SPACES TO SALDO-CONTROLE-REG
                    MOVE WS-CHAVE-CONTROLE TO SC-CHAVE
                    MOVE ZEROS TO SC-GLHIST-LIDOS
                    MOVE ZEROS TO SC-ULT-FECHADO
                    MOVE ZEROS TO SC-DATA-FECHO
                    WRITE SALDO-CONTROLE-REG
              END-READ
              MOVE SC-GLHIST-LIDOS TO WS-GLHIST-LIDOS
              MOVE SC-ULT-FECHADO TO WS-ULT-FECHADO
           END-IF.
      *****************************************************************
       290-FECHAR-SALDOS SECTION.
           MOVE WS-CHAVE-CONTROLE TO SD-CHAVE.
           READ SALDOS-FILE
              INVALID KEY
                 DISPLAY 'SALDOS.DAT control record missing - '
                     'journal position not saved.'
                 SET LS-SALDOS-ERRO TO TRUE
              NOT INVALID KEY
                 MOVE WS-GLHIST-LIDOS TO SC-GLHIST-LIDOS
                 REWRITE SALDO-CONTROLE-REG
                    INVALID KEY
                       DISPLAY 'Unable to save the journal position in '
                           'SALDOS.DAT, status: ' WS-SALDO-STATUS
                       SET LS-SALDOS-ERRO TO TRUE
                 END-REWRITE
           END-READ.
           CLOSE SALDOS-FILE.
           MOVE 'N' TO WS-SALDOS-ABERTO.
      *****************************************************************
       300-APLICAR-JORNAL SECTION.
           MOVE ZEROS TO WS-LINHA-GLH.
           MOVE ZEROS TO WS-QTD-APLICADAS.
           MOVE ZEROS TO WS-QTD-DESVIADAS.
           OPEN INPUT GLHIST-FILE.
           EVALUATE TRUE
              WHEN WS-GLH-STATUS = '35'
                 CONTINUE
              WHEN WS-GLH-STATUS NOT = '00'
                 DISPLAY 'Unable to open GLHIST.DAT, status: '
                     WS-GLH-STATUS
                 DISPLAY 'Period balances NOT updated.'
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ GLHIST-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          ADD 1 TO WS-LINHA-GLH
                          IF WS-LINHA-GLH > WS-GLHIST-LIDOS
                             PERFORM 310-APLICAR-LINHA
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE GLHIST-FILE
                 IF WS-LINHA-GLH > WS-GLHIST-LIDOS
                    MOVE WS-LINHA-GLH TO WS-GLHIST-LIDOS
                 END-IF
                 IF WS-LINHA-GLH < WS-GLHIST-LIDOS
                    DISPLAY 'GLHIST.DAT holds fewer lines than already '
                        'applied to SALDOS.DAT - journal was replaced.'
                 END-IF
           END-EVALUATE.
           IF WS-QTD-APLICADAS > ZEROS
              DISPLAY 'Period balances updated: ' WS-QTD-APLICADAS
                  ' GL line(s) applied.'
           END-IF.
           IF WS-QTD-DESVIADAS > ZEROS
              DISPLAY WS-QTD-DESVIADAS ' GL line(s) dated in a '
                  'closed period were applied to period '
                  WS-PERIODO-ATUAL
           END-IF.
      *****************************************************************
       310-APLICAR-LINHA SECTION.
           IF GX-RUN-ID(1:6) IS NUMERIC
              MOVE GX-RUN-ID(1:6) TO WS-PERIODO-LANC
           ELSE
              MOVE WS-PERIODO-ATUAL TO WS-PERIODO-LANC
           END-IF.
           IF WS-PERIODO-LANC NOT > WS-ULT-FECHADO
              MOVE WS-PERIODO-ATUAL TO WS-PERIODO-LANC
              ADD 1 TO WS-QTD-DESVIADAS
           END-IF.
           MOVE GX-CCUSTO TO WS-CCUSTO-LANC.
           MOVE GX-FILIAL TO WS-FILIAL-LANC.
           MOVE GX-VALOR TO WS-VALOR-LANC.
           PERFORM 500-LANCAR-SALDO.
           ADD 1 TO WS-QTD-APLICADAS.
      *****************************************************************
       400-ESTORNAR-RUN SECTION.
           MOVE ZEROS TO WS-QTD-ESTORNADAS.
           OPEN INPUT GLHIST-FILE.
           IF WS-GLH-STATUS = '00'
              MOVE 'N' TO WS-FIM-ARQUIVO
              PERFORM UNTIL FIM-DO-ARQUIVO
                 READ GLHIST-FILE
                    AT END
                       SET FIM-DO-ARQUIVO TO TRUE
                    NOT AT END
                       IF GX-RUN-ORIGEM = SPACES
                          MOVE GX-RUN-ID TO WS-GX-ORIGEM
                       ELSE
                          MOVE GX-RUN-ORIGEM TO WS-GX-ORIGEM
                       END-IF
                       IF WS-GX-ORIGEM = LS-RUN-ALVO
                          MOVE WS-PERIODO-ATUAL TO WS-PERIODO-LANC
                          MOVE GX-CCUSTO TO WS-CCUSTO-LANC
                          MOVE GX-FILIAL TO WS-FILIAL-LANC
                          COMPUTE WS-VALOR-LANC = GX-VALOR * -1
                          PERFORM 500-LANCAR-SALDO
                          ADD 1 TO WS-QTD-ESTORNADAS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GLHIST-FILE
           END-IF.
           DISPLAY 'Period balances: ' WS-QTD-ESTORNADAS
               ' GL line(s) reversed in period ' WS-PERIODO-ATUAL.
      *****************************************************************
       500-LANCAR-SALDO SECTION.
           MOVE WS-PERIODO-LANC TO SD-PERIODO.
           MOVE WS-CCUSTO-LANC TO SD-CCUSTO.
           MOVE WS-FILIAL-LANC TO SD-FILIAL.
           READ SALDOS-FILE
              INVALID KEY
                 MOVE WS-PERIODO-LANC TO SD-PERIODO
                 MOVE WS-CCUSTO-LANC TO SD-CCUSTO
                 MOVE WS-FILIAL-LANC TO SD-FILIAL
                 MOVE WS-VALOR-LANC TO SD-MES
                 MOVE WS-VALOR-LANC TO SD-ANO
                 MOVE 1 TO SD-QTD
                 WRITE SALDO-RECORD
                    INVALID KEY
                       DISPLAY 'Unable to add period balance '
                           SD-CHAVE ', status: ' WS-SALDO-STATUS
                 END-WRITE
              NOT INVALID KEY
                 ADD WS-VALOR-LANC TO SD-MES
                    ON SIZE ERROR
                       DISPLAY 'Period balance overflow for '
                           SD-CHAVE
                 END-ADD
                 ADD WS-VALOR-LANC TO SD-ANO
                    ON SIZE ERROR
                       DISPLAY 'Year-to-date overflow for '
                           SD-CHAVE
                 END-ADD
                 ADD 1 TO SD-QTD
                 REWRITE SALDO-RECORD
                    INVALID KEY
                       DISPLAY 'Unable to update period balance '
                           SD-CHAVE ', status: ' WS-SALDO-STATUS
                 END-REWRITE
           END-READ.

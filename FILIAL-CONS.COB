           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CCUSTOS-FILE ASSIGN TO "CCUSTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCUSTOS-STATUS.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
           05 FD-ID         PIC 9(08).
           05 FD-MEMORIA    PIC X(01).
           05 FD-CCUSTO     PIC X(04).
       01  FILIAL-EXPR-REG.
           05 FE-TIPO-REG   PIC X(01).
           05 FE-ID         PIC X(08).
           05 FE-CCUSTO     PIC X(04).
       01  FILIAL-HEADER-REG.
           05 FH-TIPO-REG   PIC X(01).
           05 FH-DATA-MOVTO PIC 9(08).
       01  CONS-REPORT-RECORD PIC X(100).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(120).
       FD  CCUSTOS-FILE.
       01  CCUSTO-RECORD.
           05 CM-CODIGO     PIC X(04).
           05 CM-DESCRICAO  PIC X(30).
           05 CM-FILIAL     PIC X(03).
           05 CM-SITUACAO   PIC X(01).
           05 CM-CONTATO    PIC X(30).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
           88 FIM-DA-FILIAL VALUE 'S'.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.

       77 WS-FL-QTD PIC 9(03) VALUE ZEROS.
       77 WS-FL-IDX PIC 9(03) VALUE ZEROS.
       77 WS-FL-ESTOURO PIC X(01) VALUE 'N'.
           88 FILIAIS-ESTOURARAM VALUE 'S'.
       01  WS-FL-TABELA.
           05 WS-FL-ENT OCCURS 100 TIMES.
              10 WS-FL-CODIGO  PIC X(03).
              10 WS-FL-ARQUIVO PIC X(30).
              10 WS-FL-ACEITOS PIC 9(06).
              10 WS-FL-ERROS-CC PIC 9(06).
              10 WS-FL-SITUACAO PIC X(01).
                 88 FILIAL-ACEITA VALUE 'A'.
                 88 FILIAL-REJEITADA VALUE 'R'.
           88 SAIDA-ABERTA VALUE 'S'.
       77 WS-QTD-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-CONS-LINHA PIC X(100) VALUE SPACES.

       77 WS-CCUSTOS-STATUS PIC X(02) VALUE SPACES.
       77 WS-FIM-CCUSTOS PIC X(01) VALUE 'N'.
           88 FIM-DOS-CCUSTOS VALUE 'S'.
       77 WS-CM-CARREGADO PIC X(01) VALUE 'N'.
           88 MASTER-CC-CARREGADO VALUE 'S'.
       77 WS-CM-ESTOURO PIC X(01) VALUE 'N'.
           88 CCUSTOS-ESTOURARAM VALUE 'S'.
       77 WS-CM-QTD PIC 9(04) VALUE ZEROS.
       77 WS-CC-PROC PIC X(04) VALUE SPACES.
       77 WS-CC-MOTIVO PIC X(30) VALUE SPACES.
       01  WS-CM-TABELA.
           05 WS-CM-ENT OCCURS 1000 TIMES
                  INDEXED BY WS-CM-IX.
              10 WS-CM-CODIGO   PIC X(04).
              10 WS-CM-FILIAL   PIC X(03).
              10 WS-CM-SITUACAO PIC X(01).
      *****************************************************************
       LINKAGE SECTION.
      *****************************************************************
      *****************************************************************
       000-CONSOLIDAR SECTION.
           PERFORM 100-CARREGAR-FILIAIS.
           IF WS-FL-QTD > ZEROS AND NOT FILIAIS-ESTOURARAM
              PERFORM 120-CARREGAR-CCUSTOS
           END-IF.
           EVALUATE TRUE
              WHEN FILIAIS-ESTOURARAM
                 DISPLAY 'Consolidation stopped - FILIAIS.DAT lists '
                     'more than 100 branches.'
              WHEN CCUSTOS-ESTOURARAM
                 DISPLAY 'Consolidation stopped - CCUSTOS.DAT lists '
                     'more than 1000 cost centers.'
              WHEN WS-FL-QTD = ZEROS
                 DISPLAY 'No branch files to consolidate.'
              WHEN OTHER
                 PERFORM 150-ABRIR-SAIDA
                 IF SAIDA-ABERTA
                    PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                        UNTIL WS-FL-IDX > WS-FL-QTD
                       PERFORM 200-TRATAR-FILIAL
                    END-PERFORM
                    PERFORM 500-FECHAR-SAIDA
                    PERFORM 600-GRAVAR-RELATORIO
                    PERFORM 700-REGISTRAR-AUDITORIA
                 END-IF
           END-EVALUATE.
           GOBACK.
      *****************************************************************
       100-CARREGAR-FILIAIS SECTION.
           MOVE ZEROS TO WS-FL-QTD.
           MOVE 'N' TO WS-FL-ESTOURO.
           OPEN INPUT FILIAIS-FILE.
           EVALUATE TRUE
              WHEN WS-FILIAIS-STATUS = '35'
                             DISPLAY 'FILIAIS.DAT entry ignored - '
                                 'code or file name blank.'
                          ELSE
                             IF WS-FL-QTD < 100
                                ADD 1 TO WS-FL-QTD
                                MOVE FL-CODIGO
                                    TO WS-FL-CODIGO(WS-FL-QTD)
                                    TO WS-FL-ARQUIVO(WS-FL-QTD)
                                MOVE ZEROS
                                    TO WS-FL-ACEITOS(WS-FL-QTD)
                                MOVE ZEROS
                                    TO WS-FL-ERROS-CC(WS-FL-QTD)
                                MOVE 'R'
                                    TO WS-FL-SITUACAO(WS-FL-QTD)
                             ELSE
                                DISPLAY 'Branch table full at '
                                    FL-CODIGO
                                SET FILIAIS-ESTOURARAM TO TRUE
                             END-IF
                          END-IF
                    END-READ
                 CLOSE FILIAIS-FILE
                 DISPLAY 'Branches to consolidate: ' WS-FL-QTD
           END-EVALUATE.
      *****************************************************************
       120-CARREGAR-CCUSTOS SECTION.
           MOVE ZEROS TO WS-CM-QTD.
           MOVE 'N' TO WS-CM-ESTOURO.
           MOVE 'N' TO WS-CM-CARREGADO.
           OPEN INPUT CCUSTOS-FILE.
           EVALUATE TRUE
              WHEN WS-CCUSTOS-STATUS = '35'
                 DISPLAY 'No cost-center master (CCUSTOS.DAT) - branch '
                     'cost centers not checked.'
              WHEN WS-CCUSTOS-STATUS NOT = '00'
                 DISPLAY 'Unable to open CCUSTOS.DAT, status: '
                     WS-CCUSTOS-STATUS
                 DISPLAY 'Branch cost centers not checked.'
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-CCUSTOS
                 PERFORM UNTIL FIM-DOS-CCUSTOS
                    READ CCUSTOS-FILE
                       AT END
                          SET FIM-DOS-CCUSTOS TO TRUE
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
                             IF NOT CCUSTOS-ESTOURARAM
                                DISPLAY 'Cost-center table full at '
                                    CM-CODIGO
                                SET CCUSTOS-ESTOURARAM TO TRUE
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CCUSTOS-FILE
                 SET MASTER-CC-CARREGADO TO TRUE
                 DISPLAY 'Cost-center master loaded: ' WS-CM-QTD
                     ' entries.'
           END-EVALUATE.
      *****************************************************************
       150-ABRIR-SAIDA SECTION.
           MOVE 'N' TO WS-SAIDA-ABERTA.
                              WS-VAL-SEQ
                    END-ADD
                 END-IF
                 MOVE FD-CCUSTO TO WS-CC-PROC
                 PERFORM 330-VERIFICAR-CCUSTO
              WHEN FB-LIMPA-MEM
                 ADD 1 TO WS-VAL-DETALHES
              WHEN FB-EXPRESSAO
                 ADD 1 TO WS-VAL-DETALHES
                 MOVE FE-CCUSTO TO WS-CC-PROC
                 PERFORM 330-VERIFICAR-CCUSTO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
                 SET VALIDACAO-ERRO TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       330-VERIFICAR-CCUSTO SECTION.
           MOVE SPACES TO WS-CC-MOTIVO.
           IF MASTER-CC-CARREGADO AND WS-CC-PROC NOT = SPACES
              SET WS-CM-IX TO 1
              SEARCH WS-CM-ENT
                 AT END
                    MOVE 'NOT ON THE MASTER' TO WS-CC-MOTIVO
                 WHEN WS-CM-IX > WS-CM-QTD
                    MOVE 'NOT ON THE MASTER' TO WS-CC-MOTIVO
                 WHEN WS-CM-CODIGO(WS-CM-IX) = WS-CC-PROC
                    IF WS-CM-SITUACAO(WS-CM-IX) = 'F'
                       MOVE 'CLOSED' TO WS-CC-MOTIVO
                    ELSE
                       IF WS-CM-FILIAL(WS-CM-IX) NOT = SPACES AND
                          WS-CM-FILIAL(WS-CM-IX) NOT =
                          WS-FL-CODIGO(WS-FL-IDX)
                          MOVE 'OWNED BY ANOTHER BRANCH'
                              TO WS-CC-MOTIVO
                       END-IF
                    END-IF
              END-SEARCH
           END-IF.
           IF WS-CC-MOTIVO NOT = SPACES
              DISPLAY 'Branch cost center ' WS-CC-PROC ' '
                  WS-CC-MOTIVO ' at sequence ' WS-VAL-SEQ
              ADD 1 TO WS-FL-ERROS-CC(WS-FL-IDX)
              SET VALIDACAO-ERRO TO TRUE
           END-IF.
      *****************************************************************
       400-COPIAR-FILIAL SECTION.
           OPEN INPUT FILIAL-FILE.
                        INTO WS-CONS-LINHA
                    END-STRING
                 ELSE
                    IF WS-FL-ERROS-CC(WS-FL-IDX) > ZEROS
                       MOVE WS-FL-ERROS-CC(WS-FL-IDX) TO WS-QTD-ED
                       STRING 'BRANCH ' DELIMITED BY SIZE
                           WS-FL-CODIGO(WS-FL-IDX) DELIMITED BY SIZE
                           ' REJECTED - ' DELIMITED BY SIZE
                           WS-QTD-ED DELIMITED BY SIZE
                           ' COST CENTER ERROR(S) ON ' DELIMITED BY SIZE
                           WS-FL-ARQUIVO(WS-FL-IDX) DELIMITED BY SIZE
                           INTO WS-CONS-LINHA
                       END-STRING
                    ELSE
                       STRING 'BRANCH ' DELIMITED BY SIZE
                           WS-FL-CODIGO(WS-FL-IDX) DELIMITED BY SIZE
                           ' REJECTED - CONTROLS FAILED ON '
                           DELIMITED BY SIZE
                           WS-FL-ARQUIVO(WS-FL-IDX) DELIMITED BY SIZE
                           INTO WS-CONS-LINHA
                       END-STRING
                    END-IF
                 END-IF
                 MOVE WS-CONS-LINHA TO CONS-REPORT-RECORD
                 WRITE CONS-REPORT-RECORD

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LIBERDUP-FILE ASSIGN TO "LIBERDUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-STATUS.
           SELECT CCUSTOS-FILE ASSIGN TO "CCUSTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCUSTOS-STATUS.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
           05 TT-HASH-OPERANDOS PIC 9(13)V99.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(120).
       FD  LIBERDUP-FILE.
       01  LIBERDUP-RECORD.
           05 LD-ID         PIC X(08).
           05 LD-SITUACAO   PIC X(01).
           05 LD-DATA-USO   PIC 9(08).
           05 LD-DATA-LIB   PIC 9(08).
           05 LD-OPERADOR   PIC X(08).
           05 LD-MOTIVO     PIC X(03).
       FD  CCUSTOS-FILE.
       01  CCUSTO-RECORD.
           05 CM-CODIGO     PIC X(04).
           05 CM-DESCRICAO  PIC X(30).
           05 CM-FILIAL     PIC X(03).
           05 CM-SITUACAO   PIC X(01).
           05 CM-CONTATO    PIC X(30).
       FD  CAMBIO-FILE.
       01  CAMBIO-RECORD.
           05 CB-MOEDA         PIC X(03).
           05 CB-DATA-VIGENCIA PIC 9(08).
           05 CB-DATA-VIGENCIA-X REDEFINES CB-DATA-VIGENCIA PIC X(08).
           05 CB-TAXA          PIC 9(04)V9(06).
           05 CB-TAXA-X REDEFINES CB-TAXA PIC X(10).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       77 WS-REJ-STATUS PIC X(02) VALUE SPACES.
       77 WS-TRANS-STATUS PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
       77 WS-LIB-STATUS PIC X(02) VALUE SPACES.
       77 WS-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.
       77 WS-RESPOSTA PIC X(01) VALUE SPACE.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.
       77 WS-AUDIT-TIMESTAMP PIC X(19) VALUE SPACES.
       77 WS-AUDIT-LINHA PIC X(120) VALUE SPACES.
       77 WS-AUDIT-EVENTO PIC X(60) VALUE SPACES.

       77 WS-RJ-QTD PIC 9(03) VALUE ZEROS.
       77 WS-RJ-IDX PIC 9(03) VALUE ZEROS.
           05 WS-TB-ID-X REDEFINES WS-TB-ID PIC X(08).
           05 WS-TB-MEMORIA    PIC X(01).
           05 WS-TB-CCUSTO     PIC X(04).
           05 WS-TB-MOEDA      PIC X(03).
       01  WS-TRAB-EXPR REDEFINES WS-TRAB-REG.
           05 WS-TB-E-TIPO     PIC X(01).
           05 WS-TB-E-ID       PIC X(08).
       77 WS-REG-DECIDIDO PIC X(01) VALUE 'N'.
           88 REGISTRO-DECIDIDO VALUE 'S'.
       77 WS-ENTRADA PIC X(60) VALUE SPACES.
       77 WS-MOTIVO-DUP PIC X(03) VALUE SPACES.
       77 WS-ID-ANTERIOR PIC X(08) VALUE SPACES.
       77 WS-DUP-LIBERADO PIC X(01) VALUE 'N'.
           88 DUPLICIDADE-LIBERADA VALUE 'S'.

       77 WS-FX-QTD PIC 9(03) VALUE ZEROS.
       77 WS-FX-IDX PIC 9(03) VALUE ZEROS.
       01  WS-FX-TABELA.
           05 WS-FX-IMAGEM PIC X(73) OCCURS 200 TIMES.
       01  WS-FL-TABELA.
           05 WS-FL-ENT OCCURS 200 TIMES.
              10 WS-FL-LIBERADO PIC X(01).
              10 WS-FL-ID       PIC X(08).
              10 WS-FL-MOTIVO   PIC X(03).
       77 WS-QTD-LIBERADOS PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PULADOS PIC 9(03) VALUE ZEROS.
       77 WS-HASH-OPERANDOS PIC 9(13)V99 VALUE ZEROS.

       77 WS-CCUSTOS-STATUS PIC X(02) VALUE SPACES.
       77 WS-CM-CARREGADO PIC X(01) VALUE 'N'.
           88 MASTER-CC-CARREGADO VALUE 'S'.
       77 WS-CM-ESTOURO PIC X(01) VALUE 'N'.
           88 CCUSTOS-ESTOURARAM VALUE 'S'.
       77 WS-CM-QTD PIC 9(04) VALUE ZEROS.
       01  WS-CM-TABELA.
           05 WS-CM-ENT OCCURS 1000 TIMES
                  INDEXED BY WS-CM-IX.
              10 WS-CM-CODIGO   PIC X(04).
              10 WS-CM-SITUACAO PIC X(01).
       77 WS-CC-PROC PIC X(04) VALUE SPACES.
       77 WS-CC-ORIGINAL PIC X(04) VALUE SPACES.
       77 WS-MOTIVO-ORIGEM PIC X(03) VALUE SPACES.

       77 WS-CAMBIO-STATUS PIC X(02) VALUE SPACES.
       77 WS-CB-CARREGADO PIC X(01) VALUE 'N'.
           88 CAMBIO-CARREGADO VALUE 'S'.
       77 WS-MD-ESTOURO PIC X(01) VALUE 'N'.
           88 MOEDAS-ESTOURARAM VALUE 'S'.
       77 WS-MD-QTD PIC 9(03) VALUE ZEROS.
       77 WS-MD-IDX PIC 9(03) VALUE ZEROS.
       77 WS-MD-ACHOU PIC 9(03) VALUE ZEROS.
       01  WS-MD-TABELA.
           05 WS-MD-ENT OCCURS 200 TIMES.
              10 WS-MD-MOEDA    PIC X(03).
              10 WS-MD-VIGENTE  PIC X(01).
      *****************************************************************
       LINKAGE SECTION.
      *****************************************************************
       77 LS-RUN-ID PIC X(13).
       77 LS-DATA-NEGOCIO PIC 9(08).
       77 LS-OPERADOR-ID PIC X(08).
       77 LS-OPERADOR-NIVEL PIC X(01).
           88 LS-SUPERVISOR VALUE '2'.
      *****************************************************************
       PROCEDURE DIVISION USING LS-RUN-ID LS-DATA-NEGOCIO
               LS-OPERADOR-ID LS-OPERADOR-NIVEL.
      *****************************************************************
       000-CORRIGIR-REJEITOS SECTION.
           MOVE ZEROS TO WS-FX-QTD.
           MOVE ZEROS TO WS-QTD-PULADOS.
           MOVE ZEROS TO WS-QTD-LIBERADOS.
           MOVE ZEROS TO WS-HASH-OPERANDOS.
           PERFORM 100-CARREGAR-REJEITOS.
           IF WS-RJ-QTD = ZEROS
              DISPLAY 'No rejects to correct.'
           ELSE
              PERFORM 110-CARREGAR-CCUSTOS
              PERFORM 120-CARREGAR-CAMBIO
              IF CCUSTOS-ESTOURARAM OR MOEDAS-ESTOURARAM
                 DISPLAY 'Reject correction not run - reference table '
                     'full, see messages above.'
              ELSE
                 PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
                     UNTIL WS-RJ-IDX > WS-RJ-QTD
                    PERFORM 200-CORRIGIR-REJEITO
                 END-PERFORM
                 DISPLAY 'Reject correction: ' WS-FX-QTD ' fixed, '
                     WS-QTD-PULADOS ' skipped.'
                 IF WS-FX-QTD > ZEROS
                    PERFORM 400-GRAVAR-RESSUBMISSAO
                 END-IF
              END-IF
           END-IF.
           GOBACK.
                 CLOSE REJEITADOS-FILE
                 DISPLAY 'Rejects loaded: ' WS-RJ-QTD
           END-EVALUATE.
      *****************************************************************
       110-CARREGAR-CCUSTOS SECTION.
           MOVE ZEROS TO WS-CM-QTD.
           MOVE 'N' TO WS-CM-CARREGADO.
           MOVE 'N' TO WS-CM-ESTOURO.
           OPEN INPUT CCUSTOS-FILE.
           EVALUATE TRUE
              WHEN WS-CCUSTOS-STATUS = '35'
                 CONTINUE
              WHEN WS-CCUSTOS-STATUS NOT = '00'
                 DISPLAY 'Unable to open CCUSTOS.DAT, status: '
                     WS-CCUSTOS-STATUS
                 DISPLAY 'Cost centers are checked again by the next '
                     'batch edit.'
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
                             MOVE CM-SITUACAO
                                 TO WS-CM-SITUACAO(WS-CM-QTD)
                          ELSE
                             IF NOT CCUSTOS-ESTOURARAM
                                DISPLAY 'Cost-center table full at '
                                    CM-CODIGO ' - more than 1000 '
                                    'entries in CCUSTOS.DAT.'
                                SET CCUSTOS-ESTOURARAM TO TRUE
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CCUSTOS-FILE
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 SET MASTER-CC-CARREGADO TO TRUE
           END-EVALUATE.
      *****************************************************************
       120-CARREGAR-CAMBIO SECTION.
           MOVE ZEROS TO WS-MD-QTD.
           MOVE 'N' TO WS-CB-CARREGADO.
           MOVE 'N' TO WS-MD-ESTOURO.
           OPEN INPUT CAMBIO-FILE.
           EVALUATE TRUE
              WHEN WS-CAMBIO-STATUS = '35'
                 SET CAMBIO-CARREGADO TO TRUE
              WHEN WS-CAMBIO-STATUS NOT = '00'
                 DISPLAY 'Unable to open CAMBIO.DAT, status: '
                     WS-CAMBIO-STATUS
                 DISPLAY 'Currencies are checked again by the next '
                     'batch edit.'
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ CAMBIO-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          IF CB-MOEDA NOT = SPACES AND
                             CB-DATA-VIGENCIA-X IS NUMERIC AND
                             CB-TAXA-X IS NUMERIC
                             PERFORM 125-INCLUIR-MOEDA
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CAMBIO-FILE
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 SET CAMBIO-CARREGADO TO TRUE
           END-EVALUATE.
      *****************************************************************
       125-INCLUIR-MOEDA SECTION.
           MOVE ZEROS TO WS-MD-ACHOU.
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
               UNTIL WS-MD-IDX > WS-MD-QTD OR WS-MD-ACHOU > ZEROS
              IF WS-MD-MOEDA(WS-MD-IDX) = CB-MOEDA
                 MOVE WS-MD-IDX TO WS-MD-ACHOU
              END-IF
           END-PERFORM.
           IF WS-MD-ACHOU = ZEROS
              IF WS-MD-QTD < 200
                 ADD 1 TO WS-MD-QTD
                 MOVE WS-MD-QTD TO WS-MD-ACHOU
                 MOVE CB-MOEDA TO WS-MD-MOEDA(WS-MD-ACHOU)
                 MOVE 'N' TO WS-MD-VIGENTE(WS-MD-ACHOU)
              ELSE
                 IF NOT MOEDAS-ESTOURARAM
                    DISPLAY 'Currency table full at ' CB-MOEDA
                        ' - more than 200 currencies in CAMBIO.DAT.'
                    SET MOEDAS-ESTOURARAM TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF WS-MD-ACHOU > ZEROS AND
              CB-DATA-VIGENCIA <= LS-DATA-NEGOCIO
              MOVE 'S' TO WS-MD-VIGENTE(WS-MD-ACHOU)
           END-IF.
      *****************************************************************
       200-CORRIGIR-REJEITO SECTION.
           MOVE WS-RJ-IMAGEM(WS-RJ-IDX) TO WS-TRAB-REG.
           MOVE WS-RJ-MOTIVO(WS-RJ-IDX) TO WS-MOTIVO-ATUAL.
           MOVE 'N' TO WS-REG-DECIDIDO.
           MOVE 'N' TO WS-DUP-LIBERADO.
           MOVE SPACES TO WS-MOTIVO-DUP.
           MOVE WS-MOTIVO-ATUAL TO WS-MOTIVO-ORIGEM.
           IF WS-TB-TIPO-REG = 'E'
              MOVE WS-TB-E-CCUSTO TO WS-CC-ORIGINAL
           ELSE
              MOVE WS-TB-CCUSTO TO WS-CC-ORIGINAL
           END-IF.
           IF WS-MOTIVO-ATUAL = 'E12' OR WS-MOTIVO-ATUAL = 'E13'
              MOVE WS-MOTIVO-ATUAL TO WS-MOTIVO-DUP
           END-IF.
           PERFORM UNTIL REGISTRO-DECIDIDO
              PERFORM 210-MOSTRAR-REJEITO
              DISPLAY 'Fix this field? (S=yes, N=skip record): '
              WHEN 'E06'
                 DISPLAY '>>> RECORD TYPE........: ' WS-TB-TIPO-REG
              WHEN 'E07'
              WHEN 'E12'
              WHEN 'E13'
                 IF WS-TB-TIPO-REG = 'E'
                    DISPLAY '>>> TRANSACTION ID.....: ' WS-TB-E-ID
                 ELSE
                 DISPLAY '>>> EXPRESSION.........: '
                     WS-TB-E-EXPRESSAO
              WHEN 'E11'
              WHEN 'E14'
              WHEN 'E15'
              WHEN 'E16'
                 IF WS-TB-TIPO-REG = 'E'
                    DISPLAY '>>> COST CENTER........: ' WS-TB-E-CCUSTO
                 ELSE
                    DISPLAY '>>> COST CENTER........: ' WS-TB-CCUSTO
                 END-IF
              WHEN 'E17'
              WHEN 'E18'
                 DISPLAY '>>> CURRENCY CODE......: ' WS-TB-MOEDA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
              WHEN 'E11'
                 MOVE 'COST CENTER IS BLANK'
                     TO WS-MOTIVO-DESC
              WHEN 'E12'
                 MOVE 'DUPLICATE TRANSACTION ID WITHIN THE FILE'
                     TO WS-MOTIVO-DESC
              WHEN 'E13'
                 MOVE 'TRANSACTION ID ALREADY POSTED TO MASTER'
                     TO WS-MOTIVO-DESC
              WHEN 'E14'
                 MOVE 'COST CENTER NOT ON THE COST-CENTER MASTER'
                     TO WS-MOTIVO-DESC
              WHEN 'E15'
                 MOVE 'COST CENTER IS CLOSED'
                     TO WS-MOTIVO-DESC
              WHEN 'E16'
                 MOVE 'COST CENTER BELONGS TO ANOTHER BRANCH'
                     TO WS-MOTIVO-DESC
              WHEN 'E17'
                 MOVE 'CURRENCY CODE NOT ON EXCHANGE-RATE TABLE'
                     TO WS-MOTIVO-DESC
              WHEN 'E18'
                 MOVE 'NO EXCHANGE RATE IN EFFECT FOR BUSINESS DATE'
                     TO WS-MOTIVO-DESC
              WHEN OTHER
                 MOVE 'UNKNOWN REJECT REASON'
                     TO WS-MOTIVO-DESC
                 DISPLAY 'New expression (up to 60 characters): '
                 ACCEPT WS-ENTRADA FROM CONSOLE
                 MOVE WS-ENTRADA TO WS-TB-E-EXPRESSAO
              WHEN 'E12'
              WHEN 'E13'
                 PERFORM 225-TRATAR-DUPLICIDADE
              WHEN 'E11'
              WHEN 'E14'
              WHEN 'E15'
              WHEN 'E16'
                 DISPLAY 'New cost center (4 characters): '
                 ACCEPT WS-ENTRADA FROM CONSOLE
                 IF WS-TB-TIPO-REG = 'E'
                 ELSE
                    MOVE WS-ENTRADA(1:4) TO WS-TB-CCUSTO
                 END-IF
              WHEN 'E17'
              WHEN 'E18'
                 DISPLAY 'New currency code (3 letters, blank = base '
                     'currency): '
                 ACCEPT WS-ENTRADA FROM CONSOLE
                 INSPECT WS-ENTRADA CONVERTING
                     'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                 MOVE WS-ENTRADA(1:3) TO WS-TB-MOEDA
              WHEN OTHER
                 DISPLAY 'Reason not correctable field by field - '
                     'record must be rekeyed.'
           END-EVALUATE.
      *****************************************************************
       225-TRATAR-DUPLICIDADE SECTION.
           IF WS-TB-TIPO-REG = 'E'
              MOVE WS-TB-E-ID TO WS-ID-ANTERIOR
           ELSE
              MOVE WS-TB-ID-X TO WS-ID-ANTERIOR
           END-IF.
           DISPLAY 'R = release as a deliberate resubmission '
               '(supervisor), N = key a new transaction ID: '.
           ACCEPT WS-ENTRADA FROM CONSOLE.
           IF WS-ENTRADA(1:1) = 'R' OR WS-ENTRADA(1:1) = 'r'
              IF LS-SUPERVISOR
                 SET DUPLICIDADE-LIBERADA TO TRUE
                 DISPLAY 'Duplicate ID ' WS-ID-ANTERIOR ' released - '
                     'the release is recorded when the resubmission '
                     'is written.'
              ELSE
                 DISPLAY 'Only a supervisor may release a duplicate '
                     'transaction ID.'
                 MOVE SPACES TO WS-AUDIT-EVENTO
                 STRING 'DUPLICATE RELEASE REFUSED ID='
                     DELIMITED BY SIZE
                     WS-ID-ANTERIOR DELIMITED BY SIZE
                     ' - NOT SUPERVISOR' DELIMITED BY SIZE
                     INTO WS-AUDIT-EVENTO
                 END-STRING
                 PERFORM 510-REGISTRAR-EVENTO
              END-IF
           ELSE
              DISPLAY 'New transaction ID (8 digits): '
              ACCEPT WS-ENTRADA FROM CONSOLE
              IF WS-TB-TIPO-REG = 'E'
                 MOVE WS-ENTRADA(1:8) TO WS-TB-E-ID
              ELSE
                 MOVE WS-ENTRADA(1:8) TO WS-TB-ID-X
              END-IF
              IF WS-ENTRADA(1:8) NOT = WS-ID-ANTERIOR
                 MOVE SPACES TO WS-MOTIVO-DUP
              END-IF
           END-IF.
      *****************************************************************
       300-REVALIDAR SECTION.
           MOVE SPACES TO WS-MOTIVO-ATUAL.
              WHEN OTHER
                 MOVE 'E06' TO WS-MOTIVO-ATUAL
           END-EVALUATE.
           IF WS-MOTIVO-ATUAL = SPACES AND WS-TB-TIPO-REG NOT = 'C'
              PERFORM 330-REVALIDAR-CCUSTO
           END-IF.
           IF WS-MOTIVO-ATUAL = SPACES AND WS-TB-TIPO-REG = 'D'
              AND WS-TB-MOEDA NOT = SPACES
              PERFORM 340-REVALIDAR-MOEDA
           END-IF.
           IF WS-MOTIVO-ATUAL = SPACES AND WS-MOTIVO-DUP NOT = SPACES
              AND NOT DUPLICIDADE-LIBERADA
              MOVE WS-MOTIVO-DUP TO WS-MOTIVO-ATUAL
           END-IF.
      *****************************************************************
       310-REVALIDAR-DETALHE SECTION.
           IF WS-TB-OP1-SINAL NOT = '+' AND WS-TB-OP1-SINAL NOT = '-'
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       330-REVALIDAR-CCUSTO SECTION.
           IF WS-TB-TIPO-REG = 'E'
              MOVE WS-TB-E-CCUSTO TO WS-CC-PROC
           ELSE
              MOVE WS-TB-CCUSTO TO WS-CC-PROC
           END-IF.
           IF MASTER-CC-CARREGADO
              SET WS-CM-IX TO 1
              SEARCH WS-CM-ENT
                 AT END
                    MOVE 'E14' TO WS-MOTIVO-ATUAL
                 WHEN WS-CM-IX > WS-CM-QTD
                    MOVE 'E14' TO WS-MOTIVO-ATUAL
                 WHEN WS-CM-CODIGO(WS-CM-IX) = WS-CC-PROC
                    IF WS-CM-SITUACAO(WS-CM-IX) = 'F'
                       MOVE 'E15' TO WS-MOTIVO-ATUAL
                    END-IF
              END-SEARCH
           END-IF.
           IF WS-MOTIVO-ATUAL = SPACES AND WS-MOTIVO-ORIGEM = 'E16'
              AND WS-CC-PROC = WS-CC-ORIGINAL
              MOVE 'E16' TO WS-MOTIVO-ATUAL
           END-IF.
      *****************************************************************
       340-REVALIDAR-MOEDA SECTION.
           IF CAMBIO-CARREGADO
              MOVE ZEROS TO WS-MD-ACHOU
              PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                  UNTIL WS-MD-IDX > WS-MD-QTD OR WS-MD-ACHOU > ZEROS
                 IF WS-MD-MOEDA(WS-MD-IDX) = WS-TB-MOEDA
                    MOVE WS-MD-IDX TO WS-MD-ACHOU
                 END-IF
              END-PERFORM
              IF WS-MD-ACHOU = ZEROS
                 MOVE 'E17' TO WS-MOTIVO-ATUAL
              ELSE
                 IF WS-MD-VIGENTE(WS-MD-ACHOU) NOT = 'S'
                    MOVE 'E18' TO WS-MOTIVO-ATUAL
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       230-ACEITAR-REGISTRO SECTION.
           ADD 1 TO WS-FX-QTD.
           MOVE WS-TRAB-REG TO WS-FX-IMAGEM(WS-FX-QTD).
           MOVE 'N' TO WS-FL-LIBERADO(WS-FX-QTD).
           MOVE SPACES TO WS-FL-ID(WS-FX-QTD).
           MOVE SPACES TO WS-FL-MOTIVO(WS-FX-QTD).
           IF DUPLICIDADE-LIBERADA
              MOVE 'S' TO WS-FL-LIBERADO(WS-FX-QTD)
              MOVE WS-MOTIVO-DUP TO WS-FL-MOTIVO(WS-FX-QTD)
              IF WS-TB-TIPO-REG = 'E'
                 MOVE WS-TB-E-ID TO WS-FL-ID(WS-FX-QTD)
              ELSE
                 MOVE WS-TB-ID-X TO WS-FL-ID(WS-FX-QTD)
              END-IF
           END-IF.
           IF WS-TB-TIPO-REG = 'D'
              ADD WS-TB-OP1-VALOR TO WS-HASH-OPERANDOS
                 ON SIZE ERROR
                 DISPLAY 'Resubmission written to TRANSACOES.DAT - '
                     'run the batch to edit and post it.'
                 PERFORM 500-REGISTRAR-AUDITORIA
                 PERFORM 420-GRAVAR-LIBERACOES
                 PERFORM 450-REGRAVAR-REJEITADOS
              END-IF
           END-IF.
           MOVE WS-AUDIT-LINHA TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
      *****************************************************************
       420-GRAVAR-LIBERACOES SECTION.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
               UNTIL WS-FX-IDX > WS-FX-QTD
              IF WS-FL-LIBERADO(WS-FX-IDX) = 'S'
                 OPEN EXTEND LIBERDUP-FILE
                 IF WS-LIB-STATUS = '05' OR WS-LIB-STATUS = '35'
                    OPEN OUTPUT LIBERDUP-FILE
                 END-IF
                 MOVE WS-FL-ID(WS-FX-IDX) TO LD-ID
                 MOVE 'P' TO LD-SITUACAO
                 MOVE ZEROS TO LD-DATA-USO
                 MOVE LS-DATA-NEGOCIO TO LD-DATA-LIB
                 MOVE LS-OPERADOR-ID TO LD-OPERADOR
                 MOVE WS-FL-MOTIVO(WS-FX-IDX) TO LD-MOTIVO
                 WRITE LIBERDUP-RECORD
                 CLOSE LIBERDUP-FILE
                 ADD 1 TO WS-QTD-LIBERADOS
                 MOVE SPACES TO WS-AUDIT-EVENTO
                 STRING 'DUPLICATE OVERRIDE ID=' DELIMITED BY SIZE
                     WS-FL-ID(WS-FX-IDX) DELIMITED BY SIZE
                     ' REASON=' DELIMITED BY SIZE
                     WS-FL-MOTIVO(WS-FX-IDX) DELIMITED BY SIZE
                     ' RELEASED FOR RESUBMISSION' DELIMITED BY SIZE
                     INTO WS-AUDIT-EVENTO
                 END-STRING
                 PERFORM 510-REGISTRAR-EVENTO
              END-IF
           END-PERFORM.
           IF WS-QTD-LIBERADOS > ZEROS
              DISPLAY WS-QTD-LIBERADOS ' duplicate ID(s) released - '
                  'see LIBERDUP.DAT.'
           END-IF.
      *****************************************************************
       450-REGRAVAR-REJEITADOS SECTION.
           IF REJEITOS-ESTOURARAM
                     WS-QTD-RESTANTES ' outstanding reject(s).'
              END-IF
           END-IF.
      *****************************************************************
       510-REGISTRAR-EVENTO SECTION.
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
           MOVE WS-AUDIT-LINHA TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

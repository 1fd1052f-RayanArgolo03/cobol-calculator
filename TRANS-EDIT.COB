           SELECT TRANS-FILE ASSIGN TO "TRANSACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ACEITOS-FILE ASSIGN TO DYNAMIC WS-ACEITOS-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACEITOS-STATUS.
           SELECT REJEITADOS-FILE ASSIGN TO DYNAMIC WS-REJ-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT LIBERDUP-FILE ASSIGN TO "LIBERDUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-STATUS.
           SELECT MESTRE-FILE ASSIGN TO "MESTRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-ID
               FILE STATUS IS WS-MESTRE-STATUS.
           SELECT CCUSTOS-FILE ASSIGN TO "CCUSTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCUSTOS-STATUS.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
           05 TR-ID-X REDEFINES TR-ID PIC X(08).
           05 TR-MEMORIA    PIC X(01).
           05 TR-CCUSTO     PIC X(04).
           05 TR-MOEDA      PIC X(03).
           05 FILLER        PIC X(37).
           05 TR-FILIAL     PIC X(03).
       01  TRANS-EXPR-REG.
           05 TE-TIPO-REG   PIC X(01).
           05 RJ-SEQ        PIC 9(06).
           05 RJ-MOTIVO     PIC X(03).
           05 RJ-IMAGEM     PIC X(73).
       FD  LIBERDUP-FILE.
       01  LIBERDUP-RECORD.
           05 LD-ID         PIC X(08).
           05 LD-SITUACAO   PIC X(01).
           05 LD-DATA-USO   PIC 9(08).
           05 LD-DATA-LIB   PIC 9(08).
           05 LD-OPERADOR   PIC X(08).
           05 LD-MOTIVO     PIC X(03).
       FD  MESTRE-FILE.
       01  MESTRE-RECORD.
           05 RM-ID         PIC 9(08).
           05 RM-OPERANDO-1 PIC S9(06)V99 SIGN IS LEADING SEPARATE.
           05 RM-OPERANDO-2 PIC S9(06)V99 SIGN IS LEADING SEPARATE.
           05 RM-OPERADOR   PIC X(01).
           05 RM-RESULTADO  PIC S9(06)V99 SIGN IS LEADING SEPARATE.
           05 RM-DATA-MOVTO PIC 9(08).
           05 RM-STATUS     PIC X(01).
       FD  CCUSTOS-FILE.
       01  CCUSTO-RECORD.
           05 CM-CODIGO     PIC X(04).
           05 CM-DESCRICAO  PIC X(30).
           05 CM-FILIAL     PIC X(03).
           05 CM-SITUACAO   PIC X(01).
              88 CM-FECHADO VALUE 'F'.
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
       77 WS-TRANS-STATUS PIC X(02) VALUE SPACES.
       77 WS-ACEITOS-STATUS PIC X(02) VALUE SPACES.
       77 WS-REJ-STATUS PIC X(02) VALUE SPACES.
       77 WS-ACEITOS-ARQUIVO PIC X(30) VALUE 'ACEITOS.DAT'.
       77 WS-REJ-ARQUIVO PIC X(30) VALUE 'REJEITADOS.DAT'.
       77 WS-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 FIM-DO-ARQUIVO VALUE 'S'.

       77 WS-QTD-TRAILER PIC 9(06) VALUE ZEROS.
       77 WS-HASH-TRAILER PIC 9(13)V99 VALUE ZEROS.
       77 WS-MOTIVO PIC X(03) VALUE SPACES.

       77 WS-LIB-STATUS PIC X(02) VALUE SPACES.
       77 WS-MESTRE-STATUS PIC X(02) VALUE SPACES.
       77 WS-MESTRE-ABERTO PIC X(01) VALUE 'N'.
           88 MESTRE-ABERTO VALUE 'S'.
       77 WS-ID-PROC PIC X(08) VALUE SPACES.
       77 WS-ID-PROC-N REDEFINES WS-ID-PROC PIC 9(08).

       77 WS-VISTO-QTD PIC 9(05) VALUE ZEROS.
       77 WS-VISTO-POS PIC 9(05) VALUE ZEROS.
       77 WS-VISTO-ANT PIC 9(05) VALUE ZEROS.
       77 WS-VISTO-ACHOU PIC 9(05) VALUE ZEROS.
       77 WS-POSICAO PIC X(01) VALUE 'N'.
           88 POSICAO-ACHADA VALUE 'S'.
       77 WS-VISTO-ESTOURO PIC X(01) VALUE 'N'.
           88 VISTOS-ESTOURARAM VALUE 'S'.
       01  WS-VISTO-TABELA.
           05 WS-VISTO-ENT OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WS-VISTO-QTD
                  ASCENDING KEY IS WS-VISTO-ID
                  INDEXED BY WS-VISTO-IX.
              10 WS-VISTO-ID PIC X(08).

       77 WS-LB-QTD PIC 9(03) VALUE ZEROS.
       77 WS-LB-IDX PIC 9(03) VALUE ZEROS.
       77 WS-LB-MARCADOS PIC 9(03) VALUE ZEROS.
       77 WS-LB-ACHOU PIC X(01) VALUE 'N'.
           88 LIBERACAO-ACHADA VALUE 'S'.
       77 WS-LB-ESTOURO PIC X(01) VALUE 'N'.
           88 LIBERACOES-ESTOURARAM VALUE 'S'.
       01  WS-LB-TABELA.
           05 WS-LB-ENT OCCURS 500 TIMES.
              10 WS-LB-ID       PIC X(08).
              10 WS-LB-SITUACAO PIC X(01).
              10 WS-LB-DATA-USO PIC 9(08).
              10 WS-LB-DATA-LIB PIC 9(08).
              10 WS-LB-OPERADOR PIC X(08).
              10 WS-LB-MOTIVO   PIC X(03).

       77 WS-CCUSTOS-STATUS PIC X(02) VALUE SPACES.
       77 WS-CM-CARREGADO PIC X(01) VALUE 'N'.
           88 MASTER-CC-CARREGADO VALUE 'S'.
       77 WS-CM-QTD PIC 9(04) VALUE ZEROS.
       77 WS-CM-POS PIC 9(04) VALUE ZEROS.
       77 WS-CM-ANT PIC 9(04) VALUE ZEROS.
       77 WS-CC-PROC PIC X(04) VALUE SPACES.
       77 WS-FILIAL-PROC PIC X(03) VALUE SPACES.
       01  WS-CM-TABELA.
           05 WS-CM-ENT OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WS-CM-QTD
                  ASCENDING KEY IS WS-CM-CODIGO
                  INDEXED BY WS-CM-IX.
              10 WS-CM-CODIGO   PIC X(04).
              10 WS-CM-FILIAL   PIC X(03).
              10 WS-CM-SITUACAO PIC X(01).

       77 WS-CAMBIO-STATUS PIC X(02) VALUE SPACES.
       77 WS-MD-QTD PIC 9(03) VALUE ZEROS.
       77 WS-MD-IDX PIC 9(03) VALUE ZEROS.
       77 WS-MD-ACHOU PIC 9(03) VALUE ZEROS.
       77 WS-MOEDA-PROC PIC X(03) VALUE SPACES.
       01  WS-MD-TABELA.
           05 WS-MD-ENT OCCURS 200 TIMES.
              10 WS-MD-MOEDA    PIC X(03).
              10 WS-MD-VIGENTE  PIC X(01).
      *****************************************************************
       LINKAGE SECTION.
      *****************************************************************
           88 LS-EDIT-ERRO VALUE 'N'.
       77 LS-EDIT-ACEITOS PIC 9(06).
       77 LS-EDIT-REJEITADOS PIC 9(06).
       77 LS-EDIT-DUPLICADOS PIC 9(06).
       77 LS-EDIT-LIBERADOS PIC 9(06).
       77 LS-DATA-NEGOCIO PIC 9(08).
       77 LS-EDIT-REINICIO PIC X(01).
           88 LS-REINICIO VALUE 'S'.
       77 LS-EDIT-SIMULACAO PIC X(01).
           88 LS-SIMULACAO VALUE 'S'.
       77 LS-DATA-REINICIO PIC 9(08).
      *****************************************************************
       PROCEDURE DIVISION USING LS-EDIT-STATUS LS-EDIT-ACEITOS
               LS-EDIT-REJEITADOS LS-EDIT-DUPLICADOS LS-EDIT-LIBERADOS
               LS-DATA-NEGOCIO LS-EDIT-REINICIO LS-EDIT-SIMULACAO
               LS-DATA-REINICIO.
      *****************************************************************
       000-EDITAR SECTION.
           SET LS-EDIT-OK TO TRUE.
           MOVE ZEROS TO LS-EDIT-ACEITOS.
           MOVE ZEROS TO LS-EDIT-REJEITADOS.
           MOVE ZEROS TO LS-EDIT-DUPLICADOS.
           MOVE ZEROS TO LS-EDIT-LIBERADOS.
           MOVE ZEROS TO WS-VISTO-QTD.
           MOVE 'N' TO WS-VISTO-ESTOURO.
           MOVE ZEROS TO WS-TRANS-SEQ.
           MOVE ZEROS TO WS-QTD-DETALHES.
           MOVE ZEROS TO WS-HASH-OPERANDOS.
           MOVE 'N' TO WS-HEADER-LIDO.
           MOVE 'N' TO WS-TRAILER-LIDO.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           IF LS-SIMULACAO
              MOVE 'SIMACEIT.DAT' TO WS-ACEITOS-ARQUIVO
              MOVE 'SIMREJEI.DAT' TO WS-REJ-ARQUIVO
              DISPLAY 'EDIT: trial run - output to SIMACEIT.DAT and '
                  'SIMREJEI.DAT, releases not consumed.'
           ELSE
              MOVE 'ACEITOS.DAT' TO WS-ACEITOS-ARQUIVO
              MOVE 'REJEITADOS.DAT' TO WS-REJ-ARQUIVO
           END-IF.
           PERFORM 100-ABRIR-ARQUIVOS.
           IF LS-EDIT-OK
              PERFORM 110-ABRIR-MESTRE
              PERFORM 120-CARREGAR-LIBERACOES
           END-IF.
           IF LS-EDIT-OK
              PERFORM 130-CARREGAR-CCUSTOS
           END-IF.
           IF LS-EDIT-OK
              PERFORM 150-CARREGAR-CAMBIO
           END-IF.
           IF LS-EDIT-OK
              PERFORM 200-PROCESSAR-ENTRADA
              PERFORM 300-VERIFICAR-CONTROLES
              CLOSE TRANS-FILE
              CLOSE ACEITOS-FILE
              CLOSE REJEITADOS-FILE
              IF LS-EDIT-OK AND WS-LB-MARCADOS > ZEROS AND
                 NOT LS-SIMULACAO
                 PERFORM 400-REGRAVAR-LIBERACOES
              END-IF
           END-IF.
           IF MESTRE-ABERTO
              CLOSE MESTRE-FILE
              MOVE 'N' TO WS-MESTRE-ABERTO
           END-IF.
           GOBACK.
      *****************************************************************
                 SET LS-EDIT-ERRO TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       110-ABRIR-MESTRE SECTION.
           MOVE 'N' TO WS-MESTRE-ABERTO.
           IF LS-REINICIO
              DISPLAY 'EDIT: restart - IDs posted on ' LS-DATA-REINICIO
                  ' by the interrupted batch are not duplicates.'
           END-IF.
           OPEN INPUT MESTRE-FILE.
           EVALUATE WS-MESTRE-STATUS
              WHEN '00'
                 SET MESTRE-ABERTO TO TRUE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'EDIT: unable to open MESTRE.DAT for the '
                     'duplicate check, status: ' WS-MESTRE-STATUS
                 CLOSE TRANS-FILE
                 CLOSE ACEITOS-FILE
                 CLOSE REJEITADOS-FILE
                 SET LS-EDIT-ERRO TO TRUE
           END-EVALUATE.
      *****************************************************************
       120-CARREGAR-LIBERACOES SECTION.
           MOVE ZEROS TO WS-LB-QTD.
           MOVE ZEROS TO WS-LB-MARCADOS.
           MOVE 'N' TO WS-LB-ESTOURO.
           OPEN INPUT LIBERDUP-FILE.
           IF WS-LIB-STATUS = '00'
              MOVE 'N' TO WS-FIM-ARQUIVO
              PERFORM UNTIL FIM-DO-ARQUIVO
                 READ LIBERDUP-FILE
                    AT END
                       SET FIM-DO-ARQUIVO TO TRUE
                    NOT AT END
                       IF WS-LB-QTD < 500
                          ADD 1 TO WS-LB-QTD
                          MOVE LD-ID TO WS-LB-ID(WS-LB-QTD)
                          MOVE LD-SITUACAO TO WS-LB-SITUACAO(WS-LB-QTD)
                          MOVE LD-DATA-USO TO WS-LB-DATA-USO(WS-LB-QTD)
                          MOVE LD-DATA-LIB TO WS-LB-DATA-LIB(WS-LB-QTD)
                          MOVE LD-OPERADOR TO WS-LB-OPERADOR(WS-LB-QTD)
                          MOVE LD-MOTIVO TO WS-LB-MOTIVO(WS-LB-QTD)
                       ELSE
                          SET LIBERACOES-ESTOURARAM TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LIBERDUP-FILE
              MOVE 'N' TO WS-FIM-ARQUIVO
           END-IF.
           IF LIBERACOES-ESTOURARAM
              DISPLAY 'EDIT: LIBERDUP.DAT holds more than 500 '
                  'releases - extra releases ignored and the file '
                  'will not be rewritten.'
           END-IF.
      *****************************************************************
       130-CARREGAR-CCUSTOS SECTION.
           MOVE ZEROS TO WS-CM-QTD.
           MOVE 'N' TO WS-CM-CARREGADO.
           OPEN INPUT CCUSTOS-FILE.
           EVALUATE TRUE
              WHEN WS-CCUSTOS-STATUS = '35'
                 DISPLAY 'EDIT: no cost-center master (CCUSTOS.DAT) - '
                     'cost centers checked for presence only.'
              WHEN WS-CCUSTOS-STATUS NOT = '00'
                 DISPLAY 'EDIT: unable to open CCUSTOS.DAT, status: '
                     WS-CCUSTOS-STATUS
                 CLOSE TRANS-FILE
                 CLOSE ACEITOS-FILE
                 CLOSE REJEITADOS-FILE
                 SET LS-EDIT-ERRO TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ CCUSTOS-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          PERFORM 140-INCLUIR-CCUSTO
                    END-READ
                 END-PERFORM
                 CLOSE CCUSTOS-FILE
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 IF LS-EDIT-OK
                    SET MASTER-CC-CARREGADO TO TRUE
                    DISPLAY 'EDIT: cost-center master loaded: '
                        WS-CM-QTD ' entries.'
                 ELSE
                    CLOSE TRANS-FILE
                    CLOSE ACEITOS-FILE
                    CLOSE REJEITADOS-FILE
                 END-IF
           END-EVALUATE.
      *****************************************************************
       140-INCLUIR-CCUSTO SECTION.
           IF CM-CODIGO = SPACES
              DISPLAY 'EDIT: blank code in CCUSTOS.DAT ignored.'
           ELSE
              IF WS-CM-QTD < 1000
                 ADD 1 TO WS-CM-QTD
                 MOVE WS-CM-QTD TO WS-CM-POS
                 MOVE 'N' TO WS-POSICAO
                 PERFORM UNTIL POSICAO-ACHADA
                    IF WS-CM-POS = 1
                       SET POSICAO-ACHADA TO TRUE
                    ELSE
                       COMPUTE WS-CM-ANT = WS-CM-POS - 1
                       IF WS-CM-CODIGO(WS-CM-ANT) < CM-CODIGO
                          SET POSICAO-ACHADA TO TRUE
                       ELSE
                          MOVE WS-CM-ENT(WS-CM-ANT)
                              TO WS-CM-ENT(WS-CM-POS)
                          MOVE WS-CM-ANT TO WS-CM-POS
                       END-IF
                    END-IF
                 END-PERFORM
                 MOVE CM-CODIGO TO WS-CM-CODIGO(WS-CM-POS)
                 MOVE CM-FILIAL TO WS-CM-FILIAL(WS-CM-POS)
                 MOVE CM-SITUACAO TO WS-CM-SITUACAO(WS-CM-POS)
              ELSE
                 IF LS-EDIT-OK
                    DISPLAY 'EDIT: CCUSTOS.DAT holds more than 1000 '
                        'cost centers - batch not started.'
                    SET LS-EDIT-ERRO TO TRUE
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       150-CARREGAR-CAMBIO SECTION.
           MOVE ZEROS TO WS-MD-QTD.
           OPEN INPUT CAMBIO-FILE.
           EVALUATE TRUE
              WHEN WS-CAMBIO-STATUS = '35'
                 DISPLAY 'EDIT: no exchange-rate table (CAMBIO.DAT) - '
                     'only base-currency records accepted.'
              WHEN WS-CAMBIO-STATUS NOT = '00'
                 DISPLAY 'EDIT: unable to open CAMBIO.DAT, status: '
                     WS-CAMBIO-STATUS
                 CLOSE TRANS-FILE
                 CLOSE ACEITOS-FILE
                 CLOSE REJEITADOS-FILE
                 SET LS-EDIT-ERRO TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ CAMBIO-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          PERFORM 160-INCLUIR-MOEDA
                    END-READ
                 END-PERFORM
                 CLOSE CAMBIO-FILE
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 IF LS-EDIT-OK
                    DISPLAY 'EDIT: exchange-rate table loaded: '
                        WS-MD-QTD ' currencies.'
                 ELSE
                    CLOSE TRANS-FILE
                    CLOSE ACEITOS-FILE
                    CLOSE REJEITADOS-FILE
                 END-IF
           END-EVALUATE.
      *****************************************************************
       160-INCLUIR-MOEDA SECTION.
           IF CB-MOEDA = SPACES OR
              CB-DATA-VIGENCIA-X NOT NUMERIC OR
              CB-TAXA-X NOT NUMERIC
              DISPLAY 'EDIT: bad entry in CAMBIO.DAT ignored: '
                  CB-MOEDA
           ELSE
              MOVE CB-MOEDA TO WS-MOEDA-PROC
              PERFORM 268-LOCALIZAR-MOEDA
              IF WS-MD-ACHOU = ZEROS
                 IF WS-MD-QTD < 200
                    ADD 1 TO WS-MD-QTD
                    MOVE WS-MD-QTD TO WS-MD-ACHOU
                    MOVE CB-MOEDA TO WS-MD-MOEDA(WS-MD-ACHOU)
                    MOVE 'N' TO WS-MD-VIGENTE(WS-MD-ACHOU)
                 ELSE
                    IF LS-EDIT-OK
                       DISPLAY 'EDIT: CAMBIO.DAT holds more than 200 '
                           'currencies - batch not started.'
                       SET LS-EDIT-ERRO TO TRUE
                    END-IF
                 END-IF
              END-IF
              IF WS-MD-ACHOU > ZEROS AND
                 CB-DATA-VIGENCIA <= LS-DATA-NEGOCIO
                 MOVE 'S' TO WS-MD-VIGENTE(WS-MD-ACHOU)
              END-IF
           END-IF.
      *****************************************************************
       200-PROCESSAR-ENTRADA SECTION.
           MOVE 'N' TO WS-FIM-ARQUIVO.
                 END-IF
              END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
              MOVE TR-CCUSTO TO WS-CC-PROC
              MOVE TR-FILIAL TO WS-FILIAL-PROC
              PERFORM 265-VERIFICAR-CCUSTO
           END-IF.
           IF WS-MOTIVO = SPACES AND TR-MOEDA NOT = SPACES
              MOVE TR-MOEDA TO WS-MOEDA-PROC
              PERFORM 267-VERIFICAR-MOEDA
           END-IF.
           IF WS-MOTIVO = SPACES
              MOVE TR-ID-X TO WS-ID-PROC
              PERFORM 260-VERIFICAR-DUPLICIDADE
           END-IF.
           IF TR-OP1-VALOR-X IS NUMERIC
              ADD TR-OP1-VALOR TO WS-HASH-OPERANDOS
                 ON SIZE ERROR
                 END-IF
              END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
              MOVE TE-CCUSTO TO WS-CC-PROC
              MOVE TE-FILIAL TO WS-FILIAL-PROC
              PERFORM 265-VERIFICAR-CCUSTO
           END-IF.
           IF WS-MOTIVO = SPACES
              MOVE TE-ID-X TO WS-ID-PROC
              PERFORM 260-VERIFICAR-DUPLICIDADE
           END-IF.
           IF WS-MOTIVO = SPACES
              MOVE TRANS-EXPR-REG TO AC-IMAGEM
              MOVE WS-TRANS-SEQ TO AC-SEQ
           ELSE
              PERFORM 240-GRAVAR-REJEITO
           END-IF.
      *****************************************************************
       260-VERIFICAR-DUPLICIDADE SECTION.
           MOVE ZEROS TO WS-VISTO-ACHOU.
           IF WS-VISTO-QTD > ZEROS
              SEARCH ALL WS-VISTO-ENT
                 AT END
                    MOVE ZEROS TO WS-VISTO-ACHOU
                 WHEN WS-VISTO-ID(WS-VISTO-IX) = WS-ID-PROC
                    SET WS-VISTO-ACHOU TO WS-VISTO-IX
              END-SEARCH
           END-IF.
           IF WS-VISTO-ACHOU > ZEROS
              MOVE 'E12' TO WS-MOTIVO
           ELSE
              IF MESTRE-ABERTO
                 MOVE WS-ID-PROC-N TO RM-ID
                 READ MESTRE-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF LS-REINICIO AND
                          RM-DATA-MOVTO = LS-DATA-REINICIO
                          CONTINUE
                       ELSE
                          MOVE 'E13' TO WS-MOTIVO
                       END-IF
                 END-READ
              END-IF
           END-IF.
           IF WS-MOTIVO NOT = SPACES
              PERFORM 270-PROCURAR-LIBERACAO
              IF LIBERACAO-ACHADA
                 MOVE SPACES TO WS-MOTIVO
                 ADD 1 TO LS-EDIT-LIBERADOS
                 DISPLAY 'EDIT: duplicate ID ' WS-ID-PROC
                     ' accepted under supervisor release.'
              ELSE
                 ADD 1 TO LS-EDIT-DUPLICADOS
              END-IF
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-VISTO-ACHOU = ZEROS
              PERFORM 280-INCLUIR-VISTO
           END-IF.
      *****************************************************************
       265-VERIFICAR-CCUSTO SECTION.
           IF MASTER-CC-CARREGADO
              IF WS-CM-QTD = ZEROS
                 MOVE 'E14' TO WS-MOTIVO
              ELSE
                 SEARCH ALL WS-CM-ENT
                    AT END
                       MOVE 'E14' TO WS-MOTIVO
                    WHEN WS-CM-CODIGO(WS-CM-IX) = WS-CC-PROC
                       IF WS-CM-SITUACAO(WS-CM-IX) = 'F'
                          MOVE 'E15' TO WS-MOTIVO
                       ELSE
                          IF WS-FILIAL-PROC NOT = SPACES AND
                             WS-CM-FILIAL(WS-CM-IX) NOT = SPACES AND
                             WS-CM-FILIAL(WS-CM-IX) NOT = WS-FILIAL-PROC
                             MOVE 'E16' TO WS-MOTIVO
                          END-IF
                       END-IF
                 END-SEARCH
              END-IF
           END-IF.
      *****************************************************************
       267-VERIFICAR-MOEDA SECTION.
           PERFORM 268-LOCALIZAR-MOEDA.
           IF WS-MD-ACHOU = ZEROS
              MOVE 'E17' TO WS-MOTIVO
           ELSE
              IF WS-MD-VIGENTE(WS-MD-ACHOU) NOT = 'S'
                 MOVE 'E18' TO WS-MOTIVO
              END-IF
           END-IF.
      *****************************************************************
       268-LOCALIZAR-MOEDA SECTION.
           MOVE ZEROS TO WS-MD-ACHOU.
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
               UNTIL WS-MD-IDX > WS-MD-QTD OR WS-MD-ACHOU > ZEROS
              IF WS-MD-MOEDA(WS-MD-IDX) = WS-MOEDA-PROC
                 MOVE WS-MD-IDX TO WS-MD-ACHOU
              END-IF
           END-PERFORM.
      *****************************************************************
       270-PROCURAR-LIBERACAO SECTION.
           MOVE 'N' TO WS-LB-ACHOU.
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-QTD OR LIBERACAO-ACHADA
              IF WS-LB-ID(WS-LB-IDX) = WS-ID-PROC
                 EVALUATE TRUE
                    WHEN WS-LB-SITUACAO(WS-LB-IDX) = 'P'
                       SET LIBERACAO-ACHADA TO TRUE
                       MOVE 'U' TO WS-LB-SITUACAO(WS-LB-IDX)
                       MOVE LS-DATA-NEGOCIO TO WS-LB-DATA-USO(WS-LB-IDX)
                       ADD 1 TO WS-LB-MARCADOS
                    WHEN WS-LB-SITUACAO(WS-LB-IDX) = 'U' AND
                         WS-LB-DATA-USO(WS-LB-IDX) = LS-DATA-NEGOCIO AND
                         LS-REINICIO
                       SET LIBERACAO-ACHADA TO TRUE
                 END-EVALUATE
              END-IF
           END-PERFORM.
      *****************************************************************
       280-INCLUIR-VISTO SECTION.
           IF WS-VISTO-QTD < 20000
              ADD 1 TO WS-VISTO-QTD
              MOVE WS-VISTO-QTD TO WS-VISTO-POS
              MOVE 'N' TO WS-POSICAO
              PERFORM UNTIL POSICAO-ACHADA
                 IF WS-VISTO-POS = 1
                    SET POSICAO-ACHADA TO TRUE
                 ELSE
                    COMPUTE WS-VISTO-ANT = WS-VISTO-POS - 1
                    IF WS-VISTO-ID(WS-VISTO-ANT) < WS-ID-PROC
                       SET POSICAO-ACHADA TO TRUE
                    ELSE
                       MOVE WS-VISTO-ID(WS-VISTO-ANT)
                           TO WS-VISTO-ID(WS-VISTO-POS)
                       MOVE WS-VISTO-ANT TO WS-VISTO-POS
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-ID-PROC TO WS-VISTO-ID(WS-VISTO-POS)
           ELSE
              IF NOT VISTOS-ESTOURARAM
                 DISPLAY 'EDIT: more than 20000 transaction IDs - '
                     'duplicate check cannot be completed, batch not '
                     'started.'
                 SET VISTOS-ESTOURARAM TO TRUE
                 SET LS-EDIT-ERRO TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       300-VERIFICAR-CONTROLES SECTION.
           IF NOT HEADER-LIDO
              END-IF
           END-IF.
           DISPLAY 'EDIT: accepted ' LS-EDIT-ACEITOS ' rejected '
               LS-EDIT-REJEITADOS ' duplicates ' LS-EDIT-DUPLICADOS.
      *****************************************************************
       400-REGRAVAR-LIBERACOES SECTION.
           IF LIBERACOES-ESTOURARAM
              DISPLAY 'EDIT: LIBERDUP.DAT not rewritten - releases '
                  'used this run stay open.'
           ELSE
              OPEN OUTPUT LIBERDUP-FILE
              IF WS-LIB-STATUS NOT = '00'
                 DISPLAY 'EDIT: unable to rewrite LIBERDUP.DAT, '
                     'status: ' WS-LIB-STATUS
              ELSE
                 PERFORM VARYING WS-LB-IDX FROM 1 BY 1
                     UNTIL WS-LB-IDX > WS-LB-QTD
                    MOVE WS-LB-ID(WS-LB-IDX) TO LD-ID
                    MOVE WS-LB-SITUACAO(WS-LB-IDX) TO LD-SITUACAO
                    MOVE WS-LB-DATA-USO(WS-LB-IDX) TO LD-DATA-USO
                    MOVE WS-LB-DATA-LIB(WS-LB-IDX) TO LD-DATA-LIB
                    MOVE WS-LB-OPERADOR(WS-LB-IDX) TO LD-OPERADOR
                    MOVE WS-LB-MOTIVO(WS-LB-IDX) TO LD-MOTIVO
                    WRITE LIBERDUP-RECORD
                 END-PERFORM
                 CLOSE LIBERDUP-FILE
              END-IF
           END-IF.

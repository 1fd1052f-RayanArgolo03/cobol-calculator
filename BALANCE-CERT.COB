           05 CTRL-SINAL PIC X(01).
           05 CTRL-VALOR PIC 9(09)V99.
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD PIC X(160).
       FD  BALANCO-FILE.
       01  BALANCO-RECORD PIC X(100).
       FD  EXCEPTIONS-FILE.
       77 WS-GL-TRAILER PIC X(01) VALUE 'N'.
           88 GL-TRAILER-LIDO VALUE 'S'.
       77 WS-GL-RUN-ID PIC X(13) VALUE SPACES.
       77 WS-GL-AJUSTADO PIC S9(11)V99 VALUE ZEROS.

       77 WS-CONTROLE PIC S9(09)V99 VALUE ZEROS.
       77 WS-CTRL-PRESENTE PIC X(01) VALUE 'N'.
       77 WS-HIST-ACHOU PIC X(01) VALUE 'N'.
           88 HISTORICO-ACHADO VALUE 'S'.
       77 WS-HIST-CHAVE PIC X(18) VALUE SPACES.
       77 WS-HIST-RUN-ID PIC X(13) VALUE SPACES.
       77 WS-DT-QTD PIC 9(03) VALUE ZEROS.
       77 WS-DT-IDX PIC 9(03) VALUE ZEROS.
       77 WS-DT-ESTORNADAS PIC 9(03) VALUE ZEROS.
       77 WS-DT-POSTADAS PIC 9(03) VALUE ZEROS.

       01  WS-DT-TABELA.
           05 WS-DT-ENT OCCURS 100 TIMES.
              10 WS-DT-RUN-ID    PIC X(13).
              10 WS-DT-ESTORNADO PIC X(01).

       77 WS-QTD-1-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-QTD-2-ED PIC Z(05)9 VALUE ZEROS.
       77 LS-SALTADOS PIC 9(06).
       77 LS-POSTADOS PIC 9(06).
       77 LS-ACUMULADO PIC S9(09)V99.
       77 LS-RETIDO PIC S9(09)V99.
       77 LS-LIBERADO PIC S9(09)V99.
      *****************************************************************
       PROCEDURE DIVISION USING LS-RUN-ID LS-ACEITOS LS-LIDOS
               LS-LIMPA LS-SALTADOS LS-POSTADOS LS-ACUMULADO
               LS-RETIDO LS-LIBERADO.
      *****************************************************************
       000-CERTIFICAR SECTION.
           MOVE ZEROS TO WS-QTD-QUEBRAS.
              PERFORM 320-PERNA-GL
              PERFORM 330-PERNA-CONTROLE
              PERFORM 340-PERNA-HISTORICO
              PERFORM 350-NOTA-REABERTURA
              PERFORM 400-FECHAR-CERTIFICADO
           END-IF.
           GOBACK.
               LS-RUN-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               INTO WS-HIST-CHAVE.
           MOVE ZEROS TO WS-DT-QTD.
           OPEN INPUT HISTORICO-FILE.
           IF WS-HIST-STATUS = '00'
              MOVE 'N' TO WS-FIM-ARQUIVO
                       IF HISTORICO-RECORD(1:18) = WS-HIST-CHAVE
                          SET HISTORICO-ACHADO TO TRUE
                       END-IF
                       IF HISTORICO-RECORD(1:4) = 'RUN ' AND
                          HISTORICO-RECORD(5:8) = LS-RUN-ID(1:8)
                          PERFORM 230-AVALIAR-MESMA-DATA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORICO-FILE
           END-IF.
      *****************************************************************
       230-AVALIAR-MESMA-DATA SECTION.
           MOVE HISTORICO-RECORD(5:13) TO WS-HIST-RUN-ID.
           IF HISTORICO-RECORD(18:7) = ' START ' AND
              WS-HIST-RUN-ID NOT = LS-RUN-ID AND
              WS-DT-QTD < 100
              ADD 1 TO WS-DT-QTD
              MOVE WS-HIST-RUN-ID TO WS-DT-RUN-ID(WS-DT-QTD)
              MOVE 'N' TO WS-DT-ESTORNADO(WS-DT-QTD)
           END-IF.
           IF HISTORICO-RECORD(18:11) = ' BACKED OUT'
              PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                  UNTIL WS-DT-IDX > WS-DT-QTD
                 IF WS-DT-RUN-ID(WS-DT-IDX) = WS-HIST-RUN-ID
                    MOVE 'S' TO WS-DT-ESTORNADO(WS-DT-IDX)
                 END-IF
              END-PERFORM
           END-IF.
      *****************************************************************
       300-PERNA-EDIT SECTION.
           MOVE LS-ACEITOS TO WS-QTD-1-ED.
           MOVE WS-GL-QTD-LIDA TO WS-QTD-2-ED.
           MOVE WS-GL-TRL-HASH TO WS-VAL-1-ED.
           MOVE LS-ACUMULADO TO WS-VAL-2-ED.
           COMPUTE WS-GL-AJUSTADO = WS-GL-TRL-HASH - LS-LIBERADO
               + LS-RETIDO.
           MOVE SPACES TO WS-BAL-LINHA.
           IF NOT GL-TRAILER-LIDO
              ADD 1 TO WS-QTD-QUEBRAS
              IF WS-GL-TRL-QTD = WS-GL-QTD-LIDA AND
                 WS-GL-TRL-HASH = WS-GL-SOMA AND
                 (LS-SALTADOS > ZEROS OR
                  WS-GL-AJUSTADO = LS-ACUMULADO) AND
                 WS-GL-RUN-ID = LS-RUN-ID
                 STRING 'LEG 3 GL TRAILER QTD ' DELIMITED BY SIZE
                     WS-QTD-1-ED DELIMITED BY SIZE
              END-IF
           END-IF.
           PERFORM 500-GRAVAR-LINHA.
           IF LS-RETIDO NOT = ZEROS OR LS-LIBERADO NOT = ZEROS
              MOVE LS-RETIDO TO WS-VAL-1-ED
              MOVE LS-LIBERADO TO WS-VAL-2-ED
              MOVE SPACES TO WS-BAL-LINHA
              STRING 'LEG 3 NOTE: HELD ' DELIMITED BY SIZE
                  WS-VAL-1-ED DELIMITED BY SIZE
                  ' RELEASED ' DELIMITED BY SIZE
                  WS-VAL-2-ED DELIMITED BY SIZE
                  ' APPLIED TO HASH' DELIMITED BY SIZE
                  INTO WS-BAL-LINHA
              END-STRING
              PERFORM 500-GRAVAR-LINHA
           END-IF.
           IF LS-SALTADOS > ZEROS
              MOVE LS-SALTADOS TO WS-QTD-1-ED
              MOVE SPACES TO WS-BAL-LINHA
              PERFORM 510-GRAVAR-EXCECAO
           END-IF.
           PERFORM 500-GRAVAR-LINHA.
      *****************************************************************
       350-NOTA-REABERTURA SECTION.
           MOVE ZEROS TO WS-DT-ESTORNADAS.
           MOVE ZEROS TO WS-DT-POSTADAS.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DT-QTD
              IF WS-DT-ESTORNADO(WS-DT-IDX) = 'S'
                 ADD 1 TO WS-DT-ESTORNADAS
              ELSE
                 ADD 1 TO WS-DT-POSTADAS
              END-IF
           END-PERFORM.
           IF WS-DT-ESTORNADAS > ZEROS
              MOVE WS-DT-ESTORNADAS TO WS-QTD-1-ED
              MOVE SPACES TO WS-BAL-LINHA
              STRING 'NOTE  BUSINESS DATE REOPENED - ' DELIMITED BY SIZE
                  WS-QTD-1-ED DELIMITED BY SIZE
                  ' EARLIER RUN(S) BACKED OUT' DELIMITED BY SIZE
                  INTO WS-BAL-LINHA
              END-STRING
              PERFORM 500-GRAVAR-LINHA
           END-IF.
           IF WS-DT-POSTADAS > ZEROS
              MOVE WS-DT-POSTADAS TO WS-QTD-1-ED
              MOVE SPACES TO WS-BAL-LINHA
              STRING 'NOTE  ' DELIMITED BY SIZE
                  WS-QTD-1-ED DELIMITED BY SIZE
                  ' EARLIER RUN(S) STILL POSTED FOR THIS BUSINESS DATE'
                  DELIMITED BY SIZE
                  INTO WS-BAL-LINHA
              END-STRING
              PERFORM 500-GRAVAR-LINHA
           END-IF.
      *****************************************************************
       400-FECHAR-CERTIFICADO SECTION.
           MOVE '=================================================='

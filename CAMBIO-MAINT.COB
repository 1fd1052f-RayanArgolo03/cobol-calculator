      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. CAMBIO-MAINT.
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
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LISTA-FILE ASSIGN TO "CAMBLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  CAMBIO-FILE.
       01  CAMBIO-RECORD.
           05 CB-MOEDA         PIC X(03).
           05 CB-DATA-VIGENCIA PIC 9(08).
           05 CB-DATA-VIGENCIA-X REDEFINES CB-DATA-VIGENCIA PIC X(08).
           05 CB-TAXA          PIC 9(04)V9(06).
           05 CB-TAXA-X REDEFINES CB-TAXA PIC X(10).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(120).
       FD  LISTA-FILE.
       01  LISTA-RECORD PIC X(100).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       77 WS-CAMBIO-STATUS PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
       77 WS-LISTA-STATUS PIC X(02) VALUE SPACES.
       77 WS-FIM-CAMBIO PIC X(01) VALUE 'N'.
           88 FIM-DO-CAMBIO VALUE 'S'.
       77 WS-OPCAO PIC X(01) VALUE SPACE.
       77 WS-ALTERADO PIC X(01) VALUE 'N'.
           88 TABELA-ALTERADA VALUE 'S'.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.
       77 WS-AUDIT-TIMESTAMP PIC X(19) VALUE SPACES.
       77 WS-AUDIT-LINHA PIC X(120) VALUE SPACES.

       77 WS-CB-QTD PIC 9(03) VALUE ZEROS.
       77 WS-CB-IDX PIC 9(03) VALUE ZEROS.
       77 WS-CB-ACHOU PIC 9(03) VALUE ZEROS.
       77 WS-RT-QTD PIC 9(02) VALUE ZEROS.
       77 WS-RT-IDX PIC 9(02) VALUE ZEROS.
       77 WS-ESTOURO PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       77 WS-VAL-POS PIC 9(02) VALUE ZEROS.
       77 WS-VAL-INTEIROS PIC 9(02) VALUE ZEROS.
       77 WS-VAL-DECIMAIS PIC 9(02) VALUE ZEROS.
       77 WS-VAL-VIRGULAS PIC 9(02) VALUE ZEROS.
       77 WS-VAL-FIM PIC X(01) VALUE 'N'.
       01  WS-RT-TABELA.
           05 WS-RT-IMAGEM PIC X(21) OCCURS 50 TIMES.
       01  WS-CB-TABELA.
           05 WS-CB-ENT OCCURS 200 TIMES.
              10 WS-CB-MOEDA    PIC X(03).
              10 WS-CB-VIGENCIA PIC 9(08).
              10 WS-CB-TAXA     PIC 9(04)V9(06).

       77 WS-ENT-MOEDA PIC X(03) VALUE SPACES.
       77 WS-ENT-VIGENCIA PIC X(08) VALUE SPACES.
       77 WS-ENT-VIGENCIA-N PIC 9(08) VALUE ZEROS.
       77 WS-ENT-VALOR PIC X(12) VALUE SPACES.
       77 WS-ENT-NUMERICO PIC 9(04)V9(06) VALUE ZEROS.
       77 WS-ENT-OK PIC X(01) VALUE 'S'.
           88 ENTRADA-OK VALUE 'S'.
           88 ENTRADA-ERRO VALUE 'N'.
       77 WS-VIG-MES PIC 9(02) VALUE ZEROS.
       77 WS-VIG-DIA PIC 9(02) VALUE ZEROS.

       77 WS-ACAO PIC X(03) VALUE SPACES.
       77 WS-ANTES-ED PIC Z(03)9,9(06) VALUE ZEROS.
       77 WS-DEPOIS-ED PIC Z(03)9,9(06) VALUE ZEROS.
       77 WS-ANTES-TXT PIC X(11) VALUE SPACES.
       77 WS-DEPOIS-TXT PIC X(11) VALUE SPACES.
       77 WS-VALOR-ED PIC Z(03)9,9(06) VALUE ZEROS.

       77 WS-LISTA-LINHA PIC X(100) VALUE SPACES.
       77 WS-LST-QTD PIC 9(03) VALUE ZEROS.
       77 WS-LST-QTD-ED PIC Z(02)9 VALUE ZEROS.
       77 WS-EFET-VIGENCIA PIC 9(08) VALUE ZEROS.
       77 WS-EFET-IDX PIC 9(03) VALUE ZEROS.
       77 WS-EFET-MARCA PIC X(15) VALUE SPACES.
       77 WS-SCAN-IDX PIC 9(03) VALUE ZEROS.
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
       000-MANTER-CAMBIO SECTION.
           MOVE 'N' TO WS-ALTERADO.
           PERFORM 100-CARREGAR-CAMBIO.
           MOVE SPACE TO WS-OPCAO.
           PERFORM UNTIL WS-OPCAO = '9'
              DISPLAY 'EXCHANGE-RATE MAINTENANCE - ' WS-CB-QTD
                  ' entries'
              DISPLAY '1 - Add exchange rate'
              DISPLAY '2 - Change exchange rate'
              DISPLAY '3 - Expire (remove) exchange rate'
              DISPLAY '4 - Print exchange-rate listing (CAMBLIST.RPT)'
              DISPLAY '9 - Exit exchange-rate maintenance'
              DISPLAY 'Choose an option: '
              ACCEPT WS-OPCAO
              DISPLAY '======== ======= ======='
              EVALUATE WS-OPCAO
                 WHEN '1'
                    PERFORM 210-INCLUIR-CAMBIO
                 WHEN '2'
                    PERFORM 220-ALTERAR-CAMBIO
                 WHEN '3'
                    PERFORM 230-EXPIRAR-CAMBIO
                 WHEN '4'
                    PERFORM 300-LISTAR-CAMBIO
                 WHEN '9'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'Invalid option, try again.'
              END-EVALUATE
           END-PERFORM.
           IF TABELA-ALTERADA
              IF TABELA-ESTOUROU
                 DISPLAY 'Not every CAMBIO.DAT entry could be tabled '
                     'at load - changes NOT saved so no entry is '
                     'dropped.'
              ELSE
                 PERFORM 400-GRAVAR-CAMBIO
              END-IF
           ELSE
              DISPLAY 'No changes made - CAMBIO.DAT left untouched.'
           END-IF.
           GOBACK.
      *****************************************************************
       100-CARREGAR-CAMBIO SECTION.
           MOVE ZEROS TO WS-CB-QTD.
           MOVE ZEROS TO WS-RT-QTD.
           MOVE 'N' TO WS-ESTOURO.
           OPEN INPUT CAMBIO-FILE.
           EVALUATE TRUE
              WHEN WS-CAMBIO-STATUS = '35'
                 DISPLAY 'No exchange-rate table (CAMBIO.DAT) yet - '
                     'starting with an empty table.'
              WHEN WS-CAMBIO-STATUS NOT = '00'
                 DISPLAY 'Unable to open CAMBIO.DAT, status: '
                     WS-CAMBIO-STATUS
                 DISPLAY 'Changes made in this session will NOT be '
                     'saved.'
                 SET TABELA-ESTOUROU TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-CAMBIO
                 PERFORM UNTIL FIM-DO-CAMBIO
                    READ CAMBIO-FILE
                       AT END
                          SET FIM-DO-CAMBIO TO TRUE
                       NOT AT END
                          PERFORM 110-GUARDAR-CAMBIO
                    END-READ
                 END-PERFORM
                 CLOSE CAMBIO-FILE
                 DISPLAY 'Exchange-rate table loaded: ' WS-CB-QTD
                     ' entries.'
           END-EVALUATE.
      *****************************************************************
       110-GUARDAR-CAMBIO SECTION.
           IF CB-MOEDA = SPACES OR
              CB-DATA-VIGENCIA-X NOT NUMERIC OR
              CB-TAXA-X NOT NUMERIC
              DISPLAY 'WARNING: badly formatted entry in CAMBIO.DAT '
                  'for currency ' CB-MOEDA ' - kept unchanged, not '
                  'maintainable here. Fix it by hand.'
              IF WS-RT-QTD < 50
                 ADD 1 TO WS-RT-QTD
                 MOVE CAMBIO-RECORD TO WS-RT-IMAGEM(WS-RT-QTD)
              ELSE
                 DISPLAY 'Bad-entry table full at ' CB-MOEDA
                     ' - saving disabled for this session.'
                 SET TABELA-ESTOUROU TO TRUE
              END-IF
           ELSE
              IF WS-CB-QTD < 200
                 ADD 1 TO WS-CB-QTD
                 MOVE CB-MOEDA TO WS-CB-MOEDA(WS-CB-QTD)
                 MOVE CB-DATA-VIGENCIA TO WS-CB-VIGENCIA(WS-CB-QTD)
                 MOVE CB-TAXA TO WS-CB-TAXA(WS-CB-QTD)
              ELSE
                 DISPLAY 'Exchange-rate table full at ' CB-MOEDA
                     ' - saving disabled for this session.'
                 SET TABELA-ESTOUROU TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       200-PEDIR-CHAVE SECTION.
           SET ENTRADA-OK TO TRUE.
           DISPLAY 'Currency code (3 letters, e.g. USD): '.
           MOVE SPACES TO WS-ENT-MOEDA.
           ACCEPT WS-ENT-MOEDA FROM CONSOLE.
           INSPECT WS-ENT-MOEDA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-ENT-MOEDA IS NOT ALPHABETIC OR
              WS-ENT-MOEDA(3:1) = SPACE
              DISPLAY 'Currency code must be 3 letters.'
              SET ENTRADA-ERRO TO TRUE
           END-IF.
           IF ENTRADA-OK
              DISPLAY 'Effective date (AAAAMMDD): '
              MOVE SPACES TO WS-ENT-VIGENCIA
              ACCEPT WS-ENT-VIGENCIA FROM CONSOLE
              PERFORM 205-VALIDAR-VIGENCIA
           END-IF.
      *****************************************************************
       205-VALIDAR-VIGENCIA SECTION.
           IF WS-ENT-VIGENCIA NOT NUMERIC
              DISPLAY 'Effective date must be 8 digits (AAAAMMDD).'
              SET ENTRADA-ERRO TO TRUE
           ELSE
              MOVE WS-ENT-VIGENCIA TO WS-ENT-VIGENCIA-N
              MOVE WS-ENT-VIGENCIA(5:2) TO WS-VIG-MES
              MOVE WS-ENT-VIGENCIA(7:2) TO WS-VIG-DIA
              IF WS-VIG-MES < 1 OR WS-VIG-MES > 12 OR
                 WS-VIG-DIA < 1 OR WS-VIG-DIA > 31
                 DISPLAY 'Effective date is not a valid calendar date.'
                 SET ENTRADA-ERRO TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       208-LOCALIZAR-CAMBIO SECTION.
           MOVE ZEROS TO WS-CB-ACHOU.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CB-QTD
              IF WS-CB-MOEDA(WS-CB-IDX) = WS-ENT-MOEDA AND
                 WS-CB-VIGENCIA(WS-CB-IDX) = WS-ENT-VIGENCIA-N
                 MOVE WS-CB-IDX TO WS-CB-ACHOU
              END-IF
           END-PERFORM.
      *****************************************************************
       209-PEDIR-TAXA SECTION.
           DISPLAY 'Base-currency units per 1 unit of ' WS-ENT-MOEDA
               ' (comma decimals): '.
           MOVE SPACES TO WS-ENT-VALOR.
           ACCEPT WS-ENT-VALOR FROM CONSOLE.
           IF WS-ENT-VALOR = SPACES
              DISPLAY 'Exchange rate may not be blank.'
              SET ENTRADA-ERRO TO TRUE
           ELSE
              PERFORM 212-VALIDAR-TAXA
              IF ENTRADA-OK
                 MOVE FUNCTION NUMVAL(WS-ENT-VALOR)
                     TO WS-ENT-NUMERICO
                 IF WS-ENT-NUMERICO = ZEROS
                    DISPLAY 'Exchange rate must be greater than zero.'
                    SET ENTRADA-ERRO TO TRUE
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       212-VALIDAR-TAXA SECTION.
           MOVE ZEROS TO WS-VAL-INTEIROS.
           MOVE ZEROS TO WS-VAL-DECIMAIS.
           MOVE ZEROS TO WS-VAL-VIRGULAS.
           MOVE 'N' TO WS-VAL-FIM.
           PERFORM VARYING WS-VAL-POS FROM 1 BY 1
               UNTIL WS-VAL-POS > 12 OR ENTRADA-ERRO
              EVALUATE TRUE
                 WHEN WS-ENT-VALOR(WS-VAL-POS:1) = SPACE
                    MOVE 'S' TO WS-VAL-FIM
                 WHEN WS-VAL-FIM = 'S'
                    SET ENTRADA-ERRO TO TRUE
                 WHEN WS-ENT-VALOR(WS-VAL-POS:1) = ','
                    ADD 1 TO WS-VAL-VIRGULAS
                 WHEN WS-ENT-VALOR(WS-VAL-POS:1) >= '0' AND
                      WS-ENT-VALOR(WS-VAL-POS:1) <= '9'
                    IF WS-VAL-VIRGULAS = ZEROS
                       ADD 1 TO WS-VAL-INTEIROS
                    ELSE
                       ADD 1 TO WS-VAL-DECIMAIS
                    END-IF
                 WHEN OTHER
                    SET ENTRADA-ERRO TO TRUE
              END-EVALUATE
           END-PERFORM.
           IF ENTRADA-OK
              IF WS-VAL-VIRGULAS > 1 OR
                 WS-VAL-INTEIROS + WS-VAL-DECIMAIS = ZEROS OR
                 WS-VAL-INTEIROS > 4 OR
                 WS-VAL-DECIMAIS > 6
                 SET ENTRADA-ERRO TO TRUE
              END-IF
           END-IF.
           IF ENTRADA-ERRO
              DISPLAY 'Exchange rate must be digits with one comma, '
                  'at most 4 integer and 6 decimal digits.'
           END-IF.
      *****************************************************************
       210-INCLUIR-CAMBIO SECTION.
           PERFORM 200-PEDIR-CHAVE.
           IF ENTRADA-OK
              PERFORM 208-LOCALIZAR-CAMBIO
              IF WS-CB-ACHOU > ZEROS
                 DISPLAY 'Entry already exists for this currency and '
                     'effective date - use the change option.'
                 SET ENTRADA-ERRO TO TRUE
              END-IF
           END-IF.
           IF ENTRADA-OK
              IF WS-CB-QTD >= 200
                 DISPLAY 'Exchange-rate table full - entry not added.'
                 SET ENTRADA-ERRO TO TRUE
              END-IF
           END-IF.
           IF ENTRADA-OK
              PERFORM 209-PEDIR-TAXA
           END-IF.
           IF ENTRADA-OK
              ADD 1 TO WS-CB-QTD
              MOVE WS-CB-QTD TO WS-CB-ACHOU
              MOVE WS-ENT-MOEDA TO WS-CB-MOEDA(WS-CB-ACHOU)
              MOVE WS-ENT-VIGENCIA-N TO WS-CB-VIGENCIA(WS-CB-ACHOU)
              MOVE WS-ENT-NUMERICO TO WS-CB-TAXA(WS-CB-ACHOU)
              SET TABELA-ALTERADA TO TRUE
              MOVE '(NONE)' TO WS-ANTES-TXT
              MOVE WS-ENT-NUMERICO TO WS-DEPOIS-ED
              MOVE WS-DEPOIS-ED TO WS-DEPOIS-TXT
              MOVE 'ADD' TO WS-ACAO
              PERFORM 500-REGISTRAR-AUDITORIA
              DISPLAY 'Exchange rate added.'
           END-IF.
      *****************************************************************
       220-ALTERAR-CAMBIO SECTION.
           PERFORM 200-PEDIR-CHAVE.
           IF ENTRADA-OK
              PERFORM 208-LOCALIZAR-CAMBIO
              IF WS-CB-ACHOU = ZEROS
                 DISPLAY 'No entry for this currency and effective '
                     'date.'
                 SET ENTRADA-ERRO TO TRUE
              END-IF
           END-IF.
           IF ENTRADA-OK
              MOVE WS-CB-TAXA(WS-CB-ACHOU) TO WS-ANTES-ED
              MOVE WS-ANTES-ED TO WS-ANTES-TXT
              DISPLAY 'Current rate: ' WS-ANTES-ED
              PERFORM 209-PEDIR-TAXA
           END-IF.
           IF ENTRADA-OK
              MOVE WS-ENT-NUMERICO TO WS-CB-TAXA(WS-CB-ACHOU)
              SET TABELA-ALTERADA TO TRUE
              MOVE WS-ENT-NUMERICO TO WS-DEPOIS-ED
              MOVE WS-DEPOIS-ED TO WS-DEPOIS-TXT
              MOVE 'CHG' TO WS-ACAO
              PERFORM 500-REGISTRAR-AUDITORIA
              DISPLAY 'Exchange rate changed.'
           END-IF.
      *****************************************************************
       230-EXPIRAR-CAMBIO SECTION.
           PERFORM 200-PEDIR-CHAVE.
           IF ENTRADA-OK
              PERFORM 208-LOCALIZAR-CAMBIO
              IF WS-CB-ACHOU = ZEROS
                 DISPLAY 'No entry for this currency and effective '
                     'date.'
                 SET ENTRADA-ERRO TO TRUE
              END-IF
           END-IF.
           IF ENTRADA-OK
              MOVE WS-CB-TAXA(WS-CB-ACHOU) TO WS-ANTES-ED
              MOVE WS-ANTES-ED TO WS-ANTES-TXT
              MOVE '(EXPIRED)' TO WS-DEPOIS-TXT
              PERFORM VARYING WS-CB-IDX FROM WS-CB-ACHOU BY 1
                  UNTIL WS-CB-IDX >= WS-CB-QTD
                 MOVE WS-CB-ENT(WS-CB-IDX + 1)
                     TO WS-CB-ENT(WS-CB-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-CB-QTD
              SET TABELA-ALTERADA TO TRUE
              MOVE 'EXP' TO WS-ACAO
              PERFORM 500-REGISTRAR-AUDITORIA
              DISPLAY 'Exchange rate expired.'
           END-IF.
      *****************************************************************
       300-LISTAR-CAMBIO SECTION.
           OPEN OUTPUT LISTA-FILE.
           IF WS-LISTA-STATUS NOT = '00'
              DISPLAY 'Unable to open CAMBLIST.RPT, status: '
                  WS-LISTA-STATUS
           ELSE
              MOVE SPACES TO WS-LISTA-LINHA
              STRING 'EXCHANGE-RATE LISTING - RUN ' DELIMITED BY SIZE
                  LS-RUN-ID DELIMITED BY SIZE
                  ' BUSINESS DATE ' DELIMITED BY SIZE
                  LS-DATA-NEGOCIO DELIMITED BY SIZE
                  INTO WS-LISTA-LINHA
              END-STRING
              MOVE WS-LISTA-LINHA TO LISTA-RECORD
              WRITE LISTA-RECORD
              MOVE 'CCY EFFECTIVE  RATE TO BASE' TO LISTA-RECORD
              WRITE LISTA-RECORD
              MOVE '-------------------------------------------------'
                  TO LISTA-RECORD
              WRITE LISTA-RECORD
              MOVE ZEROS TO WS-LST-QTD
              PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                  UNTIL WS-CB-IDX > WS-CB-QTD
                 PERFORM 310-LISTAR-ENTRADA
              END-PERFORM
              MOVE '-------------------------------------------------'
                  TO LISTA-RECORD
              WRITE LISTA-RECORD
              MOVE WS-LST-QTD TO WS-LST-QTD-ED
              MOVE SPACES TO WS-LISTA-LINHA
              STRING 'TOTAL ENTRIES LISTED: ' DELIMITED BY SIZE
                  WS-LST-QTD-ED DELIMITED BY SIZE
                  INTO WS-LISTA-LINHA
              END-STRING
              MOVE WS-LISTA-LINHA TO LISTA-RECORD
              WRITE LISTA-RECORD
              CLOSE LISTA-FILE
              DISPLAY 'Exchange-rate listing written to CAMBLIST.RPT.'
           END-IF.
      *****************************************************************
       310-LISTAR-ENTRADA SECTION.
           MOVE ZEROS TO WS-EFET-VIGENCIA.
           MOVE ZEROS TO WS-EFET-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-CB-QTD
              IF WS-CB-MOEDA(WS-SCAN-IDX) =
                 WS-CB-MOEDA(WS-CB-IDX) AND
                 WS-CB-VIGENCIA(WS-SCAN-IDX) <= LS-DATA-NEGOCIO AND
                 WS-CB-VIGENCIA(WS-SCAN-IDX) >= WS-EFET-VIGENCIA
                 MOVE WS-CB-VIGENCIA(WS-SCAN-IDX)
                     TO WS-EFET-VIGENCIA
                 MOVE WS-SCAN-IDX TO WS-EFET-IDX
              END-IF
           END-PERFORM.
           IF WS-EFET-IDX = WS-CB-IDX
              MOVE '  <== IN EFFECT' TO WS-EFET-MARCA
           ELSE
              MOVE SPACES TO WS-EFET-MARCA
           END-IF.
           MOVE WS-CB-TAXA(WS-CB-IDX) TO WS-VALOR-ED.
           MOVE SPACES TO WS-LISTA-LINHA.
           STRING WS-CB-MOEDA(WS-CB-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CB-VIGENCIA(WS-CB-IDX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-VALOR-ED DELIMITED BY SIZE
               WS-EFET-MARCA DELIMITED BY SIZE
               INTO WS-LISTA-LINHA
           END-STRING.
           MOVE WS-LISTA-LINHA TO LISTA-RECORD.
           WRITE LISTA-RECORD.
           ADD 1 TO WS-LST-QTD.
      *****************************************************************
       400-GRAVAR-CAMBIO SECTION.
           OPEN OUTPUT CAMBIO-FILE.
           IF WS-CAMBIO-STATUS NOT = '00'
              DISPLAY 'Unable to rewrite CAMBIO.DAT, status: '
                  WS-CAMBIO-STATUS
              DISPLAY 'Changes NOT saved.'
           ELSE
              PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                  UNTIL WS-CB-IDX > WS-CB-QTD
                 MOVE WS-CB-MOEDA(WS-CB-IDX) TO CB-MOEDA
                 MOVE WS-CB-VIGENCIA(WS-CB-IDX) TO CB-DATA-VIGENCIA
                 MOVE WS-CB-TAXA(WS-CB-IDX) TO CB-TAXA
                 WRITE CAMBIO-RECORD
              END-PERFORM
              PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                  UNTIL WS-RT-IDX > WS-RT-QTD
                 MOVE WS-RT-IMAGEM(WS-RT-IDX) TO CAMBIO-RECORD
                 WRITE CAMBIO-RECORD
              END-PERFORM
              CLOSE CAMBIO-FILE
              DISPLAY 'CAMBIO.DAT rewritten with ' WS-CB-QTD
                  ' entries.'
              IF WS-RT-QTD > ZEROS
                 DISPLAY WS-RT-QTD ' bad-format entr(y/ies) carried '
                     'unchanged.'
              END-IF
           END-IF.
      *****************************************************************
       500-REGISTRAR-AUDITORIA SECTION.
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
               ' CAMBIO ' DELIMITED BY SIZE
               WS-ACAO DELIMITED BY SIZE
               ' CCY=' DELIMITED BY SIZE
               WS-ENT-MOEDA DELIMITED BY SIZE
               ' VIG=' DELIMITED BY SIZE
               WS-ENT-VIGENCIA DELIMITED BY SIZE
               ' BEFORE=' DELIMITED BY SIZE
               WS-ANTES-TXT DELIMITED BY SIZE
               ' AFTER=' DELIMITED BY SIZE
               WS-DEPOIS-TXT DELIMITED BY SIZE
               INTO WS-AUDIT-LINHA.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE WS-AUDIT-LINHA TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. CALEND-MAINT.
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
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LISTA-FILE ASSIGN TO "CALELIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  CALENDARIO-FILE.
       01  CALENDARIO-RECORD.
           05 CL-FILIAL     PIC X(03).
           05 CL-DATA       PIC 9(08).
           05 CL-DATA-X REDEFINES CL-DATA PIC X(08).
           05 CL-TIPO       PIC X(01).
           05 CL-DESCRICAO  PIC X(30).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(120).
       FD  LISTA-FILE.
       01  LISTA-RECORD PIC X(100).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       77 WS-CAL-STATUS PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
       77 WS-LISTA-STATUS PIC X(02) VALUE SPACES.
       77 WS-FIM-CALENDARIO PIC X(01) VALUE 'N'.
           88 FIM-DO-CALENDARIO VALUE 'S'.
       77 WS-OPCAO PIC X(01) VALUE SPACE.
       77 WS-ALTERADO PIC X(01) VALUE 'N'.
           88 TABELA-ALTERADA VALUE 'S'.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.
       77 WS-AUDIT-TIMESTAMP PIC X(19) VALUE SPACES.
       77 WS-AUDIT-LINHA PIC X(120) VALUE SPACES.

       77 WS-CL-QTD PIC 9(04) VALUE ZEROS.
       77 WS-CL-IDX PIC 9(04) VALUE ZEROS.
       77 WS-CL-ACHOU PIC 9(04) VALUE ZEROS.
       77 WS-RT-QTD PIC 9(02) VALUE ZEROS.
       77 WS-RT-IDX PIC 9(02) VALUE ZEROS.
       77 WS-ESTOURO PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       01  WS-RT-TABELA.
           05 WS-RT-IMAGEM PIC X(42) OCCURS 50 TIMES.
       01  WS-CL-TABELA.
           05 WS-CL-ENT OCCURS 1000 TIMES.
              10 WS-CL-FILIAL    PIC X(03).
              10 WS-CL-DATA      PIC 9(08).
              10 WS-CL-TIPO      PIC X(01).
              10 WS-CL-DESCRICAO PIC X(30).

       77 WS-ENT-FILIAL PIC X(03) VALUE SPACES.
       77 WS-ENT-DATA PIC X(08) VALUE SPACES.
       77 WS-ENT-DATA-N PIC 9(08) VALUE ZEROS.
       77 WS-ENT-TIPO PIC X(01) VALUE SPACE.
       77 WS-ENT-DESCRICAO PIC X(30) VALUE SPACES.
       77 WS-ENT-OK PIC X(01) VALUE 'S'.
           88 ENTRADA-OK VALUE 'S'.
           88 ENTRADA-ERRO VALUE 'N'.
       77 WS-DT-MES PIC 9(02) VALUE ZEROS.
       77 WS-DT-DIA PIC 9(02) VALUE ZEROS.

       77 WS-ACAO PIC X(03) VALUE SPACES.
       77 WS-TIPO-TXT PIC X(11) VALUE SPACES.

       77 WS-LISTA-LINHA PIC X(100) VALUE SPACES.
       77 WS-LST-QTD PIC 9(04) VALUE ZEROS.
       77 WS-LST-QTD-ED PIC Z(03)9 VALUE ZEROS.

       77 WS-CAL-FUNCAO PIC X(01) VALUE 'R'.
       77 WS-CAL-FILIAL PIC X(03) VALUE SPACES.
       77 WS-CAL-DATA PIC 9(08) VALUE ZEROS.
       77 WS-CAL-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WS-CAL-RESULTADO PIC 9(08) VALUE ZEROS.
       77 WS-CAL-DIAS PIC 9(05) VALUE ZEROS.
       77 WS-CAL-SIT PIC X(01) VALUE SPACE.
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
       000-MANTER-CALENDARIO SECTION.
           MOVE 'N' TO WS-ALTERADO.
           PERFORM 100-CARREGAR-CALENDARIO.
           MOVE SPACE TO WS-OPCAO.
           PERFORM UNTIL WS-OPCAO = '9'
              DISPLAY 'BUSINESS-DAY CALENDAR MAINTENANCE - ' WS-CL-QTD
                  ' entries'
              DISPLAY '1 - Add holiday (non-business day)'
              DISPLAY '2 - Add extra business day (e.g. Saturday)'
              DISPLAY '3 - Remove calendar entry'
              DISPLAY '4 - Print calendar listing (CALELIST.RPT)'
              DISPLAY '9 - Exit calendar maintenance'
              DISPLAY 'Choose an option: '
              ACCEPT WS-OPCAO
              DISPLAY '======== ======= ======='
              EVALUATE WS-OPCAO
                 WHEN '1'
                    MOVE 'F' TO WS-ENT-TIPO
                    PERFORM 210-INCLUIR-DIA
                 WHEN '2'
                    MOVE 'U' TO WS-ENT-TIPO
                    PERFORM 210-INCLUIR-DIA
                 WHEN '3'
                    PERFORM 230-EXCLUIR-DIA
                 WHEN '4'
                    PERFORM 300-LISTAR-CALENDARIO
                 WHEN '9'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'Invalid option, try again.'
              END-EVALUATE
           END-PERFORM.
           IF TABELA-ALTERADA
              IF TABELA-ESTOUROU
                 DISPLAY 'Not every CALENDARIO.DAT entry could be '
                     'tabled at load - changes NOT saved so no entry '
                     'is dropped.'
              ELSE
                 PERFORM 400-GRAVAR-CALENDARIO
              END-IF
           ELSE
              DISPLAY 'No changes made - CALENDARIO.DAT left '
                  'untouched.'
           END-IF.
           GOBACK.
      *****************************************************************
       100-CARREGAR-CALENDARIO SECTION.
           MOVE ZEROS TO WS-CL-QTD.
           MOVE ZEROS TO WS-RT-QTD.
           MOVE 'N' TO WS-ESTOURO.
           OPEN INPUT CALENDARIO-FILE.
           EVALUATE TRUE
              WHEN WS-CAL-STATUS = '35'
                 DISPLAY 'No business-day calendar (CALENDARIO.DAT) '
                     'yet - starting with an empty calendar.'
              WHEN WS-CAL-STATUS NOT = '00'
                 DISPLAY 'Unable to open CALENDARIO.DAT, status: '
                     WS-CAL-STATUS
                 DISPLAY 'Changes made in this session will NOT be '
                     'saved.'
                 SET TABELA-ESTOUROU TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-CALENDARIO
                 PERFORM UNTIL FIM-DO-CALENDARIO
                    READ CALENDARIO-FILE
                       AT END
                          SET FIM-DO-CALENDARIO TO TRUE
                       NOT AT END
                          PERFORM 110-GUARDAR-DIA
                    END-READ
                 END-PERFORM
                 CLOSE CALENDARIO-FILE
                 DISPLAY 'Business-day calendar loaded: ' WS-CL-QTD
                     ' entries.'
           END-EVALUATE.
      *****************************************************************
       110-GUARDAR-DIA SECTION.
           IF CL-FILIAL = SPACES OR
              CL-DATA-X NOT NUMERIC OR
              (CL-TIPO NOT = 'F' AND CL-TIPO NOT = 'U')
              DISPLAY 'WARNING: badly formatted entry in '
                  'CALENDARIO.DAT for branch ' CL-FILIAL
                  ' - kept unchanged, not maintainable here. Fix it '
                  'by hand.'
              IF WS-RT-QTD < 50
                 ADD 1 TO WS-RT-QTD
                 MOVE CALENDARIO-RECORD TO WS-RT-IMAGEM(WS-RT-QTD)
              ELSE
                 DISPLAY 'Bad-entry table full at ' CL-FILIAL
                     ' - saving disabled for this session.'
                 SET TABELA-ESTOUROU TO TRUE
              END-IF
           ELSE
              IF WS-CL-QTD < 1000
                 ADD 1 TO WS-CL-QTD
                 MOVE CL-FILIAL TO WS-CL-FILIAL(WS-CL-QTD)
                 MOVE CL-DATA TO WS-CL-DATA(WS-CL-QTD)
                 MOVE CL-TIPO TO WS-CL-TIPO(WS-CL-QTD)
                 MOVE CL-DESCRICAO TO WS-CL-DESCRICAO(WS-CL-QTD)
              ELSE
                 DISPLAY 'Calendar table full at ' CL-FILIAL ' '
                     CL-DATA-X ' - saving disabled for this session.'
                 SET TABELA-ESTOUROU TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       200-PEDIR-CHAVE SECTION.
           SET ENTRADA-OK TO TRUE.
           DISPLAY 'Branch code (*** = every branch): '.
           MOVE SPACES TO WS-ENT-FILIAL.
           ACCEPT WS-ENT-FILIAL FROM CONSOLE.
           INSPECT WS-ENT-FILIAL CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-ENT-FILIAL = SPACES
              DISPLAY 'Branch code may not be blank - use *** for '
                  'every branch.'
              SET ENTRADA-ERRO TO TRUE
           END-IF.
           IF ENTRADA-OK
              DISPLAY 'Date (AAAAMMDD): '
              MOVE SPACES TO WS-ENT-DATA
              ACCEPT WS-ENT-DATA FROM CONSOLE
              PERFORM 205-VALIDAR-DATA
           END-IF.
      *****************************************************************
       205-VALIDAR-DATA SECTION.
           IF WS-ENT-DATA NOT NUMERIC
              DISPLAY 'Date must be 8 digits (AAAAMMDD).'
              SET ENTRADA-ERRO TO TRUE
           ELSE
              MOVE WS-ENT-DATA TO WS-ENT-DATA-N
              MOVE WS-ENT-DATA(5:2) TO WS-DT-MES
              MOVE WS-ENT-DATA(7:2) TO WS-DT-DIA
              IF WS-DT-MES < 1 OR WS-DT-MES > 12 OR
                 WS-DT-DIA < 1 OR WS-DT-DIA > 31
                 DISPLAY 'Date is not a valid calendar date.'
                 SET ENTRADA-ERRO TO TRUE
              ELSE
                 IF FUNCTION INTEGER-OF-DATE(WS-ENT-DATA-N) = ZEROS
                    DISPLAY 'Date is not a valid calendar date.'
                    SET ENTRADA-ERRO TO TRUE
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       208-LOCALIZAR-DIA SECTION.
           MOVE ZEROS TO WS-CL-ACHOU.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-QTD
              IF WS-CL-FILIAL(WS-CL-IDX) = WS-ENT-FILIAL AND
                 WS-CL-DATA(WS-CL-IDX) = WS-ENT-DATA-N
                 MOVE WS-CL-IDX TO WS-CL-ACHOU
              END-IF
           END-PERFORM.
      *****************************************************************
       210-INCLUIR-DIA SECTION.
           PERFORM 200-PEDIR-CHAVE.
           IF ENTRADA-OK
              PERFORM 208-LOCALIZAR-DIA
              IF WS-CL-ACHOU > ZEROS
                 DISPLAY 'Entry already exists for this branch and '
                     'date - remove it first.'
                 SET ENTRADA-ERRO TO TRUE
              END-IF
           END-IF.
           IF ENTRADA-OK
              IF WS-CL-QTD >= 1000
                 DISPLAY 'Calendar table full - entry not added.'
                 SET ENTRADA-ERRO TO TRUE
              END-IF
           END-IF.
           IF ENTRADA-OK
              DISPLAY 'Description (e.g. holiday name): '
              MOVE SPACES TO WS-ENT-DESCRICAO
              ACCEPT WS-ENT-DESCRICAO FROM CONSOLE
              ADD 1 TO WS-CL-QTD
              MOVE WS-CL-QTD TO WS-CL-ACHOU
              MOVE WS-ENT-FILIAL TO WS-CL-FILIAL(WS-CL-ACHOU)
              MOVE WS-ENT-DATA-N TO WS-CL-DATA(WS-CL-ACHOU)
              MOVE WS-ENT-TIPO TO WS-CL-TIPO(WS-CL-ACHOU)
              MOVE WS-ENT-DESCRICAO TO WS-CL-DESCRICAO(WS-CL-ACHOU)
              SET TABELA-ALTERADA TO TRUE
              MOVE 'ADD' TO WS-ACAO
              PERFORM 500-REGISTRAR-AUDITORIA
              DISPLAY 'Calendar entry added.'
           END-IF.
      *****************************************************************
       230-EXCLUIR-DIA SECTION.
           PERFORM 200-PEDIR-CHAVE.
           IF ENTRADA-OK
              PERFORM 208-LOCALIZAR-DIA
              IF WS-CL-ACHOU = ZEROS
                 DISPLAY 'No entry for this branch and date.'
                 SET ENTRADA-ERRO TO TRUE
              END-IF
           END-IF.
           IF ENTRADA-OK
              MOVE WS-CL-TIPO(WS-CL-ACHOU) TO WS-ENT-TIPO
              MOVE WS-CL-DESCRICAO(WS-CL-ACHOU) TO WS-ENT-DESCRICAO
              PERFORM VARYING WS-CL-IDX FROM WS-CL-ACHOU BY 1
                  UNTIL WS-CL-IDX >= WS-CL-QTD
                 MOVE WS-CL-ENT(WS-CL-IDX + 1)
                     TO WS-CL-ENT(WS-CL-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-CL-QTD
              SET TABELA-ALTERADA TO TRUE
              MOVE 'DEL' TO WS-ACAO
              PERFORM 500-REGISTRAR-AUDITORIA
              DISPLAY 'Calendar entry removed.'
           END-IF.
      *****************************************************************
       300-LISTAR-CALENDARIO SECTION.
           OPEN OUTPUT LISTA-FILE.
           IF WS-LISTA-STATUS NOT = '00'
              DISPLAY 'Unable to open CALELIST.RPT, status: '
                  WS-LISTA-STATUS
           ELSE
              MOVE SPACES TO WS-LISTA-LINHA
              STRING 'BUSINESS-DAY CALENDAR - RUN ' DELIMITED BY SIZE
                  LS-RUN-ID DELIMITED BY SIZE
                  ' BUSINESS DATE ' DELIMITED BY SIZE
                  LS-DATA-NEGOCIO DELIMITED BY SIZE
                  INTO WS-LISTA-LINHA
              END-STRING
              MOVE WS-LISTA-LINHA TO LISTA-RECORD
              WRITE LISTA-RECORD
              MOVE 'BR  DATE     TYPE        DESCRIPTION'
                  TO LISTA-RECORD
              WRITE LISTA-RECORD
              MOVE '-------------------------------------------------'
                  TO LISTA-RECORD
              WRITE LISTA-RECORD
              MOVE ZEROS TO WS-LST-QTD
              PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                  UNTIL WS-CL-IDX > WS-CL-QTD
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
              MOVE 'SATURDAYS AND SUNDAYS ARE NON-BUSINESS DAYS UNLESS '
                  TO WS-LISTA-LINHA
              MOVE 'LISTED AS BUSINESS DAYS.' TO WS-LISTA-LINHA(52:24)
              MOVE WS-LISTA-LINHA TO LISTA-RECORD
              WRITE LISTA-RECORD
              CLOSE LISTA-FILE
              DISPLAY 'Calendar listing written to CALELIST.RPT.'
           END-IF.
      *****************************************************************
       310-LISTAR-ENTRADA SECTION.
           IF WS-CL-TIPO(WS-CL-IDX) = 'F'
              MOVE 'HOLIDAY' TO WS-TIPO-TXT
           ELSE
              MOVE 'BUSINESS' TO WS-TIPO-TXT
           END-IF.
           MOVE SPACES TO WS-LISTA-LINHA.
           STRING WS-CL-FILIAL(WS-CL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CL-DATA(WS-CL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TIPO-TXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CL-DESCRICAO(WS-CL-IDX) DELIMITED BY SIZE
               INTO WS-LISTA-LINHA
           END-STRING.
           MOVE WS-LISTA-LINHA TO LISTA-RECORD.
           WRITE LISTA-RECORD.
           ADD 1 TO WS-LST-QTD.
      *****************************************************************
       400-GRAVAR-CALENDARIO SECTION.
           OPEN OUTPUT CALENDARIO-FILE.
           IF WS-CAL-STATUS NOT = '00'
              DISPLAY 'Unable to rewrite CALENDARIO.DAT, status: '
                  WS-CAL-STATUS
              DISPLAY 'Changes NOT saved.'
           ELSE
              PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                  UNTIL WS-CL-IDX > WS-CL-QTD
                 MOVE WS-CL-FILIAL(WS-CL-IDX) TO CL-FILIAL
                 MOVE WS-CL-DATA(WS-CL-IDX) TO CL-DATA
                 MOVE WS-CL-TIPO(WS-CL-IDX) TO CL-TIPO
                 MOVE WS-CL-DESCRICAO(WS-CL-IDX) TO CL-DESCRICAO
                 WRITE CALENDARIO-RECORD
              END-PERFORM
              PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                  UNTIL WS-RT-IDX > WS-RT-QTD
                 MOVE WS-RT-IMAGEM(WS-RT-IDX) TO CALENDARIO-RECORD
                 WRITE CALENDARIO-RECORD
              END-PERFORM
              CLOSE CALENDARIO-FILE
              DISPLAY 'CALENDARIO.DAT rewritten with ' WS-CL-QTD
                  ' entries.'
              IF WS-RT-QTD > ZEROS
                 DISPLAY WS-RT-QTD ' bad-format entr(y/ies) carried '
                     'unchanged.'
              END-IF
              MOVE 'R' TO WS-CAL-FUNCAO
              CALL 'DIA-UTIL' USING WS-CAL-FUNCAO, WS-CAL-FILIAL,
                  WS-CAL-DATA, WS-CAL-DATA-FIM, WS-CAL-RESULTADO,
                  WS-CAL-DIAS, WS-CAL-SIT
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
               ' CALEND ' DELIMITED BY SIZE
               WS-ACAO DELIMITED BY SIZE
               ' BR=' DELIMITED BY SIZE
               WS-ENT-FILIAL DELIMITED BY SIZE
               ' DATE=' DELIMITED BY SIZE
               WS-ENT-DATA DELIMITED BY SIZE
               ' TYPE=' DELIMITED BY SIZE
               WS-ENT-TIPO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ENT-DESCRICAO DELIMITED BY SIZE
               INTO WS-AUDIT-LINHA.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE WS-AUDIT-LINHA TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

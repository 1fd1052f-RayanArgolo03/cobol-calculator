      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. CCUSTO-MAINT.
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
           SELECT CCUSTOS-FILE ASSIGN TO "CCUSTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCUSTOS-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LISTA-FILE ASSIGN TO "CCUSTLST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  CCUSTOS-FILE.
       01  CCUSTO-RECORD.
           05 CM-CODIGO        PIC X(04).
           05 CM-DESCRICAO     PIC X(30).
           05 CM-FILIAL        PIC X(03).
           05 CM-SITUACAO      PIC X(01).
              88 CM-ABERTO     VALUE 'A'.
              88 CM-FECHADO    VALUE 'F'.
           05 CM-CONTATO       PIC X(30).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(120).
       FD  LISTA-FILE.
       01  LISTA-RECORD PIC X(100).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       77 WS-CCUSTOS-STATUS PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS PIC X(02) VALUE SPACES.
       77 WS-LISTA-STATUS PIC X(02) VALUE SPACES.
       77 WS-FIM-CCUSTOS PIC X(01) VALUE 'N'.
           88 FIM-DOS-CCUSTOS VALUE 'S'.
       77 WS-OPCAO PIC X(01) VALUE SPACE.
       77 WS-ALTERADO PIC X(01) VALUE 'N'.
           88 TABELA-ALTERADA VALUE 'S'.
       77 WS-DATA-HORA PIC X(21) VALUE SPACES.
       77 WS-AUDIT-TIMESTAMP PIC X(19) VALUE SPACES.
       77 WS-AUDIT-LINHA PIC X(120) VALUE SPACES.

       77 WS-CM-QTD PIC 9(04) VALUE ZEROS.
       77 WS-CM-IDX PIC 9(04) VALUE ZEROS.
       77 WS-CM-ACHOU PIC 9(04) VALUE ZEROS.
       77 WS-RT-QTD PIC 9(02) VALUE ZEROS.
       77 WS-RT-IDX PIC 9(02) VALUE ZEROS.
       77 WS-ESTOURO PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       01  WS-RT-TABELA.
           05 WS-RT-IMAGEM PIC X(68) OCCURS 50 TIMES.
       01  WS-CM-TABELA.
           05 WS-CM-ENT OCCURS 1000 TIMES.
              10 WS-CM-CODIGO    PIC X(04).
              10 WS-CM-DESCRICAO PIC X(30).
              10 WS-CM-FILIAL    PIC X(03).
              10 WS-CM-SITUACAO  PIC X(01).
              10 WS-CM-CONTATO   PIC X(30).

       77 WS-ENT-CODIGO PIC X(04) VALUE SPACES.
       77 WS-ENT-TEXTO PIC X(30) VALUE SPACES.
       77 WS-ENT-OK PIC X(01) VALUE 'S'.
           88 ENTRADA-OK VALUE 'S'.
           88 ENTRADA-ERRO VALUE 'N'.
       77 WS-RESPOSTA PIC X(01) VALUE SPACE.

       77 WS-ACAO PIC X(03) VALUE SPACES.
       77 WS-ANTES-TXT PIC X(15) VALUE SPACES.
       77 WS-DEPOIS-TXT PIC X(15) VALUE SPACES.
       77 WS-SITUACAO-TXT PIC X(06) VALUE SPACES.

       77 WS-LISTA-LINHA PIC X(100) VALUE SPACES.
       77 WS-LST-QTD PIC 9(04) VALUE ZEROS.
       77 WS-LST-FECHADOS PIC 9(04) VALUE ZEROS.
       77 WS-LST-QTD-ED PIC Z(03)9 VALUE ZEROS.
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
       000-MANTER-CCUSTOS SECTION.
           MOVE 'N' TO WS-ALTERADO.
           PERFORM 100-CARREGAR-CCUSTOS.
           MOVE SPACE TO WS-OPCAO.
           PERFORM UNTIL WS-OPCAO = '9'
              DISPLAY 'COST-CENTER MASTER MAINTENANCE - ' WS-CM-QTD
                  ' entries'
              DISPLAY '1 - Add cost center'
              DISPLAY '2 - Change cost center'
              DISPLAY '3 - Close or reopen cost center'
              DISPLAY '4 - Print cost-center listing (CCUSTLST.RPT)'
              DISPLAY '9 - Exit cost-center maintenance'
              DISPLAY 'Choose an option: '
              ACCEPT WS-OPCAO
              DISPLAY '======== ======= ======='
              EVALUATE WS-OPCAO
                 WHEN '1'
                    PERFORM 210-INCLUIR-CCUSTO
                 WHEN '2'
                    PERFORM 220-ALTERAR-CCUSTO
                 WHEN '3'
                    PERFORM 230-FECHAR-CCUSTO
                 WHEN '4'
                    PERFORM 300-LISTAR-CCUSTOS
                 WHEN '9'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'Invalid option, try again.'
              END-EVALUATE
           END-PERFORM.
           IF TABELA-ALTERADA
              IF TABELA-ESTOUROU
                 DISPLAY 'Not every CCUSTOS.DAT entry could be tabled '
                     'at load - changes NOT saved so no entry is '
                     'dropped.'
              ELSE
                 PERFORM 400-GRAVAR-CCUSTOS
              END-IF
           ELSE
              DISPLAY 'No changes made - CCUSTOS.DAT left untouched.'
           END-IF.
           GOBACK.
      *****************************************************************
       100-CARREGAR-CCUSTOS SECTION.
           MOVE ZEROS TO WS-CM-QTD.
           MOVE ZEROS TO WS-RT-QTD.
           MOVE 'N' TO WS-ESTOURO.
           OPEN INPUT CCUSTOS-FILE.
           EVALUATE TRUE
              WHEN WS-CCUSTOS-STATUS = '35'
                 DISPLAY 'No cost-center master (CCUSTOS.DAT) yet - '
                     'starting with an empty table.'
              WHEN WS-CCUSTOS-STATUS NOT = '00'
                 DISPLAY 'Unable to open CCUSTOS.DAT, status: '
                     WS-CCUSTOS-STATUS
                 DISPLAY 'Changes made in this session will NOT be '
                     'saved.'
                 SET TABELA-ESTOUROU TO TRUE
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-CCUSTOS
                 PERFORM UNTIL FIM-DOS-CCUSTOS
                    READ CCUSTOS-FILE
                       AT END
                          SET FIM-DOS-CCUSTOS TO TRUE
                       NOT AT END
                          PERFORM 110-GUARDAR-CCUSTO
                    END-READ
                 END-PERFORM
                 CLOSE CCUSTOS-FILE
                 DISPLAY 'Cost-center master loaded: ' WS-CM-QTD
                     ' entries.'
           END-EVALUATE.
      *****************************************************************
       110-GUARDAR-CCUSTO SECTION.
           IF CM-CODIGO = SPACES OR
              (NOT CM-ABERTO AND NOT CM-FECHADO)
              DISPLAY 'WARNING: badly formatted entry in CCUSTOS.DAT '
                  'for code ' CM-CODIGO ' - kept unchanged, not '
                  'maintainable here. Fix it by hand.'
              IF WS-RT-QTD < 50
                 ADD 1 TO WS-RT-QTD
                 MOVE CCUSTO-RECORD TO WS-RT-IMAGEM(WS-RT-QTD)
              ELSE
                 DISPLAY 'Bad-entry table full at ' CM-CODIGO
                     ' - saving disabled for this session.'
                 SET TABELA-ESTOUROU TO TRUE
              END-IF
           ELSE
              IF WS-CM-QTD < 1000
                 ADD 1 TO WS-CM-QTD
                 MOVE CM-CODIGO TO WS-CM-CODIGO(WS-CM-QTD)
                 MOVE CM-DESCRICAO TO WS-CM-DESCRICAO(WS-CM-QTD)
                 MOVE CM-FILIAL TO WS-CM-FILIAL(WS-CM-QTD)
                 MOVE CM-SITUACAO TO WS-CM-SITUACAO(WS-CM-QTD)
                 MOVE CM-CONTATO TO WS-CM-CONTATO(WS-CM-QTD)
              ELSE
                 DISPLAY 'Cost-center table full at ' CM-CODIGO
                     ' - saving disabled for this session.'
                 SET TABELA-ESTOUROU TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       200-PEDIR-CHAVE SECTION.
           SET ENTRADA-OK TO TRUE.
           DISPLAY 'Cost center code (4 characters): '.
           MOVE SPACES TO WS-ENT-CODIGO.
           ACCEPT WS-ENT-CODIGO FROM CONSOLE.
           IF WS-ENT-CODIGO = SPACES
              DISPLAY 'Cost center code may not be blank.'
              SET ENTRADA-ERRO TO TRUE
           END-IF.
      *****************************************************************
       208-LOCALIZAR-CCUSTO SECTION.
           MOVE ZEROS TO WS-CM-ACHOU.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-QTD
              IF WS-CM-CODIGO(WS-CM-IDX) = WS-ENT-CODIGO
                 MOVE WS-CM-IDX TO WS-CM-ACHOU
              END-IF
           END-PERFORM.
      *****************************************************************
       210-INCLUIR-CCUSTO SECTION.
           PERFORM 200-PEDIR-CHAVE.
           IF ENTRADA-OK
              PERFORM 208-LOCALIZAR-CCUSTO
              IF WS-CM-ACHOU > ZEROS
                 DISPLAY 'Cost center already on the master - use '
                     'the change option.'
                 SET ENTRADA-ERRO TO TRUE
              END-IF
           END-IF.
           IF ENTRADA-OK
              IF WS-CM-QTD >= 1000
                 DISPLAY 'Cost-center table full - entry not added.'
                 SET ENTRADA-ERRO TO TRUE
              END-IF
           END-IF.
           IF ENTRADA-OK
              DISPLAY 'Description (up to 30 characters): '
              MOVE SPACES TO WS-ENT-TEXTO
              ACCEPT WS-ENT-TEXTO FROM CONSOLE
              IF WS-ENT-TEXTO = SPACES
                 DISPLAY 'Description may not be blank.'
                 SET ENTRADA-ERRO TO TRUE
              END-IF
           END-IF.
           IF ENTRADA-OK
              ADD 1 TO WS-CM-QTD
              MOVE WS-CM-QTD TO WS-CM-ACHOU
              MOVE WS-ENT-CODIGO TO WS-CM-CODIGO(WS-CM-ACHOU)
              MOVE WS-ENT-TEXTO TO WS-CM-DESCRICAO(WS-CM-ACHOU)
              DISPLAY 'Owning branch (3 characters, blank = any '
                  'branch): '
              MOVE SPACES TO WS-ENT-TEXTO
              ACCEPT WS-ENT-TEXTO FROM CONSOLE
              MOVE WS-ENT-TEXTO(1:3) TO WS-CM-FILIAL(WS-CM-ACHOU)
              DISPLAY 'Distribution contact (up to 30 characters): '
              MOVE SPACES TO WS-ENT-TEXTO
              ACCEPT WS-ENT-TEXTO FROM CONSOLE
              MOVE WS-ENT-TEXTO TO WS-CM-CONTATO(WS-CM-ACHOU)
              MOVE 'A' TO WS-CM-SITUACAO(WS-CM-ACHOU)
              SET TABELA-ALTERADA TO TRUE
              MOVE '(NONE)' TO WS-ANTES-TXT
              MOVE WS-CM-DESCRICAO(WS-CM-ACHOU) TO WS-DEPOIS-TXT
              MOVE 'ADD' TO WS-ACAO
              PERFORM 500-REGISTRAR-AUDITORIA
              DISPLAY 'Cost center added (open).'
           END-IF.
      *****************************************************************
       220-ALTERAR-CCUSTO SECTION.
           PERFORM 200-PEDIR-CHAVE.
           IF ENTRADA-OK
              PERFORM 208-LOCALIZAR-CCUSTO
              IF WS-CM-ACHOU = ZEROS
                 DISPLAY 'Cost center not on the master.'
                 SET ENTRADA-ERRO TO TRUE
              END-IF
           END-IF.
           IF ENTRADA-OK
              DISPLAY 'Press ENTER on a field to keep its value.'
              DISPLAY 'Description..: ' WS-CM-DESCRICAO(WS-CM-ACHOU)
              MOVE SPACES TO WS-ENT-TEXTO
              ACCEPT WS-ENT-TEXTO FROM CONSOLE
              IF WS-ENT-TEXTO NOT = SPACES AND
                 WS-ENT-TEXTO NOT = WS-CM-DESCRICAO(WS-CM-ACHOU)
                 MOVE WS-CM-DESCRICAO(WS-CM-ACHOU) TO WS-ANTES-TXT
                 MOVE WS-ENT-TEXTO TO WS-CM-DESCRICAO(WS-CM-ACHOU)
                 MOVE WS-ENT-TEXTO TO WS-DEPOIS-TXT
                 MOVE 'DSC' TO WS-ACAO
                 PERFORM 500-REGISTRAR-AUDITORIA
                 SET TABELA-ALTERADA TO TRUE
              END-IF
              DISPLAY 'Branch.......: ' WS-CM-FILIAL(WS-CM-ACHOU)
                  '  (type * to make it valid for any branch)'
              MOVE SPACES TO WS-ENT-TEXTO
              ACCEPT WS-ENT-TEXTO FROM CONSOLE
              IF WS-ENT-TEXTO = SPACES
                 MOVE WS-CM-FILIAL(WS-CM-ACHOU) TO WS-ENT-TEXTO
              END-IF
              IF WS-ENT-TEXTO(1:1) = '*'
                 MOVE SPACES TO WS-ENT-TEXTO
              END-IF
              IF WS-ENT-TEXTO(1:3) NOT = WS-CM-FILIAL(WS-CM-ACHOU)
                 MOVE WS-CM-FILIAL(WS-CM-ACHOU) TO WS-ANTES-TXT
                 MOVE WS-ENT-TEXTO(1:3) TO WS-DEPOIS-TXT
                 IF WS-ANTES-TXT = SPACES
                    MOVE '(ANY)' TO WS-ANTES-TXT
                 END-IF
                 IF WS-DEPOIS-TXT = SPACES
                    MOVE '(ANY)' TO WS-DEPOIS-TXT
                 END-IF
                 MOVE WS-ENT-TEXTO(1:3) TO WS-CM-FILIAL(WS-CM-ACHOU)
                 MOVE 'FIL' TO WS-ACAO
                 PERFORM 500-REGISTRAR-AUDITORIA
                 SET TABELA-ALTERADA TO TRUE
              END-IF
              DISPLAY 'Contact......: ' WS-CM-CONTATO(WS-CM-ACHOU)
              MOVE SPACES TO WS-ENT-TEXTO
              ACCEPT WS-ENT-TEXTO FROM CONSOLE
              IF WS-ENT-TEXTO NOT = SPACES AND
                 WS-ENT-TEXTO NOT = WS-CM-CONTATO(WS-CM-ACHOU)
                 MOVE WS-CM-CONTATO(WS-CM-ACHOU) TO WS-ANTES-TXT
                 MOVE WS-ENT-TEXTO TO WS-CM-CONTATO(WS-CM-ACHOU)
                 MOVE WS-ENT-TEXTO TO WS-DEPOIS-TXT
                 MOVE 'CTT' TO WS-ACAO
                 PERFORM 500-REGISTRAR-AUDITORIA
                 SET TABELA-ALTERADA TO TRUE
              END-IF
              DISPLAY 'Cost center change complete.'
           END-IF.
      *****************************************************************
       230-FECHAR-CCUSTO SECTION.
           PERFORM 200-PEDIR-CHAVE.
           IF ENTRADA-OK
              PERFORM 208-LOCALIZAR-CCUSTO
              IF WS-CM-ACHOU = ZEROS
                 DISPLAY 'Cost center not on the master.'
                 SET ENTRADA-ERRO TO TRUE
              END-IF
           END-IF.
           IF ENTRADA-OK
              IF WS-CM-SITUACAO(WS-CM-ACHOU) = 'F'
                 DISPLAY 'Cost center ' WS-ENT-CODIGO ' is CLOSED - '
                     'reopen it? (S/N): '
              ELSE
                 DISPLAY 'Cost center ' WS-ENT-CODIGO ' is OPEN - '
                     'close it? (S/N): '
              END-IF
              ACCEPT WS-RESPOSTA
              IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
                 DISPLAY 'Cost center left unchanged.'
              ELSE
                 IF WS-CM-SITUACAO(WS-CM-ACHOU) = 'F'
                    MOVE 'A' TO WS-CM-SITUACAO(WS-CM-ACHOU)
                    MOVE 'CLOSED' TO WS-ANTES-TXT
                    MOVE 'OPEN' TO WS-DEPOIS-TXT
                    MOVE 'OPN' TO WS-ACAO
                    DISPLAY 'Cost center reopened.'
                 ELSE
                    MOVE 'F' TO WS-CM-SITUACAO(WS-CM-ACHOU)
                    MOVE 'OPEN' TO WS-ANTES-TXT
                    MOVE 'CLOSED' TO WS-DEPOIS-TXT
                    MOVE 'CLS' TO WS-ACAO
                    DISPLAY 'Cost center closed - new transactions '
                        'for it will be rejected.'
                 END-IF
                 SET TABELA-ALTERADA TO TRUE
                 PERFORM 500-REGISTRAR-AUDITORIA
              END-IF
           END-IF.
      *****************************************************************
       300-LISTAR-CCUSTOS SECTION.
           OPEN OUTPUT LISTA-FILE.
           IF WS-LISTA-STATUS NOT = '00'
              DISPLAY 'Unable to open CCUSTLST.RPT, status: '
                  WS-LISTA-STATUS
           ELSE
              MOVE SPACES TO WS-LISTA-LINHA
              STRING 'COST-CENTER MASTER LISTING - RUN '
                  DELIMITED BY SIZE
                  LS-RUN-ID DELIMITED BY SIZE
                  ' BUSINESS DATE ' DELIMITED BY SIZE
                  LS-DATA-NEGOCIO DELIMITED BY SIZE
                  INTO WS-LISTA-LINHA
              END-STRING
              MOVE WS-LISTA-LINHA TO LISTA-RECORD
              WRITE LISTA-RECORD
              MOVE SPACES TO WS-LISTA-LINHA
              STRING 'CODE DESCRIPTION                    BR  STATUS '
                  DELIMITED BY SIZE
                  'CONTACT' DELIMITED BY SIZE
                  INTO WS-LISTA-LINHA
              END-STRING
              MOVE WS-LISTA-LINHA TO LISTA-RECORD
              WRITE LISTA-RECORD
              MOVE '-------------------------------------------------'
                  TO LISTA-RECORD
              WRITE LISTA-RECORD
              MOVE ZEROS TO WS-LST-QTD
              MOVE ZEROS TO WS-LST-FECHADOS
              PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                  UNTIL WS-CM-IDX > WS-CM-QTD
                 PERFORM 310-LISTAR-ENTRADA
              END-PERFORM
              MOVE '-------------------------------------------------'
                  TO LISTA-RECORD
              WRITE LISTA-RECORD
              MOVE WS-LST-QTD TO WS-LST-QTD-ED
              MOVE SPACES TO WS-LISTA-LINHA
              STRING 'TOTAL COST CENTERS LISTED: ' DELIMITED BY SIZE
                  WS-LST-QTD-ED DELIMITED BY SIZE
                  INTO WS-LISTA-LINHA
              END-STRING
              MOVE WS-LISTA-LINHA TO LISTA-RECORD
              WRITE LISTA-RECORD
              MOVE WS-LST-FECHADOS TO WS-LST-QTD-ED
              MOVE SPACES TO WS-LISTA-LINHA
              STRING 'OF WHICH CLOSED..........: ' DELIMITED BY SIZE
                  WS-LST-QTD-ED DELIMITED BY SIZE
                  INTO WS-LISTA-LINHA
              END-STRING
              MOVE WS-LISTA-LINHA TO LISTA-RECORD
              WRITE LISTA-RECORD
              CLOSE LISTA-FILE
              DISPLAY 'Cost-center listing written to CCUSTLST.RPT.'
           END-IF.
      *****************************************************************
       310-LISTAR-ENTRADA SECTION.
           IF WS-CM-SITUACAO(WS-CM-IDX) = 'F'
              MOVE 'CLOSED' TO WS-SITUACAO-TXT
              ADD 1 TO WS-LST-FECHADOS
           ELSE
              MOVE 'OPEN' TO WS-SITUACAO-TXT
           END-IF.
           MOVE SPACES TO WS-LISTA-LINHA.
           STRING WS-CM-CODIGO(WS-CM-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CM-DESCRICAO(WS-CM-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CM-FILIAL(WS-CM-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SITUACAO-TXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CM-CONTATO(WS-CM-IDX) DELIMITED BY SIZE
               INTO WS-LISTA-LINHA
           END-STRING.
           MOVE WS-LISTA-LINHA TO LISTA-RECORD.
           WRITE LISTA-RECORD.
           ADD 1 TO WS-LST-QTD.
      *****************************************************************
       400-GRAVAR-CCUSTOS SECTION.
           OPEN OUTPUT CCUSTOS-FILE.
           IF WS-CCUSTOS-STATUS NOT = '00'
              DISPLAY 'Unable to rewrite CCUSTOS.DAT, status: '
                  WS-CCUSTOS-STATUS
              DISPLAY 'Changes NOT saved.'
           ELSE
              PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                  UNTIL WS-CM-IDX > WS-CM-QTD
                 MOVE WS-CM-CODIGO(WS-CM-IDX) TO CM-CODIGO
                 MOVE WS-CM-DESCRICAO(WS-CM-IDX) TO CM-DESCRICAO
                 MOVE WS-CM-FILIAL(WS-CM-IDX) TO CM-FILIAL
                 MOVE WS-CM-SITUACAO(WS-CM-IDX) TO CM-SITUACAO
                 MOVE WS-CM-CONTATO(WS-CM-IDX) TO CM-CONTATO
                 WRITE CCUSTO-RECORD
              END-PERFORM
              PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                  UNTIL WS-RT-IDX > WS-RT-QTD
                 MOVE WS-RT-IMAGEM(WS-RT-IDX) TO CCUSTO-RECORD
                 WRITE CCUSTO-RECORD
              END-PERFORM
              CLOSE CCUSTOS-FILE
              DISPLAY 'CCUSTOS.DAT rewritten with ' WS-CM-QTD
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
               ' CCUSTO ' DELIMITED BY SIZE
               WS-ACAO DELIMITED BY SIZE
               ' CODE=' DELIMITED BY SIZE
               WS-ENT-CODIGO DELIMITED BY SIZE
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

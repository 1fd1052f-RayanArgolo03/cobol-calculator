      *****************************************************************
      *            AUTHOR = Rayan                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. DIA-UTIL.
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
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       77 WS-CAL-STATUS PIC X(02) VALUE SPACES.
       77 WS-FIM-CALENDARIO PIC X(01) VALUE 'N'.
           88 FIM-DO-CALENDARIO VALUE 'S'.
       77 WS-CARREGADO PIC X(01) VALUE 'N'.
           88 CALENDARIO-CARREGADO VALUE 'S'.
       77 WS-ESTOURO PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.

       77 WS-CL-QTD PIC 9(04) VALUE ZEROS.
       77 WS-CL-IDX PIC 9(04) VALUE ZEROS.
       01  WS-CL-TABELA.
           05 WS-CL-ENT OCCURS 1000 TIMES.
              10 WS-CL-FILIAL PIC X(03).
              10 WS-CL-DATA   PIC 9(08).
              10 WS-CL-TIPO   PIC X(01).

       01  WS-DATA-TESTE PIC 9(08) VALUE ZEROS.
       01  WS-DATA-PARTES REDEFINES WS-DATA-TESTE.
           05 WS-DP-ANO PIC 9(04).
           05 WS-DP-MES PIC 9(02).
           05 WS-DP-DIA PIC 9(02).
       77 WS-INT-TESTE PIC 9(08) VALUE ZEROS.
       77 WS-INT-FIM PIC 9(08) VALUE ZEROS.
       77 WS-DIA-SEMANA PIC 9(01) VALUE ZEROS.
       77 WS-PASSO PIC S9(01) VALUE ZEROS.
       77 WS-TENTATIVAS PIC 9(03) VALUE ZEROS.
       77 WS-SIT-FILIAL PIC X(01) VALUE SPACE.
       77 WS-SIT-GERAL PIC X(01) VALUE SPACE.
       77 WS-DIA-SIT PIC X(01) VALUE SPACE.
           88 DIA-E-UTIL VALUE 'S'.
           88 DIA-NAO-UTIL VALUE 'N'.
           88 DIA-INVALIDO VALUE 'E'.
      *****************************************************************
       LINKAGE SECTION.
      *****************************************************************
       77 LS-FUNCAO PIC X(01).
           88 LS-VERIFICAR VALUE 'V'.
           88 LS-PROXIMO VALUE 'P'.
           88 LS-ANTERIOR VALUE 'A'.
           88 LS-CONTAR VALUE 'C'.
           88 LS-RECARREGAR VALUE 'R'.
       77 LS-FILIAL PIC X(03).
       77 LS-DATA PIC 9(08).
       77 LS-DATA-FIM PIC 9(08).
       77 LS-DATA-RESULTADO PIC 9(08).
       77 LS-DIAS PIC 9(05).
       77 LS-STATUS PIC X(01).
           88 LS-DIA-UTIL VALUE 'S'.
           88 LS-DIA-NAO-UTIL VALUE 'N'.
           88 LS-DATA-INVALIDA VALUE 'E'.
      *****************************************************************
       PROCEDURE DIVISION USING LS-FUNCAO LS-FILIAL LS-DATA
               LS-DATA-FIM LS-DATA-RESULTADO LS-DIAS LS-STATUS.
      *****************************************************************
       000-ATENDER SECTION.
           IF NOT CALENDARIO-CARREGADO OR LS-RECARREGAR
              PERFORM 100-CARREGAR-CALENDARIO
           END-IF.
           MOVE ZEROS TO LS-DATA-RESULTADO.
           MOVE ZEROS TO LS-DIAS.
           SET LS-DIA-UTIL TO TRUE.
           EVALUATE TRUE
              WHEN LS-RECARREGAR
                 CONTINUE
              WHEN TABELA-ESTOUROU
                 SET LS-DATA-INVALIDA TO TRUE
              WHEN LS-VERIFICAR
                 MOVE LS-DATA TO WS-DATA-TESTE
                 PERFORM 200-VALIDAR-DATA
                 IF NOT DIA-INVALIDO
                    PERFORM 210-TESTAR-DIA
                 END-IF
                 MOVE WS-DIA-SIT TO LS-STATUS
              WHEN LS-PROXIMO
                 MOVE 1 TO WS-PASSO
                 PERFORM 300-PROCURAR-DIA-UTIL
              WHEN LS-ANTERIOR
                 MOVE -1 TO WS-PASSO
                 PERFORM 300-PROCURAR-DIA-UTIL
              WHEN LS-CONTAR
                 PERFORM 400-CONTAR-DIAS-UTEIS
              WHEN OTHER
                 SET LS-DATA-INVALIDA TO TRUE
           END-EVALUATE.
           GOBACK.
      *****************************************************************
       100-CARREGAR-CALENDARIO SECTION.
           MOVE ZEROS TO WS-CL-QTD.
           MOVE 'N' TO WS-ESTOURO.
           SET CALENDARIO-CARREGADO TO TRUE.
           OPEN INPUT CALENDARIO-FILE.
           EVALUATE TRUE
              WHEN WS-CAL-STATUS = '35'
                 DISPLAY 'No business-day calendar (CALENDARIO.DAT) - '
                     'only weekends count as non-business days.'
              WHEN WS-CAL-STATUS NOT = '00'
                 DISPLAY 'Unable to open CALENDARIO.DAT, status: '
                     WS-CAL-STATUS
                 DISPLAY 'Only weekends count as non-business days.'
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
                 IF TABELA-ESTOUROU
                    DISPLAY 'CALENDARIO.DAT holds more entries than '
                        'this program can table - business-day '
                        'functions disabled so no holiday is missed.'
                 END-IF
           END-EVALUATE.
      *****************************************************************
       110-GUARDAR-DIA SECTION.
           IF CL-FILIAL = SPACES OR
              CL-DATA-X NOT NUMERIC OR
              (CL-TIPO NOT = 'F' AND CL-TIPO NOT = 'U')
              DISPLAY 'Calendar entry ignored (bad format): '
                  CL-FILIAL ' ' CL-DATA-X
           ELSE
              IF WS-CL-QTD < 1000
                 ADD 1 TO WS-CL-QTD
                 MOVE CL-FILIAL TO WS-CL-FILIAL(WS-CL-QTD)
                 MOVE CL-DATA TO WS-CL-DATA(WS-CL-QTD)
                 MOVE CL-TIPO TO WS-CL-TIPO(WS-CL-QTD)
              ELSE
                 SET TABELA-ESTOUROU TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       200-VALIDAR-DATA SECTION.
           SET DIA-E-UTIL TO TRUE.
           MOVE ZEROS TO WS-INT-TESTE.
           IF WS-DP-MES < 1 OR WS-DP-MES > 12 OR
              WS-DP-DIA < 1 OR WS-DP-DIA > 31
              SET DIA-INVALIDO TO TRUE
           ELSE
              COMPUTE WS-INT-TESTE =
                  FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE)
              IF WS-INT-TESTE = ZEROS
                 SET DIA-INVALIDO TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       210-TESTAR-DIA SECTION.
           COMPUTE WS-DATA-TESTE =
               FUNCTION DATE-OF-INTEGER(WS-INT-TESTE).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-TESTE, 7).
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
              SET DIA-NAO-UTIL TO TRUE
           ELSE
              SET DIA-E-UTIL TO TRUE
           END-IF.
           MOVE SPACE TO WS-SIT-FILIAL.
           MOVE SPACE TO WS-SIT-GERAL.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-QTD
              IF WS-CL-DATA(WS-CL-IDX) = WS-DATA-TESTE
                 IF WS-CL-FILIAL(WS-CL-IDX) = '***'
                    MOVE WS-CL-TIPO(WS-CL-IDX) TO WS-SIT-GERAL
                 ELSE
                    IF WS-CL-FILIAL(WS-CL-IDX) = LS-FILIAL
                       MOVE WS-CL-TIPO(WS-CL-IDX) TO WS-SIT-FILIAL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-SIT-FILIAL = SPACE
              MOVE WS-SIT-GERAL TO WS-SIT-FILIAL
           END-IF.
           EVALUATE WS-SIT-FILIAL
              WHEN 'F'
                 SET DIA-NAO-UTIL TO TRUE
              WHEN 'U'
                 SET DIA-E-UTIL TO TRUE
           END-EVALUATE.
      *****************************************************************
       300-PROCURAR-DIA-UTIL SECTION.
           MOVE LS-DATA TO WS-DATA-TESTE.
           PERFORM 200-VALIDAR-DATA.
           IF DIA-INVALIDO
              SET LS-DATA-INVALIDA TO TRUE
           ELSE
              MOVE ZEROS TO WS-TENTATIVAS
              SET DIA-NAO-UTIL TO TRUE
              PERFORM UNTIL DIA-E-UTIL OR WS-TENTATIVAS > 366
                 ADD WS-PASSO TO WS-INT-TESTE
                 ADD 1 TO WS-TENTATIVAS
                 PERFORM 210-TESTAR-DIA
              END-PERFORM
              IF DIA-E-UTIL
                 MOVE WS-DATA-TESTE TO LS-DATA-RESULTADO
              ELSE
                 SET LS-DATA-INVALIDA TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       400-CONTAR-DIAS-UTEIS SECTION.
           MOVE LS-DATA-FIM TO WS-DATA-TESTE.
           PERFORM 200-VALIDAR-DATA.
           MOVE WS-INT-TESTE TO WS-INT-FIM.
           IF NOT DIA-INVALIDO
              MOVE LS-DATA TO WS-DATA-TESTE
              PERFORM 200-VALIDAR-DATA
           END-IF.
           IF DIA-INVALIDO
              SET LS-DATA-INVALIDA TO TRUE
           ELSE
              PERFORM UNTIL WS-INT-TESTE >= WS-INT-FIM
                 ADD 1 TO WS-INT-TESTE
                 PERFORM 210-TESTAR-DIA
                 IF DIA-E-UTIL
                    ADD 1 TO LS-DIAS
                 END-IF
              END-PERFORM
           END-IF.

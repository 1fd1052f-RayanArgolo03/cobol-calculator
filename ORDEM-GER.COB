           05 OP-PROX-DATA  PIC 9(08).
           05 OP-PROX-DATA-X REDEFINES OP-PROX-DATA PIC X(08).
           05 OP-FILIAL     PIC X(03).
           05 OP-AJUSTE     PIC X(01).
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TG-TIPO-REG   PIC X(01).
       77 WS-RX-QTD PIC 9(03) VALUE ZEROS.
       77 WS-RX-IDX PIC 9(03) VALUE ZEROS.
       01  WS-RX-TABELA.
           05 WS-RX-IMAGEM PIC X(40) OCCURS 100 TIMES.
       01  WS-OR-TABELA.
           05 WS-OR-ENT OCCURS 100 TIMES.
              10 WS-OR-NUMERO     PIC 9(04).
              10 WS-OR-FREQUENCIA PIC X(01).
              10 WS-OR-PROX-DATA  PIC 9(08).
              10 WS-OR-FILIAL     PIC X(03).
              10 WS-OR-AJUSTE     PIC X(01).
              10 WS-OR-DATA-EFETIVA PIC 9(08).
              10 WS-OR-DEVIDA     PIC X(01).

       77 WS-QTD-DEVIDAS PIC 9(03) VALUE ZEROS.
       77 WS-INT-TRAB PIC 9(08) VALUE ZEROS.
       77 WS-INT-BASE PIC 9(08) VALUE ZEROS.
       77 WS-INT-HOJE PIC 9(08) VALUE ZEROS.
       77 WS-DATA-REF PIC 9(08) VALUE ZEROS.
       01  WS-DATA-TRAB PIC 9(08) VALUE ZEROS.
       01  WS-DATA-PARTES REDEFINES WS-DATA-TRAB.
           05 WS-DP-ANO PIC 9(04).
           88 DATA-OK VALUE 'S'.
       77 WS-ESTOURO PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       77 WS-CALENDARIO-OK PIC X(01) VALUE 'S'.
           88 CALENDARIO-OK VALUE 'S'.
           88 CALENDARIO-ERRO VALUE 'N'.

       77 WS-CAL-FUNCAO PIC X(01) VALUE SPACE.
       77 WS-CAL-FILIAL PIC X(03) VALUE SPACES.
       77 WS-CAL-DATA PIC 9(08) VALUE ZEROS.
       77 WS-CAL-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WS-CAL-RESULTADO PIC 9(08) VALUE ZEROS.
       77 WS-CAL-DIAS PIC 9(05) VALUE ZEROS.
       77 WS-CAL-SIT PIC X(01) VALUE SPACE.
           88 CAL-DIA-UTIL VALUE 'S'.
           88 CAL-DIA-NAO-UTIL VALUE 'N'.
           88 CAL-DATA-INVALIDA VALUE 'E'.
      *****************************************************************
       LINKAGE SECTION.
      *****************************************************************
              DISPLAY 'No standing orders on file.'
           ELSE
              PERFORM 200-MARCAR-DEVIDAS
              IF CALENDARIO-ERRO
                 DISPLAY 'Business-day calendar could not place every '
                     'order - generation disabled so no order is '
                     'scheduled on a wrong day.'
              ELSE
              IF WS-QTD-DEVIDAS = ZEROS
                 DISPLAY 'No standing orders due on ' LS-DATA-NEGOCIO
              ELSE
                 PERFORM 300-CONFIRMAR-GERACAO
              END-IF
              END-IF
           END-IF
           END-IF.
           GOBACK.
               OP-OP2-SINAL NOT = SPACE AND OP-OP2-SINAL NOT = 'T') OR
              (OP-OP2-SINAL NOT = 'T' AND
               OP-OP2-VALOR-X NOT NUMERIC) OR
              (OP-OP2-SINAL = 'T' AND OP-OP2-VALOR-X = SPACES) OR
              (OP-AJUSTE NOT = 'A' AND OP-AJUSTE NOT = 'P' AND
               OP-AJUSTE NOT = SPACE)
              DISPLAY 'Standing order skipped (bad format): '
                  OP-NUMERO-X ' - carried unchanged, fix it before '
                  'the next generation run.'
                 MOVE OP-FREQUENCIA TO WS-OR-FREQUENCIA(WS-OR-QTD)
                 MOVE OP-PROX-DATA TO WS-OR-PROX-DATA(WS-OR-QTD)
                 MOVE OP-FILIAL TO WS-OR-FILIAL(WS-OR-QTD)
                 MOVE OP-AJUSTE TO WS-OR-AJUSTE(WS-OR-QTD)
                 MOVE 'N' TO WS-OR-DEVIDA(WS-OR-QTD)
              ELSE
                 DISPLAY 'Standing-order table full at ' OP-NUMERO-X
      *****************************************************************
       200-MARCAR-DEVIDAS SECTION.
           MOVE ZEROS TO WS-QTD-DEVIDAS.
           SET CALENDARIO-OK TO TRUE.
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-QTD
              PERFORM 470-DATA-EFETIVA
              IF WS-OR-DATA-EFETIVA(WS-OR-IDX) NOT =
                 WS-OR-PROX-DATA(WS-OR-IDX)
                 DISPLAY 'Order ' WS-OR-NUMERO(WS-OR-IDX)
                     ' scheduled for ' WS-OR-PROX-DATA(WS-OR-IDX)
                     ' (non-business day) - due on '
                     WS-OR-DATA-EFETIVA(WS-OR-IDX)
              END-IF
              IF WS-OR-DATA-EFETIVA(WS-OR-IDX) <= LS-DATA-NEGOCIO
                 MOVE 'S' TO WS-OR-DEVIDA(WS-OR-IDX)
                 ADD 1 TO WS-QTD-DEVIDAS
              END-IF
           END-IF.
      *****************************************************************
       420-ROLAR-PROXIMA-DATA SECTION.
           MOVE LS-DATA-NEGOCIO TO WS-DATA-REF.
           PERFORM 425-ROLAR-UMA-VEZ.
           PERFORM 470-DATA-EFETIVA.
           PERFORM UNTIL WS-OR-DATA-EFETIVA(WS-OR-IDX) >
               LS-DATA-NEGOCIO OR CALENDARIO-ERRO
              MOVE WS-OR-PROX-DATA(WS-OR-IDX) TO WS-DATA-REF
              PERFORM 425-ROLAR-UMA-VEZ
              PERFORM 470-DATA-EFETIVA
           END-PERFORM.
      *****************************************************************
       425-ROLAR-UMA-VEZ SECTION.
           MOVE WS-OR-PROX-DATA(WS-OR-IDX) TO WS-DATA-TRAB.
           COMPUTE WS-INT-BASE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-TRAB).
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REF).
           EVALUATE WS-OR-FREQUENCIA(WS-OR-IDX)
              WHEN 'D'
                 PERFORM 430-ROLAR-DIARIA
      *****************************************************************
       450-ROLAR-MENSAL SECTION.
           MOVE WS-DP-DIA TO WS-DIA-ORIG.
           MOVE WS-DATA-REF TO WS-DATA-TRAB.
           MOVE WS-DIA-ORIG TO WS-DP-DIA.
           PERFORM 460-AJUSTAR-DIA.
           IF WS-DATA-TRAB <= WS-DATA-REF
              IF WS-DP-MES = 12
                 ADD 1 TO WS-DP-ANO
                 MOVE 01 TO WS-DP-MES
               FUNCTION INTEGER-OF-DATE(WS-DATA-TRAB) > ZEROS
              SUBTRACT 1 FROM WS-DP-DIA
           END-PERFORM.
      *****************************************************************
       470-DATA-EFETIVA SECTION.
           MOVE WS-OR-PROX-DATA(WS-OR-IDX)
               TO WS-OR-DATA-EFETIVA(WS-OR-IDX).
           MOVE 'V' TO WS-CAL-FUNCAO.
           MOVE WS-OR-FILIAL(WS-OR-IDX) TO WS-CAL-FILIAL.
           MOVE WS-OR-PROX-DATA(WS-OR-IDX) TO WS-CAL-DATA.
           PERFORM 480-CHAMAR-CALENDARIO.
           IF CAL-DIA-NAO-UTIL
              IF WS-OR-AJUSTE(WS-OR-IDX) = 'A'
                 MOVE 'A' TO WS-CAL-FUNCAO
              ELSE
                 MOVE 'P' TO WS-CAL-FUNCAO
              END-IF
              PERFORM 480-CHAMAR-CALENDARIO
              IF CAL-DIA-UTIL
                 MOVE WS-CAL-RESULTADO
                     TO WS-OR-DATA-EFETIVA(WS-OR-IDX)
              END-IF
           END-IF.
           IF CAL-DATA-INVALIDA
              DISPLAY 'Order ' WS-OR-NUMERO(WS-OR-IDX) ' date '
                  WS-OR-PROX-DATA(WS-OR-IDX) ' could not be checked '
                  'against the business-day calendar.'
              SET CALENDARIO-ERRO TO TRUE
           END-IF.
      *****************************************************************
       480-CHAMAR-CALENDARIO SECTION.
           CALL 'DIA-UTIL' USING WS-CAL-FUNCAO, WS-CAL-FILIAL,
               WS-CAL-DATA, WS-CAL-DATA-FIM, WS-CAL-RESULTADO,
               WS-CAL-DIAS, WS-CAL-SIT.
      *****************************************************************
       500-REGRAVAR-ORDENS SECTION.
           OPEN OUTPUT ORDENS-FILE.
                 MOVE WS-OR-FREQUENCIA(WS-OR-IDX) TO OP-FREQUENCIA
                 MOVE WS-OR-PROX-DATA(WS-OR-IDX) TO OP-PROX-DATA
                 MOVE WS-OR-FILIAL(WS-OR-IDX) TO OP-FILIAL
                 MOVE WS-OR-AJUSTE(WS-OR-IDX) TO OP-AJUSTE
                 WRITE ORDEM-RECORD
              END-PERFORM
              PERFORM VARYING WS-RX-IDX FROM 1 BY 1

       77 WS-MOV-MES PIC 9(02) VALUE ZEROS.
       77 WS-MOV-DIA PIC 9(02) VALUE ZEROS.

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

       77 WS-SUSP-LIDOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ESCALADOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CANDIDATOS PIC 9(06) VALUE ZEROS.
       000-ENVELHECER-SUSPENSO SECTION.
           COMPUTE WS-INT-HOJE =
               FUNCTION INTEGER-OF-DATE(LS-DATA-NEGOCIO).
           IF WS-INT-HOJE > ZEROS
              MOVE 'V' TO WS-CAL-FUNCAO
              MOVE LS-DATA-NEGOCIO TO WS-CAL-DATA
              PERFORM 140-CHAMAR-CALENDARIO
           END-IF.
           IF WS-INT-HOJE = ZEROS
              DISPLAY 'Business date is not a valid date - aging '
                  'not run.'
           ELSE
           IF CAL-DATA-INVALIDA
              DISPLAY 'Business-day calendar unavailable - aging '
                  'not run.'
           ELSE
              PERFORM 100-PASSO-ENVELHECIMENTO
              IF WS-SUSP-LIDOS > ZEROS
                    PERFORM 400-BAIXAR-ITENS
                 ELSE
                    DISPLAY 'No items past the write-off cutoff of '
                        WS-DIAS-BAIXA ' business days.'
                 END-IF
              END-IF
           END-IF
           END-IF.
           GOBACK.
      *****************************************************************
                 IF WS-INT-MOVTO = ZEROS
                    MOVE 'N' TO WS-DATA-VALIDA
                 ELSE
                    MOVE 'C' TO WS-CAL-FUNCAO
                    MOVE SU-DATA-MOVTO TO WS-CAL-DATA
                    MOVE LS-DATA-NEGOCIO TO WS-CAL-DATA-FIM
                    PERFORM 140-CHAMAR-CALENDARIO
                    IF CAL-DATA-INVALIDA
                       MOVE 'N' TO WS-DATA-VALIDA
                    ELSE
                       MOVE WS-CAL-DIAS TO WS-DIAS
                    END-IF
                 END-IF
              END-IF
                    ADD 1 TO WS-MOT-FX4(WS-MOT-ACHOU)
              END-EVALUATE
           END-IF.
      *****************************************************************
       140-CHAMAR-CALENDARIO SECTION.
           CALL 'DIA-UTIL' USING WS-CAL-FUNCAO, WS-CAL-FILIAL,
               WS-CAL-DATA, WS-CAL-DATA-FIM, WS-CAL-RESULTADO,
               WS-CAL-DIAS, WS-CAL-SIT.
      *****************************************************************
       300-GRAVAR-RELATORIO SECTION.
           OPEN OUTPUT AGING-FILE.
              END-STRING
              PERFORM 350-GRAVAR-LINHA
              MOVE SPACES TO WS-AGING-LINHA
              STRING 'AGE BUCKETS (BUSINESS DAYS): 0-7 / 8-30 / '
                  '31-90 / OVER 90 OR BAD DATE' DELIMITED BY SIZE
                  INTO WS-AGING-LINHA
              END-STRING
              PERFORM 350-GRAVAR-LINHA
                  WS-MAIOR-SEQ DELIMITED BY SIZE
                  ' AGE ' DELIMITED BY SIZE
                  WS-DIAS-ED DELIMITED BY SIZE
                  ' BUSINESS DAY(S)' DELIMITED BY SIZE
                  INTO WS-AGING-LINHA
              END-STRING
              PERFORM 350-GRAVAR-LINHA
              MOVE SPACES TO WS-AGING-LINHA
              STRING 'ESCALATED (OVER ' DELIMITED BY SIZE
                  WS-DIAS-ESCALACAO DELIMITED BY SIZE
                  ' BUSINESS DAYS OR BAD DATE): ' DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO WS-AGING-LINHA
              END-STRING
              MOVE SPACES TO WS-AGING-LINHA
              STRING 'WRITE-OFF CANDIDATES (OVER ' DELIMITED BY SIZE
                  WS-DIAS-BAIXA DELIMITED BY SIZE
                  ' BUSINESS DAYS): ' DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO WS-AGING-LINHA
              END-STRING
      *****************************************************************
       400-BAIXAR-ITENS SECTION.
           DISPLAY 'Retire ' WS-QTD-CANDIDATOS ' item(s) older than '
               WS-DIAS-BAIXA ' business days to BAIXADOS.DAT? '
               '(S/N): '.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
              DISPLAY 'Write-off pass not run - suspense file left '

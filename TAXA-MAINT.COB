       77 WS-AUDIT-TIMESTAMP PIC X(19) VALUE SPACES.
       77 WS-AUDIT-LINHA PIC X(120) VALUE SPACES.

       77 WS-TM-QTD PIC 9(04) VALUE ZEROS.
       77 WS-TM-IDX PIC 9(04) VALUE ZEROS.
       77 WS-TM-ACHOU PIC 9(04) VALUE ZEROS.
       77 WS-RT-QTD PIC 9(02) VALUE ZEROS.
       77 WS-RT-IDX PIC 9(02) VALUE ZEROS.
       77 WS-ESTOURO PIC X(01) VALUE 'N'.
       01  WS-RT-TABELA.
           05 WS-RT-IMAGEM PIC X(25) OCCURS 50 TIMES.
       01  WS-TM-TABELA.
           05 WS-TM-ENT OCCURS 2000 TIMES.
              10 WS-TM-CODIGO   PIC X(08).
              10 WS-TM-VIGENCIA PIC 9(08).
              10 WS-TM-SINAL    PIC X(01).
       77 WS-VALOR-COM-SINAL PIC S9(06)V99 VALUE ZEROS.

       77 WS-LISTA-LINHA PIC X(100) VALUE SPACES.
       77 WS-LST-QTD PIC 9(04) VALUE ZEROS.
       77 WS-LST-QTD-ED PIC Z(03)9 VALUE ZEROS.
       77 WS-EFET-VIGENCIA PIC 9(08) VALUE ZEROS.
       77 WS-EFET-IDX PIC 9(04) VALUE ZEROS.
       77 WS-EFET-MARCA PIC X(15) VALUE SPACES.
       77 WS-SCAN-IDX PIC 9(04) VALUE ZEROS.
      *****************************************************************
       LINKAGE SECTION.
      *****************************************************************
                 SET TABELA-ESTOUROU TO TRUE
              END-IF
           ELSE
              IF WS-TM-QTD < 2000
                 ADD 1 TO WS-TM-QTD
                 MOVE TX-CODIGO TO WS-TM-CODIGO(WS-TM-QTD)
                 MOVE TX-DATA-VIGENCIA TO WS-TM-VIGENCIA(WS-TM-QTD)
              END-IF
           END-IF.
           IF ENTRADA-OK
              IF WS-TM-QTD >= 2000
                 DISPLAY 'Rate table full - entry not added.'
                 SET ENTRADA-ERRO TO TRUE
              END-IF

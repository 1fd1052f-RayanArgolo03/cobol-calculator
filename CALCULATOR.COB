      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-ACEITOS-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITORIA.LOG"
           SELECT GL-FILE ASSIGN TO "GLINTERF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT GLHIST-FILE ASSIGN TO "GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-STATUS.
           SELECT LIMITES-FILE ASSIGN TO "LIMITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.
           SELECT PENDENTES-FILE ASSIGN TO "PENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PENDNOVO-FILE ASSIGN TO "PENDNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDN-STATUS.
           SELECT CCUSTOS-FILE ASSIGN TO "CCUSTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCUSTOS-STATUS.
           SELECT CAMBIO-FILE ASSIGN TO "CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIO-STATUS.
           SELECT TAXAS-FILE ASSIGN TO "TAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXAS-STATUS.
           SELECT BURST-FILE ASSIGN TO DYNAMIC WS-BURST-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BURST-STATUS.
           SELECT SIMULACAO-FILE ASSIGN TO "SIMULACAO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-STATUS.
           SELECT MANIFESTO-FILE ASSIGN TO "MANIFESTO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           05 TR-ID         PIC 9(08).
           05 TR-MEMORIA    PIC X(01).
           05 TR-CCUSTO     PIC X(04).
           05 TR-MOEDA      PIC X(03).
           05 FILLER        PIC X(37).
           05 TR-SEQ-ORIG   PIC 9(06).
           05 TR-FILIAL     PIC X(03).
       01  TRANS-EXPR-REG.
           05 CKPT-SEQ PIC 9(06).
           05 CKPT-ACUMULADO PIC S9(09)V99.
           05 CKPT-MEMORIA PIC S9(06)V99 SIGN IS LEADING SEPARATE.
           05 CKPT-ULT-POST PIC S9(09)V99 SIGN IS LEADING SEPARATE.
           05 CKPT-MEM-ATIVA PIC X(01).
           05 CKPT-MEM-CCUSTO PIC X(04).
           05 CKPT-MEM-MOEDA PIC X(03).
           05 CKPT-GLP-ATIVO PIC X(01).
           05 CKPT-GLP-ID PIC 9(08).
           05 CKPT-GLP-CCUSTO PIC X(04).
           05 CKPT-GLP-FILIAL PIC X(03).
           05 CKPT-GLP-VALOR PIC S9(09)V99 SIGN IS LEADING SEPARATE.
           05 CKPT-CC-QTD PIC 9(04).
           05 CKPT-FIL-QTD PIC 9(03).
           05 CKPT-MS-QTD PIC 9(02).
           05 CKPT-DATA-MOVTO PIC 9(08).
           05 CKPT-SEQ-ORIG PIC 9(06).
       01  CHECKPOINT-TAB-REG.
           05 CKT-TIPO   PIC X(01).
           05 CKT-CODIGO PIC X(04).
           05 CKT-TOTAL  PIC S9(09)V99 SIGN IS LEADING SEPARATE.
           05 CKT-BASE   PIC S9(09)V99 SIGN IS LEADING SEPARATE.
           05 CKT-QTD    PIC 9(06).
       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           05 CTRL-SINAL PIC X(01).
           05 RC-LOTE-DATA PIC 9(08).
           05 RC-LOTE-DATA-X REDEFINES RC-LOTE-DATA PIC X(08).
           05 RC-LOTE-STATUS PIC X(01).
           05 RC-DATA-FIXADA PIC 9(08).
           05 RC-DATA-FIXADA-X REDEFINES RC-DATA-FIXADA PIC X(08).
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD PIC X(160).
       FD  GL-FILE.
       01  GL-HEADER-REG.
           05 GH-TIPO   PIC X(01).
           05 GT-TIPO   PIC X(01).
           05 GT-QTD    PIC 9(06).
           05 GT-HASH   PIC S9(11)V99 SIGN IS LEADING SEPARATE.
       FD  GLHIST-FILE.
       01  GLHIST-RECORD.
           05 GX-RUN-ID     PIC X(13).
           05 GX-ID         PIC 9(08).
           05 GX-CCUSTO     PIC X(04).
           05 GX-FILIAL     PIC X(03).
           05 GX-VALOR      PIC S9(09)V99 SIGN IS LEADING SEPARATE.
           05 GX-RUN-ORIGEM PIC X(13).
       FD  LIMITES-FILE.
       01  LIMITE-RECORD.
           05 LM-CCUSTO     PIC X(04).
           05 LM-NIVEL      PIC X(01).
           05 LM-LIMITE     PIC 9(09)V99.
           05 LM-LIMITE-X REDEFINES LM-LIMITE PIC X(11).
       FD  PENDENTES-FILE.
       01  PENDENTE-RECORD.
           05 PD-RUN-ID     PIC X(13).
           05 PD-ID         PIC 9(08).
           05 PD-CCUSTO     PIC X(04).
           05 PD-FILIAL     PIC X(03).
           05 PD-VALOR      PIC S9(09)V99 SIGN IS LEADING SEPARATE.
           05 PD-LIMITE     PIC 9(09)V99.
           05 PD-OPERADOR   PIC X(08).
           05 PD-DATA       PIC 9(08).
           05 PD-SITUACAO   PIC X(01).
           05 PD-DECISOR    PIC X(08).
           05 PD-DATA-DEC   PIC 9(08).
           05 PD-RUN-EXTR   PIC X(13).
       FD  PENDNOVO-FILE.
       01  PENDNOVO-RECORD PIC X(97).
       FD  SUSPENSO-FILE.
       01  SUSPENSO-RECORD.
           05 SU-SEQ        PIC 9(06).
           05 SU-DADOS      PIC X(73).
       FD  SUSPNOVO-FILE.
       01  SUSPNOVO-RECORD PIC X(107).
       FD  CAMBIO-FILE.
       01  CAMBIO-RECORD.
           05 CB-MOEDA         PIC X(03).
           05 CB-DATA-VIGENCIA PIC 9(08).
           05 CB-DATA-VIGENCIA-X REDEFINES CB-DATA-VIGENCIA PIC X(08).
           05 CB-TAXA          PIC 9(04)V9(06).
           05 CB-TAXA-X REDEFINES CB-TAXA PIC X(10).
       FD  TAXAS-FILE.
       01  TAXA-RECORD.
           05 TX-CODIGO        PIC X(08).
           05 TX-VALOR-X REDEFINES TX-VALOR PIC X(08).
       FD  BURST-FILE.
       01  BURST-RECORD PIC X(100).
       FD  SIMULACAO-FILE.
       01  SIMULACAO-RECORD PIC X(100).
       FD  MANIFESTO-FILE.
       01  MANIFESTO-RECORD PIC X(100).
       FD  MESTHIST-FILE.
           05 RM-RESULTADO  PIC S9(06)V99 SIGN IS LEADING SEPARATE.
           05 RM-DATA-MOVTO PIC 9(08).
           05 RM-STATUS     PIC X(01).
       FD  CCUSTOS-FILE.
       01  CCUSTO-RECORD.
           05 CM-CODIGO     PIC X(04).
           05 CM-DESCRICAO  PIC X(30).
           05 CM-FILIAL     PIC X(03).
           05 CM-SITUACAO   PIC X(01).
           05 CM-CONTATO    PIC X(30).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *****************************************************************
       77 WS-CKPT-STATUS PIC X(02) VALUE SPACES.
       77 WS-TRANS-SEQ PIC 9(06) VALUE ZEROS.
       77 WS-ULTIMO-CKPT PIC 9(06) VALUE ZEROS.
       77 WS-CKPT-INTERVALO PIC 9(04) VALUE 100.
       77 WS-CKPT-CONTADOR PIC 9(04) VALUE ZEROS.
       77 WS-CKPT-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 WS-CKPT-ENTRADA PIC X(04) VALUE SPACES.
       77 WS-CKPT-LIDO PIC S9(05)V99 VALUE ZEROS.
       77 WS-CKPT-QTD-CC PIC 9(04) VALUE ZEROS.
       77 WS-CKPT-QTD-FIL PIC 9(03) VALUE ZEROS.
       77 WS-CKPT-QTD-MS PIC 9(02) VALUE ZEROS.
       77 WS-CKPT-DATA-MOVTO PIC 9(08) VALUE ZEROS.
       77 WS-CKPT-SEQ-ORIG PIC 9(06) VALUE ZEROS.
       77 WS-ULT-SEQ-ORIG PIC 9(06) VALUE ZEROS.
       77 WS-FIM-CKPT PIC X(01) VALUE 'N'.
           88 FIM-DO-CKPT VALUE 'S'.
       77 WS-CKPT-SIT PIC X(01) VALUE 'N'.
           88 CHECKPOINT-INCOMPLETO VALUE 'S'.
           88 CHECKPOINT-COM-TABELAS VALUE 'V'.
       77 WS-LOTE-INTERROMPIDO PIC X(01) VALUE 'N'.
           88 LOTE-INTERROMPIDO VALUE 'S'.
       77 WS-INT-MOTIVO PIC X(30) VALUE SPACES.
       77 WS-ARQ-LOTE PIC X(01) VALUE 'N'.
           88 ARQUIVOS-LOTE-ABERTOS VALUE 'S'.
       77 WS-GV-TIPO PIC X(01) VALUE SPACE.
       77 WS-GV-REGISTRO PIC X(120) VALUE SPACES.
       77 WS-GV-QTD PIC 9(04) VALUE ZEROS.
       77 WS-GV-IDX PIC 9(04) VALUE ZEROS.

       01  WS-GV-TABELA.
           05 WS-GV-ENT OCCURS 3000 TIMES.
              10 WS-GV-ARQUIVO PIC X(01).
              10 WS-GV-DADOS   PIC X(120).

       77 WS-EST-LIDOS PIC 9(06) VALUE ZEROS.
       77 WS-EST-PROCESSADOS PIC 9(06) VALUE ZEROS.
       77 WS-EST-DIAS PIC S9(05) VALUE ZEROS.
       77 WS-EST-CENTESIMOS PIC S9(11) VALUE ZEROS.
       77 WS-EST-SEGUNDOS PIC 9(09)V99 VALUE ZEROS.
       77 WS-EST-POR-SEG PIC 9(07)V9 VALUE ZEROS.
       77 WS-EST-SEG-ED PIC Z(08)9,99 VALUE ZEROS.
       77 WS-EST-TAXA-ED PIC Z(06)9,9 VALUE ZEROS.
       77 WS-EST-LIDOS-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-EST-PROC-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-EST-SALT-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-EST-CKPT-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-EST-INTERV-ED PIC Z(03)9 VALUE ZEROS.

       01  WS-EST-INICIO.
           05 WS-EST-INI-DATA PIC 9(08).
           05 WS-EST-INI-HH   PIC 9(02).
           05 WS-EST-INI-MM   PIC 9(02).
           05 WS-EST-INI-SS   PIC 9(02).
           05 WS-EST-INI-CC   PIC 9(02).
       01  WS-EST-FIM.
           05 WS-EST-FIM-DATA PIC 9(08).
           05 WS-EST-FIM-HH   PIC 9(02).
           05 WS-EST-FIM-MM   PIC 9(02).
           05 WS-EST-FIM-SS   PIC 9(02).
           05 WS-EST-FIM-CC   PIC 9(02).

       77 WS-PARM-PRESENTE PIC X(01) VALUE 'N'.
           88 PARM-PRESENTE VALUE 'S'.
           88 EDIT-ERRO VALUE 'N'.
       77 WS-EDIT-ACEITOS PIC 9(06) VALUE ZEROS.
       77 WS-EDIT-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WS-EDIT-DUPLICADOS PIC 9(06) VALUE ZEROS.
       77 WS-EDIT-LIBERADOS PIC 9(06) VALUE ZEROS.
       77 WS-EDIT-REINICIO PIC X(01) VALUE 'N'.

       77 WS-SUSP-STATUS PIC X(02) VALUE SPACES.
       77 WS-SUSPN-STATUS PIC X(02) VALUE SPACES.
           05 WS-SU-ID         PIC 9(08).
           05 WS-SU-MEMORIA    PIC X(01).
           05 WS-SU-CCUSTO     PIC X(04).
           05 WS-SU-MOEDA      PIC X(03).

       77 WS-MEMORIA PIC S9(06)V99 VALUE ZEROS.
       77 WS-MEM-ULT-POST PIC S9(09)V99 VALUE ZEROS.
       77 WS-MEM-ATIVA PIC X(01) VALUE 'N'.
           88 MEMORIA-ATIVA VALUE 'S'.
       77 WS-MEM-USADA PIC X(01) VALUE 'N'.
           88 MEMORIA-USADA VALUE 'S'.
       77 WS-MEM-CCUSTO PIC X(04) VALUE SPACES.
       77 WS-MEM-MOEDA PIC X(03) VALUE SPACES.
       77 WS-TROCA PIC S9(06)V99 VALUE ZEROS.
       77 WS-MEMORIA-ED PIC -(6)9,99 VALUE ZEROS.
       77 WS-ENTRADA PIC X(12) VALUE SPACES.
       77 WS-QBR-SUBTOTAL-ED PIC -(9)9,99 VALUE ZEROS.
       77 WS-QBR-CONTAGEM-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-DELTA PIC S9(09)V99 VALUE ZEROS.
       77 WS-CC-USADOS PIC 9(04) VALUE ZEROS.
       77 WS-CC-IDX PIC 9(04) VALUE ZEROS.
       77 WS-CC-ACHOU PIC 9(04) VALUE ZEROS.

       01  WS-CC-TABELA.
           05 WS-CC-ENT OCCURS 1000 TIMES.
              10 WS-CC-CODIGO PIC X(04).
              10 WS-CC-TOTAL  PIC S9(09)V99.
              10 WS-CC-QTD    PIC 9(06).
       77 WS-BURST-ABERTO PIC X(01) VALUE 'N'.
           88 BURST-ABERTO VALUE 'S'.
       77 WS-BURST-CODIGO PIC X(04) VALUE SPACES.
       77 WS-BR-USADOS PIC 9(04) VALUE ZEROS.
       77 WS-BR-IDX PIC 9(04) VALUE ZEROS.
       77 WS-BR-ACHOU PIC 9(04) VALUE ZEROS.
       77 WS-BR-LINHAS-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-MAN-LINHA PIC X(100) VALUE SPACES.

       01  WS-BR-TABELA.
           05 WS-BR-ENT OCCURS 1000 TIMES.
              10 WS-BR-CODIGO PIC X(04).
              10 WS-BR-NOME   PIC X(30).
              10 WS-BR-LINHAS PIC 9(06).

       77 WS-FIL-REGISTRO PIC X(03) VALUE SPACES.
       77 WS-FIL-USADOS PIC 9(03) VALUE ZEROS.
       77 WS-FIL-IDX PIC 9(03) VALUE ZEROS.
       77 WS-FIL-ACHOU PIC 9(03) VALUE ZEROS.

       01  WS-FIL-TABELA.
           05 WS-FIL-ENT OCCURS 100 TIMES.
              10 WS-FIL-CODIGO PIC X(03).
              10 WS-FIL-TOTAL  PIC S9(09)V99.
              10 WS-FIL-QTD    PIC 9(06).

       77 WS-TAXAS-STATUS PIC X(02) VALUE SPACES.
       77 WS-TAXAS-QTD PIC 9(04) VALUE ZEROS.
       77 WS-TAXA-POS PIC 9(04) VALUE ZEROS.
       77 WS-TAXA-ANT PIC 9(04) VALUE ZEROS.
       77 WS-TAXA-ACHOU PIC 9(04) VALUE ZEROS.
       77 WS-TAXA-COD-PROC PIC X(08) VALUE SPACES.
       77 WS-TAXA-LIDA PIC S9(06)V99 VALUE ZEROS.
       77 WS-DATA-ATUAL PIC 9(08) VALUE ZEROS.
       77 WS-TAXA-STATUS PIC X(01) VALUE 'S'.
           88 TAXA-OK VALUE 'S'.
           88 TAXA-ERRO VALUE 'N'.
       77 WS-TAXA-POSICAO PIC X(01) VALUE 'N'.
           88 TAXA-POSICAO-ACHADA VALUE 'S'.
       77 WS-TAXAS-ESTOURO PIC X(01) VALUE 'N'.
           88 TAXAS-ESTOURARAM VALUE 'S'.
       77 WS-FIM-TAXAS PIC X(01) VALUE 'N'.
           88 FIM-DAS-TAXAS VALUE 'S'.

       01  WS-TAXAS-TABELA.
           05 WS-TAXA-ENT OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-TAXAS-QTD
                  ASCENDING KEY IS WS-TX-CODIGO
                  INDEXED BY WS-TX-IX.
              10 WS-TX-CODIGO   PIC X(08).
              10 WS-TX-VIGENCIA PIC 9(08).
              10 WS-TX-VALOR    PIC S9(06)V99.
              10 WS-TX-SITUACAO PIC X(01).
                 88 TAXA-EM-VIGOR VALUE 'S'.

       77 WS-CAMBIO-STATUS PIC X(02) VALUE SPACES.
       77 WS-CB-QTD PIC 9(03) VALUE ZEROS.
       77 WS-CB-IDX PIC 9(03) VALUE ZEROS.
       77 WS-MOEDA-PROC PIC X(03) VALUE SPACES.
       77 WS-CB-MELHOR-DATA PIC 9(08) VALUE ZEROS.
       77 WS-CB-TAXA-PROC PIC 9(04)V9(06) VALUE ZEROS.
       77 WS-CAMBIO-ESTOURO PIC X(01) VALUE 'N'.
           88 CAMBIO-ESTOUROU VALUE 'S'.
       77 WS-CAMBIO-SIT PIC X(01) VALUE 'S'.
           88 CAMBIO-OK VALUE 'S'.
           88 CAMBIO-ERRO VALUE 'N'.
       77 WS-FIM-CAMBIO PIC X(01) VALUE 'N'.
           88 FIM-DO-CAMBIO VALUE 'S'.
       77 WS-RES-BASE PIC S9(09)V99 VALUE ZEROS.
       77 WS-RES-BASE-ED PIC -(9)9,99 VALUE ZEROS.
       77 WS-DELTA-ORIG PIC S9(09)V99 VALUE ZEROS.

       01  WS-CAMBIO-TABELA.
           05 WS-CB-ENT OCCURS 200 TIMES.
              10 WS-CB-MOEDA    PIC X(03).
              10 WS-CB-VIGENCIA PIC 9(08).
              10 WS-CB-TAXA     PIC 9(04)V9(06).

       77 WS-MS-USADOS PIC 9(02) VALUE ZEROS.
       77 WS-MS-IDX PIC 9(02) VALUE ZEROS.
       77 WS-MS-ACHOU PIC 9(02) VALUE ZEROS.
       77 WS-MS-ROTULO PIC X(06) VALUE SPACES.
       77 WS-MS-ORIGINAL-ED PIC -(9)9,99 VALUE ZEROS.
       77 WS-MS-LINHA PIC X(100) VALUE SPACES.

       01  WS-MS-TABELA.
           05 WS-MS-ENT OCCURS 50 TIMES.
              10 WS-MS-MOEDA    PIC X(03).
              10 WS-MS-ORIGINAL PIC S9(09)V99.
              10 WS-MS-BASE     PIC S9(09)V99.
              10 WS-MS-QTD      PIC 9(06).

       77 WS-MESTRE-STATUS PIC X(02) VALUE SPACES.
       77 WS-MESTRE-POSTADOS PIC 9(06) VALUE ZEROS.
       77 WS-LOTE-DATA PIC 9(08) VALUE ZEROS.
       77 WS-LOTE-STATUS PIC X(01) VALUE SPACE.
       77 WS-RESPOSTA PIC X(01) VALUE SPACE.
       77 WS-DATA-RELOGIO PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIXADA PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ANTERIOR PIC 9(08) VALUE ZEROS.
       77 WS-DATA-NOVA PIC 9(08) VALUE ZEROS.
       77 WS-DATA-DIGITADA PIC X(08) VALUE SPACES.
       77 WS-MAIOR-EXEC PIC 9(04) VALUE ZEROS.
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
       77 WS-SP-FUNCAO PIC X(01) VALUE SPACE.
       77 WS-SP-RUN-ALVO PIC X(13) VALUE SPACES.
       77 WS-SP-STATUS PIC X(01) VALUE SPACE.
           88 PERIODO-ABERTO VALUE 'A'.
           88 PERIODO-FECHADO VALUE 'F'.
           88 SALDOS-ERRO VALUE 'E'.
       77 WS-PER-OPERACAO PIC X(18) VALUE SPACES.
       77 WS-LOTE-AUTORIZADO PIC X(01) VALUE 'S'.
           88 LOTE-AUTORIZADO VALUE 'S'.
       77 WS-HORA-INICIO PIC X(08) VALUE SPACES.
       77 WS-ACEITOS-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-REJEITADOS-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-FALHAS-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-DUPLICADOS-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-LIBERADOS-ED PIC Z(05)9 VALUE ZEROS.
       77 WS-HIST-LINHA PIC X(160) VALUE SPACES.

       77 WS-GL-STATUS PIC X(02) VALUE SPACES.
       77 WS-GL-ABERTO PIC X(01) VALUE 'N'.
           88 GL-PENDENTE VALUE 'S'.
       77 WS-GLP-ID PIC 9(08) VALUE ZEROS.
       77 WS-GLP-CCUSTO PIC X(04) VALUE SPACES.
       77 WS-GLP-VALOR PIC S9(09)V99 VALUE ZEROS.
       77 WS-GLP-FILIAL PIC X(03) VALUE SPACES.
       77 WS-GLH-STATUS PIC X(02) VALUE SPACES.
       77 WS-GLH-ABERTO PIC X(01) VALUE 'N'.
           88 GLHIST-ABERTO VALUE 'S'.

       77 WS-LIM-STATUS PIC X(02) VALUE SPACES.
       77 WS-PEND-STATUS PIC X(02) VALUE SPACES.
       77 WS-PENDN-STATUS PIC X(02) VALUE SPACES.
       77 WS-PEND-ABERTO PIC X(01) VALUE 'N'.
           88 PENDENTES-ABERTO VALUE 'S'.
       77 WS-FIM-PENDENTES PIC X(01) VALUE 'N'.
           88 FIM-DOS-PENDENTES VALUE 'S'.
       77 WS-LM-QTD PIC 9(03) VALUE ZEROS.
       77 WS-LM-IDX PIC 9(03) VALUE ZEROS.
       77 WS-LM-ESTOURO PIC X(01) VALUE 'N'.
           88 LIMITES-ESTOURARAM VALUE 'S'.
       77 WS-LM-NIVEL-ACHADO PIC 9(01) VALUE ZEROS.
       77 WS-LM-CANDIDATO PIC 9(01) VALUE ZEROS.
       77 WS-LIMITE-APLIC PIC 9(09)V99 VALUE ZEROS.
       77 WS-VALOR-ABS PIC 9(09)V99 VALUE ZEROS.
       77 WS-RETER PIC X(01) VALUE 'N'.
           88 RETER-RESULTADO VALUE 'S'.
       77 WS-RET-QTD PIC 9(06) VALUE ZEROS.
       77 WS-RET-TOTAL PIC S9(09)V99 VALUE ZEROS.
       77 WS-LIB-QTD PIC 9(06) VALUE ZEROS.
       77 WS-LIB-TOTAL PIC S9(09)V99 VALUE ZEROS.
       77 WS-PEND-VALOR-ED PIC -(9)9,99 VALUE ZEROS.
       77 WS-PEND-QTD-ED PIC Z(05)9 VALUE ZEROS.

       01  WS-LM-TABELA.
           05 WS-LM-ENT OCCURS 200 TIMES.
              10 WS-LM-CCUSTO PIC X(04).
              10 WS-LM-NIVEL  PIC X(01).
              10 WS-LM-LIMITE PIC 9(09)V99.

       77 WS-CCUSTOS-STATUS PIC X(02) VALUE SPACES.
       77 WS-CM-CARREGADO PIC X(01) VALUE 'N'.
           88 MASTER-CC-CARREGADO VALUE 'S'.
       77 WS-CM-ESTOURO PIC X(01) VALUE 'N'.
           88 CCUSTOS-ESTOURARAM VALUE 'S'.
       77 WS-CM-QTD PIC 9(04) VALUE ZEROS.
       77 WS-CC-CONSULTA PIC X(04) VALUE SPACES.
       77 WS-CC-DESCRICAO PIC X(30) VALUE SPACES.
       77 WS-CC-CONTATO PIC X(30) VALUE SPACES.
       01  WS-CM-TABELA.
           05 WS-CM-ENT OCCURS 1000 TIMES
                  INDEXED BY WS-CM-IX.
              10 WS-CM-CODIGO    PIC X(04).
              10 WS-CM-DESCRICAO PIC X(30).
              10 WS-CM-CONTATO   PIC X(30).

       77 WS-ACEITOS-ARQUIVO PIC X(30) VALUE 'ACEITOS.DAT'.
       77 WS-SIMULACAO PIC X(01) VALUE 'N'.
           88 MODO-SIMULACAO VALUE 'S'.
       77 WS-SIM-COMPARAR PIC X(01) VALUE 'N'.
           88 SIM-COMPARAR VALUE 'S'.
       77 WS-SIM-STATUS PIC X(02) VALUE SPACES.
       77 WS-SIM-DATA-TAXA PIC 9(08) VALUE ZEROS.
       77 WS-SIM-ENTRADA PIC X(08) VALUE SPACES.
       77 WS-SIM-ENTRADA-N REDEFINES WS-SIM-ENTRADA PIC 9(08).
       77 WS-SIM-REPORT-SALVO PIC X(01) VALUE 'N'.
       77 WS-SIM-LINHA PIC X(100) VALUE SPACES.
       77 WS-SIM-ROTULO PIC X(30) VALUE SPACES.
       77 WS-SIM-VALOR PIC S9(09)V99 VALUE ZEROS.
       77 WS-SIM-VALOR-ANT PIC S9(09)V99 VALUE ZEROS.
       77 WS-SIM-DIFERENCA PIC S9(09)V99 VALUE ZEROS.
       77 WS-SIM-QTD PIC 9(06) VALUE ZEROS.
       77 WS-SIM-ANT-ED PIC -(9)9,99 VALUE ZEROS.
       77 WS-SIM-DIF-ED PIC -(9)9,99 VALUE ZEROS.
       77 WS-SIM-DATA-ED PIC 9(08) VALUE ZEROS.
       77 WS-SIM-RUN-ANTERIOR PIC X(13) VALUE SPACES.
       77 WS-SIM-TOTAL-ANT PIC S9(09)V99 VALUE ZEROS.
       77 WS-SIM-ESTORNADO PIC X(01) VALUE 'N'.
           88 SIM-RUN-ESTORNADA VALUE 'S'.
       77 WS-SIM-EST-QTD PIC 9(03) VALUE ZEROS.
       77 WS-SIM-EST-IDX PIC 9(03) VALUE ZEROS.
       77 WS-SIM-EST-ESTOURO PIC X(01) VALUE 'N'.
           88 SIM-EST-ESTOUROU VALUE 'S'.
       77 WS-SIM-IDX PIC 9(04) VALUE ZEROS.
       77 WS-SIM-ACHOU PIC 9(02) VALUE ZEROS.
       77 WS-SIM-CC-QTD PIC 9(04) VALUE ZEROS.
       77 WS-SIM-FIL-QTD PIC 9(03) VALUE ZEROS.
       01  WS-SIM-EST-TABELA.
           05 WS-SIM-EST-ID PIC X(13) OCCURS 200 TIMES.
       01  WS-SIM-CC-TABELA.
           05 WS-SIM-CC-ENT OCCURS 1000 TIMES.
              10 WS-SIM-CC-CODIGO PIC X(04).
              10 WS-SIM-CC-TOTAL  PIC S9(09)V99.
              10 WS-SIM-CC-USADO  PIC X(01).
       01  WS-SIM-FIL-TABELA.
           05 WS-SIM-FIL-ENT OCCURS 100 TIMES.
              10 WS-SIM-FIL-CODIGO PIC X(03).
              10 WS-SIM-FIL-TOTAL  PIC S9(09)V99.
              10 WS-SIM-FIL-USADO  PIC X(01).
       01  WS-HL-LINHA PIC X(160).
       01  WS-HL-INICIO REDEFINES WS-HL-LINHA.
           05 WS-HL-PREFIXO PIC X(04).
           05 WS-HL-RUN-ID  PIC X(13).
           05 WS-HL-TIPO    PIC X(07).
           05 FILLER        PIC X(86).
           05 WS-HL-I-TOTAL PIC -(9)9,99.
           05 FILLER        PIC X(37).
       01  WS-HL-FILIAL REDEFINES WS-HL-LINHA.
           05 FILLER         PIC X(25).
           05 WS-HL-F-CODIGO PIC X(03).
           05 FILLER         PIC X(23).
           05 WS-HL-F-TOTAL  PIC -(9)9,99.
           05 FILLER         PIC X(96).
       01  WS-HL-CCUSTO REDEFINES WS-HL-LINHA.
           05 FILLER         PIC X(21).
           05 WS-HL-C-CODIGO PIC X(04).
           05 FILLER         PIC X(23).
           05 WS-HL-C-TOTAL  PIC -(9)9,99.
           05 FILLER         PIC X(99).

       01  WS-PARM-AREA.
           05 WS-PARM PIC X(80).
              DISPLAY 'B - Consolidate branch transaction files'
              DISPLAY 'C - Suspense aging report and write-off'
              DISPLAY 'D - Generate standing-order transactions'
              DISPLAY 'E - Back out a batch run (by run ID)'
              DISPLAY 'F - Approve or decline held results'
              DISPLAY 'G - Cost-center master maintenance (CCUSTOS.DAT)'
              DISPLAY 'H - Exchange-rate maintenance (CAMBIO.DAT)'
              DISPLAY 'I - Cost allocation run (RATEIO.DAT)'
              DISPLAY 'J - Business-day calendar (CALENDARIO.DAT)'
              DISPLAY 'K - Set business date (roll / force)'
              DISPLAY 'L - Month-end close (SALDOS.DAT)'
              DISPLAY '9 - Exit'
              DISPLAY 'Choose an option: '
              ACCEPT WS-OPCAO
                 WHEN '2'
                    PERFORM 005-PROCESSAR-LOTE
                 WHEN '3'
                    MOVE 'SUSPENSE REPROCESS' TO WS-PER-OPERACAO
                    PERFORM 089-VERIFICAR-PERIODO
                    IF PERIODO-ABERTO
                       PERFORM 017-REPROCESSAR-SUSPENSO
                    END-IF
                 WHEN '4'
                    PERFORM 022-CONSULTAR-MESTRE
                 WHEN '5'
                        WS-DATA-NEGOCIO, WS-OPERADOR-ID
                 WHEN '8'
                    CALL 'REJ-FIX' USING WS-RUN-ID,
                        WS-DATA-NEGOCIO, WS-OPERADOR-ID,
                        WS-OPERADOR-NIVEL
                 WHEN 'A'
                    CALL 'GL-RETURN' USING WS-RUN-ID, WS-OPERADOR-ID
                 WHEN 'B'
                    CALL 'SUSP-AGING' USING WS-RUN-ID,
                        WS-DATA-NEGOCIO, WS-OPERADOR-ID
                 WHEN 'D'
                    MOVE 'STANDING ORDERS' TO WS-PER-OPERACAO
                    PERFORM 089-VERIFICAR-PERIODO
                    IF PERIODO-ABERTO
                       CALL 'ORDEM-GER' USING WS-RUN-ID,
                           WS-DATA-NEGOCIO, WS-OPERADOR-ID
                    END-IF
                 WHEN 'E'
                    MOVE 'BACK-OUT' TO WS-PER-OPERACAO
                    IF WS-LOTE-STATUS = 'A'
                       DISPLAY 'Batch for business date ' WS-LOTE-DATA
                           ' was started and not completed.'
                       DISPLAY 'Back-out refused - finish or restart '
                           'the open batch first.'
                       MOVE 'BACK-OUT REFUSED - BATCH OPEN'
                           TO WS-SEG-EVENTO
                       PERFORM 053-REGISTRAR-AUD-SEGURANCA
                    ELSE
                       PERFORM 089-VERIFICAR-PERIODO
                    END-IF
                    IF WS-LOTE-STATUS NOT = 'A' AND PERIODO-ABERTO
                       CALL 'LOTE-ESTORNO' USING WS-RUN-ID,
                           WS-DATA-NEGOCIO, WS-OPERADOR-ID,
                           WS-LOTE-DATA, WS-LOTE-STATUS
                       IF WS-LOTE-STATUS = 'R'
                          PERFORM 042-GRAVAR-RUN-CONTROL
                          PERFORM 014-LIMPAR-CHECKPOINT
                       END-IF
                    END-IF
                 WHEN 'F'
                    CALL 'APROV-PEND' USING WS-RUN-ID,
                        WS-DATA-NEGOCIO, WS-OPERADOR-ID
                 WHEN 'G'
                    CALL 'CCUSTO-MAINT' USING WS-RUN-ID,
                        WS-DATA-NEGOCIO, WS-OPERADOR-ID
                 WHEN 'H'
                    CALL 'CAMBIO-MAINT' USING WS-RUN-ID,
                        WS-DATA-NEGOCIO, WS-OPERADOR-ID
                 WHEN 'I'
                    CALL 'RATEIO-GER' USING WS-RUN-ID,
                        WS-DATA-NEGOCIO, WS-OPERADOR-ID
                 WHEN 'J'
                    CALL 'CALEND-MAINT' USING WS-RUN-ID,
                        WS-DATA-NEGOCIO, WS-OPERADOR-ID
                 WHEN 'K'
                    PERFORM 085-DEFINIR-DATA-NEGOCIO
                 WHEN 'L'
                    CALL 'FECHO-MES' USING WS-RUN-ID,
                        WS-DATA-NEGOCIO, WS-OPERADOR-ID
                 WHEN '9'
                    DISPLAY 'Exiting...'
           END-IF.
      *****************************************************************
       005-PROCESSAR-LOTE SECTION.
           PERFORM 070-PERGUNTAR-SIMULACAO.
           IF MODO-SIMULACAO
              MOVE 'S' TO WS-LOTE-AUTORIZADO
           ELSE
              MOVE 'BATCH' TO WS-PER-OPERACAO
              PERFORM 089-VERIFICAR-PERIODO
              IF PERIODO-ABERTO
                 PERFORM 043-VERIFICAR-LOTE
              ELSE
                 MOVE 'N' TO WS-LOTE-AUTORIZADO
              END-IF
           END-IF.
           IF LOTE-AUTORIZADO
              MOVE 'N' TO WS-EDIT-REINICIO
              IF NOT MODO-SIMULACAO
                 PERFORM 010-LER-CHECKPOINT
                 IF WS-ULTIMO-CKPT > ZEROS
                    MOVE 'S' TO WS-EDIT-REINICIO
                    IF WS-CKPT-DATA-MOVTO = ZEROS
                       MOVE WS-DATA-NEGOCIO TO WS-CKPT-DATA-MOVTO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF LOTE-AUTORIZADO AND NOT MODO-SIMULACAO AND
              CHECKPOINT-INCOMPLETO
              DISPLAY 'CHECKPOINT.DAT is incomplete - batch not '
                  'restarted. Restore the checkpoint file and rerun.'
              MOVE SPACES TO WS-SEG-EVENTO
              STRING 'BATCH RESTART REFUSED - CHECKPOINT INCOMPLETE'
                  DELIMITED BY SIZE INTO WS-SEG-EVENTO
              END-STRING
              PERFORM 053-REGISTRAR-AUD-SEGURANCA
              MOVE 'N' TO WS-LOTE-AUTORIZADO
           END-IF.
           IF LOTE-AUTORIZADO
              CALL 'TRANS-EDIT' USING WS-EDIT-STATUS, WS-EDIT-ACEITOS,
                  WS-EDIT-REJEITADOS, WS-EDIT-DUPLICADOS,
                  WS-EDIT-LIBERADOS, WS-DATA-NEGOCIO, WS-EDIT-REINICIO,
                  WS-SIMULACAO, WS-CKPT-DATA-MOVTO
              IF EDIT-ERRO
                 DISPLAY 'Edit pass rejected TRANSACOES.DAT - batch '
                     'not started, see REJEITADOS.DAT and messages '
                 PERFORM 015-PROCESSAR-ACEITOS
              END-IF
           END-IF.
           IF MODO-SIMULACAO
              MOVE WS-SIM-REPORT-SALVO TO WS-REPORT-ABERTO
              MOVE 'ACEITOS.DAT' TO WS-ACEITOS-ARQUIVO
              MOVE 'N' TO WS-SIMULACAO
           END-IF.
      *****************************************************************
       015-PROCESSAR-ACEITOS SECTION.
           MOVE ZEROS TO WS-CC-USADOS.
           MOVE ZEROS TO WS-CC-ACHOU.
           MOVE ZEROS TO WS-FIL-USADOS.
           MOVE ZEROS TO WS-FIL-ACHOU.
           MOVE ZEROS TO WS-BR-USADOS.
           MOVE ZEROS TO WS-MS-USADOS.
           MOVE ZEROS TO WS-MS-ACHOU.
           MOVE 'N' TO WS-QBR-ATIVO.
           MOVE 'N' TO WS-LOTE-INTERROMPIDO.
           MOVE SPACES TO WS-INT-MOTIVO.
           MOVE ZEROS TO WS-GV-QTD.
           MOVE ZEROS TO WS-CKPT-CONTADOR.
           MOVE ZEROS TO WS-CKPT-GRAVADOS.
           IF MODO-SIMULACAO
              MOVE ZEROS TO WS-ULTIMO-CKPT
              MOVE ZEROS TO WS-ACUMULADO
              PERFORM 028-LIMPAR-MEMORIA
           ELSE
              PERFORM 010-LER-CHECKPOINT
           END-IF.
           MOVE ZEROS TO WS-TRANS-SEQ.
           MOVE ZEROS TO WS-FALHAS-LOTE.
           MOVE ZEROS TO WS-MESTRE-POSTADOS.
           MOVE ZEROS TO WS-QTD-LIMPA.
           MOVE ZEROS TO WS-QTD-SALTADOS.
           MOVE ZEROS TO WS-EST-LIDOS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-MOVTO.
           IF NOT MODO-SIMULACAO AND WS-ULTIMO-CKPT > ZEROS AND
              WS-CKPT-DATA-MOVTO > ZEROS
              MOVE WS-CKPT-DATA-MOVTO TO WS-DATA-MOVTO
           END-IF.
           MOVE ZEROS TO WS-ULT-SEQ-ORIG.
           STRING WS-DATA-HORA(9:2) ':' WS-DATA-HORA(11:2) ':'
               WS-DATA-HORA(13:2) DELIMITED BY SIZE
               INTO WS-HORA-INICIO.
           MOVE WS-DATA-HORA(1:16) TO WS-EST-INICIO.
           IF MODO-SIMULACAO
              MOVE WS-SIM-DATA-TAXA TO WS-DATA-ATUAL
           ELSE
              MOVE WS-DATA-NEGOCIO TO WS-DATA-ATUAL
           END-IF.
           PERFORM 024-CARREGAR-TAXAS.
           PERFORM 079-CARREGAR-CAMBIO.
           PERFORM 061-CARREGAR-LIMITES.
           PERFORM 068-CARREGAR-CCUSTOS.
           MOVE ZEROS TO WS-RET-QTD.
           MOVE ZEROS TO WS-RET-TOTAL.
           MOVE ZEROS TO WS-LIB-QTD.
           MOVE ZEROS TO WS-LIB-TOTAL.
           IF TAXAS-ESTOURARAM OR CAMBIO-ESTOUROU OR
              CCUSTOS-ESTOURARAM
              EVALUATE TRUE
                 WHEN CCUSTOS-ESTOURARAM
                    MOVE 'COST CENTER MASTER FULL' TO WS-INT-MOTIVO
                 WHEN CAMBIO-ESTOUROU
                    MOVE 'EXCHANGE RATE TABLE FULL' TO WS-INT-MOTIVO
                 WHEN OTHER
                    MOVE 'RATE TABLE FULL' TO WS-INT-MOTIVO
              END-EVALUATE
              PERFORM 098-INTERROMPER-LOTE
              PERFORM 099-ENCERRAR-INTERROMPIDO
              PERFORM 100-ESTATISTICAS-LOTE
           ELSE
              OPEN INPUT TRANS-FILE
              IF WS-TRANS-STATUS NOT = '00'
                 DISPLAY 'Unable to open ' WS-ACEITOS-ARQUIVO
                     ', status: ' WS-TRANS-STATUS
              ELSE
                 PERFORM 030-LER-ACEITOS
              END-IF
           END-IF.
           MOVE SPACES TO WS-MOEDA-PROC.
      *****************************************************************
       030-LER-ACEITOS SECTION.
           IF WS-ULTIMO-CKPT > ZEROS
              DISPLAY 'Restarting batch after checkpoint '
                  WS-ULTIMO-CKPT
           END-IF.
           IF NOT MODO-SIMULACAO
              PERFORM 092-PEDIR-INTERVALO-CKPT
              PERFORM 093-ABRIR-ARQ-LOTE
              IF NOT LOTE-INTERROMPIDO
                 PERFORM 046-ABRIR-GL
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:16) TO WS-EST-INICIO.
           MOVE 'N' TO WS-FIM-ARQUIVO.
           PERFORM UNTIL FIM-DO-ARQUIVO OR LOTE-INTERROMPIDO
              READ TRANS-FILE
                 AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                 NOT AT END
                    ADD 1 TO WS-TRANS-SEQ
                    MOVE TR-SEQ-ORIG TO WS-ULT-SEQ-ORIG
                    IF WS-TRANS-SEQ > WS-ULTIMO-CKPT
                       EVALUATE TR-TIPO-REG
                          WHEN 'C'
                             ADD 1 TO WS-QTD-LIMPA
                             PERFORM 028-LIMPAR-MEMORIA
                             IF NOT MODO-SIMULACAO
                                PERFORM 048-DESCARREGAR-GL
                                PERFORM 097-CONTAR-CHECKPOINT
                             END-IF
                          WHEN 'E'
                             PERFORM 031-PROCESSAR-EXPRESSAO
                          WHEN OTHER
                             PERFORM 027-PROCESSAR-DETALHE
                       END-EVALUATE
                    ELSE
                       ADD 1 TO WS-QTD-SALTADOS
                       IF WS-TRANS-SEQ = WS-ULTIMO-CKPT AND
                          WS-CKPT-SEQ-ORIG > ZEROS AND
                          TR-SEQ-ORIG NOT = WS-CKPT-SEQ-ORIG
                          DISPLAY 'Restart record ' WS-TRANS-SEQ
                              ' is input record ' TR-SEQ-ORIG
                              ' - the checkpoint was taken at input '
                              'record ' WS-CKPT-SEQ-ORIG '.'
                          MOVE 'RESTART POSITION MISMATCH'
                              TO WS-INT-MOTIVO
                          PERFORM 098-INTERROMPER-LOTE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.
           MOVE WS-TRANS-SEQ TO WS-EST-LIDOS.
           IF NOT MODO-SIMULACAO AND NOT LOTE-INTERROMPIDO AND
              WS-TRANS-SEQ < WS-ULTIMO-CKPT
              DISPLAY 'Accepted file holds ' WS-TRANS-SEQ
                  ' record(s) - the checkpoint was taken after record '
                  WS-ULTIMO-CKPT '.'
              MOVE 'RESTART POSITION MISMATCH' TO WS-INT-MOTIVO
              PERFORM 098-INTERROMPER-LOTE
           END-IF.
           IF NOT MODO-SIMULACAO AND NOT LOTE-INTERROMPIDO
              PERFORM 048-DESCARREGAR-GL
              PERFORM 102-JORNALIZAR-LIBERADOS
           END-IF.
           EVALUATE TRUE
              WHEN LOTE-INTERROMPIDO
                 PERFORM 099-ENCERRAR-INTERROMPIDO
              WHEN MODO-SIMULACAO
                 PERFORM 037-FECHAR-QUEBRAS
                 PERFORM 071-GRAVAR-SIMULACAO
              WHEN OTHER
                 PERFORM 011-GRAVAR-CHECKPOINT
                 PERFORM 094-FECHAR-ARQ-LOTE
                 PERFORM 049-FECHAR-GL
                 PERFORM 103-MARCAR-LIBERADOS
                 PERFORM 037-FECHAR-QUEBRAS
                 PERFORM 013-RECONCILIAR
                 PERFORM 044-FINALIZAR-LOTE
                 PERFORM 090-ATUALIZAR-SALDOS
                 CALL 'BALANCE-CERT' USING WS-RUN-ID, WS-EDIT-ACEITOS,
                     WS-TRANS-SEQ, WS-QTD-LIMPA, WS-QTD-SALTADOS,
                     WS-MESTRE-POSTADOS, WS-ACUMULADO, WS-RET-TOTAL,
                     WS-LIB-TOTAL
                 PERFORM 014-LIMPAR-CHECKPOINT
           END-EVALUATE.
           PERFORM 100-ESTATISTICAS-LOTE.
      *****************************************************************
       027-PROCESSAR-DETALHE SECTION.
           MOVE 'INVALID OPERATION' TO WS-MOTIVO-FALHA.
                    SET DET-ERRO TO TRUE
                    MOVE 'CHAIN CC MISMATCH' TO WS-MOTIVO-FALHA
                    MOVE ZEROS TO OPERANDO-1
                 WHEN TR-MOEDA NOT = WS-MEM-MOEDA
                    SET DET-ERRO TO TRUE
                    MOVE 'CHAIN CCY MISMATCH' TO WS-MOTIVO-FALHA
                    MOVE ZEROS TO OPERANDO-1
                 WHEN OTHER
                    SET MEMORIA-USADA TO TRUE
                    MOVE WS-MEMORIA TO OPERANDO-1
           ELSE
              PERFORM 003-CALCULAR
           END-IF.
           MOVE TR-MOEDA TO WS-MOEDA-PROC.
           PERFORM 081-CONVERTER-MOEDA.
           PERFORM 004-IMPRIMIR-RESULTADO.
           IF NOT MODO-SIMULACAO
              PERFORM 006-REGISTRAR-AUDITORIA
           END-IF.
           PERFORM 008-GRAVAR-DETALHE-RELATORIO.
           MOVE TR-ID TO WS-MESTRE-ID.
           PERFORM 029-CONTABILIZAR-RESULTADO.
           IF NOT MODO-SIMULACAO
              PERFORM 021-GRAVAR-MESTRE
              PERFORM 097-CONTAR-CHECKPOINT
           END-IF.
      *****************************************************************
       036-QUEBRA-CCUSTO SECTION.
           IF NOT QUEBRA-ATIVA
           MOVE ZEROS TO WS-QBR-CONTAGEM.
           MOVE 'S' TO WS-QBR-ATIVO.
           IF REPORT-ABERTO
              MOVE WS-QBR-ATUAL TO WS-CC-CONSULTA
              PERFORM 069-DESCREVER-CCUSTO
              MOVE SPACES TO WS-REPORT-LINHA
              STRING 'COST CENTER: ' DELIMITED BY SIZE
                  WS-QBR-ATUAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CC-DESCRICAO DELIMITED BY SIZE
                  INTO WS-REPORT-LINHA
              END-STRING
              MOVE WS-REPORT-LINHA TO REPORT-RECORD
                  UNTIL WS-CC-IDX > WS-CC-USADOS
                 MOVE WS-CC-TOTAL(WS-CC-IDX) TO WS-QBR-SUBTOTAL-ED
                 MOVE WS-CC-QTD(WS-CC-IDX) TO WS-QBR-CONTAGEM-ED
                 MOVE WS-CC-CODIGO(WS-CC-IDX) TO WS-CC-CONSULTA
                 PERFORM 069-DESCREVER-CCUSTO
                 MOVE SPACES TO WS-REPORT-LINHA
                 STRING 'CC ' DELIMITED BY SIZE
                     WS-CC-CODIGO(WS-CC-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-CC-DESCRICAO DELIMITED BY SIZE
                     ' TOTAL: ' DELIMITED BY SIZE
                     WS-QBR-SUBTOTAL-ED DELIMITED BY SIZE
                     '  TRANSACTIONS: ' DELIMITED BY SIZE
                    WRITE REPORT-RECORD
                 END-PERFORM
              END-IF
              IF WS-MS-USADOS > 1 OR
                 (WS-MS-USADOS = 1 AND WS-MS-MOEDA(1) NOT = SPACES)
                 PERFORM 083-RESUMO-MOEDAS
              END-IF
              MOVE WS-ACUMULADO TO WS-ACUMULADO-ED
              MOVE SPACES TO WS-REPORT-LINHA
              STRING 'GRAND TOTAL: ' DELIMITED BY SIZE
              END-STRING
              MOVE WS-REPORT-LINHA TO REPORT-RECORD
              WRITE REPORT-RECORD
              IF WS-RET-QTD > ZEROS OR WS-LIB-QTD > ZEROS
                 MOVE WS-RET-TOTAL TO WS-PEND-VALOR-ED
                 MOVE WS-RET-QTD TO WS-PEND-QTD-ED
                 MOVE SPACES TO WS-REPORT-LINHA
                 STRING 'HELD FOR APPROVAL: ' DELIMITED BY SIZE
                     WS-PEND-VALOR-ED DELIMITED BY SIZE
                     '  TRANSACTIONS: ' DELIMITED BY SIZE
                     WS-PEND-QTD-ED DELIMITED BY SIZE
                     INTO WS-REPORT-LINHA
                 END-STRING
                 MOVE WS-REPORT-LINHA TO REPORT-RECORD
                 WRITE REPORT-RECORD
                 MOVE WS-LIB-TOTAL TO WS-PEND-VALOR-ED
                 MOVE WS-LIB-QTD TO WS-PEND-QTD-ED
                 MOVE SPACES TO WS-REPORT-LINHA
                 STRING 'APPROVED ITEMS RELEASED TO GL: '
                     DELIMITED BY SIZE
                     WS-PEND-VALOR-ED DELIMITED BY SIZE
                     '  TRANSACTIONS: ' DELIMITED BY SIZE
                     WS-PEND-QTD-ED DELIMITED BY SIZE
                     INTO WS-REPORT-LINHA
                 END-STRING
                 MOVE WS-REPORT-LINHA TO REPORT-RECORD
                 WRITE REPORT-RECORD
              END-IF
           END-IF.
           IF WS-BR-USADOS > ZEROS
              PERFORM 060-GRAVAR-MANIFESTO
           END-IF.
      *****************************************************************
       039-ACUMULAR-CCUSTO SECTION.
           IF WS-CC-ACHOU > ZEROS
              IF WS-CC-CODIGO(WS-CC-ACHOU) NOT = WS-CC-REGISTRO
                 MOVE ZEROS TO WS-CC-ACHOU
              END-IF
           END-IF.
           IF WS-CC-ACHOU = ZEROS
              PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                  UNTIL WS-CC-IDX > WS-CC-USADOS OR
                        WS-CC-ACHOU > ZEROS
                 IF WS-CC-CODIGO(WS-CC-IDX) = WS-CC-REGISTRO
                    MOVE WS-CC-IDX TO WS-CC-ACHOU
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-CC-ACHOU = ZEROS
              IF WS-CC-USADOS < 1000
                 ADD 1 TO WS-CC-USADOS
                 MOVE WS-CC-USADOS TO WS-CC-ACHOU
                 MOVE WS-CC-REGISTRO TO WS-CC-CODIGO(WS-CC-ACHOU)
                 MOVE ZEROS TO WS-CC-TOTAL(WS-CC-ACHOU)
                 MOVE ZEROS TO WS-CC-QTD(WS-CC-ACHOU)
              ELSE
                 MOVE 'COST CENTER TABLE FULL' TO WS-INT-MOTIVO
                 PERFORM 098-INTERROMPER-LOTE
              END-IF
           END-IF.
           IF WS-CC-ACHOU > ZEROS
           MOVE ZEROS TO WS-MEM-ULT-POST.
           MOVE 'N' TO WS-MEM-ATIVA.
           MOVE SPACES TO WS-MEM-CCUSTO.
           MOVE SPACES TO WS-MEM-MOEDA.
      *****************************************************************
       050-AJUSTAR-OPERANDOS-MEMORIA SECTION.
           IF MEMORIA-USADA AND
      *****************************************************************
       029-CONTABILIZAR-RESULTADO SECTION.
           MOVE ZEROS TO WS-DELTA.
           MOVE ZEROS TO WS-DELTA-ORIG.
           IF CALC-OK
              MOVE WS-RES-BASE TO WS-DELTA
              MOVE RES-NUMERICO TO WS-DELTA-ORIG
           END-IF.
           IF MEMORIA-USADA
              SUBTRACT WS-MEM-ULT-POST FROM WS-DELTA
              SUBTRACT WS-MEMORIA FROM WS-DELTA-ORIG
           END-IF.
           ADD WS-DELTA TO WS-ACUMULADO
              ON SIZE ERROR
           ADD WS-DELTA TO WS-QBR-SUBTOTAL.
           PERFORM 039-ACUMULAR-CCUSTO.
           PERFORM 058-ACUMULAR-FILIAL.
           PERFORM 082-ACUMULAR-MOEDA.
           PERFORM 047-REGISTRAR-GL.
           IF CALC-OK
              MOVE RES-NUMERICO TO WS-MEMORIA
              MOVE WS-RES-BASE TO WS-MEM-ULT-POST
              MOVE WS-CC-REGISTRO TO WS-MEM-CCUSTO
              MOVE WS-MOEDA-PROC TO WS-MEM-MOEDA
              SET MEMORIA-ATIVA TO TRUE
           ELSE
              PERFORM 028-LIMPAR-MEMORIA
              IF MODO-SIMULACAO
                 ADD 1 TO WS-FALHAS-LOTE
              ELSE
                 PERFORM 016-GRAVAR-SUSPENSO
              END-IF
           END-IF.
      *****************************************************************
       006-REGISTRAR-AUDITORIA SECTION.
                  INTO WS-AUDIT-LINHA
              END-STRING
           END-IF.
           IF ARQUIVOS-LOTE-ABERTOS
              MOVE 'A' TO WS-GV-TIPO
              MOVE WS-AUDIT-LINHA TO WS-GV-REGISTRO
              PERFORM 095-RETER-GRAVACAO
           ELSE
              OPEN EXTEND AUDIT-LOG-FILE
              IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
                 OPEN OUTPUT AUDIT-LOG-FILE
              END-IF
              MOVE WS-AUDIT-LINHA TO AUDIT-LOG-RECORD
              WRITE AUDIT-LOG-RECORD
              CLOSE AUDIT-LOG-FILE
           END-IF.
      *****************************************************************
       007-ABRIR-RELATORIO SECTION.
           OPEN OUTPUT REPORT-FILE.
                     RES-FORMATADO DELIMITED BY SIZE
                     INTO WS-REPORT-LINHA
                 END-STRING
                 IF WS-MOEDA-PROC NOT = SPACES
                    MOVE WS-RES-BASE TO WS-RES-BASE-ED
                    STRING WS-REPORT-LINHA(1:36) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-MOEDA-PROC DELIMITED BY SIZE
                        ' = BASE ' DELIMITED BY SIZE
                        WS-RES-BASE-ED DELIMITED BY SIZE
                        INTO WS-MS-LINHA
                    END-STRING
                    MOVE WS-MS-LINHA TO WS-REPORT-LINHA
                 END-IF
              END-IF
              MOVE WS-REPORT-LINHA TO REPORT-RECORD
              WRITE REPORT-RECORD
           MOVE ZEROS TO WS-ULTIMO-CKPT.
           MOVE ZEROS TO WS-ACUMULADO.
           PERFORM 028-LIMPAR-MEMORIA.
           MOVE 'N' TO WS-GLP-ATIVO.
           MOVE 'N' TO WS-CKPT-SIT.
           MOVE ZEROS TO WS-CC-USADOS.
           MOVE ZEROS TO WS-FIL-USADOS.
           MOVE ZEROS TO WS-MS-USADOS.
           MOVE ZEROS TO WS-CKPT-QTD-CC.
           MOVE ZEROS TO WS-CKPT-QTD-FIL.
           MOVE ZEROS TO WS-CKPT-QTD-MS.
           MOVE ZEROS TO WS-CKPT-DATA-MOVTO.
           MOVE ZEROS TO WS-CKPT-SEQ-ORIG.
           MOVE 'N' TO WS-FIM-CKPT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = '00'
              READ CHECKPOINT-FILE
                 AT END
                    MOVE ZEROS TO WS-ULTIMO-CKPT
                    MOVE ZEROS TO WS-ACUMULADO
                    SET FIM-DO-CKPT TO TRUE
                 NOT AT END
                    MOVE CKPT-SEQ TO WS-ULTIMO-CKPT
                    MOVE CKPT-ACUMULADO TO WS-ACUMULADO
                       MOVE CKPT-ULT-POST TO WS-MEM-ULT-POST
                       MOVE 'S' TO WS-MEM-ATIVA
                       MOVE CKPT-MEM-CCUSTO TO WS-MEM-CCUSTO
                       MOVE CKPT-MEM-MOEDA TO WS-MEM-MOEDA
                    END-IF
                    IF CKPT-GLP-ATIVO = 'S'
                       MOVE 'S' TO WS-GLP-ATIVO
                       MOVE CKPT-GLP-ID TO WS-GLP-ID
                       MOVE CKPT-GLP-CCUSTO TO WS-GLP-CCUSTO
                       MOVE CKPT-GLP-FILIAL TO WS-GLP-FILIAL
                       MOVE CKPT-GLP-VALOR TO WS-GLP-VALOR
                    END-IF
                    IF CKPT-CC-QTD IS NUMERIC AND
                       CKPT-FIL-QTD IS NUMERIC AND
                       CKPT-MS-QTD IS NUMERIC
                       MOVE CKPT-CC-QTD TO WS-CKPT-QTD-CC
                       MOVE CKPT-FIL-QTD TO WS-CKPT-QTD-FIL
                       MOVE CKPT-MS-QTD TO WS-CKPT-QTD-MS
                       SET CHECKPOINT-COM-TABELAS TO TRUE
                    END-IF
                    IF CKPT-DATA-MOVTO IS NUMERIC AND
                       CKPT-SEQ-ORIG IS NUMERIC
                       MOVE CKPT-DATA-MOVTO TO WS-CKPT-DATA-MOVTO
                       MOVE CKPT-SEQ-ORIG TO WS-CKPT-SEQ-ORIG
                    END-IF
              END-READ
              PERFORM UNTIL FIM-DO-CKPT
                 READ CHECKPOINT-FILE
                    AT END
                       SET FIM-DO-CKPT TO TRUE
                    NOT AT END
                       EVALUATE CKT-TIPO
                          WHEN 'C'
                             IF WS-CC-USADOS < 1000
                                ADD 1 TO WS-CC-USADOS
                                MOVE CKT-CODIGO
                                    TO WS-CC-CODIGO(WS-CC-USADOS)
                                MOVE CKT-TOTAL
                                    TO WS-CC-TOTAL(WS-CC-USADOS)
                                MOVE CKT-QTD
                                    TO WS-CC-QTD(WS-CC-USADOS)
                             END-IF
                          WHEN 'F'
                             IF WS-FIL-USADOS < 100
                                ADD 1 TO WS-FIL-USADOS
                                MOVE CKT-CODIGO(1:3)
                                    TO WS-FIL-CODIGO(WS-FIL-USADOS)
                                MOVE CKT-TOTAL
                                    TO WS-FIL-TOTAL(WS-FIL-USADOS)
                                MOVE CKT-QTD
                                    TO WS-FIL-QTD(WS-FIL-USADOS)
                             END-IF
                          WHEN 'M'
                             IF WS-MS-USADOS < 50
                                ADD 1 TO WS-MS-USADOS
                                MOVE CKT-CODIGO(1:3)
                                    TO WS-MS-MOEDA(WS-MS-USADOS)
                                MOVE CKT-TOTAL
                                    TO WS-MS-ORIGINAL(WS-MS-USADOS)
                                MOVE CKT-BASE
                                    TO WS-MS-BASE(WS-MS-USADOS)
                                MOVE CKT-QTD
                                    TO WS-MS-QTD(WS-MS-USADOS)
                             END-IF
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE CHECKPOINT-FILE
           END-IF.
           IF CHECKPOINT-COM-TABELAS
              MOVE 'N' TO WS-CKPT-SIT
              IF WS-CC-USADOS NOT = WS-CKPT-QTD-CC OR
                 WS-FIL-USADOS NOT = WS-CKPT-QTD-FIL OR
                 WS-MS-USADOS NOT = WS-CKPT-QTD-MS
                 SET CHECKPOINT-INCOMPLETO TO TRUE
                 DISPLAY 'CHECKPOINT.DAT holds ' WS-CC-USADOS
                     ' cost center, ' WS-FIL-USADOS ' branch and '
                     WS-MS-USADOS ' currency total(s) - header '
                     'expects ' WS-CKPT-QTD-CC ', ' WS-CKPT-QTD-FIL
                     ' and ' WS-CKPT-QTD-MS '.'
              END-IF
           END-IF.
      *****************************************************************
       011-GRAVAR-CHECKPOINT SECTION.
           IF ARQUIVOS-LOTE-ABERTOS
              PERFORM 096-EFETIVAR-GRAVACOES
           END-IF.
           IF NOT LOTE-INTERROMPIDO
              OPEN OUTPUT CHECKPOINT-FILE
              IF WS-CKPT-STATUS NOT = '00'
                 DISPLAY 'Unable to open CHECKPOINT.DAT, status: '
                     WS-CKPT-STATUS
                 MOVE 'CHECKPOINT UNAVAILABLE' TO WS-INT-MOTIVO
                 PERFORM 098-INTERROMPER-LOTE
              ELSE
                 MOVE WS-TRANS-SEQ TO CKPT-SEQ
                 MOVE WS-ACUMULADO TO CKPT-ACUMULADO
                 MOVE WS-MEMORIA TO CKPT-MEMORIA
                 MOVE WS-MEM-ULT-POST TO CKPT-ULT-POST
                 MOVE WS-MEM-ATIVA TO CKPT-MEM-ATIVA
                 MOVE WS-MEM-CCUSTO TO CKPT-MEM-CCUSTO
                 MOVE WS-MEM-MOEDA TO CKPT-MEM-MOEDA
                 MOVE WS-GLP-ATIVO TO CKPT-GLP-ATIVO
                 MOVE WS-GLP-ID TO CKPT-GLP-ID
                 MOVE WS-GLP-CCUSTO TO CKPT-GLP-CCUSTO
                 MOVE WS-GLP-FILIAL TO CKPT-GLP-FILIAL
                 MOVE WS-GLP-VALOR TO CKPT-GLP-VALOR
                 MOVE WS-CC-USADOS TO CKPT-CC-QTD
                 MOVE WS-FIL-USADOS TO CKPT-FIL-QTD
                 MOVE WS-MS-USADOS TO CKPT-MS-QTD
                 MOVE WS-DATA-MOVTO TO CKPT-DATA-MOVTO
                 MOVE WS-ULT-SEQ-ORIG TO CKPT-SEQ-ORIG
                 WRITE CHECKPOINT-RECORD
                 PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                         UNTIL WS-CC-IDX > WS-CC-USADOS
                    MOVE SPACES TO CHECKPOINT-TAB-REG
                    MOVE 'C' TO CKT-TIPO
                    MOVE WS-CC-CODIGO(WS-CC-IDX) TO CKT-CODIGO
                    MOVE WS-CC-TOTAL(WS-CC-IDX) TO CKT-TOTAL
                    MOVE ZEROS TO CKT-BASE
                    MOVE WS-CC-QTD(WS-CC-IDX) TO CKT-QTD
                    WRITE CHECKPOINT-TAB-REG
                 END-PERFORM
                 PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                         UNTIL WS-FIL-IDX > WS-FIL-USADOS
                    MOVE SPACES TO CHECKPOINT-TAB-REG
                    MOVE 'F' TO CKT-TIPO
                    MOVE WS-FIL-CODIGO(WS-FIL-IDX) TO CKT-CODIGO
                    MOVE WS-FIL-TOTAL(WS-FIL-IDX) TO CKT-TOTAL
                    MOVE ZEROS TO CKT-BASE
                    MOVE WS-FIL-QTD(WS-FIL-IDX) TO CKT-QTD
                    WRITE CHECKPOINT-TAB-REG
                 END-PERFORM
                 PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                         UNTIL WS-MS-IDX > WS-MS-USADOS
                    MOVE SPACES TO CHECKPOINT-TAB-REG
                    MOVE 'M' TO CKT-TIPO
                    MOVE WS-MS-MOEDA(WS-MS-IDX) TO CKT-CODIGO
                    MOVE WS-MS-ORIGINAL(WS-MS-IDX) TO CKT-TOTAL
                    MOVE WS-MS-BASE(WS-MS-IDX) TO CKT-BASE
                    MOVE WS-MS-QTD(WS-MS-IDX) TO CKT-QTD
                    WRITE CHECKPOINT-TAB-REG
                 END-PERFORM
                 CLOSE CHECKPOINT-FILE
                 ADD 1 TO WS-CKPT-GRAVADOS
                 MOVE WS-TRANS-SEQ TO WS-ULTIMO-CKPT
              END-IF
           END-IF.
           MOVE ZEROS TO WS-CKPT-CONTADOR.
      *****************************************************************
       012-VERIFICAR-PARM SECTION.
           MOVE SPACES TO WS-PARM.
              MOVE ZEROS TO CKPT-ULT-POST
              MOVE 'N' TO CKPT-MEM-ATIVA
              MOVE SPACES TO CKPT-MEM-CCUSTO
              MOVE SPACES TO CKPT-MEM-MOEDA
              MOVE 'N' TO CKPT-GLP-ATIVO
              MOVE ZEROS TO CKPT-GLP-ID
              MOVE SPACES TO CKPT-GLP-CCUSTO
              MOVE SPACES TO CKPT-GLP-FILIAL
              MOVE ZEROS TO CKPT-GLP-VALOR
              MOVE ZEROS TO CKPT-CC-QTD
              MOVE ZEROS TO CKPT-FIL-QTD
              MOVE ZEROS TO CKPT-MS-QTD
              MOVE ZEROS TO CKPT-DATA-MOVTO
              MOVE ZEROS TO CKPT-SEQ-ORIG
              WRITE CHECKPOINT-RECORD
              CLOSE CHECKPOINT-FILE
           END-IF.
      *****************************************************************
       016-GRAVAR-SUSPENSO SECTION.
           ADD 1 TO WS-FALHAS-LOTE.
           IF NOT ARQUIVOS-LOTE-ABERTOS
              OPEN EXTEND SUSPENSO-FILE
              IF WS-SUSP-STATUS = '05' OR WS-SUSP-STATUS = '35'
                 OPEN OUTPUT SUSPENSO-FILE
              END-IF
           END-IF.
           MOVE TE-SEQ-ORIG TO SU-SEQ.
           MOVE WS-DATA-MOVTO TO SU-DATA-MOVTO.
           MOVE WS-MOTIVO-FALHA TO SU-MOTIVO.
           MOVE TRANS-EXPR-REG TO SU-DADOS.
           IF ARQUIVOS-LOTE-ABERTOS
              MOVE 'S' TO WS-GV-TIPO
              MOVE SUSPENSO-RECORD TO WS-GV-REGISTRO
              PERFORM 095-RETER-GRAVACAO
           ELSE
              WRITE SUSPENSO-RECORD
              CLOSE SUSPENSO-FILE
           END-IF.
      *****************************************************************
       017-REPROCESSAR-SUSPENSO SECTION.
           MOVE ZEROS TO WS-SUSP-LIDOS.
           MOVE ZEROS TO WS-SUSP-RETIRADOS.
           MOVE ZEROS TO WS-SUSP-MANTIDOS.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-ATUAL.
           PERFORM 024-CARREGAR-TAXAS.
           PERFORM 079-CARREGAR-CAMBIO.
           IF NOT TAXAS-ESTOURARAM AND NOT CAMBIO-ESTOUROU
              OPEN INPUT SUSPENSO-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TAXAS-ESTOURARAM OR CAMBIO-ESTOUROU
                 DISPLAY 'Suspense reprocess not run - rate table '
                     'full, see messages above.'
              WHEN WS-SUSP-STATUS = '35'
                 DISPLAY 'No suspense file to reprocess.'
              WHEN WS-SUSP-STATUS NOT = '00'
                    PERFORM 020-LER-SUSPENSO
                 END-IF
           END-EVALUATE.
           MOVE SPACES TO WS-MOEDA-PROC.
      *****************************************************************
       020-LER-SUSPENSO SECTION.
           MOVE 'N' TO WS-FIM-SUSPENSO.
                 MOVE WS-MOTIVO-FALHA TO SU-MOTIVO
              ELSE
                 PERFORM 003-CALCULAR
                 MOVE WS-SU-MOEDA TO WS-MOEDA-PROC
                 PERFORM 081-CONVERTER-MOEDA
                 IF CAMBIO-ERRO
                    MOVE WS-MOTIVO-FALHA TO SU-MOTIVO
                 END-IF
              END-IF
              PERFORM 004-IMPRIMIR-RESULTADO
              PERFORM 006-REGISTRAR-AUDITORIA
              PERFORM 021-GRAVAR-MESTRE
              IF CALC-OK
                 ADD 1 TO WS-SUSP-RETIRADOS
                 ADD WS-RES-BASE TO WS-ACUMULADO
                    ON SIZE ERROR
                       DISPLAY 'WS-ACUMULADO overflow reprocessing '
                           'suspense sequence ' SU-SEQ
           END-IF.
      *****************************************************************
       021-GRAVAR-MESTRE SECTION.
           IF NOT ARQUIVOS-LOTE-ABERTOS
              OPEN I-O MESTRE-FILE
              IF WS-MESTRE-STATUS = '35'
                 OPEN OUTPUT MESTRE-FILE
              END-IF
           END-IF.
           IF NOT ARQUIVOS-LOTE-ABERTOS AND
              WS-MESTRE-STATUS NOT = '00' AND
              WS-MESTRE-STATUS NOT = '05'
              DISPLAY 'Unable to open MESTRE.DAT, status: '
                  WS-MESTRE-STATUS
                 INVALID KEY
                    REWRITE MESTRE-RECORD
              END-WRITE
              IF NOT ARQUIVOS-LOTE-ABERTOS
                 CLOSE MESTRE-FILE
              END-IF
              ADD 1 TO WS-MESTRE-POSTADOS
              PERFORM 055-GRAVAR-HISTORIA-MESTRE
           END-IF.
                 DISPLAY 'GL POSTING...: POSTED'
              WHEN 'B'
                 DISPLAY 'GL POSTING...: BOUNCED BY GL'
              WHEN 'H'
                 DISPLAY 'GL POSTING...: HELD FOR APPROVAL'
              WHEN 'D'
                 DISPLAY 'GL POSTING...: DECLINED BY APPROVER'
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *****************************************************************
       024-CARREGAR-TAXAS SECTION.
           MOVE ZEROS TO WS-TAXAS-QTD.
           MOVE 'N' TO WS-TAXAS-ESTOURO.
           OPEN INPUT TAXAS-FILE.
           EVALUATE TRUE
              WHEN WS-TAXAS-STATUS = '35'
                 END-PERFORM
                 CLOSE TAXAS-FILE
                 DISPLAY 'Rate table loaded: ' WS-TAXAS-QTD
                     ' rate code(s) as of ' WS-DATA-ATUAL '.'
           END-EVALUATE.
      *****************************************************************
       026-GUARDAR-TAXA SECTION.
              DISPLAY 'Rate table entry ignored (bad format): '
                  TX-CODIGO
           ELSE
              IF TX-SINAL = '-'
                 COMPUTE WS-TAXA-LIDA = TX-VALOR * -1
              ELSE
                 MOVE TX-VALOR TO WS-TAXA-LIDA
              END-IF
              MOVE ZEROS TO WS-TAXA-ACHOU
              IF WS-TAXAS-QTD > ZEROS
                 SEARCH ALL WS-TAXA-ENT
                    AT END
                       MOVE ZEROS TO WS-TAXA-ACHOU
                    WHEN WS-TX-CODIGO(WS-TX-IX) = TX-CODIGO
                       SET WS-TAXA-ACHOU TO WS-TX-IX
                 END-SEARCH
              END-IF
              IF WS-TAXA-ACHOU = ZEROS
                 PERFORM 091-INCLUIR-TAXA
              END-IF
              IF WS-TAXA-ACHOU > ZEROS
                 IF TX-DATA-VIGENCIA <= WS-DATA-ATUAL
                    IF NOT TAXA-EM-VIGOR(WS-TAXA-ACHOU) OR
                       TX-DATA-VIGENCIA >=
                          WS-TX-VIGENCIA(WS-TAXA-ACHOU)
                       MOVE TX-DATA-VIGENCIA
                           TO WS-TX-VIGENCIA(WS-TAXA-ACHOU)
                       MOVE WS-TAXA-LIDA TO WS-TX-VALOR(WS-TAXA-ACHOU)
                       MOVE 'S' TO WS-TX-SITUACAO(WS-TAXA-ACHOU)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       091-INCLUIR-TAXA SECTION.
           IF WS-TAXAS-QTD < 2000
              ADD 1 TO WS-TAXAS-QTD
              MOVE WS-TAXAS-QTD TO WS-TAXA-POS
              MOVE 'N' TO WS-TAXA-POSICAO
              PERFORM UNTIL TAXA-POSICAO-ACHADA
                 IF WS-TAXA-POS = 1
                    SET TAXA-POSICAO-ACHADA TO TRUE
                 ELSE
                    COMPUTE WS-TAXA-ANT = WS-TAXA-POS - 1
                    IF WS-TX-CODIGO(WS-TAXA-ANT) < TX-CODIGO
                       SET TAXA-POSICAO-ACHADA TO TRUE
                    ELSE
                       MOVE WS-TAXA-ENT(WS-TAXA-ANT)
                           TO WS-TAXA-ENT(WS-TAXA-POS)
                       MOVE WS-TAXA-ANT TO WS-TAXA-POS
                    END-IF
                 END-IF
              END-PERFORM
              MOVE TX-CODIGO TO WS-TX-CODIGO(WS-TAXA-POS)
              MOVE ZEROS TO WS-TX-VIGENCIA(WS-TAXA-POS)
              MOVE ZEROS TO WS-TX-VALOR(WS-TAXA-POS)
              MOVE 'N' TO WS-TX-SITUACAO(WS-TAXA-POS)
              MOVE WS-TAXA-POS TO WS-TAXA-ACHOU
           ELSE
              IF NOT TAXAS-ESTOURARAM
                 DISPLAY 'Rate table full at ' TX-CODIGO
                     ' - more than 2000 rate codes in TAXAS.DAT.'
                 SET TAXAS-ESTOURARAM TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       025-RESOLVER-TAXA SECTION.
           SET TAXA-ERRO TO TRUE.
           MOVE ZEROS TO OPERANDO-2.
           IF WS-TAXAS-QTD = ZEROS
              MOVE 'RATE CODE UNKNOWN' TO WS-MOTIVO-FALHA
           ELSE
              SEARCH ALL WS-TAXA-ENT
                 AT END
                    MOVE 'RATE CODE UNKNOWN' TO WS-MOTIVO-FALHA
                 WHEN WS-TX-CODIGO(WS-TX-IX) = WS-TAXA-COD-PROC
                    IF TAXA-EM-VIGOR(WS-TX-IX)
                       MOVE WS-TX-VALOR(WS-TX-IX) TO OPERANDO-2
                       SET TAXA-OK TO TRUE
                    ELSE
                       MOVE 'RATE NOT IN EFFECT' TO WS-MOTIVO-FALHA
                    END-IF
              END-SEARCH
           END-IF.
      *****************************************************************
       031-PROCESSAR-EXPRESSAO SECTION.
           ELSE
              DISPLAY 'RESULT: ' RES-FORMATADO
           END-IF.
           MOVE SPACES TO WS-MOEDA-PROC.
           PERFORM 081-CONVERTER-MOEDA.
           IF NOT MODO-SIMULACAO
              PERFORM 032-REGISTRAR-AUD-EXPR
           END-IF.
           PERFORM 033-GRAVAR-REL-EXPR.
           MOVE ZEROS TO OPERANDO-1.
           MOVE ZEROS TO OPERANDO-2.
           MOVE 'E' TO OPERADOR.
           MOVE TE-ID TO WS-MESTRE-ID.
           PERFORM 029-CONTABILIZAR-RESULTADO.
           IF NOT MODO-SIMULACAO
              PERFORM 021-GRAVAR-MESTRE
              PERFORM 097-CONTAR-CHECKPOINT
           END-IF.
      *****************************************************************
       032-REGISTRAR-AUD-EXPR SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
                  INTO WS-AUDIT-LINHA
              END-STRING
           END-IF.
           IF ARQUIVOS-LOTE-ABERTOS
              MOVE 'A' TO WS-GV-TIPO
              MOVE WS-AUDIT-LINHA TO WS-GV-REGISTRO
              PERFORM 095-RETER-GRAVACAO
           ELSE
              OPEN EXTEND AUDIT-LOG-FILE
              IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
                 OPEN OUTPUT AUDIT-LOG-FILE
              END-IF
              MOVE WS-AUDIT-LINHA TO AUDIT-LOG-RECORD
              WRITE AUDIT-LOG-RECORD
              CLOSE AUDIT-LOG-FILE
           END-IF.
      *****************************************************************
       033-GRAVAR-REL-EXPR SECTION.
           IF REPORT-ABERTO
       041-INICIAR-EXECUCAO SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:8) TO WS-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-RELOGIO.
           PERFORM 084-AJUSTAR-DIA-UTIL.
           MOVE ZEROS TO WS-DATA-FIXADA.
           MOVE 1 TO WS-NUM-EXEC.
           MOVE ZEROS TO WS-LOTE-DATA.
           MOVE SPACE TO WS-LOTE-STATUS.
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RC-DATA-FIXADA-X IS NUMERIC AND
                       RC-DATA-FIXADA > ZEROS AND
                       RC-DATA-FIXADA NOT < WS-DATA-RELOGIO
                       MOVE RC-DATA-FIXADA TO WS-DATA-NEGOCIO
                       MOVE RC-DATA-FIXADA TO WS-DATA-FIXADA
                       DISPLAY 'Business date set by supervisor: '
                           WS-DATA-NEGOCIO
                    END-IF
                    IF RC-DATA-NEGOCIO-X IS NUMERIC AND
                       RC-NUM-EXEC-X IS NUMERIC
                       IF RC-DATA-NEGOCIO = WS-DATA-NEGOCIO
              MOVE WS-NUM-EXEC TO RC-NUM-EXEC
              MOVE WS-LOTE-DATA TO RC-LOTE-DATA
              MOVE WS-LOTE-STATUS TO RC-LOTE-STATUS
              MOVE WS-DATA-FIXADA TO RC-DATA-FIXADA
              WRITE RUN-CONTROL-RECORD
              CLOSE RUN-CONTROL-FILE
           END-IF.
      *****************************************************************
       043-VERIFICAR-LOTE SECTION.
           MOVE 'S' TO WS-LOTE-AUTORIZADO.
           IF WS-LOTE-DATA = WS-DATA-NEGOCIO AND
              WS-LOTE-STATUS = 'R'
              DISPLAY 'Batch for business date ' WS-DATA-NEGOCIO
                  ' was backed out - date reopened.'
           END-IF.
           IF WS-LOTE-DATA = WS-DATA-NEGOCIO AND
              WS-LOTE-STATUS = 'C'
              DISPLAY 'A batch for business date ' WS-DATA-NEGOCIO
      *****************************************************************
       046-ABRIR-GL SECTION.
           MOVE 'N' TO WS-GL-ABERTO.
           MOVE 'N' TO WS-GLH-ABERTO.
           MOVE 'N' TO WS-PEND-ABERTO.
           MOVE ZEROS TO WS-GL-QTD.
           MOVE ZEROS TO WS-GL-HASH.
           OPEN OUTPUT GL-FILE.
           IF WS-GL-STATUS NOT = '00'
              DISPLAY 'Unable to open GLINTERF.DAT, status: '
                  WS-GL-STATUS
              MOVE 'GL INTERFACE UNAVAILABLE' TO WS-INT-MOTIVO
              PERFORM 098-INTERROMPER-LOTE
           ELSE
              MOVE 'S' TO WS-GL-ABERTO
              MOVE 'H' TO GH-TIPO
              MOVE 'CALCCOB ' TO GH-SISTEMA
              MOVE WS-RUN-ID TO GH-RUN-ID
              WRITE GL-HEADER-REG
              OPEN EXTEND GLHIST-FILE
              IF WS-GLH-STATUS = '05' OR WS-GLH-STATUS = '35'
                 OPEN OUTPUT GLHIST-FILE
              END-IF
              IF WS-GLH-STATUS = '00' OR WS-GLH-STATUS = '05'
                 MOVE 'S' TO WS-GLH-ABERTO
              ELSE
                 DISPLAY 'Unable to open GLHIST.DAT, status: '
                     WS-GLH-STATUS
                 MOVE 'GL HISTORY UNAVAILABLE' TO WS-INT-MOTIVO
                 PERFORM 098-INTERROMPER-LOTE
              END-IF
           END-IF.
           IF NOT LOTE-INTERROMPIDO
              OPEN EXTEND PENDENTES-FILE
              IF WS-PEND-STATUS = '05' OR WS-PEND-STATUS = '35'
                 OPEN OUTPUT PENDENTES-FILE
              END-IF
              IF WS-PEND-STATUS = '00' OR WS-PEND-STATUS = '05'
                 CLOSE PENDENTES-FILE
              ELSE
                 DISPLAY 'Unable to open PENDENTES.DAT, status: '
                     WS-PEND-STATUS
                 MOVE 'PENDING FILE UNAVAILABLE' TO WS-INT-MOTIVO
                 PERFORM 098-INTERROMPER-LOTE
              END-IF
           END-IF.
           IF NOT LOTE-INTERROMPIDO
              PERFORM 064-LIBERAR-APROVADOS
              OPEN EXTEND PENDENTES-FILE
              IF WS-PEND-STATUS = '00' OR WS-PEND-STATUS = '05'
                 MOVE 'S' TO WS-PEND-ABERTO
              ELSE
                 DISPLAY 'Unable to reopen PENDENTES.DAT, status: '
                     WS-PEND-STATUS
                 MOVE 'PENDING FILE UNAVAILABLE' TO WS-INT-MOTIVO
                 PERFORM 098-INTERROMPER-LOTE
              END-IF
           END-IF.
      *****************************************************************
       047-REGISTRAR-GL SECTION.
                 IF MEMORIA-USADA AND GL-PENDENTE
                    MOVE WS-MESTRE-ID TO WS-GLP-ID
                    MOVE WS-CC-REGISTRO TO WS-GLP-CCUSTO
                    MOVE WS-FIL-REGISTRO TO WS-GLP-FILIAL
                    MOVE WS-RES-BASE TO WS-GLP-VALOR
                 ELSE
                    PERFORM 048-DESCARREGAR-GL
                    MOVE 'S' TO WS-GLP-ATIVO
                    MOVE WS-MESTRE-ID TO WS-GLP-ID
                    MOVE WS-CC-REGISTRO TO WS-GLP-CCUSTO
                    MOVE WS-FIL-REGISTRO TO WS-GLP-FILIAL
                    MOVE WS-RES-BASE TO WS-GLP-VALOR
                 END-IF
              ELSE
                 IF MEMORIA-USADA
      *****************************************************************
       048-DESCARREGAR-GL SECTION.
           IF GL-ABERTO AND GL-PENDENTE
              PERFORM 062-VERIFICAR-ALCADA
              IF RETER-RESULTADO
                 PERFORM 063-RETER-RESULTADO
              ELSE
                 MOVE 'D' TO GD-TIPO
                 MOVE WS-GLP-ID TO GD-ID
                 MOVE WS-GLP-CCUSTO TO GD-CCUSTO
                 MOVE WS-GLP-VALOR TO GD-VALOR
                 WRITE GL-DETALHE-REG
                 ADD 1 TO WS-GL-QTD
                 ADD WS-GLP-VALOR TO WS-GL-HASH
                    ON SIZE ERROR
                       DISPLAY 'GL hash total overflow.'
                 END-ADD
                 IF GLHIST-ABERTO
                    MOVE WS-RUN-ID TO GX-RUN-ID
                    MOVE WS-GLP-ID TO GX-ID
                    MOVE WS-GLP-CCUSTO TO GX-CCUSTO
                    MOVE WS-GLP-FILIAL TO GX-FILIAL
                    MOVE WS-GLP-VALOR TO GX-VALOR
                    MOVE WS-RUN-ID TO GX-RUN-ORIGEM
                    IF ARQUIVOS-LOTE-ABERTOS
                       MOVE 'X' TO WS-GV-TIPO
                       MOVE GLHIST-RECORD TO WS-GV-REGISTRO
                       PERFORM 095-RETER-GRAVACAO
                    ELSE
                       WRITE GLHIST-RECORD
                    END-IF
                 END-IF
              END-IF
              MOVE 'N' TO WS-GLP-ATIVO
           END-IF.
      *****************************************************************
              WRITE GL-TRAILER-REG
              CLOSE GL-FILE
              MOVE 'N' TO WS-GL-ABERTO
              IF GLHIST-ABERTO
                 CLOSE GLHIST-FILE
                 MOVE 'N' TO WS-GLH-ABERTO
              END-IF
              IF PENDENTES-ABERTO
                 CLOSE PENDENTES-FILE
                 MOVE 'N' TO WS-PEND-ABERTO
              END-IF
              IF WS-RET-QTD > ZEROS
                 MOVE WS-RET-QTD TO WS-PEND-QTD-ED
                 MOVE WS-RET-TOTAL TO WS-PEND-VALOR-ED
                 DISPLAY WS-PEND-QTD-ED ' result(s) totalling '
                     WS-PEND-VALOR-ED ' held for approval - see '
                     'option F.'
              END-IF
           END-IF.
      *****************************************************************
       045-GRAVAR-HISTORICO SECTION.
           MOVE WS-EDIT-ACEITOS TO WS-ACEITOS-ED.
           MOVE WS-EDIT-REJEITADOS TO WS-REJEITADOS-ED.
           MOVE WS-FALHAS-LOTE TO WS-FALHAS-ED.
           MOVE WS-EDIT-DUPLICADOS TO WS-DUPLICADOS-ED.
           MOVE WS-EDIT-LIBERADOS TO WS-LIBERADOS-ED.
           MOVE WS-ACUMULADO TO WS-ACUMULADO-ED.
           MOVE SPACES TO WS-HIST-LINHA.
           STRING 'RUN ' DELIMITED BY SIZE
               WS-FALHAS-ED DELIMITED BY SIZE
               ' TOTAL ' DELIMITED BY SIZE
               WS-ACUMULADO-ED DELIMITED BY SIZE
               ' DUPLICATES ' DELIMITED BY SIZE
               WS-DUPLICADOS-ED DELIMITED BY SIZE
               ' RELEASED ' DELIMITED BY SIZE
               WS-LIBERADOS-ED DELIMITED BY SIZE
               INTO WS-HIST-LINHA.
           OPEN EXTEND HISTORICO-FILE.
           IF WS-HIST-STATUS = '05' OR WS-HIST-STATUS = '35'
              MOVE WS-HIST-LINHA TO HISTORICO-RECORD
              WRITE HISTORICO-RECORD
           END-PERFORM.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-USADOS
              MOVE WS-CC-QTD(WS-CC-IDX) TO WS-ACEITOS-ED
              MOVE WS-CC-TOTAL(WS-CC-IDX) TO WS-ACUMULADO-ED
              MOVE SPACES TO WS-HIST-LINHA
              STRING 'RUN ' DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  ' CC ' DELIMITED BY SIZE
                  WS-CC-CODIGO(WS-CC-IDX) DELIMITED BY SIZE
                  ' ACCEPTED ' DELIMITED BY SIZE
                  WS-ACEITOS-ED DELIMITED BY SIZE
                  ' TOTAL ' DELIMITED BY SIZE
                  WS-ACUMULADO-ED DELIMITED BY SIZE
                  INTO WS-HIST-LINHA
              END-STRING
              MOVE WS-HIST-LINHA TO HISTORICO-RECORD
              WRITE HISTORICO-RECORD
           END-PERFORM.
           CLOSE HISTORICO-FILE.
      *****************************************************************
       051-EFETUAR-SIGNON SECTION.
               ' ' DELIMITED BY SIZE
               WS-SEG-EVENTO DELIMITED BY SIZE
               INTO WS-AUDIT-LINHA.
           IF ARQUIVOS-LOTE-ABERTOS
              MOVE 'A' TO WS-GV-TIPO
              MOVE WS-AUDIT-LINHA TO WS-GV-REGISTRO
              PERFORM 095-RETER-GRAVACAO
           ELSE
              OPEN EXTEND AUDIT-LOG-FILE
              IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
                 OPEN OUTPUT AUDIT-LOG-FILE
              END-IF
              MOVE WS-AUDIT-LINHA TO AUDIT-LOG-RECORD
              WRITE AUDIT-LOG-RECORD
              CLOSE AUDIT-LOG-FILE
           END-IF.
      *****************************************************************
       054-VERIFICAR-ACESSO SECTION.
           MOVE 'S' TO WS-ACESSO-OK.
           IF WS-OPCAO = '2' OR WS-OPCAO = '3' OR
              WS-OPCAO = '6' OR WS-OPCAO = '7' OR
              WS-OPCAO = 'A' OR WS-OPCAO = 'B' OR
              WS-OPCAO = 'C' OR WS-OPCAO = 'D' OR
              WS-OPCAO = 'E' OR WS-OPCAO = 'F' OR
              WS-OPCAO = 'G' OR WS-OPCAO = 'H' OR
              WS-OPCAO = 'I' OR WS-OPCAO = 'J' OR
              WS-OPCAO = 'K' OR WS-OPCAO = 'L'
              IF NOT OPERADOR-SUPERVISOR
                 MOVE 'N' TO WS-ACESSO-OK
                 DISPLAY 'Option restricted to supervisors.'
           END-IF.
      *****************************************************************
       055-GRAVAR-HISTORIA-MESTRE SECTION.
           IF NOT ARQUIVOS-LOTE-ABERTOS
              OPEN EXTEND MESTHIST-FILE
              IF WS-MH-STATUS = '05' OR WS-MH-STATUS = '35'
                 OPEN OUTPUT MESTHIST-FILE
              END-IF
           END-IF.
           IF NOT ARQUIVOS-LOTE-ABERTOS AND WS-MH-STATUS NOT = '00'
              DISPLAY 'Unable to open MESTHIST.DAT, status: '
                  WS-MH-STATUS
           ELSE
              MOVE OPERADOR TO MH-OPERADOR
              MOVE RES-NUMERICO TO MH-RESULTADO
              MOVE WS-CALC-STATUS TO MH-STATUS
              IF ARQUIVOS-LOTE-ABERTOS
                 MOVE 'H' TO WS-GV-TIPO
                 MOVE MESTHIST-RECORD TO WS-GV-REGISTRO
                 PERFORM 095-RETER-GRAVACAO
              ELSE
                 WRITE MESTHIST-RECORD
                 CLOSE MESTHIST-FILE
              END-IF
           END-IF.
      *****************************************************************
       056-CONSULTAR-VERSOES SECTION.
           IF WS-FIL-REGISTRO = SPACES
              CONTINUE
           ELSE
              IF WS-FIL-ACHOU > ZEROS
                 IF WS-FIL-CODIGO(WS-FIL-ACHOU) NOT = WS-FIL-REGISTRO
                    MOVE ZEROS TO WS-FIL-ACHOU
                 END-IF
              END-IF
              IF WS-FIL-ACHOU = ZEROS
                 PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                     UNTIL WS-FIL-IDX > WS-FIL-USADOS OR
                           WS-FIL-ACHOU > ZEROS
                    IF WS-FIL-CODIGO(WS-FIL-IDX) = WS-FIL-REGISTRO
                       MOVE WS-FIL-IDX TO WS-FIL-ACHOU
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-FIL-ACHOU = ZEROS
                 IF WS-FIL-USADOS < 100
                    ADD 1 TO WS-FIL-USADOS
                    MOVE WS-FIL-USADOS TO WS-FIL-ACHOU
                    MOVE WS-FIL-REGISTRO
                    MOVE ZEROS TO WS-FIL-TOTAL(WS-FIL-ACHOU)
                    MOVE ZEROS TO WS-FIL-QTD(WS-FIL-ACHOU)
                 ELSE
                    MOVE 'BRANCH TABLE FULL' TO WS-INT-MOTIVO
                    PERFORM 098-INTERROMPER-LOTE
                 END-IF
              END-IF
              IF WS-FIL-ACHOU > ZEROS
               INTO WS-BURST-NOME.
           MOVE ZEROS TO WS-BR-ACHOU.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-USADOS OR WS-BR-ACHOU > ZEROS
              IF WS-BR-CODIGO(WS-BR-IDX) = WS-QBR-ATUAL
                 MOVE WS-BR-IDX TO WS-BR-ACHOU
              END-IF
                     ' status: ' WS-BURST-STATUS
              END-IF
           ELSE
              IF WS-BR-USADOS < 1000
                 ADD 1 TO WS-BR-USADOS
                 MOVE WS-BR-USADOS TO WS-BR-ACHOU
                 MOVE WS-QBR-ATUAL TO WS-BR-CODIGO(WS-BR-ACHOU)
                 IF WS-BURST-STATUS = '00'
                    SET BURST-ABERTO TO TRUE
                    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
                    MOVE WS-QBR-ATUAL TO WS-CC-CONSULTA
                    PERFORM 069-DESCREVER-CCUSTO
                    MOVE SPACES TO WS-REPORT-LINHA
                    STRING 'COST CENTER REPORT - CC ' DELIMITED
                        BY SIZE
                        WS-QBR-ATUAL DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-CC-DESCRICAO DELIMITED BY SIZE
                        ' RUN DATE ' DELIMITED BY SIZE
                        WS-DATA-HORA(1:4) '-' WS-DATA-HORA(5:2) '-'
                        WS-DATA-HORA(7:2) DELIMITED BY SIZE
                        ' status: ' WS-BURST-STATUS
                 END-IF
              ELSE
                 MOVE 'BURST FILE TABLE FULL' TO WS-INT-MOTIVO
                 PERFORM 098-INTERROMPER-LOTE
              END-IF
           END-IF.
      *****************************************************************
              PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                  UNTIL WS-BR-IDX > WS-BR-USADOS
                 MOVE WS-BR-LINHAS(WS-BR-IDX) TO WS-BR-LINHAS-ED
                 MOVE WS-BR-CODIGO(WS-BR-IDX) TO WS-CC-CONSULTA
                 PERFORM 069-DESCREVER-CCUSTO
                 MOVE SPACES TO WS-MAN-LINHA
                 STRING 'CC ' DELIMITED BY SIZE
                     WS-BR-CODIGO(WS-BR-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-CC-DESCRICAO DELIMITED BY SIZE
                     ' FILE ' DELIMITED BY SIZE
                     WS-BR-NOME(WS-BR-IDX) DELIMITED BY SIZE
                     ' LINES ' DELIMITED BY SIZE
                 END-STRING
                 MOVE WS-MAN-LINHA TO MANIFESTO-RECORD
                 WRITE MANIFESTO-RECORD
                 IF WS-CC-CONTATO NOT = SPACES
                    MOVE SPACES TO WS-MAN-LINHA
                    STRING '     DELIVER TO: ' DELIMITED BY SIZE
                        WS-CC-CONTATO DELIMITED BY SIZE
                        INTO WS-MAN-LINHA
                    END-STRING
                    MOVE WS-MAN-LINHA TO MANIFESTO-RECORD
                    WRITE MANIFESTO-RECORD
                 END-IF
              END-PERFORM
              MOVE '-------------------------------------------------'
                  TO MANIFESTO-RECORD
              CLOSE MANIFESTO-FILE
              DISPLAY 'Distribution manifest written to MANIFESTO.RPT'
           END-IF.
      *****************************************************************
       061-CARREGAR-LIMITES SECTION.
           MOVE ZEROS TO WS-LM-QTD.
           MOVE 'N' TO WS-LM-ESTOURO.
           OPEN INPUT LIMITES-FILE.
           EVALUATE TRUE
              WHEN WS-LIM-STATUS = '35'
                 CONTINUE
              WHEN WS-LIM-STATUS NOT = '00'
                 DISPLAY 'Unable to open LIMITES.DAT, status: '
                     WS-LIM-STATUS
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ LIMITES-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          PERFORM 067-GUARDAR-LIMITE
                    END-READ
                 END-PERFORM
                 CLOSE LIMITES-FILE
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 DISPLAY 'Approval limits loaded: ' WS-LM-QTD
                     ' entries.'
           END-EVALUATE.
           IF LIMITES-ESTOURARAM
              DISPLAY 'Approval limit table full - every result will '
                  'be held for approval.'
           END-IF.
      *****************************************************************
       062-VERIFICAR-ALCADA SECTION.
           MOVE 'N' TO WS-RETER.
           MOVE ZEROS TO WS-LM-NIVEL-ACHADO.
           MOVE ZEROS TO WS-LIMITE-APLIC.
           IF WS-GLP-VALOR < ZEROS
              COMPUTE WS-VALOR-ABS = WS-GLP-VALOR * -1
           ELSE
              MOVE WS-GLP-VALOR TO WS-VALOR-ABS
           END-IF.
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LM-QTD
              MOVE ZEROS TO WS-LM-CANDIDATO
              EVALUATE TRUE
                 WHEN WS-LM-CCUSTO(WS-LM-IDX) = WS-GLP-CCUSTO AND
                      WS-LM-NIVEL(WS-LM-IDX) = WS-OPERADOR-NIVEL
                    MOVE 4 TO WS-LM-CANDIDATO
                 WHEN WS-LM-CCUSTO(WS-LM-IDX) = WS-GLP-CCUSTO AND
                      WS-LM-NIVEL(WS-LM-IDX) = SPACE
                    MOVE 3 TO WS-LM-CANDIDATO
                 WHEN WS-LM-CCUSTO(WS-LM-IDX) = '****' AND
                      WS-LM-NIVEL(WS-LM-IDX) = WS-OPERADOR-NIVEL
                    MOVE 2 TO WS-LM-CANDIDATO
                 WHEN WS-LM-CCUSTO(WS-LM-IDX) = '****' AND
                      WS-LM-NIVEL(WS-LM-IDX) = SPACE
                    MOVE 1 TO WS-LM-CANDIDATO
              END-EVALUATE
              IF WS-LM-CANDIDATO > WS-LM-NIVEL-ACHADO
                 MOVE WS-LM-CANDIDATO TO WS-LM-NIVEL-ACHADO
                 MOVE WS-LM-LIMITE(WS-LM-IDX) TO WS-LIMITE-APLIC
              END-IF
           END-PERFORM.
           IF LIMITES-ESTOURARAM
              SET RETER-RESULTADO TO TRUE
           ELSE
              IF WS-LM-NIVEL-ACHADO > ZEROS AND
                 WS-VALOR-ABS > WS-LIMITE-APLIC
                 SET RETER-RESULTADO TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       063-RETER-RESULTADO SECTION.
           IF PENDENTES-ABERTO
              MOVE WS-RUN-ID TO PD-RUN-ID
              MOVE WS-GLP-ID TO PD-ID
              MOVE WS-GLP-CCUSTO TO PD-CCUSTO
              MOVE WS-GLP-FILIAL TO PD-FILIAL
              MOVE WS-GLP-VALOR TO PD-VALOR
              MOVE WS-LIMITE-APLIC TO PD-LIMITE
              MOVE WS-OPERADOR-ID TO PD-OPERADOR
              MOVE WS-DATA-NEGOCIO TO PD-DATA
              MOVE 'P' TO PD-SITUACAO
              MOVE SPACES TO PD-DECISOR
              MOVE ZEROS TO PD-DATA-DEC
              MOVE SPACES TO PD-RUN-EXTR
              IF ARQUIVOS-LOTE-ABERTOS
                 MOVE 'P' TO WS-GV-TIPO
                 MOVE PENDENTE-RECORD TO WS-GV-REGISTRO
                 PERFORM 095-RETER-GRAVACAO
              ELSE
                 WRITE PENDENTE-RECORD
              END-IF
           ELSE
              DISPLAY 'PENDENTES.DAT unavailable - ID ' WS-GLP-ID
                  ' held on the master only.'
           END-IF.
           IF NOT ARQUIVOS-LOTE-ABERTOS
              OPEN I-O MESTRE-FILE
           END-IF.
           IF ARQUIVOS-LOTE-ABERTOS OR WS-MESTRE-STATUS = '00'
              MOVE WS-GLP-ID TO RM-ID
              READ MESTRE-FILE
                 INVALID KEY
                    DISPLAY 'Held ID ' WS-GLP-ID ' not on MESTRE.DAT.'
                 NOT INVALID KEY
                    MOVE 'H' TO RM-STATUS
                    REWRITE MESTRE-RECORD
              END-READ
              IF NOT ARQUIVOS-LOTE-ABERTOS
                 CLOSE MESTRE-FILE
              END-IF
           ELSE
              DISPLAY 'Unable to open MESTRE.DAT, status: '
                  WS-MESTRE-STATUS
           END-IF.
           ADD 1 TO WS-RET-QTD.
           ADD WS-GLP-VALOR TO WS-RET-TOTAL
              ON SIZE ERROR
                 DISPLAY 'Held total overflow.'
           END-ADD.
           MOVE WS-GLP-VALOR TO WS-PEND-VALOR-ED.
           MOVE SPACES TO WS-SEG-EVENTO.
           STRING 'HELD FOR APPROVAL ID=' DELIMITED BY SIZE
               WS-GLP-ID DELIMITED BY SIZE
               ' CC=' DELIMITED BY SIZE
               WS-GLP-CCUSTO DELIMITED BY SIZE
               ' VALUE=' DELIMITED BY SIZE
               WS-PEND-VALOR-ED DELIMITED BY SIZE
               INTO WS-SEG-EVENTO.
           PERFORM 053-REGISTRAR-AUD-SEGURANCA.
      *****************************************************************
       064-LIBERAR-APROVADOS SECTION.
           OPEN INPUT PENDENTES-FILE.
           IF WS-PEND-STATUS = '00'
              OPEN OUTPUT PENDNOVO-FILE
              IF WS-PENDN-STATUS NOT = '00'
                 DISPLAY 'Unable to open PENDNOVO.DAT, status: '
                     WS-PENDN-STATUS
                 DISPLAY 'Approved items not released this run.'
                 CLOSE PENDENTES-FILE
              ELSE
                 MOVE 'N' TO WS-FIM-PENDENTES
                 PERFORM UNTIL FIM-DOS-PENDENTES
                    READ PENDENTES-FILE
                       AT END
                          SET FIM-DOS-PENDENTES TO TRUE
                       NOT AT END
                          IF PD-SITUACAO = 'A'
                             PERFORM 066-EXTRAIR-APROVADO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PENDENTES-FILE
                 CLOSE PENDNOVO-FILE
                 IF WS-LIB-QTD > ZEROS
                    MOVE WS-LIB-QTD TO WS-PEND-QTD-ED
                    DISPLAY WS-PEND-QTD-ED ' approved item(s) released '
                        'to the GL extract.'
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       065-REGRAVAR-PENDENTES SECTION.
           OPEN INPUT PENDNOVO-FILE.
           IF WS-PENDN-STATUS NOT = '00'
              DISPLAY 'Unable to reopen PENDNOVO.DAT, status: '
                  WS-PENDN-STATUS
              DISPLAY 'PENDENTES.DAT NOT updated - released items '
                  'still show as approved.'
           ELSE
              OPEN OUTPUT PENDENTES-FILE
              IF WS-PEND-STATUS NOT = '00'
                 DISPLAY 'Unable to rewrite PENDENTES.DAT, status: '
                     WS-PEND-STATUS
                 CLOSE PENDNOVO-FILE
              ELSE
                 MOVE 'N' TO WS-FIM-PENDENTES
                 PERFORM UNTIL FIM-DOS-PENDENTES
                    READ PENDNOVO-FILE
                       AT END
                          SET FIM-DOS-PENDENTES TO TRUE
                       NOT AT END
                          MOVE PENDNOVO-RECORD TO PENDENTE-RECORD
                          WRITE PENDENTE-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE PENDNOVO-FILE
                 CLOSE PENDENTES-FILE
              END-IF
           END-IF.
      *****************************************************************
       066-EXTRAIR-APROVADO SECTION.
           MOVE 'D' TO GD-TIPO.
           MOVE PD-ID TO GD-ID.
           MOVE PD-CCUSTO TO GD-CCUSTO.
           MOVE PD-VALOR TO GD-VALOR.
           WRITE GL-DETALHE-REG.
           ADD 1 TO WS-GL-QTD.
           ADD PD-VALOR TO WS-GL-HASH
              ON SIZE ERROR
                 DISPLAY 'GL hash total overflow.'
           END-ADD.
           ADD 1 TO WS-LIB-QTD.
           ADD PD-VALOR TO WS-LIB-TOTAL
              ON SIZE ERROR
                 DISPLAY 'Released total overflow.'
           END-ADD.
           MOVE PENDENTE-RECORD TO PENDNOVO-RECORD.
           WRITE PENDNOVO-RECORD.
      *****************************************************************
       102-JORNALIZAR-LIBERADOS SECTION.
           IF WS-LIB-QTD > ZEROS AND GLHIST-ABERTO
              OPEN INPUT PENDNOVO-FILE
              IF WS-PENDN-STATUS NOT = '00'
                 DISPLAY 'Unable to reopen PENDNOVO.DAT, status: '
                     WS-PENDN-STATUS
                 MOVE 'RELEASE LIST UNAVAILABLE' TO WS-INT-MOTIVO
                 PERFORM 098-INTERROMPER-LOTE
              ELSE
                 MOVE 'N' TO WS-FIM-PENDENTES
                 PERFORM UNTIL FIM-DOS-PENDENTES OR LOTE-INTERROMPIDO
                    READ PENDNOVO-FILE
                       AT END
                          SET FIM-DOS-PENDENTES TO TRUE
                       NOT AT END
                          MOVE PENDNOVO-RECORD TO PENDENTE-RECORD
                          MOVE WS-RUN-ID TO GX-RUN-ID
                          MOVE PD-ID TO GX-ID
                          MOVE PD-CCUSTO TO GX-CCUSTO
                          MOVE PD-FILIAL TO GX-FILIAL
                          MOVE PD-VALOR TO GX-VALOR
                          MOVE PD-RUN-ID TO GX-RUN-ORIGEM
                          MOVE 'X' TO WS-GV-TIPO
                          MOVE GLHIST-RECORD TO WS-GV-REGISTRO
                          PERFORM 095-RETER-GRAVACAO
                    END-READ
                 END-PERFORM
                 CLOSE PENDNOVO-FILE
              END-IF
           END-IF.
      *****************************************************************
       103-MARCAR-LIBERADOS SECTION.
           IF WS-LIB-QTD > ZEROS
              OPEN INPUT PENDENTES-FILE
              IF WS-PEND-STATUS NOT = '00'
                 DISPLAY 'Unable to reopen PENDENTES.DAT, status: '
                     WS-PEND-STATUS
                 DISPLAY 'PENDENTES.DAT NOT updated - released items '
                     'still show as approved.'
              ELSE
                 OPEN OUTPUT PENDNOVO-FILE
                 IF WS-PENDN-STATUS NOT = '00'
                    DISPLAY 'Unable to open PENDNOVO.DAT, status: '
                        WS-PENDN-STATUS
                    DISPLAY 'PENDENTES.DAT NOT updated - released '
                        'items still show as approved.'
                    CLOSE PENDENTES-FILE
                 ELSE
                    MOVE 'N' TO WS-FIM-PENDENTES
                    PERFORM UNTIL FIM-DOS-PENDENTES
                       READ PENDENTES-FILE
                          AT END
                             SET FIM-DOS-PENDENTES TO TRUE
                          NOT AT END
                             IF PD-SITUACAO = 'A'
                                MOVE 'E' TO PD-SITUACAO
                                MOVE WS-RUN-ID TO PD-RUN-EXTR
                             END-IF
                             MOVE PENDENTE-RECORD TO PENDNOVO-RECORD
                             WRITE PENDNOVO-RECORD
                       END-READ
                    END-PERFORM
                    CLOSE PENDENTES-FILE
                    CLOSE PENDNOVO-FILE
                    PERFORM 065-REGRAVAR-PENDENTES
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       067-GUARDAR-LIMITE SECTION.
           IF LM-CCUSTO = SPACES OR LM-LIMITE-X NOT NUMERIC
              DISPLAY 'Approval limit entry ignored (bad format): '
                  LM-CCUSTO
           ELSE
              IF WS-LM-QTD < 200
                 ADD 1 TO WS-LM-QTD
                 MOVE LM-CCUSTO TO WS-LM-CCUSTO(WS-LM-QTD)
                 MOVE LM-NIVEL TO WS-LM-NIVEL(WS-LM-QTD)
                 MOVE LM-LIMITE TO WS-LM-LIMITE(WS-LM-QTD)
              ELSE
                 SET LIMITES-ESTOURARAM TO TRUE
              END-IF
           END-IF.
      *****************************************************************
       068-CARREGAR-CCUSTOS SECTION.
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
                             MOVE CM-DESCRICAO
                                 TO WS-CM-DESCRICAO(WS-CM-QTD)
                             MOVE CM-CONTATO
                                 TO WS-CM-CONTATO(WS-CM-QTD)
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
                 DISPLAY 'Cost-center master loaded: ' WS-CM-QTD
                     ' entries.'
           END-EVALUATE.
      *****************************************************************
       069-DESCREVER-CCUSTO SECTION.
           MOVE SPACES TO WS-CC-DESCRICAO.
           MOVE SPACES TO WS-CC-CONTATO.
           IF MASTER-CC-CARREGADO
              MOVE '(NOT ON MASTER)' TO WS-CC-DESCRICAO
              SET WS-CM-IX TO 1
              SEARCH WS-CM-ENT
                 AT END
                    CONTINUE
                 WHEN WS-CM-IX > WS-CM-QTD
                    CONTINUE
                 WHEN WS-CM-CODIGO(WS-CM-IX) = WS-CC-CONSULTA
                    MOVE WS-CM-DESCRICAO(WS-CM-IX) TO WS-CC-DESCRICAO
                    MOVE WS-CM-CONTATO(WS-CM-IX) TO WS-CC-CONTATO
              END-SEARCH
           END-IF.
      *****************************************************************
       070-PERGUNTAR-SIMULACAO SECTION.
           MOVE 'N' TO WS-SIMULACAO.
           MOVE 'N' TO WS-SIM-COMPARAR.
           DISPLAY 'Trial run (calculate and report only, nothing '
               'posted)? (S/N): '.
           ACCEPT WS-RESPOSTA.
           IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
              SET MODO-SIMULACAO TO TRUE
              MOVE WS-DATA-NEGOCIO TO WS-SIM-DATA-TAXA
              DISPLAY 'Resolve rates as of date (YYYYMMDD, blank = '
                  'business date): '
              MOVE SPACES TO WS-SIM-ENTRADA
              ACCEPT WS-SIM-ENTRADA FROM CONSOLE
              IF WS-SIM-ENTRADA NOT = SPACES
                 IF WS-SIM-ENTRADA IS NUMERIC AND
                    WS-SIM-ENTRADA(5:2) >= '01' AND
                    WS-SIM-ENTRADA(5:2) <= '12' AND
                    WS-SIM-ENTRADA(7:2) >= '01' AND
                    WS-SIM-ENTRADA(7:2) <= '31'
                    MOVE WS-SIM-ENTRADA-N TO WS-SIM-DATA-TAXA
                 ELSE
                    DISPLAY 'Invalid date - business date used for '
                        'rates.'
                 END-IF
              END-IF
              DISPLAY 'Compare with the last posted run? (S/N): '
              ACCEPT WS-RESPOSTA
              IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                 SET SIM-COMPARAR TO TRUE
              END-IF
              MOVE 'SIMACEIT.DAT' TO WS-ACEITOS-ARQUIVO
              MOVE WS-REPORT-ABERTO TO WS-SIM-REPORT-SALVO
              MOVE 'N' TO WS-REPORT-ABERTO
              DISPLAY '*** TRIAL RUN - NOTHING WILL BE POSTED - RATES '
                  'AS OF ' WS-SIM-DATA-TAXA ' ***'
              MOVE SPACES TO WS-SEG-EVENTO
              STRING 'TRIAL RUN STARTED RATES AS OF ' DELIMITED BY SIZE
                  WS-SIM-DATA-TAXA DELIMITED BY SIZE
                  INTO WS-SEG-EVENTO
              END-STRING
              PERFORM 053-REGISTRAR-AUD-SEGURANCA
           END-IF.
      *****************************************************************
       071-GRAVAR-SIMULACAO SECTION.
           IF SIM-COMPARAR
              PERFORM 072-CARREGAR-ULTIMA-EXECUCAO
           END-IF.
           MOVE WS-ACUMULADO TO WS-ACUMULADO-ED.
           OPEN OUTPUT SIMULACAO-FILE.
           IF WS-SIM-STATUS NOT = '00'
              DISPLAY 'Unable to open SIMULACAO.RPT, status: '
                  WS-SIM-STATUS
           ELSE
              PERFORM 076-MARCA-SIMULACAO
              MOVE SPACES TO WS-SIM-LINHA
              STRING 'TRIAL RUN ' DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  '  BUSINESS DATE ' DELIMITED BY SIZE
                  WS-DATA-NEGOCIO DELIMITED BY SIZE
                  '  RATES AS OF ' DELIMITED BY SIZE
                  WS-SIM-DATA-TAXA DELIMITED BY SIZE
                  '  OPERATOR ' DELIMITED BY SIZE
                  WS-OPERADOR-ID DELIMITED BY SIZE
                  INTO WS-SIM-LINHA
              END-STRING
              MOVE WS-SIM-LINHA TO SIMULACAO-RECORD
              WRITE SIMULACAO-RECORD
              MOVE WS-EDIT-ACEITOS TO WS-ACEITOS-ED
              MOVE WS-EDIT-REJEITADOS TO WS-REJEITADOS-ED
              MOVE WS-EDIT-DUPLICADOS TO WS-DUPLICADOS-ED
              MOVE SPACES TO WS-SIM-LINHA
              STRING 'EDIT ACCEPTED ' DELIMITED BY SIZE
                  WS-ACEITOS-ED DELIMITED BY SIZE
                  '  REJECTED ' DELIMITED BY SIZE
                  WS-REJEITADOS-ED DELIMITED BY SIZE
                  '  DUPLICATES ' DELIMITED BY SIZE
                  WS-DUPLICADOS-ED DELIMITED BY SIZE
                  '  (REJECTS IN SIMREJEI.DAT)' DELIMITED BY SIZE
                  INTO WS-SIM-LINHA
              END-STRING
              MOVE WS-SIM-LINHA TO SIMULACAO-RECORD
              WRITE SIMULACAO-RECORD
              MOVE WS-TRANS-SEQ TO WS-LIDOS-ED
              MOVE WS-FALHAS-LOTE TO WS-FALHAS-ED
              MOVE SPACES TO WS-SIM-LINHA
              STRING 'RECORDS READ ' DELIMITED BY SIZE
                  WS-LIDOS-ED DELIMITED BY SIZE
                  '  FAILED ' DELIMITED BY SIZE
                  WS-FALHAS-ED DELIMITED BY SIZE
                  ' (WOULD GO TO SUSPENSE)' DELIMITED BY SIZE
                  INTO WS-SIM-LINHA
              END-STRING
              MOVE WS-SIM-LINHA TO SIMULACAO-RECORD
              WRITE SIMULACAO-RECORD
              IF SIM-COMPARAR
                 MOVE SPACES TO WS-SIM-LINHA
                 STRING 'COMPARED WITH LAST POSTED RUN '
                     DELIMITED BY SIZE
                     WS-SIM-RUN-ANTERIOR DELIMITED BY SIZE
                     '  (DIFF = TRIAL - LAST)' DELIMITED BY SIZE
                     INTO WS-SIM-LINHA
                 END-STRING
                 MOVE WS-SIM-LINHA TO SIMULACAO-RECORD
                 WRITE SIMULACAO-RECORD
              END-IF
              MOVE '==== TRIAL COST CENTER TOTALS (NOT POSTED) ===='
                  TO SIMULACAO-RECORD
              WRITE SIMULACAO-RECORD
              PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                  UNTIL WS-CC-IDX > WS-CC-USADOS
                 MOVE WS-CC-CODIGO(WS-CC-IDX) TO WS-CC-CONSULTA
                 PERFORM 069-DESCREVER-CCUSTO
                 MOVE SPACES TO WS-SIM-ROTULO
                 STRING 'CC ' DELIMITED BY SIZE
                     WS-CC-CODIGO(WS-CC-IDX) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-CC-DESCRICAO DELIMITED BY SIZE
                     INTO WS-SIM-ROTULO
                 END-STRING
                 MOVE WS-CC-TOTAL(WS-CC-IDX) TO WS-SIM-VALOR
                 MOVE WS-CC-QTD(WS-CC-IDX) TO WS-SIM-QTD
                 PERFORM 077-ANTERIOR-CCUSTO
                 PERFORM 075-LINHA-SIMULACAO
              END-PERFORM
              IF SIM-COMPARAR
                 PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                     UNTIL WS-SIM-IDX > WS-SIM-CC-QTD
                    IF WS-SIM-CC-USADO(WS-SIM-IDX) NOT = 'S'
                       MOVE WS-SIM-CC-CODIGO(WS-SIM-IDX)
                           TO WS-CC-CONSULTA
                       PERFORM 069-DESCREVER-CCUSTO
                       MOVE SPACES TO WS-SIM-ROTULO
                       STRING 'CC ' DELIMITED BY SIZE
                           WS-SIM-CC-CODIGO(WS-SIM-IDX)
                           DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-CC-DESCRICAO DELIMITED BY SIZE
                           INTO WS-SIM-ROTULO
                       END-STRING
                       MOVE ZEROS TO WS-SIM-VALOR
                       MOVE ZEROS TO WS-SIM-QTD
                       MOVE WS-SIM-CC-TOTAL(WS-SIM-IDX)
                           TO WS-SIM-VALOR-ANT
                       PERFORM 075-LINHA-SIMULACAO
                    END-IF
                 END-PERFORM
              END-IF
              MOVE '==== TRIAL BRANCH TOTALS (NOT POSTED) ===='
                  TO SIMULACAO-RECORD
              WRITE SIMULACAO-RECORD
              PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                  UNTIL WS-FIL-IDX > WS-FIL-USADOS
                 MOVE SPACES TO WS-SIM-ROTULO
                 STRING 'BRANCH ' DELIMITED BY SIZE
                     WS-FIL-CODIGO(WS-FIL-IDX) DELIMITED BY SIZE
                     INTO WS-SIM-ROTULO
                 END-STRING
                 MOVE WS-FIL-TOTAL(WS-FIL-IDX) TO WS-SIM-VALOR
                 MOVE WS-FIL-QTD(WS-FIL-IDX) TO WS-SIM-QTD
                 PERFORM 078-ANTERIOR-FILIAL
                 PERFORM 075-LINHA-SIMULACAO
              END-PERFORM
              IF SIM-COMPARAR
                 PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                     UNTIL WS-SIM-IDX > WS-SIM-FIL-QTD
                    IF WS-SIM-FIL-USADO(WS-SIM-IDX) NOT = 'S'
                       MOVE SPACES TO WS-SIM-ROTULO
                       STRING 'BRANCH ' DELIMITED BY SIZE
                           WS-SIM-FIL-CODIGO(WS-SIM-IDX)
                           DELIMITED BY SIZE
                           INTO WS-SIM-ROTULO
                       END-STRING
                       MOVE ZEROS TO WS-SIM-VALOR
                       MOVE ZEROS TO WS-SIM-QTD
                       MOVE WS-SIM-FIL-TOTAL(WS-SIM-IDX)
                           TO WS-SIM-VALOR-ANT
                       PERFORM 075-LINHA-SIMULACAO
                    END-IF
                 END-PERFORM
              END-IF
              MOVE '==== TRIAL GRAND TOTAL (NOT POSTED) ===='
                  TO SIMULACAO-RECORD
              WRITE SIMULACAO-RECORD
              MOVE 'GRAND TOTAL' TO WS-SIM-ROTULO
              MOVE WS-ACUMULADO TO WS-SIM-VALOR
              MOVE WS-TRANS-SEQ TO WS-SIM-QTD
              MOVE WS-SIM-TOTAL-ANT TO WS-SIM-VALOR-ANT
              PERFORM 075-LINHA-SIMULACAO
              PERFORM 076-MARCA-SIMULACAO
              CLOSE SIMULACAO-FILE
              DISPLAY 'Trial run complete - see SIMULACAO.RPT. '
                  'Nothing was posted.'
           END-IF.
           MOVE SPACES TO WS-SEG-EVENTO.
           STRING 'TRIAL RUN ENDED RATES AS OF ' DELIMITED BY SIZE
               WS-SIM-DATA-TAXA DELIMITED BY SIZE
               ' TOTAL ' DELIMITED BY SIZE
               WS-ACUMULADO-ED DELIMITED BY SIZE
               INTO WS-SEG-EVENTO.
           PERFORM 053-REGISTRAR-AUD-SEGURANCA.
      *****************************************************************
       072-CARREGAR-ULTIMA-EXECUCAO SECTION.
           MOVE SPACES TO WS-SIM-RUN-ANTERIOR.
           MOVE ZEROS TO WS-SIM-TOTAL-ANT.
           MOVE ZEROS TO WS-SIM-EST-QTD.
           MOVE 'N' TO WS-SIM-EST-ESTOURO.
           MOVE ZEROS TO WS-SIM-CC-QTD.
           MOVE ZEROS TO WS-SIM-FIL-QTD.
           OPEN INPUT HISTORICO-FILE.
           EVALUATE TRUE
              WHEN WS-HIST-STATUS = '35'
                 DISPLAY 'No run history (HISTORICO.DAT) - trial '
                     'not compared.'
              WHEN WS-HIST-STATUS NOT = '00'
                 DISPLAY 'Unable to open HISTORICO.DAT, status: '
                     WS-HIST-STATUS
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ HISTORICO-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          MOVE HISTORICO-RECORD TO WS-HL-LINHA
                          IF WS-HL-PREFIXO = 'RUN ' AND
                             WS-HL-LINHA(18:11) = ' BACKED OUT'
                             IF WS-SIM-EST-QTD < 200
                                ADD 1 TO WS-SIM-EST-QTD
                                MOVE WS-HL-RUN-ID
                                    TO WS-SIM-EST-ID(WS-SIM-EST-QTD)
                             ELSE
                                SET SIM-EST-ESTOUROU TO TRUE
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE HISTORICO-FILE
                 IF NOT SIM-EST-ESTOUROU
                    OPEN INPUT HISTORICO-FILE
                    MOVE 'N' TO WS-FIM-ARQUIVO
                    PERFORM UNTIL FIM-DO-ARQUIVO
                       READ HISTORICO-FILE
                          AT END
                             SET FIM-DO-ARQUIVO TO TRUE
                          NOT AT END
                             PERFORM 073-AVALIAR-HISTORICO
                       END-READ
                    END-PERFORM
                    CLOSE HISTORICO-FILE
                 END-IF
                 MOVE 'N' TO WS-FIM-ARQUIVO
           END-EVALUATE.
           EVALUATE TRUE
              WHEN SIM-EST-ESTOUROU
                 DISPLAY 'Backed-out run table full - more than 200 '
                     'back-outs in HISTORICO.DAT; trial not compared.'
                 MOVE SPACES TO WS-SIM-RUN-ANTERIOR
                 MOVE 'N' TO WS-SIM-COMPARAR
              WHEN WS-SIM-RUN-ANTERIOR = SPACES
                 DISPLAY 'No posted run found to compare with.'
                 MOVE 'N' TO WS-SIM-COMPARAR
           END-EVALUATE.
      *****************************************************************
       073-AVALIAR-HISTORICO SECTION.
           MOVE HISTORICO-RECORD TO WS-HL-LINHA.
           IF WS-HL-PREFIXO = 'RUN '
              EVALUATE TRUE
                 WHEN WS-HL-TIPO = ' START '
                    PERFORM 074-VERIFICAR-ESTORNO
                    IF NOT SIM-RUN-ESTORNADA
                       MOVE WS-HL-RUN-ID TO WS-SIM-RUN-ANTERIOR
                       MOVE WS-HL-I-TOTAL TO WS-SIM-TOTAL-ANT
                       MOVE ZEROS TO WS-SIM-CC-QTD
                       MOVE ZEROS TO WS-SIM-FIL-QTD
                    END-IF
                 WHEN WS-HL-RUN-ID NOT = WS-SIM-RUN-ANTERIOR
                    CONTINUE
                 WHEN WS-HL-TIPO = ' BRANCH'
                    IF WS-SIM-FIL-QTD < 100
                       ADD 1 TO WS-SIM-FIL-QTD
                       MOVE WS-HL-F-CODIGO
                           TO WS-SIM-FIL-CODIGO(WS-SIM-FIL-QTD)
                       MOVE WS-HL-F-TOTAL
                           TO WS-SIM-FIL-TOTAL(WS-SIM-FIL-QTD)
                       MOVE 'N' TO WS-SIM-FIL-USADO(WS-SIM-FIL-QTD)
                    END-IF
                 WHEN WS-HL-TIPO(1:4) = ' CC '
                    IF WS-SIM-CC-QTD < 1000
                       ADD 1 TO WS-SIM-CC-QTD
                       MOVE WS-HL-C-CODIGO
                           TO WS-SIM-CC-CODIGO(WS-SIM-CC-QTD)
                       MOVE WS-HL-C-TOTAL
                           TO WS-SIM-CC-TOTAL(WS-SIM-CC-QTD)
                       MOVE 'N' TO WS-SIM-CC-USADO(WS-SIM-CC-QTD)
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *****************************************************************
       074-VERIFICAR-ESTORNO SECTION.
           MOVE 'N' TO WS-SIM-ESTORNADO.
           PERFORM VARYING WS-SIM-EST-IDX FROM 1 BY 1
               UNTIL WS-SIM-EST-IDX > WS-SIM-EST-QTD
                  OR SIM-RUN-ESTORNADA
              IF WS-SIM-EST-ID(WS-SIM-EST-IDX) = WS-HL-RUN-ID
                 SET SIM-RUN-ESTORNADA TO TRUE
              END-IF
           END-PERFORM.
      *****************************************************************
       075-LINHA-SIMULACAO SECTION.
           MOVE WS-SIM-VALOR TO WS-QBR-SUBTOTAL-ED.
           MOVE WS-SIM-QTD TO WS-QBR-CONTAGEM-ED.
           MOVE SPACES TO WS-SIM-LINHA.
           IF SIM-COMPARAR
              COMPUTE WS-SIM-DIFERENCA = WS-SIM-VALOR - WS-SIM-VALOR-ANT
              MOVE WS-SIM-VALOR-ANT TO WS-SIM-ANT-ED
              MOVE WS-SIM-DIFERENCA TO WS-SIM-DIF-ED
              STRING WS-SIM-ROTULO DELIMITED BY SIZE
                  ' TRIAL:' DELIMITED BY SIZE
                  WS-QBR-SUBTOTAL-ED DELIMITED BY SIZE
                  ' LAST:' DELIMITED BY SIZE
                  WS-SIM-ANT-ED DELIMITED BY SIZE
                  ' DIFF:' DELIMITED BY SIZE
                  WS-SIM-DIF-ED DELIMITED BY SIZE
                  INTO WS-SIM-LINHA
              END-STRING
           ELSE
              STRING WS-SIM-ROTULO DELIMITED BY SIZE
                  ' TOTAL: ' DELIMITED BY SIZE
                  WS-QBR-SUBTOTAL-ED DELIMITED BY SIZE
                  '  TRANSACTIONS: ' DELIMITED BY SIZE
                  WS-QBR-CONTAGEM-ED DELIMITED BY SIZE
                  INTO WS-SIM-LINHA
              END-STRING
           END-IF.
           MOVE WS-SIM-LINHA TO SIMULACAO-RECORD.
           WRITE SIMULACAO-RECORD.
      *****************************************************************
       076-MARCA-SIMULACAO SECTION.
           MOVE '*** TRIAL RUN - NOTHING POSTED - NOT OFFICIAL ***'
               TO SIMULACAO-RECORD.
           WRITE SIMULACAO-RECORD.
      *****************************************************************
       077-ANTERIOR-CCUSTO SECTION.
           MOVE ZEROS TO WS-SIM-VALOR-ANT.
           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
               UNTIL WS-SIM-IDX > WS-SIM-CC-QTD
              IF WS-SIM-CC-CODIGO(WS-SIM-IDX) = WS-CC-CODIGO(WS-CC-IDX)
                 MOVE WS-SIM-CC-TOTAL(WS-SIM-IDX) TO WS-SIM-VALOR-ANT
                 MOVE 'S' TO WS-SIM-CC-USADO(WS-SIM-IDX)
              END-IF
           END-PERFORM.
      *****************************************************************
       078-ANTERIOR-FILIAL SECTION.
           MOVE ZEROS TO WS-SIM-VALOR-ANT.
           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
               UNTIL WS-SIM-IDX > WS-SIM-FIL-QTD
              IF WS-SIM-FIL-CODIGO(WS-SIM-IDX) =
                 WS-FIL-CODIGO(WS-FIL-IDX)
                 MOVE WS-SIM-FIL-TOTAL(WS-SIM-IDX) TO WS-SIM-VALOR-ANT
                 MOVE 'S' TO WS-SIM-FIL-USADO(WS-SIM-IDX)
              END-IF
           END-PERFORM.
      *****************************************************************
       079-CARREGAR-CAMBIO SECTION.
           MOVE ZEROS TO WS-CB-QTD.
           MOVE 'N' TO WS-CAMBIO-ESTOURO.
           OPEN INPUT CAMBIO-FILE.
           EVALUATE TRUE
              WHEN WS-CAMBIO-STATUS = '35'
                 DISPLAY 'No exchange-rate table (CAMBIO.DAT) - '
                     'foreign-currency transactions will be suspended.'
              WHEN WS-CAMBIO-STATUS NOT = '00'
                 DISPLAY 'Unable to open CAMBIO.DAT, status: '
                     WS-CAMBIO-STATUS
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-CAMBIO
                 PERFORM UNTIL FIM-DO-CAMBIO
                    READ CAMBIO-FILE
                       AT END
                          SET FIM-DO-CAMBIO TO TRUE
                       NOT AT END
                          PERFORM 080-GUARDAR-CAMBIO
                    END-READ
                 END-PERFORM
                 CLOSE CAMBIO-FILE
                 DISPLAY 'Exchange-rate table loaded: ' WS-CB-QTD
                     ' entries.'
           END-EVALUATE.
      *****************************************************************
       080-GUARDAR-CAMBIO SECTION.
           IF CB-MOEDA = SPACES OR
              CB-DATA-VIGENCIA-X NOT NUMERIC OR
              CB-TAXA-X NOT NUMERIC
              DISPLAY 'Exchange-rate entry ignored (bad format): '
                  CB-MOEDA
           ELSE
              IF WS-CB-QTD < 200
                 ADD 1 TO WS-CB-QTD
                 MOVE CB-MOEDA TO WS-CB-MOEDA(WS-CB-QTD)
                 MOVE CB-DATA-VIGENCIA TO WS-CB-VIGENCIA(WS-CB-QTD)
                 MOVE CB-TAXA TO WS-CB-TAXA(WS-CB-QTD)
              ELSE
                 IF NOT CAMBIO-ESTOUROU
                    DISPLAY 'Exchange-rate table full at ' CB-MOEDA
                        ' - more than 200 entries in CAMBIO.DAT.'
                    SET CAMBIO-ESTOUROU TO TRUE
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       081-CONVERTER-MOEDA SECTION.
           SET CAMBIO-OK TO TRUE.
           MOVE ZEROS TO WS-RES-BASE.
           IF CALC-OK
              IF WS-MOEDA-PROC = SPACES
                 MOVE RES-NUMERICO TO WS-RES-BASE
              ELSE
                 SET CAMBIO-ERRO TO TRUE
                 MOVE ZEROS TO WS-CB-MELHOR-DATA
                 PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                     UNTIL WS-CB-IDX > WS-CB-QTD
                    IF WS-CB-MOEDA(WS-CB-IDX) = WS-MOEDA-PROC AND
                       WS-CB-VIGENCIA(WS-CB-IDX) <= WS-DATA-ATUAL AND
                       WS-CB-VIGENCIA(WS-CB-IDX) >= WS-CB-MELHOR-DATA
                       MOVE WS-CB-VIGENCIA(WS-CB-IDX)
                           TO WS-CB-MELHOR-DATA
                       MOVE WS-CB-TAXA(WS-CB-IDX) TO WS-CB-TAXA-PROC
                       SET CAMBIO-OK TO TRUE
                    END-IF
                 END-PERFORM
                 IF CAMBIO-OK
                    COMPUTE WS-RES-BASE ROUNDED =
                        RES-NUMERICO * WS-CB-TAXA-PROC
                       ON SIZE ERROR
                          SET CAMBIO-ERRO TO TRUE
                          MOVE 'FX CONVERSION OVFLOW'
                              TO WS-MOTIVO-FALHA
                    END-COMPUTE
                 ELSE
                    MOVE 'NO EXCHANGE RATE' TO WS-MOTIVO-FALHA
                 END-IF
                 IF CAMBIO-ERRO
                    DISPLAY 'No base-currency amount for '
                        WS-MOEDA-PROC ': ' WS-MOTIVO-FALHA
                    SET CALC-ERRO TO TRUE
                    MOVE ZEROS TO RES-NUMERICO
                    MOVE ZEROS TO WS-RES-BASE
                 END-IF
              END-IF
           END-IF.
      *****************************************************************
       082-ACUMULAR-MOEDA SECTION.
           IF WS-MS-ACHOU > ZEROS
              IF WS-MS-MOEDA(WS-MS-ACHOU) NOT = WS-MOEDA-PROC
                 MOVE ZEROS TO WS-MS-ACHOU
              END-IF
           END-IF.
           IF WS-MS-ACHOU = ZEROS
              PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                  UNTIL WS-MS-IDX > WS-MS-USADOS OR
                        WS-MS-ACHOU > ZEROS
                 IF WS-MS-MOEDA(WS-MS-IDX) = WS-MOEDA-PROC
                    MOVE WS-MS-IDX TO WS-MS-ACHOU
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-MS-ACHOU = ZEROS
              IF WS-MS-USADOS < 50
                 ADD 1 TO WS-MS-USADOS
                 MOVE WS-MS-USADOS TO WS-MS-ACHOU
                 MOVE WS-MOEDA-PROC TO WS-MS-MOEDA(WS-MS-ACHOU)
                 MOVE ZEROS TO WS-MS-ORIGINAL(WS-MS-ACHOU)
                 MOVE ZEROS TO WS-MS-BASE(WS-MS-ACHOU)
                 MOVE ZEROS TO WS-MS-QTD(WS-MS-ACHOU)
              ELSE
                 MOVE 'CURRENCY TABLE FULL' TO WS-INT-MOTIVO
                 PERFORM 098-INTERROMPER-LOTE
              END-IF
           END-IF.
           IF WS-MS-ACHOU > ZEROS
              ADD WS-DELTA-ORIG TO WS-MS-ORIGINAL(WS-MS-ACHOU)
                 ON SIZE ERROR
                    DISPLAY 'Currency total overflow for '
                        WS-MOEDA-PROC
              END-ADD
              ADD WS-DELTA TO WS-MS-BASE(WS-MS-ACHOU)
                 ON SIZE ERROR
                    DISPLAY 'Currency base total overflow for '
                        WS-MOEDA-PROC
              END-ADD
              ADD 1 TO WS-MS-QTD(WS-MS-ACHOU)
           END-IF.
      *****************************************************************
       083-RESUMO-MOEDAS SECTION.
           MOVE '==== CURRENCY SUMMARY ====' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
               UNTIL WS-MS-IDX > WS-MS-USADOS
              IF WS-MS-MOEDA(WS-MS-IDX) = SPACES
                 MOVE '(BASE)' TO WS-MS-ROTULO
              ELSE
                 MOVE WS-MS-MOEDA(WS-MS-IDX) TO WS-MS-ROTULO
              END-IF
              MOVE WS-MS-ORIGINAL(WS-MS-IDX) TO WS-MS-ORIGINAL-ED
              MOVE WS-MS-BASE(WS-MS-IDX) TO WS-QBR-SUBTOTAL-ED
              MOVE WS-MS-QTD(WS-MS-IDX) TO WS-QBR-CONTAGEM-ED
              MOVE SPACES TO WS-REPORT-LINHA
              STRING 'CCY ' DELIMITED BY SIZE
                  WS-MS-ROTULO DELIMITED BY SIZE
                  ' ORIGINAL: ' DELIMITED BY SIZE
                  WS-MS-ORIGINAL-ED DELIMITED BY SIZE
                  ' BASE: ' DELIMITED BY SIZE
                  WS-QBR-SUBTOTAL-ED DELIMITED BY SIZE
                  '  TRANSACTIONS: ' DELIMITED BY SIZE
                  WS-QBR-CONTAGEM-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINHA
              END-STRING
              MOVE WS-REPORT-LINHA TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-PERFORM.
      *****************************************************************
       084-AJUSTAR-DIA-UTIL SECTION.
           MOVE 'V' TO WS-CAL-FUNCAO.
           MOVE WS-DATA-NEGOCIO TO WS-CAL-DATA.
           PERFORM 088-CHAMAR-CALENDARIO.
           EVALUATE TRUE
              WHEN CAL-DATA-INVALIDA
                 DISPLAY 'Business-day calendar unavailable - system '
                     'date used as business date.'
              WHEN CAL-DIA-NAO-UTIL
                 MOVE 'P' TO WS-CAL-FUNCAO
                 PERFORM 088-CHAMAR-CALENDARIO
                 IF CAL-DATA-INVALIDA
                    DISPLAY 'Business-day calendar unavailable - '
                        'system date used as business date.'
                 ELSE
                    DISPLAY 'System date ' WS-DATA-NEGOCIO
                        ' is not a business day - business date '
                        'rolled to ' WS-CAL-RESULTADO
                    MOVE WS-CAL-RESULTADO TO WS-DATA-NEGOCIO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *****************************************************************
       085-DEFINIR-DATA-NEGOCIO SECTION.
           IF WS-LOTE-STATUS = 'A'
              DISPLAY 'Batch for business date ' WS-LOTE-DATA
                  ' was started and not completed.'
              DISPLAY 'Restart it before changing the business date.'
              MOVE 'BUSINESS DATE CHANGE REFUSED - BATCH OPEN'
                  TO WS-SEG-EVENTO
              PERFORM 053-REGISTRAR-AUD-SEGURANCA
           ELSE
              DISPLAY 'Current business date: ' WS-DATA-NEGOCIO
              DISPLAY 'N - Roll to the next business day'
              DISPLAY 'F - Force a specific date'
              DISPLAY 'Choose (blank = keep current date): '
              MOVE SPACE TO WS-RESPOSTA
              ACCEPT WS-RESPOSTA
              INSPECT WS-RESPOSTA CONVERTING 'nf' TO 'NF'
              MOVE ZEROS TO WS-DATA-NOVA
              EVALUATE WS-RESPOSTA
                 WHEN 'N'
                    MOVE 'P' TO WS-CAL-FUNCAO
                    MOVE WS-DATA-NEGOCIO TO WS-CAL-DATA
                    PERFORM 088-CHAMAR-CALENDARIO
                    IF CAL-DATA-INVALIDA
                       DISPLAY 'Business-day calendar unavailable.'
                    ELSE
                       MOVE WS-CAL-RESULTADO TO WS-DATA-NOVA
                    END-IF
                 WHEN 'F'
                    DISPLAY 'New business date (AAAAMMDD): '
                    MOVE SPACES TO WS-DATA-DIGITADA
                    ACCEPT WS-DATA-DIGITADA
                    IF WS-DATA-DIGITADA IS NOT NUMERIC
                       DISPLAY 'Invalid date.'
                    ELSE
                       MOVE 'V' TO WS-CAL-FUNCAO
                       MOVE WS-DATA-DIGITADA TO WS-CAL-DATA
                       PERFORM 088-CHAMAR-CALENDARIO
                       EVALUATE TRUE
                          WHEN CAL-DATA-INVALIDA
                             DISPLAY 'Invalid date.'
                          WHEN CAL-DIA-NAO-UTIL
                             DISPLAY WS-CAL-DATA ' is not a business '
                                 'day - use it anyway? (S/N): '
                             ACCEPT WS-RESPOSTA
                             IF WS-RESPOSTA = 'S' OR
                                WS-RESPOSTA = 's'
                                MOVE WS-CAL-DATA TO WS-DATA-NOVA
                             END-IF
                          WHEN OTHER
                             MOVE WS-CAL-DATA TO WS-DATA-NOVA
                       END-EVALUATE
                    END-IF
                 WHEN SPACE
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'Invalid option.'
              END-EVALUATE
              IF WS-DATA-NOVA = ZEROS OR
                 WS-DATA-NOVA = WS-DATA-NEGOCIO
                 DISPLAY 'Business date not changed.'
              ELSE
                 PERFORM 086-APLICAR-DATA-NEGOCIO
              END-IF
           END-IF.
      *****************************************************************
       086-APLICAR-DATA-NEGOCIO SECTION.
           PERFORM 087-PROXIMO-NUM-EXEC.
           MOVE SPACES TO WS-SEG-EVENTO.
           IF WS-RESPOSTA = 'N'
              STRING 'BUSINESS DATE ROLLED ' DELIMITED BY SIZE
                  INTO WS-SEG-EVENTO
           ELSE
              STRING 'BUSINESS DATE FORCED ' DELIMITED BY SIZE
                  INTO WS-SEG-EVENTO
           END-IF.
           STRING WS-DATA-NEGOCIO DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-DATA-NOVA DELIMITED BY SIZE
               ' RUN=' DELIMITED BY SIZE
               WS-DATA-NOVA DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-NUM-EXEC DELIMITED BY SIZE
               INTO WS-SEG-EVENTO(22:39).
           PERFORM 053-REGISTRAR-AUD-SEGURANCA.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-ANTERIOR.
           MOVE WS-DATA-NOVA TO WS-DATA-NEGOCIO.
           MOVE WS-DATA-NOVA TO WS-DATA-FIXADA.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-DATA-NEGOCIO '-' WS-NUM-EXEC
               DELIMITED BY SIZE INTO WS-RUN-ID.
           PERFORM 042-GRAVAR-RUN-CONTROL.
           DISPLAY 'Business date changed from ' WS-DATA-ANTERIOR
               ' to ' WS-DATA-NEGOCIO.
           IF WS-DATA-NEGOCIO < WS-DATA-RELOGIO
              DISPLAY 'Date is before the system date - it applies '
                  'to this session only.'
           END-IF.
           DISPLAY 'Run ID: ' WS-RUN-ID.
      *****************************************************************
       087-PROXIMO-NUM-EXEC SECTION.
           MOVE ZEROS TO WS-MAIOR-EXEC.
           OPEN INPUT HISTORICO-FILE.
           EVALUATE TRUE
              WHEN WS-HIST-STATUS = '35'
                 CONTINUE
              WHEN WS-HIST-STATUS NOT = '00'
                 DISPLAY 'Unable to open HISTORICO.DAT, status: '
                     WS-HIST-STATUS
              WHEN OTHER
                 MOVE 'N' TO WS-FIM-ARQUIVO
                 PERFORM UNTIL FIM-DO-ARQUIVO
                    READ HISTORICO-FILE
                       AT END
                          SET FIM-DO-ARQUIVO TO TRUE
                       NOT AT END
                          MOVE HISTORICO-RECORD TO WS-HL-LINHA
                          IF WS-HL-PREFIXO = 'RUN ' AND
                             WS-HL-RUN-ID(1:8) = WS-DATA-NOVA AND
                             WS-HL-RUN-ID(9:1) = '-' AND
                             WS-HL-RUN-ID(10:4) IS NUMERIC AND
                             WS-HL-RUN-ID(10:4) > WS-MAIOR-EXEC
                             MOVE WS-HL-RUN-ID(10:4) TO WS-MAIOR-EXEC
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE HISTORICO-FILE
                 MOVE 'N' TO WS-FIM-ARQUIVO
           END-EVALUATE.
           COMPUTE WS-NUM-EXEC = WS-MAIOR-EXEC + 1.
      *****************************************************************
       088-CHAMAR-CALENDARIO SECTION.
           MOVE SPACES TO WS-CAL-FILIAL.
           CALL 'DIA-UTIL' USING WS-CAL-FUNCAO, WS-CAL-FILIAL,
               WS-CAL-DATA, WS-CAL-DATA-FIM, WS-CAL-RESULTADO,
               WS-CAL-DIAS, WS-CAL-SIT.
      *****************************************************************
       089-VERIFICAR-PERIODO SECTION.
           MOVE 'V' TO WS-SP-FUNCAO.
           MOVE SPACES TO WS-SP-RUN-ALVO.
           CALL 'SALDO-PER' USING WS-SP-FUNCAO, WS-DATA-NEGOCIO,
               WS-SP-RUN-ALVO, WS-SP-STATUS.
           MOVE SPACES TO WS-SEG-EVENTO.
           EVALUATE TRUE
              WHEN PERIODO-FECHADO
                 DISPLAY 'Business date ' WS-DATA-NEGOCIO ' falls in '
                     'a closed period - ' WS-PER-OPERACAO
                     ' refused.'
                 STRING 'PERIOD ' DELIMITED BY SIZE
                     WS-DATA-NEGOCIO(1:6) DELIMITED BY SIZE
                     ' CLOSED - ' DELIMITED BY SIZE
                     WS-PER-OPERACAO DELIMITED BY '  '
                     ' REFUSED' DELIMITED BY SIZE
                     INTO WS-SEG-EVENTO
                 END-STRING
                 PERFORM 053-REGISTRAR-AUD-SEGURANCA
              WHEN SALDOS-ERRO
                 DISPLAY 'Period lock could not be checked - '
                     WS-PER-OPERACAO ' refused.'
                 STRING 'PERIOD LOCK UNREADABLE - ' DELIMITED BY SIZE
                     WS-PER-OPERACAO DELIMITED BY '  '
                     ' REFUSED' DELIMITED BY SIZE
                     INTO WS-SEG-EVENTO
                 END-STRING
                 PERFORM 053-REGISTRAR-AUD-SEGURANCA
           END-EVALUATE.
      *****************************************************************
       090-ATUALIZAR-SALDOS SECTION.
           MOVE 'G' TO WS-SP-FUNCAO.
           MOVE SPACES TO WS-SP-RUN-ALVO.
           CALL 'SALDO-PER' USING WS-SP-FUNCAO, WS-DATA-NEGOCIO,
               WS-SP-RUN-ALVO, WS-SP-STATUS.
      *****************************************************************
       092-PEDIR-INTERVALO-CKPT SECTION.
           MOVE 100 TO WS-CKPT-INTERVALO.
           DISPLAY 'Checkpoint every how many records? '
               '(1-500, blank = 100): '.
           MOVE SPACES TO WS-CKPT-ENTRADA.
           ACCEPT WS-CKPT-ENTRADA FROM CONSOLE.
           IF WS-CKPT-ENTRADA NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-CKPT-ENTRADA) TO WS-CKPT-LIDO
              IF WS-CKPT-LIDO < 1 OR WS-CKPT-LIDO > 500
                 DISPLAY 'Invalid interval - 100 used.'
              ELSE
                 MOVE WS-CKPT-LIDO TO WS-CKPT-INTERVALO
                 IF WS-CKPT-INTERVALO NOT = WS-CKPT-LIDO
                    DISPLAY 'Invalid interval - 100 used.'
                    MOVE 100 TO WS-CKPT-INTERVALO
                 END-IF
              END-IF
           END-IF.
           DISPLAY 'Checkpoint taken every ' WS-CKPT-INTERVALO
               ' record(s).'.
      *****************************************************************
       093-ABRIR-ARQ-LOTE SECTION.
           MOVE 'N' TO WS-ARQ-LOTE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           OPEN EXTEND MESTHIST-FILE.
           IF WS-MH-STATUS = '05' OR WS-MH-STATUS = '35'
              OPEN OUTPUT MESTHIST-FILE
           END-IF.
           OPEN EXTEND SUSPENSO-FILE.
           IF WS-SUSP-STATUS = '05' OR WS-SUSP-STATUS = '35'
              OPEN OUTPUT SUSPENSO-FILE
           END-IF.
           OPEN I-O MESTRE-FILE.
           IF WS-MESTRE-STATUS = '35'
              OPEN OUTPUT MESTRE-FILE
              CLOSE MESTRE-FILE
              OPEN I-O MESTRE-FILE
           END-IF.
           EVALUATE TRUE
              WHEN WS-AUDIT-STATUS NOT = '00'
                 DISPLAY 'Unable to open AUDITORIA.LOG, status: '
                     WS-AUDIT-STATUS
              WHEN WS-MH-STATUS NOT = '00'
                 DISPLAY 'Unable to open MESTHIST.DAT, status: '
                     WS-MH-STATUS
              WHEN WS-SUSP-STATUS NOT = '00'
                 DISPLAY 'Unable to open SUSPENSO.DAT, status: '
                     WS-SUSP-STATUS
              WHEN WS-MESTRE-STATUS NOT = '00' AND
                   WS-MESTRE-STATUS NOT = '05'
                 DISPLAY 'Unable to open MESTRE.DAT, status: '
                     WS-MESTRE-STATUS
              WHEN OTHER
                 SET ARQUIVOS-LOTE-ABERTOS TO TRUE
           END-EVALUATE.
           IF NOT ARQUIVOS-LOTE-ABERTOS
              CLOSE AUDIT-LOG-FILE
              CLOSE MESTHIST-FILE
              CLOSE SUSPENSO-FILE
              CLOSE MESTRE-FILE
              MOVE 'RUN FILES UNAVAILABLE' TO WS-INT-MOTIVO
              PERFORM 098-INTERROMPER-LOTE
           END-IF.
      *****************************************************************
       094-FECHAR-ARQ-LOTE SECTION.
           IF ARQUIVOS-LOTE-ABERTOS
              CLOSE AUDIT-LOG-FILE
              CLOSE MESTHIST-FILE
              CLOSE SUSPENSO-FILE
              CLOSE MESTRE-FILE
              MOVE 'N' TO WS-ARQ-LOTE
           END-IF.
      *****************************************************************
       095-RETER-GRAVACAO SECTION.
           IF WS-GV-QTD < 3000
              ADD 1 TO WS-GV-QTD
              MOVE WS-GV-TIPO TO WS-GV-ARQUIVO(WS-GV-QTD)
              MOVE WS-GV-REGISTRO TO WS-GV-DADOS(WS-GV-QTD)
           ELSE
              MOVE 'COMMIT BUFFER FULL' TO WS-INT-MOTIVO
              PERFORM 098-INTERROMPER-LOTE
           END-IF.
      *****************************************************************
       096-EFETIVAR-GRAVACOES SECTION.
           PERFORM VARYING WS-GV-IDX FROM 1 BY 1
                   UNTIL WS-GV-IDX > WS-GV-QTD
              EVALUATE WS-GV-ARQUIVO(WS-GV-IDX)
                 WHEN 'A'
                    MOVE WS-GV-DADOS(WS-GV-IDX) TO AUDIT-LOG-RECORD
                    WRITE AUDIT-LOG-RECORD
                 WHEN 'H'
                    MOVE WS-GV-DADOS(WS-GV-IDX) TO MESTHIST-RECORD
                    WRITE MESTHIST-RECORD
                 WHEN 'S'
                    MOVE WS-GV-DADOS(WS-GV-IDX) TO SUSPENSO-RECORD
                    WRITE SUSPENSO-RECORD
                 WHEN 'X'
                    IF GLHIST-ABERTO
                       MOVE WS-GV-DADOS(WS-GV-IDX) TO GLHIST-RECORD
                       WRITE GLHIST-RECORD
                    END-IF
                 WHEN 'P'
                    IF PENDENTES-ABERTO
                       MOVE WS-GV-DADOS(WS-GV-IDX) TO PENDENTE-RECORD
                       WRITE PENDENTE-RECORD
                    END-IF
              END-EVALUATE
           END-PERFORM.
           MOVE ZEROS TO WS-GV-QTD.
           PERFORM 094-FECHAR-ARQ-LOTE.
           IF GLHIST-ABERTO
              CLOSE GLHIST-FILE
              OPEN EXTEND GLHIST-FILE
              IF WS-GLH-STATUS NOT = '00'
                 DISPLAY 'Unable to reopen GLHIST.DAT, status: '
                     WS-GLH-STATUS
                 MOVE 'N' TO WS-GLH-ABERTO
                 MOVE 'GL HISTORY UNAVAILABLE' TO WS-INT-MOTIVO
                 PERFORM 098-INTERROMPER-LOTE
              END-IF
           END-IF.
           IF PENDENTES-ABERTO
              CLOSE PENDENTES-FILE
              OPEN EXTEND PENDENTES-FILE
              IF WS-PEND-STATUS NOT = '00'
                 DISPLAY 'Unable to reopen PENDENTES.DAT, status: '
                     WS-PEND-STATUS
                 MOVE 'N' TO WS-PEND-ABERTO
                 MOVE 'PENDING FILE UNAVAILABLE' TO WS-INT-MOTIVO
                 PERFORM 098-INTERROMPER-LOTE
              END-IF
           END-IF.
           IF NOT LOTE-INTERROMPIDO
              PERFORM 093-ABRIR-ARQ-LOTE
           END-IF.
      *****************************************************************
       097-CONTAR-CHECKPOINT SECTION.
           IF NOT LOTE-INTERROMPIDO
              ADD 1 TO WS-CKPT-CONTADOR
              IF WS-CKPT-CONTADOR NOT < WS-CKPT-INTERVALO OR
                 WS-GV-QTD > 2990
                 PERFORM 011-GRAVAR-CHECKPOINT
              END-IF
           END-IF.
      *****************************************************************
       098-INTERROMPER-LOTE SECTION.
           IF NOT LOTE-INTERROMPIDO
              SET LOTE-INTERROMPIDO TO TRUE
              DISPLAY 'Batch stopped - ' WS-INT-MOTIVO
                  ' (record ' WS-TRANS-SEQ ').'
           END-IF.
      *****************************************************************
       099-ENCERRAR-INTERROMPIDO SECTION.
           MOVE ZEROS TO WS-GV-QTD.
           PERFORM 094-FECHAR-ARQ-LOTE.
           IF GL-ABERTO
              CLOSE GL-FILE
              MOVE 'N' TO WS-GL-ABERTO
           END-IF.
           IF GLHIST-ABERTO
              CLOSE GLHIST-FILE
              MOVE 'N' TO WS-GLH-ABERTO
           END-IF.
           IF PENDENTES-ABERTO
              CLOSE PENDENTES-FILE
              MOVE 'N' TO WS-PEND-ABERTO
           END-IF.
           MOVE 'N' TO WS-GLP-ATIVO.
           MOVE SPACES TO WS-SEG-EVENTO.
           STRING 'BATCH STOPPED - ' DELIMITED BY SIZE
               WS-INT-MOTIVO DELIMITED BY SIZE
               ' RECORD=' DELIMITED BY SIZE
               WS-TRANS-SEQ DELIMITED BY SIZE
               INTO WS-SEG-EVENTO
           END-STRING.
           PERFORM 053-REGISTRAR-AUD-SEGURANCA.
           IF MODO-SIMULACAO
              DISPLAY 'Trial run stopped - no trial report produced.'
           ELSE
              DISPLAY 'Batch left open - correct the cause and rerun; '
                  'processing restarts after record ' WS-ULTIMO-CKPT
                  '.'
           END-IF.
      *****************************************************************
       100-ESTATISTICAS-LOTE SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
           MOVE WS-DATA-HORA(1:16) TO WS-EST-FIM.
           COMPUTE WS-EST-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-EST-FIM-DATA) -
               FUNCTION INTEGER-OF-DATE(WS-EST-INI-DATA).
           COMPUTE WS-EST-CENTESIMOS = WS-EST-DIAS * 8640000
               + WS-EST-FIM-HH * 360000 + WS-EST-FIM-MM * 6000
               + WS-EST-FIM-SS * 100 + WS-EST-FIM-CC
               - WS-EST-INI-HH * 360000 - WS-EST-INI-MM * 6000
               - WS-EST-INI-SS * 100 - WS-EST-INI-CC.
           IF WS-EST-CENTESIMOS < 1
              MOVE 1 TO WS-EST-CENTESIMOS
           END-IF.
           COMPUTE WS-EST-SEGUNDOS = WS-EST-CENTESIMOS / 100.
           IF WS-EST-LIDOS > WS-QTD-SALTADOS
              COMPUTE WS-EST-PROCESSADOS =
                  WS-EST-LIDOS - WS-QTD-SALTADOS
           ELSE
              MOVE ZEROS TO WS-EST-PROCESSADOS
           END-IF.
           COMPUTE WS-EST-POR-SEG ROUNDED =
               WS-EST-PROCESSADOS * 100 / WS-EST-CENTESIMOS
               ON SIZE ERROR
                  MOVE 9999999,9 TO WS-EST-POR-SEG
           END-COMPUTE.
           MOVE '==== BATCH STATISTICS ====' TO WS-REPORT-LINHA.
           PERFORM 101-LINHA-ESTATISTICA.
           MOVE SPACES TO WS-REPORT-LINHA.
           EVALUATE TRUE
              WHEN LOTE-INTERROMPIDO
                 STRING 'RUN ' DELIMITED BY SIZE
                     WS-RUN-ID DELIMITED BY SIZE
                     ' STOPPED - ' DELIMITED BY SIZE
                     WS-INT-MOTIVO DELIMITED BY SIZE
                     INTO WS-REPORT-LINHA
                 END-STRING
              WHEN MODO-SIMULACAO
                 STRING 'TRIAL RUN AS OF ' DELIMITED BY SIZE
                     WS-DATA-ATUAL DELIMITED BY SIZE
                     INTO WS-REPORT-LINHA
                 END-STRING
              WHEN OTHER
                 STRING 'RUN ' DELIMITED BY SIZE
                     WS-RUN-ID DELIMITED BY SIZE
                     ' COMPLETED' DELIMITED BY SIZE
                     INTO WS-REPORT-LINHA
                 END-STRING
           END-EVALUATE.
           PERFORM 101-LINHA-ESTATISTICA.
           MOVE WS-EST-SEGUNDOS TO WS-EST-SEG-ED.
           MOVE SPACES TO WS-REPORT-LINHA.
           STRING 'START: ' DELIMITED BY SIZE
               WS-EST-INI-DATA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EST-INI-HH ':' WS-EST-INI-MM ':' WS-EST-INI-SS
               DELIMITED BY SIZE
               '  END: ' DELIMITED BY SIZE
               WS-EST-FIM-DATA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EST-FIM-HH ':' WS-EST-FIM-MM ':' WS-EST-FIM-SS
               DELIMITED BY SIZE
               '  ELAPSED (S): ' DELIMITED BY SIZE
               WS-EST-SEG-ED DELIMITED BY SIZE
               INTO WS-REPORT-LINHA
           END-STRING.
           PERFORM 101-LINHA-ESTATISTICA.
           MOVE WS-EST-LIDOS TO WS-EST-LIDOS-ED.
           MOVE WS-EST-PROCESSADOS TO WS-EST-PROC-ED.
           MOVE WS-QTD-SALTADOS TO WS-EST-SALT-ED.
           MOVE SPACES TO WS-REPORT-LINHA.
           STRING 'RECORDS READ: ' DELIMITED BY SIZE
               WS-EST-LIDOS-ED DELIMITED BY SIZE
               '  PROCESSED: ' DELIMITED BY SIZE
               WS-EST-PROC-ED DELIMITED BY SIZE
               '  SKIPPED ON RESTART: ' DELIMITED BY SIZE
               WS-EST-SALT-ED DELIMITED BY SIZE
               INTO WS-REPORT-LINHA
           END-STRING.
           PERFORM 101-LINHA-ESTATISTICA.
           MOVE WS-EST-POR-SEG TO WS-EST-TAXA-ED.
           MOVE SPACES TO WS-REPORT-LINHA.
           STRING 'RECORDS PER SECOND: ' DELIMITED BY SIZE
               WS-EST-TAXA-ED DELIMITED BY SIZE
               INTO WS-REPORT-LINHA
           END-STRING.
           PERFORM 101-LINHA-ESTATISTICA.
           IF NOT MODO-SIMULACAO
              MOVE WS-CKPT-INTERVALO TO WS-EST-INTERV-ED
              MOVE WS-CKPT-GRAVADOS TO WS-EST-CKPT-ED
              MOVE SPACES TO WS-REPORT-LINHA
              STRING 'CHECKPOINT INTERVAL: ' DELIMITED BY SIZE
                  WS-EST-INTERV-ED DELIMITED BY SIZE
                  '  CHECKPOINTS TAKEN: ' DELIMITED BY SIZE
                  WS-EST-CKPT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINHA
              END-STRING
              PERFORM 101-LINHA-ESTATISTICA
           END-IF.
      *****************************************************************
       101-LINHA-ESTATISTICA SECTION.
           DISPLAY WS-REPORT-LINHA.
           IF REPORT-ABERTO
              MOVE WS-REPORT-LINHA TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

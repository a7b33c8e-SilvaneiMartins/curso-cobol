      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 02/09/2026 SM      VERSAO ORIGINAL.
      * 15/10/2026 SM      PARM SEM O PERIODO (SO A MATRICULA, OU
      *                    NENHUM PARM PARA TODAS) CONSULTA O MES
      *                    ANTERIOR AO DA DATA DE PROCESSAMENTO DO
      *                    CALENDAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG014A.
           SELECT CONSULTA-REPORT ASSIGN TO "MOVQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVQRPT-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  CONSULTA-REPORT-RECORD         PIC X(80).

      * SO O PRIMEIRO REGISTRO (TIPO "P", DATA DE PROCESSAMENTO).
       FD  CALENDARIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALENDARIO-RECORD.
           05  CAL-TIPO-REGISTRO          PIC X(01).
           05  FILLER                     PIC X(01).
           05  CAL-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  CAL-TIPO-DIA               PIC X(01).
           05  FILLER                     PIC X(01).
           05  CAL-DESCRICAO              PIC X(30).
           05  FILLER                     PIC X(37).

       WORKING-STORAGE SECTION.
       77  WS-HISTMOV-STATUS              PIC X(02) VALUE SPACES.
       77  WS-MOVQRPT-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CALENDAR-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EOF-HISTORICO-SW            PIC X(01) VALUE "N".
           88  EOF-HISTORICO                  VALUE "Y".
       77  WS-ARQUIVOS-RESULT-SW          PIC X(01) VALUE "S".
       77  WS-MATRICULA-ALVO              PIC X(06) VALUE SPACES.
       77  WS-DATA-INICIO                 PIC X(08) VALUE SPACES.
       77  WS-DATA-FIM                    PIC X(08) VALUE SPACES.
       77  WS-DATA-PROCESSAMENTO          PIC X(08) VALUE SPACES.
       77  WS-DATA-NUMERICA               PIC 9(08) VALUE ZERO.
       77  WS-DIA-INTEIRO                 PIC 9(07) COMP VALUE ZERO.
       77  WS-CONTA-LIDOS                 PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-NO-PERIODO            PIC 9(06) COMP VALUE ZERO.
       77  WS-TURNO-VIGENTE               PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
      * MATRICULA ****** (OU EM BRANCO) CONSULTA TODAS. O TURNO
      * VIGENTE SO E RECONSTITUIDO QUANDO A CONSULTA E DE UMA
      * MATRICULA, PORQUE E UM ESTADO POR OPERADOR. SEM O PERIODO
      * (PARM SO COM A MATRICULA, OU SEM PARM PARA TODAS) VALE O
      * MES ANTERIOR AO DA DATA DE PROCESSAMENTO DO CALENDAR.
      *-----------------------------------------------------------------
       0001-VALIDA-PARM.
           DISPLAY "0001-VALIDA-PARM"
           MOVE "N" TO WS-PARM-VALIDO-SW
           EVALUATE TRUE
               WHEN LK-PARM-LENGTH = ZERO
                   MOVE "******" TO WS-MATRICULA-ALVO
                   PERFORM 0001-010-PERIODO-CALENDARIO
               WHEN LK-PARM-LENGTH = 6
                   MOVE LK-PARM-MATRICULA TO WS-MATRICULA-ALVO
                   PERFORM 0001-010-PERIODO-CALENDARIO
               WHEN LK-PARM-LENGTH < 22
                   DISPLAY "PARM INCOMPLETO - INFORMAR MATRICULA "
                       "(OU ******) + INICIO + FIM (AAAAMMDD)"
               WHEN LK-PARM-INICIO IS NUMERIC
                   AND LK-PARM-FIM IS NUMERIC
                   AND LK-PARM-INICIO NOT > LK-PARM-FIM
                   MOVE LK-PARM-MATRICULA TO WS-MATRICULA-ALVO
                   MOVE LK-PARM-INICIO TO WS-DATA-INICIO
                   MOVE LK-PARM-FIM TO WS-DATA-FIM
                   MOVE "Y" TO WS-PARM-VALIDO-SW
               WHEN OTHER
                   DISPLAY "PERIODO INVALIDO NO PARM: "
                       LK-PARM-INICIO " A " LK-PARM-FIM
           END-EVALUATE
           IF PARM-VALIDO
               IF WS-MATRICULA-ALVO = "******"
                   OR WS-MATRICULA-ALVO = SPACES
                   MOVE "Y" TO WS-TODAS-MATRICULAS-SW
               END-IF
           END-IF
                .
       0001-VALIDA-PARM-END.

      *-----------------------------------------------------------------
      * O PRIMEIRO REGISTRO DO CALENDAR TRAZ A DATA DE PROCESSAMENTO
      * CORRENTE, VIRADA TODO DIA PELO PROG026AJ. O PERIODO VAI DO
      * DIA 1 DO MES ANTERIOR A VESPERA DO DIA 1 DO MES CORRENTE.
      * SEM O CALENDAR O PASSO TERMINA COM PARM INVALIDO.
      *-----------------------------------------------------------------
       0001-010-PERIODO-CALENDARIO.
           MOVE SPACES TO WS-DATA-PROCESSAMENTO
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDAR-STATUS = "00"
               READ CALENDARIO-FILE
                   AT END
                       MOVE SPACES TO CALENDARIO-RECORD
               END-READ
               IF CAL-TIPO-REGISTRO = "P" AND CAL-DATA IS NUMERIC
                   MOVE CAL-DATA TO WS-DATA-PROCESSAMENTO
               ELSE
                   DISPLAY "CALENDAR SEM A DATA DE PROCESSAMENTO"
               END-IF
               CLOSE CALENDARIO-FILE
           ELSE
               DISPLAY "PERIODO NAO INFORMADO E SEM CALENDAR - "
                   "STATUS: " WS-CALENDAR-STATUS
           END-IF
           IF WS-DATA-PROCESSAMENTO NOT = SPACES
               MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-NUMERICA
               MOVE "01" TO WS-DATA-NUMERICA(7:2)
               COMPUTE WS-DIA-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA) - 1
               COMPUTE WS-DATA-NUMERICA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
               MOVE WS-DATA-NUMERICA TO WS-DATA-FIM
               MOVE "01" TO WS-DATA-NUMERICA(7:2)
               MOVE WS-DATA-NUMERICA TO WS-DATA-INICIO
               DISPLAY "PERIODO DERIVADO DO CALENDAR: "
                   WS-DATA-INICIO " A " WS-DATA-FIM
               MOVE "Y" TO WS-PARM-VALIDO-SW
           END-IF
                .
       0001-010-PERIODO-CALENDARIO-END.

      *-----------------------------------------------------------------
       0002-INICIALIZA.
           DISPLAY "0002-INICIALIZA"

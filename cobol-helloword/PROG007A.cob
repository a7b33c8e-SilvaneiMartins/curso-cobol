      *                    GARANTIA LIDOS = MANTIDOS + ARQUIVADOS.
      *                    O JOB PODE SER RESSUBMETIDO INTEIRO DO
      *                    INICIO APOS QUALQUER ABEND.
      * 15/10/2026 SM      SEM PARM, A DATA DE CORTE E A DATA DE
      *                    PROCESSAMENTO DO CALENDAR MENOS OS 90
      *                    DIAS DE RETENCAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG007A.
           SELECT CONTROLE-FILE ASSIGN TO "PURGCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGCTRL-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  CTL-HIST-ANTES             PIC 9(06).
           05  FILLER                     PIC X(31).

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
       77  WS-MENSLOG-STATUS              PIC X(02) VALUE SPACES.
       77  WS-MENSHIST-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DATA-HOJE                   PIC X(08) VALUE SPACES.
       77  WS-HORA-AGORA                  PIC X(06) VALUE SPACES.
       77  WS-FASE-CONTROLE               PIC X(10) VALUE SPACES.
       77  WS-CALENDAR-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DATA-PROCESSAMENTO          PIC X(08) VALUE SPACES.
       77  WS-DIAS-RETENCAO               PIC 9(03) VALUE 090.
       77  WS-DATA-NUMERICA               PIC 9(08) VALUE ZERO.
       77  WS-DIA-INTEIRO                 PIC 9(07) COMP VALUE ZERO.

       01  WS-DATA-HORA-ATUAL.
           05  WS-DHA-ANO                 PIC 9(04).
       0001-VALIDA-PARM.
           DISPLAY "0001-VALIDA-PARM"
           MOVE "N" TO WS-PARM-VALIDO-SW
           EVALUATE TRUE
               WHEN LK-PARM-LENGTH = ZERO
                   PERFORM 0001-010-LE-CALENDARIO
                   IF WS-DATA-PROCESSAMENTO NOT = SPACES
                       MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-NUMERICA
                       COMPUTE WS-DIA-INTEIRO =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA)
                           - WS-DIAS-RETENCAO
                       COMPUTE WS-DATA-NUMERICA =
                           FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
                       MOVE WS-DATA-NUMERICA TO WS-DATA-CORTE
                       DISPLAY "DATA DE CORTE DERIVADA DO CALENDAR: "
                           WS-DATA-CORTE
                       MOVE "Y" TO WS-PARM-VALIDO-SW
                   END-IF
               WHEN LK-PARM-LENGTH < 8
                   DISPLAY "PARM INCOMPLETO - DATA DE CORTE NAO "
                       "INFORMADA (AAAAMMDD)"
               WHEN LK-PARM-DATA-CORTE IS NUMERIC
                   MOVE LK-PARM-DATA-CORTE TO WS-DATA-CORTE
                   MOVE "Y" TO WS-PARM-VALIDO-SW
               WHEN OTHER
                   DISPLAY "DATA DE CORTE NAO NUMERICA: "
                       LK-PARM-DATA-CORTE
           END-EVALUATE
                .
       0001-VALIDA-PARM-END.

      *-----------------------------------------------------------------
      * O PRIMEIRO REGISTRO DO CALENDAR TRAZ A DATA DE PROCESSAMENTO
      * CORRENTE, VIRADA TODO DIA PELO PROG026AJ. SEM ELE NAO HA
      * COMO DERIVAR A DATA DE CORTE E O PASSO TERMINA COM PARM
      * INVALIDO.
      *-----------------------------------------------------------------
       0001-010-LE-CALENDARIO.
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
               DISPLAY "SEM PARM E SEM CALENDAR - STATUS: "
                   WS-CALENDAR-STATUS
           END-IF
                .
       0001-010-LE-CALENDARIO-END.

      *-----------------------------------------------------------------
       0002-INICIALIZA.

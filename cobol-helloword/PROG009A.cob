      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 22/08/2026 SM      VERSAO ORIGINAL.
      * 15/10/2026 SM      SEM PARM, A COMPETENCIA E O MES ANTERIOR
      *                    AO DA DATA DE PROCESSAMENTO DO CALENDAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG009A.
           SELECT SEGURANCA-REPORT ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECRPT-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  SEGURANCA-REPORT-RECORD        PIC X(80).

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
       77  WS-SECLOG-STATUS               PIC X(02) VALUE SPACES.
       77  WS-SECRPT-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CALENDAR-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EOF-SECLOG-SW               PIC X(01) VALUE "N".
           88  EOF-SECLOG                     VALUE "Y".
       77  WS-ARQUIVOS-RESULT-SW          PIC X(01) VALUE "S".
           88  MOTIVO-ACHADO                  VALUE "Y".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-MES-COMPETENCIA             PIC X(06) VALUE SPACES.
       77  WS-DATA-PROCESSAMENTO          PIC X(08) VALUE SPACES.
       77  WS-CONTA-LIDAS                 PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-NO-MES                PIC 9(06) COMP VALUE ZERO.
       77  WS-IND-MOTIVO                  PIC 9(04) COMP VALUE ZERO.
       77  WS-TOTAL-MOTIVOS               PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-MOTIVOS              PIC 9(04) COMP VALUE 10.

       01  WS-DATA-DESMONTADA.
           05  WS-DTD-ANO                 PIC 9(04).
           05  WS-DTD-MES                 PIC 9(02).
           05  WS-DTD-DIA                 PIC 9(02).

       01  WS-TABELA-MOTIVOS.
           05  WS-MOTIVO-ENTRADA OCCURS 10 TIMES.
               10  WS-MOT-TEXTO           PIC X(25).
       0001-VALIDA-PARM.
           DISPLAY "0001-VALIDA-PARM"
           MOVE "N" TO WS-PARM-VALIDO-SW
           EVALUATE TRUE
               WHEN LK-PARM-LENGTH = ZERO
                   PERFORM 0001-010-LE-CALENDARIO
                   IF WS-DATA-PROCESSAMENTO NOT = SPACES
                       MOVE WS-DATA-PROCESSAMENTO
                           TO WS-DATA-DESMONTADA
                       IF WS-DTD-MES = 01
                           SUBTRACT 1 FROM WS-DTD-ANO
                           MOVE 12 TO WS-DTD-MES
                       ELSE
                           SUBTRACT 1 FROM WS-DTD-MES
                       END-IF
                       MOVE WS-DATA-DESMONTADA(1:6)
                           TO WS-MES-COMPETENCIA
                       DISPLAY "COMPETENCIA DERIVADA DO CALENDAR: "
                           WS-MES-COMPETENCIA
                       MOVE "Y" TO WS-PARM-VALIDO-SW
                   END-IF
               WHEN LK-PARM-LENGTH < 6
                   DISPLAY "PARM INCOMPLETO - COMPETENCIA NAO "
                       "INFORMADA (AAAAMM)"
               WHEN LK-PARM-COMPETENCIA IS NUMERIC
                   MOVE LK-PARM-COMPETENCIA
                       TO WS-MES-COMPETENCIA
                   MOVE "Y" TO WS-PARM-VALIDO-SW
               WHEN OTHER
                   DISPLAY "COMPETENCIA NAO NUMERICA: "
                       LK-PARM-COMPETENCIA
           END-EVALUATE
                .
       0001-VALIDA-PARM-END.

      *-----------------------------------------------------------------
      * O PRIMEIRO REGISTRO DO CALENDAR TRAZ A DATA DE PROCESSAMENTO
      * CORRENTE, VIRADA TODO DIA PELO PROG026AJ. SEM ELE NAO HA
      * COMO DERIVAR A COMPETENCIA E O PASSO TERMINA COM PARM
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

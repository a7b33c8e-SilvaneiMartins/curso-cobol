      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 02/09/2026 SM      VERSAO ORIGINAL.
      * 15/10/2026 SM      INCLUIDO O ARQUIVO DE OCORRENCIAS DE TURNO
      *                    (TURNOINC, MANTIDO PELO PROG025A): O
      *                    DIGESTO MOSTRA QUANTAS OCORRENCIAS DE
      *                    SEVERIDADE ALTA ESTAO EM ABERTO E, SE HOUVER
      *                    ALGUMA, EMITE LINHA DE ATENCAO.
      * 15/10/2026 SM      MINIMO POR TIPO DE DIA, COMO NO PROG004A:
      *                    O TIPO DA DATA DE HOJE VEM DO CALENDARIO
      *                    (CALENDAR) E A REGRA DO STAFRULE DAQUELE
      *                    TIPO SUBSTITUI A GERAL DO TURNO. O TIPO DO
      *                    DIA SAI NA LINHA DA DATA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG016A.
           SELECT DIGESTO-REPORT ASSIGN TO "DIGEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIGEST-STATUS.
           SELECT OCORRENCIAS-FILE ASSIGN TO "TURNOINC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNOINC-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  REGRA-TURNO                PIC X(01).
           05  FILLER                     PIC X(01).
           05  REGRA-MINIMO               PIC 9(04).
           05  FILLER                     PIC X(01).
           05  REGRA-TIPO-DIA             PIC X(01).
           05  FILLER                     PIC X(72).

       FD  DIGESTO-REPORT
           LABEL RECORDS ARE STANDARD.
       01  DIGESTO-REPORT-RECORD          PIC X(80).

      * LEIAUTE DO PROG025A. SO O REGISTRO "I" DE ABERTURA TRAZ A
      * SITUACAO (A/F) E A SEVERIDADE CORRENTE DA OCORRENCIA.
       FD  OCORRENCIAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  OCORRENCIAS-RECORD.
           05  INC-NUMERO                 PIC X(06).
           05  FILLER                     PIC X(01).
           05  INC-TIPO-REGISTRO          PIC X(01).
           05  FILLER                     PIC X(01).
           05  INC-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  INC-TURNO                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  INC-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  INC-SEVERIDADE             PIC X(01).
           05  FILLER                     PIC X(01).
           05  INC-SITUACAO               PIC X(01).
           05  FILLER                     PIC X(01).
           05  INC-TEXTO                  PIC X(48).
           05  FILLER                     PIC X(01).

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
       77  WS-SUMRPT-STATUS               PIC X(02) VALUE SPACES.
       77  WS-TEM-REGRA-SW                PIC X(01) VALUE "N".
           88  TEM-REGRA                      VALUE "Y".
       77  WS-MINIMO-ATUAL                PIC 9(04) VALUE ZERO.
       77  WS-TURNOINC-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EOF-OCORRENCIA-SW           PIC X(01) VALUE "N".
           88  EOF-OCORRENCIA                 VALUE "Y".
       77  WS-CONTA-OCORRENCIAS-ALTA      PIC 9(06) COMP VALUE ZERO.
       77  WS-CALENDAR-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EOF-CALENDARIO-SW           PIC X(01) VALUE "N".
           88  EOF-CALENDARIO                 VALUE "Y".
       77  WS-TIPO-DIA-HOJE               PIC X(01) VALUE SPACES.
           88  HOJE-DIA-UTIL                  VALUE "U".
           88  HOJE-FIM-DE-SEMANA             VALUE "F".
           88  HOJE-FERIADO                   VALUE "H".
       77  WS-REGRA-DIA-TURNO-1-SW        PIC X(01) VALUE "N".
           88  REGRA-DIA-TURNO-1              VALUE "Y".
       77  WS-REGRA-DIA-TURNO-2-SW        PIC X(01) VALUE "N".
           88  REGRA-DIA-TURNO-2              VALUE "Y".
       77  WS-REGRA-DIA-TURNO-3-SW        PIC X(01) VALUE "N".
           88  REGRA-DIA-TURNO-3              VALUE "Y".

       01  WS-DATA-HORA-ATUAL.
           05  WS-DHA-ANO                 PIC 9(04).
           05  FILLER                     PIC X(17)
               VALUE "DATA (AAAAMMDD): ".
           05  WS-DAT-DATA                PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DAT-TIPO-DIA            PIC X(20).
           05  FILLER                     PIC X(33) VALUE SPACES.

       01  WS-LINHA-LOTE.
           05  FILLER                     PIC X(16)
           05  WS-SEG-CONTA               PIC ZZZZZ9.
           05  FILLER                     PIC X(41) VALUE SPACES.

       01  WS-LINHA-OCORRENCIAS.
           05  FILLER                     PIC X(33)
               VALUE "OCORRENCIAS ALTAS EM ABERTO: ".
           05  WS-OCO-CONTA               PIC ZZZZZ9.
           05  FILLER                     PIC X(41) VALUE SPACES.

       01  WS-LINHA-TURNO.
           05  WS-TUR-DESC                PIC X(16).
           05  FILLER                     PIC X(09)
               PERFORM 0004-CONTA-SEGURANCA
               PERFORM 0005-CONTA-TURNOS
               PERFORM 0006-LE-REGRAS
               PERFORM 0008-CONTA-OCORRENCIAS
               PERFORM 0007-IMPRIME-DIGESTO
           END-IF
           PERFORM 9999-FINALIZAR
      *-----------------------------------------------------------------
       0006-LE-REGRAS.
           DISPLAY "0006-LE-REGRAS"
           PERFORM 0006-050-LE-CALENDARIO
           OPEN INPUT REGRAS-FILE
           IF WS-STAFRULE-STATUS NOT = "00"
               DISPLAY "REGRAS-FILE INDISPONIVEL: "
      *-----------------------------------------------------------------
       0006-020-GUARDA-REGRA.
           IF REGRA-MINIMO IS NUMERIC
               EVALUATE TRUE
                   WHEN REGRA-TIPO-DIA = SPACE
                       PERFORM 0006-030-GUARDA-GERAL
                   WHEN REGRA-TIPO-DIA = WS-TIPO-DIA-HOJE
                       PERFORM 0006-040-GUARDA-DO-DIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                .
       0006-020-GUARDA-REGRA-END.

      *-----------------------------------------------------------------
      * A REGRA GERAL NAO SOBREPOE O MINIMO DO TIPO DO DIA, SEJA QUAL
      * FOR A ORDEM DAS REGRAS NO STAFRULE.
      *-----------------------------------------------------------------
       0006-030-GUARDA-GERAL.
           EVALUATE REGRA-TURNO
               WHEN "1"
                   MOVE "Y" TO WS-REGRA-TURNO-1-SW
                   IF NOT REGRA-DIA-TURNO-1
                       MOVE REGRA-MINIMO TO WS-MINIMO-TURNO-1
                   END-IF
               WHEN "2"
                   MOVE "Y" TO WS-REGRA-TURNO-2-SW
                   IF NOT REGRA-DIA-TURNO-2
                       MOVE REGRA-MINIMO TO WS-MINIMO-TURNO-2
                   END-IF
               WHEN "3"
                   MOVE "Y" TO WS-REGRA-TURNO-3-SW
                   IF NOT REGRA-DIA-TURNO-3
                       MOVE REGRA-MINIMO TO WS-MINIMO-TURNO-3
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                .
       0006-030-GUARDA-GERAL-END.

      *-----------------------------------------------------------------
       0006-040-GUARDA-DO-DIA.
           EVALUATE REGRA-TURNO
               WHEN "1"
                   MOVE "Y" TO WS-REGRA-TURNO-1-SW
                   MOVE "Y" TO WS-REGRA-DIA-TURNO-1-SW
                   MOVE REGRA-MINIMO TO WS-MINIMO-TURNO-1
               WHEN "2"
                   MOVE "Y" TO WS-REGRA-TURNO-2-SW
                   MOVE "Y" TO WS-REGRA-DIA-TURNO-2-SW
                   MOVE REGRA-MINIMO TO WS-MINIMO-TURNO-2
               WHEN "3"
                   MOVE "Y" TO WS-REGRA-TURNO-3-SW
                   MOVE "Y" TO WS-REGRA-DIA-TURNO-3-SW
                   MOVE REGRA-MINIMO TO WS-MINIMO-TURNO-3
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                .
       0006-040-GUARDA-DO-DIA-END.

      *-----------------------------------------------------------------
      * SEM O CALENDAR, OU COM A DATA FORA DELE, SO VALEM AS REGRAS
      * GERAIS DO STAFRULE, COMO ANTES.
      *-----------------------------------------------------------------
       0006-050-LE-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "CALENDARIO-FILE INDISPONIVEL: "
                   WS-CALENDAR-STATUS
           ELSE
               MOVE "N" TO WS-EOF-CALENDARIO-SW
               PERFORM 0006-060-PROCURA-DIA
                   UNTIL EOF-CALENDARIO
               CLOSE CALENDARIO-FILE
           END-IF
                .
       0006-050-LE-CALENDARIO-END.

      *-----------------------------------------------------------------
       0006-060-PROCURA-DIA.
           READ CALENDARIO-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CALENDARIO-SW
           END-READ
           IF NOT EOF-CALENDARIO
               IF CAL-TIPO-REGISTRO = "D" AND CAL-DATA = WS-DATA-HOJE
                   MOVE CAL-TIPO-DIA TO WS-TIPO-DIA-HOJE
                   MOVE "Y" TO WS-EOF-CALENDARIO-SW
               END-IF
           END-IF
                .
       0006-060-PROCURA-DIA-END.

      *-----------------------------------------------------------------
       0007-IMPRIME-DIGESTO.
           DISPLAY "0007-IMPRIME-DIGESTO"
           WRITE DIGESTO-REPORT-RECORD FROM WS-LINHA-TITULO
           MOVE WS-DATA-HOJE TO WS-DAT-DATA
           EVALUATE TRUE
               WHEN HOJE-DIA-UTIL
                   MOVE "DIA UTIL" TO WS-DAT-TIPO-DIA
               WHEN HOJE-FIM-DE-SEMANA
                   MOVE "FIM DE SEMANA" TO WS-DAT-TIPO-DIA
               WHEN HOJE-FERIADO
                   MOVE "FERIADO" TO WS-DAT-TIPO-DIA
               WHEN OTHER
                   MOVE "FORA DO CALENDARIO" TO WS-DAT-TIPO-DIA
           END-EVALUATE
           WRITE DIGESTO-REPORT-RECORD FROM WS-LINHA-DATA
           MOVE SPACES TO DIGESTO-REPORT-RECORD
           WRITE DIGESTO-REPORT-RECORD
           END-IF
           MOVE WS-CONTA-SEGURANCA TO WS-SEG-CONTA
           WRITE DIGESTO-REPORT-RECORD FROM WS-LINHA-SEGURANCA
           MOVE WS-CONTA-OCORRENCIAS-ALTA TO WS-OCO-CONTA
           WRITE DIGESTO-REPORT-RECORD FROM WS-LINHA-OCORRENCIAS
           MOVE SPACES TO DIGESTO-REPORT-RECORD
           WRITE DIGESTO-REPORT-RECORD
           MOVE "TURNO MANHA" TO WS-TUR-DESC
                   TO WS-ALE-TEXTO
               WRITE DIGESTO-REPORT-RECORD FROM WS-LINHA-ALERTA
               MOVE "Y" TO WS-ACAO-NECESSARIA-SW
           END-IF
           IF WS-CONTA-OCORRENCIAS-ALTA > ZERO
               MOVE "HA OCORRENCIA DE SEVERIDADE ALTA EM ABERTO"
                   TO WS-ALE-TEXTO
               WRITE DIGESTO-REPORT-RECORD FROM WS-LINHA-ALERTA
               MOVE "Y" TO WS-ACAO-NECESSARIA-SW
           END-IF
                .
       0007-020-IMPRIME-ALERTAS-END.
                .
       0007-030-IMPRIME-VEREDITO-END.

      *-----------------------------------------------------------------
      * TURNOINC AUSENTE (STATUS 35) SIGNIFICA QUE AINDA NAO HOUVE
      * OCORRENCIA REGISTRADA. SO O REGISTRO DE ABERTURA E CONTADO.
      *-----------------------------------------------------------------
       0008-CONTA-OCORRENCIAS.
           DISPLAY "0008-CONTA-OCORRENCIAS"
           OPEN INPUT OCORRENCIAS-FILE
           EVALUATE WS-TURNOINC-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-OCORRENCIA-SW
                   PERFORM 0008-010-LE-OCORRENCIA
                   PERFORM 0008-020-CONFERE-OCORRENCIA
                       UNTIL EOF-OCORRENCIA
                   CLOSE OCORRENCIAS-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OCORRENCIAS-FILE INDISPONIVEL: "
                       WS-TURNOINC-STATUS
                   MOVE "Y" TO WS-ACAO-NECESSARIA-SW
           END-EVALUATE
                .
       0008-CONTA-OCORRENCIAS-END.

      *-----------------------------------------------------------------
       0008-010-LE-OCORRENCIA.
           READ OCORRENCIAS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-OCORRENCIA-SW
           END-READ
                .
       0008-010-LE-OCORRENCIA-END.

      *-----------------------------------------------------------------
       0008-020-CONFERE-OCORRENCIA.
           IF INC-TIPO-REGISTRO = "I"
               AND INC-SITUACAO = "A"
               AND INC-SEVERIDADE = "A"
               ADD 1 TO WS-CONTA-OCORRENCIAS-ALTA
           END-IF
           PERFORM 0008-010-LE-OCORRENCIA
                .
       0008-020-CONFERE-OCORRENCIA-END.

      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "9999-FINALIZAR"

      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 02/09/2026 SM      VERSAO ORIGINAL.
      * 15/10/2026 SM      9999-FINALIZAR PASSA A GRAVAR O REGISTRO
      *                    DO PASSO NO CONTROLE-PASSOS (STEPLOG), O
      *                    RAZAO DE CONTROLE COMUM A TODOS OS PASSOS
      *                    DO PROG001AJ: DATA, HORAS DE INICIO E FIM,
      *                    REGISTROS LIDOS, DETALHES GRAVADOS NO
      *                    PUNCHCLN, DETALHES REJEITADOS E
      *                    RETURN-CODE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG012A.
           SELECT REJEITOS-REPORT ASSIGN TO "REJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJRPT-STATUS.
           SELECT CONTROLE-PASSOS ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  REJEITOS-REPORT-RECORD         PIC X(80).

       FD  CONTROLE-PASSOS
           LABEL RECORDS ARE STANDARD.
       01  CONTROLE-PASSOS-RECORD.
           05  CTP-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  CTP-PROGRAMA               PIC X(08).
           05  FILLER                     PIC X(01).
           05  CTP-HORA-INICIO            PIC X(06).
           05  FILLER                     PIC X(01).
           05  CTP-HORA-FIM               PIC X(06).
           05  FILLER                     PIC X(01).
           05  CTP-LIDOS                  PIC 9(07).
           05  FILLER                     PIC X(01).
           05  CTP-GRAVADOS               PIC 9(07).
           05  FILLER                     PIC X(01).
           05  CTP-REJEITADOS             PIC 9(07).
           05  FILLER                     PIC X(01).
           05  CTP-RETURN-CODE            PIC 9(04).
           05  FILLER                     PIC X(20).

       WORKING-STORAGE SECTION.
       77  WS-PUNCHFIL-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PUNCHCLN-STATUS             PIC X(02) VALUE SPACES.
           88  ESTRUTURA-OK                   VALUE "S".
           88  ESTRUTURA-FALHOU               VALUE "N".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CONTA-LIDOS                 PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-DETALHES              PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-VALIDOS               PIC 9(06) COMP VALUE ZERO.
       77  WS-MOTIVO-REJEICAO             PIC X(30) VALUE SPACES.
       77  WS-DATA-ARQUIVO                PIC X(08) VALUE SPACES.

       01  WS-MARCA-INICIO.
           05  WS-INI-DATA                PIC X(08).
           05  WS-INI-HORA                PIC X(06).
           05  FILLER                     PIC X(07).

       01  WS-MARCA-FIM.
           05  WS-FIM-DATA                PIC X(08).
           05  WS-FIM-HORA                PIC X(06).
           05  FILLER                     PIC X(07).

       01  WS-HORA-DESMONTADA.
           05  WS-HRD-HORA                PIC 9(02).
           05  WS-HRD-MINUTO              PIC 9(02).
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-MARCA-INICIO
           PERFORM 0001-INICIALIZA
           IF ARQUIVOS-OK
               PERFORM 0002-CRITICA-ARQUIVO
               WHEN OTHER
                   MOVE 0000 TO WS-RETURN-CODE
           END-EVALUATE
           PERFORM 9999-020-GRAVA-STEPLOG
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       9999-FINALIZAR-END.
                .
       9999-010-GRAVA-TOTAIS-END.

      *-----------------------------------------------------------------
      * O REGISTRO DO PASSO VAI PARA O RAZAO DE CONTROLE DO LOTE
      * (STEPLOG), CONFERIDO PELO PROG019A NO FIM DO PROG001AJ. A
      * FALHA NA ABERTURA DO RAZAO SO E EXIBIDA E NAO MUDA O
      * RETURN-CODE DO PASSO.
      * GRAVADOS SAO OS DETALHES VALIDOS DO PUNCHCLN, QUE TEM DE
      * BATER COM AS MARCACOES LIDAS PELO PROG006A E PELO PROG011A.
      *-----------------------------------------------------------------
       9999-020-GRAVA-STEPLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-MARCA-FIM
           OPEN EXTEND CONTROLE-PASSOS
           IF WS-STEPLOG-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTROLE-PASSOS: "
                   WS-STEPLOG-STATUS
           ELSE
               MOVE SPACES TO CONTROLE-PASSOS-RECORD
               MOVE WS-INI-DATA TO CTP-DATA
               MOVE "PROG012A" TO CTP-PROGRAMA
               MOVE WS-INI-HORA TO CTP-HORA-INICIO
               MOVE WS-FIM-HORA TO CTP-HORA-FIM
               MOVE WS-CONTA-LIDOS TO CTP-LIDOS
               MOVE WS-CONTA-VALIDOS TO CTP-GRAVADOS
               MOVE WS-CONTA-REJEITADOS TO CTP-REJEITADOS
               MOVE WS-RETURN-CODE TO CTP-RETURN-CODE
               WRITE CONTROLE-PASSOS-RECORD
               CLOSE CONTROLE-PASSOS
           END-IF
                .
       9999-020-GRAVA-STEPLOG-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG012A.

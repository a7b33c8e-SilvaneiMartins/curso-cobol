      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 02/09/2026 SM      VERSAO ORIGINAL.
      * 15/10/2026 SM      9999-FINALIZAR PASSA A GRAVAR O REGISTRO
      *                    DO PASSO NO CONTROLE-PASSOS (STEPLOG), O
      *                    RAZAO DE CONTROLE COMUM A TODOS OS PASSOS
      *                    DO PROG001AJ: DATA, HORAS DE INICIO E FIM,
      *                    MARCACOES LIDAS DO PUNCHCLN, REGISTROS
      *                    GRAVADOS NO HRSFILE, MARCACOES SEM
      *                    CADASTRO OU COM HORA INVALIDA E
      *                    RETURN-CODE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG011A.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRSRPT-STATUS.
           SELECT CLASSIFICA-FILE ASSIGN TO "SORTWK".
           SELECT CONTROLE-PASSOS ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  CLS-MATRICULA              PIC X(06).
           05  CLS-HORA                   PIC X(06).

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
       77  WS-EMPFILE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CADASTRO-ACHADO-SW          PIC X(01) VALUE "N".
           88  CADASTRO-ACHADO                VALUE "Y".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CONTA-MARCACOES             PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-GRAVADOS              PIC 9(06) COMP VALUE ZERO.
       77  WS-DATA-HOJE                   PIC X(08) VALUE SPACES.
       77  WS-MATRICULA-GRUPO             PIC X(06) VALUE SPACES.
       77  WS-MINUTOS-ENTRADA             PIC S9(08) COMP VALUE ZERO.
       77  WS-EXTRA-ATUAL                 PIC 9(06) COMP VALUE ZERO.
       77  WS-ABAIXO-ATUAL                PIC 9(06) COMP VALUE ZERO.

       01  WS-MARCA-INICIO.
           05  WS-INI-DATA                PIC X(08).
           05  WS-INI-HORA                PIC X(06).
           05  FILLER                     PIC X(07).

       01  WS-MARCA-FIM.
           05  WS-FIM-DATA                PIC X(08).
           05  WS-FIM-HORA                PIC X(06).
           05  FILLER                     PIC X(07).

       01  WS-DATA-HORA-ATUAL.
           05  WS-DHA-ANO                 PIC 9(04).
           05  WS-DHA-MES                 PIC 9(02).
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-MARCA-INICIO
           PERFORM 0001-INICIALIZA
           IF ARQUIVOS-OK
               SORT CLASSIFICA-FILE

      *-----------------------------------------------------------------
       0002-020-LIBERA-MARCACAO.
           ADD 1 TO WS-CONTA-MARCACOES
           MOVE PCH-MATRICULA TO CLS-MATRICULA
           MOVE PCH-HORA TO CLS-HORA
           RELEASE CLASSIFICA-RECORD
                   MOVE "NORMAL" TO HRS-SITUACAO
           END-EVALUATE
           WRITE HORAS-RECORD
           ADD 1 TO WS-CONTA-GRAVADOS
                .
       0003-090-GRAVA-HORAS-END.

               WHEN OTHER
                   MOVE 0000 TO WS-RETURN-CODE
           END-EVALUATE
           PERFORM 9999-010-GRAVA-STEPLOG
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       9999-FINALIZAR-END.

      *-----------------------------------------------------------------
      * O REGISTRO DO PASSO VAI PARA O RAZAO DE CONTROLE DO LOTE
      * (STEPLOG), CONFERIDO PELO PROG019A NO FIM DO PROG001AJ. A
      * FALHA NA ABERTURA DO RAZAO SO E EXIBIDA E NAO MUDA O
      * RETURN-CODE DO PASSO.
      * LIDOS SAO AS MARCACOES DO ARQUIVO JA CRITICADO, QUE TEM DE
      * BATER COM OS DETALHES VALIDOS GRAVADOS PELO PROG012A.
      *-----------------------------------------------------------------
       9999-010-GRAVA-STEPLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-MARCA-FIM
           OPEN EXTEND CONTROLE-PASSOS
           IF WS-STEPLOG-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTROLE-PASSOS: "
                   WS-STEPLOG-STATUS
           ELSE
               MOVE SPACES TO CONTROLE-PASSOS-RECORD
               MOVE WS-INI-DATA TO CTP-DATA
               MOVE "PROG011A" TO CTP-PROGRAMA
               MOVE WS-INI-HORA TO CTP-HORA-INICIO
               MOVE WS-FIM-HORA TO CTP-HORA-FIM
               MOVE WS-CONTA-MARCACOES TO CTP-LIDOS
               MOVE WS-CONTA-GRAVADOS TO CTP-GRAVADOS
               ADD WS-CONTA-SEM-CADASTRO WS-CONTA-HORA-INVALIDA
                   GIVING CTP-REJEITADOS
               MOVE WS-RETURN-CODE TO CTP-RETURN-CODE
               WRITE CONTROLE-PASSOS-RECORD
               CLOSE CONTROLE-PASSOS
           END-IF
                .
       9999-010-GRAVA-STEPLOG-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG011A.

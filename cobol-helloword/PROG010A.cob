      *                    TURNO ANTES E DEPOIS), QUE SOBREVIVE AO
      *                    SYSOUT E ALIMENTA A CONSULTA DO PROG014A
      *                    PARA OS REVISORES DE COMPLIANCE.
      * 15/10/2026 SM      9999-FINALIZAR PASSA A GRAVAR O REGISTRO
      *                    DO PASSO NO CONTROLE-PASSOS (STEPLOG), O
      *                    RAZAO DE CONTROLE COMUM A TODOS OS PASSOS
      *                    DO PROG001AJ: DATA, HORAS DE INICIO E FIM,
      *                    REGISTROS DO CADASTRO LIDOS, REGISTROS
      *                    GRAVADOS NO RETRATO NOVO (EMPSNAP) E
      *                    RETURN-CODE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG010A.
           SELECT HISTORICO-MOV ASSIGN TO "HISTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTMOV-STATUS.
           SELECT CONTROLE-PASSOS ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  HIS-TURNO-PARA             PIC X(01).
           05  FILLER                     PIC X(21).

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
       77  WS-EMPFILE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EMPPREV-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SEM-ANTERIOR-SW             PIC X(01) VALUE "N".
           88  SEM-ANTERIOR                   VALUE "Y".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CONTA-CADASTRO              PIC 9(06) COMP VALUE ZERO.
       77  WS-CHAVE-ATUAL                 PIC X(06) VALUE SPACES.
       77  WS-CHAVE-ANTERIOR              PIC X(06) VALUE SPACES.
       77  WS-CONTA-ENTRARAM              PIC 9(06) COMP VALUE ZERO.
       77  WS-HISTMOV-STATUS              PIC X(02) VALUE SPACES.
       77  WS-DATA-HOJE                   PIC X(08) VALUE SPACES.

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
               PERFORM 0002-COMPARA-ROSTERS
                   MOVE EMP-MATRICULA TO WS-CHAVE-ATUAL
                   MOVE EMPLOYEE-RECORD TO RETRATO-NOVO-RECORD
                   WRITE RETRATO-NOVO-RECORD
                   ADD 1 TO WS-CONTA-CADASTRO
           END-READ
                .
       0002-010-LE-ATUAL-END.
           ELSE
               MOVE 0000 TO WS-RETURN-CODE
           END-IF
           PERFORM 9999-010-GRAVA-STEPLOG
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       9999-FINALIZAR-END.

      *-----------------------------------------------------------------
      * O REGISTRO DO PASSO VAI PARA O RAZAO DE CONTROLE DO LOTE
      * (STEPLOG), CONFERIDO PELO PROG019A NO FIM DO PROG001AJ. A
      * FALHA NA ABERTURA DO RAZAO SO E EXIBIDA E NAO MUDA O
      * RETURN-CODE DO PASSO.
      * CADA REGISTRO LIDO DO CADASTRO VAI PARA O RETRATO NOVO,
      * ENTAO LIDOS E GRAVADOS SAO A MESMA CONTAGEM.
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
               MOVE "PROG010A" TO CTP-PROGRAMA
               MOVE WS-INI-HORA TO CTP-HORA-INICIO
               MOVE WS-FIM-HORA TO CTP-HORA-FIM
               MOVE WS-CONTA-CADASTRO TO CTP-LIDOS
               MOVE WS-CONTA-CADASTRO TO CTP-GRAVADOS
               MOVE ZERO TO CTP-REJEITADOS
               MOVE WS-RETURN-CODE TO CTP-RETURN-CODE
               WRITE CONTROLE-PASSOS-RECORD
               CLOSE CONTROLE-PASSOS
           END-IF
                .
       9999-010-GRAVA-STEPLOG-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG010A.

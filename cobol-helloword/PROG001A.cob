      *                    IMPRESSO NO OUTPUT PROCEDURE. O ROSTER
      *                    PASSA A SAIR COMPLETO EM QUALQUER VOLUME,
      *                    SEM O CORTE DE "TABELA CHEIA".
      * 15/10/2026 SM      9999-FINALIZAR PASSA A GRAVAR O REGISTRO DO
      *                    PASSO NO CONTROLE-PASSOS (STEPLOG), O
      *                    RAZAO DE CONTROLE COMUM A TODOS OS PASSOS
      *                    DO PROG001AJ, COM DATA, HORAS DE INICIO E
      *                    FIM, CONTAGENS E RETURN-CODE. O REGISTRO
      *                    DO PROG001A ABRE A NOITE NO RAZAO, QUE O
      *                    PROG019A CONFERE NO FIM DO LOTE.
      * 15/10/2026 SM      0000-025-AVALIA-PERFIL PASSA A GRAVAR CADA
      *                    AUTORIZACAO CONCEDIDA NO ACESSO-LOG
      *                    (ACESSLOG), COM USUARIO, DATA, HORA E
      *                    PERMISSAO USADA. O SECURITY-LOG CONTINUA
      *                    SO COM AS REJEICOES; OS DOIS ALIMENTAM A
      *                    RECERTIFICACAO TRIMESTRAL DO PROG024A.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG001A.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT ACESSO-LOG ASSIGN TO "ACESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACESSLOG-STATUS.
           SELECT CONTROLE-PASSOS ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
           SELECT CLASSIFICA-FILE ASSIGN TO "SORTWK".
      *-----------------------------------------------------------------
       DATA DIVISION.
           05  SLOG-MOTIVO                PIC X(25).
           05  FILLER                     PIC X(30).

       FD  ACESSO-LOG
           LABEL RECORDS ARE STANDARD.
       01  ACESSO-LOG-RECORD.
           05  ALOG-DATA                  PIC X(08).
           05  FILLER                     PIC X(01).
           05  ALOG-HORA                  PIC X(06).
           05  FILLER                     PIC X(01).
           05  ALOG-USER-ID               PIC X(08).
           05  FILLER                     PIC X(01).
           05  ALOG-PERMISSAO             PIC X(01).
           05  FILLER                     PIC X(54).

       FD  SUMMARY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SUMMARY-REPORT-RECORD.
           05  SREP-RETURN-CODE           PIC 9(04).
           05  FILLER                     PIC X(13).

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

       SD  CLASSIFICA-FILE.
       01  CLASSIFICA-RECORD.
           05  CLS-CHAVE.
       77  WS-PERMISSAO-ROSTER-SW         PIC X(01) VALUE "N".
           88  PERMISSAO-ROSTER               VALUE "Y".
       77  WS-SECLOG-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ACESSLOG-STATUS             PIC X(02) VALUE SPACES.
       77  WS-AUTH-PERMISSAO              PIC X(01) VALUE SPACES.
       77  WS-AUTH-VALIDADE               PIC X(08) VALUE SPACES.
       77  WS-DATA-HOJE                   PIC X(08) VALUE SPACES.
       77  WS-SUMRPT-STATUS               PIC X(02) VALUE SPACES.
       77  WS-HORA-INICIO                 PIC X(06) VALUE SPACES.
       77  WS-HORA-FIM                    PIC X(06) VALUE SPACES.
       77  WS-STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RAN-0000-SW                 PIC X(01) VALUE "N".
           88  PARAGRAFO-0000-EXECUTOU        VALUE "Y".
       77  WS-RAN-0001-SW                 PIC X(01) VALUE "N".
                   PERFORM 0000-030-GRAVA-SECLOG
               WHEN OTHER
                   MOVE "Y" TO WS-USUARIO-AUTORIZADO-SW
                   PERFORM 0000-035-GRAVA-ACESSLOG
                   IF WS-AUTH-PERMISSAO = "2"
                       MOVE "Y" TO WS-PERMISSAO-ROSTER-SW
                   ELSE
                .
       0000-030-GRAVA-SECLOG-END.

      *-----------------------------------------------------------------
      * TRILHA DAS AUTORIZACOES CONCEDIDAS, PARA A RECERTIFICACAO
      * SABER QUEM AINDA USA O ACESSO. A PERMISSAO GRAVADA E A DO
      * PERFIL NO MOMENTO: NIVEL 2 E O QUE LIBERA O ROSTER.
      *-----------------------------------------------------------------
       0000-035-GRAVA-ACESSLOG.
           OPEN EXTEND ACESSO-LOG
           IF WS-ACESSLOG-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ACESSO-LOG: "
                   WS-ACESSLOG-STATUS
           ELSE
               MOVE SPACES TO ACESSO-LOG-RECORD
               MOVE WS-DATA-HOJE TO ALOG-DATA
               MOVE WS-DHA-HORA TO ALOG-HORA(1:2)
               MOVE WS-DHA-MINUTO TO ALOG-HORA(3:2)
               MOVE WS-DHA-SEGUNDO TO ALOG-HORA(5:2)
               MOVE LK-PARM-USER-ID TO ALOG-USER-ID
               MOVE WS-AUTH-PERMISSAO TO ALOG-PERMISSAO
               WRITE ACESSO-LOG-RECORD
               CLOSE ACESSO-LOG
           END-IF
                .
       0000-035-GRAVA-ACESSLOG-END.

      *-----------------------------------------------------------------
       0001-MENSAGEM.
           DISPLAY "0001-MENSAGEM"
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM 9999-010-GRAVA-SUMARIO
           PERFORM 9999-030-GRAVA-STEPLOG
           IF WS-RETURN-CODE = 0000
               PERFORM 9999-020-LIMPA-RESTART
           END-IF
                .
       9999-020-LIMPA-RESTART-END.

      *-----------------------------------------------------------------
      * O ROSTER NAO REJEITA REGISTRO: TODO OPERADOR LIDO DO CADASTRO
      * SAI NO RELATORIO (O TURNO INDEFINIDO NA SECAO PROPRIA). A HORA
      * DE FIM E A MESMA DO SUMRPT, JA CALCULADA EM 9999-010.
      *-----------------------------------------------------------------
       9999-030-GRAVA-STEPLOG.
           OPEN EXTEND CONTROLE-PASSOS
           IF WS-STEPLOG-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTROLE-PASSOS: "
                   WS-STEPLOG-STATUS
           ELSE
               MOVE SPACES TO CONTROLE-PASSOS-RECORD
               MOVE WS-DATA-HOJE TO CTP-DATA
               MOVE WS-JOB-NAME TO CTP-PROGRAMA
               MOVE WS-HORA-INICIO TO CTP-HORA-INICIO
               MOVE WS-HORA-FIM TO CTP-HORA-FIM
               MOVE WS-CONTA-GERAL-ROSTER TO CTP-LIDOS
               MOVE WS-CONTA-GERAL-ROSTER TO CTP-GRAVADOS
               MOVE ZERO TO CTP-REJEITADOS
               MOVE WS-RETURN-CODE TO CTP-RETURN-CODE
               WRITE CONTROLE-PASSOS-RECORD
               CLOSE CONTROLE-PASSOS
           END-IF
                .
       9999-030-GRAVA-STEPLOG-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG001A.

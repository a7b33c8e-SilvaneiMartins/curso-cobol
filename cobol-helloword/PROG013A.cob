      *           O CADASTRO), O AUTHUSRS (USER-ID EM BRANCO,
      *           PERMISSAO FORA DE 1-2, VALIDADE NAO NUMERICA) E O
      *           STAFRULE (TURNO INVALIDO, MINIMO NAO NUMERICO,
      *           TIPO DE DIA INVALIDO, REGRA PARA TURNO SEM
      *           OPERADORES E TURNO COM OPERADORES SEM REGRA).
      *           IMPRIME O RELATORIO DE QUALIDADE DE DADOS COM UMA
      *           LINHA POR ACHADO E
      *           TERMINA COM RC 0008 QUANDO HA ACHADO ESTRUTURAL
      *           (SEGURA O LOTE) OU RC 0004 QUANDO HA SO ACHADO DE
      *           FORMATO (O LOTE SEGUE, MAS A OPERACAO VE O
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 02/09/2026 SM      VERSAO ORIGINAL.
      * 15/10/2026 SM      9999-FINALIZAR PASSA A GRAVAR O REGISTRO
      *                    DO PASSO NO CONTROLE-PASSOS (STEPLOG), O
      *                    RAZAO DE CONTROLE COMUM A TODOS OS PASSOS
      *                    DO PROG001AJ: DATA, HORAS DE INICIO E FIM,
      *                    REGISTROS DO CADASTRO LIDOS, ACHADOS
      *                    GRAVADOS E RETURN-CODE.
      * 15/10/2026 SM      STAFRULE COM O TIPO DO DIA DA REGRA (EM
      *                    BRANCO, U, F OU H): TIPO INVALIDO VIRA
      *                    ACHADO DE FORMATO. SO A REGRA GERAL (TIPO
      *                    EM BRANCO) CONTA COMO REGRA DO TURNO, POIS
      *                    A DE UM TIPO DE DIA NAO VALE NOS DEMAIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG013A.
           SELECT INTEGRIDADE-REPORT ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTGRPT-STATUS.
           SELECT CONTROLE-PASSOS ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  REGRA-TURNO                PIC X(01).
           05  FILLER                     PIC X(01).
           05  REGRA-MINIMO               PIC 9(04).
           05  FILLER                     PIC X(01).
           05  REGRA-TIPO-DIA             PIC X(01).
               88  REGRA-TIPO-DIA-VALIDO      VALUE SPACE "U" "F" "H".
               88  REGRA-GERAL                VALUE SPACE.
           05  FILLER                     PIC X(72).

       FD  INTEGRIDADE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  INTEGRIDADE-REPORT-RECORD      PIC X(80).

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
       77  WS-CHAVE-ANT-GUARDADA          PIC X(06) VALUE LOW-VALUES.
       77  WS-REGRA-TURNO-3-SW            PIC X(01) VALUE "N".
           88  REGRA-TURNO-3                  VALUE "Y".

       01  WS-MARCA-INICIO.
           05  WS-INI-DATA                PIC X(08).
           05  WS-INI-HORA                PIC X(06).
           05  FILLER                     PIC X(07).

       01  WS-MARCA-FIM.
           05  WS-FIM-DATA                PIC X(08).
           05  WS-FIM-HORA                PIC X(06).
           05  FILLER                     PIC X(07).

       01  WS-LINHA-TITULO.
           05  FILLER                     PIC X(20) VALUE SPACES.
           05  FILLER                     PIC X(40)
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-MARCA-INICIO
           PERFORM 0001-INICIALIZA
           IF ARQUIVOS-OK
               PERFORM 0002-AUDITA-CADASTRO
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-ATUAL
               NOT AT END
                   ADD 1 TO WS-CONTA-CADASTRO
                   MOVE EMP-MATRICULA TO WS-CHAVE-ATUAL
                   PERFORM 0002-015-CRITICA-OPERADOR
           END-READ
       0004-020-CRITICA-REGRA.
           EVALUATE REGRA-TURNO
               WHEN "1"
                   IF REGRA-GERAL
                       MOVE "Y" TO WS-REGRA-TURNO-1-SW
                   END-IF
                   MOVE WS-CONTA-TURNO-1 TO WS-CONTA-REGRA-ATUAL
               WHEN "2"
                   IF REGRA-GERAL
                       MOVE "Y" TO WS-REGRA-TURNO-2-SW
                   END-IF
                   MOVE WS-CONTA-TURNO-2 TO WS-CONTA-REGRA-ATUAL
               WHEN "3"
                   IF REGRA-GERAL
                       MOVE "Y" TO WS-REGRA-TURNO-3-SW
                   END-IF
                   MOVE WS-CONTA-TURNO-3 TO WS-CONTA-REGRA-ATUAL
               WHEN OTHER
                   MOVE 1 TO WS-CONTA-REGRA-ATUAL
                   TO WS-ACH-DESCRICAO
               PERFORM 0010-GRAVA-ACHADO
           END-IF
           IF NOT REGRA-TIPO-DIA-VALIDO
               MOVE "STAFRULE" TO WS-ACH-ARQUIVO
               MOVE "FORMATO" TO WS-ACH-GRAVIDADE
               MOVE REGRA-TURNO TO WS-ACH-CHAVE
               MOVE "REGRA COM TIPO DE DIA INVALIDO"
                   TO WS-ACH-DESCRICAO
               PERFORM 0010-GRAVA-ACHADO
           END-IF
           IF WS-CONTA-REGRA-ATUAL = ZERO
               MOVE "STAFRULE" TO WS-ACH-ARQUIVO
               MOVE "FORMATO" TO WS-ACH-GRAVIDADE
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
      * LIDOS E O TOTAL DE REGISTROS DO CADASTRO, QUE TEM DE
      * BATER COM O DOS OUTROS PASSOS QUE PERCORREM O EMPIDX;
      * GRAVADOS SAO OS ACHADOS IMPRESSOS NO INTGRPT.
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
               MOVE "PROG013A" TO CTP-PROGRAMA
               MOVE WS-INI-HORA TO CTP-HORA-INICIO
               MOVE WS-FIM-HORA TO CTP-HORA-FIM
               MOVE WS-CONTA-CADASTRO TO CTP-LIDOS
               ADD WS-CONTA-ESTRUTURAIS WS-CONTA-FORMATO
                   GIVING CTP-GRAVADOS
               MOVE ZERO TO CTP-REJEITADOS
               MOVE WS-RETURN-CODE TO CTP-RETURN-CODE
               WRITE CONTROLE-PASSOS-RECORD
               CLOSE CONTROLE-PASSOS
           END-IF
                .
       9999-020-GRAVA-STEPLOG-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG013A.

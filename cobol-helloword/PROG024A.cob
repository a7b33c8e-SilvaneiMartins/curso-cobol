      ******************************************************************
      * PROGRAMADOR: SILVANEI MARTINS
      * DATA: 15/10/2026
      * OBJETIVO: PROGRAMA PROG024A - RECERTIFICACAO TRIMESTRAL DOS
      *           ACESSOS DO AUTHUSRS. LISTA, AGRUPADO POR APROVADOR
      *           (AUTH-APROVADOR, GRAVADO PELO PROG015A), CADA
      *           USUARIO COM NOME, PERMISSAO, VALIDADE, ULTIMO USO
      *           BEM SUCEDIDO (ACESSLOG DO PROG001A) E TENTATIVAS
      *           REJEITADAS NO TRIMESTRE (SECLOG). MARCA AS CONTAS
      *           DORMENTES (SEM USO EM 90 DIAS), AS QUE VENCEM EM
      *           ATE 30 DIAS E OS NIVEL 2 QUE NUNCA RODARAM O
      *           ROSTER. CADA APROVADOR ASSINA A SUA FOLHA E DEVOLVE
      *           AS DECISOES EM CARTOES AUTMOVS DO PROG015A; OS
      *           CARTOES SUGERIDOS SAEM NO RECMOVS SEM APROVADOR,
      *           PARA NENHUM SER APLICADO SEM A ASSINATURA.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 SM      VERSAO ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG024A.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHUSERS-FILE ASSIGN TO "AUTHUSRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHUSRS-STATUS.
           SELECT ACESSO-LOG ASSIGN TO "ACESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACESSLOG-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT CARTOES-FILE ASSIGN TO "RECMOVS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECMOVS-STATUS.
           SELECT RECERTIFICACAO-REPORT ASSIGN TO "RECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECRPT-STATUS.
           SELECT CLASSIFICA-USUARIOS ASSIGN TO "SORTWK".
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHUSERS-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTHUSERS-RECORD.
           05  AUTH-USER-ID               PIC X(08).
           05  FILLER                     PIC X(01).
           05  AUTH-NOME                  PIC X(30).
           05  FILLER                     PIC X(01).
           05  AUTH-PERMISSAO             PIC X(01).
           05  FILLER                     PIC X(01).
           05  AUTH-VALIDADE              PIC X(08).
           05  FILLER                     PIC X(01).
           05  AUTH-APROVADOR             PIC X(08).
           05  FILLER                     PIC X(21).

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

       FD  SECURITY-LOG
           LABEL RECORDS ARE STANDARD.
       01  SECURITY-LOG-RECORD.
           05  SLOG-DATA                  PIC X(08).
           05  FILLER                     PIC X(01).
           05  SLOG-HORA                  PIC X(06).
           05  FILLER                     PIC X(01).
           05  SLOG-USER-ID               PIC X(08).
           05  FILLER                     PIC X(01).
           05  SLOG-MOTIVO                PIC X(25).
           05  FILLER                     PIC X(30).

      * MESMO LEIAUTE DO AUTMOVS DO PROG015A.
       FD  CARTOES-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARTOES-RECORD.
           05  AUM-TIPO                   PIC X(03).
           05  FILLER                     PIC X(01).
           05  AUM-USER-ID                PIC X(08).
           05  FILLER                     PIC X(01).
           05  AUM-NOME                   PIC X(30).
           05  FILLER                     PIC X(01).
           05  AUM-PERMISSAO              PIC X(01).
           05  FILLER                     PIC X(01).
           05  AUM-VALIDADE               PIC X(08).
           05  FILLER                     PIC X(01).
           05  AUM-APROVADOR              PIC X(08).
           05  FILLER                     PIC X(17).

       FD  RECERTIFICACAO-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RECERTIFICACAO-REPORT-RECORD   PIC X(80).

       SD  CLASSIFICA-USUARIOS.
       01  CLASSIFICA-USUARIOS-RECORD.
           05  CLS-APROVADOR              PIC X(08).
           05  CLS-USER-ID                PIC X(08).
           05  CLS-IND-USUARIO            PIC 9(04).

       WORKING-STORAGE SECTION.
       77  WS-AUTHUSRS-STATUS             PIC X(02) VALUE SPACES.
       77  WS-ACESSLOG-STATUS             PIC X(02) VALUE SPACES.
       77  WS-SECLOG-STATUS               PIC X(02) VALUE SPACES.
       77  WS-RECMOVS-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RECRPT-STATUS               PIC X(02) VALUE SPACES.
       77  WS-EOF-AUTHUSERS-SW            PIC X(01) VALUE "N".
           88  EOF-AUTHUSERS                  VALUE "Y".
       77  WS-EOF-ACESSO-SW               PIC X(01) VALUE "N".
           88  EOF-ACESSO                     VALUE "Y".
       77  WS-EOF-SECLOG-SW               PIC X(01) VALUE "N".
           88  EOF-SECLOG                     VALUE "Y".
       77  WS-EOF-CLASSIF-SW              PIC X(01) VALUE "N".
           88  EOF-CLASSIF                    VALUE "Y".
       77  WS-PARM-VALIDO-SW              PIC X(01) VALUE "N".
           88  PARM-VALIDO                    VALUE "Y".
       77  WS-ARQUIVOS-RESULT-SW          PIC X(01) VALUE "S".
           88  ARQUIVOS-OK                    VALUE "S".
           88  ARQUIVOS-FALHOU                VALUE "N".
       77  WS-USUARIO-ACHADO-SW           PIC X(01) VALUE "N".
           88  USUARIO-ACHADO                 VALUE "Y".
       77  WS-DORMENTE-SW                 PIC X(01) VALUE "N".
           88  CONTA-DORMENTE                 VALUE "S".
       77  WS-SEM-ROSTER-SW               PIC X(01) VALUE "N".
           88  NIVEL2-SEM-ROSTER              VALUE "S".
       77  WS-SITUACAO-VALIDADE           PIC X(01) VALUE SPACES.
           88  VALIDADE-EM-DIA                VALUE " ".
           88  VALIDADE-A-VENCER              VALUE "V".
           88  VALIDADE-VENCIDA               VALUE "X".
           88  VALIDADE-ILEGIVEL              VALUE "I".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-ANO                         PIC 9(04) VALUE ZERO.
       77  WS-TRIMESTRE                   PIC 9(01) VALUE ZERO.
       77  WS-DATA-HOJE                   PIC 9(08) VALUE ZERO.
       77  WS-DATA-INICIO-TRIM            PIC 9(08) VALUE ZERO.
       77  WS-DATA-FIM-TRIM               PIC 9(08) VALUE ZERO.
       77  WS-DATA-LIMITE-USO             PIC 9(08) VALUE ZERO.
       77  WS-DATA-LIMITE-VALIDADE        PIC 9(08) VALUE ZERO.
       77  WS-DIA-HOJE                    PIC 9(07) COMP VALUE ZERO.
       77  WS-DIAS-DORMENCIA              PIC 9(03) COMP VALUE 90.
       77  WS-DIAS-AVISO-VALIDADE         PIC 9(03) COMP VALUE 30.
       77  WS-USER-ID-PESQUISA            PIC X(08) VALUE SPACES.
       77  WS-APROVADOR-GRUPO             PIC X(08) VALUE SPACES.
       77  WS-TOTAL-USUARIOS              PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-USUARIOS             PIC 9(04) COMP VALUE 200.
       77  WS-IND-USUARIO                 PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-PESQUISA                PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-ACHADO                  PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-ACESSOS-LIDOS         PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-ACESSOS-FORA          PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-REJEICOES-LIDAS       PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-REJEICOES-TRIM        PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-REJEICOES-FORA        PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-REVISADOS             PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-APROVADORES           PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-DORMENTES             PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-A-VENCER              PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-VENCIDOS              PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-SEM-ROSTER            PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-COM-ALERTA            PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-CARTOES               PIC 9(06) COMP VALUE ZERO.
       77  WS-GRUPO-USUARIOS              PIC 9(04) COMP VALUE ZERO.
       77  WS-GRUPO-ALERTAS               PIC 9(04) COMP VALUE ZERO.

       01  WS-DATA-HORA-ATUAL.
           05  WS-DHA-DATA.
               10  WS-DHA-ANO             PIC 9(04).
               10  WS-DHA-MES             PIC 9(02).
               10  WS-DHA-DIA             PIC 9(02).
           05  FILLER                     PIC X(13).

      * O AUTHUSRS E PEQUENO (O PROG015A LIMITA A 200) E FICA TODO EM
      * MEMORIA; OS DOIS LOGS SAO LIDOS UMA VEZ, ACUMULANDO O ULTIMO
      * USO E AS REJEICOES DO TRIMESTRE NA ENTRADA DE CADA USUARIO.
       01  WS-TABELA-USUARIOS.
           05  WS-USUARIO-ENTRADA OCCURS 200 TIMES.
               10  WS-USU-USER-ID         PIC X(08).
               10  WS-USU-NOME            PIC X(30).
               10  WS-USU-PERMISSAO       PIC X(01).
               10  WS-USU-VALIDADE        PIC X(08).
               10  WS-USU-APROVADOR       PIC X(08).
               10  WS-USU-ULTIMO-USO      PIC X(08).
               10  WS-USU-ROSTER-SW       PIC X(01).
                   88  USU-RODOU-ROSTER       VALUE "S".
               10  WS-USU-REJEICOES       PIC 9(04) COMP.

       01  WS-LINHA-TITULO.
           05  FILLER                     PIC X(16) VALUE SPACES.
           05  FILLER                     PIC X(48)
               VALUE "RECERTIFICACAO TRIMESTRAL DE ACESSOS - AUTHUSRS".
           05  FILLER                     PIC X(16) VALUE SPACES.

       01  WS-LINHA-PERIODO.
           05  FILLER                     PIC X(10)
               VALUE "TRIMESTRE ".
           05  WS-PER-ANO                 PIC 9(04).
           05  FILLER                     PIC X(01) VALUE "/".
           05  WS-PER-TRIMESTRE           PIC 9(01).
           05  FILLER                     PIC X(05) VALUE "  DE ".
           05  WS-PER-INICIO              PIC 9(08).
           05  FILLER                     PIC X(03) VALUE " A ".
           05  WS-PER-FIM                 PIC 9(08).
           05  FILLER                     PIC X(13)
               VALUE "  REFERENCIA ".
           05  WS-PER-HOJE                PIC 9(08).
           05  FILLER                     PIC X(19) VALUE SPACES.

       01  WS-LINHA-APROVADOR.
           05  FILLER                     PIC X(11)
               VALUE "APROVADOR: ".
           05  WS-APR-USER-ID             PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-APR-NOME                PIC X(40).
           05  FILLER                     PIC X(19) VALUE SPACES.

       01  WS-LINHA-CABECALHO.
           05  FILLER                     PIC X(08) VALUE "USUARIO".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(25) VALUE "NOME".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE "P".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "VALIDADE".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "ULT. USO".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE "REJ.".
           05  FILLER                     PIC X(20) VALUE SPACES.

       01  WS-LINHA-USUARIO.
           05  WS-USL-USER-ID             PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-USL-NOME                PIC X(25).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-USL-PERMISSAO           PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-USL-VALIDADE            PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-USL-ULTIMO-USO          PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-USL-REJEICOES           PIC ZZZ9.
           05  FILLER                     PIC X(20) VALUE SPACES.

       01  WS-LINHA-ALERTA.
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  FILLER                     PIC X(03) VALUE ">> ".
           05  WS-ALE-TEXTO               PIC X(50) VALUE SPACES.
           05  FILLER                     PIC X(18) VALUE SPACES.

       01  WS-LINHA-DECISAO.
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  FILLER                     PIC X(40)
               VALUE "DECISAO:  ( ) MANTER    ( ) REVOGAR".
           05  FILLER                     PIC X(31) VALUE SPACES.

       01  WS-LINHA-ASSINATURA.
           05  FILLER                     PIC X(50)
               VALUE "ASSINATURA DO APROVADOR: _______________________".
           05  FILLER                     PIC X(20)
               VALUE "  DATA: ___/___/____".
           05  FILLER                     PIC X(10) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TEXTO               PIC X(40) VALUE SPACES.
           05  WS-TOT-QUANTIDADE          PIC ZZZZZ9.
           05  FILLER                     PIC X(34) VALUE SPACES.

       01  WS-LINHA-NOTA.
           05  WS-NOT-TEXTO               PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05  LK-PARM-LENGTH             PIC S9(04) COMP.
           05  LK-PARM-TEXTO.
               10  LK-PARM-ANO            PIC X(04).
               10  LK-PARM-TRIMESTRE      PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-PROCEDURE.
           PERFORM 0001-VALIDA-PARM
           IF PARM-VALIDO
               PERFORM 0002-INICIALIZA
               IF ARQUIVOS-OK
                   PERFORM 0003-CARREGA-AUTORIZADOS
               END-IF
               IF ARQUIVOS-OK
                   PERFORM 0004-PROCESSA-ACESSOS
                   PERFORM 0005-PROCESSA-REJEICOES
               END-IF
               IF ARQUIVOS-OK
                   SORT CLASSIFICA-USUARIOS
                       ON ASCENDING KEY CLS-APROVADOR
                                        CLS-USER-ID
                       INPUT PROCEDURE IS 0006-SELECIONA-USUARIOS
                       OUTPUT PROCEDURE IS 0007-IMPRIME-APROVADORES
               END-IF
           END-IF
           PERFORM 9999-FINALIZAR
                .
       MAIN-PROCEDURE-END.

      *-----------------------------------------------------------------
      * PARM OPCIONAL AAAAT (ANO E TRIMESTRE 1 A 4), EX.: PARM='20263'.
      * SEM PARM VALE O TRIMESTRE DA DATA DE EXECUCAO. O TRIMESTRE SO
      * DELIMITA AS REJEICOES; DORMENCIA E VALIDADE SAO MEDIDAS A
      * PARTIR DE HOJE, QUE E QUANDO O APROVADOR VAI DECIDIR.
      *-----------------------------------------------------------------
       0001-VALIDA-PARM.
           DISPLAY "0001-VALIDA-PARM"
           MOVE "N" TO WS-PARM-VALIDO-SW
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           EVALUATE TRUE
               WHEN LK-PARM-LENGTH = ZERO
                   MOVE WS-DHA-ANO TO WS-ANO
                   COMPUTE WS-TRIMESTRE = (WS-DHA-MES + 2) / 3
                   MOVE "Y" TO WS-PARM-VALIDO-SW
               WHEN LK-PARM-LENGTH NOT = 5
                   DISPLAY "PARM COM TAMANHO INVALIDO: "
                       LK-PARM-LENGTH
               WHEN LK-PARM-ANO IS NOT NUMERIC
                 OR LK-PARM-ANO < "1601"
                   DISPLAY "ANO DO TRIMESTRE INVALIDO: "
                       LK-PARM-ANO
               WHEN LK-PARM-TRIMESTRE NOT = "1" AND "2" AND "3"
                                        AND "4"
                   DISPLAY "TRIMESTRE INVALIDO: "
                       LK-PARM-TRIMESTRE
               WHEN OTHER
                   MOVE LK-PARM-ANO TO WS-ANO
                   MOVE LK-PARM-TRIMESTRE TO WS-TRIMESTRE
                   MOVE "Y" TO WS-PARM-VALIDO-SW
           END-EVALUATE
           IF PARM-VALIDO
               PERFORM 0001-010-CALCULA-DATAS
           END-IF
                .
       0001-VALIDA-PARM-END.

      *-----------------------------------------------------------------
       0001-010-CALCULA-DATAS.
           MOVE WS-DHA-DATA TO WS-DATA-HOJE
           COMPUTE WS-DATA-INICIO-TRIM =
               WS-ANO * 10000 + (WS-TRIMESTRE * 3 - 2) * 100 + 1
           EVALUATE WS-TRIMESTRE
               WHEN 1
                   COMPUTE WS-DATA-FIM-TRIM = WS-ANO * 10000 + 0331
               WHEN 2
                   COMPUTE WS-DATA-FIM-TRIM = WS-ANO * 10000 + 0630
               WHEN 3
                   COMPUTE WS-DATA-FIM-TRIM = WS-ANO * 10000 + 0930
               WHEN OTHER
                   COMPUTE WS-DATA-FIM-TRIM = WS-ANO * 10000 + 1231
           END-EVALUATE
           COMPUTE WS-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-DATA-LIMITE-USO =
               FUNCTION DATE-OF-INTEGER(WS-DIA-HOJE
                                        - WS-DIAS-DORMENCIA)
           COMPUTE WS-DATA-LIMITE-VALIDADE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-HOJE
                                        + WS-DIAS-AVISO-VALIDADE)
                .
       0001-010-CALCULA-DATAS-END.

      *-----------------------------------------------------------------
      * O ACESSLOG E O SECLOG SAO OPCIONAIS: SEM O PRIMEIRO TODOS OS
      * USUARIOS SAEM SEM USO REGISTRADO (DORMENTES); SEM O SEGUNDO,
      * SEM REJEICOES.
      *-----------------------------------------------------------------
       0002-INICIALIZA.
           DISPLAY "0002-INICIALIZA"
           OPEN INPUT AUTHUSERS-FILE
           IF WS-AUTHUSRS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUTHUSERS-FILE: "
                   WS-AUTHUSRS-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT CARTOES-FILE
           IF WS-RECMOVS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CARTOES-FILE: "
                   WS-RECMOVS-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT RECERTIFICACAO-REPORT
           IF WS-RECRPT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RECERTIFICACAO-REPORT: "
                   WS-RECRPT-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
                .
       0002-INICIALIZA-END.

      *-----------------------------------------------------------------
       0003-CARREGA-AUTORIZADOS.
           DISPLAY "0003-CARREGA-AUTORIZADOS"
           MOVE "N" TO WS-EOF-AUTHUSERS-SW
           PERFORM 0003-010-LE-AUTHUSERS
           PERFORM 0003-020-GUARDA-AUTORIZADO
               UNTIL EOF-AUTHUSERS
           CLOSE AUTHUSERS-FILE
                .
       0003-CARREGA-AUTORIZADOS-END.

      *-----------------------------------------------------------------
       0003-010-LE-AUTHUSERS.
           READ AUTHUSERS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-AUTHUSERS-SW
           END-READ
                .
       0003-010-LE-AUTHUSERS-END.

      *-----------------------------------------------------------------
       0003-020-GUARDA-AUTORIZADO.
           IF WS-TOTAL-USUARIOS < WS-MAXIMO-USUARIOS
               ADD 1 TO WS-TOTAL-USUARIOS
               MOVE WS-TOTAL-USUARIOS TO WS-IND-USUARIO
               MOVE AUTH-USER-ID TO WS-USU-USER-ID(WS-IND-USUARIO)
               MOVE AUTH-NOME TO WS-USU-NOME(WS-IND-USUARIO)
               MOVE AUTH-PERMISSAO
                   TO WS-USU-PERMISSAO(WS-IND-USUARIO)
               MOVE AUTH-VALIDADE
                   TO WS-USU-VALIDADE(WS-IND-USUARIO)
               MOVE AUTH-APROVADOR
                   TO WS-USU-APROVADOR(WS-IND-USUARIO)
               MOVE SPACES TO WS-USU-ULTIMO-USO(WS-IND-USUARIO)
               MOVE "N" TO WS-USU-ROSTER-SW(WS-IND-USUARIO)
               MOVE ZERO TO WS-USU-REJEICOES(WS-IND-USUARIO)
           ELSE
               DISPLAY "TABELA DE AUTORIZADOS CHEIA - "
                   "RECERTIFICACAO ABORTADA: " AUTH-USER-ID
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           PERFORM 0003-010-LE-AUTHUSERS
                .
       0003-020-GUARDA-AUTORIZADO-END.

      *-----------------------------------------------------------------
      * O ACESSLOG E LIDO POR INTEIRO, NAO SO NO TRIMESTRE: O ULTIMO
      * USO PODE SER ANTERIOR, E O NIVEL 2 QUE RODOU O ROSTER UMA
      * VEZ SO JA NAO ENTRA COMO "NUNCA RODOU". ACESSO DE QUEM NAO
      * ESTA MAIS NO AUTHUSRS SO E CONTADO.
      *-----------------------------------------------------------------
       0004-PROCESSA-ACESSOS.
           DISPLAY "0004-PROCESSA-ACESSOS"
           OPEN INPUT ACESSO-LOG
           EVALUATE WS-ACESSLOG-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-ACESSO-SW
                   PERFORM 0004-010-LE-ACESSO
                   PERFORM 0004-020-ACUMULA-ACESSO
                       UNTIL EOF-ACESSO
                   CLOSE ACESSO-LOG
               WHEN "35"
                   DISPLAY "ACESSO-LOG INEXISTENTE - "
                       "NENHUM USO REGISTRADO"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR ACESSO-LOG: "
                       WS-ACESSLOG-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0004-PROCESSA-ACESSOS-END.

      *-----------------------------------------------------------------
       0004-010-LE-ACESSO.
           READ ACESSO-LOG
               AT END
                   MOVE "Y" TO WS-EOF-ACESSO-SW
           END-READ
                .
       0004-010-LE-ACESSO-END.

      *-----------------------------------------------------------------
       0004-020-ACUMULA-ACESSO.
           ADD 1 TO WS-CONTA-ACESSOS-LIDOS
           MOVE ALOG-USER-ID TO WS-USER-ID-PESQUISA
           PERFORM 0008-PESQUISA-USUARIO
           IF USUARIO-ACHADO
               IF ALOG-DATA > WS-USU-ULTIMO-USO(WS-IND-ACHADO)
                   MOVE ALOG-DATA
                       TO WS-USU-ULTIMO-USO(WS-IND-ACHADO)
               END-IF
               IF ALOG-PERMISSAO = "2"
                   MOVE "S" TO WS-USU-ROSTER-SW(WS-IND-ACHADO)
               END-IF
           ELSE
               ADD 1 TO WS-CONTA-ACESSOS-FORA
           END-IF
           PERFORM 0004-010-LE-ACESSO
                .
       0004-020-ACUMULA-ACESSO-END.

      *-----------------------------------------------------------------
      * DO SECLOG SO ENTRAM AS REJEICOES DO TRIMESTRE. AS DE USER-ID
      * FORA DO AUTHUSRS (OU NAO INFORMADO) VAO PARA O TOTAL.
      *-----------------------------------------------------------------
       0005-PROCESSA-REJEICOES.
           DISPLAY "0005-PROCESSA-REJEICOES"
           OPEN INPUT SECURITY-LOG
           EVALUATE WS-SECLOG-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SECLOG-SW
                   PERFORM 0005-010-LE-SECLOG
                   PERFORM 0005-020-ACUMULA-REJEICAO
                       UNTIL EOF-SECLOG
                   CLOSE SECURITY-LOG
               WHEN "35"
                   DISPLAY "SECURITY-LOG INEXISTENTE - "
                       "NENHUMA REJEICAO REGISTRADA"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR SECURITY-LOG: "
                       WS-SECLOG-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0005-PROCESSA-REJEICOES-END.

      *-----------------------------------------------------------------
       0005-010-LE-SECLOG.
           READ SECURITY-LOG
               AT END
                   MOVE "Y" TO WS-EOF-SECLOG-SW
           END-READ
                .
       0005-010-LE-SECLOG-END.

      *-----------------------------------------------------------------
       0005-020-ACUMULA-REJEICAO.
           ADD 1 TO WS-CONTA-REJEICOES-LIDAS
           IF SLOG-DATA NOT < WS-DATA-INICIO-TRIM
               AND SLOG-DATA NOT > WS-DATA-FIM-TRIM
               ADD 1 TO WS-CONTA-REJEICOES-TRIM
               MOVE SLOG-USER-ID TO WS-USER-ID-PESQUISA
               PERFORM 0008-PESQUISA-USUARIO
               IF USUARIO-ACHADO
                   ADD 1 TO WS-USU-REJEICOES(WS-IND-ACHADO)
               ELSE
                   ADD 1 TO WS-CONTA-REJEICOES-FORA
               END-IF
           END-IF
           PERFORM 0005-010-LE-SECLOG
                .
       0005-020-ACUMULA-REJEICAO-END.

      *-----------------------------------------------------------------
       0006-SELECIONA-USUARIOS.
           DISPLAY "0006-SELECIONA-USUARIOS"
           MOVE ZERO TO WS-IND-USUARIO
           PERFORM 0006-010-LIBERA-USUARIO
               WS-TOTAL-USUARIOS TIMES
                .
       0006-SELECIONA-USUARIOS-END.

      *-----------------------------------------------------------------
       0006-010-LIBERA-USUARIO.
           ADD 1 TO WS-IND-USUARIO
           MOVE WS-USU-APROVADOR(WS-IND-USUARIO) TO CLS-APROVADOR
           MOVE WS-USU-USER-ID(WS-IND-USUARIO) TO CLS-USER-ID
           MOVE WS-IND-USUARIO TO CLS-IND-USUARIO
           RELEASE CLASSIFICA-USUARIOS-RECORD
                .
       0006-010-LIBERA-USUARIO-END.

      *-----------------------------------------------------------------
      * UMA FOLHA POR APROVADOR, COM A LINHA DE DECISAO DE CADA
      * USUARIO E O CAMPO DE ASSINATURA. OS USUARIOS GRAVADOS ANTES
      * DO PROG015A GUARDAR O APROVADOR SAEM NO GRUPO SEM APROVADOR
      * (O PRIMEIRO DA CLASSIFICACAO), PARA A SEGURANCA DESIGNAR UM.
      *-----------------------------------------------------------------
       0007-IMPRIME-APROVADORES.
           DISPLAY "0007-IMPRIME-APROVADORES"
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TITULO
           MOVE WS-ANO TO WS-PER-ANO
           MOVE WS-TRIMESTRE TO WS-PER-TRIMESTRE
           MOVE WS-DATA-INICIO-TRIM TO WS-PER-INICIO
           MOVE WS-DATA-FIM-TRIM TO WS-PER-FIM
           MOVE WS-DATA-HOJE TO WS-PER-HOJE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-PERIODO
           MOVE "N" TO WS-EOF-CLASSIF-SW
           PERFORM 0007-010-RETORNA-USUARIO
           PERFORM 0007-020-PROCESSA-APROVADOR
               UNTIL EOF-CLASSIF
                .
       0007-IMPRIME-APROVADORES-END.

      *-----------------------------------------------------------------
       0007-010-RETORNA-USUARIO.
           RETURN CLASSIFICA-USUARIOS
               AT END
                   MOVE "Y" TO WS-EOF-CLASSIF-SW
           END-RETURN
                .
       0007-010-RETORNA-USUARIO-END.

      *-----------------------------------------------------------------
       0007-020-PROCESSA-APROVADOR.
           MOVE CLS-APROVADOR TO WS-APROVADOR-GRUPO
           MOVE ZERO TO WS-GRUPO-USUARIOS
           MOVE ZERO TO WS-GRUPO-ALERTAS
           ADD 1 TO WS-CONTA-APROVADORES
           PERFORM 0007-030-IMPRIME-CABECALHO
           PERFORM 0007-040-PROCESSA-USUARIO
               UNTIL EOF-CLASSIF
                  OR CLS-APROVADOR NOT = WS-APROVADOR-GRUPO
           MOVE SPACES TO RECERTIFICACAO-REPORT-RECORD
           WRITE RECERTIFICACAO-REPORT-RECORD
           MOVE "USUARIOS DO APROVADOR:" TO WS-TOT-TEXTO
           MOVE WS-GRUPO-USUARIOS TO WS-TOT-QUANTIDADE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "USUARIOS COM ALERTA:" TO WS-TOT-TEXTO
           MOVE WS-GRUPO-ALERTAS TO WS-TOT-QUANTIDADE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE SPACES TO RECERTIFICACAO-REPORT-RECORD
           WRITE RECERTIFICACAO-REPORT-RECORD
           WRITE RECERTIFICACAO-REPORT-RECORD
               FROM WS-LINHA-ASSINATURA
                .
       0007-020-PROCESSA-APROVADOR-END.

      *-----------------------------------------------------------------
       0007-030-IMPRIME-CABECALHO.
           MOVE SPACES TO RECERTIFICACAO-REPORT-RECORD
           WRITE RECERTIFICACAO-REPORT-RECORD
           MOVE WS-APROVADOR-GRUPO TO WS-APR-USER-ID
           IF WS-APROVADOR-GRUPO = SPACES
               MOVE "SEM APROVADOR REGISTRADO NO AUTHUSRS"
                   TO WS-APR-NOME
           ELSE
               MOVE WS-APROVADOR-GRUPO TO WS-USER-ID-PESQUISA
               PERFORM 0008-PESQUISA-USUARIO
               IF USUARIO-ACHADO
                   MOVE WS-USU-NOME(WS-IND-ACHADO) TO WS-APR-NOME
               ELSE
                   MOVE "APROVADOR FORA DO AUTHUSRS"
                       TO WS-APR-NOME
               END-IF
           END-IF
           WRITE RECERTIFICACAO-REPORT-RECORD
               FROM WS-LINHA-APROVADOR
           WRITE RECERTIFICACAO-REPORT-RECORD
               FROM WS-LINHA-CABECALHO
                .
       0007-030-IMPRIME-CABECALHO-END.

      *-----------------------------------------------------------------
       0007-040-PROCESSA-USUARIO.
           MOVE CLS-IND-USUARIO TO WS-IND-USUARIO
           ADD 1 TO WS-CONTA-REVISADOS
           ADD 1 TO WS-GRUPO-USUARIOS
           PERFORM 0007-050-AVALIA-ALERTAS
           MOVE WS-USU-USER-ID(WS-IND-USUARIO) TO WS-USL-USER-ID
           MOVE WS-USU-NOME(WS-IND-USUARIO) TO WS-USL-NOME
           MOVE WS-USU-PERMISSAO(WS-IND-USUARIO) TO WS-USL-PERMISSAO
           MOVE WS-USU-VALIDADE(WS-IND-USUARIO) TO WS-USL-VALIDADE
           IF WS-USU-ULTIMO-USO(WS-IND-USUARIO) = SPACES
               MOVE "NUNCA" TO WS-USL-ULTIMO-USO
           ELSE
               MOVE WS-USU-ULTIMO-USO(WS-IND-USUARIO)
                   TO WS-USL-ULTIMO-USO
           END-IF
           MOVE WS-USU-REJEICOES(WS-IND-USUARIO) TO WS-USL-REJEICOES
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-USUARIO
           PERFORM 0007-060-IMPRIME-ALERTAS
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-DECISAO
           PERFORM 0007-070-GRAVA-CARTAO
           PERFORM 0007-010-RETORNA-USUARIO
                .
       0007-040-PROCESSA-USUARIO-END.

      *-----------------------------------------------------------------
      * DORMENTE: SEM USO BEM SUCEDIDO DEPOIS DE HOJE - 90 DIAS (OU
      * NUNCA). VALIDADE: VENCIDA, ILEGIVEL OU VENCENDO ATE HOJE + 30.
      * NIVEL 2 SEM ROSTER: NENHUMA AUTORIZACAO COM PERMISSAO 2 NO
      * ACESSLOG, OU SEJA, O RELATORIO DE OPERADORES NUNCA SAIU PARA
      * ELE E O NIVEL 1 BASTARIA.
      *-----------------------------------------------------------------
       0007-050-AVALIA-ALERTAS.
           MOVE "N" TO WS-DORMENTE-SW
           MOVE "N" TO WS-SEM-ROSTER-SW
           MOVE SPACES TO WS-SITUACAO-VALIDADE
           IF WS-USU-ULTIMO-USO(WS-IND-USUARIO) = SPACES
               OR WS-USU-ULTIMO-USO(WS-IND-USUARIO)
                   < WS-DATA-LIMITE-USO
               MOVE "S" TO WS-DORMENTE-SW
               ADD 1 TO WS-CONTA-DORMENTES
           END-IF
           EVALUATE TRUE
               WHEN WS-USU-VALIDADE(WS-IND-USUARIO) IS NOT NUMERIC
                   MOVE "I" TO WS-SITUACAO-VALIDADE
                   ADD 1 TO WS-CONTA-VENCIDOS
               WHEN WS-USU-VALIDADE(WS-IND-USUARIO) < WS-DATA-HOJE
                   MOVE "X" TO WS-SITUACAO-VALIDADE
                   ADD 1 TO WS-CONTA-VENCIDOS
               WHEN WS-USU-VALIDADE(WS-IND-USUARIO)
                   NOT > WS-DATA-LIMITE-VALIDADE
                   MOVE "V" TO WS-SITUACAO-VALIDADE
                   ADD 1 TO WS-CONTA-A-VENCER
           END-EVALUATE
           IF WS-USU-PERMISSAO(WS-IND-USUARIO) = "2"
               AND NOT USU-RODOU-ROSTER(WS-IND-USUARIO)
               MOVE "S" TO WS-SEM-ROSTER-SW
               ADD 1 TO WS-CONTA-SEM-ROSTER
           END-IF
           IF CONTA-DORMENTE OR NOT VALIDADE-EM-DIA
               OR NIVEL2-SEM-ROSTER
               ADD 1 TO WS-CONTA-COM-ALERTA
               ADD 1 TO WS-GRUPO-ALERTAS
           END-IF
                .
       0007-050-AVALIA-ALERTAS-END.

      *-----------------------------------------------------------------
       0007-060-IMPRIME-ALERTAS.
           IF CONTA-DORMENTE
               MOVE "CONTA DORMENTE - SEM USO NOS ULTIMOS 90 DIAS"
                   TO WS-ALE-TEXTO
               WRITE RECERTIFICACAO-REPORT-RECORD
                   FROM WS-LINHA-ALERTA
           END-IF
           EVALUATE TRUE
               WHEN VALIDADE-ILEGIVEL
                   MOVE "VALIDADE ILEGIVEL - ACESSO JA BLOQUEADO"
                       TO WS-ALE-TEXTO
                   WRITE RECERTIFICACAO-REPORT-RECORD
                       FROM WS-LINHA-ALERTA
               WHEN VALIDADE-VENCIDA
                   MOVE "VALIDADE VENCIDA - ACESSO JA BLOQUEADO"
                       TO WS-ALE-TEXTO
                   WRITE RECERTIFICACAO-REPORT-RECORD
                       FROM WS-LINHA-ALERTA
               WHEN VALIDADE-A-VENCER
                   MOVE "VALIDADE VENCE NOS PROXIMOS 30 DIAS"
                       TO WS-ALE-TEXTO
                   WRITE RECERTIFICACAO-REPORT-RECORD
                       FROM WS-LINHA-ALERTA
           END-EVALUATE
           IF NIVEL2-SEM-ROSTER
               MOVE "NIVEL 2 QUE NUNCA RODOU O ROSTER"
                   TO WS-ALE-TEXTO
               WRITE RECERTIFICACAO-REPORT-RECORD
                   FROM WS-LINHA-ALERTA
           END-IF
                .
       0007-060-IMPRIME-ALERTAS-END.

      *-----------------------------------------------------------------
      * CARTAO SUGERIDO NO LEIAUTE DO AUTMOVS: DEL PARA A CONTA
      * DORMENTE E CHG PARA NIVEL 1 DO NIVEL 2 QUE NAO USA O ROSTER.
      * O APROVADOR VAI EM BRANCO DE PROPOSITO: O PROG015A REJEITA
      * O CARTAO ATE O APROVADOR DA FOLHA ASSINAR E PREENCHER.
      *-----------------------------------------------------------------
       0007-070-GRAVA-CARTAO.
           MOVE SPACES TO CARTOES-RECORD
           EVALUATE TRUE
               WHEN CONTA-DORMENTE
                   MOVE "DEL" TO AUM-TIPO
               WHEN NIVEL2-SEM-ROSTER
                   MOVE "CHG" TO AUM-TIPO
                   MOVE WS-USU-NOME(WS-IND-USUARIO) TO AUM-NOME
                   MOVE "1" TO AUM-PERMISSAO
                   MOVE WS-USU-VALIDADE(WS-IND-USUARIO)
                       TO AUM-VALIDADE
           END-EVALUATE
           IF AUM-TIPO NOT = SPACES
               MOVE WS-USU-USER-ID(WS-IND-USUARIO) TO AUM-USER-ID
               WRITE CARTOES-RECORD
               ADD 1 TO WS-CONTA-CARTOES
           END-IF
                .
       0007-070-GRAVA-CARTAO-END.

      *-----------------------------------------------------------------
       0008-PESQUISA-USUARIO.
           MOVE "N" TO WS-USUARIO-ACHADO-SW
           MOVE ZERO TO WS-IND-PESQUISA
           PERFORM 0008-010-COMPARA-USUARIO
               UNTIL USUARIO-ACHADO
                  OR WS-IND-PESQUISA NOT < WS-TOTAL-USUARIOS
                .
       0008-PESQUISA-USUARIO-END.

      *-----------------------------------------------------------------
       0008-010-COMPARA-USUARIO.
           ADD 1 TO WS-IND-PESQUISA
           IF WS-USU-USER-ID(WS-IND-PESQUISA) = WS-USER-ID-PESQUISA
               MOVE "Y" TO WS-USUARIO-ACHADO-SW
               MOVE WS-IND-PESQUISA TO WS-IND-ACHADO
           END-IF
                .
       0008-010-COMPARA-USUARIO-END.

      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "9999-FINALIZAR"
           IF PARM-VALIDO AND ARQUIVOS-OK
               PERFORM 9999-010-GRAVA-TOTAIS
               CLOSE CARTOES-FILE
               CLOSE RECERTIFICACAO-REPORT
           END-IF
           EVALUATE TRUE
               WHEN NOT PARM-VALIDO
                   MOVE 0016 TO WS-RETURN-CODE
               WHEN ARQUIVOS-FALHOU
                   MOVE 0012 TO WS-RETURN-CODE
               WHEN WS-CONTA-COM-ALERTA > ZERO
                   MOVE 0004 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 0000 TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       9999-FINALIZAR-END.

      *-----------------------------------------------------------------
       9999-010-GRAVA-TOTAIS.
           MOVE SPACES TO RECERTIFICACAO-REPORT-RECORD
           WRITE RECERTIFICACAO-REPORT-RECORD
           WRITE RECERTIFICACAO-REPORT-RECORD
           MOVE "TOTAIS DA RECERTIFICACAO" TO WS-NOT-TEXTO
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-NOTA
           MOVE "APROVADORES:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-APROVADORES TO WS-TOT-QUANTIDADE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "USUARIOS REVISADOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-REVISADOS TO WS-TOT-QUANTIDADE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "CONTAS DORMENTES (90 DIAS):" TO WS-TOT-TEXTO
           MOVE WS-CONTA-DORMENTES TO WS-TOT-QUANTIDADE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "VALIDADE VENCENDO EM 30 DIAS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-A-VENCER TO WS-TOT-QUANTIDADE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "VALIDADE VENCIDA OU ILEGIVEL:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-VENCIDOS TO WS-TOT-QUANTIDADE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "NIVEL 2 QUE NUNCA RODOU O ROSTER:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-SEM-ROSTER TO WS-TOT-QUANTIDADE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "USUARIOS COM ALERTA:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-COM-ALERTA TO WS-TOT-QUANTIDADE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "ACESSOS LIDOS NO ACESSLOG:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-ACESSOS-LIDOS TO WS-TOT-QUANTIDADE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "ACESSOS DE USUARIOS FORA DO AUTHUSRS:"
               TO WS-TOT-TEXTO
           MOVE WS-CONTA-ACESSOS-FORA TO WS-TOT-QUANTIDADE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "REJEICOES NO TRIMESTRE:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-REJEICOES-TRIM TO WS-TOT-QUANTIDADE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "REJEICOES DE USUARIOS FORA DO AUTHUSRS:"
               TO WS-TOT-TEXTO
           MOVE WS-CONTA-REJEICOES-FORA TO WS-TOT-QUANTIDADE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "CARTOES SUGERIDOS NO RECMOVS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-CARTOES TO WS-TOT-QUANTIDADE
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE SPACES TO RECERTIFICACAO-REPORT-RECORD
           WRITE RECERTIFICACAO-REPORT-RECORD
           MOVE "AS DECISOES VOLTAM EM CARTOES AUTMOVS DO PROG015A:"
               TO WS-NOT-TEXTO
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-NOTA
           MOVE "DEL PARA REVOGAR, CHG PARA ALTERAR, COM O APROVADOR"
               TO WS-NOT-TEXTO
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-NOTA
           MOVE "DA FOLHA NO CAMPO DE SEGUNDO APROVADOR."
               TO WS-NOT-TEXTO
           WRITE RECERTIFICACAO-REPORT-RECORD FROM WS-LINHA-NOTA
                .
       9999-010-GRAVA-TOTAIS-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG024A.

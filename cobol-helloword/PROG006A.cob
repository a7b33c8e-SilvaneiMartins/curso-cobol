      *                    SECAO. A CONCILIACAO PASSA A SAIR COMPLETA
      *                    EM QUALQUER VOLUME, SEM O CORTE DE
      *                    "TABELA CHEIA".
      * 15/10/2026 SM      INCLUIDO O ARQUIVO DE TROCAS DE TURNO
      *                    (TURNOVRD, MANTIDO PELO PROG018A). AS
      *                    TROCAS DA DATA DA EXECUCAO ENTRAM NO
      *                    CASAMENTO DE 0003-CONCILIA-CADASTRO COMO
      *                    MAIS UM ARQUIVO CLASSIFICADO, E O AUSENTE
      *                    COM TROCA SAI NA SECAO DO TURNO DA TROCA,
      *                    MARCADO COMO TROCA DE TURNO. NO DIA
      *                    SEGUINTE VALE DE NOVO O EMP-TURNO.
      * 15/10/2026 SM      9999-FINALIZAR PASSA A GRAVAR O REGISTRO
      *                    DO PASSO NO CONTROLE-PASSOS (STEPLOG), O
      *                    RAZAO DE CONTROLE COMUM A TODOS OS PASSOS
      *                    DO PROG001AJ: DATA, HORAS DE INICIO E FIM,
      *                    MARCACOES LIDAS DO PUNCHCLN, AUSENCIAS E
      *                    AFASTADOS GRAVADOS, MARCACOES
      *                    DESCONHECIDAS E RETURN-CODE.
      * 15/10/2026 SM      INCLUIDO O HISTORICO DE PRESENCA (ATTHIST),
      *                    ACUMULATIVO. 0003-CONCILIA-CADASTRO GRAVA
      *                    UM REGISTRO POR OPERADOR DO CADASTRO A
      *                    CADA NOITE: PRESENTE, AUSENTE SEM
      *                    JUSTIFICATIVA OU AFASTADO (COM O AFA-TIPO
      *                    DO PLANABS), NO TURNO EFETIVO DA DATA. O
      *                    RELATORIO MENSAL DE ABSENTEISMO SAI PELO
      *                    PROG020A.
      * 15/10/2026 SM      O REGISTRO DO ATTHIST E LIMPO ANTES DE SER
      *                    MONTADO, PARA NAO LEVAR LIXO NOS FILLERS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG006A.
               FILE STATUS IS WS-WRKDES-STATUS.
           SELECT CLASSIFICA-PONTO ASSIGN TO "SORTWK".
           SELECT CLASSIFICA-AFAST ASSIGN TO "SORTWK2".
           SELECT SUBSTITUICOES-FILE ASSIGN TO "TURNOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNOVRD-STATUS.
           SELECT TROCAS-ORDENADAS ASSIGN TO "WRKTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRKTRO-STATUS.
           SELECT CLASSIFICA-TROCA ASSIGN TO "SORTWK3".
           SELECT HISTORICO-PRESENCA ASSIGN TO "ATTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTHIST-STATUS.
           SELECT CONTROLE-PASSOS ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           05  AUS-MATRICULA              PIC X(06).
           05  AUS-NOME                   PIC X(30).
           05  AUS-TURNO                  PIC X(01).
           05  AUS-TROCA-SW               PIC X(01).
               88  AUS-EM-TROCA               VALUE "S".
           05  FILLER                     PIC X(42).

       FD  AFASTADOS-WORK
           LABEL RECORDS ARE STANDARD.
           05  CLA-MATRICULA              PIC X(06).
           05  CLA-TIPO                   PIC X(10).

       FD  SUBSTITUICOES-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUBSTITUICOES-RECORD.
           05  OVR-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  OVR-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  OVR-TURNO                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  OVR-TURNO-CADASTRO         PIC X(01).
           05  FILLER                     PIC X(01).
           05  OVR-PARCEIRO               PIC X(06).
           05  FILLER                     PIC X(01).
           05  OVR-APROVADOR              PIC X(08).
           05  FILLER                     PIC X(45).

       FD  TROCAS-ORDENADAS
           LABEL RECORDS ARE STANDARD.
       01  TROCAS-ORD-RECORD.
           05  TRO-MATRICULA              PIC X(06).
           05  TRO-TURNO                  PIC X(01).
           05  FILLER                     PIC X(73).

       SD  CLASSIFICA-TROCA.
       01  CLASSIFICA-TROCA-RECORD.
           05  CLT-MATRICULA              PIC X(06).
           05  CLT-TURNO                  PIC X(01).

       FD  HISTORICO-PRESENCA
           LABEL RECORDS ARE STANDARD.
       01  HISTORICO-PRESENCA-RECORD.
           05  HIS-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  HIS-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  HIS-TURNO                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  HIS-SITUACAO               PIC X(01).
               88  HIS-PRESENTE               VALUE "P".
               88  HIS-AUSENTE                VALUE "A".
               88  HIS-AFASTADO               VALUE "J".
           05  FILLER                     PIC X(01).
           05  HIS-TIPO-AFASTAMENTO       PIC X(10).
           05  FILLER                     PIC X(01).
           05  HIS-TROCA-SW               PIC X(01).
           05  FILLER                     PIC X(48).

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
       77  WS-WRKAUS-STATUS               PIC X(02) VALUE SPACES.
       77  WS-WRKAFA-STATUS               PIC X(02) VALUE SPACES.
       77  WS-WRKDES-STATUS               PIC X(02) VALUE SPACES.
       77  WS-TURNOVRD-STATUS             PIC X(02) VALUE SPACES.
       77  WS-WRKTRO-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ATTHIST-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EOF-SUBSTITUICAO-SW         PIC X(01) VALUE "N".
           88  EOF-SUBSTITUICAO               VALUE "Y".
       77  WS-EOF-PONTO-SW                PIC X(01) VALUE "N".
           88  EOF-PONTO                      VALUE "Y".
       77  WS-EOF-AFASTAMENTO-SW          PIC X(01) VALUE "N".
           88  ARQUIVOS-OK                    VALUE "S".
           88  ARQUIVOS-FALHOU                VALUE "N".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CONTA-MARCACOES             PIC 9(06) COMP VALUE ZERO.
       77  WS-TOTAL-AUSENCIAS             PIC 9(06) COMP VALUE ZERO.
       77  WS-TOTAL-AFASTADOS             PIC 9(06) COMP VALUE ZERO.
       77  WS-TOTAL-DESCONHECIDAS         PIC 9(06) COMP VALUE ZERO.
       77  WS-CHAVE-EMPLOYEE              PIC X(06) VALUE SPACES.
       77  WS-CHAVE-PONTO                 PIC X(06) VALUE SPACES.
       77  WS-CHAVE-AFASTAMENTO           PIC X(06) VALUE SPACES.
       77  WS-CHAVE-TROCA                 PIC X(06) VALUE SPACES.
       77  WS-TURNO-EFETIVO               PIC X(01) VALUE SPACES.
       77  WS-EM-TROCA-SW                 PIC X(01) VALUE "N".
           88  EM-TROCA                       VALUE "S".
       77  WS-SITUACAO-HISTORICO          PIC X(01) VALUE SPACES.
       77  WS-TIPO-AFAST-HISTORICO        PIC X(10) VALUE SPACES.

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
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(12)
               VALUE "SEM MARCACAO".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-AUSL-OBSERVACAO         PIC X(14).
           05  FILLER                     PIC X(10) VALUE SPACES.

       01  WS-LINHA-AFASTADO.
           05  WS-AFL-MATRICULA           PIC X(06).
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-MARCA-INICIO
           PERFORM 0001-INICIALIZA
           IF ARQUIVOS-OK
               SORT CLASSIFICA-AFAST
                   ON ASCENDING KEY CLA-MATRICULA
                   INPUT PROCEDURE IS 0001-050-CARREGA-AFASTAMENTOS
                   GIVING AFASTAMENTOS-ORDENADOS
               SORT CLASSIFICA-TROCA
                   ON ASCENDING KEY CLT-MATRICULA
                   INPUT PROCEDURE IS 0001-080-CARREGA-TROCAS
                   GIVING TROCAS-ORDENADAS
               SORT CLASSIFICA-PONTO
                   ON ASCENDING KEY CLP-MATRICULA
                                    CLP-HORA
                   WS-ATTRPT-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN EXTEND HISTORICO-PRESENCA
           IF WS-ATTHIST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORICO-PRESENCA: "
                   WS-ATTHIST-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           IF ARQUIVOS-OK
               MOVE "CONCILIACAO DE PONTO POR TURNO"
                   TO WS-TIT-TEXTO
                .
       0001-070-LIBERA-AFASTAMENTO-END.

      *-----------------------------------------------------------------
      * SO AS TROCAS DE TURNO COM A DATA DA EXECUCAO ENTRAM NA
      * CLASSIFICACAO. O ARQUIVO E OPCIONAL (STATUS 35): SEM ELE O
      * AUSENTE SAI NO SEU EMP-TURNO, COMO ANTES.
      *-----------------------------------------------------------------
       0001-080-CARREGA-TROCAS.
           OPEN INPUT SUBSTITUICOES-FILE
           EVALUATE WS-TURNOVRD-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SUBSTITUICAO-SW
                   PERFORM 0001-090-LE-TROCA
                   PERFORM 0001-095-LIBERA-TROCA
                       UNTIL EOF-SUBSTITUICAO
                   CLOSE SUBSTITUICOES-FILE
               WHEN "35"
                   DISPLAY "SUBSTITUICOES-FILE INEXISTENTE - "
                       "CONCILIACAO SEM TROCAS DE TURNO"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR SUBSTITUICOES-FILE: "
                       WS-TURNOVRD-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0001-080-CARREGA-TROCAS-END.

      *-----------------------------------------------------------------
       0001-090-LE-TROCA.
           READ SUBSTITUICOES-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SUBSTITUICAO-SW
           END-READ
                .
       0001-090-LE-TROCA-END.

      *-----------------------------------------------------------------
       0001-095-LIBERA-TROCA.
           IF OVR-DATA = WS-DATA-HOJE
               MOVE OVR-MATRICULA TO CLT-MATRICULA
               MOVE OVR-TURNO TO CLT-TURNO
               RELEASE CLASSIFICA-TROCA-RECORD
           END-IF
           PERFORM 0001-090-LE-TROCA
                .
       0001-095-LIBERA-TROCA-END.

      *-----------------------------------------------------------------
       0002-CARREGA-MARCACOES.
           DISPLAY "0002-CARREGA-MARCACOES"

      *-----------------------------------------------------------------
       0002-020-LIBERA-MARCACAO.
           ADD 1 TO WS-CONTA-MARCACOES
           MOVE PCH-MATRICULA TO CLP-MATRICULA
           MOVE PCH-HORA TO CLP-HORA
           RELEASE CLASSIFICA-PONTO-RECORD
      * AUSENCIA (OU AFASTAMENTO, SE VIGENTE); CHAVE SO NAS
      * MARCACOES = MARCACAO DESCONHECIDA; NAS DUAS = PRESENTE, E
      * TODAS AS MARCACOES DO OPERADOR SAO CONSUMIDAS PARA A
      * SEGUNDA NAO CAIR COMO DESCONHECIDA. AS TROCAS DE TURNO DA
      * DATA, TAMBEM CLASSIFICADAS, SO DECIDEM EM QUE SECAO DE
      * TURNO O AUSENTE SAI. CADA OPERADOR DO CADASTRO DEIXA UM
      * REGISTRO NO HISTORICO DE PRESENCA.
      *-----------------------------------------------------------------
       0003-CONCILIA-CADASTRO.
           DISPLAY "0003-CONCILIA-CADASTRO"
                   WS-WRKAFO-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN INPUT TROCAS-ORDENADAS
           IF WS-WRKTRO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TROCAS-ORDENADAS: "
                   WS-WRKTRO-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT AUSENTES-WORK
           IF WS-WRKAUS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUSENTES-WORK: "
               PERFORM 0003-010-LE-EMPLOYEE
               PERFORM 0003-012-RETORNA-PONTO
               PERFORM 0003-015-LE-AFASTAMENTO
               PERFORM 0003-017-LE-TROCA
               PERFORM 0003-020-COMPARA-CHAVES
                   UNTIL WS-CHAVE-EMPLOYEE = HIGH-VALUES
                     AND WS-CHAVE-PONTO = HIGH-VALUES
           END-IF
           CLOSE EMPLOYEE-FILE
           CLOSE AFASTAMENTOS-ORDENADOS
           CLOSE TROCAS-ORDENADAS
           CLOSE AUSENTES-WORK
           CLOSE AFASTADOS-WORK
           CLOSE DESCONHECIDAS-WORK
           CLOSE HISTORICO-PRESENCA
                .
       0003-CONCILIA-CADASTRO-END.

                .
       0003-015-LE-AFASTAMENTO-END.

      *-----------------------------------------------------------------
       0003-017-LE-TROCA.
           READ TROCAS-ORDENADAS
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-TROCA
               NOT AT END
                   MOVE TRO-MATRICULA TO WS-CHAVE-TROCA
           END-READ
                .
       0003-017-LE-TROCA-END.

      *-----------------------------------------------------------------
       0003-020-COMPARA-CHAVES.
           EVALUATE TRUE
                   PERFORM 0003-050-GRAVA-DESCONHECIDA
                   PERFORM 0003-012-RETORNA-PONTO
               WHEN OTHER
                   PERFORM 0003-040-TRATA-PRESENTE
                   PERFORM 0003-060-CONSOME-MARCACAO
                       UNTIL WS-CHAVE-PONTO
                           NOT = WS-CHAVE-EMPLOYEE
               MOVE EMP-NOME TO AFD-NOME
               MOVE AFO-TIPO TO AFD-TIPO
               WRITE AFASTADOS-WORK-RECORD
               MOVE EMP-TURNO TO WS-TURNO-EFETIVO
               MOVE "N" TO WS-EM-TROCA-SW
               MOVE "J" TO WS-SITUACAO-HISTORICO
               MOVE AFO-TIPO TO WS-TIPO-AFAST-HISTORICO
               PERFORM 0003-070-GRAVA-HISTORICO
           ELSE
               PERFORM 0003-035-PESQUISA-TROCA
               MOVE SPACES TO AUSENTES-WORK-RECORD
               MOVE EMP-MATRICULA TO AUS-MATRICULA
               MOVE EMP-NOME TO AUS-NOME
               MOVE WS-TURNO-EFETIVO TO AUS-TURNO
               IF EM-TROCA
                   MOVE "S" TO AUS-TROCA-SW
               END-IF
               WRITE AUSENTES-WORK-RECORD
               MOVE "A" TO WS-SITUACAO-HISTORICO
               MOVE SPACES TO WS-TIPO-AFAST-HISTORICO
               PERFORM 0003-070-GRAVA-HISTORICO
           END-IF
                .
       0003-030-TRATA-AUSENTE-END.

      *-----------------------------------------------------------------
      * TURNO EM QUE O OPERADOR TRABALHA NA DATA: O DA TROCA, SE
      * HOUVER TROCA APROVADA PARA HOJE, SENAO O EMP-TURNO.
      *-----------------------------------------------------------------
       0003-035-PESQUISA-TROCA.
           PERFORM 0003-017-LE-TROCA
               UNTIL WS-CHAVE-TROCA
                   NOT < WS-CHAVE-EMPLOYEE
           IF WS-CHAVE-TROCA = WS-CHAVE-EMPLOYEE
               MOVE TRO-TURNO TO WS-TURNO-EFETIVO
               MOVE "S" TO WS-EM-TROCA-SW
           ELSE
               MOVE EMP-TURNO TO WS-TURNO-EFETIVO
               MOVE "N" TO WS-EM-TROCA-SW
           END-IF
                .
       0003-035-PESQUISA-TROCA-END.

      *-----------------------------------------------------------------
      * OPERADOR COM MARCACAO E PRESENTE, MESMO QUE TENHA
      * AFASTAMENTO PROGRAMADO PARA A DATA.
      *-----------------------------------------------------------------
       0003-040-TRATA-PRESENTE.
           PERFORM 0003-035-PESQUISA-TROCA
           MOVE "P" TO WS-SITUACAO-HISTORICO
           MOVE SPACES TO WS-TIPO-AFAST-HISTORICO
           PERFORM 0003-070-GRAVA-HISTORICO
                .
       0003-040-TRATA-PRESENTE-END.

      *-----------------------------------------------------------------
       0003-050-GRAVA-DESCONHECIDA.
           MOVE SPACES TO DESCONHECIDAS-WORK-RECORD
                .
       0003-060-CONSOME-MARCACAO-END.

      *-----------------------------------------------------------------
      * O CHAMADOR JA DEIXOU A SITUACAO E O TIPO DE AFASTAMENTO EM
      * WS-SITUACAO-HISTORICO E WS-TIPO-AFAST-HISTORICO E O TURNO
      * EFETIVO EM WS-TURNO-EFETIVO.
      *-----------------------------------------------------------------
       0003-070-GRAVA-HISTORICO.
           MOVE SPACES TO HISTORICO-PRESENCA-RECORD
           MOVE WS-DATA-HOJE TO HIS-DATA
           MOVE EMP-MATRICULA TO HIS-MATRICULA
           MOVE WS-TURNO-EFETIVO TO HIS-TURNO
           MOVE WS-EM-TROCA-SW TO HIS-TROCA-SW
           MOVE WS-SITUACAO-HISTORICO TO HIS-SITUACAO
           MOVE WS-TIPO-AFAST-HISTORICO TO HIS-TIPO-AFASTAMENTO
           WRITE HISTORICO-PRESENCA-RECORD
                .
       0003-070-GRAVA-HISTORICO-END.

      *-----------------------------------------------------------------
      * CADA SECAO FAZ A SUA PROPRIA PASSADA NO ARQUIVO DE
      * TRABALHO DE AUSENTES, COMO ANTES SE FAZIA NA TABELA: SAO
           ADD 1 TO WS-TOTAL-AUSENCIAS
           MOVE AUS-MATRICULA TO WS-AUSL-MATRICULA
           MOVE AUS-NOME TO WS-AUSL-NOME
           IF AUS-EM-TROCA
               MOVE "TROCA DE TURNO" TO WS-AUSL-OBSERVACAO
           ELSE
               MOVE SPACES TO WS-AUSL-OBSERVACAO
           END-IF
           WRITE PRESENCA-REPORT-RECORD FROM WS-LINHA-AUSENCIA
                .
       0004-030-ESCREVE-AUSENTE-END.
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
      * LIDOS SAO AS MARCACOES DO ARQUIVO JA CRITICADO, QUE TEM DE
      * BATER COM OS DETALHES VALIDOS GRAVADOS PELO PROG012A.
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
               MOVE "PROG006A" TO CTP-PROGRAMA
               MOVE WS-INI-HORA TO CTP-HORA-INICIO
               MOVE WS-FIM-HORA TO CTP-HORA-FIM
               MOVE WS-CONTA-MARCACOES TO CTP-LIDOS
               ADD WS-TOTAL-AUSENCIAS WS-TOTAL-AFASTADOS
                   GIVING CTP-GRAVADOS
               MOVE WS-TOTAL-DESCONHECIDAS TO CTP-REJEITADOS
               MOVE WS-RETURN-CODE TO CTP-RETURN-CODE
               WRITE CONTROLE-PASSOS-RECORD
               CLOSE CONTROLE-PASSOS
           END-IF
                .
       9999-020-GRAVA-STEPLOG-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG006A.

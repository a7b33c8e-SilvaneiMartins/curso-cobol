      *                    FORMA QUE O PACOTE SAI COMPLETO EM
      *                    QUALQUER VOLUME, SEM O CORTE DE
      *                    "TABELA CHEIA".
      * 15/10/2026 SM      INCLUIDO O ARQUIVO DE TROCAS DE TURNO
      *                    (TURNOVRD, MANTIDO PELO PROG018A). EM
      *                    0004-EMITE-PASSAGENS O OPERADOR COM TROCA
      *                    APROVADA PARA A DATA DA EMISSAO SAI NO
      *                    DOCUMENTO DO TURNO DA TROCA, MARCADO COMO
      *                    TROCA DE TURNO, SO NAQUELA DATA.
      * 15/10/2026 SM      9999-FINALIZAR PASSA A GRAVAR O REGISTRO
      *                    DO PASSO NO CONTROLE-PASSOS (STEPLOG), O
      *                    RAZAO DE CONTROLE COMUM A TODOS OS PASSOS
      *                    DO PROG001AJ: DATA, HORAS DE INICIO E FIM,
      *                    REGISTROS DO CADASTRO LIDOS (POR PASSADA),
      *                    OPERADORES LISTADOS NOS TRES DOCUMENTOS E
      *                    RETURN-CODE.
      * 15/10/2026 SM      INCLUIDO O ARQUIVO DE OCORRENCIAS DE TURNO
      *                    (TURNOINC, MANTIDO PELO PROG025A). CADA
      *                    DOCUMENTO DE PASSAGEM LISTA AS OCORRENCIAS
      *                    EM ABERTO HERDADAS PELO TURNO, COM A
      *                    SEVERIDADE, O RELATOR, A IDADE EM TURNOS E
      *                    A ULTIMA ATUALIZACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG002A.
           SELECT PASSAGEM-REPORT ASSIGN TO "HANDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HANDRPT-STATUS.
           SELECT SUBSTITUICOES-FILE ASSIGN TO "TURNOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNOVRD-STATUS.
           SELECT CONTROLE-PASSOS ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
           SELECT OCORRENCIAS-FILE ASSIGN TO "TURNOINC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNOINC-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PASSAGEM-REPORT-RECORD         PIC X(80).

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

      * LEIAUTE DO PROG025A: REGISTRO "I" DE ABERTURA (COM A
      * SITUACAO E A SEVERIDADE CORRENTE) SEGUIDO DOS REGISTROS "A"
      * DE ATUALIZACAO E "F" DE FECHAMENTO DA MESMA OCORRENCIA.
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

       WORKING-STORAGE SECTION.
       77  WS-EMPFILE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-MENSLOG-STATUS              PIC X(02) VALUE SPACES.
           88  ARQUIVOS-OK                    VALUE "S".
           88  ARQUIVOS-FALHOU                VALUE "N".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CONTA-CADASTRO              PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-LISTADOS              PIC 9(06) COMP VALUE ZERO.
       77  WS-TURNO-CORRENTE              PIC X(01) VALUE SPACES.
       77  WS-CONTA-TURNO                 PIC 9(04) COMP VALUE ZERO.
       77  WS-ULTIMA-DATA                 PIC X(08) VALUE SPACES.
       77  WS-ULTIMA-HORA                 PIC X(06) VALUE SPACES.
       77  WS-ULTIMO-STATUS               PIC X(10)
                                          VALUE "SEM STATUS".
       77  WS-TURNOVRD-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EOF-SUBSTITUICAO-SW         PIC X(01) VALUE "N".
           88  EOF-SUBSTITUICAO               VALUE "Y".
       77  WS-TROCA-ACHADA-SW             PIC X(01) VALUE "N".
           88  TROCA-ACHADA                   VALUE "Y".
       77  WS-TOTAL-TROCAS                PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-TROCA                   PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-TROCAS               PIC 9(04) COMP VALUE 200.
       77  WS-TURNO-EFETIVO               PIC X(01) VALUE SPACES.
       77  WS-DATA-HOJE                   PIC X(08) VALUE SPACES.
       77  WS-TURNOINC-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EOF-OCORRENCIA-SW           PIC X(01) VALUE "N".
           88  EOF-OCORRENCIA                 VALUE "Y".
       77  WS-TOTAL-OCORRENCIAS           PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-OCORRENCIA              PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-OCORRENCIAS          PIC 9(04) COMP VALUE 200.
       77  WS-DATA-EMISSAO                PIC 9(08) VALUE ZERO.
       77  WS-DATA-ABERTURA               PIC 9(08) VALUE ZERO.
       77  WS-TURNO-NUMERICO              PIC 9(01) VALUE ZERO.
       77  WS-TURNO-ABERTURA              PIC 9(01) VALUE ZERO.
       77  WS-IDADE-TURNOS                PIC S9(05) COMP VALUE ZERO.

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
           05  WS-DHA-SEGUNDO             PIC 9(02).
           05  FILLER                     PIC X(07).

      * SO AS TROCAS DE TURNO COM A DATA DA EMISSAO SAO CARREGADAS:
      * NO DIA SEGUINTE O OPERADOR VOLTA AO DOCUMENTO DO EMP-TURNO
      * DO CADASTRO SEM NENHUMA MANUTENCAO.
       01  WS-TABELA-TROCAS.
           05  WS-TROCA-ENTRADA OCCURS 200 TIMES.
               10  WS-TRO-MATRICULA       PIC X(06).
               10  WS-TRO-TURNO           PIC X(01).

      * SO AS OCORRENCIAS AINDA ABERTAS SAO CARREGADAS. TODAS SAO
      * HERDADAS POR QUALQUER TURNO QUE ENTRA, ATE O FECHAMENTO.
       01  WS-TABELA-OCORRENCIAS.
           05  WS-OCORRENCIA-ENTRADA OCCURS 200 TIMES.
               10  WS-OCO-NUMERO          PIC X(06).
               10  WS-OCO-DATA            PIC X(08).
               10  WS-OCO-TURNO           PIC X(01).
               10  WS-OCO-MATRICULA       PIC X(06).
               10  WS-OCO-SEVERIDADE      PIC X(01).
               10  WS-OCO-TEXTO           PIC X(48).
               10  WS-OCO-ULT-DATA        PIC X(08).
               10  WS-OCO-ULT-TEXTO       PIC X(48).

       01  WS-LINHA-TITULO.
           05  FILLER                     PIC X(21) VALUE SPACES.
           05  FILLER                     PIC X(20)
           05  FILLER                     PIC X(09)
               VALUE "MATRICULA".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(32) VALUE "NOME".
           05  FILLER                     PIC X(10) VALUE "OBSERVACAO".
           05  FILLER                     PIC X(28) VALUE SPACES.

       01  WS-LINHA-OPERADOR.
           05  WS-OPE-MATRICULA           PIC X(06).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-OPE-NOME                PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-OPE-OBSERVACAO          PIC X(20).
           05  FILLER                     PIC X(18) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05  FILLER                     PIC X(21)
               VALUE "OPERADORES NO TURNO: ".
           05  WS-TOT-CONTA               PIC ZZZ9.
           05  FILLER                     PIC X(55) VALUE SPACES.

       01  WS-LINHA-TITULO-OCORRENCIAS.
           05  FILLER                     PIC X(32)
               VALUE "OCORRENCIAS EM ABERTO HERDADAS:".
           05  FILLER                     PIC X(48) VALUE SPACES.

       01  WS-LINHA-CABECALHO-OCORRENCIA.
           05  FILLER                     PIC X(06) VALUE "NUMERO".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE "S".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "ABERTURA".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(01) VALUE "T".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(03) VALUE "IDD".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "MATRIC".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(49) VALUE "DESCRICAO".

       01  WS-LINHA-OCORRENCIA.
           05  WS-OCL-NUMERO              PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OCL-SEVERIDADE          PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OCL-DATA                PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OCL-TURNO               PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OCL-IDADE               PIC ZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OCL-MATRICULA           PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-OCL-TEXTO               PIC X(48).
           05  FILLER                     PIC X(01) VALUE SPACES.

       01  WS-LINHA-ATUALIZACAO.
           05  FILLER                     PIC X(12) VALUE SPACES.
           05  FILLER                     PIC X(09)
               VALUE "ATUALIZ. ".
           05  WS-ATL-DATA                PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-ATL-TEXTO               PIC X(48).
           05  FILLER                     PIC X(02) VALUE SPACES.

       01  WS-LINHA-TOTAL-OCORRENCIAS.
           05  FILLER                     PIC X(23)
               VALUE "OCORRENCIAS EM ABERTO: ".
           05  WS-TOC-CONTA               PIC ZZZ9.
           05  FILLER                     PIC X(53) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-MARCA-INICIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           PERFORM 0001-INICIALIZA
           IF ARQUIVOS-OK
               DISPLAY "ERRO AO ABRIR PASSAGEM-REPORT: "
                   WS-HANDRPT-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           IF ARQUIVOS-OK
               MOVE WS-DHA-ANO TO WS-DATA-HOJE(1:4)
               MOVE WS-DHA-MES TO WS-DATA-HOJE(5:2)
               MOVE WS-DHA-DIA TO WS-DATA-HOJE(7:2)
               MOVE WS-DATA-HOJE TO WS-DATA-EMISSAO
               PERFORM 0001-010-CARREGA-TROCAS
           END-IF
           IF ARQUIVOS-OK
               PERFORM 0001-040-CARREGA-OCORRENCIAS
           END-IF
                .
       0001-INICIALIZA-END.

      *-----------------------------------------------------------------
      * O ARQUIVO DE TROCAS E OPCIONAL (STATUS 35): SEM ELE CADA
      * OPERADOR SAI NO DOCUMENTO DO SEU EMP-TURNO, COMO ANTES.
      *-----------------------------------------------------------------
       0001-010-CARREGA-TROCAS.
           OPEN INPUT SUBSTITUICOES-FILE
           EVALUATE WS-TURNOVRD-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SUBSTITUICAO-SW
                   PERFORM 0001-020-LE-TROCA
                   PERFORM 0001-030-GUARDA-TROCA
                       UNTIL EOF-SUBSTITUICAO
                   CLOSE SUBSTITUICOES-FILE
               WHEN "35"
                   DISPLAY "SUBSTITUICOES-FILE INEXISTENTE - "
                       "PASSAGEM SEM TROCAS DE TURNO"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR SUBSTITUICOES-FILE: "
                       WS-TURNOVRD-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0001-010-CARREGA-TROCAS-END.

      *-----------------------------------------------------------------
       0001-020-LE-TROCA.
           READ SUBSTITUICOES-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SUBSTITUICAO-SW
           END-READ
                .
       0001-020-LE-TROCA-END.

      *-----------------------------------------------------------------
       0001-030-GUARDA-TROCA.
           IF OVR-DATA = WS-DATA-HOJE
               IF WS-TOTAL-TROCAS < WS-MAXIMO-TROCAS
                   ADD 1 TO WS-TOTAL-TROCAS
                   MOVE WS-TOTAL-TROCAS TO WS-IND-TROCA
                   MOVE OVR-MATRICULA
                       TO WS-TRO-MATRICULA(WS-IND-TROCA)
                   MOVE OVR-TURNO TO WS-TRO-TURNO(WS-IND-TROCA)
               ELSE
                   DISPLAY "TABELA DE TROCAS CHEIA - "
                       "PROCESSAMENTO INTERROMPIDO: " OVR-MATRICULA
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
               END-IF
           END-IF
           PERFORM 0001-020-LE-TROCA
                .
       0001-030-GUARDA-TROCA-END.

      *-----------------------------------------------------------------
      * O ARQUIVO DE OCORRENCIAS TAMBEM E OPCIONAL (STATUS 35): SEM
      * ELE A PASSAGEM SAI SEM OCORRENCIAS HERDADAS.
      *-----------------------------------------------------------------
       0001-040-CARREGA-OCORRENCIAS.
           OPEN INPUT OCORRENCIAS-FILE
           EVALUATE WS-TURNOINC-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-OCORRENCIA-SW
                   PERFORM 0001-050-LE-OCORRENCIA
                   PERFORM 0001-060-GUARDA-OCORRENCIA
                       UNTIL EOF-OCORRENCIA
                   CLOSE OCORRENCIAS-FILE
               WHEN "35"
                   DISPLAY "OCORRENCIAS-FILE INEXISTENTE - "
                       "PASSAGEM SEM OCORRENCIAS"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR OCORRENCIAS-FILE: "
                       WS-TURNOINC-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0001-040-CARREGA-OCORRENCIAS-END.

      *-----------------------------------------------------------------
       0001-050-LE-OCORRENCIA.
           READ OCORRENCIAS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-OCORRENCIA-SW
           END-READ
                .
       0001-050-LE-OCORRENCIA-END.

      *-----------------------------------------------------------------
      * O ARQUIVO VEM AGRUPADO POR NUMERO: A ATUALIZACAO SEMPRE
      * PERTENCE A ULTIMA ABERTURA CARREGADA, E A MAIS RECENTE E A
      * QUE FICA NA TABELA.
      *-----------------------------------------------------------------
       0001-060-GUARDA-OCORRENCIA.
           EVALUATE TRUE
               WHEN INC-TIPO-REGISTRO = "I" AND INC-SITUACAO = "A"
                   IF WS-TOTAL-OCORRENCIAS < WS-MAXIMO-OCORRENCIAS
                       ADD 1 TO WS-TOTAL-OCORRENCIAS
                       MOVE WS-TOTAL-OCORRENCIAS TO WS-IND-OCORRENCIA
                       MOVE INC-NUMERO
                           TO WS-OCO-NUMERO(WS-IND-OCORRENCIA)
                       MOVE INC-DATA TO WS-OCO-DATA(WS-IND-OCORRENCIA)
                       MOVE INC-TURNO
                           TO WS-OCO-TURNO(WS-IND-OCORRENCIA)
                       MOVE INC-MATRICULA
                           TO WS-OCO-MATRICULA(WS-IND-OCORRENCIA)
                       MOVE INC-SEVERIDADE
                           TO WS-OCO-SEVERIDADE(WS-IND-OCORRENCIA)
                       MOVE INC-TEXTO
                           TO WS-OCO-TEXTO(WS-IND-OCORRENCIA)
                       MOVE SPACES
                           TO WS-OCO-ULT-DATA(WS-IND-OCORRENCIA)
                       MOVE SPACES
                           TO WS-OCO-ULT-TEXTO(WS-IND-OCORRENCIA)
                   ELSE
                       DISPLAY "TABELA DE OCORRENCIAS CHEIA - "
                           "PROCESSAMENTO INTERROMPIDO: " INC-NUMERO
                       MOVE "N" TO WS-ARQUIVOS-RESULT-SW
                   END-IF
               WHEN INC-TIPO-REGISTRO = "A"
                 AND WS-TOTAL-OCORRENCIAS > ZERO
                   MOVE WS-TOTAL-OCORRENCIAS TO WS-IND-OCORRENCIA
                   IF WS-OCO-NUMERO(WS-IND-OCORRENCIA) = INC-NUMERO
                       MOVE INC-DATA
                           TO WS-OCO-ULT-DATA(WS-IND-OCORRENCIA)
                       MOVE INC-TEXTO
                           TO WS-OCO-ULT-TEXTO(WS-IND-OCORRENCIA)
                   END-IF
           END-EVALUATE
           PERFORM 0001-050-LE-OCORRENCIA
                .
       0001-060-GUARDA-OCORRENCIA-END.

      *-----------------------------------------------------------------
      * O STATUS HERDADO E O DO ULTIMO REGISTRO DO MENSAGENS-LOG,
      * QUE E O DA EXECUCAO DESTA NOITE (O LOG E GRAVADO COM
           WRITE PASSAGEM-REPORT-RECORD
           WRITE PASSAGEM-REPORT-RECORD FROM WS-LINHA-CABECALHO
           MOVE ZERO TO WS-CONTA-TURNO
           MOVE ZERO TO WS-CONTA-CADASTRO
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPFILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEE-FILE: "
           END-IF
           MOVE WS-CONTA-TURNO TO WS-TOT-CONTA
           WRITE PASSAGEM-REPORT-RECORD FROM WS-LINHA-TOTAL
           PERFORM 0004-060-LISTA-OCORRENCIAS
           MOVE SPACES TO PASSAGEM-REPORT-RECORD
           WRITE PASSAGEM-REPORT-RECORD
           WRITE PASSAGEM-REPORT-RECORD
                .
       0004-010-EMITE-DOCUMENTO-END.

      *-----------------------------------------------------------------
      * O OPERADOR COM TROCA DE TURNO NA DATA SAI NO DOCUMENTO DO
      * TURNO DA TROCA, COM A OBSERVACAO PARA O LIDER DE TURNO.
      *-----------------------------------------------------------------
       0004-020-LISTA-OPERADOR.
           ADD 1 TO WS-CONTA-CADASTRO
           PERFORM 0004-040-PESQUISA-TROCA
           IF WS-TURNO-EFETIVO = WS-TURNO-CORRENTE
               ADD 1 TO WS-CONTA-TURNO
               ADD 1 TO WS-CONTA-LISTADOS
               MOVE EMP-MATRICULA TO WS-OPE-MATRICULA
               MOVE EMP-NOME TO WS-OPE-NOME
               IF TROCA-ACHADA
                   MOVE "TROCA DE TURNO" TO WS-OPE-OBSERVACAO
               ELSE
                   MOVE SPACES TO WS-OPE-OBSERVACAO
               END-IF
               WRITE PASSAGEM-REPORT-RECORD
                   FROM WS-LINHA-OPERADOR
           END-IF
                .
       0004-030-LE-EMPLOYEE-END.

      *-----------------------------------------------------------------
       0004-040-PESQUISA-TROCA.
           MOVE EMP-TURNO TO WS-TURNO-EFETIVO
           MOVE "N" TO WS-TROCA-ACHADA-SW
           MOVE ZERO TO WS-IND-TROCA
           PERFORM 0004-050-COMPARA-TROCA
               UNTIL TROCA-ACHADA
                  OR WS-IND-TROCA NOT < WS-TOTAL-TROCAS
                .
       0004-040-PESQUISA-TROCA-END.

      *-----------------------------------------------------------------
       0004-050-COMPARA-TROCA.
           ADD 1 TO WS-IND-TROCA
           IF WS-TRO-MATRICULA(WS-IND-TROCA) = EMP-MATRICULA
               MOVE "Y" TO WS-TROCA-ACHADA-SW
               MOVE WS-TRO-TURNO(WS-IND-TROCA) TO WS-TURNO-EFETIVO
           END-IF
                .
       0004-050-COMPARA-TROCA-END.

      *-----------------------------------------------------------------
      * TODA OCORRENCIA EM ABERTO E HERDADA PELO TURNO QUE ENTRA.
      *-----------------------------------------------------------------
       0004-060-LISTA-OCORRENCIAS.
           MOVE SPACES TO PASSAGEM-REPORT-RECORD
           WRITE PASSAGEM-REPORT-RECORD
           WRITE PASSAGEM-REPORT-RECORD
               FROM WS-LINHA-TITULO-OCORRENCIAS
           WRITE PASSAGEM-REPORT-RECORD
               FROM WS-LINHA-CABECALHO-OCORRENCIA
           MOVE ZERO TO WS-IND-OCORRENCIA
           PERFORM 0004-070-LISTA-OCORRENCIA
               WS-TOTAL-OCORRENCIAS TIMES
           MOVE WS-TOTAL-OCORRENCIAS TO WS-TOC-CONTA
           WRITE PASSAGEM-REPORT-RECORD
               FROM WS-LINHA-TOTAL-OCORRENCIAS
                .
       0004-060-LISTA-OCORRENCIAS-END.

      *-----------------------------------------------------------------
       0004-070-LISTA-OCORRENCIA.
           ADD 1 TO WS-IND-OCORRENCIA
           PERFORM 0004-080-CALCULA-IDADE
           MOVE WS-OCO-NUMERO(WS-IND-OCORRENCIA) TO WS-OCL-NUMERO
           MOVE WS-OCO-SEVERIDADE(WS-IND-OCORRENCIA)
               TO WS-OCL-SEVERIDADE
           MOVE WS-OCO-DATA(WS-IND-OCORRENCIA) TO WS-OCL-DATA
           MOVE WS-OCO-TURNO(WS-IND-OCORRENCIA) TO WS-OCL-TURNO
           MOVE WS-IDADE-TURNOS TO WS-OCL-IDADE
           MOVE WS-OCO-MATRICULA(WS-IND-OCORRENCIA)
               TO WS-OCL-MATRICULA
           MOVE WS-OCO-TEXTO(WS-IND-OCORRENCIA) TO WS-OCL-TEXTO
           WRITE PASSAGEM-REPORT-RECORD FROM WS-LINHA-OCORRENCIA
           IF WS-OCO-ULT-TEXTO(WS-IND-OCORRENCIA) NOT = SPACES
               MOVE WS-OCO-ULT-DATA(WS-IND-OCORRENCIA) TO WS-ATL-DATA
               MOVE WS-OCO-ULT-TEXTO(WS-IND-OCORRENCIA)
                   TO WS-ATL-TEXTO
               WRITE PASSAGEM-REPORT-RECORD
                   FROM WS-LINHA-ATUALIZACAO
           END-IF
                .
       0004-070-LISTA-OCORRENCIA-END.

      *-----------------------------------------------------------------
      * IDADE EM TURNOS: VIRADAS DE TURNO ENTRE O TURNO DA ABERTURA
      * E O TURNO DESTE DOCUMENTO NA DATA DA EMISSAO (TRES POR DIA).
      * OCORRENCIA ABERTA DEPOIS DESSE TURNO SAI COM IDADE ZERO.
      *-----------------------------------------------------------------
       0004-080-CALCULA-IDADE.
           MOVE ZERO TO WS-IDADE-TURNOS
           IF WS-OCO-DATA(WS-IND-OCORRENCIA) IS NUMERIC
               AND WS-OCO-TURNO(WS-IND-OCORRENCIA) IS NUMERIC
               MOVE WS-OCO-DATA(WS-IND-OCORRENCIA)
                   TO WS-DATA-ABERTURA
               MOVE WS-OCO-TURNO(WS-IND-OCORRENCIA)
                   TO WS-TURNO-ABERTURA
               MOVE WS-TURNO-CORRENTE TO WS-TURNO-NUMERICO
               COMPUTE WS-IDADE-TURNOS =
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-EMISSAO)
                    - FUNCTION INTEGER-OF-DATE(WS-DATA-ABERTURA)) * 3
                   + WS-TURNO-NUMERICO - WS-TURNO-ABERTURA
               IF WS-IDADE-TURNOS < ZERO
                   MOVE ZERO TO WS-IDADE-TURNOS
               END-IF
           END-IF
                .
       0004-080-CALCULA-IDADE-END.

      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "9999-FINALIZAR"
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
      * CADA DOCUMENTO FAZ A SUA PASSADA NO CADASTRO: LIDOS E A
      * CONTAGEM DE UMA PASSADA (A ULTIMA), QUE E O QUE SE COMPARA
      * COM OS OUTROS PASSOS QUE PERCORREM O EMPIDX. GRAVADOS SAO
      * OS OPERADORES LISTADOS NOS TRES DOCUMENTOS.
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
               MOVE "PROG002A" TO CTP-PROGRAMA
               MOVE WS-INI-HORA TO CTP-HORA-INICIO
               MOVE WS-FIM-HORA TO CTP-HORA-FIM
               MOVE WS-CONTA-CADASTRO TO CTP-LIDOS
               MOVE WS-CONTA-LISTADOS TO CTP-GRAVADOS
               MOVE ZERO TO CTP-REJEITADOS
               MOVE WS-RETURN-CODE TO CTP-RETURN-CODE
               WRITE CONTROLE-PASSOS-RECORD
               CLOSE CONTROLE-PASSOS
           END-IF
                .
       9999-010-GRAVA-STEPLOG-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG002A.

      *                    EXECUCAO DEIXA DE CONTAR PARA A COBERTURA
      *                    DO TURNO EM 0002-CONTA-OPERADORES, ANTES
      *                    DA APLICACAO DOS MINIMOS DO STAFRULE.
      * 15/10/2026 SM      INCLUIDO O ARQUIVO DE TROCAS DE TURNO
      *                    (TURNOVRD, MANTIDO PELO PROG018A). O
      *                    OPERADOR COM TROCA APROVADA PARA A DATA DA
      *                    EXECUCAO CONTA NO TURNO DA TROCA EM
      *                    0002-CONTA-OPERADORES, SO NAQUELA DATA.
      * 15/10/2026 SM      9999-FINALIZAR PASSA A GRAVAR O REGISTRO
      *                    DO PASSO NO CONTROLE-PASSOS (STEPLOG), O
      *                    RAZAO DE CONTROLE COMUM A TODOS OS PASSOS
      *                    DO PROG001AJ: DATA, HORAS DE INICIO E FIM,
      *                    OPERADORES LIDOS DO CADASTRO, TURNOS
      *                    DESCOBERTOS, TURNOS INDEFINIDOS IGNORADOS
      *                    E RETURN-CODE.
      * 15/10/2026 SM      MINIMO POR TIPO DE DIA. A REGRA DO
      *                    STAFRULE PODE TRAZER O TIPO DO DIA (U
      *                    UTIL, F FIM DE SEMANA, H FERIADO); EM
      *                    BRANCO E A REGRA GERAL. O TIPO DA DATA DA
      *                    EXECUCAO VEM DO CALENDARIO (CALENDAR,
      *                    MANTIDO PELO PROG026A) E A REGRA DAQUELE
      *                    TIPO, QUANDO HOUVER, SUBSTITUI A GERAL DO
      *                    TURNO. AS REGRAS SAO CARREGADAS PRIMEIRO E
      *                    AVALIADAS DEPOIS, UMA VEZ POR TURNO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG004A.
           SELECT AFASTAMENTOS-FILE ASSIGN TO "PLANABS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANABS-STATUS.
           SELECT SUBSTITUICOES-FILE ASSIGN TO "TURNOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNOVRD-STATUS.
           SELECT CONTROLE-PASSOS ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
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

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           05  AFA-DATA-FIM               PIC X(08).
           05  FILLER                     PIC X(45).

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
       77  WS-STAFRULE-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EMPFILE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-TURNO-DESCOBERTO-SW         PIC X(01) VALUE "N".
           88  TURNO-DESCOBERTO               VALUE "Y".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CONTA-CADASTRO              PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-INDEFINIDOS           PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-TURNO-1               PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-TURNO-2               PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-TURNO-3               PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-AFASTADOS             PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-AFASTAMENTOS         PIC 9(04) COMP VALUE 500.
       77  WS-DATA-HOJE                   PIC X(08) VALUE SPACES.
       77  WS-TURNOVRD-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EOF-SUBSTITUICAO-SW         PIC X(01) VALUE "N".
           88  EOF-SUBSTITUICAO               VALUE "Y".
       77  WS-TROCA-ACHADA-SW             PIC X(01) VALUE "N".
           88  TROCA-ACHADA                   VALUE "Y".
       77  WS-TOTAL-TROCAS                PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-TROCA                   PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-TROCAS               PIC 9(04) COMP VALUE 200.
       77  WS-CONTA-TROCADOS              PIC 9(04) COMP VALUE ZERO.
       77  WS-TURNO-EFETIVO               PIC X(01) VALUE SPACES.
       77  WS-CALENDAR-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EOF-CALENDARIO-SW           PIC X(01) VALUE "N".
           88  EOF-CALENDARIO                 VALUE "Y".
       77  WS-TIPO-DIA-HOJE               PIC X(01) VALUE SPACES.
           88  HOJE-DIA-UTIL                  VALUE "U".
           88  HOJE-FIM-DE-SEMANA             VALUE "F".
           88  HOJE-FERIADO                   VALUE "H".
       77  WS-DESCRICAO-DIA-HOJE          PIC X(30) VALUE SPACES.
       77  WS-IND-TURNO                   PIC 9(04) COMP VALUE ZERO.
       77  WS-MINIMO-APLICADO             PIC 9(04) VALUE ZERO.

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
           05  WS-AFASTAMENTO-ENTRADA OCCURS 500 TIMES.
               10  WS-AFT-MATRICULA       PIC X(06).

      * SO AS TROCAS DE TURNO COM A DATA DA EXECUCAO SAO
      * CARREGADAS: NO DIA SEGUINTE O OPERADOR VOLTA A CONTAR NO
      * EMP-TURNO DO CADASTRO SEM NENHUMA MANUTENCAO.
       01  WS-TABELA-TROCAS.
           05  WS-TROCA-ENTRADA OCCURS 200 TIMES.
               10  WS-TRO-MATRICULA       PIC X(06).
               10  WS-TRO-TURNO           PIC X(01).

      * MINIMOS DO STAFRULE POR TURNO: O GERAL (TIPO EM BRANCO) E O
      * DO TIPO DO DIA DA EXECUCAO. VALE A ULTIMA REGRA DE CADA UM.
       01  WS-TABELA-MINIMOS.
           05  WS-MINIMO-ENTRADA OCCURS 3 TIMES.
               10  WS-MIN-GERAL           PIC 9(04).
               10  WS-MIN-GERAL-SW        PIC X(01).
                   88  TEM-MINIMO-GERAL       VALUE "Y".
               10  WS-MIN-DIA             PIC 9(04).
               10  WS-MIN-DIA-SW          PIC X(01).
                   88  TEM-MINIMO-DIA         VALUE "Y".

       01  WS-LINHA-TITULO.
           05  FILLER                     PIC X(25) VALUE SPACES.
           05  FILLER                     PIC X(30)
               VALUE "EXCECOES DE COBERTURA MINIMA".
           05  FILLER                     PIC X(25) VALUE SPACES.

       01  WS-LINHA-TIPO-DIA.
           05  FILLER                     PIC X(06) VALUE "DATA: ".
           05  WS-TDI-DATA                PIC X(08).
           05  FILLER                     PIC X(15)
               VALUE "  TIPO DO DIA: ".
           05  WS-TDI-TIPO                PIC X(20).
           05  WS-TDI-DESCRICAO           PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACES.

       01  WS-LINHA-CABECALHO.
           05  FILLER                     PIC X(16) VALUE "TURNO".
           05  FILLER                     PIC X(02) VALUE SPACES.
               VALUE "OPERADORES AFASTADOS DESCONTADOS:".
           05  WS-TOT-AFASTADOS           PIC ZZZ9.
           05  FILLER                     PIC X(43) VALUE SPACES.

       01  WS-LINHA-TROCADOS.
           05  FILLER                     PIC X(33)
               VALUE "OPERADORES EM TROCA DE TURNO:".
           05  WS-TOT-TROCADOS            PIC ZZZ9.
           05  FILLER                     PIC X(43) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-MARCA-INICIO
           PERFORM 0001-INICIALIZA
           IF ARQUIVOS-OK
               PERFORM 0002-CONTA-OPERADORES
           END-IF
           IF ARQUIVOS-OK
               PERFORM 0001-050-CARREGA-AFASTAMENTOS
               PERFORM 0001-080-CARREGA-TROCAS
               PERFORM 0001-100-LE-CALENDARIO
               WRITE EXCECOES-REPORT-RECORD FROM WS-LINHA-TITULO
               MOVE WS-DATA-HOJE TO WS-TDI-DATA
               EVALUATE TRUE
                   WHEN HOJE-DIA-UTIL
                       MOVE "DIA UTIL" TO WS-TDI-TIPO
                   WHEN HOJE-FIM-DE-SEMANA
                       MOVE "FIM DE SEMANA" TO WS-TDI-TIPO
                   WHEN HOJE-FERIADO
                       MOVE "FERIADO" TO WS-TDI-TIPO
                   WHEN OTHER
                       MOVE "FORA DO CALENDARIO" TO WS-TDI-TIPO
               END-EVALUATE
               MOVE WS-DESCRICAO-DIA-HOJE TO WS-TDI-DESCRICAO
               WRITE EXCECOES-REPORT-RECORD FROM WS-LINHA-TIPO-DIA
               WRITE EXCECOES-REPORT-RECORD FROM WS-LINHA-CABECALHO
           END-IF
                .
                .
       0001-070-GUARDA-AFASTAMENTO-END.

      *-----------------------------------------------------------------
      * O ARQUIVO DE TROCAS E OPCIONAL (STATUS 35): SEM ELE CADA
      * OPERADOR CONTA NO EMP-TURNO DO CADASTRO, COMO ANTES.
      *-----------------------------------------------------------------
       0001-080-CARREGA-TROCAS.
           OPEN INPUT SUBSTITUICOES-FILE
           EVALUATE WS-TURNOVRD-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-SUBSTITUICAO-SW
                   PERFORM 0001-090-LE-TROCA
                   PERFORM 0001-095-GUARDA-TROCA
                       UNTIL EOF-SUBSTITUICAO
                   CLOSE SUBSTITUICOES-FILE
               WHEN "35"
                   DISPLAY "SUBSTITUICOES-FILE INEXISTENTE - "
                       "COBERTURA SEM TROCAS DE TURNO"
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
       0001-095-GUARDA-TROCA.
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
           PERFORM 0001-090-LE-TROCA
                .
       0001-095-GUARDA-TROCA-END.

      *-----------------------------------------------------------------
      * O CALENDARIO E OPCIONAL (STATUS 35): SEM ELE, OU COM A DATA
      * FORA DO CALENDARIO, O TIPO DO DIA FICA EM BRANCO E SO AS
      * REGRAS GERAIS DO STAFRULE SAO APLICADAS, COMO ANTES.
      *-----------------------------------------------------------------
       0001-100-LE-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE
           EVALUATE WS-CALENDAR-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-CALENDARIO-SW
                   PERFORM 0001-110-PROCURA-DIA
                       UNTIL EOF-CALENDARIO
                   CLOSE CALENDARIO-FILE
               WHEN "35"
                   DISPLAY "CALENDARIO-FILE INEXISTENTE - "
                       "SO REGRAS GERAIS"
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CALENDARIO-FILE: "
                       WS-CALENDAR-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
                .
       0001-100-LE-CALENDARIO-END.

      *-----------------------------------------------------------------
       0001-110-PROCURA-DIA.
           READ CALENDARIO-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CALENDARIO-SW
           END-READ
           IF NOT EOF-CALENDARIO
               IF CAL-TIPO-REGISTRO = "D" AND CAL-DATA = WS-DATA-HOJE
                   MOVE CAL-TIPO-DIA TO WS-TIPO-DIA-HOJE
                   MOVE CAL-DESCRICAO TO WS-DESCRICAO-DIA-HOJE
                   MOVE "Y" TO WS-EOF-CALENDARIO-SW
               END-IF
           END-IF
                .
       0001-110-PROCURA-DIA-END.

      *-----------------------------------------------------------------
       0002-CONTA-OPERADORES.
           DISPLAY "0002-CONTA-OPERADORES"
      *-----------------------------------------------------------------
      * O OPERADOR COM AFASTAMENTO VIGENTE NAO CONTA PARA A
      * COBERTURA: A REGRA DO STAFRULE E APLICADA SOBRE QUEM DE
      * FATO PODE ABRIR O TURNO. O OPERADOR COM TROCA DE TURNO
      * NA DATA CONTA NO TURNO DA TROCA.
      *-----------------------------------------------------------------
       0002-020-ACUMULA-TURNO.
           ADD 1 TO WS-CONTA-CADASTRO
           PERFORM 0002-030-PESQUISA-AFASTAMENTO
           PERFORM 0002-050-PESQUISA-TROCA
           EVALUATE TRUE
               WHEN AFASTADO-ACHADO
                   ADD 1 TO WS-CONTA-AFASTADOS
               WHEN WS-TURNO-EFETIVO = "1"
                   ADD 1 TO WS-CONTA-TURNO-1
               WHEN WS-TURNO-EFETIVO = "2"
                   ADD 1 TO WS-CONTA-TURNO-2
               WHEN WS-TURNO-EFETIVO = "3"
                   ADD 1 TO WS-CONTA-TURNO-3
               WHEN OTHER
                   ADD 1 TO WS-CONTA-INDEFINIDOS
                   DISPLAY "TURNO INDEFINIDO IGNORADO NA CONTAGEM: "
                       EMP-MATRICULA
           END-EVALUATE
                .
       0002-040-COMPARA-AFASTAMENTO-END.

      *-----------------------------------------------------------------
       0002-050-PESQUISA-TROCA.
           MOVE EMP-TURNO TO WS-TURNO-EFETIVO
           MOVE "N" TO WS-TROCA-ACHADA-SW
           MOVE ZERO TO WS-IND-TROCA
           PERFORM 0002-060-COMPARA-TROCA
               UNTIL TROCA-ACHADA
                  OR WS-IND-TROCA NOT < WS-TOTAL-TROCAS
           IF TROCA-ACHADA AND NOT AFASTADO-ACHADO
               ADD 1 TO WS-CONTA-TROCADOS
           END-IF
                .
       0002-050-PESQUISA-TROCA-END.

      *-----------------------------------------------------------------
       0002-060-COMPARA-TROCA.
           ADD 1 TO WS-IND-TROCA
           IF WS-TRO-MATRICULA(WS-IND-TROCA) = EMP-MATRICULA
               MOVE "Y" TO WS-TROCA-ACHADA-SW
               MOVE WS-TRO-TURNO(WS-IND-TROCA) TO WS-TURNO-EFETIVO
           END-IF
                .
       0002-060-COMPARA-TROCA-END.

      *-----------------------------------------------------------------
      * PRIMEIRO TODAS AS REGRAS SAO GUARDADAS POR TURNO; DEPOIS CADA
      * TURNO E AVALIADO UMA VEZ, CONTRA A REGRA DO TIPO DO DIA DA
      * EXECUCAO SE HOUVER, SENAO CONTRA A REGRA GERAL.
      *-----------------------------------------------------------------
       0003-VALIDA-REGRAS.
           DISPLAY "0003-VALIDA-REGRAS"
           INITIALIZE WS-TABELA-MINIMOS
           MOVE "N" TO WS-EOF-REGRAS-SW
           PERFORM 0003-010-LE-REGRA
           PERFORM 0003-020-GUARDA-REGRA
               UNTIL EOF-REGRAS
           CLOSE REGRAS-FILE
           MOVE ZERO TO WS-IND-TURNO
           PERFORM 0003-030-APLICA-REGRA 3 TIMES
                .
       0003-VALIDA-REGRAS-END.

       0003-010-LE-REGRA-END.

      *-----------------------------------------------------------------
      * REGRA DE OUTRO TIPO DE DIA NAO SE APLICA A ESTA EXECUCAO E
      * E SIMPLESMENTE DESCARTADA.
      *-----------------------------------------------------------------
       0003-020-GUARDA-REGRA.
           EVALUATE TRUE
               WHEN REGRA-TURNO NOT = "1" AND "2" AND "3"
                   DISPLAY "REGRA COM TURNO INVALIDO IGNORADA: "
                       REGRA-TURNO
               WHEN REGRA-MINIMO NOT NUMERIC
                   DISPLAY "REGRA COM MINIMO NAO NUMERICO IGNORADA - "
                       "TURNO: " REGRA-TURNO
               WHEN REGRA-TIPO-DIA NOT = SPACE AND "U" AND "F"
                                   AND "H"
                   DISPLAY "REGRA COM TIPO DE DIA INVALIDO IGNORADA - "
                       "TURNO: " REGRA-TURNO
               WHEN REGRA-TIPO-DIA = SPACE
                   MOVE REGRA-TURNO TO WS-IND-TURNO
                   MOVE REGRA-MINIMO TO WS-MIN-GERAL(WS-IND-TURNO)
                   MOVE "Y" TO WS-MIN-GERAL-SW(WS-IND-TURNO)
               WHEN REGRA-TIPO-DIA = WS-TIPO-DIA-HOJE
                   MOVE REGRA-TURNO TO WS-IND-TURNO
                   MOVE REGRA-MINIMO TO WS-MIN-DIA(WS-IND-TURNO)
                   MOVE "Y" TO WS-MIN-DIA-SW(WS-IND-TURNO)
           END-EVALUATE
           PERFORM 0003-010-LE-REGRA
                .
       0003-020-GUARDA-REGRA-END.

      *-----------------------------------------------------------------
      * TURNO SEM NENHUMA REGRA APLICAVEL NAO E AVALIADO.
      *-----------------------------------------------------------------
       0003-030-APLICA-REGRA.
           ADD 1 TO WS-IND-TURNO
           EVALUATE WS-IND-TURNO
               WHEN 1
                   MOVE WS-CONTA-TURNO-1 TO WS-CONTA-ATUAL
                   MOVE "TURNO MANHA" TO WS-EXC-TURNO-DESC
               WHEN 2
                   MOVE WS-CONTA-TURNO-2 TO WS-CONTA-ATUAL
                   MOVE "TURNO TARDE" TO WS-EXC-TURNO-DESC
               WHEN 3
                   MOVE WS-CONTA-TURNO-3 TO WS-CONTA-ATUAL
                   MOVE "TURNO NOITE" TO WS-EXC-TURNO-DESC
           END-EVALUATE
           MOVE "ABAIXO DO MINIMO" TO WS-EXC-SITUACAO
           EVALUATE TRUE
               WHEN TEM-MINIMO-DIA(WS-IND-TURNO)
                   MOVE WS-MIN-DIA(WS-IND-TURNO) TO WS-MINIMO-APLICADO
                   EVALUATE TRUE
                       WHEN HOJE-DIA-UTIL
                           MOVE "ABAIXO DO MINIMO DE DIA UTIL"
                               TO WS-EXC-SITUACAO
                       WHEN HOJE-FIM-DE-SEMANA
                           MOVE "ABAIXO DO MINIMO DE FIM DE SEMANA"
                               TO WS-EXC-SITUACAO
                       WHEN HOJE-FERIADO
                           MOVE "ABAIXO DO MINIMO DE FERIADO"
                               TO WS-EXC-SITUACAO
                   END-EVALUATE
               WHEN TEM-MINIMO-GERAL(WS-IND-TURNO)
                   MOVE WS-MIN-GERAL(WS-IND-TURNO)
                       TO WS-MINIMO-APLICADO
               WHEN OTHER
                   MOVE ZERO TO WS-MINIMO-APLICADO
           END-EVALUATE
           IF WS-CONTA-ATUAL < WS-MINIMO-APLICADO
               MOVE "Y" TO WS-TURNO-DESCOBERTO-SW
               ADD 1 TO WS-CONTA-DESCOBERTOS
               MOVE WS-MINIMO-APLICADO TO WS-EXC-MINIMO
               MOVE WS-CONTA-ATUAL TO WS-EXC-ATUAL
               WRITE EXCECOES-REPORT-RECORD
                   FROM WS-LINHA-EXCECAO
           END-IF
                .
       0003-030-APLICA-REGRA-END.

      *-----------------------------------------------------------------
       9999-FINALIZAR.
               WRITE EXCECOES-REPORT-RECORD FROM WS-LINHA-TOTAL
               MOVE WS-CONTA-AFASTADOS TO WS-TOT-AFASTADOS
               WRITE EXCECOES-REPORT-RECORD FROM WS-LINHA-AFASTADOS
               MOVE WS-CONTA-TROCADOS TO WS-TOT-TROCADOS
               WRITE EXCECOES-REPORT-RECORD FROM WS-LINHA-TROCADOS
               CLOSE EXCECOES-REPORT
           END-IF
           EVALUATE TRUE
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
      * LIDOS SAO TODOS OS OPERADORES DO CADASTRO (INCLUSIVE
      * AFASTADOS E DE TURNO INDEFINIDO), QUE TEM DE BATER COM OS
      * OUTROS PASSOS QUE PERCORREM O EMPIDX.
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
               MOVE "PROG004A" TO CTP-PROGRAMA
               MOVE WS-INI-HORA TO CTP-HORA-INICIO
               MOVE WS-FIM-HORA TO CTP-HORA-FIM
               MOVE WS-CONTA-CADASTRO TO CTP-LIDOS
               MOVE WS-CONTA-DESCOBERTOS TO CTP-GRAVADOS
               MOVE WS-CONTA-INDEFINIDOS TO CTP-REJEITADOS
               MOVE WS-RETURN-CODE TO CTP-RETURN-CODE
               WRITE CONTROLE-PASSOS-RECORD
               CLOSE CONTROLE-PASSOS
           END-IF
                .
       9999-010-GRAVA-STEPLOG-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG004A.

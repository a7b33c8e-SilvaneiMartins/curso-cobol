      ******************************************************************
      * PROGRAMADOR: SILVANEI MARTINS
      * DATA: 15/10/2026
      * OBJETIVO: PROGRAMA PROG026A - CARGA E VALIDACAO DO CALENDARIO
      *           DE DIAS UTEIS (CALENDAR), O ARQUIVO COMUM DE ONDE OS
      *           JOBS DA SUITE TIRAM A DATA DE PROCESSAMENTO E O TIPO
      *           DO DIA (UTIL, FIM DE SEMANA OU FERIADO). O PRIMEIRO
      *           REGISTRO E O DA DATA DE PROCESSAMENTO CORRENTE; OS
      *           DEMAIS SAO UM POR DIA, EM ORDEM DE DATA.
      *           RODA TODO DIA ANTES DO LOTE NOTURNO PARA VIRAR A
      *           DATA DE PROCESSAMENTO. NA CARGA ANUAL (PARM AAAA)
      *           GERA TODOS OS DIAS DO ANO, MARCANDO SABADOS E
      *           DOMINGOS, E APLICA OS CARTOES DE FERIADO DO CALMOVS
      *           (FER MARCA, UTI DESMARCA). EXPURGA OS ANOS
      *           ANTERIORES AO ANO PASSADO, CONFERE O ARQUIVO ATUAL E
      *           IMPRIME NO CALRPT O RELATORIO DE VALIDACAO: CARTOES
      *           REJEITADOS, INCONSISTENCIAS, RESUMO POR ANO E
      *           FERIADOS. O ARQUIVO NOVO SAI EM CALNOVO E O JCL O
      *           PROMOVE.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 SM      VERSAO ORIGINAL.
      * 15/10/2026 SM      DATA CRITICADA CONTRA OS DIAS DO MES, COM
      *                    29/02 SO NO ANO BISSEXTO.
      * 15/10/2026 SM      CARTAO DE ANO EXPURGADO E CARTAO UTI EM DIA
      *                    QUE JA NAO E FERIADO SAO IGNORADOS, SEM
      *                    CONTAR COMO REJEITADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG026A.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT MOVIMENTOS-FILE ASSIGN TO "CALMOVS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALMOVS-STATUS.
           SELECT CALENDARIO-NOVO ASSIGN TO "CALNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALNOVO-STATUS.
           SELECT VALIDACAO-REPORT ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALRPT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * REGISTRO "P": DATA DE PROCESSAMENTO CORRENTE, COM O TIPO E A
      * DESCRICAO DAQUELE DIA. REGISTRO "D": UM DIA DO CALENDARIO.
      * TIPO DO DIA: U = UTIL, F = FIM DE SEMANA, H = FERIADO.
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

      * FER AAAAMMDD DESCRICAO MARCA O DIA COMO FERIADO; UTI
      * AAAAMMDD DEVOLVE O FERIADO A DIA UTIL OU FIM DE SEMANA,
      * CONFORME O DIA DA SEMANA. O DIA TEM DE ESTAR NO CALENDARIO.
       FD  MOVIMENTOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOVIMENTOS-RECORD.
           05  CMV-TIPO                   PIC X(03).
           05  FILLER                     PIC X(01).
           05  CMV-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  CMV-DESCRICAO              PIC X(30).
           05  FILLER                     PIC X(37).

       FD  CALENDARIO-NOVO
           LABEL RECORDS ARE STANDARD.
       01  CALENDARIO-NOVO-RECORD.
           05  NOV-TIPO-REGISTRO          PIC X(01).
           05  FILLER                     PIC X(01).
           05  NOV-DATA                   PIC X(08).
           05  FILLER                     PIC X(01).
           05  NOV-TIPO-DIA               PIC X(01).
           05  FILLER                     PIC X(01).
           05  NOV-DESCRICAO              PIC X(30).
           05  FILLER                     PIC X(37).

       FD  VALIDACAO-REPORT
           LABEL RECORDS ARE STANDARD.
       01  VALIDACAO-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CALENDAR-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CALMOVS-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CALNOVO-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CALRPT-STATUS               PIC X(02) VALUE SPACES.
       77  WS-EOF-CALENDARIO-SW           PIC X(01) VALUE "N".
           88  EOF-CALENDARIO                 VALUE "Y".
       77  WS-EOF-MOVIMENTOS-SW           PIC X(01) VALUE "N".
           88  EOF-MOVIMENTOS                 VALUE "Y".
       77  WS-ARQUIVOS-RESULT-SW          PIC X(01) VALUE "S".
           88  ARQUIVOS-OK                    VALUE "S".
           88  ARQUIVOS-FALHOU                VALUE "N".
       77  WS-PARM-VALIDO-SW              PIC X(01) VALUE "N".
           88  PARM-VALIDO                    VALUE "Y".
       77  WS-CARGA-ANUAL-SW              PIC X(01) VALUE "N".
           88  CARGA-ANUAL                    VALUE "Y".
       77  WS-DIA-ACHADO-SW               PIC X(01) VALUE "N".
           88  DIA-ACHADO                     VALUE "Y".
       77  WS-ANO-ACHADO-SW               PIC X(01) VALUE "N".
           88  ANO-ACHADO                     VALUE "Y".
       77  WS-CARTAO-IGNORADO-SW          PIC X(01) VALUE "N".
           88  CARTAO-IGNORADO                VALUE "Y".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-TOTAL-DIAS                  PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-DIAS                 PIC 9(04) COMP VALUE 2200.
       77  WS-IND-DIA                     PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-PESQUISA                PIC 9(04) COMP VALUE ZERO.
       77  WS-TOTAL-ANOS                  PIC 9(04) COMP VALUE ZERO.
       77  WS-MAXIMO-ANOS                 PIC 9(04) COMP VALUE 10.
       77  WS-IND-ANO                     PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-LIDOS                 PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-EXPURGADOS            PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-SUBSTITUIDOS          PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-GERADOS               PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-APLICADOS             PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-REJEITADOS            PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-IGNORADOS             PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-INCONSISTENTES        PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-ALERTAS               PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-GRAVADOS              PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-FERIADOS              PIC 9(06) COMP VALUE ZERO.
       77  WS-MOTIVO-REJEICAO             PIC X(30) VALUE SPACES.
       77  WS-ANO-CARGA                   PIC 9(04) VALUE ZERO.
       77  WS-ANO-PROCESSAMENTO           PIC 9(04) VALUE ZERO.
       77  WS-ANO-EXPURGO                 PIC 9(04) VALUE ZERO.
       77  WS-ANO-SEGUINTE                PIC 9(04) VALUE ZERO.
       77  WS-ANO-PESQUISA                PIC 9(04) VALUE ZERO.
       77  WS-ANO-PASSADA                 PIC 9(04) VALUE ZERO.
       77  WS-DATA-PROCESSAMENTO          PIC X(08) VALUE SPACES.
       77  WS-DATA-ANTERIOR               PIC X(08) VALUE LOW-VALUES.
       77  WS-DATA-PESQUISA               PIC X(08) VALUE SPACES.
       77  WS-DATA-NUMERICA               PIC 9(08) VALUE ZERO.
       77  WS-DIA-INTEIRO                 PIC 9(07) COMP VALUE ZERO.
       77  WS-DIA-INICIO-ANO              PIC 9(07) COMP VALUE ZERO.
       77  WS-DIA-FIM-ANO                 PIC 9(07) COMP VALUE ZERO.
       77  WS-QUOCIENTE                   PIC 9(07) COMP VALUE ZERO.
       77  WS-DIAS-ESPERADOS              PIC 9(04) COMP VALUE ZERO.
       77  WS-TIPO-CALCULADO              PIC X(01) VALUE SPACES.
       77  WS-TIPO-DESCRICAO              PIC X(14) VALUE SPACES.
       77  WS-ULTIMO-DIA-MES              PIC 9(02) VALUE ZERO.
       77  WS-ANO-QUOCIENTE               PIC 9(04) COMP VALUE ZERO.
       77  WS-RESTO-4                     PIC 9(04) COMP VALUE ZERO.
       77  WS-RESTO-100                   PIC 9(04) COMP VALUE ZERO.
       77  WS-RESTO-400                   PIC 9(04) COMP VALUE ZERO.
       77  WS-DATA-VALIDA-SW              PIC X(01) VALUE "N".
           88  DATA-VALIDA                    VALUE "Y".

      * RESTO DA DIVISAO POR 7 DO INTEGER-OF-DATE (O DIA 1 E A
      * SEGUNDA-FEIRA 01/01/1601): 0 E DOMINGO E 6 E SABADO.
       77  WS-DIA-SEMANA                  PIC 9(01) VALUE ZERO.
           88  SEMANA-DOMINGO                 VALUE 0.
           88  SEMANA-SABADO                  VALUE 6.
           88  SEMANA-FIM-DE-SEMANA           VALUE 0 6.

       01  WS-DATA-HORA-ATUAL.
           05  WS-DHA-DATA                PIC X(08).
           05  FILLER                     PIC X(13).

       01  WS-DATA-DESMONTADA.
           05  WS-DTD-ANO                 PIC 9(04).
           05  WS-DTD-MES                 PIC 9(02).
           05  WS-DTD-DIA                 PIC 9(02).

      * DIAS DE CADA MES; FEVEREIRO TEM 29 NO ANO BISSEXTO.
       01  WS-TABELA-MESES.
           05  FILLER                     PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-TABELA-MESES-R REDEFINES WS-TABELA-MESES.
           05  WS-DIAS-NO-MES             PIC 9(02) OCCURS 12 TIMES.

       01  WS-PARM-DESMONTADO.
           05  WS-PRM-ANO                 PIC X(04).
           05  WS-PRM-RESTO               PIC X(04).

      * O CALENDARIO INTEIRO FICA EM TABELA (ATE SEIS ANOS), EM
      * ORDEM DE DATA. O ANO DA CARGA E GERADO NO FIM DA TABELA E A
      * GRAVACAO DO ARQUIVO NOVO O POE NO LUGAR.
       01  WS-TABELA-DIAS.
           05  WS-DIA-ENTRADA OCCURS 2200 TIMES.
               10  WS-DIA-DATA.
                   15  WS-DIA-ANO         PIC 9(04).
                   15  WS-DIA-MES-DIA     PIC 9(04).
               10  WS-DIA-TIPO            PIC X(01).
                   88  DIA-UTIL               VALUE "U".
                   88  DIA-FIM-DE-SEMANA      VALUE "F".
                   88  DIA-FERIADO            VALUE "H".
               10  WS-DIA-DESCRICAO       PIC X(30).

       01  WS-TABELA-ANOS.
           05  WS-ANO-ENTRADA OCCURS 10 TIMES.
               10  WS-ANO-ANO             PIC 9(04).
               10  WS-ANO-DIAS            PIC 9(04) COMP.
               10  WS-ANO-UTEIS           PIC 9(04) COMP.
               10  WS-ANO-FINS-SEMANA     PIC 9(04) COMP.
               10  WS-ANO-FERIADOS        PIC 9(04) COMP.

       01  WS-LINHA-TITULO.
           05  FILLER                     PIC X(16) VALUE SPACES.
           05  WS-TIT-TEXTO               PIC X(48) VALUE SPACES.
           05  FILLER                     PIC X(16) VALUE SPACES.

       01  WS-LINHA-PROCESSAMENTO.
           05  FILLER                     PIC X(23)
               VALUE "DATA DE PROCESSAMENTO: ".
           05  WS-PRO-DATA                PIC X(08).
           05  FILLER                     PIC X(08)
               VALUE "  TIPO: ".
           05  WS-PRO-TIPO                PIC X(14).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-PRO-DESCRICAO           PIC X(26).

       01  WS-LINHA-CARGA.
           05  FILLER                     PIC X(13)
               VALUE "CARGA ANUAL: ".
           05  WS-CAR-TEXTO               PIC X(30).
           05  FILLER                     PIC X(37) VALUE SPACES.

       01  WS-LINHA-SECAO.
           05  WS-SEC-TEXTO               PIC X(50).
           05  FILLER                     PIC X(30) VALUE SPACES.

       01  WS-LINHA-DETALHE.
           05  WS-DET-TIPO                PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DET-DATA                PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DET-DESCRICAO           PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DET-MOTIVO              PIC X(30).
           05  FILLER                     PIC X(05) VALUE SPACES.

       01  WS-LINHA-CABECALHO-ANOS.
           05  FILLER                     PIC X(04) VALUE "ANO".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE "DIAS".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "UTEIS".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "FDS".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "FERIADOS".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(44) VALUE "SITUACAO".

       01  WS-LINHA-ANO.
           05  WS-LAN-ANO                 PIC 9(04).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-LAN-DIAS                PIC ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-LAN-UTEIS               PIC ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-LAN-FINS-SEMANA         PIC ZZ9.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  WS-LAN-FERIADOS            PIC ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-LAN-SITUACAO            PIC X(44).

       01  WS-LINHA-FERIADO.
           05  WS-FER-DATA                PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-FER-SEMANA              PIC X(13).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-FER-DESCRICAO           PIC X(30).
           05  FILLER                     PIC X(26) VALUE SPACES.

       01  WS-LINHA-ALERTA.
           05  FILLER                     PIC X(09)
               VALUE "ATENCAO: ".
           05  WS-ALE-TEXTO               PIC X(50).
           05  FILLER                     PIC X(21) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TEXTO               PIC X(36) VALUE SPACES.
           05  WS-TOT-QUANTIDADE          PIC ZZZZZ9.
           05  FILLER                     PIC X(38) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-PARM-DATA.
           05  LK-PARM-LENGTH             PIC S9(04) COMP.
           05  LK-PARM-TEXTO.
               10  LK-PARM-DATA-ANO       PIC X(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-DATA.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           PERFORM 0001-VALIDA-PARM
           IF PARM-VALIDO
               PERFORM 0002-INICIALIZA
               IF ARQUIVOS-OK
                   PERFORM 0003-CARREGA-CALENDARIO
               END-IF
               IF ARQUIVOS-OK AND CARGA-ANUAL
                   PERFORM 0004-GERA-ANO
               END-IF
               IF ARQUIVOS-OK
                   PERFORM 0005-APLICA-MOVIMENTOS
               END-IF
               IF ARQUIVOS-OK
                   PERFORM 0006-GRAVA-NOVO
                   PERFORM 0007-IMPRIME-VALIDACAO
               END-IF
           END-IF
           PERFORM 9999-FINALIZAR
                .
       MAIN-PROCEDURE-END.

      *-----------------------------------------------------------------
      * SEM PARM (EXECUCAO DIARIA) A DATA DE PROCESSAMENTO PASSA A
      * SER A DATA DA EXECUCAO. PARM AAAA FAZ A CARGA DAQUELE ANO
      * (DO ANO PASSADO AO PROXIMO). PARM AAAAMMDD FIXA A DATA DE
      * PROCESSAMENTO, PARA O REPROCESSAMENTO DE UMA DATA ANTERIOR.
      *-----------------------------------------------------------------
       0001-VALIDA-PARM.
           DISPLAY "0001-VALIDA-PARM"
           MOVE "N" TO WS-PARM-VALIDO-SW
           MOVE WS-DHA-DATA TO WS-DATA-PROCESSAMENTO
           MOVE WS-DHA-DATA TO WS-DATA-DESMONTADA
           MOVE WS-DTD-ANO TO WS-ANO-PROCESSAMENTO
           EVALUATE TRUE
               WHEN LK-PARM-LENGTH = ZERO
                   MOVE "Y" TO WS-PARM-VALIDO-SW
               WHEN LK-PARM-LENGTH = 4
                   MOVE LK-PARM-DATA-ANO TO WS-PARM-DESMONTADO
                   IF WS-PRM-ANO IS NUMERIC
                       MOVE WS-PRM-ANO TO WS-ANO-CARGA
                       IF WS-ANO-CARGA < WS-ANO-PROCESSAMENTO - 1
                         OR WS-ANO-CARGA > WS-ANO-PROCESSAMENTO + 1
                           DISPLAY "ANO DE CARGA FORA DA FAIXA: "
                               WS-PRM-ANO
                       ELSE
                           MOVE "Y" TO WS-CARGA-ANUAL-SW
                           MOVE "Y" TO WS-PARM-VALIDO-SW
                       END-IF
                   ELSE
                       DISPLAY "ANO DE CARGA NAO NUMERICO: "
                           WS-PRM-ANO
                   END-IF
               WHEN LK-PARM-LENGTH = 8
                   MOVE LK-PARM-DATA-ANO TO WS-DATA-DESMONTADA
                   PERFORM 0008-010-VALIDA-DATA
                   IF DATA-VALIDA
                       MOVE LK-PARM-DATA-ANO TO WS-DATA-PROCESSAMENTO
                       MOVE WS-DTD-ANO TO WS-ANO-PROCESSAMENTO
                       MOVE "Y" TO WS-PARM-VALIDO-SW
                   ELSE
                       DISPLAY "DATA DE PROCESSAMENTO INVALIDA: "
                           LK-PARM-DATA-ANO
                   END-IF
               WHEN OTHER
                   DISPLAY "PARM COM TAMANHO INVALIDO: "
                       LK-PARM-LENGTH
           END-EVALUATE
           COMPUTE WS-ANO-EXPURGO = WS-ANO-PROCESSAMENTO - 1
           COMPUTE WS-ANO-SEGUINTE = WS-ANO-PROCESSAMENTO + 1
                .
       0001-VALIDA-PARM-END.

      *-----------------------------------------------------------------
      * CALENDAR AUSENTE (STATUS 35) E A PRIMEIRA CARGA: SO SERVE
      * COM PARM AAAA, SENAO O ARQUIVO NOVO SAIRIA SEM NENHUM DIA.
      *-----------------------------------------------------------------
       0002-INICIALIZA.
           DISPLAY "0002-INICIALIZA"
           OPEN INPUT CALENDARIO-FILE
           EVALUATE WS-CALENDAR-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "Y" TO WS-EOF-CALENDARIO-SW
                   IF CARGA-ANUAL
                       DISPLAY "CALENDAR INEXISTENTE - PRIMEIRA CARGA"
                   ELSE
                       DISPLAY "CALENDAR INEXISTENTE - INFORMAR O "
                           "ANO DA PRIMEIRA CARGA NO PARM"
                       MOVE "N" TO WS-ARQUIVOS-RESULT-SW
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CALENDARIO-FILE: "
                       WS-CALENDAR-STATUS
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-EVALUATE
           OPEN INPUT MOVIMENTOS-FILE
           IF WS-CALMOVS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR MOVIMENTOS-FILE: "
                   WS-CALMOVS-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT CALENDARIO-NOVO
           IF WS-CALNOVO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CALENDARIO-NOVO: "
                   WS-CALNOVO-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT VALIDACAO-REPORT
           IF WS-CALRPT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR VALIDACAO-REPORT: "
                   WS-CALRPT-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           IF ARQUIVOS-OK
               MOVE "CALENDARIO DE DIAS UTEIS - CARGA E VALIDACAO"
                   TO WS-TIT-TEXTO
               WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-TITULO
               IF CARGA-ANUAL
                   MOVE WS-ANO-CARGA TO WS-CAR-TEXTO
               ELSE
                   MOVE "SEM CARGA NESTA EXECUCAO" TO WS-CAR-TEXTO
               END-IF
               WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-CARGA
               MOVE SPACES TO VALIDACAO-REPORT-RECORD
               WRITE VALIDACAO-REPORT-RECORD
               MOVE "INCONSISTENCIAS DO CALENDARIO ATUAL"
                   TO WS-SEC-TEXTO
               WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-SECAO
           END-IF
                .
       0002-INICIALIZA-END.

      *-----------------------------------------------------------------
      * O REGISTRO "P" ANTIGO E DESCARTADO (E REGRAVADO NO FIM). OS
      * DIAS DE ANOS ANTERIORES AO ANO PASSADO SAO EXPURGADOS E OS
      * DO ANO DA CARGA SAO SUBSTITUIDOS PELOS GERADOS. DIA COM
      * DATA INVALIDA, REPETIDA OU FORA DE ORDEM E DESCARTADO; DIA
      * COM TIPO INCOERENTE FICA, MAS SAI NO RELATORIO PARA SER
      * CORRIGIDO POR CARTAO OU PELA RECARGA DO ANO.
      *-----------------------------------------------------------------
       0003-CARREGA-CALENDARIO.
           DISPLAY "0003-CARREGA-CALENDARIO"
           IF NOT EOF-CALENDARIO
               PERFORM 0003-010-LE-CALENDARIO
               PERFORM 0003-020-GUARDA-DIA
                   UNTIL EOF-CALENDARIO
               CLOSE CALENDARIO-FILE
           END-IF
           IF WS-CONTA-INCONSISTENTES = ZERO
               MOVE "NENHUMA" TO WS-SEC-TEXTO
               WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-SECAO
           END-IF
                .
       0003-CARREGA-CALENDARIO-END.

      *-----------------------------------------------------------------
       0003-010-LE-CALENDARIO.
           READ CALENDARIO-FILE
               AT END
                   MOVE "Y" TO WS-EOF-CALENDARIO-SW
           END-READ
                .
       0003-010-LE-CALENDARIO-END.

      *-----------------------------------------------------------------
       0003-020-GUARDA-DIA.
           ADD 1 TO WS-CONTA-LIDOS
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE CAL-DATA TO WS-DATA-DESMONTADA
           PERFORM 0008-010-VALIDA-DATA
           EVALUATE TRUE
               WHEN CAL-TIPO-REGISTRO = "P"
                   CONTINUE
               WHEN CAL-TIPO-REGISTRO NOT = "D"
                   MOVE "TIPO DE REGISTRO INVALIDO"
                       TO WS-MOTIVO-REJEICAO
               WHEN NOT DATA-VALIDA
                   MOVE "DATA INVALIDA - DESCARTADO"
                       TO WS-MOTIVO-REJEICAO
               WHEN CAL-DATA NOT > WS-DATA-ANTERIOR
                   MOVE "REPETIDO OU FORA DE ORDEM"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-DTD-ANO < WS-ANO-EXPURGO
                   ADD 1 TO WS-CONTA-EXPURGADOS
               WHEN CARGA-ANUAL AND WS-DTD-ANO = WS-ANO-CARGA
                   ADD 1 TO WS-CONTA-SUBSTITUIDOS
                   MOVE CAL-DATA TO WS-DATA-ANTERIOR
               WHEN OTHER
                   MOVE CAL-DATA TO WS-DATA-ANTERIOR
                   PERFORM 0003-030-INCLUI-DIA
           END-EVALUATE
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-CONTA-INCONSISTENTES
               MOVE CAL-TIPO-REGISTRO TO WS-DET-TIPO
               MOVE CAL-DATA TO WS-DET-DATA
               MOVE CAL-DESCRICAO TO WS-DET-DESCRICAO
               MOVE WS-MOTIVO-REJEICAO TO WS-DET-MOTIVO
               WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-DETALHE
           END-IF
           PERFORM 0003-010-LE-CALENDARIO
                .
       0003-020-GUARDA-DIA-END.

      *-----------------------------------------------------------------
       0003-030-INCLUI-DIA.
           IF WS-TOTAL-DIAS < WS-MAXIMO-DIAS
               ADD 1 TO WS-TOTAL-DIAS
               MOVE WS-TOTAL-DIAS TO WS-IND-DIA
               MOVE CAL-DATA TO WS-DIA-DATA(WS-IND-DIA)
               MOVE CAL-TIPO-DIA TO WS-DIA-TIPO(WS-IND-DIA)
               MOVE CAL-DESCRICAO TO WS-DIA-DESCRICAO(WS-IND-DIA)
               MOVE CAL-DATA TO WS-DATA-NUMERICA
               PERFORM 0008-CALCULA-DIA-SEMANA
               EVALUATE TRUE
                   WHEN DIA-FERIADO(WS-IND-DIA)
                       CONTINUE
                   WHEN DIA-UTIL(WS-IND-DIA)
                       AND NOT SEMANA-FIM-DE-SEMANA
                       CONTINUE
                   WHEN DIA-FIM-DE-SEMANA(WS-IND-DIA)
                       AND SEMANA-FIM-DE-SEMANA
                       CONTINUE
                   WHEN OTHER
                       MOVE "TIPO DO DIA INCOERENTE"
                           TO WS-MOTIVO-REJEICAO
               END-EVALUATE
           ELSE
               DISPLAY "TABELA DE DIAS CHEIA - "
                   "CARGA ABORTADA: " CAL-DATA
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
                .
       0003-030-INCLUI-DIA-END.

      *-----------------------------------------------------------------
      * GERA OS 365 OU 366 DIAS DO ANO DA CARGA: SABADO E DOMINGO
      * SAO FIM DE SEMANA, O RESTO E DIA UTIL. OS FERIADOS VEM DOS
      * CARTOES FER, APLICADOS DEPOIS.
      *-----------------------------------------------------------------
       0004-GERA-ANO.
           DISPLAY "0004-GERA-ANO"
           COMPUTE WS-DATA-NUMERICA = WS-ANO-CARGA * 10000 + 0101
           COMPUTE WS-DIA-INICIO-ANO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA)
           COMPUTE WS-DATA-NUMERICA = WS-ANO-CARGA * 10000 + 1231
           COMPUTE WS-DIA-FIM-ANO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA)
           MOVE WS-DIA-INICIO-ANO TO WS-DIA-INTEIRO
           PERFORM 0004-010-GERA-DIA
               UNTIL WS-DIA-INTEIRO > WS-DIA-FIM-ANO
                  OR ARQUIVOS-FALHOU
                .
       0004-GERA-ANO-END.

      *-----------------------------------------------------------------
       0004-010-GERA-DIA.
           IF WS-TOTAL-DIAS < WS-MAXIMO-DIAS
               ADD 1 TO WS-TOTAL-DIAS
               ADD 1 TO WS-CONTA-GERADOS
               MOVE WS-TOTAL-DIAS TO WS-IND-DIA
               COMPUTE WS-DATA-NUMERICA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
               MOVE WS-DATA-NUMERICA TO WS-DIA-DATA(WS-IND-DIA)
               PERFORM 0008-CALCULA-DIA-SEMANA
               MOVE WS-TIPO-CALCULADO TO WS-DIA-TIPO(WS-IND-DIA)
               MOVE SPACES TO WS-DIA-DESCRICAO(WS-IND-DIA)
           ELSE
               DISPLAY "TABELA DE DIAS CHEIA - CARGA ABORTADA"
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           ADD 1 TO WS-DIA-INTEIRO
                .
       0004-010-GERA-DIA-END.

      *-----------------------------------------------------------------
      * OS CARTOES SAO REAPLICADOS EM TODA EXECUCAO (MARCAR DE NOVO
      * UM FERIADO NAO MUDA NADA), DE FORMA QUE O FERIADO DECRETADO
      * NO MEIO DO ANO ENTRA NA VIRADA SEGUINTE SEM NOVA CARGA.
      *-----------------------------------------------------------------
       0005-APLICA-MOVIMENTOS.
           DISPLAY "0005-APLICA-MOVIMENTOS"
           MOVE SPACES TO VALIDACAO-REPORT-RECORD
           WRITE VALIDACAO-REPORT-RECORD
           MOVE "CARTOES DE FERIADO REJEITADOS" TO WS-SEC-TEXTO
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-SECAO
           PERFORM 0005-010-LE-MOVIMENTO
           PERFORM 0005-020-APLICA-MOVIMENTO
               UNTIL EOF-MOVIMENTOS
           CLOSE MOVIMENTOS-FILE
           IF WS-CONTA-REJEITADOS = ZERO
               MOVE "NENHUM" TO WS-SEC-TEXTO
               WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-SECAO
           END-IF
                .
       0005-APLICA-MOVIMENTOS-END.

      *-----------------------------------------------------------------
       0005-010-LE-MOVIMENTO.
           READ MOVIMENTOS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-MOVIMENTOS-SW
           END-READ
                .
       0005-010-LE-MOVIMENTO-END.

      *-----------------------------------------------------------------
      * CARTAO DE ANO JA EXPURGADO E CARTAO UTI EM DIA QUE NAO E MAIS
      * FERIADO NAO TEM EFEITO: SAO CONTADOS COMO IGNORADOS E NAO
      * SAEM NA LISTA DE REJEITADOS.
      *-----------------------------------------------------------------
       0005-020-APLICA-MOVIMENTO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE "N" TO WS-CARTAO-IGNORADO-SW
           MOVE CMV-DATA TO WS-DATA-PESQUISA
           MOVE CMV-DATA TO WS-DATA-DESMONTADA
           PERFORM 0009-PESQUISA-DIA
           EVALUATE TRUE
               WHEN CMV-TIPO NOT = "FER" AND "UTI"
                   MOVE "TIPO DE CARTAO INVALIDO"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-DATA-DESMONTADA IS NUMERIC
                 AND WS-DTD-ANO < WS-ANO-EXPURGO
                   MOVE "Y" TO WS-CARTAO-IGNORADO-SW
               WHEN NOT DIA-ACHADO
                   MOVE "DATA FORA DO CALENDARIO"
                       TO WS-MOTIVO-REJEICAO
               WHEN CMV-TIPO = "FER" AND CMV-DESCRICAO = SPACES
                   MOVE "DESCRICAO EM BRANCO"
                       TO WS-MOTIVO-REJEICAO
               WHEN CMV-TIPO = "UTI"
                 AND NOT DIA-FERIADO(WS-IND-PESQUISA)
                   MOVE "Y" TO WS-CARTAO-IGNORADO-SW
           END-EVALUATE
           EVALUATE TRUE
               WHEN CARTAO-IGNORADO
                   ADD 1 TO WS-CONTA-IGNORADOS
               WHEN WS-MOTIVO-REJEICAO = SPACES
                   ADD 1 TO WS-CONTA-APLICADOS
                   IF CMV-TIPO = "FER"
                       MOVE "H" TO WS-DIA-TIPO(WS-IND-PESQUISA)
                       MOVE CMV-DESCRICAO
                           TO WS-DIA-DESCRICAO(WS-IND-PESQUISA)
                   ELSE
                       MOVE CMV-DATA TO WS-DATA-NUMERICA
                       PERFORM 0008-CALCULA-DIA-SEMANA
                       MOVE WS-TIPO-CALCULADO
                           TO WS-DIA-TIPO(WS-IND-PESQUISA)
                       MOVE SPACES TO WS-DIA-DESCRICAO(WS-IND-PESQUISA)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CONTA-REJEITADOS
                   MOVE CMV-TIPO TO WS-DET-TIPO
                   MOVE CMV-DATA TO WS-DET-DATA
                   MOVE CMV-DESCRICAO TO WS-DET-DESCRICAO
                   MOVE WS-MOTIVO-REJEICAO TO WS-DET-MOTIVO
                   WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-DETALHE
           END-EVALUATE
           PERFORM 0005-010-LE-MOVIMENTO
                .
       0005-020-APLICA-MOVIMENTO-END.

      *-----------------------------------------------------------------
      * O REGISTRO "P" VAI NA FRENTE, COM O TIPO DO DIA DA DATA DE
      * PROCESSAMENTO. OS DIAS SAEM EM TRES PASSADAS (ANOS ANTES DA
      * CARGA, ANO DA CARGA, ANOS DEPOIS) PARA FICAREM EM ORDEM
      * MESMO QUANDO O ANO RECARREGADO NAO E O ULTIMO.
      *-----------------------------------------------------------------
       0006-GRAVA-NOVO.
           DISPLAY "0006-GRAVA-NOVO"
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PESQUISA
           PERFORM 0009-PESQUISA-DIA
           MOVE SPACES TO CALENDARIO-NOVO-RECORD
           MOVE "P" TO NOV-TIPO-REGISTRO
           MOVE WS-DATA-PROCESSAMENTO TO NOV-DATA
           IF DIA-ACHADO
               MOVE WS-DIA-TIPO(WS-IND-PESQUISA) TO NOV-TIPO-DIA
               MOVE WS-DIA-DESCRICAO(WS-IND-PESQUISA)
                   TO NOV-DESCRICAO
           END-IF
           WRITE CALENDARIO-NOVO-RECORD
           MOVE 0 TO WS-ANO-PASSADA
           PERFORM 0006-010-GRAVA-PASSADA
           IF CARGA-ANUAL
               MOVE WS-ANO-CARGA TO WS-ANO-PASSADA
               PERFORM 0006-010-GRAVA-PASSADA
               MOVE 9999 TO WS-ANO-PASSADA
               PERFORM 0006-010-GRAVA-PASSADA
           END-IF
           CLOSE CALENDARIO-NOVO
                .
       0006-GRAVA-NOVO-END.

      *-----------------------------------------------------------------
      * PASSADA 0: TUDO (SEM CARGA) OU OS ANOS ANTES DA CARGA.
      * PASSADA AAAA: SO O ANO DA CARGA. PASSADA 9999: OS DEPOIS.
      *-----------------------------------------------------------------
       0006-010-GRAVA-PASSADA.
           MOVE ZERO TO WS-IND-DIA
           PERFORM 0006-020-GRAVA-DIA
               WS-TOTAL-DIAS TIMES
                .
       0006-010-GRAVA-PASSADA-END.

      *-----------------------------------------------------------------
       0006-020-GRAVA-DIA.
           ADD 1 TO WS-IND-DIA
           EVALUATE TRUE
               WHEN NOT CARGA-ANUAL
                   PERFORM 0006-030-GRAVA-REGISTRO
               WHEN WS-ANO-PASSADA = 0
                 AND WS-DIA-ANO(WS-IND-DIA) < WS-ANO-CARGA
                   PERFORM 0006-030-GRAVA-REGISTRO
               WHEN WS-ANO-PASSADA = WS-ANO-CARGA
                 AND WS-DIA-ANO(WS-IND-DIA) = WS-ANO-CARGA
                   PERFORM 0006-030-GRAVA-REGISTRO
               WHEN WS-ANO-PASSADA = 9999
                 AND WS-DIA-ANO(WS-IND-DIA) > WS-ANO-CARGA
                   PERFORM 0006-030-GRAVA-REGISTRO
           END-EVALUATE
                .
       0006-020-GRAVA-DIA-END.

      *-----------------------------------------------------------------
       0006-030-GRAVA-REGISTRO.
           ADD 1 TO WS-CONTA-GRAVADOS
           MOVE SPACES TO CALENDARIO-NOVO-RECORD
           MOVE "D" TO NOV-TIPO-REGISTRO
           MOVE WS-DIA-DATA(WS-IND-DIA) TO NOV-DATA
           MOVE WS-DIA-TIPO(WS-IND-DIA) TO NOV-TIPO-DIA
           MOVE WS-DIA-DESCRICAO(WS-IND-DIA) TO NOV-DESCRICAO
           WRITE CALENDARIO-NOVO-RECORD
           PERFORM 0006-040-ACUMULA-ANO
                .
       0006-030-GRAVA-REGISTRO-END.

      *-----------------------------------------------------------------
      * O RESUMO POR ANO E MONTADO NA GRAVACAO, QUE PERCORRE OS
      * DIAS EM ORDEM: UM ANO NOVO E SEMPRE O ULTIMO DA TABELA.
      *-----------------------------------------------------------------
       0006-040-ACUMULA-ANO.
           IF WS-TOTAL-ANOS = ZERO
               OR WS-ANO-ANO(WS-TOTAL-ANOS) NOT = WS-DIA-ANO(WS-IND-DIA)
               IF WS-TOTAL-ANOS < WS-MAXIMO-ANOS
                   ADD 1 TO WS-TOTAL-ANOS
                   MOVE WS-DIA-ANO(WS-IND-DIA)
                       TO WS-ANO-ANO(WS-TOTAL-ANOS)
                   MOVE ZERO TO WS-ANO-DIAS(WS-TOTAL-ANOS)
                   MOVE ZERO TO WS-ANO-UTEIS(WS-TOTAL-ANOS)
                   MOVE ZERO TO WS-ANO-FINS-SEMANA(WS-TOTAL-ANOS)
                   MOVE ZERO TO WS-ANO-FERIADOS(WS-TOTAL-ANOS)
               ELSE
                   DISPLAY "TABELA DE ANOS CHEIA - CARGA ABORTADA"
                   MOVE "N" TO WS-ARQUIVOS-RESULT-SW
               END-IF
           END-IF
           MOVE WS-TOTAL-ANOS TO WS-IND-ANO
           ADD 1 TO WS-ANO-DIAS(WS-IND-ANO)
           EVALUATE TRUE
               WHEN DIA-UTIL(WS-IND-DIA)
                   ADD 1 TO WS-ANO-UTEIS(WS-IND-ANO)
               WHEN DIA-FIM-DE-SEMANA(WS-IND-DIA)
                   ADD 1 TO WS-ANO-FINS-SEMANA(WS-IND-ANO)
               WHEN DIA-FERIADO(WS-IND-DIA)
                   ADD 1 TO WS-ANO-FERIADOS(WS-IND-ANO)
           END-EVALUATE
                .
       0006-040-ACUMULA-ANO-END.

      *-----------------------------------------------------------------
       0007-IMPRIME-VALIDACAO.
           DISPLAY "0007-IMPRIME-VALIDACAO"
           MOVE SPACES TO VALIDACAO-REPORT-RECORD
           WRITE VALIDACAO-REPORT-RECORD
           MOVE "RESUMO POR ANO" TO WS-SEC-TEXTO
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-SECAO
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-CABECALHO-ANOS
           MOVE ZERO TO WS-IND-ANO
           PERFORM 0007-010-IMPRIME-ANO
               WS-TOTAL-ANOS TIMES
           MOVE SPACES TO VALIDACAO-REPORT-RECORD
           WRITE VALIDACAO-REPORT-RECORD
           MOVE "FERIADOS NO CALENDARIO" TO WS-SEC-TEXTO
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-SECAO
           MOVE ZERO TO WS-IND-DIA
           PERFORM 0007-020-IMPRIME-FERIADO
               WS-TOTAL-DIAS TIMES
           IF WS-CONTA-FERIADOS = ZERO
               MOVE "NENHUM" TO WS-SEC-TEXTO
               WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-SECAO
           END-IF
           MOVE SPACES TO VALIDACAO-REPORT-RECORD
           WRITE VALIDACAO-REPORT-RECORD
           PERFORM 0007-030-IMPRIME-PROCESSAMENTO
           PERFORM 0007-040-IMPRIME-ALERTAS
                .
       0007-IMPRIME-VALIDACAO-END.

      *-----------------------------------------------------------------
       0007-010-IMPRIME-ANO.
           ADD 1 TO WS-IND-ANO
           COMPUTE WS-DATA-NUMERICA =
               WS-ANO-ANO(WS-IND-ANO) * 10000 + 0101
           COMPUTE WS-DIA-INICIO-ANO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA)
           COMPUTE WS-DATA-NUMERICA =
               WS-ANO-ANO(WS-IND-ANO) * 10000 + 1231
           COMPUTE WS-DIAS-ESPERADOS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA)
               - WS-DIA-INICIO-ANO + 1
           MOVE WS-ANO-ANO(WS-IND-ANO) TO WS-LAN-ANO
           MOVE WS-ANO-DIAS(WS-IND-ANO) TO WS-LAN-DIAS
           MOVE WS-ANO-UTEIS(WS-IND-ANO) TO WS-LAN-UTEIS
           MOVE WS-ANO-FINS-SEMANA(WS-IND-ANO) TO WS-LAN-FINS-SEMANA
           MOVE WS-ANO-FERIADOS(WS-IND-ANO) TO WS-LAN-FERIADOS
           IF WS-ANO-DIAS(WS-IND-ANO) = WS-DIAS-ESPERADOS
               MOVE "COMPLETO" TO WS-LAN-SITUACAO
           ELSE
               MOVE "INCOMPLETO - RECARREGAR O ANO"
                   TO WS-LAN-SITUACAO
               ADD 1 TO WS-CONTA-ALERTAS
           END-IF
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-ANO
                .
       0007-010-IMPRIME-ANO-END.

      *-----------------------------------------------------------------
       0007-020-IMPRIME-FERIADO.
           ADD 1 TO WS-IND-DIA
           IF DIA-FERIADO(WS-IND-DIA)
               ADD 1 TO WS-CONTA-FERIADOS
               MOVE WS-DIA-DATA(WS-IND-DIA) TO WS-FER-DATA
               MOVE WS-DIA-DATA(WS-IND-DIA) TO WS-DATA-NUMERICA
               PERFORM 0008-CALCULA-DIA-SEMANA
               EVALUATE WS-DIA-SEMANA
                   WHEN 0
                       MOVE "DOMINGO" TO WS-FER-SEMANA
                   WHEN 1
                       MOVE "SEGUNDA-FEIRA" TO WS-FER-SEMANA
                   WHEN 2
                       MOVE "TERCA-FEIRA" TO WS-FER-SEMANA
                   WHEN 3
                       MOVE "QUARTA-FEIRA" TO WS-FER-SEMANA
                   WHEN 4
                       MOVE "QUINTA-FEIRA" TO WS-FER-SEMANA
                   WHEN 5
                       MOVE "SEXTA-FEIRA" TO WS-FER-SEMANA
                   WHEN 6
                       MOVE "SABADO" TO WS-FER-SEMANA
               END-EVALUATE
               MOVE WS-DIA-DESCRICAO(WS-IND-DIA) TO WS-FER-DESCRICAO
               WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-FERIADO
           END-IF
                .
       0007-020-IMPRIME-FERIADO-END.

      *-----------------------------------------------------------------
       0007-030-IMPRIME-PROCESSAMENTO.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PESQUISA
           PERFORM 0009-PESQUISA-DIA
           MOVE WS-DATA-PROCESSAMENTO TO WS-PRO-DATA
           MOVE SPACES TO WS-PRO-DESCRICAO
           IF DIA-ACHADO
               EVALUATE TRUE
                   WHEN DIA-UTIL(WS-IND-PESQUISA)
                       MOVE "DIA UTIL" TO WS-PRO-TIPO
                   WHEN DIA-FIM-DE-SEMANA(WS-IND-PESQUISA)
                       MOVE "FIM DE SEMANA" TO WS-PRO-TIPO
                   WHEN DIA-FERIADO(WS-IND-PESQUISA)
                       MOVE "FERIADO" TO WS-PRO-TIPO
                       MOVE WS-DIA-DESCRICAO(WS-IND-PESQUISA)
                           TO WS-PRO-DESCRICAO
                   WHEN OTHER
                       MOVE "TIPO INVALIDO" TO WS-PRO-TIPO
               END-EVALUATE
           ELSE
               MOVE "NAO CADASTRADO" TO WS-PRO-TIPO
           END-IF
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-PROCESSAMENTO
                .
       0007-030-IMPRIME-PROCESSAMENTO-END.

      *-----------------------------------------------------------------
      * SEM O ANO DA DATA DE PROCESSAMENTO OS PASSOS QUE APLICAM
      * MINIMOS POR TIPO DE DIA CAEM NA REGRA GERAL. EM DEZEMBRO O
      * ANO SEGUINTE JA TEM DE ESTAR CARREGADO.
      *-----------------------------------------------------------------
       0007-040-IMPRIME-ALERTAS.
           IF NOT DIA-ACHADO
               ADD 1 TO WS-CONTA-ALERTAS
               MOVE "DATA DE PROCESSAMENTO FORA DO CALENDARIO"
                   TO WS-ALE-TEXTO
               WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-ALERTA
           END-IF
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-DESMONTADA
           MOVE WS-ANO-SEGUINTE TO WS-ANO-PESQUISA
           PERFORM 0009-010-PESQUISA-ANO
           IF WS-DTD-MES = 12 AND NOT ANO-ACHADO
               ADD 1 TO WS-CONTA-ALERTAS
               MOVE "CALENDARIO DO PROXIMO ANO AINDA NAO CARREGADO"
                   TO WS-ALE-TEXTO
               WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-ALERTA
           END-IF
                .
       0007-040-IMPRIME-ALERTAS-END.

      *-----------------------------------------------------------------
      * DIA DA SEMANA E TIPO CALCULADO (U/F) DE WS-DATA-NUMERICA.
      *-----------------------------------------------------------------
       0008-CALCULA-DIA-SEMANA.
           COMPUTE WS-DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUMERICA)
           DIVIDE WS-DIA-INTEIRO BY 7
               GIVING WS-QUOCIENTE REMAINDER WS-DIA-SEMANA
           IF SEMANA-FIM-DE-SEMANA
               MOVE "F" TO WS-TIPO-CALCULADO
           ELSE
               MOVE "U" TO WS-TIPO-CALCULADO
           END-IF
                .
       0008-CALCULA-DIA-SEMANA-END.

      *-----------------------------------------------------------------
      * DATA AAAAMMDD EM WS-DATA-DESMONTADA: MES DE 01 A 12 E DIA
      * DENTRO DO MES, COM 29/02 SO NO ANO BISSEXTO.
      *-----------------------------------------------------------------
       0008-010-VALIDA-DATA.
           MOVE "N" TO WS-DATA-VALIDA-SW
           IF WS-DATA-DESMONTADA IS NUMERIC
               IF WS-DTD-MES NOT < 01 AND WS-DTD-MES NOT > 12
                   MOVE WS-DIAS-NO-MES(WS-DTD-MES) TO WS-ULTIMO-DIA-MES
                   IF WS-DTD-MES = 02
                       DIVIDE WS-DTD-ANO BY 4 GIVING WS-ANO-QUOCIENTE
                           REMAINDER WS-RESTO-4
                       DIVIDE WS-DTD-ANO BY 100 GIVING WS-ANO-QUOCIENTE
                           REMAINDER WS-RESTO-100
                       DIVIDE WS-DTD-ANO BY 400 GIVING WS-ANO-QUOCIENTE
                           REMAINDER WS-RESTO-400
                       IF (WS-RESTO-4 = ZERO
                           AND WS-RESTO-100 NOT = ZERO)
                           OR WS-RESTO-400 = ZERO
                           MOVE 29 TO WS-ULTIMO-DIA-MES
                       END-IF
                   END-IF
                   IF WS-DTD-DIA NOT < 01
                       AND WS-DTD-DIA NOT > WS-ULTIMO-DIA-MES
                       MOVE "Y" TO WS-DATA-VALIDA-SW
                   END-IF
               END-IF
           END-IF
                .
       0008-010-VALIDA-DATA-END.

      *-----------------------------------------------------------------
       0009-PESQUISA-DIA.
           MOVE "N" TO WS-DIA-ACHADO-SW
           MOVE ZERO TO WS-IND-PESQUISA
           PERFORM 0009-020-COMPARA-DIA
               UNTIL DIA-ACHADO
                  OR WS-IND-PESQUISA NOT < WS-TOTAL-DIAS
                .
       0009-PESQUISA-DIA-END.

      *-----------------------------------------------------------------
       0009-010-PESQUISA-ANO.
           MOVE "N" TO WS-ANO-ACHADO-SW
           MOVE ZERO TO WS-IND-ANO
           PERFORM 0009-030-COMPARA-ANO
               UNTIL ANO-ACHADO
                  OR WS-IND-ANO NOT < WS-TOTAL-ANOS
                .
       0009-010-PESQUISA-ANO-END.

      *-----------------------------------------------------------------
       0009-020-COMPARA-DIA.
           ADD 1 TO WS-IND-PESQUISA
           IF WS-DIA-DATA(WS-IND-PESQUISA) = WS-DATA-PESQUISA
               MOVE "Y" TO WS-DIA-ACHADO-SW
           END-IF
                .
       0009-020-COMPARA-DIA-END.

      *-----------------------------------------------------------------
       0009-030-COMPARA-ANO.
           ADD 1 TO WS-IND-ANO
           IF WS-ANO-ANO(WS-IND-ANO) = WS-ANO-PESQUISA
               MOVE "Y" TO WS-ANO-ACHADO-SW
           END-IF
                .
       0009-030-COMPARA-ANO-END.

      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "9999-FINALIZAR"
           IF PARM-VALIDO AND ARQUIVOS-OK
               PERFORM 9999-010-GRAVA-TOTAIS
               CLOSE VALIDACAO-REPORT
           END-IF
           EVALUATE TRUE
               WHEN NOT PARM-VALIDO
                   MOVE 0016 TO WS-RETURN-CODE
               WHEN ARQUIVOS-FALHOU
                   MOVE 0012 TO WS-RETURN-CODE
               WHEN WS-CONTA-REJEITADOS > ZERO
                 OR WS-CONTA-INCONSISTENTES > ZERO
                 OR WS-CONTA-ALERTAS > ZERO
                   MOVE 0004 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 0000 TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       9999-FINALIZAR-END.

      *-----------------------------------------------------------------
       9999-010-GRAVA-TOTAIS.
           MOVE SPACES TO VALIDACAO-REPORT-RECORD
           WRITE VALIDACAO-REPORT-RECORD
           MOVE "REGISTROS LIDOS DO CALENDAR:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-LIDOS TO WS-TOT-QUANTIDADE
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "DIAS EXPURGADOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-EXPURGADOS TO WS-TOT-QUANTIDADE
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "DIAS SUBSTITUIDOS PELA CARGA:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-SUBSTITUIDOS TO WS-TOT-QUANTIDADE
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "DIAS GERADOS PELA CARGA:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-GERADOS TO WS-TOT-QUANTIDADE
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "INCONSISTENCIAS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-INCONSISTENTES TO WS-TOT-QUANTIDADE
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "CARTOES APLICADOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-APLICADOS TO WS-TOT-QUANTIDADE
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "CARTOES REJEITADOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-REJEITADOS TO WS-TOT-QUANTIDADE
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "CARTOES IGNORADOS (SEM EFEITO):" TO WS-TOT-TEXTO
           MOVE WS-CONTA-IGNORADOS TO WS-TOT-QUANTIDADE
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "DIAS NO ARQUIVO NOVO:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-GRAVADOS TO WS-TOT-QUANTIDADE
           WRITE VALIDACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
                .
       9999-010-GRAVA-TOTAIS-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG026A.

      ******************************************************************
      * PROGRAMADOR: SILVANEI MARTINS
      * DATA: 15/10/2026
      * OBJETIVO: PROGRAMA PROG023A - CONCILIACAO DO CADASTRO DE
      *           OPERADORES (EMPIDX) COM O EXTRATO DIARIO DO
      *           SISTEMA DE RH (MATRICULA, NOME, SITUACAO E TURNO).
      *           OS DOIS LADOS SAO COMPARADOS POR MATRICULA EM LINHA
      *           BALANCEADA E O RELATORIO LISTA QUEM ESTA NO RH E
      *           FALTA NO ROSTER, QUEM ESTA NO ROSTER DESLIGADO OU
      *           AUSENTE NO RH E AS DIVERGENCIAS DE NOME E TURNO.
      *           PARA CADA DIFERENCA GRAVA O CARTAO ADD/CHG/DEL
      *           PROPOSTO NO LEIAUTE DO EMPMOVS (HRMOVS), QUE O RH
      *           REVISA E ENTREGA AO PROG003AJ. OS TOTAIS DE CONTROLE
      *           FECHAM A LEITURA DAS DUAS PONTAS.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 SM      VERSAO ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG023A.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-RH ASSIGN TO "HREXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HREXTR-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT PROPOSTAS-FILE ASSIGN TO "HRMOVS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRMOVS-STATUS.
           SELECT CONCILIACAO-REPORT ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONRPT-STATUS.
           SELECT FALTANTES-WORK ASSIGN TO "WRKFAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRKFAL-STATUS.
           SELECT SOBRANTES-WORK ASSIGN TO "WRKSOB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRKSOB-STATUS.
           SELECT DIVERGENCIAS-WORK ASSIGN TO "WRKDIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRKDIV-STATUS.
           SELECT REJEITADOS-WORK ASSIGN TO "WRKREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRKREJ-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-RH
           LABEL RECORDS ARE STANDARD.
       01  EXTRATO-RH-RECORD.
           05  HRX-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  HRX-NOME                   PIC X(30).
           05  FILLER                     PIC X(01).
           05  HRX-SITUACAO               PIC X(01).
               88  HRX-ATIVO                  VALUE "A".
               88  HRX-DESLIGADO              VALUE "D".
           05  FILLER                     PIC X(01).
           05  HRX-TURNO                  PIC X(01).
           05  FILLER                     PIC X(39).

       FD  EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-RECORD.
           05  EMP-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  EMP-NOME                   PIC X(30).
           05  FILLER                     PIC X(01).
           05  EMP-TURNO                  PIC X(01).
           05  FILLER                     PIC X(41).

      * CARTAO PROPOSTO NO MESMO LEIAUTE DO EMPMOVS DO PROG003A.
      * A DATA EFETIVA SAI EM BRANCO (VIGENCIA IMEDIATA): O RH
      * PREENCHE NA REVISAO QUANDO QUISER PROGRAMAR O MOVIMENTO.
       FD  PROPOSTAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MOVIMENTOS-RECORD.
           05  MOV-TIPO                   PIC X(03).
           05  FILLER                     PIC X(01).
           05  MOV-MATRICULA              PIC X(06).
           05  FILLER                     PIC X(01).
           05  MOV-NOME                   PIC X(30).
           05  FILLER                     PIC X(01).
           05  MOV-TURNO                  PIC X(01).
           05  FILLER                     PIC X(01).
           05  MOV-DATA-EFETIVA           PIC X(08).
           05  FILLER                     PIC X(28).

       FD  CONCILIACAO-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CONCILIACAO-REPORT-RECORD      PIC X(80).

       FD  FALTANTES-WORK
           LABEL RECORDS ARE STANDARD.
       01  FALTANTES-WORK-RECORD          PIC X(80).

       FD  SOBRANTES-WORK
           LABEL RECORDS ARE STANDARD.
       01  SOBRANTES-WORK-RECORD          PIC X(80).

       FD  DIVERGENCIAS-WORK
           LABEL RECORDS ARE STANDARD.
       01  DIVERGENCIAS-WORK-RECORD       PIC X(80).

       FD  REJEITADOS-WORK
           LABEL RECORDS ARE STANDARD.
       01  REJEITADOS-WORK-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-HREXTR-STATUS               PIC X(02) VALUE SPACES.
       77  WS-EMPFILE-STATUS              PIC X(02) VALUE SPACES.
       77  WS-HRMOVS-STATUS               PIC X(02) VALUE SPACES.
       77  WS-RECONRPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-WRKFAL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-WRKSOB-STATUS               PIC X(02) VALUE SPACES.
       77  WS-WRKDIV-STATUS               PIC X(02) VALUE SPACES.
       77  WS-WRKREJ-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ARQUIVOS-RESULT-SW          PIC X(01) VALUE "S".
           88  ARQUIVOS-OK                    VALUE "S".
           88  ARQUIVOS-FALHOU                VALUE "N".
       77  WS-RH-VALIDO-SW                PIC X(01) VALUE "N".
           88  RH-VALIDO                      VALUE "Y".
       77  WS-EOF-WORK-SW                 PIC X(01) VALUE "N".
           88  EOF-WORK                       VALUE "Y".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-CHAVE-CADASTRO              PIC X(06) VALUE SPACES.
       77  WS-CHAVE-RH                    PIC X(06) VALUE SPACES.
       77  WS-CHAVE-RH-ANTERIOR           PIC X(06) VALUE LOW-VALUES.
       77  WS-MOTIVO-REJEICAO             PIC X(40) VALUE SPACES.
       77  WS-TIPO-CARTAO                 PIC X(03) VALUE SPACES.
       77  WS-CONTA-RH-LIDOS              PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-RH-ATIVOS             PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-RH-DESLIGADOS         PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-RH-REJEITADOS         PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-CADASTRO              PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-NAS-DUAS              PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-CONFERE               PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-FALTAM-ROSTER         PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-DESLIGADOS-FORA       PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-DESLIGADOS-ROSTER     PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-AUSENTES-RH           PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-DIVERGENTES           PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-CARTOES-ADD           PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-CARTOES-CHG           PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-CARTOES-DEL           PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-SEM-CARTAO            PIC 9(06) COMP VALUE ZERO.
       77  WS-SOMA-RH                     PIC 9(06) COMP VALUE ZERO.
       77  WS-SOMA-CADASTRO               PIC 9(06) COMP VALUE ZERO.

       01  WS-LINHA-TITULO.
           05  FILLER                     PIC X(18) VALUE SPACES.
           05  FILLER                     PIC X(44)
               VALUE "CONCILIACAO DO ROSTER COM O CADASTRO DO RH".
           05  FILLER                     PIC X(18) VALUE SPACES.

       01  WS-LINHA-SECAO.
           05  WS-SEC-TEXTO               PIC X(60) VALUE SPACES.
           05  FILLER                     PIC X(20) VALUE SPACES.

       01  WS-LINHA-CABECALHO.
           05  FILLER                     PIC X(08) VALUE "MATRIC".
           05  FILLER                     PIC X(32) VALUE "NOME".
           05  FILLER                     PIC X(05) VALUE "CAD".
           05  FILLER                     PIC X(05) VALUE "RH".
           05  FILLER                     PIC X(24) VALUE "OCORRENCIA".
           05  FILLER                     PIC X(06) VALUE "CARTAO".

      * TURNO DO CADASTRO (CAD) E DO RH LADO A LADO; CARTAO E O
      * TIPO DO MOVIMENTO PROPOSTO NO HRMOVS, OU EM BRANCO QUANDO O
      * REGISTRO DO RH NAO PERMITE MONTAR UM CARTAO VALIDO.
       01  WS-LINHA-DETALHE.
           05  WS-DET-MATRICULA           PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DET-NOME                PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DET-TURNO-CAD           PIC X(01).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-DET-TURNO-RH            PIC X(01).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-DET-OCORRENCIA          PIC X(23).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DET-CARTAO              PIC X(03).
           05  FILLER                     PIC X(03) VALUE SPACES.

       01  WS-LINHA-NOME-RH.
           05  FILLER                     PIC X(08) VALUE SPACES.
           05  FILLER                     PIC X(12)
               VALUE "NOME NO RH: ".
           05  WS-NRH-NOME                PIC X(30).
           05  FILLER                     PIC X(30) VALUE SPACES.

       01  WS-LINHA-REJEITADO.
           05  WS-REJ-MATRICULA           PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-REJ-NOME                PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-REJ-MOTIVO              PIC X(40).

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TEXTO               PIC X(44) VALUE SPACES.
           05  WS-TOT-QUANTIDADE          PIC ZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-TOT-SITUACAO            PIC X(28) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 0001-INICIALIZA
           IF ARQUIVOS-OK
               PERFORM 0002-CONCILIA-CADASTROS
               PERFORM 0003-IMPRIME-RELATORIO
           END-IF
           PERFORM 9999-FINALIZAR
                .
       MAIN-PROCEDURE-END.

      *-----------------------------------------------------------------
       0001-INICIALIZA.
           DISPLAY "0001-INICIALIZA"
           OPEN INPUT EXTRATO-RH
           IF WS-HREXTR-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EXTRATO-RH: "
                   WS-HREXTR-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPFILE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEE-FILE: "
                   WS-EMPFILE-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT PROPOSTAS-FILE
           IF WS-HRMOVS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PROPOSTAS-FILE: "
                   WS-HRMOVS-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT CONCILIACAO-REPORT
           IF WS-RECONRPT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONCILIACAO-REPORT: "
                   WS-RECONRPT-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT FALTANTES-WORK
           IF WS-WRKFAL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR FALTANTES-WORK: "
                   WS-WRKFAL-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT SOBRANTES-WORK
           IF WS-WRKSOB-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SOBRANTES-WORK: "
                   WS-WRKSOB-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT DIVERGENCIAS-WORK
           IF WS-WRKDIV-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR DIVERGENCIAS-WORK: "
                   WS-WRKDIV-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT REJEITADOS-WORK
           IF WS-WRKREJ-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR REJEITADOS-WORK: "
                   WS-WRKREJ-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           IF ARQUIVOS-OK
               WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TITULO
           END-IF
                .
       0001-INICIALIZA-END.

      *-----------------------------------------------------------------
      * COMPARACAO EM LINHA BALANCEADA: O CADASTRO E LIDO EM ORDEM
      * DE MATRICULA E O EXTRATO CHEGA CLASSIFICADO PELO STEP010 DO
      * JCL. CHAVE SO NO RH = FALTA NO ROSTER; CHAVE SO NO CADASTRO
      * = AUSENTE NO RH; NAS DUAS = CONFERE SITUACAO, NOME E TURNO.
      *-----------------------------------------------------------------
       0002-CONCILIA-CADASTROS.
           DISPLAY "0002-CONCILIA-CADASTROS"
           PERFORM 0002-010-LE-CADASTRO
           PERFORM 0002-020-LE-RH
           PERFORM 0002-040-COMPARA-CHAVES
               UNTIL WS-CHAVE-CADASTRO = HIGH-VALUES
                 AND WS-CHAVE-RH = HIGH-VALUES
           CLOSE EMPLOYEE-FILE
           CLOSE EXTRATO-RH
           CLOSE PROPOSTAS-FILE
           CLOSE FALTANTES-WORK
           CLOSE SOBRANTES-WORK
           CLOSE DIVERGENCIAS-WORK
           CLOSE REJEITADOS-WORK
                .
       0002-CONCILIA-CADASTROS-END.

      *-----------------------------------------------------------------
       0002-010-LE-CADASTRO.
           READ EMPLOYEE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-CADASTRO
               NOT AT END
                   MOVE EMP-MATRICULA TO WS-CHAVE-CADASTRO
                   ADD 1 TO WS-CONTA-CADASTRO
           END-READ
                .
       0002-010-LE-CADASTRO-END.

      *-----------------------------------------------------------------
      * O REGISTRO DO RH QUE NAO PODE SER CONCILIADO (MATRICULA EM
      * BRANCO, SITUACAO DESCONHECIDA, MATRICULA REPETIDA OU FORA
      * DE ORDEM) VAI PARA A LISTA DE REJEITADOS E A LEITURA SEGUE
      * ATE O PROXIMO REGISTRO VALIDO.
      *-----------------------------------------------------------------
       0002-020-LE-RH.
           MOVE "N" TO WS-RH-VALIDO-SW
           PERFORM 0002-030-LE-REGISTRO-RH
               UNTIL RH-VALIDO
                  OR WS-CHAVE-RH = HIGH-VALUES
                .
       0002-020-LE-RH-END.

      *-----------------------------------------------------------------
       0002-030-LE-REGISTRO-RH.
           READ EXTRATO-RH
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-RH
               NOT AT END
                   ADD 1 TO WS-CONTA-RH-LIDOS
                   PERFORM 0002-035-VALIDA-RH
           END-READ
                .
       0002-030-LE-REGISTRO-RH-END.

      *-----------------------------------------------------------------
       0002-035-VALIDA-RH.
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           EVALUATE TRUE
               WHEN HRX-MATRICULA = SPACES
                   MOVE "MATRICULA EM BRANCO" TO WS-MOTIVO-REJEICAO
               WHEN NOT HRX-ATIVO AND NOT HRX-DESLIGADO
                   MOVE "SITUACAO INVALIDA (A/D)"
                       TO WS-MOTIVO-REJEICAO
               WHEN HRX-MATRICULA = WS-CHAVE-RH-ANTERIOR
                   MOVE "MATRICULA REPETIDA NO EXTRATO"
                       TO WS-MOTIVO-REJEICAO
               WHEN HRX-MATRICULA < WS-CHAVE-RH-ANTERIOR
                   MOVE "EXTRATO FORA DE ORDEM DE MATRICULA"
                       TO WS-MOTIVO-REJEICAO
           END-EVALUATE
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE "Y" TO WS-RH-VALIDO-SW
               MOVE HRX-MATRICULA TO WS-CHAVE-RH
               MOVE HRX-MATRICULA TO WS-CHAVE-RH-ANTERIOR
               IF HRX-ATIVO
                   ADD 1 TO WS-CONTA-RH-ATIVOS
               ELSE
                   ADD 1 TO WS-CONTA-RH-DESLIGADOS
               END-IF
           ELSE
               ADD 1 TO WS-CONTA-RH-REJEITADOS
               MOVE HRX-MATRICULA TO WS-REJ-MATRICULA
               MOVE HRX-NOME TO WS-REJ-NOME
               MOVE WS-MOTIVO-REJEICAO TO WS-REJ-MOTIVO
               WRITE REJEITADOS-WORK-RECORD FROM WS-LINHA-REJEITADO
           END-IF
                .
       0002-035-VALIDA-RH-END.

      *-----------------------------------------------------------------
       0002-040-COMPARA-CHAVES.
           EVALUATE TRUE
               WHEN WS-CHAVE-RH < WS-CHAVE-CADASTRO
                   PERFORM 0002-050-REGISTRA-SO-RH
                   PERFORM 0002-020-LE-RH
               WHEN WS-CHAVE-CADASTRO < WS-CHAVE-RH
                   PERFORM 0002-060-REGISTRA-SO-CADASTRO
                   PERFORM 0002-010-LE-CADASTRO
               WHEN OTHER
                   ADD 1 TO WS-CONTA-NAS-DUAS
                   PERFORM 0002-070-CONFERE-OPERADOR
                   PERFORM 0002-010-LE-CADASTRO
                   PERFORM 0002-020-LE-RH
           END-EVALUATE
                .
       0002-040-COMPARA-CHAVES-END.

      *-----------------------------------------------------------------
      * O DESLIGADO QUE JA NAO ESTA NO ROSTER SO E CONTADO. O ATIVO
      * FORA DO ROSTER GERA O CARTAO ADD COM NOME E TURNO DO RH.
      *-----------------------------------------------------------------
       0002-050-REGISTRA-SO-RH.
           IF HRX-DESLIGADO
               ADD 1 TO WS-CONTA-DESLIGADOS-FORA
           ELSE
               ADD 1 TO WS-CONTA-FALTAM-ROSTER
               MOVE HRX-MATRICULA TO WS-DET-MATRICULA
               MOVE HRX-NOME TO WS-DET-NOME
               MOVE SPACES TO WS-DET-TURNO-CAD
               MOVE HRX-TURNO TO WS-DET-TURNO-RH
               MOVE "FALTA NO ROSTER" TO WS-DET-OCORRENCIA
               PERFORM 0002-090-VALIDA-CARTAO-RH
               IF WS-MOTIVO-REJEICAO = SPACES
                   MOVE "ADD" TO WS-TIPO-CARTAO
                   PERFORM 0002-100-GRAVA-CARTAO
               ELSE
                   MOVE WS-MOTIVO-REJEICAO TO WS-DET-OCORRENCIA
               END-IF
               WRITE FALTANTES-WORK-RECORD FROM WS-LINHA-DETALHE
           END-IF
                .
       0002-050-REGISTRA-SO-RH-END.

      *-----------------------------------------------------------------
       0002-060-REGISTRA-SO-CADASTRO.
           ADD 1 TO WS-CONTA-AUSENTES-RH
           MOVE EMP-MATRICULA TO WS-DET-MATRICULA
           MOVE EMP-NOME TO WS-DET-NOME
           MOVE EMP-TURNO TO WS-DET-TURNO-CAD
           MOVE SPACES TO WS-DET-TURNO-RH
           MOVE "AUSENTE NO RH" TO WS-DET-OCORRENCIA
           MOVE "DEL" TO WS-TIPO-CARTAO
           PERFORM 0002-100-GRAVA-CARTAO
           WRITE SOBRANTES-WORK-RECORD FROM WS-LINHA-DETALHE
                .
       0002-060-REGISTRA-SO-CADASTRO-END.

      *-----------------------------------------------------------------
      * MATRICULA NAS DUAS PONTAS: DESLIGADO NO RH GERA DEL; ATIVO
      * COM NOME OU TURNO DIFERENTE GERA CHG COM OS DADOS DO RH (O
      * CHG DO PROG003A EXIGE NOME E TURNO).
      *-----------------------------------------------------------------
       0002-070-CONFERE-OPERADOR.
           MOVE EMP-MATRICULA TO WS-DET-MATRICULA
           MOVE EMP-NOME TO WS-DET-NOME
           MOVE EMP-TURNO TO WS-DET-TURNO-CAD
           MOVE HRX-TURNO TO WS-DET-TURNO-RH
           EVALUATE TRUE
               WHEN HRX-DESLIGADO
                   ADD 1 TO WS-CONTA-DESLIGADOS-ROSTER
                   MOVE "DESLIGADO NO RH" TO WS-DET-OCORRENCIA
                   MOVE "DEL" TO WS-TIPO-CARTAO
                   PERFORM 0002-100-GRAVA-CARTAO
                   WRITE SOBRANTES-WORK-RECORD FROM WS-LINHA-DETALHE
               WHEN HRX-NOME = EMP-NOME AND HRX-TURNO = EMP-TURNO
                   ADD 1 TO WS-CONTA-CONFERE
               WHEN OTHER
                   PERFORM 0002-080-REGISTRA-DIVERGENCIA
           END-EVALUATE
                .
       0002-070-CONFERE-OPERADOR-END.

      *-----------------------------------------------------------------
       0002-080-REGISTRA-DIVERGENCIA.
           ADD 1 TO WS-CONTA-DIVERGENTES
           EVALUATE TRUE
               WHEN HRX-NOME NOT = EMP-NOME
                AND HRX-TURNO NOT = EMP-TURNO
                   MOVE "NOME E TURNO DIFERENTES" TO WS-DET-OCORRENCIA
               WHEN HRX-NOME NOT = EMP-NOME
                   MOVE "NOME DIFERENTE" TO WS-DET-OCORRENCIA
               WHEN OTHER
                   MOVE "TURNO DIFERENTE" TO WS-DET-OCORRENCIA
           END-EVALUATE
           PERFORM 0002-090-VALIDA-CARTAO-RH
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE "CHG" TO WS-TIPO-CARTAO
               PERFORM 0002-100-GRAVA-CARTAO
           ELSE
               MOVE WS-MOTIVO-REJEICAO TO WS-DET-OCORRENCIA
           END-IF
           WRITE DIVERGENCIAS-WORK-RECORD FROM WS-LINHA-DETALHE
           IF HRX-NOME NOT = EMP-NOME
               MOVE HRX-NOME TO WS-NRH-NOME
               WRITE DIVERGENCIAS-WORK-RECORD FROM WS-LINHA-NOME-RH
           END-IF
                .
       0002-080-REGISTRA-DIVERGENCIA-END.

      *-----------------------------------------------------------------
      * MESMA CRITICA DO ADD/CHG DO PROG003A: SEM NOME OU COM TURNO
      * FORA DE 1/2/3 O CARTAO SERIA REJEITADO, ENTAO A DIFERENCA
      * SAI SEM CARTAO PARA O RH CORRIGIR NA ORIGEM.
      *-----------------------------------------------------------------
       0002-090-VALIDA-CARTAO-RH.
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE SPACES TO WS-DET-CARTAO
           EVALUATE TRUE
               WHEN HRX-NOME = SPACES
                   MOVE "NOME EM BRANCO NO RH" TO WS-MOTIVO-REJEICAO
               WHEN HRX-TURNO NOT = "1" AND "2" AND "3"
                   MOVE "TURNO INVALIDO NO RH" TO WS-MOTIVO-REJEICAO
           END-EVALUATE
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-CONTA-SEM-CARTAO
           END-IF
                .
       0002-090-VALIDA-CARTAO-RH-END.

      *-----------------------------------------------------------------
      * O TIPO JA VEM EM WS-TIPO-CARTAO. ADD E CHG LEVAM NOME E TURNO DO
      * RH; DEL LEVA OS DADOS DO CADASTRO, SO PARA CONFERENCIA.
      *-----------------------------------------------------------------
       0002-100-GRAVA-CARTAO.
           MOVE WS-TIPO-CARTAO TO WS-DET-CARTAO
           MOVE SPACES TO MOVIMENTOS-RECORD
           MOVE WS-TIPO-CARTAO TO MOV-TIPO
           EVALUATE WS-TIPO-CARTAO
               WHEN "ADD"
                   ADD 1 TO WS-CONTA-CARTOES-ADD
                   MOVE HRX-MATRICULA TO MOV-MATRICULA
                   MOVE HRX-NOME TO MOV-NOME
                   MOVE HRX-TURNO TO MOV-TURNO
               WHEN "CHG"
                   ADD 1 TO WS-CONTA-CARTOES-CHG
                   MOVE HRX-MATRICULA TO MOV-MATRICULA
                   MOVE HRX-NOME TO MOV-NOME
                   MOVE HRX-TURNO TO MOV-TURNO
               WHEN OTHER
                   ADD 1 TO WS-CONTA-CARTOES-DEL
                   MOVE EMP-MATRICULA TO MOV-MATRICULA
                   MOVE EMP-NOME TO MOV-NOME
                   MOVE EMP-TURNO TO MOV-TURNO
           END-EVALUATE
           WRITE MOVIMENTOS-RECORD
                .
       0002-100-GRAVA-CARTAO-END.

      *-----------------------------------------------------------------
       0003-IMPRIME-RELATORIO.
           DISPLAY "0003-IMPRIME-RELATORIO"
           IF WS-CONTA-FALTAM-ROSTER > ZERO
               MOVE SPACES TO CONCILIACAO-REPORT-RECORD
               WRITE CONCILIACAO-REPORT-RECORD
               MOVE "ATIVOS NO RH E FORA DO ROSTER" TO WS-SEC-TEXTO
               WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-SECAO
               WRITE CONCILIACAO-REPORT-RECORD
                   FROM WS-LINHA-CABECALHO
               PERFORM 0003-010-IMPRIME-FALTANTES
           END-IF
           IF WS-CONTA-DESLIGADOS-ROSTER > ZERO
               OR WS-CONTA-AUSENTES-RH > ZERO
               MOVE SPACES TO CONCILIACAO-REPORT-RECORD
               WRITE CONCILIACAO-REPORT-RECORD
               MOVE "NO ROSTER E DESLIGADOS OU AUSENTES NO RH"
                   TO WS-SEC-TEXTO
               WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-SECAO
               WRITE CONCILIACAO-REPORT-RECORD
                   FROM WS-LINHA-CABECALHO
               PERFORM 0003-030-IMPRIME-SOBRANTES
           END-IF
           IF WS-CONTA-DIVERGENTES > ZERO
               MOVE SPACES TO CONCILIACAO-REPORT-RECORD
               WRITE CONCILIACAO-REPORT-RECORD
               MOVE "DIVERGENCIAS DE NOME OU TURNO" TO WS-SEC-TEXTO
               WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-SECAO
               WRITE CONCILIACAO-REPORT-RECORD
                   FROM WS-LINHA-CABECALHO
               PERFORM 0003-050-IMPRIME-DIVERGENCIAS
           END-IF
           IF WS-CONTA-RH-REJEITADOS > ZERO
               MOVE SPACES TO CONCILIACAO-REPORT-RECORD
               WRITE CONCILIACAO-REPORT-RECORD
               MOVE "REGISTROS DO EXTRATO DO RH NAO CONCILIADOS"
                   TO WS-SEC-TEXTO
               WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-SECAO
               PERFORM 0003-070-IMPRIME-REJEITADOS
           END-IF
           PERFORM 0003-090-IMPRIME-CONTROLE
           CLOSE CONCILIACAO-REPORT
                .
       0003-IMPRIME-RELATORIO-END.

      *-----------------------------------------------------------------
       0003-010-IMPRIME-FALTANTES.
           OPEN INPUT FALTANTES-WORK
           IF WS-WRKFAL-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR FALTANTES-WORK: "
                   WS-WRKFAL-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           ELSE
               MOVE "N" TO WS-EOF-WORK-SW
               PERFORM 0003-020-IMPRIME-FALTANTE
                   UNTIL EOF-WORK
               CLOSE FALTANTES-WORK
           END-IF
                .
       0003-010-IMPRIME-FALTANTES-END.

      *-----------------------------------------------------------------
       0003-020-IMPRIME-FALTANTE.
           READ FALTANTES-WORK
               AT END
                   MOVE "Y" TO WS-EOF-WORK-SW
               NOT AT END
                   WRITE CONCILIACAO-REPORT-RECORD
                       FROM FALTANTES-WORK-RECORD
           END-READ
                .
       0003-020-IMPRIME-FALTANTE-END.

      *-----------------------------------------------------------------
       0003-030-IMPRIME-SOBRANTES.
           OPEN INPUT SOBRANTES-WORK
           IF WS-WRKSOB-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR SOBRANTES-WORK: "
                   WS-WRKSOB-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           ELSE
               MOVE "N" TO WS-EOF-WORK-SW
               PERFORM 0003-040-IMPRIME-SOBRANTE
                   UNTIL EOF-WORK
               CLOSE SOBRANTES-WORK
           END-IF
                .
       0003-030-IMPRIME-SOBRANTES-END.

      *-----------------------------------------------------------------
       0003-040-IMPRIME-SOBRANTE.
           READ SOBRANTES-WORK
               AT END
                   MOVE "Y" TO WS-EOF-WORK-SW
               NOT AT END
                   WRITE CONCILIACAO-REPORT-RECORD
                       FROM SOBRANTES-WORK-RECORD
           END-READ
                .
       0003-040-IMPRIME-SOBRANTE-END.

      *-----------------------------------------------------------------
       0003-050-IMPRIME-DIVERGENCIAS.
           OPEN INPUT DIVERGENCIAS-WORK
           IF WS-WRKDIV-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR DIVERGENCIAS-WORK: "
                   WS-WRKDIV-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           ELSE
               MOVE "N" TO WS-EOF-WORK-SW
               PERFORM 0003-060-IMPRIME-DIVERGENCIA
                   UNTIL EOF-WORK
               CLOSE DIVERGENCIAS-WORK
           END-IF
                .
       0003-050-IMPRIME-DIVERGENCIAS-END.

      *-----------------------------------------------------------------
       0003-060-IMPRIME-DIVERGENCIA.
           READ DIVERGENCIAS-WORK
               AT END
                   MOVE "Y" TO WS-EOF-WORK-SW
               NOT AT END
                   WRITE CONCILIACAO-REPORT-RECORD
                       FROM DIVERGENCIAS-WORK-RECORD
           END-READ
                .
       0003-060-IMPRIME-DIVERGENCIA-END.

      *-----------------------------------------------------------------
       0003-070-IMPRIME-REJEITADOS.
           OPEN INPUT REJEITADOS-WORK
           IF WS-WRKREJ-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR REJEITADOS-WORK: "
                   WS-WRKREJ-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           ELSE
               MOVE "N" TO WS-EOF-WORK-SW
               PERFORM 0003-080-IMPRIME-REJEITADO
                   UNTIL EOF-WORK
               CLOSE REJEITADOS-WORK
           END-IF
                .
       0003-070-IMPRIME-REJEITADOS-END.

      *-----------------------------------------------------------------
       0003-080-IMPRIME-REJEITADO.
           READ REJEITADOS-WORK
               AT END
                   MOVE "Y" TO WS-EOF-WORK-SW
               NOT AT END
                   WRITE CONCILIACAO-REPORT-RECORD
                       FROM REJEITADOS-WORK-RECORD
           END-READ
                .
       0003-080-IMPRIME-REJEITADO-END.

      *-----------------------------------------------------------------
      * FECHAMENTO DAS DUAS PONTAS: TODO REGISTRO LIDO DO RH FOI
      * REJEITADO, ACHADO NO CADASTRO OU ACHADO SO NO RH; TODO
      * OPERADOR LIDO DO CADASTRO FOI ACHADO NO RH OU SO NO
      * CADASTRO. QUALQUER SOBRA OU FALTA APARECE COMO NAO CONFERE.
      *-----------------------------------------------------------------
       0003-090-IMPRIME-CONTROLE.
           MOVE SPACES TO CONCILIACAO-REPORT-RECORD
           WRITE CONCILIACAO-REPORT-RECORD
           MOVE "TOTAIS DE CONTROLE" TO WS-SEC-TEXTO
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-SECAO
           MOVE SPACES TO WS-TOT-SITUACAO
           MOVE "REGISTROS LIDOS DO EXTRATO DO RH:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-RH-LIDOS TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "  ATIVOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-RH-ATIVOS TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "  DESLIGADOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-RH-DESLIGADOS TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "  NAO CONCILIADOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-RH-REJEITADOS TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "OPERADORES LIDOS DO EMPIDX:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-CADASTRO TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "MATRICULAS NAS DUAS PONTAS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-NAS-DUAS TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "  SEM DIFERENCA:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-CONFERE TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "  DESLIGADOS NO RH:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-DESLIGADOS-ROSTER TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "  DIVERGENCIAS DE NOME OU TURNO:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-DIVERGENTES TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "SO NO RH - ATIVOS FORA DO ROSTER:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-FALTAM-ROSTER TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "SO NO RH - DESLIGADOS FORA DO ROSTER:"
               TO WS-TOT-TEXTO
           MOVE WS-CONTA-DESLIGADOS-FORA TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "SO NO EMPIDX - AUSENTES NO RH:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-AUSENTES-RH TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "CARTOES ADD PROPOSTOS NO HRMOVS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-CARTOES-ADD TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "CARTOES CHG PROPOSTOS NO HRMOVS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-CARTOES-CHG TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "CARTOES DEL PROPOSTOS NO HRMOVS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-CARTOES-DEL TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "DIFERENCAS SEM CARTAO (DADOS DO RH):"
               TO WS-TOT-TEXTO
           MOVE WS-CONTA-SEM-CARTAO TO WS-TOT-QUANTIDADE
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           COMPUTE WS-SOMA-RH = WS-CONTA-RH-REJEITADOS
               + WS-CONTA-NAS-DUAS + WS-CONTA-FALTAM-ROSTER
               + WS-CONTA-DESLIGADOS-FORA
           COMPUTE WS-SOMA-CADASTRO = WS-CONTA-NAS-DUAS
               + WS-CONTA-AUSENTES-RH
           MOVE "FECHAMENTO DO EXTRATO DO RH:" TO WS-TOT-TEXTO
           MOVE WS-SOMA-RH TO WS-TOT-QUANTIDADE
           IF WS-SOMA-RH = WS-CONTA-RH-LIDOS
               MOVE "CONFERE COM OS LIDOS" TO WS-TOT-SITUACAO
           ELSE
               MOVE "NAO CONFERE COM OS LIDOS" TO WS-TOT-SITUACAO
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "FECHAMENTO DO EMPIDX:" TO WS-TOT-TEXTO
           MOVE WS-SOMA-CADASTRO TO WS-TOT-QUANTIDADE
           IF WS-SOMA-CADASTRO = WS-CONTA-CADASTRO
               MOVE "CONFERE COM OS LIDOS" TO WS-TOT-SITUACAO
           ELSE
               MOVE "NAO CONFERE COM OS LIDOS" TO WS-TOT-SITUACAO
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           WRITE CONCILIACAO-REPORT-RECORD FROM WS-LINHA-TOTAL
                .
       0003-090-IMPRIME-CONTROLE-END.

      *-----------------------------------------------------------------
      * RC 0004 QUANDO HA QUALQUER DIFERENCA OU REGISTRO DO RH NAO
      * CONCILIADO: O HRMOVS TEM CARTOES PARA REVISAR.
      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "9999-FINALIZAR"
           EVALUATE TRUE
               WHEN ARQUIVOS-FALHOU
                   MOVE 0012 TO WS-RETURN-CODE
               WHEN WS-CONTA-FALTAM-ROSTER > ZERO
                 OR WS-CONTA-DESLIGADOS-ROSTER > ZERO
                 OR WS-CONTA-AUSENTES-RH > ZERO
                 OR WS-CONTA-DIVERGENTES > ZERO
                 OR WS-CONTA-RH-REJEITADOS > ZERO
                   MOVE 0004 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 0000 TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       9999-FINALIZAR-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG023A.

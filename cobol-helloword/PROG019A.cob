      ******************************************************************
      * PROGRAMADOR: SILVANEI MARTINS
      * DATA: 15/10/2026
      * OBJETIVO: PROGRAMA PROG019A - CONFERENCIA DOS TOTAIS DE
      *           CONTROLE DO LOTE NOTURNO, EXECUTADA NO FIM DO
      *           PROG001AJ. CADA PASSO DO LOTE GRAVA NO RAZAO DE
      *           CONTROLE STEPLOG UM REGISTRO COM DATA, HORAS DE
      *           INICIO E FIM, REGISTROS LIDOS, GRAVADOS E
      *           REJEITADOS E O RETURN-CODE. O PROGRAMA LE O RAZAO,
      *           FICA COM OS REGISTROS DA NOITE (A PARTIR DO ULTIMO
      *           REGISTRO DO PROG001A, QUE ABRE O LOTE) E CONFERE
      *           AS CONTAGENS QUE TEM DE BATER ENTRE OS PASSOS: OS
      *           DETALHES VALIDOS QUE O PROG012A GRAVOU NO PUNCHCLN
      *           CONTRA AS MARCACOES LIDAS PELO PROG006A E PELO
      *           PROG011A, E OS REGISTROS DO EMPIDX LIDOS PELO
      *           PROG013A CONTRA OS LIDOS PELO PROG004A, PELO
      *           PROG010A E PELO PROG002A. O RELATORIO VARRPT LISTA
      *           OS PASSOS DA NOITE E O RESULTADO DE CADA
      *           CONFERENCIA. DIVERGENCIA TERMINA COM RC 0008, PARA
      *           O REGISTRO PERDIDO APARECER NA MESMA NOITE E NAO
      *           QUANDO A FOLHA RECLAMAR; CONFERENCIA NAO FEITA
      *           (PASSO PULADO PELO COND OU TERMINADO EM FALHA DE
      *           ARQUIVO) TERMINA COM RC 0004.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 15/10/2026 SM      VERSAO ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG019A.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-PASSOS ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
           SELECT DIVERGENCIAS-REPORT ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARRPT-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD  DIVERGENCIAS-REPORT
           LABEL RECORDS ARE STANDARD.
       01  DIVERGENCIAS-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-STEPLOG-STATUS              PIC X(02) VALUE SPACES.
       77  WS-VARRPT-STATUS               PIC X(02) VALUE SPACES.
       77  WS-EOF-CONTROLE-SW             PIC X(01) VALUE "N".
           88  EOF-CONTROLE                   VALUE "Y".
       77  WS-ARQUIVOS-RESULT-SW          PIC X(01) VALUE "S".
           88  ARQUIVOS-OK                    VALUE "S".
           88  ARQUIVOS-FALHOU                VALUE "N".
       77  WS-PASSO-ACHADO-SW             PIC X(01) VALUE "N".
           88  PASSO-ACHADO                   VALUE "Y".
       77  WS-RETURN-CODE                 PIC S9(04) COMP VALUE ZERO.
       77  WS-TOTAL-PASSOS                PIC 9(04) COMP VALUE 8.
       77  WS-IND-PASSO                   PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-ORIGEM                  PIC 9(04) COMP VALUE ZERO.
       77  WS-IND-DESTINO                 PIC 9(04) COMP VALUE ZERO.
       77  WS-VALOR-ORIGEM                PIC 9(07) VALUE ZERO.
       77  WS-VALOR-DESTINO               PIC 9(07) VALUE ZERO.
       77  WS-CONTA-LIDOS                 PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-INVALIDOS             PIC 9(06) COMP VALUE ZERO.
       77  WS-CONTA-CONFERE-OK            PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-DIVERGENCIAS          PIC 9(04) COMP VALUE ZERO.
       77  WS-CONTA-NAO-CONFERIDAS        PIC 9(04) COMP VALUE ZERO.
       77  WS-DATA-LOTE                   PIC X(08) VALUE SPACES.

      * POSICAO DE CADA PROGRAMA NA TABELA DE PASSOS, NA ORDEM DOS
      * STEPS DO PROG001AJ.
       77  WS-POS-PROG001A                PIC 9(04) COMP VALUE 1.
       77  WS-POS-PROG013A                PIC 9(04) COMP VALUE 2.
       77  WS-POS-PROG004A                PIC 9(04) COMP VALUE 3.
       77  WS-POS-PROG012A                PIC 9(04) COMP VALUE 4.
       77  WS-POS-PROG006A                PIC 9(04) COMP VALUE 5.
       77  WS-POS-PROG010A                PIC 9(04) COMP VALUE 6.
       77  WS-POS-PROG002A                PIC 9(04) COMP VALUE 7.
       77  WS-POS-PROG011A                PIC 9(04) COMP VALUE 8.

      * UM REGISTRO POR PASSO. A REEXECUCAO DE UM PASSO NA MESMA
      * NOITE GRAVA OUTRO REGISTRO NO RAZAO, E VALE O ULTIMO.
       01  WS-TABELA-PASSOS.
           05  WS-PASSO-ENTRADA OCCURS 8 TIMES.
               10  WS-PAS-PROGRAMA        PIC X(08).
               10  WS-PAS-REGISTRADO-SW   PIC X(01).
                   88  PAS-REGISTRADO         VALUE "Y".
               10  WS-PAS-HORA-INICIO     PIC X(06).
               10  WS-PAS-HORA-FIM        PIC X(06).
               10  WS-PAS-LIDOS           PIC 9(07).
               10  WS-PAS-GRAVADOS        PIC 9(07).
               10  WS-PAS-REJEITADOS      PIC 9(07).
               10  WS-PAS-RETURN-CODE     PIC 9(04).

       01  WS-LINHA-TITULO.
           05  FILLER                     PIC X(19) VALUE SPACES.
           05  FILLER                     PIC X(42)
               VALUE "CONFERENCIA DOS TOTAIS DE CONTROLE DO LOTE".
           05  FILLER                     PIC X(19) VALUE SPACES.

       01  WS-LINHA-DATA.
           05  FILLER                     PIC X(14)
               VALUE "DATA DO LOTE: ".
           05  WS-DTL-DIA                 PIC X(02).
           05  FILLER                     PIC X(01) VALUE "/".
           05  WS-DTL-MES                 PIC X(02).
           05  FILLER                     PIC X(01) VALUE "/".
           05  WS-DTL-ANO                 PIC X(04).
           05  FILLER                     PIC X(56) VALUE SPACES.

       01  WS-LINHA-SECAO.
           05  WS-SEC-TEXTO               PIC X(40).
           05  FILLER                     PIC X(40) VALUE SPACES.

       01  WS-LINHA-CAB-PASSOS.
           05  FILLER                     PIC X(08) VALUE "PROGRAMA".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "INICIO".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "FIM".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "  LIDOS".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "GRAVADO".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "REJEIT.".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE "  RC".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(28) VALUE "OBSERVACAO".

       01  WS-LINHA-PASSO.
           05  WS-PSL-PROGRAMA            PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-PSL-HORA-INICIO         PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-PSL-HORA-FIM            PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-PSL-LIDOS               PIC ZZZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-PSL-GRAVADOS            PIC ZZZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-PSL-REJEITADOS          PIC ZZZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-PSL-RETURN-CODE         PIC ZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-PSL-OBSERVACAO          PIC X(14).
           05  FILLER                     PIC X(14) VALUE SPACES.

       01  WS-LINHA-CAB-CONFERENCIA.
           05  FILLER                     PIC X(36)
               VALUE "CONFERENCIA".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE " ORIGEM".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "DESTINO".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(27) VALUE "SITUACAO".

       01  WS-LINHA-CONFERENCIA.
           05  WS-CNL-DESCRICAO           PIC X(36).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-CNL-ORIGEM              PIC ZZZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-CNL-DESTINO             PIC ZZZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-CNL-SITUACAO            PIC X(14).
           05  FILLER                     PIC X(13) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TEXTO               PIC X(32) VALUE SPACES.
           05  WS-TOT-QUANTIDADE          PIC ZZZZZ9.
           05  FILLER                     PIC X(42) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 0001-INICIALIZA
           IF ARQUIVOS-OK
               PERFORM 0002-CARREGA-PASSOS
               PERFORM 0003-IMPRIME-PASSOS
               PERFORM 0004-CONFERE-TOTAIS
           END-IF
           PERFORM 9999-FINALIZAR
                .
       MAIN-PROCEDURE-END.

      *-----------------------------------------------------------------
      * O STEPLOG TEM QUE EXISTIR: O PROG001A GRAVA NELE NO STEP010,
      * ANTES DESTE PASSO. RAZAO AUSENTE (STATUS 35) E FALHA.
      *-----------------------------------------------------------------
       0001-INICIALIZA.
           DISPLAY "0001-INICIALIZA"
           MOVE "PROG001A" TO WS-PAS-PROGRAMA(WS-POS-PROG001A)
           MOVE "PROG013A" TO WS-PAS-PROGRAMA(WS-POS-PROG013A)
           MOVE "PROG004A" TO WS-PAS-PROGRAMA(WS-POS-PROG004A)
           MOVE "PROG012A" TO WS-PAS-PROGRAMA(WS-POS-PROG012A)
           MOVE "PROG006A" TO WS-PAS-PROGRAMA(WS-POS-PROG006A)
           MOVE "PROG010A" TO WS-PAS-PROGRAMA(WS-POS-PROG010A)
           MOVE "PROG002A" TO WS-PAS-PROGRAMA(WS-POS-PROG002A)
           MOVE "PROG011A" TO WS-PAS-PROGRAMA(WS-POS-PROG011A)
           PERFORM 0002-040-LIMPA-PASSOS
           OPEN INPUT CONTROLE-PASSOS
           IF WS-STEPLOG-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTROLE-PASSOS: "
                   WS-STEPLOG-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
           OPEN OUTPUT DIVERGENCIAS-REPORT
           IF WS-VARRPT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR DIVERGENCIAS-REPORT: "
                   WS-VARRPT-STATUS
               MOVE "N" TO WS-ARQUIVOS-RESULT-SW
           END-IF
                .
       0001-INICIALIZA-END.

      *-----------------------------------------------------------------
      * O RAZAO E ACUMULATIVO (DISP=MOD). CADA REGISTRO DO PROG001A
      * ABRE UM LOTE NOVO E ZERA A TABELA, DE FORMA QUE NO FIM DA
      * LEITURA SO SOBRAM OS PASSOS DA NOITE CORRENTE.
      *-----------------------------------------------------------------
       0002-CARREGA-PASSOS.
           DISPLAY "0002-CARREGA-PASSOS"
           MOVE "N" TO WS-EOF-CONTROLE-SW
           PERFORM 0002-010-LE-CONTROLE
           PERFORM 0002-020-GUARDA-PASSO
               UNTIL EOF-CONTROLE
           CLOSE CONTROLE-PASSOS
                .
       0002-CARREGA-PASSOS-END.

      *-----------------------------------------------------------------
       0002-010-LE-CONTROLE.
           READ CONTROLE-PASSOS
               AT END
                   MOVE "Y" TO WS-EOF-CONTROLE-SW
           END-READ
                .
       0002-010-LE-CONTROLE-END.

      *-----------------------------------------------------------------
       0002-020-GUARDA-PASSO.
           ADD 1 TO WS-CONTA-LIDOS
           PERFORM 0002-030-PESQUISA-PASSO
           EVALUATE TRUE
               WHEN NOT PASSO-ACHADO
                   ADD 1 TO WS-CONTA-INVALIDOS
                   DISPLAY "PROGRAMA FORA DO LOTE NO STEPLOG: "
                       CTP-PROGRAMA
               WHEN CTP-LIDOS IS NOT NUMERIC
                 OR CTP-GRAVADOS IS NOT NUMERIC
                 OR CTP-REJEITADOS IS NOT NUMERIC
                 OR CTP-RETURN-CODE IS NOT NUMERIC
                   ADD 1 TO WS-CONTA-INVALIDOS
                   DISPLAY "CONTAGEM INVALIDA NO STEPLOG: "
                       CTP-PROGRAMA
               WHEN OTHER
                   IF WS-IND-PASSO = WS-POS-PROG001A
                       PERFORM 0002-040-LIMPA-PASSOS
                       MOVE CTP-DATA TO WS-DATA-LOTE
                   END-IF
                   MOVE "Y" TO WS-PAS-REGISTRADO-SW(WS-IND-PASSO)
                   MOVE CTP-HORA-INICIO
                       TO WS-PAS-HORA-INICIO(WS-IND-PASSO)
                   MOVE CTP-HORA-FIM TO WS-PAS-HORA-FIM(WS-IND-PASSO)
                   MOVE CTP-LIDOS TO WS-PAS-LIDOS(WS-IND-PASSO)
                   MOVE CTP-GRAVADOS TO WS-PAS-GRAVADOS(WS-IND-PASSO)
                   MOVE CTP-REJEITADOS
                       TO WS-PAS-REJEITADOS(WS-IND-PASSO)
                   MOVE CTP-RETURN-CODE
                       TO WS-PAS-RETURN-CODE(WS-IND-PASSO)
           END-EVALUATE
           PERFORM 0002-010-LE-CONTROLE
                .
       0002-020-GUARDA-PASSO-END.

      *-----------------------------------------------------------------
       0002-030-PESQUISA-PASSO.
           MOVE "N" TO WS-PASSO-ACHADO-SW
           MOVE ZERO TO WS-IND-PASSO
           PERFORM 0002-035-COMPARA-PASSO
               UNTIL PASSO-ACHADO
                  OR WS-IND-PASSO NOT < WS-TOTAL-PASSOS
                .
       0002-030-PESQUISA-PASSO-END.

      *-----------------------------------------------------------------
       0002-035-COMPARA-PASSO.
           ADD 1 TO WS-IND-PASSO
           IF WS-PAS-PROGRAMA(WS-IND-PASSO) = CTP-PROGRAMA
               MOVE "Y" TO WS-PASSO-ACHADO-SW
           END-IF
                .
       0002-035-COMPARA-PASSO-END.

      *-----------------------------------------------------------------
      * ZERA OS REGISTROS DE TODOS OS PASSOS. USA O PROPRIO
      * WS-IND-PASSO, QUE O CHAMADOR JA NAO PRECISA MAIS.
      *-----------------------------------------------------------------
       0002-040-LIMPA-PASSOS.
           MOVE ZERO TO WS-IND-PASSO
           PERFORM 0002-045-LIMPA-PASSO
               UNTIL WS-IND-PASSO NOT < WS-TOTAL-PASSOS
           MOVE WS-POS-PROG001A TO WS-IND-PASSO
                .
       0002-040-LIMPA-PASSOS-END.

      *-----------------------------------------------------------------
       0002-045-LIMPA-PASSO.
           ADD 1 TO WS-IND-PASSO
           MOVE "N" TO WS-PAS-REGISTRADO-SW(WS-IND-PASSO)
           MOVE SPACES TO WS-PAS-HORA-INICIO(WS-IND-PASSO)
           MOVE SPACES TO WS-PAS-HORA-FIM(WS-IND-PASSO)
           MOVE ZERO TO WS-PAS-LIDOS(WS-IND-PASSO)
           MOVE ZERO TO WS-PAS-GRAVADOS(WS-IND-PASSO)
           MOVE ZERO TO WS-PAS-REJEITADOS(WS-IND-PASSO)
           MOVE ZERO TO WS-PAS-RETURN-CODE(WS-IND-PASSO)
                .
       0002-045-LIMPA-PASSO-END.

      *-----------------------------------------------------------------
       0003-IMPRIME-PASSOS.
           DISPLAY "0003-IMPRIME-PASSOS"
           WRITE DIVERGENCIAS-REPORT-RECORD FROM WS-LINHA-TITULO
           MOVE WS-DATA-LOTE(7:2) TO WS-DTL-DIA
           MOVE WS-DATA-LOTE(5:2) TO WS-DTL-MES
           MOVE WS-DATA-LOTE(1:4) TO WS-DTL-ANO
           WRITE DIVERGENCIAS-REPORT-RECORD FROM WS-LINHA-DATA
           MOVE SPACES TO DIVERGENCIAS-REPORT-RECORD
           WRITE DIVERGENCIAS-REPORT-RECORD
           MOVE "PASSOS REGISTRADOS NA NOITE" TO WS-SEC-TEXTO
           WRITE DIVERGENCIAS-REPORT-RECORD FROM WS-LINHA-SECAO
           WRITE DIVERGENCIAS-REPORT-RECORD FROM WS-LINHA-CAB-PASSOS
           MOVE ZERO TO WS-IND-PASSO
           PERFORM 0003-010-IMPRIME-PASSO
               UNTIL WS-IND-PASSO NOT < WS-TOTAL-PASSOS
                .
       0003-IMPRIME-PASSOS-END.

      *-----------------------------------------------------------------
       0003-010-IMPRIME-PASSO.
           ADD 1 TO WS-IND-PASSO
           MOVE SPACES TO WS-LINHA-PASSO
           MOVE WS-PAS-PROGRAMA(WS-IND-PASSO) TO WS-PSL-PROGRAMA
           IF PAS-REGISTRADO(WS-IND-PASSO)
               MOVE WS-PAS-HORA-INICIO(WS-IND-PASSO)
                   TO WS-PSL-HORA-INICIO
               MOVE WS-PAS-HORA-FIM(WS-IND-PASSO) TO WS-PSL-HORA-FIM
               MOVE WS-PAS-LIDOS(WS-IND-PASSO) TO WS-PSL-LIDOS
               MOVE WS-PAS-GRAVADOS(WS-IND-PASSO) TO WS-PSL-GRAVADOS
               MOVE WS-PAS-REJEITADOS(WS-IND-PASSO)
                   TO WS-PSL-REJEITADOS
               MOVE WS-PAS-RETURN-CODE(WS-IND-PASSO)
                   TO WS-PSL-RETURN-CODE
           ELSE
               MOVE "NAO REGISTRADO" TO WS-PSL-OBSERVACAO
           END-IF
           WRITE DIVERGENCIAS-REPORT-RECORD FROM WS-LINHA-PASSO
                .
       0003-010-IMPRIME-PASSO-END.

      *-----------------------------------------------------------------
      * CADA CONFERENCIA COMPARA UMA CONTAGEM DE UM PASSO (ORIGEM)
      * COM UMA CONTAGEM DE OUTRO (DESTINO). O PUNCHCLN GRAVADO PELO
      * PROG012A E LIDO INTEIRO PELO PROG006A E PELO PROG011A; O
      * EMPIDX E PERCORRIDO INTEIRO PELO PROG013A, PELO PROG004A,
      * PELO PROG010A E PELO PROG002A.
      *-----------------------------------------------------------------
       0004-CONFERE-TOTAIS.
           DISPLAY "0004-CONFERE-TOTAIS"
           MOVE SPACES TO DIVERGENCIAS-REPORT-RECORD
           WRITE DIVERGENCIAS-REPORT-RECORD
           MOVE "CONFERENCIAS ENTRE PASSOS" TO WS-SEC-TEXTO
           WRITE DIVERGENCIAS-REPORT-RECORD FROM WS-LINHA-SECAO
           WRITE DIVERGENCIAS-REPORT-RECORD
               FROM WS-LINHA-CAB-CONFERENCIA
           MOVE "PUNCHCLN: GRAVADOS 012A X LIDOS 006A"
               TO WS-CNL-DESCRICAO
           MOVE WS-POS-PROG012A TO WS-IND-ORIGEM
           MOVE WS-POS-PROG006A TO WS-IND-DESTINO
           MOVE WS-PAS-GRAVADOS(WS-IND-ORIGEM) TO WS-VALOR-ORIGEM
           MOVE WS-PAS-LIDOS(WS-IND-DESTINO) TO WS-VALOR-DESTINO
           PERFORM 0004-010-CONFERE
           MOVE "PUNCHCLN: GRAVADOS 012A X LIDOS 011A"
               TO WS-CNL-DESCRICAO
           MOVE WS-POS-PROG012A TO WS-IND-ORIGEM
           MOVE WS-POS-PROG011A TO WS-IND-DESTINO
           MOVE WS-PAS-GRAVADOS(WS-IND-ORIGEM) TO WS-VALOR-ORIGEM
           MOVE WS-PAS-LIDOS(WS-IND-DESTINO) TO WS-VALOR-DESTINO
           PERFORM 0004-010-CONFERE
           MOVE "EMPIDX: LIDOS 013A X LIDOS 004A"
               TO WS-CNL-DESCRICAO
           MOVE WS-POS-PROG013A TO WS-IND-ORIGEM
           MOVE WS-POS-PROG004A TO WS-IND-DESTINO
           MOVE WS-PAS-LIDOS(WS-IND-ORIGEM) TO WS-VALOR-ORIGEM
           MOVE WS-PAS-LIDOS(WS-IND-DESTINO) TO WS-VALOR-DESTINO
           PERFORM 0004-010-CONFERE
           MOVE "EMPIDX: LIDOS 013A X LIDOS 010A"
               TO WS-CNL-DESCRICAO
           MOVE WS-POS-PROG013A TO WS-IND-ORIGEM
           MOVE WS-POS-PROG010A TO WS-IND-DESTINO
           MOVE WS-PAS-LIDOS(WS-IND-ORIGEM) TO WS-VALOR-ORIGEM
           MOVE WS-PAS-LIDOS(WS-IND-DESTINO) TO WS-VALOR-DESTINO
           PERFORM 0004-010-CONFERE
           MOVE "EMPIDX: LIDOS 013A X LIDOS 002A"
               TO WS-CNL-DESCRICAO
           MOVE WS-POS-PROG013A TO WS-IND-ORIGEM
           MOVE WS-POS-PROG002A TO WS-IND-DESTINO
           MOVE WS-PAS-LIDOS(WS-IND-ORIGEM) TO WS-VALOR-ORIGEM
           MOVE WS-PAS-LIDOS(WS-IND-DESTINO) TO WS-VALOR-DESTINO
           PERFORM 0004-010-CONFERE
                .
       0004-CONFERE-TOTAIS-END.

      *-----------------------------------------------------------------
      * PASSO SEM REGISTRO NA NOITE (PULADO PELO COND) OU TERMINADO
      * EM FALHA DE ARQUIVO OU PARM (RC >= 12) NAO TEM CONTAGEM QUE
      * VALHA: A CONFERENCIA SAI COMO NAO FEITA, SEM DIVERGENCIA.
      *-----------------------------------------------------------------
       0004-010-CONFERE.
           MOVE WS-VALOR-ORIGEM TO WS-CNL-ORIGEM
           MOVE WS-VALOR-DESTINO TO WS-CNL-DESTINO
           EVALUATE TRUE
               WHEN NOT PAS-REGISTRADO(WS-IND-ORIGEM)
                 OR NOT PAS-REGISTRADO(WS-IND-DESTINO)
                 OR WS-PAS-RETURN-CODE(WS-IND-ORIGEM) NOT < 12
                 OR WS-PAS-RETURN-CODE(WS-IND-DESTINO) NOT < 12
                   ADD 1 TO WS-CONTA-NAO-CONFERIDAS
                   MOVE "NAO CONFERIDA" TO WS-CNL-SITUACAO
               WHEN WS-VALOR-ORIGEM = WS-VALOR-DESTINO
                   ADD 1 TO WS-CONTA-CONFERE-OK
                   MOVE "OK" TO WS-CNL-SITUACAO
               WHEN OTHER
                   ADD 1 TO WS-CONTA-DIVERGENCIAS
                   MOVE "DIVERGENTE" TO WS-CNL-SITUACAO
                   DISPLAY "DIVERGENCIA: " WS-CNL-DESCRICAO
           END-EVALUATE
           WRITE DIVERGENCIAS-REPORT-RECORD FROM WS-LINHA-CONFERENCIA
                .
       0004-010-CONFERE-END.

      *-----------------------------------------------------------------
       9999-FINALIZAR.
           DISPLAY "9999-FINALIZAR"
           IF ARQUIVOS-OK
               PERFORM 9999-010-GRAVA-TOTAIS
               CLOSE DIVERGENCIAS-REPORT
           END-IF
           EVALUATE TRUE
               WHEN ARQUIVOS-FALHOU
                   MOVE 0012 TO WS-RETURN-CODE
               WHEN WS-CONTA-DIVERGENCIAS > ZERO
                   MOVE 0008 TO WS-RETURN-CODE
               WHEN WS-CONTA-NAO-CONFERIDAS > ZERO
                   MOVE 0004 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE 0000 TO WS-RETURN-CODE
           END-EVALUATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       9999-FINALIZAR-END.

      *-----------------------------------------------------------------
       9999-010-GRAVA-TOTAIS.
           MOVE SPACES TO DIVERGENCIAS-REPORT-RECORD
           WRITE DIVERGENCIAS-REPORT-RECORD
           MOVE "CONFERENCIAS OK:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-CONFERE-OK TO WS-TOT-QUANTIDADE
           WRITE DIVERGENCIAS-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "CONFERENCIAS DIVERGENTES:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-DIVERGENCIAS TO WS-TOT-QUANTIDADE
           WRITE DIVERGENCIAS-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "CONFERENCIAS NAO FEITAS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-NAO-CONFERIDAS TO WS-TOT-QUANTIDADE
           WRITE DIVERGENCIAS-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "REGISTROS DO STEPLOG LIDOS:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-LIDOS TO WS-TOT-QUANTIDADE
           WRITE DIVERGENCIAS-REPORT-RECORD FROM WS-LINHA-TOTAL
           MOVE "REGISTROS IGNORADOS NO STEPLOG:" TO WS-TOT-TEXTO
           MOVE WS-CONTA-INVALIDOS TO WS-TOT-QUANTIDADE
           WRITE DIVERGENCIAS-REPORT-RECORD FROM WS-LINHA-TOTAL
                .
       9999-010-GRAVA-TOTAIS-END.

      *-----------------------------------------------------------------
       END PROGRAM PROG019A.

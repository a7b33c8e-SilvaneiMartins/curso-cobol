      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * 02/09/2026 SM      VERSAO ORIGINAL.
      * 15/10/2026 SM      O AUTHUSERS PASSA A GUARDAR O APROVADOR DO
      *                    ULTIMO ADD/CHG APLICADO (AUTH-APROVADOR),
      *                    PARA A RECERTIFICACAO TRIMESTRAL DO
      *                    PROG024A AGRUPAR OS USUARIOS POR QUEM
      *                    RESPONDE PELO ACESSO. O DEL NAO MUDA NADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG015A.
           05  AUTH-PERMISSAO             PIC X(01).
           05  FILLER                     PIC X(01).
           05  AUTH-VALIDADE              PIC X(08).
           05  FILLER                     PIC X(01).
           05  AUTH-APROVADOR             PIC X(08).
           05  FILLER                     PIC X(21).

       FD  AUTORIZADOS-NOVO
           LABEL RECORDS ARE STANDARD.
           05  NOV-PERMISSAO              PIC X(01).
           05  FILLER                     PIC X(01).
           05  NOV-VALIDADE               PIC X(08).
           05  FILLER                     PIC X(01).
           05  NOV-APROVADOR              PIC X(08).
           05  FILLER                     PIC X(21).

       FD  AUDITORIA-REPORT
           LABEL RECORDS ARE STANDARD.
               10  WS-AUT-NOME            PIC X(30).
               10  WS-AUT-PERMISSAO       PIC X(01).
               10  WS-AUT-VALIDADE        PIC X(08).
               10  WS-AUT-APROVADOR       PIC X(08).
               10  WS-AUT-ATIVO-SW        PIC X(01).
                   88  AUTORIZADO-ATIVO       VALUE "S".

                   TO WS-AUT-PERMISSAO(WS-IND-USUARIO)
               MOVE AUTH-VALIDADE
                   TO WS-AUT-VALIDADE(WS-IND-USUARIO)
               MOVE AUTH-APROVADOR
                   TO WS-AUT-APROVADOR(WS-IND-USUARIO)
               MOVE "S" TO WS-AUT-ATIVO-SW(WS-IND-USUARIO)
           ELSE
               DISPLAY "TABELA DE AUTORIZADOS CHEIA - "
                           TO WS-AUT-PERMISSAO(WS-IND-USUARIO)
                       MOVE AUM-VALIDADE
                           TO WS-AUT-VALIDADE(WS-IND-USUARIO)
                       MOVE AUM-APROVADOR
                           TO WS-AUT-APROVADOR(WS-IND-USUARIO)
                       MOVE "S" TO WS-AUT-ATIVO-SW(WS-IND-USUARIO)
                   ELSE
                       MOVE "TABELA DE AUTORIZADOS CHEIA"
                       TO WS-AUT-PERMISSAO(WS-IND-USUARIO)
                   MOVE AUM-VALIDADE
                       TO WS-AUT-VALIDADE(WS-IND-USUARIO)
                   MOVE AUM-APROVADOR
                       TO WS-AUT-APROVADOR(WS-IND-USUARIO)
               WHEN "DEL"
                   MOVE "N" TO WS-AUT-ATIVO-SW(WS-IND-USUARIO)
           END-EVALUATE
                   TO NOV-PERMISSAO
               MOVE WS-AUT-VALIDADE(WS-IND-USUARIO)
                   TO NOV-VALIDADE
               MOVE WS-AUT-APROVADOR(WS-IND-USUARIO)
                   TO NOV-APROVADOR
               WRITE AUTORIZADOS-NOVO-RECORD
           END-IF
                .

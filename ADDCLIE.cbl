       01 NEW-CLIENT-DOC-ID             PIC X(14).
       01 NEW-CLIENT-PHONE              PIC X(15).
       01 NEW-CLIENT-ADDRESS            PIC X(40).
       01 NEW-CLIENT-RISK               PIC X(1).
       01 WS-NAME-UPPER                 PIC X(30).
       01 WS-EXISTING-NAME-UPPER        PIC X(30).
       01 WS-DOC-ID-UPPER               PIC X(14).
       01 WS-EXISTING-DOC-ID-UPPER      PIC X(14).
       01 WS-NAME-VALID                 PIC X(1) VALUE 'N'.
       01 WS-DOC-ID-VALID               PIC X(1) VALUE 'N'.
       01 WS-RISK-VALID                 PIC X(1) VALUE 'N'.
       01 WS-DUPLICATE-NAME             PIC X(1) VALUE 'N'.
       01 WS-DUPLICATE-DOC-ID           PIC X(1) VALUE 'N'.
       01 WS-CLIENTS-EXISTS             PIC X(1) VALUE 'S'.
       01 WS-NEXT-BASE                  PIC 9(5).
       01 WS-MAX-CLIENT-BASE            PIC 9(5) VALUE 99999.
       01 WS-CAPACITY-REACHED           PIC X(1) VALUE 'N'.
       01 WS-SANCTIONS-HOLD             PIC X(1) VALUE 'N'.
       01 WS-OPERATOR-ID                PIC 9(6).
       01 WS-TIMESTAMP                  PIC X(14).
       01 WS-AUDIT-LINE                 PIC X(60).
       01 WS-AUDIT-ACTION               PIC X(3).
       01 WS-AUDIT-DETAIL               PIC X(27) VALUE SPACES.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1) VALUE 'N'.
      *    VARIABLE FILE STATUS
       01 FS-AUDIT                      PIC X(2).
      *    BLOCO DE PARAMETROS DO DIGITO DE CONTROLO
           COPY 'CHKDPRM.cpy'.
      *    BLOCO DE PARAMETROS DA FILTRAGEM DE SANCOES
           COPY 'SANCPRM.cpy'.
      *    BLOCO DE PARAMETROS DA REVISAO DE DILIGENCIA DEVIDA
           COPY 'KYCPRM.cpy'.

       LINKAGE SECTION.
           COPY 'OPERSESS.cpy'.
           DISPLAY "Qual a morada do cliente?"
           ACCEPT NEW-CLIENT-ADDRESS
      ******************************************************************
      *    A ABERTURA DO CLIENTE E A PRIMEIRA REVISAO DE DILIGENCIA
      *    DEVIDA: O RISCO ATRIBUIDO DITA QUANDO VENCE A PROXIMA
      ******************************************************************
           PERFORM UNTIL WS-RISK-VALID = 'S'
               DISPLAY "Qual o risco do cliente? (L = Baixo, "
                       "M = Medio, H = Alto)"
               ACCEPT NEW-CLIENT-RISK
               MOVE FUNCTION UPPER-CASE (NEW-CLIENT-RISK)
                   TO NEW-CLIENT-RISK
               IF NEW-CLIENT-RISK = 'L' OR NEW-CLIENT-RISK = 'M'
                  OR NEW-CLIENT-RISK = 'H'
                   MOVE 'S' TO WS-RISK-VALID
               ELSE
                   DISPLAY "Risco invalido!"
               END-IF
           END-PERFORM
      ******************************************************************
      *    OBTER O PROXIMO ID DIRETAMENTE DO FICHEIRO DE CONTROLO
      ******************************************************************
           OPEN I-O CLIENTCTL
                   MOVE NEW-CLIENT-PHONE TO CLIENTS-PHONE
                   MOVE NEW-CLIENT-ADDRESS TO CLIENTS-ADDRESS
                   MOVE 'A' TO CLIENTS-STATUS
                   MOVE NEW-CLIENT-RISK TO CLIENTS-RISK
                   MOVE 'N' TO KC-FUNC
                   MOVE NEW-CLIENT-RISK TO KC-RISK
                   MOVE ZERO TO KC-LAST
                   CALL 'KYCCHK' USING KYCCHK-PARM
                   IF KC-STATUS NOT = '00'
                       DISPLAY "Erro na revisao de diligencia: "
                               KC-STATUS
                       STOP RUN
                   END-IF
                   MOVE KC-LAST TO CLIENTS-KYC-LAST
                   MOVE KC-NEXT TO CLIENTS-KYC-NEXT
                   WRITE CLIENTS-REC

                   IF FS-CLIENTS NOT = '00'
                       END-IF

                       DISPLAY "Cliente adicionado com sucesso!"
                       DISPLAY "Proxima revisao de diligencia: "
                               KC-NEXT
      ******************************************************************
      *    REGISTAR A ALTERACAO NO LOG DE AUDITORIA
      ******************************************************************
                       MOVE 'ADD' TO WS-AUDIT-ACTION
                       PERFORM WRITE-AUDIT-ENTRY
                       PERFORM SCREEN-NEW-CLIENT
                   END-IF

                   CLOSE CLIENTS
                   CLOSE CLIENTCTL
                   IF WS-SANCTIONS-HOLD = 'S'
                       PERFORM HOLD-NEW-CLIENT
                   END-IF
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *    FILTRAR O NOME DO NOVO CLIENTE CONTRA A LISTA DE SANCOES
      ******************************************************************
       SCREEN-NEW-CLIENT.
           MOVE 'S' TO SC-FUNC
           MOVE 'C' TO SC-KIND
           MOVE NEW-CLIENT-ID TO SC-ID-USER
           MOVE ZERO TO SC-REF
           MOVE NEW-CLIENT-NAME TO SC-NAME
           MOVE 'A' TO SC-PREV-STATUS
           MOVE 'ADDCLIE' TO SC-ORIGIN
           MOVE WS-OPERATOR-ID TO SC-OPER
           CALL 'SANCSCR' USING SANCSCR-PARM
           IF SC-STATUS NOT = '00'
               DISPLAY "Erro na filtragem de sancoes: " SC-STATUS
               STOP RUN
           END-IF
           IF SC-RESULT NOT = 'N'
               MOVE 'S' TO WS-SANCTIONS-HOLD
           END-IF.

      ******************************************************************
      *    UMA COINCIDENCIA DEIXA O CLIENTE BLOQUEADO ATE A DECISAO DA
      *    REVISAO DE CONFORMIDADE (SANCMNT)
      ******************************************************************
       HOLD-NEW-CLIENT.
           OPEN I-O CLIENTS
           IF FS-CLIENTS NOT = '00'
               DISPLAY "Erro ao abrir file/clients.txt: " FS-CLIENTS
               STOP RUN
           END-IF
           MOVE NEW-CLIENT-ID TO CLIENTS-ID
           READ CLIENTS
               INVALID KEY
                   DISPLAY "Erro ao ler file/clients.txt: " FS-CLIENTS
                   STOP RUN
           END-READ
           MOVE 'B' TO CLIENTS-STATUS
           REWRITE CLIENTS-REC
           IF FS-CLIENTS NOT = '00'
               DISPLAY "Erro ao gravar em file/clients.txt: "
                       FS-CLIENTS
               STOP RUN
           END-IF
           CLOSE CLIENTS
           MOVE 'STA' TO WS-AUDIT-ACTION
           MOVE CLIENTS-STATUS TO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-ENTRY
           DISPLAY "ATENCAO: o nome coincide com a lista de sancoes ("
                   SC-WL-ID "). Cliente bloqueado ate a revisao de "
                   "conformidade.".

      ******************************************************************
      *    REGISTAR A ALTERACAO NO LOG DE AUDITORIA (MESMA LINHA DO
      *    UPDCLIE: CLIENTE, ACAO, OPERADOR, DATA-HORA E DETALHE)
      ******************************************************************
       WRITE-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-TIMESTAMP
           MOVE SPACES TO WS-AUDIT-LINE
           STRING NEW-CLIENT-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AUDIT-ACTION DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-OPERATOR-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-TIMESTAMP DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AUDIT-DETAIL DELIMITED SIZE
               INTO WS-AUDIT-LINE
           MOVE SPACES TO WS-AUDIT-DETAIL
           OPEN EXTEND CLIENTAUDIT
           IF FS-AUDIT NOT = '00' AND FS-AUDIT NOT = '05'
               DISPLAY "Erro ao abrir "
                       "file/clients_audit.txt: " FS-AUDIT
               STOP RUN
           END-IF
           MOVE WS-AUDIT-LINE TO WS-AUDIT-REC
           WRITE WS-AUDIT-REC
           CLOSE CLIENTAUDIT.

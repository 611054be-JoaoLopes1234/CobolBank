      *    SUPERVISOR - UMA ORDEM JUDICIAL DEIXA ASSIM DE VIVER NUM
      *    POST-IT NO BALCAO. CADA ALTERACAO FICA NO LOG DE AUDITORIA
      *    file/clients_audit.txt ('UPD' PARA DADOS, 'STA' PARA
      *    ESTADO). UM NOME NOVO PASSA PELA FILTRAGEM DE SANCOES
      *    (SANCSCR) E UM CLIENTE RETIDO PELA REVISAO DE CONFORMIDADE
      *    SO E REATIVADO NO SANCMNT.
      *    A REVISAO DE DILIGENCIA DEVIDA (KYC) REGISTA O RISCO DO
      *    CLIENTE E A DATA DA REVISAO, E O KYCCHK CALCULA A PROXIMA;
      *    BAIXAR O RISCO EXIGE A APROVACAO DE UM SUPERVISOR. FICA NO
      *    LOG COMO 'KYC', COM O RISCO ANTERIOR E O NOVO E A DATA DA
      *    PROXIMA REVISAO.
      *    O CORREIO DEVOLVIDO PELOS CORREIOS MARCA-SE E LIMPA-SE NO
      *    REGISTO file/retmail.txt (VER RETMAIL.cpy), NO LOG COMO
      *    'RTM' COM O MOTIVO; ENQUANTO MARCADO, O MAILRUN RETEM OS
      *    DOCUMENTOS DO CLIENTE. UMA MORADA NOVA LIMPA A MARCA.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT CLIENTAUDIT ASSIGN 'file/clients_audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.
           SELECT RETMAIL ASSIGN 'file/retmail.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ID-USER
               FILE STATUS IS FS-RETMAIL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTAUDIT.
       01 WS-AUDIT-REC                  PIC X(60).

       FD RETMAIL.
           COPY 'RETMAIL.cpy'.

       WORKING-STORAGE SECTION.
       01 INPUT-USER                    PIC X(1).
       01 WS-SEARCH-ID                  PIC 9(6).
       01 WS-NEW-NAME                   PIC X(30).
       01 WS-NEW-PHONE                  PIC X(15).
       01 WS-NEW-ADDRESS                PIC X(40).
       01 WS-OLD-ADDRESS                PIC X(40).
       01 WS-RETMAIL-ACTION             PIC X(1).
       01 WS-RETMAIL-REASON             PIC X(30).
       01 WS-RETMAIL-FOUND              PIC X(1).
       01 WS-NEW-STATUS                 PIC X(1).
       01 WS-OLD-RISK                   PIC X(1).
       01 WS-NEW-RISK                   PIC X(1).
       01 WS-REVIEW-DONE                PIC X(1).
       01 WS-APPROVED                   PIC X(1).
       01 WS-SANCTIONS-HOLD             PIC X(1).
       01 WS-SUPERVISOR-ID              PIC 9(6).
       01 WS-OPERATOR-ID                PIC 9(6).
       01 WS-AUDIT-ACTION               PIC X(3).
       01 WS-AUDIT-DETAIL               PIC X(27) VALUE SPACES.
       01 WS-TIMESTAMP                  PIC X(14).
       01 WS-AUDIT-LINE                 PIC X(60).
      *    VARIABLE FILE STATUS
       01 FS-CLIENTS                    PIC X(2).
       01 FS-OPERATORS                  PIC X(2).
       01 FS-AUDIT                      PIC X(2).
       01 FS-RETMAIL                    PIC X(2).
      *    BLOCO DE PARAMETROS DA FILTRAGEM DE SANCOES
           COPY 'SANCPRM.cpy'.
      *    BLOCO DE PARAMETROS DA REVISAO DE DILIGENCIA DEVIDA
           COPY 'KYCPRM.cpy'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.

       LINKAGE SECTION.
           COPY 'OPERSESS.cpy'.
                   NOT INVALID KEY
                       DISPLAY '1 - Update contact details'
                       DISPLAY '2 - Change client status'
                       DISPLAY '3 - KYC review'
                       DISPLAY '4 - Returned mail'
                       DISPLAY 'X - Exit'
                       DISPLAY '> ' WITH NO ADVANCING
                       ACCEPT INPUT-USER
                               PERFORM UPDATE-CLIENT-DETAILS
                           WHEN 2
                               PERFORM CHANGE-CLIENT-STATUS
                           WHEN 3
                               PERFORM REVIEW-CLIENT-KYC
                           WHEN 4
                               PERFORM MARK-RETURNED-MAIL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
           ACCEPT WS-NEW-PHONE
           DISPLAY "Nova morada para o cliente?"
           ACCEPT WS-NEW-ADDRESS
           MOVE CLIENTS-ADDRESS TO WS-OLD-ADDRESS
           MOVE WS-NEW-NAME TO CLIENTS-NAME
           MOVE WS-NEW-PHONE TO CLIENTS-PHONE
           MOVE WS-NEW-ADDRESS TO CLIENTS-ADDRESS
      ******************************************************************
      *    O NOME NOVO E FILTRADO CONTRA A LISTA DE SANCOES; UMA
      *    COINCIDENCIA BLOQUEIA O CLIENTE ATE A DECISAO NO SANCMNT
      ******************************************************************
           MOVE 'S' TO SC-FUNC
           MOVE 'C' TO SC-KIND
           MOVE CLIENTS-ID TO SC-ID-USER
           MOVE ZERO TO SC-REF
           MOVE CLIENTS-NAME TO SC-NAME
           MOVE CLIENTS-STATUS TO SC-PREV-STATUS
           IF SC-PREV-STATUS = SPACE
               MOVE 'A' TO SC-PREV-STATUS
           END-IF
           MOVE 'UPDCLIE' TO SC-ORIGIN
           MOVE WS-OPERATOR-ID TO SC-OPER
           CALL 'SANCSCR' USING SANCSCR-PARM
           IF SC-STATUS NOT = '00'
               DISPLAY "Erro na filtragem de sancoes: " SC-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-SANCTIONS-HOLD
           IF SC-RESULT NOT = 'N' AND CLIENTS-STATUS NOT = 'B'
              AND CLIENTS-STATUS NOT = 'D'
               MOVE 'B' TO CLIENTS-STATUS
               MOVE 'S' TO WS-SANCTIONS-HOLD
           END-IF

           REWRITE CLIENTS-REC
           IF FS-CLIENTS NOT = '00'
               DISPLAY "Erro ao gravar em "
           END-IF
           DISPLAY "Cliente atualizado com sucesso!"
           MOVE 'UPD' TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-ENTRY
           IF WS-SANCTIONS-HOLD = 'S'
               DISPLAY "ATENCAO: o nome coincide com a lista de "
                       "sancoes (" SC-WL-ID "). Cliente bloqueado ate "
                       "a revisao de conformidade."
               MOVE 'STA' TO WS-AUDIT-ACTION
               PERFORM WRITE-AUDIT-ENTRY
           END-IF
      *    A MORADA NOVA E A RESPOSTA AO CORREIO DEVOLVIDO
           IF CLIENTS-ADDRESS NOT = WS-OLD-ADDRESS
               PERFORM CLEAR-RETURNED-MAIL
           END-IF.

      ******************************************************************
      *    MUDAR O ESTADO DE VIDA DO CLIENTE. BLOQUEAR ('B') OU
               DISPLAY "O estado nao foi alterado."
               EXIT PARAGRAPH
           END-IF
      *    UM BLOQUEIO DA REVISAO DE CONFORMIDADE SO SE LEVANTA NELA
           IF WS-NEW-STATUS = 'A'
               MOVE 'O' TO SC-FUNC
               MOVE 'C' TO SC-KIND
               MOVE CLIENTS-ID TO SC-ID-USER
               MOVE ZERO TO SC-REF
               CALL 'SANCSCR' USING SANCSCR-PARM
               IF SC-STATUS NOT = '00'
                   DISPLAY "Erro na filtragem de sancoes: " SC-STATUS
                   STOP RUN
               END-IF
               IF SC-RESULT NOT = 'N'
                   DISPLAY "Cliente retido pela revisao de "
                           "conformidade (item " SC-REVIEW-SEQ
                           "): decidir no Sanctions Review Queue."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CHECK-SUPERVISOR-APPROVAL
           IF WS-APPROVED NOT = 'S'
           MOVE 'STA' TO WS-AUDIT-ACTION
           PERFORM WRITE-AUDIT-ENTRY.

      ******************************************************************
      *    REVISAO DE DILIGENCIA DEVIDA: NOVO RISCO E/OU REVISAO
      *    CONCLUIDA NA DATA DE NEGOCIO. SEM REVISAO, UMA MUDANCA DE
      *    RISCO RECALCULA A PROXIMA A PARTIR DA ULTIMA REGISTADA (SEM
      *    NENHUMA REGISTADA A DATA DA PROXIMA FICA COMO ESTA)
      ******************************************************************
       REVIEW-CLIENT-KYC.
           MOVE 'E' TO KC-FUNC
           MOVE ZERO TO KC-DATE
           MOVE ZERO TO KC-NEXT
           IF CLIENTS-KYC-NEXT IS NUMERIC
               MOVE CLIENTS-KYC-NEXT TO KC-NEXT
           END-IF
           CALL 'KYCCHK' USING KYCCHK-PARM
           IF KC-STATUS NOT = '00'
               DISPLAY "Erro na revisao de diligencia: " KC-STATUS
               STOP RUN
           END-IF
           MOVE CLIENTS-RISK TO WS-OLD-RISK
           IF WS-OLD-RISK NOT = 'L' AND WS-OLD-RISK NOT = 'H'
               MOVE 'M' TO WS-OLD-RISK
           END-IF
           DISPLAY "Risco atual: " WS-OLD-RISK
                   "  Ultima revisao: " CLIENTS-KYC-LAST
                   "  Proxima revisao: " CLIENTS-KYC-NEXT
           IF KC-RESULT NOT = 'N'
               DISPLAY "A revisao esta vencida ha " KC-DAYS-OVER
                       " dia(s)."
           END-IF

           DISPLAY "Novo risco? (L = Baixo, M = Medio, H = Alto, "
                   "em branco = manter)"
           MOVE SPACE TO WS-NEW-RISK
           ACCEPT WS-NEW-RISK
           MOVE FUNCTION UPPER-CASE (WS-NEW-RISK) TO WS-NEW-RISK
           IF WS-NEW-RISK = SPACE
               MOVE WS-OLD-RISK TO WS-NEW-RISK
           END-IF
           IF WS-NEW-RISK NOT = 'L' AND WS-NEW-RISK NOT = 'M'
              AND WS-NEW-RISK NOT = 'H'
               DISPLAY "Risco invalido!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "A revisao de diligencia foi concluida? (S/N)"
           ACCEPT WS-REVIEW-DONE
           MOVE FUNCTION UPPER-CASE (WS-REVIEW-DONE) TO WS-REVIEW-DONE

           IF WS-REVIEW-DONE NOT = 'S' AND WS-NEW-RISK = CLIENTS-RISK
               DISPLAY "Nada foi alterado."
               EXIT PARAGRAPH
           END-IF
      *    BAIXAR O RISCO ALARGA O PRAZO DA PROXIMA REVISAO
           IF (WS-OLD-RISK = 'H' AND WS-NEW-RISK NOT = 'H')
              OR (WS-OLD-RISK = 'M' AND WS-NEW-RISK = 'L')
               PERFORM CHECK-SUPERVISOR-APPROVAL
               IF WS-APPROVED NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-NEW-RISK TO CLIENTS-RISK
      *    KC-LAST A ZERO = REVISAO NA DATA DE NEGOCIO
           MOVE ZERO TO KC-LAST
           IF WS-REVIEW-DONE NOT = 'S' AND CLIENTS-KYC-LAST IS NUMERIC
               MOVE CLIENTS-KYC-LAST TO KC-LAST
           END-IF
           IF WS-REVIEW-DONE = 'S' OR KC-LAST NOT = ZERO
               MOVE 'N' TO KC-FUNC
               MOVE WS-NEW-RISK TO KC-RISK
               CALL 'KYCCHK' USING KYCCHK-PARM
               IF KC-STATUS NOT = '00'
                   DISPLAY "Erro na revisao de diligencia: "
                           KC-STATUS
                   STOP RUN
               END-IF
               MOVE KC-LAST TO CLIENTS-KYC-LAST
               MOVE KC-NEXT TO CLIENTS-KYC-NEXT
           END-IF

           REWRITE CLIENTS-REC
           IF FS-CLIENTS NOT = '00'
               DISPLAY "Erro ao gravar em "
                       "file/clients.txt: " FS-CLIENTS
               STOP RUN
           END-IF
           DISPLAY "Revisao registada. Proxima revisao: "
                   CLIENTS-KYC-NEXT
           MOVE 'KYC' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING WS-OLD-RISK DELIMITED SIZE
                  '>' DELIMITED SIZE
                  WS-NEW-RISK DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CLIENTS-KYC-NEXT DELIMITED SIZE
               INTO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-ENTRY.

      ******************************************************************
      *    CORREIO DEVOLVIDO: MARCAR (OS DOCUMENTOS DO CLIENTE FICAM
      *    RETIDOS NO MAILRUN) OU LIMPAR A MARCA
      ******************************************************************
       MARK-RETURNED-MAIL.
           PERFORM OPEN-RETMAIL
           MOVE 'N' TO WS-RETMAIL-FOUND
           MOVE CLIENTS-ID TO RM-ID-USER
           READ RETMAIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-RETMAIL-FOUND
           END-READ
           IF WS-RETMAIL-FOUND = 'S' AND RM-STATUS = 'A'
               DISPLAY "Correio devolvido desde " RM-DATE ": "
                       RM-REASON
           ELSE
               DISPLAY "O correio deste cliente nao esta retido."
           END-IF

           DISPLAY "M = Marcar correio devolvido, L = Limpar a marca"
           MOVE SPACE TO WS-RETMAIL-ACTION
           ACCEPT WS-RETMAIL-ACTION
           MOVE FUNCTION UPPER-CASE (WS-RETMAIL-ACTION)
               TO WS-RETMAIL-ACTION

           EVALUATE WS-RETMAIL-ACTION
               WHEN 'M'
                   DISPLAY "Motivo da devolucao?"
                   MOVE SPACES TO WS-RETMAIL-REASON
                   ACCEPT WS-RETMAIL-REASON
                   MOVE 'B' TO RC-FUNC
                   CALL 'RUNCTL' USING RUNCTL-PARM
                   IF RC-STATUS NOT = '00'
                       DISPLAY "Erro no controlo de execucao: "
                               RC-STATUS
                       STOP RUN
                   END-IF
                   MOVE CLIENTS-ID TO RM-ID-USER
                   MOVE 'A' TO RM-STATUS
                   MOVE RC-BUSDATE TO RM-DATE
                   MOVE WS-OPERATOR-ID TO RM-OPER
                   MOVE WS-RETMAIL-REASON TO RM-REASON
                   MOVE ZERO TO RM-CLEAR-DATE
                   IF WS-RETMAIL-FOUND = 'S'
                       REWRITE RETMAIL-REC
                   ELSE
                       WRITE RETMAIL-REC
                   END-IF
                   IF FS-RETMAIL NOT = '00'
                       DISPLAY "Erro ao gravar em "
                               "file/retmail.txt: " FS-RETMAIL
                       STOP RUN
                   END-IF
                   DISPLAY "Correio retido: os documentos do cliente "
                           "ficam nas excecoes do balcao."
                   MOVE 'RTM' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING 'M ' DELIMITED SIZE
                          WS-RETMAIL-REASON DELIMITED SIZE
                       INTO WS-AUDIT-DETAIL
                   PERFORM WRITE-AUDIT-ENTRY
                   CLOSE RETMAIL
               WHEN 'L'
                   CLOSE RETMAIL
                   IF WS-RETMAIL-FOUND NOT = 'S' OR RM-STATUS NOT = 'A'
                       DISPLAY "Nada foi alterado."
                   ELSE
                       PERFORM CLEAR-RETURNED-MAIL
                   END-IF
               WHEN OTHER
                   CLOSE RETMAIL
           END-EVALUATE.

      ******************************************************************
      *    LIMPAR UMA MARCA ATIVA DE CORREIO DEVOLVIDO (SEM MARCA NAO
      *    HA NADA A FAZER)
      ******************************************************************
       CLEAR-RETURNED-MAIL.
           PERFORM OPEN-RETMAIL
           MOVE CLIENTS-ID TO RM-ID-USER
           READ RETMAIL
               INVALID KEY
                   CLOSE RETMAIL
                   EXIT PARAGRAPH
           END-READ
           IF RM-STATUS NOT = 'A'
               CLOSE RETMAIL
               EXIT PARAGRAPH
           END-IF

           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           MOVE 'C' TO RM-STATUS
           MOVE RC-BUSDATE TO RM-CLEAR-DATE
           REWRITE RETMAIL-REC
           IF FS-RETMAIL NOT = '00'
               DISPLAY "Erro ao gravar em file/retmail.txt: "
                       FS-RETMAIL
               STOP RUN
           END-IF
           CLOSE RETMAIL
           DISPLAY "Marca de correio devolvido limpa: os documentos "
                   "retidos seguem na proxima expedicao."
           MOVE 'RTM' TO WS-AUDIT-ACTION
           MOVE 'L' TO WS-AUDIT-DETAIL
           PERFORM WRITE-AUDIT-ENTRY.

      ******************************************************************
      *    O REGISTO DE CORREIO DEVOLVIDO NASCE NA PRIMEIRA MARCACAO
      ******************************************************************
       OPEN-RETMAIL.
           OPEN I-O RETMAIL
           IF FS-RETMAIL = '35'
               OPEN OUTPUT RETMAIL
               IF FS-RETMAIL NOT = '00'
                   DISPLAY "Erro ao criar file/retmail.txt: "
                           FS-RETMAIL
                   STOP RUN
               END-IF
               CLOSE RETMAIL
               OPEN I-O RETMAIL
           END-IF
           IF FS-RETMAIL NOT = '00'
               DISPLAY "Erro ao abrir file/retmail.txt: " FS-RETMAIL
               STOP RUN
           END-IF.

      ******************************************************************
      *    UM SUPERVISOR AUTENTICADO APROVA NA HORA; UM CAIXA PEDE A
      *    APROVACAO DE UM SUPERVISOR NO ECRA, COMO NO OVERRIDE DO
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCMNT.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    FILA DE REVISAO DE CONFORMIDADE DAS COINCIDENCIAS COM A
      *    LISTA DE SANCOES (file/sancreview.txt - VER SANCREV.cpy).
      *    QUALQUER OPERADOR CONSULTA A FILA; SO UM SUPERVISOR DECIDE
      *    UM ITEM ABERTO:
      *      LIBERTAR  - FALSO POSITIVO: O SUJEITO VOLTA AO ESTADO QUE
      *                  TINHA (SE NAO TIVER OUTRO ITEM ABERTO OU
      *                  CONFIRMADO) E A MESMA COINCIDENCIA NAO VOLTA
      *                  A SER LEVANTADA
      *      CONFIRMAR - O CLIENTE FICA BLOQUEADO, O BENEFICIARIO
      *                  DESATIVADO E O PAGAMENTO RECUSADO
      *    CADA DECISAO FICA NO LOG DE AUDITORIA DAS MANUTENCOES
      *    (MNTAUDIT).
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCREV ASSIGN 'file/sancreview.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRV-SEQ
               FILE STATUS IS FS-SANCREV.
           SELECT CLIENTS ASSIGN 'file/clients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTS-ID
               FILE STATUS IS FS-CLIENTS.
           SELECT BENEF ASSIGN 'file/benef.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BENEF-KEY
               FILE STATUS IS FS-BENEF.
           SELECT OUTPAY ASSIGN 'file/outpay.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUTPAY-SEQ
               FILE STATUS IS FS-OUTPAY.

       DATA DIVISION.
       FILE SECTION.
       FD SANCREV.
           COPY 'SANCREV.cpy'.

       FD CLIENTS.
           COPY 'CLIENTS.cpy'.

       FD BENEF.
           COPY 'BENEF.cpy'.

       FD OUTPAY.
           COPY 'OUTPAY.cpy'.

       WORKING-STORAGE SECTION.
       01 INPUT-USER                    PIC X(1).
       01 WS-DONE                       PIC X(1) VALUE 'N'.
       01 WS-LIST-ALL                   PIC X(1).
       01 WS-FOUND-COUNT                PIC 9(6).
       01 WS-TARGET-SEQ                 PIC 9(9).
       01 WS-DECISION                   PIC X(1).
       01 WS-CONFIRM                    PIC X(1).
       01 WS-OTHER-OPEN                 PIC X(1).
       01 WS-NEW-SUBJ-STATUS            PIC X(1).
       01 WS-OLD-SUBJ-STATUS            PIC X(1).
       01 WS-KIND-DESC                  PIC X(12).
       01 WS-STATUS-DESC                PIC X(10).
      *    SUJEITO DO ITEM A DECIDIR
       01 WS-SUBJ-KIND                  PIC X(1).
       01 WS-SUBJ-USER                  PIC 9(6).
       01 WS-SUBJ-REF                   PIC 9(6).
       01 WS-SUBJ-PREV                  PIC X(1).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-SANCREV                    PIC X(2).
       01 FS-CLIENTS                    PIC X(2).
       01 FS-BENEF                      PIC X(2).
       01 FS-OUTPAY                     PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO LOG DE AUDITORIA DAS MANUTENCOES
           COPY 'MNTAPRM.cpy'.

       LINKAGE SECTION.
           COPY 'OPERSESS.cpy'.

       PROCEDURE DIVISION USING OPER-SESSION.

       MAIN-LOGIC SECTION.

           PERFORM UNTIL WS-DONE = 'S'
               DISPLAY '1 - List open review items'
               DISPLAY '2 - List all review items'
               DISPLAY '3 - Decide review item'
               DISPLAY 'X - Exit'
               DISPLAY '> ' WITH NO ADVANCING
               ACCEPT INPUT-USER
               EVALUATE INPUT-USER
                   WHEN 1
                       MOVE 'N' TO WS-LIST-ALL
                       PERFORM LIST-REVIEW-ITEMS
                   WHEN 2
                       MOVE 'S' TO WS-LIST-ALL
                       PERFORM LIST-REVIEW-ITEMS
                   WHEN 3
                       PERFORM DECIDE-REVIEW-ITEM
                   WHEN 'X'
                       MOVE 'S' TO WS-DONE
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      ******************************************************************
      *    LISTAR OS ITENS DA FILA (SO OS ABERTOS, OU TODOS)
      ******************************************************************
       LIST-REVIEW-ITEMS.
           MOVE 'N' TO END-FILE
           MOVE ZERO TO WS-FOUND-COUNT
           OPEN INPUT SANCREV
           IF FS-SANCREV = '35'
               DISPLAY "Nao ha itens de revisao de conformidade."
               EXIT PARAGRAPH
           END-IF
           IF FS-SANCREV NOT = '00'
               DISPLAY "Erro ao abrir file/sancreview.txt: " FS-SANCREV
               STOP RUN
           END-IF

           DISPLAY "NUMERO    TIPO         DONO   SEQ    LEVANTADO "
                   "ESTADO     ORIGEM"
           PERFORM UNTIL END-FILE = 'S'
               READ SANCREV NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF WS-LIST-ALL = 'S' OR SRV-STATUS = 'O'
                           PERFORM DISPLAY-REVIEW-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANCREV

           IF WS-FOUND-COUNT = 0
               DISPLAY "Nenhum item encontrado."
           ELSE
               DISPLAY WS-FOUND-COUNT " item(ns) encontrado(s)."
           END-IF.

       DISPLAY-REVIEW-ITEM.
           ADD 1 TO WS-FOUND-COUNT
           EVALUATE SRV-KIND
               WHEN 'C'
                   MOVE 'CLIENTE' TO WS-KIND-DESC
               WHEN 'B'
                   MOVE 'BENEFICIARIO' TO WS-KIND-DESC
               WHEN 'P'
                   MOVE 'PAGAMENTO' TO WS-KIND-DESC
               WHEN OTHER
                   MOVE SRV-KIND TO WS-KIND-DESC
           END-EVALUATE
           EVALUATE SRV-STATUS
               WHEN 'O'
                   MOVE 'ABERTO' TO WS-STATUS-DESC
               WHEN 'L'
                   MOVE 'LIBERTADO' TO WS-STATUS-DESC
               WHEN 'C'
                   MOVE 'CONFIRMADO' TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE SRV-STATUS TO WS-STATUS-DESC
           END-EVALUATE
           DISPLAY SRV-SEQ ' ' WS-KIND-DESC ' ' SRV-ID-USER ' '
                   SRV-REF ' ' SRV-RAISED-DATE '  ' WS-STATUS-DESC ' '
                   SRV-ORIGIN
           DISPLAY "          NOME:  " SRV-NAME
           DISPLAY "          LISTA: " SRV-WL-ID ' ' SRV-WL-NAME
           IF SRV-STATUS NOT = 'O'
               DISPLAY "          DECIDIDO EM " SRV-DECIDED-DATE
                       " PELO OPERADOR " SRV-DECIDED-BY
           END-IF.

      ******************************************************************
      *    DECIDIR UM ITEM ABERTO - RESERVADO A SUPERVISORES
      ******************************************************************
       DECIDE-REVIEW-ITEM.
           IF OPER-SESS-LEVEL NOT = 'S'
               DISPLAY "Apenas supervisores podem decidir itens de "
                       "revisao de conformidade!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Qual o numero do item?"
           ACCEPT WS-TARGET-SEQ

           OPEN I-O SANCREV
           IF FS-SANCREV = '35'
               DISPLAY "Nao ha itens de revisao de conformidade."
               EXIT PARAGRAPH
           END-IF
           IF FS-SANCREV NOT = '00'
               DISPLAY "Erro ao abrir file/sancreview.txt: " FS-SANCREV
               STOP RUN
           END-IF

           MOVE WS-TARGET-SEQ TO SRV-SEQ
           READ SANCREV
               INVALID KEY
                   DISPLAY "Item nao encontrado!"
                   CLOSE SANCREV
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF SRV-STATUS NOT = 'O'
               DISPLAY "Esse item ja foi decidido!"
               CLOSE SANCREV
               EXIT PARAGRAPH
           END-IF

           PERFORM DISPLAY-REVIEW-ITEM
           DISPLAY "L - Libertar (falso positivo)  C - Confirmar"
           ACCEPT WS-DECISION
           IF WS-DECISION = 'l'
               MOVE 'L' TO WS-DECISION
           END-IF
           IF WS-DECISION = 'c'
               MOVE 'C' TO WS-DECISION
           END-IF
           IF WS-DECISION NOT = 'L' AND WS-DECISION NOT = 'C'
               DISPLAY "Decisao invalida!"
               CLOSE SANCREV
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Confirma a decisao? (S/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
               DISPLAY "Operacao cancelada."
               CLOSE SANCREV
               EXIT PARAGRAPH
           END-IF

           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF

           MOVE SRV-KIND TO WS-SUBJ-KIND
           MOVE SRV-ID-USER TO WS-SUBJ-USER
           MOVE SRV-REF TO WS-SUBJ-REF
           MOVE SRV-PREV-STATUS TO WS-SUBJ-PREV

           MOVE WS-DECISION TO SRV-STATUS
           MOVE RC-BUSDATE TO SRV-DECIDED-DATE
           MOVE OPER-SESS-ID TO SRV-DECIDED-BY
           REWRITE SANCREV-REC
           IF FS-SANCREV NOT = '00'
               DISPLAY "Erro ao gravar em file/sancreview.txt: "
                       FS-SANCREV
               STOP RUN
           END-IF

           MOVE 'SANCREV' TO MA-FILE
           MOVE SPACES TO MA-KEY
           MOVE WS-TARGET-SEQ TO MA-KEY (1:9)
           MOVE 'DECISION' TO MA-FIELD
           MOVE 'O' TO MA-OLD
           MOVE WS-DECISION TO MA-NEW
           MOVE OPER-SESS-ID TO MA-OPER
           PERFORM WRITE-MAINT-AUDIT

      ******************************************************************
      *    UM SUJEITO COM OUTRO ITEM AINDA ABERTO CONTINUA RETIDO E
      *    UM COM OUTRO ITEM JA CONFIRMADO NAO VOLTA AO ESTADO ANTERIOR
      ******************************************************************
           MOVE 'N' TO WS-OTHER-OPEN
           IF WS-DECISION = 'L'
               MOVE ZERO TO SRV-SEQ
               START SANCREV KEY IS >= SRV-SEQ
                   INVALID KEY
                       MOVE 'S' TO END-FILE
                   NOT INVALID KEY
                       MOVE 'N' TO END-FILE
               END-START
               PERFORM UNTIL END-FILE = 'S'
                   READ SANCREV NEXT RECORD
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF SRV-KIND = WS-SUBJ-KIND
                              AND SRV-ID-USER = WS-SUBJ-USER
                              AND SRV-REF = WS-SUBJ-REF
                              AND SRV-STATUS = 'C'
                               MOVE 'C' TO WS-OTHER-OPEN
                           END-IF
                           IF SRV-KIND = WS-SUBJ-KIND
                              AND SRV-ID-USER = WS-SUBJ-USER
                              AND SRV-REF = WS-SUBJ-REF
                              AND SRV-STATUS = 'O'
                              AND WS-OTHER-OPEN = 'N'
                               MOVE 'S' TO WS-OTHER-OPEN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SANCREV

           IF WS-OTHER-OPEN = 'S'
               DISPLAY "Item libertado. O sujeito continua retido por "
                       "outro item aberto."
               EXIT PARAGRAPH
           END-IF
           IF WS-OTHER-OPEN = 'C'
               DISPLAY "Item libertado. O sujeito continua retido por "
                       "outro item ja confirmado."
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SUBJ-KIND
               WHEN 'C'
                   PERFORM APPLY-CLIENT-DECISION
               WHEN 'B'
                   PERFORM APPLY-BENEF-DECISION
               WHEN 'P'
                   PERFORM APPLY-PAYMENT-DECISION
           END-EVALUATE

           IF WS-DECISION = 'L'
               DISPLAY "Item libertado com sucesso!"
           ELSE
               DISPLAY "Coincidencia confirmada com sucesso!"
           END-IF.

      ******************************************************************
      *    CLIENTE: LIBERTAR REPOE O ESTADO ANTERIOR; CONFIRMAR DEIXA-O
      *    BLOQUEADO
      ******************************************************************
       APPLY-CLIENT-DECISION.
           IF WS-DECISION = 'L'
               MOVE WS-SUBJ-PREV TO WS-NEW-SUBJ-STATUS
           ELSE
               MOVE 'B' TO WS-NEW-SUBJ-STATUS
           END-IF

           OPEN I-O CLIENTS
           IF FS-CLIENTS NOT = '00'
               DISPLAY "Erro ao abrir file/clients.txt: " FS-CLIENTS
               STOP RUN
           END-IF
           MOVE WS-SUBJ-USER TO CLIENTS-ID
           READ CLIENTS
               INVALID KEY
                   DISPLAY "Cliente nao encontrado!"
                   CLOSE CLIENTS
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
      *    SO SE MEXE NUM CLIENTE AINDA BLOQUEADO PELA RETENCAO
           IF CLIENTS-STATUS NOT = 'B'
               CLOSE CLIENTS
               EXIT PARAGRAPH
           END-IF
           MOVE CLIENTS-STATUS TO WS-OLD-SUBJ-STATUS
           MOVE WS-NEW-SUBJ-STATUS TO CLIENTS-STATUS
           REWRITE CLIENTS-REC
           IF FS-CLIENTS NOT = '00'
               DISPLAY "Erro ao gravar em file/clients.txt: "
                       FS-CLIENTS
               STOP RUN
           END-IF
           CLOSE CLIENTS

           IF WS-NEW-SUBJ-STATUS NOT = WS-OLD-SUBJ-STATUS
               MOVE 'CLIENTS' TO MA-FILE
               MOVE SPACES TO MA-KEY
               MOVE WS-SUBJ-USER TO MA-KEY (1:6)
               MOVE 'STATUS' TO MA-FIELD
               MOVE WS-OLD-SUBJ-STATUS TO MA-OLD
               MOVE WS-NEW-SUBJ-STATUS TO MA-NEW
               MOVE OPER-SESS-ID TO MA-OPER
               PERFORM WRITE-MAINT-AUDIT
           END-IF.

      ******************************************************************
      *    BENEFICIARIO: LIBERTAR REPOE O ESTADO ANTERIOR; CONFIRMAR
      *    DESATIVA-O
      ******************************************************************
       APPLY-BENEF-DECISION.
           IF WS-DECISION = 'L'
               MOVE WS-SUBJ-PREV TO WS-NEW-SUBJ-STATUS
           ELSE
               MOVE 'N' TO WS-NEW-SUBJ-STATUS
           END-IF

           OPEN I-O BENEF
           IF FS-BENEF NOT = '00'
               DISPLAY "Erro ao abrir file/benef.txt: " FS-BENEF
               STOP RUN
           END-IF
           MOVE WS-SUBJ-USER TO BENEF-ID-USER
           MOVE WS-SUBJ-REF TO BENEF-SEQ
           READ BENEF
               INVALID KEY
                   DISPLAY "Beneficiario nao encontrado!"
                   CLOSE BENEF
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF BENEF-ACTIVE NOT = 'R'
               CLOSE BENEF
               EXIT PARAGRAPH
           END-IF
           MOVE BENEF-ACTIVE TO WS-OLD-SUBJ-STATUS
           MOVE WS-NEW-SUBJ-STATUS TO BENEF-ACTIVE
           REWRITE BENEF-REC
           IF FS-BENEF NOT = '00'
               DISPLAY "Erro ao gravar em file/benef.txt: " FS-BENEF
               STOP RUN
           END-IF
           CLOSE BENEF

           MOVE 'BENEF' TO MA-FILE
           MOVE SPACES TO MA-KEY
           MOVE WS-SUBJ-USER TO MA-KEY (1:6)
           MOVE WS-SUBJ-REF (3:4) TO MA-KEY (8:4)
           MOVE 'ACTIVE' TO MA-FIELD
           MOVE WS-OLD-SUBJ-STATUS TO MA-OLD
           MOVE WS-NEW-SUBJ-STATUS TO MA-NEW
           MOVE OPER-SESS-ID TO MA-OPER
           PERFORM WRITE-MAINT-AUDIT.

      ******************************************************************
      *    PAGAMENTO: LIBERTAR DEVOLVE-O A FILA (O PAYOUTRN ENVIA-O NA
      *    PROXIMA NOITE); CONFIRMAR RECUSA-O
      ******************************************************************
       APPLY-PAYMENT-DECISION.
           IF WS-DECISION = 'L'
               MOVE 'P' TO WS-NEW-SUBJ-STATUS
           ELSE
               MOVE 'R' TO WS-NEW-SUBJ-STATUS
           END-IF

           OPEN I-O OUTPAY
           IF FS-OUTPAY NOT = '00'
               DISPLAY "Erro ao abrir file/outpay.txt: " FS-OUTPAY
               STOP RUN
           END-IF
           MOVE WS-SUBJ-REF TO OUTPAY-SEQ
           READ OUTPAY
               INVALID KEY
                   DISPLAY "Pagamento nao encontrado!"
                   CLOSE OUTPAY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF OUTPAY-STATUS NOT = 'H'
               CLOSE OUTPAY
               EXIT PARAGRAPH
           END-IF
           MOVE OUTPAY-STATUS TO WS-OLD-SUBJ-STATUS
           MOVE WS-NEW-SUBJ-STATUS TO OUTPAY-STATUS
           REWRITE OUTPAY-REC
           IF FS-OUTPAY NOT = '00'
               DISPLAY "Erro ao gravar em file/outpay.txt: " FS-OUTPAY
               STOP RUN
           END-IF
           CLOSE OUTPAY

           MOVE 'OUTPAY' TO MA-FILE
           MOVE SPACES TO MA-KEY
           MOVE WS-SUBJ-REF TO MA-KEY (1:6)
           MOVE 'STATUS' TO MA-FIELD
           MOVE WS-OLD-SUBJ-STATUS TO MA-OLD
           MOVE WS-NEW-SUBJ-STATUS TO MA-NEW
           MOVE OPER-SESS-ID TO MA-OPER
           PERFORM WRITE-MAINT-AUDIT.

      ******************************************************************
      *    A DECISAO FICA NO LOG DE AUDITORIA DAS MANUTENCOES
      ******************************************************************
       WRITE-MAINT-AUDIT.
           CALL 'MNTAUDIT' USING MNTAUDIT-PARM
           IF MA-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/maint_audit.txt: "
                       MA-STATUS
               STOP RUN
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    FILA DE REPARACAO DOS CREDITOS EM SUSPENSO
      *    (file/suspense.txt - VER SUSPENSE.cpy). O PAYCLEAR PASSA
      *    PARA AQUI OS CREDITOS RECEBIDOS QUE NAO CONSEGUE APLICAR
      *    (CONTA INEXISTENTE, FECHADA, DORMENTE, NOUTRA MOEDA OU COM
      *    DIGITO DE CONTROLO ERRADO). O OPERADOR PROCURA O ITEM, CORRIGE O
      *    DONO/CONTA E CREDITA-O ('SUSPPAY' NO RAZAO), OU MARCA-O
      *    PARA DEVOLUCAO AO ORDENANTE, QUE O SUSPRUN FAZ NESSA NOITE.
      *    CADA REPARACAO E MARCACAO FICA NO LOG DE AUDITORIA DAS
      *    MANUTENCOES (MNTAUDIT).
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE ASSIGN 'file/suspense.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-SEQ
               FILE STATUS IS FS-SUSPENSE.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSE.
           COPY 'SUSPENSE.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       WORKING-STORAGE SECTION.
       01 INPUT-USER                    PIC X(1).
       01 WS-DONE                       PIC X(1) VALUE 'N'.
       01 WS-SEARCH-BY                  PIC X(1).
       01 WS-SEARCH-USER                PIC 9(6).
       01 WS-SEARCH-REF                 PIC X(20).
       01 WS-SEARCH-AMOUNT              PIC 9(7)V99.
       01 WS-MATCH                      PIC X(1).
       01 WS-FOUND-COUNT                PIC 9(6).
       01 WS-TARGET-SEQ                 PIC 9(9).
       01 WS-NEW-USER                   PIC 9(6).
       01 WS-NEW-ACCOUNT                PIC 9(6).
       01 WS-CONFIRM                    PIC X(1).
       01 WS-STATUS-DESC                PIC X(10).
       01 WS-AMOUNT-EDIT                PIC Z(6)9,99.
       01 WS-BALANCE-EDIT               PIC -9(7),99.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-SUSPENSE                   PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
      *    BLOCO DE PARAMETROS DA GRAVACAO NO RAZAO
           COPY 'TRANSPRM.cpy'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO DIGITO DE CONTROLO
           COPY 'CHKDPRM.cpy'.
      *    BLOCO DE PARAMETROS DO ESTADO DO CLIENTE
           COPY 'CLISTPRM.cpy'.
      *    BLOCO DE PARAMETROS DO LOG DE AUDITORIA DAS MANUTENCOES
           COPY 'MNTAPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       LINKAGE SECTION.
           COPY 'OPERSESS.cpy'.

       PROCEDURE DIVISION USING OPER-SESSION.

       MAIN-LOGIC SECTION.

           PERFORM UNTIL WS-DONE = 'S'
               DISPLAY '1 - Search suspense items'
               DISPLAY '2 - Repair and post item'
               DISPLAY '3 - Mark item for return'
               DISPLAY 'X - Exit'
               DISPLAY '> ' WITH NO ADVANCING
               ACCEPT INPUT-USER
               EVALUATE INPUT-USER
                   WHEN 1
                       PERFORM SEARCH-SUSPENSE
                   WHEN 2
                       PERFORM REPAIR-ITEM
                   WHEN 3
                       PERFORM MARK-FOR-RETURN
                   WHEN 'X'
                       MOVE 'S' TO WS-DONE
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      ******************************************************************
      *    PROCURAR ITENS AINDA EM ABERTO ('S' = EM SUSPENSO E
      *    'M' = MARCADO PARA DEVOLUCAO): TODOS, OU POR DONO, POR
      *    REFERENCIA DO ORDENANTE OU POR VALOR
      ******************************************************************
       SEARCH-SUSPENSE.
           DISPLAY "Procurar: 1-Todos 2-Dono 3-Referencia 4-Valor"
           ACCEPT WS-SEARCH-BY
           EVALUATE WS-SEARCH-BY
               WHEN '2'
                   DISPLAY "Qual o numero de cliente indicado?"
                   ACCEPT WS-SEARCH-USER
               WHEN '3'
                   DISPLAY "Qual a referencia do ordenante?"
                   ACCEPT WS-SEARCH-REF
               WHEN '4'
                   DISPLAY "Qual o valor?"
                   ACCEPT WS-SEARCH-AMOUNT
               WHEN OTHER
                   MOVE '1' TO WS-SEARCH-BY
           END-EVALUATE

           MOVE 'N' TO END-FILE
           MOVE ZERO TO WS-FOUND-COUNT
           OPEN INPUT SUSPENSE
           IF FS-SUSPENSE = '35'
               DISPLAY "Nao ha creditos em suspenso."
               EXIT PARAGRAPH
           END-IF
           IF FS-SUSPENSE NOT = '00'
               DISPLAY "Erro ao abrir file/suspense.txt: " FS-SUSPENSE
               STOP RUN
           END-IF

           DISPLAY "NUMERO    DONO   CONTA       VALOR MOT RECEBIDO "
                   "ESTADO     REFERENCIA"
           PERFORM UNTIL END-FILE = 'S'
               READ SUSPENSE NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-SUSPENSE NOT = '00'
                           DISPLAY "Erro ao ler file/suspense.txt: "
                                   FS-SUSPENSE
                           STOP RUN
                       END-IF
                       PERFORM TEST-SEARCH-MATCH
                       IF WS-MATCH = 'S'
                           PERFORM SHOW-SUSPENSE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUSPENSE
           IF WS-FOUND-COUNT = 0
               DISPLAY "Nenhum item em aberto encontrado."
           END-IF.

      ******************************************************************
      *    O ITEM LIDO ESTA EM ABERTO E CORRESPONDE AO CRITERIO?
      ******************************************************************
       TEST-SEARCH-MATCH.
           MOVE 'N' TO WS-MATCH
           IF SUS-STATUS NOT = 'S' AND SUS-STATUS NOT = 'M'
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-SEARCH-BY
               WHEN '2'
                   IF SUS-ID-USER = WS-SEARCH-USER
                       MOVE 'S' TO WS-MATCH
                   END-IF
               WHEN '3'
                   IF SUS-ORIG-REF = WS-SEARCH-REF
                       MOVE 'S' TO WS-MATCH
                   END-IF
               WHEN '4'
                   IF SUS-AMOUNT = WS-SEARCH-AMOUNT
                       MOVE 'S' TO WS-MATCH
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WS-MATCH
           END-EVALUATE.

      ******************************************************************
      *    MOSTRAR UMA LINHA DO ITEM
      ******************************************************************
       SHOW-SUSPENSE-ITEM.
           ADD 1 TO WS-FOUND-COUNT
           IF SUS-STATUS = 'M'
               MOVE 'A DEVOLVER' TO WS-STATUS-DESC
           ELSE
               MOVE 'SUSPENSO' TO WS-STATUS-DESC
           END-IF
           MOVE SUS-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY SUS-SEQ ' ' SUS-ID-USER ' ' SUS-ID-ACCOUNT ' '
                   WS-AMOUNT-EDIT ' ' SUS-REASON ' ' SUS-RECV-DATE
                   ' ' WS-STATUS-DESC ' ' SUS-ORIG-REF.

      ******************************************************************
      *    LER O ITEM PEDIDO PELO OPERADOR (FICHEIRO ABERTO EM I-O).
      *    SO UM ITEM EM SUSPENSO PODE SER REPARADO OU MARCADO; UM
      *    ITEM JA MARCADO PODE AINDA SER REPARADO ATE O SUSPRUN O
      *    DEVOLVER.
      ******************************************************************
       READ-TARGET-ITEM.
           MOVE 'N' TO WS-MATCH
           DISPLAY "Qual o numero do item em suspenso?"
           ACCEPT WS-TARGET-SEQ

           OPEN I-O SUSPENSE
           IF FS-SUSPENSE = '35'
               DISPLAY "Nao ha creditos em suspenso."
               EXIT PARAGRAPH
           END-IF
           IF FS-SUSPENSE NOT = '00'
               DISPLAY "Erro ao abrir file/suspense.txt: " FS-SUSPENSE
               STOP RUN
           END-IF

           MOVE WS-TARGET-SEQ TO SUS-SEQ
           READ SUSPENSE
               INVALID KEY
                   DISPLAY "Item nao encontrado!"
                   CLOSE SUSPENSE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF SUS-STATUS NOT = 'S' AND SUS-STATUS NOT = 'M'
               DISPLAY "Esse item ja foi tratado!"
               CLOSE SUSPENSE
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-MATCH
           DISPLAY "NUMERO    DONO   CONTA       VALOR MOT RECEBIDO "
                   "ESTADO     REFERENCIA"
           PERFORM SHOW-SUSPENSE-ITEM.

      ******************************************************************
      *    REPARAR: O OPERADOR INDICA O DONO E A CONTA CORRETOS E O
      *    CREDITO E APLICADO COMO 'SUSPPAY', COM AS MESMAS REGRAS DO
      *    PAYCLEAR (DIGITO DE CONTROLO, CONTA ABERTA, NAO DORMENTE E
      *    EM MOEDA NACIONAL, CLIENTE NAO BLOQUEADO)
      ******************************************************************
       REPAIR-ITEM.
           PERFORM READ-TARGET-ITEM
           IF WS-MATCH NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Qual o numero de cliente correto?"
           ACCEPT WS-NEW-USER
           DISPLAY "Qual o numero de conta correto?"
           ACCEPT WS-NEW-ACCOUNT

           MOVE 'V' TO CD-FUNC
           MOVE WS-NEW-USER TO CD-ID
           CALL 'CHKDIG' USING CHKDIG-PARM
           IF CD-VALID = 'S'
               MOVE WS-NEW-ACCOUNT TO CD-ID
               CALL 'CHKDIG' USING CHKDIG-PARM
           END-IF
           IF CD-VALID NOT = 'S'
               DISPLAY "Numero de cliente ou de conta invalido "
                       "(digito de controlo)!"
               CLOSE SUSPENSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-USER TO CS-ID-USER
           CALL 'CLISTAT' USING CLISTAT-PARM
           IF CS-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/clients.txt: " CS-STATUS
               STOP RUN
           END-IF
           IF CS-STATUS-OUT NOT = 'A'
               DISPLAY "Cliente bloqueado ou falecido - o credito "
                       "nao pode ser aplicado!"
               CLOSE SUSPENSE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCOUNTS
           IF FS-ACCOUNTS = '35'
               DISPLAY "Ainda nao ha contas registadas."
               CLOSE SUSPENSE
               EXIT PARAGRAPH
           END-IF
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF

           MOVE WS-NEW-USER TO ACCOUNTS-ID-USER
           MOVE WS-NEW-ACCOUNT TO ACCOUNTS-ID
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "Conta nao encontrada!"
                   CLOSE ACCOUNTS
                   CLOSE SUSPENSE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF ACCOUNTS-STATUS = 'C' OR ACCOUNTS-STATUS = 'D'
              OR ACCOUNTS-STATUS = 'U'
               DISPLAY "A conta esta fechada, dormente ou com o "
                       "saldo entregue como nao reclamado!"
               CLOSE ACCOUNTS
               CLOSE SUSPENSE
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNTS-CURRENCY NOT = SPACES
               MOVE 'R' TO FC-FUNC
               MOVE ZERO TO FC-DATE
               MOVE SPACES TO FC-FROM-CUR
               CALL 'FXCONV' USING FXCONV-PARM
               IF FC-STATUS NOT = '00'
                   DISPLAY "Erro nos cambios: " FC-STATUS
                   STOP RUN
               END-IF
               IF ACCOUNTS-CURRENCY NOT = FC-HOME-CUR
                   DISPLAY "A conta esta em " ACCOUNTS-CURRENCY
                           " e o credito e em " FC-HOME-CUR "!"
                   CLOSE ACCOUNTS
                   CLOSE SUSPENSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Confirma o credito na conta " WS-NEW-USER " "
                   WS-NEW-ACCOUNT "? (S/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
               DISPLAY "Operacao cancelada."
               CLOSE ACCOUNTS
               CLOSE SUSPENSE
               EXIT PARAGRAPH
           END-IF

           ADD SUS-AMOUNT TO ACCOUNTS-AMOUNT
           REWRITE ACCOUNTS-REC
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao gravar em file/accounts.txt: "
                       FS-ACCOUNTS
               STOP RUN
           END-IF

           MOVE 'P' TO TP-FUNC
           MOVE WS-NEW-USER TO TP-ID-USER
           MOVE WS-NEW-ACCOUNT TO TP-ID-ACCOUNT
           MOVE ZERO TO TP-DATE
           MOVE 'SUSPPAY' TO TP-TYPE
           MOVE SUS-AMOUNT TO TP-AMOUNT
           MOVE ACCOUNTS-AMOUNT TO TP-BALANCE
           MOVE ZERO TO TP-LINK-SEQ
           MOVE ZERO TO TP-RECEIPT
           MOVE OPER-SESS-ID TO TP-OPER
           CALL 'TRANSPST' USING TRANSPST-PARM
           IF TP-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/transmst.txt: "
                       TP-STATUS
               STOP RUN
           END-IF
           CLOSE ACCOUNTS

           PERFORM GET-BUSINESS-DATE
           MOVE 'P' TO SUS-STATUS
           MOVE WS-NEW-USER TO SUS-POST-USER
           MOVE WS-NEW-ACCOUNT TO SUS-POST-ACCOUNT
           MOVE TP-SEQ-OUT TO SUS-POST-SEQ
           MOVE RC-BUSDATE TO SUS-CLOSE-DATE
           MOVE OPER-SESS-ID TO SUS-OPER
           REWRITE SUSPENSE-REC
           IF FS-SUSPENSE NOT = '00'
               DISPLAY "Erro ao gravar em file/suspense.txt: "
                       FS-SUSPENSE
               STOP RUN
           END-IF
           CLOSE SUSPENSE

           MOVE ACCOUNTS-AMOUNT TO WS-BALANCE-EDIT
           DISPLAY "Credito aplicado com sucesso!"
           DISPLAY "Novo saldo da conta: " WS-BALANCE-EDIT

           MOVE 'SUSPENSE' TO MA-FILE
           MOVE SPACES TO MA-KEY
           MOVE WS-TARGET-SEQ TO MA-KEY (1:9)
           MOVE 'REPAIR' TO MA-FIELD
           MOVE SPACES TO MA-OLD
           STRING SUS-ID-USER ' ' SUS-ID-ACCOUNT DELIMITED SIZE
               INTO MA-OLD
           MOVE SPACES TO MA-NEW
           STRING WS-NEW-USER ' ' WS-NEW-ACCOUNT DELIMITED SIZE
               INTO MA-NEW
           MOVE OPER-SESS-ID TO MA-OPER
           PERFORM WRITE-MAINT-AUDIT.

      ******************************************************************
      *    MARCAR PARA DEVOLUCAO: O SUSPRUN DEVOLVE-O AO ORDENANTE EM
      *    file/pay_returns.txt NO PROXIMO FIM-DE-DIA
      ******************************************************************
       MARK-FOR-RETURN.
           PERFORM READ-TARGET-ITEM
           IF WS-MATCH NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF SUS-STATUS = 'M'
               DISPLAY "Esse item ja esta marcado para devolucao!"
               CLOSE SUSPENSE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Confirma a devolucao deste item? (S/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
               DISPLAY "Operacao cancelada."
               CLOSE SUSPENSE
               EXIT PARAGRAPH
           END-IF

           MOVE 'M' TO SUS-STATUS
           MOVE OPER-SESS-ID TO SUS-OPER
           REWRITE SUSPENSE-REC
           IF FS-SUSPENSE NOT = '00'
               DISPLAY "Erro ao gravar em file/suspense.txt: "
                       FS-SUSPENSE
               STOP RUN
           END-IF
           CLOSE SUSPENSE
           DISPLAY "Item marcado para devolucao."

           MOVE 'SUSPENSE' TO MA-FILE
           MOVE SPACES TO MA-KEY
           MOVE WS-TARGET-SEQ TO MA-KEY (1:9)
           MOVE 'STATUS' TO MA-FIELD
           MOVE 'S' TO MA-OLD
           MOVE 'M' TO MA-NEW
           MOVE OPER-SESS-ID TO MA-OPER
           PERFORM WRITE-MAINT-AUDIT.

      ******************************************************************
      *    DATA DE NEGOCIO PARA A DATA DE FECHO DO ITEM
      ******************************************************************
       GET-BUSINESS-DATE.
           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    A ALTERACAO FICA NO LOG DE AUDITORIA DAS MANUTENCOES
      ******************************************************************
       WRITE-MAINT-AUDIT.
           CALL 'MNTAUDIT' USING MNTAUDIT-PARM
           IF MA-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/maint_audit.txt: "
                       MA-STATUS
               STOP RUN
           END-IF.

      *    (ORDENADOS/SALARIOS EM LOTE). LE O FICHEIRO DE ENTRADA
      *    file/pay_inbound.txt (UM CREDITO POR LINHA, POSICOES FIXAS:
      *    DONO 1-6, CONTA 7-12, VALOR 13-21, REFERENCIA DO ORDENANTE
      *    22-41, ENTRE UM CABECALHO E UM RODAPE - VER INBCTL.cpy),
      *    CREDITA CADA ITEM COMO MOVIMENTO 'PAYROLL' NO RAZAO
      *    E PASSA PARA A FILA DE SUSPENSOS (file/suspense.txt - VER
      *    SUSPENSE.cpy) CADA ITEM QUE NAO PODE APLICAR, COM UM CODIGO
      *    NO ESPIRITO DO DDCLEAR:
      *      R01 = CONTA INEXISTENTE      R02 = CONTA FECHADA (OU
      *                                   COM O SALDO ENTREGUE COMO
      *                                   NAO RECLAMADO - 'U')
      *      R03 = CONTA DORMENTE
      *      R04 = DIGITO DE CONTROLO INVALIDO (DONO OU CONTA)
      *      R05 = CONTA NOUTRA MOEDA (OS CREDITOS SAO EM MOEDA
      *            NACIONAL)
      *    UM CREDITO A UMA CONTA DORMENTE FICA SUSPENSO EM VEZ DE
      *    APLICADO EM SILENCIO: A CONTA SO VOLTA A MOVIMENTAR DEPOIS
      *    DE O CLIENTE SER REIDENTIFICADO E A CONTA REATIVADA. OS
      *    SUSPENSOS SAO REPARADOS NO SUSPMNT; O SUSPRUN DEVOLVE EM
      *    file/pay_returns.txt OS QUE NAO FOREM REPARADOS A TEMPO.
      *    CORRE ANTES DO INTACCR NO CICLO DE FIM-DE-DIA. NO FIM O
      *    FICHEIRO DE ENTRADA E ESVAZIADO, PARA O MESMO LOTE NUNCA
      *    SER CREDITADO UMA SEGUNDA VEZ NOUTRA DATA DE NEGOCIO.
      *    ANTES DE CREDITAR O PRIMEIRO ITEM O FICHEIRO E VALIDADO NO
      *    INBCHK (CABECALHO, RODAPE, DUPLICADOS E SEQUENCIA DO
      *    EMISSOR): UM FICHEIRO RECUSADO NAO E CREDITADO NEM
      *    ESVAZIADO, FICA COMO CHEGOU PARA SER ANALISADO.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT PAYINBOUND ASSIGN 'file/pay_inbound.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAYINBOUND.
           SELECT SUSPENSE ASSIGN 'file/suspense.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-SEQ
               FILE STATUS IS FS-SUSPENSE.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 PAYIN-ID-ACCOUNT          PIC 9(6).
           05 PAYIN-AMOUNT              PIC 9(7)V99.
           05 PAYIN-ORIG-REF            PIC X(20).
      *    CABECALHO ('H') E RODAPE ('T') - VER INBCTL.cpy
       01 PAYIN-CTL.
           05 PAYIN-CTL-TYPE            PIC X(1).
           05 FILLER                    PIC X(30).

       FD SUSPENSE.
           COPY 'SUSPENSE.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-READ-COUNT                 PIC 9(6) VALUE 0.
       01 WS-PAID-COUNT                 PIC 9(6) VALUE 0.
       01 WS-SUSP-COUNT                 PIC 9(6) VALUE 0.
       01 WS-PAID-TOTAL                 PIC 9(11)V99 VALUE 0.
       01 WS-RETURN-CODE                PIC X(3).
       01 WS-NEXT-SUSP-SEQ              PIC 9(9) VALUE 0.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1) VALUE 'N'.
      *    VARIABLE FILE STATUS
       01 FS-PAYINBOUND                 PIC X(2).
       01 FS-SUSPENSE                   PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
      *    BLOCO DE PARAMETROS DA GRAVACAO NO RAZAO
           COPY 'TRANSPRM.cpy'.
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO DIGITO DE CONTROLO
           COPY 'CHKDPRM.cpy'.
      *    BLOCO DE PARAMETROS DA VALIDACAO DO FICHEIRO DE ENTRADA
           COPY 'INBCPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE

           MOVE 'R' TO FC-FUNC
           MOVE ZERO TO FC-DATE
           MOVE SPACES TO FC-FROM-CUR
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro nos cambios: " FC-STATUS
               STOP RUN
           END-IF

           PERFORM CHECK-INBOUND-FILE

           OPEN INPUT PAYINBOUND
           IF FS-PAYINBOUND = '35'
               DISPLAY "PAYCLEAR: sem ficheiro de creditos a "
               STOP RUN
           END-IF

           PERFORM OPEN-SUSPENSE-QUEUE

           OPEN I-O ACCOUNTS
           IF FS-ACCOUNTS = '35'
      *        SEM CONTAS, TODOS OS ITENS FICAM SUSPENSOS
               MOVE 'N' TO END-FILE
               PERFORM UNTIL END-FILE = 'S'
                   READ PAYINBOUND
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF PAYIN-CTL-TYPE NOT = 'H'
                              AND PAYIN-CTL-TYPE NOT = 'T'
                               ADD 1 TO WS-READ-COUNT
                               MOVE 'R01' TO WS-RETURN-CODE
                               PERFORM WRITE-SUSPENSE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF PAYIN-CTL-TYPE NOT = 'H'
                              AND PAYIN-CTL-TYPE NOT = 'T'
                               ADD 1 TO WS-READ-COUNT
                               PERFORM APPLY-ONE-CREDIT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ACCOUNTS
           END-IF

           CLOSE SUSPENSE
           CLOSE PAYINBOUND
      ******************************************************************
      *    CONSUMIR O FICHEIRO DE ENTRADA: UM LOTE JA COMPENSADO NAO
           END-IF
           CLOSE PAYINBOUND

           MOVE WS-READ-COUNT TO RC-READ-COUNT
           MOVE WS-PAID-COUNT TO RC-POSTED-COUNT
           MOVE WS-SUSP-COUNT TO RC-REJECT-COUNT
           MOVE WS-PAID-TOTAL TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "PAYCLEAR: " WS-READ-COUNT " item(ns) lido(s), "
                   WS-PAID-COUNT " creditado(s), "
                   WS-SUSP-COUNT " em suspenso".

           STOP RUN.

      ******************************************************************
      *    VALIDAR O FICHEIRO ANTES DE CREDITAR O PRIMEIRO ITEM. UM
      *    FICHEIRO RECUSADO E RECUSADO POR INTEIRO: NADA E CREDITADO
      *    NEM SUSPENSO, O PASSO FICA CARIMBADO PARA O CICLO CONTINUAR
      *    E O FICHEIRO FICA COMO CHEGOU (O MOTIVO FICA EM
      *    file/inbound_log.txt)
      ******************************************************************
       CHECK-INBOUND-FILE.
           MOVE 'PAYCLEAR' TO IB-INTERFACE
           MOVE 'file/pay_inbound.txt' TO IB-FILENAME
           MOVE 13 TO IB-AMOUNT-POS
           MOVE WS-BUSDATE TO IB-BUSDATE
           CALL 'INBCHK' USING INBCHK-PARM
           IF IB-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF IB-STATUS NOT = '00'
               DISPLAY "Erro na validacao de file/pay_inbound.txt: "
                       IB-STATUS
               STOP RUN
           END-IF
           IF IB-RESULT NOT = '000'
               DISPLAY "PAYCLEAR: FICHEIRO RECUSADO - " IB-RESULT " "
                       IB-REASON
               DISPLAY "PAYCLEAR: emissor " IB-SENDER " sequencia "
                       IB-SEQ " - " IB-COUNT " credito(s) nao "
                       "compensado(s)"
               MOVE IB-COUNT TO RC-READ-COUNT
               MOVE IB-COUNT TO RC-REJECT-COUNT
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
           DISPLAY "PAYCLEAR: ficheiro " IB-SENDER " sequencia "
                   IB-SEQ " aceite (" IB-COUNT " credito(s))".

      ******************************************************************
      *    APLICAR UM CREDITO. AO CONTRARIO DO DEBITO NAO HA REGRA DE
      *    SALDO, MAS UMA CONTA FECHADA OU DORMENTE SUSPENDE O ITEM EM
      *    VEZ DE O RECEBER EM SILENCIO.
      ******************************************************************
       APPLY-ONE-CREDIT.
           END-IF
           IF CD-VALID NOT = 'S'
               MOVE 'R04' TO WS-RETURN-CODE
               PERFORM WRITE-SUSPENSE-ITEM
               EXIT PARAGRAPH
           END-IF

               NOT INVALID KEY
                   EVALUATE ACCOUNTS-STATUS
                       WHEN 'C'
                       WHEN 'U'
                           MOVE 'R02' TO WS-RETURN-CODE
                       WHEN 'D'
                           MOVE 'R03' TO WS-RETURN-CODE
                       WHEN OTHER
                           IF ACCOUNTS-CURRENCY NOT = SPACES
                              AND ACCOUNTS-CURRENCY NOT = FC-HOME-CUR
                               MOVE 'R05' TO WS-RETURN-CODE
                           END-IF
                   END-EVALUATE
           END-READ

           IF WS-RETURN-CODE = SPACES
               PERFORM POST-ONE-CREDIT
           ELSE
               PERFORM WRITE-SUSPENSE-ITEM
           END-IF.

      ******************************************************************
               STOP RUN
           END-IF

           ADD 1 TO WS-PAID-COUNT
           ADD PAYIN-AMOUNT TO WS-PAID-TOTAL.

      ******************************************************************
      *    ABRIR A FILA DE SUSPENSOS (CRIADA NA PRIMEIRA VEZ) E
      *    ACHAR O ULTIMO NUMERO ATRIBUIDO
      ******************************************************************
       OPEN-SUSPENSE-QUEUE.
           OPEN I-O SUSPENSE
           IF FS-SUSPENSE = '35'
               OPEN OUTPUT SUSPENSE
               IF FS-SUSPENSE NOT = '00'
                   DISPLAY "Erro ao criar file/suspense.txt: "
                           FS-SUSPENSE
                   STOP RUN
               END-IF
               CLOSE SUSPENSE
               OPEN I-O SUSPENSE
           END-IF
           IF FS-SUSPENSE NOT = '00'
               DISPLAY "Erro ao abrir file/suspense.txt: " FS-SUSPENSE
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ SUSPENSE NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       MOVE SUS-SEQ TO WS-NEXT-SUSP-SEQ
               END-READ
           END-PERFORM
           MOVE 'N' TO END-FILE.

      ******************************************************************
      *    PASSAR UM ITEM QUE NAO PODE SER APLICADO PARA A FILA DE
      *    SUSPENSOS, TAL COMO VEIO E COM O CODIGO DO MOTIVO
      ******************************************************************
       WRITE-SUSPENSE-ITEM.
           ADD 1 TO WS-SUSP-COUNT
           ADD 1 TO WS-NEXT-SUSP-SEQ
           MOVE WS-NEXT-SUSP-SEQ TO SUS-SEQ
           MOVE PAYIN-ID-USER TO SUS-ID-USER
           MOVE PAYIN-ID-ACCOUNT TO SUS-ID-ACCOUNT
           MOVE PAYIN-AMOUNT TO SUS-AMOUNT
           MOVE PAYIN-ORIG-REF TO SUS-ORIG-REF
           MOVE WS-RETURN-CODE TO SUS-REASON
           MOVE WS-BUSDATE TO SUS-RECV-DATE
           MOVE 'S' TO SUS-STATUS
           MOVE ZERO TO SUS-POST-USER
           MOVE ZERO TO SUS-POST-ACCOUNT
           MOVE ZERO TO SUS-POST-SEQ
           MOVE ZERO TO SUS-CLOSE-DATE
           MOVE ZERO TO SUS-OPER
           WRITE SUSPENSE-REC
           IF FS-SUSPENSE NOT = '00'
               DISPLAY "Erro ao gravar em file/suspense.txt: "
                       FS-SUSPENSE
               STOP RUN
           END-IF.


      *    ESCREVE O ITEM NO FICHEIRO DE SAIDA file/pay_outbound.txt,
      *    EMBRULHADO EM CABECALHO E RODAPE DE CONTROLO COMO A
      *    INTERFACE DO GLEXTR. OS ITENS RECUSADOS FICAM MARCADOS 'R'
      *    E REPORTADOS EM file/outpay_report.txt. O NOME DO
      *    BENEFICIARIO PASSA PELA FILTRAGEM DE SANCOES (SANCSCR): UMA
      *    COINCIDENCIA EM REVISAO RETEM O PAGAMENTO ('H') SEM DEBITO
      *    ATE A DECISAO NO SANCMNT, E UMA COINCIDENCIA CONFIRMADA
      *    RECUSA-O. UM PAGAMENTO PARA UM BENEFICIARIO RETIDO FICA
      *    PENDENTE NA FILA ATE O BENEFICIARIO SER DECIDIDO.
      *
      *    LAYOUT DE file/pay_outbound.txt (POSICOES FIXAS):
      *      'H' DATA(8)
       01 WS-PEND-COUNT                 PIC 9(6) VALUE 0.
       01 WS-SENT-COUNT                 PIC 9(6) VALUE 0.
       01 WS-SKIP-COUNT                 PIC 9(6) VALUE 0.
       01 WS-HELD-COUNT                 PIC 9(6) VALUE 0.
       01 WS-SENT-TOTAL                 PIC 9(11)V99 VALUE 0.
       01 WS-SKIP-REASON                PIC X(40).
       01 WS-HOLD-REASON                PIC X(40).
       01 WS-HOLD-STATUS                PIC X(1).
       01 WS-AVAILABLE                  PIC S9(9)V99.
       01 WS-REPORT-LINE                PIC X(80).
      *    REGISTOS DA INTERFACE DE SAIDA
           COPY 'HOLDPRM.cpy'.
      *    BLOCO DE PARAMETROS DO ESTADO DE VIDA DO CLIENTE
           COPY 'CLISTPRM.cpy'.
      *    BLOCO DE PARAMETROS DA FILTRAGEM DE SANCOES
           COPY 'SANCPRM.cpy'.

       PROCEDURE DIVISION.

           END-IF
           CLOSE OUTPAY

           MOVE WS-PEND-COUNT TO RC-READ-COUNT
           MOVE WS-SENT-COUNT TO RC-POSTED-COUNT
           COMPUTE RC-REJECT-COUNT = WS-HELD-COUNT + WS-SKIP-COUNT
           MOVE WS-SENT-TOTAL TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "PAYOUTRN: " WS-PEND-COUNT " item(ns) pendente(s), "
                   WS-SENT-COUNT " enviado(s), "
                   WS-SKIP-COUNT " recusado(s), "
                   WS-HELD-COUNT " retido(s)".

           STOP RUN.

      ******************************************************************
       PROCESS-ONE-PAYMENT.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE SPACES TO WS-HOLD-REASON
      ******************************************************************
      *    UM CLIENTE BLOQUEADO OU FALECIDO NAO TRANSACIONA NADA -
      *    O PAGAMENTO FICA RECUSADO
                           MOVE 'BENEFICIARIO INEXISTENTE'
                               TO WS-SKIP-REASON
                       NOT INVALID KEY
                           EVALUATE BENEF-ACTIVE
                               WHEN 'S'
                                   PERFORM SCREEN-PAYMENT
                               WHEN 'R'
                                   MOVE 'P' TO WS-HOLD-STATUS
                                   MOVE 'BENEFICIARIO EM REVISAO'
                                       TO WS-HOLD-REASON
                               WHEN OTHER
                                   MOVE 'BENEFICIARIO DESATIVADO'
                                       TO WS-SKIP-REASON
                           END-EVALUATE
                   END-READ
               END-IF
           END-IF

           IF WS-HOLD-REASON NOT = SPACES
               PERFORM REPORT-HELD-PAYMENT
               EXIT PARAGRAPH
           END-IF

           IF WS-SKIP-REASON = SPACES
               IF FS-ACCOUNTS = '35'
                   MOVE 'CONTA INEXISTENTE' TO WS-SKIP-REASON
                               WHEN 'D'
                                   MOVE 'CONTA DORMENTE'
                                       TO WS-SKIP-REASON
                               WHEN 'U'
                                   MOVE 'SALDO ENTREGUE NAO RECLAMADO'
                                       TO WS-SKIP-REASON
                               WHEN OTHER
                                   PERFORM CHECK-AVAILABLE-FUNDS
                           END-EVALUATE
               PERFORM REPORT-SKIPPED-PAYMENT
           END-IF.

      ******************************************************************
      *    FILTRAR O NOME DO BENEFICIARIO CONTRA A LISTA DE SANCOES
      ******************************************************************
       SCREEN-PAYMENT.
           MOVE 'S' TO SC-FUNC
           MOVE 'P' TO SC-KIND
           MOVE OUTPAY-ID-USER TO SC-ID-USER
           MOVE OUTPAY-SEQ TO SC-REF
           MOVE BENEF-NAME TO SC-NAME
           MOVE 'P' TO SC-PREV-STATUS
           MOVE 'PAYOUTRN' TO SC-ORIGIN
           MOVE OUTPAY-QUEUED-BY TO SC-OPER
           CALL 'SANCSCR' USING SANCSCR-PARM
           IF SC-STATUS NOT = '00'
               DISPLAY "Erro na filtragem de sancoes: " SC-STATUS
               STOP RUN
           END-IF
           EVALUATE SC-RESULT
               WHEN 'R'
                   MOVE 'H' TO WS-HOLD-STATUS
                   MOVE 'COINCIDENCIA COM LISTA DE SANCOES'
                       TO WS-HOLD-REASON
               WHEN 'C'
                   MOVE 'BENEFICIARIO SANCIONADO' TO WS-SKIP-REASON
           END-EVALUATE.

      ******************************************************************
      *    O DEBITO RESPEITA O SALDO DISPONIVEL (SALDO MENOS
      *    CATIVACOES ATIVAS, MAIS O DESCOBERTO)
               STOP RUN
           END-IF.

      ******************************************************************
      *    UM PAGAMENTO RETIDO NAO MEXE EM SALDOS: FICA 'H' ATE A
      *    DECISAO NO SANCMNT, OU PENDENTE ('P') ENQUANTO O
      *    BENEFICIARIO ESTIVER EM REVISAO
      ******************************************************************
       REPORT-HELD-PAYMENT.
           IF WS-HOLD-STATUS NOT = OUTPAY-STATUS
               MOVE WS-HOLD-STATUS TO OUTPAY-STATUS
               REWRITE OUTPAY-REC
               IF FS-OUTPAY NOT = '00'
                   DISPLAY "Erro ao gravar em file/outpay.txt: "
                           FS-OUTPAY
                   STOP RUN
               END-IF
           END-IF

           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PAGAMENTO ' DELIMITED SIZE
                  OUTPAY-SEQ DELIMITED SIZE
                  ' RETIDO - ' DELIMITED SIZE
                  WS-HOLD-REASON DELIMITED SIZE
               INTO WS-REPORT-LINE
           DISPLAY "PAYOUTRN: " WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PAYRPT-REC
           WRITE PAYRPT-REC
           IF FS-PAYRPT NOT = '00'
               DISPLAY "Erro ao gravar em file/outpay_report.txt: "
                       FS-PAYRPT
               STOP RUN
           END-IF.

      ******************************************************************
      *    MARCAR O ITEM COMO RECUSADO E REPORTA-LO
      ******************************************************************

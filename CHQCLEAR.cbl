      *    JOB DE FIM-DE-DIA: COMPENSACAO DE CHEQUES APRESENTADOS. LE
      *    O FICHEIRO DE ENTRADA file/chq_inbound.txt (UM CHEQUE POR
      *    LINHA, POSICOES FIXAS: DONO 1-6, CONTA 7-12, CHEQUE 13-20,
      *    VALOR 21-29, ENTRE UM CABECALHO E UM RODAPE - VER
      *    INBCTL.cpy), VALIDA CADA APRESENTACAO CONTRA O REGISTO DE
      *    REQUISICOES (file/chqreg.txt), OS CHEQUES JA PAGOS
      *    (file/chqpaid.txt) E AS ORDENS DE NAO PAGAMENTO
      *    (file/chqstop.txt), APLICA AS REGRAS DE ESTADO, DESCOBERTO
      *    CAMPO TRANSACTS-RECEIPT, PARA O EXTRATO E A CONSULTA DE
      *    MOVIMENTOS O MOSTRAREM. OS RECUSADOS SAEM EM
      *    file/chq_returns.txt COM UM CODIGO:
      *      R01 = CONTA INEXISTENTE      R02 = CONTA FECHADA (OU
      *                                   COM O SALDO ENTREGUE COMO
      *                                   NAO RECLAMADO - 'U')
      *      R03 = CONTA DORMENTE         R04 = SALDO INSUFICIENTE
      *      R05 = CHEQUE FORA DE REQUISICAO
      *      R06 = CHEQUE JA PAGO (DUPLICADO)
      *      R07 = ORDEM DE NAO PAGAMENTO ATIVA
      *      R08 = CONTA NOUTRA MOEDA (OS CHEQUES SAO EM MOEDA NACIONAL)
      *    NO FIM O FICHEIRO DE ENTRADA E ESVAZIADO, PARA O MESMO
      *    LOTE NUNCA SER PAGO UMA SEGUNDA VEZ NOUTRA DATA DE NEGOCIO.
      *    ANTES DE PAGAR O PRIMEIRO CHEQUE O FICHEIRO E VALIDADO NO
      *    INBCHK (CABECALHO, RODAPE, DUPLICADOS E SEQUENCIA DO
      *    EMISSOR): UM FICHEIRO RECUSADO NAO E PAGO NEM ESVAZIADO,
      *    FICA COMO CHEGOU PARA SER ANALISADO.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 CHQIN-ID-ACCOUNT          PIC 9(6).
           05 CHQIN-CHEQUE-NO           PIC 9(8).
           05 CHQIN-AMOUNT              PIC 9(7)V99.
      *    CABECALHO ('H') E RODAPE ('T') - VER INBCTL.cpy
       01 CHQIN-CTL.
           05 CHQIN-CTL-TYPE            PIC X(1).
           05 FILLER                    PIC X(30).

       FD CHQRETURNS.
       01 CHQRETURNS-REC                PIC X(40).
       01 WS-READ-COUNT                 PIC 9(6) VALUE 0.
       01 WS-PAID-COUNT                 PIC 9(6) VALUE 0.
       01 WS-RETURN-COUNT               PIC 9(6) VALUE 0.
       01 WS-PAID-TOTAL                 PIC 9(11)V99 VALUE 0.
       01 WS-RETURN-CODE                PIC X(3).
       01 WS-AVAILABLE                  PIC S9(9)V99.
       01 WS-RANGE-FOUND                PIC X(1).
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DA SOMA DE CATIVACOES
           COPY 'HOLDPRM.cpy'.
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

           OPEN INPUT CHQINBOUND
           IF FS-CHQINBOUND = '35'
               DISPLAY "CHQCLEAR: sem cheques a compensar - nada a "
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF CHQIN-CTL-TYPE NOT = 'H'
                          AND CHQIN-CTL-TYPE NOT = 'T'
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-ONE-CHEQUE
                       END-IF
               END-READ
           END-PERFORM

           END-IF
           CLOSE CHQINBOUND

           MOVE WS-READ-COUNT TO RC-READ-COUNT
           MOVE WS-PAID-COUNT TO RC-POSTED-COUNT
           MOVE WS-RETURN-COUNT TO RC-REJECT-COUNT
           MOVE WS-PAID-TOTAL TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "CHQCLEAR: " WS-READ-COUNT " cheque(s) lido(s), "

           STOP RUN.

      ******************************************************************
      *    VALIDAR O FICHEIRO ANTES DE PAGAR O PRIMEIRO CHEQUE. UM
      *    FICHEIRO RECUSADO E RECUSADO POR INTEIRO: NADA E PAGO NEM
      *    DEVOLVIDO, O PASSO FICA CARIMBADO PARA O CICLO CONTINUAR E
      *    O FICHEIRO FICA COMO CHEGOU (O MOTIVO FICA EM
      *    file/inbound_log.txt)
      ******************************************************************
       CHECK-INBOUND-FILE.
           MOVE 'CHQCLEAR' TO IB-INTERFACE
           MOVE 'file/chq_inbound.txt' TO IB-FILENAME
           MOVE 21 TO IB-AMOUNT-POS
           MOVE WS-BUSDATE TO IB-BUSDATE
           CALL 'INBCHK' USING INBCHK-PARM
           IF IB-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF IB-STATUS NOT = '00'
               DISPLAY "Erro na validacao de file/chq_inbound.txt: "
                       IB-STATUS
               STOP RUN
           END-IF
           IF IB-RESULT NOT = '000'
               DISPLAY "CHQCLEAR: FICHEIRO RECUSADO - " IB-RESULT " "
                       IB-REASON
               DISPLAY "CHQCLEAR: emissor " IB-SENDER " sequencia "
                       IB-SEQ " - " IB-COUNT " cheque(s) nao "
                       "compensado(s)"
               MOVE IB-COUNT TO RC-READ-COUNT
               MOVE IB-COUNT TO RC-REJECT-COUNT
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
           DISPLAY "CHQCLEAR: ficheiro " IB-SENDER " sequencia "
                   IB-SEQ " aceite (" IB-COUNT " cheque(s))".

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
                   NOT INVALID KEY
                       EVALUATE ACCOUNTS-STATUS
                           WHEN 'C'
                           WHEN 'U'
                               MOVE 'R02' TO WS-RETURN-CODE
                           WHEN 'D'
                               MOVE 'R03' TO WS-RETURN-CODE
                           WHEN OTHER
                               IF ACCOUNTS-CURRENCY NOT = SPACES
                                  AND ACCOUNTS-CURRENCY
                                      NOT = FC-HOME-CUR
                                   MOVE 'R08' TO WS-RETURN-CODE
                               END-IF
                       END-EVALUATE
               END-READ
           END-IF
               STOP RUN
           END-IF

           ADD 1 TO WS-PAID-COUNT
           ADD CHQIN-AMOUNT TO WS-PAID-TOTAL.

      ******************************************************************
      *    DEVOLVER UM CHEQUE RECUSADO: REGISTO ORIGINAL + CODIGO

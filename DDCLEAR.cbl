      *    JOB DE FIM-DE-DIA: COMPENSACAO DE DEBITOS DIRETOS. LE O
      *    FICHEIRO DE ENTRADA file/dd_inbound.txt (UM DEBITO POR
      *    LINHA, POSICOES FIXAS: DONO 1-6, CONTA 7-12, VALOR 13-21,
      *    REFERENCIA DO ORDENANTE 22-41, ENTRE UM CABECALHO E UM
      *    RODAPE - VER INBCTL.cpy), APLICA CADA DEBITO COM AS
      *    MESMAS REGRAS DE ESTADO, DESCOBERTO E SALDO DISPONIVEL DO
      *    WITHDRAW, GRAVA OS MOVIMENTOS 'DDEBIT' NO RAZAO E DEVOLVE
      *    EM file/dd_returns.txt CADA ITEM RECUSADO COM UM CODIGO:
      *      R01 = CONTA INEXISTENTE      R02 = CONTA FECHADA (OU
      *                                   COM O SALDO ENTREGUE COMO
      *                                   NAO RECLAMADO - 'U')
      *      R03 = CONTA DORMENTE         R04 = SALDO INSUFICIENTE
      *      R05 = CLIENTE BLOQUEADO OU FALECIDO
      *      R06 = DIGITO DE CONTROLO INVALIDO (DONO OU CONTA)
      *      R07 = SEM MANDATO ATIVO PARA A CONTA E O ORDENANTE
      *      R08 = VALOR ACIMA DO MAXIMO DO MANDATO
      *      R09 = CONTA NOUTRA MOEDA (OS DEBITOS DIRETOS SAO EM
      *            MOEDA NACIONAL)
      *    SO E DEBITADO O QUE TEM UM MANDATO ATIVO EM
      *    file/ddmandates.txt (DDMNDMNT) PARA A CONTA E A REFERENCIA
      *    DO ORDENANTE. CADA ITEM, DEBITADO OU DEVOLVIDO, SAI NA
      *    GERACAO DATADA file/dd_report_AAAAMMDD.txt (CATALOGADA NO
      *    SPOOL), COM A PRIMEIRA COBRANCA DE CADA MANDATO ASSINALADA.
      *    CORRE ANTES DO INTACCR NO CICLO DE FIM-DE-DIA. NO FIM O
      *    FICHEIRO DE ENTRADA E ESVAZIADO, PARA O MESMO LOTE NUNCA
      *    SER DEBITADO UMA SEGUNDA VEZ NOUTRA DATA DE NEGOCIO.
      *    ANTES DE DEBITAR O PRIMEIRO ITEM O FICHEIRO E VALIDADO NO
      *    INBCHK (CABECALHO, RODAPE, DUPLICADOS E SEQUENCIA DO
      *    EMISSOR): UM FICHEIRO RECUSADO NAO E DEBITADO NEM
      *    ESVAZIADO, FICA COMO CHEGOU PARA SER ANALISADO.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT DDMAND ASSIGN 'file/ddmandates.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDM-KEY
               FILE STATUS IS FS-DDMAND.
           SELECT DDRPT ASSIGN WS-DDRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DDRPT.

       DATA DIVISION.
       FILE SECTION.
           05 DDIN-ID-ACCOUNT           PIC 9(6).
           05 DDIN-AMOUNT               PIC 9(7)V99.
           05 DDIN-ORIG-REF             PIC X(20).
      *    CABECALHO ('H') E RODAPE ('T') - VER INBCTL.cpy
       01 DDIN-CTL.
           05 DDIN-CTL-TYPE             PIC X(1).
           05 FILLER                    PIC X(30).

       FD DDRETURNS.
       01 DDRETURNS-REC                 PIC X(50).
       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD DDMAND.
           COPY 'DDMAND.cpy'.

       FD DDRPT.
       01 DDRPT-REC                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-READ-COUNT                 PIC 9(6) VALUE 0.
       01 WS-PAID-COUNT                 PIC 9(6) VALUE 0.
       01 WS-RETURN-COUNT               PIC 9(6) VALUE 0.
       01 WS-PAID-TOTAL                 PIC 9(11)V99 VALUE 0.
       01 WS-RETURN-CODE                PIC X(3).
       01 WS-AVAILABLE                  PIC S9(9)V99.
       01 WS-RETURN-LINE                PIC X(50).
       01 WS-FIRST-COUNT                PIC 9(6) VALUE 0.
      *    MANDATOS: SEM FICHEIRO NAO HA MANDATO NENHUM (TUDO R07)
       01 WS-MAND-OPEN                  PIC X(1) VALUE 'N'.
       01 WS-FIRST-COLL                 PIC X(1).
      *    GERACAO DATADA NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-DDRPT-NAME                 PIC X(40).
       01 WS-REPORT-LINE                PIC X(80).
       01 WS-RESULT                     PIC X(12).
       01 WS-AMOUNT-EDIT                PIC 9(7),99.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1) VALUE 'N'.
      *    VARIABLE FILE STATUS
       01 FS-DDINBOUND                  PIC X(2).
       01 FS-DDRETURNS                  PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-DDMAND                     PIC X(2).
       01 FS-DDRPT                      PIC X(2).
      *    BLOCO DE PARAMETROS DA GRAVACAO NO RAZAO
           COPY 'TRANSPRM.cpy'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'CLISTPRM.cpy'.
      *    BLOCO DE PARAMETROS DO DIGITO DE CONTROLO
           COPY 'CHKDPRM.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
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

           OPEN INPUT DDINBOUND
           IF FS-DDINBOUND = '35'
               DISPLAY "DDCLEAR: sem ficheiro de debitos a compensar "
               STOP RUN
           END-IF

           MOVE SPACES TO WS-DDRPT-NAME
           STRING 'file/dd_report_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-DDRPT-NAME
           OPEN OUTPUT DDRPT
           IF FS-DDRPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-DDRPT-NAME ": " FS-DDRPT
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COMPENSACAO DE DEBITOS DIRETOS - DATA DE NEGOCIO '
                      DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'DONO   CONTA  VALOR      REFERENCIA' TO WS-REPORT-LINE
           MOVE 'RESULTADO' TO WS-REPORT-LINE (47:9)
           PERFORM WRITE-REPORT-LINE

           OPEN I-O DDMAND
           IF FS-DDMAND = '00'
               MOVE 'S' TO WS-MAND-OPEN
           ELSE
               IF FS-DDMAND NOT = '35'
                   DISPLAY "Erro ao abrir file/ddmandates.txt: "
                           FS-DDMAND
                   STOP RUN
               END-IF
               DISPLAY "DDCLEAR: AVISO: file/ddmandates.txt nao existe "
                       "- os debitos sao todos devolvidos (R07)"
           END-IF

           OPEN I-O ACCOUNTS
           IF FS-ACCOUNTS = '35'
      *        SEM CONTAS, TODOS OS ITENS SAO DEVOLVIDOS
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF DDIN-CTL-TYPE NOT = 'H'
                              AND DDIN-CTL-TYPE NOT = 'T'
                               ADD 1 TO WS-READ-COUNT
                               MOVE 'R01' TO WS-RETURN-CODE
                               PERFORM WRITE-RETURN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF DDIN-CTL-TYPE NOT = 'H'
                              AND DDIN-CTL-TYPE NOT = 'T'
                               ADD 1 TO WS-READ-COUNT
                               PERFORM APPLY-ONE-DEBIT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ACCOUNTS
           END-IF

           IF WS-MAND-OPEN = 'S'
               CLOSE DDMAND
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LIDOS: ' DELIMITED SIZE
                  WS-READ-COUNT DELIMITED SIZE
                  '  DEBITADOS: ' DELIMITED SIZE
                  WS-PAID-COUNT DELIMITED SIZE
                  '  DEVOLVIDOS: ' DELIMITED SIZE
                  WS-RETURN-COUNT DELIMITED SIZE
                  '  1AS COBRANCAS: ' DELIMITED SIZE
                  WS-FIRST-COUNT DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE DDRPT
      ******************************************************************
      *    CATALOGAR A GERACAO PARA O SPOOLINQ A ENCONTRAR
      ******************************************************************
           MOVE 'DDCLEAR' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-DDRPT-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           CLOSE DDRETURNS
           CLOSE DDINBOUND
      ******************************************************************
           END-IF
           CLOSE DDINBOUND

           MOVE WS-READ-COUNT TO RC-READ-COUNT
           MOVE WS-PAID-COUNT TO RC-POSTED-COUNT
           MOVE WS-RETURN-COUNT TO RC-REJECT-COUNT
           MOVE WS-PAID-TOTAL TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "DDCLEAR: " WS-READ-COUNT " item(ns) lido(s), "

           STOP RUN.

      ******************************************************************
      *    VALIDAR O FICHEIRO ANTES DE DEBITAR O PRIMEIRO ITEM. UM
      *    FICHEIRO RECUSADO E RECUSADO POR INTEIRO: NADA E DEBITADO,
      *    O PASSO FICA CARIMBADO PARA O CICLO CONTINUAR E O FICHEIRO
      *    FICA COMO CHEGOU (O MOTIVO FICA EM file/inbound_log.txt)
      ******************************************************************
       CHECK-INBOUND-FILE.
           MOVE 'DDCLEAR' TO IB-INTERFACE
           MOVE 'file/dd_inbound.txt' TO IB-FILENAME
           MOVE 13 TO IB-AMOUNT-POS
           MOVE WS-BUSDATE TO IB-BUSDATE
           CALL 'INBCHK' USING INBCHK-PARM
           IF IB-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF IB-STATUS NOT = '00'
               DISPLAY "Erro na validacao de file/dd_inbound.txt: "
                       IB-STATUS
               STOP RUN
           END-IF
           IF IB-RESULT NOT = '000'
               DISPLAY "DDCLEAR: FICHEIRO RECUSADO - " IB-RESULT " "
                       IB-REASON
               DISPLAY "DDCLEAR: emissor " IB-SENDER " sequencia "
                       IB-SEQ " - " IB-COUNT " debito(s) nao "
                       "compensado(s)"
               MOVE IB-COUNT TO RC-READ-COUNT
               MOVE IB-COUNT TO RC-REJECT-COUNT
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
           DISPLAY "DDCLEAR: ficheiro " IB-SENDER " sequencia " IB-SEQ
                   " aceite (" IB-COUNT " debito(s))".

      ******************************************************************
      *    APLICAR UM DEBITO COM AS REGRAS DO WITHDRAW; O QUE NAO
      *    PASSAR VAI PARA O FICHEIRO DE DEVOLUCOES COM O CODIGO
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
                               MOVE 'R09' TO WS-RETURN-CODE
                           ELSE
                               PERFORM CHECK-MANDATE
                           END-IF
                           IF WS-RETURN-CODE = SPACES
                               PERFORM CHECK-AVAILABLE-FUNDS
                           END-IF
                   END-EVALUATE
           END-READ

               PERFORM WRITE-RETURN-ITEM
           END-IF.

      ******************************************************************
      *    O ORDENANTE TEM DE TER UM MANDATO ATIVO PARA ESTA CONTA E,
      *    SE O MANDATO TEM MAXIMO POR COBRANCA, O VALOR NAO O PODE
      *    PASSAR
      ******************************************************************
       CHECK-MANDATE.
           IF WS-MAND-OPEN NOT = 'S'
               MOVE 'R07' TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE DDIN-ID-USER TO DDM-ID-USER
           MOVE DDIN-ID-ACCOUNT TO DDM-ID-ACCOUNT
           MOVE DDIN-ORIG-REF TO DDM-ORIG-REF
           READ DDMAND
               INVALID KEY
                   MOVE 'R07' TO WS-RETURN-CODE
               NOT INVALID KEY
                   IF DDM-STATUS NOT = 'A'
                       MOVE 'R07' TO WS-RETURN-CODE
                   ELSE
                       IF DDM-MAX-AMOUNT > ZERO
                          AND DDIN-AMOUNT > DDM-MAX-AMOUNT
                           MOVE 'R08' TO WS-RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *    O DEBITO RESPEITA O SALDO DISPONIVEL (SALDO MENOS
      *    CATIVACOES ATIVAS, MAIS O DESCOBERTO)
               STOP RUN
           END-IF

           ADD 1 TO WS-PAID-COUNT
           ADD DDIN-AMOUNT TO WS-PAID-TOTAL
      ******************************************************************
      *    CONTAR A COBRANCA NO MANDATO; A PRIMEIRA SAI ASSINALADA
      ******************************************************************
           MOVE 'N' TO WS-FIRST-COLL
           IF DDM-COLL-COUNT = ZERO
               MOVE 'S' TO WS-FIRST-COLL
               ADD 1 TO WS-FIRST-COUNT
           END-IF
           ADD 1 TO DDM-COLL-COUNT
           MOVE WS-BUSDATE TO DDM-LAST-COLL-DATE
           REWRITE DDMAND-REC
           IF FS-DDMAND NOT = '00'
               DISPLAY "Erro ao gravar em file/ddmandates.txt: "
                       FS-DDMAND
               STOP RUN
           END-IF

           MOVE 'DEBITADO' TO WS-RESULT
           PERFORM WRITE-REPORT-ITEM.

      ******************************************************************
      *    DEVOLVER UM ITEM RECUSADO: REGISTO ORIGINAL + CODIGO
               DISPLAY "Erro ao gravar em file/dd_returns.txt: "
                       FS-DDRETURNS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RESULT
           STRING 'DEVOLVIDO ' DELIMITED SIZE
                  WS-RETURN-CODE DELIMITED SIZE
               INTO WS-RESULT
           MOVE 'N' TO WS-FIRST-COLL
           PERFORM WRITE-REPORT-ITEM.

      ******************************************************************
      *    UMA LINHA DO RELATORIO POR ITEM DO FICHEIRO DE ENTRADA
      ******************************************************************
       WRITE-REPORT-ITEM.
           MOVE DDIN-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING DDIN-ID-USER DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DDIN-ID-ACCOUNT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMOUNT-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  DDIN-ORIG-REF DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RESULT DELIMITED SIZE
               INTO WS-REPORT-LINE
           IF WS-FIRST-COLL = 'S'
               MOVE '1A COBRANCA' TO WS-REPORT-LINE (60:11)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DDRPT-REC
           WRITE DDRPT-REC
           IF FS-DDRPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-DDRPT-NAME ": "
                       FS-DDRPT
               STOP RUN
           END-IF.

      ******************************************************************

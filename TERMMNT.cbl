      *    QUEBRA ANTECIPADA E RESERVADA A SUPERVISORES E DEVOLVE SO
      *    O CAPITAL - OS JUROS CORRIDOS PERDEM-SE COMO PENALIZACAO.
      *    O PAGAMENTO NO VENCIMENTO E FEITO PELO TDMATURE NO CICLO
      *    DE FIM-DE-DIA, SEGUNDO A INSTRUCAO DE VENCIMENTO DADA NA
      *    ABERTURA (PAGAR TUDO, RENOVAR O CAPITAL E PAGAR OS JUROS
      *    OU RENOVAR CAPITAL MAIS JUROS - VER TERMDEP.cpy). ATE AO
      *    VENCIMENTO A INSTRUCAO PODE SER ALTERADA AQUI; CADA
      *    ALTERACAO FICA NO LOG DE AUDITORIA DAS MANUTENCOES.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WS-TODAY                      PIC 9(8).
       01 WS-TODAY-INT                  PIC 9(8).
       01 WS-MATURITY-DATE              PIC 9(8).
       01 WS-MAT-INSTR                  PIC X(1).
       01 WS-CHANGE-SEQ                 PIC 9(6).
      *    TAXA DIARIA CONGELADA NA ABERTURA
       01 WS-DEFAULT-RATE               PIC 9V9999 VALUE 0,001.
       01 WS-OPEN-RATE                  PIC 9V9999.
           COPY 'HOLDPRM.cpy'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO LOG DE AUDITORIA DAS MANUTENCOES
           COPY 'MNTAPRM.cpy'.

       LINKAGE SECTION.

               DISPLAY '1 - List term deposits'
               DISPLAY '2 - Open term deposit'
               DISPLAY '3 - Break term deposit early'
               DISPLAY '4 - Change maturity instruction'
               DISPLAY 'X - Exit'
               DISPLAY '> ' WITH NO ADVANCING
               ACCEPT INPUT-USER
                       PERFORM OPEN-TERM-DEPOSIT
                   WHEN 3
                       PERFORM BREAK-TERM-DEPOSIT
                   WHEN 4
                       PERFORM CHANGE-MATURITY-INSTR
                   WHEN 'X'
                       MOVE 'S' TO WS-DONE
               END-EVALUATE
               END-IF

               DISPLAY "DEP    CONTA  CAPITAL     TAXA    VENCIMENTO"
                       " ESTADO INSTR ANTERIOR"
               PERFORM UNTIL END-FILE = 'S'
                   READ TERMDEP NEXT RECORD
                       AT END
                                       WS-AMOUNT-EDIT ' '
                                       WS-RATE-EDIT ' '
                                       TD-MATURITY-DATE '   '
                                       TD-STATUS '      '
                                       TD-MAT-INSTR '     '
                                       TD-PREV-SEQ
                           END-IF
                   END-READ
               END-PERFORM
           ACCEPT WS-NEW-AMOUNT
           DISPLAY "Qual o prazo em dias?"
           ACCEPT WS-TERM-DAYS
           PERFORM ACCEPT-MAT-INSTR

           IF WS-NEW-AMOUNT = ZERO
               DISPLAY "O capital nao pode ser zero!"
               DISPLAY "O prazo nao pode ser zero!"
               EXIT PARAGRAPH
           END-IF
           IF WS-MAT-INSTR NOT = 'P' AND WS-MAT-INSTR NOT = 'C'
              AND WS-MAT-INSTR NOT = 'T'
               DISPLAY "Instrucao de vencimento invalida!"
               EXIT PARAGRAPH
           END-IF
      ******************************************************************
      *    O VENCIMENTO CONTA-SE DA DATA DE NEGOCIO, A MESMA COM QUE
      *    O TDMATURE VAI COMPARAR
           MOVE WS-MATURITY-DATE TO TD-MATURITY-DATE
           MOVE WS-TERM-DAYS TO TD-TERM-DAYS
           MOVE 'A' TO TD-STATUS
           MOVE WS-MAT-INSTR TO TD-MAT-INSTR
           MOVE ZERO TO TD-PREV-SEQ
           WRITE TERMDEP-REC
           IF FS-TERMDEP NOT = '00'
               DISPLAY "Erro ao gravar em file/termdep.txt: "
           MOVE WS-OPEN-RATE TO WS-RATE-EDIT
           DISPLAY "Deposito a prazo aberto com o numero " WS-NEW-SEQ
           DISPLAY "Taxa diaria congelada: " WS-RATE-EDIT
           DISPLAY "Vencimento: " WS-MATURITY-DATE
           DISPLAY "Instrucao de vencimento: " WS-MAT-INSTR.

      ******************************************************************
      *    RESOLVER A TAXA DIARIA EM VIGOR PARA DEPOSITOS A PRAZO: A

           DISPLAY "Deposito quebrado: capital devolvido, juros "
                   "corridos perdidos.".

      ******************************************************************
      *    PEDIR A INSTRUCAO DE VENCIMENTO (P/C/T)
      ******************************************************************
       ACCEPT-MAT-INSTR.
           DISPLAY "Instrucao de vencimento? (P = pagar tudo, "
                   "C = renovar capital e pagar juros, "
                   "T = renovar capital e juros)"
           ACCEPT WS-MAT-INSTR
           MOVE FUNCTION UPPER-CASE (WS-MAT-INSTR) TO WS-MAT-INSTR.

      ******************************************************************
      *    ALTERAR A INSTRUCAO DE VENCIMENTO DE UM DEPOSITO ATIVO DO
      *    CLIENTE. SO ATE AO VENCIMENTO: NO PROPRIO DIA O TDMATURE
      *    JA PODE TER DADO O DEPOSITO COMO VENCIDO.
      ******************************************************************
       CHANGE-MATURITY-INSTR.
           DISPLAY "Qual o numero do deposito?"
           ACCEPT WS-CHANGE-SEQ

           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-TODAY

           OPEN I-O TERMDEP
           IF FS-TERMDEP = '35'
               DISPLAY "Ainda nao ha depositos a prazo."
               EXIT PARAGRAPH
           END-IF
           IF FS-TERMDEP NOT = '00'
               DISPLAY "Erro ao abrir file/termdep.txt: " FS-TERMDEP
               STOP RUN
           END-IF

           MOVE WS-CHANGE-SEQ TO TD-SEQ
           READ TERMDEP
               INVALID KEY
                   DISPLAY "Deposito nao encontrado!"
                   CLOSE TERMDEP
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF TD-ID-USER NOT = LK-USER-ID
               DISPLAY "Esse deposito nao pertence a este cliente!"
               CLOSE TERMDEP
               EXIT PARAGRAPH
           END-IF
           IF TD-STATUS NOT = 'A'
               DISPLAY "Esse deposito ja nao esta ativo."
               CLOSE TERMDEP
               EXIT PARAGRAPH
           END-IF
           IF TD-MATURITY-DATE <= WS-TODAY
               DISPLAY "Esse deposito ja venceu - a instrucao ja nao "
                       "pode ser alterada."
               CLOSE TERMDEP
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Instrucao atual: " TD-MAT-INSTR
           PERFORM ACCEPT-MAT-INSTR
           IF WS-MAT-INSTR NOT = 'P' AND WS-MAT-INSTR NOT = 'C'
              AND WS-MAT-INSTR NOT = 'T'
               DISPLAY "Instrucao de vencimento invalida!"
               CLOSE TERMDEP
               EXIT PARAGRAPH
           END-IF
           IF WS-MAT-INSTR = TD-MAT-INSTR
               DISPLAY "A instrucao ja e essa."
               CLOSE TERMDEP
               EXIT PARAGRAPH
           END-IF

           MOVE 'TERMDEP' TO MA-FILE
           MOVE SPACES TO MA-KEY
           MOVE TD-SEQ TO MA-KEY (1:6)
           MOVE 'MATINSTR' TO MA-FIELD
           MOVE TD-MAT-INSTR TO MA-OLD
           MOVE WS-MAT-INSTR TO MA-NEW
           MOVE OPER-SESS-ID TO MA-OPER

           MOVE WS-MAT-INSTR TO TD-MAT-INSTR
           REWRITE TERMDEP-REC
           IF FS-TERMDEP NOT = '00'
               DISPLAY "Erro ao gravar em file/termdep.txt: "
                       FS-TERMDEP
               STOP RUN
           END-IF
           CLOSE TERMDEP

           CALL 'MNTAUDIT' USING MNTAUDIT-PARM
           IF MA-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/maint_audit.txt: "
                       MA-STATUS
               STOP RUN
           END-IF
           DISPLAY "Instrucao de vencimento alterada com sucesso!".

      *    SELECIONADO (file/benef.txt): LISTAR, REGISTAR E DESATIVAR
      *    OS DADOS BANCARIOS DE DESTINATARIOS NOUTROS BANCOS. OS
      *    PAGAMENTOS PARA FORA DO BANCO (PAYQUEUE) SO PODEM APONTAR
      *    PARA BENEFICIARIOS AQUI REGISTADOS E ATIVOS. O NOME DE UM
      *    BENEFICIARIO NOVO PASSA PELA FILTRAGEM DE SANCOES (SANCSCR);
      *    UMA COINCIDENCIA REGISTA-O RETIDO ('R') ATE A DECISAO DA
      *    REVISAO DE CONFORMIDADE (SANCMNT).
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-BENEF                      PIC X(2).
      *    BLOCO DE PARAMETROS DA FILTRAGEM DE SANCOES
           COPY 'SANCPRM.cpy'.

       LINKAGE SECTION.

           MOVE WS-NEW-BANK TO BENEF-BANK-CODE
           MOVE WS-NEW-EXT-ACCOUNT TO BENEF-EXT-ACCOUNT
           MOVE 'S' TO BENEF-ACTIVE

           MOVE 'S' TO SC-FUNC
           MOVE 'B' TO SC-KIND
           MOVE LK-USER-ID TO SC-ID-USER
           MOVE WS-NEW-SEQ TO SC-REF
           MOVE WS-NEW-NAME TO SC-NAME
           MOVE 'S' TO SC-PREV-STATUS
           MOVE 'BENEFMNT' TO SC-ORIGIN
           MOVE ZERO TO SC-OPER
           CALL 'SANCSCR' USING SANCSCR-PARM
           IF SC-STATUS NOT = '00'
               DISPLAY "Erro na filtragem de sancoes: " SC-STATUS
               STOP RUN
           END-IF
           IF SC-RESULT NOT = 'N'
               MOVE 'R' TO BENEF-ACTIVE
           END-IF

           WRITE BENEF-REC
           IF FS-BENEF NOT = '00'
               DISPLAY "Erro ao gravar em file/benef.txt: " FS-BENEF
           CLOSE BENEF

           DISPLAY "Beneficiario registado com a sequencia "
                   WS-NEW-SEQ
           IF BENEF-ACTIVE = 'R'
               DISPLAY "ATENCAO: o nome coincide com a lista de "
                       "sancoes (" SC-WL-ID "). Beneficiario retido "
                       "ate a revisao de conformidade."
           END-IF.

      ******************************************************************
      *    DESATIVAR UM BENEFICIARIO DESTE CLIENTE. O REGISTO FICA NO
                   INVALID KEY
                       DISPLAY "Beneficiario nao encontrado!"
                   NOT INVALID KEY
                       IF BENEF-ACTIVE = 'R'
                           DISPLAY "Esse beneficiario esta retido "
                                   "para revisao de conformidade."
                       END-IF
                       IF BENEF-ACTIVE = 'N'
                           DISPLAY "Esse beneficiario ja esta "
                                   "desativado."
                       END-IF
                       IF BENEF-ACTIVE = 'S'
                           MOVE 'N' TO BENEF-ACTIVE
                           REWRITE BENEF-REC
                           IF FS-BENEF NOT = '00'

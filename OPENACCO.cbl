      *    'OPENACC' COM O DEPOSITO INICIAL, PELO QUE A SOMA DOS
      *    MOVIMENTOS DE UMA CONTA EXPLICA O SALDO DESDE O PRIMEIRO
      *    DIA E O RELATORIO DE GESTAO CONSEGUE CONTAR AS ABERTURAS
      *    DO DIA. UM CLIENTE COM A REVISAO DE DILIGENCIA DEVIDA
      *    VENCIDA HA MAIS DIAS DO QUE A TOLERANCIA DE
      *    file/kycparm.txt NAO ABRE CONTAS ATE SER REVISTO (VER
      *    KYCCHK); DENTRO DA TOLERANCIA O OPERADOR E SO AVISADO.
      *    A CONTA E ABERTA NUMA MOEDA (POR OMISSAO A NACIONAL); UMA
      *    MOEDA ESTRANGEIRA TEM DE TER CAMBIO EM VIGOR NA TABELA DE
      *    CAMBIOS (FXMNT), SEM O QUE A CONTA NAO PODERIA SER
      *    CONVERTIDA NEM ENTRAR NOS TOTAIS DOS RELATORIOS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WS-NEXT-BASE                   PIC 9(5).
       01 WS-OPENING-DEPOSIT             PIC 9(7)V99.
       01 WS-ACCOUNT-TYPE                PIC X(1).
       01 WS-CURRENCY                    PIC X(3).
       01 WS-ACCOUNTS-EXISTS             PIC X(1) VALUE 'S'.
      *    VARIABLE END-FILE
       01 END-FILE                       PIC X(1) VALUE 'N'.
           COPY 'TRANSPRM.cpy'.
      *    BLOCO DE PARAMETROS DO ESTADO DE VIDA DO CLIENTE
           COPY 'CLISTPRM.cpy'.
      *    BLOCO DE PARAMETROS DA REVISAO DE DILIGENCIA DEVIDA
           COPY 'KYCPRM.cpy'.
      *    BLOCO DE PARAMETROS DO DIGITO DE CONTROLO
           COPY 'CHKDPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS
           COPY 'FXCPRM.cpy'.

       LINKAGE SECTION.

               EXIT PROGRAM
           END-IF
      ******************************************************************
      *    SEM A REVISAO DE DILIGENCIA EM DIA NAO HA CONTAS NOVAS
      ******************************************************************
           MOVE 'C' TO KC-FUNC
           MOVE LK-USER-ID TO KC-ID-USER
           MOVE ZERO TO KC-DATE
           CALL 'KYCCHK' USING KYCCHK-PARM
           IF KC-STATUS NOT = '00'
               DISPLAY "Erro na revisao de diligencia: " KC-STATUS
               STOP RUN
           END-IF
           IF KC-RESULT = 'X'
               DISPLAY "A revisao de diligencia deste cliente esta "
                       "vencida ha mais de " KC-GRACE-DAYS " dia(s): "
                       "nao pode abrir contas ate ser revisto "
                       "(Update Client Information - KYC)!"
               EXIT PROGRAM
           END-IF
           IF KC-RESULT = 'O'
               DISPLAY "AVISO: a revisao de diligencia deste cliente "
                       "esta vencida ha " KC-DAYS-OVER " dia(s). "
                       "Passados " KC-GRACE-DAYS " dia(s) deixa de "
                       "poder abrir contas."
           END-IF
      ******************************************************************
      *    ENCONTRAR O PROXIMO ID DE CONTA PARA ESTE CLIENTE (AS CONTAS
      *    DE UM DONO SAO CONTIGUAS NA CHAVE COMPOSTA DONO+CONTA)
      ******************************************************************
           CALL 'CHKDIG' USING CHKDIG-PARM
           MOVE CD-ID TO WS-NEW-ACCOUNT-ID

      ******************************************************************
      *    MOEDA DA CONTA: ENTER = MOEDA NACIONAL; UMA ESTRANGEIRA SO
      *    COM CAMBIO EM VIGOR
      ******************************************************************
           MOVE 'R' TO FC-FUNC
           MOVE ZERO TO FC-DATE
           MOVE SPACES TO FC-FROM-CUR
           MOVE SPACES TO FC-TO-CUR
           MOVE ZERO TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
               STOP RUN
           END-IF
           DISPLAY "Moeda da conta? (ENTER = " FC-HOME-CUR ")"
           MOVE SPACES TO WS-CURRENCY
           ACCEPT WS-CURRENCY
           MOVE FUNCTION UPPER-CASE (WS-CURRENCY) TO WS-CURRENCY
           IF WS-CURRENCY = SPACES
               MOVE FC-HOME-CUR TO WS-CURRENCY
           END-IF
           IF WS-CURRENCY NOT = FC-HOME-CUR
               MOVE WS-CURRENCY TO FC-FROM-CUR
               CALL 'FXCONV' USING FXCONV-PARM
               IF FC-STATUS NOT = '00'
                   DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
                   STOP RUN
               END-IF
               IF FC-FOUND NOT = 'S'
                   DISPLAY "Nao ha cambio em vigor para a moeda "
                           WS-CURRENCY " - a conta nao foi aberta!"
                   EXIT PROGRAM
               END-IF
           END-IF

           DISPLAY "Qual o valor do deposito inicial? (em "
                   WS-CURRENCY ")"
           ACCEPT WS-OPENING-DEPOSIT

           DISPLAY "Tipo de conta? (C = Corrente, S = Poupanca)"
           MOVE ZERO TO ACCOUNTS-OVERDRAFT
           MOVE 'A' TO ACCOUNTS-STATUS
           MOVE OPER-SESS-BRANCH TO ACCOUNTS-BRANCH
           MOVE WS-CURRENCY TO ACCOUNTS-CURRENCY
           WRITE ACCOUNTS-REC
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao gravar em file/accounts.txt: "
                   STOP RUN
               END-IF
               DISPLAY "Conta aberta com sucesso! ID da conta: "
                       WS-NEW-ACCOUNT-ID " (" WS-CURRENCY ")"
           END-IF.

           EXIT PROGRAM.

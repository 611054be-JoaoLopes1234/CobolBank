      *    SAO APLICADAS AQUI PARA O BALCAO RECUSAR LOGO O QUE NAO
      *    TEM COBERTURA; O DEBITO EFETIVO E FEITO PELO PAYOUTRN NO
      *    CICLO DE FIM-DE-DIA, QUE VOLTA A VALIDAR ANTES DE DEBITAR.
      *    OS PAGAMENTOS SAO EM MOEDA NACIONAL: UMA CONTA NOUTRA MOEDA
      *    E RECUSADA.
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY 'HOLDPRM.cpy'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       LINKAGE SECTION.

                       "reidentificar o cliente e reativa-la primeiro."
               EXIT PROGRAM
           END-IF
           IF ACCOUNTS-STATUS = 'U'
               DISPLAY "O saldo desta conta foi entregue como nao "
                       "reclamado! Um supervisor tem de o devolver "
                       "primeiro (Unclaimed Funds Claim)."
               EXIT PROGRAM
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
                   DISPLAY "Esta conta esta em " ACCOUNTS-CURRENCY
                           " e os pagamentos sao em " FC-HOME-CUR "!"
                   EXIT PROGRAM
               END-IF
           END-IF

           MOVE LK-USER-ID TO HA-ID-USER
           MOVE WS-ACCOUNT-ID TO HA-ID-ACCOUNT

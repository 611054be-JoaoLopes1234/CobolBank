      *    DEBITOS RESPEITAM O SALDO DISPONIVEL (HOLDAVL) COMO NO
      *    DDCLEAR; CARTOES BLOQUEADOS OU EXPIRADOS DEVOLVEM O ITEM.
      *
      *    UM DEBITO QUE TRAGA A REFERENCIA DE UMA AUTORIZACAO
      *    PENDENTE DO CARDAUTH (file/cardauth.txt) LIBERTA PRIMEIRO
      *    A CATIVACAO DESSA AUTORIZACAO, QUE FICA LIQUIDADA. NO FIM,
      *    AS AUTORIZACOES PENDENTES HA MAIS DIAS DO QUE OS DA 2A
      *    LINHA DE file/cardparm.txt (SEM FICHEIRO: 7) EXPIRAM E
      *    LIBERTAM A CATIVACAO.
      *
      *    LAYOUT DE file/card_settle.txt (POSICOES FIXAS):
      *      'H' CABECALHO (VER INBCTL.cpy)
      *      'D' CARTAO(16) D/C(1) VALOR(9,2) REFERENCIA(20)
      *      'T' CONTAGEM(9) TOTAL(11,2)
      *    ANTES DE APLICAR O PRIMEIRO ITEM O FICHEIRO E VALIDADO NO
      *    INBCHK (CABECALHO, RODAPE, DUPLICADOS E SEQUENCIA DO
      *    PROCESSADOR): UM FICHEIRO RECUSADO NAO E APLICADO NEM
      *    ESVAZIADO, FICA COMO CHEGOU PARA SER ANALISADO.
      *
      *    DEVOLUCOES EM file/card_returns.txt COM UM CODIGO:
      *      R01 = CARTAO DESCONHECIDO    R02 = CARTAO BLOQUEADO
      *                                         (OU AINDA POR ATIVAR)
      *      R03 = CARTAO EXPIRADO        R04 = SALDO INSUFICIENTE
      *      R05 = CONTA INEXISTENTE      R06 = CONTA FECHADA/DORMENTE
      *      R07 = CONTA NOUTRA MOEDA (A LIQUIDACAO E EM MOEDA NACIONAL)
      *
      *    NO FIM ESCREVE EM file/card_recon.txt A LINHA DE
      *    RECONCILIACAO: O QUE O RODAPE DO PROCESSADOR ANUNCIA
      *    CONTRA O QUE FOI LIDO, POSTADO E DEVOLVIDO, MAIS AS
      *    AUTORIZACOES CASADAS E EXPIRADAS. O FICHEIRO DE
      *    ENTRADA E ESVAZIADO PARA O MESMO LOTE NUNCA SER APLICADO
      *    DUAS VEZES.
      *****************************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT CARDPARM ASSIGN 'file/cardparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARDPARM.
           SELECT AUTHLOG ASSIGN 'file/cardauth.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-REF
               FILE STATUS IS FS-AUTHLOG.
           SELECT HOLDS ASSIGN 'file/holds.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLDS-KEY
               FILE STATUS IS FS-HOLDS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD CARDPARM.
       01 CARDPARM-REC                  PIC X(10).

       FD AUTHLOG.
           COPY 'CARDAUTH.cpy'.

       FD HOLDS.
           COPY 'HOLDS.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-BUSDATE-YYYYMM             PIC 9(6).
       01 WS-AVAILABLE                  PIC S9(9)V99.
       01 WS-RETURN-LINE                PIC X(60).
       01 WS-RECON-LINE                 PIC X(90).
       01 WS-EXPIRY-DAYS                PIC 9(3) VALUE 7.
       01 WS-EXPIRY-INT                 PIC 9(8).
       01 WS-MATCH-COUNT                PIC 9(9) VALUE 0.
       01 WS-MATCH-TOTAL                PIC 9(11)V99 VALUE 0.
       01 WS-EXPIRE-COUNT               PIC 9(9) VALUE 0.
       01 WS-EXPIRE-TOTAL               PIC 9(11)V99 VALUE 0.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1) VALUE 'N'.
      *    VARIABLE FILE STATUS
       01 FS-CARDRECON                  PIC X(2).
       01 FS-CARDS                      PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-CARDPARM                   PIC X(2).
       01 FS-AUTHLOG                    PIC X(2).
       01 FS-HOLDS                      PIC X(2).
       01 WS-COUNT-EDIT                 PIC Z(8)9.
       01 WS-TOTAL-EDIT                 PIC -9(11),99.
      *    BLOCO DE PARAMETROS DA GRAVACAO NO RAZAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DA SOMA DE CATIVACOES
           COPY 'HOLDPRM.cpy'.
      *    BLOCO DE PARAMETROS DA VALIDACAO DO FICHEIRO DE ENTRADA
           COPY 'INBCPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

           MOVE RC-BUSDATE TO WS-BUSDATE
           DIVIDE WS-BUSDATE BY 100 GIVING WS-BUSDATE-YYYYMM

           MOVE 'R' TO FC-FUNC
           MOVE ZERO TO FC-DATE
           MOVE SPACES TO FC-FROM-CUR
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro nos cambios: " FC-STATUS
               STOP RUN
           END-IF

           PERFORM READ-CARD-PARAMETER

           OPEN I-O AUTHLOG
           IF FS-AUTHLOG NOT = '00' AND FS-AUTHLOG NOT = '35'
               DISPLAY "Erro ao abrir file/cardauth.txt: " FS-AUTHLOG
               STOP RUN
           END-IF

           PERFORM CHECK-INBOUND-FILE

           OPEN INPUT CARDSETTLE
           IF FS-CARDSETTLE = '35'
               DISPLAY "CARDCLR: sem ficheiro de liquidacao - nada a "
                       "fazer"
               PERFORM EXPIRE-STALE-AUTHS
               IF FS-AUTHLOG NOT = '35'
                   CLOSE AUTHLOG
               END-IF
               DISPLAY "CARDCLR: " WS-EXPIRE-COUNT
                       " autorizacao(oes) expirada(s)"
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
           CLOSE CARDRETURNS
           CLOSE CARDSETTLE

           PERFORM EXPIRE-STALE-AUTHS
           IF FS-AUTHLOG NOT = '35'
               CLOSE AUTHLOG
           END-IF

           PERFORM WRITE-RECON-REPORT
      ******************************************************************
      *    CONSUMIR O FICHEIRO DE ENTRADA: UM LOTE JA APLICADO NAO
           END-IF
           CLOSE CARDSETTLE

           MOVE WS-READ-COUNT TO RC-READ-COUNT
           MOVE WS-POST-COUNT TO RC-POSTED-COUNT
           MOVE WS-RETURN-COUNT TO RC-REJECT-COUNT
           MOVE WS-POST-TOTAL TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "CARDCLR: " WS-READ-COUNT " item(ns) lido(s), "
                   WS-POST-COUNT " postado(s), "
                   WS-RETURN-COUNT " devolvido(s)"
           DISPLAY "CARDCLR: " WS-MATCH-COUNT " autorizacao(oes) "
                   "casada(s), " WS-EXPIRE-COUNT " expirada(s)".

           STOP RUN.

      ******************************************************************
      *    VALIDAR O FICHEIRO ANTES DE APLICAR O PRIMEIRO ITEM. UM
      *    FICHEIRO RECUSADO E RECUSADO POR INTEIRO: NADA E APLICADO
      *    NEM DEVOLVIDO, O FICHEIRO FICA COMO CHEGOU (O MOTIVO FICA
      *    EM file/inbound_log.txt) E O PASSO FICA CARIMBADO PARA O
      *    CICLO CONTINUAR - AS AUTORIZACOES ANTIGAS EXPIRAM NA MESMA
      ******************************************************************
       CHECK-INBOUND-FILE.
           MOVE 'CARDCLR' TO IB-INTERFACE
           MOVE 'file/card_settle.txt' TO IB-FILENAME
           MOVE 19 TO IB-AMOUNT-POS
           MOVE WS-BUSDATE TO IB-BUSDATE
           CALL 'INBCHK' USING INBCHK-PARM
           IF IB-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF IB-STATUS NOT = '00'
               DISPLAY "Erro na validacao de file/card_settle.txt: "
                       IB-STATUS
               STOP RUN
           END-IF
           IF IB-RESULT NOT = '000'
               DISPLAY "CARDCLR: FICHEIRO RECUSADO - " IB-RESULT " "
                       IB-REASON
               DISPLAY "CARDCLR: emissor " IB-SENDER " sequencia "
                       IB-SEQ " - " IB-COUNT " item(ns) nao "
                       "aplicado(s)"
               PERFORM EXPIRE-STALE-AUTHS
               IF FS-AUTHLOG NOT = '35'
                   CLOSE AUTHLOG
               END-IF
               DISPLAY "CARDCLR: " WS-EXPIRE-COUNT
                       " autorizacao(oes) expirada(s)"
               MOVE IB-COUNT TO RC-READ-COUNT
               MOVE IB-COUNT TO RC-REJECT-COUNT
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
           DISPLAY "CARDCLR: ficheiro " IB-SENDER " sequencia "
                   IB-SEQ " aceite (" IB-COUNT " item(ns))".

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
               STOP RUN
           END-IF.

      ******************************************************************
      *    DIAS ATE UMA AUTORIZACAO NAO LIQUIDADA EXPIRAR (2A LINHA DE
      *    file/cardparm.txt; A 1A E O LIMITE DIARIO DO CARDAUTH)
      ******************************************************************
       READ-CARD-PARAMETER.
           OPEN INPUT CARDPARM
           IF FS-CARDPARM = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-CARDPARM NOT = '00'
               DISPLAY "Erro ao abrir file/cardparm.txt: " FS-CARDPARM
               STOP RUN
           END-IF
           READ CARDPARM
               AT END
                   CONTINUE
           END-READ
           IF FS-CARDPARM = '00'
               READ CARDPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CARDPARM-REC NOT = SPACES
                           MOVE FUNCTION NUMVAL (CARDPARM-REC)
                               TO WS-EXPIRY-DAYS
                       END-IF
               END-READ
           END-IF
           CLOSE CARDPARM.

      ******************************************************************
      *    RESOLVER O CARTAO E VALIDAR; O QUE NAO PASSAR VAI PARA O
      *    FICHEIRO DE DEVOLUCOES COM O CODIGO
       APPLY-ONE-ITEM.
           MOVE SPACES TO WS-RETURN-CODE

           IF SD-DC = 'D'
               PERFORM MATCH-AUTHORIZATION
           END-IF

           IF FS-CARDS = '35'
               MOVE 'R01' TO WS-RETURN-CODE
           ELSE
                       EVALUATE TRUE
                           WHEN CARDS-STATUS = 'B'
                               MOVE 'R02' TO WS-RETURN-CODE
                           WHEN CARDS-STATUS = 'P'
                               MOVE 'R02' TO WS-RETURN-CODE
                           WHEN CARDS-STATUS = 'E'
                               MOVE 'R03' TO WS-RETURN-CODE
                           WHEN CARDS-EXPIRY < WS-BUSDATE-YYYYMM
           END-IF.

      ******************************************************************
      *    O DEBITO LIQUIDA A AUTORIZACAO PENDENTE COM A MESMA
      *    REFERENCIA E CARTAO: A CATIVACAO E LIBERTADA ANTES DE SE
      *    VER O SALDO DISPONIVEL, PARA O MESMO VALOR NAO CONTAR DUAS
      *    VEZES
      ******************************************************************
       MATCH-AUTHORIZATION.
           IF FS-AUTHLOG = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE SD-REF TO CA-REF
           READ AUTHLOG
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF CA-STATUS NOT = 'A' OR CA-CARD NOT = SD-CARD
               EXIT PARAGRAPH
           END-IF

           PERFORM RELEASE-AUTH-HOLD
           MOVE 'S' TO CA-STATUS
           MOVE WS-BUSDATE TO CA-CLOSE-DATE
           REWRITE CARDAUTH-REC
           IF FS-AUTHLOG NOT = '00'
               DISPLAY "Erro ao gravar em file/cardauth.txt: "
                       FS-AUTHLOG
               STOP RUN
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           ADD CA-AMOUNT TO WS-MATCH-TOTAL.

      ******************************************************************
      *    LIBERTAR A CATIVACAO DA AUTORIZACAO EM CARDAUTH-REC. O
      *    FICHEIRO SO FICA ABERTO O TEMPO DA REGRAVACAO PORQUE O
      *    HOLDAVL O ABRE POR SUA CONTA.
      ******************************************************************
       RELEASE-AUTH-HOLD.
           OPEN I-O HOLDS
           IF FS-HOLDS = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-HOLDS NOT = '00'
               DISPLAY "Erro ao abrir file/holds.txt: " FS-HOLDS
               STOP RUN
           END-IF
           MOVE CA-ID-USER TO HOLDS-ID-USER
           MOVE CA-ID-ACCOUNT TO HOLDS-ID-ACCOUNT
           MOVE CA-HOLD-SEQ TO HOLDS-SEQ
           READ HOLDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLDS-STATUS = 'A'
                       MOVE 'R' TO HOLDS-STATUS
                       REWRITE HOLDS-REC
                       IF FS-HOLDS NOT = '00'
                           DISPLAY "Erro ao gravar em file/holds.txt: "
                                   FS-HOLDS
                           STOP RUN
                       END-IF
                   END-IF
           END-READ
           CLOSE HOLDS.

      ******************************************************************
      *    EXPIRAR AS AUTORIZACOES QUE O PROCESSADOR NUNCA LIQUIDOU:
      *    PENDENTES DESDE ANTES DE (DATA DE NEGOCIO - DIAS DE
      *    file/cardparm.txt)
      ******************************************************************
       EXPIRE-STALE-AUTHS.
           IF FS-AUTHLOG = '35'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSDATE) - WS-EXPIRY-DAYS

           MOVE LOW-VALUES TO CA-REF
           MOVE 'N' TO END-FILE
           START AUTHLOG KEY IS >= CA-REF
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START
           PERFORM UNTIL END-FILE = 'S'
               READ AUTHLOG NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF CA-STATUS = 'A'
                          AND FUNCTION INTEGER-OF-DATE (CA-DATE)
                              < WS-EXPIRY-INT
                           PERFORM EXPIRE-ONE-AUTH
                       END-IF
               END-READ
           END-PERFORM.

       EXPIRE-ONE-AUTH.
           PERFORM RELEASE-AUTH-HOLD
           MOVE 'X' TO CA-STATUS
           MOVE WS-BUSDATE TO CA-CLOSE-DATE
           REWRITE CARDAUTH-REC
           IF FS-AUTHLOG NOT = '00'
               DISPLAY "Erro ao gravar em file/cardauth.txt: "
                       FS-AUTHLOG
               STOP RUN
           END-IF
           ADD 1 TO WS-EXPIRE-COUNT
           ADD CA-AMOUNT TO WS-EXPIRE-TOTAL.

      ******************************************************************
      *    A CONTA LIGADA AO CARTAO TEM DE EXISTIR, ESTAR ATIVA E SER EM
      *    MOEDA NACIONAL
      ******************************************************************
       READ-LINKED-ACCOUNT.
           IF FS-ACCOUNTS = '35'
               NOT INVALID KEY
                   IF ACCOUNTS-STATUS NOT = 'A'
                       MOVE 'R06' TO WS-RETURN-CODE
                   ELSE
                       IF ACCOUNTS-CURRENCY NOT = SPACES
                          AND ACCOUNTS-CURRENCY NOT = FC-HOME-CUR
                           MOVE 'R07' TO WS-RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

               INTO WS-RECON-LINE
           PERFORM WRITE-RECON-LINE

           MOVE WS-MATCH-COUNT TO WS-COUNT-EDIT
           MOVE WS-MATCH-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-RECON-LINE
           STRING 'AUTORIZACOES CASADAS:  ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
                  '  TOTAL ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-RECON-LINE
           PERFORM WRITE-RECON-LINE

           MOVE WS-EXPIRE-COUNT TO WS-COUNT-EDIT
           MOVE WS-EXPIRE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-RECON-LINE
           STRING 'AUTORIZACOES EXPIRADAS:' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
                  '  TOTAL ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-RECON-LINE
           PERFORM WRITE-RECON-LINE

           IF WS-TRAILER-SEEN = 'S'
              AND WS-TRAILER-COUNT = WS-READ-COUNT
              AND WS-TRAILER-TOTAL = WS-READ-TOTAL

      *    CARGA EM LOTE DE CLIENTES (ABSORCAO DE CARTEIRAS): LE
      *    file/clients_load.txt (UM CLIENTE POR LINHA, POSICOES
      *    FIXAS: NOME 1-30, DOCUMENTO 31-44, TELEFONE 45-59, MORADA
      *    60-99, RISCO 100 - 'L', 'M' OU 'H', EM BRANCO 'M') E
      *    APLICA EXATAMENTE AS REGRAS DO ADDCLIE - NOME E
      *    DOCUMENTO OBRIGATORIOS, SEM DUPLICADOS (INCLUINDO DENTRO
      *    DO PROPRIO LOTE), IDS ATRIBUIDOS DO CLIENTCTL-NEXT-ID E
      *    ENTRADA DE AUDITORIA POR CLIENTE. CADA REGISTO RECUSADO
      *    SAI EM file/clients_load_err.txt COM O MOTIVO, PARA O
      *    BALCAO CORRIGIR E RESUBMETER SO AS FALHAS. COMO NO ADDCLIE,
      *    CADA NOME PASSA PELA FILTRAGEM DE SANCOES (SANCSCR) E UMA
      *    COINCIDENCIA CARREGA O CLIENTE JA BLOQUEADO, A ESPERA DA
      *    REVISAO DE CONFORMIDADE. A CARGA CONTA COMO A PRIMEIRA
      *    REVISAO DE DILIGENCIA DEVIDA DE CADA CLIENTE, NA DATA DE
      *    NEGOCIO, E O KYCCHK CALCULA A PROXIMA PELO RISCO.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 CLILOAD-DOC-ID            PIC X(14).
           05 CLILOAD-PHONE             PIC X(15).
           05 CLILOAD-ADDRESS           PIC X(40).
           05 CLILOAD-RISK              PIC X(1).

       FD CLILOADERR.
       01 CLILOADERR-REC                PIC X(140).
       01 WS-READ-COUNT                 PIC 9(6) VALUE 0.
       01 WS-LOAD-COUNT                 PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT               PIC 9(6) VALUE 0.
       01 WS-HELD-COUNT                 PIC 9(6) VALUE 0.
       01 WS-REJECT-REASON              PIC X(30).
       01 WS-RISK                       PIC X(1).
      *    DATA DA REVISAO DOS CLIENTES CARREGADOS (A DATA DE NEGOCIO,
      *    DEVOLVIDA PELO KYCCHK NA PRIMEIRA CHAMADA)
       01 WS-REVIEW-DATE                PIC 9(8) VALUE 0.
       01 WS-NAME-UPPER                 PIC X(30).
       01 WS-DOC-ID-UPPER               PIC X(14).
       01 WS-EXISTING-NAME-UPPER        PIC X(30).
       01 FS-OPERATORS                  PIC X(2).
      *    BLOCO DE PARAMETROS DO DIGITO DE CONTROLO
           COPY 'CHKDPRM.cpy'.
      *    BLOCO DE PARAMETROS DA FILTRAGEM DE SANCOES
           COPY 'SANCPRM.cpy'.
      *    BLOCO DE PARAMETROS DA REVISAO DE DILIGENCIA DEVIDA
           COPY 'KYCPRM.cpy'.

       PROCEDURE DIVISION.

           DISPLAY "CLIELOAD: " WS-READ-COUNT " lido(s), "
                   WS-LOAD-COUNT " carregado(s), "
                   WS-REJECT-COUNT " recusado(s)"
           IF WS-HELD-COUNT > 0
               DISPLAY "CLIELOAD: " WS-HELD-COUNT " cliente(s) "
                       "bloqueado(s) para revisao de conformidade"
           END-IF
           IF WS-REJECT-COUNT > 0
               DISPLAY "CLIELOAD: recusados em "
                       "file/clients_load_err.txt"
               END-IF
           END-IF

           MOVE FUNCTION UPPER-CASE (CLILOAD-RISK) TO WS-RISK
           IF WS-RISK = SPACE
               MOVE 'M' TO WS-RISK
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-RISK NOT = 'L' AND WS-RISK NOT = 'M'
                  AND WS-RISK NOT = 'H'
                   MOVE 'RISCO INVALIDO' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF WS-NEXT-BASE >= WS-MAX-CLIENT-BASE
                   MOVE 'CAPACIDADE DE IDS ESGOTADA'
           MOVE CLILOAD-PHONE TO CLIENTS-PHONE
           MOVE CLILOAD-ADDRESS TO CLIENTS-ADDRESS
           MOVE 'A' TO CLIENTS-STATUS
           MOVE WS-RISK TO CLIENTS-RISK
           MOVE 'N' TO KC-FUNC
           MOVE WS-RISK TO KC-RISK
           MOVE WS-REVIEW-DATE TO KC-LAST
           CALL 'KYCCHK' USING KYCCHK-PARM
           IF KC-STATUS NOT = '00'
               DISPLAY "Erro na revisao de diligencia: " KC-STATUS
               STOP RUN
           END-IF
           MOVE KC-LAST TO WS-REVIEW-DATE
           MOVE KC-LAST TO CLIENTS-KYC-LAST
           MOVE KC-NEXT TO CLIENTS-KYC-NEXT

           MOVE 'S' TO SC-FUNC
           MOVE 'C' TO SC-KIND
           MOVE CLIENTS-ID TO SC-ID-USER
           MOVE ZERO TO SC-REF
           MOVE CLIENTS-NAME TO SC-NAME
           MOVE 'A' TO SC-PREV-STATUS
           MOVE 'CLIELOAD' TO SC-ORIGIN
           MOVE WS-OPERATOR-ID TO SC-OPER
           CALL 'SANCSCR' USING SANCSCR-PARM
           IF SC-STATUS NOT = '00'
               DISPLAY "Erro na filtragem de sancoes: " SC-STATUS
               STOP RUN
           END-IF
           IF SC-RESULT NOT = 'N'
               MOVE 'B' TO CLIENTS-STATUS
               ADD 1 TO WS-HELD-COUNT
           END-IF

           WRITE CLIENTS-REC
           IF FS-CLIENTS NOT = '00'
               DISPLAY "Erro ao gravar em file/clients.txt: "

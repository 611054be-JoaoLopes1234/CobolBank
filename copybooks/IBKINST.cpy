      *****************************************************************
      *    LAYOUT DO REGISTO DE INSTRUCOES DO HOMEBANKING
      *    (file/ibk_instr.txt). UMA LINHA POR INSTRUCAO RESPONDIDA
      *    PELO IBKINST, ACEITE OU RECUSADA, COM A CHAVE NO NUMERO DA
      *    INSTRUCAO ATRIBUIDO PELA PLATAFORMA: UMA INSTRUCAO QUE
      *    VOLTE A CHEGAR COM UM NUMERO JA REGISTADO E RECUSADA (R01)
      *    SEM SER EXECUTADA OUTRA VEZ.
      *    IBI-TYPE: 'T' = TRANSFERENCIA ENTRE CONTAS DO CLIENTE,
      *              'P' = PAGAMENTO A BENEFICIARIO REGISTADO,
      *              'S' = ORDEM DE NAO PAGAMENTO DE CHEQUE,
      *              'C' = CANCELAMENTO DE ORDEM PERMANENTE
      *    IBI-RESULT: 'A00' = ACEITE, CASO CONTRARIO O CODIGO DA
      *                RECUSA (VER O IBKINST)
      *    IBI-REF-SEQ: NUMERO DO MOVIMENTO DE DEBITO NO RAZAO ('T')
      *                 OU DO PAGAMENTO EM file/outpay.txt ('P');
      *                 0 NOS RESTANTES CASOS
      *****************************************************************
       01 IBKINST-REC.
           05 IBI-ID                    PIC X(20).
           05 IBI-TYPE                  PIC X(1).
           05 IBI-ID-USER               PIC 9(6).
           05 IBI-ID-ACCOUNT            PIC 9(6).
           05 IBI-AMOUNT                PIC 9(7)V99.
           05 IBI-TARGET                PIC 9(8).
           05 IBI-DATE                  PIC 9(8).
           05 IBI-TIME                  PIC 9(6).
           05 IBI-RESULT                PIC X(3).
           05 IBI-REF-SEQ               PIC 9(9).

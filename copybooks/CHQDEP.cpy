      *****************************************************************
      *    LAYOUT DO REGISTO DE CHEQUES DE OUTROS BANCOS DEPOSITADOS
      *    AO BALCAO (file/chqdeposits.txt). UMA LINHA POR CHEQUE
      *    ACEITE NO CHQDEPO: A CHAVE E O NUMERO DO MOVIMENTO DE
      *    CREDITO NO RAZAO ('CHQDEP'), QUE SEGUE TAMBEM COMO
      *    REFERENCIA NO FICHEIRO DE COBRANCA PARA A CAMARA DE
      *    COMPENSACAO E VOLTA NAS DEVOLUCOES. O VALOR FICA CATIVO
      *    (CHD-HOLD-SEQ EM file/holds.txt) ATE CHD-CLEAR-DATE; O
      *    CHQCOLL LIBERTA A CATIVACAO DOS COMPENSADOS E ESTORNA OS
      *    DEVOLVIDOS.
      *    CHD-SENT-DATE: DATA EM QUE SEGUIU PARA A COMPENSACAO (0 =
      *                   AINDA NAO ENVIADO)
      *    CHD-STATUS: 'P' = EM COBRANCA, 'C' = COMPENSADO,
      *                'R' = DEVOLVIDO (MOTIVO EM CHD-RETURN-CODE)
      *****************************************************************
       01 CHQDEP-REC.
           05 CHD-SEQ                   PIC 9(9).
           05 CHD-ID-USER               PIC 9(6).
           05 CHD-ID-ACCOUNT            PIC 9(6).
           05 CHD-HOLD-SEQ              PIC 9(4).
           05 CHD-BANK-CODE             PIC X(8).
           05 CHD-DRAWER-ACCOUNT        PIC X(20).
           05 CHD-CHEQUE-NO             PIC 9(8).
           05 CHD-AMOUNT                PIC 9(7)V99.
           05 CHD-DEP-DATE              PIC 9(8).
           05 CHD-CLEAR-DATE            PIC 9(8).
           05 CHD-SENT-DATE             PIC 9(8).
           05 CHD-STATUS                PIC X(1).
           05 CHD-RETURN-CODE           PIC X(3).
           05 CHD-CLOSE-DATE            PIC 9(8).
           05 CHD-OPER                  PIC 9(6).

      *****************************************************************
      *    LAYOUT DO REGISTO DE SALDOS NAO RECLAMADOS
      *    (file/unclaimed.txt). UMA ENTRADA POR CONTA (DONO + CONTA)
      *    QUE O ESCHEAT SELECIONOU: CONTA DORMENTE HA MAIS ANOS DO
      *    QUE O PRAZO LEGAL DE file/eschparm.txt, AVISADA NA ULTIMA
      *    MORADA CONHECIDA (CARTA DO LETTERS) E, PASSADO O PRAZO DO
      *    AVISO, COM O SALDO ENTREGUE COMO NAO RECLAMADO (MOVIMENTO
      *    'ESCHEAT' NO RAZAO E ACCOUNTS-STATUS 'U').
      *    UNC-STATUS: 'N' = AVISADA, A AGUARDAR O FIM DO PRAZO
      *                'R' = SALDO ENTREGUE (UNC-AMOUNT)
      *                'C' = RECLAMADO PELO CLIENTE NO ESCHCLM - O
      *                      SALDO VOLTOU A CONTA (MOVIMENTO 'ESCHRTN')
      *                'X' = AVISO ANULADO: O CLIENTE VOLTOU (A CONTA
      *                      DEIXOU DE ESTAR DORMENTE) ANTES DA ENTREGA
      *    UNC-REMIT-SEQ / UNC-CLAIM-SEQ: NUMERO DO MOVIMENTO NO RAZAO
      *****************************************************************
       01 UNCLAIM-REC.
           05 UNC-KEY.
               10 UNC-ID-USER           PIC 9(6).
               10 UNC-ID-ACCOUNT        PIC 9(6).
           05 UNC-STATUS                PIC X(1).
           05 UNC-LAST-ACTIVITY         PIC 9(8).
           05 UNC-NOTICE-DATE           PIC 9(8).
           05 UNC-NOTICE-BALANCE        PIC S9(7)V99.
           05 UNC-REMIT-DATE            PIC 9(8).
           05 UNC-AMOUNT                PIC S9(7)V99.
           05 UNC-REMIT-SEQ             PIC 9(9).
           05 UNC-CLAIM-DATE            PIC 9(8).
           05 UNC-CLAIM-OPER            PIC 9(6).
           05 UNC-CLAIM-DOC             PIC X(14).
           05 UNC-CLAIM-SEQ             PIC 9(9).

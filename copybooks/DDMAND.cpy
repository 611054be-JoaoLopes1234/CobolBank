      *****************************************************************
      *    LAYOUT DO MANDATO DE DEBITO DIRETO (file/ddmandates.txt)
      *    AUTORIZACAO DO CLIENTE PARA UM ORDENANTE (CREDOR) COBRAR
      *    DEBITOS DIRETOS NUMA CONTA. A CHAVE E A CONTA (DONO +
      *    CONTA) MAIS A REFERENCIA DO ORDENANTE, A MESMA QUE VEM NAS
      *    POSICOES 22-41 DE file/dd_inbound.txt: O DDCLEAR DEVOLVE
      *    OS DEBITOS SEM MANDATO ATIVO (R07) E OS ACIMA DO MAXIMO
      *    POR COBRANCA (R08). MANTIDO NO DDMNDMNT.
      *    DDM-MAX-AMOUNT: MAXIMO POR COBRANCA (0 = SEM MAXIMO)
      *    DDM-FREQUENCY: 'M' = MENSAL, 'T' = TRIMESTRAL,
      *                   'S' = SEMESTRAL, 'A' = ANUAL,
      *                   'P' = PONTUAL/IRREGULAR
      *    DDM-STATUS: 'A' = ATIVO, 'C' = CANCELADO
      *    DDM-COLL-COUNT / DDM-LAST-COLL-DATE: COBRANCAS JA PAGAS AO
      *    ABRIGO DO MANDATO (0 = AINDA NENHUMA - A PRIMEIRA COBRANCA
      *    SAI ASSINALADA NO RELATORIO DO DDCLEAR)
      *****************************************************************
       01 DDMAND-REC.
           05 DDM-KEY.
               10 DDM-ID-USER           PIC 9(6).
               10 DDM-ID-ACCOUNT        PIC 9(6).
               10 DDM-ORIG-REF          PIC X(20).
           05 DDM-CREDITOR-NAME         PIC X(30).
           05 DDM-MAX-AMOUNT            PIC 9(7)V99.
           05 DDM-FREQUENCY             PIC X(1).
           05 DDM-STATUS                PIC X(1).
           05 DDM-SIGN-DATE             PIC 9(8).
           05 DDM-CANCEL-DATE           PIC 9(8).
           05 DDM-LAST-COLL-DATE        PIC 9(8).
           05 DDM-COLL-COUNT            PIC 9(6).

      *****************************************************************
      *    LAYOUT DA FILA DE SUSPENSOS (file/suspense.txt). UM
      *    REGISTO POR CREDITO RECEBIDO QUE O PAYCLEAR NAO CONSEGUIU
      *    APLICAR (CONTA INEXISTENTE, FECHADA, DORMENTE OU DIGITO DE
      *    CONTROLO INVALIDO): EM VEZ DE O DEVOLVER LOGO AO ORDENANTE
      *    O VALOR FICA NA CONTA DE SUSPENSOS DA RAZAO GERAL (O
      *    GLJRNL LANCA 'SUSPIN' NA ENTRADA E 'SUSPRTN' NA DEVOLUCAO)
      *    ATE UM OPERADOR O REPARAR NO SUSPMNT - CORRIGE O DONO OU A
      *    CONTA E O CREDITO E LANCADO COMO 'SUSPPAY' NO RAZAO - OU O
      *    MARCAR PARA DEVOLUCAO. O SUSPRUN DEVOLVE OS MARCADOS E OS
      *    QUE PASSARAM O PRAZO DE file/suspparm.txt SEM REPARACAO.
      *    SUS-ID-USER/SUS-ID-ACCOUNT/SUS-ORIG-REF: COMO VIERAM NO
      *    FICHEIRO DE ENTRADA; SUS-REASON: O CODIGO DE DEVOLUCAO DO
      *    PAYCLEAR (R01 A R05)
      *    SUS-STATUS: 'S' = EM SUSPENSO, 'P' = REPARADO E LANCADO
      *                (CONTA CORRIGIDA EM SUS-POST-USER/ACCOUNT,
      *                MOVIMENTO EM SUS-POST-SEQ), 'M' = MARCADO PARA
      *                DEVOLUCAO, 'R' = DEVOLVIDO AO ORDENANTE
      *    SUS-CLOSE-DATE: DATA DE NEGOCIO EM QUE FOI LANCADO OU
      *                    DEVOLVIDO; SUS-OPER: OPERADOR QUE O
      *                    REPAROU OU MARCOU (0 = DEVOLVIDO POR PRAZO)
      *****************************************************************
       01 SUSPENSE-REC.
           05 SUS-SEQ                   PIC 9(9).
           05 SUS-ID-USER               PIC 9(6).
           05 SUS-ID-ACCOUNT            PIC 9(6).
           05 SUS-AMOUNT                PIC 9(7)V99.
           05 SUS-ORIG-REF              PIC X(20).
           05 SUS-REASON                PIC X(3).
           05 SUS-RECV-DATE             PIC 9(8).
           05 SUS-STATUS                PIC X(1).
           05 SUS-POST-USER             PIC 9(6).
           05 SUS-POST-ACCOUNT          PIC 9(6).
           05 SUS-POST-SEQ              PIC 9(9).
           05 SUS-CLOSE-DATE            PIC 9(8).
           05 SUS-OPER                  PIC 9(6).

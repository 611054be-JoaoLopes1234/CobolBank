      *****************************************************************
      *    LAYOUT DO REGISTO DE CORREIO DEVOLVIDO (file/retmail.txt).
      *    UMA ENTRADA POR CLIENTE CUJO CORREIO VEIO DEVOLVIDO PELOS
      *    CORREIOS, MARCADA E LIMPA NO UPDCLIE (OPCAO 4, LOG 'RTM').
      *    ENQUANTO ATIVA, O MAILRUN RETEM OS DOCUMENTOS DO CLIENTE E
      *    LISTA-OS NAS EXCECOES DO BALCAO. UMA MORADA NOVA NO UPDCLIE
      *    LIMPA A MARCA.
      *    RM-STATUS: 'A' = ATIVA (CORREIO RETIDO)
      *               'C' = LIMPA (RM-CLEAR-DATE)
      *    RM-DATE / RM-OPER: DATA DE NEGOCIO E OPERADOR DA MARCACAO
      *****************************************************************
       01 RETMAIL-REC.
           05 RM-ID-USER                PIC 9(6).
           05 RM-STATUS                 PIC X(1).
           05 RM-DATE                   PIC 9(8).
           05 RM-OPER                   PIC 9(6).
           05 RM-REASON                 PIC X(30).
           05 RM-CLEAR-DATE             PIC 9(8).

      *****************************************************************
      *    LAYOUT DA FILA DE CORREIO (file/mailqueue.txt) E DOS
      *    DOCUMENTOS RETIDOS (file/mailheld.txt). O STMTRUN, O
      *    LETTERS E O WHTCERT JUNTAM A FILA CADA EXTRATO, CARTA E
      *    CERTIFICADO QUE EMITEM, ALEM DO SEU PROPRIO FICHEIRO (QUE
      *    FICA COMO COPIA DO BANCO); O MAILRUN CONSOLIDA A FILA POR
      *    AGREGADO (MESMA MORADA) NO FICHEIRO DO IMPRESSOR E ESVAZIA-A.
      *    OS DOCUMENTOS RETIDOS (CORREIO DEVOLVIDO, MORADA
      *    INUTILIZAVEL) FICAM EM file/mailheld.txt ATE A CORRIDA EM
      *    QUE O CLIENTE JA TENHA MORADA VALIDA.
      *    MQ-REC-TYPE: 'D' = INICIO DE UM DOCUMENTO (MQ-LINE EM BRANCO)
      *                 'L' = LINHA DO DOCUMENTO EM MQ-LINE
      *    MQ-DOC-TYPE: 'E' = EXTRATO (STMTRUN)
      *                 'C' = CARTA DE NOTIFICACAO (LETTERS)
      *                 'F' = CERTIFICADO FISCAL (WHTCERT)
      *    MQ-DOC-DATE: DATA DO DOCUMENTO (AAAAMMDD)
      *****************************************************************
       01 MAILQ-REC.
           05 MQ-REC-TYPE               PIC X(1).
           05 MQ-ID-USER                PIC 9(6).
           05 MQ-DOC-TYPE               PIC X(1).
           05 MQ-DOC-DATE               PIC 9(8).
           05 MQ-LINE                   PIC X(90).

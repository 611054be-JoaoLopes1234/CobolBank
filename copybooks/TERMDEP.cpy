      *    TD-STATUS: 'A' = ATIVO, 'M' = VENCIDO E PAGO,
      *               'Q' = QUEBRADO ANTES DO PRAZO (SO CAPITAL
      *               DEVOLVIDO - OS JUROS CORRIDOS PERDEM-SE COMO
      *               PENALIZACAO), 'R' = VENCIDO E RENOVADO
      *               (O DEPOSITO NOVO APONTA PARA ESTE EM
      *               TD-PREV-SEQ)
      *    TD-MAT-INSTR: INSTRUCAO DE VENCIMENTO, DADA NA ABERTURA E
      *               ALTERAVEL NO TERMMNT ATE AO VENCIMENTO:
      *               'P' = PAGAR TUDO NA CONTA DE LIQUIDACAO,
      *               'C' = RENOVAR O CAPITAL E PAGAR OS JUROS,
      *               'T' = RENOVAR CAPITAL MAIS JUROS.
      *               A RENOVACAO (TDMATURE) ABRE UM DEPOSITO NOVO
      *               COM O MESMO PRAZO E A MESMA INSTRUCAO, A TAXA
      *               EM VIGOR NA DATA DE VENCIMENTO.
      *    TD-PREV-SEQ: DEPOSITO DE QUE ESTE E A RENOVACAO (0 = ABERTO
      *               AO BALCAO)
      *****************************************************************
       01 TERMDEP-REC.
           05 TD-SEQ                    PIC 9(6).
           05 TD-MATURITY-DATE          PIC 9(8).
           05 TD-TERM-DAYS              PIC 9(5).
           05 TD-STATUS                 PIC X(1).
           05 TD-MAT-INSTR              PIC X(1).
           05 TD-PREV-SEQ               PIC 9(6).

      *    CONTIGUOS NA LEITURA. OS PAGAMENTOS PARA FORA DO BANCO
      *    (PAYQUEUE/PAYOUTRN) SO PODEM APONTAR PARA UM BENEFICIARIO
      *    AQUI REGISTADO.
      *    BENEF-ACTIVE: 'S' = ATIVO, 'N' = DESATIVADO,
      *                  'R' = RETIDO PARA REVISAO DE CONFORMIDADE
      *                        (VER SANCREV.cpy)
      *****************************************************************
       01 BENEF-REC.
           05 BENEF-KEY.

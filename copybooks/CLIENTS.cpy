      *    'D' = FALECIDO (AS CONTAS SO LIBERTAM FUNDOS PELO CAMINHO
      *    DA HERANCA - VER ACCXFER). REGISTOS ANTIGOS TEM ESPACO
      *    NESTE CAMPO E CONTAM COMO ATIVOS (VER CLISTAT).
      *    DILIGENCIA DEVIDA (KYC - VER KYCCHK):
      *    CLIENTS-RISK: 'L' = RISCO BAIXO, 'M' = MEDIO, 'H' = ALTO
      *    CLIENTS-KYC-LAST: DATA DA ULTIMA REVISAO (0 = NENHUMA
      *    REGISTADA - CLIENTES CONVERTIDOS PELO MSTRCONV)
      *    CLIENTS-KYC-NEXT: DATA EM QUE VENCE A PROXIMA REVISAO,
      *    CALCULADA PELO KYCCHK A PARTIR DA ULTIMA E DO RISCO
      *****************************************************************
       01 CLIENTS-REC.
           05 CLIENTS-ID            PIC 9(6).
           05 CLIENTS-PHONE         PIC X(15).
           05 CLIENTS-ADDRESS       PIC X(40).
           05 CLIENTS-STATUS        PIC X(1).
           05 CLIENTS-RISK          PIC X(1).
           05 CLIENTS-KYC-LAST      PIC 9(8).
           05 CLIENTS-KYC-NEXT      PIC 9(8).

      *    FILTRADOS POR CLIENTE, POR OPERADOR OU POR INTERVALO DE
      *    DATAS, COM O ID DO CLIENTE RESOLVIDO PARA O NOME ATUAL EM
      *    file/clients.txt. AS LINHAS DO LOG TEM POSICOES FIXAS:
      *    CLIENTE(6) ACAO(3) OPERADOR(6) DATA-HORA(14) DETALHE(27),
      *    SEPARADOS POR UM ESPACO - VER ADDCLIE/UPDCLIE/DELECLIE (O
      *    DETALHE SO VEM NAS REVISOES 'KYC': RISCO ANTERIOR>NOVO E A
      *    DATA DA PROXIMA REVISAO; E NO CORREIO DEVOLVIDO 'RTM': 'M'
      *    E O MOTIVO NA MARCACAO, 'L' NA LIMPEZA).
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 AUDIT-TIMESTAMP.
               10 AUDIT-DATE            PIC 9(8).
               10 AUDIT-TIME            PIC 9(6).
           05 FILLER                    PIC X(1).
           05 AUDIT-DETAIL              PIC X(27).

       WORKING-STORAGE SECTION.
       01 INPUT-USER                    PIC X(1).
                   AUDIT-ACTION '  '
                   AUDIT-CLIENT-ID ' '
                   WS-OWNER-NAME '  '
                   AUDIT-OPER-ID '  '
                   AUDIT-DETAIL.

      ******************************************************************
      *    PROCURAR DIRETAMENTE EM CLIENTS O NOME ATUAL DO CLIENTE

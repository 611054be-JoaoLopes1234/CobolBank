      *****************************************************************
      *    LAYOUT DOS SALDOS MEDIOS DO MES POR CONTA (file/avgbal.txt).
      *    REESCRITO PELO AVGBAL NO ULTIMO DIA UTIL DE CADA MES, A PAR
      *    DO RELATORIO, COM UMA LINHA POR CONTA COM RETRATOS NO MES;
      *    O PROFRPT PONDERA POR ESTES SALDOS A RENTABILIDADE DOS
      *    CLIENTES.
      *    AVB-DAYS: DIAS COM RETRATO QUE ENTRAM NA MEDIA
      *****************************************************************
       01 AVGBAL-REC.
           05 AVB-PERIOD                PIC 9(6).
           05 AVB-ID-USER               PIC 9(6).
           05 AVB-ID                    PIC 9(6).
           05 AVB-TYPE                  PIC X(1).
           05 AVB-DAYS                  PIC 9(3).
           05 AVB-AVERAGE               PIC S9(11)V99
                                        SIGN LEADING SEPARATE.

      *****************************************************************
      *    LAYOUT DO CALENDARIO DE FERIADOS BANCARIOS
      *    (file/holidays.txt). UM REGISTO POR DIA EM QUE O BANCO
      *    ESTA FECHADO PARA ALEM DOS SABADOS E DOMINGOS, MANTIDO
      *    PELO HOLMNT. O BUSCAL E O UNICO PROGRAMA QUE O CONSULTA
      *    PARA DECIDIR SE UM DIA E UTIL.
      *****************************************************************
       01 HOLIDAYS-REC.
           05 HOL-DATE                  PIC 9(8).
           05 HOL-DESC                  PIC X(30).

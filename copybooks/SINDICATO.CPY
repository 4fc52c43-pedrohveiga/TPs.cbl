      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the sindicatos master
      *          SINDICATOS.DAT (TP73SND maintains it; TP07CAD
      *          validates CAD-SINDICATO against it; TPSINDIC prices
      *          the contribuicao; TP06DISSI takes the piso). INDEXED
      *          on the sindicato code. SND-REGRA says how the
      *          monthly contribuicao is taken: "P" SND-PERC percent
      *          of the salario base every month, "F" the fixed
      *          SND-VALOR every month, "D" one day of salario (the
      *          salario base over 30) once a year in SND-MESDIA -
      *          March unless the convencao says otherwise. SND-PISO
      *          is the monthly salario floor of the category (zero =
      *          no piso informed). The bank data is where the guia
      *          de recolhimento is paid.
      ******************************************************************
       01 SND-REGISTRO.
           05 SND-CODIGO              PIC X(3).
           05 SND-NOME                PIC X(30).
           05 SND-CNPJ                PIC X(14).
           05 SND-BANCO               PIC X(3).
           05 SND-AGENCIA             PIC X(4).
           05 SND-AGDV                PIC X(1).
           05 SND-CONTA               PIC X(8).
           05 SND-CTDV                PIC X(1).
           05 SND-REGRA               PIC X(1).
               88 SND-REGRA-PERCENTUAL   VALUE "P".
               88 SND-REGRA-FIXO         VALUE "F".
               88 SND-REGRA-DIA          VALUE "D".
           05 SND-PERC                PIC 9(2)V99.
           05 SND-VALOR               PIC 9(5)V99.
           05 SND-MESDIA              PIC 9(2).
           05 SND-PISO                PIC 9(5)V99.
           05 SND-DATA                PIC X(10).
           05 SND-OPERADOR            PIC X(8).

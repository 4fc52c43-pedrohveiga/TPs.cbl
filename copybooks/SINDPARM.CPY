      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared parameter area for the TPSINDIC contribuicao
      *          sindical engine. Given the employee's sindicato
      *          (CAD-SINDICATO) in SNP-SINDICATO, the prontuario,
      *          the competencia (MM/AAAA) and the monthly salario
      *          base in SNP-SALARIO, it returns in SNP-VALOR the
      *          contribuicao of the month under the sindicato's
      *          SND-REGRA. SNP-RC is zero when the rule was applied
      *          (the value may still be zero, e.g. a "D" rule outside
      *          its month) / 1 when the employee has no sindicato or
      *          the code is not on SINDICATOS.DAT / 2 when an
      *          oposicao in force on OPOSICAO.DAT waives it.
      ******************************************************************
       01 SIND-PARM.
           05 SNP-SINDICATO           PIC X(3).
           05 SNP-PRONTUARIO          PIC X(9).
           05 SNP-COMPET              PIC X(7).
           05 SNP-SALARIO             PIC 9(5)V99.
           05 SNP-VALOR               PIC 9(5)V99.
           05 SNP-RC                  PIC 9(1).

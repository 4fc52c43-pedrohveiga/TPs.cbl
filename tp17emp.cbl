      *              unless explicitly forced - and the force is
      *              logged. Option 4 is the margin inquiry to run
      *              before the contract is signed.
      * 15/10/2026 - Each loan now carries its credor (lending bank or
      *              convenio, mandatory) and contract number, listed
      *              with the loan; TP72CSG makes the monthly repasse
      *              to each credor from them.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP17EMP.
       77 wsgravar PIC X VALUE "S".
       77 wsfimemprestimo PIC X VALUE "N".
       77 wsresposta PIC X VALUE "N".
       77 wscredor PIC X(6) VALUE SPACES.
       77 wscontrato PIC X(15) VALUE SPACES.
       77 wsreais PIC 9(7).
       77 wscentavos PIC 99.
       77 wsmasctotal PIC Z.ZZZ.ZZ9,99.
               " RESTAM:" EMP-RESTANTES
               " ULT COMP:" EMP-ULTCOMP
       END-IF.
       DISPLAY "          CREDOR:" EMP-CREDOR " CONTRATO:" EMP-CONTRATO.
       PERFORM LE-PROXIMO-EMPRESTIMO.

       INCLUI-ALTERA-EMPRESTIMO.
       COMPUTE EMP-PARCELA = wsreais + (wscentavos / 100).
       DISPLAY "Parcelas restantes: " WITH NO ADVANCING.
       ACCEPT EMP-RESTANTES.
       IF wsachouemp EQUAL "N"
           MOVE SPACES TO EMP-CREDOR
           MOVE SPACES TO EMP-CONTRATO
       END-IF.
       DISPLAY "Credor - banco/convenio (ENTER = " EMP-CREDOR "): "
           WITH NO ADVANCING.
       MOVE SPACES TO wscredor.
       ACCEPT wscredor.
       IF wscredor NOT EQUAL SPACES
           MOVE wscredor TO EMP-CREDOR
       END-IF.
       DISPLAY "Numero do contrato (ENTER = " EMP-CONTRATO "): "
           WITH NO ADVANCING.
       MOVE SPACES TO wscontrato.
       ACCEPT wscontrato.
       IF wscontrato NOT EQUAL SPACES
           MOVE wscontrato TO EMP-CONTRATO
       END-IF.
       MOVE wsprontuario TO EMP-PRONTUARIO.
       MOVE SPACES TO EMP-ULTCOMP.
      *A trava da margem: a parcela nova mais os atrasados nao podem
               MOVE "N" TO wsgravar
           END-IF
       END-IF.
      *Sem credor a parcela descontada nao tem a quem ser repassada
       IF EMP-CREDOR EQUAL SPACES
           DISPLAY "Credor obrigatorio - o repasse e feito por credor."
           MOVE "N" TO wsgravar
       END-IF.
       IF wsgravar EQUAL "S"
           IF wsachouemp EQUAL "S"
               REWRITE EMP-REGISTRO

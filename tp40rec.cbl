      *          reconstructed, instead of the shop starting from
      *          zero.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - The YTD rebuild takes the fichas by the year of
      *              their competencia, the year TP04 adds them to.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP40REC.
       END-IF.

       ACUMULA-YTD.
       MOVE HIDX-COMPET(4:4) TO wsanoficha.
       IF wsanoficha EQUAL wsano AND
           (HIDX-MODO EQUAL "1" OR HIDX-MODO EQUAL " ")
           ADD 1 TO wsqtdfichas

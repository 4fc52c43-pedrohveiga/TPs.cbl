      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TPRATEIO COBOL - shared cost-center allocation engine.
      *          Finds in RATEIO.DAT the split of a prontuario's cost
      *          across deptos in force in a competencia and divides
      *          amounts by it, answering via the RATEIOPARM
      *          parameter area. CALLed by TP04 and TP04LOTE for the
      *          per-depto session summary, by TP25CTB for the
      *          journal, by TP26PROV for the provisions and by
      *          TP49TEND and TP68ORC for the depto actuals, so every
      *          depto figure of the house splits the same way and
      *          the rounding always lands on the main department.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPRATEIO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEIO ASSIGN TO "RATEIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAT-CHAVE
           FILE STATUS IS wsfs-rat.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD RATEIO.
       COPY RATEIO.

       WORKING-STORAGE SECTION.
       77 wsfs-rat PIC XX.
       77 wsfimrat PIC X VALUE "N".
       77 wsachou PIC X VALUE "N".
      *Competencia pedida em AAAAMM
       77 wsalvo PIC X(6) VALUE SPACES.
       77 wsix PIC 9(2) VALUE ZERO.
       77 wsvx PIC 9(2) VALUE ZERO.
       77 wssomaperc PIC 9(4)V99 VALUE ZERO.
       77 wssomapartes PIC 9(8)V99 VALUE ZERO.

      *O rateio em vigor achado no arquivo
       77 wsqtd PIC 9(2) VALUE ZERO.
       01 tabela-vigente.
           05 VIG-ITEM OCCURS 5 TIMES.
               10 VIG-DEPTO PIC X(4).
               10 VIG-PERC PIC 9(3)V99.

       LINKAGE SECTION.
       COPY RATEIOPARM.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING RATEIO-PARM.

       PRINCIPAL.
           IF RTP-ACAO EQUAL "C"
               PERFORM CARREGA-RATEIO
           ELSE
               IF RTP-ACAO EQUAL "D"
                   PERFORM DIVIDE-VALORES
               END-IF
           END-IF.
           GOBACK.

      *----------------------------------------------------------------*
      * The split in force: the newest record of the prontuario whose
      * vigencia does not pass the competencia. None, one that ends
      * the split or one whose percentages do not close 100% leave
      * the whole cost on the main department.
      *----------------------------------------------------------------*
       CARREGA-RATEIO.
           MOVE ZERO TO RTP-RC.
           MOVE SPACES TO wsalvo.
           STRING RTP-COMPET(4:4) RTP-COMPET(1:2)
               DELIMITED BY SIZE INTO wsalvo.
           MOVE "N" TO wsachou.
           MOVE ZERO TO wsqtd.
           OPEN INPUT RATEIO.
           IF wsfs-rat NOT EQUAL "35"
               MOVE "N" TO wsfimrat
               MOVE RTP-PRONTUARIO TO RAT-PRONTUARIO
               MOVE LOW-VALUES TO RAT-VIGENCIA
               START RATEIO KEY NOT LESS THAN RAT-CHAVE
                   INVALID KEY
                       MOVE "S" TO wsfimrat
               END-START
               PERFORM LE-PROXIMO-RATEIO
               PERFORM GUARDA-RATEIO UNTIL wsfimrat EQUAL "S"
               CLOSE RATEIO
           END-IF.
           IF wsachou EQUAL "N" OR wsqtd EQUAL ZERO
               MOVE 1 TO RTP-RC
           ELSE
               MOVE ZERO TO wssomaperc
               MOVE 1 TO wsix
               PERFORM SOMA-PERCENTUAL UNTIL wsix GREATER THAN wsqtd
               IF wssomaperc NOT EQUAL 100
                   MOVE 2 TO RTP-RC
               END-IF
           END-IF.
           IF RTP-RC EQUAL ZERO
               MOVE wsqtd TO RTP-QTD
               MOVE 1 TO RTP-IXPRINC
               MOVE 1 TO wsix
               PERFORM COPIA-ITEM UNTIL wsix GREATER THAN wsqtd
           ELSE
               MOVE 1 TO RTP-QTD
               MOVE 1 TO RTP-IXPRINC
               MOVE RTP-DEPTOPRINC TO RTP-DEPTO(1)
               MOVE 100 TO RTP-PERC(1)
           END-IF.

       LE-PROXIMO-RATEIO.
           IF wsfimrat EQUAL "N"
               READ RATEIO NEXT RECORD
                   AT END
                       MOVE "S" TO wsfimrat
               END-READ
               IF wsfimrat EQUAL "N" AND
                  (RAT-PRONTUARIO NOT EQUAL RTP-PRONTUARIO OR
                  RAT-VIGENCIA GREATER THAN wsalvo)
                   MOVE "S" TO wsfimrat
               END-IF
           END-IF.

      *As vigencias vem em ordem: a ultima lida e a que vale
       GUARDA-RATEIO.
           MOVE "S" TO wsachou.
           MOVE RAT-QTD TO wsqtd.
           IF wsqtd GREATER THAN 5
               MOVE 5 TO wsqtd
           END-IF.
           MOVE 1 TO wsix.
           PERFORM GUARDA-ITEM UNTIL wsix GREATER THAN 5.
           PERFORM LE-PROXIMO-RATEIO.

       GUARDA-ITEM.
           MOVE RAT-DEPTO(wsix) TO VIG-DEPTO(wsix).
           MOVE RAT-PERC(wsix) TO VIG-PERC(wsix).
           ADD 1 TO wsix.

       SOMA-PERCENTUAL.
           ADD VIG-PERC(wsix) TO wssomaperc.
           ADD 1 TO wsix.

       COPIA-ITEM.
           MOVE VIG-DEPTO(wsix) TO RTP-DEPTO(wsix).
           MOVE VIG-PERC(wsix) TO RTP-PERC(wsix).
           IF VIG-DEPTO(wsix) EQUAL RTP-DEPTOPRINC
               MOVE wsix TO RTP-IXPRINC
           END-IF.
           ADD 1 TO wsix.

      *----------------------------------------------------------------*
      * Each amount over the items: every department but the main one
      * gets its percentage rounded; the main one gets what is left,
      * so the parts add up to the amount to the centavo.
      *----------------------------------------------------------------*
       DIVIDE-VALORES.
           MOVE 1 TO wsvx.
           PERFORM DIVIDE-UM-VALOR
               UNTIL wsvx GREATER THAN RTP-QTDVALORES OR
               wsvx GREATER THAN 12.

       DIVIDE-UM-VALOR.
           MOVE ZERO TO wssomapartes.
           MOVE 1 TO wsix.
           PERFORM DIVIDE-UM-ITEM UNTIL wsix GREATER THAN RTP-QTD.
           IF wssomapartes GREATER THAN RTP-VALOR(wsvx)
               MOVE ZERO TO RTP-PARTE(RTP-IXPRINC, wsvx)
           ELSE
               COMPUTE RTP-PARTE(RTP-IXPRINC, wsvx) =
                   RTP-VALOR(wsvx) - wssomapartes
           END-IF.
           ADD 1 TO wsvx.

       DIVIDE-UM-ITEM.
           IF wsix NOT EQUAL RTP-IXPRINC
               COMPUTE RTP-PARTE(wsix, wsvx) ROUNDED =
                   RTP-VALOR(wsvx) * RTP-PERC(wsix) / 100
               ADD RTP-PARTE(wsix, wsvx) TO wssomapartes
           END-IF.
           ADD 1 TO wsix.
      *----------------------------------------------------------------*

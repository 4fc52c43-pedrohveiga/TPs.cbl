      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TPESTAB COBOL - shared estabilidade provisoria engine.
      *          Walks the ESTABILIDADE.DAT records of one prontuario
      *          and tells, through the ESTABPARM parameter area,
      *          whether a date falls inside one of them - gestante,
      *          membro da CIPA or the twelve months after an
      *          acidente de trabalho leave. CALLed by TP04 before a
      *          rescisao and by TP07CAD before a desligamento date
      *          is kept, so both refuse the same periods.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPESTAB.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTABILIDADE ASSIGN TO "ESTABILIDADE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESB-CHAVE
           FILE STATUS IS wsfs-esb.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD ESTABILIDADE.
       COPY ESTABILIDADE.

       WORKING-STORAGE SECTION.
       77 wsfs-esb PIC XX.
       77 wsfimesb PIC X VALUE "N".
      *Fim da estabilidade, com o branco (ate informar) em 99999999
       77 wsfim PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       COPY ESTABPARM.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING ESTAB-PARM.

       PRINCIPAL.
           MOVE ZERO TO ESP-RC.
           MOVE SPACES TO ESP-TIPO.
           MOVE SPACES TO ESP-INI.
           MOVE SPACES TO ESP-FIM.
           OPEN INPUT ESTABILIDADE.
           IF wsfs-esb NOT EQUAL "35"
               MOVE "N" TO wsfimesb
               MOVE ESP-PRONTUARIO TO ESB-PRONTUARIO
               MOVE LOW-VALUES TO ESB-INI
               START ESTABILIDADE KEY NOT LESS THAN ESB-CHAVE
                   INVALID KEY
                       MOVE "S" TO wsfimesb
               END-START
               PERFORM LE-PROXIMA-ESTABILIDADE
               PERFORM CONFERE-ESTABILIDADE
                   UNTIL wsfimesb EQUAL "S"
               CLOSE ESTABILIDADE
           END-IF.
           GOBACK.

       LE-PROXIMA-ESTABILIDADE.
           IF wsfimesb EQUAL "N"
               READ ESTABILIDADE NEXT RECORD
                   AT END
                       MOVE "S" TO wsfimesb
               END-READ
               IF wsfimesb EQUAL "N" AND
                  ESB-PRONTUARIO NOT EQUAL ESP-PRONTUARIO
                   MOVE "S" TO wsfimesb
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Records are in start order, so the first hit is answered and
      * the walk stops; a start after the date ends it as well.
      *----------------------------------------------------------------*
       CONFERE-ESTABILIDADE.
           IF ESB-INI GREATER THAN ESP-DATA
               MOVE "S" TO wsfimesb
           ELSE
               IF ESB-FIM EQUAL SPACES
                   MOVE "99999999" TO wsfim
               ELSE
                   MOVE ESB-FIM TO wsfim
               END-IF
               IF wsfim NOT LESS THAN ESP-DATA
                   MOVE 1 TO ESP-RC
                   MOVE ESB-TIPO TO ESP-TIPO
                   MOVE ESB-INI TO ESP-INI
                   MOVE ESB-FIM TO ESP-FIM
                   MOVE "S" TO wsfimesb
               ELSE
                   PERFORM LE-PROXIMA-ESTABILIDADE
               END-IF
           END-IF.

       END PROGRAM TPESTAB.

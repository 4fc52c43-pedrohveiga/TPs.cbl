      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP70CMP COBOL - competencia status inquiry and the
      *          supervisor's reopening over COMPETENCIAS.DAT. Lists
      *          the situacao of every empresa/competencia (aberta,
      *          em fechamento, fechada) with who set it and when;
      *          reopens a closed month only with a reason typed,
      *          and closes it again once the correction is done
      *          (a TP29COMP complementar, a late TP21PONTO). Both go
      *          through TPCOMPET and land in AUDITORIA.LOG.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP70CMP.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPETENCIAS ASSIGN TO "COMPETENCIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPT-CHAVE
           FILE STATUS IS wsfs-cpt.
           COPY OPERSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD COMPETENCIAS.
       COPY COMPETENCIA.

       COPY OPERFD.

       WORKING-STORAGE SECTION.
       77 wsfs-cpt PIC XX.
       77 wsfs-oper PIC XX.
       77 wsoperses PIC X(8) VALUE SPACES.
       77 wsopcao PIC 9 VALUE ZERO.
       77 wsfimcpt PIC X VALUE "N".
       77 wsqtdlistadas PIC 9(3) VALUE ZERO.
       77 wsresposta PIC X VALUE "N".
       77 wsdescsit PIC X(14) VALUE SPACES.
       COPY COMPETPARM.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP70CMP - SITUACAO DAS COMPETENCIAS".
       DISPLAY "1 - Listar competencias".
       DISPLAY "2 - Reabrir competencia fechada (supervisor)".
       DISPLAY "3 - Fechar de novo competencia reaberta".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM LISTA-COMPETENCIAS
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM REABRE-COMPETENCIA
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM FECHA-COMPETENCIA
       END-IF.
       IF wsopcao GREATER THAN 3
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

       LISTA-COMPETENCIAS.
       OPEN INPUT COMPETENCIAS.
       IF wsfs-cpt EQUAL "35"
           DISPLAY "Nenhuma competencia fechada - COMPETENCIAS.DAT"
               " nao existe."
       ELSE
           MOVE ZERO TO wsqtdlistadas
           MOVE "N" TO wsfimcpt
           MOVE LOW-VALUES TO CPT-CHAVE
           START COMPETENCIAS KEY NOT LESS THAN CPT-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimcpt
           END-START
           PERFORM LE-PROXIMA-COMPETENCIA
           PERFORM LISTA-UMA-COMPETENCIA UNTIL wsfimcpt EQUAL "S"
           IF wsqtdlistadas EQUAL ZERO
               DISPLAY "Nenhuma competencia registrada."
           END-IF
           CLOSE COMPETENCIAS
       END-IF.

       LE-PROXIMA-COMPETENCIA.
       IF wsfimcpt EQUAL "N"
           READ COMPETENCIAS NEXT RECORD
               AT END
                   MOVE "S" TO wsfimcpt
           END-READ
       END-IF.

       LISTA-UMA-COMPETENCIA.
       MOVE "ABERTA" TO wsdescsit.
       IF CPT-EM-FECHAMENTO
           MOVE "EM FECHAMENTO" TO wsdescsit
       END-IF.
       IF CPT-FECHADA
           MOVE "FECHADA" TO wsdescsit
       END-IF.
       DISPLAY "EMP:" CPT-EMPRESA " COMP:" CPT-COMPET " "
           wsdescsit " POR " CPT-OPERADOR " EM " CPT-DTSITUACAO.
       IF CPT-MOTIVO NOT EQUAL SPACES
           DISPLAY "    ULTIMA REABERTURA: " CPT-MOTIVO
       END-IF.
       ADD 1 TO wsqtdlistadas.
       PERFORM LE-PROXIMA-COMPETENCIA.

      *----------------------------------------------------------------*
      * The reopening goes through TPCOMPET so the audit line is
      * written in one place only. The menu already restricts this
      * program to the supervisor level; the reason is mandatory.
      *----------------------------------------------------------------*
       REABRE-COMPETENCIA.
       PERFORM PEDE-EMPRESA-COMPETENCIA.
       DISPLAY "Motivo da reabertura (obrigatorio): "
           WITH NO ADVANCING.
       MOVE SPACES TO CPP-MOTIVO.
       ACCEPT CPP-MOTIVO.
       IF CPP-MOTIVO EQUAL SPACES
           DISPLAY "Sem motivo nao se reabre competencia."
       ELSE
           DISPLAY "Confirma a reabertura (S/N): " WITH NO ADVANCING
           ACCEPT wsresposta
           IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
               PERFORM LE-OPERADOR-SESSAO
               MOVE wsoperses TO CPP-OPERADOR
               MOVE "R" TO CPP-ACAO
               CALL "TPCOMPET" USING COMPET-PARM
               IF CPP-RC EQUAL ZERO
                   DISPLAY "Competencia " CPP-COMPET " reaberta e"
                       " registrada na auditoria."
               ELSE
                   DISPLAY "Competencia nao esta fechada."
               END-IF
           ELSE
               DISPLAY "Nada reaberto."
           END-IF
       END-IF.

       FECHA-COMPETENCIA.
       PERFORM PEDE-EMPRESA-COMPETENCIA.
       MOVE "C" TO CPP-ACAO.
       CALL "TPCOMPET" USING COMPET-PARM.
       IF CPP-RC EQUAL 2
           DISPLAY "Competencia ja esta fechada."
       ELSE
           DISPLAY "Confirma o fechamento (S/N): " WITH NO ADVANCING
           ACCEPT wsresposta
           IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
               PERFORM LE-OPERADOR-SESSAO
               MOVE wsoperses TO CPP-OPERADOR
               MOVE "F" TO CPP-SITUACAO
               MOVE "M" TO CPP-ACAO
               CALL "TPCOMPET" USING COMPET-PARM
               DISPLAY "Competencia " CPP-COMPET " fechada e"
                   " registrada na auditoria."
           ELSE
               DISPLAY "Nada fechado."
           END-IF
       END-IF.

       PEDE-EMPRESA-COMPETENCIA.
       DISPLAY "Codigo da empresa (ENTER = 01): " WITH NO ADVANCING.
       MOVE SPACES TO CPP-EMPRESA.
       ACCEPT CPP-EMPRESA.
       IF CPP-EMPRESA EQUAL SPACES
           MOVE "01" TO CPP-EMPRESA
       END-IF.
       DISPLAY "Competencia (MM/AAAA): " WITH NO ADVANCING.
       ACCEPT CPP-COMPET.

      *----------------------------------------------------------------*
      * Reads the operator id TPMENU left in OPERSESS.DAT at sign-on.
      *----------------------------------------------------------------*
       LE-OPERADOR-SESSAO.
           MOVE SPACES TO wsoperses.
           OPEN INPUT OPERSESS.
           IF wsfs-oper EQUAL "35"
               CONTINUE
           ELSE
               READ OPERSESS
                   AT END
                       MOVE SPACES TO wsoperses
                   NOT AT END
                       MOVE OPSS-LINHA TO wsoperses
               END-READ
               CLOSE OPERSESS
           END-IF.
      *----------------------------------------------------------------*

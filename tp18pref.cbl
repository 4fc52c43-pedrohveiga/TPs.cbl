      *          session start. Silent degradation (the session that
      *          ran with zero INSS) dies here.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - Cadastro changes still waiting for supervisor
      *              approval in ALTCAD.DAT (TP62ALT) are counted and
      *              reported as an AVISO line: the session would pay
      *              the old bank data or valor-hora. A warning only,
      *              the verdict is not changed by it.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP18PREF.
           SELECT CATALOGO ASSIGN TO "BACKUP.CAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-cat.
           SELECT ALTCAD ASSIGN TO "ALTCAD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALC-CHAVE
           FILE STATUS IS wsfs-alc.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 CAT-DATA              PIC X(10).
           05 FILLER                PIC X(74).

       FD ALTCAD.
       COPY ALTCAD.

       WORKING-STORAGE SECTION.
       77 wsfs-tab PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-cat PIC XX.
       77 wsbkphoje PIC X VALUE "N".
       77 wsdatatxt PIC X(10) VALUE SPACES.
       77 wsfs-alc PIC XX.
       77 wsqtdaltpend PIC 9(5) VALUE ZERO.

      *Validacao de contiguidade, a mesma regra do TP10TAB
       77 wstabvalida PIC X VALUE "N".
       PERFORM CONFERE-YTD.
       PERFORM CONFERE-CHECKPOINT.
       PERFORM CONFERE-BACKUP.
       PERFORM CONFERE-ALTERACOES.
       PERFORM GRAVA-VEREDITO.
       CLOSE RELATORIO.
       GOBACK.
       END-IF.
       PERFORM LE-CATALOGO.

      *----------------------------------------------------------------*
      * A bank account or valor-hora change typed in TP07CAD and not
      * yet decided in TP62ALT means the session pays the old value.
      * Worth saying before the session opens, not worth blocking it.
      *----------------------------------------------------------------*
       CONFERE-ALTERACOES.
       MOVE ZERO TO wsqtdaltpend.
       OPEN INPUT ALTCAD.
       IF wsfs-alc NOT EQUAL "35"
           MOVE "N" TO wsfimarquivo
           PERFORM LE-ALTERACAO
           PERFORM CONTA-ALTERACAO UNTIL wsfimarquivo EQUAL "S"
           CLOSE ALTCAD
       END-IF.
       MOVE SPACES TO REL-LINHA.
       IF wsqtdaltpend EQUAL ZERO
           STRING "ALTCAD.DAT: NENHUMA ALTERACAO PENDENTE DE"
               DELIMITED BY SIZE
               " APROVACAO" DELIMITED BY SIZE
               INTO REL-LINHA
       ELSE
           STRING "AVISO ALTCAD.DAT: " DELIMITED BY SIZE
               wsqtdaltpend DELIMITED BY SIZE
               " ALTERACAO(OES) DE CADASTRO PENDENTE(S) -"
               DELIMITED BY SIZE
               " DECIDA NO TP62ALT" DELIMITED BY SIZE
               INTO REL-LINHA
           DISPLAY "TP18PREF: AVISO - " wsqtdaltpend
               " alteracao(oes) de cadastro pendente(s) (TP62ALT)."
       END-IF.
       WRITE REL-LINHA.

       LE-ALTERACAO.
       READ ALTCAD NEXT RECORD
           AT END
               MOVE "S" TO wsfimarquivo
       END-READ.

       CONTA-ALTERACAO.
       IF ALC-PENDENTE
           ADD 1 TO wsqtdaltpend
       END-IF.
       PERFORM LE-ALTERACAO.

      *----------------------------------------------------------------*
      * The verdict goes to the screen, the report and TP18PREF.STA,
      * which TP04 consults before opening a session. A blocked

      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TPSAUDE COBOL - shared health-plan engine. Prices
      *          the beneficiaries of ADESAOSAUDE.DAT by faixa etaria
      *          against the PLANOSAUDE.DAT table and adds the
      *          coparticipacao imported into FATSAUDE.DAT, answering
      *          via the SAUDEPARM parameter area. CALLed by TP04 and
      *          TP04LOTE for the folha desconto and by TP56SAU for
      *          the invoice conciliacao, so the figure deducted and
      *          the figure checked are the same arithmetic.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPSAUDE.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOSAUDE ASSIGN TO "PLANOSAUDE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLS-CHAVE
           FILE STATUS IS wsfs-pls.
           SELECT ADESAOSAUDE ASSIGN TO "ADESAOSAUDE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADS-CHAVE
           FILE STATUS IS wsfs-ads.
           SELECT FATSAUDE ASSIGN TO "FATSAUDE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FTS-CHAVE
           FILE STATUS IS wsfs-fts.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD PLANOSAUDE.
       COPY PLANOSAUDE.

       FD ADESAOSAUDE.
       COPY ADESAOSAUDE.

       FD FATSAUDE.
       COPY FATSAUDE.

       WORKING-STORAGE SECTION.
       77 wsfs-pls PIC XX.
       77 wsfs-ads PIC XX.
       77 wsfs-fts PIC XX.
       77 wsfimads PIC X VALUE "N".
       77 wsfimfts PIC X VALUE "N".
       77 wsachoufaixa PIC X VALUE "N".
       77 wsparte PIC 9(5)V99 VALUE ZERO.

      *Competencia pedida e vigencia da adesao, todas em AAAAMM
       77 wsalvo PIC X(6) VALUE SPACES.
       77 wsini PIC X(6) VALUE SPACES.
       77 wsfim PIC X(6) VALUE SPACES.

      *Idade do beneficiario na competencia
       77 wsidade PIC 9(3) VALUE ZERO.
       01 wsnasc.
           05 wsnascdia PIC 9(2).
           05 FILLER PIC X.
           05 wsnascmes PIC 9(2).
           05 FILLER PIC X.
           05 wsnascano PIC 9(4).
       01 wscomp.
           05 wscompmes PIC 9(2).
           05 FILLER PIC X.
           05 wscompano PIC 9(4).

       LINKAGE SECTION.
       COPY SAUDEPARM.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING SAUDE-PARM.

       PRINCIPAL.
           MOVE ZERO TO SDP-PRECO.
           MOVE ZERO TO SDP-PERCFUNC.
           MOVE ZERO TO SDP-MENSAL.
           MOVE ZERO TO SDP-COPART.
           MOVE ZERO TO SDP-VALOR.
           MOVE ZERO TO SDP-QTDVIDAS.
           MOVE ZERO TO SDP-RC.
           MOVE SDP-COMPET TO wscomp.
           MOVE SPACES TO wsalvo.
           STRING SDP-COMPET(4:4) SDP-COMPET(1:2)
               DELIMITED BY SIZE INTO wsalvo.
           OPEN INPUT PLANOSAUDE.
           IF SDP-ACAO EQUAL "P"
               IF wsfs-pls EQUAL "35"
                   MOVE 1 TO SDP-RC
               ELSE
                   PERFORM PRECIFICA-BENEFICIARIO
                   MOVE wsparte TO SDP-MENSAL
               END-IF
           ELSE
               PERFORM CALCULA-DESCONTO
           END-IF.
           IF wsfs-pls NOT EQUAL "35"
               CLOSE PLANOSAUDE
           END-IF.
           GOBACK.

      *----------------------------------------------------------------*
      * Desconto of the prontuario: the employee's share of the
      * mensalidade of every beneficiary in force in the competencia
      * plus the coparticipacao the operadora billed for it. No
      * membership file, no desconto.
      *----------------------------------------------------------------*
       CALCULA-DESCONTO.
           OPEN INPUT ADESAOSAUDE.
           IF wsfs-ads NOT EQUAL "35"
               MOVE "N" TO wsfimads
               MOVE SDP-PRONTUARIO TO ADS-PRONTUARIO
               MOVE ZERO TO ADS-SEQ
               START ADESAOSAUDE KEY NOT LESS THAN ADS-CHAVE
                   INVALID KEY
                       MOVE "S" TO wsfimads
               END-START
               PERFORM LE-PROXIMA-ADESAO
               PERFORM SOMA-BENEFICIARIO
                   UNTIL wsfimads EQUAL "S"
               CLOSE ADESAOSAUDE
           END-IF.
           PERFORM SOMA-COPARTICIPACAO.
           COMPUTE SDP-VALOR = SDP-MENSAL + SDP-COPART.

       LE-PROXIMA-ADESAO.
           IF wsfimads EQUAL "N"
               READ ADESAOSAUDE NEXT RECORD
                   AT END
                       MOVE "S" TO wsfimads
               END-READ
           END-IF.
           IF wsfimads EQUAL "N" AND
              ADS-PRONTUARIO NOT EQUAL SDP-PRONTUARIO
               MOVE "S" TO wsfimads
           END-IF.

       SOMA-BENEFICIARIO.
           MOVE SPACES TO wsini.
           STRING ADS-COMPINI(4:4) ADS-COMPINI(1:2)
               DELIMITED BY SIZE INTO wsini.
           IF ADS-COMPFIM EQUAL SPACES
               MOVE "999999" TO wsfim
           ELSE
               MOVE SPACES TO wsfim
               STRING ADS-COMPFIM(4:4) ADS-COMPFIM(1:2)
                   DELIMITED BY SIZE INTO wsfim
           END-IF.
           IF wsini NOT GREATER THAN wsalvo AND
              wsfim NOT LESS THAN wsalvo
               MOVE ADS-PLANO TO SDP-PLANO
               MOVE ADS-NASCIMENTO TO SDP-NASCIMENTO
               IF wsfs-pls EQUAL "35"
                   MOVE 1 TO SDP-RC
               ELSE
                   PERFORM PRECIFICA-BENEFICIARIO
                   ADD wsparte TO SDP-MENSAL
                   ADD 1 TO SDP-QTDVIDAS
               END-IF
           END-IF.
           PERFORM LE-PROXIMA-ADESAO.

      *----------------------------------------------------------------*
      * Price of one beneficiary: the faixa of plano SDP-PLANO whose
      * upper age is the first not below the beneficiary's age. The
      * new age only reaches the mensalidade the month after the
      * birthday, as the operadoras bill it.
      *----------------------------------------------------------------*
       PRECIFICA-BENEFICIARIO.
           MOVE ZERO TO wsparte.
           MOVE "N" TO wsachoufaixa.
           MOVE SDP-NASCIMENTO TO wsnasc.
           IF wsnascano IS NUMERIC AND wsnascmes IS NUMERIC AND
              wscompano IS NUMERIC AND wscompmes IS NUMERIC AND
              wsnascano NOT GREATER THAN wscompano
               COMPUTE wsidade = wscompano - wsnascano
               IF wscompmes NOT GREATER THAN wsnascmes AND
                  wsidade GREATER THAN ZERO
                   SUBTRACT 1 FROM wsidade
               END-IF
               MOVE SDP-PLANO TO PLS-PLANO
               MOVE wsidade TO PLS-IDADEMAX
               START PLANOSAUDE KEY NOT LESS THAN PLS-CHAVE
                   INVALID KEY
                       MOVE "S" TO wsachoufaixa
               END-START
               IF wsachoufaixa EQUAL "N"
                   READ PLANOSAUDE NEXT RECORD
                       AT END
                           MOVE "S" TO wsachoufaixa
                   END-READ
               END-IF
               IF wsachoufaixa EQUAL "N" AND
                  PLS-PLANO EQUAL SDP-PLANO
                   MOVE PLS-VALOR TO SDP-PRECO
                   MOVE PLS-PERCFUNC TO SDP-PERCFUNC
                   COMPUTE wsparte ROUNDED =
                       PLS-VALOR * PLS-PERCFUNC / 100
               ELSE
                   MOVE 1 TO SDP-RC
               END-IF
           ELSE
               MOVE 1 TO SDP-RC
           END-IF.

      *----------------------------------------------------------------*
      * Coparticipacao of every beneficiary of the prontuario on the
      * invoice imported for the competencia.
      *----------------------------------------------------------------*
       SOMA-COPARTICIPACAO.
           OPEN INPUT FATSAUDE.
           IF wsfs-fts NOT EQUAL "35"
               MOVE "N" TO wsfimfts
               MOVE SDP-PRONTUARIO TO FTS-PRONTUARIO
               MOVE SDP-COMPET TO FTS-COMPET
               MOVE ZERO TO FTS-SEQ
               START FATSAUDE KEY NOT LESS THAN FTS-CHAVE
                   INVALID KEY
                       MOVE "S" TO wsfimfts
               END-START
               PERFORM LE-PROXIMA-FATURA
               PERFORM SOMA-UMA-FATURA
                   UNTIL wsfimfts EQUAL "S"
               CLOSE FATSAUDE
           END-IF.

       LE-PROXIMA-FATURA.
           IF wsfimfts EQUAL "N"
               READ FATSAUDE NEXT RECORD
                   AT END
                       MOVE "S" TO wsfimfts
               END-READ
           END-IF.
           IF wsfimfts EQUAL "N" AND
              (FTS-PRONTUARIO NOT EQUAL SDP-PRONTUARIO OR
               FTS-COMPET NOT EQUAL SDP-COMPET)
               MOVE "S" TO wsfimfts
           END-IF.

       SOMA-UMA-FATURA.
           ADD FTS-COPART TO SDP-COPART.
           PERFORM LE-PROXIMA-FATURA.

       END PROGRAM TPSAUDE.

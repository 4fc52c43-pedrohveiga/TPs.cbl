      *          TP04LOTE apply them automatically and print each
      *          one as its own named holerite line.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - Competencia status (COMPETENCIAS.DAT, TPCOMPET):
      *              a rubrica is not written or excluded when the
      *              first competencia it changes is fechada or em
      *              fechamento; only closing or reopening its end
      *              checks the month after the end, not the start.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP50RUB.
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).
      *Situacao da primeira competencia alterada pela rubrica (TPCOMPET)
       77 wscompok PIC X VALUE "N".
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wscompmes PIC 9(2) VALUE ZERO.
       77 wscompano PIC 9(4) VALUE ZERO.
       01 wsrubant.
           05 wsant-natureza PIC X.
           05 wsant-regra PIC X.
           05 wsant-valor PIC 9(5)V99.
           05 wsant-perc PIC 9(2)V99.
           05 wsant-compini PIC X(7).
           05 wsant-compfim PIC X(7).
       COPY COMPETPARM.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

               MOVE "N" TO wsachourub
           NOT INVALID KEY
               MOVE "S" TO wsachourub
               MOVE RUB-NATUREZA TO wsant-natureza
               MOVE RUB-REGRA TO wsant-regra
               MOVE RUB-VALOR TO wsant-valor
               MOVE RUB-PERC TO wsant-perc
               MOVE RUB-COMPINI TO wsant-compini
               MOVE RUB-COMPFIM TO wsant-compfim
       END-READ.
       DISPLAY "Descricao (20 pos): " WITH NO ADVANCING.
       ACCEPT RUB-DESCRICAO.
       ACCEPT RUB-COMPFIM.
       MOVE wsprontuario TO RUB-PRONTUARIO.
       MOVE wscodigo TO RUB-CODIGO.
       PERFORM DEFINE-COMPETENCIA-EFEITO.
       PERFORM VERIFICA-COMPETENCIA-ABERTA.
       IF wscompok EQUAL "S"
           PERFORM GRAVA-RUBRICA
       ELSE
           DISPLAY "Rubrica nao gravada."
       END-IF.
       CLOSE RUBRICAS.

       GRAVA-RUBRICA.
       IF wsachourub EQUAL "S"
           REWRITE RUB-REGISTRO
           DISPLAY "Rubrica alterada."
       END-IF.
       MOVE "MANTEM-RUBRICA" TO wserr-para.
       PERFORM TESTA-FS-RUB.
       MOVE "RUBRICA" TO wsauditcampo.
       MOVE RUB-CODIGO TO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
      * The first competencia the folha computes differently. A new
      * rubrica, or one whose natureza, regra, amount or start
      * changed, counts from its competencia inicial. When only the
      * end is typed, moved or cleared, the months up to the earlier
      * of the two ends stand as they were (blank = aberta), so the
      * month after that end is the one checked - a rubrica begun in
      * a closed month can still be closed. With nothing that affects
      * the amounts changed there is no month to check (spaces).
      *----------------------------------------------------------------*
       DEFINE-COMPETENCIA-EFEITO.
       MOVE RUB-COMPINI TO wscompetencia.
       IF wsachourub EQUAL "S" AND
           RUB-NATUREZA EQUAL wsant-natureza AND
           RUB-REGRA EQUAL wsant-regra AND
           RUB-VALOR EQUAL wsant-valor AND
           RUB-PERC EQUAL wsant-perc AND
           RUB-COMPINI EQUAL wsant-compini
           MOVE wsant-compfim TO wscompetencia
           IF wscompetencia EQUAL SPACES
               MOVE RUB-COMPFIM TO wscompetencia
           ELSE
               IF RUB-COMPFIM NOT EQUAL SPACES AND
                   RUB-COMPFIM(4:4) LESS THAN wscompetencia(4:4)
                   MOVE RUB-COMPFIM TO wscompetencia
               END-IF
               IF RUB-COMPFIM(4:4) EQUAL wscompetencia(4:4) AND
                   RUB-COMPFIM(1:2) LESS THAN wscompetencia(1:2)
                   MOVE RUB-COMPFIM TO wscompetencia
               END-IF
           END-IF
           IF wscompetencia NOT EQUAL SPACES
               PERFORM AVANCA-COMPETENCIA
           END-IF
       END-IF.

       AVANCA-COMPETENCIA.
       MOVE wscompetencia(1:2) TO wscompmes.
       MOVE wscompetencia(4:4) TO wscompano.
       ADD 1 TO wscompmes.
       IF wscompmes GREATER THAN 12
           MOVE 1 TO wscompmes
           ADD 1 TO wscompano
       END-IF.
       MOVE SPACES TO wscompetencia.
       STRING wscompmes "/" wscompano DELIMITED BY SIZE
           INTO wscompetencia.

      *RUBRICAS.DAT nao tem empresa: basta uma ter fechado o mes para
      *a rubrica nao mexer nele (TPCOMPET)
       VERIFICA-COMPETENCIA-ABERTA.
       MOVE "S" TO wscompok.
       IF wscompetencia NOT EQUAL SPACES
           MOVE "C" TO CPP-ACAO
           MOVE "**" TO CPP-EMPRESA
           MOVE wscompetencia TO CPP-COMPET
           CALL "TPCOMPET" USING COMPET-PARM
           IF CPP-RC NOT EQUAL ZERO
               MOVE "N" TO wscompok
               DISPLAY "Competencia " wscompetencia " fechada ou em"
                   " fechamento (" CPP-DONO " em " CPP-DESDE ")."
           END-IF
       END-IF.

       EXCLUI-RUBRICA.
       PERFORM PEDE-PRONTUARIO.
       DISPLAY "Codigo do item (4 pos): " WITH NO ADVANCING.
               INVALID KEY
                   DISPLAY "Rubrica nao encontrada."
               NOT INVALID KEY
                   PERFORM CONFIRMA-EXCLUSAO
           END-READ
           CLOSE RUBRICAS
       END-IF.

       CONFIRMA-EXCLUSAO.
       MOVE RUB-COMPINI TO wscompetencia.
       PERFORM VERIFICA-COMPETENCIA-ABERTA.
       IF wscompok EQUAL "S"
           DISPLAY "Confirma a exclusao de " RUB-DESCRICAO
               " (S/N): " WITH NO ADVANCING
           ACCEPT wsresposta
       ELSE
           MOVE "N" TO wsresposta
           DISPLAY "Rubrica nao excluida."
       END-IF.
       IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
           DELETE RUBRICAS RECORD
           MOVE "EXCLUI-RUBRICA" TO wserr-para
           PERFORM TESTA-FS-RUB
           MOVE "RUB-EXCLUSAO" TO wsauditcampo
           MOVE wscodigo TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Rubrica excluida."
       END-IF.

       PEDE-PRONTUARIO.
       DISPLAY "Digite o prontuario: " WITH NO ADVANCING.
       ACCEPT wsprontuario.

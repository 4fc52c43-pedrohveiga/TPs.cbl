      *          nao remunerada stop being "the operator types fewer
      *          hours".
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - An acidente de trabalho leave borne by the INSS
      *              (tipo AC, onus I) now generates, once its end is
      *              typed, the twelve-month estabilidade provisoria
      *              on ESTABILIDADE.DAT; retyping the leave replaces
      *              it and excluding the leave removes it.
      * 15/10/2026 - Competencia status (COMPETENCIAS.DAT, TPCOMPET):
      *              a leave is not written or excluded when the
      *              competencia it changes is fechada or em
      *              fechamento; typing only the end of a leave checks
      *              the month of the end, not of the start.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP30AFA.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFA-CHAVE
           FILE STATUS IS wsfs-afa.
           SELECT ESTABILIDADE ASSIGN TO "ESTABILIDADE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESB-CHAVE
           FILE STATUS IS wsfs-esb.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
       FD AFASTAMENTOS.
       COPY AFASTAMENTOS.

       FD ESTABILIDADE.
       COPY ESTABILIDADE.

       COPY AUDITFD.

       COPY OPERFD.
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).
      *Estabilidade gerada pelo afastamento por acidente de trabalho
       77 wsfs-esb PIC XX.
       77 wsfimesb PIC X VALUE "N".
       77 wsafaini PIC X(8) VALUE SPACES.
       77 wsafafim PIC X(8) VALUE SPACES.
       77 wsgeraestab PIC X VALUE "N".
       77 wsanoestab PIC 9(4) VALUE ZERO.
      *Situacao da competencia alterada pelo afastamento (TPCOMPET)
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wscompok PIC X VALUE "N".
       77 wsfimant PIC X(8) VALUE SPACES.
       77 wstipoant PIC X(2) VALUE SPACES.
       77 wsonusant PIC X VALUE SPACES.
       77 wsdataefeito PIC X(8) VALUE SPACES.
       COPY COMPETPARM.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

               MOVE "N" TO wsachouafa
           NOT INVALID KEY
               MOVE "S" TO wsachouafa
               MOVE AFA-FIM TO wsfimant
               MOVE AFA-TIPO TO wstipoant
               MOVE AFA-ONUS TO wsonusant
       END-READ.
       DISPLAY "Fim do afastamento (DD/MM/AAAA): " WITH NO ADVANCING.
       ACCEPT wsdatafim.
           DELIMITED BY SIZE INTO AFA-INI.
       STRING wsdatafim(7:4) wsdatafim(4:2) wsdatafim(1:2)
           DELIMITED BY SIZE INTO AFA-FIM.
       PERFORM DEFINE-DATA-EFEITO.
       STRING wsdataefeito(5:2) "/" wsdataefeito(1:4)
           DELIMITED BY SIZE INTO wscompetencia.
       PERFORM VERIFICA-COMPETENCIA-ABERTA.
       IF wscompok EQUAL "S"
           PERFORM GRAVA-AFASTAMENTO
       ELSE
           DISPLAY "Afastamento nao gravado."
       END-IF.
       CLOSE AFASTAMENTOS.
       IF wscompok EQUAL "S"
           MOVE "AFASTAMENTO" TO wsauditcampo
           MOVE AFA-TIPO TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
           PERFORM ATUALIZA-ESTABILIDADE
       END-IF.

       GRAVA-AFASTAMENTO.
       IF wsachouafa EQUAL "S"
           REWRITE AFA-REGISTRO
           DISPLAY "Afastamento alterado."
       END-IF.
       MOVE "MANTEM-AFASTAMENTO" TO wserr-para.
       PERFORM TESTA-FS-AFA.
       MOVE AFA-INI TO wsafaini.
       MOVE AFA-FIM TO wsafafim.
       MOVE "N" TO wsgeraestab.
       IF AFA-TIPO EQUAL "AC" AND AFA-ONUS-INSS AND
           wsdatafim NOT EQUAL SPACES
           MOVE "S" TO wsgeraestab
       END-IF.

      *----------------------------------------------------------------*
      * The first day the folha sees differently. A new leave, or one
      * whose tipo or onus changed, counts from its start; when only
      * the end is typed or moved, the days up to the earlier of the
      * two ends stand as they were (a blank end = leave still open).
      * The month of that end is the one checked, so a leave begun in
      * a closed month can still be given its end.
      *----------------------------------------------------------------*
       DEFINE-DATA-EFEITO.
       MOVE AFA-INI TO wsdataefeito.
       IF wsachouafa EQUAL "S" AND AFA-TIPO EQUAL wstipoant AND
           AFA-ONUS EQUAL wsonusant
           IF wsfimant EQUAL SPACES
               MOVE AFA-FIM TO wsdataefeito
           ELSE
               MOVE wsfimant TO wsdataefeito
               IF AFA-FIM NOT EQUAL SPACES AND
                   AFA-FIM LESS THAN wsfimant
                   MOVE AFA-FIM TO wsdataefeito
               END-IF
           END-IF
           IF wsdataefeito EQUAL SPACES
               MOVE AFA-INI TO wsdataefeito
           END-IF
       END-IF.

      *AFASTAMENTOS.DAT nao tem empresa: basta uma ter fechado o mes
      *para o afastamento nao mexer nele (TPCOMPET)
       VERIFICA-COMPETENCIA-ABERTA.
       MOVE "S" TO wscompok.
       MOVE "C" TO CPP-ACAO.
       MOVE "**" TO CPP-EMPRESA.
       MOVE wscompetencia TO CPP-COMPET.
       CALL "TPCOMPET" USING COMPET-PARM.
       IF CPP-RC NOT EQUAL ZERO
           MOVE "N" TO wscompok
           DISPLAY "Competencia " wscompetencia " fechada ou em"
               " fechamento (" CPP-DONO " em " CPP-DESDE ")."
       END-IF.

       EXCLUI-AFASTAMENTO.
       PERFORM PEDE-PRONTUARIO.
               INVALID KEY
                   DISPLAY "Afastamento nao encontrado."
               NOT INVALID KEY
                   PERFORM CONFIRMA-EXCLUSAO
           END-READ
           CLOSE AFASTAMENTOS
       END-IF.

       CONFIRMA-EXCLUSAO.
       STRING AFA-INI(5:2) "/" AFA-INI(1:4)
           DELIMITED BY SIZE INTO wscompetencia.
       PERFORM VERIFICA-COMPETENCIA-ABERTA.
       IF wscompok EQUAL "S"
           DISPLAY "Confirma a exclusao (S/N): " WITH NO ADVANCING
           ACCEPT wsresposta
       ELSE
           MOVE "N" TO wsresposta
           DISPLAY "Afastamento nao excluido."
       END-IF.
       IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
           DELETE AFASTAMENTOS RECORD
           MOVE "EXCLUI-AFASTAMENTO" TO wserr-para
           PERFORM TESTA-FS-AFA
           MOVE "AFA-EXCLUSAO" TO wsauditcampo
           MOVE wsdataini TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Afastamento excluido."
           MOVE AFA-INI TO wsafaini
           MOVE "N" TO wsgeraestab
           PERFORM ATUALIZA-ESTABILIDADE
       END-IF.

       PEDE-PRONTUARIO.
       DISPLAY "Digite o prontuario: " WITH NO ADVANCING.
       ACCEPT wsprontuario.

      *----------------------------------------------------------------*
      * Art. 118 of Lei 8.213: whoever comes back from an acidente de
      * trabalho leave paid by the INSS (past the 15 days the empresa
      * bears) keeps the job for twelve months from the end of the
      * benefit. The estabilidade of this leave is rebuilt from the
      * leave as it now stands: the one generated before (ESB-AFAINI
      * = start of the leave) goes, and a new one from AFA-FIM to the
      * same day a year later is written when the leave still
      * qualifies.
      *----------------------------------------------------------------*
       ATUALIZA-ESTABILIDADE.
       OPEN I-O ESTABILIDADE.
       IF wsfs-esb EQUAL "35"
           OPEN OUTPUT ESTABILIDADE
           CLOSE ESTABILIDADE
           OPEN I-O ESTABILIDADE
       END-IF.
       MOVE "N" TO wsfimesb.
       MOVE wsprontuario TO ESB-PRONTUARIO.
       MOVE LOW-VALUES TO ESB-INI.
       START ESTABILIDADE KEY NOT LESS THAN ESB-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimesb
       END-START.
       PERFORM LE-PROXIMA-ESTABILIDADE.
       PERFORM REMOVE-ESTABILIDADE-AFA UNTIL wsfimesb EQUAL "S".
       IF wsgeraestab EQUAL "S"
           PERFORM GERA-ESTABILIDADE-AFA
       END-IF.
       CLOSE ESTABILIDADE.

       LE-PROXIMA-ESTABILIDADE.
       IF wsfimesb EQUAL "N"
           READ ESTABILIDADE NEXT RECORD
               AT END
                   MOVE "S" TO wsfimesb
           END-READ
           IF wsfimesb EQUAL "N" AND ESB-PRONTUARIO NOT EQUAL
              wsprontuario
               MOVE "S" TO wsfimesb
           END-IF
       END-IF.

       REMOVE-ESTABILIDADE-AFA.
       IF ESB-AUTOMATICA AND ESB-AFAINI EQUAL wsafaini
           DELETE ESTABILIDADE RECORD
           MOVE "REMOVE-ESTAB-AFA" TO wserr-para
           PERFORM TESTA-FS-ESB
           MOVE "ESTAB-REMOVIDA" TO wsauditcampo
           MOVE ESB-INI TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
           DISPLAY "Estabilidade anterior do afastamento removida."
       END-IF.
       PERFORM LE-PROXIMA-ESTABILIDADE.

       GERA-ESTABILIDADE-AFA.
       PERFORM LE-OPERADOR-SESSAO.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       MOVE SPACES TO ESB-REGISTRO.
       MOVE wsprontuario TO ESB-PRONTUARIO.
       MOVE wsafafim TO ESB-INI.
       MOVE wsafafim(1:4) TO wsanoestab.
       ADD 1 TO wsanoestab.
       MOVE wsanoestab TO ESB-FIM(1:4).
       MOVE wsafafim(5:4) TO ESB-FIM(5:4).
       MOVE "A" TO ESB-TIPO.
       MOVE "A" TO ESB-ORIGEM.
       MOVE wsafaini TO ESB-AFAINI.
       MOVE "ACIDENTE DE TRABALHO" TO ESB-OBS.
       MOVE wsdatatxt TO ESB-DATA.
       MOVE wsoperses TO ESB-OPERADOR.
       WRITE ESB-REGISTRO.
       IF wsfs-esb EQUAL "22"
           DISPLAY "Ja ha estabilidade com este inicio - nao gerada."
       ELSE
           MOVE "GERA-ESTAB-AFA" TO wserr-para
           PERFORM TESTA-FS-ESB
           DISPLAY "Estabilidade provisoria gerada ate "
               ESB-FIM(7:2) "/" ESB-FIM(5:2) "/" ESB-FIM(1:4) "."
           MOVE "ESTAB-ACIDENTE" TO wsauditcampo
           MOVE ESB-FIM TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
       END-IF.

      *----------------------------------------------------------------*
      * Appends every maintenance action to the shared AUDITORIA.LOG,
      * the same trail the other maintenance programs leave.
       MOVE "AFASTAMENTOS.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-ESB.
       MOVE wsfs-esb TO wserr-fs.
       MOVE "ESTABILIDADE.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-AUD.
       MOVE wsfs-aud TO wserr-fs.
       MOVE "AUDITORIA.LOG" TO wserr-arq.

      *              origem DISSIDIO, so TP28VHR can show the rate
      *              timeline and TP15RETRO can reprice an old
      *              competencia with the rate then in force.
      * 15/10/2026 - A dissidio can be run for one sindicato only: the
      *              prontuarios of the batch whose CAD-SINDICATO is
      *              another one are skipped and counted, and a new
      *              rate that leaves the monthly salario under the
      *              piso of that sindicato (SINDICATOS.DAT) is raised
      *              to the piso and flagged on the report.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP06DISSI.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VHR-CHAVE
           FILE STATUS IS wsfs-vhr.
           SELECT SINDICATOS ASSIGN TO "SINDICATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SND-CODIGO
           FILE STATUS IS wsfs-snd.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
       FD HISTVHR.
       COPY VALORHORA.

       FD SINDICATOS.
       COPY SINDICATO.

       COPY AUDITFD.

       COPY OPERFD.
           88 wssimulacao VALUE "S" "s".
       77 wsqtdatualizados PIC 9(5) VALUE ZERO.
       77 wsqtdnaoencontrados PIC 9(5) VALUE ZERO.
       77 wscadaberto PIC X VALUE "N".

      *Dissidio de um sindicato so (SINDICATOS.DAT) e o piso dele
       77 wsfs-snd PIC XX.
       77 wssindfiltro PIC X(3) VALUE SPACES.
       77 wsdosindicato PIC X VALUE "S".
       77 wsnomesind PIC X(30) VALUE SPACES.
       77 wspisosind PIC 9(5)V99 VALUE ZERO.
       77 wsvlhrpiso PIC 999V99 VALUE ZERO.
       77 wsmarcapiso PIC X(16) VALUE SPACES.
       77 wsqtdoutrosind PIC 9(5) VALUE ZERO.
       77 wsqtdpiso PIC 9(5) VALUE ZERO.

      *Journal de vigencia do valor-hora (VALORHORA.HIS)
       77 wsfs-vhr PIC XX.
       DISPLAY "Simulacao (S) ou efetiva o cadastro (E): "
           with no advancing.
       ACCEPT wssimula.
       PERFORM PEDE-SINDICATO.
       IF wssimulacao
           CONTINUE
       ELSE
               DISPLAY "CADASTRO.DAT nao existe - rodando como"
               DISPLAY "simulacao."
               MOVE "S" TO wssimula
           ELSE
               MOVE "S" TO wscadaberto
           END-IF
       END-IF.
      *Uma simulacao de um sindicato so precisa do cadastro para ler
      *o sindicato de cada prontuario
       IF wssindfiltro NOT EQUAL SPACES AND wscadaberto EQUAL "N"
           OPEN INPUT CADASTRO
           IF wsfs-cad EQUAL "35"
               DISPLAY "CADASTRO.DAT nao existe - nenhum prontuario"
               DISPLAY "sera reconhecido como do sindicato."
           ELSE
               MOVE "S" TO wscadaberto
           END-IF
       END-IF.
       OPEN INPUT REAJUSTE.
       WRITE REL-LINHA.
       MOVE "ABERTURA" TO wserr-para.
       PERFORM TESTA-FS-REL.
       IF wssindfiltro NOT EQUAL SPACES
           MOVE SPACES TO REL-LINHA
           STRING "SOMENTE O SINDICATO " DELIMITED BY SIZE
               wssindfiltro DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsnomesind DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM TESTA-FS-REL
       END-IF.
       MOVE SPACES TO REL-LINHA.
       WRITE REL-LINHA.
       PERFORM TESTA-FS-REL.

      *----------------------------------------------------------------*
      * ENTER runs the dissidio for the whole batch, as always. A
      * sindicato code restricts it to that sindicato's employees;
      * an unknown code ends the run before anything is touched.
      *----------------------------------------------------------------*
       PEDE-SINDICATO.
       DISPLAY "Sindicato do dissidio (ENTER = todos): "
           with no advancing.
       MOVE SPACES TO wssindfiltro.
       ACCEPT wssindfiltro.
       MOVE ZERO TO wspisosind.
       IF wssindfiltro NOT EQUAL SPACES
           OPEN INPUT SINDICATOS
           IF wsfs-snd EQUAL "35"
               DISPLAY "SINDICATOS.DAT nao existe - reajuste recusado."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE wssindfiltro TO SND-CODIGO
           READ SINDICATOS
               INVALID KEY
                   DISPLAY "Sindicato nao cadastrado - reajuste"
                       " recusado."
                   CLOSE SINDICATOS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE SND-PISO TO wspisosind
           MOVE SND-NOME TO wsnomesind
           CLOSE SINDICATOS
       END-IF.

       LE-REAJUSTE.
       READ REAJUSTE
           AT END
       END-READ.

       PROCESSA-REGISTRO.
       MOVE "S" TO wsdosindicato.
       IF wssindfiltro NOT EQUAL SPACES
           PERFORM CONFERE-SINDICATO
       END-IF.
       IF wsdosindicato EQUAL "S"
           PERFORM CALCULA-REAJUSTE
           IF wssimulacao
               CONTINUE
           ELSE
               PERFORM ATUALIZA-CADASTRO
           END-IF
           PERFORM ESCREVE-LINHA
           PERFORM GRAVA-AUDITORIA
           ADD 1 TO wsqtdregistros
       ELSE
           ADD 1 TO wsqtdoutrosind
       END-IF.
       PERFORM LE-REAJUSTE.

      *----------------------------------------------------------------*
      * Only the prontuarios whose cadastro names the sindicato of the
      * run are readjusted; the record read stays in CAD-REGISTRO for
      * the piso check.
      *----------------------------------------------------------------*
       CONFERE-SINDICATO.
       MOVE "N" TO wsdosindicato.
       IF wscadaberto EQUAL "S"
           MOVE REAJ-PRONTUARIO TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAD-SINDICATO EQUAL wssindfiltro
                       MOVE "S" TO wsdosindicato
                   END-IF
           END-READ
       END-IF.

      *----------------------------------------------------------------*
      * Applies the readjusted valor-hora straight into the cadastro
      * mestre, so nobody retypes the new rates by hand after the
       MOVE REAJ-VALORHORA TO wsvlhrantigo.
       COMPUTE wsvlhrnovo ROUNDED =
           wsvlhrantigo + (wsvlhrantigo * wspercentual / 100).
       MOVE SPACES TO wsmarcapiso.
       IF wssindfiltro NOT EQUAL SPACES
           PERFORM APLICA-PISO-SINDICATO
       END-IF.
       MOVE wsvlhrantigo TO wsvlhrantigo-ed.
       MOVE wsvlhrnovo TO wsvlhrnovo-ed.

      *----------------------------------------------------------------*
      * The piso of the sindicato is a monthly salario: the hourly
      * rate that reaches it over the employee's CAD-QTHORAS, rounded
      * up to the centavo, replaces a readjusted rate below it.
      *----------------------------------------------------------------*
       APLICA-PISO-SINDICATO.
       IF wspisosind GREATER THAN ZERO AND CAD-QTHORAS IS NUMERIC
           AND CAD-QTHORAS GREATER THAN ZERO
           COMPUTE wsvlhrpiso = wspisosind / CAD-QTHORAS
           IF wsvlhrpiso * CAD-QTHORAS LESS THAN wspisosind
               ADD 0,01 TO wsvlhrpiso
           END-IF
           IF wsvlhrnovo LESS THAN wsvlhrpiso
               MOVE wsvlhrpiso TO wsvlhrnovo
               MOVE wsvlhrnovo TO wsvlhrnovo-ed
               MOVE " ELEVADO AO PISO" TO wsmarcapiso
               ADD 1 TO wsqtdpiso
           END-IF
       END-IF.

       ESCREVE-LINHA.
       MOVE SPACES TO REL-LINHA.
       STRING REAJ-PRONTUARIO DELIMITED BY SIZE
           wsvlhrantigo-ed DELIMITED BY SIZE
           " VALOR NOVO:" DELIMITED BY SIZE
           wsvlhrnovo-ed DELIMITED BY SIZE
           wsmarcapiso DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE "ESCREVE-LINHA" TO wserr-para.
       WRITE REL-LINHA.
       MOVE "FECHAMENTO" TO wserr-para.
       PERFORM TESTA-FS-REL.
       IF wssindfiltro NOT EQUAL SPACES
           MOVE SPACES TO REL-LINHA
           STRING "ELEVADOS AO PISO: " DELIMITED BY SIZE
               wsqtdpiso DELIMITED BY SIZE
               "  DE OUTRO SINDICATO (IGNORADOS): " DELIMITED BY SIZE
               wsqtdoutrosind DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM TESTA-FS-REL
       END-IF.
       CLOSE REAJUSTE.
       CLOSE RELATORIO.
       IF wscadaberto EQUAL "S"
           CLOSE CADASTRO
       END-IF.
       IF wstravaobtida EQUAL "S"

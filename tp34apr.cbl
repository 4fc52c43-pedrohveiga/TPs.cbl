      *          control record and on the payroll register. Four
      *          eyes before the money leaves, finally.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - The approval screen also shows the TP61FRD fraud
      *              check: its heading (competencia and date of the
      *              run), the ALERTA lines and its verdict.
      * 15/10/2026 - The RODAPE shown is read by key from the keyed
      *              register TP04REGISTRO.DAT - the last one of the
      *              competencia and empresa of the remessa listed -
      *              and the aprovacao is also recorded there.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP34APR.
           SELECT REGISTRO ASSIGN TO "TP04REGISTRO.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-reg.
           SELECT REGFOLHA ASSIGN TO "TP04REGISTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGF-CHAVE
           ALTERNATE RECORD KEY IS RGF-COMPET WITH DUPLICATES
           FILE STATUS IS wsfs-rgf.
           SELECT CONFER ASSIGN TO "TP09CONF.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-con.
           SELECT FRAUDE ASSIGN TO "TP61FRD.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-frd.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
       FD REGISTRO.
       01 REG-LINHA                 PIC X(140).

       FD REGFOLHA.
       COPY REGFOLHA.

       FD CONFER.
       01 CON-LINHA                 PIC X(100).

       FD FRAUDE.
       01 FRD-LINHA                 PIC X(100).

       COPY AUDITFD.

       COPY OPERFD.
       77 wsfs-rct PIC XX.
       77 wsfs-ope PIC XX.
       77 wsfs-reg PIC XX.
       77 wsfs-rgf PIC XX.
      *Competencia e empresa da ultima remessa pendente listada: o
      *rodape mostrado e o ultimo dela no registro indexado
       77 wscompapr PIC X(7) VALUE SPACES.
       77 wsempapr PIC X(2) VALUE SPACES.
       77 wsmascqtde PIC ZZZZ9.
       77 wsmascbto PIC ZZZ.ZZZ,ZZ.
       77 wsmascinss PIC ZZZ.ZZZ,ZZ.
       77 wsmascir PIC ZZZ.ZZZ,ZZ.
       77 wsmascliq PIC ZZZ.ZZZ,ZZ.
       77 wsfs-con PIC XX.
       77 wsfs-frd PIC XX.
       77 wsqtdalertas PIC 9(5) VALUE ZERO.
       77 wsmaxalertas PIC 9(3) VALUE 15.
       77 wsfrdcab PIC X(100) VALUE SPACES.
       77 wsfrdveredito PIC X(100) VALUE SPACES.
       77 wsfs-aud PIC XX.
       77 wsfs-oper PIC XX.
       77 wsfs-err PIC XX.
       LISTA-UMA-PENDENTE.
       IF RCT-PENDENTE
           ADD 1 TO wsqtdpend
           MOVE RCT-COMPET TO wscompapr
           MOVE RCT-EMPRESA TO wsempapr
           DISPLAY "PENDENTE " RCT-NUMERO " EMP:" RCT-EMPRESA
               " COMP:" RCT-COMPET " ORIGEM:" RCT-ORIGEM
               " GERADA EM " RCT-DATA " " RCT-HORA

      *----------------------------------------------------------------*
      * The totals the supervisor approves against: the last RODAPE
      * the keyed register holds for the competencia and empresa of
      * the remessa (the run's control totals), reached by a START on
      * the competencia, and the verdict line of the TP09CONF
      * balancing report.
      *----------------------------------------------------------------*
       MOSTRA-CONFERENCIA.
       MOVE SPACES TO wsultrodape.
       OPEN INPUT REGFOLHA.
       IF wsfs-rgf EQUAL "35"
           CONTINUE
       ELSE
           MOVE "N" TO wsfimarq
           MOVE wscompapr TO RGF-COMPET
           START REGFOLHA KEY EQUAL RGF-COMPET
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-REGISTRO
           PERFORM GUARDA-RODAPE UNTIL wsfimarq EQUAL "S"
           CLOSE REGFOLHA
       END-IF.
       MOVE SPACES TO wsveredito.
       OPEN INPUT CONFER.
           CLOSE CONFER
       END-IF.
       DISPLAY " ".
       DISPLAY "ULTIMO RODAPE DO REGISTRO (COMP " wscompapr
           " EMP " wsempapr "):".
       DISPLAY wsultrodape.
       DISPLAY "CONFERENCIA TP09CONF:".
       DISPLAY wsveredito.
       DISPLAY " ".
       PERFORM MOSTRA-FRAUDE.

       LE-REGISTRO.
       IF wsfimarq EQUAL "N"
           READ REGFOLHA NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
       END-IF.
       IF wsfimarq EQUAL "N" AND RGF-COMPET NOT EQUAL wscompapr
           MOVE "S" TO wsfimarq
       END-IF.

       GUARDA-RODAPE.
       IF RGF-RODAPE AND RGF-EMPRESA EQUAL wsempapr
           MOVE RGF-QTDE TO wsmascqtde
           MOVE RGF-BRUTO TO wsmascbto
           MOVE RGF-INSS TO wsmascinss
           MOVE RGF-IR TO wsmascir
           MOVE RGF-LIQ TO wsmascliq
           MOVE SPACES TO wsultrodape
           STRING "RODAPE QTDE:" DELIMITED BY SIZE
               wsmascqtde DELIMITED BY SIZE
               " BRUTO:" DELIMITED BY SIZE
               wsmascbto DELIMITED BY SIZE
               " INSS:" DELIMITED BY SIZE
               wsmascinss DELIMITED BY SIZE
               " IRRF:" DELIMITED BY SIZE
               wsmascir DELIMITED BY SIZE
               " LIQUIDO:" DELIMITED BY SIZE
               wsmascliq DELIMITED BY SIZE
               " SESSAO:" DELIMITED BY SIZE
               RGF-DATA(7:2) "/" RGF-DATA(5:2) "/" RGF-DATA(1:4)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RGF-HORA(1:2) ":" RGF-HORA(3:2) DELIMITED BY SIZE
               " OPER:" DELIMITED BY SIZE
               RGF-OPERADOR DELIMITED BY SPACE
               INTO wsultrodape
       END-IF.
       PERFORM LE-REGISTRO.

       END-IF.
       PERFORM LE-CONFER.

      *----------------------------------------------------------------*
      * The fraud check of TP61FRD: the heading tells which
      * competencia and day it ran for, the first ALERTA lines are
      * shown as they are and the rest counted.
      *----------------------------------------------------------------*
       MOSTRA-FRAUDE.
       MOVE ZERO TO wsqtdalertas.
       MOVE SPACES TO wsfrdcab.
       MOVE SPACES TO wsfrdveredito.
       DISPLAY "VERIFICACAO DE FRAUDE TP61FRD:".
       OPEN INPUT FRAUDE.
       IF wsfs-frd EQUAL "35"
           MOVE "TP61FRD.REL NAO ENCONTRADO - RODE A VERIFICACAO"
               TO wsfrdveredito
       ELSE
           MOVE "N" TO wsfimarq
           PERFORM LE-FRAUDE
           IF wsfimarq EQUAL "N"
               MOVE FRD-LINHA TO wsfrdcab
               DISPLAY wsfrdcab
           END-IF
           PERFORM TRATA-LINHA-FRAUDE UNTIL wsfimarq EQUAL "S"
           CLOSE FRAUDE
       END-IF.
       IF wsqtdalertas GREATER THAN wsmaxalertas
           DISPLAY "... e mais alertas - ver TP61FRD.REL"
       END-IF.
       DISPLAY wsfrdveredito.
       DISPLAY " ".

       LE-FRAUDE.
       READ FRAUDE
           AT END
               MOVE "S" TO wsfimarq
       END-READ.

       TRATA-LINHA-FRAUDE.
       IF FRD-LINHA(1:7) EQUAL "ALERTA "
           ADD 1 TO wsqtdalertas
           IF wsqtdalertas NOT GREATER THAN wsmaxalertas
               DISPLAY FRD-LINHA
           END-IF
       END-IF.
       IF FRD-LINHA(1:9) EQUAL "VEREDITO:"
           MOVE FRD-LINHA TO wsfrdveredito
       END-IF.
       PERFORM LE-FRAUDE.

      *----------------------------------------------------------------*
      * The approval itself: explicit number, explicit S, and the
      * approver and timestamp stamped on the control record and
       MOVE "TP04REGISTRO.REL" TO wserr-arq.
       PERFORM VERIFICA-FS.
       CLOSE REGISTRO.
      *A mesma aprovacao no registro indexado, sessao propria sob a
      *competencia da remessa
       MOVE SPACES TO RGF-REGISTRO.
       MOVE ZERO TO RGF-QTDE.
       MOVE ZERO TO RGF-BRUTO.
       MOVE ZERO TO RGF-INSS.
       MOVE ZERO TO RGF-IR.
       MOVE ZERO TO RGF-LIQ.
       MOVE ZERO TO RGF-VT.
       MOVE ZERO TO RGF-VR.
       MOVE wsdatahoje TO RGF-DATA.
       STRING wshr-hh wshr-mm wshr-ss
           DELIMITED BY SIZE INTO RGF-HORA.
       MOVE wsoperses TO RGF-OPERADOR.
       MOVE RCT-EMPRESA TO RGF-EMPRESA.
       MOVE ZERO TO RGF-SEQ.
       MOVE RCT-COMPET TO RGF-COMPET.
       MOVE "A" TO RGF-TIPO.
       MOVE "TP34APR" TO RGF-ORIGEM.
       MOVE wsnumero TO RGF-REMESSA.
       MOVE wsdatatxt TO RGF-DTEVENTO.
       OPEN I-O REGFOLHA.
       IF wsfs-rgf EQUAL "35"
           OPEN OUTPUT REGFOLHA
           CLOSE REGFOLHA
           OPEN I-O REGFOLHA
       END-IF.
       WRITE RGF-REGISTRO.
       MOVE "CARIMBA-REGISTRO" TO wserr-para.
       MOVE wsfs-rgf TO wserr-fs.
       MOVE "TP04REGISTRO.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.
       CLOSE REGFOLHA.

      *----------------------------------------------------------------*
      * Appends the approval to the shared AUDITORIA.LOG.

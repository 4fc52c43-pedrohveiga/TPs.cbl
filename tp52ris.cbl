      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP52RIS COBOL - risk-grade register. Maintains
      *          RISCO.DAT, the laudo of each exposed prontuario:
      *          insalubridade by grau (10/20/40% of the salario
      *          minimo in force, the "M" row of TABELAS.DAT) or
      *          periculosidade (30% of the salario-base). TP04 and
      *          TP04LOTE price the adicional from here every ficha,
      *          so a new minimum wage is one TP10TAB row instead of
      *          a rubrica retyped per employee. Lists the register
      *          with the current premium per prontuario.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP52RIS.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISCO ASSIGN TO "RISCO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIS-PRONTUARIO
           FILE STATUS IS wsfs-ris.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT TABELAS ASSIGN TO "TABELAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-tab.
           SELECT RELATORIO ASSIGN TO "TP52RIS.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD RISCO.
       COPY RISCO.

       FD CADASTRO.
       COPY CADASTRO.

       FD TABELAS.
       COPY TABREG.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(100).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-ris PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-tab PIC XX.
       77 wsfs-rel PIC XX.
       77 wsfs-aud PIC XX.
       77 wsfs-oper PIC XX.
       77 wsfs-err PIC XX.
       77 wserr-fs PIC XX.
       77 wserr-para PIC X(20).
       77 wserr-arq PIC X(16).
       01 wserr-dthoje.
           05 wserr-ano PIC 9(4).
           05 wserr-mes PIC 9(2).
           05 wserr-dia PIC 9(2).
       77 wsoperses PIC X(8) VALUE SPACES.
       77 wsauditcampo PIC X(20).
       77 wsauditvalor PIC X(15).
       77 wsopcao PIC 9 VALUE ZERO.
       77 wsprontuario PIC X(9).
       77 wsresposta PIC X VALUE "N".
       77 wsachouris PIC X VALUE "N".
       77 wsachoucad PIC X VALUE "N".
       77 wsfimris PIC X VALUE "N".
       77 wsfimtabelas PIC X VALUE "N".
       77 wsqtdlistados PIC 9(5) VALUE ZERO.
       77 wstipo PIC X VALUE SPACE.
       77 wsgrau PIC 9 VALUE ZERO.
       77 wslaudo PIC X(12) VALUE SPACES.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Salario minimo em vigor (linha "M" de TABELAS.DAT, valor na
      *parcela) para a competencia corrente - so para a listagem
       77 wsalvotab PIC X(6) VALUE SPACES.
       77 wsrowvig PIC X(6) VALUE SPACES.
       77 wsvigsm PIC X(6) VALUE SPACES.
       77 wssalmin PIC 9(7)V99 VALUE ZERO.

      *Adicional do prontuario listado
       77 wssalbase PIC 9(7)V99 VALUE ZERO.
       77 wsvladic PIC 9(5)V99 VALUE ZERO.
       77 wstotadic PIC 9(7)V99 VALUE ZERO.

      *Mascaras de impressao
       77 wsmascsm PIC Z.ZZZ.ZZ9,99.
       77 wsmascadic PIC ZZ.ZZ9,99.
       77 wsmasctot PIC Z.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP52RIS - INSALUBRIDADE E PERICULOSIDADE".
       DISPLAY "1 - Incluir/alterar o laudo de um prontuario".
       DISPLAY "2 - Excluir o laudo de um prontuario".
       DISPLAY "3 - Listar o registro com o adicional vigente".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM MANTEM-LAUDO
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM EXCLUI-LAUDO
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM LISTA-REGISTRO
       END-IF.
       IF wsopcao GREATER THAN 3
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * Include or change the laudo of one prontuario: "I" needs a
      * grau 1 to 3, "P" has none. The two premiums never accumulate,
      * so a new laudo simply replaces the old one.
      *----------------------------------------------------------------*
       MANTEM-LAUDO.
       PERFORM PEDE-PRONTUARIO.
       PERFORM LE-CADASTRO.
       IF wsachoucad EQUAL "S"
           DISPLAY "Empregado: " CAD-NOME " " CAD-SOBRENOME
           PERFORM GRAVA-LAUDO
       END-IF.

       GRAVA-LAUDO.
       OPEN I-O RISCO.
       IF wsfs-ris EQUAL "35"
           OPEN OUTPUT RISCO
           CLOSE RISCO
           OPEN I-O RISCO
       END-IF.
       MOVE wsprontuario TO RIS-PRONTUARIO.
       READ RISCO
           INVALID KEY
               MOVE "N" TO wsachouris
           NOT INVALID KEY
               MOVE "S" TO wsachouris
       END-READ.
       IF wsachouris EQUAL "S"
           DISPLAY "Laudo atual: tipo " RIS-TIPO " grau " RIS-GRAU
               " laudo " RIS-LAUDO " desde " RIS-DATA
       ELSE
           DISPLAY "Prontuario ainda sem laudo de risco."
       END-IF.
       DISPLAY "Tipo (I insalubridade / P periculosidade): "
           WITH NO ADVANCING.
       ACCEPT wstipo.
       IF wstipo EQUAL "i"
           MOVE "I" TO wstipo
       END-IF.
       IF wstipo EQUAL "p"
           MOVE "P" TO wstipo
       END-IF.
       MOVE ZERO TO wsgrau.
       IF wstipo EQUAL "I"
           DISPLAY "Grau (1 minimo 10% / 2 medio 20% / 3 maximo 40%): "
               WITH NO ADVANCING
           ACCEPT wsgrau
       END-IF.
       IF (wstipo NOT EQUAL "I" AND wstipo NOT EQUAL "P") OR
          (wstipo EQUAL "I" AND (wsgrau LESS THAN 1 OR wsgrau
           GREATER THAN 3))
           DISPLAY "Tipo ou grau invalido - nada alterado."
       ELSE
           DISPLAY "Numero do laudo tecnico: " WITH NO ADVANCING
           MOVE SPACES TO wslaudo
           ACCEPT wslaudo
           PERFORM LE-OPERADOR-SESSAO
           ACCEPT wsdatahoje FROM DATE YYYYMMDD
           MOVE SPACES TO wsdatatxt
           STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
               DELIMITED BY SIZE INTO wsdatatxt
           MOVE wsprontuario TO RIS-PRONTUARIO
           MOVE wstipo TO RIS-TIPO
           MOVE wsgrau TO RIS-GRAU
           MOVE wslaudo TO RIS-LAUDO
           MOVE wsdatatxt TO RIS-DATA
           MOVE wsoperses TO RIS-OPERADOR
           IF wsachouris EQUAL "S"
               REWRITE RIS-REGISTRO
               DISPLAY "Laudo alterado."
           ELSE
               WRITE RIS-REGISTRO
               DISPLAY "Laudo incluido."
           END-IF
           MOVE "GRAVA-LAUDO" TO wserr-para
           PERFORM TESTA-FS-RIS
           MOVE "RISCO-LAUDO" TO wsauditcampo
           MOVE SPACES TO wsauditvalor
           STRING wstipo wsgrau " " wslaudo
               DELIMITED BY SIZE INTO wsauditvalor
           PERFORM GRAVA-AUDITORIA
       END-IF.
       CLOSE RISCO.

      *----------------------------------------------------------------*
      * Deleting the laudo ends the adicional from the next ficha on.
      *----------------------------------------------------------------*
       EXCLUI-LAUDO.
       PERFORM PEDE-PRONTUARIO.
       OPEN I-O RISCO.
       IF wsfs-ris EQUAL "35"
           DISPLAY "RISCO.DAT ainda nao existe."
       ELSE
           MOVE wsprontuario TO RIS-PRONTUARIO
           READ RISCO
               INVALID KEY
                   DISPLAY "Prontuario sem laudo de risco."
               NOT INVALID KEY
                   DISPLAY "Laudo: tipo " RIS-TIPO " grau " RIS-GRAU
                       " laudo " RIS-LAUDO
                   DISPLAY "Confirma a exclusao (S/N)? "
                       WITH NO ADVANCING
                   ACCEPT wsresposta
                   IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
                       DELETE RISCO RECORD
                       MOVE "EXCLUI-LAUDO" TO wserr-para
                       PERFORM TESTA-FS-RIS
                       DISPLAY "Laudo excluido."
                       MOVE "RISCO-EXCLUIDO" TO wsauditcampo
                       MOVE RIS-LAUDO TO wsauditvalor
                       PERFORM GRAVA-AUDITORIA
                   ELSE
                       DISPLAY "Nada excluido."
                   END-IF
           END-READ
           CLOSE RISCO
       END-IF.

      *----------------------------------------------------------------*
      * The whole register with the premium each laudo is worth at
      * today's competencia: insalubridade on the salario minimo in
      * force, periculosidade on CAD-VALORHORA vezes CAD-QTHORAS.
      *----------------------------------------------------------------*
       LISTA-REGISTRO.
       PERFORM CARREGA-SALARIO-MINIMO.
       OPEN INPUT RISCO.
       IF wsfs-ris EQUAL "35"
           DISPLAY "RISCO.DAT ainda nao existe."
       ELSE
           OPEN INPUT CADASTRO
           OPEN OUTPUT RELATORIO
           MOVE "LISTA-REGISTRO" TO wserr-para
           PERFORM TESTA-FS-REL
           MOVE ZERO TO wsqtdlistados
           MOVE ZERO TO wstotadic
           MOVE wssalmin TO wsmascsm
           MOVE SPACES TO REL-LINHA
           STRING "TP52RIS - ADICIONAIS DE RISCO EM " DELIMITED BY
               SIZE
               wsdt-mes "/" wsdt-ano DELIMITED BY SIZE
               "  SALARIO MINIMO: " DELIMITED BY SIZE
               wsmascsm DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE "PRONTUARIO NOME                 T G LAUDO        "
               TO REL-LINHA
           MOVE "DESDE      ADICIONAL" TO REL-LINHA(53:20)
           WRITE REL-LINHA
           MOVE "N" TO wsfimris
           PERFORM LE-PROXIMO-RISCO
           PERFORM LISTA-UM-RISCO UNTIL wsfimris EQUAL "S"
           MOVE wstotadic TO wsmasctot
           MOVE SPACES TO REL-LINHA
           STRING "LAUDOS: " DELIMITED BY SIZE
               wsqtdlistados DELIMITED BY SIZE
               "  TOTAL MENSAL DE ADICIONAIS: " DELIMITED BY SIZE
               wsmasctot DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE "LISTA-REGISTRO" TO wserr-para
           PERFORM TESTA-FS-REL
           CLOSE RELATORIO
           IF wsfs-cad NOT EQUAL "35"
               CLOSE CADASTRO
           END-IF
           CLOSE RISCO
           DISPLAY "Laudos listados: " wsqtdlistados
               " - relatorio em TP52RIS.REL"
           IF wssalmin EQUAL ZERO
               DISPLAY "ATENCAO: sem linha M (salario minimo) em"
               DISPLAY "vigor em TABELAS.DAT - insalubridade zerada."
           END-IF
       END-IF.

       LE-PROXIMO-RISCO.
       READ RISCO NEXT RECORD
           AT END
               MOVE "S" TO wsfimris
       END-READ.

       LISTA-UM-RISCO.
       MOVE SPACES TO CAD-NOME.
       MOVE ZERO TO wssalbase.
       IF wsfs-cad NOT EQUAL "35"
           MOVE RIS-PRONTUARIO TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO CAD-NOME
               NOT INVALID KEY
                   COMPUTE wssalbase = CAD-VALORHORA * CAD-QTHORAS
           END-READ
       END-IF.
       MOVE ZERO TO wsvladic.
       IF RIS-PERICULOSO
           COMPUTE wsvladic ROUNDED = wssalbase * 0,30
       END-IF.
       IF RIS-INSALUBRE AND RIS-GRAU-MINIMO
           COMPUTE wsvladic ROUNDED = wssalmin * 0,10
       END-IF.
       IF RIS-INSALUBRE AND RIS-GRAU-MEDIO
           COMPUTE wsvladic ROUNDED = wssalmin * 0,20
       END-IF.
       IF RIS-INSALUBRE AND RIS-GRAU-MAXIMO
           COMPUTE wsvladic ROUNDED = wssalmin * 0,40
       END-IF.
       ADD wsvladic TO wstotadic.
       ADD 1 TO wsqtdlistados.
       MOVE wsvladic TO wsmascadic.
       MOVE SPACES TO REL-LINHA.
       STRING RIS-PRONTUARIO DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CAD-NOME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RIS-TIPO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RIS-GRAU DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RIS-LAUDO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RIS-DATA DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascadic DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE "LISTA-UM-RISCO" TO wserr-para.
       PERFORM TESTA-FS-REL.
       PERFORM LE-PROXIMO-RISCO.

      *----------------------------------------------------------------*
      * The "M" row in force for today's competencia, picked by the
      * same newest-vigencia rule the folha loaders use.
      *----------------------------------------------------------------*
       CARREGA-SALARIO-MINIMO.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsalvotab.
       STRING wsdt-ano wsdt-mes DELIMITED BY SIZE INTO wsalvotab.
       MOVE SPACES TO wsvigsm.
       MOVE ZERO TO wssalmin.
       MOVE "N" TO wsfimtabelas.
       OPEN INPUT TABELAS.
       IF wsfs-tab EQUAL "35"
           MOVE "S" TO wsfimtabelas
       END-IF.
       PERFORM LE-LINHA-TABELA.
       PERFORM AVALIA-LINHA-TABELA UNTIL wsfimtabelas EQUAL "S".
       IF wsfs-tab NOT EQUAL "35"
           CLOSE TABELAS
       END-IF.

       LE-LINHA-TABELA.
       IF wsfimtabelas EQUAL "N"
           READ TABELAS
               AT END
                   MOVE "S" TO wsfimtabelas
           END-READ
       END-IF.

       AVALIA-LINHA-TABELA.
       IF TAB-TIPO EQUAL "M"
           IF TAB-VIGENCIA(3:1) EQUAL "/" AND
              TAB-VIGENCIA(1:2) IS NUMERIC AND
              TAB-VIGENCIA(4:4) IS NUMERIC
               MOVE SPACES TO wsrowvig
               STRING TAB-VIGENCIA(4:4) TAB-VIGENCIA(1:2)
                   DELIMITED BY SIZE INTO wsrowvig
           ELSE
               MOVE "000000" TO wsrowvig
           END-IF
           IF wsrowvig NOT GREATER THAN wsalvotab AND
              (wsvigsm EQUAL SPACES OR wsrowvig NOT LESS THAN
              wsvigsm)
               MOVE wsrowvig TO wsvigsm
               MOVE TAB-PARCELA TO wssalmin
           END-IF
       END-IF.
       PERFORM LE-LINHA-TABELA.

       LE-CADASTRO.
       MOVE "N" TO wsachoucad.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           MOVE wsprontuario TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   DISPLAY "Prontuario nao cadastrado."
               NOT INVALID KEY
                   MOVE "S" TO wsachoucad
           END-READ
           CLOSE CADASTRO
       END-IF.

       PEDE-PRONTUARIO.
       DISPLAY "Digite o prontuario: " WITH NO ADVANCING.
       ACCEPT wsprontuario.

      *----------------------------------------------------------------*
      * Appends every maintenance action to the shared AUDITORIA.LOG,
      * the same trail the other maintenance programs leave.
      *----------------------------------------------------------------*
       GRAVA-AUDITORIA.
       PERFORM LE-OPERADOR-SESSAO.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       OPEN EXTEND AUDITORIA.
       IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
           OPEN OUTPUT AUDITORIA
       END-IF.
       MOVE SPACES TO AUD-LINHA.
       STRING wsdatatxt DELIMITED BY SIZE
           " TP52RIS " DELIMITED BY SIZE
           "PRONTUARIO:" DELIMITED BY SIZE
           wsprontuario DELIMITED BY SIZE
           " CAMPO:" DELIMITED BY SIZE
           wsauditcampo DELIMITED BY SIZE
           " VALOR:" DELIMITED BY SIZE
           wsauditvalor DELIMITED BY SIZE
           " OPER:" DELIMITED BY SIZE
           wsoperses DELIMITED BY SIZE
           INTO AUD-LINHA.
       WRITE AUD-LINHA.
       MOVE "GRAVA-AUDITORIA" TO wserr-para.
       PERFORM TESTA-FS-AUD.
       CLOSE AUDITORIA.

       TESTA-FS-RIS.
       MOVE wsfs-ris TO wserr-fs.
       MOVE "RISCO.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP52RIS.REL" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-AUD.
       MOVE wsfs-aud TO wserr-fs.
       MOVE "AUDITORIA.LOG" TO wserr-arq.
       PERFORM VERIFICA-FS.

       VERIFICA-FS.
       IF wserr-fs EQUAL "00" OR wserr-fs EQUAL "02"
           CONTINUE
       ELSE
           PERFORM GRAVA-ERRO
       END-IF.

       GRAVA-ERRO.
       ACCEPT wserr-dthoje FROM DATE YYYYMMDD.
       OPEN EXTEND ERRLOG.
       IF wsfs-err EQUAL "05" OR wsfs-err EQUAL "35"
           OPEN OUTPUT ERRLOG
       END-IF.
       MOVE SPACES TO ERR-LINHA.
       STRING wserr-dia "/" wserr-mes "/" wserr-ano
           DELIMITED BY SIZE
           " TP52RIS PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP52RIS - VER ERROS.LOG".
       MOVE 8 TO RETURN-CODE.
       GOBACK.

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

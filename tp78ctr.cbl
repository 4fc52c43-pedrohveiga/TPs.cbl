      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP78CTR COBOL - alert report of the contracts with a
      *          term kept on CADASTRO.DAT (experiencia, prazo
      *          determinado, estagio - CAD-TIPOCONTRATO and
      *          CAD-FIMCONTRATO, maintained in TP07CAD). Lists in
      *          TP78CTR.REL every active employee whose contract
      *          ends within 15 days (A VENCER - prorrogar, efetivar
      *          or end it on the date) or already ended with nobody
      *          acting (VENCIDO - an experiencia or prazo contract
      *          past its end is indeterminado from then on), the way
      *          TP20FER guards the periodos aquisitivos.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP78CTR.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT RELATORIO ASSIGN TO "TP78CTR.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD CADASTRO.
       COPY CADASTRO.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(100).

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-err PIC XX.
       77 wserr-fs PIC XX.
       77 wserr-para PIC X(20).
       77 wserr-arq PIC X(16).
       01 wserr-dthoje.
           05 wserr-ano PIC 9(4).
           05 wserr-mes PIC 9(2).
           05 wserr-dia PIC 9(2).
       77 wsfs-cad PIC XX.
       77 wsfs-rel PIC XX.
       77 wsopcao PIC 9 VALUE ZERO.
       77 wsfimcadastro PIC X VALUE "N".
       77 wsqtdalertas PIC 9(5) VALUE ZERO.
       77 wsqtdvencidos PIC 9(5) VALUE ZERO.
       77 wsqtdlistados PIC 9(5) VALUE ZERO.
       77 wsdesctipo PIC X(12) VALUE SPACES.
       77 wsnomeemp PIC X(30) VALUE SPACES.
       77 wsacao PIC X(36) VALUE SPACES.

      *Comparacao de datas por contagem aproximada de dias, como no
      *TP20FER
       77 wsdiashoje PIC S9(7) VALUE ZERO.
       77 wsdiasfim PIC S9(7) VALUE ZERO.
       77 wsdifdias PIC S9(7) VALUE ZERO.
       77 wsano-cmp PIC 9(4).
       77 wsmes-cmp PIC 9(2).
       77 wsdia-cmp PIC 9(2).

       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP78CTR - CONTRATOS DE EXPERIENCIA, PRAZO E ESTAGIO".
       DISPLAY "1 - Relatorio de alertas (vencendo em 15 dias)".
       DISPLAY "2 - Listar os contratos a prazo em vigor".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM RELATORIO-ALERTAS
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM LISTA-CONTRATOS
       END-IF.
       IF wsopcao GREATER THAN 2
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * Walks the cadastro and flags every active employee whose
      * contract with a term ends within 15 days (A VENCER) or
      * already ended (VENCIDO). A desligamento already typed means
      * somebody acted, so that employee is left out.
      *----------------------------------------------------------------*
       RELATORIO-ALERTAS.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       COMPUTE wsdiashoje = (wsdt-ano * 365) + (wsdt-mes * 30) +
           wsdt-dia.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           OPEN OUTPUT RELATORIO
           MOVE "RELATORIO-ALERTAS" TO wserr-para
           PERFORM TESTA-FS-REL
           MOVE ZERO TO wsqtdalertas
           MOVE ZERO TO wsqtdvencidos
           MOVE SPACES TO REL-LINHA
           STRING "ALERTA DE CONTRATOS A PRAZO - TP78CTR  DATA:"
               DELIMITED BY SIZE
               wsdatatxt DELIMITED BY SIZE
               INTO REL-LINHA
           PERFORM GRAVA-LINHA-REL
           MOVE SPACES TO REL-LINHA
           PERFORM GRAVA-LINHA-REL
           PERFORM POSICIONA-CADASTRO
           PERFORM TESTA-VENCIMENTO UNTIL wsfimcadastro EQUAL "S"
           MOVE SPACES TO REL-LINHA
           PERFORM GRAVA-LINHA-REL
           MOVE SPACES TO REL-LINHA
           STRING "A VENCER EM 15 DIAS: " DELIMITED BY SIZE
               wsqtdalertas DELIMITED BY SIZE
               "  JA VENCIDOS: " DELIMITED BY SIZE
               wsqtdvencidos DELIMITED BY SIZE
               INTO REL-LINHA
           PERFORM GRAVA-LINHA-REL
           CLOSE RELATORIO
           CLOSE CADASTRO
           DISPLAY "A VENCER: " wsqtdalertas
               "  VENCIDOS: " wsqtdvencidos
           DISPLAY "Relatorio em TP78CTR.REL."
       END-IF.

       POSICIONA-CADASTRO.
       MOVE "N" TO wsfimcadastro.
       MOVE LOW-VALUES TO CAD-PRONTUARIO.
       START CADASTRO KEY NOT LESS THAN CAD-PRONTUARIO
           INVALID KEY
               MOVE "S" TO wsfimcadastro
       END-START.
       PERFORM LE-PROXIMO-CADASTRO.

       LE-PROXIMO-CADASTRO.
       IF wsfimcadastro EQUAL "N"
           READ CADASTRO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimcadastro
           END-READ
       END-IF.

       TESTA-VENCIMENTO.
       IF CAD-EMPREGADO-ATIVO AND NOT CAD-CONTRATO-INDETERMINADO
           AND CAD-DESLIGAMENTO EQUAL SPACES
           AND CAD-FIMCONTRATO(3:1) EQUAL "/"
           MOVE CAD-FIMCONTRATO(7:4) TO wsano-cmp
           MOVE CAD-FIMCONTRATO(4:2) TO wsmes-cmp
           MOVE CAD-FIMCONTRATO(1:2) TO wsdia-cmp
           COMPUTE wsdiasfim = (wsano-cmp * 365) +
               (wsmes-cmp * 30) + wsdia-cmp
           COMPUTE wsdifdias = wsdiasfim - wsdiashoje
           IF wsdifdias LESS THAN ZERO
               ADD 1 TO wsqtdvencidos
               PERFORM ESCREVE-ALERTA-VENCIDO
           ELSE
               IF wsdifdias NOT GREATER THAN 15
                   ADD 1 TO wsqtdalertas
                   PERFORM ESCREVE-ALERTA-AVENCER
               END-IF
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-CADASTRO.

       DESCREVE-CONTRATO.
       MOVE "PRAZO DETERM" TO wsdesctipo.
       IF CAD-TIPOCONTRATO EQUAL "E"
           MOVE "EXPERIENCIA" TO wsdesctipo
       END-IF.
       IF CAD-CONTRATO-ESTAGIO
           MOVE "ESTAGIO" TO wsdesctipo
       END-IF.
       MOVE SPACES TO wsnomeemp.
       STRING CAD-NOME DELIMITED BY "  "
           " " DELIMITED BY SIZE
           CAD-SOBRENOME DELIMITED BY "  "
           INTO wsnomeemp.

       ESCREVE-ALERTA-AVENCER.
       PERFORM DESCREVE-CONTRATO.
       MOVE "PRORROGAR, EFETIVAR OU ENCERRAR" TO wsacao.
       IF CAD-CONTRATO-ESTAGIO
           MOVE "RENOVAR O TERMO OU ENCERRAR" TO wsacao
       END-IF.
       MOVE SPACES TO REL-LINHA.
       STRING "A VENCER  " DELIMITED BY SIZE
           CAD-PRONTUARIO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsnomeemp DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsdesctipo DELIMITED BY SIZE
           " ATE " DELIMITED BY SIZE
           CAD-FIMCONTRATO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsacao DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.

       ESCREVE-ALERTA-VENCIDO.
       PERFORM DESCREVE-CONTRATO.
       MOVE "JA E CONTRATO POR PRAZO INDETERMINADO" TO wsacao.
       IF CAD-CONTRATO-ESTAGIO
           MOVE "ESTAGIO SEM TERMO EM VIGOR" TO wsacao
       END-IF.
       MOVE SPACES TO REL-LINHA.
       STRING "VENCIDO   " DELIMITED BY SIZE
           CAD-PRONTUARIO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsnomeemp DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsdesctipo DELIMITED BY SIZE
           " ATE " DELIMITED BY SIZE
           CAD-FIMCONTRATO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsacao DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.

      *----------------------------------------------------------------*
      * Screen list of every active contract with a term, ended or
      * not, for the clerk checking one department's situation.
      *----------------------------------------------------------------*
       LISTA-CONTRATOS.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           MOVE ZERO TO wsqtdlistados
           PERFORM POSICIONA-CADASTRO
           PERFORM LISTA-UM-CONTRATO UNTIL wsfimcadastro EQUAL "S"
           DISPLAY "Contratos a prazo listados: " wsqtdlistados
           CLOSE CADASTRO
       END-IF.

       LISTA-UM-CONTRATO.
       IF CAD-EMPREGADO-ATIVO AND NOT CAD-CONTRATO-INDETERMINADO
           PERFORM DESCREVE-CONTRATO
           DISPLAY CAD-PRONTUARIO " " wsnomeemp " " wsdesctipo
               " ATE " CAD-FIMCONTRATO " DEPTO:" CAD-DEPTO
           ADD 1 TO wsqtdlistados
       END-IF.
       PERFORM LE-PROXIMO-CADASTRO.

       GRAVA-LINHA-REL.
       WRITE REL-LINHA.
       MOVE "GRAVA-LINHA-REL" TO wserr-para.
       PERFORM TESTA-FS-REL.

      *----------------------------------------------------------------*
      * Shop-wide I/O error handling: a WRITE that does not come back
      * clean goes to the shared ERROS.LOG and the program stops with
      * RETURN-CODE 8.
      *----------------------------------------------------------------*
       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP78CTR.REL" TO wserr-arq.
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
           " TP78CTR PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP78CTR - VER ERROS.LOG".
       MOVE 8 TO RETURN-CODE.
       GOBACK.
      *----------------------------------------------------------------*

      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP53CRG COBOL - cargos e salarios. Maintains the
      *          CARGOS.DAT master - cargo code, description, CBO
      *          occupation code and the valor-hora faixa (minimo,
      *          maximo and the union piso) - which CAD-CARGO on
      *          the cadastro points to, and prints the salary
      *          framing report TP53CRG.REL: every active employee
      *          paid below the minimum or above the maximum of their
      *          cargo, or below the piso - the cargo's, or the
      *          monthly piso of their sindicato (SINDICATOS.DAT)
      *          over CAD-QTHORAS, as TP06DISSI converts it - plus
      *          the ones still without a cargo. TP47MOV and TP48RAIS
      *          take the CBO from here.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP53CRG.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGOS ASSIGN TO "CARGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRG-CODIGO
           FILE STATUS IS wsfs-crg.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT SINDICATOS ASSIGN TO "SINDICATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SND-CODIGO
           FILE STATUS IS wsfs-snd.
           SELECT RELATORIO ASSIGN TO "TP53CRG.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD CARGOS.
       COPY CARGOS.

       FD CADASTRO.
       COPY CADASTRO.

       FD SINDICATOS.
       COPY SINDICATO.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(110).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-crg PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-snd PIC XX.
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
       77 wscodigo PIC X(6) VALUE SPACES.
       77 wsresposta PIC X VALUE "N".
       77 wsachoucrg PIC X VALUE "N".
       77 wsfimcrg PIC X VALUE "N".
       77 wsfimcadastro PIC X VALUE "N".
       77 wsemuso PIC X VALUE "N".
       77 wsqtdlistados PIC 9(5) VALUE ZERO.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Faixa digitada (reais e centavos, como no TP07CAD)
       77 wsdescricao PIC X(30) VALUE SPACES.
       77 wscbo PIC X(6) VALUE SPACES.
       77 wsreais PIC 999 VALUE ZERO.
       77 wscentavos PIC 99 VALUE ZERO.
       77 wsvhmin PIC 999V99 VALUE ZERO.
       77 wsvhmax PIC 999V99 VALUE ZERO.
       77 wspiso PIC 999V99 VALUE ZERO.

      *Enquadramento salarial
       77 wssituacao PIC X(12) VALUE SPACES.
       77 wsqtdabaixo PIC 9(5) VALUE ZERO.
       77 wsqtdacima PIC 9(5) VALUE ZERO.
       77 wsqtdpiso PIC 9(5) VALUE ZERO.
       77 wsqtdsemcargo PIC 9(5) VALUE ZERO.
       77 wsqtdcrginex PIC 9(5) VALUE ZERO.
      *Piso do empregado: o do cargo ou o do sindicato, o maior
       77 wsvlhrpiso PIC 9(5)V99 VALUE ZERO.
       77 wspisoefet PIC 9(5)V99 VALUE ZERO.

      *Mascaras de impressao
       77 wsmascvh PIC ZZ9,99.
       77 wsmascmin PIC ZZ9,99.
       77 wsmascmax PIC ZZ9,99.
       77 wsmascpiso PIC ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP53CRG - CARGOS E SALARIOS".
       DISPLAY "1 - Listar cargos".
       DISPLAY "2 - Incluir/alterar um cargo".
       DISPLAY "3 - Excluir um cargo".
       DISPLAY "4 - Relatorio de enquadramento salarial".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM LISTA-CARGOS
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM INCLUI-ALTERA-CARGO
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM EXCLUI-CARGO
       END-IF.
       IF wsopcao EQUAL 4
           PERFORM RELATORIO-ENQUADRAMENTO
       END-IF.
       IF wsopcao GREATER THAN 4
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * One line per cargo on file with its CBO and faixa.
      *----------------------------------------------------------------*
       LISTA-CARGOS.
       OPEN INPUT CARGOS.
       IF wsfs-crg EQUAL "35"
           DISPLAY "CARGOS.DAT ainda nao existe."
       ELSE
           MOVE ZERO TO wsqtdlistados
           MOVE "N" TO wsfimcrg
           PERFORM LE-PROXIMO-CARGO
           PERFORM LISTA-UM-CARGO UNTIL wsfimcrg EQUAL "S"
           DISPLAY "Total de cargos listados: " wsqtdlistados
           CLOSE CARGOS
       END-IF.

       LE-PROXIMO-CARGO.
       READ CARGOS NEXT RECORD
           AT END
               MOVE "S" TO wsfimcrg
       END-READ.

       LISTA-UM-CARGO.
       MOVE CRG-VHMIN TO wsmascmin.
       MOVE CRG-VHMAX TO wsmascmax.
       MOVE CRG-PISO TO wsmascpiso.
       DISPLAY CRG-CODIGO " " CRG-DESCRICAO " CBO:" CRG-CBO
           " MIN:" wsmascmin " MAX:" wsmascmax " PISO:" wsmascpiso.
       ADD 1 TO wsqtdlistados.
       PERFORM LE-PROXIMO-CARGO.

      *----------------------------------------------------------------*
      * Include a new cargo or retype an existing one. The faixa is
      * in valor-hora; a minimum above the maximum is refused and
      * nothing is written.
      *----------------------------------------------------------------*
       INCLUI-ALTERA-CARGO.
       PERFORM PEDE-CODIGO.
       IF wscodigo EQUAL SPACES
           DISPLAY "Codigo em branco - nada alterado."
       ELSE
           OPEN I-O CARGOS
           IF wsfs-crg EQUAL "35"
               OPEN OUTPUT CARGOS
               CLOSE CARGOS
               OPEN I-O CARGOS
           END-IF
           MOVE wscodigo TO CRG-CODIGO
           READ CARGOS
               INVALID KEY
                   MOVE "N" TO wsachoucrg
                   DISPLAY "Cargo novo."
               NOT INVALID KEY
                   MOVE "S" TO wsachoucrg
                   PERFORM MOSTRA-CARGO
           END-READ
           PERFORM ACEITA-DADOS-CARGO
           IF wsvhmin GREATER THAN wsvhmax
               DISPLAY "Minimo acima do maximo - nada alterado."
           ELSE
               PERFORM GRAVA-CARGO
           END-IF
           CLOSE CARGOS
       END-IF.

       ACEITA-DADOS-CARGO.
       DISPLAY "Descricao do cargo: " WITH NO ADVANCING.
       MOVE SPACES TO wsdescricao.
       ACCEPT wsdescricao.
       DISPLAY "Codigo CBO (6 digitos): " WITH NO ADVANCING.
       MOVE SPACES TO wscbo.
       ACCEPT wscbo.
       DISPLAY "Valor hora minimo em reais: R$" WITH NO ADVANCING.
       ACCEPT wsreais.
       DISPLAY "Centavos (00-99): " WITH NO ADVANCING.
       ACCEPT wscentavos.
       COMPUTE wsvhmin ROUNDED = wsreais + (wscentavos / 100).
       DISPLAY "Valor hora maximo em reais: R$" WITH NO ADVANCING.
       ACCEPT wsreais.
       DISPLAY "Centavos (00-99): " WITH NO ADVANCING.
       ACCEPT wscentavos.
       COMPUTE wsvhmax ROUNDED = wsreais + (wscentavos / 100).
       DISPLAY "Piso sindical por hora (0 = sem piso): R$"
           WITH NO ADVANCING.
       ACCEPT wsreais.
       DISPLAY "Centavos (00-99): " WITH NO ADVANCING.
       ACCEPT wscentavos.
       COMPUTE wspiso ROUNDED = wsreais + (wscentavos / 100).

       GRAVA-CARGO.
       PERFORM LE-OPERADOR-SESSAO.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       MOVE wscodigo TO CRG-CODIGO.
       MOVE wsdescricao TO CRG-DESCRICAO.
       MOVE wscbo TO CRG-CBO.
       MOVE wsvhmin TO CRG-VHMIN.
       MOVE wsvhmax TO CRG-VHMAX.
       MOVE wspiso TO CRG-PISO.
       MOVE wsdatatxt TO CRG-DATA.
       MOVE wsoperses TO CRG-OPERADOR.
       IF wsachoucrg EQUAL "S"
           REWRITE CRG-REGISTRO
           DISPLAY "Cargo alterado."
       ELSE
           WRITE CRG-REGISTRO
           DISPLAY "Cargo incluido."
       END-IF.
       MOVE "GRAVA-CARGO" TO wserr-para.
       PERFORM TESTA-FS-CRG.
       MOVE "CARGO" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       MOVE wsvhmin TO wsmascmin.
       MOVE wsvhmax TO wsmascmax.
       STRING wscbo " " wsmascmin "-" wsmascmax
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       MOSTRA-CARGO.
       MOVE CRG-VHMIN TO wsmascmin.
       MOVE CRG-VHMAX TO wsmascmax.
       MOVE CRG-PISO TO wsmascpiso.
       DISPLAY "Descricao atual: " CRG-DESCRICAO.
       DISPLAY "CBO: " CRG-CBO "  Faixa: " wsmascmin " a "
           wsmascmax "  Piso: " wsmascpiso.
       DISPLAY "Ultima alteracao: " CRG-DATA " por " CRG-OPERADOR.

      *----------------------------------------------------------------*
      * A cargo still pointed to by some cadastro stays on file:
      * deleting it would leave that employee with a CBO-less code.
      *----------------------------------------------------------------*
       EXCLUI-CARGO.
       PERFORM PEDE-CODIGO.
       OPEN I-O CARGOS.
       IF wsfs-crg EQUAL "35"
           DISPLAY "CARGOS.DAT ainda nao existe."
       ELSE
           MOVE wscodigo TO CRG-CODIGO
           READ CARGOS
               INVALID KEY
                   DISPLAY "Cargo nao cadastrado."
               NOT INVALID KEY
                   PERFORM MOSTRA-CARGO
                   PERFORM VERIFICA-CARGO-EM-USO
                   IF wsemuso EQUAL "S"
                       DISPLAY "Cargo em uso no cadastro - exclusao"
                           " recusada."
                   ELSE
                       PERFORM CONFIRMA-EXCLUSAO
                   END-IF
           END-READ
           CLOSE CARGOS
       END-IF.

       CONFIRMA-EXCLUSAO.
       DISPLAY "Confirma a exclusao (S/N)? " WITH NO ADVANCING.
       ACCEPT wsresposta.
       IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
           DELETE CARGOS RECORD
           MOVE "EXCLUI-CARGO" TO wserr-para
           PERFORM TESTA-FS-CRG
           DISPLAY "Cargo excluido."
           MOVE "CARGO-EXCLUIDO" TO wsauditcampo
           MOVE CRG-CBO TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
       ELSE
           DISPLAY "Nada excluido."
       END-IF.

       VERIFICA-CARGO-EM-USO.
       MOVE "N" TO wsemuso.
       OPEN INPUT CADASTRO.
       IF wsfs-cad NOT EQUAL "35"
           MOVE "N" TO wsfimcadastro
           PERFORM LE-PROXIMO-CADASTRO
           PERFORM CONFERE-USO-CARGO UNTIL wsfimcadastro EQUAL "S"
           CLOSE CADASTRO
       END-IF.

       CONFERE-USO-CARGO.
       IF CAD-CARGO EQUAL wscodigo
           MOVE "S" TO wsemuso
           MOVE "S" TO wsfimcadastro
       ELSE
           PERFORM LE-PROXIMO-CADASTRO
       END-IF.

       LE-PROXIMO-CADASTRO.
       READ CADASTRO NEXT RECORD
           AT END
               MOVE "S" TO wsfimcadastro
       END-READ.

      *----------------------------------------------------------------*
      * Walks the cadastro and lists every active employee whose
      * CAD-VALORHORA falls outside the faixa of their cargo or under
      * the piso of the cargo or of the sindicato; those without a
      * cargo (or with a code no longer on CARGOS.DAT) are counted
      * apart so the clerk can classify them.
      *----------------------------------------------------------------*
       RELATORIO-ENQUADRAMENTO.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           OPEN INPUT CARGOS
           OPEN INPUT SINDICATOS
           OPEN OUTPUT RELATORIO
           MOVE "RELATORIO-ENQUADRA" TO wserr-para
           PERFORM TESTA-FS-REL
           MOVE ZERO TO wsqtdlistados
           MOVE ZERO TO wsqtdabaixo
           MOVE ZERO TO wsqtdacima
           MOVE ZERO TO wsqtdpiso
           MOVE ZERO TO wsqtdsemcargo
           MOVE ZERO TO wsqtdcrginex
           ACCEPT wsdatahoje FROM DATE YYYYMMDD
           MOVE SPACES TO wsdatatxt
           STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
               DELIMITED BY SIZE INTO wsdatatxt
           MOVE SPACES TO REL-LINHA
           STRING "TP53CRG - ENQUADRAMENTO SALARIAL EM " DELIMITED
               BY SIZE
               wsdatatxt DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE "PRONTUARIO NOME                 CARGO  CBO    "
               TO REL-LINHA
           MOVE "VLHR   MINIMO MAXIMO PISO   SITUACAO"
               TO REL-LINHA(49:36)
           WRITE REL-LINHA
           MOVE "N" TO wsfimcadastro
           PERFORM LE-PROXIMO-CADASTRO
           PERFORM ENQUADRA-EMPREGADO UNTIL wsfimcadastro EQUAL "S"
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "ABAIXO DO MINIMO: " DELIMITED BY SIZE
               wsqtdabaixo DELIMITED BY SIZE
               "  ACIMA DO MAXIMO: " DELIMITED BY SIZE
               wsqtdacima DELIMITED BY SIZE
               "  ABAIXO DO PISO: " DELIMITED BY SIZE
               wsqtdpiso DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING "ATIVOS SEM CARGO: " DELIMITED BY SIZE
               wsqtdsemcargo DELIMITED BY SIZE
               "  CARGO NAO CADASTRADO: " DELIMITED BY SIZE
               wsqtdcrginex DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE "RELATORIO-ENQUADRA" TO wserr-para
           PERFORM TESTA-FS-REL
           CLOSE RELATORIO
           IF wsfs-crg NOT EQUAL "35"
               CLOSE CARGOS
           END-IF
           IF wsfs-snd NOT EQUAL "35"
               CLOSE SINDICATOS
           END-IF
           CLOSE CADASTRO
           DISPLAY "Fora da faixa/piso: " wsqtdlistados
               "  sem cargo: " wsqtdsemcargo
               " - relatorio em TP53CRG.REL"
       END-IF.

       ENQUADRA-EMPREGADO.
       IF CAD-EMPREGADO-ATIVO
           IF CAD-CARGO EQUAL SPACES
               ADD 1 TO wsqtdsemcargo
           ELSE
               PERFORM CONFERE-FAIXA-CARGO
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-CADASTRO.

       CONFERE-FAIXA-CARGO.
       MOVE "N" TO wsachoucrg.
       IF wsfs-crg NOT EQUAL "35"
           MOVE CAD-CARGO TO CRG-CODIGO
           READ CARGOS
               INVALID KEY
                   MOVE "N" TO wsachoucrg
               NOT INVALID KEY
                   MOVE "S" TO wsachoucrg
           END-READ
       END-IF.
       IF wsachoucrg EQUAL "N"
           ADD 1 TO wsqtdcrginex
           MOVE SPACES TO CRG-CBO
           MOVE ZERO TO CRG-VHMIN
           MOVE ZERO TO CRG-VHMAX
           MOVE ZERO TO CRG-PISO
           PERFORM CALCULA-PISO-EMPREGADO
           MOVE "SEM CARGO" TO wssituacao
           PERFORM IMPRIME-ENQUADRAMENTO
       ELSE
           PERFORM CALCULA-PISO-EMPREGADO
           MOVE SPACES TO wssituacao
           IF CAD-VALORHORA LESS THAN CRG-VHMIN
               ADD 1 TO wsqtdabaixo
               MOVE "ABAIXO MIN" TO wssituacao
           END-IF
           IF CAD-VALORHORA GREATER THAN CRG-VHMAX
               ADD 1 TO wsqtdacima
               MOVE "ACIMA MAX" TO wssituacao
           END-IF
           IF CAD-VALORHORA LESS THAN wspisoefet
               ADD 1 TO wsqtdpiso
               MOVE "ABAIXO PISO" TO wssituacao
           END-IF
           IF wssituacao NOT EQUAL SPACES
               PERFORM IMPRIME-ENQUADRAMENTO
           END-IF
       END-IF.

      *----------------------------------------------------------------*
      * The piso the employee is held to: the cargo's valor-hora
      * piso, or the sindicato's monthly SND-PISO over CAD-QTHORAS,
      * rounded up to the centavo as TP06DISSI does, when higher.
      *----------------------------------------------------------------*
       CALCULA-PISO-EMPREGADO.
       MOVE CRG-PISO TO wspisoefet.
       MOVE ZERO TO wsvlhrpiso.
       IF wsfs-snd NOT EQUAL "35" AND CAD-SINDICATO NOT EQUAL SPACES
           MOVE CAD-SINDICATO TO SND-CODIGO
           READ SINDICATOS
               INVALID KEY
                   MOVE ZERO TO SND-PISO
           END-READ
           IF SND-PISO GREATER THAN ZERO AND CAD-QTHORAS IS NUMERIC
               AND CAD-QTHORAS GREATER THAN ZERO
               COMPUTE wsvlhrpiso = SND-PISO / CAD-QTHORAS
               IF wsvlhrpiso * CAD-QTHORAS LESS THAN SND-PISO
                   ADD 0,01 TO wsvlhrpiso
               END-IF
           END-IF
       END-IF.
       IF wsvlhrpiso GREATER THAN wspisoefet
           MOVE wsvlhrpiso TO wspisoefet
       END-IF.

       IMPRIME-ENQUADRAMENTO.
       ADD 1 TO wsqtdlistados.
       MOVE CAD-VALORHORA TO wsmascvh.
       MOVE CRG-VHMIN TO wsmascmin.
       MOVE CRG-VHMAX TO wsmascmax.
       MOVE wspisoefet TO wsmascpiso.
       MOVE SPACES TO REL-LINHA.
       STRING CAD-PRONTUARIO DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CAD-NOME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CAD-CARGO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CRG-CBO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascvh DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascmin DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascmax DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascpiso DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wssituacao DELIMITED BY SIZE
           INTO REL-LINHA.
       WRITE REL-LINHA.
       MOVE "IMPRIME-ENQUADRA" TO wserr-para.
       PERFORM TESTA-FS-REL.

       PEDE-CODIGO.
       DISPLAY "Digite o codigo do cargo: " WITH NO ADVANCING.
       MOVE SPACES TO wscodigo.
       ACCEPT wscodigo.

      *----------------------------------------------------------------*
      * Appends every maintenance action to the shared AUDITORIA.LOG,
      * the same trail the other maintenance programs leave.
      *----------------------------------------------------------------*
       GRAVA-AUDITORIA.
       PERFORM LE-OPERADOR-SESSAO.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       OPEN EXTEND AUDITORIA.
       IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
           OPEN OUTPUT AUDITORIA
       END-IF.
       MOVE SPACES TO AUD-LINHA.
       STRING wsdatatxt DELIMITED BY SIZE
           " TP53CRG " DELIMITED BY SIZE
           "CARGO:" DELIMITED BY SIZE
           wscodigo DELIMITED BY SIZE
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

       TESTA-FS-CRG.
       MOVE wsfs-crg TO wserr-fs.
       MOVE "CARGOS.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP53CRG.REL" TO wserr-arq.
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
           " TP53CRG PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP53CRG - VER ERROS.LOG".
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

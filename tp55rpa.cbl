      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP55RPA COBOL - pagamento a autonomos (RPA), outside
      *          the employee folha. Maintains the contractor master
      *          AUTONOMOS.DAT, apart from CADASTRO.DAT, and launches
      *          each recibo de pagamento a autonomo into RPA.DAT:
      *          INSS of the contribuinte individual (11% ate o teto)
      *          and IRRF of the monthly table, both through the
      *          TPFAIXAS engine and accumulated per autonomo in the
      *          competencia, plus the municipal ISS of the autonomo,
      *          printing the recibo on TP55RPA.REL. Fechar a
      *          competencia registers ONE remessa pendente de
      *          aprovacao (TP34APR) in REMESSA.CTL, writes the CNAB
      *          TP55RPA.REM and appends the RPA lines - INSS retido,
      *          INSS patronal 20%, IRRF and ISS - to TP04GUIAS.REL.
      *          TP25CTB takes the journal events from RPA.DAT.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - Competencia status (COMPETENCIAS.DAT, TPCOMPET):
      *              no RPA is launched into, nor remessa closed for,
      *              a month fechada or em fechamento.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP55RPA.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTONOMOS ASSIGN TO "AUTONOMOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-CODIGO
           FILE STATUS IS wsfs-aut.
           SELECT RPAS ASSIGN TO "RPA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RPA-NUMERO
           FILE STATUS IS wsfs-rpa.
           SELECT RECIBO ASSIGN TO "TP55RPA.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           SELECT CNAB ASSIGN TO "TP55RPA.REM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-cnab.
           SELECT GUIAS ASSIGN TO "TP04GUIAS.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-gui.
           SELECT REMCTL ASSIGN TO "REMESSA.CTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCT-NUMERO
           FILE STATUS IS wsfs-rct.
           SELECT REMSEQ ASSIGN TO "REMESSA.SEQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rsq.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD AUTONOMOS.
       COPY AUTONOMO.

       FD RPAS.
       COPY RPA.

       FD RECIBO.
       01 REL-LINHA                 PIC X(80).

       FD CNAB.
       01 CNAB-LINHA                PIC X(200).

       FD GUIAS.
       01 GUI-LINHA                 PIC X(100).

       FD REMCTL.
       COPY REMESSA.

       FD REMSEQ.
       01 RSQ-LINHA                 PIC 9(6).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-aut PIC XX.
       77 wsfs-rpa PIC XX.
       77 wsfs-rel PIC XX.
       77 wsfs-cnab PIC XX.
       77 wsfs-gui PIC XX.
       77 wsfs-rct PIC XX.
       77 wsfs-rsq PIC XX.
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
       77 wsachouaut PIC X VALUE "N".
       77 wsfimaut PIC X VALUE "N".
       77 wsfimrpa PIC X VALUE "N".
       77 wsemuso PIC X VALUE "N".
       77 wsqtdlistados PIC 9(5) VALUE ZERO.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Dados digitados do autonomo
       77 wsnome PIC X(40) VALUE SPACES.
       77 wscpf PIC X(11) VALUE SPACES.
       77 wsnit PIC X(11) VALUE SPACES.
       77 wsqtdep PIC 99 VALUE ZERO.
       77 wsisscent PIC 999 VALUE ZERO.
       77 wsaliqiss PIC 9V999 VALUE ZERO.
       77 wsempaut PIC X(2) VALUE SPACES.
       77 wsdepto PIC X(4) VALUE SPACES.
       77 wsbanco PIC X(3) VALUE SPACES.
       77 wsagencia PIC X(4) VALUE SPACES.
       77 wsagdv PIC X(1) VALUE SPACES.
       77 wsconta PIC X(8) VALUE SPACES.
       77 wsctdv PIC X(1) VALUE SPACES.
       77 wssituacao PIC X(1) VALUE "A".

      *Lancamento do RPA
       77 wscompetencia PIC X(7) VALUE SPACES.
      *Situacao da competencia (TPCOMPET)
       COPY COMPETPARM.
       77 wsempresa PIC X(2) VALUE "01".
       77 wsdescricao PIC X(30) VALUE SPACES.
       77 wsreais PIC 9(5) VALUE ZERO.
       77 wscentavos PIC 99 VALUE ZERO.
       77 wscompok PIC X VALUE "N".
       77 wscalcok PIC X VALUE "S".
       77 wsnumrpa PIC 9(6) VALUE ZERO.
       77 wsvalor PIC 9(5)V99 VALUE ZERO.
       77 wsinss PIC 9(5)V99 VALUE ZERO.
       77 wsir PIC 9(5)V99 VALUE ZERO.
       77 wsiss PIC 9(5)V99 VALUE ZERO.
       77 wsliq PIC 9(5)V99 VALUE ZERO.
       77 wspatronal PIC 9(5)V99 VALUE ZERO.
       77 wsaliqpatr PIC 9V99 VALUE 0,20.
       77 wsdeddep PIC 9(3)V99 VALUE 189,59.

      *O que o autonomo ja recebeu na competencia: o teto do INSS e a
      *tabela mensal do IRRF valem sobre o mes inteiro, entao cada
      *RPA recolhe a diferenca sobre o ja retido
       77 wsvalant PIC 9(7)V99 VALUE ZERO.
       77 wsinssant PIC 9(7)V99 VALUE ZERO.
       77 wsirant PIC 9(7)V99 VALUE ZERO.
       77 wsbasemes PIC 9(7)V99 VALUE ZERO.
       77 wsdifer PIC S9(7)V99 VALUE ZERO.
       COPY FAIXAPARM.

      *Fechamento da competencia e controle de remessas
       77 wspendente PIC X VALUE "N".
       77 wsqtdpend PIC 9(5) VALUE ZERO.
       77 wscnab-seq PIC 9(5) VALUE ZERO.
       77 wsremnum PIC 9(6) VALUE ZERO.
       77 wsfimrct PIC X VALUE "N".
       77 wsremaberta PIC X VALUE "N".
       77 wsremorigem PIC X(10) VALUE "TP55RPA".
       77 wsremstatus PIC X VALUE "P".
       77 wshoraagora PIC X(8) VALUE SPACES.
       01 wshorahoje.
           05 wshr-hh PIC 9(2).
           05 wshr-mm PIC 9(2).
           05 wshr-ss PIC 9(2).
           05 wshr-cc PIC 9(2).
       01 totais-rpa.
           05 wstotvalor PIC 9(7)V99 VALUE ZERO.
           05 wstotinss PIC 9(7)V99 VALUE ZERO.
           05 wstotir PIC 9(7)V99 VALUE ZERO.
           05 wstotiss PIC 9(7)V99 VALUE ZERO.
           05 wstotliq PIC 9(7)V99 VALUE ZERO.
           05 wstotpatr PIC 9(7)V99 VALUE ZERO.

      *Mascaras de impressao
       77 wsmascvalor PIC ZZ.ZZ9,99.
       77 wsmascinss PIC ZZ.ZZ9,99.
       77 wsmascir PIC ZZ.ZZ9,99.
       77 wsmasciss PIC ZZ.ZZ9,99.
       77 wsmascliq PIC ZZ.ZZ9,99.
       77 wsmascpatr PIC ZZ.ZZ9,99.
       77 wsmascaliq PIC 9,999.
       77 wsmasctot PIC ZZZ.ZZZ,ZZ.
       77 wsmascqtd PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP55RPA - PAGAMENTO A AUTONOMOS (RPA)".
       DISPLAY "1 - Listar autonomos".
       DISPLAY "2 - Incluir/alterar um autonomo".
       DISPLAY "3 - Excluir um autonomo".
       DISPLAY "4 - Lancar um RPA".
       DISPLAY "5 - Listar os RPA de uma competencia".
       DISPLAY "6 - Fechar competencia (remessa e guias)".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM LISTA-AUTONOMOS
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM INCLUI-ALTERA-AUTONOMO
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM EXCLUI-AUTONOMO
       END-IF.
       IF wsopcao EQUAL 4
           PERFORM LANCA-RPA
       END-IF.
       IF wsopcao EQUAL 5
           PERFORM LISTA-RPAS
       END-IF.
       IF wsopcao EQUAL 6
           PERFORM FECHA-COMPETENCIA
       END-IF.
       IF wsopcao GREATER THAN 6
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * One line per autonomo on file with documents and ISS rate.
      *----------------------------------------------------------------*
       LISTA-AUTONOMOS.
       OPEN INPUT AUTONOMOS.
       IF wsfs-aut EQUAL "35"
           DISPLAY "AUTONOMOS.DAT ainda nao existe."
       ELSE
           MOVE ZERO TO wsqtdlistados
           MOVE "N" TO wsfimaut
           PERFORM LE-PROXIMO-AUTONOMO
           PERFORM LISTA-UM-AUTONOMO UNTIL wsfimaut EQUAL "S"
           DISPLAY "Total de autonomos listados: " wsqtdlistados
           CLOSE AUTONOMOS
       END-IF.

       LE-PROXIMO-AUTONOMO.
       READ AUTONOMOS NEXT RECORD
           AT END
               MOVE "S" TO wsfimaut
       END-READ.

       LISTA-UM-AUTONOMO.
       MOVE AUT-ALIQISS TO wsmascaliq.
       DISPLAY AUT-CODIGO " " AUT-NOME " CPF:" AUT-CPF
           " NIT:" AUT-NIT " ISS:" wsmascaliq " SIT:" AUT-SITUACAO.
       ADD 1 TO wsqtdlistados.
       PERFORM LE-PROXIMO-AUTONOMO.

      *----------------------------------------------------------------*
      * Include a new autonomo or retype an existing one. A blank
      * name or CPF, or an ISS rate above the 5% municipal ceiling,
      * is refused and nothing is written.
      *----------------------------------------------------------------*
       INCLUI-ALTERA-AUTONOMO.
       PERFORM PEDE-CODIGO.
       IF wscodigo EQUAL SPACES
           DISPLAY "Codigo em branco - nada alterado."
       ELSE
           OPEN I-O AUTONOMOS
           IF wsfs-aut EQUAL "35"
               OPEN OUTPUT AUTONOMOS
               CLOSE AUTONOMOS
               OPEN I-O AUTONOMOS
           END-IF
           MOVE wscodigo TO AUT-CODIGO
           READ AUTONOMOS
               INVALID KEY
                   MOVE "N" TO wsachouaut
                   DISPLAY "Autonomo novo."
               NOT INVALID KEY
                   MOVE "S" TO wsachouaut
                   PERFORM MOSTRA-AUTONOMO
           END-READ
           PERFORM ACEITA-DADOS-AUTONOMO
           IF wsnome EQUAL SPACES OR wscpf EQUAL SPACES
               DISPLAY "Nome e CPF sao obrigatorios - nada alterado."
           ELSE
               IF wsisscent GREATER THAN 500
                   DISPLAY "Aliquota de ISS acima de 5% - nada"
                       " alterado."
               ELSE
                   PERFORM GRAVA-AUTONOMO
               END-IF
           END-IF
           CLOSE AUTONOMOS
       END-IF.

       ACEITA-DADOS-AUTONOMO.
       DISPLAY "Nome do autonomo: " WITH NO ADVANCING.
       MOVE SPACES TO wsnome.
       ACCEPT wsnome.
       DISPLAY "CPF (11 digitos): " WITH NO ADVANCING.
       MOVE SPACES TO wscpf.
       ACCEPT wscpf.
       DISPLAY "NIT/PIS (11 digitos): " WITH NO ADVANCING.
       MOVE SPACES TO wsnit.
       ACCEPT wsnit.
       DISPLAY "Quantidade de dependentes para o IRRF: "
           WITH NO ADVANCING.
       ACCEPT wsqtdep.
       DISPLAY "Aliquota de ISS em centesimos de % (200 = 2,00%,"
           " 0 = sem retencao): " WITH NO ADVANCING.
       ACCEPT wsisscent.
       COMPUTE wsaliqiss = wsisscent / 10000.
       DISPLAY "Codigo da empresa (ENTER = 01): " WITH NO ADVANCING.
       MOVE SPACES TO wsempaut.
       ACCEPT wsempaut.
       IF wsempaut EQUAL SPACES
           MOVE "01" TO wsempaut
       END-IF.
       DISPLAY "Depto que contrata o servico (4 pos): "
           WITH NO ADVANCING.
       MOVE SPACES TO wsdepto.
       ACCEPT wsdepto.
       DISPLAY "Banco (3 pos): " WITH NO ADVANCING.
       MOVE SPACES TO wsbanco.
       ACCEPT wsbanco.
       DISPLAY "Agencia (4 pos): " WITH NO ADVANCING.
       MOVE SPACES TO wsagencia.
       ACCEPT wsagencia.
       DISPLAY "Digito da agencia: " WITH NO ADVANCING.
       MOVE SPACES TO wsagdv.
       ACCEPT wsagdv.
       DISPLAY "Conta (8 pos): " WITH NO ADVANCING.
       MOVE SPACES TO wsconta.
       ACCEPT wsconta.
       DISPLAY "Digito da conta: " WITH NO ADVANCING.
       MOVE SPACES TO wsctdv.
       ACCEPT wsctdv.
       DISPLAY "Situacao (A-ativo I-inativo): " WITH NO ADVANCING.
       MOVE SPACES TO wssituacao.
       ACCEPT wssituacao.
       IF wssituacao NOT EQUAL "I"
           MOVE "A" TO wssituacao
       END-IF.

       GRAVA-AUTONOMO.
       PERFORM LE-OPERADOR-SESSAO.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       MOVE wscodigo TO AUT-CODIGO.
       MOVE wsnome TO AUT-NOME.
       MOVE wscpf TO AUT-CPF.
       MOVE wsnit TO AUT-NIT.
       MOVE wsqtdep TO AUT-QTDEPENDENTES.
       MOVE wsaliqiss TO AUT-ALIQISS.
       MOVE wsempaut TO AUT-EMPRESA.
       MOVE wsdepto TO AUT-DEPTO.
       MOVE wsbanco TO AUT-BANCO.
       MOVE wsagencia TO AUT-AGENCIA.
       MOVE wsagdv TO AUT-AGDV.
       MOVE wsconta TO AUT-CONTA.
       MOVE wsctdv TO AUT-CTDV.
       MOVE wssituacao TO AUT-SITUACAO.
       MOVE wsdatatxt TO AUT-DATA.
       MOVE wsoperses TO AUT-OPERADOR.
       IF wsachouaut EQUAL "S"
           REWRITE AUT-REGISTRO
           DISPLAY "Autonomo alterado."
       ELSE
           WRITE AUT-REGISTRO
           DISPLAY "Autonomo incluido."
       END-IF.
       MOVE "GRAVA-AUTONOMO" TO wserr-para.
       PERFORM TESTA-FS-AUT.
       MOVE "AUTONOMO" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       STRING wscpf " " wssituacao
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       MOSTRA-AUTONOMO.
       MOVE AUT-ALIQISS TO wsmascaliq.
       DISPLAY "Nome atual: " AUT-NOME.
       DISPLAY "CPF: " AUT-CPF "  NIT: " AUT-NIT "  Dependentes: "
           AUT-QTDEPENDENTES "  ISS: " wsmascaliq.
       DISPLAY "Empresa: " AUT-EMPRESA "  Depto: " AUT-DEPTO
           "  Banco: " AUT-BANCO " Ag: " AUT-AGENCIA "-" AUT-AGDV
           " Conta: " AUT-CONTA "-" AUT-CTDV.
       DISPLAY "Situacao: " AUT-SITUACAO "  Ultima alteracao: "
           AUT-DATA " por " AUT-OPERADOR.

      *----------------------------------------------------------------*
      * An autonomo with any RPA on file stays: the recibos, the
      * journal and the informe still point to it. Inactivate it
      * instead.
      *----------------------------------------------------------------*
       EXCLUI-AUTONOMO.
       PERFORM PEDE-CODIGO.
       OPEN I-O AUTONOMOS.
       IF wsfs-aut EQUAL "35"
           DISPLAY "AUTONOMOS.DAT ainda nao existe."
       ELSE
           MOVE wscodigo TO AUT-CODIGO
           READ AUTONOMOS
               INVALID KEY
                   DISPLAY "Autonomo nao cadastrado."
               NOT INVALID KEY
                   PERFORM MOSTRA-AUTONOMO
                   PERFORM VERIFICA-AUTONOMO-EM-USO
                   IF wsemuso EQUAL "S"
                       DISPLAY "Autonomo com RPA lancado - exclusao"
                           " recusada; inative-o."
                   ELSE
                       PERFORM CONFIRMA-EXCLUSAO
                   END-IF
           END-READ
           CLOSE AUTONOMOS
       END-IF.

       CONFIRMA-EXCLUSAO.
       DISPLAY "Confirma a exclusao (S/N)? " WITH NO ADVANCING.
       ACCEPT wsresposta.
       IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
           DELETE AUTONOMOS RECORD
           MOVE "EXCLUI-AUTONOMO" TO wserr-para
           PERFORM TESTA-FS-AUT
           DISPLAY "Autonomo excluido."
           MOVE "AUTONOMO-EXCLUIDO" TO wsauditcampo
           MOVE AUT-CPF TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
       ELSE
           DISPLAY "Nada excluido."
       END-IF.

       VERIFICA-AUTONOMO-EM-USO.
       MOVE "N" TO wsemuso.
       OPEN INPUT RPAS.
       IF wsfs-rpa NOT EQUAL "35"
           MOVE "N" TO wsfimrpa
           PERFORM LE-PROXIMO-RPA
           PERFORM CONFERE-USO-AUTONOMO UNTIL wsfimrpa EQUAL "S"
           CLOSE RPAS
       END-IF.

       CONFERE-USO-AUTONOMO.
       IF RPA-CODIGO EQUAL wscodigo
           MOVE "S" TO wsemuso
           MOVE "S" TO wsfimrpa
       ELSE
           PERFORM LE-PROXIMO-RPA
       END-IF.

       LE-PROXIMO-RPA.
       READ RPAS NEXT RECORD
           AT END
               MOVE "S" TO wsfimrpa
       END-READ.

      *----------------------------------------------------------------*
      * Launches one RPA: the autonomo must be on file and active,
      * the values are shown before anything is written and the
      * recibo is appended to TP55RPA.REL for signature.
      *----------------------------------------------------------------*
       LANCA-RPA.
       PERFORM PEDE-CODIGO.
       MOVE "N" TO wsachouaut.
       OPEN INPUT AUTONOMOS.
       IF wsfs-aut EQUAL "35"
           DISPLAY "AUTONOMOS.DAT ainda nao existe."
       ELSE
           MOVE wscodigo TO AUT-CODIGO
           READ AUTONOMOS
               INVALID KEY
                   DISPLAY "Autonomo nao cadastrado."
               NOT INVALID KEY
                   MOVE "S" TO wsachouaut
           END-READ
           IF wsachouaut EQUAL "S"
               IF AUT-INATIVO
                   DISPLAY "Autonomo inativo - RPA recusado."
               ELSE
                   DISPLAY "Autonomo: " AUT-NOME
                   PERFORM ACEITA-DADOS-RPA
                   PERFORM CONFERE-DADOS-RPA
               END-IF
           END-IF
           CLOSE AUTONOMOS
       END-IF.

       ACEITA-DADOS-RPA.
       DISPLAY "Competencia do servico (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       MOVE AUT-EMPRESA TO wsempresa.
       IF wsempresa EQUAL SPACES
           MOVE "01" TO wsempresa
       END-IF.
       DISPLAY "Descricao do servico: " WITH NO ADVANCING.
       MOVE SPACES TO wsdescricao.
       ACCEPT wsdescricao.
       DISPLAY "Valor do servico em reais: R$" WITH NO ADVANCING.
       ACCEPT wsreais.
       DISPLAY "Centavos (00-99): " WITH NO ADVANCING.
       ACCEPT wscentavos.
       COMPUTE wsvalor ROUNDED = wsreais + (wscentavos / 100).

       CONFERE-DADOS-RPA.
       PERFORM VALIDA-COMPETENCIA.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - RPA recusado."
       ELSE
           IF wsvalor EQUAL ZERO
               DISPLAY "Valor zerado - nada lancado."
           ELSE
               PERFORM CALCULA-RPA
               IF wscalcok EQUAL "N"
                   DISPLAY "Sem tabela INSS/IRRF para a competencia"
                       " - RPA recusado."
               ELSE
                   PERFORM MOSTRA-CALCULO-RPA
                   DISPLAY "Confirma o lancamento (S/N)? "
                       WITH NO ADVANCING
                   ACCEPT wsresposta
                   IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
                       PERFORM GRAVA-RPA
                       PERFORM IMPRIME-RECIBO
                       DISPLAY "RPA " wsnumrpa " lancado - recibo"
                           " em TP55RPA.REL"
                   ELSE
                       DISPLAY "Nada lancado."
                   END-IF
               END-IF
           END-IF
       END-IF.

       VALIDA-COMPETENCIA.
       MOVE "N" TO wscompok.
       IF wscompetencia(3:1) EQUAL "/" AND
           wscompetencia(1:2) IS NUMERIC AND
           wscompetencia(4:4) IS NUMERIC
           IF wscompetencia(1:2) GREATER THAN "00" AND
              wscompetencia(1:2) LESS THAN "13"
               MOVE "S" TO wscompok
           END-IF
       END-IF.
      *Competencia fechada ou em fechamento nao recebe RPA nem fecha
      *de novo (TPCOMPET/COMPETENCIAS.DAT)
       IF wscompok EQUAL "S"
           MOVE "C" TO CPP-ACAO
           MOVE wsempresa TO CPP-EMPRESA
           MOVE wscompetencia TO CPP-COMPET
           CALL "TPCOMPET" USING COMPET-PARM
           IF CPP-RC NOT EQUAL ZERO
               MOVE "N" TO wscompok
               DISPLAY "Competencia " wscompetencia " fechada ou em"
                   " fechamento (" CPP-DONO " em " CPP-DESDE ")."
           END-IF
       END-IF.

      *----------------------------------------------------------------*
      * INSS do contribuinte individual and IRRF of the monthly table
      * are both due on what the autonomo received in the whole
      * competencia: the engine taxes the month including this RPA
      * and this RPA retains the difference over what the earlier
      * ones already did. ISS and the 20% patronal fall on this RPA
      * alone - there is no teto for either.
      *----------------------------------------------------------------*
       CALCULA-RPA.
       MOVE "S" TO wscalcok.
       PERFORM SOMA-RPAS-ANTERIORES.
       COMPUTE wsbasemes = wsvalant + wsvalor.
       MOVE "C" TO FX-TIPO.
       MOVE wsbasemes TO FX-BASE.
       MOVE wscompetencia TO FX-COMPET.
       CALL "TPFAIXAS" USING FAIXA-PARM.
       IF FX-RC NOT EQUAL ZERO
           MOVE "N" TO wscalcok
       END-IF.
       COMPUTE wsdifer = FX-VALOR - wsinssant.
       IF wsdifer LESS THAN ZERO
           MOVE ZERO TO wsdifer
       END-IF.
       MOVE wsdifer TO wsinss.
       COMPUTE wsdifer = wsbasemes - wsinssant - wsinss
           - (AUT-QTDEPENDENTES * wsdeddep).
       IF wsdifer LESS THAN ZERO
           MOVE ZERO TO wsdifer
       END-IF.
       MOVE "R" TO FX-TIPO.
       MOVE wsdifer TO FX-BASE.
       MOVE wscompetencia TO FX-COMPET.
       CALL "TPFAIXAS" USING FAIXA-PARM.
       IF FX-RC NOT EQUAL ZERO
           MOVE "N" TO wscalcok
       END-IF.
       COMPUTE wsdifer = FX-VALOR - wsirant.
       IF wsdifer LESS THAN ZERO
           MOVE ZERO TO wsdifer
       END-IF.
       MOVE wsdifer TO wsir.
       COMPUTE wsiss ROUNDED = wsvalor * AUT-ALIQISS.
       COMPUTE wspatronal ROUNDED = wsvalor * wsaliqpatr.
       COMPUTE wsliq = wsvalor - wsinss - wsir - wsiss.

      *Uma passada pelo RPA.DAT: as somas do autonomo na competencia
      *e o maior numero ja usado, de onde sai o numero do novo recibo
       SOMA-RPAS-ANTERIORES.
       MOVE ZERO TO wsvalant.
       MOVE ZERO TO wsinssant.
       MOVE ZERO TO wsirant.
       MOVE ZERO TO wsnumrpa.
       OPEN INPUT RPAS.
       IF wsfs-rpa NOT EQUAL "35"
           MOVE "N" TO wsfimrpa
           PERFORM LE-PROXIMO-RPA
           PERFORM SOMA-UM-RPA UNTIL wsfimrpa EQUAL "S"
           CLOSE RPAS
       END-IF.
       ADD 1 TO wsnumrpa.

       SOMA-UM-RPA.
       IF RPA-NUMERO GREATER THAN wsnumrpa
           MOVE RPA-NUMERO TO wsnumrpa
       END-IF.
       IF RPA-CODIGO EQUAL wscodigo AND RPA-COMPET EQUAL
           wscompetencia AND RPA-EMPRESA EQUAL wsempresa
           ADD RPA-VALOR TO wsvalant
           ADD RPA-INSS TO wsinssant
           ADD RPA-IR TO wsirant
       END-IF.
       PERFORM LE-PROXIMO-RPA.

       MOSTRA-CALCULO-RPA.
       MOVE wsvalor TO wsmascvalor.
       MOVE wsinss TO wsmascinss.
       MOVE wsir TO wsmascir.
       MOVE wsiss TO wsmasciss.
       MOVE wsliq TO wsmascliq.
       MOVE wspatronal TO wsmascpatr.
       DISPLAY "Valor do servico .......: " wsmascvalor.
       DISPLAY "INSS retido (11%) ......: " wsmascinss.
       DISPLAY "IRRF retido ............: " wsmascir.
       DISPLAY "ISS retido .............: " wsmasciss.
       DISPLAY "Liquido a pagar ........: " wsmascliq.
       DISPLAY "INSS patronal (20%) ....: " wsmascpatr.

       GRAVA-RPA.
       PERFORM LE-OPERADOR-SESSAO.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       OPEN I-O RPAS.
       IF wsfs-rpa EQUAL "35"
           OPEN OUTPUT RPAS
           CLOSE RPAS
           OPEN I-O RPAS
       END-IF.
       MOVE wsnumrpa TO RPA-NUMERO.
       MOVE wscodigo TO RPA-CODIGO.
       MOVE wsempresa TO RPA-EMPRESA.
       MOVE wscompetencia TO RPA-COMPET.
       MOVE AUT-DEPTO TO RPA-DEPTO.
       MOVE wsdatatxt TO RPA-DATA.
       MOVE wsdescricao TO RPA-DESCRICAO.
       MOVE wsvalor TO RPA-VALOR.
       MOVE wsinss TO RPA-INSS.
       MOVE wsir TO RPA-IR.
       MOVE wsiss TO RPA-ISS.
       MOVE wsliq TO RPA-LIQUIDO.
       MOVE wspatronal TO RPA-PATRONAL.
       MOVE ZERO TO RPA-REMESSA.
       MOVE wsoperses TO RPA-OPERADOR.
       WRITE RPA-REGISTRO.
       MOVE "GRAVA-RPA" TO wserr-para.
       PERFORM TESTA-FS-RPA.
       CLOSE RPAS.
       MOVE "RPA" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       MOVE wsvalor TO wsmascvalor.
       STRING wsnumrpa " " wsmascvalor
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

      *----------------------------------------------------------------*
      * The recibo itself, appended to TP55RPA.REL: one per RPA, with
      * the deductions itemized and room for the signature.
      *----------------------------------------------------------------*
       IMPRIME-RECIBO.
       OPEN EXTEND RECIBO.
       IF wsfs-rel EQUAL "05" OR wsfs-rel EQUAL "35"
           OPEN OUTPUT RECIBO
       END-IF.
       MOVE SPACES TO REL-LINHA.
       STRING "RECIBO DE PAGAMENTO A AUTONOMO - RPA NUMERO: "
           DELIMITED BY SIZE
           wsnumrpa DELIMITED BY SIZE
           "  DATA:" DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE SPACES TO REL-LINHA.
       STRING "EMP:" DELIMITED BY SIZE
           wsempresa DELIMITED BY SIZE
           "  COMPETENCIA:" DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           "  DEPTO:" DELIMITED BY SIZE
           AUT-DEPTO DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE SPACES TO REL-LINHA.
       STRING "AUTONOMO: " DELIMITED BY SIZE
           AUT-CODIGO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AUT-NOME DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE SPACES TO REL-LINHA.
       STRING "CPF: " DELIMITED BY SIZE
           AUT-CPF DELIMITED BY SIZE
           "  NIT: " DELIMITED BY SIZE
           AUT-NIT DELIMITED BY SIZE
           "  DEPENDENTES: " DELIMITED BY SIZE
           AUT-QTDEPENDENTES DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE SPACES TO REL-LINHA.
       STRING "SERVICO: " DELIMITED BY SIZE
           wsdescricao DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE SPACES TO REL-LINHA.
       STRING "VALOR DO SERVICO ........: " DELIMITED BY SIZE
           wsmascvalor DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE SPACES TO REL-LINHA.
       STRING "(-) INSS RETIDO 11% .....: " DELIMITED BY SIZE
           wsmascinss DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE SPACES TO REL-LINHA.
       STRING "(-) IRRF RETIDO .........: " DELIMITED BY SIZE
           wsmascir DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE SPACES TO REL-LINHA.
       STRING "(-) ISS RETIDO ..........: " DELIMITED BY SIZE
           wsmasciss DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE SPACES TO REL-LINHA.
       STRING "(=) LIQUIDO A PAGAR .....: " DELIMITED BY SIZE
           wsmascliq DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE SPACES TO REL-LINHA.
       STRING "INSS PATRONAL 20% (ENCARGO DA EMPRESA): "
           DELIMITED BY SIZE
           wsmascpatr DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE SPACES TO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE "RECEBI A IMPORTANCIA LIQUIDA ACIMA PELO SERVICO PRESTADO."
           TO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE SPACES TO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE "ASSINATURA: ______________________________________"
           TO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       MOVE SPACES TO REL-LINHA.
       PERFORM ESCREVE-RECIBO.
       CLOSE RECIBO.

       ESCREVE-RECIBO.
       WRITE REL-LINHA.
       MOVE "IMPRIME-RECIBO" TO wserr-para.
       PERFORM TESTA-FS-REL.

      *----------------------------------------------------------------*
      * Every RPA of a competencia/empresa with its values and remessa
      * (zero = still to be paid), plus the totals.
      *----------------------------------------------------------------*
       LISTA-RPAS.
       PERFORM PEDE-COMPETENCIA-EMPRESA.
       OPEN INPUT RPAS.
       IF wsfs-rpa EQUAL "35"
           DISPLAY "RPA.DAT ainda nao existe."
       ELSE
           MOVE ZERO TO wsqtdlistados
           MOVE ZERO TO wstotvalor
           MOVE ZERO TO wstotinss
           MOVE ZERO TO wstotir
           MOVE ZERO TO wstotiss
           MOVE ZERO TO wstotliq
           MOVE ZERO TO wstotpatr
           MOVE "N" TO wsfimrpa
           PERFORM LE-PROXIMO-RPA
           PERFORM LISTA-UM-RPA UNTIL wsfimrpa EQUAL "S"
           CLOSE RPAS
           MOVE wstotvalor TO wsmasctot
           DISPLAY "RPA listados: " wsqtdlistados
               "  valor total: " wsmasctot
       END-IF.

       LISTA-UM-RPA.
       IF RPA-COMPET EQUAL wscompetencia AND RPA-EMPRESA EQUAL
           wsempresa
           MOVE RPA-VALOR TO wsmascvalor
           MOVE RPA-INSS TO wsmascinss
           MOVE RPA-IR TO wsmascir
           MOVE RPA-ISS TO wsmasciss
           MOVE RPA-LIQUIDO TO wsmascliq
           DISPLAY RPA-NUMERO " " RPA-CODIGO " " RPA-DATA
               " VALOR:" wsmascvalor " INSS:" wsmascinss
               " IR:" wsmascir " ISS:" wsmasciss
               " LIQ:" wsmascliq " REM:" RPA-REMESSA
           ADD RPA-VALOR TO wstotvalor
           ADD 1 TO wsqtdlistados
       END-IF.
       PERFORM LE-PROXIMO-RPA.

       PEDE-COMPETENCIA-EMPRESA.
       DISPLAY "Competencia (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       DISPLAY "Codigo da empresa (ENTER = 01): " WITH NO ADVANCING.
       MOVE SPACES TO wsempresa.
       ACCEPT wsempresa.
       IF wsempresa EQUAL SPACES
           MOVE "01" TO wsempresa
       END-IF.

      *----------------------------------------------------------------*
      * Fechar a competencia: the RPAs of the competencia/empresa not
      * yet in a remessa (or whose remessa was cancelled) go into ONE
      * new remessa, pendente de aprovacao in REMESSA.CTL like the
      * folha's, with its own CNAB TP55RPA.REM. The withholdings and
      * the 20% patronal are appended to TP04GUIAS.REL as "RPA "
      * lines - apart from the folha's GPS/DARF lines, which the
      * TP09CONF conference pairs with the register. A remessa of
      * RPA still open for the competencia refuses the close.
      *----------------------------------------------------------------*
       FECHA-COMPETENCIA.
       PERFORM PEDE-COMPETENCIA-EMPRESA.
       PERFORM VALIDA-COMPETENCIA.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida."
       ELSE
           PERFORM VERIFICA-REMESSA-ABERTA
           IF wsremaberta EQUAL "S"
               DISPLAY "Remessa " wsremnum " de RPA desta competencia"
                   " ainda em aberto em REMESSA.CTL -"
               DISPLAY "fechamento recusado. Trate a pendencia no"
                   " TP33REM."
           ELSE
               PERFORM CONTA-RPAS-PENDENTES
               IF wsqtdpend EQUAL ZERO
                   DISPLAY "Nenhum RPA a pagar na competencia."
               ELSE
                   MOVE wsqtdpend TO wsmascqtd
                   MOVE wstotliq TO wsmasctot
                   DISPLAY "RPA a pagar: " wsmascqtd
                       "  liquido total: " wsmasctot
                   DISPLAY "Confirma o fechamento (S/N)? "
                       WITH NO ADVANCING
                   ACCEPT wsresposta
                   IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
                       PERFORM GERA-REMESSA-RPA
                   ELSE
                       DISPLAY "Nada fechado."
                   END-IF
               END-IF
           END-IF
       END-IF.

       CONTA-RPAS-PENDENTES.
       MOVE ZERO TO wsqtdpend.
       MOVE ZERO TO wstotvalor.
       MOVE ZERO TO wstotinss.
       MOVE ZERO TO wstotir.
       MOVE ZERO TO wstotiss.
       MOVE ZERO TO wstotliq.
       MOVE ZERO TO wstotpatr.
       OPEN INPUT RPAS.
       IF wsfs-rpa NOT EQUAL "35"
           OPEN INPUT REMCTL
           MOVE "N" TO wsfimrpa
           PERFORM LE-PROXIMO-RPA
           PERFORM CONTA-UM-RPA UNTIL wsfimrpa EQUAL "S"
           IF wsfs-rct NOT EQUAL "35"
               CLOSE REMCTL
           END-IF
           CLOSE RPAS
       END-IF.

       CONTA-UM-RPA.
       PERFORM TESTA-RPA-PENDENTE.
       IF wspendente EQUAL "S"
           ADD 1 TO wsqtdpend
           ADD RPA-VALOR TO wstotvalor
           ADD RPA-INSS TO wstotinss
           ADD RPA-IR TO wstotir
           ADD RPA-ISS TO wstotiss
           ADD RPA-LIQUIDO TO wstotliq
           ADD RPA-PATRONAL TO wstotpatr
       END-IF.
       PERFORM LE-PROXIMO-RPA.

      *Pendente: da competencia/empresa e fora de remessa, ou numa
      *remessa que o TP33REM cancelou. REMCTL ja vem aberto.
       TESTA-RPA-PENDENTE.
       MOVE "N" TO wspendente.
       IF RPA-COMPET EQUAL wscompetencia AND RPA-EMPRESA EQUAL
           wsempresa
           IF RPA-REMESSA EQUAL ZERO
               MOVE "S" TO wspendente
           ELSE
               IF wsfs-rct NOT EQUAL "35"
                   MOVE RPA-REMESSA TO RCT-NUMERO
                   READ REMCTL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RCT-CANCELADA
                               MOVE "S" TO wspendente
                           END-IF
                   END-READ
               END-IF
           END-IF
       END-IF.

       GERA-REMESSA-RPA.
       PERFORM LE-OPERADOR-SESSAO.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       MOVE "P" TO wsremstatus.
       PERFORM REGISTRA-REMESSA.
       PERFORM GRAVA-CNAB-HEADER.
       OPEN I-O RPAS.
       OPEN INPUT AUTONOMOS.
       OPEN INPUT REMCTL.
       MOVE "N" TO wsfimrpa.
       PERFORM LE-PROXIMO-RPA.
       PERFORM PAGA-UM-RPA UNTIL wsfimrpa EQUAL "S".
       CLOSE REMCTL.
       CLOSE AUTONOMOS.
       CLOSE RPAS.
       PERFORM GRAVA-CNAB-TRAILER.
       PERFORM GRAVA-GUIAS-RPA.
       MOVE SPACES TO wscodigo.
       MOVE "FECHAMENTO" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       STRING wscompetencia " " wsremnum
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.
       DISPLAY "Remessa " wsremnum " registrada pendente de"
           " aprovacao (TP34APR).".
       DISPLAY "CNAB em TP55RPA.REM, guias anexadas a TP04GUIAS.REL.".

      *Cada RPA pendente vira um detalhe do CNAB e leva o numero da
      *remessa - carimbado ja, o RPA nao entra em outro fechamento
       PAGA-UM-RPA.
       PERFORM TESTA-RPA-PENDENTE.
       IF wspendente EQUAL "S"
           MOVE RPA-CODIGO TO AUT-CODIGO
           READ AUTONOMOS
               INVALID KEY
                   MOVE SPACES TO AUT-NOME
                   MOVE SPACES TO AUT-BANCO
                   MOVE SPACES TO AUT-AGENCIA
                   MOVE SPACES TO AUT-AGDV
                   MOVE SPACES TO AUT-CONTA
                   MOVE SPACES TO AUT-CTDV
           END-READ
           PERFORM GRAVA-CNAB-DETALHE
           MOVE wsremnum TO RPA-REMESSA
           REWRITE RPA-REGISTRO
           MOVE "PAGA-UM-RPA" TO wserr-para
           PERFORM TESTA-FS-RPA
       END-IF.
       PERFORM LE-PROXIMO-RPA.

       GRAVA-CNAB-HEADER.
       MOVE ZERO TO wscnab-seq.
       OPEN EXTEND CNAB.
       IF wsfs-cnab EQUAL "05" OR wsfs-cnab EQUAL "35"
           OPEN OUTPUT CNAB
       END-IF.
       MOVE SPACES TO CNAB-LINHA.
       STRING "0 HEADER DATA:" DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           " EMP:" DELIMITED BY SIZE
           wsempresa DELIMITED BY SIZE
           " COMPETENCIA:" DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           " OPERADOR:" DELIMITED BY SIZE
           wsoperses DELIMITED BY SIZE
           " REMESSA:" DELIMITED BY SIZE
           wsremnum DELIMITED BY SIZE
           INTO CNAB-LINHA.
       WRITE CNAB-LINHA.
       MOVE "GRAVA-CNAB-HEADER" TO wserr-para.
       PERFORM TESTA-FS-CNAB.
       CLOSE CNAB.

       GRAVA-CNAB-DETALHE.
       ADD 1 TO wscnab-seq.
       OPEN EXTEND CNAB.
       IF wsfs-cnab EQUAL "05" OR wsfs-cnab EQUAL "35"
           OPEN OUTPUT CNAB
       END-IF.
       MOVE SPACES TO CNAB-LINHA.
       STRING "1 SEQ:" DELIMITED BY SIZE
           wscnab-seq DELIMITED BY SIZE
           " AUTONOMO:" DELIMITED BY SIZE
           RPA-CODIGO DELIMITED BY SIZE
           " RPA:" DELIMITED BY SIZE
           RPA-NUMERO DELIMITED BY SIZE
           " NOME:" DELIMITED BY SIZE
           AUT-NOME DELIMITED BY SIZE
           " LIQUIDO:" DELIMITED BY SIZE
           RPA-LIQUIDO DELIMITED BY SIZE
           " EMP:" DELIMITED BY SIZE
           wsempresa DELIMITED BY SIZE
           " BCO:" DELIMITED BY SIZE
           AUT-BANCO DELIMITED BY SIZE
           " AG:" DELIMITED BY SIZE
           AUT-AGENCIA DELIMITED BY SIZE
           AUT-AGDV DELIMITED BY SIZE
           " CT:" DELIMITED BY SIZE
           AUT-CONTA DELIMITED BY SIZE
           AUT-CTDV DELIMITED BY SIZE
           INTO CNAB-LINHA.
       WRITE CNAB-LINHA.
       MOVE "GRAVA-CNAB-DETALHE" TO wserr-para.
       PERFORM TESTA-FS-CNAB.
       CLOSE CNAB.

       GRAVA-CNAB-TRAILER.
       OPEN EXTEND CNAB.
       IF wsfs-cnab EQUAL "05" OR wsfs-cnab EQUAL "35"
           OPEN OUTPUT CNAB
       END-IF.
       MOVE wscnab-seq TO wsmascqtd.
       MOVE SPACES TO CNAB-LINHA.
       STRING "9 REGISTROS:" DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO CNAB-LINHA.
       WRITE CNAB-LINHA.
       MOVE "GRAVA-CNAB-TRAILER" TO wserr-para.
       PERFORM TESTA-FS-CNAB.
       CLOSE CNAB.

      *----------------------------------------------------------------*
      * The RPA guia lines: INSS retido plus the 20% patronal go on
      * the GPS, IRRF on the DARF and ISS on the municipal guia. The
      * "RPA " prefix keeps them out of the GPS/DARF pairing TP09CONF
      * does against the folha register.
      *----------------------------------------------------------------*
       GRAVA-GUIAS-RPA.
       MOVE wsqtdpend TO wsmascqtd.
       OPEN EXTEND GUIAS.
       IF wsfs-gui EQUAL "05" OR wsfs-gui EQUAL "35"
           OPEN OUTPUT GUIAS
       END-IF.
       MOVE wstotinss TO wsmasctot.
       MOVE SPACES TO GUI-LINHA.
       STRING "RPA GPS DATA:" DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           " EMP:" DELIMITED BY SIZE
           wsempresa DELIMITED BY SIZE
           " COMP:" DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           " RECIBOS:" DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           " VALOR INSS:" DELIMITED BY SIZE
           wsmasctot DELIMITED BY SIZE
           INTO GUI-LINHA.
       WRITE GUI-LINHA.
       MOVE "GRAVA-GUIAS-RPA" TO wserr-para.
       PERFORM TESTA-FS-GUI.
       MOVE wstotpatr TO wsmasctot.
       MOVE SPACES TO GUI-LINHA.
       STRING "RPA PATRONAL DATA:" DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           " EMP:" DELIMITED BY SIZE
           wsempresa DELIMITED BY SIZE
           " COMP:" DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           " VALOR INSS PATRONAL:" DELIMITED BY SIZE
           wsmasctot DELIMITED BY SIZE
           INTO GUI-LINHA.
       WRITE GUI-LINHA.
       MOVE "GRAVA-GUIAS-RPA" TO wserr-para.
       PERFORM TESTA-FS-GUI.
       MOVE wstotir TO wsmasctot.
       MOVE SPACES TO GUI-LINHA.
       STRING "RPA DARF DATA:" DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           " EMP:" DELIMITED BY SIZE
           wsempresa DELIMITED BY SIZE
           " COMP:" DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           " RECIBOS:" DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           " VALOR IRRF:" DELIMITED BY SIZE
           wsmasctot DELIMITED BY SIZE
           INTO GUI-LINHA.
       WRITE GUI-LINHA.
       MOVE "GRAVA-GUIAS-RPA" TO wserr-para.
       PERFORM TESTA-FS-GUI.
       MOVE wstotiss TO wsmasctot.
       MOVE SPACES TO GUI-LINHA.
       STRING "RPA ISS DATA:" DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           " EMP:" DELIMITED BY SIZE
           wsempresa DELIMITED BY SIZE
           " COMP:" DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           " RECIBOS:" DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           " VALOR ISS:" DELIMITED BY SIZE
           wsmasctot DELIMITED BY SIZE
           INTO GUI-LINHA.
       WRITE GUI-LINHA.
       MOVE "GRAVA-GUIAS-RPA" TO wserr-para.
       PERFORM TESTA-FS-GUI.
       CLOSE GUIAS.

      *----------------------------------------------------------------*
      * Remessa control, the same as TP04LOTE's: VERIFICA-REMESSA-
      * ABERTA looks for an RPA remessa of the empresa/competencia
      * still open and REGISTRA-REMESSA takes the next number from
      * REMESSA.SEQ and writes the control record.
      *----------------------------------------------------------------*
       VERIFICA-REMESSA-ABERTA.
       MOVE "N" TO wsremaberta.
       OPEN INPUT REMCTL.
       IF wsfs-rct EQUAL "35"
           CONTINUE
       ELSE
           MOVE "N" TO wsfimrct
           MOVE ZERO TO RCT-NUMERO
           START REMCTL KEY NOT LESS THAN RCT-NUMERO
               INVALID KEY
                   MOVE "S" TO wsfimrct
           END-START
           PERFORM LE-PROXIMA-REMESSA
           PERFORM TESTA-REMESSA-ABERTA
               UNTIL wsfimrct EQUAL "S" OR wsremaberta EQUAL "S"
           CLOSE REMCTL
       END-IF.

       LE-PROXIMA-REMESSA.
       IF wsfimrct EQUAL "N"
           READ REMCTL NEXT RECORD
               AT END
                   MOVE "S" TO wsfimrct
           END-READ
       END-IF.

       TESTA-REMESSA-ABERTA.
       IF RCT-EMPRESA EQUAL wsempresa AND RCT-COMPET EQUAL
           wscompetencia AND RCT-ORIGEM EQUAL wsremorigem AND
           RCT-EM-ABERTO
           MOVE "S" TO wsremaberta
           MOVE RCT-NUMERO TO wsremnum
       ELSE
           PERFORM LE-PROXIMA-REMESSA
       END-IF.

       REGISTRA-REMESSA.
       MOVE ZERO TO wsremnum.
       OPEN INPUT REMSEQ.
       IF wsfs-rsq EQUAL "35"
           CONTINUE
       ELSE
           READ REMSEQ
               AT END
                   MOVE ZERO TO wsremnum
               NOT AT END
                   MOVE RSQ-LINHA TO wsremnum
           END-READ
           CLOSE REMSEQ
       END-IF.
       ADD 1 TO wsremnum.
       OPEN OUTPUT REMSEQ.
       MOVE wsremnum TO RSQ-LINHA.
       WRITE RSQ-LINHA.
       CLOSE REMSEQ.
       OPEN I-O REMCTL.
       IF wsfs-rct EQUAL "35"
           OPEN OUTPUT REMCTL
           CLOSE REMCTL
           OPEN I-O REMCTL
       END-IF.
       ACCEPT wshorahoje FROM TIME.
       MOVE SPACES TO wshoraagora.
       STRING wshr-hh ":" wshr-mm ":" wshr-ss
           DELIMITED BY SIZE INTO wshoraagora.
       MOVE SPACES TO RCT-REGISTRO.
       MOVE wsremnum TO RCT-NUMERO.
       MOVE wsempresa TO RCT-EMPRESA.
       MOVE wscompetencia TO RCT-COMPET.
       MOVE wsremorigem TO RCT-ORIGEM.
       MOVE wsremstatus TO RCT-STATUS.
       MOVE wsdatatxt TO RCT-DATA.
       MOVE wshoraagora TO RCT-HORA.
       WRITE RCT-REGISTRO.
       MOVE "REGISTRA-REMESSA" TO wserr-para.
       PERFORM TESTA-FS-RCT.
       CLOSE REMCTL.

       PEDE-CODIGO.
       DISPLAY "Digite o codigo do autonomo: " WITH NO ADVANCING.
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
           " TP55RPA " DELIMITED BY SIZE
           "AUTONOMO:" DELIMITED BY SIZE
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

       TESTA-FS-AUT.
       MOVE wsfs-aut TO wserr-fs.
       MOVE "AUTONOMOS.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-RPA.
       MOVE wsfs-rpa TO wserr-fs.
       MOVE "RPA.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP55RPA.REL" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-CNAB.
       MOVE wsfs-cnab TO wserr-fs.
       MOVE "TP55RPA.REM" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-GUI.
       MOVE wsfs-gui TO wserr-fs.
       MOVE "TP04GUIAS.REL" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-RCT.
       MOVE wsfs-rct TO wserr-fs.
       MOVE "REMESSA.CTL" TO wserr-arq.
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
           " TP55RPA PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP55RPA - VER ERROS.LOG".
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

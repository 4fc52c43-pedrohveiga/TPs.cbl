      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP56SAU COBOL - plano de saude com coparticipacao.
      *          Maintains the price table PLANOSAUDE.DAT (plano and
      *          faixa etaria, with the percent the employee pays)
      *          and the membership file ADESAOSAUDE.DAT - the
      *          titular and the dependents of DEPENDENTES.DAT, each
      *          with the carteira the operadora prints. Imports the
      *          operadora's monthly invoice FATURASAUDE.TXT into
      *          FATSAUDE.DAT (mensalidade and coparticipacao per
      *          beneficiary), which TP04/TP04LOTE deduct through
      *          the TPSAUDE engine, and prints the conciliacao
      *          TP56SAU.REL: every invoice line with no beneficiary,
      *          no employee or a mensalidade off the table, and
      *          every employee whose invoice share differs from
      *          what the folha deducted.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - Competencia status (COMPETENCIAS.DAT, TPCOMPET):
      *              no invoice is imported into a month fechada or
      *              em fechamento.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP56SAU.
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
           SELECT FATURA ASSIGN TO "FATURASAUDE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-ftx.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT DEPENDENTES ASSIGN TO "DEPENDENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPD-CHAVE
           FILE STATUS IS wsfs-dpd.
           SELECT HISTIDX ASSIGN TO "TP04HISTIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-CHAVE
           FILE STATUS IS wsfs-hidx.
           SELECT RELATORIO ASSIGN TO "TP56SAU.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD PLANOSAUDE.
       COPY PLANOSAUDE.

       FD ADESAOSAUDE.
       COPY ADESAOSAUDE.

       FD FATSAUDE.
       COPY FATSAUDE.

      *Fatura mensal da operadora, uma linha por beneficiario
       FD FATURA.
       01 FTX-REGISTRO.
           05 FTX-CARTEIRA            PIC X(16).
           05 FTX-COMPET              PIC X(7).
           05 FTX-MENSALIDADE         PIC 9(5)V99.
           05 FTX-COPART              PIC 9(5)V99.

       FD CADASTRO.
       COPY CADASTRO.

       FD DEPENDENTES.
       COPY DEPENDENTES.

       FD HISTIDX.
       COPY HISTIDX.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(110).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-pls PIC XX.
       77 wsfs-ads PIC XX.
       77 wsfs-fts PIC XX.
       77 wsfs-ftx PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-dpd PIC XX.
       77 wsfs-hidx PIC XX.
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
       77 wsauditchave PIC X(12).
       77 wsauditcampo PIC X(20).
       77 wsauditvalor PIC X(15).
       77 wsopcao PIC 9 VALUE ZERO.
       77 wsresposta PIC X VALUE "N".
       77 wsachou PIC X VALUE "N".
       77 wsfimpls PIC X VALUE "N".
       77 wsfimads PIC X VALUE "N".
       77 wsfimfts PIC X VALUE "N".
       77 wsfimftx PIC X VALUE "N".
       77 wsqtdlistados PIC 9(5) VALUE ZERO.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Faixa de preco digitada (reais e centavos, como no TP07CAD)
       77 wsplano PIC X(4) VALUE SPACES.
       77 wsidademax PIC 9(3) VALUE ZERO.
       77 wsdescricao PIC X(20) VALUE SPACES.
       77 wsreais PIC 9(5) VALUE ZERO.
       77 wscentavos PIC 99 VALUE ZERO.
       77 wsvalor PIC 9(5)V99 VALUE ZERO.
       77 wsperc PIC 9(3) VALUE ZERO.

      *Adesao digitada
       77 wspront PIC X(9) VALUE SPACES.
       77 wsseq PIC 99 VALUE ZERO.
       77 wsnomebenef PIC X(30) VALUE SPACES.
       77 wsnascimento PIC X(10) VALUE SPACES.
       77 wscarteira PIC X(16) VALUE SPACES.
       77 wscompini PIC X(7) VALUE SPACES.
       77 wscompfim PIC X(7) VALUE SPACES.
       77 wsbenefok PIC X VALUE "N".

      *Competencia digitada e sua validacao
       77 wscompetencia PIC X(7) VALUE SPACES.
      *Situacao da competencia da fatura (TPCOMPET)
       COPY COMPETPARM.
       77 wscompteste PIC X(7) VALUE SPACES.
       77 wscompok PIC X VALUE "N".
       77 wsalvo PIC X(6) VALUE SPACES.
       77 wsini PIC X(6) VALUE SPACES.
       77 wsfim PIC X(6) VALUE SPACES.

      *Importacao e conciliacao da fatura
       77 wsqtdlidas PIC 9(5) VALUE ZERO.
       77 wsqtdimport PIC 9(5) VALUE ZERO.
       77 wsqtdsembenef PIC 9(5) VALUE ZERO.
       77 wsqtdoutracomp PIC 9(5) VALUE ZERO.
       77 wsqtdinvalidas PIC 9(5) VALUE ZERO.
       77 wsqtdapagadas PIC 9(5) VALUE ZERO.
       77 wsqtdocorr PIC 9(5) VALUE ZERO.
       77 wsqtddivdesc PIC 9(5) VALUE ZERO.
       77 wsocorrencia PIC X(24) VALUE SPACES.
       77 wsprontant PIC X(9) VALUE SPACES.
       77 wsparteftx PIC 9(5)V99 VALUE ZERO.
       77 wsesperado PIC 9(6)V99 VALUE ZERO.
       77 wsdescontado PIC 9(5)V99 VALUE ZERO.
       COPY SAUDEPARM.

      *Mascaras de impressao
       77 wsmascvalor PIC ZZ.ZZ9,99.
       77 wsmasctab PIC ZZ.ZZ9,99.
       77 wsmasccop PIC ZZ.ZZ9,99.
       77 wsmascesp PIC ZZZ.ZZ9,99.
       77 wsmascdesc PIC ZZ.ZZ9,99.
       77 wsmascqtd PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP56SAU - PLANO DE SAUDE".
       DISPLAY "1 - Listar a tabela de precos".
       DISPLAY "2 - Incluir/alterar uma faixa de preco".
       DISPLAY "3 - Excluir uma faixa de preco".
       DISPLAY "4 - Listar beneficiarios".
       DISPLAY "5 - Incluir/alterar/encerrar um beneficiario".
       DISPLAY "6 - Importar a fatura da operadora".
       DISPLAY "7 - Conciliar fatura x folha".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM LISTA-PRECOS
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM INCLUI-ALTERA-FAIXA
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM EXCLUI-FAIXA
       END-IF.
       IF wsopcao EQUAL 4
           PERFORM LISTA-BENEFICIARIOS
       END-IF.
       IF wsopcao EQUAL 5
           PERFORM INCLUI-ALTERA-ADESAO
       END-IF.
       IF wsopcao EQUAL 6
           PERFORM IMPORTA-FATURA
       END-IF.
       IF wsopcao EQUAL 7
           PERFORM CONCILIA-FATURA
       END-IF.
       IF wsopcao GREATER THAN 7
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * One line per faixa, in plano/idade order.
      *----------------------------------------------------------------*
       LISTA-PRECOS.
       OPEN INPUT PLANOSAUDE.
       IF wsfs-pls EQUAL "35"
           DISPLAY "PLANOSAUDE.DAT ainda nao existe."
       ELSE
           MOVE ZERO TO wsqtdlistados
           MOVE "N" TO wsfimpls
           PERFORM LE-PROXIMA-FAIXA
           PERFORM LISTA-UMA-FAIXA UNTIL wsfimpls EQUAL "S"
           DISPLAY "Total de faixas listadas: " wsqtdlistados
           CLOSE PLANOSAUDE
       END-IF.

       LE-PROXIMA-FAIXA.
       READ PLANOSAUDE NEXT RECORD
           AT END
               MOVE "S" TO wsfimpls
       END-READ.

       LISTA-UMA-FAIXA.
       MOVE PLS-VALOR TO wsmascvalor.
       DISPLAY PLS-PLANO " " PLS-DESCRICAO " ATE " PLS-IDADEMAX
           " ANOS  MENSALIDADE: " wsmascvalor "  EMPREGADO: "
           PLS-PERCFUNC "%".
       ADD 1 TO wsqtdlistados.
       PERFORM LE-PROXIMA-FAIXA.

      *----------------------------------------------------------------*
      * Include or retype one faixa. The key is the plano plus the
      * highest age the faixa covers - the last faixa of a plano is
      * the one up to 999. A blank plano or a percent above 100 is
      * refused and nothing is written.
      *----------------------------------------------------------------*
       INCLUI-ALTERA-FAIXA.
       PERFORM PEDE-CHAVE-FAIXA.
       IF wsplano EQUAL SPACES
           DISPLAY "Plano em branco - nada alterado."
       ELSE
           OPEN I-O PLANOSAUDE
           IF wsfs-pls EQUAL "35"
               OPEN OUTPUT PLANOSAUDE
               CLOSE PLANOSAUDE
               OPEN I-O PLANOSAUDE
           END-IF
           MOVE wsplano TO PLS-PLANO
           MOVE wsidademax TO PLS-IDADEMAX
           READ PLANOSAUDE
               INVALID KEY
                   MOVE "N" TO wsachou
                   DISPLAY "Faixa nova."
               NOT INVALID KEY
                   MOVE "S" TO wsachou
                   PERFORM MOSTRA-FAIXA
           END-READ
           PERFORM ACEITA-DADOS-FAIXA
           IF wsperc GREATER THAN 100
               DISPLAY "Percentual acima de 100 - nada alterado."
           ELSE
               PERFORM GRAVA-FAIXA
           END-IF
           CLOSE PLANOSAUDE
       END-IF.

       PEDE-CHAVE-FAIXA.
       DISPLAY "Codigo do plano (4 pos): " WITH NO ADVANCING.
       MOVE SPACES TO wsplano.
       ACCEPT wsplano.
       DISPLAY "Idade maxima da faixa (999 = ultima): "
           WITH NO ADVANCING.
       ACCEPT wsidademax.

       ACEITA-DADOS-FAIXA.
       DISPLAY "Descricao do plano: " WITH NO ADVANCING.
       MOVE SPACES TO wsdescricao.
       ACCEPT wsdescricao.
       DISPLAY "Mensalidade em reais: R$" WITH NO ADVANCING.
       ACCEPT wsreais.
       DISPLAY "Centavos (00-99): " WITH NO ADVANCING.
       ACCEPT wscentavos.
       COMPUTE wsvalor ROUNDED = wsreais + (wscentavos / 100).
       DISPLAY "Percentual pago pelo empregado (0-100): "
           WITH NO ADVANCING.
       ACCEPT wsperc.

       GRAVA-FAIXA.
       PERFORM LE-OPERADOR-SESSAO.
       PERFORM MONTA-DATA-HOJE.
       MOVE wsplano TO PLS-PLANO.
       MOVE wsidademax TO PLS-IDADEMAX.
       MOVE wsdescricao TO PLS-DESCRICAO.
       MOVE wsvalor TO PLS-VALOR.
       MOVE wsperc TO PLS-PERCFUNC.
       MOVE wsdatatxt TO PLS-DATA.
       MOVE wsoperses TO PLS-OPERADOR.
       IF wsachou EQUAL "S"
           REWRITE PLS-REGISTRO
           DISPLAY "Faixa alterada."
       ELSE
           WRITE PLS-REGISTRO
           DISPLAY "Faixa incluida."
       END-IF.
       MOVE "GRAVA-FAIXA" TO wserr-para.
       PERFORM TESTA-FS-PLS.
       MOVE SPACES TO wsauditchave.
       STRING wsplano "/" wsidademax
           DELIMITED BY SIZE INTO wsauditchave.
       MOVE "FAIXA-PRECO" TO wsauditcampo.
       MOVE wsvalor TO wsmascvalor.
       MOVE SPACES TO wsauditvalor.
       STRING wsmascvalor " " wsperc "%"
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       MOSTRA-FAIXA.
       MOVE PLS-VALOR TO wsmascvalor.
       DISPLAY "Descricao atual: " PLS-DESCRICAO.
       DISPLAY "Mensalidade: " wsmascvalor "  Empregado paga: "
           PLS-PERCFUNC "%".
       DISPLAY "Ultima alteracao: " PLS-DATA " por " PLS-OPERADOR.

      *----------------------------------------------------------------*
      * Removing a faixa leaves the ages it covered to the next faixa
      * of the plano, or unpriced when it was the last one - the
      * conciliacao will then flag them.
      *----------------------------------------------------------------*
       EXCLUI-FAIXA.
       PERFORM PEDE-CHAVE-FAIXA.
       OPEN I-O PLANOSAUDE.
       IF wsfs-pls EQUAL "35"
           DISPLAY "PLANOSAUDE.DAT ainda nao existe."
       ELSE
           MOVE wsplano TO PLS-PLANO
           MOVE wsidademax TO PLS-IDADEMAX
           READ PLANOSAUDE
               INVALID KEY
                   DISPLAY "Faixa nao cadastrada."
               NOT INVALID KEY
                   PERFORM MOSTRA-FAIXA
                   PERFORM CONFIRMA-EXCLUSAO-FAIXA
           END-READ
           CLOSE PLANOSAUDE
       END-IF.

       CONFIRMA-EXCLUSAO-FAIXA.
       DISPLAY "Confirma a exclusao (S/N)? " WITH NO ADVANCING.
       ACCEPT wsresposta.
       IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
           DELETE PLANOSAUDE RECORD
           MOVE "EXCLUI-FAIXA" TO wserr-para
           PERFORM TESTA-FS-PLS
           DISPLAY "Faixa excluida."
           MOVE SPACES TO wsauditchave
           STRING wsplano "/" wsidademax
               DELIMITED BY SIZE INTO wsauditchave
           MOVE "FAIXA-EXCLUIDA" TO wsauditcampo
           MOVE PLS-VALOR TO wsmascvalor
           MOVE wsmascvalor TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
       ELSE
           DISPLAY "Nada excluido."
       END-IF.

      *----------------------------------------------------------------*
      * Beneficiaries of one prontuario, or of everybody when the
      * prontuario is left blank.
      *----------------------------------------------------------------*
       LISTA-BENEFICIARIOS.
       DISPLAY "Prontuario (ENTER = todos): " WITH NO ADVANCING.
       MOVE SPACES TO wspront.
       ACCEPT wspront.
       OPEN INPUT ADESAOSAUDE.
       IF wsfs-ads EQUAL "35"
           DISPLAY "ADESAOSAUDE.DAT ainda nao existe."
       ELSE
           MOVE ZERO TO wsqtdlistados
           MOVE "N" TO wsfimads
           IF wspront NOT EQUAL SPACES
               MOVE wspront TO ADS-PRONTUARIO
               MOVE ZERO TO ADS-SEQ
               START ADESAOSAUDE KEY NOT LESS THAN ADS-CHAVE
                   INVALID KEY
                       MOVE "S" TO wsfimads
               END-START
           END-IF
           PERFORM LE-PROXIMA-ADESAO
           PERFORM LISTA-UMA-ADESAO UNTIL wsfimads EQUAL "S"
           DISPLAY "Total de beneficiarios listados: " wsqtdlistados
           CLOSE ADESAOSAUDE
       END-IF.

       LE-PROXIMA-ADESAO.
       IF wsfimads EQUAL "N"
           READ ADESAOSAUDE NEXT RECORD
               AT END
                   MOVE "S" TO wsfimads
           END-READ
       END-IF.

       LISTA-UMA-ADESAO.
       IF wspront NOT EQUAL SPACES AND
           ADS-PRONTUARIO NOT EQUAL wspront
           MOVE "S" TO wsfimads
       ELSE
           DISPLAY ADS-PRONTUARIO "-" ADS-SEQ " " ADS-NOME " "
               ADS-NASCIMENTO " PLANO:" ADS-PLANO " CART:"
               ADS-CARTEIRA " DE " ADS-COMPINI " ATE " ADS-COMPFIM
           ADD 1 TO wsqtdlistados
           PERFORM LE-PROXIMA-ADESAO
       END-IF.

      *----------------------------------------------------------------*
      * Include, retype or close one membership. The prontuario must
      * be on the cadastro; sequence 00 is the titular, whose birth
      * date is typed here, and any other sequence must be a
      * dependent of DEPENDENTES.DAT, whose name and birth date are
      * taken from there. The plano must have a faixa in the price
      * table. Closing is typing the last competencia covered.
      *----------------------------------------------------------------*
       INCLUI-ALTERA-ADESAO.
       DISPLAY "Prontuario do titular: " WITH NO ADVANCING.
       MOVE SPACES TO wspront.
       ACCEPT wspront.
       DISPLAY "Sequencia (00 = titular, ou a do dependente): "
           WITH NO ADVANCING.
       ACCEPT wsseq.
       PERFORM IDENTIFICA-BENEFICIARIO.
       IF wsbenefok EQUAL "S"
           OPEN I-O ADESAOSAUDE
           IF wsfs-ads EQUAL "35"
               OPEN OUTPUT ADESAOSAUDE
               CLOSE ADESAOSAUDE
               OPEN I-O ADESAOSAUDE
           END-IF
           MOVE wspront TO ADS-PRONTUARIO
           MOVE wsseq TO ADS-SEQ
           READ ADESAOSAUDE
               INVALID KEY
                   MOVE "N" TO wsachou
                   DISPLAY "Beneficiario novo: " wsnomebenef
               NOT INVALID KEY
                   MOVE "S" TO wsachou
                   PERFORM MOSTRA-ADESAO
           END-READ
           PERFORM ACEITA-DADOS-ADESAO
           PERFORM CONFERE-DADOS-ADESAO
           CLOSE ADESAOSAUDE
       END-IF.

       IDENTIFICA-BENEFICIARIO.
       MOVE "N" TO wsbenefok.
       MOVE SPACES TO wsnomebenef.
       MOVE SPACES TO wsnascimento.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           MOVE wspront TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   DISPLAY "Prontuario nao cadastrado."
               NOT INVALID KEY
                   MOVE "S" TO wsbenefok
                   STRING CAD-NOME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       CAD-SOBRENOME DELIMITED BY "  "
                       INTO wsnomebenef
           END-READ
           CLOSE CADASTRO
       END-IF.
       IF wsbenefok EQUAL "S"
           IF wsseq EQUAL ZERO
               DISPLAY "Nascimento do titular (DD/MM/AAAA): "
                   WITH NO ADVANCING
               ACCEPT wsnascimento
           ELSE
               PERFORM BUSCA-DEPENDENTE
           END-IF
       END-IF.

       BUSCA-DEPENDENTE.
       MOVE "N" TO wsbenefok.
       OPEN INPUT DEPENDENTES.
       IF wsfs-dpd EQUAL "35"
           DISPLAY "DEPENDENTES.DAT ainda nao existe."
       ELSE
           MOVE wspront TO DPD-PRONTUARIO
           MOVE wsseq TO DPD-SEQ
           READ DEPENDENTES
               INVALID KEY
                   DISPLAY "Dependente nao cadastrado (TP27DEP)."
               NOT INVALID KEY
                   MOVE "S" TO wsbenefok
                   MOVE DPD-NOME TO wsnomebenef
                   MOVE DPD-NASCIMENTO TO wsnascimento
           END-READ
           CLOSE DEPENDENTES
       END-IF.

       ACEITA-DADOS-ADESAO.
       DISPLAY "Codigo do plano: " WITH NO ADVANCING.
       MOVE SPACES TO wsplano.
       ACCEPT wsplano.
       DISPLAY "Numero da carteira na operadora: "
           WITH NO ADVANCING.
       MOVE SPACES TO wscarteira.
       ACCEPT wscarteira.
       DISPLAY "Competencia de inicio (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompini.
       ACCEPT wscompini.
       DISPLAY "Ultima competencia coberta (ENTER = aberta): "
           WITH NO ADVANCING.
       MOVE SPACES TO wscompfim.
       ACCEPT wscompfim.

       CONFERE-DADOS-ADESAO.
       MOVE wscompini TO wscompteste.
       PERFORM VALIDA-COMPETENCIA.
       IF wscompok EQUAL "S" AND wscompfim NOT EQUAL SPACES
           MOVE wscompfim TO wscompteste
           PERFORM VALIDA-COMPETENCIA
       END-IF.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - nada alterado."
       ELSE
           IF wscarteira EQUAL SPACES
               DISPLAY "Carteira em branco - nada alterado."
           ELSE
               PERFORM VERIFICA-PLANO
               IF wsachou EQUAL "N"
                   DISPLAY "Plano sem faixa na tabela de precos -"
                       " nada alterado."
               ELSE
                   MOVE wsnascimento TO SDP-NASCIMENTO
                   MOVE wsplano TO SDP-PLANO
                   MOVE wscompini TO SDP-COMPET
                   MOVE "P" TO SDP-ACAO
                   CALL "TPSAUDE" USING SAUDE-PARM
                   IF SDP-RC NOT EQUAL ZERO
                       DISPLAY "Nascimento invalido ou fora das"
                           " faixas do plano - nada alterado."
                   ELSE
                       PERFORM GRAVA-ADESAO
                   END-IF
               END-IF
           END-IF
       END-IF.

       VERIFICA-PLANO.
       MOVE "N" TO wsachou.
       OPEN INPUT PLANOSAUDE.
       IF wsfs-pls NOT EQUAL "35"
           MOVE wsplano TO PLS-PLANO
           MOVE ZERO TO PLS-IDADEMAX
           START PLANOSAUDE KEY NOT LESS THAN PLS-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimpls
               NOT INVALID KEY
                   MOVE "N" TO wsfimpls
           END-START
           IF wsfimpls EQUAL "N"
               PERFORM LE-PROXIMA-FAIXA
           END-IF
           IF wsfimpls EQUAL "N" AND PLS-PLANO EQUAL wsplano
               MOVE "S" TO wsachou
           END-IF
           CLOSE PLANOSAUDE
       END-IF.

       GRAVA-ADESAO.
       PERFORM LE-OPERADOR-SESSAO.
       PERFORM MONTA-DATA-HOJE.
       MOVE wspront TO ADS-PRONTUARIO.
       MOVE wsseq TO ADS-SEQ.
       MOVE wsnomebenef TO ADS-NOME.
       MOVE wsnascimento TO ADS-NASCIMENTO.
       MOVE wsplano TO ADS-PLANO.
       MOVE wscarteira TO ADS-CARTEIRA.
       MOVE wscompini TO ADS-COMPINI.
       MOVE wscompfim TO ADS-COMPFIM.
       MOVE wsdatatxt TO ADS-DATA.
       MOVE wsoperses TO ADS-OPERADOR.
       IF wsachou EQUAL "S"
           REWRITE ADS-REGISTRO
           DISPLAY "Beneficiario alterado."
       ELSE
           WRITE ADS-REGISTRO
           DISPLAY "Beneficiario incluido."
       END-IF.
       MOVE "GRAVA-ADESAO" TO wserr-para.
       PERFORM TESTA-FS-ADS.
       MOVE SPACES TO wsauditchave.
       STRING wspront "-" wsseq
           DELIMITED BY SIZE INTO wsauditchave.
       MOVE "ADESAO-SAUDE" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       STRING wsplano " " wscompfim
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       MOSTRA-ADESAO.
       DISPLAY "Beneficiario: " ADS-NOME "  Nascimento: "
           ADS-NASCIMENTO.
       DISPLAY "Plano: " ADS-PLANO "  Carteira: " ADS-CARTEIRA
           "  De " ADS-COMPINI " ate " ADS-COMPFIM.
       DISPLAY "Ultima alteracao: " ADS-DATA " por " ADS-OPERADOR.

      *----------------------------------------------------------------*
      * Loads the operadora's invoice for one competencia into
      * FATSAUDE.DAT. Whatever was imported for that competencia
      * before is dropped first, so a corrected invoice replaces the
      * old one whole. Each line is matched to its beneficiary by
      * the carteira; lines with no beneficiary, of another
      * competencia or with non-numeric values are only counted -
      * the conciliacao lists them.
      *----------------------------------------------------------------*
       IMPORTA-FATURA.
       PERFORM PEDE-COMPETENCIA.
       IF wscompok EQUAL "S"
           PERFORM VERIFICA-COMPETENCIA-ABERTA
       END-IF.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - nada importado."
       ELSE
           OPEN INPUT FATURA
           IF wsfs-ftx EQUAL "35"
               DISPLAY "FATURASAUDE.TXT nao encontrado."
           ELSE
               OPEN INPUT ADESAOSAUDE
               IF wsfs-ads EQUAL "35"
                   DISPLAY "ADESAOSAUDE.DAT ainda nao existe -"
                       " nada importado."
               ELSE
                   PERFORM CARREGA-FATURA
                   CLOSE ADESAOSAUDE
               END-IF
               CLOSE FATURA
           END-IF
       END-IF.

      *A fatura cobre todas as empresas: basta uma ter fechado o mes
      *para a competencia nao receber mais nada (TPCOMPET)
       VERIFICA-COMPETENCIA-ABERTA.
       MOVE "C" TO CPP-ACAO.
       MOVE "**" TO CPP-EMPRESA.
       MOVE wscompetencia TO CPP-COMPET.
       CALL "TPCOMPET" USING COMPET-PARM.
       IF CPP-RC NOT EQUAL ZERO
           MOVE "N" TO wscompok
           DISPLAY "Competencia " wscompetencia " fechada ou em"
               " fechamento (" CPP-DONO " em " CPP-DESDE ")."
       END-IF.

       CARREGA-FATURA.
       OPEN I-O FATSAUDE.
       IF wsfs-fts EQUAL "35"
           OPEN OUTPUT FATSAUDE
           CLOSE FATSAUDE
           OPEN I-O FATSAUDE
       END-IF.
       PERFORM MONTA-DATA-HOJE.
       MOVE ZERO TO wsqtdlidas.
       MOVE ZERO TO wsqtdimport.
       MOVE ZERO TO wsqtdsembenef.
       MOVE ZERO TO wsqtdoutracomp.
       MOVE ZERO TO wsqtdinvalidas.
       MOVE ZERO TO wsqtdapagadas.
       MOVE "N" TO wsfimfts.
       PERFORM LE-PROXIMA-FATSAUDE.
       PERFORM APAGA-FATURA-ANTERIOR UNTIL wsfimfts EQUAL "S".
       MOVE "N" TO wsfimftx.
       PERFORM LE-LINHA-FATURA.
       PERFORM IMPORTA-LINHA-FATURA UNTIL wsfimftx EQUAL "S".
       CLOSE FATSAUDE.
       DISPLAY "Linhas lidas: " wsqtdlidas.
       DISPLAY "Importadas: " wsqtdimport
           "  (substituidas: " wsqtdapagadas ")".
       DISPLAY "Sem beneficiario: " wsqtdsembenef
           "  Outra competencia: " wsqtdoutracomp
           "  Invalidas: " wsqtdinvalidas.
       IF wsqtdsembenef GREATER THAN ZERO
           DISPLAY "Rode a conciliacao (opcao 7) para a lista."
       END-IF.
       MOVE wscompetencia TO wsauditchave.
       MOVE "FATURA-IMPORTADA" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       STRING wsqtdimport "/" wsqtdlidas
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       LE-PROXIMA-FATSAUDE.
       IF wsfimfts EQUAL "N"
           READ FATSAUDE NEXT RECORD
               AT END
                   MOVE "S" TO wsfimfts
           END-READ
       END-IF.

       APAGA-FATURA-ANTERIOR.
       IF FTS-COMPET EQUAL wscompetencia
           DELETE FATSAUDE RECORD
           MOVE "APAGA-FATURA" TO wserr-para
           PERFORM TESTA-FS-FTS
           ADD 1 TO wsqtdapagadas
       END-IF.
       PERFORM LE-PROXIMA-FATSAUDE.

       LE-LINHA-FATURA.
       READ FATURA
           AT END
               MOVE "S" TO wsfimftx
           NOT AT END
               ADD 1 TO wsqtdlidas
       END-READ.

       IMPORTA-LINHA-FATURA.
       IF FTX-COMPET NOT EQUAL wscompetencia
           ADD 1 TO wsqtdoutracomp
       ELSE
           IF FTX-MENSALIDADE NOT NUMERIC OR FTX-COPART NOT NUMERIC
               ADD 1 TO wsqtdinvalidas
           ELSE
               PERFORM PROCURA-CARTEIRA
               IF wsachou EQUAL "N"
                   ADD 1 TO wsqtdsembenef
               ELSE
                   PERFORM GRAVA-FATSAUDE
               END-IF
           END-IF
       END-IF.
       PERFORM LE-LINHA-FATURA.

       GRAVA-FATSAUDE.
       MOVE ADS-PRONTUARIO TO FTS-PRONTUARIO.
       MOVE wscompetencia TO FTS-COMPET.
       MOVE ADS-SEQ TO FTS-SEQ.
       MOVE FTX-CARTEIRA TO FTS-CARTEIRA.
       MOVE FTX-MENSALIDADE TO FTS-MENSALIDADE.
       MOVE FTX-COPART TO FTS-COPART.
       MOVE wsdatatxt TO FTS-DATA.
       WRITE FTS-REGISTRO
           INVALID KEY
               REWRITE FTS-REGISTRO
       END-WRITE.
       MOVE "GRAVA-FATSAUDE" TO wserr-para.
       PERFORM TESTA-FS-FTS.
       ADD 1 TO wsqtdimport.

      *----------------------------------------------------------------*
      * The membership file is keyed by prontuario, so the carteira
      * is found by a pass over it; the beneficiary is left in the
      * ADESAOSAUDE record area.
      *----------------------------------------------------------------*
       PROCURA-CARTEIRA.
       MOVE "N" TO wsachou.
       MOVE "N" TO wsfimads.
       MOVE LOW-VALUES TO ADS-CHAVE.
       START ADESAOSAUDE KEY NOT LESS THAN ADS-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimads
       END-START.
       PERFORM LE-PROXIMA-ADESAO.
       PERFORM CONFERE-CARTEIRA
           UNTIL wsfimads EQUAL "S" OR wsachou EQUAL "S".

       CONFERE-CARTEIRA.
       IF ADS-CARTEIRA EQUAL FTX-CARTEIRA
           MOVE "S" TO wsachou
       ELSE
           PERFORM LE-PROXIMA-ADESAO
       END-IF.

      *----------------------------------------------------------------*
      * Conciliacao of one competencia on TP56SAU.REL. First every
      * line of the invoice file is checked against the membership,
      * the cadastro and the price table; then, per employee, the
      * share the imported invoice charges is set against the plano
      * de saude desconto of the normal ficha in the history.
      *----------------------------------------------------------------*
       CONCILIA-FATURA.
       PERFORM PEDE-COMPETENCIA.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - nada conciliado."
       ELSE
           OPEN INPUT FATURA
           IF wsfs-ftx EQUAL "35"
               DISPLAY "FATURASAUDE.TXT nao encontrado."
           ELSE
               OPEN INPUT ADESAOSAUDE
               IF wsfs-ads EQUAL "35"
                   DISPLAY "ADESAOSAUDE.DAT ainda nao existe."
               ELSE
                   PERFORM GERA-CONCILIACAO
                   CLOSE ADESAOSAUDE
               END-IF
               CLOSE FATURA
           END-IF
       END-IF.

       GERA-CONCILIACAO.
       OPEN OUTPUT RELATORIO.
       MOVE "GERA-CONCILIACAO" TO wserr-para.
       PERFORM TESTA-FS-REL.
       OPEN INPUT CADASTRO.
       MOVE ZERO TO wsqtdocorr.
       MOVE ZERO TO wsqtddivdesc.
       MOVE SPACES TO REL-LINHA.
       STRING "TP56SAU - CONCILIACAO DA FATURA DO PLANO DE SAUDE"
           DELIMITED BY SIZE
           " - COMPETENCIA " DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "LINHAS DA FATURA COM OCORRENCIA" TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "N" TO wsfimftx.
       MOVE ZERO TO wsqtdlidas.
       PERFORM LE-LINHA-FATURA.
       PERFORM CONFERE-LINHA-FATURA UNTIL wsfimftx EQUAL "S".
       MOVE wsqtdocorr TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "LINHAS COM OCORRENCIA: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       IF wsfs-cad NOT EQUAL "35"
           CLOSE CADASTRO
       END-IF.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "EMPREGADOS COM DESCONTO DIFERENTE DA FATURA" TO
           REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       PERFORM CONFERE-DESCONTOS.
       MOVE wsqtddivdesc TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "EMPREGADOS COM DIVERGENCIA: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       CLOSE RELATORIO.
       DISPLAY "Conciliacao em TP56SAU.REL - " wsqtdocorr
           " linha(s) e " wsqtddivdesc " empregado(s) com"
           " ocorrencia.".
       MOVE wscompetencia TO wsauditchave.
       MOVE "CONCILIACAO-SAUDE" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       STRING wsqtdocorr "/" wsqtddivdesc
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       CONFERE-LINHA-FATURA.
       MOVE SPACES TO wsocorrencia.
       MOVE ZERO TO wsmasctab.
       IF FTX-COMPET EQUAL wscompetencia
           PERFORM PROCURA-CARTEIRA
           IF wsachou EQUAL "N"
               MOVE "SEM BENEFICIARIO" TO wsocorrencia
           ELSE
               PERFORM CONFERE-EMPREGADO
               IF wsocorrencia EQUAL SPACES
                   PERFORM CONFERE-MENSALIDADE
               END-IF
           END-IF
           IF wsocorrencia NOT EQUAL SPACES
               PERFORM IMPRIME-OCORRENCIA
           END-IF
       END-IF.
       PERFORM LE-LINHA-FATURA.

       CONFERE-EMPREGADO.
       IF wsfs-cad EQUAL "35"
           MOVE "SEM EMPREGADO" TO wsocorrencia
       ELSE
           MOVE ADS-PRONTUARIO TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   MOVE "SEM EMPREGADO" TO wsocorrencia
               NOT INVALID KEY
                   IF CAD-EMPREGADO-INATIVO
                       MOVE "EMPREGADO DESLIGADO" TO wsocorrencia
                   END-IF
           END-READ
       END-IF.
       IF wsocorrencia EQUAL SPACES
           MOVE wscompetencia TO wscompteste
           PERFORM VERIFICA-VIGENCIA-ADESAO
           IF wscompok EQUAL "N"
               MOVE "ADESAO FORA DA VIGENCIA" TO wsocorrencia
           END-IF
       END-IF.

       CONFERE-MENSALIDADE.
       IF FTX-MENSALIDADE NOT NUMERIC OR FTX-COPART NOT NUMERIC
           MOVE "VALORES INVALIDOS" TO wsocorrencia
       ELSE
           MOVE "P" TO SDP-ACAO
           MOVE ADS-PLANO TO SDP-PLANO
           MOVE ADS-NASCIMENTO TO SDP-NASCIMENTO
           MOVE wscompetencia TO SDP-COMPET
           CALL "TPSAUDE" USING SAUDE-PARM
           IF SDP-RC NOT EQUAL ZERO
               MOVE "SEM FAIXA NA TABELA" TO wsocorrencia
           ELSE
               MOVE SDP-PRECO TO wsmasctab
               IF SDP-PRECO NOT EQUAL FTX-MENSALIDADE
                   MOVE "MENSALIDADE DIVERGENTE" TO wsocorrencia
               END-IF
           END-IF
       END-IF.

       IMPRIME-OCORRENCIA.
       ADD 1 TO wsqtdocorr.
       IF FTX-MENSALIDADE IS NUMERIC
           MOVE FTX-MENSALIDADE TO wsmascvalor
       ELSE
           MOVE ZERO TO wsmascvalor
       END-IF.
       IF FTX-COPART IS NUMERIC
           MOVE FTX-COPART TO wsmasccop
       ELSE
           MOVE ZERO TO wsmasccop
       END-IF.
       MOVE SPACES TO REL-LINHA.
       IF wsachou EQUAL "S"
           STRING "CART:" DELIMITED BY SIZE
               FTX-CARTEIRA DELIMITED BY SIZE
               " PRONT:" DELIMITED BY SIZE
               ADS-PRONTUARIO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               ADS-SEQ DELIMITED BY SIZE
               " FATURA:" DELIMITED BY SIZE
               wsmascvalor DELIMITED BY SIZE
               " TABELA:" DELIMITED BY SIZE
               wsmasctab DELIMITED BY SIZE
               " COPART:" DELIMITED BY SIZE
               wsmasccop DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsocorrencia DELIMITED BY SIZE
               INTO REL-LINHA
       ELSE
           STRING "CART:" DELIMITED BY SIZE
               FTX-CARTEIRA DELIMITED BY SIZE
               " PRONT:" DELIMITED BY SIZE
               "------------" DELIMITED BY SIZE
               " FATURA:" DELIMITED BY SIZE
               wsmascvalor DELIMITED BY SIZE
               "                 " DELIMITED BY SIZE
               " COPART:" DELIMITED BY SIZE
               wsmasccop DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsocorrencia DELIMITED BY SIZE
               INTO REL-LINHA
       END-IF.
       PERFORM GRAVA-LINHA-REL.

      *----------------------------------------------------------------*
      * Per employee, what the imported invoice says they owe - the
      * employee percent of each mensalidade billed plus the
      * coparticipacao - against HIDX-VLSAUDE of the normal ficha.
      * FATSAUDE.DAT is keyed by prontuario first, so each employee's
      * lines come together.
      *----------------------------------------------------------------*
       CONFERE-DESCONTOS.
       OPEN INPUT FATSAUDE.
       IF wsfs-fts NOT EQUAL "35"
           OPEN INPUT HISTIDX
           MOVE SPACES TO wsprontant
           MOVE ZERO TO wsesperado
           MOVE "N" TO wsfimfts
           PERFORM LE-PROXIMA-FATSAUDE
           PERFORM SOMA-FATURA-EMPREGADO UNTIL wsfimfts EQUAL "S"
           IF wsprontant NOT EQUAL SPACES
               PERFORM FECHA-EMPREGADO
           END-IF
           IF wsfs-hidx NOT EQUAL "35"
               CLOSE HISTIDX
           END-IF
           CLOSE FATSAUDE
       END-IF.

       SOMA-FATURA-EMPREGADO.
       IF FTS-COMPET EQUAL wscompetencia
           IF FTS-PRONTUARIO NOT EQUAL wsprontant
               IF wsprontant NOT EQUAL SPACES
                   PERFORM FECHA-EMPREGADO
               END-IF
               MOVE FTS-PRONTUARIO TO wsprontant
               MOVE ZERO TO wsesperado
           END-IF
           PERFORM CALCULA-PARTE-FATURA
           ADD wsparteftx TO wsesperado
       END-IF.
       PERFORM LE-PROXIMA-FATSAUDE.

      *The employee percent comes from the faixa of the beneficiary;
      *a beneficiary the table no longer prices counts in full.
       CALCULA-PARTE-FATURA.
       MOVE 100 TO SDP-PERCFUNC.
       MOVE FTS-PRONTUARIO TO ADS-PRONTUARIO.
       MOVE FTS-SEQ TO ADS-SEQ.
       READ ADESAOSAUDE
           INVALID KEY
               MOVE 1 TO SDP-RC
           NOT INVALID KEY
               MOVE "P" TO SDP-ACAO
               MOVE ADS-PLANO TO SDP-PLANO
               MOVE ADS-NASCIMENTO TO SDP-NASCIMENTO
               MOVE wscompetencia TO SDP-COMPET
               CALL "TPSAUDE" USING SAUDE-PARM
       END-READ.
       IF SDP-RC NOT EQUAL ZERO
           MOVE 100 TO SDP-PERCFUNC
       END-IF.
       COMPUTE wsparteftx ROUNDED =
           (FTS-MENSALIDADE * SDP-PERCFUNC / 100) + FTS-COPART.

       FECHA-EMPREGADO.
       MOVE ZERO TO wsdescontado.
       IF wsfs-hidx NOT EQUAL "35"
           MOVE wsprontant TO HIDX-PRONTUARIO
           MOVE wscompetencia TO HIDX-COMPET
           MOVE "1" TO HIDX-MODO
           READ HISTIDX
               INVALID KEY
                   MOVE ZERO TO wsdescontado
               NOT INVALID KEY
                   IF HIDX-VLSAUDE IS NUMERIC
                       MOVE HIDX-VLSAUDE TO wsdescontado
                   END-IF
           END-READ
       END-IF.
       IF wsdescontado NOT EQUAL wsesperado
           ADD 1 TO wsqtddivdesc
           MOVE wsesperado TO wsmascesp
           MOVE wsdescontado TO wsmascdesc
           MOVE SPACES TO REL-LINHA
           STRING "PRONT:" DELIMITED BY SIZE
               wsprontant DELIMITED BY SIZE
               " FATURA (PARTE DO EMPREGADO):" DELIMITED BY SIZE
               wsmascesp DELIMITED BY SIZE
               " DESCONTADO NA FOLHA:" DELIMITED BY SIZE
               wsmascdesc DELIMITED BY SIZE
               "  DESCONTO DIVERGENTE" DELIMITED BY SIZE
               INTO REL-LINHA
           PERFORM GRAVA-LINHA-REL
       END-IF.

       GRAVA-LINHA-REL.
       WRITE REL-LINHA.
       MOVE "GRAVA-LINHA-REL" TO wserr-para.
       PERFORM TESTA-FS-REL.

      *----------------------------------------------------------------*
      * Helpers: competencia typed and validated, vigencia of the
      * membership in the record area, today's date.
      *----------------------------------------------------------------*
       PEDE-COMPETENCIA.
       DISPLAY "Competencia da fatura (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       MOVE wscompetencia TO wscompteste.
       PERFORM VALIDA-COMPETENCIA.

       VALIDA-COMPETENCIA.
       MOVE "N" TO wscompok.
       IF wscompteste(3:1) EQUAL "/" AND
           wscompteste(1:2) IS NUMERIC AND
           wscompteste(4:4) IS NUMERIC
           IF wscompteste(1:2) GREATER THAN "00" AND
               wscompteste(1:2) LESS THAN "13"
               MOVE "S" TO wscompok
           END-IF
       END-IF.

       VERIFICA-VIGENCIA-ADESAO.
       MOVE SPACES TO wsalvo.
       STRING wscompteste(4:4) wscompteste(1:2)
           DELIMITED BY SIZE INTO wsalvo.
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
           MOVE "S" TO wscompok
       ELSE
           MOVE "N" TO wscompok
       END-IF.

       MONTA-DATA-HOJE.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.

      *----------------------------------------------------------------*
      * Appends every maintenance action to the shared AUDITORIA.LOG,
      * the same trail the other maintenance programs leave.
      *----------------------------------------------------------------*
       GRAVA-AUDITORIA.
       PERFORM LE-OPERADOR-SESSAO.
       PERFORM MONTA-DATA-HOJE.
       OPEN EXTEND AUDITORIA.
       IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
           OPEN OUTPUT AUDITORIA
       END-IF.
       MOVE SPACES TO AUD-LINHA.
       STRING wsdatatxt DELIMITED BY SIZE
           " TP56SAU " DELIMITED BY SIZE
           "CHAVE:" DELIMITED BY SIZE
           wsauditchave DELIMITED BY SIZE
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

       TESTA-FS-PLS.
       MOVE wsfs-pls TO wserr-fs.
       MOVE "PLANOSAUDE.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-ADS.
       MOVE wsfs-ads TO wserr-fs.
       MOVE "ADESAOSAUDE.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-FTS.
       MOVE wsfs-fts TO wserr-fs.
       MOVE "FATSAUDE.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP56SAU.REL" TO wserr-arq.
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
           " TP56SAU PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP56SAU - VER ERROS.LOG".
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

      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP64LIV COBOL - livro de registro de empregados.
      *          Assembles each employee's registration sheet from
      *          the masters already kept: identification, admissao
      *          and desligamento from CADASTRO.DAT, documents from
      *          DOCUMENTOS.DAT, cargo from CARGOS.DAT, dependents from
      *          DEPENDENTES.DAT and, in chronological order, the
      *          salary history of VALORHORA.HIS, the depto moves of
      *          TRANSFER.DAT, the leaves of AFASTAMENTOS.DAT and the
      *          ferias of FERIAS.DAT. Prints the whole livro of an
      *          empresa or reprints one employee's sheet after a
      *          change (TP64LIV.REL). The folha number of each sheet
      *          is sequential per empresa and kept in LIVRO.DAT, so
      *          a reprint carries the number the sheet already had
      *          and a new employee takes the next one - the binder
      *          nobody remembered to update is gone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP64LIV.
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
           SELECT DOCUMENTOS ASSIGN TO "DOCUMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-PRONTUARIO
           FILE STATUS IS wsfs-doc.
           SELECT CARGOS ASSIGN TO "CARGOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRG-CODIGO
           FILE STATUS IS wsfs-crg.
           SELECT DEPENDENTES ASSIGN TO "DEPENDENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPD-CHAVE
           FILE STATUS IS wsfs-dpd.
           SELECT HISTVHR ASSIGN TO "VALORHORA.HIS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VHR-CHAVE
           FILE STATUS IS wsfs-vhr.
           SELECT TRANSFER ASSIGN TO "TRANSFER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRF-CHAVE
           FILE STATUS IS wsfs-trf.
           SELECT AFASTAMENTOS ASSIGN TO "AFASTAMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFA-CHAVE
           FILE STATUS IS wsfs-afa.
           SELECT FERIAS ASSIGN TO "FERIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FER-PRONTUARIO
           FILE STATUS IS wsfs-fer.
           SELECT LIVRO ASSIGN TO "LIVRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIV-CHAVE
           FILE STATUS IS wsfs-liv.
           SELECT IMPRESSO ASSIGN TO "TP64LIV.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-imp.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD CADASTRO.
       COPY CADASTRO.

       FD DOCUMENTOS.
       COPY DOCUMENTOS.

       FD CARGOS.
       COPY CARGOS.

       FD DEPENDENTES.
       COPY DEPENDENTES.

       FD HISTVHR.
       COPY VALORHORA.

       FD TRANSFER.
       COPY TRANSFER.

       FD AFASTAMENTOS.
       COPY AFASTAMENTOS.

       FD FERIAS.
       COPY FERIAS.

      *----------------------------------------------------------------*
      * LIVRO.DAT: the folha number each employee's sheet holds in the
      * livro of the empresa. The record with the prontuario in blank
      * keeps the last folha the empresa has used.
      *----------------------------------------------------------------*
       FD LIVRO.
       01 LIV-REGISTRO.
           05 LIV-CHAVE.
               10 LIV-EMPRESA          PIC X(2).
               10 LIV-PRONTUARIO       PIC X(9).
           05 LIV-FOLHA                PIC 9(5).
           05 LIV-DTEMISSAO            PIC X(10).

       FD IMPRESSO.
       01 IMP-LINHA                 PIC X(100).

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-cad PIC XX.
       77 wsfs-doc PIC XX.
       77 wsfs-crg PIC XX.
       77 wsfs-dpd PIC XX.
       77 wsfs-vhr PIC XX.
       77 wsfs-trf PIC XX.
       77 wsfs-afa PIC XX.
       77 wsfs-fer PIC XX.
       77 wsfs-liv PIC XX.
       77 wsfs-imp PIC XX.
       77 wsfs-err PIC XX.
       77 wserr-fs PIC XX.
       77 wserr-para PIC X(20).
       77 wserr-arq PIC X(16).
       01 wserr-dthoje.
           05 wserr-ano PIC 9(4).
           05 wserr-mes PIC 9(2).
           05 wserr-dia PIC 9(2).
       77 wsopcao PIC 9 VALUE ZERO.
       77 wsempresa PIC X(2) VALUE "01".
       77 wsempcad PIC X(2) VALUE SPACES.
       77 wsprontuario PIC X(9) VALUE SPACES.
       77 wsfimcadastro PIC X VALUE "N".
       77 wsfimarq PIC X VALUE "N".
       77 wsfolha PIC 9(5) VALUE ZERO.
       77 wsreemissao PIC X VALUE "N".
       77 wsqtdfolhas PIC 9(5) VALUE ZERO.
       77 wsqtdnovas PIC 9(5) VALUE ZERO.
       77 wsmascfolha PIC ZZZZ9.
       77 wsmascvlhr PIC ZZ9,99.
       77 wsmascqtd PIC Z9.
       77 wstexto PIC X(80) VALUE SPACES.
       77 wsdataaux PIC X(10) VALUE SPACES.
       77 wsdataord PIC X(8) VALUE SPACES.

      *Os eventos da folha, mantidos em ordem de data a cada insercao
       77 wsqtdeventos PIC 9(3) VALUE ZERO.
       77 wsmaxeventos PIC 9(3) VALUE 200.
       77 wsevx PIC 9(3) VALUE ZERO.
       77 wsposicaook PIC X VALUE "N".
       01 tabela-eventos.
           05 EVT-ENT OCCURS 200 TIMES.
               10 EVT-DATA PIC X(8).
               10 EVT-TEXTO PIC X(80).

      *Paginacao de 66 linhas, a disciplina do TP19IMP; a folha que
      *nao cabe numa pagina continua na seguinte com o mesmo numero
       77 wslinha PIC 99 VALUE ZERO.
       77 wsmaxlinhas PIC 99 VALUE 62.
       77 wslinhaspag PIC 99 VALUE 66.
       77 wscontinuacao PIC 9(2) VALUE ZERO.

       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       DISPLAY " ".
       DISPLAY "TP64LIV - LIVRO DE REGISTRO DE EMPREGADOS".
       DISPLAY "1 - Emitir o livro de uma empresa".
       DISPLAY "2 - Reemitir a folha de um prontuario".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM EMITE-LIVRO
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM REEMITE-FOLHA
       END-IF.
       IF wsopcao GREATER THAN 2
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * The whole livro of one empresa, in prontuario order, former
      * employees included - the livro keeps them for good.
      *----------------------------------------------------------------*
       EMITE-LIVRO.
       DISPLAY "Codigo da empresa (ENTER = 01): " WITH NO ADVANCING.
       MOVE SPACES TO wsempresa.
       ACCEPT wsempresa.
       IF wsempresa EQUAL SPACES
           MOVE "01" TO wsempresa
       END-IF.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           MOVE ZERO TO wsqtdfolhas
           MOVE ZERO TO wsqtdnovas
           OPEN OUTPUT IMPRESSO
           PERFORM ABRE-LIVRO
           MOVE "N" TO wsfimcadastro
           MOVE LOW-VALUES TO CAD-PRONTUARIO
           START CADASTRO KEY NOT LESS THAN CAD-PRONTUARIO
               INVALID KEY
                   MOVE "S" TO wsfimcadastro
           END-START
           PERFORM LE-PROXIMO-CADASTRO
           PERFORM SELECIONA-EMPREGADO UNTIL wsfimcadastro EQUAL "S"
           CLOSE LIVRO
           CLOSE IMPRESSO
           CLOSE CADASTRO
           DISPLAY "TP64LIV - " wsqtdfolhas " folha(s) emitida(s), "
               wsqtdnovas " nova(s) no livro. Ver TP64LIV.REL."
       END-IF.

       LE-PROXIMO-CADASTRO.
       IF wsfimcadastro EQUAL "N"
           READ CADASTRO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimcadastro
           END-READ
       END-IF.

       SELECIONA-EMPREGADO.
       MOVE CAD-EMPRESA TO wsempcad.
       IF wsempcad EQUAL SPACES
           MOVE "01" TO wsempcad
       END-IF.
       IF wsempcad EQUAL wsempresa
           MOVE "N" TO wsreemissao
           PERFORM EMITE-FOLHA-EMPREGADO
       END-IF.
       PERFORM LE-PROXIMO-CADASTRO.

      *----------------------------------------------------------------*
      * One sheet again, after a change: same folha number it holds
      * in the livro (a new employee takes the next free one).
      *----------------------------------------------------------------*
       REEMITE-FOLHA.
       DISPLAY "Prontuario: " WITH NO ADVANCING.
       ACCEPT wsprontuario.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           MOVE wsprontuario TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   DISPLAY "Prontuario nao encontrado no cadastro."
               NOT INVALID KEY
                   MOVE ZERO TO wsqtdfolhas
                   MOVE ZERO TO wsqtdnovas
                   MOVE CAD-EMPRESA TO wsempresa
                   IF wsempresa EQUAL SPACES
                       MOVE "01" TO wsempresa
                   END-IF
                   OPEN OUTPUT IMPRESSO
                   PERFORM ABRE-LIVRO
                   MOVE "S" TO wsreemissao
                   PERFORM EMITE-FOLHA-EMPREGADO
                   CLOSE LIVRO
                   CLOSE IMPRESSO
                   MOVE wsfolha TO wsmascfolha
                   DISPLAY "Folha " wsmascfolha " da empresa "
                       wsempresa " reemitida em TP64LIV.REL."
           END-READ
           CLOSE CADASTRO
       END-IF.

       ABRE-LIVRO.
       OPEN I-O LIVRO.
       IF wsfs-liv EQUAL "35"
           OPEN OUTPUT LIVRO
           CLOSE LIVRO
           OPEN I-O LIVRO
       END-IF.

      *----------------------------------------------------------------*
      * The folha number: the one already in LIVRO.DAT, or the next
      * after the last the empresa used.
      *----------------------------------------------------------------*
       OBTEM-FOLHA.
       MOVE wsempresa TO LIV-EMPRESA.
       MOVE CAD-PRONTUARIO TO LIV-PRONTUARIO.
       READ LIVRO
           INVALID KEY
               PERFORM NOVA-FOLHA
           NOT INVALID KEY
               MOVE LIV-FOLHA TO wsfolha
               MOVE wsdatatxt TO LIV-DTEMISSAO
               REWRITE LIV-REGISTRO
               MOVE "OBTEM-FOLHA" TO wserr-para
               PERFORM TESTA-FS-LIV
       END-READ.

       NOVA-FOLHA.
       MOVE wsempresa TO LIV-EMPRESA.
       MOVE SPACES TO LIV-PRONTUARIO.
       READ LIVRO
           INVALID KEY
               MOVE 1 TO wsfolha
               MOVE wsfolha TO LIV-FOLHA
               MOVE wsdatatxt TO LIV-DTEMISSAO
               WRITE LIV-REGISTRO
           NOT INVALID KEY
               ADD 1 TO LIV-FOLHA
               MOVE LIV-FOLHA TO wsfolha
               MOVE wsdatatxt TO LIV-DTEMISSAO
               REWRITE LIV-REGISTRO
       END-READ.
       MOVE "NOVA-FOLHA" TO wserr-para.
       PERFORM TESTA-FS-LIV.
       MOVE wsempresa TO LIV-EMPRESA.
       MOVE CAD-PRONTUARIO TO LIV-PRONTUARIO.
       MOVE wsfolha TO LIV-FOLHA.
       MOVE wsdatatxt TO LIV-DTEMISSAO.
       WRITE LIV-REGISTRO.
       PERFORM TESTA-FS-LIV.
       ADD 1 TO wsqtdnovas.

      *----------------------------------------------------------------*
      * The sheet: identification block, dependents, then every dated
      * event of the contract in chronological order.
      *----------------------------------------------------------------*
       EMITE-FOLHA-EMPREGADO.
       PERFORM OBTEM-FOLHA.
       ADD 1 TO wsqtdfolhas.
       MOVE ZERO TO wscontinuacao.
       PERFORM CABECALHO-FOLHA.
       PERFORM IMPRIME-IDENTIFICACAO.
       PERFORM IMPRIME-DEPENDENTES.
       MOVE ZERO TO wsqtdeventos.
       PERFORM JUNTA-EVENTOS.
       MOVE SPACES TO IMP-LINHA.
       PERFORM ESCREVE-LINHA.
       MOVE "HISTORICO DO CONTRATO (ORDEM CRONOLOGICA)"
           TO IMP-LINHA.
       PERFORM ESCREVE-LINHA.
       IF wsqtdeventos EQUAL ZERO
           MOVE "  NENHUM EVENTO REGISTRADO" TO IMP-LINHA
           PERFORM ESCREVE-LINHA
       END-IF.
       MOVE 1 TO wsevx.
       PERFORM IMPRIME-EVENTO UNTIL wsevx GREATER THAN wsqtdeventos.
       MOVE SPACES TO IMP-LINHA.
       PERFORM ESCREVE-LINHA.
       MOVE SPACES TO IMP-LINHA.
       STRING "EMITIDO EM " DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO IMP-LINHA.
       IF wsreemissao EQUAL "S"
           MOVE " - REEMISSAO DA FOLHA APOS ALTERACAO"
               TO IMP-LINHA(22:40)
       END-IF.
       PERFORM ESCREVE-LINHA.
       MOVE SPACES TO IMP-LINHA.
       PERFORM ESCREVE-LINHA UNTIL wslinha NOT LESS THAN wslinhaspag.

       CABECALHO-FOLHA.
       MOVE ZERO TO wslinha.
       MOVE wsfolha TO wsmascfolha.
       MOVE SPACES TO IMP-LINHA.
       STRING "LIVRO DE REGISTRO DE EMPREGADOS" DELIMITED BY SIZE
           "   EMPRESA: " DELIMITED BY SIZE
           wsempresa DELIMITED BY SIZE
           "   FOLHA: " DELIMITED BY SIZE
           wsmascfolha DELIMITED BY SIZE
           INTO IMP-LINHA.
       IF wscontinuacao GREATER THAN ZERO
           MOVE wscontinuacao TO wsmascqtd
           STRING "   (CONTINUACAO " DELIMITED BY SIZE
               wsmascqtd DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO IMP-LINHA(66:35)
       END-IF.
       PERFORM ESCREVE-LINHA.
       MOVE ALL "=" TO IMP-LINHA.
       PERFORM ESCREVE-LINHA.

      *Pagina cheia: completa as 66 linhas e continua a mesma folha
       ESCREVE-LINHA.
       WRITE IMP-LINHA.
       ADD 1 TO wslinha.

       CONFERE-PAGINA.
       IF wslinha GREATER THAN wsmaxlinhas
           MOVE SPACES TO IMP-LINHA
           PERFORM ESCREVE-LINHA
               UNTIL wslinha NOT LESS THAN wslinhaspag
           ADD 1 TO wscontinuacao
           PERFORM CABECALHO-FOLHA
       END-IF.

       IMPRIME-IDENTIFICACAO.
       MOVE SPACES TO IMP-LINHA.
       STRING "PRONTUARIO: " DELIMITED BY SIZE
           CAD-PRONTUARIO DELIMITED BY SIZE
           "   NOME: " DELIMITED BY SIZE
           CAD-NOME DELIMITED BY "  "
           " " DELIMITED BY SIZE
           CAD-SOBRENOME DELIMITED BY "  "
           INTO IMP-LINHA.
       PERFORM ESCREVE-LINHA.
       PERFORM BUSCA-DOCUMENTOS.
       PERFORM ESCREVE-LINHA.
       PERFORM BUSCA-CARGO.
       PERFORM ESCREVE-LINHA.
       MOVE SPACES TO IMP-LINHA.
       STRING "DEPTO ATUAL: " DELIMITED BY SIZE
           CAD-DEPTO DELIMITED BY SIZE
           "   ADMISSAO: " DELIMITED BY SIZE
           CAD-ADMISSAO DELIMITED BY SIZE
           "   DESLIGAMENTO: " DELIMITED BY SIZE
           CAD-DESLIGAMENTO DELIMITED BY SIZE
           INTO IMP-LINHA.
       PERFORM ESCREVE-LINHA.
       MOVE CAD-VALORHORA TO wsmascvlhr.
       MOVE SPACES TO IMP-LINHA.
       STRING "VALOR-HORA ATUAL: R$ " DELIMITED BY SIZE
           wsmascvlhr DELIMITED BY SIZE
           "   HORAS/MES: " DELIMITED BY SIZE
           CAD-QTHORAS DELIMITED BY SIZE
           "   SITUACAO: " DELIMITED BY SIZE
           INTO IMP-LINHA.
       IF CAD-EMPREGADO-INATIVO
           MOVE "INATIVO" TO IMP-LINHA(58:7)
       ELSE
           MOVE "ATIVO" TO IMP-LINHA(58:5)
       END-IF.
       PERFORM ESCREVE-LINHA.

       BUSCA-DOCUMENTOS.
       MOVE SPACES TO IMP-LINHA.
       OPEN INPUT DOCUMENTOS.
       IF wsfs-doc EQUAL "35"
           MOVE "DOCUMENTOS: NAO CADASTRADOS (VER TP60DOC)"
               TO IMP-LINHA
       ELSE
           MOVE CAD-PRONTUARIO TO DOC-PRONTUARIO
           READ DOCUMENTOS
               INVALID KEY
                   MOVE "DOCUMENTOS: NAO CADASTRADOS (VER TP60DOC)"
                       TO IMP-LINHA
               NOT INVALID KEY
                   STRING "CPF: " DELIMITED BY SIZE
                       DOC-CPF DELIMITED BY SIZE
                       "   PIS: " DELIMITED BY SIZE
                       DOC-PIS DELIMITED BY SIZE
                       "   CTPS: " DELIMITED BY SIZE
                       DOC-CTPSNUM DELIMITED BY SIZE
                       " SERIE " DELIMITED BY SIZE
                       DOC-CTPSSERIE DELIMITED BY SIZE
                       " UF " DELIMITED BY SIZE
                       DOC-CTPSUF DELIMITED BY SIZE
                       INTO IMP-LINHA
           END-READ
           CLOSE DOCUMENTOS
       END-IF.

       BUSCA-CARGO.
       MOVE SPACES TO IMP-LINHA.
       STRING "CARGO: " DELIMITED BY SIZE
           CAD-CARGO DELIMITED BY SIZE
           INTO IMP-LINHA.
       IF CAD-CARGO NOT EQUAL SPACES
           OPEN INPUT CARGOS
           IF wsfs-crg NOT EQUAL "35"
               MOVE CAD-CARGO TO CRG-CODIGO
               READ CARGOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING " - " DELIMITED BY SIZE
                           CRG-DESCRICAO DELIMITED BY "  "
                           "   CBO: " DELIMITED BY SIZE
                           CRG-CBO DELIMITED BY SIZE
                           INTO IMP-LINHA(14:80)
               END-READ
               CLOSE CARGOS
           END-IF
       END-IF.

       IMPRIME-DEPENDENTES.
       MOVE SPACES TO IMP-LINHA.
       PERFORM ESCREVE-LINHA.
       MOVE "DEPENDENTES" TO IMP-LINHA.
       PERFORM ESCREVE-LINHA.
       OPEN INPUT DEPENDENTES.
       IF wsfs-dpd EQUAL "35"
           MOVE "  NENHUM DEPENDENTE CADASTRADO" TO IMP-LINHA
           PERFORM ESCREVE-LINHA
       ELSE
           MOVE ZERO TO wsevx
           MOVE "N" TO wsfimarq
           MOVE CAD-PRONTUARIO TO DPD-PRONTUARIO
           MOVE ZERO TO DPD-SEQ
           START DEPENDENTES KEY NOT LESS THAN DPD-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-DEPENDENTE
           PERFORM IMPRIME-DEPENDENTE UNTIL wsfimarq EQUAL "S"
           CLOSE DEPENDENTES
           IF wsevx EQUAL ZERO
               MOVE "  NENHUM DEPENDENTE CADASTRADO" TO IMP-LINHA
               PERFORM ESCREVE-LINHA
           END-IF
       END-IF.

       LE-DEPENDENTE.
       IF wsfimarq EQUAL "N"
           READ DEPENDENTES NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
       END-IF.
       IF wsfimarq EQUAL "N" AND DPD-PRONTUARIO NOT EQUAL
           CAD-PRONTUARIO
           MOVE "S" TO wsfimarq
       END-IF.

       IMPRIME-DEPENDENTE.
       PERFORM CONFERE-PAGINA.
       ADD 1 TO wsevx.
       MOVE SPACES TO IMP-LINHA.
       STRING "  " DELIMITED BY SIZE
           DPD-NOME DELIMITED BY SIZE
           " NASC: " DELIMITED BY SIZE
           DPD-NASCIMENTO DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           DPD-PARENTESCO DELIMITED BY SIZE
           INTO IMP-LINHA.
       PERFORM ESCREVE-LINHA.
       PERFORM LE-DEPENDENTE.

      *----------------------------------------------------------------*
      * Collects the dated events from every master into the table,
      * which INSERE-EVENTO keeps in date order (same date: in the
      * order collected).
      *----------------------------------------------------------------*
       JUNTA-EVENTOS.
       IF CAD-ADMISSAO(3:1) EQUAL "/"
           MOVE CAD-ADMISSAO TO wsdataaux
           PERFORM CONVERTE-DATA
           MOVE "ADMISSAO" TO wstexto
           PERFORM INSERE-EVENTO
       END-IF.
       PERFORM JUNTA-SALARIOS.
       PERFORM JUNTA-TRANSFERENCIAS.
       PERFORM JUNTA-AFASTAMENTOS.
       PERFORM JUNTA-FERIAS.
       IF CAD-DESLIGAMENTO(3:1) EQUAL "/"
           MOVE CAD-DESLIGAMENTO TO wsdataaux
           PERFORM CONVERTE-DATA
           MOVE "DESLIGAMENTO" TO wstexto
           PERFORM INSERE-EVENTO
       END-IF.

      *DD/MM/AAAA do cadastro para AAAAMMDD da ordenacao
       CONVERTE-DATA.
       MOVE SPACES TO wsdataord.
       STRING wsdataaux(7:4) wsdataaux(4:2) wsdataaux(1:2)
           DELIMITED BY SIZE INTO wsdataord.

       INSERE-EVENTO.
       IF wsqtdeventos LESS THAN wsmaxeventos
           ADD 1 TO wsqtdeventos
           MOVE wsqtdeventos TO wsevx
           MOVE "N" TO wsposicaook
           PERFORM PROCURA-POSICAO UNTIL wsposicaook EQUAL "S"
           MOVE wsdataord TO EVT-DATA(wsevx)
           MOVE wstexto TO EVT-TEXTO(wsevx)
       END-IF.

       PROCURA-POSICAO.
       IF wsevx EQUAL 1
           MOVE "S" TO wsposicaook
       ELSE
           IF EVT-DATA(wsevx - 1) GREATER THAN wsdataord
               MOVE EVT-ENT(wsevx - 1) TO EVT-ENT(wsevx)
               SUBTRACT 1 FROM wsevx
           ELSE
               MOVE "S" TO wsposicaook
           END-IF
       END-IF.

       JUNTA-SALARIOS.
       OPEN INPUT HISTVHR.
       IF wsfs-vhr NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE CAD-PRONTUARIO TO VHR-PRONTUARIO
           MOVE LOW-VALUES TO VHR-VIGENCIA
           START HISTVHR KEY NOT LESS THAN VHR-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-SALARIO
           PERFORM GUARDA-SALARIO UNTIL wsfimarq EQUAL "S"
           CLOSE HISTVHR
       END-IF.

       LE-SALARIO.
       IF wsfimarq EQUAL "N"
           READ HISTVHR NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
       END-IF.
       IF wsfimarq EQUAL "N" AND VHR-PRONTUARIO NOT EQUAL
           CAD-PRONTUARIO
           MOVE "S" TO wsfimarq
       END-IF.

       GUARDA-SALARIO.
       MOVE VHR-VIGENCIA TO wsdataord.
       MOVE VHR-VALOR TO wsmascvlhr.
       MOVE SPACES TO wstexto.
       STRING "ALTERACAO SALARIAL: VALOR-HORA R$ " DELIMITED BY SIZE
           wsmascvlhr DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           VHR-ORIGEM DELIMITED BY SPACE
           ")" DELIMITED BY SIZE
           INTO wstexto.
       PERFORM INSERE-EVENTO.
       PERFORM LE-SALARIO.

       JUNTA-TRANSFERENCIAS.
       OPEN INPUT TRANSFER.
       IF wsfs-trf NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE CAD-PRONTUARIO TO TRF-PRONTUARIO
           MOVE LOW-VALUES TO TRF-VIGENCIA
           START TRANSFER KEY NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-TRANSFERENCIA
           PERFORM GUARDA-TRANSFERENCIA UNTIL wsfimarq EQUAL "S"
           CLOSE TRANSFER
       END-IF.

       LE-TRANSFERENCIA.
       IF wsfimarq EQUAL "N"
           READ TRANSFER NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
       END-IF.
       IF wsfimarq EQUAL "N" AND TRF-PRONTUARIO NOT EQUAL
           CAD-PRONTUARIO
           MOVE "S" TO wsfimarq
       END-IF.

       GUARDA-TRANSFERENCIA.
       MOVE TRF-VIGENCIA TO wsdataord.
       MOVE SPACES TO wstexto.
       STRING "TRANSFERENCIA: DEPTO " DELIMITED BY SIZE
           TRF-DEPTOANT DELIMITED BY SIZE
           " EMP " DELIMITED BY SIZE
           TRF-EMPANT DELIMITED BY SIZE
           " PARA DEPTO " DELIMITED BY SIZE
           TRF-DEPTONOVO DELIMITED BY SIZE
           " EMP " DELIMITED BY SIZE
           TRF-EMPNOVA DELIMITED BY SIZE
           INTO wstexto.
       PERFORM INSERE-EVENTO.
       PERFORM LE-TRANSFERENCIA.

       JUNTA-AFASTAMENTOS.
       OPEN INPUT AFASTAMENTOS.
       IF wsfs-afa NOT EQUAL "35"
           MOVE "N" TO wsfimarq
           MOVE CAD-PRONTUARIO TO AFA-PRONTUARIO
           MOVE LOW-VALUES TO AFA-INI
           START AFASTAMENTOS KEY NOT LESS THAN AFA-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimarq
           END-START
           PERFORM LE-AFASTAMENTO
           PERFORM GUARDA-AFASTAMENTO UNTIL wsfimarq EQUAL "S"
           CLOSE AFASTAMENTOS
       END-IF.

       LE-AFASTAMENTO.
       IF wsfimarq EQUAL "N"
           READ AFASTAMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO wsfimarq
           END-READ
       END-IF.
       IF wsfimarq EQUAL "N" AND AFA-PRONTUARIO NOT EQUAL
           CAD-PRONTUARIO
           MOVE "S" TO wsfimarq
       END-IF.

       GUARDA-AFASTAMENTO.
       MOVE AFA-INI TO wsdataord.
       MOVE SPACES TO wstexto.
       STRING "AFASTAMENTO TIPO " DELIMITED BY SIZE
           AFA-TIPO DELIMITED BY SIZE
           " ATE " DELIMITED BY SIZE
           AFA-FIM(7:2) "/" AFA-FIM(5:2) "/" AFA-FIM(1:4)
           DELIMITED BY SIZE
           INTO wstexto.
       IF AFA-ONUS-EMPRESA
           MOVE "- ONUS DA EMPRESA" TO wstexto(44:20)
       END-IF.
       IF AFA-ONUS-INSS
           MOVE "- ONUS DO INSS" TO wstexto(44:20)
       END-IF.
       IF AFA-NAO-REMUNERADO
           MOVE "- NAO REMUNERADO" TO wstexto(44:20)
       END-IF.
       PERFORM INSERE-EVENTO.
       PERFORM LE-AFASTAMENTO.

       JUNTA-FERIAS.
       OPEN INPUT FERIAS.
       IF wsfs-fer NOT EQUAL "35"
           MOVE CAD-PRONTUARIO TO FER-PRONTUARIO
           READ FERIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FER-INI(3:1) EQUAL "/"
                       MOVE FER-INI TO wsdataaux
                       PERFORM CONVERTE-DATA
                       MOVE FER-DIASGOZADOS TO wsmascqtd
                       MOVE SPACES TO wstexto
                       STRING "FERIAS: " DELIMITED BY SIZE
                           FER-INI DELIMITED BY SIZE
                           " A " DELIMITED BY SIZE
                           FER-FIM DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           wsmascqtd DELIMITED BY SIZE
                           " DIAS)" DELIMITED BY SIZE
                           INTO wstexto
                       PERFORM INSERE-EVENTO
                   END-IF
           END-READ
           CLOSE FERIAS
       END-IF.

       IMPRIME-EVENTO.
       PERFORM CONFERE-PAGINA.
       MOVE SPACES TO IMP-LINHA.
       STRING "  " DELIMITED BY SIZE
           EVT-DATA(wsevx)(7:2) "/" EVT-DATA(wsevx)(5:2) "/"
           EVT-DATA(wsevx)(1:4) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           EVT-TEXTO(wsevx) DELIMITED BY SIZE
           INTO IMP-LINHA.
       PERFORM ESCREVE-LINHA.
       ADD 1 TO wsevx.

       TESTA-FS-LIV.
           MOVE wsfs-liv TO wserr-fs.
           MOVE "LIVRO.DAT" TO wserr-arq.
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
               " TP64LIV PARAGRAFO:" DELIMITED BY SIZE
               wserr-para DELIMITED BY SIZE
               " ARQUIVO:" DELIMITED BY SIZE
               wserr-arq DELIMITED BY SIZE
               " STATUS:" DELIMITED BY SIZE
               wserr-fs DELIMITED BY SIZE
               INTO ERR-LINHA.
           WRITE ERR-LINHA.
           CLOSE ERRLOG.
           DISPLAY "ERRO DE E/S EM TP64LIV - VER ERROS.LOG".
           MOVE 8 TO RETURN-CODE.
           GOBACK.
      *----------------------------------------------------------------*

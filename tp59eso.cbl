      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP59ESO COBOL - eventos individuais (eSocial style).
      *          Builds the events of what the system already holds -
      *          admissoes and desligamentos from CADASTRO.DAT,
      *          afastamentos from AFASTAMENTOS.DAT, alteracoes
      *          salariais from VALORHORA.HIS and the remuneracao of
      *          a competencia from TP04HISTIDX.DAT - and writes only
      *          the new or changed ones to ESOCIAL.EVT, each with
      *          its ID from the ESOCIAL.SEQ counter. ESOCIAL.CTL
      *          records what was sent. The return ESOCIAL.RET marks
      *          each ID accepted or rejected with its errors, listed
      *          on TP59ESO.REL.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP59ESO.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESOCIALCTL ASSIGN TO "ESOCIAL.CTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESC-CHAVE
           FILE STATUS IS wsfs-esc.
           SELECT ESOCIALSEQ ASSIGN TO "ESOCIAL.SEQ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-esq.
           SELECT EVENTOS ASSIGN TO "ESOCIAL.EVT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-evt.
           SELECT RETORNO ASSIGN TO "ESOCIAL.RET"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-ret.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT AFASTAMENTOS ASSIGN TO "AFASTAMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AFA-CHAVE
           FILE STATUS IS wsfs-afa.
           SELECT HISTVHR ASSIGN TO "VALORHORA.HIS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VHR-CHAVE
           FILE STATUS IS wsfs-vhr.
           SELECT HISTIDX ASSIGN TO "TP04HISTIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-CHAVE
           FILE STATUS IS wsfs-hidx.
           SELECT RELATORIO ASSIGN TO "TP59ESO.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD ESOCIALCTL.
       COPY ESOCIAL.

       FD ESOCIALSEQ.
       01 ESQ-LINHA                 PIC 9(9).

      *Lote de eventos: "0" header, "1" evento, "9" trailer
       FD EVENTOS.
       01 EVT-LINHA                 PIC X(150).

      *Retorno: ID do evento, "A" aceito ou "R" rejeitado, erros
       FD RETORNO.
       01 RET-REGISTRO.
           05 RET-ID                  PIC 9(9).
           05 RET-SITUACAO            PIC X(1).
           05 RET-ERROS               PIC X(60).

       FD CADASTRO.
       COPY CADASTRO.

       FD AFASTAMENTOS.
       COPY AFASTAMENTOS.

       FD HISTVHR.
       COPY VALORHORA.

       FD HISTIDX.
       COPY HISTIDX.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(110).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-esc PIC XX.
       77 wsfs-esq PIC XX.
       77 wsfs-evt PIC XX.
       77 wsfs-ret PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-afa PIC XX.
       77 wsfs-vhr PIC XX.
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
       77 wsachou PIC X VALUE "N".
       77 wsfimcad PIC X VALUE "N".
       77 wsfimafa PIC X VALUE "N".
       77 wsfimvhr PIC X VALUE "N".
       77 wsfimhidx PIC X VALUE "N".
       77 wsfimesc PIC X VALUE "N".
       77 wsfimret PIC X VALUE "N".
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Competencia da remuneracao e sua validacao
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wscompteste PIC X(7) VALUE SPACES.
       77 wscompok PIC X VALUE "N".

      *Evento montado: tipo, referencia do fato e conteudo
       77 wsevento PIC X(6) VALUE SPACES.
       77 wsreferencia PIC X(24) VALUE SPACES.
       77 wsconteudo PIC X(100) VALUE SPACES.
       77 wsretif PIC X VALUE SPACES.
       77 wsultid PIC 9(9) VALUE ZERO.

      *Contadores do lote, por tipo de evento
       77 wsqtdadm PIC 9(5) VALUE ZERO.
       77 wsqtdalt PIC 9(5) VALUE ZERO.
       77 wsqtdafa PIC 9(5) VALUE ZERO.
       77 wsqtddes PIC 9(5) VALUE ZERO.
       77 wsqtdrem PIC 9(5) VALUE ZERO.
       77 wsqtdretif PIC 9(5) VALUE ZERO.
       77 wsqtdenviados PIC 9(5) VALUE ZERO.

      *Contadores do retorno
       77 wsqtdlidas PIC 9(5) VALUE ZERO.
       77 wsqtdaceitos PIC 9(5) VALUE ZERO.
       77 wsqtdrejeitados PIC 9(5) VALUE ZERO.
       77 wsqtdignorados PIC 9(5) VALUE ZERO.
       77 wsqtdlistados PIC 9(5) VALUE ZERO.

      *Mascaras de impressao
       77 wsmascqtd PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP59ESO - EVENTOS INDIVIDUAIS".
       DISPLAY "1 - Gerar o lote de eventos novos ou alterados".
       DISPLAY "2 - Processar o retorno ESOCIAL.RET".
       DISPLAY "3 - Listar eventos sem retorno ou rejeitados".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM GERA-EVENTOS
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM PROCESSA-RETORNO
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM LISTA-PENDENTES
       END-IF.
       IF wsopcao GREATER THAN 3
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * One lote per run. Every fact the masters hold is rebuilt as
      * an event and compared with the control file: a fact never
      * sent goes out as original, a fact whose content changed since
      * it was sent goes out as retificacao with a new ID, and a fact
      * already sent unchanged is skipped. The remuneracao events are
      * those of the competencia typed - the adiantamento (modo "7")
      * is settled inside the normal ficha and is not an event.
      *----------------------------------------------------------------*
       GERA-EVENTOS.
       DISPLAY "Competencia da remuneracao (MM/AAAA): "
           WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       MOVE wscompetencia TO wscompteste.
       PERFORM VALIDA-COMPETENCIA.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - nada gerado."
       ELSE
           OPEN INPUT CADASTRO
           IF wsfs-cad EQUAL "35"
               DISPLAY "CADASTRO.DAT ainda nao existe - nada gerado."
           ELSE
               PERFORM GERA-LOTE-EVENTOS
               CLOSE CADASTRO
           END-IF
       END-IF.

       GERA-LOTE-EVENTOS.
       PERFORM MONTA-DATA-HOJE.
       PERFORM LE-ULTIMO-ID.
       MOVE ZERO TO wsqtdadm.
       MOVE ZERO TO wsqtdalt.
       MOVE ZERO TO wsqtdafa.
       MOVE ZERO TO wsqtddes.
       MOVE ZERO TO wsqtdrem.
       MOVE ZERO TO wsqtdretif.
       MOVE ZERO TO wsqtdenviados.
       OPEN I-O ESOCIALCTL.
       IF wsfs-esc EQUAL "35"
           OPEN OUTPUT ESOCIALCTL
           CLOSE ESOCIALCTL
           OPEN I-O ESOCIALCTL
       END-IF.
       OPEN OUTPUT EVENTOS.
       MOVE "GERA-LOTE-EVENTOS" TO wserr-para.
       PERFORM TESTA-FS-EVT.
       MOVE SPACES TO EVT-LINHA.
       STRING "0" DELIMITED BY SIZE
           "EVENTOS INDIVIDUAIS " DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO EVT-LINHA.
       PERFORM GRAVA-LINHA-EVT.
       MOVE "N" TO wsfimcad.
       PERFORM LE-PROXIMO-CADASTRO.
       PERFORM EVENTOS-CADASTRO UNTIL wsfimcad EQUAL "S".
       PERFORM EVENTOS-AFASTAMENTO.
       PERFORM EVENTOS-ALTERACAO-SALARIAL.
       PERFORM EVENTOS-REMUNERACAO.
       MOVE SPACES TO EVT-LINHA.
       STRING "9" DELIMITED BY SIZE
           wsqtdenviados DELIMITED BY SIZE
           wsultid DELIMITED BY SIZE
           INTO EVT-LINHA.
       PERFORM GRAVA-LINHA-EVT.
       CLOSE EVENTOS.
       CLOSE ESOCIALCTL.
       PERFORM GRAVA-ULTIMO-ID.
       DISPLAY "Eventos em ESOCIAL.EVT: " wsqtdenviados
           "  (retificacoes: " wsqtdretif ")".
       DISPLAY "Admissoes: " wsqtdadm "  Desligamentos: " wsqtddes
           "  Afastamentos: " wsqtdafa.
       DISPLAY "Alteracoes salariais: " wsqtdalt
           "  Remuneracoes: " wsqtdrem.
       MOVE wscompetencia TO wsauditchave.
       MOVE "EVENTOS-GERADOS" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       STRING wsqtdenviados "/" wsqtdretif
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       LE-PROXIMO-CADASTRO.
       READ CADASTRO NEXT RECORD
           AT END
               MOVE "S" TO wsfimcad
       END-READ.

      *Admissao e desligamento saem do proprio cadastro
       EVENTOS-CADASTRO.
       IF CAD-ADMISSAO NOT EQUAL SPACES
           MOVE "S-2200" TO wsevento
           MOVE SPACES TO wsreferencia
           MOVE CAD-PRONTUARIO TO wsreferencia
           MOVE SPACES TO wsconteudo
           STRING CAD-ADMISSAO DELIMITED BY SIZE
               CAD-EMPRESA DELIMITED BY SIZE
               CAD-DEPTO DELIMITED BY SIZE
               CAD-CARGO DELIMITED BY SIZE
               CAD-VALORHORA DELIMITED BY SIZE
               CAD-QTHORAS DELIMITED BY SIZE
               CAD-NOME DELIMITED BY SIZE
               CAD-SOBRENOME DELIMITED BY SIZE
               INTO wsconteudo
           PERFORM PROCESSA-EVENTO
           IF wsretif NOT EQUAL SPACES
               ADD 1 TO wsqtdadm
           END-IF
       END-IF.
       IF CAD-DESLIGAMENTO NOT EQUAL SPACES
           MOVE "S-2299" TO wsevento
           MOVE SPACES TO wsreferencia
           MOVE CAD-PRONTUARIO TO wsreferencia
           MOVE SPACES TO wsconteudo
           STRING CAD-DESLIGAMENTO DELIMITED BY SIZE
               CAD-EMPRESA DELIMITED BY SIZE
               INTO wsconteudo
           PERFORM PROCESSA-EVENTO
           IF wsretif NOT EQUAL SPACES
               ADD 1 TO wsqtddes
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-CADASTRO.

      *----------------------------------------------------------------*
      * One afastamento event per leave; closing the leave (the fim
      * typed later in TP30AFA) changes the content and goes out as
      * a retificacao.
      *----------------------------------------------------------------*
       EVENTOS-AFASTAMENTO.
       OPEN INPUT AFASTAMENTOS.
       IF wsfs-afa NOT EQUAL "35"
           MOVE "N" TO wsfimafa
           PERFORM LE-PROXIMO-AFASTAMENTO
           PERFORM EVENTO-UM-AFASTAMENTO UNTIL wsfimafa EQUAL "S"
           CLOSE AFASTAMENTOS
       END-IF.

       LE-PROXIMO-AFASTAMENTO.
       READ AFASTAMENTOS NEXT RECORD
           AT END
               MOVE "S" TO wsfimafa
       END-READ.

       EVENTO-UM-AFASTAMENTO.
       MOVE "S-2230" TO wsevento.
       MOVE SPACES TO wsreferencia.
       STRING AFA-PRONTUARIO AFA-INI
           DELIMITED BY SIZE INTO wsreferencia.
       MOVE SPACES TO wsconteudo.
       STRING AFA-INI DELIMITED BY SIZE
           AFA-FIM DELIMITED BY SIZE
           AFA-TIPO DELIMITED BY SIZE
           AFA-ONUS DELIMITED BY SIZE
           INTO wsconteudo.
       PERFORM PROCESSA-EVENTO.
       IF wsretif NOT EQUAL SPACES
           ADD 1 TO wsqtdafa
       END-IF.
       PERFORM LE-PROXIMO-AFASTAMENTO.

      *----------------------------------------------------------------*
      * One alteracao contratual per rate change journaled in
      * VALORHORA.HIS (dissidio, merito or correcao).
      *----------------------------------------------------------------*
       EVENTOS-ALTERACAO-SALARIAL.
       OPEN INPUT HISTVHR.
       IF wsfs-vhr NOT EQUAL "35"
           MOVE "N" TO wsfimvhr
           PERFORM LE-PROXIMA-ALTERACAO
           PERFORM EVENTO-UMA-ALTERACAO UNTIL wsfimvhr EQUAL "S"
           CLOSE HISTVHR
       END-IF.

       LE-PROXIMA-ALTERACAO.
       READ HISTVHR NEXT RECORD
           AT END
               MOVE "S" TO wsfimvhr
       END-READ.

       EVENTO-UMA-ALTERACAO.
       MOVE "S-2206" TO wsevento.
       MOVE SPACES TO wsreferencia.
       STRING VHR-PRONTUARIO VHR-VIGENCIA
           DELIMITED BY SIZE INTO wsreferencia.
       MOVE SPACES TO wsconteudo.
       STRING VHR-VIGENCIA DELIMITED BY SIZE
           VHR-VALOR DELIMITED BY SIZE
           VHR-ORIGEM DELIMITED BY SIZE
           INTO wsconteudo.
       PERFORM PROCESSA-EVENTO.
       IF wsretif NOT EQUAL SPACES
           ADD 1 TO wsqtdalt
       END-IF.
       PERFORM LE-PROXIMA-ALTERACAO.

      *----------------------------------------------------------------*
      * Remuneracao of the competencia: one event per ficha in the
      * history (normal, 13o, ferias, rescisao, PLR), so a confirmed
      * recalculation that changes the values is sent again.
      *----------------------------------------------------------------*
       EVENTOS-REMUNERACAO.
       OPEN INPUT HISTIDX.
       IF wsfs-hidx NOT EQUAL "35"
           MOVE "N" TO wsfimhidx
           PERFORM LE-PROXIMA-FICHA
           PERFORM EVENTO-UMA-FICHA UNTIL wsfimhidx EQUAL "S"
           CLOSE HISTIDX
       END-IF.

       LE-PROXIMA-FICHA.
       READ HISTIDX NEXT RECORD
           AT END
               MOVE "S" TO wsfimhidx
       END-READ.

       EVENTO-UMA-FICHA.
       IF HIDX-COMPET EQUAL wscompetencia AND HIDX-MODO NOT EQUAL "7"
           MOVE "S-1200" TO wsevento
           MOVE SPACES TO wsreferencia
           STRING HIDX-PRONTUARIO HIDX-COMPET HIDX-MODO
               DELIMITED BY SIZE INTO wsreferencia
           MOVE SPACES TO wsconteudo
           STRING HIDX-COMPET DELIMITED BY SIZE
               HIDX-MODO DELIMITED BY SIZE
               HIDX-EMPRESA DELIMITED BY SIZE
               HIDX-BRUTO DELIMITED BY SIZE
               HIDX-INSS DELIMITED BY SIZE
               HIDX-IR DELIMITED BY SIZE
               HIDX-FGTS DELIMITED BY SIZE
               HIDX-LIQ DELIMITED BY SIZE
               INTO wsconteudo
           PERFORM PROCESSA-EVENTO
           IF wsretif NOT EQUAL SPACES
               ADD 1 TO wsqtdrem
           END-IF
       END-IF.
       PERFORM LE-PROXIMA-FICHA.

      *----------------------------------------------------------------*
      * The event assembled in wsevento/wsreferencia/wsconteudo is
      * checked against ESOCIAL.CTL. wsretif comes back "1" when it
      * went out as original, "2" as retificacao, space when it had
      * already been sent with this content.
      *----------------------------------------------------------------*
       PROCESSA-EVENTO.
       MOVE SPACES TO wsretif.
       MOVE wsevento TO ESC-EVENTO.
       MOVE wsreferencia TO ESC-REFERENCIA.
       READ ESOCIALCTL
           INVALID KEY
               MOVE "N" TO wsachou
           NOT INVALID KEY
               MOVE "S" TO wsachou
       END-READ.
       IF wsachou EQUAL "N"
           MOVE "1" TO wsretif
       ELSE
           IF ESC-CONTEUDO NOT EQUAL wsconteudo
               MOVE "2" TO wsretif
               ADD 1 TO wsqtdretif
           END-IF
       END-IF.
       IF wsretif NOT EQUAL SPACES
           ADD 1 TO wsultid
           ADD 1 TO wsqtdenviados
           MOVE wsevento TO ESC-EVENTO
           MOVE wsreferencia TO ESC-REFERENCIA
           MOVE wsultid TO ESC-ID
           MOVE wsretif TO ESC-RETIF
           MOVE wsconteudo TO ESC-CONTEUDO
           MOVE wsdatatxt TO ESC-DATAENVIO
           MOVE "E" TO ESC-SITUACAO
           MOVE SPACES TO ESC-DATARET
           MOVE SPACES TO ESC-ERROS
           IF wsachou EQUAL "S"
               REWRITE ESC-REGISTRO
           ELSE
               WRITE ESC-REGISTRO
           END-IF
           MOVE "PROCESSA-EVENTO" TO wserr-para
           PERFORM TESTA-FS-ESC
           MOVE SPACES TO EVT-LINHA
           STRING "1" DELIMITED BY SIZE
               wsultid DELIMITED BY SIZE
               wsevento DELIMITED BY SIZE
               wsretif DELIMITED BY SIZE
               wsreferencia DELIMITED BY SIZE
               wsconteudo DELIMITED BY SIZE
               INTO EVT-LINHA
           PERFORM GRAVA-LINHA-EVT
       END-IF.

      *O ultimo ID usado fica em ESOCIAL.SEQ, como o REMESSA.SEQ
       LE-ULTIMO-ID.
       MOVE ZERO TO wsultid.
       OPEN INPUT ESOCIALSEQ.
       IF wsfs-esq EQUAL "35"
           CONTINUE
       ELSE
           READ ESOCIALSEQ
               AT END
                   MOVE ZERO TO wsultid
               NOT AT END
                   MOVE ESQ-LINHA TO wsultid
           END-READ
           CLOSE ESOCIALSEQ
       END-IF.

       GRAVA-ULTIMO-ID.
       OPEN OUTPUT ESOCIALSEQ.
       MOVE wsultid TO ESQ-LINHA.
       WRITE ESQ-LINHA.
       MOVE "GRAVA-ULTIMO-ID" TO wserr-para.
       PERFORM TESTA-FS-ESQ.
       CLOSE ESOCIALSEQ.

      *----------------------------------------------------------------*
      * Return of the authority. Each line carries the ID of an event
      * and "A" or "R" with the errors; the control record holding
      * that ID as its last event is marked. An ID that is no longer
      * the last of its fact - a retificacao went out after it - only
      * goes to the report. Every rejection is listed with its errors.
      *----------------------------------------------------------------*
       PROCESSA-RETORNO.
       OPEN INPUT RETORNO.
       IF wsfs-ret EQUAL "35"
           DISPLAY "ESOCIAL.RET nao encontrado."
       ELSE
           OPEN I-O ESOCIALCTL
           IF wsfs-esc EQUAL "35"
               DISPLAY "ESOCIAL.CTL ainda nao existe - nada a marcar."
           ELSE
               PERFORM MARCA-RETORNO
               CLOSE ESOCIALCTL
           END-IF
           CLOSE RETORNO
       END-IF.

       MARCA-RETORNO.
       PERFORM MONTA-DATA-HOJE.
       MOVE ZERO TO wsqtdlidas.
       MOVE ZERO TO wsqtdaceitos.
       MOVE ZERO TO wsqtdrejeitados.
       MOVE ZERO TO wsqtdignorados.
       OPEN OUTPUT RELATORIO.
       MOVE "MARCA-RETORNO" TO wserr-para.
       PERFORM TESTA-FS-REL.
       MOVE SPACES TO REL-LINHA.
       STRING "TP59ESO - RETORNO DOS EVENTOS  DATA: "
           DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "N" TO wsfimret.
       PERFORM LE-LINHA-RETORNO.
       PERFORM MARCA-UM-RETORNO UNTIL wsfimret EQUAL "S".
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsqtdlidas TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "LINHAS DO RETORNO: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsqtdaceitos TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "ACEITOS: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsqtdrejeitados TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "REJEITADOS: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsqtdignorados TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "ID SUBSTITUIDO OU DESCONHECIDO: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       CLOSE RELATORIO.
       DISPLAY "Retorno processado: " wsqtdaceitos " aceito(s), "
           wsqtdrejeitados " rejeitado(s) - ver TP59ESO.REL.".
       MOVE "ESOCIAL.RET" TO wsauditchave.
       MOVE "RETORNO-EVENTOS" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       STRING wsqtdaceitos "/" wsqtdrejeitados
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       LE-LINHA-RETORNO.
       READ RETORNO
           AT END
               MOVE "S" TO wsfimret
           NOT AT END
               ADD 1 TO wsqtdlidas
       END-READ.

       MARCA-UM-RETORNO.
       PERFORM PROCURA-ID.
       IF wsachou EQUAL "N" OR RET-ID NOT NUMERIC
           ADD 1 TO wsqtdignorados
           MOVE SPACES TO REL-LINHA
           STRING "ID " DELIMITED BY SIZE
               RET-ID DELIMITED BY SIZE
               " NAO E O ULTIMO EVENTO ENVIADO DE NENHUM FATO"
               DELIMITED BY SIZE
               INTO REL-LINHA
           PERFORM GRAVA-LINHA-REL
       ELSE
           MOVE wsdatatxt TO ESC-DATARET
           IF RET-SITUACAO EQUAL "A"
               MOVE "A" TO ESC-SITUACAO
               MOVE SPACES TO ESC-ERROS
               ADD 1 TO wsqtdaceitos
           ELSE
               MOVE "R" TO ESC-SITUACAO
               MOVE RET-ERROS TO ESC-ERROS
               ADD 1 TO wsqtdrejeitados
               MOVE SPACES TO REL-LINHA
               STRING "ID " DELIMITED BY SIZE
                   ESC-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ESC-EVENTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ESC-REFERENCIA DELIMITED BY SIZE
                   " REJEITADO: " DELIMITED BY SIZE
                   RET-ERROS DELIMITED BY SIZE
                   INTO REL-LINHA
               PERFORM GRAVA-LINHA-REL
           END-IF
           REWRITE ESC-REGISTRO
           MOVE "MARCA-UM-RETORNO" TO wserr-para
           PERFORM TESTA-FS-ESC
       END-IF.
       PERFORM LE-LINHA-RETORNO.

      *O controle e indexado pelo fato, entao o ID e procurado numa
      *passada pelo arquivo; o registro fica na area do ESOCIALCTL
       PROCURA-ID.
       MOVE "N" TO wsachou.
       MOVE "N" TO wsfimesc.
       MOVE LOW-VALUES TO ESC-CHAVE.
       START ESOCIALCTL KEY NOT LESS THAN ESC-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimesc
       END-START.
       PERFORM LE-PROXIMO-CONTROLE.
       PERFORM CONFERE-ID
           UNTIL wsfimesc EQUAL "S" OR wsachou EQUAL "S".

       LE-PROXIMO-CONTROLE.
       IF wsfimesc EQUAL "N"
           READ ESOCIALCTL NEXT RECORD
               AT END
                   MOVE "S" TO wsfimesc
           END-READ
       END-IF.

       CONFERE-ID.
       IF ESC-ID EQUAL RET-ID
           MOVE "S" TO wsachou
       ELSE
           PERFORM LE-PROXIMO-CONTROLE
       END-IF.

      *----------------------------------------------------------------*
      * Events still waiting for their return and events rejected,
      * with the errors the authority gave.
      *----------------------------------------------------------------*
       LISTA-PENDENTES.
       OPEN INPUT ESOCIALCTL.
       IF wsfs-esc EQUAL "35"
           DISPLAY "ESOCIAL.CTL ainda nao existe."
       ELSE
           MOVE ZERO TO wsqtdlistados
           MOVE "N" TO wsfimesc
           PERFORM LE-PROXIMO-CONTROLE
           PERFORM LISTA-UM-CONTROLE UNTIL wsfimesc EQUAL "S"
           DISPLAY "Total de eventos listados: " wsqtdlistados
           CLOSE ESOCIALCTL
       END-IF.

       LISTA-UM-CONTROLE.
       IF ESC-ENVIADO
           DISPLAY ESC-ID " " ESC-EVENTO " " ESC-REFERENCIA
               " ENVIADO EM " ESC-DATAENVIO " - SEM RETORNO"
           ADD 1 TO wsqtdlistados
       END-IF.
       IF ESC-REJEITADO
           DISPLAY ESC-ID " " ESC-EVENTO " " ESC-REFERENCIA
               " REJEITADO EM " ESC-DATARET
           DISPLAY "    " ESC-ERROS
           ADD 1 TO wsqtdlistados
       END-IF.
       PERFORM LE-PROXIMO-CONTROLE.

      *----------------------------------------------------------------*
      * Helpers: competencia validated, today's date, report lines.
      *----------------------------------------------------------------*
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

       MONTA-DATA-HOJE.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.

       GRAVA-LINHA-EVT.
       WRITE EVT-LINHA.
       MOVE "GRAVA-LINHA-EVT" TO wserr-para.
       PERFORM TESTA-FS-EVT.

       GRAVA-LINHA-REL.
       WRITE REL-LINHA.
       MOVE "GRAVA-LINHA-REL" TO wserr-para.
       PERFORM TESTA-FS-REL.

      *----------------------------------------------------------------*
      * Appends every lote and every return processed to the shared
      * AUDITORIA.LOG, the same trail the other programs leave.
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
           " TP59ESO " DELIMITED BY SIZE
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

       TESTA-FS-ESC.
       MOVE wsfs-esc TO wserr-fs.
       MOVE "ESOCIAL.CTL" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-ESQ.
       MOVE wsfs-esq TO wserr-fs.
       MOVE "ESOCIAL.SEQ" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-EVT.
       MOVE wsfs-evt TO wserr-fs.
       MOVE "ESOCIAL.EVT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP59ESO.REL" TO wserr-arq.
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
           " TP59ESO PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP59ESO - VER ERROS.LOG".
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

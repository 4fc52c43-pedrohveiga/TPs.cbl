      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared record layout for the event control file
      *          ESOCIAL.CTL (TP59ESO). INDEXED on the event type
      *          ("S-2200" admissao, "S-2206" alteracao salarial,
      *          "S-2230" afastamento, "S-2299" desligamento, "S-1200"
      *          remuneracao) plus the reference of the fact - the
      *          prontuario, followed by the start date, vigencia or
      *          competencia/modo where one prontuario has many. It
      *          keeps the last event sent for the fact: its ID from
      *          the ESOCIAL.SEQ counter, the content sent (a new
      *          run only sends the fact again when the content
      *          differs, as a retificacao) and the situacao of the
      *          return. The trailing filler is reserva para expansao.
      ******************************************************************
       01 ESC-REGISTRO.
           05 ESC-CHAVE.
               10 ESC-EVENTO          PIC X(6).
               10 ESC-REFERENCIA      PIC X(24).
           05 ESC-ID                  PIC 9(9).
           05 ESC-RETIF               PIC X(1).
               88 ESC-ORIGINAL           VALUE "1".
               88 ESC-RETIFICACAO        VALUE "2".
           05 ESC-CONTEUDO            PIC X(100).
           05 ESC-DATAENVIO           PIC X(10).
           05 ESC-SITUACAO            PIC X(1).
               88 ESC-ENVIADO            VALUE "E".
               88 ESC-ACEITO             VALUE "A".
               88 ESC-REJEITADO          VALUE "R".
           05 ESC-DATARET             PIC X(10).
           05 ESC-ERROS               PIC X(60).
           05 FILLER                  PIC X(9).

      * Author: Pedro Veiga
      * Date: 23/08/2026
      * Purpose: TP24CONV COBOL - conversion of CADASTRO.DAT to the
      *          current record layout. Reads the 134-byte record a
      *          site has at the current release (ending at
      *          CAD-DESLIGAMENTO), writes CADASTRO.NOV with every
      *          field added since - starting with the cargo -
      *          defaulted to spaces in one pass, and prints the
      *          counts; the operator replaces CADASTRO.DAT by
      *          CADASTRO.NOV after conferring them. Without this,
      *          the widened layout opens the old master with file
      *          status 39 in every program on day one.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      *              desligamento dates - all added in this release -
      *              are defaulted to spaces in the same pass, until
      *              TP07CAD fills them.
      * 15/10/2026 - Re-pointed at this release's widening: the old
      *              layout is now the 134-byte record through
      *              CAD-DESLIGAMENTO, and the new record is cleared
      *              before the old fields are copied, so CAD-CARGO
      *              and every field added after it in this release
      *              come out as spaces until TP07CAD and the other
      *              maintenance programs fill them.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP24CONV.
       FILE SECTION.
      *----------------------------------------------------------------*
      * The layout CADASTRO.DAT has at the release being upgraded
      * from - the record ends at CAD-DESLIGAMENTO, before the cargo
      * existed.
      *----------------------------------------------------------------*
       FD VELHO.
       01 VEL-REGISTRO.
           05 VEL-OPTVT               PIC X(1).
           05 VEL-OPTVR               PIC X(1).
           05 VEL-EMPRESA             PIC X(2).
           05 VEL-BANCO               PIC X(3).
           05 VEL-AGENCIA             PIC X(4).
           05 VEL-AGDV                PIC X(1).
           05 VEL-CONTA               PIC X(8).
           05 VEL-CTDV                PIC X(1).
           05 VEL-ADMISSAO            PIC X(10).
           05 VEL-DESLIGAMENTO        PIC X(10).

       FD NOVO.
       COPY CADASTRO.

      *----------------------------------------------------------------*
      * One old record in, one new record out: the original fields
      * copied as they are, everything added since blank until the
      * maintenance programs fill it.
      *----------------------------------------------------------------*
       CONVERTE-REGISTRO.
           ADD 1 TO wsqtdlidos.
           MOVE SPACES TO CAD-REGISTRO.
           MOVE VEL-PRONTUARIO TO CAD-PRONTUARIO.
           MOVE VEL-NOME TO CAD-NOME.
           MOVE VEL-SOBRENOME TO CAD-SOBRENOME.
           MOVE VEL-OPTVT TO CAD-OPTVT.
           MOVE VEL-OPTVR TO CAD-OPTVR.
           MOVE VEL-EMPRESA TO CAD-EMPRESA.
           MOVE VEL-BANCO TO CAD-BANCO.
           MOVE VEL-AGENCIA TO CAD-AGENCIA.
           MOVE VEL-AGDV TO CAD-AGDV.
           MOVE VEL-CONTA TO CAD-CONTA.
           MOVE VEL-CTDV TO CAD-CTDV.
           MOVE VEL-ADMISSAO TO CAD-ADMISSAO.
           MOVE VEL-DESLIGAMENTO TO CAD-DESLIGAMENTO.
           MOVE SPACES TO CAD-CARGO.
           WRITE CAD-REGISTRO
               INVALID KEY
                   DISPLAY "Prontuario duplicado no arquivo velho: "

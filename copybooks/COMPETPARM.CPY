      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared parameter area for the TPCOMPET competencia
      *          status engine over COMPETENCIAS.DAT. CPP-ACAO "C"
      *          consulta a situacao da empresa/competencia ("**"
      *          na empresa traz a mais restrita entre todas), "M"
      *          muda para CPP-SITUACAO, "R" reabre uma competencia
      *          fechada com CPP-MOTIVO - both logged to
      *          AUDITORIA.LOG with CPP-OPERADOR. CPP-RC on "C": 0
      *          aberta, 1 em fechamento, 2 fechada, with who set it
      *          and when in CPP-DONO/CPP-DESDE; on "R": 0 reaberta,
      *          1 a competencia nao estava fechada.
      ******************************************************************
       01 COMPET-PARM.
           05 CPP-ACAO             PIC X(1).
           05 CPP-EMPRESA          PIC X(2).
           05 CPP-COMPET           PIC X(7).
           05 CPP-SITUACAO         PIC X(1).
           05 CPP-OPERADOR         PIC X(8).
           05 CPP-MOTIVO           PIC X(30).
           05 CPP-RC               PIC 9(1).
           05 CPP-DONO             PIC X(8).
           05 CPP-DESDE            PIC X(10).

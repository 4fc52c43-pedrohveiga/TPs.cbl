      *          the evolution management asks for without the
      *          quarterly spreadsheet paste.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - Rateio por centro de custo (RATEIO.DAT, TP69RAT):
      *              the values of each ficha are split among the
      *              deptos of the prontuario's rateio (TPRATEIO); the
      *              ficha counts, and the rounding stays, on the
      *              depto of the cadastro.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP49TEND.
       77 wsqtddeptos PIC 9(2) VALUE ZERO.
       77 wsqtdfichas PIC 9(5) VALUE ZERO.
       77 wszx PIC 9(2) VALUE ZERO.
       77 wsrtx PIC 9(2) VALUE ZERO.
       COPY RATEIOPARM.

      *As doze competencias da janela, da mais antiga a mais recente
       01 tabela-janela.
           PERFORM LOCALIZA-COMPET
           IF wsmix GREATER THAN ZERO
               PERFORM BUSCA-DEPTO-CADASTRO
               PERFORM RATEIA-FICHA
           END-IF
       END-IF.
       PERFORM LE-HISTIDX.
           CLOSE CADASTRO
       END-IF.

      *A ficha vai aos baldes pelo rateio do prontuario em vigor na
      *competencia dela (TPRATEIO): os valores divididos, a ficha
      *contada uma vez no depto principal, que fica com o
      *arredondamento. Sem rateio, tudo no depto do cadastro.
       RATEIA-FICHA.
       MOVE "C" TO RTP-ACAO.
       MOVE HIDX-PRONTUARIO TO RTP-PRONTUARIO.
       MOVE HIDX-COMPET TO RTP-COMPET.
       MOVE wsdepto TO RTP-DEPTOPRINC.
       CALL "TPRATEIO" USING RATEIO-PARM.
       MOVE "D" TO RTP-ACAO.
       MOVE 5 TO RTP-QTDVALORES.
       MOVE HIDX-BRUTO TO RTP-VALOR(1).
       MOVE HIDX-INSS TO RTP-VALOR(2).
       MOVE HIDX-IR TO RTP-VALOR(3).
       MOVE HIDX-FGTS TO RTP-VALOR(4).
       MOVE HIDX-LIQ TO RTP-VALOR(5).
       CALL "TPRATEIO" USING RATEIO-PARM.
       MOVE 1 TO wsrtx.
       PERFORM SOMA-NO-BALDE UNTIL wsrtx GREATER THAN RTP-QTD.

       SOMA-NO-BALDE.
       MOVE RTP-DEPTO(wsrtx) TO wsdepto.
       MOVE "N" TO wsachou.
       MOVE 1 TO wsdix.
       PERFORM PROCURA-DEPTO
           MOVE "S" TO wsachou
       END-IF.
       IF wsachou EQUAL "S"
           IF wsrtx EQUAL RTP-IXPRINC
               ADD 1 TO TEN-FICHAS(wsdix, wsmix)
               ADD 1 TO wsqtdfichas
           END-IF
           ADD RTP-PARTE(wsrtx, 1) TO TEN-BRUTO(wsdix, wsmix)
           ADD RTP-PARTE(wsrtx, 2) TO TEN-INSS(wsdix, wsmix)
           ADD RTP-PARTE(wsrtx, 3) TO TEN-IR(wsdix, wsmix)
           ADD RTP-PARTE(wsrtx, 4) TO TEN-FGTS(wsdix, wsmix)
           ADD RTP-PARTE(wsrtx, 5) TO TEN-LIQ(wsdix, wsmix)
       END-IF.
       ADD 1 TO wsrtx.

       PROCURA-DEPTO.
       IF TEN-DEPTO(wsdix) EQUAL wsdepto

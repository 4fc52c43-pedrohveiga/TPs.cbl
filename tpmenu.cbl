      *              52 (supervisor) lists the journal. OPERADOR.DAT
      *              grew two fields; an old file answers status 39
      *              and must be recreated once via option 19.
      * 15/10/2026 - The second page is full too: option 59 opens a
      *              third page, starting with TP51BCH (banco de
      *              horas - adesao, saldos e extrato mensal).
      * 15/10/2026 - Added TP52RIS (insalubridade/periculosidade laudo
      *              register, supervisor only).
      * 15/10/2026 - Added TP53CRG (cargos e salarios master and the
      *              salary framing report, supervisor only).
      * 15/10/2026 - Added TP54SAL (individual salary change requests;
      *              any operator files, the program itself lets
      *              only a supervisor approve).
      * 15/10/2026 - Added TP55RPA (autonomos e RPA; the remessa it
      *              generates waits for the TP34APR approval).
      * 15/10/2026 - Added TP56SAU (plano de saude - tabela, adesoes,
      *              fatura e conciliacao, supervisor only).
      * 15/10/2026 - Added TP57PRV (previdencia privada - participantes
      *              e remessa ao fundo, supervisor only).
      * 15/10/2026 - Added TP58COM (comissoes - importacao do sistema
      *              comercial, supervisor only).
      * 15/10/2026 - Added TP59ESO (eventos individuais - lote,
      *              retorno e pendencias, supervisor only).
      * 15/10/2026 - Added TP60DOC (documentos CPF/PIS/CTPS e
      *              pendencias antes das declaracoes).
      * 15/10/2026 - Added TP61FRD (verificacao de fraude antes da
      *              aprovacao da remessa, supervisor only).
      * 15/10/2026 - Added TP62ALT (aprovacao das alteracoes de conta
      *              e valor-hora do cadastro, supervisor only).
      * 15/10/2026 - Added TP63FIC (ficha financeira anual).
      * 15/10/2026 - Added TP64LIV (livro de registro de empregados).
      * 15/10/2026 - Added TP65REC (auditoria de recalculo de uma
      *              competencia fechada).
      * 15/10/2026 - Added TP66GUI (controle de vencimento das guias
      *              GPS/DARF/FGTS, alerta diario e guia corrigida).
      * 15/10/2026 - Added TP67FGT (conciliacao do FGTS com o extrato
      *              do banco, diferencas em aberto).
      * 15/10/2026 - Added TP68ORC (orcamento da folha por depto e
      *              relatorio orcado x realizado).
      * 15/10/2026 - Added TP69RAT (rateio do custo do empregado
      *              entre deptos/centros de custo).
      * 15/10/2026 - Added TP70CMP (situacao das competencias e
      *              reabertura de competencia fechada, supervisor
      *              only).
      * 15/10/2026 - Added TP71LGP (relatorio LGPD do titular e
      *              anonimizacao de desligados, supervisor only).
      * 15/10/2026 - Added TP72CSG (repasse do consignado aos credores,
      *              supervisor only).
      * 15/10/2026 - Added TP73SND (sindicatos, oposicoes e guia da
      *              contribuicao sindical, supervisor only).
      * 15/10/2026 - Added TP74ABS (absenteismo por depto).
      * 15/10/2026 - Added TP75TRN (turnover e tempo de casa por depto).
      * 15/10/2026 - Added TP76EST (estorno de ficha confirmada,
      *              supervisor only).
      * 15/10/2026 - Added TP77ETB (estabilidade provisoria).
      * 15/10/2026 - Added TP78CTR (contratos a prazo e estagio -
      *              alertas de vencimento).
      * 15/10/2026 - Added TP79CONV (one-time conversion of the text
      *              register to TP04REGISTRO.DAT, supervisor only).
      * 15/10/2026 - Added TP80VIR (virada de ano dos acumuladores,
      *              supervisor only).
      * 15/10/2026 - Added TP81AUTO (autoatendimento do empregado) and
      *              TP82PIN (PINs do autoatendimento, supervisor only).
      * 15/10/2026 - Option 07 label names the TP05ex2 amortization
      *              tables.
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
         05 LINE 07 COL 05 VALUE "04 - TP03  (tela com navegacao)".
         05 LINE 08 COL 05 VALUE "05 - TP04  (folha completa)".
         05 LINE 09 COL 05 VALUE "06 - TP05ex1 (tabela)".
         05 LINE 10 COL 05 VALUE "07 - TP05ex2 (sequencia/amortiz.)".
         05 LINE 11 COL 05 VALUE "08 - TP05ex3 (calculadora)".
         05 LINE 12 COL 05 VALUE "09 - TP06DISSI (reaj. dissidio)".
         05 LINE 13 COL 05 VALUE "10 - TP07CAD (manut. cadastro)".
         05 LINE 14 COL 43 VALUE "56 - TP48RAIS (censo anual)".
         05 LINE 15 COL 43 VALUE "57 - TP49TEND (tendencia 12 meses)".
         05 LINE 16 COL 43 VALUE "58 - TP50RUB (rubricas fixas)".
         05 LINE 17 COL 43 VALUE "59 - MAIS OPCOES".
         05 LINE 18 COL 43 VALUE "00 - SAIR".
         05 LINE 20 COL 05 VALUE "Digite a opcao: ".
         05 TELA2-OPCAO LINE 20 COL 21 USING wsopcao REQUIRED.

      *----------------------------------------------------------------*
      * Third page of options - opened from option 59 of page 2.
      *----------------------------------------------------------------*
       01 TELA-MENU3.
         05 LINE 02 COL 05 VALUE "Toolkit de folha - pagina 3".
         05 LINE 04 COL 05 VALUE "60 - TP51BCH (banco de horas)".
         05 LINE 05 COL 05 VALUE "61 - TP52RIS (insalubr./periculos.)".
         05 LINE 06 COL 05 VALUE "62 - TP53CRG (cargos e salarios)".
         05 LINE 07 COL 05 VALUE "63 - TP54SAL (alteracao salarial)".
         05 LINE 08 COL 05 VALUE "64 - TP55RPA (autonomos - RPA)".
         05 LINE 09 COL 05 VALUE "65 - TP56SAU (plano de saude)".
         05 LINE 10 COL 05 VALUE "66 - TP57PRV (previdencia priv.)".
         05 LINE 11 COL 05 VALUE "67 - TP58COM (comissoes)".
         05 LINE 12 COL 05 VALUE "68 - TP59ESO (eventos eSocial)".
         05 LINE 13 COL 05 VALUE "69 - TP60DOC (documentos CPF/PIS)".
         05 LINE 14 COL 05 VALUE "70 - TP61FRD (verificacao fraude)".
         05 LINE 15 COL 05 VALUE "71 - TP62ALT (aprovar alteracoes)".
         05 LINE 16 COL 05 VALUE "72 - TP63FIC (ficha financeira)".
         05 LINE 17 COL 05 VALUE "73 - TP64LIV (livro de registro)".
         05 LINE 18 COL 05 VALUE "88 - TP79CONV (converte registro)".
         05 LINE 19 COL 05 VALUE "89 - TP80VIR (virada de ano)".
         05 LINE 04 COL 43 VALUE "74 - TP65REC (auditoria recalculo)".
         05 LINE 05 COL 43 VALUE "75 - TP66GUI (vencimento guias)".
         05 LINE 06 COL 43 VALUE "76 - TP67FGT (conciliacao FGTS)".
         05 LINE 07 COL 43 VALUE "77 - TP68ORC (orcado x realizado)".
         05 LINE 08 COL 43 VALUE "78 - TP69RAT (rateio por depto)".
         05 LINE 09 COL 43 VALUE "79 - TP70CMP (reabre competencia)".
         05 LINE 10 COL 43 VALUE "80 - TP71LGP (LGPD / anonimizar)".
         05 LINE 11 COL 43 VALUE "81 - TP72CSG (repasse consignado)".
         05 LINE 12 COL 43 VALUE "82 - TP73SND (sindicatos)".
         05 LINE 13 COL 43 VALUE "83 - TP74ABS (absenteismo)".
         05 LINE 14 COL 43 VALUE "84 - TP75TRN (turnover)".
         05 LINE 15 COL 43 VALUE "85 - TP76EST (estorno de ficha)".
         05 LINE 16 COL 43 VALUE "86 - TP77ETB (estabilidade)".
         05 LINE 17 COL 43 VALUE "87 - TP78CTR (contratos prazo)".
         05 LINE 18 COL 43 VALUE "90 - TP81AUTO (autoatendimento)".
         05 LINE 19 COL 43 VALUE "91 - TP82PIN (PIN autoatend.)".
         05 LINE 20 COL 43 VALUE "00 - SAIR".
         05 LINE 20 COL 05 VALUE "Digite a opcao: ".
         05 TELA3-OPCAO LINE 20 COL 21 USING wsopcao REQUIRED.

       01 limpatela.
         05 BLANK SCREEN.


           IF (wsopcao = 9 OR wsopcao = 10 OR wsopcao = 14 OR
               wsopcao = 19 OR wsopcao = 29 OR wsopcao = 40 OR
               wsopcao = 44 OR wsopcao = 47 OR wsopcao = 52 OR
               wsopcao = 61 OR wsopcao = 62 OR wsopcao = 65 OR
               wsopcao = 66 OR wsopcao = 67 OR wsopcao = 68 OR
               wsopcao = 70 OR wsopcao = 71 OR wsopcao = 79 OR
               wsopcao = 80 OR wsopcao = 81 OR wsopcao = 82 OR
               wsopcao = 85 OR wsopcao = 88 OR wsopcao = 89 OR
               wsopcao = 91)
               AND wsnivel LESS THAN 2
               DISPLAY " "
               DISPLAY "Opcao restrita ao nivel supervisor."
               END-IF
      *A opcao veio de novo ACCEPT - o crivo de supervisor roda de
      *novo, senao a pagina 2 seria a porta dos fundos do nivel 1
               IF (wsopcao = 9 OR wsopcao = 10 OR wsopcao = 14 OR
                   wsopcao = 19 OR wsopcao = 29 OR wsopcao = 40 OR
                   wsopcao = 44 OR wsopcao = 47 OR wsopcao = 52 OR
                   wsopcao = 61 OR wsopcao = 62 OR wsopcao = 65 OR
                   wsopcao = 66 OR wsopcao = 67 OR wsopcao = 68 OR
                   wsopcao = 70 OR wsopcao = 71 OR wsopcao = 79 OR
                   wsopcao = 80 OR wsopcao = 81 OR wsopcao = 82 OR
                   wsopcao = 85 OR wsopcao = 88 OR wsopcao = 89 OR
                   wsopcao = 91)
                   AND wsnivel LESS THAN 2
                   DISPLAY " "
                   DISPLAY "Opcao restrita ao nivel supervisor."
                   GO TO PRINCIPAL
               END-IF
           END-IF.

           IF wsopcao = 59
               DISPLAY limpatela
               DISPLAY TELA-MENU3
               ACCEPT TELA3-OPCAO
               IF wsopcao = 0
                   MOVE "SIGNOFF" TO wsevento
                   PERFORM GRAVA-SIGNON
                   PERFORM LIMPA-SESSAO
                   DISPLAY " "
                   STOP RUN
               END-IF
               IF (wsopcao = 9 OR wsopcao = 10 OR wsopcao = 14 OR
                   wsopcao = 19 OR wsopcao = 29 OR wsopcao = 40 OR
                   wsopcao = 44 OR wsopcao = 47 OR wsopcao = 52 OR
                   wsopcao = 61 OR wsopcao = 62 OR wsopcao = 65 OR
                   wsopcao = 66 OR wsopcao = 67 OR wsopcao = 68 OR
                   wsopcao = 70 OR wsopcao = 71 OR wsopcao = 79 OR
                   wsopcao = 80 OR wsopcao = 81 OR wsopcao = 82 OR
                   wsopcao = 85 OR wsopcao = 88 OR wsopcao = 89 OR
                   wsopcao = 91)
                   AND wsnivel LESS THAN 2
                   DISPLAY " "
                   DISPLAY "Opcao restrita ao nivel supervisor."
                   GO TO PRINCIPAL
               MOVE "TP50RUB" TO wsprograma
           END-IF.

           IF wsopcao = 60
               MOVE "TP51BCH" TO wsprograma
           END-IF.

           IF wsopcao = 61
               MOVE "TP52RIS" TO wsprograma
           END-IF.

           IF wsopcao = 62
               MOVE "TP53CRG" TO wsprograma
           END-IF.

           IF wsopcao = 63
               MOVE "TP54SAL" TO wsprograma
           END-IF.

           IF wsopcao = 64
               MOVE "TP55RPA" TO wsprograma
           END-IF.

           IF wsopcao = 65
               MOVE "TP56SAU" TO wsprograma
           END-IF.

           IF wsopcao = 66
               MOVE "TP57PRV" TO wsprograma
           END-IF.

           IF wsopcao = 67
               MOVE "TP58COM" TO wsprograma
           END-IF.

           IF wsopcao = 68
               MOVE "TP59ESO" TO wsprograma
           END-IF.

           IF wsopcao = 69
               MOVE "TP60DOC" TO wsprograma
           END-IF.

           IF wsopcao = 70
               MOVE "TP61FRD" TO wsprograma
           END-IF.

           IF wsopcao = 71
               MOVE "TP62ALT" TO wsprograma
           END-IF.

           IF wsopcao = 72
               MOVE "TP63FIC" TO wsprograma
           END-IF.

           IF wsopcao = 73
               MOVE "TP64LIV" TO wsprograma
           END-IF.

           IF wsopcao = 74
               MOVE "TP65REC" TO wsprograma
           END-IF.

           IF wsopcao = 75
               MOVE "TP66GUI" TO wsprograma
           END-IF.

           IF wsopcao = 76
               MOVE "TP67FGT" TO wsprograma
           END-IF.

           IF wsopcao = 77
               MOVE "TP68ORC" TO wsprograma
           END-IF.
           IF wsopcao = 78
               MOVE "TP69RAT" TO wsprograma
           END-IF.
           IF wsopcao = 79
               MOVE "TP70CMP" TO wsprograma
           END-IF.
           IF wsopcao = 80
               MOVE "TP71LGP" TO wsprograma
           END-IF.
           IF wsopcao = 81
               MOVE "TP72CSG" TO wsprograma
           END-IF.
           IF wsopcao = 82
               MOVE "TP73SND" TO wsprograma
           END-IF.
           IF wsopcao = 83
               MOVE "TP74ABS" TO wsprograma
           END-IF.
           IF wsopcao = 84
               MOVE "TP75TRN" TO wsprograma
           END-IF.
           IF wsopcao = 85
               MOVE "TP76EST" TO wsprograma
           END-IF.
           IF wsopcao = 86
               MOVE "TP77ETB" TO wsprograma
           END-IF.
           IF wsopcao = 87
               MOVE "TP78CTR" TO wsprograma
           END-IF.
           IF wsopcao = 88
               MOVE "TP79CONV" TO wsprograma
           END-IF.
           IF wsopcao = 89
               MOVE "TP80VIR" TO wsprograma
           END-IF.
           IF wsopcao = 90
               MOVE "TP81AUTO" TO wsprograma
           END-IF.
           IF wsopcao = 91
               MOVE "TP82PIN" TO wsprograma
           END-IF.

           IF wsprograma EQUAL SPACES
               DISPLAY " "
               DISPLAY "Opcao invalida."

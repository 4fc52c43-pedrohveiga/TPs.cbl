      ******************************************************************
      * Author: Pedro Veiga
      * Purpose: Shared parameter area for the TPFAIXAS bracket
      *          engine: FX-TIPO "I" (INSS), "R" (IRRF) or "C" (INSS
      *          do contribuinte individual, 11% ate o teto), FX-BASE
      *          the amount to tax, FX-VALOR the tax returned and
      *          FX-RC zero on success / 1 when no bracket matched.
      *          FX-COMPET (MM/AAAA) names the competencia being

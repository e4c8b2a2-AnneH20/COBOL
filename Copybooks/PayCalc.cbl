      * cap) and gets the three withholding amounts back.
      *
      * The per-allowance shelter amount, the married-filing-jointly
      * federal factor, the supplemental flat rate, and the
      * social-security wage base live HERE, from the withholding
      * tables Finance issues each year.
      *
      * A filing status of 'X' asks for supplemental-wage treatment
      * (the Payroll-18 off-cycle run's bonuses and final checks):
      * federal at the flat supplemental rate on the whole amount,
      * no allowance shelter, no married factor, and no elected
      * extra withholding; state at the rate passed, also on the
      * whole amount. FICA is the same either way.

       identification division.
       program-id. PayCalc.
       77  nAllowanceAmtEach   pic 99v99           value 80.00.
       77  nMarriedFedFactor   pic 9v99            value 0.85.
       77  nFicaWageBase       pic 9(7)v99         value 176100.00.
       77  nSupplementalPct    pic 99v999          value 22.000.

       77  nTaxableGross       pic s9(7)v99        value 0.
       77  nEmpFedRatePct      pic 99v999          value 0.

       procedure division using xPayCalcArea.
       000-main.
           if xPcFilingStatus = "X"
               perform 150-supplemental
           else
               perform 100-fed-and-state
           end-if.
           perform 200-fica.
           goback.

           compute nPcStateAmt rounded =
               nTaxableGross * nPcStateRatePct / 100.

      * Supplemental wages paid apart from the regular check: the
      * flat federal rate on every dollar, and the state rate on
      * every dollar -- no shelter, no W-4 adjustments.
       150-supplemental.
           compute nPcFedAmt rounded =
               nPcGross * nSupplementalPct / 100.
           compute nPcStateAmt rounded =
               nPcGross * nPcStateRatePct / 100.

      * FICA applies to full gross only until the year's wages reach
      * the wage base; the check that straddles it is taxed on just
      * the room left under the base, and past it nothing is

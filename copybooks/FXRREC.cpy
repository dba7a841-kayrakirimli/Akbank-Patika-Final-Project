      *----------------------------------------------------------
      *    FXRREC - EXCHANGE-RATE RECORD LAYOUT FOR FXRTAB
      *    SHARED BY PBEGIDX (CONVERTER), PBEGFXM (MAINTENANCE),
      *    PBEGFEE (CHARGE CONVERSION), PBEGFXV (MONTH-END
      *    REVALUATION) AND PBEGRIC (INTEGRITY SWEEP)
      *
      *    ONE RECORD PER CURRENCY PER EFFECTIVE DATE, KEYED SO A
      *    FORWARD BROWSE FROM (CURRENCY, ZERO DATE) VISITS THE

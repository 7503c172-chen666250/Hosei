      *> with reason 'SIGN'; a 'C' that matches no posted debit on
      *> the processed history rejects with reason 'RVSL'.
      *>
      *> PRT-EX-CURRENCY is the ISO 4217 code of the currency the
      *> region billed in.  Spaces means the base currency: the
      *> amount is in PRT-EX-AMOUNT and is posted as sent.  Any other
      *> code means the amount is in PRT-EX-ORIG-AMOUNT (same form as
      *> PRT-EX-AMOUNT), PRT-EX-AMOUNT is not used and should be
      *> zero, and program 123 converts the amount to base currency
      *> at the day's rate on the FXRATE file (loaded by PGM148).  A
      *> code not on the rate file rejects with reason 'CURR'; a code
      *> with no rate for the run date rejects with reason 'FXRT'.
      *>
      *> MODIFICATION HISTORY
      *>   2026-08-22  CHEN  Initial version.
      *>   2026-09-01  CHEN  PRT-EX-SIGN debit/credit indicator
      *>                     carved out of the filler so regions can
      *>                     send reversals instead of finance
      *>                     journalling corrections by hand.
      *>   2026-10-15  CHEN  PRT-EX-CURRENCY and PRT-EX-ORIG-AMOUNT
      *>                     carved out of the filler so regions
      *>                     billing in foreign currency send the
      *>                     amount as billed and program 123
      *>                     converts it at one rate for all.
      *>--------------------------------------------------------------*>
    05  PRT-EX-DATE        PIC 9(8).
    05  PRT-EX-REGION      PIC X(2).
    05  PRT-EX-SIGN        PIC X(1).
        88  PRT-EX-DEBIT            VALUES 'D' ' '.
        88  PRT-EX-CREDIT           VALUE 'C'.
    05  PRT-EX-CURRENCY    PIC X(3).
    05  PRT-EX-ORIG-AMOUNT PIC 9(9)V99.
    05  PRT-EX-FILLER      PIC X(34).

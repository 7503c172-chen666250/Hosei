      *>--------------------------------------------------------------*>
      *> FXRATE - layout of the 80-byte exchange rate KSDS record
      *> (PROD.FX.RATES, DD FXRATE), keyed on FXR-CURRENCY.  Loaded
      *> each business day by PGM148 from the treasury rate file
      *> before program 123 runs; read by program 123 to convert
      *> foreign-currency details to base currency.  Copy under an
      *> 01 of the including program's choosing, e.g.
      *>
      *>     FD  PRT-FX-RATE RECORD CONTAINS 80 CHARACTERS.
      *>     01  PRT-FX-RATE-REC.
      *>         COPY FXRATE.
      *>
      *> The file is also the list of currencies the system knows: a
      *> code that has never been quoted on the rate file is unknown
      *> and its details reject with reason 'CURR'.
      *>
      *> FXR-RATE is the number of base currency units one unit of
      *> FXR-CURRENCY buys, to six decimal places, as quoted for
      *> FXR-RATE-DATE.  A detail is only converted with a rate
      *> dated its run date; otherwise it rejects with reason 'FXRT'.
      *> The base currency's own record (FXR-BASE) always carries a
      *> rate of 1.000000.  FXR-PRIOR-DATE/FXR-PRIOR-RATE keep the
      *> previous day's quote for the rate load report.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>--------------------------------------------------------------*>
    05  FXR-CURRENCY           PIC X(3).
    05  FXR-BASE-SW            PIC X(1).
        88  FXR-BASE                    VALUE 'Y'.
        88  FXR-FOREIGN                 VALUE 'N'.
    05  FXR-RATE-DATE          PIC 9(8).
    05  FXR-RATE               PIC 9(5)V9(6).
    05  FXR-PRIOR-DATE         PIC 9(8).
    05  FXR-PRIOR-RATE         PIC 9(5)V9(6).
    05  FXR-ADDED-DATE         PIC 9(8).
    05  FXR-FILLER             PIC X(30).

      *> For each selection the history is read in key order from
      *> the from-date and a formatted line is printed per matching
      *> entry: the business key (record date, region, account,
      *> amount, sign), the currency, the posted date, and how
      *> many days remain until the entry ages off (posted date +
      *> retain days - today; 'DUE' when it is already past).  A
      *> totals line per selection carries the entries matched, the
      *> net amount and the foreign entries matched.  The amount on
      *> a foreign-currency entry is the amount as billed, so it is
      *> kept out of the net amount, which is base currency only.
      *>
      *> Read-only against the history.  Return codes: 0 = done
      *> (matching nothing is not an error), 16 = did not finish.
      *>
      *> MODIFICATION HISTORY
      *>   2026-09-01  CHEN  Initial version.
      *>   2026-10-15  CHEN  Currency column (HIST-CURRENCY, blank =
      *>                     base).  Foreign entries are counted on
      *>                     the totals line and left out of the net
      *>                     amount, which is now base currency only.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "136".
        10  HIST-AMOUNT    PIC 9(9)V99.
        10  HIST-SIGN      PIC X(1).
    05  HIST-POSTED-DATE   PIC 9(8).
    05  HIST-CURRENCY      PIC X(3).
    05  HIST-FILLER        PIC X(37).

FD  HST-REPORT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

01  HST-COUNTERS.
    05  HST-CARD-COUNT     PIC 9(3) VALUE ZERO.
    05  HST-MATCH-COUNT    PIC 9(7) VALUE ZERO.
    05  HST-FOREIGN-COUNT  PIC 9(7) VALUE ZERO.
    05  HST-NET-AMOUNT     PIC S9(15)V99 VALUE ZERO COMP-3.

01  YYYYMMDD          PIC 9(8).
01  HST-HEADING-2.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(44)  VALUE
        'REC DATE  RG  ACCOUNT          AMOUNT  S  CU'.
    05  FILLER   PIC X(44)  VALUE
        'R  POSTED    AGE-OFF                        '.
    05  FILLER   PIC X(44)  VALUE SPACES.

01  HST-DETAIL-LINE.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-SIGN          PIC X(1).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-CURRENCY      PIC X(3).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-POSTED        PIC 9(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-AGE-OFF       PIC X(8).
    05  FILLER            PIC X(66) VALUE SPACES.

01  HST-TOTAL-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  TOT-MATCHED       PIC ZZZZZZ9.
    05  FILLER            PIC X(13) VALUE '  NET AMOUNT '.
    05  TOT-NET-AMOUNT    PIC Z(14)9.99-.
    05  FILLER            PIC X(19) VALUE '  FOREIGN ENTRIES  '.
    05  TOT-FOREIGN       PIC ZZZZZZ9.
    05  FILLER            PIC X(48) VALUE SPACES.

01  HST-BLANK-LINE        PIC X(133) VALUE SPACES.

    PERFORM  B100-EDIT-SELECTION THRU B100-EXIT
    PERFORM  B200-PRINT-SELECTION-HEAD THRU B200-EXIT
    MOVE     ZERO  TO HST-MATCH-COUNT
    MOVE     ZERO  TO HST-FOREIGN-COUNT
    MOVE     ZERO  TO HST-NET-AMOUNT
    PERFORM  C000-START-SWEEP THRU C000-EXIT
    PERFORM  C100-SWEEP-HISTORY THRU C100-EXIT
B300-PRINT-SELECTION-TOTAL.
    MOVE     HST-MATCH-COUNT  TO TOT-MATCHED
    MOVE     HST-NET-AMOUNT   TO TOT-NET-AMOUNT
    MOVE     HST-FOREIGN-COUNT  TO TOT-FOREIGN
    WRITE    HST-REPORT-REC FROM HST-TOTAL-LINE.
B300-EXIT.
    EXIT.

C200-PRINT-HISTORY-LINE.
    ADD      1  TO HST-MATCH-COUNT
    IF       HIST-CURRENCY NOT = SPACES
         AND HIST-CURRENCY NOT = LOW-VALUES
        ADD      1  TO HST-FOREIGN-COUNT
    ELSE
        IF       HIST-SIGN = 'C'
            SUBTRACT HIST-AMOUNT FROM HST-NET-AMOUNT
        ELSE
            ADD      HIST-AMOUNT  TO HST-NET-AMOUNT
        END-IF
    END-IF
    MOVE     HIST-REC-DATE  TO DET-REC-DATE
    MOVE     HIST-REGION    TO DET-REGION
    MOVE     HIST-ACCOUNT   TO DET-ACCOUNT
    MOVE     HIST-AMOUNT    TO DET-AMOUNT
    MOVE     HIST-SIGN      TO DET-SIGN
    MOVE     HIST-CURRENCY  TO DET-CURRENCY
    MOVE     HIST-POSTED-DATE  TO DET-POSTED
    IF       HIST-POSTED-DATE NUMERIC AND HIST-POSTED-DATE > 0
        MOVE     FUNCTION INTEGER-OF-DATE (HIST-POSTED-DATE)

      *>                     amounts and the report edits.  A net
      *>                     credit month posts negative instead of
      *>                     being impossible to represent.
      *>   2026-10-15  CHEN  Backed-out days.  A PGM142 reversal
      *>                     record (SUM-REC-KIND 'R', carved from
      *>                     SUM-FILLER) takes its region's count
      *>                     and amount for that run date back off
      *>                     the month wherever its generation sits
      *>                     in the concatenation; it is not a run
      *>                     day and is exempt from the order and
      *>                     duplicate checks.  A reversal larger
      *>                     than what the month holds for the
      *>                     region fails the month.  Once a (date,
      *>                     region) has been reversed, one later
      *>                     generation for the same pair - the
      *>                     corrected re-send - is accepted out of
      *>                     order as its replacement.  The report
      *>                     counts both.
      *>   2026-10-15  CHEN  Foreign currency.  A PRTSUM record with
      *>                     a non-blank SUM-CURRENCY restates the
      *>                     foreign part of its region's day (count,
      *>                     base amount, original amount).  These
      *>                     are totalled by region and currency,
      *>                     kept out of the run-day, order and
      *>                     duplicate checks and out of the region
      *>                     totals (which stay in base currency),
      *>                     and posted as a 'C' entry after their
      *>                     region's 'D' entry; the trailer carries
      *>                     the 'C' entry count.  A region's
      *>                     foreign count may not exceed its total.
      *>   2026-10-15  CHEN  Region tables widened to 20 regions plus
      *>                     the '**' overflow entry, in line with
      *>                     the region master.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "130".
    05  SUM-REC-COUNT      PIC 9(7).
    05  SUM-AMOUNT         PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  SUM-REC-KIND       PIC X(1).
        88  SUM-REVERSAL            VALUE 'R'.
    05  SUM-CURRENCY       PIC X(3).
    05  SUM-ORIG-AMOUNT    PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  SUM-FILLER         PIC X(27).

FD  GL-POST  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

        88  GLP-HEADER-REC          VALUE 'H'.
        88  GLP-DETAIL-REC          VALUE 'D'.
        88  GLP-TRAILER-REC         VALUE 'T'.
        88  GLP-CURRENCY-REC        VALUE 'C'.
    05  FILLER         PIC X(79) VALUE SPACES.

01  GL-POST-HDR  REDEFINES GL-POST-REC.
    05  GLT-ENTRY-COUNT    PIC 9(3).
    05  GLT-GRAND-AMOUNT   PIC S9(15)V99
                           SIGN IS LEADING SEPARATE.
    05  GLT-CURRENCY-COUNT PIC 9(3).
    05  FILLER             PIC X(49).

01  GL-POST-CUR  REDEFINES GL-POST-REC.
    05  GLX-REC-TYPE       PIC X(1).
    05  GLX-POST-DATE      PIC 9(8).
    05  GLX-REGION         PIC X(2).
    05  GLX-CURRENCY       PIC X(3).
    05  GLX-REC-COUNT      PIC 9(7).
    05  GLX-AMOUNT         PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  GLX-ORIG-AMOUNT    PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  FILLER             PIC X(27).

FD  GL-REPORT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

    05  GL-RECS-READ       PIC 9(7) VALUE ZERO.
    05  GL-DAY-COUNT       PIC 9(3) VALUE ZERO.
    05  GL-ENTRY-COUNT     PIC 9(3) VALUE ZERO.
    05  GL-REVERSAL-COUNT  PIC 9(3) VALUE ZERO.
    05  GL-REPLACE-COUNT   PIC 9(3) VALUE ZERO.
    05  GL-CUR-ENTRY-COUNT PIC 9(3) VALUE ZERO.
    05  GL-CUR-RECS-READ   PIC 9(7) VALUE ZERO.

01  YYYYMMDD          PIC 9(8).

    05  GL-GRAND-COUNT       PIC 9(9)     VALUE ZERO.

01  GL-SUM-TABLE.
    05  GL-SUM-ENTRY  OCCURS 21 TIMES.
        10  GLS-REGION       PIC X(2).
        10  GLS-COUNT        PIC 9(9).
        10  GLS-AMOUNT       PIC S9(15)V99 COMP-3.
    88  GL-SUM-NOT-FOUND             VALUE 'N'.
01  GL-SUM-WORK-REGION      PIC X(2) VALUE SPACES.

01  GL-CUR-TABLE.
    05  GL-CUR-ENTRY  OCCURS 30 TIMES.
        10  GLF-REGION       PIC X(2).
        10  GLF-CURRENCY     PIC X(3).
        10  GLF-COUNT        PIC 9(9).
        10  GLF-AMOUNT       PIC S9(15)V99 COMP-3.
        10  GLF-ORIG         PIC S9(15)V99 COMP-3.
01  GL-CUR-USED             PIC 9(2) VALUE ZERO.
01  GL-CUR-SUB              PIC 9(2) VALUE ZERO COMP.
01  GL-CUR-FOUND-SWITCH     PIC X(1) VALUE 'N'.
    88  GL-CUR-FOUND                 VALUE 'Y'.
    88  GL-CUR-NOT-FOUND             VALUE 'N'.
01  GL-CUR-WORK-CURRENCY    PIC X(3) VALUE SPACES.
01  GL-CUR-REGION-COUNT     PIC 9(9) VALUE ZERO.

01  GL-DAY-REGIONS.
    05  GL-DAY-REGION  OCCURS 21 TIMES  PIC X(2).
01  GL-DAY-REGION-USED      PIC 9(2) VALUE ZERO.
01  GL-DAY-SUB              PIC 9(2) VALUE ZERO COMP.
01  GL-DAY-DUP-SWITCH       PIC X(1) VALUE 'N'.
    88  GL-DAY-REGION-DUP             VALUE 'Y'.
    88  GL-DAY-REGION-NEW             VALUE 'N'.

01  GL-REVERSED-DAYS.
    05  GL-REV-ENTRY  OCCURS 20 TIMES.
        10  GLR-RUN-DATE     PIC 9(8).
        10  GLR-REGION       PIC X(2).
        10  GLR-REPLACED-SW  PIC X(1).
            88  GLR-REPLACED            VALUE 'Y'.
            88  GLR-NOT-REPLACED        VALUE 'N'.
01  GL-REV-USED             PIC 9(2) VALUE ZERO.
01  GL-REV-SUB              PIC 9(2) VALUE ZERO COMP.
01  GL-REV-MATCH-SWITCH     PIC X(1) VALUE 'N'.
    88  GL-REV-MATCHED               VALUE 'Y'.
    88  GL-REV-NOT-MATCHED           VALUE 'N'.

01  GL-HEADING-1.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(40)  VALUE
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(44)  VALUE
        'REGION      RECORDS              AMOUNT     '.
    05  FILLER   PIC X(16)  VALUE '        ORIGINAL'.
    05  FILLER   PIC X(72)  VALUE SPACES.

01  GL-DETAIL-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  DET-AMOUNT        PIC Z(14)9.99-.
    05  FILLER            PIC X(102) VALUE SPACES.

01  GL-CURRENCY-LINE.
    05  FILLER            PIC X(3)  VALUE SPACES.
    05  CUR-CURRENCY      PIC X(3).
    05  FILLER            PIC X(3)  VALUE SPACES.
    05  CUR-REC-COUNT     PIC Z(8)9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  CUR-AMOUNT        PIC Z(14)9.99-.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  CUR-ORIG-AMOUNT   PIC Z(14)9.99-.
    05  FILLER            PIC X(73) VALUE SPACES.

01  GL-SUMMARY-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  SUM-LABEL         PIC X(34) VALUE SPACES.
    IF       SUM-RUN-DATE NOT NUMERIC
          OR SUM-REC-COUNT NOT NUMERIC
          OR SUM-AMOUNT NOT NUMERIC
          OR (SUM-CURRENCY NOT = SPACES
              AND SUM-ORIG-AMOUNT NOT NUMERIC)
        DISPLAY  'PGM130 - NON-NUMERIC SUMMARY RECORD '
                 GL-RECS-READ ' ON SUMIN'
        SET      GL-MONTH-FAILED  TO TRUE
        SET      GL-MONTH-FAILED  TO TRUE
        GO TO B000-EXIT
    END-IF
    IF       SUM-CURRENCY NOT = SPACES
        PERFORM  H000-ADD-TO-CURRENCY THRU H000-EXIT
        GO TO B000-EXIT
    END-IF
    IF       SUM-REVERSAL
        PERFORM  E000-APPLY-REVERSAL THRU E000-EXIT
        GO TO B000-EXIT
    END-IF
    PERFORM  E200-CHECK-REPLACEMENT THRU E200-EXIT
    IF       GL-REV-MATCHED
        ADD      1  TO GL-REPLACE-COUNT
        PERFORM  D000-ADD-TO-REGION THRU D000-EXIT
        ADD      SUM-AMOUNT     TO GL-DAILY-AMOUNT
        ADD      SUM-REC-COUNT  TO GL-GRAND-COUNT
        GO TO B000-EXIT
    END-IF
    IF       SUM-RUN-DATE NOT = GL-CURRENT-DATE
        PERFORM  C000-START-NEW-DAY THRU C000-EXIT
    END-IF
    IF       GL-DAY-REGION-DUP
        GO TO    C100-EXIT
    END-IF
    IF       GL-DAY-REGION-USED < 21
        ADD      1  TO GL-DAY-REGION-USED
        MOVE     SUM-REGION  TO GL-DAY-REGION (GL-DAY-REGION-USED)
    END-IF.
    IF       GL-SUM-FOUND
        GO TO    D050-EXIT
    END-IF
    IF       GL-SUM-USED < 20
        ADD      1  TO GL-SUM-USED
        MOVE     GL-SUM-USED         TO GL-SUM-SUB
        MOVE     GL-SUM-WORK-REGION  TO GLS-REGION (GL-SUM-SUB)
        MOVE     ZERO  TO GLS-COUNT (GL-SUM-SUB)
        MOVE     ZERO  TO GLS-AMOUNT (GL-SUM-SUB)
    ELSE
        DISPLAY  'PGM130 - MORE THAN 20 REGION CODES ON SUMIN, '
                 'REGION ' GL-SUM-WORK-REGION
                 ' POSTED UNDER **'
        PERFORM  D070-USE-OVERFLOW-ENTRY THRU D070-EXIT
    EXIT.

D070-USE-OVERFLOW-ENTRY.
    MOVE     21    TO GL-SUM-SUB
    MOVE     '**'  TO GLS-REGION (GL-SUM-SUB)
    IF       GL-SUM-USED < 21
        MOVE     21  TO GL-SUM-USED
    END-IF.
D070-EXIT.
    EXIT.
D100-EXIT.
    EXIT.

E000-APPLY-REVERSAL.
    ADD      1  TO GL-REVERSAL-COUNT
    MOVE     SUM-REGION  TO GL-SUM-WORK-REGION
    PERFORM  D050-LOCATE-SUM-ENTRY THRU D050-EXIT
    IF       SUM-REC-COUNT > GLS-COUNT (GL-SUM-SUB)
          OR SUM-REC-COUNT > GL-GRAND-COUNT
        DISPLAY  'PGM130 - REVERSAL OF ' SUM-REC-COUNT
                 ' RECORDS FOR REGION ' SUM-REGION
                 ' RUN DATE ' SUM-RUN-DATE
                 ' IS MORE THAN THE MONTH HOLDS FOR THE REGION'
        SET      GL-MONTH-FAILED  TO TRUE
        GO TO    E000-EXIT
    END-IF
    SUBTRACT SUM-REC-COUNT  FROM GLS-COUNT (GL-SUM-SUB)
    ADD      SUM-AMOUNT     TO GLS-AMOUNT (GL-SUM-SUB)
    SUBTRACT SUM-REC-COUNT  FROM GL-GRAND-COUNT
    ADD      SUM-AMOUNT     TO GL-DAILY-AMOUNT
    IF       GL-REV-USED < 20
        ADD      1  TO GL-REV-USED
        MOVE     SUM-RUN-DATE  TO GLR-RUN-DATE (GL-REV-USED)
        MOVE     SUM-REGION    TO GLR-REGION (GL-REV-USED)
        SET      GLR-NOT-REPLACED (GL-REV-USED)  TO TRUE
    ELSE
        DISPLAY  'PGM130 - MORE THAN 20 REVERSALS IN THE MONTH, '
                 'REGION ' SUM-REGION ' RUN DATE ' SUM-RUN-DATE
                 ' CANNOT ACCEPT A REPLACEMENT'
    END-IF.
E000-EXIT.
    EXIT.

E200-CHECK-REPLACEMENT.
    SET      GL-REV-NOT-MATCHED  TO TRUE
    MOVE     ZERO  TO GL-REV-SUB
    PERFORM  E250-SCAN-REVERSALS THRU E250-EXIT
        UNTIL GL-REV-MATCHED OR GL-REV-SUB >= GL-REV-USED
    IF       GL-REV-MATCHED
        SET      GLR-REPLACED (GL-REV-SUB)  TO TRUE
    END-IF.
E200-EXIT.
    EXIT.

E250-SCAN-REVERSALS.
    ADD      1  TO GL-REV-SUB
    IF       GLR-RUN-DATE (GL-REV-SUB) = SUM-RUN-DATE
         AND GLR-REGION (GL-REV-SUB) = SUM-REGION
         AND GLR-NOT-REPLACED (GL-REV-SUB)
        SET      GL-REV-MATCHED  TO TRUE
    END-IF.
E250-EXIT.
    EXIT.

H000-ADD-TO-CURRENCY.
    ADD      1  TO GL-CUR-RECS-READ
    MOVE     SUM-REGION    TO GL-SUM-WORK-REGION
    PERFORM  D050-LOCATE-SUM-ENTRY THRU D050-EXIT
    MOVE     SUM-CURRENCY  TO GL-CUR-WORK-CURRENCY
    PERFORM  H100-LOCATE-CUR-ENTRY THRU H100-EXIT
    IF       NOT SUM-REVERSAL
        ADD      SUM-REC-COUNT    TO GLF-COUNT (GL-CUR-SUB)
        ADD      SUM-AMOUNT       TO GLF-AMOUNT (GL-CUR-SUB)
        ADD      SUM-ORIG-AMOUNT  TO GLF-ORIG (GL-CUR-SUB)
        GO TO    H000-EXIT
    END-IF
    IF       SUM-REC-COUNT > GLF-COUNT (GL-CUR-SUB)
        DISPLAY  'PGM130 - REVERSAL OF ' SUM-REC-COUNT
                 ' RECORDS FOR REGION ' SUM-REGION
                 ' CURRENCY ' SUM-CURRENCY
                 ' RUN DATE ' SUM-RUN-DATE
                 ' IS MORE THAN THE MONTH HOLDS FOR THE CURRENCY'
        SET      GL-MONTH-FAILED  TO TRUE
        GO TO    H000-EXIT
    END-IF
    SUBTRACT SUM-REC-COUNT    FROM GLF-COUNT (GL-CUR-SUB)
    ADD      SUM-AMOUNT       TO GLF-AMOUNT (GL-CUR-SUB)
    ADD      SUM-ORIG-AMOUNT  TO GLF-ORIG (GL-CUR-SUB).
H000-EXIT.
    EXIT.

H100-LOCATE-CUR-ENTRY.
    SET      GL-CUR-NOT-FOUND  TO TRUE
    MOVE     ZERO  TO GL-CUR-SUB
    PERFORM  H150-SCAN-CUR-TABLE THRU H150-EXIT
        UNTIL GL-CUR-FOUND OR GL-CUR-SUB >= GL-CUR-USED
    IF       GL-CUR-FOUND
        GO TO    H100-EXIT
    END-IF
    IF       GL-CUR-USED < 29
        ADD      1  TO GL-CUR-USED
        MOVE     GL-CUR-USED  TO GL-CUR-SUB
        MOVE     GLS-REGION (GL-SUM-SUB)  TO GLF-REGION (GL-CUR-SUB)
        MOVE     GL-CUR-WORK-CURRENCY     TO GLF-CURRENCY (GL-CUR-SUB)
        MOVE     ZERO  TO GLF-COUNT (GL-CUR-SUB)
        MOVE     ZERO  TO GLF-AMOUNT (GL-CUR-SUB)
        MOVE     ZERO  TO GLF-ORIG (GL-CUR-SUB)
    ELSE
        DISPLAY  'PGM130 - MORE THAN 29 REGION/CURRENCY TOTALS ON '
                 'SUMIN, REGION ' GLS-REGION (GL-SUM-SUB)
                 ' CURRENCY ' GL-CUR-WORK-CURRENCY
                 ' POSTED UNDER ** ***'
        MOVE     30     TO GL-CUR-SUB
        MOVE     '**'   TO GLF-REGION (GL-CUR-SUB)
        MOVE     '***'  TO GLF-CURRENCY (GL-CUR-SUB)
        MOVE     30     TO GL-CUR-USED
    END-IF.
H100-EXIT.
    EXIT.

H150-SCAN-CUR-TABLE.
    ADD      1  TO GL-CUR-SUB
    IF       GLF-REGION (GL-CUR-SUB) = GLS-REGION (GL-SUM-SUB)
         AND GLF-CURRENCY (GL-CUR-SUB) = GL-CUR-WORK-CURRENCY
        SET      GL-CUR-FOUND  TO TRUE
    END-IF.
H150-EXIT.
    EXIT.

F000-VERIFY-MONTH.
    IF       GL-RECS-READ = 0
        DISPLAY  'PGM130 - NO SUMMARY RECORDS ON SUMIN'
        DISPLAY  'PGM130 - REGION TOTALS DO NOT PROVE AGAINST THE '
                 'DAILY FIGURES'
        SET      GL-MONTH-FAILED  TO TRUE
    END-IF
    PERFORM  F200-PROVE-CUR-REGION THRU F200-EXIT
        VARYING GL-SUM-SUB FROM 1 BY 1
        UNTIL GL-SUM-SUB > GL-SUM-USED.
F000-EXIT.
    EXIT.

F100-EXIT.
    EXIT.

F200-PROVE-CUR-REGION.
    MOVE     ZERO  TO GL-CUR-REGION-COUNT
    PERFORM  F250-ADD-CUR-COUNT THRU F250-EXIT
        VARYING GL-CUR-SUB FROM 1 BY 1
        UNTIL GL-CUR-SUB > GL-CUR-USED
    IF       GL-CUR-REGION-COUNT > GLS-COUNT (GL-SUM-SUB)
        DISPLAY  'PGM130 - REGION ' GLS-REGION (GL-SUM-SUB)
                 ' HAS ' GL-CUR-REGION-COUNT
                 ' FOREIGN CURRENCY RECORDS BUT ONLY '
                 GLS-COUNT (GL-SUM-SUB) ' RECORDS IN ALL'
        SET      GL-MONTH-FAILED  TO TRUE
    END-IF.
F200-EXIT.
    EXIT.

F250-ADD-CUR-COUNT.
    IF       GLF-REGION (GL-CUR-SUB) = GLS-REGION (GL-SUM-SUB)
        ADD      GLF-COUNT (GL-CUR-SUB)  TO GL-CUR-REGION-COUNT
    END-IF.
F250-EXIT.
    EXIT.

G800-CLEAR-SUM-TABLE.
    MOVE     ZERO  TO GL-SUM-USED
    PERFORM  G850-CLEAR-SUM-ENTRY THRU G850-EXIT
        VARYING GL-SUM-SUB FROM 1 BY 1
        UNTIL GL-SUM-SUB > 21
    MOVE     ZERO  TO GL-CUR-USED
    PERFORM  G870-CLEAR-CUR-ENTRY THRU G870-EXIT
        VARYING GL-CUR-SUB FROM 1 BY 1
        UNTIL GL-CUR-SUB > 30.
G800-EXIT.
    EXIT.

G850-EXIT.
    EXIT.

G870-CLEAR-CUR-ENTRY.
    MOVE     SPACES  TO GLF-REGION (GL-CUR-SUB)
    MOVE     SPACES  TO GLF-CURRENCY (GL-CUR-SUB)
    MOVE     ZERO    TO GLF-COUNT (GL-CUR-SUB)
    MOVE     ZERO    TO GLF-AMOUNT (GL-CUR-SUB)
    MOVE     ZERO    TO GLF-ORIG (GL-CUR-SUB).
G870-EXIT.
    EXIT.

G900-WRITE-POSTING-ENTRY.
    IF       GLS-COUNT (GL-SUM-SUB) = 0
        GO TO    G900-EXIT
    MOVE     GLS-REGION (GL-SUM-SUB)  TO DET-REGION
    MOVE     GLS-COUNT (GL-SUM-SUB)   TO DET-REC-COUNT
    MOVE     GLS-AMOUNT (GL-SUM-SUB)  TO DET-AMOUNT
    WRITE    GL-REPORT-REC FROM GL-DETAIL-LINE
    PERFORM  G950-WRITE-CURRENCY-ENTRY THRU G950-EXIT
        VARYING GL-CUR-SUB FROM 1 BY 1
        UNTIL GL-CUR-SUB > GL-CUR-USED.
G900-EXIT.
    EXIT.

G950-WRITE-CURRENCY-ENTRY.
    IF       GLF-REGION (GL-CUR-SUB) NOT = GLS-REGION (GL-SUM-SUB)
          OR GLF-COUNT (GL-CUR-SUB) = 0
        GO TO    G950-EXIT
    END-IF
    MOVE     SPACES            TO GL-POST-REC
    SET      GLP-CURRENCY-REC  TO TRUE
    MOVE     GL-LAST-RUN-DATE  TO GLX-POST-DATE
    MOVE     GLF-REGION (GL-CUR-SUB)    TO GLX-REGION
    MOVE     GLF-CURRENCY (GL-CUR-SUB)  TO GLX-CURRENCY
    MOVE     GLF-COUNT (GL-CUR-SUB)     TO GLX-REC-COUNT
    MOVE     GLF-AMOUNT (GL-CUR-SUB)    TO GLX-AMOUNT
    MOVE     GLF-ORIG (GL-CUR-SUB)      TO GLX-ORIG-AMOUNT
    WRITE    GL-POST-REC
    ADD      1  TO GL-CUR-ENTRY-COUNT
    MOVE     GLF-CURRENCY (GL-CUR-SUB)  TO CUR-CURRENCY
    MOVE     GLF-COUNT (GL-CUR-SUB)     TO CUR-REC-COUNT
    MOVE     GLF-AMOUNT (GL-CUR-SUB)    TO CUR-AMOUNT
    MOVE     GLF-ORIG (GL-CUR-SUB)      TO CUR-ORIG-AMOUNT
    WRITE    GL-REPORT-REC FROM GL-CURRENCY-LINE.
G950-EXIT.
    EXIT.

A900-TERMINATE.
    MOVE     SPACES            TO GL-POST-REC
    SET      GLP-HEADER-REC    TO TRUE
    MOVE     GL-POSTING-MONTH  TO GLT-POST-MONTH
    MOVE     GL-ENTRY-COUNT    TO GLT-ENTRY-COUNT
    MOVE     GL-DAILY-AMOUNT   TO GLT-GRAND-AMOUNT
    MOVE     GL-CUR-ENTRY-COUNT  TO GLT-CURRENCY-COUNT
    WRITE    GL-POST-REC
    WRITE    GL-REPORT-REC FROM GL-BLANK-LINE
    MOVE     'RUN DAYS ON SUMIN'          TO SUM-LABEL
    MOVE     GL-EXPECT-DAYS               TO GL-COUNT-EDIT
    MOVE     GL-COUNT-EDIT                TO SUM-VALUE
    WRITE    GL-REPORT-REC FROM GL-SUMMARY-LINE
    MOVE     'BACKOUT REVERSALS APPLIED'  TO SUM-LABEL
    MOVE     GL-REVERSAL-COUNT            TO GL-COUNT-EDIT
    MOVE     GL-COUNT-EDIT                TO SUM-VALUE
    WRITE    GL-REPORT-REC FROM GL-SUMMARY-LINE
    MOVE     'REPLACEMENTS ACCEPTED'      TO SUM-LABEL
    MOVE     GL-REPLACE-COUNT             TO GL-COUNT-EDIT
    MOVE     GL-COUNT-EDIT                TO SUM-VALUE
    WRITE    GL-REPORT-REC FROM GL-SUMMARY-LINE
    MOVE     'CURRENCY SUMMARY RECORDS READ'  TO SUM-LABEL
    MOVE     GL-CUR-RECS-READ             TO GL-COUNT-EDIT
    MOVE     GL-COUNT-EDIT                TO SUM-VALUE
    WRITE    GL-REPORT-REC FROM GL-SUMMARY-LINE
    MOVE     'CURRENCY POSTING ENTRIES'   TO SUM-LABEL
    MOVE     GL-CUR-ENTRY-COUNT           TO GL-COUNT-EDIT
    MOVE     GL-COUNT-EDIT                TO SUM-VALUE
    WRITE    GL-REPORT-REC FROM GL-SUMMARY-LINE
    MOVE     'TOTAL RECORDS POSTED'       TO SUM-LABEL
    MOVE     GL-GRAND-COUNT               TO GL-COUNT-EDIT
    MOVE     GL-COUNT-EDIT                TO SUM-VALUE

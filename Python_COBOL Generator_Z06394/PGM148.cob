      *>--------------------------------------------------------------*>
      *> PROGRAM-ID : 148
      *> AUTHOR     : CHEN
      *>
      *> Daily exchange rate load.  Two regions now bill in foreign
      *> currency and send the amount as billed (PRT-EX-CURRENCY /
      *> PRT-EX-ORIG-AMOUNT on PRTRECX); program 123 converts every
      *> such detail to base currency at the rate on the FXRATE KSDS
      *> (PROD.FX.RATES, layout FXRATE), so every region is converted
      *> at the one rate treasury publishes for the day.  This
      *> program loads that rate file from treasury's daily file
      *> (FXRIN) before program 123 runs.
      *>
      *> FXRIN is one 80-byte record per line:
      *>
      *>   'H' header  - col 2-9 rate date (YYYYMMDD), col 10-12 the
      *>                 ISO code of the base currency;
      *>   'D' rate    - col 2-4 ISO currency code, col 5-15 the
      *>                 base currency units one unit buys, 9(5)V9(6)
      *>                 (00001350000 = 1.350000); one per currency,
      *>                 the base currency itself quoted at 1.000000;
      *>   'T' trailer - col 2-6 the number of 'D' records.
      *>
      *> The whole file is proved before anything is applied: one
      *> header first, dated the run date (PRTCARD, as for program
      *> 123 - the system date otherwise), rates numeric and above
      *> zero, no currency twice, the base currency quoted at
      *> 1.000000, one trailer last with a count equal to the rates
      *> read.  The base currency may not differ from the one already
      *> flagged on FXRATE.  A file that fails any of these leaves
      *> FXRATE exactly as it was.
      *>
      *> Each rate is then added to or replaced on FXRATE, the
      *> previous day's quote kept as the prior rate.  A rerun for
      *> the same date replaces the day's rate and keeps the prior
      *> one, so the load can be repeated once treasury corrects the
      *> file.  A currency on FXRATE that is not quoted today is
      *> listed as NOT QUOTED: its details reject 'FXRT' in program
      *> 123 until a rate is loaded for the day.
      *>
      *> The report (FXRRPT) lists every rate loaded against its
      *> prior quote, the currencies not quoted and the control
      *> totals.  Return codes: 0 = rates loaded, 4 = loaded but a
      *> currency on FXRATE was not quoted, 8 = rate file refused -
      *> FXRATE not changed, 16 = did not finish.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "148".
AUTHOR.        CHEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FXL-CONTROL-CARD  ASSIGN TO PRTCARD
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS FXL-CARD-STATUS.
    SELECT FXL-RATE-IN  ASSIGN TO FXRIN
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS FXL-IN-STATUS.
    SELECT FXL-RATE-FILE  ASSIGN TO FXRATE
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS FXR-CURRENCY
                        FILE STATUS IS FXL-FXR-STATUS.
    SELECT FXL-REPORT   ASSIGN TO FXRRPT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS FXL-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  FXL-CONTROL-CARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  FXL-CONTROL-CARD-REC.
    05  FXL-CC-RUN-DATE    PIC 9(8).
    05  FXL-CC-FILLER      PIC X(72).

FD  FXL-RATE-IN  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  FXL-IN-REC.
    05  FIN-REC-TYPE       PIC X(1).
        88  FIN-HEADER              VALUE 'H'.
        88  FIN-RATE                VALUE 'D'.
        88  FIN-TRAILER             VALUE 'T'.
    05  FILLER             PIC X(79).

01  FXL-IN-HDR  REDEFINES FXL-IN-REC.
    05  FILLER             PIC X(1).
    05  FIN-HDR-RATE-DATE  PIC 9(8).
    05  FIN-HDR-BASE       PIC X(3).
    05  FILLER             PIC X(68).

01  FXL-IN-RATE  REDEFINES FXL-IN-REC.
    05  FILLER             PIC X(1).
    05  FIN-CURRENCY       PIC X(3).
    05  FIN-RATE-VALUE     PIC 9(5)V9(6).
    05  FILLER             PIC X(65).

01  FXL-IN-TRL  REDEFINES FXL-IN-REC.
    05  FILLER             PIC X(1).
    05  FIN-TRL-COUNT      PIC 9(5).
    05  FILLER             PIC X(74).

FD  FXL-RATE-FILE RECORD CONTAINS 80 CHARACTERS.

01  FXL-RATE-REC.
    COPY FXRATE.

FD  FXL-REPORT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

01  FXL-REPORT-REC     PIC X(133).

WORKING-STORAGE SECTION.

01  FXL-COUNTERS.
    05  FXL-READ-COUNT        PIC 9(5) VALUE ZERO.
    05  FXL-RATE-COUNT        PIC 9(5) VALUE ZERO.
    05  FXL-ERROR-COUNT       PIC 9(5) VALUE ZERO.
    05  FXL-ADDED-COUNT       PIC 9(5) VALUE ZERO.
    05  FXL-UPDATED-COUNT     PIC 9(5) VALUE ZERO.
    05  FXL-RELOADED-COUNT    PIC 9(5) VALUE ZERO.
    05  FXL-UNQUOTED-COUNT    PIC 9(5) VALUE ZERO.

01  YYYYMMDD          PIC 9(8).

01  FXL-COND-CODE     PIC 9(4) VALUE ZERO.

01  FXL-SWITCHES.
    05  FXL-EOF-SW           PIC X(1)  VALUE 'N'.
        88  FXL-EOF                    VALUE 'Y'.
    05  FXL-FILE-SW          PIC X(1)  VALUE 'Y'.
        88  FXL-FILE-GOOD              VALUE 'Y'.
        88  FXL-FILE-BAD               VALUE 'N'.
    05  FXL-HDR-SW           PIC X(1)  VALUE 'N'.
        88  FXL-HDR-SEEN               VALUE 'Y'.
        88  FXL-HDR-NOT-SEEN           VALUE 'N'.
    05  FXL-TRL-SW           PIC X(1)  VALUE 'N'.
        88  FXL-TRL-SEEN               VALUE 'Y'.
        88  FXL-TRL-NOT-SEEN           VALUE 'N'.
    05  FXL-FOUND-SW         PIC X(1)  VALUE 'N'.
        88  FXL-FOUND                  VALUE 'Y'.
        88  FXL-NOT-FOUND              VALUE 'N'.
    05  FXL-SWEEP-SW         PIC X(1)  VALUE 'N'.
        88  FXL-SWEEP-DONE             VALUE 'Y'.
        88  FXL-SWEEP-MORE             VALUE 'N'.

01  FXL-FILE-STATUSES.
    05  FXL-CARD-STATUS      PIC X(2) VALUE SPACES.
    05  FXL-IN-STATUS        PIC X(2) VALUE SPACES.
    05  FXL-FXR-STATUS       PIC X(2) VALUE SPACES.
    05  FXL-RPT-STATUS       PIC X(2) VALUE SPACES.

01  FXL-BASE-CURRENCY     PIC X(3)  VALUE SPACES.
01  FXL-TRL-COUNT         PIC 9(5)  VALUE ZERO.
01  FXL-ERROR-TEXT        PIC X(60) VALUE SPACES.
01  FXL-ACTION            PIC X(10) VALUE SPACES.

01  FXL-RATE-TABLE.
    05  FXL-RATE-ENTRY  OCCURS 200 TIMES.
        10  FXT-CURRENCY     PIC X(3).
        10  FXT-RATE         PIC 9(5)V9(6).
01  FXL-RATE-USED            PIC 9(3) VALUE ZERO.
01  FXL-RATE-MAX             PIC 9(3) VALUE 200 COMP.
01  FXL-RATE-SUB             PIC 9(3) VALUE ZERO COMP.

01  FXL-HEADING-1.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(38)  VALUE
        'PGM148 - DAILY EXCHANGE RATE LOAD FOR '.
    05  HD1-RUN-DATE  PIC 9(8).
    05  FILLER   PIC X(86)  VALUE SPACES.

01  FXL-HEADING-2.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(6)   VALUE 'CUR'.
    05  FILLER   PIC X(6)   VALUE 'BASE'.
    05  FILLER   PIC X(10)  VALUE 'RATE DATE'.
    05  FILLER   PIC X(14)  VALUE '        RATE'.
    05  FILLER   PIC X(10)  VALUE 'PRIOR DATE'.
    05  FILLER   PIC X(14)  VALUE '  PRIOR RATE'.
    05  FILLER   PIC X(10)  VALUE 'ACTION'.
    05  FILLER   PIC X(62)  VALUE SPACES.

01  FXL-DETAIL-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  DET-CURRENCY      PIC X(3).
    05  FILLER            PIC X(3)  VALUE SPACES.
    05  DET-BASE          PIC X(4).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-RATE-DATE     PIC 9(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-RATE          PIC ZZZZ9.999999.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-PRIOR-DATE    PIC 9(8)  BLANK WHEN ZERO.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-PRIOR-RATE    PIC ZZZZ9.999999 BLANK WHEN ZERO.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-ACTION        PIC X(10).
    05  FILLER            PIC X(62) VALUE SPACES.

01  FXL-ERROR-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  FILLER            PIC X(13) VALUE 'FXRIN RECORD '.
    05  ERR-RECORD        PIC ZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  ERR-TEXT          PIC X(60).
    05  FILLER            PIC X(52) VALUE SPACES.

01  FXL-SUBHEAD-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  SUB-TEXT          PIC X(60) VALUE SPACES.
    05  FILLER            PIC X(72) VALUE SPACES.

01  FXL-SUMMARY-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  SUM-LABEL         PIC X(34) VALUE SPACES.
    05  SUM-VALUE         PIC ZZZZ9.
    05  FILLER            PIC X(93) VALUE SPACES.

01  FXL-BLANK-LINE        PIC X(133) VALUE SPACES.

PROCEDURE DIVISION.

A000-START.
    PERFORM  A100-INITIALIZE THRU A100-EXIT
    PERFORM  B000-READ-RATE-IN THRU B000-EXIT
        UNTIL FXL-EOF
    PERFORM  C000-VERIFY-FILE THRU C000-EXIT
    IF       FXL-FILE-GOOD
        PERFORM  D000-CHECK-BASE THRU D000-EXIT
    END-IF
    IF       FXL-FILE-GOOD
        WRITE    FXL-REPORT-REC FROM FXL-HEADING-2
        WRITE    FXL-REPORT-REC FROM FXL-BLANK-LINE
        PERFORM  E000-APPLY-RATE THRU E000-EXIT
            VARYING FXL-RATE-SUB FROM 1 BY 1
            UNTIL FXL-RATE-SUB > FXL-RATE-USED
        PERFORM  F000-LIST-NOT-QUOTED THRU F000-EXIT
    END-IF
    PERFORM  A900-TERMINATE THRU A900-EXIT
    STOP RUN.

A100-INITIALIZE.
    ACCEPT   YYYYMMDD  FROM DATE YYYYMMDD
    OPEN     INPUT    FXL-CONTROL-CARD
    IF       FXL-CARD-STATUS = '00'
        READ     FXL-CONTROL-CARD
            AT END
                CONTINUE
            NOT AT END
                IF  FXL-CC-RUN-DATE NUMERIC AND FXL-CC-RUN-DATE > 0
                    MOVE  FXL-CC-RUN-DATE  TO YYYYMMDD
                END-IF
        END-READ
        CLOSE    FXL-CONTROL-CARD
    END-IF
    OPEN     INPUT    FXL-RATE-IN
    IF       FXL-IN-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     I-O      FXL-RATE-FILE
    IF       FXL-FXR-STATUS NOT = '00' AND FXL-FXR-STATUS NOT = '97'
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   FXL-REPORT
    IF       FXL-RPT-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    MOVE     YYYYMMDD       TO HD1-RUN-DATE
    WRITE    FXL-REPORT-REC FROM FXL-HEADING-1
    WRITE    FXL-REPORT-REC FROM FXL-BLANK-LINE.
A100-EXIT.
    EXIT.

B000-READ-RATE-IN.
    READ     FXL-RATE-IN
        AT END
            SET  FXL-EOF TO TRUE
            GO TO B000-EXIT
    END-READ
    ADD      1  TO FXL-READ-COUNT
    IF       FXL-TRL-SEEN
        MOVE     'RECORD FOUND AFTER THE TRAILER'  TO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
        GO TO B000-EXIT
    END-IF
    IF       FIN-HEADER
        PERFORM  B100-HEADER THRU B100-EXIT
        GO TO B000-EXIT
    END-IF
    IF       FIN-RATE
        PERFORM  B200-RATE THRU B200-EXIT
        GO TO B000-EXIT
    END-IF
    IF       FIN-TRAILER
        PERFORM  B300-TRAILER THRU B300-EXIT
        GO TO B000-EXIT
    END-IF
    MOVE     'RECORD TYPE IS NOT H, D OR T'  TO FXL-ERROR-TEXT
    PERFORM  B900-REPORT-ERROR THRU B900-EXIT.
B000-EXIT.
    EXIT.

B100-HEADER.
    IF       FXL-HDR-SEEN
        MOVE     'SECOND HEADER RECORD'  TO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
        GO TO B100-EXIT
    END-IF
    SET      FXL-HDR-SEEN  TO TRUE
    IF       FIN-HDR-RATE-DATE NOT NUMERIC
          OR FIN-HDR-RATE-DATE NOT = YYYYMMDD
        MOVE     SPACES  TO FXL-ERROR-TEXT
        STRING   'RATES ARE DATED ' FIN-HDR-RATE-DATE
                 ' BUT THE RUN DATE IS ' YYYYMMDD
            DELIMITED BY SIZE INTO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
    END-IF
    IF       FIN-HDR-BASE = SPACES
        MOVE     'NO BASE CURRENCY ON THE HEADER'  TO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
        GO TO B100-EXIT
    END-IF
    MOVE     FIN-HDR-BASE  TO FXL-BASE-CURRENCY.
B100-EXIT.
    EXIT.

B200-RATE.
    ADD      1  TO FXL-RATE-COUNT
    IF       FXL-HDR-NOT-SEEN
        MOVE     'RATE RECORD BEFORE THE HEADER'  TO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
        GO TO B200-EXIT
    END-IF
    IF       FIN-CURRENCY = SPACES
        MOVE     'NO CURRENCY CODE'  TO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
        GO TO B200-EXIT
    END-IF
    IF       FIN-RATE-VALUE NOT NUMERIC
          OR FIN-RATE-VALUE = 0
        MOVE     SPACES  TO FXL-ERROR-TEXT
        STRING   'RATE FOR ' FIN-CURRENCY
                 ' IS NOT NUMERIC OR IS ZERO'
            DELIMITED BY SIZE INTO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
        GO TO B200-EXIT
    END-IF
    PERFORM  G000-LOCATE-RATE THRU G000-EXIT
    IF       FXL-FOUND
        MOVE     SPACES  TO FXL-ERROR-TEXT
        STRING   'CURRENCY ' FIN-CURRENCY ' QUOTED TWICE'
            DELIMITED BY SIZE INTO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
        GO TO B200-EXIT
    END-IF
    IF       FXL-RATE-USED NOT < FXL-RATE-MAX
        MOVE     'MORE THAN 200 CURRENCIES QUOTED'  TO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
        GO TO B200-EXIT
    END-IF
    ADD      1  TO FXL-RATE-USED
    MOVE     FIN-CURRENCY    TO FXT-CURRENCY (FXL-RATE-USED)
    MOVE     FIN-RATE-VALUE  TO FXT-RATE (FXL-RATE-USED).
B200-EXIT.
    EXIT.

B300-TRAILER.
    SET      FXL-TRL-SEEN  TO TRUE
    IF       FXL-HDR-NOT-SEEN
        MOVE     'TRAILER RECORD BEFORE THE HEADER'  TO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
        GO TO B300-EXIT
    END-IF
    IF       FIN-TRL-COUNT NOT NUMERIC
        MOVE     'TRAILER COUNT IS NOT NUMERIC'  TO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
        GO TO B300-EXIT
    END-IF
    MOVE     FIN-TRL-COUNT  TO FXL-TRL-COUNT
    IF       FXL-TRL-COUNT NOT = FXL-RATE-COUNT
        MOVE     SPACES  TO FXL-ERROR-TEXT
        STRING   'TRAILER COUNT ' FXL-TRL-COUNT
                 ' BUT ' FXL-RATE-COUNT ' RATES READ'
            DELIMITED BY SIZE INTO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
    END-IF.
B300-EXIT.
    EXIT.

B900-REPORT-ERROR.
    SET      FXL-FILE-BAD    TO TRUE
    ADD      1  TO FXL-ERROR-COUNT
    MOVE     FXL-READ-COUNT  TO ERR-RECORD
    MOVE     FXL-ERROR-TEXT  TO ERR-TEXT
    WRITE    FXL-REPORT-REC FROM FXL-ERROR-LINE
    DISPLAY  'PGM148 - FXRIN RECORD ' FXL-READ-COUNT ' - '
             FXL-ERROR-TEXT.
B900-EXIT.
    EXIT.

C000-VERIFY-FILE.
    IF       FXL-HDR-NOT-SEEN
        MOVE     'NO HEADER RECORD ON THE RATE FILE'  TO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
        GO TO C000-EXIT
    END-IF
    IF       FXL-TRL-NOT-SEEN
        MOVE     'NO TRAILER RECORD - RATE FILE TRUNCATED'
                                              TO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
    END-IF
    IF       FXL-BASE-CURRENCY = SPACES
        GO TO C000-EXIT
    END-IF
    MOVE     FXL-BASE-CURRENCY  TO FIN-CURRENCY
    PERFORM  G000-LOCATE-RATE THRU G000-EXIT
    IF       FXL-NOT-FOUND
        MOVE     SPACES  TO FXL-ERROR-TEXT
        STRING   'BASE CURRENCY ' FXL-BASE-CURRENCY
                 ' HAS NO RATE RECORD'
            DELIMITED BY SIZE INTO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
        GO TO C000-EXIT
    END-IF
    IF       FXT-RATE (FXL-RATE-SUB) NOT = 1
        MOVE     SPACES  TO FXL-ERROR-TEXT
        STRING   'BASE CURRENCY ' FXL-BASE-CURRENCY
                 ' IS NOT QUOTED AT 1.000000'
            DELIMITED BY SIZE INTO FXL-ERROR-TEXT
        PERFORM  B900-REPORT-ERROR THRU B900-EXIT
    END-IF.
C000-EXIT.
    EXIT.

D000-CHECK-BASE.
    SET      FXL-SWEEP-MORE  TO TRUE
    MOVE     LOW-VALUES  TO FXR-CURRENCY
    START    FXL-RATE-FILE KEY >= FXR-CURRENCY
        INVALID KEY
            SET      FXL-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  D100-CHECK-BASE-REC THRU D100-EXIT
        UNTIL FXL-SWEEP-DONE.
D000-EXIT.
    EXIT.

D100-CHECK-BASE-REC.
    READ     FXL-RATE-FILE NEXT
        AT END
            SET      FXL-SWEEP-DONE  TO TRUE
            GO TO    D100-EXIT
    END-READ
    IF       FXR-BASE
         AND FXR-CURRENCY NOT = FXL-BASE-CURRENCY
        SET      FXL-FILE-BAD  TO TRUE
        ADD      1  TO FXL-ERROR-COUNT
        MOVE     SPACES  TO SUB-TEXT
        STRING   'BASE CURRENCY ON FXRATE IS ' FXR-CURRENCY
                 ' BUT THE RATE FILE BASE IS ' FXL-BASE-CURRENCY
            DELIMITED BY SIZE INTO SUB-TEXT
        WRITE    FXL-REPORT-REC FROM FXL-SUBHEAD-LINE
        DISPLAY  'PGM148 - ' SUB-TEXT
    END-IF.
D100-EXIT.
    EXIT.

E000-APPLY-RATE.
    MOVE     FXT-CURRENCY (FXL-RATE-SUB)  TO FXR-CURRENCY
    READ     FXL-RATE-FILE
        INVALID KEY
            PERFORM  E100-ADD-RATE THRU E100-EXIT
            GO TO    E000-EXIT
    END-READ
    IF       FXR-RATE-DATE = YYYYMMDD
        MOVE     'RELOADED'  TO FXL-ACTION
        ADD      1  TO FXL-RELOADED-COUNT
    ELSE
        MOVE     FXR-RATE-DATE  TO FXR-PRIOR-DATE
        MOVE     FXR-RATE       TO FXR-PRIOR-RATE
        MOVE     'UPDATED'   TO FXL-ACTION
        ADD      1  TO FXL-UPDATED-COUNT
    END-IF
    IF       FXR-CURRENCY = FXL-BASE-CURRENCY
        SET      FXR-BASE     TO TRUE
    ELSE
        SET      FXR-FOREIGN  TO TRUE
    END-IF
    MOVE     YYYYMMDD                  TO FXR-RATE-DATE
    MOVE     FXT-RATE (FXL-RATE-SUB)   TO FXR-RATE
    REWRITE  FXL-RATE-REC
        INVALID KEY
            DISPLAY  'PGM148 - FXRATE REWRITE FAILED, STATUS='
                     FXL-FXR-STATUS ' KEY=' FXR-CURRENCY
            GO TO    A999-ABEND
    END-REWRITE
    PERFORM  E200-PRINT-RATE THRU E200-EXIT.
E000-EXIT.
    EXIT.

E100-ADD-RATE.
    MOVE     SPACES                       TO FXL-RATE-REC
    MOVE     FXT-CURRENCY (FXL-RATE-SUB)  TO FXR-CURRENCY
    IF       FXR-CURRENCY = FXL-BASE-CURRENCY
        SET      FXR-BASE     TO TRUE
    ELSE
        SET      FXR-FOREIGN  TO TRUE
    END-IF
    MOVE     YYYYMMDD                  TO FXR-RATE-DATE
    MOVE     FXT-RATE (FXL-RATE-SUB)   TO FXR-RATE
    MOVE     ZERO                      TO FXR-PRIOR-DATE
    MOVE     ZERO                      TO FXR-PRIOR-RATE
    MOVE     YYYYMMDD                  TO FXR-ADDED-DATE
    WRITE    FXL-RATE-REC
        INVALID KEY
            DISPLAY  'PGM148 - FXRATE WRITE FAILED, STATUS='
                     FXL-FXR-STATUS ' KEY=' FXR-CURRENCY
            GO TO    A999-ABEND
    END-WRITE
    MOVE     'ADDED'     TO FXL-ACTION
    ADD      1  TO FXL-ADDED-COUNT
    PERFORM  E200-PRINT-RATE THRU E200-EXIT.
E100-EXIT.
    EXIT.

E200-PRINT-RATE.
    MOVE     FXR-CURRENCY    TO DET-CURRENCY
    IF       FXR-BASE
        MOVE     'BASE'      TO DET-BASE
    ELSE
        MOVE     SPACES      TO DET-BASE
    END-IF
    MOVE     FXR-RATE-DATE   TO DET-RATE-DATE
    MOVE     FXR-RATE        TO DET-RATE
    MOVE     FXR-PRIOR-DATE  TO DET-PRIOR-DATE
    MOVE     FXR-PRIOR-RATE  TO DET-PRIOR-RATE
    MOVE     FXL-ACTION      TO DET-ACTION
    WRITE    FXL-REPORT-REC FROM FXL-DETAIL-LINE.
E200-EXIT.
    EXIT.

F000-LIST-NOT-QUOTED.
    SET      FXL-SWEEP-MORE  TO TRUE
    MOVE     LOW-VALUES  TO FXR-CURRENCY
    START    FXL-RATE-FILE KEY >= FXR-CURRENCY
        INVALID KEY
            SET      FXL-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  F100-LIST-NOT-QUOTED-REC THRU F100-EXIT
        UNTIL FXL-SWEEP-DONE.
F000-EXIT.
    EXIT.

F100-LIST-NOT-QUOTED-REC.
    READ     FXL-RATE-FILE NEXT
        AT END
            SET      FXL-SWEEP-DONE  TO TRUE
            GO TO    F100-EXIT
    END-READ
    IF       FXR-RATE-DATE = YYYYMMDD
        GO TO    F100-EXIT
    END-IF
    IF       FXL-UNQUOTED-COUNT = 0
        WRITE    FXL-REPORT-REC FROM FXL-BLANK-LINE
        MOVE     'CURRENCIES ON FXRATE NOT QUOTED TODAY - DETAILS '
                 TO SUB-TEXT
        WRITE    FXL-REPORT-REC FROM FXL-SUBHEAD-LINE
        MOVE     'IN THESE CURRENCIES REJECT FXRT UNTIL A RATE IS LOADED'
                 TO SUB-TEXT
        WRITE    FXL-REPORT-REC FROM FXL-SUBHEAD-LINE
        WRITE    FXL-REPORT-REC FROM FXL-BLANK-LINE
    END-IF
    ADD      1  TO FXL-UNQUOTED-COUNT
    MOVE     'NOT QUOTED'  TO FXL-ACTION
    PERFORM  E200-PRINT-RATE THRU E200-EXIT
    DISPLAY  'PGM148 - CURRENCY ' FXR-CURRENCY
             ' NOT QUOTED FOR ' YYYYMMDD ', LAST RATE DATED '
             FXR-RATE-DATE.
F100-EXIT.
    EXIT.

G000-LOCATE-RATE.
    SET      FXL-NOT-FOUND  TO TRUE
    MOVE     ZERO  TO FXL-RATE-SUB
    PERFORM  G100-SCAN-RATE THRU G100-EXIT
        UNTIL FXL-FOUND OR FXL-RATE-SUB >= FXL-RATE-USED.
G000-EXIT.
    EXIT.

G100-SCAN-RATE.
    ADD      1  TO FXL-RATE-SUB
    IF       FXT-CURRENCY (FXL-RATE-SUB) = FIN-CURRENCY
        SET      FXL-FOUND  TO TRUE
    END-IF.
G100-EXIT.
    EXIT.

A900-TERMINATE.
    WRITE    FXL-REPORT-REC FROM FXL-BLANK-LINE
    MOVE     'RATE FILE RECORDS READ'      TO SUM-LABEL
    MOVE     FXL-READ-COUNT                TO SUM-VALUE
    WRITE    FXL-REPORT-REC FROM FXL-SUMMARY-LINE
    MOVE     'RATES ON THE RATE FILE'      TO SUM-LABEL
    MOVE     FXL-RATE-COUNT                TO SUM-VALUE
    WRITE    FXL-REPORT-REC FROM FXL-SUMMARY-LINE
    MOVE     'RATE FILE ERRORS'            TO SUM-LABEL
    MOVE     FXL-ERROR-COUNT               TO SUM-VALUE
    WRITE    FXL-REPORT-REC FROM FXL-SUMMARY-LINE
    MOVE     'CURRENCIES ADDED'            TO SUM-LABEL
    MOVE     FXL-ADDED-COUNT               TO SUM-VALUE
    WRITE    FXL-REPORT-REC FROM FXL-SUMMARY-LINE
    MOVE     'CURRENCIES UPDATED'          TO SUM-LABEL
    MOVE     FXL-UPDATED-COUNT             TO SUM-VALUE
    WRITE    FXL-REPORT-REC FROM FXL-SUMMARY-LINE
    MOVE     'CURRENCIES RELOADED FOR THE DAY'  TO SUM-LABEL
    MOVE     FXL-RELOADED-COUNT            TO SUM-VALUE
    WRITE    FXL-REPORT-REC FROM FXL-SUMMARY-LINE
    MOVE     'CURRENCIES NOT QUOTED TODAY'  TO SUM-LABEL
    MOVE     FXL-UNQUOTED-COUNT            TO SUM-VALUE
    WRITE    FXL-REPORT-REC FROM FXL-SUMMARY-LINE
    WRITE    FXL-REPORT-REC FROM FXL-BLANK-LINE
    IF       FXL-FILE-BAD
        MOVE     'RATE FILE REFUSED - FXRATE NOT CHANGED'  TO SUB-TEXT
        MOVE     0008  TO FXL-COND-CODE
        DISPLAY  'PGM148 - RATE FILE FOR ' YYYYMMDD
                 ' REFUSED, FXRATE NOT CHANGED - SEE FXRRPT'
            UPON CONSOLE
    ELSE
        IF       FXL-UNQUOTED-COUNT > 0
            MOVE     'RATES LOADED - CURRENCIES NOT QUOTED, SEE ABOVE'
                     TO SUB-TEXT
            MOVE     0004  TO FXL-COND-CODE
        ELSE
            MOVE     'RATES LOADED'  TO SUB-TEXT
            MOVE     0000  TO FXL-COND-CODE
        END-IF
    END-IF
    WRITE    FXL-REPORT-REC FROM FXL-SUBHEAD-LINE
    MOVE     FXL-COND-CODE  TO RETURN-CODE
    CLOSE    FXL-RATE-IN
    CLOSE    FXL-RATE-FILE
    CLOSE    FXL-REPORT.
A900-EXIT.
    EXIT.

A999-ABEND.
    DISPLAY   'PGM148 - FATAL ERROR, RUN TERMINATED'
    DISPLAY   'FXL-IN-STATUS='    FXL-IN-STATUS
              ' FXL-FXR-STATUS='  FXL-FXR-STATUS
              ' FXL-RPT-STATUS='  FXL-RPT-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

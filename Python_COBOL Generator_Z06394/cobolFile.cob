      *>                     trailer, PRTSUM and audit record for
      *>                     the whole logical day, so PGM126
      *>                     still balances the day as one unit.
      *>   2026-10-15  CHEN  PRT-EX-DATE is now checked against the run
      *>                     date.  A calendar-invalid date rejects as
      *>                     'DATE'; a detail older than the late
      *>                     window (CC-LATE-DAYS, default 5, never
      *>                     more than the history retention so DUPE
      *>                     still covers it) rejects as 'LATE' -
      *>                     except on a PGM124 recycle extract
      *>                     ('RC'), whose repaired records are
      *>                     late by nature.  A
      *>                     future-dated detail that passes the
      *>                     static checks is held on the PRTPEND
      *>                     KSDS (region/effective date key) instead
      *>                     of PRTDONE and logged 'H' on PRTHELD.
      *>                     At startup J000-RELEASE-PENDING releases
      *>                     every held item now due through the full
      *>                     validation (RVSL/DUPE included) onto
      *>                     PRTDONE or PRTREJ and logs it 'R' on
      *>                     PRTHELD, so PGM126 can balance the day
      *>                     as PRTLINE + released = done + rejected
      *>                     + held.  A fresh start and the abort
      *>                     paths back out the day's holds and
      *>                     releases, as for history.  A 'PGM 123
      *>                     PENDING TOTL' line follows the control
      *>                     total on PRTCTL.
      *>   2026-10-15  CHEN  Regions are now validated against the
      *>                     region master KSDS (REGNMST, layout
      *>                     RGNMSTR, maintained by PGM140).  A
      *>                     detail whose region is not on the
      *>                     master rejects as 'UREG', one whose
      *>                     region is inactive as 'IREG'.  An
      *>                     EXTRHDR for an unknown or inactive
      *>                     region is refused: a console message
      *>                     names it and every detail in that
      *>                     extract rejects as 'XREG' (the batch
      *>                     records themselves still never reach
      *>                     PRTREJ, so the PGM126 legs hold).
      *>                     PGM124 recycle extracts ('RC') are
      *>                     always accepted.  Each EXTRHDR is
      *>                     tallied by region (restart-skipped
      *>                     ones included) and, on a wrapped
      *>                     stream, every active region due daily
      *>                     must have sent exactly its expected
      *>                     number of extracts or the run ends as
      *>                     an integrity failure (RC 8).  A new
      *>                     stream region on PRTCARD (CC-STREAM-
      *>                     REGION) names the one region a
      *>                     PGM123P region run is for: the proof
      *>                     is then limited to that region, any
      *>                     other region's EXTRHDR is an integrity
      *>                     failure, and the region is stamped on
      *>                     the PRTDONE header (HDR-STREAM-REGION)
      *>                     so PGM128 can prove every active
      *>                     region's partial arrived.
      *>   2026-10-15  CHEN  Account cross-reference (ACCTXREF,
      *>                     maintained by PGM129).  A detail for a
      *>                     retired account number dated on or after
      *>                     its mapping's effective date is
      *>                     validated, duplicate-checked and posted
      *>                     against the successor account (C500-
      *>                     TRANSLATE-ACCOUNT); the number it arrived
      *>                     under is kept on the PRTDONE detail
      *>                     (DTL-ORIG-ACCOUNT, blank when the detail
      *>                     was not translated) for PGM144.  Rejects
      *>                     and held details keep the record as sent.
      *>   2026-10-15  CHEN  Foreign-currency details.  A detail with a
      *>                     currency code on PRTRECX (PRT-EX-
      *>                     CURRENCY) is converted to base currency
      *>                     (C400-CONVERT-CURRENCY) at the run date's
      *>                     rate on the FXRATE KSDS loaded by PGM148;
      *>                     a code not on the rate file rejects as
      *>                     'CURR', one with no rate for the run date
      *>                     as 'FXRT'.  The PRTDONE detail carries the
      *>                     base amount (DTL-AMOUNT), the currency,
      *>                     the amount as billed and the rate used.
      *>                     PRTSUM keeps one base-currency record per
      *>                     region and adds one record per region and
      *>                     currency (SUM-CURRENCY, SUM-ORIG-AMOUNT)
      *>                     so PGM130 can post the FX position; the
      *>                     'S' checkpoint records carry the currency
      *>                     totals too.  The history key amount is the
      *>                     amount as billed, so a reversal matches
      *>                     its debit whatever the rate did between.
      *>   2026-10-15  CHEN  The history entry now carries the detail's
      *>                     currency (HIST-CURRENCY, carved from
      *>                     HIST-FILLER; blank = base currency) so
      *>                     an amount as billed can be told from a
      *>                     base amount when the history is read.
      *>   2026-10-15  CHEN  PRTSUM region table widened to 20 regions
      *>                     plus the '**' overflow entry, in line
      *>                     with the region master.
      *>   2026-10-15  CHEN  A checkpoint is now taken after every hold
      *>                     and after the startup release, and a
      *>                     checkpoint for the run date - not only
      *>                     one past a PRTLINE record - makes the
      *>                     run a restart, so a failed attempt's
      *>                     holds and releases are never redone on
      *>                     top of its PRTHELD log.  PRTPEND and
      *>                     PRTHELD writes are now checked.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "123".
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS ACM-ACCOUNT
                        FILE STATUS IS PRT-ACCT-STATUS.
    SELECT PRT-ACCT-XREF  ASSIGN TO ACCTXREF
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS XRF-OLD-ACCOUNT
                        FILE STATUS IS PRT-XREF-STATUS.
    SELECT PRT-HISTORY  ASSIGN TO PRTHIST
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS HIST-KEY
                        FILE STATUS IS PRT-HIST-STATUS.
    SELECT PRT-PENDING  ASSIGN TO PRTPEND
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS PND-KEY
                        FILE STATUS IS PRT-PEND-STATUS.
    SELECT PRT-HELD     ASSIGN TO PRTHELD
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS PRT-HELD-STATUS.
    SELECT PRT-REGION-MASTER  ASSIGN TO REGNMST
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS RGM-REGION
                        FILE STATUS IS PRT-REGN-STATUS.
    SELECT PRT-FX-RATE  ASSIGN TO FXRATE
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS FXR-CURRENCY
                        FILE STATUS IS PRT-FXR-STATUS.

DATA DIVISION.
FILE SECTION.
01  PRT-HEADER-REC-DONE  REDEFINES PRT-REC-DONE.
    05  HDR-REC-TYPE       PIC X(1).
    05  HDR-RUN-DATE       PIC X(8).
    05  HDR-STREAM-REGION  PIC X(2).
    05  FILLER             PIC X(69).

01  PRT-DETAIL-REC-DONE  REDEFINES PRT-REC-DONE.
    05  DTL-REC-TYPE       PIC X(1).
    05  DTL-ACCOUNT        PIC X(10).
    05  DTL-AMOUNT         PIC 9(9)V99.
    05  DTL-SIGN           PIC X(1).
    05  DTL-ORIG-ACCOUNT   PIC X(10).
    05  DTL-CURRENCY       PIC X(3).
    05  DTL-ORIG-AMOUNT    PIC 9(9)V99.
    05  DTL-FX-RATE        PIC 9(5)V9(6).
    05  FILLER             PIC X(12).

01  PRT-TRAILER-REC-DONE REDEFINES PRT-REC-DONE.
    05  TRL-REC-TYPE       PIC X(1).
    05  CKPT-IN-EXTR-DETAIL   PIC 9(7).
    05  CKPT-IN-EXTR-OPEN     PIC X(1).
    05  CKPT-IN-EXTR-REGION   PIC X(2).
    05  CKPT-IN-HELD-COUNT    PIC 9(7).
    05  CKPT-IN-RLSE-COUNT    PIC 9(7).
    05  FILLER                PIC X(27).

01  PRT-CKPT-IN-SUM-REC.
    05  CKPT-IN-SUM-ID        PIC X(1).
    05  CKPT-IN-SUM-COUNT     PIC 9(7).
    05  CKPT-IN-SUM-AMOUNT    PIC S9(13)V99
                              SIGN IS LEADING SEPARATE.
    05  CKPT-IN-SUM-CURRENCY  PIC X(3).
    05  CKPT-IN-SUM-ORIG-AMOUNT  PIC S9(13)V99
                              SIGN IS LEADING SEPARATE.
    05  CKPT-IN-SUM-FILLER    PIC X(27).

FD  PRT-CKPT-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

    05  CKPT-OUT-EXTR-DETAIL   PIC 9(7).
    05  CKPT-OUT-EXTR-OPEN     PIC X(1).
    05  CKPT-OUT-EXTR-REGION   PIC X(2).
    05  CKPT-OUT-HELD-COUNT    PIC 9(7).
    05  CKPT-OUT-RLSE-COUNT    PIC 9(7).
    05  CKPT-OUT-FILLER        PIC X(27).

01  PRT-CKPT-OUT-SUM-REC.
    05  CKPT-OUT-SUM-ID        PIC X(1).
    05  CKPT-OUT-SUM-COUNT     PIC 9(7).
    05  CKPT-OUT-SUM-AMOUNT    PIC S9(13)V99
                               SIGN IS LEADING SEPARATE.
    05  CKPT-OUT-SUM-CURRENCY  PIC X(3).
    05  CKPT-OUT-SUM-ORIG-AMOUNT  PIC S9(13)V99
                               SIGN IS LEADING SEPARATE.
    05  CKPT-OUT-SUM-FILLER    PIC X(27).

FD  PRT-CTL-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

    05  SUM-REC-COUNT      PIC 9(7).
    05  SUM-AMOUNT         PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  SUM-REC-KIND       PIC X(1).
    05  SUM-CURRENCY       PIC X(3).
    05  SUM-ORIG-AMOUNT    PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  SUM-FILLER         PIC X(27).

FD  PRT-ACCT-MASTER RECORD CONTAINS 80 CHARACTERS.

    05  ACM-REGION         PIC X(2).
    05  FILLER             PIC X(67).

FD  PRT-ACCT-XREF RECORD CONTAINS 100 CHARACTERS.

01  PRT-XREF-REC.
    COPY ACCTXRF.

FD  PRT-HISTORY RECORD CONTAINS 80 CHARACTERS.

01  PRT-HIST-REC.
        10  HIST-AMOUNT    PIC 9(9)V99.
        10  HIST-SIGN      PIC X(1).
    05  HIST-POSTED-DATE   PIC 9(8).
    05  HIST-CURRENCY      PIC X(3).
    05  HIST-FILLER        PIC X(37).

FD  PRT-PENDING RECORD CONTAINS 120 CHARACTERS.

01  PRT-PEND-REC.
    05  PND-KEY.
        10  PND-REGION     PIC X(2).
        10  PND-EFF-DATE   PIC 9(8).
        10  PND-HELD-DATE  PIC 9(8).
        10  PND-HELD-SEQ   PIC 9(7).
    05  PND-STATUS         PIC X(1).
        88  PND-PENDING            VALUE 'P'.
        88  PND-RELEASED           VALUE 'R'.
    05  PND-RELEASED-DATE  PIC 9(8).
    05  PND-ORIGINAL-REC   PIC X(80).
    05  PND-FILLER         PIC X(6).

FD  PRT-HELD RECORD CONTAINS 90 CHARACTERS RECORDING MODE F.

01  PRT-HELD-REC.
    05  HLD-ACTION         PIC X(1).
        88  HLD-HELD               VALUE 'H'.
        88  HLD-RELEASED           VALUE 'R'.
    05  HLD-EFF-DATE       PIC 9(8).
    05  HLD-ORIGINAL-REC   PIC X(80).
    05  HLD-FILLER         PIC X(1).

FD  PRT-REGION-MASTER RECORD CONTAINS 80 CHARACTERS.

01  PRT-REGN-REC.
    COPY RGNMSTR.

FD  PRT-FX-RATE RECORD CONTAINS 80 CHARACTERS.

01  PRT-FX-RATE-REC.
    COPY FXRATE.

FD  PRT-CONTROL-CARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

    05  CC-RETAIN-DAYS     PIC 9(3).
    05  CC-REJ-LIMIT       PIC 9(5).
    05  CC-REJ-PCT         PIC 9(2).
    05  CC-LATE-DAYS       PIC 9(3).
    05  CC-STREAM-REGION   PIC X(2).
    05  CC-FILLER          PIC X(47).

WORKING-STORAGE SECTION.

        88  PRT-REC-VALID            VALUE 'Y'.
        88  PRT-REC-INVALID          VALUE 'N'.
        88  PRT-REC-COMMITTED        VALUE 'C'.
        88  PRT-REC-HELD             VALUE 'H'.
    05  PRT-CKPT-EOF-SWITCH  PIC X(1)  VALUE 'N'.
        88  PRT-CKPT-EOF               VALUE 'Y'.
        88  PRT-CKPT-NOT-EOF           VALUE 'N'.
    05  PRT-CUTOFF-SWITCH    PIC X(1)  VALUE 'N'.
        88  PRT-CUTOFF-HIT             VALUE 'Y'.
        88  PRT-CUTOFF-NOT-HIT         VALUE 'N'.
    05  PRT-RELEASE-SWITCH   PIC X(1)  VALUE 'N'.
        88  PRT-RELEASING              VALUE 'Y'.
        88  PRT-NOT-RELEASING          VALUE 'N'.
    05  PRT-EXTR-RGN-SWITCH  PIC X(1)  VALUE 'Y'.
        88  PRT-EXTR-RGN-OK            VALUE 'Y'.
        88  PRT-EXTR-RGN-BAD           VALUE 'N'.
    05  PRT-RGN-LOOKUP-SWITCH PIC X(1) VALUE 'U'.
        88  PRT-RGN-ACTIVE             VALUE 'A'.
        88  PRT-RGN-INACTIVE           VALUE 'I'.
        88  PRT-RGN-UNKNOWN            VALUE 'U'.
    05  PRT-RGN-EOF-SWITCH   PIC X(1)  VALUE 'N'.
        88  PRT-RGN-EOF                VALUE 'Y'.
        88  PRT-RGN-NOT-EOF            VALUE 'N'.
    05  PRT-ARV-SHORT-SWITCH PIC X(1)  VALUE 'N'.
        88  PRT-ARV-SHORT              VALUE 'Y'.
        88  PRT-ARV-COMPLETE           VALUE 'N'.

01  PRT-REJECT-REASON     PIC X(4)  VALUE SPACES.

    05  PRT-CARD-STATUS      PIC X(2) VALUE SPACES.
    05  PRT-SUM-STATUS       PIC X(2) VALUE SPACES.
    05  PRT-ACCT-STATUS      PIC X(2) VALUE SPACES.
    05  PRT-XREF-STATUS      PIC X(2) VALUE SPACES.
    05  PRT-HIST-STATUS      PIC X(2) VALUE SPACES.
    05  PRT-PEND-STATUS      PIC X(2) VALUE SPACES.
    05  PRT-HELD-STATUS      PIC X(2) VALUE SPACES.
    05  PRT-REGN-STATUS      PIC X(2) VALUE SPACES.
    05  PRT-FXR-STATUS       PIC X(2) VALUE SPACES.

01  PRT-CHECKPOINT-INTERVAL  PIC 9(5) VALUE 00100.
01  PRT-INPUT-READ-COUNT     PIC 9(7) VALUE ZERO COMP.
01  PRT-SKIP-COUNT           PIC 9(7) VALUE ZERO COMP.
01  PRT-RESUME-SWITCH        PIC X(1) VALUE 'N'.
    88  PRT-RESUMING                  VALUE 'Y'.
    88  PRT-FRESH-START               VALUE 'N'.
01  PRT-CHECKPOINT-WORK.
    05  PRT-CHECKPOINT-QUOTIENT  PIC 9(7) VALUE ZERO COMP.
    05  PRT-CHECKPOINT-REMAINDER PIC 9(5) VALUE ZERO COMP.
01  PRT-EXTR-REGION          PIC X(2) VALUE SPACES.

01  PRT-SUM-TABLE.
    05  PRT-SUM-ENTRY  OCCURS 21 TIMES.
        10  SUM-TBL-REGION   PIC X(2).
        10  SUM-TBL-COUNT    PIC 9(7).
        10  SUM-TBL-AMOUNT   PIC S9(13)V99 COMP-3.
    88  PRT-WORK-DEBIT                VALUE 'D'.
    88  PRT-WORK-CREDIT               VALUE 'C'.

01  PRT-CUR-TABLE.
    05  PRT-CUR-ENTRY  OCCURS 31 TIMES.
        10  CUR-TBL-REGION   PIC X(2).
        10  CUR-TBL-CURRENCY PIC X(3).
        10  CUR-TBL-COUNT    PIC 9(7).
        10  CUR-TBL-AMOUNT   PIC S9(13)V99 COMP-3.
        10  CUR-TBL-ORIG     PIC S9(13)V99 COMP-3.
01  PRT-CUR-USED             PIC 9(2) VALUE ZERO.
01  PRT-CUR-SUB              PIC 9(2) VALUE ZERO COMP.
01  PRT-CUR-FOUND-SWITCH     PIC X(1) VALUE 'N'.
    88  PRT-CUR-FOUND                 VALUE 'Y'.
    88  PRT-CUR-NOT-FOUND             VALUE 'N'.
01  PRT-CUR-WORK-REGION      PIC X(2) VALUE SPACES.
01  PRT-CUR-WORK-CURRENCY    PIC X(3) VALUE SPACES.
01  PRT-POST-AMOUNT          PIC 9(9)V99 VALUE ZERO.
01  PRT-SENT-AMOUNT          PIC 9(9)V99 VALUE ZERO.
01  PRT-FX-RATE-USED         PIC 9(5)V9(6) VALUE ZERO.

01  PRT-RETAIN-DAYS          PIC 9(3) VALUE 010.
01  PRT-REJ-LIMIT            PIC 9(5) VALUE 00500.
01  PRT-REJ-PCT              PIC 9(2) VALUE 20.
    88  PRT-HIST-SWEEP-DONE           VALUE 'Y'.
    88  PRT-HIST-SWEEP-MORE           VALUE 'N'.

01  PRT-LATE-DAYS            PIC 9(3) VALUE 005.
01  PRT-LATE-CUTOFF          PIC 9(8) VALUE ZERO.
01  PRT-HELD-COUNT           PIC 9(7) VALUE ZERO.
01  PRT-RLSE-COUNT           PIC 9(7) VALUE ZERO.
01  PRT-PEND-SWEEP-SWITCH    PIC X(1) VALUE 'N'.
    88  PRT-PEND-SWEEP-DONE           VALUE 'Y'.
    88  PRT-PEND-SWEEP-MORE           VALUE 'N'.
01  PRT-PENDING-LINE.
    05  PNL-LABEL          PIC X(20) VALUE 'PGM 123 PENDING TOTL'.
    05  PNL-RUN-DATE       PIC 9(8).
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  PNL-HELD-COUNT     PIC ZZZZZZ9.
    05  FILLER             PIC X(6)  VALUE ' HELD '.
    05  PNL-RLSE-COUNT     PIC ZZZZZZ9.
    05  FILLER             PIC X(30) VALUE ' RELEASED FROM PENDING'.

01  PRT-STREAM-REGION        PIC X(2) VALUE SPACES.
01  PRT-POST-ACCOUNT         PIC X(10) VALUE SPACES.
01  PRT-XREF-SWITCH          PIC X(1) VALUE 'N'.
    88  PRT-XREF-APPLIED              VALUE 'Y'.
    88  PRT-XREF-NONE                 VALUE 'N'.
01  PRT-RGN-WORK-REGION      PIC X(2) VALUE SPACES.
01  PRT-ARV-TABLE.
    05  PRT-ARV-ENTRY  OCCURS 20 TIMES.
        10  ARV-TBL-REGION   PIC X(2).
        10  ARV-TBL-COUNT    PIC 9(2).
01  PRT-ARV-USED             PIC 9(2) VALUE ZERO.
01  PRT-ARV-SUB              PIC 9(2) VALUE ZERO COMP.
01  PRT-ARV-FOUND-SWITCH     PIC X(1) VALUE 'N'.
    88  PRT-ARV-FOUND                 VALUE 'Y'.
    88  PRT-ARV-NOT-FOUND             VALUE 'N'.
01  PRT-ARV-SEEN             PIC 9(2) VALUE ZERO.

PROCEDURE DIVISION.

A000-START.
                IF  CC-REJ-PCT NUMERIC AND CC-REJ-PCT > 0
                    MOVE  CC-REJ-PCT        TO PRT-REJ-PCT
                END-IF
                IF  CC-LATE-DAYS NUMERIC AND CC-LATE-DAYS > 0
                    MOVE  CC-LATE-DAYS      TO PRT-LATE-DAYS
                END-IF
                MOVE  CC-STREAM-REGION      TO PRT-STREAM-REGION
        END-READ
        CLOSE    PRT-CONTROL-CARD
    END-IF
    IF       PRT-LATE-DAYS > PRT-RETAIN-DAYS
        DISPLAY  'PGM123 - LATE WINDOW ' PRT-LATE-DAYS
                 ' EXCEEDS HISTORY RETENTION, REDUCED TO '
                 PRT-RETAIN-DAYS
        MOVE     PRT-RETAIN-DAYS  TO PRT-LATE-DAYS
    END-IF
    MOVE     FUNCTION INTEGER-OF-DATE (YYYYMMDD)
                    TO PRT-HIST-DAY-WORK
    SUBTRACT PRT-LATE-DAYS FROM PRT-HIST-DAY-WORK
    MOVE     FUNCTION DATE-OF-INTEGER (PRT-HIST-DAY-WORK)
                    TO PRT-LATE-CUTOFF
    OPEN     INPUT    InputName
    OPEN     INPUT    PRT-CKPT-IN
    IF       PRT-CKPT-IN-STATUS = '00'
            UNTIL PRT-CKPT-EOF
        CLOSE    PRT-CKPT-IN
    END-IF
    IF       PRT-RESUMING
        OPEN     EXTEND   OutputName
        IF       PRT-DONE-STATUS NOT = '00'
            GO TO    A999-ABEND
        MOVE     SPACES         TO PRT-REC-DONE
        SET      PRT-HEADER-REC TO TRUE
        MOVE     YYYYMMDD       TO HDR-RUN-DATE
        MOVE     PRT-STREAM-REGION  TO HDR-STREAM-REGION
        WRITE    PRT-REC-DONE
    END-IF
    OPEN     OUTPUT   PRT-CKPT-OUT
                 PRT-ACCT-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    PRT-ACCT-XREF
    IF       PRT-XREF-STATUS NOT = '00' AND PRT-XREF-STATUS NOT = '97'
        DISPLAY  'PGM123 - ACCOUNT CROSS-REFERENCE OPEN FAILED, STATUS='
                 PRT-XREF-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    PRT-REGION-MASTER
    IF       PRT-REGN-STATUS NOT = '00' AND PRT-REGN-STATUS NOT = '97'
        DISPLAY  'PGM123 - REGION MASTER OPEN FAILED, STATUS='
                 PRT-REGN-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    PRT-FX-RATE
    IF       PRT-FXR-STATUS NOT = '00' AND PRT-FXR-STATUS NOT = '97'
        DISPLAY  'PGM123 - EXCHANGE RATE FILE OPEN FAILED, STATUS='
                 PRT-FXR-STATUS
        GO TO    A999-ABEND
    END-IF
    IF       PRT-EXTR-OPEN
        PERFORM  K100-CHECK-EXTRACT-REGION THRU K100-EXIT
    END-IF
    OPEN     I-O      PRT-HISTORY
    IF       PRT-HIST-STATUS NOT = '00' AND PRT-HIST-STATUS NOT = '97'
        DISPLAY  'PGM123 - PROCESSED HISTORY OPEN FAILED, STATUS='
        GO TO    A999-ABEND
    END-IF
    PERFORM  H000-AGE-HISTORY THRU H000-EXIT
    OPEN     I-O      PRT-PENDING
    IF       PRT-PEND-STATUS NOT = '00' AND PRT-PEND-STATUS NOT = '97'
        DISPLAY  'PGM123 - PENDING FILE OPEN FAILED, STATUS='
                 PRT-PEND-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   PRT-HELD
    IF       PRT-HELD-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     EXTEND   PRT-AUDIT
    IF       PRT-AUDIT-STATUS NOT = '00' AND PRT-AUDIT-STATUS NOT = '05'
        GO TO    A999-ABEND
    END-IF
    IF       PRT-FRESH-START
        PERFORM  J300-BACKOUT-PENDING THRU J300-EXIT
    END-IF
    PERFORM  J000-RELEASE-PENDING THRU J000-EXIT.
A100-EXIT.
    EXIT.

            GO TO B000-EXIT
    END-READ
    ADD      1  TO PRT-INPUT-READ-COUNT
    IF       PRT-BATCH-HDR-REC
        PERFORM  K300-TALLY-ARRIVAL THRU K300-EXIT
    END-IF
    IF       PRT-INPUT-READ-COUNT <= PRT-SKIP-COUNT
        GO TO B000-EXIT
    END-IF
        PERFORM  F940-CHECK-REJECT-TOLERANCE THRU F940-EXIT
        GO TO B000-EXIT
    END-IF
    IF       PRT-REC-HELD
        PERFORM  J100-HOLD-RECORD THRU J100-EXIT
        PERFORM  E000-WRITE-CHECKPOINT THRU E000-EXIT
        GO TO B000-EXIT
    END-IF
    IF       NOT PRT-REC-COMMITTED
        PERFORM  B200-WRITE-DETAIL THRU B200-EXIT
    END-IF
    PERFORM  G000-ADD-TO-SUMMARY THRU G000-EXIT
    ADD      1  TO PGM-COUNT
B000-EXIT.
    EXIT.

B200-WRITE-DETAIL.
    MOVE     SPACES          TO PRT-REC-DONE
    SET      PRT-DETAIL-REC  TO TRUE
    MOVE     YYYYMMDD        TO PRT-DATE
    MOVE     PRT-EX-REGION   TO DTL-REGION
    MOVE     PRT-POST-ACCOUNT  TO DTL-ACCOUNT
    MOVE     PRT-POST-AMOUNT TO DTL-AMOUNT
    MOVE     PRT-WORK-SIGN   TO DTL-SIGN
    MOVE     PRT-EX-CURRENCY TO DTL-CURRENCY
    MOVE     PRT-SENT-AMOUNT TO DTL-ORIG-AMOUNT
    MOVE     PRT-FX-RATE-USED  TO DTL-FX-RATE
    IF       PRT-XREF-APPLIED
        MOVE     PRT-EX-ACCOUNT  TO DTL-ORIG-ACCOUNT
    END-IF
    WRITE    PRT-REC-DONE
    PERFORM  H200-RECORD-HISTORY THRU H200-EXIT.
B200-EXIT.
    EXIT.

C000-VALIDATE-RECORD.
    SET      PRT-REC-VALID  TO TRUE
    MOVE     SPACES         TO PRT-REJECT-REASON
    SET      PRT-XREF-NONE  TO TRUE
    MOVE     PRT-EX-ACCOUNT TO PRT-POST-ACCOUNT
    IF       PRT-REC = SPACES
        SET      PRT-REC-INVALID  TO TRUE
        MOVE     'BLNK'           TO PRT-REJECT-REASON
        GO TO C000-EXIT
    END-IF
    IF       PRT-NOT-RELEASING AND PRT-EXTR-RGN-BAD
        SET      PRT-REC-INVALID  TO TRUE
        MOVE     'XREG'           TO PRT-REJECT-REASON
        GO TO C000-EXIT
    END-IF
    IF       PRT-REC-IN-DATE NOT NUMERIC
        SET      PRT-REC-INVALID  TO TRUE
        MOVE     'DATE'           TO PRT-REJECT-REASON
        GO TO C000-EXIT
    END-IF
    IF       PRT-NOT-RELEASING
        IF       FUNCTION TEST-DATE-YYYYMMDD (PRT-EX-DATE) NOT = 0
            SET      PRT-REC-INVALID  TO TRUE
            MOVE     'DATE'           TO PRT-REJECT-REASON
            GO TO C000-EXIT
        END-IF
        IF       PRT-EX-DATE < PRT-LATE-CUTOFF
             AND PRT-EXTR-REGION NOT = 'RC'
            SET      PRT-REC-INVALID  TO TRUE
            MOVE     'LATE'           TO PRT-REJECT-REASON
            GO TO C000-EXIT
        END-IF
    END-IF
    IF       PRT-EX-CURRENCY = SPACES
        IF       PRT-EX-AMOUNT NOT NUMERIC
            SET      PRT-REC-INVALID  TO TRUE
            MOVE     'AMNT'           TO PRT-REJECT-REASON
            GO TO C000-EXIT
        END-IF
        MOVE     PRT-EX-AMOUNT       TO PRT-SENT-AMOUNT
    ELSE
        IF       PRT-EX-ORIG-AMOUNT NOT NUMERIC
            SET      PRT-REC-INVALID  TO TRUE
            MOVE     'AMNT'           TO PRT-REJECT-REASON
            GO TO C000-EXIT
        END-IF
        MOVE     PRT-EX-ORIG-AMOUNT  TO PRT-SENT-AMOUNT
    END-IF
    IF       PRT-EX-DEBIT
        MOVE     'D'  TO PRT-WORK-SIGN
    ELSE
            GO TO C000-EXIT
        END-IF
    END-IF
    MOVE     PRT-EX-REGION   TO PRT-RGN-WORK-REGION
    PERFORM  K000-LOOKUP-REGION THRU K000-EXIT
    IF       PRT-RGN-UNKNOWN
        SET      PRT-REC-INVALID  TO TRUE
        MOVE     'UREG'           TO PRT-REJECT-REASON
        GO TO C000-EXIT
    END-IF
    IF       PRT-RGN-INACTIVE
        SET      PRT-REC-INVALID  TO TRUE
        MOVE     'IREG'           TO PRT-REJECT-REASON
        GO TO C000-EXIT
    END-IF
    PERFORM  C400-CONVERT-CURRENCY THRU C400-EXIT
    IF       PRT-REC-INVALID
        GO TO C000-EXIT
    END-IF
    PERFORM  C500-TRANSLATE-ACCOUNT THRU C500-EXIT
    MOVE     PRT-POST-ACCOUNT  TO ACM-ACCOUNT
    READ     PRT-ACCT-MASTER
        INVALID KEY
            SET      PRT-REC-INVALID  TO TRUE
        MOVE     'REGN'           TO PRT-REJECT-REASON
        GO TO C000-EXIT
    END-IF
    IF       PRT-NOT-RELEASING
         AND PRT-EX-DATE > YYYYMMDD
        SET      PRT-REC-HELD     TO TRUE
        GO TO C000-EXIT
    END-IF
    IF       PRT-WORK-CREDIT
        MOVE     PRT-EX-DATE     TO HIST-REC-DATE
        MOVE     PRT-EX-REGION   TO HIST-REGION
        MOVE     PRT-POST-ACCOUNT  TO HIST-ACCOUNT
        MOVE     PRT-SENT-AMOUNT TO HIST-AMOUNT
        MOVE     'D'             TO HIST-SIGN
        READ     PRT-HISTORY
            INVALID KEY
    END-IF
    MOVE     PRT-EX-DATE     TO HIST-REC-DATE
    MOVE     PRT-EX-REGION   TO HIST-REGION
    MOVE     PRT-POST-ACCOUNT  TO HIST-ACCOUNT
    MOVE     PRT-SENT-AMOUNT TO HIST-AMOUNT
    MOVE     PRT-WORK-SIGN   TO HIST-SIGN
    READ     PRT-HISTORY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF       PRT-RESUMING
                 AND HIST-POSTED-DATE = YYYYMMDD
                SET      PRT-REC-COMMITTED  TO TRUE
            ELSE
C000-EXIT.
    EXIT.

C400-CONVERT-CURRENCY.
    IF       PRT-EX-CURRENCY = SPACES
        MOVE     PRT-EX-AMOUNT  TO PRT-POST-AMOUNT
        MOVE     1              TO PRT-FX-RATE-USED
        GO TO C400-EXIT
    END-IF
    MOVE     PRT-EX-CURRENCY  TO FXR-CURRENCY
    READ     PRT-FX-RATE
        INVALID KEY
            SET      PRT-REC-INVALID  TO TRUE
            MOVE     'CURR'           TO PRT-REJECT-REASON
            GO TO C400-EXIT
    END-READ
    IF       FXR-RATE-DATE NOT NUMERIC
          OR FXR-RATE-DATE NOT = YYYYMMDD
          OR FXR-RATE NOT NUMERIC
          OR FXR-RATE = 0
        SET      PRT-REC-INVALID  TO TRUE
        MOVE     'FXRT'           TO PRT-REJECT-REASON
        GO TO C400-EXIT
    END-IF
    MOVE     FXR-RATE  TO PRT-FX-RATE-USED
    MULTIPLY PRT-EX-ORIG-AMOUNT BY FXR-RATE
        GIVING PRT-POST-AMOUNT ROUNDED
        ON SIZE ERROR
            SET      PRT-REC-INVALID  TO TRUE
            MOVE     'AMNT'           TO PRT-REJECT-REASON
    END-MULTIPLY.
C400-EXIT.
    EXIT.

C500-TRANSLATE-ACCOUNT.
    MOVE     PRT-EX-ACCOUNT  TO XRF-OLD-ACCOUNT
    READ     PRT-ACCT-XREF
        INVALID KEY
            GO TO C500-EXIT
    END-READ
    IF       PRT-EX-DATE < XRF-EFF-DATE
        GO TO C500-EXIT
    END-IF
    MOVE     XRF-NEW-ACCOUNT  TO PRT-POST-ACCOUNT
    SET      PRT-XREF-APPLIED  TO TRUE.
C500-EXIT.
    EXIT.

D000-READ-CHECKPOINT-IN.
    READ     PRT-CKPT-IN
        AT END
        PERFORM  G800-CLEAR-SUM-TABLE THRU G800-EXIT
    END-IF
    IF       CKPT-IN-RUN-DATE = YYYYMMDD
        SET      PRT-RESUMING          TO TRUE
        MOVE     CKPT-IN-READ-COUNT    TO PRT-SKIP-COUNT
        MOVE     CKPT-IN-REC-COUNT     TO PGM-COUNT
        MOVE     CKPT-IN-REJECT-COUNT  TO PRT-REJECT-COUNT
            MOVE     CKPT-IN-EXTR-OPEN     TO PRT-EXTR-OPEN-SWITCH
            MOVE     CKPT-IN-EXTR-REGION   TO PRT-EXTR-REGION
        END-IF
        IF       CKPT-IN-HELD-COUNT NUMERIC
             AND CKPT-IN-RLSE-COUNT NUMERIC
            MOVE     CKPT-IN-HELD-COUNT    TO PRT-HELD-COUNT
            MOVE     CKPT-IN-RLSE-COUNT    TO PRT-RLSE-COUNT
        END-IF
    END-IF.
D000-EXIT.
    EXIT.

D100-DISCARD-RESTART-STATE.
    SET      PRT-FRESH-START  TO TRUE
    MOVE     ZERO    TO PRT-SKIP-COUNT
    MOVE     ZERO    TO PGM-COUNT
    MOVE     ZERO    TO PRT-REJECT-COUNT
    MOVE     ZERO    TO PRT-EXTR-DETAIL-COUNT
    SET      PRT-EXTR-NOT-OPEN  TO TRUE
    MOVE     SPACES  TO PRT-EXTR-REGION
    MOVE     ZERO    TO PRT-HELD-COUNT
    MOVE     ZERO    TO PRT-RLSE-COUNT
    PERFORM  G800-CLEAR-SUM-TABLE THRU G800-EXIT.
D100-EXIT.
    EXIT.
    MOVE     PRT-EXTR-DETAIL-COUNT TO CKPT-OUT-EXTR-DETAIL
    MOVE     PRT-EXTR-OPEN-SWITCH  TO CKPT-OUT-EXTR-OPEN
    MOVE     PRT-EXTR-REGION       TO CKPT-OUT-EXTR-REGION
    MOVE     PRT-HELD-COUNT        TO CKPT-OUT-HELD-COUNT
    MOVE     PRT-RLSE-COUNT        TO CKPT-OUT-RLSE-COUNT
    MOVE     SPACES                TO CKPT-OUT-FILLER
    WRITE    PRT-CKPT-OUT-REC
    PERFORM  G300-WRITE-SUM-CHECKPOINT THRU G300-EXIT
        VARYING PRT-SUM-SUB FROM 1 BY 1
        UNTIL PRT-SUM-SUB > PRT-SUM-USED
    PERFORM  G350-WRITE-CUR-CHECKPOINT THRU G350-EXIT
        VARYING PRT-CUR-SUB FROM 1 BY 1
        UNTIL PRT-CUR-SUB > PRT-CUR-USED.
E000-EXIT.
    EXIT.

    MOVE     SPACES    TO CKPT-OUT-SUM-REGION
    MOVE     ZERO      TO CKPT-OUT-SUM-COUNT
    MOVE     ZERO      TO CKPT-OUT-SUM-AMOUNT
    MOVE     SPACES    TO CKPT-OUT-SUM-CURRENCY
    MOVE     ZERO      TO CKPT-OUT-SUM-ORIG-AMOUNT
    MOVE     SPACES    TO CKPT-OUT-SUM-FILLER
    WRITE    PRT-CKPT-OUT-SUM-REC.
E100-EXIT.
                 ' BUT THE RUN DATE IS ' YYYYMMDD
        GO TO    F900-INTEGRITY-FAIL
    END-IF
    IF       PRT-STREAM-REGION NOT = SPACES
         AND PRT-BH-REGION-ID NOT = PRT-STREAM-REGION
         AND PRT-BH-REGION-ID NOT = 'RC'
        DISPLAY  'PGM123 - EXTRACT FOR REGION ' PRT-BH-REGION-ID
                 ' PRESENTED TO THE REGION ' PRT-STREAM-REGION
                 ' RUN'
        GO TO    F900-INTEGRITY-FAIL
    END-IF
    SET      PRT-EXTR-OPEN     TO TRUE
    MOVE     PRT-BH-REGION-ID  TO PRT-EXTR-REGION
    MOVE     ZERO              TO PRT-EXTR-DETAIL-COUNT
    ADD      1  TO PRT-EXTR-SEEN-COUNT
    PERFORM  K100-CHECK-EXTRACT-REGION THRU K100-EXIT.
F000-EXIT.
    EXIT.

        GO TO    F900-INTEGRITY-FAIL
    END-IF
    SET      PRT-EXTR-NOT-OPEN  TO TRUE
    SET      PRT-EXTR-RGN-OK    TO TRUE
    MOVE     SPACES             TO PRT-EXTR-REGION.
F100-EXIT.
    EXIT.
                 ' EXTRACTS READ BUT PRTCARD EXPECTED '
                 PRT-EXTRACT-COUNT
        GO TO    F900-INTEGRITY-FAIL
    END-IF
    IF       PRT-EXTRACT-COUNT > 0
        PERFORM  K200-PROVE-ARRIVALS THRU K200-EXIT
        IF       PRT-ARV-SHORT
            GO TO    F900-INTEGRITY-FAIL
        END-IF
    END-IF.
F800-EXIT.
    EXIT.
    WRITE     PRT-CTL-RPT-REC FROM PRT-ALERT-LINE
    PERFORM   E100-WRITE-VOID-CHECKPOINT THRU E100-EXIT
    PERFORM   H300-BACKOUT-HISTORY THRU H300-EXIT
    PERFORM   J300-BACKOUT-PENDING THRU J300-EXIT
    ACCEPT    PRT-RUN-END-TIME  FROM TIME
    MOVE      0012  TO PRT-COND-CODE
    MOVE      YYYYMMDD            TO AUD-RUN-DATE
    CLOSE    PRT-CTL-RPT
    CLOSE    PRT-REJECT
    CLOSE    PRT-ACCT-MASTER
    CLOSE    PRT-ACCT-XREF
    CLOSE    PRT-HISTORY
    CLOSE    PRT-PENDING
    CLOSE    PRT-HELD
    CLOSE    PRT-REGION-MASTER
    CLOSE    PRT-FX-RATE
    CLOSE    PRT-SUMMARY
    CLOSE    PRT-AUDIT
    STOP RUN.
              'UPSTREAM EXTRACT IS RE-SENT'
    PERFORM   E100-WRITE-VOID-CHECKPOINT THRU E100-EXIT
    PERFORM   H300-BACKOUT-HISTORY THRU H300-EXIT
    PERFORM   J300-BACKOUT-PENDING THRU J300-EXIT
    ACCEPT    PRT-RUN-END-TIME  FROM TIME
    MOVE      0008  TO PRT-COND-CODE
    MOVE      YYYYMMDD            TO AUD-RUN-DATE
    CLOSE    PRT-REJECT
    CLOSE    PRT-SUMMARY
    CLOSE    PRT-ACCT-MASTER
    CLOSE    PRT-ACCT-XREF
    CLOSE    PRT-HISTORY
    CLOSE    PRT-PENDING
    CLOSE    PRT-HELD
    CLOSE    PRT-REGION-MASTER
    CLOSE    PRT-FX-RATE
    CLOSE    PRT-AUDIT
    STOP RUN.

    PERFORM  G050-LOCATE-SUM-ENTRY THRU G050-EXIT
    ADD      1              TO SUM-TBL-COUNT (PRT-SUM-SUB)
    IF       PRT-WORK-CREDIT
        SUBTRACT PRT-POST-AMOUNT
            FROM SUM-TBL-AMOUNT (PRT-SUM-SUB)
    ELSE
        ADD      PRT-POST-AMOUNT  TO SUM-TBL-AMOUNT (PRT-SUM-SUB)
    END-IF
    IF       PRT-EX-CURRENCY = SPACES
        GO TO    G000-EXIT
    END-IF
    MOVE     SUM-TBL-REGION (PRT-SUM-SUB)  TO PRT-CUR-WORK-REGION
    MOVE     PRT-EX-CURRENCY               TO PRT-CUR-WORK-CURRENCY
    PERFORM  G400-LOCATE-CUR-ENTRY THRU G400-EXIT
    ADD      1              TO CUR-TBL-COUNT (PRT-CUR-SUB)
    IF       PRT-WORK-CREDIT
        SUBTRACT PRT-POST-AMOUNT
            FROM CUR-TBL-AMOUNT (PRT-CUR-SUB)
        SUBTRACT PRT-SENT-AMOUNT
            FROM CUR-TBL-ORIG (PRT-CUR-SUB)
    ELSE
        ADD      PRT-POST-AMOUNT  TO CUR-TBL-AMOUNT (PRT-CUR-SUB)
        ADD      PRT-SENT-AMOUNT  TO CUR-TBL-ORIG (PRT-CUR-SUB)
    END-IF.
G000-EXIT.
    EXIT.
    IF       PRT-SUM-FOUND
        GO TO    G050-EXIT
    END-IF
    IF       PRT-SUM-USED < 20
        ADD      1  TO PRT-SUM-USED
        MOVE     PRT-SUM-USED         TO PRT-SUM-SUB
        MOVE     PRT-SUM-WORK-REGION  TO SUM-TBL-REGION (PRT-SUM-SUB)
        MOVE     ZERO  TO SUM-TBL-COUNT (PRT-SUM-SUB)
        MOVE     ZERO  TO SUM-TBL-AMOUNT (PRT-SUM-SUB)
    ELSE
        DISPLAY  'PGM123 - MORE THAN 20 REGION CODES ON PRTLINE, '
                 'REGION ' PRT-SUM-WORK-REGION
                 ' SUMMARIZED UNDER **'
        PERFORM  G070-USE-OVERFLOW-ENTRY THRU G070-EXIT
    EXIT.

G070-USE-OVERFLOW-ENTRY.
    MOVE     21    TO PRT-SUM-SUB
    MOVE     '**'  TO SUM-TBL-REGION (PRT-SUM-SUB)
    IF       PRT-SUM-USED < 21
        MOVE     21  TO PRT-SUM-USED
    END-IF.
G070-EXIT.
    EXIT.
    EXIT.

G200-RESTORE-SUM-ENTRY.
    IF       CKPT-IN-SUM-CURRENCY NOT = SPACES
        PERFORM  G250-RESTORE-CUR-ENTRY THRU G250-EXIT
        GO TO    G200-EXIT
    END-IF
    MOVE     CKPT-IN-SUM-REGION  TO PRT-SUM-WORK-REGION
    PERFORM  G050-LOCATE-SUM-ENTRY THRU G050-EXIT
    MOVE     CKPT-IN-SUM-COUNT   TO SUM-TBL-COUNT (PRT-SUM-SUB)
G200-EXIT.
    EXIT.

G250-RESTORE-CUR-ENTRY.
    MOVE     CKPT-IN-SUM-REGION    TO PRT-CUR-WORK-REGION
    MOVE     CKPT-IN-SUM-CURRENCY  TO PRT-CUR-WORK-CURRENCY
    PERFORM  G400-LOCATE-CUR-ENTRY THRU G400-EXIT
    MOVE     CKPT-IN-SUM-COUNT        TO CUR-TBL-COUNT (PRT-CUR-SUB)
    MOVE     CKPT-IN-SUM-AMOUNT       TO CUR-TBL-AMOUNT (PRT-CUR-SUB)
    MOVE     CKPT-IN-SUM-ORIG-AMOUNT  TO CUR-TBL-ORIG (PRT-CUR-SUB).
G250-EXIT.
    EXIT.

G300-WRITE-SUM-CHECKPOINT.
    IF       SUM-TBL-COUNT (PRT-SUM-SUB) = 0
        GO TO    G300-EXIT
    MOVE     SUM-TBL-REGION (PRT-SUM-SUB)  TO CKPT-OUT-SUM-REGION
    MOVE     SUM-TBL-COUNT (PRT-SUM-SUB)   TO CKPT-OUT-SUM-COUNT
    MOVE     SUM-TBL-AMOUNT (PRT-SUM-SUB)  TO CKPT-OUT-SUM-AMOUNT
    MOVE     SPACES    TO CKPT-OUT-SUM-CURRENCY
    MOVE     ZERO      TO CKPT-OUT-SUM-ORIG-AMOUNT
    MOVE     SPACES    TO CKPT-OUT-SUM-FILLER
    WRITE    PRT-CKPT-OUT-SUM-REC.
G300-EXIT.
    EXIT.

G350-WRITE-CUR-CHECKPOINT.
    IF       CUR-TBL-COUNT (PRT-CUR-SUB) = 0
        GO TO    G350-EXIT
    END-IF
    MOVE     'S'       TO CKPT-OUT-SUM-ID
    MOVE     YYYYMMDD  TO CKPT-OUT-SUM-DATE
    MOVE     CUR-TBL-REGION (PRT-CUR-SUB)    TO CKPT-OUT-SUM-REGION
    MOVE     CUR-TBL-COUNT (PRT-CUR-SUB)     TO CKPT-OUT-SUM-COUNT
    MOVE     CUR-TBL-AMOUNT (PRT-CUR-SUB)    TO CKPT-OUT-SUM-AMOUNT
    MOVE     CUR-TBL-CURRENCY (PRT-CUR-SUB)  TO CKPT-OUT-SUM-CURRENCY
    MOVE     CUR-TBL-ORIG (PRT-CUR-SUB)   TO CKPT-OUT-SUM-ORIG-AMOUNT
    MOVE     SPACES    TO CKPT-OUT-SUM-FILLER
    WRITE    PRT-CKPT-OUT-SUM-REC.
G350-EXIT.
    EXIT.

G400-LOCATE-CUR-ENTRY.
    IF       PRT-CUR-WORK-REGION = '**'
        PERFORM  G470-USE-CUR-OVERFLOW THRU G470-EXIT
        GO TO    G400-EXIT
    END-IF
    SET      PRT-CUR-NOT-FOUND  TO TRUE
    MOVE     ZERO  TO PRT-CUR-SUB
    PERFORM  G450-SCAN-CUR-TABLE THRU G450-EXIT
        UNTIL PRT-CUR-FOUND OR PRT-CUR-SUB >= PRT-CUR-USED
    IF       PRT-CUR-FOUND
        GO TO    G400-EXIT
    END-IF
    IF       PRT-CUR-USED < 30
        ADD      1  TO PRT-CUR-USED
        MOVE     PRT-CUR-USED           TO PRT-CUR-SUB
        MOVE     PRT-CUR-WORK-REGION    TO CUR-TBL-REGION (PRT-CUR-SUB)
        MOVE     PRT-CUR-WORK-CURRENCY  TO CUR-TBL-CURRENCY (PRT-CUR-SUB)
        MOVE     ZERO  TO CUR-TBL-COUNT (PRT-CUR-SUB)
        MOVE     ZERO  TO CUR-TBL-AMOUNT (PRT-CUR-SUB)
        MOVE     ZERO  TO CUR-TBL-ORIG (PRT-CUR-SUB)
    ELSE
        DISPLAY  'PGM123 - MORE THAN 30 REGION/CURRENCY PAIRS ON '
                 'PRTLINE, ' PRT-CUR-WORK-REGION ' '
                 PRT-CUR-WORK-CURRENCY ' SUMMARIZED UNDER ** ***'
        PERFORM  G470-USE-CUR-OVERFLOW THRU G470-EXIT
    END-IF.
G400-EXIT.
    EXIT.

G450-SCAN-CUR-TABLE.
    ADD      1  TO PRT-CUR-SUB
    IF       CUR-TBL-REGION (PRT-CUR-SUB) = PRT-CUR-WORK-REGION
         AND CUR-TBL-CURRENCY (PRT-CUR-SUB) = PRT-CUR-WORK-CURRENCY
        SET      PRT-CUR-FOUND  TO TRUE
    END-IF.
G450-EXIT.
    EXIT.

G470-USE-CUR-OVERFLOW.
    MOVE     31     TO PRT-CUR-SUB
    MOVE     '**'   TO CUR-TBL-REGION (PRT-CUR-SUB)
    MOVE     '***'  TO CUR-TBL-CURRENCY (PRT-CUR-SUB)
    IF       PRT-CUR-USED < 31
        MOVE     31  TO PRT-CUR-USED
    END-IF.
G470-EXIT.
    EXIT.

G800-CLEAR-SUM-TABLE.
    MOVE     ZERO  TO PRT-SUM-USED
    PERFORM  G850-CLEAR-SUM-ENTRY THRU G850-EXIT
        VARYING PRT-SUM-SUB FROM 1 BY 1
        UNTIL PRT-SUM-SUB > 21
    MOVE     ZERO  TO PRT-CUR-USED
    PERFORM  G870-CLEAR-CUR-ENTRY THRU G870-EXIT
        VARYING PRT-CUR-SUB FROM 1 BY 1
        UNTIL PRT-CUR-SUB > 31.
G800-EXIT.
    EXIT.

G850-EXIT.
    EXIT.

G870-CLEAR-CUR-ENTRY.
    MOVE     SPACES  TO CUR-TBL-REGION (PRT-CUR-SUB)
    MOVE     SPACES  TO CUR-TBL-CURRENCY (PRT-CUR-SUB)
    MOVE     ZERO    TO CUR-TBL-COUNT (PRT-CUR-SUB)
    MOVE     ZERO    TO CUR-TBL-AMOUNT (PRT-CUR-SUB)
    MOVE     ZERO    TO CUR-TBL-ORIG (PRT-CUR-SUB).
G870-EXIT.
    EXIT.

H000-AGE-HISTORY.
    MOVE     FUNCTION INTEGER-OF-DATE (YYYYMMDD)
                    TO PRT-HIST-DAY-WORK
H200-RECORD-HISTORY.
    MOVE     PRT-EX-DATE     TO HIST-REC-DATE
    MOVE     PRT-EX-REGION   TO HIST-REGION
    MOVE     PRT-POST-ACCOUNT  TO HIST-ACCOUNT
    MOVE     PRT-SENT-AMOUNT TO HIST-AMOUNT
    MOVE     PRT-WORK-SIGN   TO HIST-SIGN
    MOVE     YYYYMMDD        TO HIST-POSTED-DATE
    MOVE     PRT-EX-CURRENCY TO HIST-CURRENCY
    MOVE     SPACES          TO HIST-FILLER
    WRITE    PRT-HIST-REC
        INVALID KEY
H350-EXIT.
    EXIT.

J000-RELEASE-PENDING.
    SET      PRT-PEND-SWEEP-MORE  TO TRUE
    MOVE     LOW-VALUES  TO PND-KEY
    START    PRT-PENDING KEY >= PND-KEY
        INVALID KEY
            SET      PRT-PEND-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  J050-SWEEP-PENDING THRU J050-EXIT
        UNTIL PRT-PEND-SWEEP-DONE
    IF       PRT-FRESH-START
         AND PRT-RLSE-COUNT > 0
        PERFORM  E000-WRITE-CHECKPOINT THRU E000-EXIT
    END-IF.
J000-EXIT.
    EXIT.

J050-SWEEP-PENDING.
    READ     PRT-PENDING NEXT
        AT END
            SET      PRT-PEND-SWEEP-DONE  TO TRUE
            GO TO    J050-EXIT
    END-READ
    IF       PND-RELEASED
        IF       PND-RELEASED-DATE < PRT-HIST-CUTOFF
            DELETE   PRT-PENDING
        END-IF
        GO TO    J050-EXIT
    END-IF
    IF       PND-EFF-DATE > YYYYMMDD
        GO TO    J050-EXIT
    END-IF
    MOVE     PND-ORIGINAL-REC  TO PRT-REC
    SET      PRT-RELEASING     TO TRUE
    PERFORM  C000-VALIDATE-RECORD THRU C000-EXIT
    SET      PRT-NOT-RELEASING TO TRUE
    IF       PRT-REC-INVALID
        MOVE     PRT-REJECT-REASON TO REJ-REASON-CODE
        MOVE     PRT-REC           TO REJ-ORIGINAL-REC
        WRITE    PRT-REJECT-REC
        ADD      1  TO PRT-REJECT-COUNT
    ELSE
        PERFORM  B200-WRITE-DETAIL THRU B200-EXIT
        PERFORM  G000-ADD-TO-SUMMARY THRU G000-EXIT
        ADD      1  TO PGM-COUNT
    END-IF
    MOVE     'R'        TO PND-STATUS
    MOVE     YYYYMMDD   TO PND-RELEASED-DATE
    REWRITE  PRT-PEND-REC
        INVALID KEY
            DISPLAY  'PGM123 - PENDING FILE REWRITE FAILED, STATUS='
                     PRT-PEND-STATUS ' KEY=' PND-KEY
            GO TO    F900-INTEGRITY-FAIL
    END-REWRITE
    MOVE     'R'               TO HLD-ACTION
    MOVE     PND-EFF-DATE      TO HLD-EFF-DATE
    MOVE     PND-ORIGINAL-REC  TO HLD-ORIGINAL-REC
    MOVE     SPACES            TO HLD-FILLER
    WRITE    PRT-HELD-REC
    IF       PRT-HELD-STATUS NOT = '00'
        DISPLAY  'PGM123 - HOLD/RELEASE LOG WRITE FAILED, STATUS='
                 PRT-HELD-STATUS
        GO TO    F900-INTEGRITY-FAIL
    END-IF
    ADD      1  TO PRT-RLSE-COUNT.
J050-EXIT.
    EXIT.

J100-HOLD-RECORD.
    MOVE     PRT-EX-REGION         TO PND-REGION
    MOVE     PRT-EX-DATE           TO PND-EFF-DATE
    MOVE     YYYYMMDD              TO PND-HELD-DATE
    MOVE     PRT-INPUT-READ-COUNT  TO PND-HELD-SEQ
    MOVE     'P'                   TO PND-STATUS
    MOVE     ZERO                  TO PND-RELEASED-DATE
    MOVE     PRT-REC               TO PND-ORIGINAL-REC
    MOVE     SPACES                TO PND-FILLER
    WRITE    PRT-PEND-REC
        INVALID KEY
            IF       PRT-RESUMING
                GO TO    J100-EXIT
            END-IF
            DISPLAY  'PGM123 - RECORD ' PRT-INPUT-READ-COUNT
                     ' ALREADY ON THE PENDING FILE FOR ' YYYYMMDD
            GO TO    F900-INTEGRITY-FAIL
    END-WRITE
    MOVE     'H'               TO HLD-ACTION
    MOVE     PRT-EX-DATE       TO HLD-EFF-DATE
    MOVE     PRT-REC           TO HLD-ORIGINAL-REC
    MOVE     SPACES            TO HLD-FILLER
    WRITE    PRT-HELD-REC
    IF       PRT-HELD-STATUS NOT = '00'
        DISPLAY  'PGM123 - HOLD/RELEASE LOG WRITE FAILED, STATUS='
                 PRT-HELD-STATUS
        GO TO    F900-INTEGRITY-FAIL
    END-IF
    ADD      1  TO PRT-HELD-COUNT.
J100-EXIT.
    EXIT.

J300-BACKOUT-PENDING.
    SET      PRT-PEND-SWEEP-MORE  TO TRUE
    MOVE     LOW-VALUES  TO PND-KEY
    START    PRT-PENDING KEY >= PND-KEY
        INVALID KEY
            SET      PRT-PEND-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  J350-BACKOUT-PENDING-REC THRU J350-EXIT
        UNTIL PRT-PEND-SWEEP-DONE.
J300-EXIT.
    EXIT.

J350-BACKOUT-PENDING-REC.
    READ     PRT-PENDING NEXT
        AT END
            SET      PRT-PEND-SWEEP-DONE  TO TRUE
            GO TO    J350-EXIT
    END-READ
    IF       PND-PENDING
         AND PND-HELD-DATE = YYYYMMDD
        DELETE   PRT-PENDING
        GO TO    J350-EXIT
    END-IF
    IF       PND-RELEASED
         AND PND-RELEASED-DATE = YYYYMMDD
        MOVE     'P'   TO PND-STATUS
        MOVE     ZERO  TO PND-RELEASED-DATE
        REWRITE  PRT-PEND-REC
    END-IF.
J350-EXIT.
    EXIT.

K000-LOOKUP-REGION.
    SET      PRT-RGN-UNKNOWN  TO TRUE
    MOVE     PRT-RGN-WORK-REGION  TO RGM-REGION
    READ     PRT-REGION-MASTER
        INVALID KEY
            GO TO    K000-EXIT
    END-READ
    IF       RGM-ACTIVE
        SET      PRT-RGN-ACTIVE    TO TRUE
    ELSE
        SET      PRT-RGN-INACTIVE  TO TRUE
    END-IF.
K000-EXIT.
    EXIT.

K100-CHECK-EXTRACT-REGION.
    SET      PRT-EXTR-RGN-OK  TO TRUE
    IF       PRT-EXTR-REGION = 'RC'
        GO TO    K100-EXIT
    END-IF
    MOVE     PRT-EXTR-REGION  TO PRT-RGN-WORK-REGION
    PERFORM  K000-LOOKUP-REGION THRU K000-EXIT
    IF       PRT-RGN-ACTIVE
        GO TO    K100-EXIT
    END-IF
    SET      PRT-EXTR-RGN-BAD  TO TRUE
    IF       PRT-RGN-UNKNOWN
        DISPLAY  'PGM123 - EXTRHDR REGION ' PRT-EXTR-REGION
                 ' IS NOT ON THE REGION MASTER - ITS DETAILS '
                 'REJECT AS XREG'
            UPON CONSOLE
    ELSE
        DISPLAY  'PGM123 - EXTRHDR REGION ' PRT-EXTR-REGION
                 ' IS INACTIVE ON THE REGION MASTER - ITS DETAILS '
                 'REJECT AS XREG'
            UPON CONSOLE
    END-IF.
K100-EXIT.
    EXIT.

K200-PROVE-ARRIVALS.
    SET      PRT-ARV-COMPLETE  TO TRUE
    SET      PRT-RGN-NOT-EOF   TO TRUE
    MOVE     LOW-VALUES  TO RGM-REGION
    START    PRT-REGION-MASTER KEY >= RGM-REGION
        INVALID KEY
            SET      PRT-RGN-EOF  TO TRUE
    END-START
    PERFORM  K250-PROVE-REGION THRU K250-EXIT
        UNTIL PRT-RGN-EOF.
K200-EXIT.
    EXIT.

K250-PROVE-REGION.
    READ     PRT-REGION-MASTER NEXT
        AT END
            SET      PRT-RGN-EOF  TO TRUE
            GO TO    K250-EXIT
    END-READ
    IF       NOT RGM-ACTIVE
          OR RGM-EXPECTED-EXTRACTS NOT NUMERIC
          OR RGM-EXPECTED-EXTRACTS = 0
        GO TO    K250-EXIT
    END-IF
    IF       PRT-STREAM-REGION NOT = SPACES
         AND RGM-REGION NOT = PRT-STREAM-REGION
        GO TO    K250-EXIT
    END-IF
    MOVE     RGM-REGION  TO PRT-RGN-WORK-REGION
    PERFORM  K350-LOCATE-ARRIVAL THRU K350-EXIT
    MOVE     ZERO        TO PRT-ARV-SEEN
    IF       PRT-ARV-FOUND
        MOVE     ARV-TBL-COUNT (PRT-ARV-SUB)  TO PRT-ARV-SEEN
    END-IF
    IF       PRT-ARV-SEEN NOT = RGM-EXPECTED-EXTRACTS
        DISPLAY  'PGM123 - REGION ' RGM-REGION ' ' RGM-NAME
                 ' SENT ' PRT-ARV-SEEN ' EXTRACTS, THE REGION '
                 'MASTER EXPECTS ' RGM-EXPECTED-EXTRACTS
        SET      PRT-ARV-SHORT  TO TRUE
    END-IF.
K250-EXIT.
    EXIT.

K300-TALLY-ARRIVAL.
    MOVE     PRT-BH-REGION-ID  TO PRT-RGN-WORK-REGION
    PERFORM  K350-LOCATE-ARRIVAL THRU K350-EXIT
    IF       PRT-ARV-FOUND
        ADD      1  TO ARV-TBL-COUNT (PRT-ARV-SUB)
        GO TO    K300-EXIT
    END-IF
    IF       PRT-ARV-USED < 20
        ADD      1  TO PRT-ARV-USED
        MOVE     PRT-ARV-USED         TO PRT-ARV-SUB
        MOVE     PRT-RGN-WORK-REGION  TO ARV-TBL-REGION (PRT-ARV-SUB)
        MOVE     1                    TO ARV-TBL-COUNT (PRT-ARV-SUB)
    ELSE
        DISPLAY  'PGM123 - MORE THAN 20 EXTRACT REGIONS ON PRTLINE, '
                 'REGION ' PRT-RGN-WORK-REGION ' NOT TALLIED'
    END-IF.
K300-EXIT.
    EXIT.

K350-LOCATE-ARRIVAL.
    SET      PRT-ARV-NOT-FOUND  TO TRUE
    MOVE     ZERO  TO PRT-ARV-SUB
    PERFORM  K370-SCAN-ARRIVAL THRU K370-EXIT
        UNTIL PRT-ARV-FOUND OR PRT-ARV-SUB >= PRT-ARV-USED.
K350-EXIT.
    EXIT.

K370-SCAN-ARRIVAL.
    ADD      1  TO PRT-ARV-SUB
    IF       ARV-TBL-REGION (PRT-ARV-SUB) = PRT-RGN-WORK-REGION
        SET      PRT-ARV-FOUND  TO TRUE
    END-IF.
K370-EXIT.
    EXIT.

G900-WRITE-SUMMARY-REC.
    IF       SUM-TBL-COUNT (PRT-SUM-SUB) = 0
        GO TO    G900-EXIT
    MOVE     SUM-TBL-REGION (PRT-SUM-SUB)  TO SUM-REGION
    MOVE     SUM-TBL-COUNT (PRT-SUM-SUB)   TO SUM-REC-COUNT
    MOVE     SUM-TBL-AMOUNT (PRT-SUM-SUB)  TO SUM-AMOUNT
    MOVE     SPACES    TO SUM-REC-KIND
    MOVE     SPACES    TO SUM-CURRENCY
    MOVE     ZERO      TO SUM-ORIG-AMOUNT
    MOVE     SPACES    TO SUM-FILLER
    WRITE    PRT-SUM-REC.
G900-EXIT.
    EXIT.

G950-WRITE-CURRENCY-REC.
    IF       CUR-TBL-COUNT (PRT-CUR-SUB) = 0
        GO TO    G950-EXIT
    END-IF
    MOVE     YYYYMMDD  TO SUM-RUN-DATE
    MOVE     CUR-TBL-REGION (PRT-CUR-SUB)    TO SUM-REGION
    MOVE     CUR-TBL-COUNT (PRT-CUR-SUB)     TO SUM-REC-COUNT
    MOVE     CUR-TBL-AMOUNT (PRT-CUR-SUB)    TO SUM-AMOUNT
    MOVE     SPACES    TO SUM-REC-KIND
    MOVE     CUR-TBL-CURRENCY (PRT-CUR-SUB)  TO SUM-CURRENCY
    MOVE     CUR-TBL-ORIG (PRT-CUR-SUB)      TO SUM-ORIG-AMOUNT
    MOVE     SPACES    TO SUM-FILLER
    WRITE    PRT-SUM-REC.
G950-EXIT.
    EXIT.

A900-TERMINATE.
    PERFORM  G900-WRITE-SUMMARY-REC THRU G900-EXIT
        VARYING PRT-SUM-SUB FROM 1 BY 1
        UNTIL PRT-SUM-SUB > PRT-SUM-USED
    PERFORM  G950-WRITE-CURRENCY-REC THRU G950-EXIT
        VARYING PRT-CUR-SUB FROM 1 BY 1
        UNTIL PRT-CUR-SUB > PRT-CUR-USED
    PERFORM  E000-WRITE-CHECKPOINT THRU E000-EXIT
    MOVE     SPACES          TO PRT-REC-DONE
    SET      PRT-TRAILER-REC TO TRUE
    MOVE     PGM-COUNT      TO CTL-RPT-REC-COUNT
    MOVE     PRT-RUN-MODE   TO CTL-RPT-MODE
    WRITE    PRT-CTL-RPT-REC
    MOVE     YYYYMMDD        TO PNL-RUN-DATE
    MOVE     PRT-HELD-COUNT  TO PNL-HELD-COUNT
    MOVE     PRT-RLSE-COUNT  TO PNL-RLSE-COUNT
    WRITE    PRT-CTL-RPT-REC FROM PRT-PENDING-LINE
    ACCEPT    PRT-RUN-END-TIME  FROM TIME
    IF        PRT-REJECT-COUNT > 0
        MOVE      0004  TO PRT-COND-CODE
    CLOSE    PRT-REJECT
    CLOSE    PRT-SUMMARY
    CLOSE    PRT-ACCT-MASTER
    CLOSE    PRT-ACCT-XREF
    CLOSE    PRT-HISTORY
    CLOSE    PRT-PENDING
    CLOSE    PRT-HELD
    CLOSE    PRT-REGION-MASTER
    CLOSE    PRT-FX-RATE
    CLOSE    PRT-AUDIT.
A900-EXIT.
    EXIT.
    CLOSE    PRT-REJECT
    CLOSE    PRT-SUMMARY
    CLOSE    PRT-ACCT-MASTER
    CLOSE    PRT-ACCT-XREF
    CLOSE    PRT-HISTORY
    CLOSE    PRT-PENDING
    CLOSE    PRT-HELD
    CLOSE    PRT-REGION-MASTER
    CLOSE    PRT-FX-RATE
    CLOSE    PRT-AUDIT.
A910-EXIT.
    EXIT.

      *>--------------------------------------------------------------*>
      *> PROGRAM-ID : 139
      *> AUTHOR     : CHEN
      *>
      *> Pending (future-dated) detail report.  Program 123 holds any
      *> detail whose PRT-EX-DATE is after the run date on the PRTPEND
      *> KSDS (key = region + effective date + held date + held
      *> sequence) and releases it on the first run on or after its
      *> effective date.  This program lists what is still waiting,
      *> in key order, so it falls out grouped by region and then by
      *> effective date:
      *>
      *>   - one line per pending item: effective date, date held,
      *>     account, amount, sign and the days until it releases;
      *>   - a subtotal (items, net amount) per effective date;
      *>   - a total per region and a grand total for the file;
      *>   - a count of released entries still kept on the file
      *>     until the history retention ages them off.
      *>
      *> The run date is taken from the same PRTCARD control card as
      *> program 123 (optional - the system date otherwise), so the
      *> days-to-release column agrees with the run that held them.
      *>
      *> Read-only against the pending file.  Return codes: 0 = done
      *> (an empty pending file is not an error), 16 = did not
      *> finish.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>   2026-10-15  CHEN  Each region break now prints the region
      *>                     name off the region master (REGNMST).
      *>   2026-10-15  CHEN  A foreign-currency item prints its amount
      *>                     as billed with its currency code; it is
      *>                     not converted until released, so the
      *>                     net amounts are base-currency items only.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "139".
AUTHOR.        CHEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PNR-CONTROL-CARD  ASSIGN TO PRTCARD
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS PNR-CARD-STATUS.
    SELECT PNR-PENDING  ASSIGN TO PRTPEND
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS PND-KEY
                        FILE STATUS IS PNR-PEND-STATUS.
    SELECT PNR-REPORT   ASSIGN TO PNDRPT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS PNR-RPT-STATUS.
    SELECT PNR-REGION-MASTER  ASSIGN TO REGNMST
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS RGM-REGION
                        FILE STATUS IS PNR-REGN-STATUS.

DATA DIVISION.
FILE SECTION.

FD  PNR-CONTROL-CARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  PNR-CONTROL-CARD-REC.
    05  PNR-CC-RUN-DATE    PIC 9(8).
    05  PNR-CC-FILLER      PIC X(72).

FD  PNR-PENDING RECORD CONTAINS 120 CHARACTERS.

01  PNR-PEND-REC.
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

FD  PNR-REPORT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

01  PNR-REPORT-REC     PIC X(133).

FD  PNR-REGION-MASTER RECORD CONTAINS 80 CHARACTERS.

01  PNR-REGN-REC.
    COPY RGNMSTR.

WORKING-STORAGE SECTION.

01  PNR-COUNTERS.
    05  PNR-DATE-COUNT     PIC 9(7) VALUE ZERO.
    05  PNR-REGION-COUNT   PIC 9(7) VALUE ZERO.
    05  PNR-GRAND-COUNT    PIC 9(7) VALUE ZERO.
    05  PNR-RLSE-COUNT     PIC 9(7) VALUE ZERO.
    05  PNR-DATE-NET       PIC S9(15)V99 VALUE ZERO COMP-3.
    05  PNR-REGION-NET     PIC S9(15)V99 VALUE ZERO COMP-3.
    05  PNR-GRAND-NET      PIC S9(15)V99 VALUE ZERO COMP-3.

01  YYYYMMDD          PIC 9(8).

01  PNR-SWITCHES.
    05  PNR-EOF-SW        PIC X(1)  VALUE 'N'.
        88  PNR-EOF                 VALUE 'Y'.
    05  PNR-FIRST-SW      PIC X(1)  VALUE 'Y'.
        88  PNR-FIRST-ITEM          VALUE 'Y'.
        88  PNR-NOT-FIRST-ITEM      VALUE 'N'.

01  PNR-FILE-STATUSES.
    05  PNR-CARD-STATUS      PIC X(2) VALUE SPACES.
    05  PNR-PEND-STATUS      PIC X(2) VALUE SPACES.
    05  PNR-RPT-STATUS       PIC X(2) VALUE SPACES.
    05  PNR-REGN-STATUS      PIC X(2) VALUE SPACES.

01  PNR-ITEM.
    COPY PRTRECX.

01  PNR-BREAK-FIELDS.
    05  PNR-PREV-REGION      PIC X(2) VALUE SPACES.
    05  PNR-PREV-EFF-DATE    PIC 9(8) VALUE ZERO.

01  PNR-DAY-WORK.
    05  PNR-TODAY-DAYS       PIC 9(7) VALUE ZERO COMP.
    05  PNR-EFF-DAYS         PIC 9(7) VALUE ZERO COMP.
    05  PNR-DAYS-LEFT        PIC S9(5) VALUE ZERO COMP.

01  PNR-HEADING-1.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(44)  VALUE
        'PGM139 - PENDING FUTURE-DATED DETAILS AS AT '.
    05  HD1-RUN-DATE  PIC 9(8).
    05  FILLER   PIC X(80)  VALUE SPACES.

01  PNR-REGION-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  FILLER            PIC X(7)  VALUE 'REGION '.
    05  RGN-LN-REGION     PIC X(2).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  RGN-LN-NAME       PIC X(30).
    05  FILLER            PIC X(91) VALUE SPACES.

01  PNR-HEADING-2.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(44)  VALUE
        'EFF DATE  HELD ON   ACCOUNT          AMOUNT '.
    05  FILLER   PIC X(44)  VALUE
        ' S  RELEASES IN  CUR                        '.
    05  FILLER   PIC X(44)  VALUE SPACES.

01  PNR-DETAIL-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  DET-EFF-DATE      PIC 9(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-HELD-DATE     PIC 9(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-ACCOUNT       PIC X(10).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-AMOUNT        PIC Z(8)9.99.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-SIGN          PIC X(1).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-DAYS-LEFT     PIC ZZZZ9.
    05  FILLER            PIC X(5)  VALUE ' DAYS'.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-CURRENCY      PIC X(3).
    05  FILLER            PIC X(68) VALUE SPACES.

01  PNR-TOTAL-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  TOT-LABEL         PIC X(24) VALUE SPACES.
    05  TOT-ITEMS         PIC ZZZZZZ9.
    05  FILLER            PIC X(13) VALUE '  BASE NET   '.
    05  TOT-NET-AMOUNT    PIC Z(14)9.99-.
    05  FILLER            PIC X(69) VALUE SPACES.

01  PNR-BLANK-LINE        PIC X(133) VALUE SPACES.

PROCEDURE DIVISION.

A000-START.
    PERFORM  A100-INITIALIZE THRU A100-EXIT
    PERFORM  B000-PROCESS-PENDING THRU B000-EXIT
        UNTIL PNR-EOF
    PERFORM  A900-TERMINATE THRU A900-EXIT
    STOP RUN.

A100-INITIALIZE.
    ACCEPT   YYYYMMDD  FROM DATE YYYYMMDD
    OPEN     INPUT    PNR-CONTROL-CARD
    IF       PNR-CARD-STATUS = '00'
        READ     PNR-CONTROL-CARD
            AT END
                CONTINUE
            NOT AT END
                IF  PNR-CC-RUN-DATE NUMERIC AND PNR-CC-RUN-DATE > 0
                    MOVE  PNR-CC-RUN-DATE  TO YYYYMMDD
                END-IF
        END-READ
        CLOSE    PNR-CONTROL-CARD
    END-IF
    MOVE     FUNCTION INTEGER-OF-DATE (YYYYMMDD)
                    TO PNR-TODAY-DAYS
    OPEN     INPUT    PNR-PENDING
    IF       PNR-PEND-STATUS NOT = '00'
         AND PNR-PEND-STATUS NOT = '97'
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   PNR-REPORT
    IF       PNR-RPT-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    PNR-REGION-MASTER
    IF       PNR-REGN-STATUS NOT = '00'
         AND PNR-REGN-STATUS NOT = '97'
        GO TO    A999-ABEND
    END-IF
    MOVE     YYYYMMDD       TO HD1-RUN-DATE
    WRITE    PNR-REPORT-REC FROM PNR-HEADING-1.
A100-EXIT.
    EXIT.

B000-PROCESS-PENDING.
    READ     PNR-PENDING NEXT
        AT END
            SET  PNR-EOF TO TRUE
            GO TO B000-EXIT
    END-READ
    IF       PND-RELEASED
        ADD      1  TO PNR-RLSE-COUNT
        GO TO B000-EXIT
    END-IF
    IF       PNR-FIRST-ITEM
        SET      PNR-NOT-FIRST-ITEM  TO TRUE
        PERFORM  B100-START-REGION THRU B100-EXIT
    ELSE
        IF       PND-REGION NOT = PNR-PREV-REGION
            PERFORM  C100-DATE-TOTAL THRU C100-EXIT
            PERFORM  C200-REGION-TOTAL THRU C200-EXIT
            PERFORM  B100-START-REGION THRU B100-EXIT
        ELSE
            IF       PND-EFF-DATE NOT = PNR-PREV-EFF-DATE
                PERFORM  C100-DATE-TOTAL THRU C100-EXIT
                MOVE     PND-EFF-DATE  TO PNR-PREV-EFF-DATE
            END-IF
        END-IF
    END-IF
    PERFORM  C000-PRINT-ITEM THRU C000-EXIT.
B000-EXIT.
    EXIT.

B100-START-REGION.
    MOVE     PND-REGION    TO PNR-PREV-REGION
    MOVE     PND-EFF-DATE  TO PNR-PREV-EFF-DATE
    WRITE    PNR-REPORT-REC FROM PNR-BLANK-LINE
    MOVE     PND-REGION    TO RGN-LN-REGION
    MOVE     PND-REGION    TO RGM-REGION
    READ     PNR-REGION-MASTER
        INVALID KEY
            MOVE     'NOT ON REGION MASTER'  TO RGM-NAME
    END-READ
    MOVE     RGM-NAME      TO RGN-LN-NAME
    WRITE    PNR-REPORT-REC FROM PNR-REGION-LINE
    WRITE    PNR-REPORT-REC FROM PNR-HEADING-2.
B100-EXIT.
    EXIT.

C000-PRINT-ITEM.
    MOVE     PND-ORIGINAL-REC  TO PNR-ITEM
    ADD      1  TO PNR-DATE-COUNT
    MOVE     PND-EFF-DATE    TO DET-EFF-DATE
    MOVE     PND-HELD-DATE   TO DET-HELD-DATE
    MOVE     PRT-EX-ACCOUNT  TO DET-ACCOUNT
    MOVE     PRT-EX-CURRENCY TO DET-CURRENCY
    IF       PRT-EX-CURRENCY NOT = SPACES
        MOVE     PRT-EX-ORIG-AMOUNT  TO DET-AMOUNT
    ELSE
        MOVE     PRT-EX-AMOUNT   TO DET-AMOUNT
        IF       PRT-EX-CREDIT
            SUBTRACT PRT-EX-AMOUNT FROM PNR-DATE-NET
        ELSE
            ADD      PRT-EX-AMOUNT  TO PNR-DATE-NET
        END-IF
    END-IF
    MOVE     PRT-EX-SIGN     TO DET-SIGN
    MOVE     FUNCTION INTEGER-OF-DATE (PND-EFF-DATE)
                    TO PNR-EFF-DAYS
    COMPUTE  PNR-DAYS-LEFT = PNR-EFF-DAYS - PNR-TODAY-DAYS
    IF       PNR-DAYS-LEFT < 0
        MOVE     ZERO  TO PNR-DAYS-LEFT
    END-IF
    MOVE     PNR-DAYS-LEFT   TO DET-DAYS-LEFT
    WRITE    PNR-REPORT-REC FROM PNR-DETAIL-LINE.
C000-EXIT.
    EXIT.

C100-DATE-TOTAL.
    MOVE     SPACES           TO TOT-LABEL
    STRING   '  EFFECTIVE ' PNR-PREV-EFF-DATE
        DELIMITED BY SIZE INTO TOT-LABEL
    MOVE     PNR-DATE-COUNT   TO TOT-ITEMS
    MOVE     PNR-DATE-NET     TO TOT-NET-AMOUNT
    WRITE    PNR-REPORT-REC FROM PNR-TOTAL-LINE
    ADD      PNR-DATE-COUNT   TO PNR-REGION-COUNT
    ADD      PNR-DATE-NET     TO PNR-REGION-NET
    MOVE     ZERO  TO PNR-DATE-COUNT
    MOVE     ZERO  TO PNR-DATE-NET.
C100-EXIT.
    EXIT.

C200-REGION-TOTAL.
    MOVE     SPACES           TO TOT-LABEL
    STRING   'REGION ' PNR-PREV-REGION ' PENDING'
        DELIMITED BY SIZE INTO TOT-LABEL
    MOVE     PNR-REGION-COUNT TO TOT-ITEMS
    MOVE     PNR-REGION-NET   TO TOT-NET-AMOUNT
    WRITE    PNR-REPORT-REC FROM PNR-TOTAL-LINE
    ADD      PNR-REGION-COUNT TO PNR-GRAND-COUNT
    ADD      PNR-REGION-NET   TO PNR-GRAND-NET
    MOVE     ZERO  TO PNR-REGION-COUNT
    MOVE     ZERO  TO PNR-REGION-NET.
C200-EXIT.
    EXIT.

A900-TERMINATE.
    IF       PNR-NOT-FIRST-ITEM
        PERFORM  C100-DATE-TOTAL THRU C100-EXIT
        PERFORM  C200-REGION-TOTAL THRU C200-EXIT
    END-IF
    WRITE    PNR-REPORT-REC FROM PNR-BLANK-LINE
    MOVE     'ALL REGIONS PENDING'  TO TOT-LABEL
    MOVE     PNR-GRAND-COUNT  TO TOT-ITEMS
    MOVE     PNR-GRAND-NET    TO TOT-NET-AMOUNT
    WRITE    PNR-REPORT-REC FROM PNR-TOTAL-LINE
    MOVE     'RELEASED, NOT YET AGED'  TO TOT-LABEL
    MOVE     PNR-RLSE-COUNT   TO TOT-ITEMS
    MOVE     ZERO             TO TOT-NET-AMOUNT
    WRITE    PNR-REPORT-REC FROM PNR-TOTAL-LINE
    MOVE      0  TO RETURN-CODE
    CLOSE    PNR-PENDING
    CLOSE    PNR-REGION-MASTER
    CLOSE    PNR-REPORT.
A900-EXIT.
    EXIT.

A999-ABEND.
    DISPLAY   'PGM139 - FATAL ERROR, RUN TERMINATED'
    DISPLAY   'PNR-PEND-STATUS='  PNR-PEND-STATUS
              ' PNR-RPT-STATUS='  PNR-RPT-STATUS
    DISPLAY   'PNR-REGN-STATUS='  PNR-REGN-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

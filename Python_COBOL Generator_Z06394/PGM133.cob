      *>
      *> A region whose count or amount deviates from its trailing
      *> average by more than the tolerance percentage is flagged,
      *> as is an active region on the region master (REGNMST) that
      *> is due daily but missing from today's summary entirely.
      *> Any flag holds the release: the program ends with return
      *> code 8, issues an operator console message and prints the
      *> expected-versus-actual figures per region on VOLRPT.
      *> Tolerances come from the VOLCARD control card so operations
      *> can loosen them at known peaks like month-end:
      *>
      *>   COL 1-3   COUNT TOLERANCE PCT   (DEFAULT 030)
      *>   COL 4-6   AMOUNT TOLERANCE PCT  (DEFAULT 030)
      *>
      *> MODIFICATION HISTORY
      *>   2026-09-01  CHEN  Initial version.
      *>   2026-10-15  CHEN  Region arrival is now proved from the
      *>                     region master (REGNMST, layout
      *>                     RGNMSTR): every active region due daily
      *>                     (expected extracts > 0) that has no row
      *>                     on today's summary is held as MISSING,
      *>                     history or not, while a region with
      *>                     history that is no longer due (inactive
      *>                     or not a daily feed) is reported as NOT
      *>                     DUE and not held.  VOLRPT now prints
      *>                     each region's name off the master, and
      *>                     the region table is widened to 20
      *>                     regions (history table to 240 rows).
      *>   2026-10-15  CHEN  Region-by-currency records on SUMIN
      *>                     (non-blank currency) are skipped: the
      *>                     region record already carries the
      *>                     region's whole day in base currency.
      *>   2026-10-15  CHEN  Region table widened to 20 regions plus
      *>                     the '**' overflow entry program 123 can
      *>                     write, in line with PRTSUM.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "133".
    SELECT OPTIONAL VOL-CONTROL-CARD  ASSIGN TO VOLCARD
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS VOL-CARD-STATUS.
    SELECT VOL-REGION-MASTER  ASSIGN TO REGNMST
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS RGM-REGION
                        FILE STATUS IS VOL-REGN-STATUS.

DATA DIVISION.
FILE SECTION.
    05  VSM-REC-COUNT      PIC 9(7).
    05  VSM-AMOUNT         PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  VSM-REC-KIND       PIC X(1).
    05  VSM-CURRENCY       PIC X(3).
    05  VSM-FILLER         PIC X(43).

FD  VOL-HIST-IN  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

    05  VC-MIN-DAYS        PIC 9(2).
    05  VC-FILLER          PIC X(72).

FD  VOL-REGION-MASTER RECORD CONTAINS 80 CHARACTERS.

01  VOL-REGN-REC.
    COPY RGNMSTR.

WORKING-STORAGE SECTION.

01  VOL-COUNTERS.
    05  VOL-RESULT-SW     PIC X(1)  VALUE 'Y'.
        88  VOL-RELEASED            VALUE 'Y'.
        88  VOL-HELD                VALUE 'N'.
    05  VOL-RGN-EOF-SW    PIC X(1)  VALUE 'N'.
        88  VOL-RGN-EOF             VALUE 'Y'.
        88  VOL-RGN-NOT-EOF         VALUE 'N'.

01  VOL-FILE-STATUSES.
    05  VOL-SUM-STATUS       PIC X(2) VALUE SPACES.
    05  VOL-HOUT-STATUS      PIC X(2) VALUE SPACES.
    05  VOL-RPT-STATUS       PIC X(2) VALUE SPACES.
    05  VOL-CARD-STATUS      PIC X(2) VALUE SPACES.
    05  VOL-REGN-STATUS      PIC X(2) VALUE SPACES.

01  VOL-COUNT-PCT         PIC 9(3) VALUE 030.
01  VOL-AMOUNT-PCT        PIC 9(3) VALUE 030.
01  VOL-COND-CODE         PIC 9(4) VALUE ZERO.

01  VOL-HIST-TABLE.
    05  VOL-HIST-ENTRY  OCCURS 240 TIMES.
        10  VHT-DATE         PIC 9(8).
        10  VHT-REGION       PIC X(2).
        10  VHT-COUNT        PIC 9(7).
01  VOL-AVG-FROM-DATE     PIC 9(8) VALUE ZERO.

01  VOL-REGION-TABLE.
    05  VOL-REGION-ENTRY  OCCURS 21 TIMES.
        10  VRT-REGION       PIC X(2).
        10  VRT-HIST-DAYS    PIC 9(3).
        10  VRT-HIST-COUNT   PIC 9(9).
            88  VRT-NOT-TODAY         VALUE 'N'.
        10  VRT-TODAY-COUNT  PIC 9(7).
        10  VRT-TODAY-AMOUNT PIC S9(13)V99 COMP-3.
        10  VRT-DUE-SW       PIC X(1).
            88  VRT-DUE-TODAY         VALUE 'Y'.
            88  VRT-NOT-DUE           VALUE 'N'.
01  VOL-REGION-USED       PIC 9(2) VALUE ZERO.
01  VOL-REGION-SUB        PIC 9(2) VALUE ZERO COMP.
01  VOL-REGION-FOUND-SW   PIC X(1) VALUE 'N'.
        'REGION  DAYS  AVG-COUNT  TODAY-CNT          '.
    05  FILLER   PIC X(44)  VALUE
        'AVG-AMOUNT        TODAY-AMOUNT  VERDICT     '.
    05  FILLER   PIC X(44)  VALUE ' REGION NAME'.

01  VOL-DETAIL-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  DET-TODAY-AMOUNT  PIC Z(15)9.99-.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-VERDICT       PIC X(12).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-NAME          PIC X(30).
    05  FILLER            PIC X(13) VALUE SPACES.

01  VOL-BLANK-LINE        PIC X(133) VALUE SPACES.

        UNTIL VOL-HIST-SUB > VOL-HIST-USED
    PERFORM  D000-READ-TODAY THRU D000-EXIT
        UNTIL VOL-SUM-EOF
    PERFORM  H000-MARK-DUE-REGIONS THRU H000-EXIT
    PERFORM  E000-CHECK-REGION THRU E000-EXIT
        VARYING VOL-REGION-SUB FROM 1 BY 1
        UNTIL VOL-REGION-SUB > VOL-REGION-USED
    IF       VOL-SUM-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    VOL-REGION-MASTER
    IF       VOL-REGN-STATUS NOT = '00' AND VOL-REGN-STATUS NOT = '97'
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    VOL-HIST-IN
    IF       VOL-HIN-STATUS NOT = '00' AND VOL-HIN-STATUS NOT = '05'
        GO TO    A999-ABEND
                 VOL-HIST-READ ' ON VOLHIST, SKIPPED'
        GO TO B000-EXIT
    END-IF
    IF       VOL-HIST-USED >= 240
        DISPLAY  'PGM133 - VOLHIST HOLDS MORE THAN 240 RECORDS - '
                 'THE FILE IS NOT SELF-TRIMMED, RUN TERMINATED'
        GO TO    A999-ABEND
    END-IF
            GO TO D000-EXIT
    END-READ
    ADD      1  TO VOL-SUM-READ
    IF       VSM-CURRENCY NOT = SPACES
        GO TO    D000-EXIT
    END-IF
    IF       VSM-RUN-DATE NOT NUMERIC
          OR VSM-REC-COUNT NOT NUMERIC
          OR VSM-AMOUNT NOT NUMERIC

E000-CHECK-REGION.
    MOVE     SPACES  TO VOL-VERDICT
    IF       VRT-NOT-TODAY (VOL-REGION-SUB)
         AND VRT-DUE-TODAY (VOL-REGION-SUB)
        MOVE     'MISSING'  TO VOL-VERDICT
        PERFORM  E700-HOLD-REGION THRU E700-EXIT
        PERFORM  E800-PRINT-REGION-LINE THRU E800-EXIT
        GO TO    E000-EXIT
    END-IF
    IF       VRT-NOT-TODAY (VOL-REGION-SUB)
        MOVE     'NOT DUE'  TO VOL-VERDICT
        PERFORM  E800-PRINT-REGION-LINE THRU E800-EXIT
        GO TO    E000-EXIT
    END-IF
    IF       VRT-HIST-DAYS (VOL-REGION-SUB) = 0
        MOVE     'NO HISTORY'  TO VOL-VERDICT
        PERFORM  E800-PRINT-REGION-LINE THRU E800-EXIT
        PERFORM  E800-PRINT-REGION-LINE THRU E800-EXIT
        GO TO    E000-EXIT
    END-IF
    PERFORM  E100-CHECK-COUNT THRU E100-EXIT
    IF       VOL-VERDICT = SPACES
        PERFORM  E200-CHECK-AMOUNT THRU E200-EXIT
    MOVE     VRT-TODAY-COUNT (VOL-REGION-SUB)   TO DET-TODAY-COUNT
    MOVE     VRT-TODAY-AMOUNT (VOL-REGION-SUB)  TO DET-TODAY-AMOUNT
    MOVE     VOL-VERDICT  TO DET-VERDICT
    MOVE     VRT-REGION (VOL-REGION-SUB)  TO RGM-REGION
    READ     VOL-REGION-MASTER
        INVALID KEY
            MOVE     'NOT ON REGION MASTER'  TO RGM-NAME
    END-READ
    MOVE     RGM-NAME     TO DET-NAME
    WRITE    VOL-REPORT-REC FROM VOL-DETAIL-LINE.
E800-EXIT.
    EXIT.
    IF       VOL-REGION-FOUND
        GO TO    G000-EXIT
    END-IF
    IF       VOL-REGION-USED >= 21
        DISPLAY  'PGM133 - MORE THAN 21 REGION CODES, RUN '
                 'TERMINATED'
        GO TO    A999-ABEND
    END-IF
    MOVE     ZERO  TO VOL-REGION-USED
    PERFORM  G850-CLEAR-REGION-ENTRY THRU G850-EXIT
        VARYING VOL-REGION-SUB FROM 1 BY 1
        UNTIL VOL-REGION-SUB > 21.
G800-EXIT.
    EXIT.

    MOVE     ZERO    TO VRT-HIST-AMOUNT (VOL-REGION-SUB)
    SET      VRT-NOT-TODAY (VOL-REGION-SUB)  TO TRUE
    MOVE     ZERO    TO VRT-TODAY-COUNT (VOL-REGION-SUB)
    MOVE     ZERO    TO VRT-TODAY-AMOUNT (VOL-REGION-SUB)
    SET      VRT-NOT-DUE (VOL-REGION-SUB)    TO TRUE.
G850-EXIT.
    EXIT.

H000-MARK-DUE-REGIONS.
    SET      VOL-RGN-NOT-EOF  TO TRUE
    MOVE     LOW-VALUES  TO RGM-REGION
    START    VOL-REGION-MASTER KEY >= RGM-REGION
        INVALID KEY
            SET      VOL-RGN-EOF  TO TRUE
    END-START
    PERFORM  H100-MARK-DUE-REGION THRU H100-EXIT
        UNTIL VOL-RGN-EOF.
H000-EXIT.
    EXIT.

H100-MARK-DUE-REGION.
    READ     VOL-REGION-MASTER NEXT
        AT END
            SET      VOL-RGN-EOF  TO TRUE
            GO TO    H100-EXIT
    END-READ
    IF       NOT RGM-ACTIVE
          OR RGM-EXPECTED-EXTRACTS NOT NUMERIC
          OR RGM-EXPECTED-EXTRACTS = 0
        GO TO    H100-EXIT
    END-IF
    MOVE     RGM-REGION  TO VOL-WORK-REGION
    PERFORM  G000-LOCATE-REGION THRU G000-EXIT
    SET      VRT-DUE-TODAY (VOL-REGION-SUB)  TO TRUE.
H100-EXIT.
    EXIT.

A900-TERMINATE.
    WRITE    VOL-REPORT-REC FROM VOL-BLANK-LINE
    IF       VOL-RELEASED
    CLOSE    VOL-SUM-IN
    CLOSE    VOL-HIST-IN
    CLOSE    VOL-HIST-OUT
    CLOSE    VOL-REGION-MASTER
    CLOSE    VOL-REPORT.
A900-EXIT.
    EXIT.
              ' VOL-HIN-STATUS='    VOL-HIN-STATUS
    DISPLAY   'VOL-HOUT-STATUS='    VOL-HOUT-STATUS
              ' VOL-RPT-STATUS='    VOL-RPT-STATUS
    DISPLAY   'VOL-REGN-STATUS='    VOL-REGN-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

      *>--------------------------------------------------------------*>
      *> PROGRAM-ID : 144
      *> AUTHOR     : CHEN
      *>
      *> Daily account translation report.  When an account is merged
      *> into another or renumbered, PGM129 maps the retired number to
      *> its successor on the account cross-reference (ACCTXREF), and
      *> program 123 posts any detail for the retired number dated on
      *> or after the mapping's effective date to the successor,
      *> keeping the number it arrived under on the PRTDONE detail
      *> (DTL-ORIG-ACCOUNT).  This report shows, from the released
      *> PRTDONE generation (XRFDONE), how many details each region
      *> still sends under retired numbers, and keeps the usage
      *> figures on the cross-reference so a mapping the regions
      *> have stopped using can be removed.
      *>
      *> For every translated detail the mapping for the number it
      *> arrived under is read and its usage counted: XRF-TODAY-COUNT
      *> for the run date on the detail, XRF-PRIOR-COUNT for every
      *> earlier run date.  The first time this run touches a
      *> mapping it is marked with the date and time the run started
      *> (XRF-USE-STAMP); if the mapping's count is for an earlier
      *> run date that count moves to the prior count, and if it is
      *> for this same run date (a rerun against the same generation)
      *> the count starts again, so the job can be resubmitted as it
      *> stands.  A generation older than the run date a mapping was
      *> last counted for (an earlier day rerun after a later one)
      *> is not counted against that mapping - the day is already in
      *> its figures; the first such detail is noted on SYSOUT and
      *> the details are counted on the summary.  A translated
      *> detail whose mapping has since been removed is counted and
      *> listed on SYSOUT.
      *>
      *> The report then lists every mapping on file - the successor,
      *> the effective date, the date it was mapped, the details
      *> translated on the run date and in total, the last run date
      *> it was used and the days since then (or since the
      *> effective date, if it has never been used).  A mapping in
      *> effect that has been idle for at least the XRFCARD days
      *> (columns 1-3, default 030) is marked CAN RETIRE; one whose
      *> effective date is still to come is marked PENDING.  A region
      *> section gives the details and translated details per region,
      *> and a control block proves the generation (one header, one
      *> trailer dated the header's run date, the trailer count equal
      *> to the details read).
      *>
      *> Return codes: 0 = reported and proved, 8 = the PRTDONE
      *> generation did not prove (see XRFRPT and SYSOUT),
      *> 16 = did not finish.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>   2026-10-15  CHEN  A detail dated before the mapping's last
      *>                     counted run date is no longer added to
      *>                     XRF-PRIOR-COUNT (a rerun of an older day
      *>                     counted it twice); it is counted on the
      *>                     summary as not added to usage instead.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "144".
AUTHOR.        CHEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL XRP-CONTROL-CARD  ASSIGN TO XRFCARD
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS XRP-CARD-STATUS.
    SELECT XRP-DONE      ASSIGN TO XRFDONE
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS XRP-DONE-STATUS.
    SELECT XRP-XREF      ASSIGN TO ACCTXREF
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS XRF-OLD-ACCOUNT
                         FILE STATUS IS XRP-XREF-STATUS.
    SELECT XRP-REPORT    ASSIGN TO XRFRPT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS XRP-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  XRP-CONTROL-CARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  XRP-CONTROL-CARD-REC.
    05  XC-IDLE-DAYS       PIC 9(3).
    05  XC-FILLER          PIC X(77).

FD  XRP-DONE  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  XRP-DONE-REC.
    05  XRP-DONE-REC-TYPE  PIC X(1).
        88  XRP-DONE-HEADER         VALUE 'H'.
        88  XRP-DONE-DETAIL         VALUE 'D'.
        88  XRP-DONE-TRAILER        VALUE 'T'.
    05  FILLER             PIC X(79).

01  XRP-DONE-HDR  REDEFINES XRP-DONE-REC.
    05  FILLER             PIC X(1).
    05  XRP-HDR-RUN-DATE   PIC X(8).
    05  FILLER             PIC X(71).

01  XRP-DONE-DTL  REDEFINES XRP-DONE-REC.
    05  FILLER             PIC X(1).
    05  XRP-DTL-DATE       PIC 9(8).
    05  XRP-DTL-REGION     PIC X(2).
    05  XRP-DTL-ACCOUNT    PIC X(10).
    05  XRP-DTL-AMOUNT     PIC 9(9)V99.
    05  XRP-DTL-SIGN       PIC X(1).
    05  XRP-DTL-ORIG-ACCOUNT  PIC X(10).
    05  FILLER             PIC X(37).

01  XRP-DONE-TRL  REDEFINES XRP-DONE-REC.
    05  FILLER             PIC X(1).
    05  XRP-TRL-RUN-DATE   PIC X(8).
    05  XRP-TRL-REC-COUNT  PIC 9(7).
    05  FILLER             PIC X(64).

FD  XRP-XREF  RECORD CONTAINS 100 CHARACTERS.

01  XRP-XREF-REC.
    COPY ACCTXRF.

FD  XRP-REPORT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

01  XRP-REPORT-REC     PIC X(133).

WORKING-STORAGE SECTION.

01  XRP-COUNTERS.
    05  XRP-HEADER-SEEN       PIC 9(3) VALUE ZERO.
    05  XRP-TRAILER-SEEN      PIC 9(3) VALUE ZERO.
    05  XRP-TRAILER-COUNT     PIC 9(7) VALUE ZERO.
    05  XRP-DETAIL-COUNT      PIC 9(7) VALUE ZERO.
    05  XRP-XLATE-COUNT       PIC 9(7) VALUE ZERO.
    05  XRP-NOMAP-COUNT       PIC 9(7) VALUE ZERO.
    05  XRP-OLDER-COUNT       PIC 9(7) VALUE ZERO.
    05  XRP-OVERFLOW-COUNT    PIC 9(7) VALUE ZERO.
    05  XRP-MAPPING-COUNT     PIC 9(7) VALUE ZERO.
    05  XRP-USED-COUNT        PIC 9(7) VALUE ZERO.
    05  XRP-RETIRE-COUNT      PIC 9(7) VALUE ZERO.
    05  XRP-PENDING-COUNT     PIC 9(7) VALUE ZERO.
    05  XRP-RGN-XLATE-TOTAL   PIC 9(7) VALUE ZERO.

01  YYYYMMDD          PIC 9(8).

01  XRP-SWITCHES.
    05  XRP-EOF-SWITCH       PIC X(1)  VALUE 'N'.
        88  XRP-EOF                    VALUE 'Y'.
        88  XRP-NOT-EOF                VALUE 'N'.
    05  XRP-XREF-EOF-SWITCH  PIC X(1)  VALUE 'N'.
        88  XRP-XREF-EOF               VALUE 'Y'.
        88  XRP-XREF-NOT-EOF           VALUE 'N'.
    05  XRP-RESULT-SW        PIC X(1)  VALUE 'Y'.
        88  XRP-PROVED                 VALUE 'Y'.
        88  XRP-NOT-PROVED             VALUE 'N'.
    05  XRP-RGN-SWITCH       PIC X(1)  VALUE 'N'.
        88  XRP-RGN-FOUND              VALUE 'Y'.
        88  XRP-RGN-NOT-FOUND          VALUE 'N'.

01  XRP-FILE-STATUSES.
    05  XRP-CARD-STATUS      PIC X(2) VALUE SPACES.
    05  XRP-DONE-STATUS      PIC X(2) VALUE SPACES.
    05  XRP-XREF-STATUS      PIC X(2) VALUE SPACES.
    05  XRP-RPT-STATUS       PIC X(2) VALUE SPACES.

01  XRP-IDLE-DAYS         PIC 9(3) VALUE 030.

01  XRP-REGION-TABLE.
    05  XRT-ENTRY  OCCURS 20 TIMES.
        10  XRT-REGION       PIC X(2).
        10  XRT-DETAILS      PIC 9(7).
        10  XRT-XLATED       PIC 9(7).
01  XRP-RGN-USED            PIC 9(2) VALUE ZERO COMP.
01  XRP-RGN-SUB             PIC 9(2) VALUE ZERO COMP.

01  XRP-RUN-STAMP.
    05  XRP-STAMP-DATE       PIC 9(8).
    05  XRP-STAMP-TIME       PIC 9(8).

01  XRP-RUN-DATE          PIC X(8) VALUE SPACES.
01  XRP-RUN-DATE-N  REDEFINES XRP-RUN-DATE
                          PIC 9(8).
01  XRP-TRAILER-DATE      PIC X(8) VALUE SPACES.
01  XRP-REPORT-DATE       PIC 9(8) VALUE ZERO.
01  XRP-BASE-DATE         PIC 9(8) VALUE ZERO.

01  XRP-DAY-WORK.
    05  XRP-REPORT-DAYS      PIC 9(7) VALUE ZERO COMP.
    05  XRP-BASE-DAYS        PIC 9(7) VALUE ZERO COMP.
    05  XRP-DAYS-IDLE        PIC S9(7) VALUE ZERO COMP.
    05  XRP-USE-TOTAL        PIC 9(9) VALUE ZERO.

01  XRP-COND-CODE         PIC 9(4)  VALUE ZERO.

01  XRP-HEADING-1.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(51)  VALUE
        'PGM144 - ACCOUNT CROSS-REFERENCE TRANSLATION REPORT'.
    05  FILLER   PIC X(4)   VALUE SPACES.
    05  FILLER   PIC X(9)   VALUE 'RUN DATE '.
    05  HD1-RUN-DATE  PIC X(8).
    05  FILLER   PIC X(4)   VALUE SPACES.
    05  FILLER   PIC X(16)  VALUE 'RETIRE AFTER   '.
    05  HD1-IDLE-DAYS PIC ZZ9.
    05  FILLER   PIC X(10)  VALUE ' IDLE DAYS'.
    05  FILLER   PIC X(27)  VALUE SPACES.

01  XRP-HEADING-2.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(12)  VALUE 'OLD ACCOUNT'.
    05  FILLER   PIC X(12)  VALUE 'NEW ACCOUNT'.
    05  FILLER   PIC X(10)  VALUE 'EFFECTIVE'.
    05  FILLER   PIC X(10)  VALUE 'MAPPED'.
    05  FILLER   PIC X(9)   VALUE '  TODAY'.
    05  FILLER   PIC X(11)  VALUE '    TOTAL'.
    05  FILLER   PIC X(10)  VALUE 'LAST USED'.
    05  FILLER   PIC X(7)   VALUE ' IDLE'.
    05  FILLER   PIC X(10)  VALUE 'STATUS'.
    05  FILLER   PIC X(41)  VALUE SPACES.

01  XRP-MAP-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  MAP-OLD-ACCOUNT   PIC X(10).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  MAP-NEW-ACCOUNT   PIC X(10).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  MAP-EFF-DATE      PIC 9(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  MAP-MAPPED-DATE   PIC 9(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  MAP-TODAY         PIC ZZZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  MAP-TOTAL         PIC ZZZZZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  MAP-LAST-USED     PIC X(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  MAP-IDLE          PIC ZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  MAP-STATUS        PIC X(10).
    05  FILLER            PIC X(41) VALUE SPACES.

01  XRP-HEADING-3.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(2)   VALUE 'RG'.
    05  FILLER   PIC X(3)   VALUE SPACES.
    05  FILLER   PIC X(7)   VALUE 'DETAILS'.
    05  FILLER   PIC X(10)  VALUE 'TRANSLATED'.
    05  FILLER   PIC X(110) VALUE SPACES.

01  XRP-REGION-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  RGL-REGION        PIC X(2).
    05  FILLER            PIC X(3)  VALUE SPACES.
    05  RGL-DETAILS       PIC ZZZZZZ9.
    05  FILLER            PIC X(3)  VALUE SPACES.
    05  RGL-XLATED        PIC ZZZZZZ9.
    05  FILLER            PIC X(110) VALUE SPACES.

01  XRP-SUMMARY-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  SML-LABEL         PIC X(40) VALUE SPACES.
    05  SML-VALUE         PIC ZZZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  SML-VERDICT       PIC X(14) VALUE SPACES.
    05  FILLER            PIC X(69) VALUE SPACES.

01  XRP-BLANK-LINE        PIC X(133) VALUE SPACES.

PROCEDURE DIVISION.

A000-START.
    PERFORM  A100-INITIALIZE THRU A100-EXIT
    PERFORM  C000-PROCESS-DONE-REC THRU C000-EXIT
        UNTIL XRP-EOF
    PERFORM  C900-PROVE-DONE THRU C900-EXIT
    PERFORM  D000-REPORT-MAPPINGS THRU D000-EXIT
    PERFORM  E000-REPORT-REGIONS THRU E000-EXIT
    PERFORM  A900-TERMINATE THRU A900-EXIT
    STOP RUN.

A100-INITIALIZE.
    ACCEPT   YYYYMMDD  FROM DATE YYYYMMDD
    ACCEPT   XRP-STAMP-DATE  FROM DATE YYYYMMDD
    ACCEPT   XRP-STAMP-TIME  FROM TIME
    OPEN     INPUT    XRP-CONTROL-CARD
    IF       XRP-CARD-STATUS = '00'
        READ     XRP-CONTROL-CARD
            AT END
                CONTINUE
            NOT AT END
                IF  XC-IDLE-DAYS NUMERIC AND XC-IDLE-DAYS > 0
                    MOVE  XC-IDLE-DAYS  TO XRP-IDLE-DAYS
                END-IF
        END-READ
        CLOSE    XRP-CONTROL-CARD
    END-IF
    OPEN     INPUT    XRP-DONE
    IF       XRP-DONE-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     I-O      XRP-XREF
    IF       XRP-XREF-STATUS NOT = '00' AND XRP-XREF-STATUS NOT = '97'
        DISPLAY  'PGM144 - ACCOUNT CROSS-REFERENCE OPEN FAILED, '
                 'STATUS=' XRP-XREF-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   XRP-REPORT
    IF       XRP-RPT-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF.
A100-EXIT.
    EXIT.

C000-PROCESS-DONE-REC.
    READ     XRP-DONE
        AT END
            SET  XRP-EOF TO TRUE
            GO TO C000-EXIT
    END-READ
    IF       XRP-DONE-HEADER
        ADD      1  TO XRP-HEADER-SEEN
        MOVE     XRP-HDR-RUN-DATE  TO XRP-RUN-DATE
        GO TO    C000-EXIT
    END-IF
    IF       XRP-DONE-DETAIL
        ADD      1  TO XRP-DETAIL-COUNT
        PERFORM  C050-TALLY-DETAIL THRU C050-EXIT
        GO TO    C000-EXIT
    END-IF
    IF       XRP-DONE-TRAILER
        ADD      1  TO XRP-TRAILER-SEEN
        MOVE     XRP-TRL-RUN-DATE  TO XRP-TRAILER-DATE
        IF       XRP-TRL-REC-COUNT NUMERIC
            MOVE     XRP-TRL-REC-COUNT  TO XRP-TRAILER-COUNT
        END-IF
    END-IF.
C000-EXIT.
    EXIT.

C050-TALLY-DETAIL.
    PERFORM  C100-FIND-REGION THRU C100-EXIT
    IF       XRP-RGN-NOT-FOUND
        ADD      1  TO XRP-OVERFLOW-COUNT
    ELSE
        ADD      1  TO XRT-DETAILS (XRP-RGN-SUB)
    END-IF
    IF       XRP-DTL-ORIG-ACCOUNT = SPACES
        GO TO    C050-EXIT
    END-IF
    ADD      1  TO XRP-XLATE-COUNT
    IF       XRP-RGN-FOUND
        ADD      1  TO XRT-XLATED (XRP-RGN-SUB)
    END-IF
    PERFORM  C200-COUNT-USAGE THRU C200-EXIT.
C050-EXIT.
    EXIT.

C100-FIND-REGION.
    SET      XRP-RGN-NOT-FOUND  TO TRUE
    MOVE     ZERO  TO XRP-RGN-SUB
    PERFORM  C150-SCAN-REGIONS THRU C150-EXIT
        UNTIL XRP-RGN-FOUND
           OR XRP-RGN-SUB >= XRP-RGN-USED
    IF       XRP-RGN-FOUND
        GO TO    C100-EXIT
    END-IF
    IF       XRP-RGN-USED >= 20
        DISPLAY  'PGM144 - MORE THAN 20 REGIONS, REGION '
                 XRP-DTL-REGION ' NOT TALLIED'
        GO TO    C100-EXIT
    END-IF
    ADD      1  TO XRP-RGN-USED
    MOVE     XRP-RGN-USED    TO XRP-RGN-SUB
    MOVE     XRP-DTL-REGION  TO XRT-REGION (XRP-RGN-SUB)
    MOVE     ZERO            TO XRT-DETAILS (XRP-RGN-SUB)
    MOVE     ZERO            TO XRT-XLATED (XRP-RGN-SUB)
    SET      XRP-RGN-FOUND  TO TRUE.
C100-EXIT.
    EXIT.

C150-SCAN-REGIONS.
    ADD      1  TO XRP-RGN-SUB
    IF       XRT-REGION (XRP-RGN-SUB) = XRP-DTL-REGION
        SET      XRP-RGN-FOUND  TO TRUE
    END-IF.
C150-EXIT.
    EXIT.

C200-COUNT-USAGE.
    MOVE     XRP-DTL-ORIG-ACCOUNT  TO XRF-OLD-ACCOUNT
    READ     XRP-XREF
        INVALID KEY
            ADD      1  TO XRP-NOMAP-COUNT
            DISPLAY  'PGM144 - DETAIL ' XRP-DETAIL-COUNT
                     ' TRANSLATED FROM ' XRP-DTL-ORIG-ACCOUNT
                     ' TO ' XRP-DTL-ACCOUNT
                     ' - NO MAPPING ON FILE NOW'
            GO TO    C200-EXIT
    END-READ
    IF       XRP-XREF-STATUS NOT = '00'
        DISPLAY  'PGM144 - ACCOUNT CROSS-REFERENCE READ FAILED, '
                 'STATUS=' XRP-XREF-STATUS ' KEY=' XRF-OLD-ACCOUNT
        GO TO    A999-ABEND
    END-IF
    IF       XRP-DTL-DATE NOT NUMERIC
        GO TO    C200-EXIT
    END-IF
    IF       XRF-TODAY-DATE > XRP-DTL-DATE
        ADD      1  TO XRP-OLDER-COUNT
        IF       XRP-OLDER-COUNT = 1
            DISPLAY  'PGM144 - RUN DATE ' XRP-DTL-DATE
                     ' IS OLDER THAN ' XRF-TODAY-DATE
                     ' ALREADY COUNTED FOR ' XRF-OLD-ACCOUNT
                     ' - NOT ADDED TO USAGE'
        END-IF
        GO TO    C200-EXIT
    END-IF
    IF       XRF-USE-STAMP NOT = XRP-RUN-STAMP
        MOVE     XRP-RUN-STAMP  TO XRF-USE-STAMP
        EVALUATE TRUE
            WHEN XRF-TODAY-DATE = XRP-DTL-DATE
                MOVE     ZERO  TO XRF-TODAY-COUNT
            WHEN XRF-TODAY-DATE < XRP-DTL-DATE
                ADD      XRF-TODAY-COUNT  TO XRF-PRIOR-COUNT
                MOVE     XRP-DTL-DATE  TO XRF-TODAY-DATE
                MOVE     ZERO          TO XRF-TODAY-COUNT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    IF       XRF-TODAY-DATE = XRP-DTL-DATE
        ADD      1  TO XRF-TODAY-COUNT
    ELSE
        ADD      1  TO XRF-PRIOR-COUNT
    END-IF
    REWRITE  XRP-XREF-REC
        INVALID KEY
            DISPLAY  'PGM144 - ACCOUNT CROSS-REFERENCE REWRITE '
                     'FAILED, STATUS=' XRP-XREF-STATUS
                     ' KEY=' XRF-OLD-ACCOUNT
            GO TO    A999-ABEND
    END-REWRITE.
C200-EXIT.
    EXIT.

C900-PROVE-DONE.
    IF       XRP-HEADER-SEEN NOT = 1
        SET      XRP-NOT-PROVED  TO TRUE
        DISPLAY  'PGM144 - PRTDONE HEADER RECORDS: ' XRP-HEADER-SEEN
    END-IF
    IF       XRP-TRAILER-SEEN NOT = 1
        SET      XRP-NOT-PROVED  TO TRUE
        DISPLAY  'PGM144 - PRTDONE TRAILER RECORDS: ' XRP-TRAILER-SEEN
    END-IF
    IF       XRP-TRAILER-COUNT NOT = XRP-DETAIL-COUNT
        SET      XRP-NOT-PROVED  TO TRUE
        DISPLAY  'PGM144 - PRTDONE TRAILER COUNT ' XRP-TRAILER-COUNT
                 ' NOT EQUAL TO DETAILS READ ' XRP-DETAIL-COUNT
    END-IF
    IF       XRP-RUN-DATE NOT NUMERIC
          OR XRP-TRAILER-DATE NOT = XRP-RUN-DATE
        SET      XRP-NOT-PROVED  TO TRUE
        DISPLAY  'PGM144 - PRTDONE HEADER RUN DATE ' XRP-RUN-DATE
                 ' NOT VALID OR NOT EQUAL TO TRAILER RUN DATE'
    END-IF
    IF       XRP-OVERFLOW-COUNT > 0
        SET      XRP-NOT-PROVED  TO TRUE
    END-IF
    IF       XRP-RUN-DATE NUMERIC
        MOVE     XRP-RUN-DATE-N  TO XRP-REPORT-DATE
    ELSE
        MOVE     YYYYMMDD        TO XRP-REPORT-DATE
    END-IF
    MOVE     FUNCTION INTEGER-OF-DATE (XRP-REPORT-DATE)
                    TO XRP-REPORT-DAYS.
C900-EXIT.
    EXIT.

D000-REPORT-MAPPINGS.
    MOVE     XRP-REPORT-DATE  TO HD1-RUN-DATE
    MOVE     XRP-IDLE-DAYS    TO HD1-IDLE-DAYS
    WRITE    XRP-REPORT-REC FROM XRP-HEADING-1
    WRITE    XRP-REPORT-REC FROM XRP-BLANK-LINE
    WRITE    XRP-REPORT-REC FROM XRP-HEADING-2
    MOVE     LOW-VALUES  TO XRF-OLD-ACCOUNT
    START    XRP-XREF KEY >= XRF-OLD-ACCOUNT
        INVALID KEY
            SET      XRP-XREF-EOF  TO TRUE
    END-START
    PERFORM  D100-REPORT-MAPPING THRU D100-EXIT
        UNTIL XRP-XREF-EOF
    IF       XRP-MAPPING-COUNT = 0
        MOVE     'NO MAPPINGS ON FILE'  TO SML-LABEL
        MOVE     ZERO    TO SML-VALUE
        MOVE     SPACES  TO SML-VERDICT
        WRITE    XRP-REPORT-REC FROM XRP-SUMMARY-LINE
    END-IF.
D000-EXIT.
    EXIT.

D100-REPORT-MAPPING.
    READ     XRP-XREF NEXT
        AT END
            SET      XRP-XREF-EOF  TO TRUE
            GO TO    D100-EXIT
    END-READ
    IF       XRP-XREF-STATUS NOT = '00'
        DISPLAY  'PGM144 - ACCOUNT CROSS-REFERENCE READ NEXT FAILED, '
                 'STATUS=' XRP-XREF-STATUS
        GO TO    A999-ABEND
    END-IF
    ADD      1  TO XRP-MAPPING-COUNT
    MOVE     XRF-OLD-ACCOUNT  TO MAP-OLD-ACCOUNT
    MOVE     XRF-NEW-ACCOUNT  TO MAP-NEW-ACCOUNT
    MOVE     XRF-EFF-DATE     TO MAP-EFF-DATE
    MOVE     XRF-MAPPED-DATE  TO MAP-MAPPED-DATE
    MOVE     ZERO             TO MAP-TODAY
    IF       XRF-TODAY-DATE = XRP-REPORT-DATE
        MOVE     XRF-TODAY-COUNT  TO MAP-TODAY
        IF       XRF-TODAY-COUNT > 0
            ADD      1  TO XRP-USED-COUNT
        END-IF
    END-IF
    MOVE     XRF-PRIOR-COUNT  TO XRP-USE-TOTAL
    ADD      XRF-TODAY-COUNT  TO XRP-USE-TOTAL
    MOVE     XRP-USE-TOTAL    TO MAP-TOTAL
    IF       XRF-TODAY-DATE = 0
        MOVE     'NEVER'  TO MAP-LAST-USED
    ELSE
        MOVE     XRF-TODAY-DATE  TO MAP-LAST-USED
    END-IF
    PERFORM  D200-IDLE-STATUS THRU D200-EXIT
    WRITE    XRP-REPORT-REC FROM XRP-MAP-LINE.
D100-EXIT.
    EXIT.

D200-IDLE-STATUS.
    MOVE     ZERO    TO MAP-IDLE
    MOVE     SPACES  TO MAP-STATUS
    IF       XRF-EFF-DATE > XRP-REPORT-DATE
        MOVE     'PENDING'  TO MAP-STATUS
        ADD      1  TO XRP-PENDING-COUNT
        GO TO    D200-EXIT
    END-IF
    IF       XRF-TODAY-DATE > XRF-EFF-DATE
        MOVE     XRF-TODAY-DATE  TO XRP-BASE-DATE
    ELSE
        MOVE     XRF-EFF-DATE    TO XRP-BASE-DATE
    END-IF
    IF       FUNCTION TEST-DATE-YYYYMMDD (XRP-BASE-DATE) NOT = 0
        MOVE     'CHECK'  TO MAP-STATUS
        GO TO    D200-EXIT
    END-IF
    MOVE     FUNCTION INTEGER-OF-DATE (XRP-BASE-DATE)
                    TO XRP-BASE-DAYS
    MOVE     XRP-REPORT-DAYS  TO XRP-DAYS-IDLE
    SUBTRACT XRP-BASE-DAYS    FROM XRP-DAYS-IDLE
    IF       XRP-DAYS-IDLE < 0
        MOVE     ZERO  TO XRP-DAYS-IDLE
    END-IF
    MOVE     XRP-DAYS-IDLE  TO MAP-IDLE
    IF       XRP-DAYS-IDLE NOT < XRP-IDLE-DAYS
        MOVE     'CAN RETIRE'  TO MAP-STATUS
        ADD      1  TO XRP-RETIRE-COUNT
    ELSE
        MOVE     'IN USE'      TO MAP-STATUS
    END-IF.
D200-EXIT.
    EXIT.

E000-REPORT-REGIONS.
    WRITE    XRP-REPORT-REC FROM XRP-BLANK-LINE
    WRITE    XRP-REPORT-REC FROM XRP-HEADING-3
    MOVE     ZERO  TO XRP-RGN-SUB
    PERFORM  E100-PRINT-REGION THRU E100-EXIT
        UNTIL XRP-RGN-SUB >= XRP-RGN-USED.
E000-EXIT.
    EXIT.

E100-PRINT-REGION.
    ADD      1  TO XRP-RGN-SUB
    MOVE     XRT-REGION (XRP-RGN-SUB)   TO RGL-REGION
    MOVE     XRT-DETAILS (XRP-RGN-SUB)  TO RGL-DETAILS
    MOVE     XRT-XLATED (XRP-RGN-SUB)   TO RGL-XLATED
    ADD      XRT-XLATED (XRP-RGN-SUB)   TO XRP-RGN-XLATE-TOTAL
    WRITE    XRP-REPORT-REC FROM XRP-REGION-LINE.
E100-EXIT.
    EXIT.

A900-TERMINATE.
    WRITE    XRP-REPORT-REC FROM XRP-BLANK-LINE
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'DETAIL RECORDS ON PRTDONE'         TO SML-LABEL
    MOVE     XRP-DETAIL-COUNT      TO SML-VALUE
    WRITE    XRP-REPORT-REC FROM XRP-SUMMARY-LINE
    MOVE     'PRTDONE TRAILER COUNT'             TO SML-LABEL
    MOVE     XRP-TRAILER-COUNT     TO SML-VALUE
    WRITE    XRP-REPORT-REC FROM XRP-SUMMARY-LINE
    MOVE     'DETAILS NOT TALLIED (OVER 20 REGIONS)' TO SML-LABEL
    MOVE     XRP-OVERFLOW-COUNT    TO SML-VALUE
    WRITE    XRP-REPORT-REC FROM XRP-SUMMARY-LINE
    MOVE     'DETAILS TRANSLATED'                TO SML-LABEL
    MOVE     XRP-XLATE-COUNT       TO SML-VALUE
    WRITE    XRP-REPORT-REC FROM XRP-SUMMARY-LINE
    MOVE     'TRANSLATED, REGION TOTALS'         TO SML-LABEL
    MOVE     XRP-RGN-XLATE-TOTAL   TO SML-VALUE
    IF       XRP-OVERFLOW-COUNT = 0
         AND XRP-RGN-XLATE-TOTAL NOT = XRP-XLATE-COUNT
        SET      XRP-NOT-PROVED  TO TRUE
        MOVE     'NOT PROVED'      TO SML-VERDICT
    END-IF
    WRITE    XRP-REPORT-REC FROM XRP-SUMMARY-LINE
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'TRANSLATED, NO MAPPING ON FILE NOW' TO SML-LABEL
    MOVE     XRP-NOMAP-COUNT       TO SML-VALUE
    WRITE    XRP-REPORT-REC FROM XRP-SUMMARY-LINE
    MOVE     'TRANSLATED, OLDER RUN DATE NOT COUNTED' TO SML-LABEL
    MOVE     XRP-OLDER-COUNT       TO SML-VALUE
    WRITE    XRP-REPORT-REC FROM XRP-SUMMARY-LINE
    MOVE     'MAPPINGS ON FILE'                  TO SML-LABEL
    MOVE     XRP-MAPPING-COUNT     TO SML-VALUE
    WRITE    XRP-REPORT-REC FROM XRP-SUMMARY-LINE
    MOVE     'MAPPINGS USED ON THE RUN DATE'     TO SML-LABEL
    MOVE     XRP-USED-COUNT        TO SML-VALUE
    WRITE    XRP-REPORT-REC FROM XRP-SUMMARY-LINE
    MOVE     'MAPPINGS NOT YET EFFECTIVE'        TO SML-LABEL
    MOVE     XRP-PENDING-COUNT     TO SML-VALUE
    WRITE    XRP-REPORT-REC FROM XRP-SUMMARY-LINE
    MOVE     'MAPPINGS THAT CAN BE RETIRED'      TO SML-LABEL
    MOVE     XRP-RETIRE-COUNT      TO SML-VALUE
    WRITE    XRP-REPORT-REC FROM XRP-SUMMARY-LINE
    WRITE    XRP-REPORT-REC FROM XRP-BLANK-LINE
    IF       XRP-NOT-PROVED
        MOVE     'TRANSLATION REPORT NOT PROVED' TO SML-LABEL
        MOVE     XRP-DETAIL-COUNT   TO SML-VALUE
        MOVE     'CHECK'            TO SML-VERDICT
        WRITE    XRP-REPORT-REC FROM XRP-SUMMARY-LINE
        DISPLAY  'PGM144 - TRANSLATION REPORT DID NOT PROVE: '
                 'DETAILS=' XRP-DETAIL-COUNT
                 ' TRL=' XRP-TRAILER-COUNT
                 ' TRANSLATED=' XRP-XLATE-COUNT
        MOVE     0008  TO XRP-COND-CODE
    ELSE
        MOVE     'TRANSLATION REPORT PROVED'     TO SML-LABEL
        MOVE     XRP-DETAIL-COUNT   TO SML-VALUE
        MOVE     'PROVED'           TO SML-VERDICT
        WRITE    XRP-REPORT-REC FROM XRP-SUMMARY-LINE
        MOVE     0000  TO XRP-COND-CODE
    END-IF
    MOVE     XRP-COND-CODE  TO RETURN-CODE
    CLOSE    XRP-DONE
    CLOSE    XRP-XREF
    CLOSE    XRP-REPORT.
A900-EXIT.
    EXIT.

A999-ABEND.
    DISPLAY   'PGM144 - FATAL ERROR, RUN TERMINATED'
    DISPLAY   'XRP-DONE-STATUS='  XRP-DONE-STATUS
              ' XRP-XREF-STATUS=' XRP-XREF-STATUS
              ' XRP-RPT-STATUS='  XRP-RPT-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

      *>--------------------------------------------------------------*>
      *> PROGRAM-ID : 147
      *> AUTHOR     : CHEN
      *>
      *> Retrieval from the PRTDONE archive (PRTARCH, ARCREC layout)
      *> that PGM146 loads a month at a time.  Driven by request
      *> cards (RTVCARD, one request per card, blank cards ignored):
      *>
      *>   COL  1     REQUEST  D = REBUILD ONE DAY'S PRTDONE
      *>                       A = LIST AN ACCOUNT
      *>                       R = LIST A REGION
      *>   COL  2- 9  DATE FROM  (YYYYMMDD RUN DATE; FOR D THE DAY)
      *>   COL 10-17  DATE TO    (YYYYMMDD, ZERO = OPEN ENDED; NOT
      *>                          USED FOR D)
      *>   COL 18-19  REGION     (R: MANDATORY, A: SPACES = ALL)
      *>   COL 20-29  ACCOUNT    (A: MANDATORY)
      *>
      *> D rebuilds the day's PRTDONE on RTVDONE exactly as it was
      *> released - the archived header, every detail in its
      *> original order and the archived trailer - and proves it:
      *> the details written must run 1, 2, ... without a gap and
      *> their count must equal the archived trailer count.  RTVDONE
      *> holds one day, so only the first D card on a run is taken.
      *> The details are put back in order through a keyed work
      *> file (RTVWORK, key = position on the released generation).
      *> A day whose archived trailer is marked ARC-MERGE-FLAG (one
      *> region replaced by a later region run, or taken off as
      *> backed out) is rebuilt as archived: its positions may skip,
      *> and the count must equal the restated trailer count.
      *>
      *> A and R print every archived detail for the account (its
      *> posting account, or the retired number it arrived under)
      *> or the region with a run date inside the range, with the
      *> detail count and the debit, credit and net totals.  R also
      *> adds up the region's archived PRTSUM totals for the same
      *> run dates and shows whether the details agree with them.
      *>
      *> Read-only against the archive.  Return codes: 0 = every
      *> request answered (finding nothing is not an error), 8 = a
      *> card was refused, a rebuild day is not on the archive or
      *> the rebuild did not prove - see RTVRPT, 16 = did not
      *> finish.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>   2026-10-15  CHEN  A and R listings show a foreign detail's
      *>                     currency, original amount and exchange
      *>                     rate; the R cross-check adds up the
      *>                     region S records only, not the per-
      *>                     currency S records.
      *>   2026-10-15  CHEN  Gaps in the detail positions are not a
      *>                     fault on a day PGM146 restated for a
      *>                     region (ARC-REGION-MERGED on the T
      *>                     record); the report says so.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "147".
AUTHOR.        CHEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RTV-CARD     ASSIGN TO RTVCARD
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS RTV-CARD-STATUS.
    SELECT ARC-ARCHIVE  ASSIGN TO PRTARCH
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ARC-KEY
                        FILE STATUS IS RTV-ARCH-STATUS.
    SELECT RTV-WORK     ASSIGN TO RTVWORK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS RWK-SEQ
                        FILE STATUS IS RTV-WORK-STATUS.
    SELECT RTV-DONE     ASSIGN TO RTVDONE
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS RTV-DONE-STATUS.
    SELECT RTV-REPORT   ASSIGN TO RTVRPT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS RTV-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RTV-CARD  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  RTV-CARD-REC.
    05  RQ-TYPE            PIC X(1).
        88  RQ-REBUILD              VALUE 'D'.
        88  RQ-ACCOUNT-LIST         VALUE 'A'.
        88  RQ-REGION-LIST          VALUE 'R'.
    05  RQ-DATE-FROM       PIC 9(8).
    05  RQ-DATE-TO         PIC 9(8).
    05  RQ-REGION          PIC X(2).
    05  RQ-ACCOUNT         PIC X(10).
    05  RQ-FILLER          PIC X(51).

FD  ARC-ARCHIVE RECORD CONTAINS 120 CHARACTERS.

01  ARC-ARCHIVE-REC.
    COPY ARCREC.

FD  RTV-WORK  RECORD CONTAINS 100 CHARACTERS.

01  RTV-WORK-REC.
    05  RWK-SEQ            PIC 9(7).
    05  RWK-IMAGE          PIC X(80).
    05  RWK-FILLER         PIC X(13).

FD  RTV-DONE  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  RTV-DONE-REC       PIC X(80).

FD  RTV-REPORT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

01  RTV-REPORT-REC     PIC X(133).

WORKING-STORAGE SECTION.

01  RTV-COUNTERS.
    05  RTV-CARD-COUNT       PIC 9(3) VALUE ZERO.
    05  RTV-DONE-COUNT       PIC 9(3) VALUE ZERO.
    05  RTV-REFUSED-COUNT    PIC 9(3) VALUE ZERO.
    05  RTV-REBUILD-COUNT    PIC 9(3) VALUE ZERO.
    05  RTV-MATCH-COUNT      PIC 9(7) VALUE ZERO.
    05  RTV-DEBIT-AMOUNT     PIC S9(15)V99 VALUE ZERO COMP-3.
    05  RTV-CREDIT-AMOUNT    PIC S9(15)V99 VALUE ZERO COMP-3.
    05  RTV-NET-AMOUNT       PIC S9(15)V99 VALUE ZERO COMP-3.
    05  RTV-SUM-COUNT        PIC S9(9)     VALUE ZERO.
    05  RTV-SUM-NET          PIC S9(15)V99 VALUE ZERO COMP-3.
    05  RTV-DETAILS-LOADED   PIC 9(7) VALUE ZERO.
    05  RTV-DETAILS-WRITTEN  PIC 9(7) VALUE ZERO.
    05  RTV-DUP-SEQ-COUNT    PIC 9(7) VALUE ZERO.
    05  RTV-GAP-COUNT        PIC 9(7) VALUE ZERO.
    05  RTV-EXPECT-SEQ       PIC 9(7) VALUE ZERO.
    05  RTV-TRL-COUNT        PIC 9(7) VALUE ZERO.

01  YYYYMMDD          PIC 9(8).

01  RTV-COND-CODE     PIC 9(4) VALUE ZERO.

01  RTV-SWITCHES.
    05  RTV-CARD-EOF-SW      PIC X(1)  VALUE 'N'.
        88  RTV-CARD-EOF               VALUE 'Y'.
    05  RTV-SWEEP-SW         PIC X(1)  VALUE 'N'.
        88  RTV-SWEEP-DONE             VALUE 'Y'.
        88  RTV-SWEEP-MORE             VALUE 'N'.
    05  RTV-WORK-EOF-SW      PIC X(1)  VALUE 'N'.
        88  RTV-WORK-EOF               VALUE 'Y'.
        88  RTV-WORK-NOT-EOF           VALUE 'N'.
    05  RTV-CARD-OK-SW       PIC X(1)  VALUE 'Y'.
        88  RTV-CARD-OK                VALUE 'Y'.
        88  RTV-CARD-REFUSED           VALUE 'N'.
    05  RTV-TRAILER-SW       PIC X(1)  VALUE 'N'.
        88  RTV-TRAILER-FOUND          VALUE 'Y'.
        88  RTV-TRAILER-MISSING        VALUE 'N'.
    05  RTV-MERGED-SW        PIC X(1)  VALUE 'N'.
        88  RTV-DAY-MERGED             VALUE 'Y'.
        88  RTV-DAY-AS-RELEASED        VALUE 'N'.

01  RTV-FILE-STATUSES.
    05  RTV-CARD-STATUS      PIC X(2) VALUE SPACES.
    05  RTV-ARCH-STATUS      PIC X(2) VALUE SPACES.
    05  RTV-WORK-STATUS      PIC X(2) VALUE SPACES.
    05  RTV-DONE-STATUS      PIC X(2) VALUE SPACES.
    05  RTV-RPT-STATUS       PIC X(2) VALUE SPACES.

01  RTV-SELECTION.
    05  RTV-SEL-FROM         PIC 9(8)  VALUE ZERO.
    05  RTV-SEL-TO           PIC 9(8)  VALUE 99999999.
    05  RTV-SEL-REGION       PIC X(2)  VALUE SPACES.
    05  RTV-SEL-ACCOUNT      PIC X(10) VALUE SPACES.

01  RTV-REFUSE-REASON     PIC X(40) VALUE SPACES.

01  RTV-HEADER-IMAGE      PIC X(80) VALUE SPACES.
01  RTV-TRAILER-IMAGE     PIC X(80) VALUE SPACES.

01  RTV-HEADING-1.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(44)  VALUE
        'PGM147 - PRTDONE ARCHIVE RETRIEVAL  AS AT   '.
    05  HD1-RUN-DATE  PIC 9(8).
    05  FILLER   PIC X(80)  VALUE SPACES.

01  RTV-REQUEST-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  FILLER            PIC X(8)  VALUE 'REQUEST '.
    05  REQ-LN-NUMBER     PIC ZZ9.
    05  FILLER            PIC X(2)  VALUE ': '.
    05  REQ-LN-TYPE       PIC X(16).
    05  FILLER            PIC X(6)  VALUE ' FROM '.
    05  REQ-LN-FROM       PIC 9(8).
    05  FILLER            PIC X(4)  VALUE ' TO '.
    05  REQ-LN-TO         PIC 9(8).
    05  FILLER            PIC X(8)  VALUE ' REGION '.
    05  REQ-LN-REGION     PIC X(2).
    05  FILLER            PIC X(9)  VALUE ' ACCOUNT '.
    05  REQ-LN-ACCOUNT    PIC X(10).
    05  FILLER            PIC X(48) VALUE SPACES.

01  RTV-HEADING-2.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(10)  VALUE 'RUN DATE  '.
    05  FILLER   PIC X(10)  VALUE 'REC DATE  '.
    05  FILLER   PIC X(4)   VALUE 'RG  '.
    05  FILLER   PIC X(12)  VALUE 'ACCOUNT     '.
    05  FILLER   PIC X(12)  VALUE 'ORIG ACCT   '.
    05  FILLER   PIC X(14)  VALUE '      AMOUNT  '.
    05  FILLER   PIC X(3)   VALUE 'S  '.
    05  FILLER   PIC X(7)   VALUE '    SEQ'.
    05  FILLER   PIC X(33)  VALUE
        '  CUR   ORIG AMOUNT          RATE'.
    05  FILLER   PIC X(27)  VALUE SPACES.

01  RTV-DETAIL-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  LST-RUN-DATE      PIC 9(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  LST-REC-DATE      PIC X(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  LST-REGION        PIC X(2).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  LST-ACCOUNT       PIC X(10).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  LST-ORIG-ACCOUNT  PIC X(10).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  LST-AMOUNT        PIC Z(8)9.99.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  LST-SIGN          PIC X(1).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  LST-SEQ           PIC ZZZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  LST-CURRENCY      PIC X(3).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  LST-ORIG-AMOUNT   PIC Z(8)9.99 BLANK WHEN ZERO.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  LST-FX-RATE       PIC Z(4)9.9(6) BLANK WHEN ZERO.
    05  FILLER            PIC X(27) VALUE SPACES.

01  RTV-TOTAL-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  FILLER            PIC X(9)  VALUE 'DETAILS  '.
    05  TOT-DETAILS       PIC ZZZZZZ9.
    05  FILLER            PIC X(9)  VALUE '  DEBITS '.
    05  TOT-DEBITS        PIC Z(13)9.99.
    05  FILLER            PIC X(10) VALUE '  CREDITS '.
    05  TOT-CREDITS       PIC Z(13)9.99.
    05  FILLER            PIC X(6)  VALUE '  NET '.
    05  TOT-NET           PIC Z(13)9.99-.
    05  FILLER            PIC X(39) VALUE SPACES.

01  RTV-SUMCHK-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  FILLER            PIC X(23) VALUE 'ARCHIVED PRTSUM  COUNT '.
    05  SCK-COUNT         PIC -ZZZZZZ9.
    05  FILLER            PIC X(6)  VALUE '  NET '.
    05  SCK-NET           PIC Z(13)9.99-.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  SCK-VERDICT       PIC X(14).
    05  FILLER            PIC X(61) VALUE SPACES.

01  RTV-SUMMARY-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  SML-LABEL         PIC X(40) VALUE SPACES.
    05  SML-VALUE         PIC ZZZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  SML-VERDICT       PIC X(14) VALUE SPACES.
    05  FILLER            PIC X(69) VALUE SPACES.

01  RTV-REFUSED-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  FILLER            PIC X(17) VALUE 'REQUEST REFUSED: '.
    05  RFL-REASON        PIC X(40).
    05  FILLER            PIC X(75) VALUE SPACES.

01  RTV-BLANK-LINE        PIC X(133) VALUE SPACES.

PROCEDURE DIVISION.

A000-START.
    PERFORM  A100-INITIALIZE THRU A100-EXIT
    PERFORM  B000-PROCESS-REQUEST THRU B000-EXIT
        UNTIL RTV-CARD-EOF
    PERFORM  A900-TERMINATE THRU A900-EXIT
    STOP RUN.

A100-INITIALIZE.
    ACCEPT   YYYYMMDD  FROM DATE YYYYMMDD
    OPEN     INPUT    RTV-CARD
    IF       RTV-CARD-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    ARC-ARCHIVE
    IF       RTV-ARCH-STATUS NOT = '00'
         AND RTV-ARCH-STATUS NOT = '97'
        DISPLAY  'PGM147 - ARCHIVE FILE OPEN FAILED, '
                 'STATUS=' RTV-ARCH-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   RTV-DONE
    IF       RTV-DONE-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   RTV-REPORT
    IF       RTV-RPT-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    MOVE     YYYYMMDD       TO HD1-RUN-DATE
    WRITE    RTV-REPORT-REC FROM RTV-HEADING-1.
A100-EXIT.
    EXIT.

B000-PROCESS-REQUEST.
    READ     RTV-CARD
        AT END
            SET  RTV-CARD-EOF TO TRUE
            GO TO B000-EXIT
    END-READ
    IF       RTV-CARD-REC = SPACES
        GO TO B000-EXIT
    END-IF
    ADD      1  TO RTV-CARD-COUNT
    PERFORM  B100-EDIT-REQUEST THRU B100-EXIT
    PERFORM  B200-PRINT-REQUEST-HEAD THRU B200-EXIT
    IF       RTV-CARD-REFUSED
        PERFORM  B900-REFUSE-REQUEST THRU B900-EXIT
        GO TO    B000-EXIT
    END-IF
    IF       RQ-REBUILD
        PERFORM  D000-REBUILD-DAY THRU D000-EXIT
    ELSE
        PERFORM  C000-LIST-DETAILS THRU C000-EXIT
    END-IF.
B000-EXIT.
    EXIT.

B100-EDIT-REQUEST.
    SET      RTV-CARD-OK  TO TRUE
    MOVE     SPACES       TO RTV-REFUSE-REASON
    MOVE     ZERO         TO RTV-SEL-FROM
    MOVE     99999999     TO RTV-SEL-TO
    MOVE     RQ-REGION    TO RTV-SEL-REGION
    MOVE     RQ-ACCOUNT   TO RTV-SEL-ACCOUNT
    IF       NOT RQ-REBUILD AND NOT RQ-ACCOUNT-LIST
         AND NOT RQ-REGION-LIST
        SET      RTV-CARD-REFUSED  TO TRUE
        MOVE     'REQUEST TYPE IS NOT D, A OR R'  TO RTV-REFUSE-REASON
        GO TO    B100-EXIT
    END-IF
    IF       RQ-DATE-FROM NOT NUMERIC
        SET      RTV-CARD-REFUSED  TO TRUE
        MOVE     'DATE FROM IS NOT NUMERIC'  TO RTV-REFUSE-REASON
        GO TO    B100-EXIT
    END-IF
    MOVE     RQ-DATE-FROM  TO RTV-SEL-FROM
    IF       RQ-REBUILD
        PERFORM  B150-EDIT-REBUILD THRU B150-EXIT
        GO TO    B100-EXIT
    END-IF
    IF       RQ-DATE-TO NOT NUMERIC
        SET      RTV-CARD-REFUSED  TO TRUE
        MOVE     'DATE TO IS NOT NUMERIC'  TO RTV-REFUSE-REASON
        GO TO    B100-EXIT
    END-IF
    IF       RQ-DATE-TO > 0
        MOVE     RQ-DATE-TO  TO RTV-SEL-TO
    END-IF
    IF       RTV-SEL-TO < RTV-SEL-FROM
        SET      RTV-CARD-REFUSED  TO TRUE
        MOVE     'DATE TO IS BEFORE DATE FROM'  TO RTV-REFUSE-REASON
        GO TO    B100-EXIT
    END-IF
    IF       RQ-ACCOUNT-LIST AND RQ-ACCOUNT = SPACES
        SET      RTV-CARD-REFUSED  TO TRUE
        MOVE     'ACCOUNT IS MANDATORY ON AN A REQUEST'
                                   TO RTV-REFUSE-REASON
        GO TO    B100-EXIT
    END-IF
    IF       RQ-REGION-LIST AND RQ-REGION = SPACES
        SET      RTV-CARD-REFUSED  TO TRUE
        MOVE     'REGION IS MANDATORY ON AN R REQUEST'
                                   TO RTV-REFUSE-REASON
        GO TO    B100-EXIT
    END-IF
    IF       RQ-REGION-LIST
        MOVE     SPACES  TO RTV-SEL-ACCOUNT
    END-IF.
B100-EXIT.
    EXIT.

B150-EDIT-REBUILD.
    MOVE     RTV-SEL-FROM  TO RTV-SEL-TO
    MOVE     SPACES        TO RTV-SEL-REGION
    MOVE     SPACES        TO RTV-SEL-ACCOUNT
    IF       FUNCTION TEST-DATE-YYYYMMDD (RTV-SEL-FROM) NOT = 0
        SET      RTV-CARD-REFUSED  TO TRUE
        MOVE     'RUN DATE IS NOT A VALID DATE'  TO RTV-REFUSE-REASON
        GO TO    B150-EXIT
    END-IF
    IF       RTV-REBUILD-COUNT > 0
        SET      RTV-CARD-REFUSED  TO TRUE
        MOVE     'ONLY ONE REBUILD (D) REQUEST PER RUN'
                                   TO RTV-REFUSE-REASON
    END-IF.
B150-EXIT.
    EXIT.

B200-PRINT-REQUEST-HEAD.
    WRITE    RTV-REPORT-REC FROM RTV-BLANK-LINE
    MOVE     RTV-CARD-COUNT   TO REQ-LN-NUMBER
    IF       RQ-REBUILD
        MOVE     'REBUILD DAY'     TO REQ-LN-TYPE
    ELSE
        IF       RQ-ACCOUNT-LIST
            MOVE     'ACCOUNT LISTING'  TO REQ-LN-TYPE
        ELSE
            IF       RQ-REGION-LIST
                MOVE     'REGION LISTING'   TO REQ-LN-TYPE
            ELSE
                MOVE     'UNKNOWN'          TO REQ-LN-TYPE
            END-IF
        END-IF
    END-IF
    MOVE     RTV-SEL-FROM     TO REQ-LN-FROM
    MOVE     RTV-SEL-TO       TO REQ-LN-TO
    MOVE     RTV-SEL-REGION   TO REQ-LN-REGION
    MOVE     RTV-SEL-ACCOUNT  TO REQ-LN-ACCOUNT
    WRITE    RTV-REPORT-REC FROM RTV-REQUEST-LINE.
B200-EXIT.
    EXIT.

B900-REFUSE-REQUEST.
    ADD      1  TO RTV-REFUSED-COUNT
    MOVE     RTV-REFUSE-REASON  TO RFL-REASON
    WRITE    RTV-REPORT-REC FROM RTV-REFUSED-LINE
    DISPLAY  'PGM147 - REQUEST ' RTV-CARD-COUNT ' REFUSED: '
             RTV-REFUSE-REASON.
B900-EXIT.
    EXIT.

C000-LIST-DETAILS.
    WRITE    RTV-REPORT-REC FROM RTV-HEADING-2
    MOVE     ZERO  TO RTV-MATCH-COUNT
    MOVE     ZERO  TO RTV-DEBIT-AMOUNT
    MOVE     ZERO  TO RTV-CREDIT-AMOUNT
    MOVE     ZERO  TO RTV-NET-AMOUNT
    MOVE     ZERO  TO RTV-SUM-COUNT
    MOVE     ZERO  TO RTV-SUM-NET
    SET      RTV-SWEEP-MORE  TO TRUE
    MOVE     LOW-VALUES    TO ARC-KEY
    MOVE     RTV-SEL-FROM  TO ARC-RUN-DATE
    START    ARC-ARCHIVE KEY >= ARC-KEY
        INVALID KEY
            SET      RTV-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  C100-SWEEP-ARCHIVE THRU C100-EXIT
        UNTIL RTV-SWEEP-DONE
    PERFORM  C300-PRINT-LIST-TOTAL THRU C300-EXIT
    ADD      1  TO RTV-DONE-COUNT.
C000-EXIT.
    EXIT.

C100-SWEEP-ARCHIVE.
    READ     ARC-ARCHIVE NEXT
        AT END
            SET      RTV-SWEEP-DONE  TO TRUE
            GO TO    C100-EXIT
    END-READ
    IF       ARC-RUN-DATE > RTV-SEL-TO
        SET      RTV-SWEEP-DONE  TO TRUE
        GO TO    C100-EXIT
    END-IF
    IF       RTV-SEL-REGION NOT = SPACES
         AND ARC-REGION NOT = RTV-SEL-REGION
        GO TO    C100-EXIT
    END-IF
    IF       ARC-SUMMARY AND RQ-REGION-LIST
         AND ARC-ACCOUNT = SPACES
        ADD      ARC-SUM-COUNT   TO RTV-SUM-COUNT
        ADD      ARC-SUM-AMOUNT  TO RTV-SUM-NET
        GO TO    C100-EXIT
    END-IF
    IF       NOT ARC-DETAIL
        GO TO    C100-EXIT
    END-IF
    IF       RTV-SEL-ACCOUNT NOT = SPACES
         AND ARC-DTL-ACCOUNT NOT = RTV-SEL-ACCOUNT
         AND ARC-DTL-ORIG-ACCOUNT NOT = RTV-SEL-ACCOUNT
        GO TO    C100-EXIT
    END-IF
    PERFORM  C200-PRINT-DETAIL-LINE THRU C200-EXIT.
C100-EXIT.
    EXIT.

C200-PRINT-DETAIL-LINE.
    ADD      1  TO RTV-MATCH-COUNT
    IF       ARC-DTL-AMOUNT NUMERIC
        IF       ARC-DTL-CREDIT
            ADD      ARC-DTL-AMOUNT  TO RTV-CREDIT-AMOUNT
            SUBTRACT ARC-DTL-AMOUNT  FROM RTV-NET-AMOUNT
        ELSE
            ADD      ARC-DTL-AMOUNT  TO RTV-DEBIT-AMOUNT
            ADD      ARC-DTL-AMOUNT  TO RTV-NET-AMOUNT
        END-IF
        MOVE     ARC-DTL-AMOUNT  TO LST-AMOUNT
    ELSE
        MOVE     ZERO  TO LST-AMOUNT
    END-IF
    MOVE     ARC-RUN-DATE          TO LST-RUN-DATE
    MOVE     ARC-DTL-DATE          TO LST-REC-DATE
    MOVE     ARC-DTL-REGION        TO LST-REGION
    MOVE     ARC-DTL-ACCOUNT       TO LST-ACCOUNT
    MOVE     ARC-DTL-ORIG-ACCOUNT  TO LST-ORIG-ACCOUNT
    MOVE     ARC-DTL-SIGN          TO LST-SIGN
    MOVE     ARC-SEQ               TO LST-SEQ
    MOVE     ARC-DTL-CURRENCY      TO LST-CURRENCY
    MOVE     ZERO                  TO LST-ORIG-AMOUNT
    MOVE     ZERO                  TO LST-FX-RATE
    IF       ARC-DTL-CURRENCY NOT = SPACES
         AND ARC-DTL-ORIG-AMOUNT NUMERIC
         AND ARC-DTL-FX-RATE NUMERIC
        MOVE     ARC-DTL-ORIG-AMOUNT  TO LST-ORIG-AMOUNT
        MOVE     ARC-DTL-FX-RATE      TO LST-FX-RATE
    END-IF
    WRITE    RTV-REPORT-REC FROM RTV-DETAIL-LINE.
C200-EXIT.
    EXIT.

C300-PRINT-LIST-TOTAL.
    MOVE     RTV-MATCH-COUNT    TO TOT-DETAILS
    MOVE     RTV-DEBIT-AMOUNT   TO TOT-DEBITS
    MOVE     RTV-CREDIT-AMOUNT  TO TOT-CREDITS
    MOVE     RTV-NET-AMOUNT     TO TOT-NET
    WRITE    RTV-REPORT-REC FROM RTV-TOTAL-LINE
    IF       NOT RQ-REGION-LIST
        GO TO    C300-EXIT
    END-IF
    MOVE     RTV-SUM-COUNT  TO SCK-COUNT
    MOVE     RTV-SUM-NET    TO SCK-NET
    IF       RTV-SUM-COUNT = RTV-MATCH-COUNT
         AND RTV-SUM-NET = RTV-NET-AMOUNT
        MOVE     'AGREES'   TO SCK-VERDICT
    ELSE
        MOVE     'DIFFERS'  TO SCK-VERDICT
    END-IF
    WRITE    RTV-REPORT-REC FROM RTV-SUMCHK-LINE.
C300-EXIT.
    EXIT.

D000-REBUILD-DAY.
    ADD      1  TO RTV-REBUILD-COUNT
    MOVE     SPACES        TO ARC-ARCHIVE-REC
    MOVE     RTV-SEL-FROM  TO ARC-RUN-DATE
    MOVE     'H'           TO ARC-REC-TYPE
    MOVE     ZERO          TO ARC-SEQ
    READ     ARC-ARCHIVE
        INVALID KEY
            SET      RTV-CARD-REFUSED  TO TRUE
    END-READ
    IF       RTV-CARD-REFUSED
        MOVE     'RUN DATE IS NOT ON THE ARCHIVE'  TO RTV-REFUSE-REASON
        PERFORM  B900-REFUSE-REQUEST THRU B900-EXIT
        GO TO    D000-EXIT
    END-IF
    MOVE     ARC-DONE-IMAGE  TO RTV-HEADER-IMAGE
    MOVE     SPACES        TO ARC-ARCHIVE-REC
    MOVE     RTV-SEL-FROM  TO ARC-RUN-DATE
    MOVE     'T'           TO ARC-REC-TYPE
    MOVE     ZERO          TO ARC-SEQ
    MOVE     ZERO          TO RTV-TRL-COUNT
    SET      RTV-TRAILER-FOUND  TO TRUE
    SET      RTV-DAY-AS-RELEASED  TO TRUE
    READ     ARC-ARCHIVE
        INVALID KEY
            SET      RTV-TRAILER-MISSING  TO TRUE
    END-READ
    IF       RTV-TRAILER-FOUND
        MOVE     ARC-DONE-IMAGE  TO RTV-TRAILER-IMAGE
        IF       ARC-TRL-REC-COUNT NUMERIC
            MOVE     ARC-TRL-REC-COUNT  TO RTV-TRL-COUNT
        END-IF
        IF       ARC-REGION-MERGED
            SET      RTV-DAY-MERGED  TO TRUE
        END-IF
    END-IF
    PERFORM  D100-LOAD-WORK THRU D100-EXIT
    PERFORM  D300-WRITE-DAY THRU D300-EXIT
    PERFORM  D500-PROVE-REBUILD THRU D500-EXIT
    ADD      1  TO RTV-DONE-COUNT.
D000-EXIT.
    EXIT.

D100-LOAD-WORK.
    MOVE     ZERO  TO RTV-DETAILS-LOADED
    MOVE     ZERO  TO RTV-DUP-SEQ-COUNT
    OPEN     OUTPUT   RTV-WORK
    IF       RTV-WORK-STATUS NOT = '00' AND RTV-WORK-STATUS NOT = '97'
        DISPLAY  'PGM147 - REBUILD WORK FILE OPEN FAILED, '
                 'STATUS=' RTV-WORK-STATUS
        GO TO    A999-ABEND
    END-IF
    SET      RTV-SWEEP-MORE  TO TRUE
    MOVE     LOW-VALUES    TO ARC-KEY
    MOVE     RTV-SEL-FROM  TO ARC-RUN-DATE
    MOVE     'D'           TO ARC-REC-TYPE
    START    ARC-ARCHIVE KEY >= ARC-KEY
        INVALID KEY
            SET      RTV-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  D200-LOAD-WORK-REC THRU D200-EXIT
        UNTIL RTV-SWEEP-DONE
    CLOSE    RTV-WORK.
D100-EXIT.
    EXIT.

D200-LOAD-WORK-REC.
    READ     ARC-ARCHIVE NEXT
        AT END
            SET      RTV-SWEEP-DONE  TO TRUE
            GO TO    D200-EXIT
    END-READ
    IF       ARC-RUN-DATE NOT = RTV-SEL-FROM
          OR NOT ARC-DETAIL
        SET      RTV-SWEEP-DONE  TO TRUE
        GO TO    D200-EXIT
    END-IF
    ADD      1  TO RTV-DETAILS-LOADED
    MOVE     SPACES          TO RTV-WORK-REC
    MOVE     ARC-SEQ         TO RWK-SEQ
    MOVE     ARC-DONE-IMAGE  TO RWK-IMAGE
    WRITE    RTV-WORK-REC
        INVALID KEY
            ADD      1  TO RTV-DUP-SEQ-COUNT
            DISPLAY  'PGM147 - RUN DATE ' RTV-SEL-FROM
                     ' CARRIES DETAIL POSITION ' ARC-SEQ ' TWICE'
    END-WRITE.
D200-EXIT.
    EXIT.

D300-WRITE-DAY.
    MOVE     ZERO  TO RTV-DETAILS-WRITTEN
    MOVE     ZERO  TO RTV-GAP-COUNT
    MOVE     ZERO  TO RTV-EXPECT-SEQ
    WRITE    RTV-DONE-REC FROM RTV-HEADER-IMAGE
    OPEN     INPUT    RTV-WORK
    IF       RTV-WORK-STATUS NOT = '00'
        DISPLAY  'PGM147 - REBUILD WORK FILE REOPEN FAILED, '
                 'STATUS=' RTV-WORK-STATUS
        GO TO    A999-ABEND
    END-IF
    SET      RTV-WORK-NOT-EOF  TO TRUE
    MOVE     ZERO        TO RWK-SEQ
    START    RTV-WORK KEY >= RWK-SEQ
        INVALID KEY
            SET      RTV-WORK-EOF  TO TRUE
    END-START
    PERFORM  D400-WRITE-DETAIL THRU D400-EXIT
        UNTIL RTV-WORK-EOF
    CLOSE    RTV-WORK
    IF       RTV-TRAILER-FOUND
        WRITE    RTV-DONE-REC FROM RTV-TRAILER-IMAGE
    END-IF.
D300-EXIT.
    EXIT.

D400-WRITE-DETAIL.
    READ     RTV-WORK NEXT
        AT END
            SET      RTV-WORK-EOF  TO TRUE
            GO TO    D400-EXIT
    END-READ
    IF       RTV-WORK-STATUS NOT = '00'
        DISPLAY  'PGM147 - REBUILD WORK FILE READ FAILED, '
                 'STATUS=' RTV-WORK-STATUS
        GO TO    A999-ABEND
    END-IF
    ADD      1  TO RTV-EXPECT-SEQ
    IF       RWK-SEQ NOT = RTV-EXPECT-SEQ
         AND RTV-DAY-MERGED
        MOVE     RWK-SEQ  TO RTV-EXPECT-SEQ
    END-IF
    IF       RWK-SEQ NOT = RTV-EXPECT-SEQ
        ADD      1  TO RTV-GAP-COUNT
        DISPLAY  'PGM147 - DETAIL POSITION ' RWK-SEQ
                 ' FOUND WHERE ' RTV-EXPECT-SEQ ' WAS EXPECTED'
        MOVE     RWK-SEQ  TO RTV-EXPECT-SEQ
    END-IF
    WRITE    RTV-DONE-REC FROM RWK-IMAGE
    ADD      1  TO RTV-DETAILS-WRITTEN.
D400-EXIT.
    EXIT.

D500-PROVE-REBUILD.
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'DETAILS ON THE ARCHIVE'             TO SML-LABEL
    MOVE     RTV-DETAILS-LOADED   TO SML-VALUE
    WRITE    RTV-REPORT-REC FROM RTV-SUMMARY-LINE
    MOVE     'DETAILS WRITTEN TO RTVDONE'         TO SML-LABEL
    MOVE     RTV-DETAILS-WRITTEN  TO SML-VALUE
    WRITE    RTV-REPORT-REC FROM RTV-SUMMARY-LINE
    MOVE     'DUPLICATED DETAIL POSITIONS'        TO SML-LABEL
    MOVE     RTV-DUP-SEQ-COUNT    TO SML-VALUE
    WRITE    RTV-REPORT-REC FROM RTV-SUMMARY-LINE
    MOVE     'GAPS IN THE DETAIL POSITIONS'       TO SML-LABEL
    MOVE     RTV-GAP-COUNT        TO SML-VALUE
    WRITE    RTV-REPORT-REC FROM RTV-SUMMARY-LINE
    MOVE     'ARCHIVED TRAILER COUNT'             TO SML-LABEL
    MOVE     RTV-TRL-COUNT        TO SML-VALUE
    IF       RTV-TRAILER-MISSING
        MOVE     'NO TRAILER'  TO SML-VERDICT
    END-IF
    WRITE    RTV-REPORT-REC FROM RTV-SUMMARY-LINE
    MOVE     SPACES  TO SML-VERDICT
    IF       RTV-DAY-MERGED
        MOVE     'TRAILER RESTATED FOR A REGION'      TO SML-LABEL
        MOVE     RTV-TRL-COUNT        TO SML-VALUE
        MOVE     'GAPS EXPECTED'      TO SML-VERDICT
        WRITE    RTV-REPORT-REC FROM RTV-SUMMARY-LINE
        MOVE     SPACES  TO SML-VERDICT
    END-IF
    IF       RTV-TRAILER-FOUND
         AND RTV-DETAILS-WRITTEN = RTV-TRL-COUNT
         AND RTV-DUP-SEQ-COUNT = 0
         AND RTV-GAP-COUNT = 0
        MOVE     'DAY REBUILT AND PROVED'    TO SML-LABEL
        MOVE     RTV-DETAILS-WRITTEN  TO SML-VALUE
        MOVE     'PROVED'             TO SML-VERDICT
        WRITE    RTV-REPORT-REC FROM RTV-SUMMARY-LINE
        GO TO    D500-EXIT
    END-IF
    MOVE     'DAY REBUILT BUT NOT PROVED'  TO SML-LABEL
    MOVE     RTV-DETAILS-WRITTEN  TO SML-VALUE
    MOVE     'DO NOT USE'         TO SML-VERDICT
    WRITE    RTV-REPORT-REC FROM RTV-SUMMARY-LINE
    MOVE     0008  TO RTV-COND-CODE
    DISPLAY  'PGM147 - REBUILD OF RUN DATE ' RTV-SEL-FROM
             ' DID NOT PROVE: WRITTEN=' RTV-DETAILS-WRITTEN
             ' TRL=' RTV-TRL-COUNT
             ' DUPS=' RTV-DUP-SEQ-COUNT
             ' GAPS=' RTV-GAP-COUNT.
D500-EXIT.
    EXIT.

A900-TERMINATE.
    WRITE    RTV-REPORT-REC FROM RTV-BLANK-LINE
    IF       RTV-CARD-COUNT = 0
        MOVE     SPACES  TO RTV-REPORT-REC
        STRING   ' NO REQUEST CARDS ON RTVCARD - NOTHING TO DO'
            DELIMITED BY SIZE INTO RTV-REPORT-REC
        WRITE    RTV-REPORT-REC
    END-IF
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'REQUESTS READ'                      TO SML-LABEL
    MOVE     RTV-CARD-COUNT     TO SML-VALUE
    WRITE    RTV-REPORT-REC FROM RTV-SUMMARY-LINE
    MOVE     'REQUESTS ANSWERED'                  TO SML-LABEL
    MOVE     RTV-DONE-COUNT     TO SML-VALUE
    WRITE    RTV-REPORT-REC FROM RTV-SUMMARY-LINE
    MOVE     'REQUESTS REFUSED'                   TO SML-LABEL
    MOVE     RTV-REFUSED-COUNT  TO SML-VALUE
    IF       RTV-REFUSED-COUNT > 0
        MOVE     'CHECK'  TO SML-VERDICT
        MOVE     0008  TO RTV-COND-CODE
    END-IF
    WRITE    RTV-REPORT-REC FROM RTV-SUMMARY-LINE
    MOVE     RTV-COND-CODE  TO RETURN-CODE
    CLOSE    RTV-CARD
    CLOSE    ARC-ARCHIVE
    CLOSE    RTV-DONE
    CLOSE    RTV-REPORT.
A900-EXIT.
    EXIT.

A999-ABEND.
    DISPLAY   'PGM147 - FATAL ERROR, RUN TERMINATED'
    DISPLAY   'RTV-CARD-STATUS='  RTV-CARD-STATUS
              ' RTV-ARCH-STATUS=' RTV-ARCH-STATUS
              ' RTV-WORK-STATUS=' RTV-WORK-STATUS
    DISPLAY   'RTV-DONE-STATUS='  RTV-DONE-STATUS
              ' RTV-RPT-STATUS='  RTV-RPT-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

      *>--------------------------------------------------------------*>
      *> PROGRAM-ID : 137
      *> AUTHOR     : CHEN
      *>
      *> Daily account position posting from the released PRTDONE.
      *> Until now nothing in the chain knew an account's running
      *> position - the PRTDONE 'D' details were only summed by
      *> region onto PRTSUM and PRTHIST keeps just the re-send
      *> window - so "what was posted to this account last month"
      *> meant pulling every daily PRTDONE generation by hand.
      *>
      *> Runs after the release step.  Every 'D' detail on the
      *> released generation (POSDONE) is posted to two KSDS files:
      *>
      *>   - ACCTPOS, the account position master, one record per
      *>     account (key = account number): home region, the
      *>     position month, the opening balance for that month,
      *>     month-to-date debits, credits and posting count, and
      *>     the last activity date.  The closed month's figures
      *>     are kept alongside (the prior-month fields) so the
      *>     month-end statements (PGM138) can still be printed
      *>     after the first run of the new month has posted.  A
      *>     detail for a later month than the position carries
      *>     rolls the position first: the opening balance becomes
      *>     the old closing balance and the month-to-date figures
      *>     restart at zero.
      *>
      *>   - ACCTACT, the account activity file, one record per
      *>     posting (key = account + run date + the detail's
      *>     sequence on the PRTDONE generation), which is what the
      *>     monthly statement lists day by day.
      *>
      *> The activity key is fixed by the released file itself, so
      *> re-running the step against the same generation finds
      *> every posting already on ACCTACT and skips it - a rerun
      *> cannot double-post a position.
      *>
      *> The generation is proved as it is posted: exactly one
      *> trailer, and the trailer count equals the details read.
      *> A control report (POSRPT) shows the counts, the debit,
      *> credit and net amounts posted and the verdict.  Return
      *> codes: 0 = posted and proved, 8 = the generation did not
      *> prove or a detail could not be posted (see POSRPT and
      *> SYSOUT), 16 = did not finish.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "137".
AUTHOR.        CHEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT POS-DONE     ASSIGN TO POSDONE
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS POS-DONE-STATUS.
    SELECT POS-POSITION ASSIGN TO ACCTPOS
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS ACP-ACCOUNT
                        FILE STATUS IS POS-POSN-STATUS.
    SELECT POS-ACTIVITY ASSIGN TO ACCTACT
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS ACT-KEY
                        FILE STATUS IS POS-ACT-STATUS.
    SELECT POS-REPORT   ASSIGN TO POSRPT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS POS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  POS-DONE  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  POS-DONE-REC.
    05  POS-DONE-REC-TYPE  PIC X(1).
        88  POS-DONE-HEADER         VALUE 'H'.
        88  POS-DONE-DETAIL         VALUE 'D'.
        88  POS-DONE-TRAILER        VALUE 'T'.
    05  FILLER             PIC X(79).

01  POS-DONE-DTL  REDEFINES POS-DONE-REC.
    05  FILLER             PIC X(1).
    05  POS-DTL-DATE       PIC 9(8).
    05  POS-DTL-MONTH  REDEFINES POS-DTL-DATE.
        10  POS-DTL-YYYYMM PIC 9(6).
        10  POS-DTL-DD     PIC 9(2).
    05  POS-DTL-REGION     PIC X(2).
    05  POS-DTL-ACCOUNT    PIC X(10).
    05  POS-DTL-AMOUNT     PIC 9(9)V99.
    05  POS-DTL-SIGN       PIC X(1).
        88  POS-DTL-CREDIT          VALUE 'C'.
    05  FILLER             PIC X(47).

01  POS-DONE-TRL  REDEFINES POS-DONE-REC.
    05  FILLER             PIC X(1).
    05  POS-TRL-RUN-DATE   PIC X(8).
    05  POS-TRL-REC-COUNT  PIC 9(7).
    05  FILLER             PIC X(64).

FD  POS-POSITION RECORD CONTAINS 150 CHARACTERS.

01  POS-POSITION-REC.
    05  ACP-ACCOUNT        PIC X(10).
    05  ACP-REGION         PIC X(2).
    05  ACP-MONTH          PIC 9(6).
    05  ACP-OPENING-BAL    PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  ACP-MTD-DEBITS     PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  ACP-MTD-CREDITS    PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  ACP-MTD-COUNT      PIC 9(7).
    05  ACP-LAST-ACTIVITY  PIC 9(8).
    05  ACP-PRIOR-MONTH    PIC 9(6).
    05  ACP-PRIOR-OPENING  PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  ACP-PRIOR-DEBITS   PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  ACP-PRIOR-CREDITS  PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  ACP-PRIOR-COUNT    PIC 9(7).
    05  ACP-FILLER         PIC X(8).

FD  POS-ACTIVITY RECORD CONTAINS 80 CHARACTERS.

01  POS-ACTIVITY-REC.
    05  ACT-KEY.
        10  ACT-ACCOUNT    PIC X(10).
        10  ACT-POST-DATE  PIC 9(8).
        10  ACT-SEQ        PIC 9(7).
    05  ACT-REGION         PIC X(2).
    05  ACT-AMOUNT         PIC 9(9)V99.
    05  ACT-SIGN           PIC X(1).
    05  ACT-FILLER         PIC X(41).

FD  POS-REPORT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  POS-REPORT-REC     PIC X(80).

WORKING-STORAGE SECTION.

01  POS-COUNTERS.
    05  POS-DETAIL-COUNT   PIC 9(7) VALUE ZERO.
    05  POS-POSTED-COUNT   PIC 9(7) VALUE ZERO.
    05  POS-ALREADY-COUNT  PIC 9(7) VALUE ZERO.
    05  POS-ERROR-COUNT    PIC 9(7) VALUE ZERO.
    05  POS-NEW-COUNT      PIC 9(7) VALUE ZERO.
    05  POS-ROLL-COUNT     PIC 9(7) VALUE ZERO.
    05  POS-TRAILER-SEEN   PIC 9(3) VALUE ZERO.
    05  POS-TRAILER-COUNT  PIC 9(7) VALUE ZERO.
    05  POS-PROVED-COUNT   PIC 9(7) VALUE ZERO.

01  YYYYMMDD          PIC 9(8).

01  POS-SWITCHES.
    05  POS-EOF-SWITCH    PIC X(1)  VALUE 'N'.
        88  POS-EOF                 VALUE 'Y'.
        88  POS-NOT-EOF             VALUE 'N'.
    05  POS-RESULT-SW     PIC X(1)  VALUE 'Y'.
        88  POS-PROVED              VALUE 'Y'.
        88  POS-NOT-PROVED          VALUE 'N'.
    05  POS-NEW-SWITCH    PIC X(1)  VALUE 'N'.
        88  POS-NEW-POSITION        VALUE 'Y'.
        88  POS-OLD-POSITION        VALUE 'N'.

01  POS-FILE-STATUSES.
    05  POS-DONE-STATUS      PIC X(2) VALUE SPACES.
    05  POS-POSN-STATUS      PIC X(2) VALUE SPACES.
    05  POS-ACT-STATUS       PIC X(2) VALUE SPACES.
    05  POS-RPT-STATUS       PIC X(2) VALUE SPACES.

01  POS-AMOUNTS.
    05  POS-TOTAL-DEBITS     PIC S9(15)V99 VALUE ZERO COMP-3.
    05  POS-TOTAL-CREDITS    PIC S9(15)V99 VALUE ZERO COMP-3.
    05  POS-TOTAL-NET        PIC S9(15)V99 VALUE ZERO COMP-3.

01  POS-RUN-DATE          PIC X(8) VALUE SPACES.
01  POS-COND-CODE         PIC 9(4) VALUE ZERO.

01  POS-RPT-HEADER.
    05  FILLER             PIC X(36) VALUE
        'PGM 137 ACCOUNT POSITION POSTING FOR'.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  PRH-RUN-DATE       PIC X(8).
    05  FILLER             PIC X(35) VALUE SPACES.

01  POS-RPT-LINE.
    05  PRL-LABEL          PIC X(30) VALUE SPACES.
    05  PRL-COUNT          PIC ZZZZZZ9.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  PRL-VERDICT        PIC X(14) VALUE SPACES.
    05  FILLER             PIC X(27) VALUE SPACES.

01  POS-RPT-AMOUNT-LINE.
    05  PAL-LABEL          PIC X(30) VALUE SPACES.
    05  PAL-AMOUNT         PIC Z(14)9.99-.
    05  FILLER             PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.

A000-START.
    PERFORM  A100-INITIALIZE THRU A100-EXIT
    PERFORM  B000-PROCESS-DONE-REC THRU B000-EXIT
        UNTIL POS-EOF
    PERFORM  A900-TERMINATE THRU A900-EXIT
    STOP RUN.

A100-INITIALIZE.
    ACCEPT   YYYYMMDD  FROM DATE YYYYMMDD
    OPEN     INPUT    POS-DONE
    IF       POS-DONE-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     I-O      POS-POSITION
    IF       POS-POSN-STATUS NOT = '00' AND POS-POSN-STATUS NOT = '97'
        DISPLAY  'PGM137 - ACCOUNT POSITION MASTER OPEN FAILED, '
                 'STATUS=' POS-POSN-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     I-O      POS-ACTIVITY
    IF       POS-ACT-STATUS NOT = '00' AND POS-ACT-STATUS NOT = '97'
        DISPLAY  'PGM137 - ACCOUNT ACTIVITY FILE OPEN FAILED, '
                 'STATUS=' POS-ACT-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   POS-REPORT
    IF       POS-RPT-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF.
A100-EXIT.
    EXIT.

B000-PROCESS-DONE-REC.
    READ     POS-DONE
        AT END
            SET  POS-EOF TO TRUE
            GO TO B000-EXIT
    END-READ
    IF       POS-DONE-DETAIL
        ADD      1  TO POS-DETAIL-COUNT
        PERFORM  C000-POST-DETAIL THRU C000-EXIT
        GO TO B000-EXIT
    END-IF
    IF       POS-DONE-TRAILER
        ADD      1  TO POS-TRAILER-SEEN
        MOVE     POS-TRL-RUN-DATE  TO POS-RUN-DATE
        IF       POS-TRL-REC-COUNT NUMERIC
            MOVE     POS-TRL-REC-COUNT  TO POS-TRAILER-COUNT
        END-IF
    END-IF.
B000-EXIT.
    EXIT.

C000-POST-DETAIL.
    IF       POS-DTL-DATE NOT NUMERIC
          OR POS-DTL-AMOUNT NOT NUMERIC
        DISPLAY  'PGM137 - DETAIL ' POS-DETAIL-COUNT
                 ' FOR ACCOUNT ' POS-DTL-ACCOUNT
                 ' HAS A NON-NUMERIC DATE OR AMOUNT - NOT POSTED'
        ADD      1  TO POS-ERROR-COUNT
        GO TO    C000-EXIT
    END-IF
    SET      POS-OLD-POSITION  TO TRUE
    MOVE     POS-DTL-ACCOUNT   TO ACP-ACCOUNT
    READ     POS-POSITION
        INVALID KEY
            PERFORM  C100-NEW-POSITION THRU C100-EXIT
    END-READ
    IF       ACP-MONTH > POS-DTL-YYYYMM
        DISPLAY  'PGM137 - DETAIL ' POS-DETAIL-COUNT
                 ' FOR ACCOUNT ' POS-DTL-ACCOUNT
                 ' IS DATED ' POS-DTL-DATE
                 ' BUT THE POSITION IS ALREADY IN MONTH ' ACP-MONTH
                 ' - NOT POSTED'
        ADD      1  TO POS-ERROR-COUNT
        GO TO    C000-EXIT
    END-IF
    MOVE     POS-DTL-ACCOUNT   TO ACT-ACCOUNT
    MOVE     POS-DTL-DATE      TO ACT-POST-DATE
    MOVE     POS-DETAIL-COUNT  TO ACT-SEQ
    MOVE     POS-DTL-REGION    TO ACT-REGION
    MOVE     POS-DTL-AMOUNT    TO ACT-AMOUNT
    MOVE     POS-DTL-SIGN      TO ACT-SIGN
    MOVE     SPACES            TO ACT-FILLER
    WRITE    POS-ACTIVITY-REC
        INVALID KEY
            ADD      1  TO POS-ALREADY-COUNT
            GO TO    C000-EXIT
    END-WRITE
    IF       ACP-MONTH < POS-DTL-YYYYMM
        PERFORM  C200-ROLL-MONTH THRU C200-EXIT
    END-IF
    IF       POS-DTL-CREDIT
        ADD      POS-DTL-AMOUNT  TO ACP-MTD-CREDITS
        ADD      POS-DTL-AMOUNT  TO POS-TOTAL-CREDITS
    ELSE
        ADD      POS-DTL-AMOUNT  TO ACP-MTD-DEBITS
        ADD      POS-DTL-AMOUNT  TO POS-TOTAL-DEBITS
    END-IF
    ADD      1  TO ACP-MTD-COUNT
    MOVE     POS-DTL-DATE  TO ACP-LAST-ACTIVITY
    IF       POS-NEW-POSITION
        WRITE    POS-POSITION-REC
            INVALID KEY
                DISPLAY  'PGM137 - POSITION WRITE FAILED FOR '
                         ACP-ACCOUNT ', STATUS=' POS-POSN-STATUS
                GO TO    A999-ABEND
        END-WRITE
        ADD      1  TO POS-NEW-COUNT
    ELSE
        REWRITE  POS-POSITION-REC
            INVALID KEY
                DISPLAY  'PGM137 - POSITION REWRITE FAILED FOR '
                         ACP-ACCOUNT ', STATUS=' POS-POSN-STATUS
                GO TO    A999-ABEND
        END-REWRITE
    END-IF
    ADD      1  TO POS-POSTED-COUNT.
C000-EXIT.
    EXIT.

C100-NEW-POSITION.
    SET      POS-NEW-POSITION  TO TRUE
    MOVE     POS-DTL-ACCOUNT  TO ACP-ACCOUNT
    MOVE     POS-DTL-REGION   TO ACP-REGION
    MOVE     POS-DTL-YYYYMM   TO ACP-MONTH
    MOVE     ZERO             TO ACP-OPENING-BAL
    MOVE     ZERO             TO ACP-MTD-DEBITS
    MOVE     ZERO             TO ACP-MTD-CREDITS
    MOVE     ZERO             TO ACP-MTD-COUNT
    MOVE     ZERO             TO ACP-LAST-ACTIVITY
    MOVE     ZERO             TO ACP-PRIOR-MONTH
    MOVE     ZERO             TO ACP-PRIOR-OPENING
    MOVE     ZERO             TO ACP-PRIOR-DEBITS
    MOVE     ZERO             TO ACP-PRIOR-CREDITS
    MOVE     ZERO             TO ACP-PRIOR-COUNT
    MOVE     SPACES           TO ACP-FILLER.
C100-EXIT.
    EXIT.

C200-ROLL-MONTH.
    MOVE     ACP-MONTH        TO ACP-PRIOR-MONTH
    MOVE     ACP-OPENING-BAL  TO ACP-PRIOR-OPENING
    MOVE     ACP-MTD-DEBITS   TO ACP-PRIOR-DEBITS
    MOVE     ACP-MTD-CREDITS  TO ACP-PRIOR-CREDITS
    MOVE     ACP-MTD-COUNT    TO ACP-PRIOR-COUNT
    ADD      ACP-MTD-DEBITS   TO ACP-OPENING-BAL
    SUBTRACT ACP-MTD-CREDITS  FROM ACP-OPENING-BAL
    MOVE     POS-DTL-YYYYMM   TO ACP-MONTH
    MOVE     ZERO             TO ACP-MTD-DEBITS
    MOVE     ZERO             TO ACP-MTD-CREDITS
    MOVE     ZERO             TO ACP-MTD-COUNT
    ADD      1  TO POS-ROLL-COUNT.
C200-EXIT.
    EXIT.

A900-TERMINATE.
    MOVE     POS-RUN-DATE  TO PRH-RUN-DATE
    WRITE    POS-REPORT-REC FROM POS-RPT-HEADER
    MOVE     'DETAIL RECORDS ON PRTDONE'     TO PRL-LABEL
    MOVE     POS-DETAIL-COUNT   TO PRL-COUNT
    MOVE     SPACES             TO PRL-VERDICT
    WRITE    POS-REPORT-REC FROM POS-RPT-LINE
    MOVE     'PRTDONE TRAILER COUNT'         TO PRL-LABEL
    MOVE     POS-TRAILER-COUNT  TO PRL-COUNT
    WRITE    POS-REPORT-REC FROM POS-RPT-LINE
    MOVE     'DETAILS POSTED TO POSITIONS'   TO PRL-LABEL
    MOVE     POS-POSTED-COUNT   TO PRL-COUNT
    WRITE    POS-REPORT-REC FROM POS-RPT-LINE
    MOVE     'DETAILS ALREADY POSTED'        TO PRL-LABEL
    MOVE     POS-ALREADY-COUNT  TO PRL-COUNT
    WRITE    POS-REPORT-REC FROM POS-RPT-LINE
    MOVE     'DETAILS NOT POSTED'            TO PRL-LABEL
    MOVE     POS-ERROR-COUNT    TO PRL-COUNT
    WRITE    POS-REPORT-REC FROM POS-RPT-LINE
    MOVE     'NEW ACCOUNT POSITIONS'         TO PRL-LABEL
    MOVE     POS-NEW-COUNT      TO PRL-COUNT
    WRITE    POS-REPORT-REC FROM POS-RPT-LINE
    MOVE     'POSITIONS ROLLED TO NEW MONTH' TO PRL-LABEL
    MOVE     POS-ROLL-COUNT     TO PRL-COUNT
    WRITE    POS-REPORT-REC FROM POS-RPT-LINE
    MOVE     'DEBITS POSTED'                 TO PAL-LABEL
    MOVE     POS-TOTAL-DEBITS   TO PAL-AMOUNT
    WRITE    POS-REPORT-REC FROM POS-RPT-AMOUNT-LINE
    MOVE     'CREDITS POSTED'                TO PAL-LABEL
    MOVE     POS-TOTAL-CREDITS  TO PAL-AMOUNT
    WRITE    POS-REPORT-REC FROM POS-RPT-AMOUNT-LINE
    SUBTRACT POS-TOTAL-CREDITS FROM POS-TOTAL-DEBITS
        GIVING POS-TOTAL-NET
    MOVE     'NET AMOUNT POSTED'             TO PAL-LABEL
    MOVE     POS-TOTAL-NET      TO PAL-AMOUNT
    WRITE    POS-REPORT-REC FROM POS-RPT-AMOUNT-LINE
    IF       POS-TRAILER-SEEN NOT = 1
        SET      POS-NOT-PROVED  TO TRUE
        MOVE     'TRAILER RECORDS ON PRTDONE'  TO PRL-LABEL
        MOVE     POS-TRAILER-SEEN   TO PRL-COUNT
        MOVE     'NOT PROVED'       TO PRL-VERDICT
        WRITE    POS-REPORT-REC FROM POS-RPT-LINE
    END-IF
    IF       POS-TRAILER-COUNT NOT = POS-DETAIL-COUNT
        SET      POS-NOT-PROVED  TO TRUE
        MOVE     'TRAILER VS DETAILS READ'     TO PRL-LABEL
        MOVE     POS-TRAILER-COUNT  TO PRL-COUNT
        MOVE     'NOT PROVED'       TO PRL-VERDICT
        WRITE    POS-REPORT-REC FROM POS-RPT-LINE
    END-IF
    ADD      POS-POSTED-COUNT POS-ALREADY-COUNT
        GIVING POS-PROVED-COUNT
    IF       POS-ERROR-COUNT > 0
          OR POS-PROVED-COUNT NOT = POS-DETAIL-COUNT
        SET      POS-NOT-PROVED  TO TRUE
        MOVE     'POSTED+ALREADY VS DETAILS'   TO PRL-LABEL
        MOVE     POS-PROVED-COUNT   TO PRL-COUNT
        MOVE     'NOT PROVED'       TO PRL-VERDICT
        WRITE    POS-REPORT-REC FROM POS-RPT-LINE
    END-IF
    IF       POS-PROVED
        MOVE     'POSITIONS POSTED AND PROVED'   TO PRL-LABEL
        MOVE     POS-POSTED-COUNT   TO PRL-COUNT
        MOVE     'POSTED'           TO PRL-VERDICT
        WRITE    POS-REPORT-REC FROM POS-RPT-LINE
        MOVE     0000  TO POS-COND-CODE
    ELSE
        MOVE     'POSITION POSTING NOT PROVED'   TO PRL-LABEL
        MOVE     POS-POSTED-COUNT   TO PRL-COUNT
        MOVE     'CHECK'            TO PRL-VERDICT
        WRITE    POS-REPORT-REC FROM POS-RPT-LINE
        DISPLAY  'PGM137 - ACCOUNT POSITION POSTING DID NOT PROVE: '
                 'DETAILS=' POS-DETAIL-COUNT
                 ' POSTED=' POS-POSTED-COUNT
                 ' ALREADY=' POS-ALREADY-COUNT
                 ' ERRORS=' POS-ERROR-COUNT
                 ' TRL=' POS-TRAILER-COUNT
        MOVE     0008  TO POS-COND-CODE
    END-IF
    MOVE     POS-COND-CODE  TO RETURN-CODE
    CLOSE    POS-DONE
    CLOSE    POS-POSITION
    CLOSE    POS-ACTIVITY
    CLOSE    POS-REPORT.
A900-EXIT.
    EXIT.

A999-ABEND.
    DISPLAY   'PGM137 - FATAL ERROR, RUN TERMINATED'
    DISPLAY   'POS-DONE-STATUS='  POS-DONE-STATUS
              ' POS-POSN-STATUS=' POS-POSN-STATUS
    DISPLAY   'POS-ACT-STATUS='   POS-ACT-STATUS
              ' POS-RPT-STATUS='  POS-RPT-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

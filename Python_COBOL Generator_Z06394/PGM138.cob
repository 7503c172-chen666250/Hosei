      *>--------------------------------------------------------------*>
      *> PROGRAM-ID : 138
      *> AUTHOR     : CHEN
      *>
      *> Month-end account activity statements from the account
      *> position master (ACCTPOS) and account activity file
      *> (ACCTACT) that PGM137 posts every night from the released
      *> PRTDONE.  Replaces pulling the month's PRTDONE generations
      *> by hand when a customer or region asks what was posted to
      *> an account.
      *>
      *> The statement month comes off the STMCARD control card
      *> (COL 1-6, YYYYMM, mandatory).  For every account whose
      *> position carries that month - as the current month, or as
      *> the prior month when the first run of the new month has
      *> already rolled it - one statement is printed on STMRPT:
      *>
      *>   - the opening balance for the month;
      *>   - every posting for the month off ACCTACT, in run date
      *>     order, with the debit or credit and a running balance;
      *>   - the closing balance (opening + debits - credits), and
      *>     the month's debit, credit and posting totals.
      *>
      *> Each statement is proved: the postings listed must add up
      *> to the month-to-date debits, credits and count carried on
      *> the position.  Accounts with no activity in the month are
      *> counted but not printed.
      *>
      *> The month is then tied back to the general ledger: the net
      *> movement across every statement (debits - credits) must
      *> equal the grand total on the PGM130 GL posting file for the
      *> same month (GLPOST trailer), which is built from the same
      *> released days' PRTSUM.  The summary page shows the total
      *> opening, movement and closing balances beside the GL
      *> figure and the verdict.
      *>
      *> Only when the month ties are the activity records dated
      *> before the statement month purged from ACCTACT - they have
      *> then appeared on a proved statement and the position
      *> carries their effect in its opening balance.  Return codes:
      *> 0 = statements proved and tied to the GL, 8 = a statement
      *> or the GL tie did not prove (nothing purged - correct and
      *> rerun), 16 = did not finish.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "138".
AUTHOR.        CHEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STM-CONTROL-CARD  ASSIGN TO STMCARD
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS STM-CARD-STATUS.
    SELECT STM-POSITION ASSIGN TO ACCTPOS
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS ACP-ACCOUNT
                        FILE STATUS IS STM-POSN-STATUS.
    SELECT STM-ACTIVITY ASSIGN TO ACCTACT
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ACT-KEY
                        FILE STATUS IS STM-ACT-STATUS.
    SELECT STM-GL-POST  ASSIGN TO GLPOST
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS STM-GL-STATUS.
    SELECT STM-REPORT   ASSIGN TO STMRPT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS STM-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  STM-CONTROL-CARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  STM-CONTROL-CARD-REC.
    05  STC-STMT-MONTH     PIC 9(6).
    05  STC-FILLER         PIC X(74).

FD  STM-POSITION RECORD CONTAINS 150 CHARACTERS.

01  STM-POSITION-REC.
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

FD  STM-ACTIVITY RECORD CONTAINS 80 CHARACTERS.

01  STM-ACTIVITY-REC.
    05  ACT-KEY.
        10  ACT-ACCOUNT    PIC X(10).
        10  ACT-POST-DATE  PIC 9(8).
        10  ACT-SEQ        PIC 9(7).
    05  ACT-REGION         PIC X(2).
    05  ACT-AMOUNT         PIC 9(9)V99.
    05  ACT-SIGN           PIC X(1).
        88  ACT-CREDIT              VALUE 'C'.
    05  ACT-FILLER         PIC X(41).

FD  STM-GL-POST  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  STM-GL-POST-REC.
    05  GLP-REC-TYPE       PIC X(1).
        88  GLP-TRAILER-REC         VALUE 'T'.
    05  FILLER             PIC X(79).

01  STM-GL-POST-TRL  REDEFINES STM-GL-POST-REC.
    05  GLT-REC-TYPE       PIC X(1).
    05  GLT-POST-MONTH     PIC 9(6).
    05  GLT-ENTRY-COUNT    PIC 9(3).
    05  GLT-GRAND-AMOUNT   PIC S9(15)V99
                           SIGN IS LEADING SEPARATE.
    05  FILLER             PIC X(52).

FD  STM-REPORT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

01  STM-REPORT-REC     PIC X(133).

WORKING-STORAGE SECTION.

01  STM-COUNTERS.
    05  STM-POSN-READ      PIC 9(7) VALUE ZERO.
    05  STM-STMT-COUNT     PIC 9(7) VALUE ZERO.
    05  STM-DORMANT-COUNT  PIC 9(7) VALUE ZERO.
    05  STM-FAILED-COUNT   PIC 9(7) VALUE ZERO.
    05  STM-PURGE-COUNT    PIC 9(7) VALUE ZERO.
    05  STM-GL-TRL-SEEN    PIC 9(3) VALUE ZERO.

01  YYYYMMDD          PIC 9(8).

01  STM-SWITCHES.
    05  STM-EOF-SWITCH    PIC X(1)  VALUE 'N'.
        88  STM-EOF                 VALUE 'Y'.
        88  STM-NOT-EOF             VALUE 'N'.
    05  STM-GL-EOF-SW     PIC X(1)  VALUE 'N'.
        88  STM-GL-EOF              VALUE 'Y'.
    05  STM-ACT-SWEEP-SW  PIC X(1)  VALUE 'N'.
        88  STM-ACT-SWEEP-DONE      VALUE 'Y'.
        88  STM-ACT-SWEEP-MORE      VALUE 'N'.
    05  STM-RESULT-SW     PIC X(1)  VALUE 'Y'.
        88  STM-MONTH-TIED          VALUE 'Y'.
        88  STM-MONTH-NOT-TIED      VALUE 'N'.

01  STM-FILE-STATUSES.
    05  STM-CARD-STATUS      PIC X(2) VALUE SPACES.
    05  STM-POSN-STATUS      PIC X(2) VALUE SPACES.
    05  STM-ACT-STATUS       PIC X(2) VALUE SPACES.
    05  STM-GL-STATUS        PIC X(2) VALUE SPACES.
    05  STM-RPT-STATUS       PIC X(2) VALUE SPACES.

01  STM-STMT-MONTH        PIC 9(6) VALUE ZERO.
01  STM-MONTH-START       PIC 9(8) VALUE ZERO.
01  STM-MONTH-END         PIC 9(8) VALUE ZERO.
01  STM-GL-MONTH          PIC 9(6) VALUE ZERO.
01  STM-COND-CODE         PIC 9(4) VALUE ZERO.

01  STM-ACCOUNT-FIGURES.
    05  STM-ACCT-OPENING     PIC S9(15)V99 VALUE ZERO COMP-3.
    05  STM-ACCT-DEBITS      PIC S9(15)V99 VALUE ZERO COMP-3.
    05  STM-ACCT-CREDITS     PIC S9(15)V99 VALUE ZERO COMP-3.
    05  STM-ACCT-COUNT       PIC 9(7)      VALUE ZERO.
    05  STM-LIST-DEBITS      PIC S9(15)V99 VALUE ZERO COMP-3.
    05  STM-LIST-CREDITS     PIC S9(15)V99 VALUE ZERO COMP-3.
    05  STM-LIST-COUNT       PIC 9(7)      VALUE ZERO.
    05  STM-RUNNING-BAL      PIC S9(15)V99 VALUE ZERO COMP-3.
    05  STM-CLOSING-BAL      PIC S9(15)V99 VALUE ZERO COMP-3.

01  STM-MONTH-TOTALS.
    05  STM-TOTAL-OPENING    PIC S9(15)V99 VALUE ZERO COMP-3.
    05  STM-TOTAL-DEBITS     PIC S9(15)V99 VALUE ZERO COMP-3.
    05  STM-TOTAL-CREDITS    PIC S9(15)V99 VALUE ZERO COMP-3.
    05  STM-TOTAL-MOVEMENT   PIC S9(15)V99 VALUE ZERO COMP-3.
    05  STM-TOTAL-CLOSING    PIC S9(15)V99 VALUE ZERO COMP-3.
    05  STM-GL-AMOUNT        PIC S9(15)V99 VALUE ZERO COMP-3.

01  STM-HEADING-1.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(40)  VALUE
        'PGM138 - ACCOUNT ACTIVITY STATEMENTS FOR'.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  HD1-STMT-MONTH  PIC 9(6).
    05  FILLER   PIC X(8)   VALUE SPACES.
    05  HD1-RUN-DATE    PIC 9(8).
    05  FILLER   PIC X(69)  VALUE SPACES.

01  STM-ACCOUNT-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  FILLER            PIC X(26) VALUE
        'ACCOUNT STATEMENT  MONTH  '.
    05  ACL-MONTH         PIC 9(6).
    05  FILLER            PIC X(11) VALUE '  ACCOUNT  '.
    05  ACL-ACCOUNT       PIC X(10).
    05  FILLER            PIC X(10) VALUE '  REGION  '.
    05  ACL-REGION        PIC X(2).
    05  FILLER            PIC X(17) VALUE '  LAST ACTIVITY  '.
    05  ACL-LAST-ACTIVITY PIC 9(8).
    05  FILLER            PIC X(42) VALUE SPACES.

01  STM-BALANCE-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  BAL-LABEL         PIC X(20) VALUE SPACES.
    05  FILLER            PIC X(50) VALUE SPACES.
    05  BAL-AMOUNT        PIC Z(14)9.99-.
    05  FILLER            PIC X(43) VALUE SPACES.

01  STM-HEADING-2.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(44)  VALUE
        'POST DATE  RG      SEQ             DEBIT    '.
    05  FILLER   PIC X(44)  VALUE
        '        CREDIT             BALANCE          '.
    05  FILLER   PIC X(44)  VALUE SPACES.

01  STM-DETAIL-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  DET-POST-DATE     PIC 9(8).
    05  FILLER            PIC X(3)  VALUE SPACES.
    05  DET-REGION        PIC X(2).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-SEQ           PIC ZZZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-DEBIT         PIC Z(12)9.99.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-CREDIT        PIC Z(12)9.99.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-BALANCE       PIC Z(14)9.99-.
    05  FILLER            PIC X(49) VALUE SPACES.

01  STM-TOTAL-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  FILLER            PIC X(24) VALUE 'MONTH TOTALS   POSTINGS '.
    05  TOT-COUNT         PIC ZZZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  TOT-DEBITS        PIC Z(12)9.99.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  TOT-CREDITS       PIC Z(12)9.99.
    05  FILLER            PIC X(65) VALUE SPACES.

01  STM-SUMMARY-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  SUM-LABEL         PIC X(40) VALUE SPACES.
    05  SUM-VALUE         PIC X(24) VALUE SPACES.
    05  FILLER            PIC X(68) VALUE SPACES.

01  STM-AMOUNT-EDIT       PIC Z(14)9.99-.
01  STM-COUNT-EDIT        PIC ZZZZZZZZ9.

01  STM-BLANK-LINE        PIC X(133) VALUE SPACES.

PROCEDURE DIVISION.

A000-START.
    PERFORM  A100-INITIALIZE THRU A100-EXIT
    PERFORM  B000-PROCESS-POSITION THRU B000-EXIT
        UNTIL STM-EOF
    PERFORM  A900-TERMINATE THRU A900-EXIT
    STOP RUN.

A100-INITIALIZE.
    ACCEPT   YYYYMMDD  FROM DATE YYYYMMDD
    OPEN     INPUT    STM-CONTROL-CARD
    IF       STM-CARD-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    READ     STM-CONTROL-CARD
        AT END
            DISPLAY  'PGM138 - STMCARD IS EMPTY, THE STATEMENT '
                     'MONTH IS MANDATORY'
            GO TO    A999-ABEND
    END-READ
    IF       STC-STMT-MONTH NOT NUMERIC OR STC-STMT-MONTH = 0
        DISPLAY  'PGM138 - STMCARD STATEMENT MONTH IS NOT NUMERIC'
        GO TO    A999-ABEND
    END-IF
    MOVE     STC-STMT-MONTH  TO STM-STMT-MONTH
    CLOSE    STM-CONTROL-CARD
    COMPUTE  STM-MONTH-START = STM-STMT-MONTH * 100 + 1
    COMPUTE  STM-MONTH-END   = STM-STMT-MONTH * 100 + 31
    OPEN     INPUT    STM-GL-POST
    IF       STM-GL-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    PERFORM  A200-READ-GL-POST THRU A200-EXIT
        UNTIL STM-GL-EOF
    CLOSE    STM-GL-POST
    OPEN     INPUT    STM-POSITION
    IF       STM-POSN-STATUS NOT = '00' AND STM-POSN-STATUS NOT = '97'
        DISPLAY  'PGM138 - ACCOUNT POSITION MASTER OPEN FAILED, '
                 'STATUS=' STM-POSN-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     I-O      STM-ACTIVITY
    IF       STM-ACT-STATUS NOT = '00' AND STM-ACT-STATUS NOT = '97'
        DISPLAY  'PGM138 - ACCOUNT ACTIVITY FILE OPEN FAILED, '
                 'STATUS=' STM-ACT-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   STM-REPORT
    IF       STM-RPT-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    MOVE     STM-STMT-MONTH  TO HD1-STMT-MONTH
    MOVE     YYYYMMDD        TO HD1-RUN-DATE
    WRITE    STM-REPORT-REC FROM STM-HEADING-1.
A100-EXIT.
    EXIT.

A200-READ-GL-POST.
    READ     STM-GL-POST
        AT END
            SET  STM-GL-EOF TO TRUE
            GO TO A200-EXIT
    END-READ
    IF       GLP-TRAILER-REC
        ADD      1  TO STM-GL-TRL-SEEN
        IF       GLT-POST-MONTH NUMERIC
            MOVE     GLT-POST-MONTH    TO STM-GL-MONTH
        END-IF
        IF       GLT-GRAND-AMOUNT NUMERIC
            MOVE     GLT-GRAND-AMOUNT  TO STM-GL-AMOUNT
        END-IF
    END-IF.
A200-EXIT.
    EXIT.

B000-PROCESS-POSITION.
    READ     STM-POSITION
        AT END
            SET  STM-EOF TO TRUE
            GO TO B000-EXIT
    END-READ
    ADD      1  TO STM-POSN-READ
    IF       ACP-MONTH = STM-STMT-MONTH
        MOVE     ACP-OPENING-BAL    TO STM-ACCT-OPENING
        MOVE     ACP-MTD-DEBITS     TO STM-ACCT-DEBITS
        MOVE     ACP-MTD-CREDITS    TO STM-ACCT-CREDITS
        MOVE     ACP-MTD-COUNT      TO STM-ACCT-COUNT
    ELSE
        IF       ACP-PRIOR-MONTH = STM-STMT-MONTH
            MOVE     ACP-PRIOR-OPENING  TO STM-ACCT-OPENING
            MOVE     ACP-PRIOR-DEBITS   TO STM-ACCT-DEBITS
            MOVE     ACP-PRIOR-CREDITS  TO STM-ACCT-CREDITS
            MOVE     ACP-PRIOR-COUNT    TO STM-ACCT-COUNT
        ELSE
            ADD      1  TO STM-DORMANT-COUNT
            GO TO    B000-EXIT
        END-IF
    END-IF
    PERFORM  C000-PRINT-STATEMENT THRU C000-EXIT.
B000-EXIT.
    EXIT.

C000-PRINT-STATEMENT.
    ADD      1  TO STM-STMT-COUNT
    MOVE     ZERO  TO STM-LIST-DEBITS
    MOVE     ZERO  TO STM-LIST-CREDITS
    MOVE     ZERO  TO STM-LIST-COUNT
    MOVE     STM-ACCT-OPENING  TO STM-RUNNING-BAL
    WRITE    STM-REPORT-REC FROM STM-BLANK-LINE
    MOVE     STM-STMT-MONTH     TO ACL-MONTH
    MOVE     ACP-ACCOUNT        TO ACL-ACCOUNT
    MOVE     ACP-REGION         TO ACL-REGION
    MOVE     ACP-LAST-ACTIVITY  TO ACL-LAST-ACTIVITY
    WRITE    STM-REPORT-REC FROM STM-ACCOUNT-LINE
    MOVE     'OPENING BALANCE'  TO BAL-LABEL
    MOVE     STM-ACCT-OPENING   TO BAL-AMOUNT
    WRITE    STM-REPORT-REC FROM STM-BALANCE-LINE
    WRITE    STM-REPORT-REC FROM STM-HEADING-2
    SET      STM-ACT-SWEEP-MORE  TO TRUE
    MOVE     ACP-ACCOUNT      TO ACT-ACCOUNT
    MOVE     STM-MONTH-START  TO ACT-POST-DATE
    MOVE     ZERO             TO ACT-SEQ
    START    STM-ACTIVITY KEY >= ACT-KEY
        INVALID KEY
            SET      STM-ACT-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  C100-LIST-ACTIVITY THRU C100-EXIT
        UNTIL STM-ACT-SWEEP-DONE
    ADD      STM-ACCT-OPENING STM-ACCT-DEBITS
        GIVING STM-CLOSING-BAL
    SUBTRACT STM-ACCT-CREDITS FROM STM-CLOSING-BAL
    MOVE     STM-ACCT-COUNT     TO TOT-COUNT
    MOVE     STM-ACCT-DEBITS    TO TOT-DEBITS
    MOVE     STM-ACCT-CREDITS   TO TOT-CREDITS
    WRITE    STM-REPORT-REC FROM STM-TOTAL-LINE
    MOVE     'CLOSING BALANCE'  TO BAL-LABEL
    MOVE     STM-CLOSING-BAL    TO BAL-AMOUNT
    WRITE    STM-REPORT-REC FROM STM-BALANCE-LINE
    IF       STM-LIST-DEBITS  NOT = STM-ACCT-DEBITS
          OR STM-LIST-CREDITS NOT = STM-ACCT-CREDITS
          OR STM-LIST-COUNT   NOT = STM-ACCT-COUNT
        ADD      1  TO STM-FAILED-COUNT
        SET      STM-MONTH-NOT-TIED  TO TRUE
        MOVE     SPACES  TO STM-REPORT-REC
        STRING   ' *** POSTINGS LISTED DO NOT AGREE WITH THE '
                 'ACCOUNT POSITION - STATEMENT NOT PROVED'
            DELIMITED BY SIZE INTO STM-REPORT-REC
        WRITE    STM-REPORT-REC
        DISPLAY  'PGM138 - STATEMENT FOR ACCOUNT ' ACP-ACCOUNT
                 ' DOES NOT AGREE WITH ITS POSITION RECORD'
    END-IF
    ADD      STM-ACCT-OPENING  TO STM-TOTAL-OPENING
    ADD      STM-ACCT-DEBITS   TO STM-TOTAL-DEBITS
    ADD      STM-ACCT-CREDITS  TO STM-TOTAL-CREDITS
    ADD      STM-CLOSING-BAL   TO STM-TOTAL-CLOSING.
C000-EXIT.
    EXIT.

C100-LIST-ACTIVITY.
    READ     STM-ACTIVITY NEXT
        AT END
            SET      STM-ACT-SWEEP-DONE  TO TRUE
            GO TO    C100-EXIT
    END-READ
    IF       ACT-ACCOUNT NOT = ACP-ACCOUNT
          OR ACT-POST-DATE > STM-MONTH-END
        SET      STM-ACT-SWEEP-DONE  TO TRUE
        GO TO    C100-EXIT
    END-IF
    ADD      1  TO STM-LIST-COUNT
    MOVE     ACT-POST-DATE  TO DET-POST-DATE
    MOVE     ACT-REGION     TO DET-REGION
    MOVE     ACT-SEQ        TO DET-SEQ
    IF       ACT-CREDIT
        ADD      ACT-AMOUNT  TO STM-LIST-CREDITS
        SUBTRACT ACT-AMOUNT  FROM STM-RUNNING-BAL
        MOVE     ZERO        TO DET-DEBIT
        MOVE     ACT-AMOUNT  TO DET-CREDIT
    ELSE
        ADD      ACT-AMOUNT  TO STM-LIST-DEBITS
        ADD      ACT-AMOUNT  TO STM-RUNNING-BAL
        MOVE     ACT-AMOUNT  TO DET-DEBIT
        MOVE     ZERO        TO DET-CREDIT
    END-IF
    MOVE     STM-RUNNING-BAL  TO DET-BALANCE
    WRITE    STM-REPORT-REC FROM STM-DETAIL-LINE.
C100-EXIT.
    EXIT.

H000-PURGE-ACTIVITY.
    SET      STM-ACT-SWEEP-MORE  TO TRUE
    MOVE     LOW-VALUES  TO ACT-KEY
    START    STM-ACTIVITY KEY >= ACT-KEY
        INVALID KEY
            SET      STM-ACT-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  H100-PURGE-ACTIVITY-REC THRU H100-EXIT
        UNTIL STM-ACT-SWEEP-DONE.
H000-EXIT.
    EXIT.

H100-PURGE-ACTIVITY-REC.
    READ     STM-ACTIVITY NEXT
        AT END
            SET      STM-ACT-SWEEP-DONE  TO TRUE
            GO TO    H100-EXIT
    END-READ
    IF       ACT-POST-DATE NOT NUMERIC
          OR ACT-POST-DATE < STM-MONTH-START
        DELETE   STM-ACTIVITY
        ADD      1  TO STM-PURGE-COUNT
    END-IF.
H100-EXIT.
    EXIT.

A900-TERMINATE.
    SUBTRACT STM-TOTAL-CREDITS FROM STM-TOTAL-DEBITS
        GIVING STM-TOTAL-MOVEMENT
    IF       STM-GL-TRL-SEEN NOT = 1
        DISPLAY  'PGM138 - GLPOST HAS ' STM-GL-TRL-SEEN
                 ' TRAILER RECORDS, EXPECTED 1'
        SET      STM-MONTH-NOT-TIED  TO TRUE
    END-IF
    IF       STM-GL-MONTH NOT = STM-STMT-MONTH
        DISPLAY  'PGM138 - GLPOST IS FOR MONTH ' STM-GL-MONTH
                 ' BUT STMCARD NAMES ' STM-STMT-MONTH
        SET      STM-MONTH-NOT-TIED  TO TRUE
    END-IF
    IF       STM-TOTAL-MOVEMENT NOT = STM-GL-AMOUNT
        DISPLAY  'PGM138 - NET MOVEMENT ON THE STATEMENTS DOES NOT '
                 'TIE TO THE GL MONTH TOTAL'
        SET      STM-MONTH-NOT-TIED  TO TRUE
    END-IF
    IF       STM-MONTH-TIED
        PERFORM  H000-PURGE-ACTIVITY THRU H000-EXIT
    END-IF
    WRITE    STM-REPORT-REC FROM STM-BLANK-LINE
    WRITE    STM-REPORT-REC FROM STM-BLANK-LINE
    MOVE     'ACCOUNT POSITIONS READ'           TO SUM-LABEL
    MOVE     STM-POSN-READ                      TO STM-COUNT-EDIT
    MOVE     STM-COUNT-EDIT                     TO SUM-VALUE
    WRITE    STM-REPORT-REC FROM STM-SUMMARY-LINE
    MOVE     'STATEMENTS PRINTED'               TO SUM-LABEL
    MOVE     STM-STMT-COUNT                     TO STM-COUNT-EDIT
    MOVE     STM-COUNT-EDIT                     TO SUM-VALUE
    WRITE    STM-REPORT-REC FROM STM-SUMMARY-LINE
    MOVE     'ACCOUNTS WITH NO ACTIVITY IN MONTH' TO SUM-LABEL
    MOVE     STM-DORMANT-COUNT                  TO STM-COUNT-EDIT
    MOVE     STM-COUNT-EDIT                     TO SUM-VALUE
    WRITE    STM-REPORT-REC FROM STM-SUMMARY-LINE
    MOVE     'STATEMENTS NOT PROVED'            TO SUM-LABEL
    MOVE     STM-FAILED-COUNT                   TO STM-COUNT-EDIT
    MOVE     STM-COUNT-EDIT                     TO SUM-VALUE
    WRITE    STM-REPORT-REC FROM STM-SUMMARY-LINE
    MOVE     'TOTAL OPENING BALANCES'           TO SUM-LABEL
    MOVE     STM-TOTAL-OPENING                  TO STM-AMOUNT-EDIT
    MOVE     STM-AMOUNT-EDIT                    TO SUM-VALUE
    WRITE    STM-REPORT-REC FROM STM-SUMMARY-LINE
    MOVE     'TOTAL DEBITS'                     TO SUM-LABEL
    MOVE     STM-TOTAL-DEBITS                   TO STM-AMOUNT-EDIT
    MOVE     STM-AMOUNT-EDIT                    TO SUM-VALUE
    WRITE    STM-REPORT-REC FROM STM-SUMMARY-LINE
    MOVE     'TOTAL CREDITS'                    TO SUM-LABEL
    MOVE     STM-TOTAL-CREDITS                  TO STM-AMOUNT-EDIT
    MOVE     STM-AMOUNT-EDIT                    TO SUM-VALUE
    WRITE    STM-REPORT-REC FROM STM-SUMMARY-LINE
    MOVE     'NET MOVEMENT FOR THE MONTH'       TO SUM-LABEL
    MOVE     STM-TOTAL-MOVEMENT                 TO STM-AMOUNT-EDIT
    MOVE     STM-AMOUNT-EDIT                    TO SUM-VALUE
    WRITE    STM-REPORT-REC FROM STM-SUMMARY-LINE
    MOVE     'TOTAL CLOSING BALANCES'           TO SUM-LABEL
    MOVE     STM-TOTAL-CLOSING                  TO STM-AMOUNT-EDIT
    MOVE     STM-AMOUNT-EDIT                    TO SUM-VALUE
    WRITE    STM-REPORT-REC FROM STM-SUMMARY-LINE
    MOVE     'PGM130 GL MONTH GRAND TOTAL'      TO SUM-LABEL
    MOVE     STM-GL-AMOUNT                      TO STM-AMOUNT-EDIT
    MOVE     STM-AMOUNT-EDIT                    TO SUM-VALUE
    WRITE    STM-REPORT-REC FROM STM-SUMMARY-LINE
    MOVE     'ACTIVITY RECORDS PURGED'          TO SUM-LABEL
    MOVE     STM-PURGE-COUNT                    TO STM-COUNT-EDIT
    MOVE     STM-COUNT-EDIT                     TO SUM-VALUE
    WRITE    STM-REPORT-REC FROM STM-SUMMARY-LINE
    IF       STM-MONTH-TIED
        MOVE     'STATEMENTS PROVED AND TIED TO GL'  TO SUM-LABEL
        MOVE     SPACES                         TO SUM-VALUE
        WRITE    STM-REPORT-REC FROM STM-SUMMARY-LINE
        MOVE     0000  TO STM-COND-CODE
    ELSE
        MOVE     'STATEMENTS DO NOT TIE - HELD'      TO SUM-LABEL
        MOVE     SPACES                         TO SUM-VALUE
        WRITE    STM-REPORT-REC FROM STM-SUMMARY-LINE
        DISPLAY  'PGM138 - MONTH-END STATEMENTS DID NOT PROVE, '
                 'NOTHING PURGED - CHECK STMRPT AND RERUN'
        MOVE     0008  TO STM-COND-CODE
    END-IF
    MOVE     STM-COND-CODE  TO RETURN-CODE
    CLOSE    STM-POSITION
    CLOSE    STM-ACTIVITY
    CLOSE    STM-REPORT.
A900-EXIT.
    EXIT.

A999-ABEND.
    DISPLAY   'PGM138 - FATAL ERROR, RUN TERMINATED'
    DISPLAY   'STM-CARD-STATUS='  STM-CARD-STATUS
              ' STM-POSN-STATUS=' STM-POSN-STATUS
    DISPLAY   'STM-ACT-STATUS='   STM-ACT-STATUS
              ' STM-GL-STATUS='   STM-GL-STATUS
              ' STM-RPT-STATUS='  STM-RPT-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

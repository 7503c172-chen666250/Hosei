      *>--------------------------------------------------------------*>
      *> PROGRAM-ID : 143
      *> AUTHOR     : CHEN
      *>
      *> Large-value and account velocity exception report for
      *> compliance.  Until now nothing in the chain looked at what
      *> was actually being posted - a single seven-figure detail,
      *> an account that suddenly posted forty details on a day it
      *> normally posts two, or a large reversal went to the ledger,
      *> the warehouse and the account positions without anyone
      *> being asked to look at it.
      *>
      *> Runs after the release step, against the released PRTDONE
      *> generation (CMPDONE), and never holds the release: every
      *> file the nightly chain uses is only read.
      *>
      *> The thresholds are compliance's own, on CMPPARM (one 80-byte
      *> record each, see the PGM143J job for the columns):
      *>
      *>   R  a large-value threshold for one region, or for every
      *>      region without its own record ('**');
      *>   C  the credit (reversal) limit;
      *>   V  the velocity multiples - how many times an account's
      *>      trailing daily average detail count, and its trailing
      *>      daily average net amount, the day may reach before it
      *>      is flagged - the days of history needed before an
      *>      account is averaged at all, and the detail count above
      *>      which an account without that history is flagged.
      *>
      *> A parameter file that does not give exactly one C and one V
      *> record and at least one R record, or that carries a record
      *> that does not edit, ends the run before anything is read.
      *>
      *> Every 'D' detail is checked against its region's threshold
      *> (LRGE) and, if it is a credit, against the reversal limit
      *> (RVSL), and is added to the account's figures for the day
      *> on ACCTVEL, the account velocity file (one record per
      *> region and account, key = region + account).  ACCTVEL
      *> keeps the account's detail count and net amount for each of
      *> its last ten run days.  Once the generation has proved
      *> (one header, one trailer dated the header's run date, the
      *> trailer count equal to the details read), every account
      *> with activity on the day is averaged over its history
      *> before the run date and flagged when the day's count (VCNT)
      *> or the day's net amount, either sign (VAMT), goes over the
      *> multiple of its average - or, with too little history, when
      *> the count goes over the new-account limit (NEWA).  The day
      *> then takes its place in the account's history: the slot of
      *> the same run date if there is one, otherwise the oldest.
      *>
      *> The day's figures on ACCTVEL are marked with the date and
      *> time this run started, so a rerun against the same
      *> generation (or a rerun of the day after a PGM142 backout)
      *> starts the day's figures again and replaces the history
      *> slot for the run date instead of adding a second one.
      *>
      *> The exceptions are collected on a keyed work file (CMPWORK,
      *> key = region + account + detail sequence + exception type)
      *> so they come off it grouped by region and account.  Each is
      *> written to the compliance exception file (CMPEXC, CMPEXC
      *> layout) and printed on the review report (CMPRPT), with a
      *> total per region, the thresholds in force and a control
      *> block proving the exceptions written against those raised.
      *>
      *> Return codes: 0 = reviewed, no exceptions, 4 = reviewed,
      *> exceptions written for compliance review, 8 = the PRTDONE
      *> generation did not prove - the single-detail checks were
      *> made but the velocity file was not updated (see CMPRPT and
      *> SYSOUT), 16 = did not finish (bad parameters included).
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "143".
AUTHOR.        CHEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CMP-PARM      ASSIGN TO CMPPARM
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS CMP-PARM-STATUS.
    SELECT CMP-DONE      ASSIGN TO CMPDONE
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS CMP-DONE-STATUS.
    SELECT CMP-VELOCITY  ASSIGN TO ACCTVEL
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS ACV-KEY
                         FILE STATUS IS CMP-VEL-STATUS.
    SELECT CMP-WORK      ASSIGN TO CMPWORK
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS EXC-KEY
                         FILE STATUS IS CMP-WORK-STATUS.
    SELECT CMP-EXCEPTION ASSIGN TO CMPEXC
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS CMP-EXC-STATUS.
    SELECT CMP-REPORT    ASSIGN TO CMPRPT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS CMP-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  CMP-PARM  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  CMP-PARM-REC.
    05  PRM-TYPE           PIC X(1).
        88  PRM-REGION-LIMIT        VALUE 'R'.
        88  PRM-REVERSAL-LIMIT      VALUE 'C'.
        88  PRM-VELOCITY            VALUE 'V'.
    05  PRM-REGION         PIC X(2).
    05  FILLER             PIC X(77).

01  CMP-PARM-AMT  REDEFINES CMP-PARM-REC.
    05  FILLER             PIC X(3).
    05  PRM-AMOUNT         PIC 9(9)V99.
    05  FILLER             PIC X(66).

01  CMP-PARM-VEL  REDEFINES CMP-PARM-REC.
    05  FILLER             PIC X(3).
    05  PRM-COUNT-MULT     PIC 9(2)V9.
    05  PRM-AMOUNT-MULT    PIC 9(2)V9.
    05  PRM-MIN-DAYS       PIC 9(2).
    05  PRM-NEW-LIMIT      PIC 9(4).
    05  FILLER             PIC X(65).

FD  CMP-DONE  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  CMP-DONE-REC.
    05  CMP-DONE-REC-TYPE  PIC X(1).
        88  CMP-DONE-HEADER         VALUE 'H'.
        88  CMP-DONE-DETAIL         VALUE 'D'.
        88  CMP-DONE-TRAILER        VALUE 'T'.
    05  FILLER             PIC X(79).

01  CMP-DONE-HDR  REDEFINES CMP-DONE-REC.
    05  FILLER             PIC X(1).
    05  CMP-HDR-RUN-DATE   PIC X(8).
    05  FILLER             PIC X(71).

01  CMP-DONE-DTL  REDEFINES CMP-DONE-REC.
    05  FILLER             PIC X(1).
    05  CMP-DTL-DATE       PIC 9(8).
    05  CMP-DTL-REGION     PIC X(2).
    05  CMP-DTL-ACCOUNT    PIC X(10).
    05  CMP-DTL-AMOUNT     PIC 9(9)V99.
    05  CMP-DTL-SIGN       PIC X(1).
        88  CMP-DTL-CREDIT          VALUE 'C'.
    05  FILLER             PIC X(47).

01  CMP-DONE-TRL  REDEFINES CMP-DONE-REC.
    05  FILLER             PIC X(1).
    05  CMP-TRL-RUN-DATE   PIC X(8).
    05  CMP-TRL-REC-COUNT  PIC 9(7).
    05  FILLER             PIC X(64).

FD  CMP-VELOCITY RECORD CONTAINS 350 CHARACTERS.

01  CMP-VELOCITY-REC.
    05  ACV-KEY.
        10  ACV-REGION     PIC X(2).
        10  ACV-ACCOUNT    PIC X(10).
    05  ACV-TODAY-STAMP.
        10  ACV-STAMP-DATE PIC 9(8).
        10  ACV-STAMP-TIME PIC 9(8).
    05  ACV-TODAY-COUNT    PIC 9(5).
    05  ACV-TODAY-NET      PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  ACV-HIST-ENTRY  OCCURS 10 TIMES.
        10  ACV-HIST-DATE  PIC 9(8).
        10  ACV-HIST-COUNT PIC 9(5).
        10  ACV-HIST-NET   PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  ACV-FILLER         PIC X(11).

FD  CMP-WORK  RECORD CONTAINS 120 CHARACTERS.

01  CMP-WORK-REC.
    COPY CMPEXC.

FD  CMP-EXCEPTION RECORD CONTAINS 120 CHARACTERS RECORDING MODE F.

01  CMP-EXCEPTION-REC  PIC X(120).

FD  CMP-REPORT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

01  CMP-REPORT-REC     PIC X(133).

WORKING-STORAGE SECTION.

01  CMP-COUNTERS.
    05  CMP-PARM-COUNT        PIC 9(5) VALUE ZERO.
    05  CMP-PARM-ERRORS       PIC 9(5) VALUE ZERO.
    05  CMP-HEADER-SEEN       PIC 9(3) VALUE ZERO.
    05  CMP-TRAILER-SEEN      PIC 9(3) VALUE ZERO.
    05  CMP-TRAILER-COUNT     PIC 9(7) VALUE ZERO.
    05  CMP-DETAIL-COUNT      PIC 9(7) VALUE ZERO.
    05  CMP-BAD-DETAIL-COUNT  PIC 9(7) VALUE ZERO.
    05  CMP-ACCOUNT-COUNT     PIC 9(7) VALUE ZERO.
    05  CMP-SHORT-HIST-COUNT  PIC 9(7) VALUE ZERO.
    05  CMP-NEW-VEL-COUNT     PIC 9(7) VALUE ZERO.
    05  CMP-LRGE-COUNT        PIC 9(7) VALUE ZERO.
    05  CMP-RVSL-COUNT        PIC 9(7) VALUE ZERO.
    05  CMP-VCNT-COUNT        PIC 9(7) VALUE ZERO.
    05  CMP-VAMT-COUNT        PIC 9(7) VALUE ZERO.
    05  CMP-NEWA-COUNT        PIC 9(7) VALUE ZERO.
    05  CMP-RAISED-COUNT      PIC 9(7) VALUE ZERO.
    05  CMP-WRITTEN-COUNT     PIC 9(7) VALUE ZERO.
    05  CMP-FLAGGED-COUNT     PIC 9(7) VALUE ZERO.
    05  CMP-RGN-EXC-COUNT     PIC 9(7) VALUE ZERO.
    05  CMP-RGN-ACCT-COUNT    PIC 9(7) VALUE ZERO.

01  YYYYMMDD          PIC 9(8).

01  CMP-SWITCHES.
    05  CMP-PARM-EOF-SWITCH  PIC X(1)  VALUE 'N'.
        88  CMP-PARM-EOF               VALUE 'Y'.
        88  CMP-PARM-NOT-EOF           VALUE 'N'.
    05  CMP-EOF-SWITCH       PIC X(1)  VALUE 'N'.
        88  CMP-EOF                    VALUE 'Y'.
        88  CMP-NOT-EOF                VALUE 'N'.
    05  CMP-VEL-EOF-SWITCH   PIC X(1)  VALUE 'N'.
        88  CMP-VEL-EOF                VALUE 'Y'.
        88  CMP-VEL-NOT-EOF            VALUE 'N'.
    05  CMP-WORK-EOF-SWITCH  PIC X(1)  VALUE 'N'.
        88  CMP-WORK-EOF               VALUE 'Y'.
        88  CMP-WORK-NOT-EOF           VALUE 'N'.
    05  CMP-RESULT-SW        PIC X(1)  VALUE 'Y'.
        88  CMP-PROVED                 VALUE 'Y'.
        88  CMP-NOT-PROVED             VALUE 'N'.
    05  CMP-NEW-SWITCH       PIC X(1)  VALUE 'N'.
        88  CMP-NEW-VELOCITY           VALUE 'Y'.
        88  CMP-OLD-VELOCITY           VALUE 'N'.
    05  CMP-LIMIT-SWITCH     PIC X(1)  VALUE 'N'.
        88  CMP-LIMIT-FOUND            VALUE 'Y'.
        88  CMP-LIMIT-NOT-FOUND        VALUE 'N'.
    05  CMP-SLOT-SWITCH      PIC X(1)  VALUE 'N'.
        88  CMP-SLOT-SAME-DATE         VALUE 'Y'.
        88  CMP-SLOT-OLDEST            VALUE 'N'.
    05  CMP-DEFAULT-SWITCH   PIC X(1)  VALUE 'N'.
        88  CMP-DEFAULT-SEEN           VALUE 'Y'.
    05  CMP-REVERSAL-SWITCH  PIC X(1)  VALUE 'N'.
        88  CMP-REVERSAL-SEEN          VALUE 'Y'.
    05  CMP-VELOCITY-SWITCH  PIC X(1)  VALUE 'N'.
        88  CMP-VELOCITY-SEEN          VALUE 'Y'.

01  CMP-FILE-STATUSES.
    05  CMP-PARM-STATUS      PIC X(2) VALUE SPACES.
    05  CMP-DONE-STATUS      PIC X(2) VALUE SPACES.
    05  CMP-VEL-STATUS       PIC X(2) VALUE SPACES.
    05  CMP-WORK-STATUS      PIC X(2) VALUE SPACES.
    05  CMP-EXC-STATUS       PIC X(2) VALUE SPACES.
    05  CMP-RPT-STATUS       PIC X(2) VALUE SPACES.

01  CMP-PARAMETERS.
    05  CMP-DEFAULT-LIMIT    PIC 9(9)V99 VALUE ZERO.
    05  CMP-REVERSAL-LIMIT   PIC 9(9)V99 VALUE ZERO.
    05  CMP-COUNT-MULT       PIC 9(2)V9  VALUE ZERO.
    05  CMP-AMOUNT-MULT      PIC 9(2)V9  VALUE ZERO.
    05  CMP-MIN-DAYS         PIC 9(2)    VALUE ZERO.
    05  CMP-NEW-LIMIT        PIC 9(4)    VALUE ZERO.

01  CMP-REGION-LIMITS.
    05  CRL-ENTRY  OCCURS 20 TIMES.
        10  CRL-REGION       PIC X(2).
        10  CRL-AMOUNT       PIC 9(9)V99.
01  CMP-RGN-LIMIT-USED      PIC 9(2) VALUE ZERO COMP.
01  CMP-RGN-LIMIT-SUB       PIC 9(2) VALUE ZERO COMP.
01  CMP-HIST-SUB            PIC 9(2) VALUE ZERO COMP.
01  CMP-SLOT-SUB            PIC 9(2) VALUE ZERO COMP.

01  CMP-RUN-STAMP.
    05  CMP-STAMP-DATE       PIC 9(8).
    05  CMP-STAMP-TIME       PIC 9(8).

01  CMP-RUN-DATE          PIC X(8) VALUE SPACES.
01  CMP-RUN-DATE-N  REDEFINES CMP-RUN-DATE
                          PIC 9(8).

01  CMP-WORK-FIELDS.
    05  CMP-DTL-NET          PIC S9(13)V99 VALUE ZERO COMP-3.
    05  CMP-WORK-LIMIT       PIC 9(9)V99   VALUE ZERO.
    05  CMP-HIST-DAYS        PIC 9(2)      VALUE ZERO.
    05  CMP-SUM-COUNT        PIC 9(7)      VALUE ZERO.
    05  CMP-SUM-ABS-NET      PIC S9(15)V99 VALUE ZERO COMP-3.
    05  CMP-ABS-NET          PIC S9(13)V99 VALUE ZERO COMP-3.
    05  CMP-AVG-COUNT        PIC 9(5)V99   VALUE ZERO.
    05  CMP-AVG-NET          PIC S9(13)V99 VALUE ZERO COMP-3.
    05  CMP-COUNT-LIMIT      PIC 9(7)V99   VALUE ZERO.
    05  CMP-AMOUNT-LIMIT     PIC S9(15)V99 VALUE ZERO COMP-3.
    05  CMP-OLDEST-DATE      PIC 9(8)      VALUE ZERO.
    05  CMP-EXC-TYPE-WORK    PIC X(4)      VALUE SPACES.
    05  CMP-EXC-LIMIT-WORK   PIC S9(13)V99 VALUE ZERO COMP-3.

01  CMP-TRAILER-DATE      PIC X(8)  VALUE SPACES.
01  CMP-FIND-REGION       PIC X(2)  VALUE SPACES.
01  CMP-PREV-REGION       PIC X(2)  VALUE LOW-VALUES.
01  CMP-PREV-ACCOUNT      PIC X(10) VALUE LOW-VALUES.
01  CMP-PARM-REASON       PIC X(30) VALUE SPACES.
01  CMP-COND-CODE         PIC 9(4)  VALUE ZERO.

01  CMP-EDIT-FIELDS.
    05  CMP-EDIT-AMOUNT      PIC Z(10)9.99-.
    05  CMP-EDIT-MULT        PIC Z9.9.
    05  CMP-EDIT-COUNT       PIC ZZZ9.

01  CMP-HEADING-1.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(52)  VALUE
        'PGM143 - LARGE-VALUE AND ACCOUNT VELOCITY EXCEPTIONS'.
    05  FILLER   PIC X(4)   VALUE SPACES.
    05  FILLER   PIC X(9)   VALUE 'RUN DATE '.
    05  HD1-RUN-DATE  PIC X(8).
    05  FILLER   PIC X(59)  VALUE SPACES.

01  CMP-HEADING-2.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(3)   VALUE 'RG'.
    05  FILLER   PIC X(11)  VALUE 'ACCOUNT'.
    05  FILLER   PIC X(5)   VALUE 'TYPE'.
    05  FILLER   PIC X(21)  VALUE 'DESCRIPTION'.
    05  FILLER   PIC X(8)   VALUE '    SEQ'.
    05  FILLER   PIC X(9)   VALUE 'DATE'.
    05  FILLER   PIC X(16)  VALUE '     AMOUNT/NET'.
    05  FILLER   PIC X(16)  VALUE '          LIMIT'.
    05  FILLER   PIC X(6)   VALUE 'COUNT'.
    05  FILLER   PIC X(9)   VALUE ' AVG CNT'.
    05  FILLER   PIC X(16)  VALUE '        AVG NET'.
    05  FILLER   PIC X(3)   VALUE 'DY'.
    05  FILLER   PIC X(9)   VALUE SPACES.

01  CMP-REGION-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  FILLER            PIC X(7)  VALUE 'REGION '.
    05  RGL-REGION        PIC X(2).
    05  FILLER            PIC X(123) VALUE SPACES.

01  CMP-ITEM-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ITM-REGION        PIC X(2).
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ITM-ACCOUNT       PIC X(10).
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ITM-TYPE          PIC X(4).
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ITM-DESC          PIC X(20).
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ITM-SEQ           PIC ZZZZZZ9.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ITM-DATE          PIC 9(8).
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ITM-AMOUNT        PIC Z(10)9.99-.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ITM-LIMIT         PIC Z(10)9.99-.
    05  FILLER            PIC X(44) VALUE SPACES.

01  CMP-ACCT-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ACL-REGION        PIC X(2).
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ACL-ACCOUNT       PIC X(10).
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ACL-TYPE          PIC X(4).
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ACL-DESC          PIC X(20).
    05  FILLER            PIC X(18) VALUE SPACES.
    05  ACL-NET           PIC Z(10)9.99-.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ACL-LIMIT         PIC Z(10)9.99-.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ACL-COUNT         PIC ZZZZ9.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ACL-AVG-COUNT     PIC ZZZZ9.99.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ACL-AVG-NET       PIC Z(10)9.99-.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  ACL-DAYS          PIC Z9.
    05  FILLER            PIC X(10) VALUE SPACES.

01  CMP-REGION-TOTAL-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  FILLER            PIC X(7)  VALUE 'REGION '.
    05  RTL-REGION        PIC X(2).
    05  FILLER            PIC X(14) VALUE ' - EXCEPTIONS '.
    05  RTL-EXC-COUNT     PIC ZZZZZZ9.
    05  FILLER            PIC X(12) VALUE '   ACCOUNTS '.
    05  RTL-ACCT-COUNT    PIC ZZZZZZ9.
    05  FILLER            PIC X(83) VALUE SPACES.

01  CMP-PARM-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  PML-LABEL         PIC X(40) VALUE SPACES.
    05  PML-VALUE         PIC X(18) VALUE SPACES.
    05  FILLER            PIC X(74) VALUE SPACES.

01  CMP-SUMMARY-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  SML-LABEL         PIC X(40) VALUE SPACES.
    05  SML-VALUE         PIC ZZZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  SML-VERDICT       PIC X(14) VALUE SPACES.
    05  FILLER            PIC X(69) VALUE SPACES.

01  CMP-BLANK-LINE        PIC X(133) VALUE SPACES.

PROCEDURE DIVISION.

A000-START.
    PERFORM  A100-INITIALIZE THRU A100-EXIT
    PERFORM  B000-LOAD-PARM THRU B000-EXIT
        UNTIL CMP-PARM-EOF
    PERFORM  B500-CHECK-PARMS THRU B500-EXIT
    PERFORM  C000-PROCESS-DONE-REC THRU C000-EXIT
        UNTIL CMP-EOF
    PERFORM  C900-PROVE-DONE THRU C900-EXIT
    IF       CMP-PROVED
        PERFORM  D000-REVIEW-VELOCITY THRU D000-EXIT
    END-IF
    PERFORM  E000-REPORT-EXCEPTIONS THRU E000-EXIT
    PERFORM  A900-TERMINATE THRU A900-EXIT
    STOP RUN.

A100-INITIALIZE.
    ACCEPT   YYYYMMDD  FROM DATE YYYYMMDD
    ACCEPT   CMP-STAMP-DATE  FROM DATE YYYYMMDD
    ACCEPT   CMP-STAMP-TIME  FROM TIME
    OPEN     INPUT    CMP-PARM
    IF       CMP-PARM-STATUS NOT = '00'
        DISPLAY  'PGM143 - COMPLIANCE PARAMETER FILE OPEN FAILED, '
                 'STATUS=' CMP-PARM-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    CMP-DONE
    IF       CMP-DONE-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     I-O      CMP-VELOCITY
    IF       CMP-VEL-STATUS NOT = '00' AND CMP-VEL-STATUS NOT = '97'
        DISPLAY  'PGM143 - ACCOUNT VELOCITY FILE OPEN FAILED, '
                 'STATUS=' CMP-VEL-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   CMP-WORK
    IF       CMP-WORK-STATUS NOT = '00' AND CMP-WORK-STATUS NOT = '97'
        DISPLAY  'PGM143 - EXCEPTION WORK FILE OPEN FAILED, '
                 'STATUS=' CMP-WORK-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   CMP-EXCEPTION
    IF       CMP-EXC-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   CMP-REPORT
    IF       CMP-RPT-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF.
A100-EXIT.
    EXIT.

B000-LOAD-PARM.
    READ     CMP-PARM
        AT END
            SET  CMP-PARM-EOF TO TRUE
            GO TO B000-EXIT
    END-READ
    IF       CMP-PARM-REC = SPACES
        GO TO    B000-EXIT
    END-IF
    ADD      1  TO CMP-PARM-COUNT
    MOVE     SPACES  TO CMP-PARM-REASON
    EVALUATE TRUE
        WHEN PRM-REGION-LIMIT
            PERFORM  B100-LOAD-REGION-LIMIT THRU B100-EXIT
        WHEN PRM-REVERSAL-LIMIT
            PERFORM  B200-LOAD-REVERSAL-LIMIT THRU B200-EXIT
        WHEN PRM-VELOCITY
            PERFORM  B300-LOAD-VELOCITY THRU B300-EXIT
        WHEN OTHER
            MOVE     'UNKNOWN RECORD TYPE'  TO CMP-PARM-REASON
    END-EVALUATE
    IF       CMP-PARM-REASON NOT = SPACES
        ADD      1  TO CMP-PARM-ERRORS
        DISPLAY  'PGM143 - PARAMETER RECORD ' CMP-PARM-COUNT
                 ' REJECTED: ' CMP-PARM-REASON
        DISPLAY  'PGM143 - ' CMP-PARM-REC
    END-IF.
B000-EXIT.
    EXIT.

B100-LOAD-REGION-LIMIT.
    IF       PRM-REGION = SPACES
        MOVE     'REGION MISSING'        TO CMP-PARM-REASON
        GO TO    B100-EXIT
    END-IF
    IF       PRM-AMOUNT NOT NUMERIC
        MOVE     'THRESHOLD NOT NUMERIC' TO CMP-PARM-REASON
        GO TO    B100-EXIT
    END-IF
    IF       PRM-REGION = '**'
        IF       CMP-DEFAULT-SEEN
            MOVE     'SECOND ** THRESHOLD'   TO CMP-PARM-REASON
            GO TO    B100-EXIT
        END-IF
        SET      CMP-DEFAULT-SEEN  TO TRUE
        MOVE     PRM-AMOUNT  TO CMP-DEFAULT-LIMIT
        GO TO    B100-EXIT
    END-IF
    MOVE     PRM-REGION  TO CMP-FIND-REGION
    PERFORM  C150-FIND-REGION-LIMIT THRU C150-EXIT
    IF       CMP-LIMIT-FOUND
        MOVE     'SECOND REGION THRESHOLD' TO CMP-PARM-REASON
        GO TO    B100-EXIT
    END-IF
    IF       CMP-RGN-LIMIT-USED >= 20
        MOVE     'MORE THAN 20 REGIONS'  TO CMP-PARM-REASON
        GO TO    B100-EXIT
    END-IF
    ADD      1  TO CMP-RGN-LIMIT-USED
    MOVE     PRM-REGION  TO CRL-REGION (CMP-RGN-LIMIT-USED)
    MOVE     PRM-AMOUNT  TO CRL-AMOUNT (CMP-RGN-LIMIT-USED).
B100-EXIT.
    EXIT.

B200-LOAD-REVERSAL-LIMIT.
    IF       PRM-AMOUNT NOT NUMERIC
        MOVE     'LIMIT NOT NUMERIC'     TO CMP-PARM-REASON
        GO TO    B200-EXIT
    END-IF
    IF       CMP-REVERSAL-SEEN
        MOVE     'SECOND C RECORD'       TO CMP-PARM-REASON
        GO TO    B200-EXIT
    END-IF
    SET      CMP-REVERSAL-SEEN  TO TRUE
    MOVE     PRM-AMOUNT  TO CMP-REVERSAL-LIMIT.
B200-EXIT.
    EXIT.

B300-LOAD-VELOCITY.
    IF       PRM-COUNT-MULT NOT NUMERIC
          OR PRM-AMOUNT-MULT NOT NUMERIC
          OR PRM-MIN-DAYS NOT NUMERIC
          OR PRM-NEW-LIMIT NOT NUMERIC
        MOVE     'VELOCITY NOT NUMERIC'  TO CMP-PARM-REASON
        GO TO    B300-EXIT
    END-IF
    IF       PRM-MIN-DAYS = 0 OR PRM-MIN-DAYS > 10
        MOVE     'HISTORY DAYS NOT 01-10' TO CMP-PARM-REASON
        GO TO    B300-EXIT
    END-IF
    IF       CMP-VELOCITY-SEEN
        MOVE     'SECOND V RECORD'       TO CMP-PARM-REASON
        GO TO    B300-EXIT
    END-IF
    SET      CMP-VELOCITY-SEEN  TO TRUE
    MOVE     PRM-COUNT-MULT   TO CMP-COUNT-MULT
    MOVE     PRM-AMOUNT-MULT  TO CMP-AMOUNT-MULT
    MOVE     PRM-MIN-DAYS     TO CMP-MIN-DAYS
    MOVE     PRM-NEW-LIMIT    TO CMP-NEW-LIMIT.
B300-EXIT.
    EXIT.

B500-CHECK-PARMS.
    IF       CMP-RGN-LIMIT-USED = 0 AND NOT CMP-DEFAULT-SEEN
        ADD      1  TO CMP-PARM-ERRORS
        DISPLAY  'PGM143 - NO R (LARGE-VALUE THRESHOLD) RECORD'
    END-IF
    IF       NOT CMP-REVERSAL-SEEN
        ADD      1  TO CMP-PARM-ERRORS
        DISPLAY  'PGM143 - NO C (REVERSAL LIMIT) RECORD'
    END-IF
    IF       NOT CMP-VELOCITY-SEEN
        ADD      1  TO CMP-PARM-ERRORS
        DISPLAY  'PGM143 - NO V (VELOCITY) RECORD'
    END-IF
    IF       CMP-PARM-ERRORS > 0
        DISPLAY  'PGM143 - COMPLIANCE PARAMETERS DO NOT EDIT, '
                 'NOTHING REVIEWED: ERRORS=' CMP-PARM-ERRORS
        GO TO    A999-ABEND
    END-IF.
B500-EXIT.
    EXIT.

C000-PROCESS-DONE-REC.
    READ     CMP-DONE
        AT END
            SET  CMP-EOF TO TRUE
            GO TO C000-EXIT
    END-READ
    IF       CMP-DONE-HEADER
        ADD      1  TO CMP-HEADER-SEEN
        MOVE     CMP-HDR-RUN-DATE  TO CMP-RUN-DATE
        GO TO    C000-EXIT
    END-IF
    IF       CMP-DONE-DETAIL
        ADD      1  TO CMP-DETAIL-COUNT
        PERFORM  C050-REVIEW-DETAIL THRU C050-EXIT
        GO TO    C000-EXIT
    END-IF
    IF       CMP-DONE-TRAILER
        ADD      1  TO CMP-TRAILER-SEEN
        MOVE     CMP-TRL-RUN-DATE  TO CMP-TRAILER-DATE
        IF       CMP-TRL-REC-COUNT NUMERIC
            MOVE     CMP-TRL-REC-COUNT  TO CMP-TRAILER-COUNT
        END-IF
    END-IF.
C000-EXIT.
    EXIT.

C050-REVIEW-DETAIL.
    IF       CMP-DTL-DATE NOT NUMERIC
          OR CMP-DTL-AMOUNT NOT NUMERIC
        ADD      1  TO CMP-BAD-DETAIL-COUNT
        DISPLAY  'PGM143 - DETAIL ' CMP-DETAIL-COUNT
                 ' NOT REVIEWED, DATE OR AMOUNT NOT NUMERIC: '
                 CMP-DTL-ACCOUNT
        GO TO    C050-EXIT
    END-IF
    MOVE     CMP-DTL-AMOUNT  TO CMP-DTL-NET
    IF       CMP-DTL-CREDIT
        MULTIPLY -1 BY CMP-DTL-NET
    END-IF
    PERFORM  C100-CHECK-LARGE-VALUE THRU C100-EXIT
    PERFORM  C200-CHECK-REVERSAL THRU C200-EXIT
    PERFORM  C300-ADD-TO-VELOCITY THRU C300-EXIT.
C050-EXIT.
    EXIT.

C100-CHECK-LARGE-VALUE.
    MOVE     CMP-DTL-REGION  TO CMP-FIND-REGION
    PERFORM  C150-FIND-REGION-LIMIT THRU C150-EXIT
    IF       CMP-LIMIT-NOT-FOUND
        IF       NOT CMP-DEFAULT-SEEN
            GO TO    C100-EXIT
        END-IF
        MOVE     CMP-DEFAULT-LIMIT  TO CMP-WORK-LIMIT
    END-IF
    IF       CMP-WORK-LIMIT = 0
          OR CMP-DTL-AMOUNT NOT > CMP-WORK-LIMIT
        GO TO    C100-EXIT
    END-IF
    MOVE     'LRGE'          TO CMP-EXC-TYPE-WORK
    MOVE     CMP-WORK-LIMIT  TO CMP-EXC-LIMIT-WORK
    PERFORM  C400-WRITE-ITEM-EXCEPTION THRU C400-EXIT
    ADD      1  TO CMP-LRGE-COUNT.
C100-EXIT.
    EXIT.

C150-FIND-REGION-LIMIT.
    SET      CMP-LIMIT-NOT-FOUND  TO TRUE
    MOVE     ZERO  TO CMP-RGN-LIMIT-SUB
    PERFORM  C160-SCAN-REGION-LIMITS THRU C160-EXIT
        UNTIL CMP-LIMIT-FOUND
           OR CMP-RGN-LIMIT-SUB >= CMP-RGN-LIMIT-USED.
C150-EXIT.
    EXIT.

C160-SCAN-REGION-LIMITS.
    ADD      1  TO CMP-RGN-LIMIT-SUB
    IF       CRL-REGION (CMP-RGN-LIMIT-SUB) = CMP-FIND-REGION
        SET      CMP-LIMIT-FOUND  TO TRUE
        MOVE     CRL-AMOUNT (CMP-RGN-LIMIT-SUB)  TO CMP-WORK-LIMIT
    END-IF.
C160-EXIT.
    EXIT.

C200-CHECK-REVERSAL.
    IF       NOT CMP-DTL-CREDIT
          OR CMP-REVERSAL-LIMIT = 0
          OR CMP-DTL-AMOUNT NOT > CMP-REVERSAL-LIMIT
        GO TO    C200-EXIT
    END-IF
    MOVE     'RVSL'              TO CMP-EXC-TYPE-WORK
    MOVE     CMP-REVERSAL-LIMIT  TO CMP-EXC-LIMIT-WORK
    PERFORM  C400-WRITE-ITEM-EXCEPTION THRU C400-EXIT
    ADD      1  TO CMP-RVSL-COUNT.
C200-EXIT.
    EXIT.

C300-ADD-TO-VELOCITY.
    MOVE     CMP-DTL-REGION   TO ACV-REGION
    MOVE     CMP-DTL-ACCOUNT  TO ACV-ACCOUNT
    SET      CMP-OLD-VELOCITY  TO TRUE
    READ     CMP-VELOCITY
        INVALID KEY
            SET      CMP-NEW-VELOCITY  TO TRUE
    END-READ
    IF       CMP-NEW-VELOCITY
        PERFORM  C350-NEW-VELOCITY THRU C350-EXIT
    ELSE
        IF       CMP-VEL-STATUS NOT = '00'
            DISPLAY  'PGM143 - ACCOUNT VELOCITY READ FAILED, '
                     'STATUS=' CMP-VEL-STATUS ' KEY=' ACV-KEY
            GO TO    A999-ABEND
        END-IF
    END-IF
    IF       ACV-TODAY-STAMP NOT = CMP-RUN-STAMP
        MOVE     CMP-RUN-STAMP  TO ACV-TODAY-STAMP
        MOVE     ZERO           TO ACV-TODAY-COUNT
        MOVE     ZERO           TO ACV-TODAY-NET
    END-IF
    ADD      1            TO ACV-TODAY-COUNT
    ADD      CMP-DTL-NET  TO ACV-TODAY-NET
    IF       CMP-NEW-VELOCITY
        WRITE    CMP-VELOCITY-REC
            INVALID KEY
                DISPLAY  'PGM143 - ACCOUNT VELOCITY WRITE FAILED, '
                         'STATUS=' CMP-VEL-STATUS ' KEY=' ACV-KEY
                GO TO    A999-ABEND
        END-WRITE
        ADD      1  TO CMP-NEW-VEL-COUNT
    ELSE
        REWRITE  CMP-VELOCITY-REC
            INVALID KEY
                DISPLAY  'PGM143 - ACCOUNT VELOCITY REWRITE FAILED, '
                         'STATUS=' CMP-VEL-STATUS ' KEY=' ACV-KEY
                GO TO    A999-ABEND
        END-REWRITE
    END-IF.
C300-EXIT.
    EXIT.

C350-NEW-VELOCITY.
    MOVE     SPACES  TO CMP-VELOCITY-REC
    MOVE     CMP-DTL-REGION   TO ACV-REGION
    MOVE     CMP-DTL-ACCOUNT  TO ACV-ACCOUNT
    MOVE     ZERO  TO ACV-STAMP-DATE
    MOVE     ZERO  TO ACV-STAMP-TIME
    MOVE     ZERO  TO ACV-TODAY-COUNT
    MOVE     ZERO  TO ACV-TODAY-NET
    PERFORM  C360-CLEAR-HISTORY THRU C360-EXIT
        VARYING CMP-HIST-SUB FROM 1 BY 1
        UNTIL CMP-HIST-SUB > 10.
C350-EXIT.
    EXIT.

C360-CLEAR-HISTORY.
    MOVE     ZERO  TO ACV-HIST-DATE (CMP-HIST-SUB)
    MOVE     ZERO  TO ACV-HIST-COUNT (CMP-HIST-SUB)
    MOVE     ZERO  TO ACV-HIST-NET (CMP-HIST-SUB).
C360-EXIT.
    EXIT.

C400-WRITE-ITEM-EXCEPTION.
    PERFORM  F100-CLEAR-WORK-REC THRU F100-EXIT
    MOVE     CMP-DTL-REGION      TO EXC-REGION
    MOVE     CMP-DTL-ACCOUNT     TO EXC-ACCOUNT
    MOVE     CMP-DETAIL-COUNT    TO EXC-SEQ
    MOVE     CMP-EXC-TYPE-WORK   TO EXC-TYPE
    MOVE     CMP-DTL-DATE        TO EXC-DTL-DATE
    MOVE     CMP-DTL-NET         TO EXC-AMOUNT
    MOVE     CMP-EXC-LIMIT-WORK  TO EXC-LIMIT
    PERFORM  F000-WRITE-WORK-REC THRU F000-EXIT.
C400-EXIT.
    EXIT.

C900-PROVE-DONE.
    IF       CMP-HEADER-SEEN NOT = 1
        SET      CMP-NOT-PROVED  TO TRUE
        DISPLAY  'PGM143 - PRTDONE HEADER RECORDS: ' CMP-HEADER-SEEN
    END-IF
    IF       CMP-TRAILER-SEEN NOT = 1
        SET      CMP-NOT-PROVED  TO TRUE
        DISPLAY  'PGM143 - PRTDONE TRAILER RECORDS: ' CMP-TRAILER-SEEN
    END-IF
    IF       CMP-TRAILER-COUNT NOT = CMP-DETAIL-COUNT
        SET      CMP-NOT-PROVED  TO TRUE
        DISPLAY  'PGM143 - PRTDONE TRAILER COUNT ' CMP-TRAILER-COUNT
                 ' NOT EQUAL TO DETAILS READ ' CMP-DETAIL-COUNT
    END-IF
    IF       CMP-RUN-DATE NOT NUMERIC
          OR CMP-TRAILER-DATE NOT = CMP-RUN-DATE
        SET      CMP-NOT-PROVED  TO TRUE
        DISPLAY  'PGM143 - PRTDONE HEADER RUN DATE ' CMP-RUN-DATE
                 ' NOT VALID OR NOT EQUAL TO TRAILER RUN DATE'
    END-IF
    IF       CMP-BAD-DETAIL-COUNT > 0
        SET      CMP-NOT-PROVED  TO TRUE
    END-IF.
C900-EXIT.
    EXIT.

D000-REVIEW-VELOCITY.
    MOVE     LOW-VALUES  TO ACV-KEY
    START    CMP-VELOCITY KEY >= ACV-KEY
        INVALID KEY
            SET      CMP-VEL-EOF  TO TRUE
    END-START
    PERFORM  D100-REVIEW-ACCOUNT THRU D100-EXIT
        UNTIL CMP-VEL-EOF.
D000-EXIT.
    EXIT.

D100-REVIEW-ACCOUNT.
    READ     CMP-VELOCITY NEXT
        AT END
            SET      CMP-VEL-EOF  TO TRUE
            GO TO    D100-EXIT
    END-READ
    IF       CMP-VEL-STATUS NOT = '00'
        DISPLAY  'PGM143 - ACCOUNT VELOCITY READ NEXT FAILED, '
                 'STATUS=' CMP-VEL-STATUS
        GO TO    A999-ABEND
    END-IF
    IF       ACV-TODAY-STAMP NOT = CMP-RUN-STAMP
        GO TO    D100-EXIT
    END-IF
    ADD      1  TO CMP-ACCOUNT-COUNT
    PERFORM  D200-AVERAGE-HISTORY THRU D200-EXIT
    PERFORM  D300-CHECK-VELOCITY THRU D300-EXIT
    PERFORM  D400-ROLL-HISTORY THRU D400-EXIT
    REWRITE  CMP-VELOCITY-REC
        INVALID KEY
            DISPLAY  'PGM143 - ACCOUNT VELOCITY REWRITE FAILED, '
                     'STATUS=' CMP-VEL-STATUS ' KEY=' ACV-KEY
            GO TO    A999-ABEND
    END-REWRITE.
D100-EXIT.
    EXIT.

D200-AVERAGE-HISTORY.
    MOVE     ZERO  TO CMP-HIST-DAYS
    MOVE     ZERO  TO CMP-SUM-COUNT
    MOVE     ZERO  TO CMP-SUM-ABS-NET
    MOVE     ZERO  TO CMP-AVG-COUNT
    MOVE     ZERO  TO CMP-AVG-NET
    PERFORM  D250-ADD-HISTORY-DAY THRU D250-EXIT
        VARYING CMP-HIST-SUB FROM 1 BY 1
        UNTIL CMP-HIST-SUB > 10
    IF       CMP-HIST-DAYS > 0
        DIVIDE   CMP-SUM-COUNT BY CMP-HIST-DAYS
            GIVING CMP-AVG-COUNT ROUNDED
        DIVIDE   CMP-SUM-ABS-NET BY CMP-HIST-DAYS
            GIVING CMP-AVG-NET ROUNDED
    END-IF.
D200-EXIT.
    EXIT.

D250-ADD-HISTORY-DAY.
    IF       ACV-HIST-DATE (CMP-HIST-SUB) = 0
          OR ACV-HIST-DATE (CMP-HIST-SUB) NOT < CMP-RUN-DATE-N
        GO TO    D250-EXIT
    END-IF
    ADD      1  TO CMP-HIST-DAYS
    ADD      ACV-HIST-COUNT (CMP-HIST-SUB)  TO CMP-SUM-COUNT
    MOVE     ACV-HIST-NET (CMP-HIST-SUB)    TO CMP-ABS-NET
    IF       CMP-ABS-NET < 0
        MULTIPLY -1 BY CMP-ABS-NET
    END-IF
    ADD      CMP-ABS-NET  TO CMP-SUM-ABS-NET.
D250-EXIT.
    EXIT.

D300-CHECK-VELOCITY.
    IF       CMP-HIST-DAYS < CMP-MIN-DAYS
        ADD      1  TO CMP-SHORT-HIST-COUNT
        IF       CMP-NEW-LIMIT > 0
             AND ACV-TODAY-COUNT > CMP-NEW-LIMIT
            MOVE     'NEWA'         TO CMP-EXC-TYPE-WORK
            MOVE     CMP-NEW-LIMIT  TO CMP-EXC-LIMIT-WORK
            PERFORM  D350-WRITE-ACCOUNT-EXCEPTION THRU D350-EXIT
            ADD      1  TO CMP-NEWA-COUNT
        END-IF
        GO TO    D300-EXIT
    END-IF
    IF       CMP-COUNT-MULT > 0
        MULTIPLY CMP-AVG-COUNT BY CMP-COUNT-MULT
            GIVING CMP-COUNT-LIMIT ROUNDED
        IF       ACV-TODAY-COUNT > CMP-COUNT-LIMIT
            MOVE     'VCNT'           TO CMP-EXC-TYPE-WORK
            MOVE     CMP-COUNT-LIMIT  TO CMP-EXC-LIMIT-WORK
            PERFORM  D350-WRITE-ACCOUNT-EXCEPTION THRU D350-EXIT
            ADD      1  TO CMP-VCNT-COUNT
        END-IF
    END-IF
    IF       CMP-AMOUNT-MULT > 0
        MULTIPLY CMP-AVG-NET BY CMP-AMOUNT-MULT
            GIVING CMP-AMOUNT-LIMIT ROUNDED
        MOVE     ACV-TODAY-NET  TO CMP-ABS-NET
        IF       CMP-ABS-NET < 0
            MULTIPLY -1 BY CMP-ABS-NET
        END-IF
        IF       CMP-ABS-NET > CMP-AMOUNT-LIMIT
            MOVE     'VAMT'            TO CMP-EXC-TYPE-WORK
            MOVE     CMP-AMOUNT-LIMIT  TO CMP-EXC-LIMIT-WORK
            PERFORM  D350-WRITE-ACCOUNT-EXCEPTION THRU D350-EXIT
            ADD      1  TO CMP-VAMT-COUNT
        END-IF
    END-IF.
D300-EXIT.
    EXIT.

D350-WRITE-ACCOUNT-EXCEPTION.
    PERFORM  F100-CLEAR-WORK-REC THRU F100-EXIT
    MOVE     ACV-REGION          TO EXC-REGION
    MOVE     ACV-ACCOUNT         TO EXC-ACCOUNT
    MOVE     9999999             TO EXC-SEQ
    MOVE     CMP-EXC-TYPE-WORK   TO EXC-TYPE
    MOVE     ACV-TODAY-NET       TO EXC-AMOUNT
    MOVE     ACV-TODAY-COUNT     TO EXC-COUNT
    MOVE     CMP-EXC-LIMIT-WORK  TO EXC-LIMIT
    MOVE     CMP-AVG-COUNT       TO EXC-AVG-COUNT
    MOVE     CMP-AVG-NET         TO EXC-AVG-AMOUNT
    MOVE     CMP-HIST-DAYS       TO EXC-HIST-DAYS
    PERFORM  F000-WRITE-WORK-REC THRU F000-EXIT.
D350-EXIT.
    EXIT.

D400-ROLL-HISTORY.
    SET      CMP-SLOT-OLDEST  TO TRUE
    MOVE     1         TO CMP-SLOT-SUB
    MOVE     99999999  TO CMP-OLDEST-DATE
    PERFORM  D450-CHOOSE-SLOT THRU D450-EXIT
        VARYING CMP-HIST-SUB FROM 1 BY 1
        UNTIL CMP-HIST-SUB > 10
    MOVE     CMP-RUN-DATE-N   TO ACV-HIST-DATE (CMP-SLOT-SUB)
    MOVE     ACV-TODAY-COUNT  TO ACV-HIST-COUNT (CMP-SLOT-SUB)
    MOVE     ACV-TODAY-NET    TO ACV-HIST-NET (CMP-SLOT-SUB).
D400-EXIT.
    EXIT.

D450-CHOOSE-SLOT.
    IF       CMP-SLOT-SAME-DATE
        GO TO    D450-EXIT
    END-IF
    IF       ACV-HIST-DATE (CMP-HIST-SUB) = CMP-RUN-DATE-N
        SET      CMP-SLOT-SAME-DATE  TO TRUE
        MOVE     CMP-HIST-SUB  TO CMP-SLOT-SUB
        GO TO    D450-EXIT
    END-IF
    IF       ACV-HIST-DATE (CMP-HIST-SUB) < CMP-OLDEST-DATE
        MOVE     ACV-HIST-DATE (CMP-HIST-SUB)  TO CMP-OLDEST-DATE
        MOVE     CMP-HIST-SUB  TO CMP-SLOT-SUB
    END-IF.
D450-EXIT.
    EXIT.

E000-REPORT-EXCEPTIONS.
    CLOSE    CMP-WORK
    OPEN     INPUT    CMP-WORK
    IF       CMP-WORK-STATUS NOT = '00'
        DISPLAY  'PGM143 - EXCEPTION WORK FILE REOPEN FAILED, '
                 'STATUS=' CMP-WORK-STATUS
        GO TO    A999-ABEND
    END-IF
    MOVE     CMP-RUN-DATE  TO HD1-RUN-DATE
    WRITE    CMP-REPORT-REC FROM CMP-HEADING-1
    WRITE    CMP-REPORT-REC FROM CMP-BLANK-LINE
    PERFORM  E100-PRINT-PARMS THRU E100-EXIT
    WRITE    CMP-REPORT-REC FROM CMP-BLANK-LINE
    WRITE    CMP-REPORT-REC FROM CMP-HEADING-2
    MOVE     LOW-VALUES  TO EXC-KEY
    START    CMP-WORK KEY >= EXC-KEY
        INVALID KEY
            SET      CMP-WORK-EOF  TO TRUE
    END-START
    PERFORM  E200-REPORT-EXCEPTION THRU E200-EXIT
        UNTIL CMP-WORK-EOF
    IF       CMP-PREV-REGION NOT = LOW-VALUES
        PERFORM  E400-REGION-TOTAL THRU E400-EXIT
    ELSE
        WRITE    CMP-REPORT-REC FROM CMP-BLANK-LINE
        MOVE     'NO EXCEPTIONS ON THIS RUN'  TO SML-LABEL
        MOVE     ZERO    TO SML-VALUE
        MOVE     SPACES  TO SML-VERDICT
        WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
    END-IF
    CLOSE    CMP-WORK.
E000-EXIT.
    EXIT.

E100-PRINT-PARMS.
    MOVE     ZERO  TO CMP-RGN-LIMIT-SUB
    PERFORM  E150-PRINT-REGION-LIMIT THRU E150-EXIT
        UNTIL CMP-RGN-LIMIT-SUB >= CMP-RGN-LIMIT-USED
    IF       CMP-DEFAULT-SEEN
        MOVE     'LARGE-VALUE THRESHOLD, OTHER REGIONS'  TO PML-LABEL
        MOVE     CMP-DEFAULT-LIMIT  TO CMP-EDIT-AMOUNT
        MOVE     CMP-EDIT-AMOUNT    TO PML-VALUE
        WRITE    CMP-REPORT-REC FROM CMP-PARM-LINE
    END-IF
    MOVE     'REVERSAL (CREDIT) LIMIT'      TO PML-LABEL
    MOVE     CMP-REVERSAL-LIMIT  TO CMP-EDIT-AMOUNT
    MOVE     CMP-EDIT-AMOUNT     TO PML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-PARM-LINE
    MOVE     'VELOCITY COUNT MULTIPLE'      TO PML-LABEL
    MOVE     CMP-COUNT-MULT  TO CMP-EDIT-MULT
    MOVE     CMP-EDIT-MULT   TO PML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-PARM-LINE
    MOVE     'VELOCITY NET AMOUNT MULTIPLE' TO PML-LABEL
    MOVE     CMP-AMOUNT-MULT  TO CMP-EDIT-MULT
    MOVE     CMP-EDIT-MULT    TO PML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-PARM-LINE
    MOVE     'DAYS OF HISTORY BEFORE AVERAGING'  TO PML-LABEL
    MOVE     CMP-MIN-DAYS    TO CMP-EDIT-COUNT
    MOVE     CMP-EDIT-COUNT  TO PML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-PARM-LINE
    MOVE     'NEW-ACCOUNT DETAIL COUNT LIMIT'    TO PML-LABEL
    MOVE     CMP-NEW-LIMIT   TO CMP-EDIT-COUNT
    MOVE     CMP-EDIT-COUNT  TO PML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-PARM-LINE.
E100-EXIT.
    EXIT.

E150-PRINT-REGION-LIMIT.
    ADD      1  TO CMP-RGN-LIMIT-SUB
    MOVE     SPACES  TO PML-LABEL
    STRING   'LARGE-VALUE THRESHOLD, REGION ' DELIMITED BY SIZE
             CRL-REGION (CMP-RGN-LIMIT-SUB)  DELIMITED BY SIZE
        INTO PML-LABEL
    END-STRING
    MOVE     CRL-AMOUNT (CMP-RGN-LIMIT-SUB)  TO CMP-EDIT-AMOUNT
    MOVE     CMP-EDIT-AMOUNT  TO PML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-PARM-LINE.
E150-EXIT.
    EXIT.

E200-REPORT-EXCEPTION.
    READ     CMP-WORK NEXT
        AT END
            SET      CMP-WORK-EOF  TO TRUE
            GO TO    E200-EXIT
    END-READ
    IF       CMP-WORK-STATUS NOT = '00'
        DISPLAY  'PGM143 - EXCEPTION WORK FILE READ FAILED, '
                 'STATUS=' CMP-WORK-STATUS
        GO TO    A999-ABEND
    END-IF
    IF       EXC-REGION NOT = CMP-PREV-REGION
        IF       CMP-PREV-REGION NOT = LOW-VALUES
            PERFORM  E400-REGION-TOTAL THRU E400-EXIT
        END-IF
        MOVE     EXC-REGION  TO CMP-PREV-REGION
        MOVE     LOW-VALUES  TO CMP-PREV-ACCOUNT
        MOVE     ZERO        TO CMP-RGN-EXC-COUNT
        MOVE     ZERO        TO CMP-RGN-ACCT-COUNT
        WRITE    CMP-REPORT-REC FROM CMP-BLANK-LINE
        MOVE     EXC-REGION  TO RGL-REGION
        WRITE    CMP-REPORT-REC FROM CMP-REGION-LINE
    END-IF
    IF       EXC-ACCOUNT NOT = CMP-PREV-ACCOUNT
        MOVE     EXC-ACCOUNT  TO CMP-PREV-ACCOUNT
        ADD      1  TO CMP-RGN-ACCT-COUNT
        ADD      1  TO CMP-FLAGGED-COUNT
        WRITE    CMP-REPORT-REC FROM CMP-BLANK-LINE
    END-IF
    WRITE    CMP-EXCEPTION-REC FROM CMP-WORK-REC
    IF       CMP-EXC-STATUS NOT = '00'
        DISPLAY  'PGM143 - COMPLIANCE EXCEPTION WRITE FAILED, '
                 'STATUS=' CMP-EXC-STATUS
        GO TO    A999-ABEND
    END-IF
    ADD      1  TO CMP-WRITTEN-COUNT
    ADD      1  TO CMP-RGN-EXC-COUNT
    IF       EXC-SEQ = 9999999
        PERFORM  E300-PRINT-ACCOUNT-LINE THRU E300-EXIT
    ELSE
        PERFORM  E250-PRINT-ITEM-LINE THRU E250-EXIT
    END-IF.
E200-EXIT.
    EXIT.

E250-PRINT-ITEM-LINE.
    MOVE     EXC-REGION     TO ITM-REGION
    MOVE     EXC-ACCOUNT    TO ITM-ACCOUNT
    MOVE     EXC-TYPE       TO ITM-TYPE
    IF       EXC-LARGE-VALUE
        MOVE     'LARGE-VALUE DETAIL'  TO ITM-DESC
    ELSE
        MOVE     'LARGE REVERSAL'      TO ITM-DESC
    END-IF
    MOVE     EXC-SEQ        TO ITM-SEQ
    MOVE     EXC-DTL-DATE   TO ITM-DATE
    MOVE     EXC-AMOUNT     TO ITM-AMOUNT
    MOVE     EXC-LIMIT      TO ITM-LIMIT
    WRITE    CMP-REPORT-REC FROM CMP-ITEM-LINE.
E250-EXIT.
    EXIT.

E300-PRINT-ACCOUNT-LINE.
    MOVE     EXC-REGION     TO ACL-REGION
    MOVE     EXC-ACCOUNT    TO ACL-ACCOUNT
    MOVE     EXC-TYPE       TO ACL-TYPE
    IF       EXC-VELOCITY-COUNT
        MOVE     'DETAIL COUNT VS AVG'  TO ACL-DESC
    END-IF
    IF       EXC-VELOCITY-AMOUNT
        MOVE     'NET AMOUNT VS AVG'    TO ACL-DESC
    END-IF
    IF       EXC-NEW-ACCOUNT
        MOVE     'NEW ACCOUNT VOLUME'   TO ACL-DESC
    END-IF
    MOVE     EXC-AMOUNT     TO ACL-NET
    MOVE     EXC-LIMIT      TO ACL-LIMIT
    MOVE     EXC-COUNT      TO ACL-COUNT
    MOVE     EXC-AVG-COUNT  TO ACL-AVG-COUNT
    MOVE     EXC-AVG-AMOUNT TO ACL-AVG-NET
    MOVE     EXC-HIST-DAYS  TO ACL-DAYS
    WRITE    CMP-REPORT-REC FROM CMP-ACCT-LINE.
E300-EXIT.
    EXIT.

E400-REGION-TOTAL.
    MOVE     CMP-PREV-REGION     TO RTL-REGION
    MOVE     CMP-RGN-EXC-COUNT   TO RTL-EXC-COUNT
    MOVE     CMP-RGN-ACCT-COUNT  TO RTL-ACCT-COUNT
    WRITE    CMP-REPORT-REC FROM CMP-BLANK-LINE
    WRITE    CMP-REPORT-REC FROM CMP-REGION-TOTAL-LINE.
E400-EXIT.
    EXIT.

F000-WRITE-WORK-REC.
    IF       CMP-RUN-DATE NUMERIC
        MOVE     CMP-RUN-DATE-N  TO EXC-RUN-DATE
    END-IF
    WRITE    CMP-WORK-REC
        INVALID KEY
            DISPLAY  'PGM143 - EXCEPTION WORK FILE WRITE FAILED, '
                     'STATUS=' CMP-WORK-STATUS ' KEY=' EXC-KEY
            GO TO    A999-ABEND
    END-WRITE
    ADD      1  TO CMP-RAISED-COUNT.
F000-EXIT.
    EXIT.

F100-CLEAR-WORK-REC.
    MOVE     SPACES  TO CMP-WORK-REC
    MOVE     ZERO    TO EXC-SEQ
    MOVE     ZERO    TO EXC-RUN-DATE
    MOVE     ZERO    TO EXC-DTL-DATE
    MOVE     ZERO    TO EXC-AMOUNT
    MOVE     ZERO    TO EXC-COUNT
    MOVE     ZERO    TO EXC-LIMIT
    MOVE     ZERO    TO EXC-AVG-COUNT
    MOVE     ZERO    TO EXC-AVG-AMOUNT
    MOVE     ZERO    TO EXC-HIST-DAYS.
F100-EXIT.
    EXIT.

A900-TERMINATE.
    WRITE    CMP-REPORT-REC FROM CMP-BLANK-LINE
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'DETAIL RECORDS ON PRTDONE'         TO SML-LABEL
    MOVE     CMP-DETAIL-COUNT      TO SML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
    MOVE     'PRTDONE TRAILER COUNT'             TO SML-LABEL
    MOVE     CMP-TRAILER-COUNT     TO SML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
    MOVE     'DETAILS NOT REVIEWED (NOT NUMERIC)' TO SML-LABEL
    MOVE     CMP-BAD-DETAIL-COUNT  TO SML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
    MOVE     'ACCOUNTS REVIEWED FOR VELOCITY'    TO SML-LABEL
    MOVE     CMP-ACCOUNT-COUNT     TO SML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
    MOVE     'ACCOUNTS WITH TOO LITTLE HISTORY'  TO SML-LABEL
    MOVE     CMP-SHORT-HIST-COUNT  TO SML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
    MOVE     'ACCOUNTS NEW TO THE VELOCITY FILE' TO SML-LABEL
    MOVE     CMP-NEW-VEL-COUNT     TO SML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
    MOVE     'LRGE - LARGE-VALUE DETAILS'        TO SML-LABEL
    MOVE     CMP-LRGE-COUNT        TO SML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
    MOVE     'RVSL - LARGE REVERSALS'            TO SML-LABEL
    MOVE     CMP-RVSL-COUNT        TO SML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
    MOVE     'VCNT - DETAIL COUNT OVER AVERAGE'  TO SML-LABEL
    MOVE     CMP-VCNT-COUNT        TO SML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
    MOVE     'VAMT - NET AMOUNT OVER AVERAGE'    TO SML-LABEL
    MOVE     CMP-VAMT-COUNT        TO SML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
    MOVE     'NEWA - NEW ACCOUNT VOLUME'         TO SML-LABEL
    MOVE     CMP-NEWA-COUNT        TO SML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
    MOVE     'ACCOUNTS WITH EXCEPTIONS'          TO SML-LABEL
    MOVE     CMP-FLAGGED-COUNT     TO SML-VALUE
    WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
    MOVE     'EXCEPTIONS WRITTEN TO CMPEXC'      TO SML-LABEL
    MOVE     CMP-WRITTEN-COUNT     TO SML-VALUE
    IF       CMP-WRITTEN-COUNT NOT = CMP-RAISED-COUNT
        SET      CMP-NOT-PROVED  TO TRUE
        MOVE     'NOT PROVED'      TO SML-VERDICT
        DISPLAY  'PGM143 - EXCEPTIONS WRITTEN ' CMP-WRITTEN-COUNT
                 ' NOT EQUAL TO EXCEPTIONS RAISED ' CMP-RAISED-COUNT
    END-IF
    WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
    WRITE    CMP-REPORT-REC FROM CMP-BLANK-LINE
    IF       CMP-NOT-PROVED
        MOVE     'COMPLIANCE REVIEW NOT PROVED' TO SML-LABEL
        MOVE     CMP-DETAIL-COUNT   TO SML-VALUE
        MOVE     'CHECK'            TO SML-VERDICT
        WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
        DISPLAY  'PGM143 - COMPLIANCE REVIEW DID NOT PROVE: '
                 'DETAILS=' CMP-DETAIL-COUNT
                 ' TRL=' CMP-TRAILER-COUNT
                 ' BAD=' CMP-BAD-DETAIL-COUNT
                 ' EXCEPTIONS=' CMP-WRITTEN-COUNT
        MOVE     0008  TO CMP-COND-CODE
    ELSE
        IF       CMP-WRITTEN-COUNT > 0
            MOVE     'EXCEPTIONS FOR COMPLIANCE REVIEW'  TO SML-LABEL
            MOVE     CMP-WRITTEN-COUNT  TO SML-VALUE
            MOVE     'REVIEW'           TO SML-VERDICT
            WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
            MOVE     0004  TO CMP-COND-CODE
        ELSE
            MOVE     'REVIEWED - NO EXCEPTIONS'          TO SML-LABEL
            MOVE     ZERO               TO SML-VALUE
            MOVE     'CLEAN'            TO SML-VERDICT
            WRITE    CMP-REPORT-REC FROM CMP-SUMMARY-LINE
            MOVE     0000  TO CMP-COND-CODE
        END-IF
    END-IF
    MOVE     CMP-COND-CODE  TO RETURN-CODE
    CLOSE    CMP-PARM
    CLOSE    CMP-DONE
    CLOSE    CMP-VELOCITY
    CLOSE    CMP-EXCEPTION
    CLOSE    CMP-REPORT.
A900-EXIT.
    EXIT.

A999-ABEND.
    DISPLAY   'PGM143 - FATAL ERROR, RUN TERMINATED'
    DISPLAY   'CMP-PARM-STATUS='  CMP-PARM-STATUS
              ' CMP-DONE-STATUS=' CMP-DONE-STATUS
              ' CMP-VEL-STATUS='  CMP-VEL-STATUS
    DISPLAY   'CMP-WORK-STATUS='  CMP-WORK-STATUS
              ' CMP-EXC-STATUS='  CMP-EXC-STATUS
              ' CMP-RPT-STATUS='  CMP-RPT-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

      *>--------------------------------------------------------------*>
      *> PROGRAM-ID : 140
      *> AUTHOR     : CHEN
      *>
      *> Batch maintenance for the region master KSDS (REGNMST,
      *> layout RGNMSTR) - the one reference list of the regions
      *> that may send extracts to program 123, what they are
      *> called, whether they are active, how many extracts each is
      *> expected to send a day and who owns the feed.  Program 123
      *> rejects extracts from a region that is unknown or inactive
      *> here, and PGM128, PGM133 and PGM134 prove every active region
      *> arrived from it, so like ACCTMST (PGM129) it is updated only
      *> through this audited program, never by a hand REPRO deck.
      *>
      *> Reads a transaction file (RGNTRAN) of one 80-byte record per
      *> maintenance action:
      *>
      *>   'A' add        - the region must not already exist; name,
      *>                    expected extracts and contact required;
      *>   'C' change     - the region must exist; each non-blank
      *>                    field (name, expected extracts, contact)
      *>                    replaces the master value;
      *>   'I' inactivate - the region must exist and be active;
      *>   'R' reactivate - the region must exist and be inactive;
      *>   'D' delete     - the region must exist and already be
      *>                    inactive, so a region can never drop off
      *>                    the master while its extracts are due.
      *>
      *> Region codes '**' (the program 123 summary overflow slot)
      *> and 'RC' (PGM124 recycle extracts) are reserved and can
      *> never be added.
      *>
      *> No more than 20 regions may be active at once - program
      *> 123 and the consolidation programs size their region tables
      *> for 20.  The active regions are counted
      *> off the master at start-up and kept current as each
      *> transaction is applied; an add or reactivate that would make
      *> a 21st is rejected 'RLIM'.
      *>
      *> Every transaction is echoed to the maintenance report
      *> (RGNRPT) with the region's before and after status and an
      *> APPLIED or REJECTED verdict with a reason code, so the
      *> change is reviewable line by line.  A control total block
      *> proves transactions read = applied + rejected, and closes
      *> with the active region count and the extracts now expected
      *> per day, read back off the updated master.
      *>
      *> Return codes: 0 = every transaction applied, 4 = completed
      *> with rejected transactions on the report, 16 = did not
      *> finish (file error).
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>   2026-10-15  CHEN  Add and reactivate rejected 'RLIM' once
      *>                     20 regions are active.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "140".
AUTHOR.        CHEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RGN-TRAN     ASSIGN TO RGNTRAN
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS RGN-TRAN-STATUS.
    SELECT RGN-MASTER   ASSIGN TO REGNMST
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS RGM-REGION
                        FILE STATUS IS RGN-MAST-STATUS.
    SELECT RGN-REPORT   ASSIGN TO RGNRPT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS RGN-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RGN-TRAN  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  RGN-TRAN-REC.
    05  TRN-ACTION         PIC X(1).
        88  TRN-ADD                 VALUE 'A'.
        88  TRN-CHANGE              VALUE 'C'.
        88  TRN-INACTIVATE          VALUE 'I'.
        88  TRN-REACTIVATE          VALUE 'R'.
        88  TRN-DELETE              VALUE 'D'.
    05  TRN-REGION         PIC X(2).
    05  TRN-NAME           PIC X(30).
    05  TRN-EXPECTED       PIC X(2).
    05  TRN-EXPECTED-NUM   REDEFINES TRN-EXPECTED
                           PIC 9(2).
    05  TRN-CONTACT        PIC X(30).
    05  FILLER             PIC X(15).

FD  RGN-MASTER RECORD CONTAINS 80 CHARACTERS.

01  RGN-MAST-REC.
    COPY RGNMSTR.

FD  RGN-REPORT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

01  RGN-REPORT-REC     PIC X(133).

WORKING-STORAGE SECTION.

01  RGN-COUNTERS.
    05  RGN-READ-COUNT        PIC 9(5) VALUE ZERO.
    05  RGN-APPLIED-COUNT     PIC 9(5) VALUE ZERO.
    05  RGN-REJECT-COUNT      PIC 9(5) VALUE ZERO.
    05  RGN-ADD-COUNT         PIC 9(5) VALUE ZERO.
    05  RGN-CHANGE-COUNT      PIC 9(5) VALUE ZERO.
    05  RGN-INACTIVATE-COUNT  PIC 9(5) VALUE ZERO.
    05  RGN-REACTIVATE-COUNT  PIC 9(5) VALUE ZERO.
    05  RGN-DELETE-COUNT      PIC 9(5) VALUE ZERO.
    05  RGN-ACTIVE-COUNT      PIC 9(5) VALUE ZERO.
    05  RGN-EXPECTED-TOTAL    PIC 9(5) VALUE ZERO.
    05  RGN-ACTIVE-NOW        PIC 9(5) VALUE ZERO.

01  RGN-ACTIVE-LIMIT      PIC 9(5) VALUE 20.

01  YYYYMMDD          PIC 9(8).

01  RGN-SWITCHES.
    05  RGN-EOF-SWITCH    PIC X(1)  VALUE 'N'.
        88  RGN-EOF                 VALUE 'Y'.
        88  RGN-NOT-EOF             VALUE 'N'.
    05  RGN-FOUND-SWITCH  PIC X(1)  VALUE 'N'.
        88  RGN-KEY-FOUND           VALUE 'Y'.
        88  RGN-KEY-NOT-FOUND       VALUE 'N'.
    05  RGN-VALID-SWITCH  PIC X(1)  VALUE 'Y'.
        88  RGN-TRAN-VALID          VALUE 'Y'.
        88  RGN-TRAN-INVALID        VALUE 'N'.
    05  RGN-MAST-EOF-SWITCH  PIC X(1)  VALUE 'N'.
        88  RGN-MAST-EOF               VALUE 'Y'.
        88  RGN-MAST-NOT-EOF           VALUE 'N'.

01  RGN-FILE-STATUSES.
    05  RGN-TRAN-STATUS      PIC X(2) VALUE SPACES.
    05  RGN-MAST-STATUS      PIC X(2) VALUE SPACES.
    05  RGN-RPT-STATUS       PIC X(2) VALUE SPACES.

01  RGN-REJECT-REASON     PIC X(4)  VALUE SPACES.
01  RGN-BEFORE-STATUS     PIC X(8)  VALUE SPACES.
01  RGN-AFTER-STATUS      PIC X(8)  VALUE SPACES.
01  RGN-PRINT-NAME        PIC X(30) VALUE SPACES.
01  RGN-PRINT-CONTACT     PIC X(30) VALUE SPACES.
01  RGN-PRINT-EXPECTED    PIC 9(2)  VALUE ZERO.
01  RGN-COND-CODE         PIC 9(4)  VALUE ZERO.

01  RGN-HEADING-1.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(41)  VALUE
        'PGM140 - REGION MASTER MAINTENANCE REPORT'.
    05  FILLER   PIC X(4)   VALUE SPACES.
    05  HD1-RUN-DATE  PIC 9(8).
    05  FILLER   PIC X(79)  VALUE SPACES.

01  RGN-HEADING-2.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(8)   VALUE 'ACTION  '.
    05  FILLER   PIC X(4)   VALUE 'RG  '.
    05  FILLER   PIC X(32)  VALUE 'REGION NAME'.
    05  FILLER   PIC X(10)  VALUE 'BEFORE'.
    05  FILLER   PIC X(10)  VALUE 'AFTER'.
    05  FILLER   PIC X(4)   VALUE 'EX'.
    05  FILLER   PIC X(9)   VALUE 'VERDICT'.
    05  FILLER   PIC X(6)   VALUE 'RSN'.
    05  FILLER   PIC X(30)  VALUE 'OWNING CONTACT'.
    05  FILLER   PIC X(19)  VALUE SPACES.

01  RGN-DETAIL-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  DET-ACTION        PIC X(1).
    05  FILLER            PIC X(7)  VALUE SPACES.
    05  DET-REGION        PIC X(2).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-NAME          PIC X(30).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-BEFORE        PIC X(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-AFTER         PIC X(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-EXPECTED      PIC Z9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-VERDICT       PIC X(8).
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  DET-REASON        PIC X(4).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-CONTACT       PIC X(30).
    05  FILLER            PIC X(19) VALUE SPACES.

01  RGN-SUMMARY-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  SUM-LABEL         PIC X(34) VALUE SPACES.
    05  SUM-VALUE         PIC ZZZZ9.
    05  FILLER            PIC X(93) VALUE SPACES.

01  RGN-BLANK-LINE        PIC X(133) VALUE SPACES.

PROCEDURE DIVISION.

A000-START.
    PERFORM  A100-INITIALIZE THRU A100-EXIT
    PERFORM  B000-PROCESS-TRAN THRU B000-EXIT
        UNTIL RGN-EOF
    PERFORM  A900-TERMINATE THRU A900-EXIT
    STOP RUN.

A100-INITIALIZE.
    ACCEPT   YYYYMMDD  FROM DATE YYYYMMDD
    OPEN     INPUT    RGN-TRAN
    IF       RGN-TRAN-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     I-O      RGN-MASTER
    IF       RGN-MAST-STATUS NOT = '00' AND RGN-MAST-STATUS NOT = '97'
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   RGN-REPORT
    IF       RGN-RPT-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    PERFORM  F000-COUNT-ACTIVE THRU F000-EXIT
    MOVE     RGN-ACTIVE-COUNT  TO RGN-ACTIVE-NOW
    MOVE     ZERO  TO RGN-ACTIVE-COUNT
    MOVE     ZERO  TO RGN-EXPECTED-TOTAL
    MOVE     YYYYMMDD       TO HD1-RUN-DATE
    WRITE    RGN-REPORT-REC FROM RGN-HEADING-1
    WRITE    RGN-REPORT-REC FROM RGN-BLANK-LINE
    WRITE    RGN-REPORT-REC FROM RGN-HEADING-2
    WRITE    RGN-REPORT-REC FROM RGN-BLANK-LINE.
A100-EXIT.
    EXIT.

B000-PROCESS-TRAN.
    READ     RGN-TRAN
        AT END
            SET  RGN-EOF TO TRUE
            GO TO B000-EXIT
    END-READ
    ADD      1  TO RGN-READ-COUNT
    SET      RGN-TRAN-VALID  TO TRUE
    MOVE     SPACES          TO RGN-REJECT-REASON
    MOVE     SPACES          TO RGN-AFTER-STATUS
    PERFORM  C000-READ-MASTER THRU C000-EXIT
    PERFORM  C100-VALIDATE-TRAN THRU C100-EXIT
    IF       RGN-TRAN-VALID
        PERFORM  D000-APPLY-TRAN THRU D000-EXIT
        ADD      1  TO RGN-APPLIED-COUNT
    ELSE
        MOVE     RGN-BEFORE-STATUS  TO RGN-AFTER-STATUS
        ADD      1  TO RGN-REJECT-COUNT
    END-IF
    PERFORM  E000-PRINT-TRAN-LINE THRU E000-EXIT.
B000-EXIT.
    EXIT.

C000-READ-MASTER.
    SET      RGN-KEY-NOT-FOUND  TO TRUE
    MOVE     'N/A     '         TO RGN-BEFORE-STATUS
    MOVE     TRN-NAME           TO RGN-PRINT-NAME
    MOVE     TRN-CONTACT        TO RGN-PRINT-CONTACT
    MOVE     ZERO               TO RGN-PRINT-EXPECTED
    IF       TRN-EXPECTED NUMERIC
        MOVE     TRN-EXPECTED-NUM  TO RGN-PRINT-EXPECTED
    END-IF
    IF       TRN-REGION = SPACES
        GO TO    C000-EXIT
    END-IF
    MOVE     TRN-REGION  TO RGM-REGION
    READ     RGN-MASTER
        INVALID KEY
            GO TO    C000-EXIT
    END-READ
    SET      RGN-KEY-FOUND  TO TRUE
    MOVE     RGM-NAME               TO RGN-PRINT-NAME
    MOVE     RGM-CONTACT            TO RGN-PRINT-CONTACT
    MOVE     RGM-EXPECTED-EXTRACTS  TO RGN-PRINT-EXPECTED
    IF       RGM-ACTIVE
        MOVE     'ACTIVE  '  TO RGN-BEFORE-STATUS
    ELSE
        IF       RGM-INACTIVE
            MOVE     'INACTIVE'  TO RGN-BEFORE-STATUS
        ELSE
            MOVE     '?       '  TO RGN-BEFORE-STATUS
        END-IF
    END-IF.
C000-EXIT.
    EXIT.

C100-VALIDATE-TRAN.
    IF       TRN-REGION = SPACES
        SET      RGN-TRAN-INVALID  TO TRUE
        MOVE     'REGN'           TO RGN-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       NOT TRN-ADD AND NOT TRN-CHANGE
         AND NOT TRN-INACTIVATE AND NOT TRN-REACTIVATE
         AND NOT TRN-DELETE
        SET      RGN-TRAN-INVALID  TO TRUE
        MOVE     'ACTN'           TO RGN-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       TRN-ADD
         AND (TRN-REGION = '**' OR TRN-REGION = 'RC')
        SET      RGN-TRAN-INVALID  TO TRUE
        MOVE     'RSVD'           TO RGN-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       TRN-ADD AND RGN-KEY-FOUND
        SET      RGN-TRAN-INVALID  TO TRUE
        MOVE     'DUPK'           TO RGN-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       NOT TRN-ADD AND RGN-KEY-NOT-FOUND
        SET      RGN-TRAN-INVALID  TO TRUE
        MOVE     'NFND'           TO RGN-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       TRN-ADD AND TRN-NAME = SPACES
        SET      RGN-TRAN-INVALID  TO TRUE
        MOVE     'NAME'           TO RGN-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       TRN-ADD AND TRN-EXPECTED NOT NUMERIC
        SET      RGN-TRAN-INVALID  TO TRUE
        MOVE     'XCNT'           TO RGN-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       TRN-ADD AND TRN-CONTACT = SPACES
        SET      RGN-TRAN-INVALID  TO TRUE
        MOVE     'CONT'           TO RGN-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       TRN-CHANGE
         AND TRN-EXPECTED NOT = SPACES
         AND TRN-EXPECTED NOT NUMERIC
        SET      RGN-TRAN-INVALID  TO TRUE
        MOVE     'XCNT'           TO RGN-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       TRN-CHANGE
         AND TRN-NAME = SPACES
         AND TRN-EXPECTED = SPACES
         AND TRN-CONTACT = SPACES
        SET      RGN-TRAN-INVALID  TO TRUE
        MOVE     'NOCH'           TO RGN-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       TRN-INACTIVATE AND RGM-INACTIVE
        SET      RGN-TRAN-INVALID  TO TRUE
        MOVE     'INAC'           TO RGN-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       TRN-REACTIVATE AND RGM-ACTIVE
        SET      RGN-TRAN-INVALID  TO TRUE
        MOVE     'ACTV'           TO RGN-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       TRN-DELETE AND NOT RGM-INACTIVE
        SET      RGN-TRAN-INVALID  TO TRUE
        MOVE     'ACTV'           TO RGN-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       (TRN-ADD OR TRN-REACTIVATE)
         AND RGN-ACTIVE-NOW NOT < RGN-ACTIVE-LIMIT
        SET      RGN-TRAN-INVALID  TO TRUE
        MOVE     'RLIM'           TO RGN-REJECT-REASON
        DISPLAY  'PGM140 - REGION ' TRN-REGION
                 ' NOT ACTIVATED - REGION LIMIT (20) REACHED'
        GO TO C100-EXIT
    END-IF.
C100-EXIT.
    EXIT.

D000-APPLY-TRAN.
    IF       TRN-ADD
        MOVE     SPACES            TO RGN-MAST-REC
        MOVE     TRN-REGION        TO RGM-REGION
        MOVE     TRN-NAME          TO RGM-NAME
        SET      RGM-ACTIVE        TO TRUE
        MOVE     TRN-EXPECTED-NUM  TO RGM-EXPECTED-EXTRACTS
        MOVE     TRN-CONTACT       TO RGM-CONTACT
        WRITE    RGN-MAST-REC
            INVALID KEY
                GO TO    A999-ABEND
        END-WRITE
        MOVE     'ACTIVE  '  TO RGN-AFTER-STATUS
        ADD      1  TO RGN-ADD-COUNT
        ADD      1  TO RGN-ACTIVE-NOW
        GO TO D000-EXIT
    END-IF
    IF       TRN-CHANGE
        IF       TRN-NAME NOT = SPACES
            MOVE     TRN-NAME          TO RGM-NAME
        END-IF
        IF       TRN-EXPECTED NOT = SPACES
            MOVE     TRN-EXPECTED-NUM  TO RGM-EXPECTED-EXTRACTS
        END-IF
        IF       TRN-CONTACT NOT = SPACES
            MOVE     TRN-CONTACT       TO RGM-CONTACT
        END-IF
        REWRITE  RGN-MAST-REC
            INVALID KEY
                GO TO    A999-ABEND
        END-REWRITE
        MOVE     RGM-NAME               TO RGN-PRINT-NAME
        MOVE     RGM-CONTACT            TO RGN-PRINT-CONTACT
        MOVE     RGM-EXPECTED-EXTRACTS  TO RGN-PRINT-EXPECTED
        MOVE     RGN-BEFORE-STATUS  TO RGN-AFTER-STATUS
        ADD      1  TO RGN-CHANGE-COUNT
        GO TO D000-EXIT
    END-IF
    IF       TRN-INACTIVATE
        SET      RGM-INACTIVE  TO TRUE
        REWRITE  RGN-MAST-REC
            INVALID KEY
                GO TO    A999-ABEND
        END-REWRITE
        MOVE     'INACTIVE'  TO RGN-AFTER-STATUS
        ADD      1  TO RGN-INACTIVATE-COUNT
        SUBTRACT 1  FROM RGN-ACTIVE-NOW
        GO TO D000-EXIT
    END-IF
    IF       TRN-REACTIVATE
        SET      RGM-ACTIVE  TO TRUE
        REWRITE  RGN-MAST-REC
            INVALID KEY
                GO TO    A999-ABEND
        END-REWRITE
        MOVE     'ACTIVE  '  TO RGN-AFTER-STATUS
        ADD      1  TO RGN-REACTIVATE-COUNT
        ADD      1  TO RGN-ACTIVE-NOW
        GO TO D000-EXIT
    END-IF
    IF       TRN-DELETE
        DELETE   RGN-MASTER
            INVALID KEY
                GO TO    A999-ABEND
        END-DELETE
        MOVE     'N/A     '  TO RGN-AFTER-STATUS
        ADD      1  TO RGN-DELETE-COUNT
    END-IF.
D000-EXIT.
    EXIT.

E000-PRINT-TRAN-LINE.
    MOVE     TRN-ACTION          TO DET-ACTION
    MOVE     TRN-REGION          TO DET-REGION
    MOVE     RGN-PRINT-NAME      TO DET-NAME
    MOVE     RGN-BEFORE-STATUS   TO DET-BEFORE
    MOVE     RGN-AFTER-STATUS    TO DET-AFTER
    MOVE     RGN-PRINT-EXPECTED  TO DET-EXPECTED
    MOVE     RGN-PRINT-CONTACT   TO DET-CONTACT
    IF       RGN-TRAN-VALID
        MOVE     'APPLIED '  TO DET-VERDICT
        MOVE     SPACES      TO DET-REASON
    ELSE
        MOVE     'REJECTED'  TO DET-VERDICT
        MOVE     RGN-REJECT-REASON  TO DET-REASON
    END-IF
    WRITE    RGN-REPORT-REC FROM RGN-DETAIL-LINE.
E000-EXIT.
    EXIT.

F000-COUNT-ACTIVE.
    SET      RGN-MAST-NOT-EOF  TO TRUE
    MOVE     LOW-VALUES  TO RGM-REGION
    START    RGN-MASTER KEY >= RGM-REGION
        INVALID KEY
            SET      RGN-MAST-EOF  TO TRUE
    END-START
    PERFORM  F100-COUNT-ACTIVE-REC THRU F100-EXIT
        UNTIL RGN-MAST-EOF.
F000-EXIT.
    EXIT.

F100-COUNT-ACTIVE-REC.
    READ     RGN-MASTER NEXT
        AT END
            SET      RGN-MAST-EOF  TO TRUE
            GO TO    F100-EXIT
    END-READ
    IF       RGM-ACTIVE
        ADD      1                      TO RGN-ACTIVE-COUNT
        ADD      RGM-EXPECTED-EXTRACTS  TO RGN-EXPECTED-TOTAL
    END-IF.
F100-EXIT.
    EXIT.

A900-TERMINATE.
    PERFORM  F000-COUNT-ACTIVE THRU F000-EXIT
    WRITE    RGN-REPORT-REC FROM RGN-BLANK-LINE
    MOVE     'TRANSACTIONS READ'          TO SUM-LABEL
    MOVE     RGN-READ-COUNT               TO SUM-VALUE
    WRITE    RGN-REPORT-REC FROM RGN-SUMMARY-LINE
    MOVE     'TRANSACTIONS APPLIED'       TO SUM-LABEL
    MOVE     RGN-APPLIED-COUNT            TO SUM-VALUE
    WRITE    RGN-REPORT-REC FROM RGN-SUMMARY-LINE
    MOVE     'TRANSACTIONS REJECTED'      TO SUM-LABEL
    MOVE     RGN-REJECT-COUNT             TO SUM-VALUE
    WRITE    RGN-REPORT-REC FROM RGN-SUMMARY-LINE
    MOVE     'REGIONS ADDED'              TO SUM-LABEL
    MOVE     RGN-ADD-COUNT                TO SUM-VALUE
    WRITE    RGN-REPORT-REC FROM RGN-SUMMARY-LINE
    MOVE     'REGIONS CHANGED'            TO SUM-LABEL
    MOVE     RGN-CHANGE-COUNT             TO SUM-VALUE
    WRITE    RGN-REPORT-REC FROM RGN-SUMMARY-LINE
    MOVE     'REGIONS INACTIVATED'        TO SUM-LABEL
    MOVE     RGN-INACTIVATE-COUNT         TO SUM-VALUE
    WRITE    RGN-REPORT-REC FROM RGN-SUMMARY-LINE
    MOVE     'REGIONS REACTIVATED'        TO SUM-LABEL
    MOVE     RGN-REACTIVATE-COUNT         TO SUM-VALUE
    WRITE    RGN-REPORT-REC FROM RGN-SUMMARY-LINE
    MOVE     'REGIONS DELETED'            TO SUM-LABEL
    MOVE     RGN-DELETE-COUNT             TO SUM-VALUE
    WRITE    RGN-REPORT-REC FROM RGN-SUMMARY-LINE
    WRITE    RGN-REPORT-REC FROM RGN-BLANK-LINE
    MOVE     'ACTIVE REGIONS ON THE MASTER'   TO SUM-LABEL
    MOVE     RGN-ACTIVE-COUNT                 TO SUM-VALUE
    WRITE    RGN-REPORT-REC FROM RGN-SUMMARY-LINE
    MOVE     'EXTRACTS NOW EXPECTED PER DAY'  TO SUM-LABEL
    MOVE     RGN-EXPECTED-TOTAL               TO SUM-VALUE
    WRITE    RGN-REPORT-REC FROM RGN-SUMMARY-LINE
    IF       RGN-READ-COUNT NOT =
             RGN-APPLIED-COUNT + RGN-REJECT-COUNT
        DISPLAY  'PGM140 - CONTROL TOTALS DO NOT PROVE: READ='
                 RGN-READ-COUNT
                 ' APPLIED=' RGN-APPLIED-COUNT
                 ' REJECTED=' RGN-REJECT-COUNT
        GO TO    A999-ABEND
    END-IF
    IF       RGN-REJECT-COUNT > 0
        MOVE      0004  TO RGN-COND-CODE
    ELSE
        MOVE      0000  TO RGN-COND-CODE
    END-IF
    MOVE      RGN-COND-CODE  TO RETURN-CODE
    CLOSE    RGN-TRAN
    CLOSE    RGN-MASTER
    CLOSE    RGN-REPORT.
A900-EXIT.
    EXIT.

A999-ABEND.
    DISPLAY   'PGM140 - FATAL ERROR, RUN TERMINATED'
    DISPLAY   'RGN-TRAN-STATUS='  RGN-TRAN-STATUS
              ' RGN-MAST-STATUS=' RGN-MAST-STATUS
    DISPLAY   'RGN-RPT-STATUS='   RGN-RPT-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

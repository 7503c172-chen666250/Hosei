      *>   'R' reopen  - the account must exist and be closed;
      *>   'D' delete  - the account must exist.
      *>
      *> An account that is still the successor of a cross-reference
      *> mapping (below) cannot be closed or deleted.
      *>
      *> Every transaction is echoed to the maintenance report
      *> (ACMRPT) with the account's before and after status and an
      *> APPLIED or REJECTED verdict with a reason code, so the
      *>                     way to move an account between
      *>                     regions.  The report shows the region
      *>                     on every line.
      *>   2026-10-15  CHEN  Account cross-reference maintenance
      *>                     (ACCTXREF, ACCTXRF layout).  Action 'X'
      *>                     maps a closed account to its successor
      *>                     (columns 14-23) from an effective date
      *>                     (columns 24-31), or re-points an
      *>                     existing mapping; program 123 then
      *>                     posts the old number's details to the
      *>                     successor.  The successor must be open
      *>                     and must not itself be mapped ('SUCC',
      *>                     'SAME', 'CHAN', 'EDAT' rejects).
      *>                     Action 'U' removes a mapping ('NOXR' if
      *>                     there is none), and an account cannot
      *>                     be reopened while it is still mapped
      *>                     ('XREF').  The report shows the
      *>                     successor, effective date and any
      *>                     successor it replaced.
      *>   2026-10-15  CHEN  Mapping chains are closed off from both
      *>                     ends.  An account cannot be mapped while
      *>                     it is still the successor of another
      *>                     mapping ('CHAN' - re-point that mapping
      *>                     to the new successor first), and an
      *>                     account that is still a successor cannot
      *>                     be closed or deleted ('XREF').  ACCTXREF
      *>                     is now opened for dynamic access so the
      *>                     mappings can be browsed by successor.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "129".
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS ACM-ACCOUNT
                        FILE STATUS IS ACM-MAST-STATUS.
    SELECT ACM-XREF     ASSIGN TO ACCTXREF
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS XRF-OLD-ACCOUNT
                        FILE STATUS IS ACM-XREF-STATUS.
    SELECT ACM-REPORT   ASSIGN TO ACMRPT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS ACM-RPT-STATUS.
        88  TRN-REOPEN              VALUE 'R'.
        88  TRN-DELETE              VALUE 'D'.
        88  TRN-MOVE                VALUE 'M'.
        88  TRN-MAP                 VALUE 'X'.
        88  TRN-UNMAP               VALUE 'U'.
    05  TRN-ACCOUNT        PIC X(10).
    05  TRN-REGION         PIC X(2).
    05  TRN-SUCCESSOR      PIC X(10).
    05  TRN-EFF-DATE       PIC X(8).
    05  TRN-EFF-DATE-NUM   REDEFINES TRN-EFF-DATE
                           PIC 9(8).
    05  FILLER             PIC X(49).

FD  ACM-MASTER RECORD CONTAINS 80 CHARACTERS.

    05  ACM-REGION         PIC X(2).
    05  FILLER             PIC X(67).

FD  ACM-XREF RECORD CONTAINS 100 CHARACTERS.

01  ACM-XREF-REC.
    COPY ACCTXRF.

FD  ACM-REPORT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

01  ACM-REPORT-REC     PIC X(133).
    05  ACM-REOPEN-COUNT   PIC 9(5) VALUE ZERO.
    05  ACM-DELETE-COUNT   PIC 9(5) VALUE ZERO.
    05  ACM-MOVE-COUNT     PIC 9(5) VALUE ZERO.
    05  ACM-MAP-COUNT      PIC 9(5) VALUE ZERO.
    05  ACM-REPOINT-COUNT  PIC 9(5) VALUE ZERO.
    05  ACM-UNMAP-COUNT    PIC 9(5) VALUE ZERO.

01  YYYYMMDD          PIC 9(8).

    05  ACM-VALID-SWITCH  PIC X(1)  VALUE 'Y'.
        88  ACM-TRAN-VALID          VALUE 'Y'.
        88  ACM-TRAN-INVALID        VALUE 'N'.
    05  ACM-XREF-SWITCH   PIC X(1)  VALUE 'N'.
        88  ACM-XREF-FOUND          VALUE 'Y'.
        88  ACM-XREF-NOT-FOUND      VALUE 'N'.
    05  ACM-SUCC-SWITCH   PIC X(1)  VALUE 'N'.
        88  ACM-SUCC-LIVE           VALUE 'Y'.
        88  ACM-SUCC-NOT-LIVE       VALUE 'N'.
    05  ACM-BROWSE-SWITCH PIC X(1)  VALUE 'N'.
        88  ACM-BROWSE-DONE         VALUE 'Y'.
        88  ACM-BROWSE-MORE         VALUE 'N'.

01  ACM-FILE-STATUSES.
    05  ACM-TRAN-STATUS      PIC X(2) VALUE SPACES.
    05  ACM-MAST-STATUS      PIC X(2) VALUE SPACES.
    05  ACM-RPT-STATUS       PIC X(2) VALUE SPACES.
    05  ACM-XREF-STATUS      PIC X(2) VALUE SPACES.

01  ACM-REJECT-REASON     PIC X(4)  VALUE SPACES.
01  ACM-BEFORE-STATUS     PIC X(6)  VALUE SPACES.
01  ACM-AFTER-STATUS      PIC X(6)  VALUE SPACES.
01  ACM-PRIOR-SUCCESSOR   PIC X(10) VALUE SPACES.
01  ACM-PREDECESSOR       PIC X(10) VALUE SPACES.
01  ACM-COND-CODE         PIC 9(4)  VALUE ZERO.

01  ACM-HEADING-1.
    05  FILLER   PIC X(44)  VALUE
        'ACTION  ACCOUNT     RG  BEFORE  AFTER   VERD'.
    05  FILLER   PIC X(4)   VALUE 'ICT '.
    05  FILLER   PIC X(7)   VALUE SPACES.
    05  FILLER   PIC X(12)  VALUE 'SUCCESSOR'.
    05  FILLER   PIC X(10)  VALUE 'EFFECTIVE'.
    05  FILLER   PIC X(10)  VALUE 'WAS'.
    05  FILLER   PIC X(45)  VALUE SPACES.

01  ACM-DETAIL-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  DET-VERDICT       PIC X(8).
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  DET-REASON        PIC X(4).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-SUCCESSOR     PIC X(10).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-EFF-DATE      PIC X(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-PRIOR         PIC X(10).
    05  FILLER            PIC X(45) VALUE SPACES.

01  ACM-SUMMARY-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    IF       ACM-MAST-STATUS NOT = '00' AND ACM-MAST-STATUS NOT = '97'
        GO TO    A999-ABEND
    END-IF
    OPEN     I-O      ACM-XREF
    IF       ACM-XREF-STATUS NOT = '00' AND ACM-XREF-STATUS NOT = '97'
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   ACM-REPORT
    IF       ACM-RPT-STATUS NOT = '00'
        GO TO    A999-ABEND
    SET      ACM-TRAN-VALID  TO TRUE
    MOVE     SPACES          TO ACM-REJECT-REASON
    MOVE     SPACES          TO ACM-AFTER-STATUS
    MOVE     SPACES          TO ACM-PRIOR-SUCCESSOR
    SET      ACM-XREF-NOT-FOUND  TO TRUE
    PERFORM  C000-READ-MASTER THRU C000-EXIT
    PERFORM  C100-VALIDATE-TRAN THRU C100-EXIT
    IF       ACM-TRAN-VALID
    END-IF
    IF       NOT TRN-ADD AND NOT TRN-CLOSE
         AND NOT TRN-REOPEN AND NOT TRN-DELETE
         AND NOT TRN-MOVE AND NOT TRN-MAP
         AND NOT TRN-UNMAP
        SET      ACM-TRAN-INVALID  TO TRUE
        MOVE     'ACTN'           TO ACM-REJECT-REASON
        GO TO C100-EXIT
        SET      ACM-TRAN-INVALID  TO TRUE
        MOVE     'OPEN'           TO ACM-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       TRN-CLOSE OR TRN-DELETE
        PERFORM  C400-FIND-LIVE-SUCCESSOR THRU C400-EXIT
        IF       ACM-SUCC-LIVE
            SET      ACM-TRAN-INVALID  TO TRUE
            MOVE     'XREF'           TO ACM-REJECT-REASON
            GO TO C100-EXIT
        END-IF
    END-IF
    IF       TRN-MAP
        PERFORM  C200-VALIDATE-SUCCESSOR THRU C200-EXIT
        IF       ACM-TRAN-INVALID
            GO TO C100-EXIT
        END-IF
    END-IF
    IF       TRN-MAP OR TRN-UNMAP OR TRN-REOPEN
        PERFORM  C300-READ-XREF THRU C300-EXIT
    END-IF
    IF       TRN-UNMAP AND ACM-XREF-NOT-FOUND
        SET      ACM-TRAN-INVALID  TO TRUE
        MOVE     'NOXR'           TO ACM-REJECT-REASON
        GO TO C100-EXIT
    END-IF
    IF       TRN-REOPEN AND ACM-XREF-FOUND
        SET      ACM-TRAN-INVALID  TO TRUE
        MOVE     'XREF'           TO ACM-REJECT-REASON
        GO TO C100-EXIT
    END-IF.
C100-EXIT.
    EXIT.

C200-VALIDATE-SUCCESSOR.
    IF       ACM-OPEN
        SET      ACM-TRAN-INVALID  TO TRUE
        MOVE     'OPEN'           TO ACM-REJECT-REASON
        GO TO C200-EXIT
    END-IF
    IF       TRN-SUCCESSOR = SPACES
        SET      ACM-TRAN-INVALID  TO TRUE
        MOVE     'SUCC'           TO ACM-REJECT-REASON
        GO TO C200-EXIT
    END-IF
    IF       TRN-SUCCESSOR = TRN-ACCOUNT
        SET      ACM-TRAN-INVALID  TO TRUE
        MOVE     'SAME'           TO ACM-REJECT-REASON
        GO TO C200-EXIT
    END-IF
    IF       TRN-EFF-DATE NOT NUMERIC
        SET      ACM-TRAN-INVALID  TO TRUE
        MOVE     'EDAT'           TO ACM-REJECT-REASON
        GO TO C200-EXIT
    END-IF
    IF       FUNCTION TEST-DATE-YYYYMMDD (TRN-EFF-DATE-NUM) NOT = 0
        SET      ACM-TRAN-INVALID  TO TRUE
        MOVE     'EDAT'           TO ACM-REJECT-REASON
        GO TO C200-EXIT
    END-IF
    MOVE     TRN-SUCCESSOR  TO ACM-ACCOUNT
    READ     ACM-MASTER
        INVALID KEY
            SET      ACM-TRAN-INVALID  TO TRUE
            MOVE     'SUCC'           TO ACM-REJECT-REASON
            GO TO C200-EXIT
    END-READ
    IF       NOT ACM-OPEN
        SET      ACM-TRAN-INVALID  TO TRUE
        MOVE     'SUCC'           TO ACM-REJECT-REASON
        GO TO C200-EXIT
    END-IF
    MOVE     TRN-SUCCESSOR  TO XRF-OLD-ACCOUNT
    READ     ACM-XREF
        NOT INVALID KEY
            SET      ACM-TRAN-INVALID  TO TRUE
            MOVE     'CHAN'           TO ACM-REJECT-REASON
            GO TO C200-EXIT
    END-READ
    PERFORM  C400-FIND-LIVE-SUCCESSOR THRU C400-EXIT
    IF       ACM-SUCC-LIVE
        SET      ACM-TRAN-INVALID  TO TRUE
        MOVE     'CHAN'           TO ACM-REJECT-REASON
    END-IF.
C200-EXIT.
    EXIT.

C300-READ-XREF.
    SET      ACM-XREF-NOT-FOUND  TO TRUE
    MOVE     TRN-ACCOUNT  TO XRF-OLD-ACCOUNT
    READ     ACM-XREF
        INVALID KEY
            GO TO C300-EXIT
    END-READ
    SET      ACM-XREF-FOUND  TO TRUE
    MOVE     XRF-NEW-ACCOUNT  TO ACM-PRIOR-SUCCESSOR.
C300-EXIT.
    EXIT.

C400-FIND-LIVE-SUCCESSOR.
    SET      ACM-SUCC-NOT-LIVE  TO TRUE
    SET      ACM-BROWSE-MORE    TO TRUE
    MOVE     SPACES      TO ACM-PREDECESSOR
    MOVE     LOW-VALUES  TO XRF-OLD-ACCOUNT
    START    ACM-XREF KEY >= XRF-OLD-ACCOUNT
        INVALID KEY
            SET      ACM-BROWSE-DONE  TO TRUE
    END-START
    PERFORM  C450-SCAN-XREF THRU C450-EXIT
        UNTIL ACM-BROWSE-DONE OR ACM-SUCC-LIVE
    IF       ACM-SUCC-LIVE
        DISPLAY  'PGM129 - ACCOUNT ' TRN-ACCOUNT
                 ' IS STILL THE SUCCESSOR OF ' ACM-PREDECESSOR
                 ' - RE-POINT OR REMOVE THAT MAPPING FIRST'
    END-IF.
C400-EXIT.
    EXIT.

C450-SCAN-XREF.
    READ     ACM-XREF NEXT
        AT END
            SET      ACM-BROWSE-DONE  TO TRUE
            GO TO    C450-EXIT
    END-READ
    IF       XRF-NEW-ACCOUNT = TRN-ACCOUNT
        SET      ACM-SUCC-LIVE  TO TRUE
        MOVE     XRF-OLD-ACCOUNT  TO ACM-PREDECESSOR
    END-IF.
C450-EXIT.
    EXIT.

D000-APPLY-TRAN.
    IF       TRN-ADD
        MOVE     SPACES       TO ACM-MAST-REC
        END-REWRITE
        MOVE     ACM-BEFORE-STATUS  TO ACM-AFTER-STATUS
        ADD      1  TO ACM-MOVE-COUNT
        GO TO D000-EXIT
    END-IF
    IF       TRN-MAP
        PERFORM  D100-APPLY-MAP THRU D100-EXIT
        MOVE     ACM-BEFORE-STATUS  TO ACM-AFTER-STATUS
        GO TO D000-EXIT
    END-IF
    IF       TRN-UNMAP
        DELETE   ACM-XREF
            INVALID KEY
                GO TO    A999-ABEND
        END-DELETE
        MOVE     ACM-BEFORE-STATUS  TO ACM-AFTER-STATUS
        ADD      1  TO ACM-UNMAP-COUNT
    END-IF.
D000-EXIT.
    EXIT.

D100-APPLY-MAP.
    IF       ACM-XREF-FOUND
        MOVE     TRN-SUCCESSOR     TO XRF-NEW-ACCOUNT
        MOVE     TRN-EFF-DATE-NUM  TO XRF-EFF-DATE
        MOVE     YYYYMMDD          TO XRF-MAPPED-DATE
        REWRITE  ACM-XREF-REC
            INVALID KEY
                GO TO    A999-ABEND
        END-REWRITE
        ADD      1  TO ACM-REPOINT-COUNT
        GO TO D100-EXIT
    END-IF
    MOVE     SPACES            TO ACM-XREF-REC
    MOVE     TRN-ACCOUNT       TO XRF-OLD-ACCOUNT
    MOVE     TRN-SUCCESSOR     TO XRF-NEW-ACCOUNT
    MOVE     TRN-EFF-DATE-NUM  TO XRF-EFF-DATE
    MOVE     YYYYMMDD          TO XRF-MAPPED-DATE
    MOVE     ZERO              TO XRF-STAMP-DATE
    MOVE     ZERO              TO XRF-STAMP-TIME
    MOVE     ZERO              TO XRF-TODAY-DATE
    MOVE     ZERO              TO XRF-TODAY-COUNT
    MOVE     ZERO              TO XRF-PRIOR-COUNT
    WRITE    ACM-XREF-REC
        INVALID KEY
            GO TO    A999-ABEND
    END-WRITE
    ADD      1  TO ACM-MAP-COUNT.
D100-EXIT.
    EXIT.

E000-PRINT-TRAN-LINE.
    MOVE     TRN-ACTION         TO DET-ACTION
    MOVE     TRN-ACCOUNT        TO DET-ACCOUNT
    MOVE     TRN-REGION         TO DET-REGION
    MOVE     ACM-BEFORE-STATUS  TO DET-BEFORE
    MOVE     ACM-AFTER-STATUS   TO DET-AFTER
    MOVE     SPACES             TO DET-SUCCESSOR
    MOVE     SPACES             TO DET-EFF-DATE
    MOVE     ACM-PRIOR-SUCCESSOR  TO DET-PRIOR
    IF       TRN-MAP
        MOVE     TRN-SUCCESSOR  TO DET-SUCCESSOR
        MOVE     TRN-EFF-DATE   TO DET-EFF-DATE
    END-IF
    IF       ACM-TRAN-VALID
        MOVE     'APPLIED '  TO DET-VERDICT
        MOVE     SPACES      TO DET-REASON
    MOVE     'HOME REGIONS RE-POINTED'    TO SUM-LABEL
    MOVE     ACM-MOVE-COUNT               TO SUM-VALUE
    WRITE    ACM-REPORT-REC FROM ACM-SUMMARY-LINE
    MOVE     'ACCOUNTS MAPPED TO A SUCCESSOR'  TO SUM-LABEL
    MOVE     ACM-MAP-COUNT                TO SUM-VALUE
    WRITE    ACM-REPORT-REC FROM ACM-SUMMARY-LINE
    MOVE     'MAPPINGS RE-POINTED'        TO SUM-LABEL
    MOVE     ACM-REPOINT-COUNT            TO SUM-VALUE
    WRITE    ACM-REPORT-REC FROM ACM-SUMMARY-LINE
    MOVE     'MAPPINGS REMOVED'           TO SUM-LABEL
    MOVE     ACM-UNMAP-COUNT              TO SUM-VALUE
    WRITE    ACM-REPORT-REC FROM ACM-SUMMARY-LINE
    IF       ACM-READ-COUNT NOT =
             ACM-APPLIED-COUNT + ACM-REJECT-COUNT
        DISPLAY  'PGM129 - CONTROL TOTALS DO NOT PROVE: READ='
    MOVE      ACM-COND-CODE  TO RETURN-CODE
    CLOSE    ACM-TRAN
    CLOSE    ACM-MASTER
    CLOSE    ACM-XREF
    CLOSE    ACM-REPORT.
A900-EXIT.
    EXIT.
    DISPLAY   'ACM-TRAN-STATUS='  ACM-TRAN-STATUS
              ' ACM-MAST-STATUS=' ACM-MAST-STATUS
    DISPLAY   'ACM-RPT-STATUS='   ACM-RPT-STATUS
              ' ACM-XREF-STATUS=' ACM-XREF-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

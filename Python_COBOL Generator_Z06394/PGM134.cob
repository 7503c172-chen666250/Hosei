      *>   - proves the combined record counts against the
      *>     consolidated trailer count - a partial summary missing
      *>     from SUMPART fails the run before finance sees a short
      *>     total - and proves every active region due daily on the
      *>     region master (REGNMST) has a combined summary row;
      *>   - counts the region reject partials (REJPART) and appends
      *>     ONE consolidated audit record for the logical day to
      *>     the standing audit log (PRTAUDIT, open extend): run
      *>
      *> MODIFICATION HISTORY
      *>   2026-09-01  CHEN  Initial version.
      *>   2026-10-15  CHEN  Every active region on the region
      *>                     master (REGNMST, layout RGNMSTR) that
      *>                     is due daily must now have a row on the
      *>                     combined summary or the consolidation
      *>                     fails (RC 8) with the region listed as
      *>                     MISSING.  CONSRPT carries one line per
      *>                     region with its name and combined count.
      *>                     The region table is widened to 20.
      *>   2026-10-15  CHEN  Region-by-currency records on the
      *>                     partials (non-blank currency) are
      *>                     combined by region and currency and
      *>                     written after the region records; they
      *>                     restate foreign items already counted on
      *>                     the region record, so they stay out of
      *>                     the trailer count proof.
      *>   2026-10-15  CHEN  Region table widened to 20 regions plus
      *>                     the '**' overflow entry program 123 can
      *>                     write, in line with PRTSUM.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "134".
    SELECT CNS-REPORT   ASSIGN TO CONSRPT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS CNS-RPT-STATUS.
    SELECT CNS-REGION-MASTER  ASSIGN TO REGNMST
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS RGM-REGION
                        FILE STATUS IS CNS-REGN-STATUS.

DATA DIVISION.
FILE SECTION.
    05  CSP-REC-COUNT      PIC 9(7).
    05  CSP-AMOUNT         PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  CSP-REC-KIND       PIC X(1).
    05  CSP-CURRENCY       PIC X(3).
    05  CSP-ORIG-AMOUNT    PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  CSP-FILLER         PIC X(27).

FD  CNS-REJ-PART RECORD CONTAINS 84 CHARACTERS RECORDING MODE F.

    05  CSO-REC-COUNT      PIC 9(7).
    05  CSO-AMOUNT         PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  CSO-REC-KIND       PIC X(1).
    05  CSO-CURRENCY       PIC X(3).
    05  CSO-ORIG-AMOUNT    PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  CSO-FILLER         PIC X(27).

FD  CNS-AUDIT  RECORD CONTAINS 76 CHARACTERS RECORDING MODE F.


01  CNS-REPORT-REC     PIC X(80).

FD  CNS-REGION-MASTER RECORD CONTAINS 80 CHARACTERS.

01  CNS-REGN-REC.
    COPY RGNMSTR.

WORKING-STORAGE SECTION.

01  CNS-COUNTERS.
    05  CNS-RESULT-SW     PIC X(1)  VALUE 'Y'.
        88  CNS-IN-BALANCE          VALUE 'Y'.
        88  CNS-OUT-OF-BALANCE      VALUE 'N'.
    05  CNS-RGN-EOF-SW    PIC X(1)  VALUE 'N'.
        88  CNS-RGN-EOF             VALUE 'Y'.
        88  CNS-RGN-NOT-EOF         VALUE 'N'.

01  CNS-FILE-STATUSES.
    05  CNS-DONE-STATUS      PIC X(2) VALUE SPACES.
    05  CNS-SOUT-STATUS      PIC X(2) VALUE SPACES.
    05  CNS-AUDIT-STATUS     PIC X(2) VALUE SPACES.
    05  CNS-RPT-STATUS       PIC X(2) VALUE SPACES.
    05  CNS-REGN-STATUS      PIC X(2) VALUE SPACES.

01  CNS-SUM-TABLE.
    05  CNS-SUM-ENTRY  OCCURS 21 TIMES.
        10  CST-REGION       PIC X(2).
        10  CST-COUNT        PIC 9(7).
        10  CST-AMOUNT       PIC S9(13)V99 COMP-3.
        10  CST-DUE-SW       PIC X(1).
            88  CST-DUE-TODAY         VALUE 'Y'.
            88  CST-NOT-DUE           VALUE 'N'.
01  CNS-SUM-USED          PIC 9(2) VALUE ZERO.
01  CNS-SUM-SUB           PIC 9(2) VALUE ZERO COMP.
01  CNS-SUM-FOUND-SW      PIC X(1) VALUE 'N'.
    88  CNS-SUM-NOT-FOUND           VALUE 'N'.
01  CNS-WORK-REGION       PIC X(2) VALUE SPACES.

01  CNS-CUR-TABLE.
    05  CNS-CUR-ENTRY  OCCURS 40 TIMES.
        10  CCT-REGION       PIC X(2).
        10  CCT-CURRENCY     PIC X(3).
        10  CCT-COUNT        PIC 9(7).
        10  CCT-AMOUNT       PIC S9(13)V99 COMP-3.
        10  CCT-ORIG         PIC S9(13)V99 COMP-3.
01  CNS-CUR-USED          PIC 9(2) VALUE ZERO.
01  CNS-CUR-SUB           PIC 9(2) VALUE ZERO COMP.
01  CNS-CUR-FOUND-SW      PIC X(1) VALUE 'N'.
    88  CNS-CUR-FOUND               VALUE 'Y'.
    88  CNS-CUR-NOT-FOUND           VALUE 'N'.
01  CNS-WORK-CURRENCY     PIC X(3) VALUE SPACES.

01  CNS-AUD-TIMES.
    05  CNS-EARLY-START      PIC 9(6) VALUE 999999.
    05  CNS-LATE-END         PIC 9(6) VALUE ZERO.

01  CNS-COND-CODE         PIC 9(4) VALUE ZERO.

01  CNS-REGION-LABEL.
    05  CRG-REGION         PIC X(2).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  CRG-NAME           PIC X(27).

01  CNS-RPT-LINE.
    05  CRL-LABEL          PIC X(30) VALUE SPACES.
    05  CRL-COUNT          PIC ZZZZZZ9.
    PERFORM  B500-VERIFY-DONE THRU B500-EXIT
    PERFORM  C000-READ-SUM-PART THRU C000-EXIT
        UNTIL CNS-SUM-EOF
    PERFORM  H000-MARK-DUE-REGIONS THRU H000-EXIT
    PERFORM  D000-COUNT-REJ-PART THRU D000-EXIT
        UNTIL CNS-REJ-EOF
    PERFORM  E000-READ-AUD-PART THRU E000-EXIT
    OPEN     OUTPUT   CNS-REPORT
    IF       CNS-RPT-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    CNS-REGION-MASTER
    IF       CNS-REGN-STATUS NOT = '00' AND CNS-REGN-STATUS NOT = '97'
        GO TO    A999-ABEND
    END-IF.
A100-EXIT.
    EXIT.
        SET      CNS-OUT-OF-BALANCE  TO TRUE
        GO TO C000-EXIT
    END-IF
    IF       CSP-CURRENCY NOT = SPACES
        PERFORM  C100-ADD-CURRENCY-PART THRU C100-EXIT
        GO TO C000-EXIT
    END-IF
    MOVE     CSP-REGION  TO CNS-WORK-REGION
    PERFORM  G000-LOCATE-SUM-ENTRY THRU G000-EXIT
    ADD      CSP-REC-COUNT  TO CST-COUNT (CNS-SUM-SUB)
C000-EXIT.
    EXIT.

C100-ADD-CURRENCY-PART.
    IF       CSP-ORIG-AMOUNT NOT NUMERIC
        DISPLAY  'PGM134 - NON-NUMERIC CURRENCY AMOUNT ON PARTIAL '
                 'SUMMARY RECORD ' CNS-SUM-READ ' ON SUMPART'
        SET      CNS-OUT-OF-BALANCE  TO TRUE
        GO TO C100-EXIT
    END-IF
    MOVE     CSP-REGION    TO CNS-WORK-REGION
    MOVE     CSP-CURRENCY  TO CNS-WORK-CURRENCY
    PERFORM  G400-LOCATE-CUR-ENTRY THRU G400-EXIT
    ADD      CSP-REC-COUNT    TO CCT-COUNT (CNS-CUR-SUB)
    ADD      CSP-AMOUNT       TO CCT-AMOUNT (CNS-CUR-SUB)
    ADD      CSP-ORIG-AMOUNT  TO CCT-ORIG (CNS-CUR-SUB).
C100-EXIT.
    EXIT.

D000-COUNT-REJ-PART.
    READ     CNS-REJ-PART
        AT END
    IF       CNS-SUM-FOUND
        GO TO    G000-EXIT
    END-IF
    IF       CNS-SUM-USED >= 21
        DISPLAY  'PGM134 - MORE THAN 21 REGION CODES ON SUMPART, '
                 'RUN TERMINATED'
        GO TO    A999-ABEND
    END-IF
    MOVE     CNS-SUM-USED     TO CNS-SUM-SUB
    MOVE     CNS-WORK-REGION  TO CST-REGION (CNS-SUM-SUB)
    MOVE     ZERO  TO CST-COUNT (CNS-SUM-SUB)
    MOVE     ZERO  TO CST-AMOUNT (CNS-SUM-SUB)
    SET      CST-NOT-DUE (CNS-SUM-SUB)  TO TRUE.
G000-EXIT.
    EXIT.

G100-EXIT.
    EXIT.

G400-LOCATE-CUR-ENTRY.
    SET      CNS-CUR-NOT-FOUND  TO TRUE
    MOVE     ZERO  TO CNS-CUR-SUB
    PERFORM  G450-SCAN-CUR-TABLE THRU G450-EXIT
        UNTIL CNS-CUR-FOUND OR CNS-CUR-SUB >= CNS-CUR-USED
    IF       CNS-CUR-FOUND
        GO TO    G400-EXIT
    END-IF
    IF       CNS-CUR-USED >= 40
        DISPLAY  'PGM134 - MORE THAN 40 REGION/CURRENCY TOTALS ON '
                 'SUMPART, RUN TERMINATED'
        GO TO    A999-ABEND
    END-IF
    ADD      1  TO CNS-CUR-USED
    MOVE     CNS-CUR-USED       TO CNS-CUR-SUB
    MOVE     CNS-WORK-REGION    TO CCT-REGION (CNS-CUR-SUB)
    MOVE     CNS-WORK-CURRENCY  TO CCT-CURRENCY (CNS-CUR-SUB)
    MOVE     ZERO  TO CCT-COUNT (CNS-CUR-SUB)
    MOVE     ZERO  TO CCT-AMOUNT (CNS-CUR-SUB)
    MOVE     ZERO  TO CCT-ORIG (CNS-CUR-SUB).
G400-EXIT.
    EXIT.

G450-SCAN-CUR-TABLE.
    ADD      1  TO CNS-CUR-SUB
    IF       CCT-REGION (CNS-CUR-SUB) = CNS-WORK-REGION
         AND CCT-CURRENCY (CNS-CUR-SUB) = CNS-WORK-CURRENCY
        SET      CNS-CUR-FOUND  TO TRUE
    END-IF.
G450-EXIT.
    EXIT.

G800-CLEAR-SUM-TABLE.
    MOVE     ZERO  TO CNS-SUM-USED
    PERFORM  G850-CLEAR-SUM-ENTRY THRU G850-EXIT
        VARYING CNS-SUM-SUB FROM 1 BY 1
        UNTIL CNS-SUM-SUB > 21
    MOVE     ZERO  TO CNS-CUR-USED
    PERFORM  G870-CLEAR-CUR-ENTRY THRU G870-EXIT
        VARYING CNS-CUR-SUB FROM 1 BY 1
        UNTIL CNS-CUR-SUB > 40.
G800-EXIT.
    EXIT.

G850-CLEAR-SUM-ENTRY.
    MOVE     SPACES  TO CST-REGION (CNS-SUM-SUB)
    MOVE     ZERO    TO CST-COUNT (CNS-SUM-SUB)
    MOVE     ZERO    TO CST-AMOUNT (CNS-SUM-SUB)
    SET      CST-NOT-DUE (CNS-SUM-SUB)  TO TRUE.
G850-EXIT.
    EXIT.

G870-CLEAR-CUR-ENTRY.
    MOVE     SPACES  TO CCT-REGION (CNS-CUR-SUB)
    MOVE     SPACES  TO CCT-CURRENCY (CNS-CUR-SUB)
    MOVE     ZERO    TO CCT-COUNT (CNS-CUR-SUB)
    MOVE     ZERO    TO CCT-AMOUNT (CNS-CUR-SUB)
    MOVE     ZERO    TO CCT-ORIG (CNS-CUR-SUB).
G870-EXIT.
    EXIT.

H000-MARK-DUE-REGIONS.
    SET      CNS-RGN-NOT-EOF  TO TRUE
    MOVE     LOW-VALUES  TO RGM-REGION
    START    CNS-REGION-MASTER KEY >= RGM-REGION
        INVALID KEY
            SET      CNS-RGN-EOF  TO TRUE
    END-START
    PERFORM  H100-MARK-DUE-REGION THRU H100-EXIT
        UNTIL CNS-RGN-EOF.
H000-EXIT.
    EXIT.

H100-MARK-DUE-REGION.
    READ     CNS-REGION-MASTER NEXT
        AT END
            SET      CNS-RGN-EOF  TO TRUE
            GO TO    H100-EXIT
    END-READ
    IF       NOT RGM-ACTIVE
          OR RGM-EXPECTED-EXTRACTS NOT NUMERIC
          OR RGM-EXPECTED-EXTRACTS = 0
        GO TO    H100-EXIT
    END-IF
    MOVE     RGM-REGION  TO CNS-WORK-REGION
    PERFORM  G000-LOCATE-SUM-ENTRY THRU G000-EXIT
    SET      CST-DUE-TODAY (CNS-SUM-SUB)  TO TRUE.
H100-EXIT.
    EXIT.

H200-PRINT-REGION-LINE.
    MOVE     CST-REGION (CNS-SUM-SUB)  TO CRG-REGION
    MOVE     CST-REGION (CNS-SUM-SUB)  TO RGM-REGION
    READ     CNS-REGION-MASTER
        INVALID KEY
            MOVE     'NOT ON REGION MASTER'  TO RGM-NAME
    END-READ
    MOVE     RGM-NAME                  TO CRG-NAME
    MOVE     CNS-REGION-LABEL          TO CRL-LABEL
    MOVE     CST-COUNT (CNS-SUM-SUB)   TO CRL-COUNT
    IF       CST-COUNT (CNS-SUM-SUB) = 0
         AND CST-DUE-TODAY (CNS-SUM-SUB)
        MOVE     'MISSING'  TO CRL-VERDICT
        DISPLAY  'PGM134 - ACTIVE REGION ' CST-REGION (CNS-SUM-SUB)
                 ' ' RGM-NAME ' HAS NO ROW ON THE COMBINED SUMMARY'
        SET      CNS-OUT-OF-BALANCE  TO TRUE
    ELSE
        MOVE     'OK'       TO CRL-VERDICT
    END-IF
    WRITE    CNS-REPORT-REC FROM CNS-RPT-LINE.
H200-EXIT.
    EXIT.

G900-WRITE-SUM-REC.
    IF       CST-COUNT (CNS-SUM-SUB) = 0
        GO TO    G900-EXIT
    MOVE     CST-REGION (CNS-SUM-SUB)  TO CSO-REGION
    MOVE     CST-COUNT (CNS-SUM-SUB)   TO CSO-REC-COUNT
    MOVE     CST-AMOUNT (CNS-SUM-SUB)  TO CSO-AMOUNT
    MOVE     ZERO          TO CSO-ORIG-AMOUNT
    WRITE    CNS-SUM-OUT-REC.
G900-EXIT.
    EXIT.

G950-WRITE-CURRENCY-REC.
    IF       CCT-COUNT (CNS-CUR-SUB) = 0
        GO TO    G950-EXIT
    END-IF
    MOVE     SPACES        TO CNS-SUM-OUT-REC
    MOVE     CNS-RUN-DATE  TO CSO-RUN-DATE
    MOVE     CCT-REGION (CNS-CUR-SUB)    TO CSO-REGION
    MOVE     CCT-COUNT (CNS-CUR-SUB)     TO CSO-REC-COUNT
    MOVE     CCT-AMOUNT (CNS-CUR-SUB)    TO CSO-AMOUNT
    MOVE     CCT-CURRENCY (CNS-CUR-SUB)  TO CSO-CURRENCY
    MOVE     CCT-ORIG (CNS-CUR-SUB)      TO CSO-ORIG-AMOUNT
    WRITE    CNS-SUM-OUT-REC.
G950-EXIT.
    EXIT.

A900-TERMINATE.
    IF       CNS-COMBINED-COUNT NOT = CNS-TRAILER-COUNT
        DISPLAY  'PGM134 - COMBINED SUMMARY COUNT '
    MOVE     'REGION AUDIT RECORDS MATCHED'  TO CRL-LABEL
    MOVE     CNS-AUD-MATCHED     TO CRL-COUNT
    WRITE    CNS-REPORT-REC FROM CNS-RPT-LINE
    MOVE     'REGION/CURRENCY TOTALS MERGED' TO CRL-LABEL
    MOVE     CNS-CUR-USED        TO CRL-COUNT
    WRITE    CNS-REPORT-REC FROM CNS-RPT-LINE
    PERFORM  H200-PRINT-REGION-LINE THRU H200-EXIT
        VARYING CNS-SUM-SUB FROM 1 BY 1
        UNTIL CNS-SUM-SUB > CNS-SUM-USED
    MOVE     SPACES              TO CRL-VERDICT
    IF       CNS-IN-BALANCE
        PERFORM  G900-WRITE-SUM-REC THRU G900-EXIT
            VARYING CNS-SUM-SUB FROM 1 BY 1
            UNTIL CNS-SUM-SUB > CNS-SUM-USED
        PERFORM  G950-WRITE-CURRENCY-REC THRU G950-EXIT
            VARYING CNS-CUR-SUB FROM 1 BY 1
            UNTIL CNS-CUR-SUB > CNS-CUR-USED
        PERFORM  A950-WRITE-AUDIT-REC THRU A950-EXIT
        MOVE     'CONSOLIDATION PROVED'  TO CRL-LABEL
        MOVE     CNS-COMBINED-COUNT  TO CRL-COUNT
    CLOSE    CNS-AUD-PART
    CLOSE    CNS-SUM-OUT
    CLOSE    CNS-AUDIT
    CLOSE    CNS-REGION-MASTER
    CLOSE    CNS-REPORT.
A900-EXIT.
    EXIT.
              ' CNS-APART-STATUS='  CNS-APART-STATUS
    DISPLAY   'CNS-SOUT-STATUS='    CNS-SOUT-STATUS
              ' CNS-AUDIT-STATUS='  CNS-AUDIT-STATUS
    DISPLAY   'CNS-REGN-STATUS='    CNS-REGN-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

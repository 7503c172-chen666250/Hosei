      *>     trailer counts, each partial having first been proved
      *>     against its own trailer as it was crossed.
      *>
      *> Every active region on the region master that is due daily
      *> must supply exactly one partial, so a missing region fails
      *> the merge instead of shipping a short file.  Any structural
      *> fault - details outside a header/trailer pair, a partial
      *> whose trailer count does not match its details, mismatched
      *> run dates, a missing trailer at end of input, a partial for
      *> an unknown, inactive or repeated region, or an active region
      *> with no partial - ends with return code 8 and the
      *> consolidated file is not released.
      *>
      *> MODIFICATION HISTORY
      *>   2026-08-22  CHEN  Initial version.
      *>   2026-10-15  CHEN  Region arrival is now proved from the
      *>                     region master (REGNMST, layout RGNMSTR)
      *>                     instead of a CONSCARD partial count,
      *>                     which is retired.  Each partial header
      *>                     carries the region its program 123 run
      *>                     was for (HDR-STREAM-REGION, cols 10-11);
      *>                     a partial with no region, for a region
      *>                     that is unknown or inactive on the
      *>                     master, or for a region already merged
      *>                     fails the merge, and at end of input
      *>                     every active region due daily (expected
      *>                     extracts > 0) must have supplied a
      *>                     partial or the merge fails naming the
      *>                     missing region.  Each merged partial is
      *>                     listed with its region name and detail
      *>                     count.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "128".
    SELECT CONS-DONE    ASSIGN TO CONSDONE
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS CONS-DONE-STATUS.
    SELECT CONS-REGION-MASTER  ASSIGN TO REGNMST
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS RGM-REGION
                        FILE STATUS IS CONS-REGN-STATUS.

DATA DIVISION.
FILE SECTION.
01  CONS-PART-HDR  REDEFINES CONS-PART-REC.
    05  FILLER             PIC X(1).
    05  CONS-HDR-RUN-DATE  PIC X(8).
    05  CONS-HDR-REGION    PIC X(2).
    05  FILLER             PIC X(69).

01  CONS-PART-TRL  REDEFINES CONS-PART-REC.
    05  FILLER             PIC X(1).
    05  CONS-OUT-TRL-COUNT PIC 9(7).
    05  FILLER             PIC X(64).

FD  CONS-REGION-MASTER RECORD CONTAINS 80 CHARACTERS.

01  CONS-REGN-REC.
    COPY RGNMSTR.

WORKING-STORAGE SECTION.

    05  CONS-PARTIAL-COUNT  PIC 9(2) VALUE ZERO.
    05  CONS-PART-DETAILS   PIC 9(7) VALUE ZERO.
    05  CONS-TOTAL-DETAILS  PIC 9(7) VALUE ZERO.
    05  CONS-DUE-COUNT      PIC 9(2) VALUE ZERO.

01  CONS-RUN-DATE          PIC X(8) VALUE SPACES.

    05  CONS-OPEN-SWITCH   PIC X(1)  VALUE 'N'.
        88  CONS-PART-OPEN           VALUE 'Y'.
        88  CONS-PART-NOT-OPEN       VALUE 'N'.
    05  CONS-RGN-EOF-SWITCH PIC X(1) VALUE 'N'.
        88  CONS-RGN-EOF             VALUE 'Y'.
        88  CONS-RGN-NOT-EOF         VALUE 'N'.
    05  CONS-SEEN-SWITCH   PIC X(1)  VALUE 'N'.
        88  CONS-SEEN-FOUND          VALUE 'Y'.
        88  CONS-SEEN-NOT-FOUND      VALUE 'N'.
    05  CONS-MISSING-SWITCH PIC X(1) VALUE 'N'.
        88  CONS-REGION-MISSING      VALUE 'Y'.
        88  CONS-NONE-MISSING        VALUE 'N'.

01  CONS-PART-REGION       PIC X(2) VALUE SPACES.
01  CONS-PART-NAME         PIC X(30) VALUE SPACES.
01  CONS-WORK-REGION       PIC X(2) VALUE SPACES.
01  CONS-SEEN-TABLE.
    05  CONS-SEEN-REGION   PIC X(2) OCCURS 20 TIMES.
01  CONS-SEEN-SUB          PIC 9(2) VALUE ZERO COMP.

01  CONS-FILE-STATUSES.
    05  CONS-PART-STATUS     PIC X(2) VALUE SPACES.
    05  CONS-DONE-STATUS     PIC X(2) VALUE SPACES.
    05  CONS-REGN-STATUS     PIC X(2) VALUE SPACES.

PROCEDURE DIVISION.

    STOP RUN.

A100-INITIALIZE.
    OPEN     INPUT    CONS-REGION-MASTER
    IF       CONS-REGN-STATUS NOT = '00' AND CONS-REGN-STATUS NOT = '97'
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    CONS-PART
    IF       CONS-PART-STATUS NOT = '00'
            GO TO    A998-MERGE-FAIL
        END-IF
    END-IF
    PERFORM  C050-CHECK-PART-REGION THRU C050-EXIT
    SET      CONS-PART-OPEN  TO TRUE
    MOVE     ZERO  TO CONS-PART-DETAILS
    ADD      1  TO CONS-PARTIAL-COUNT
    MOVE     CONS-PART-REGION  TO CONS-SEEN-REGION (CONS-PARTIAL-COUNT).
C000-EXIT.
    EXIT.

C050-CHECK-PART-REGION.
    MOVE     CONS-HDR-REGION  TO CONS-PART-REGION
    IF       CONS-PART-REGION = SPACES
        DISPLAY  'PGM128 - PARTIAL ' CONS-PARTIAL-COUNT
                 ' CARRIES NO REGION ON ITS HEADER - CHECK THE '
                 'STREAM REGION ON THE REGION''S PRTCARD'
        GO TO    A998-MERGE-FAIL
    END-IF
    IF       CONS-PARTIAL-COUNT >= 20
        DISPLAY  'PGM128 - MORE THAN 20 PARTIALS ON CONSPART'
        GO TO    A998-MERGE-FAIL
    END-IF
    MOVE     CONS-PART-REGION  TO RGM-REGION
    READ     CONS-REGION-MASTER
        INVALID KEY
            DISPLAY  'PGM128 - PARTIAL FOR REGION ' CONS-PART-REGION
                     ' - REGION IS NOT ON THE REGION MASTER'
            GO TO    A998-MERGE-FAIL
    END-READ
    IF       NOT RGM-ACTIVE
        DISPLAY  'PGM128 - PARTIAL FOR REGION ' CONS-PART-REGION
                 ' ' RGM-NAME ' - REGION IS INACTIVE'
        GO TO    A998-MERGE-FAIL
    END-IF
    MOVE     RGM-NAME          TO CONS-PART-NAME
    MOVE     CONS-PART-REGION  TO CONS-WORK-REGION
    PERFORM  C500-FIND-SEEN THRU C500-EXIT
    IF       CONS-SEEN-FOUND
        DISPLAY  'PGM128 - SECOND PARTIAL FOR REGION '
                 CONS-PART-REGION ' ' CONS-PART-NAME
        GO TO    A998-MERGE-FAIL
    END-IF.
C050-EXIT.
    EXIT.

C100-PROCESS-PART-TRL.
    IF       CONS-PART-NOT-OPEN
        DISPLAY  'PGM128 - PARTIAL TRAILER FOUND WITH NO OPEN '
                 ' DETAILS MERGED'
        GO TO    A998-MERGE-FAIL
    END-IF
    DISPLAY  'PGM128 - REGION ' CONS-PART-REGION ' '
             CONS-PART-NAME ' MERGED, ' CONS-PART-DETAILS
             ' DETAILS'
    SET      CONS-PART-NOT-OPEN  TO TRUE.
C100-EXIT.
    EXIT.

C500-FIND-SEEN.
    SET      CONS-SEEN-NOT-FOUND  TO TRUE
    MOVE     ZERO  TO CONS-SEEN-SUB
    PERFORM  C550-SCAN-SEEN THRU C550-EXIT
        UNTIL CONS-SEEN-FOUND OR CONS-SEEN-SUB >= CONS-PARTIAL-COUNT.
C500-EXIT.
    EXIT.

C550-SCAN-SEEN.
    ADD      1  TO CONS-SEEN-SUB
    IF       CONS-SEEN-REGION (CONS-SEEN-SUB) = CONS-WORK-REGION
        SET      CONS-SEEN-FOUND  TO TRUE
    END-IF.
C550-EXIT.
    EXIT.

D000-PROVE-ARRIVALS.
    SET      CONS-NONE-MISSING  TO TRUE
    SET      CONS-RGN-NOT-EOF   TO TRUE
    MOVE     LOW-VALUES  TO RGM-REGION
    START    CONS-REGION-MASTER KEY >= RGM-REGION
        INVALID KEY
            SET      CONS-RGN-EOF  TO TRUE
    END-START
    PERFORM  D100-PROVE-REGION THRU D100-EXIT
        UNTIL CONS-RGN-EOF.
D000-EXIT.
    EXIT.

D100-PROVE-REGION.
    READ     CONS-REGION-MASTER NEXT
        AT END
            SET      CONS-RGN-EOF  TO TRUE
            GO TO    D100-EXIT
    END-READ
    IF       NOT RGM-ACTIVE
          OR RGM-EXPECTED-EXTRACTS NOT NUMERIC
          OR RGM-EXPECTED-EXTRACTS = 0
        GO TO    D100-EXIT
    END-IF
    ADD      1  TO CONS-DUE-COUNT
    MOVE     RGM-REGION  TO CONS-WORK-REGION
    PERFORM  C500-FIND-SEEN THRU C500-EXIT
    IF       CONS-SEEN-NOT-FOUND
        DISPLAY  'PGM128 - NO PARTIAL FOR ACTIVE REGION '
                 RGM-REGION ' ' RGM-NAME
                 ' (CONTACT ' RGM-CONTACT ')'
        SET      CONS-REGION-MISSING  TO TRUE
    END-IF.
D100-EXIT.
    EXIT.

A900-TERMINATE.
    IF       CONS-PART-OPEN
        DISPLAY  'PGM128 - END OF CONSPART REACHED WITH NO TRAILER '
        DISPLAY  'PGM128 - NO PARTIALS FOUND ON CONSPART'
        GO TO    A998-MERGE-FAIL
    END-IF
    PERFORM  D000-PROVE-ARRIVALS THRU D000-EXIT
    IF       CONS-REGION-MISSING
        GO TO    A998-MERGE-FAIL
    END-IF
    DISPLAY  'PGM128 - ' CONS-PARTIAL-COUNT ' PARTIALS MERGED, '
             CONS-DUE-COUNT ' ACTIVE REGIONS DUE ON THE REGION MASTER'
    MOVE     SPACES             TO CONS-DONE-REC
    SET      CONS-DONE-TRAILER  TO TRUE
    MOVE     CONS-RUN-DATE      TO CONS-OUT-TRL-DATE
    WRITE    CONS-DONE-REC
    MOVE     0  TO RETURN-CODE
    CLOSE    CONS-PART
    CLOSE    CONS-DONE
    CLOSE    CONS-REGION-MASTER.
A900-EXIT.
    EXIT.

    MOVE      8  TO RETURN-CODE
    CLOSE    CONS-PART
    CLOSE    CONS-DONE
    CLOSE    CONS-REGION-MASTER
    STOP RUN.

A999-ABEND.
    DISPLAY   'PGM128 - FATAL ERROR OPENING A FILE, RUN TERMINATED'
    DISPLAY   'CONS-PART-STATUS='  CONS-PART-STATUS
              ' CONS-DONE-STATUS=' CONS-DONE-STATUS
    DISPLAY   'CONS-REGN-STATUS='  CONS-REGN-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

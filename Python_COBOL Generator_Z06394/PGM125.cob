      *>
      *> MODIFICATION HISTORY
      *>   2026-08-22  CHEN  Initial version.
      *>   2026-10-15  CHEN  PGM142 appends a backout record
      *>                     (AUD-REC-KIND 'B', carved from
      *>                     AUD-FILLER) when a released day is
      *>                     backed out.  It is not a run attempt:
      *>                     it is printed on a line of its own,
      *>                     flagged BACKED OUT with the region
      *>                     (or ALL), the details reversed and the
      *>                     backout's condition code, and left out
      *>                     of the day grouping and the volume and
      *>                     elapsed totals.  The summary counts the
      *>                     backouts on the log.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "125".
    05  AUD-RECS-REJECTED     PIC 9(5).
    05  AUD-COND-CODE         PIC 9(4).
    05  AUD-EXTRACT-COUNT     PIC 9(2).
    05  AUD-REC-KIND          PIC X(1).
        88  AUD-RUN-ATTEMPT             VALUE SPACE.
        88  AUD-BACKOUT                 VALUE 'B'.
    05  AUD-BKO-REGION        PIC X(2).
    05  AUD-BKO-DATE          PIC 9(8).
    05  AUD-FILLER            PIC X(27).

FD  AUD-REPORT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

    05  TOT-BAD-CC-DAYS      PIC 9(5)  VALUE ZERO.
    05  TOT-WORST-ELAPSED    PIC 9(7)  VALUE ZERO.
    05  TOT-WORST-DATE       PIC 9(8)  VALUE ZERO.
    05  TOT-BACKOUT-COUNT    PIC 9(5)  VALUE ZERO.

01  AUD-ELAPSED-WORK.
    05  ELAPSED-SECONDS      PIC S9(7) VALUE ZERO COMP.
    IF       AUD-RUN-DATE NOT NUMERIC
        GO TO B000-EXIT
    END-IF
    IF       AUD-BACKOUT
        PERFORM  C300-PRINT-BACKOUT-LINE THRU C300-EXIT
        GO TO B000-EXIT
    END-IF
    IF       AUD-FIRST-REC
        SET      AUD-NOT-FIRST  TO TRUE
        PERFORM  C200-START-NEW-DAY THRU C200-EXIT
C200-EXIT.
    EXIT.

C300-PRINT-BACKOUT-LINE.
    ADD      1  TO TOT-BACKOUT-COUNT
    MOVE     AUD-RUN-DATE        TO DET-RUN-DATE
    MOVE     ZERO                TO DET-ATTEMPTS
    MOVE     AUD-RECS-PROCESSED  TO DET-PROCESSED
    MOVE     ZERO                TO DET-REJECTED
    MOVE     ZERO                TO DET-REJ-RATE
    PERFORM  D000-COMPUTE-ELAPSED THRU D000-EXIT
    MOVE     ELAPSED-SECONDS     TO ELAPSED-WORK
    PERFORM  D200-FORMAT-ELAPSED THRU D200-EXIT
    MOVE     ELAPSED-HH          TO DET-ELAPSED-HH
    MOVE     ELAPSED-MM          TO DET-ELAPSED-MM
    MOVE     ELAPSED-SS          TO DET-ELAPSED-SS
    MOVE     ZERO                TO DET-EXTR-COUNT
    MOVE     AUD-COND-CODE       TO DET-COND-CODE
    MOVE     SPACES              TO DET-FLAGS
    IF       AUD-BKO-REGION = SPACES
        MOVE     'BACKED OUT ALL'  TO DET-FLAGS
    ELSE
        STRING   'BACKED OUT ' AUD-BKO-REGION
            DELIMITED BY SIZE INTO DET-FLAGS
    END-IF
    WRITE    AUD-REPORT-REC FROM AUD-DETAIL-LINE.
C300-EXIT.
    EXIT.

D000-COMPUTE-ELAPSED.
    MOVE     AUD-START-TIME  TO AUD-ELAPSED-WORK-TIME-X
    MOVE     TIME-HH   TO ELAPSED-HH
    MOVE     'DAYS WITH NONZERO COND CODE' TO SUM-LABEL
    MOVE     TOT-BAD-CC-DAYS              TO SUM-VALUE
    WRITE    AUD-REPORT-REC FROM AUD-SUMMARY-LINE
    MOVE     'DAY BACKOUTS ON LOG'        TO SUM-LABEL
    MOVE     TOT-BACKOUT-COUNT            TO SUM-VALUE
    WRITE    AUD-REPORT-REC FROM AUD-SUMMARY-LINE
    CLOSE    AUD-IN
    CLOSE    AUD-REPORT.
A900-EXIT.

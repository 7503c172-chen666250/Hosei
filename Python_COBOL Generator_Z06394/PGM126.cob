      *>   (2) detail records actually on PRTDONE (BALDONE - the 'D'
      *>       records), proved against PRT-TRL-REC-COUNT on the 'T'
      *>       trailer record;
      *>   (3) rejects on PRTREJ (BALREJ);
      *>   (4) future-dated details held on the pending file, and
      *>       held details released from it today, as logged on
      *>       PRTHELD (BALHELD - 'H' and 'R' records).
      *>
      *> The run balances only when read-count plus released-count
      *> equals done-count plus reject-count plus held-count AND the
      *> PRTDONE trailer count equals the detail records counted on
      *> the file.  A one-line verdict per leg and
      *> the final result are written to BALRPT.  Return code 0 means
      *> balanced - the release step in PGM123J keys on it; any
      *> out-of-balance condition ends with return code 8 so nothing
      *>
      *> MODIFICATION HISTORY
      *>   2026-08-22  CHEN  Initial version.
      *>   2026-10-15  CHEN  Added the held/released leg (BALHELD,
      *>                     optional - an empty or absent file
      *>                     balances as before).
      *>   2026-10-15  CHEN  BALHELD open failures other than an
      *>                     absent file now abend instead of being
      *>                     taken as an empty held leg.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "126".
    SELECT BAL-REJECT   ASSIGN TO BALREJ
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS BAL-REJ-STATUS.
    SELECT OPTIONAL BAL-HELD
                        ASSIGN TO BALHELD
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS BAL-HELD-STATUS.
    SELECT BAL-REPORT   ASSIGN TO BALRPT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS BAL-RPT-STATUS.
    05  BAL-REJ-REASON     PIC X(4).
    05  BAL-REJ-ORIG-REC   PIC X(80).

FD  BAL-HELD RECORD CONTAINS 90 CHARACTERS RECORDING MODE F.

01  BAL-HELD-REC.
    05  BAL-HLD-ACTION     PIC X(1).
        88  BAL-HLD-HELD            VALUE 'H'.
        88  BAL-HLD-RELEASED        VALUE 'R'.
    05  FILLER             PIC X(89).

FD  BAL-REPORT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  BAL-REPORT-REC     PIC X(80).
    05  BAL-TRAILER-COUNT  PIC 9(7) VALUE ZERO.
    05  BAL-TRAILER-SEEN   PIC 9(3) VALUE ZERO.
    05  BAL-EXPECTED-DONE  PIC 9(7) VALUE ZERO.
    05  BAL-HELD-COUNT     PIC 9(7) VALUE ZERO.
    05  BAL-RLSE-COUNT     PIC 9(7) VALUE ZERO.
    05  BAL-PRESENTED      PIC 9(7) VALUE ZERO.

01  YYYYMMDD          PIC 9(8).

        88  BAL-DONE-EOF            VALUE 'Y'.
    05  BAL-REJ-EOF-SW    PIC X(1)  VALUE 'N'.
        88  BAL-REJ-EOF             VALUE 'Y'.
    05  BAL-HELD-EOF-SW   PIC X(1)  VALUE 'N'.
        88  BAL-HELD-EOF            VALUE 'Y'.
    05  BAL-RESULT-SW     PIC X(1)  VALUE 'Y'.
        88  BAL-IN-BALANCE          VALUE 'Y'.
        88  BAL-OUT-OF-BALANCE      VALUE 'N'.
    05  BAL-LINE-STATUS      PIC X(2) VALUE SPACES.
    05  BAL-DONE-STATUS      PIC X(2) VALUE SPACES.
    05  BAL-REJ-STATUS       PIC X(2) VALUE SPACES.
    05  BAL-HELD-STATUS      PIC X(2) VALUE SPACES.
    05  BAL-RPT-STATUS       PIC X(2) VALUE SPACES.

01  BAL-RPT-LINE.
        UNTIL BAL-DONE-EOF
    PERFORM  B300-COUNT-REJECT-REC THRU B300-EXIT
        UNTIL BAL-REJ-EOF
    PERFORM  B400-COUNT-HELD-REC THRU B400-EXIT
        UNTIL BAL-HELD-EOF
    PERFORM  A900-TERMINATE THRU A900-EXIT
    STOP RUN.

    IF       BAL-REJ-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    BAL-HELD
    IF       BAL-HELD-STATUS = '05'
        SET      BAL-HELD-EOF  TO TRUE
    ELSE
        IF       BAL-HELD-STATUS NOT = '00'
            GO TO    A999-ABEND
        END-IF
    END-IF
    OPEN     OUTPUT   BAL-REPORT
    IF       BAL-RPT-STATUS NOT = '00'
        GO TO    A999-ABEND
B300-EXIT.
    EXIT.

B400-COUNT-HELD-REC.
    READ     BAL-HELD
        AT END
            SET  BAL-HELD-EOF TO TRUE
            GO TO B400-EXIT
    END-READ
    IF       BAL-HLD-HELD
        ADD      1  TO BAL-HELD-COUNT
    END-IF
    IF       BAL-HLD-RELEASED
        ADD      1  TO BAL-RLSE-COUNT
    END-IF.
B400-EXIT.
    EXIT.

A900-TERMINATE.
    MOVE     YYYYMMDD  TO BRH-RUN-DATE
    WRITE    BAL-REPORT-REC FROM BAL-RPT-HEADER
    MOVE     'REJECT RECORDS ON PRTREJ'      TO BRL-LABEL
    MOVE     BAL-REJ-COUNT   TO BRL-COUNT
    WRITE    BAL-REPORT-REC FROM BAL-RPT-LINE
    MOVE     'HELD FOR A FUTURE DATE'        TO BRL-LABEL
    MOVE     BAL-HELD-COUNT  TO BRL-COUNT
    WRITE    BAL-REPORT-REC FROM BAL-RPT-LINE
    MOVE     'RELEASED FROM PENDING'         TO BRL-LABEL
    MOVE     BAL-RLSE-COUNT  TO BRL-COUNT
    WRITE    BAL-REPORT-REC FROM BAL-RPT-LINE
    MOVE     'PRTDONE TRAILER COUNT'         TO BRL-LABEL
    MOVE     BAL-TRAILER-COUNT  TO BRL-COUNT
    WRITE    BAL-REPORT-REC FROM BAL-RPT-LINE
    ADD      BAL-DONE-COUNT  BAL-REJ-COUNT  BAL-HELD-COUNT
        GIVING BAL-EXPECTED-DONE
    ADD      BAL-LINE-COUNT  TO BAL-RLSE-COUNT
        GIVING BAL-PRESENTED
    IF       BAL-PRESENTED NOT = BAL-EXPECTED-DONE
        SET      BAL-OUT-OF-BALANCE  TO TRUE
        MOVE     'READ+RLSE VS DONE+REJ+HELD'  TO BRL-LABEL
        MOVE     BAL-EXPECTED-DONE      TO BRL-COUNT
        MOVE     'OUT OF BALANCE'       TO BRL-VERDICT
        WRITE    BAL-REPORT-REC FROM BAL-RPT-LINE
                 'READ=' BAL-LINE-COUNT
                 ' DONE=' BAL-DONE-COUNT
                 ' REJ=' BAL-REJ-COUNT
                 ' HELD=' BAL-HELD-COUNT
                 ' RLSE=' BAL-RLSE-COUNT
                 ' TRL=' BAL-TRAILER-COUNT
        MOVE     0008  TO BAL-COND-CODE
    END-IF
    CLOSE    BAL-LINE
    CLOSE    BAL-DONE
    CLOSE    BAL-REJECT
    CLOSE    BAL-HELD
    CLOSE    BAL-REPORT.
A900-EXIT.
    EXIT.
              ' BAL-DONE-STATUS=' BAL-DONE-STATUS
    DISPLAY   'BAL-REJ-STATUS='   BAL-REJ-STATUS
              ' BAL-RPT-STATUS='  BAL-RPT-STATUS
    DISPLAY   'BAL-HELD-STATUS='  BAL-HELD-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

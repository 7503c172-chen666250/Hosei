      *>
      *> MODIFICATION HISTORY
      *>   2026-09-01  CHEN  Initial version.
      *>   2026-10-15  CHEN  The log key is now run date +
      *>                     transmission type ('D' daily extract,
      *>                     'B' PGM142 backout reversal file) +
      *>                     region (blank for the daily extract).
      *>                     ACKIN carries the type in col 16 and
      *>                     the region in col 17-18; a blank type
      *>                     is a daily acknowledgment, as every
      *>                     acknowledgment was before.  The report
      *>                     shows the type and region of each
      *>                     entry.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "135".
    SELECT XMT-LOG      ASSIGN TO XMITLOG
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS XMT-KEY
                        FILE STATUS IS XMT-LOG-STATUS.
    SELECT XMT-REPORT   ASSIGN TO XMTRPT
                        ORGANIZATION IS SEQUENTIAL
01  XMT-ACK-REC.
    05  ACK-RUN-DATE       PIC 9(8).
    05  ACK-LOAD-COUNT     PIC 9(7).
    05  ACK-XMIT-TYPE      PIC X(1).
    05  ACK-XMIT-REGION    PIC X(2).
    05  ACK-FILLER         PIC X(62).

FD  XMT-LOG RECORD CONTAINS 80 CHARACTERS.

01  XMT-LOG-REC.
    05  XMT-KEY.
        10  XMT-RUN-DATE   PIC 9(8).
        10  XMT-XMIT-TYPE  PIC X(1).
            88  XMT-DAILY           VALUE 'D'.
            88  XMT-BACKOUT         VALUE 'B'.
        10  XMT-XMIT-REGION PIC X(2).
    05  XMT-DETAIL-COUNT   PIC 9(7).
    05  XMT-TOTAL-AMOUNT   PIC S9(15)V99
                           SIGN IS LEADING SEPARATE.
        88  XMT-ACK-ERROR           VALUE 'E'.
    05  XMT-ACK-DATE       PIC 9(8).
    05  XMT-ACK-COUNT      PIC 9(7).
    05  XMT-FILLER         PIC X(14).

FD  XMT-REPORT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

01  XMT-HEADING-2.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(44)  VALUE
        'RUN DATE  TYPE  CUT COUNT  ACK COUNT  DAYS  '.
    05  FILLER   PIC X(6)   VALUE 'RESULT'.
    05  FILLER   PIC X(82)  VALUE SPACES.

01  XMT-DETAIL-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  DET-RUN-DATE      PIC 9(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-XMIT-TYPE     PIC X(1).
    05  DET-XMIT-REGION   PIC X(2).
    05  FILLER            PIC X(5)  VALUE SPACES.
    05  DET-CUT-COUNT     PIC Z(6)9.
    05  FILLER            PIC X(4)  VALUE SPACES.
    05  DET-ACK-COUNT     PIC Z(6)9.
    05  DET-DAYS          PIC ZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DET-RESULT        PIC X(14).
    05  FILLER            PIC X(73) VALUE SPACES.

01  XMT-SUMMARY-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
        GO TO    A999-ABEND
    END-IF
    MOVE     ACK-RUN-DATE  TO XMT-RUN-DATE
    IF       ACK-XMIT-TYPE = SPACE
        SET      XMT-DAILY  TO TRUE
    ELSE
        MOVE     ACK-XMIT-TYPE  TO XMT-XMIT-TYPE
    END-IF
    MOVE     ACK-XMIT-REGION  TO XMT-XMIT-REGION
    READ     XMT-LOG
        INVALID KEY
            ADD      1  TO XMT-ORPHAN-COUNT
            MOVE     ACK-RUN-DATE    TO DET-RUN-DATE
            MOVE     XMT-XMIT-TYPE   TO DET-XMIT-TYPE
            MOVE     XMT-XMIT-REGION TO DET-XMIT-REGION
            MOVE     ZERO            TO DET-CUT-COUNT
            MOVE     ACK-LOAD-COUNT  TO DET-ACK-COUNT
            MOVE     ZERO            TO DET-DAYS

C000-SWEEP-LOG.
    SET      XMT-SWEEP-MORE  TO TRUE
    MOVE     LOW-VALUES  TO XMT-KEY
    START    XMT-LOG KEY >= XMT-KEY
        INVALID KEY
            SET      XMT-SWEEP-DONE  TO TRUE
    END-START
    END-IF
    IF       XMT-ACK-ERROR
        MOVE     XMT-RUN-DATE      TO DET-RUN-DATE
        MOVE     XMT-XMIT-TYPE     TO DET-XMIT-TYPE
        MOVE     XMT-XMIT-REGION   TO DET-XMIT-REGION
        MOVE     XMT-DETAIL-COUNT  TO DET-CUT-COUNT
        MOVE     XMT-ACK-COUNT     TO DET-ACK-COUNT
        MOVE     ZERO              TO DET-DAYS
    IF       XMT-DAYS-WAITING > XMT-AGE-DAYS
        ADD      1  TO XMT-OVERDUE-COUNT
        MOVE     XMT-RUN-DATE      TO DET-RUN-DATE
        MOVE     XMT-XMIT-TYPE     TO DET-XMIT-TYPE
        MOVE     XMT-XMIT-REGION   TO DET-XMIT-REGION
        MOVE     XMT-DETAIL-COUNT  TO DET-CUT-COUNT
        MOVE     ZERO              TO DET-ACK-COUNT
        MOVE     XMT-DAYS-WAITING  TO DET-DAYS

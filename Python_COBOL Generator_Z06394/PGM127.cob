      *>                     when the extract itself failed its
      *>                     trailer proof (RC 8) - an unreleased
      *>                     file is not a transmission.
      *>   2026-10-15  CHEN  The transmission log key is now run
      *>                     date + transmission type + region so
      *>                     a PGM142 backout reversal file can be
      *>                     logged beside the day it reverses; the
      *>                     daily extract registers as type 'D'
      *>                     with a blank region.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "127".
    SELECT EXT-XMIT-LOG ASSIGN TO XMITLOG
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS XMT-KEY
                        FILE STATUS IS EXT-XMT-STATUS.

DATA DIVISION.
FD  EXT-XMIT-LOG RECORD CONTAINS 80 CHARACTERS.

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

WORKING-STORAGE SECTION.

        GO TO    D000-EXIT
    END-IF
    MOVE     EXT-TRAILER-DATE  TO XMT-RUN-DATE
    SET      XMT-DAILY         TO TRUE
    MOVE     SPACES            TO XMT-XMIT-REGION
    MOVE     EXT-DETAIL-COUNT  TO XMT-DETAIL-COUNT
    MOVE     EXT-TOTAL-AMOUNT  TO XMT-TOTAL-AMOUNT
    MOVE     EXT-CUT-DATE      TO XMT-CUT-DATE

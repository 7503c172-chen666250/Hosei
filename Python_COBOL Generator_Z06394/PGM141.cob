      *>--------------------------------------------------------------*>
      *> PROGRAM-ID : 141
      *> AUTHOR     : CHEN
      *>
      *> Reject feedback to the extract producers.  Rejects used to
      *> stay in our shop - PRTREJ, the reject ledger (PGM131) and
      *> the PGM124 correction cycle - so the region that sent a bad
      *> record never heard about it and sent the same bad account
      *> or missing sign night after night, and our analysts keyed
      *> the REJCOR corrections.  This program builds the outbound
      *> feedback file for one region so the rejects are fixed at
      *> the source.
      *>
      *> Runs once per region (FBKCARD names the region) after the
      *> night's rejects have been registered.  It reads:
      *>
      *>   - REJREG, the registered reject generation PGM131 just
      *>     wrote (reject id + reason + original record), and keeps
      *>     the rejects whose original record carries the region;
      *>   - REJLEDG, the reject ledger, and picks up every entry for
      *>     the region still open more than the card's age days
      *>     after it was registered (the unresolved items);
      *>   - REGNMST, the region master, for the region name.
      *>
      *> and writes FBKOUT in the FBKREC layout: a header, one 'D'
      *> record per new reject, one 'U' record per unresolved item,
      *> one 'S' per-reason count record and a trailer.  Each reject
      *> carries its reason code with a plain-English description so
      *> the region can act on it without asking us.  A reject whose
      *> region field is blank (a 'BLNK' record, for one) cannot be
      *> routed to any region and is counted on the control report
      *> only; one from a code not on the region master ('UREG') is
      *> in no region's file either and is answered by PGM140.
      *>
      *> FBKCARD: COL 1-2 REGION CODE (REQUIRED), COL 3-5 AGE IN DAYS
      *> FOR THE UNRESOLVED SECTION (ZERO/BLANK = 005).  The run
      *> date is taken from PRTCARD (CC-RUN-DATE override honoured),
      *> as PGM131 does, so the header matches the reject ids.
      *>
      *> A control report (FBKCTL) proves registered rejects read =
      *> for this region + for other regions, that the per-reason
      *> counts add back to the detail and unresolved counts, and
      *> that the records written equal the trailer count.  Read-only
      *> against the ledger and the region master.  Return codes:
      *> 0 = feedback built and proved, 8 = it did not prove (do not
      *> send it), 16 = did not finish (including a missing card or
      *> a region not on the region master).
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>   2026-10-15  CHEN  Reason codes CURR and FXRT (foreign
      *>                     currency not on the rate file, no rate
      *>                     for the run date) added to the table.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "141".
AUTHOR.        CHEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FBK-REJ-IN   ASSIGN TO REJREG
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS FBK-IN-STATUS.
    SELECT FBK-LEDGER   ASSIGN TO REJLEDG
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS REJ-LED-ID
                        FILE STATUS IS FBK-LED-STATUS.
    SELECT FBK-REGION-MASTER  ASSIGN TO REGNMST
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS RGM-REGION
                        FILE STATUS IS FBK-REGN-STATUS.
    SELECT FBK-FEEDBACK ASSIGN TO FBKOUT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS FBK-OUT-STATUS.
    SELECT FBK-CTL-RPT  ASSIGN TO FBKCTL
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS FBK-CTL-STATUS.
    SELECT FBK-FBK-CARD ASSIGN TO FBKCARD
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS FBK-FCARD-STATUS.
    SELECT OPTIONAL FBK-CONTROL-CARD  ASSIGN TO PRTCARD
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS FBK-CARD-STATUS.

DATA DIVISION.
FILE SECTION.

FD  FBK-REJ-IN  RECORD CONTAINS 97 CHARACTERS RECORDING MODE F.

01  FBK-REJ-IN-REC.
    05  FBK-IN-ID.
        10  FBK-IN-ORIG-DATE   PIC 9(8).
        10  FBK-IN-SEQ         PIC 9(5).
    05  FBK-IN-REASON      PIC X(4).
    05  FBK-IN-ORIG-REC    PIC X(80).

FD  FBK-LEDGER RECORD CONTAINS 160 CHARACTERS.

01  REJ-LED-REC.
    05  REJ-LED-ID.
        10  REJ-LED-ORIG-DATE  PIC 9(8).
        10  REJ-LED-SEQ        PIC 9(5).
    05  REJ-LED-REASON     PIC X(4).
    05  REJ-LED-STATUS     PIC X(1).
        88  REJ-LED-OPEN            VALUE 'O'.
        88  REJ-LED-RECYCLED        VALUE 'R'.
        88  REJ-LED-WRITTEN-OFF     VALUE 'W'.
    05  REJ-LED-DISP-COUNT PIC 9(2).
    05  REJ-LED-DISP-HIST  OCCURS 3 TIMES.
        10  REJ-LED-DISP-ACTION  PIC X(1).
        10  REJ-LED-DISP-DATE    PIC 9(8).
    05  REJ-LED-ORIG-REC   PIC X(80).
    05  REJ-LED-FILLER     PIC X(33).

FD  FBK-REGION-MASTER RECORD CONTAINS 80 CHARACTERS.

01  FBK-REGN-REC.
    COPY RGNMSTR.

FD  FBK-FEEDBACK RECORD CONTAINS 150 CHARACTERS RECORDING MODE F.

01  FBK-FEEDBACK-REC.
    COPY FBKREC.

FD  FBK-CTL-RPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  FBK-CTL-RPT-REC    PIC X(80).

FD  FBK-FBK-CARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  FBK-FBK-CARD-REC.
    05  FC-REGION          PIC X(2).
    05  FC-AGE-DAYS        PIC 9(3).
    05  FC-FILLER          PIC X(75).

FD  FBK-CONTROL-CARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  FBK-CONTROL-CARD-REC.
    05  FBK-CC-RUN-DATE    PIC 9(8).
    05  FBK-CC-FILLER      PIC X(72).

WORKING-STORAGE SECTION.

01  FBK-COUNTERS.
    05  FBK-READ-COUNT     PIC 9(7) VALUE ZERO.
    05  FBK-REGION-COUNT   PIC 9(7) VALUE ZERO.
    05  FBK-OTHER-COUNT    PIC 9(7) VALUE ZERO.
    05  FBK-UNROUTED-COUNT PIC 9(7) VALUE ZERO.
    05  FBK-OPEN-COUNT     PIC 9(7) VALUE ZERO.
    05  FBK-UNRES-COUNT    PIC 9(7) VALUE ZERO.
    05  FBK-SUM-COUNT      PIC 9(7) VALUE ZERO.
    05  FBK-WRITTEN-COUNT  PIC 9(7) VALUE ZERO.
    05  FBK-SUM-NEW-TOTAL  PIC 9(7) VALUE ZERO.
    05  FBK-SUM-OPEN-TOTAL PIC 9(7) VALUE ZERO.

01  YYYYMMDD          PIC 9(8).

01  FBK-SWITCHES.
    05  FBK-EOF-SWITCH    PIC X(1)  VALUE 'N'.
        88  FBK-EOF                 VALUE 'Y'.
        88  FBK-NOT-EOF             VALUE 'N'.
    05  FBK-LED-EOF-SW    PIC X(1)  VALUE 'N'.
        88  FBK-LED-EOF             VALUE 'Y'.
        88  FBK-LED-NOT-EOF         VALUE 'N'.
    05  FBK-RESULT-SW     PIC X(1)  VALUE 'Y'.
        88  FBK-PROVED              VALUE 'Y'.
        88  FBK-NOT-PROVED          VALUE 'N'.
    05  FBK-RSN-FOUND-SW  PIC X(1)  VALUE 'N'.
        88  FBK-RSN-FOUND           VALUE 'Y'.
        88  FBK-RSN-NOT-FOUND       VALUE 'N'.

01  FBK-FILE-STATUSES.
    05  FBK-IN-STATUS        PIC X(2) VALUE SPACES.
    05  FBK-LED-STATUS       PIC X(2) VALUE SPACES.
    05  FBK-REGN-STATUS      PIC X(2) VALUE SPACES.
    05  FBK-OUT-STATUS       PIC X(2) VALUE SPACES.
    05  FBK-CTL-STATUS       PIC X(2) VALUE SPACES.
    05  FBK-FCARD-STATUS     PIC X(2) VALUE SPACES.
    05  FBK-CARD-STATUS      PIC X(2) VALUE SPACES.

01  FBK-CARD-REGION       PIC X(2)  VALUE SPACES.
01  FBK-REGION-NAME       PIC X(30) VALUE SPACES.
01  FBK-AGE-DAYS          PIC 9(3)  VALUE 005.
01  FBK-COND-CODE         PIC 9(4)  VALUE ZERO.
01  FBK-WORK-REASON       PIC X(4)  VALUE SPACES.

01  FBK-DAY-WORK.
    05  FBK-RUN-DAYS         PIC 9(7) VALUE ZERO COMP.
    05  FBK-ORIG-DAYS        PIC 9(7) VALUE ZERO COMP.
    05  FBK-DAYS-OUT         PIC S9(5) VALUE ZERO COMP.

01  FBK-ORIG-ITEM.
    COPY PRTRECX.

      *> Reject reasons and their plain-English descriptions, as
      *> sent to the regions.  Keep in step with the reason codes
      *> program 123 assigns; the last entry catches any code not
      *> listed so the feedback is still sent.
01  FBK-REASON-VALUES.
    05  FILLER  PIC X(44) VALUE
        'BLNKBLANK RECORD ON THE EXTRACT             '.
    05  FILLER  PIC X(44) VALUE
        'XREGEXTRACT HEADER REGION NOT ACCEPTED      '.
    05  FILLER  PIC X(44) VALUE
        'DATERECORD DATE MISSING OR NOT A VALID DATE '.
    05  FILLER  PIC X(44) VALUE
        'LATERECORD DATE OLDER THAN THE LATE WINDOW  '.
    05  FILLER  PIC X(44) VALUE
        'AMNTAMOUNT IS NOT NUMERIC                   '.
    05  FILLER  PIC X(44) VALUE
        'SIGNDEBIT/CREDIT SIGN IS NOT D, C OR BLANK  '.
    05  FILLER  PIC X(44) VALUE
        'UREGREGION CODE NOT ON THE REGION MASTER    '.
    05  FILLER  PIC X(44) VALUE
        'IREGREGION IS INACTIVE ON THE REGION MASTER '.
    05  FILLER  PIC X(44) VALUE
        'ACCTACCOUNT NUMBER NOT ON THE ACCOUNT MASTER'.
    05  FILLER  PIC X(44) VALUE
        'CLSDACCOUNT IS CLOSED                       '.
    05  FILLER  PIC X(44) VALUE
        'REGNACCOUNT IS OWNED BY ANOTHER REGION      '.
    05  FILLER  PIC X(44) VALUE
        'RVSLREVERSAL MATCHES NO POSTED DEBIT        '.
    05  FILLER  PIC X(44) VALUE
        'DUPEDUPLICATE OF A RECORD ALREADY POSTED    '.
    05  FILLER  PIC X(44) VALUE
        'CURRCURRENCY CODE NOT ON THE RATE FILE      '.
    05  FILLER  PIC X(44) VALUE
        'FXRTNO EXCHANGE RATE FOR THE RUN DATE       '.
    05  FILLER  PIC X(44) VALUE
        '????REASON CODE NOT RECOGNISED - CALL US    '.

01  FBK-REASON-TABLE  REDEFINES FBK-REASON-VALUES.
    05  FBK-REASON-ENTRY  OCCURS 16 TIMES.
        10  FRT-CODE          PIC X(4).
        10  FRT-DESC          PIC X(40).

01  FBK-REASON-COUNTS.
    05  FBK-REASON-COUNT  OCCURS 16 TIMES.
        10  FRC-NEW           PIC 9(7).
        10  FRC-OPEN          PIC 9(7).

01  FBK-RSN-MAX           PIC 9(3) VALUE 16 COMP.
01  FBK-RSN-SUB           PIC 9(3) VALUE ZERO COMP.

01  FBK-RPT-HEADER.
    05  FILLER             PIC X(36) VALUE
        'PGM 141 REJECT FEEDBACK FOR REGION  '.
    05  FRH-REGION         PIC X(2).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  FRH-REGION-NAME    PIC X(30).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  FRH-RUN-DATE       PIC 9(8).
    05  FILLER             PIC X(2)  VALUE SPACES.

01  FBK-RPT-LINE.
    05  FRL-LABEL          PIC X(30) VALUE SPACES.
    05  FRL-COUNT          PIC ZZZZZZ9.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  FRL-VERDICT        PIC X(14) VALUE SPACES.
    05  FILLER             PIC X(27) VALUE SPACES.

PROCEDURE DIVISION.

A000-START.
    PERFORM  A100-INITIALIZE THRU A100-EXIT
    PERFORM  B000-PROCESS-REJECT THRU B000-EXIT
        UNTIL FBK-EOF
    PERFORM  C000-SCAN-LEDGER THRU C000-EXIT
    PERFORM  D000-WRITE-SUMMARY THRU D000-EXIT
    PERFORM  A900-TERMINATE THRU A900-EXIT
    STOP RUN.

A100-INITIALIZE.
    ACCEPT   YYYYMMDD  FROM DATE YYYYMMDD
    OPEN     INPUT    FBK-CONTROL-CARD
    IF       FBK-CARD-STATUS = '00'
        READ     FBK-CONTROL-CARD
            AT END
                CONTINUE
            NOT AT END
                IF  FBK-CC-RUN-DATE NUMERIC AND FBK-CC-RUN-DATE > 0
                    MOVE  FBK-CC-RUN-DATE  TO YYYYMMDD
                END-IF
        END-READ
        CLOSE    FBK-CONTROL-CARD
    END-IF
    MOVE     FUNCTION INTEGER-OF-DATE (YYYYMMDD)
                    TO FBK-RUN-DAYS
    OPEN     INPUT    FBK-FBK-CARD
    IF       FBK-FCARD-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    READ     FBK-FBK-CARD
        AT END
            DISPLAY  'PGM141 - FBKCARD IS EMPTY, NO REGION GIVEN'
            GO TO    A999-ABEND
    END-READ
    CLOSE    FBK-FBK-CARD
    MOVE     FC-REGION  TO FBK-CARD-REGION
    IF       FC-AGE-DAYS NUMERIC AND FC-AGE-DAYS > 0
        MOVE     FC-AGE-DAYS  TO FBK-AGE-DAYS
    END-IF
    OPEN     INPUT    FBK-REGION-MASTER
    IF       FBK-REGN-STATUS NOT = '00'
         AND FBK-REGN-STATUS NOT = '97'
        GO TO    A999-ABEND
    END-IF
    MOVE     FBK-CARD-REGION  TO RGM-REGION
    READ     FBK-REGION-MASTER
        INVALID KEY
            DISPLAY  'PGM141 - FBKCARD REGION ' FBK-CARD-REGION
                     ' IS NOT ON THE REGION MASTER'
            GO TO    A999-ABEND
    END-READ
    MOVE     RGM-NAME  TO FBK-REGION-NAME
    CLOSE    FBK-REGION-MASTER
    OPEN     INPUT    FBK-REJ-IN
    IF       FBK-IN-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    FBK-LEDGER
    IF       FBK-LED-STATUS NOT = '00' AND FBK-LED-STATUS NOT = '97'
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   FBK-FEEDBACK
    IF       FBK-OUT-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   FBK-CTL-RPT
    IF       FBK-CTL-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    PERFORM  A200-CLEAR-REASON-COUNT THRU A200-EXIT
        VARYING FBK-RSN-SUB FROM 1 BY 1
        UNTIL FBK-RSN-SUB > FBK-RSN-MAX
    MOVE     SPACES           TO FBK-FEEDBACK-REC
    SET      FBK-HEADER       TO TRUE
    MOVE     FBK-CARD-REGION   TO FBK-REGION
    MOVE     'REJFDBK'        TO FBK-HDR-FILE-ID
    MOVE     YYYYMMDD         TO FBK-HDR-RUN-DATE
    MOVE     FBK-REGION-NAME  TO FBK-HDR-REGION-NAME
    MOVE     FBK-AGE-DAYS     TO FBK-HDR-AGE-DAYS
    PERFORM  E000-WRITE-FEEDBACK THRU E000-EXIT.
A100-EXIT.
    EXIT.

A200-CLEAR-REASON-COUNT.
    MOVE     ZERO  TO FRC-NEW (FBK-RSN-SUB)
    MOVE     ZERO  TO FRC-OPEN (FBK-RSN-SUB).
A200-EXIT.
    EXIT.

B000-PROCESS-REJECT.
    READ     FBK-REJ-IN
        AT END
            SET  FBK-EOF TO TRUE
            GO TO B000-EXIT
    END-READ
    ADD      1  TO FBK-READ-COUNT
    MOVE     FBK-IN-ORIG-REC  TO FBK-ORIG-ITEM
    IF       PRT-EX-REGION NOT = FBK-CARD-REGION
        ADD      1  TO FBK-OTHER-COUNT
        IF       PRT-EX-REGION = SPACES
            ADD      1  TO FBK-UNROUTED-COUNT
        END-IF
        GO TO B000-EXIT
    END-IF
    ADD      1  TO FBK-REGION-COUNT
    MOVE     FBK-IN-REASON  TO FBK-WORK-REASON
    PERFORM  F000-LOOKUP-REASON THRU F000-EXIT
    ADD      1  TO FRC-NEW (FBK-RSN-SUB)
    MOVE     SPACES            TO FBK-FEEDBACK-REC
    SET      FBK-DETAIL        TO TRUE
    MOVE     FBK-CARD-REGION   TO FBK-REGION
    MOVE     FBK-IN-ORIG-DATE  TO FBK-DTL-ORIG-DATE
    MOVE     FBK-IN-SEQ        TO FBK-DTL-SEQ
    MOVE     FBK-IN-REASON     TO FBK-DTL-REASON
    MOVE     FRT-DESC (FBK-RSN-SUB)  TO FBK-DTL-REASON-DESC
    MOVE     ZERO              TO FBK-DTL-DAYS-OUT
    MOVE     FBK-IN-ORIG-REC   TO FBK-DTL-ORIG-REC
    PERFORM  E000-WRITE-FEEDBACK THRU E000-EXIT.
B000-EXIT.
    EXIT.

C000-SCAN-LEDGER.
    MOVE     LOW-VALUES  TO REJ-LED-ID
    START    FBK-LEDGER KEY >= REJ-LED-ID
        INVALID KEY
            SET      FBK-LED-EOF  TO TRUE
    END-START
    PERFORM  C100-CHECK-LEDGER-ENTRY THRU C100-EXIT
        UNTIL FBK-LED-EOF.
C000-EXIT.
    EXIT.

C100-CHECK-LEDGER-ENTRY.
    READ     FBK-LEDGER NEXT
        AT END
            SET      FBK-LED-EOF  TO TRUE
            GO TO    C100-EXIT
    END-READ
    IF       NOT REJ-LED-OPEN
        GO TO    C100-EXIT
    END-IF
    MOVE     REJ-LED-ORIG-REC  TO FBK-ORIG-ITEM
    IF       PRT-EX-REGION NOT = FBK-CARD-REGION
        GO TO    C100-EXIT
    END-IF
    ADD      1  TO FBK-OPEN-COUNT
    IF       REJ-LED-ORIG-DATE NUMERIC AND REJ-LED-ORIG-DATE > 0
        MOVE     FUNCTION INTEGER-OF-DATE (REJ-LED-ORIG-DATE)
                        TO FBK-ORIG-DAYS
        SUBTRACT FBK-ORIG-DAYS FROM FBK-RUN-DAYS
            GIVING FBK-DAYS-OUT
    ELSE
        MOVE     ZERO  TO FBK-DAYS-OUT
    END-IF
    IF       FBK-DAYS-OUT NOT > FBK-AGE-DAYS
        GO TO    C100-EXIT
    END-IF
    ADD      1  TO FBK-UNRES-COUNT
    MOVE     REJ-LED-REASON  TO FBK-WORK-REASON
    PERFORM  F000-LOOKUP-REASON THRU F000-EXIT
    ADD      1  TO FRC-OPEN (FBK-RSN-SUB)
    MOVE     SPACES            TO FBK-FEEDBACK-REC
    SET      FBK-UNRESOLVED    TO TRUE
    MOVE     FBK-CARD-REGION   TO FBK-REGION
    MOVE     REJ-LED-ORIG-DATE TO FBK-DTL-ORIG-DATE
    MOVE     REJ-LED-SEQ       TO FBK-DTL-SEQ
    MOVE     REJ-LED-REASON    TO FBK-DTL-REASON
    MOVE     FRT-DESC (FBK-RSN-SUB)  TO FBK-DTL-REASON-DESC
    MOVE     FBK-DAYS-OUT      TO FBK-DTL-DAYS-OUT
    MOVE     REJ-LED-ORIG-REC  TO FBK-DTL-ORIG-REC
    PERFORM  E000-WRITE-FEEDBACK THRU E000-EXIT.
C100-EXIT.
    EXIT.

D000-WRITE-SUMMARY.
    PERFORM  D100-WRITE-REASON-SUMMARY THRU D100-EXIT
        VARYING FBK-RSN-SUB FROM 1 BY 1
        UNTIL FBK-RSN-SUB > FBK-RSN-MAX.
D000-EXIT.
    EXIT.

D100-WRITE-REASON-SUMMARY.
    IF       FRC-NEW (FBK-RSN-SUB) = 0
         AND FRC-OPEN (FBK-RSN-SUB) = 0
        GO TO    D100-EXIT
    END-IF
    MOVE     SPACES            TO FBK-FEEDBACK-REC
    SET      FBK-SUMMARY       TO TRUE
    MOVE     FBK-CARD-REGION   TO FBK-REGION
    MOVE     FRT-CODE (FBK-RSN-SUB)  TO FBK-SUM-REASON
    MOVE     FRT-DESC (FBK-RSN-SUB)  TO FBK-SUM-REASON-DESC
    MOVE     FRC-NEW (FBK-RSN-SUB)   TO FBK-SUM-NEW-COUNT
    MOVE     FRC-OPEN (FBK-RSN-SUB)  TO FBK-SUM-OPEN-COUNT
    ADD      FRC-NEW (FBK-RSN-SUB)   TO FBK-SUM-NEW-TOTAL
    ADD      FRC-OPEN (FBK-RSN-SUB)  TO FBK-SUM-OPEN-TOTAL
    ADD      1  TO FBK-SUM-COUNT
    PERFORM  E000-WRITE-FEEDBACK THRU E000-EXIT.
D100-EXIT.
    EXIT.

E000-WRITE-FEEDBACK.
    WRITE    FBK-FEEDBACK-REC
    IF       FBK-OUT-STATUS NOT = '00'
        DISPLAY  'PGM141 - FEEDBACK WRITE FAILED, STATUS='
                 FBK-OUT-STATUS
        GO TO    A999-ABEND
    END-IF
    ADD      1  TO FBK-WRITTEN-COUNT.
E000-EXIT.
    EXIT.

      *> Find the reason code in the description table; a code not
      *> in the table falls to the last (catch-all) entry.
F000-LOOKUP-REASON.
    SET      FBK-RSN-NOT-FOUND  TO TRUE
    MOVE     1  TO FBK-RSN-SUB
    PERFORM  F100-MATCH-REASON THRU F100-EXIT
        UNTIL FBK-RSN-FOUND
           OR FBK-RSN-SUB = FBK-RSN-MAX.
F000-EXIT.
    EXIT.

F100-MATCH-REASON.
    IF       FRT-CODE (FBK-RSN-SUB) = FBK-WORK-REASON
        SET      FBK-RSN-FOUND  TO TRUE
    ELSE
        ADD      1  TO FBK-RSN-SUB
    END-IF.
F100-EXIT.
    EXIT.

A900-TERMINATE.
    MOVE     SPACES            TO FBK-FEEDBACK-REC
    SET      FBK-TRAILER       TO TRUE
    MOVE     FBK-CARD-REGION   TO FBK-REGION
    MOVE     YYYYMMDD          TO FBK-TRL-RUN-DATE
    MOVE     FBK-REGION-COUNT  TO FBK-TRL-DTL-COUNT
    MOVE     FBK-UNRES-COUNT   TO FBK-TRL-UNRES-COUNT
    MOVE     FBK-SUM-COUNT     TO FBK-TRL-SUM-COUNT
    ADD      1  FBK-WRITTEN-COUNT  GIVING FBK-TRL-REC-COUNT
    PERFORM  E000-WRITE-FEEDBACK THRU E000-EXIT
    MOVE     FBK-CARD-REGION   TO FRH-REGION
    MOVE     FBK-REGION-NAME   TO FRH-REGION-NAME
    MOVE     YYYYMMDD          TO FRH-RUN-DATE
    WRITE    FBK-CTL-RPT-REC FROM FBK-RPT-HEADER
    MOVE     'REGISTERED REJECTS READ'       TO FRL-LABEL
    MOVE     FBK-READ-COUNT     TO FRL-COUNT
    WRITE    FBK-CTL-RPT-REC FROM FBK-RPT-LINE
    MOVE     'REJECTS FOR THIS REGION'       TO FRL-LABEL
    MOVE     FBK-REGION-COUNT   TO FRL-COUNT
    WRITE    FBK-CTL-RPT-REC FROM FBK-RPT-LINE
    MOVE     'REJECTS FOR OTHER REGIONS'     TO FRL-LABEL
    MOVE     FBK-OTHER-COUNT    TO FRL-COUNT
    WRITE    FBK-CTL-RPT-REC FROM FBK-RPT-LINE
    MOVE     '  OF WHICH NO REGION ON RECORD' TO FRL-LABEL
    MOVE     FBK-UNROUTED-COUNT TO FRL-COUNT
    WRITE    FBK-CTL-RPT-REC FROM FBK-RPT-LINE
    MOVE     'OPEN LEDGER ENTRIES, REGION'   TO FRL-LABEL
    MOVE     FBK-OPEN-COUNT     TO FRL-COUNT
    WRITE    FBK-CTL-RPT-REC FROM FBK-RPT-LINE
    MOVE     'UNRESOLVED ITEMS SENT'         TO FRL-LABEL
    MOVE     FBK-UNRES-COUNT    TO FRL-COUNT
    WRITE    FBK-CTL-RPT-REC FROM FBK-RPT-LINE
    MOVE     'REASON SUMMARY RECORDS'        TO FRL-LABEL
    MOVE     FBK-SUM-COUNT      TO FRL-COUNT
    WRITE    FBK-CTL-RPT-REC FROM FBK-RPT-LINE
    MOVE     'FEEDBACK RECORDS WRITTEN'      TO FRL-LABEL
    MOVE     FBK-WRITTEN-COUNT  TO FRL-COUNT
    WRITE    FBK-CTL-RPT-REC FROM FBK-RPT-LINE
    IF       FBK-READ-COUNT NOT = FBK-REGION-COUNT + FBK-OTHER-COUNT
        SET      FBK-NOT-PROVED  TO TRUE
        MOVE     'READ VS THIS + OTHER REGIONS'  TO FRL-LABEL
        MOVE     FBK-READ-COUNT     TO FRL-COUNT
        MOVE     'NOT PROVED'       TO FRL-VERDICT
        WRITE    FBK-CTL-RPT-REC FROM FBK-RPT-LINE
    END-IF
    IF       FBK-SUM-NEW-TOTAL NOT = FBK-REGION-COUNT
          OR FBK-SUM-OPEN-TOTAL NOT = FBK-UNRES-COUNT
        SET      FBK-NOT-PROVED  TO TRUE
        MOVE     'REASON COUNTS VS ITEMS SENT'   TO FRL-LABEL
        MOVE     FBK-SUM-NEW-TOTAL  TO FRL-COUNT
        MOVE     'NOT PROVED'       TO FRL-VERDICT
        WRITE    FBK-CTL-RPT-REC FROM FBK-RPT-LINE
    END-IF
    IF       FBK-WRITTEN-COUNT NOT = FBK-REGION-COUNT
                               + FBK-UNRES-COUNT
                               + FBK-SUM-COUNT + 2
        SET      FBK-NOT-PROVED  TO TRUE
        MOVE     'RECORDS WRITTEN VS TRAILER'    TO FRL-LABEL
        MOVE     FBK-WRITTEN-COUNT  TO FRL-COUNT
        MOVE     'NOT PROVED'       TO FRL-VERDICT
        WRITE    FBK-CTL-RPT-REC FROM FBK-RPT-LINE
    END-IF
    IF       FBK-PROVED
        MOVE     'REGION FEEDBACK BUILT'         TO FRL-LABEL
        MOVE     FBK-WRITTEN-COUNT  TO FRL-COUNT
        MOVE     'PROVED'           TO FRL-VERDICT
        WRITE    FBK-CTL-RPT-REC FROM FBK-RPT-LINE
        MOVE     0000  TO FBK-COND-CODE
    ELSE
        MOVE     'REGION FEEDBACK NOT PROVED'    TO FRL-LABEL
        MOVE     FBK-WRITTEN-COUNT  TO FRL-COUNT
        MOVE     'DO NOT SEND'      TO FRL-VERDICT
        WRITE    FBK-CTL-RPT-REC FROM FBK-RPT-LINE
        DISPLAY  'PGM141 - REGION ' FBK-CARD-REGION
                 ' FEEDBACK DID NOT PROVE: READ=' FBK-READ-COUNT
                 ' REGION=' FBK-REGION-COUNT
                 ' OTHER=' FBK-OTHER-COUNT
                 ' UNRESOLVED=' FBK-UNRES-COUNT
                 ' WRITTEN=' FBK-WRITTEN-COUNT
        MOVE     0008  TO FBK-COND-CODE
    END-IF
    MOVE     FBK-COND-CODE  TO RETURN-CODE
    CLOSE    FBK-REJ-IN
    CLOSE    FBK-LEDGER
    CLOSE    FBK-FEEDBACK
    CLOSE    FBK-CTL-RPT.
A900-EXIT.
    EXIT.

A999-ABEND.
    DISPLAY   'PGM141 - FATAL ERROR, RUN TERMINATED'
    DISPLAY   'FBK-IN-STATUS='      FBK-IN-STATUS
              ' FBK-LED-STATUS='    FBK-LED-STATUS
              ' FBK-REGN-STATUS='   FBK-REGN-STATUS
    DISPLAY   'FBK-OUT-STATUS='     FBK-OUT-STATUS
              ' FBK-CTL-STATUS='    FBK-CTL-STATUS
              ' FBK-FCARD-STATUS='  FBK-FCARD-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

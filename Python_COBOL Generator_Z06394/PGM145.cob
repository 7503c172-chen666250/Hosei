      *>--------------------------------------------------------------*>
      *> PROGRAM-ID : 145
      *> AUTHOR     : CHEN
      *>
      *> Morning operations status sheet for the nightly cycle.  The
      *> shift lead used to open the PGM148 rate load, the program
      *> 123 control report, the PGM126 balance, the PGM133 volume
      *> check, the PGM131 register totals, the PGM137 position
      *> posting, the transmission log and - on parallel days - the
      *> PGM134 consolidation report one by one to decide whether
      *> last night's cycle is good.  This program reads them all and
      *> prints one page with a single verdict the scheduler can
      *> alert on.
      *>
      *> The run date is that of the latest run record on the audit
      *> log (STSAUDIT - backout records are skipped), or of the
      *> latest program 123 control report line (STSCTL, the
      *> single-stream and region control reports concatenated) if
      *> that is later.  Every other input is taken as belonging to
      *> the run only when it is dated on or after the run date; an
      *> older report means the step did not run for it.  A run date
      *> more than the STSCARD maximum age (columns 1-3, default 001)
      *> days before today means no run has been recorded since.
      *>
      *> One line per step gives its result, its condition code and
      *> OK / WARN / FAIL.  Program 123's condition code is the one
      *> on its audit record; the others are the codes the steps set
      *> for the result on their reports (PGM126, PGM133 and PGM134 0
      *> released, 8 held; PGM148 0 loaded, 4 a currency not quoted,
      *> 8 refused; PGM137 0 posted, 8 not proved), since a report is
      *> all a later job can see.  The release line is derived from the gates.  The
      *> transmission and acknowledgment lines come from the day's
      *> daily entry on the transmission log (XMITLOG); an entry
      *> still awaiting acknowledgment more than the STSCARD
      *> acknowledgment days (columns 4-6, default 001) after it was
      *> cut is overdue.  The day's counts come from the balance
      *> report, cross-checked against the control report, the net
      *> amount from the transmission log, and the open rejects on
      *> the reject ledger (REJLEDG) are aged against today's date in
      *> the PGM132 buckets.
      *>
      *> FAIL on any step makes the sheet RED: program 123 ended
      *> above 4 or has no audit record for the run date, a step
      *> that should have run did not, the rate file was refused, a
      *> gate held the release, the position posting did not prove,
      *> the day is not on the transmission log, or the warehouse
      *> acknowledged a different count.  Otherwise WARN makes it
      *> AMBER: a currency not quoted for the day (its details reject
      *> 'FXRT'), rejects on the run, rejects not all registered, the
      *> control report and PRTDONE disagreeing on the done count,
      *> an overdue acknowledgment, or open rejects over 90 days.
      *> Otherwise the sheet is GREEN.
      *>
      *> Read-only.  Return codes: 0 = GREEN, 4 = AMBER, 8 = RED,
      *> 16 = did not finish.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>   2026-10-15  CHEN  Rate load (STSFXR) and account position
      *>                     posting (STSPOS) lines added.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "145".
AUTHOR.        CHEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL STS-CONTROL-CARD  ASSIGN TO STSCARD
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS STS-CARD-STATUS.
    SELECT STS-AUDIT     ASSIGN TO STSAUDIT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS STS-AUD-STATUS.
    SELECT OPTIONAL STS-CONTROL  ASSIGN TO STSCTL
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS STS-CTL-STATUS.
    SELECT OPTIONAL STS-BALANCE  ASSIGN TO STSBAL
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS STS-BAL-STATUS.
    SELECT OPTIONAL STS-CONSOL   ASSIGN TO STSCONS
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS STS-CNS-STATUS.
    SELECT OPTIONAL STS-REGISTER ASSIGN TO STSREG
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS STS-REG-STATUS.
    SELECT OPTIONAL STS-VOLUME   ASSIGN TO STSVOL
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS STS-VOL-STATUS.
    SELECT OPTIONAL STS-RATE-LOAD ASSIGN TO STSFXR
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS STS-FXR-STATUS.
    SELECT OPTIONAL STS-POSITION ASSIGN TO STSPOS
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS STS-POS-STATUS.
    SELECT STS-XMIT-LOG  ASSIGN TO XMITLOG
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS XMT-KEY
                         FILE STATUS IS STS-XMT-STATUS.
    SELECT STS-LEDGER    ASSIGN TO REJLEDG
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS REJ-LED-ID
                         FILE STATUS IS STS-LED-STATUS.
    SELECT STS-REPORT    ASSIGN TO STSRPT
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS STS-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  STS-CONTROL-CARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  STS-CONTROL-CARD-REC.
    05  SC-MAX-AGE         PIC 9(3).
    05  SC-ACK-DAYS        PIC 9(3).
    05  SC-FILLER          PIC X(74).

FD  STS-AUDIT  RECORD CONTAINS 76 CHARACTERS RECORDING MODE F.

01  STS-AUDIT-REC.
    05  AUD-RUN-DATE          PIC 9(8).
    05  AUD-START-TIME        PIC 9(6).
    05  AUD-END-TIME          PIC 9(6).
    05  AUD-RECS-PROCESSED    PIC 9(7).
    05  AUD-RECS-REJECTED     PIC 9(5).
    05  AUD-COND-CODE         PIC 9(4).
    05  AUD-EXTRACT-COUNT     PIC 9(2).
    05  AUD-REC-KIND          PIC X(1).
        88  AUD-RUN-ATTEMPT             VALUE SPACE.
        88  AUD-BACKOUT                 VALUE 'B'.
    05  AUD-BKO-REGION        PIC X(2).
    05  AUD-BKO-DATE          PIC 9(8).
    05  AUD-FILLER            PIC X(27).

FD  STS-CONTROL  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  STS-CTL-REC.
    05  SCT-LABEL          PIC X(20).
        88  SCT-CONTROL-TOTAL       VALUE 'PGM 123 CONTROL TOTL'.
        88  SCT-SPLIT-WINDOW        VALUE 'PGM 123 SPLIT WINDOW'.
        88  SCT-REJECT-ABORT        VALUE 'PGM 123 REJECT ABORT'.
    05  SCT-RUN-DATE       PIC 9(8).
    05  FILLER             PIC X(2).
    05  SCT-COUNT          PIC ZZZZZZ9.
    05  FILLER             PIC X(43).

FD  STS-BALANCE  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  STS-BAL-REC.
    05  SBL-LABEL          PIC X(30).
    05  SBL-COUNT          PIC ZZZZZZ9.
    05  FILLER             PIC X(2).
    05  SBL-VERDICT        PIC X(14).
    05  FILLER             PIC X(27).

01  STS-BAL-HDR  REDEFINES STS-BAL-REC.
    05  SBH-TITLE          PIC X(26).
        88  SBH-BALANCE-TITLE       VALUE 'PGM 126 DAILY BALANCE FOR '.
    05  SBH-RUN-DATE       PIC 9(8).
    05  FILLER             PIC X(46).

FD  STS-CONSOL  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  STS-CNS-REC.
    05  SCN-LABEL          PIC X(30).
    05  SCN-COUNT          PIC ZZZZZZ9.
    05  FILLER             PIC X(2).
    05  SCN-VERDICT        PIC X(14).
    05  FILLER             PIC X(27).

01  STS-CNS-HDR  REDEFINES STS-CNS-REC.
    05  SCH-TITLE          PIC X(30).
        88  SCH-CONSOL-TITLE        VALUE
            'PGM 134 SUMMARY/AUDIT CONS FOR'.
    05  FILLER             PIC X(1).
    05  SCH-RUN-DATE       PIC 9(8).
    05  FILLER             PIC X(41).

FD  STS-REGISTER  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  STS-REG-REC.
    05  SRG-LABEL          PIC X(20).
        88  SRG-REGISTER-TOTAL      VALUE 'PGM 131 REGISTER TOT'.
    05  SRG-RUN-DATE       PIC 9(8).
    05  FILLER             PIC X(2).
    05  SRG-READ-COUNT     PIC ZZZZ9.
    05  FILLER             PIC X(1).
    05  SRG-REG-COUNT      PIC ZZZZ9.
    05  FILLER             PIC X(39).

FD  STS-VOLUME  RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

01  STS-VOL-REC.
    05  FILLER             PIC X(1).
    05  SVL-TITLE          PIC X(44).
        88  SVL-VOLUME-TITLE        VALUE
            'PGM133 - REGION VOLUME REASONABLENESS CHECK '.
    05  SVL-RUN-DATE       PIC 9(8).
    05  FILLER             PIC X(23).
    05  SVL-VERDICT        PIC X(12).
        88  SVL-REGION-HELD         VALUE 'MISSING'
                                          'COUNT DEV'
                                          'AMOUNT DEV'.
        88  SVL-REGION-PASSED       VALUE 'OK'
                                          'NOT DUE'
                                          'NO HISTORY'
                                          'THIN HISTORY'.
    05  FILLER             PIC X(45).

01  STS-VOL-FINAL  REDEFINES STS-VOL-REC.
    05  SVF-TEXT           PIC X(47).
        88  SVF-RELEASED            VALUE
            ' ALL REGIONS WITHIN TOLERANCE - RELEASED'.
        88  SVF-HELD                VALUE
            ' REGION VOLUME OUT OF TOLERANCE - RELEASE HELD'.
    05  FILLER             PIC X(86).

FD  STS-RATE-LOAD  RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

01  STS-FXR-REC.
    05  FILLER             PIC X(1).
    05  SFX-TITLE          PIC X(38).
        88  SFX-RATE-TITLE          VALUE
            'PGM148 - DAILY EXCHANGE RATE LOAD FOR '.
    05  SFX-RUN-DATE       PIC 9(8).
    05  FILLER             PIC X(86).

01  STS-FXR-FINAL  REDEFINES STS-FXR-REC.
    05  FILLER             PIC X(1).
    05  SFF-TEXT           PIC X(60).
        88  SFF-LOADED              VALUE 'RATES LOADED'.
        88  SFF-NOT-QUOTED          VALUE
            'RATES LOADED - CURRENCIES NOT QUOTED, SEE ABOVE'.
        88  SFF-REFUSED             VALUE
            'RATE FILE REFUSED - FXRATE NOT CHANGED'.
    05  FILLER             PIC X(72).

FD  STS-POSITION  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  STS-POS-REC.
    05  SPS-LABEL          PIC X(30).
    05  SPS-COUNT          PIC ZZZZZZ9.
    05  FILLER             PIC X(2).
    05  SPS-VERDICT        PIC X(14).
    05  FILLER             PIC X(27).

01  STS-POS-HDR  REDEFINES STS-POS-REC.
    05  SPH-TITLE          PIC X(36).
        88  SPH-POSITION-TITLE      VALUE
            'PGM 137 ACCOUNT POSITION POSTING FOR'.
    05  FILLER             PIC X(1).
    05  SPH-RUN-DATE       PIC 9(8).
    05  FILLER             PIC X(35).

FD  STS-XMIT-LOG RECORD CONTAINS 80 CHARACTERS.

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
    05  XMT-CUT-DATE       PIC 9(8).
    05  XMT-CUT-TIME       PIC 9(6).
    05  XMT-STATUS         PIC X(1).
        88  XMT-AWAITING-ACK        VALUE 'C'.
        88  XMT-ACKNOWLEDGED        VALUE 'A'.
        88  XMT-ACK-ERROR           VALUE 'E'.
    05  XMT-ACK-DATE       PIC 9(8).
    05  XMT-ACK-COUNT      PIC 9(7).
    05  XMT-FILLER         PIC X(14).

FD  STS-LEDGER RECORD CONTAINS 160 CHARACTERS.

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

FD  STS-REPORT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

01  STS-REPORT-REC     PIC X(133).

WORKING-STORAGE SECTION.

01  STS-COUNTERS.
    05  STS-CTL-STREAMS       PIC 9(3) VALUE ZERO.
    05  STS-CTL-SPLITS        PIC 9(3) VALUE ZERO.
    05  STS-CTL-ABORTS        PIC 9(3) VALUE ZERO.
    05  STS-CTL-DONE          PIC 9(7) VALUE ZERO.
    05  STS-BAL-READ          PIC 9(7) VALUE ZERO.
    05  STS-BAL-DONE          PIC 9(7) VALUE ZERO.
    05  STS-BAL-REJ           PIC 9(7) VALUE ZERO.
    05  STS-BAL-HELD          PIC 9(7) VALUE ZERO.
    05  STS-BAL-RLSE          PIC 9(7) VALUE ZERO.
    05  STS-CNS-COUNT         PIC 9(7) VALUE ZERO.
    05  STS-REG-READ          PIC 9(7) VALUE ZERO.
    05  STS-REG-COUNT         PIC 9(7) VALUE ZERO.
    05  STS-VOL-PASSED        PIC 9(3) VALUE ZERO.
    05  STS-VOL-HELD          PIC 9(3) VALUE ZERO.
    05  STS-AGE-30            PIC 9(7) VALUE ZERO.
    05  STS-AGE-60            PIC 9(7) VALUE ZERO.
    05  STS-AGE-90            PIC 9(7) VALUE ZERO.
    05  STS-AGE-OVER          PIC 9(7) VALUE ZERO.
    05  STS-AGE-TOTAL         PIC 9(7) VALUE ZERO.

01  YYYYMMDD          PIC 9(8).

01  STS-SWITCHES.
    05  STS-AUD-EOF-SW       PIC X(1)  VALUE 'N'.
        88  STS-AUD-EOF                VALUE 'Y'.
    05  STS-CTL-EOF-SW       PIC X(1)  VALUE 'N'.
        88  STS-CTL-EOF                VALUE 'Y'.
    05  STS-BAL-EOF-SW       PIC X(1)  VALUE 'N'.
        88  STS-BAL-EOF                VALUE 'Y'.
    05  STS-CNS-EOF-SW       PIC X(1)  VALUE 'N'.
        88  STS-CNS-EOF                VALUE 'Y'.
    05  STS-REG-EOF-SW       PIC X(1)  VALUE 'N'.
        88  STS-REG-EOF                VALUE 'Y'.
    05  STS-VOL-EOF-SW       PIC X(1)  VALUE 'N'.
        88  STS-VOL-EOF                VALUE 'Y'.
    05  STS-LED-EOF-SW       PIC X(1)  VALUE 'N'.
        88  STS-LED-EOF                VALUE 'Y'.
    05  STS-FXR-EOF-SW       PIC X(1)  VALUE 'N'.
        88  STS-FXR-EOF                VALUE 'Y'.
    05  STS-POS-EOF-SW       PIC X(1)  VALUE 'N'.
        88  STS-POS-EOF                VALUE 'Y'.
    05  STS-FXR-RESULT-SW    PIC X(1)  VALUE SPACE.
        88  STS-FXR-LOADED             VALUE 'L'.
        88  STS-FXR-NOT-QUOTED         VALUE 'Q'.
        88  STS-FXR-REFUSED            VALUE 'R'.
    05  STS-POS-RESULT-SW    PIC X(1)  VALUE SPACE.
        88  STS-POS-PROVED             VALUE 'P'.
        88  STS-POS-NOT-PROVED         VALUE 'N'.
    05  STS-BAL-RESULT-SW    PIC X(1)  VALUE SPACE.
        88  STS-BAL-RELEASED           VALUE 'R'.
        88  STS-BAL-HELD-SW            VALUE 'H'.
    05  STS-CNS-RESULT-SW    PIC X(1)  VALUE SPACE.
        88  STS-CNS-RELEASED           VALUE 'R'.
        88  STS-CNS-HELD-SW            VALUE 'H'.
    05  STS-VOL-RESULT-SW    PIC X(1)  VALUE SPACE.
        88  STS-VOL-RELEASED           VALUE 'R'.
        88  STS-VOL-HELD-SW            VALUE 'H'.
    05  STS-AUD-CURRENT-SW   PIC X(1)  VALUE 'N'.
        88  STS-AUD-CURRENT            VALUE 'Y'.
    05  STS-BAL-CURRENT-SW   PIC X(1)  VALUE 'N'.
        88  STS-BAL-CURRENT            VALUE 'Y'.
    05  STS-CNS-CURRENT-SW   PIC X(1)  VALUE 'N'.
        88  STS-CNS-CURRENT            VALUE 'Y'.
    05  STS-REG-CURRENT-SW   PIC X(1)  VALUE 'N'.
        88  STS-REG-CURRENT            VALUE 'Y'.
    05  STS-VOL-CURRENT-SW   PIC X(1)  VALUE 'N'.
        88  STS-VOL-CURRENT            VALUE 'Y'.
    05  STS-FXR-CURRENT-SW   PIC X(1)  VALUE 'N'.
        88  STS-FXR-CURRENT            VALUE 'Y'.
    05  STS-POS-CURRENT-SW   PIC X(1)  VALUE 'N'.
        88  STS-POS-CURRENT            VALUE 'Y'.
    05  STS-PARALLEL-SW      PIC X(1)  VALUE 'N'.
        88  STS-PARALLEL-DAY           VALUE 'Y'.
        88  STS-SINGLE-DAY             VALUE 'N'.
    05  STS-STALE-SW         PIC X(1)  VALUE 'N'.
        88  STS-RUN-STALE              VALUE 'Y'.
        88  STS-RUN-RECENT             VALUE 'N'.
    05  STS-RELEASE-SW       PIC X(1)  VALUE 'N'.
        88  STS-DAY-RELEASED           VALUE 'Y'.
        88  STS-DAY-NOT-RELEASED       VALUE 'N'.
    05  STS-XMT-SW           PIC X(1)  VALUE 'N'.
        88  STS-XMT-FOUND              VALUE 'Y'.
        88  STS-XMT-NOT-FOUND          VALUE 'N'.

01  STS-FILE-STATUSES.
    05  STS-CARD-STATUS      PIC X(2) VALUE SPACES.
    05  STS-AUD-STATUS       PIC X(2) VALUE SPACES.
    05  STS-CTL-STATUS       PIC X(2) VALUE SPACES.
    05  STS-BAL-STATUS       PIC X(2) VALUE SPACES.
    05  STS-CNS-STATUS       PIC X(2) VALUE SPACES.
    05  STS-REG-STATUS       PIC X(2) VALUE SPACES.
    05  STS-VOL-STATUS       PIC X(2) VALUE SPACES.
    05  STS-FXR-STATUS       PIC X(2) VALUE SPACES.
    05  STS-POS-STATUS       PIC X(2) VALUE SPACES.
    05  STS-XMT-STATUS       PIC X(2) VALUE SPACES.
    05  STS-LED-STATUS       PIC X(2) VALUE SPACES.
    05  STS-RPT-STATUS       PIC X(2) VALUE SPACES.

01  STS-MAX-AGE           PIC 9(3) VALUE 001.
01  STS-ACK-DAYS          PIC 9(3) VALUE 001.

01  STS-LAST-RUN.
    05  STS-AUD-DATE         PIC 9(8) VALUE ZERO.
    05  STS-AUD-COND-CODE    PIC 9(4) VALUE ZERO.
    05  STS-AUD-REJECTED     PIC 9(5) VALUE ZERO.

01  STS-DATES.
    05  STS-STATUS-DATE      PIC 9(8) VALUE ZERO.
    05  STS-CTL-DATE         PIC 9(8) VALUE ZERO.
    05  STS-BAL-DATE         PIC 9(8) VALUE ZERO.
    05  STS-CNS-DATE         PIC 9(8) VALUE ZERO.
    05  STS-REG-DATE         PIC 9(8) VALUE ZERO.
    05  STS-VOL-DATE         PIC 9(8) VALUE ZERO.
    05  STS-FXR-DATE         PIC 9(8) VALUE ZERO.
    05  STS-POS-DATE         PIC 9(8) VALUE ZERO.

01  STS-DAY-WORK.
    05  STS-TODAY-DAYS       PIC 9(7) VALUE ZERO COMP.
    05  STS-WORK-DAYS        PIC 9(7) VALUE ZERO COMP.
    05  STS-DAYS-OUT         PIC S9(7) VALUE ZERO COMP.

01  STS-COUNT-WORK        PIC 9(7) VALUE ZERO.
01  STS-ROW-SEVERITY      PIC 9(1) VALUE ZERO.
    88  STS-ROW-OK                   VALUE 0.
    88  STS-ROW-WARN                 VALUE 4.
    88  STS-ROW-FAIL                 VALUE 8.

01  STS-COND-CODE         PIC 9(4)  VALUE ZERO.
    88  STS-GREEN                    VALUE 0.
    88  STS-AMBER                    VALUE 4.
    88  STS-RED                      VALUE 8.

01  STS-STREAM-TEXT.
    05  FILLER   PIC X(9)   VALUE 'POSTING, '.
    05  STT-STREAMS   PIC Z9.
    05  FILLER   PIC X(15)  VALUE ' REGION STREAMS'.
    05  FILLER   PIC X(4)   VALUE SPACES.

01  STS-HEADING-1.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(43)  VALUE
        'PGM145 - NIGHTLY CYCLE MORNING STATUS SHEET'.
    05  FILLER   PIC X(4)   VALUE SPACES.
    05  FILLER   PIC X(9)   VALUE 'RUN DATE '.
    05  HD1-RUN-DATE  PIC 9(8).
    05  FILLER   PIC X(4)   VALUE SPACES.
    05  FILLER   PIC X(8)   VALUE 'PRINTED '.
    05  HD1-TODAY     PIC 9(8).
    05  FILLER   PIC X(48)  VALUE SPACES.

01  STS-HEADING-2.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(9)   VALUE 'STEP'.
    05  FILLER   PIC X(9)   VALUE 'PROGRAM'.
    05  FILLER   PIC X(32)  VALUE 'FUNCTION'.
    05  FILLER   PIC X(10)  VALUE 'DATED'.
    05  FILLER   PIC X(32)  VALUE 'RESULT'.
    05  FILLER   PIC X(6)   VALUE 'CC'.
    05  FILLER   PIC X(6)   VALUE 'STATUS'.
    05  FILLER   PIC X(28)  VALUE SPACES.

01  STS-STEP-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  STP-STEP          PIC X(8).
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  STP-PROGRAM       PIC X(7).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  STP-FUNCTION      PIC X(30).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  STP-DATE          PIC X(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  STP-RESULT        PIC X(30).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  STP-CC            PIC X(4).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  STP-STATUS        PIC X(4).
    05  FILLER            PIC X(30) VALUE SPACES.

01  STS-TITLE-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  TTL-TEXT          PIC X(60) VALUE SPACES.
    05  FILLER            PIC X(72) VALUE SPACES.

01  STS-SUMMARY-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  SML-LABEL         PIC X(40) VALUE SPACES.
    05  SML-VALUE         PIC ZZZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  SML-VERDICT       PIC X(14) VALUE SPACES.
    05  FILLER            PIC X(69) VALUE SPACES.

01  STS-AMOUNT-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  AML-LABEL         PIC X(40) VALUE SPACES.
    05  AML-VALUE         PIC Z(14)9.99-.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  AML-VERDICT       PIC X(14) VALUE SPACES.
    05  FILLER            PIC X(57) VALUE SPACES.

01  STS-TEXT-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  TXL-LABEL         PIC X(40) VALUE SPACES.
    05  TXL-VALUE         PIC X(30) VALUE SPACES.
    05  FILLER            PIC X(62) VALUE SPACES.

01  STS-VERDICT-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  FILLER            PIC X(28) VALUE
        'OVERALL STATUS FOR RUN DATE '.
    05  VRD-RUN-DATE      PIC 9(8).
    05  FILLER            PIC X(3)  VALUE ' - '.
    05  VRD-VERDICT       PIC X(5).
    05  FILLER            PIC X(17) VALUE '   RETURN CODE '.
    05  VRD-COND-CODE     PIC 9(4).
    05  FILLER            PIC X(67) VALUE SPACES.

01  STS-BLANK-LINE        PIC X(133) VALUE SPACES.

PROCEDURE DIVISION.

A000-START.
    PERFORM  A100-INITIALIZE THRU A100-EXIT
    PERFORM  B000-READ-AUDIT THRU B000-EXIT
        UNTIL STS-AUD-EOF
    PERFORM  B100-READ-CONTROL THRU B100-EXIT
        UNTIL STS-CTL-EOF
    PERFORM  B900-SET-STATUS-DATE THRU B900-EXIT
    PERFORM  C000-READ-BALANCE THRU C000-EXIT
        UNTIL STS-BAL-EOF
    PERFORM  C100-READ-CONSOLIDATION THRU C100-EXIT
        UNTIL STS-CNS-EOF
    PERFORM  C200-READ-REGISTER THRU C200-EXIT
        UNTIL STS-REG-EOF
    PERFORM  C300-READ-VOLUME THRU C300-EXIT
        UNTIL STS-VOL-EOF
    PERFORM  C400-READ-RATE-LOAD THRU C400-EXIT
        UNTIL STS-FXR-EOF
    PERFORM  C500-READ-POSITIONS THRU C500-EXIT
        UNTIL STS-POS-EOF
    PERFORM  C900-SET-CURRENT THRU C900-EXIT
    PERFORM  D000-READ-TRANSMISSION THRU D000-EXIT
    PERFORM  D100-SWEEP-LEDGER THRU D100-EXIT
    PERFORM  E000-PRINT-STEPS THRU E000-EXIT
    PERFORM  F000-PRINT-TOTALS THRU F000-EXIT
    PERFORM  G000-PRINT-TRANSMISSION THRU G000-EXIT
    PERFORM  H000-PRINT-AGING THRU H000-EXIT
    PERFORM  A900-TERMINATE THRU A900-EXIT
    STOP RUN.

A100-INITIALIZE.
    ACCEPT   YYYYMMDD  FROM DATE YYYYMMDD
    MOVE     FUNCTION INTEGER-OF-DATE (YYYYMMDD)
                    TO STS-TODAY-DAYS
    OPEN     INPUT    STS-CONTROL-CARD
    IF       STS-CARD-STATUS = '00'
        READ     STS-CONTROL-CARD
            AT END
                CONTINUE
            NOT AT END
                IF  SC-MAX-AGE NUMERIC AND SC-MAX-AGE > 0
                    MOVE  SC-MAX-AGE   TO STS-MAX-AGE
                END-IF
                IF  SC-ACK-DAYS NUMERIC AND SC-ACK-DAYS > 0
                    MOVE  SC-ACK-DAYS  TO STS-ACK-DAYS
                END-IF
        END-READ
        CLOSE    STS-CONTROL-CARD
    END-IF
    OPEN     INPUT    STS-AUDIT
    IF       STS-AUD-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    STS-CONTROL
    IF       STS-CTL-STATUS NOT = '00'
        SET      STS-CTL-EOF  TO TRUE
    END-IF
    OPEN     INPUT    STS-BALANCE
    IF       STS-BAL-STATUS NOT = '00'
        SET      STS-BAL-EOF  TO TRUE
    END-IF
    OPEN     INPUT    STS-CONSOL
    IF       STS-CNS-STATUS NOT = '00'
        SET      STS-CNS-EOF  TO TRUE
    END-IF
    OPEN     INPUT    STS-REGISTER
    IF       STS-REG-STATUS NOT = '00'
        SET      STS-REG-EOF  TO TRUE
    END-IF
    OPEN     INPUT    STS-VOLUME
    IF       STS-VOL-STATUS NOT = '00'
        SET      STS-VOL-EOF  TO TRUE
    END-IF
    OPEN     INPUT    STS-RATE-LOAD
    IF       STS-FXR-STATUS NOT = '00'
        SET      STS-FXR-EOF  TO TRUE
    END-IF
    OPEN     INPUT    STS-POSITION
    IF       STS-POS-STATUS NOT = '00'
        SET      STS-POS-EOF  TO TRUE
    END-IF
    OPEN     INPUT    STS-XMIT-LOG
    IF       STS-XMT-STATUS NOT = '00' AND STS-XMT-STATUS NOT = '97'
        DISPLAY  'PGM145 - TRANSMISSION LOG OPEN FAILED, '
                 'STATUS=' STS-XMT-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    STS-LEDGER
    IF       STS-LED-STATUS NOT = '00' AND STS-LED-STATUS NOT = '97'
        DISPLAY  'PGM145 - REJECT LEDGER OPEN FAILED, '
                 'STATUS=' STS-LED-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   STS-REPORT
    IF       STS-RPT-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF.
A100-EXIT.
    EXIT.

B000-READ-AUDIT.
    READ     STS-AUDIT
        AT END
            SET  STS-AUD-EOF TO TRUE
            GO TO B000-EXIT
    END-READ
    IF       NOT AUD-RUN-ATTEMPT
        GO TO    B000-EXIT
    END-IF
    IF       AUD-RUN-DATE NOT NUMERIC
          OR AUD-COND-CODE NOT NUMERIC
        GO TO    B000-EXIT
    END-IF
    IF       AUD-RUN-DATE < STS-AUD-DATE
        GO TO    B000-EXIT
    END-IF
    MOVE     AUD-RUN-DATE        TO STS-AUD-DATE
    MOVE     AUD-COND-CODE       TO STS-AUD-COND-CODE
    IF       AUD-RECS-REJECTED NUMERIC
        MOVE     AUD-RECS-REJECTED  TO STS-AUD-REJECTED
    ELSE
        MOVE     ZERO               TO STS-AUD-REJECTED
    END-IF.
B000-EXIT.
    EXIT.

B100-READ-CONTROL.
    READ     STS-CONTROL
        AT END
            SET  STS-CTL-EOF TO TRUE
            GO TO B100-EXIT
    END-READ
    IF       SCT-RUN-DATE NOT NUMERIC
        GO TO    B100-EXIT
    END-IF
    IF       SCT-RUN-DATE < STS-CTL-DATE
        GO TO    B100-EXIT
    END-IF
    IF       SCT-RUN-DATE > STS-CTL-DATE
        MOVE     SCT-RUN-DATE  TO STS-CTL-DATE
        MOVE     ZERO  TO STS-CTL-STREAMS
        MOVE     ZERO  TO STS-CTL-SPLITS
        MOVE     ZERO  TO STS-CTL-ABORTS
        MOVE     ZERO  TO STS-CTL-DONE
    END-IF
    EVALUATE TRUE
        WHEN SCT-CONTROL-TOTAL
            ADD      1  TO STS-CTL-STREAMS
            MOVE     SCT-COUNT  TO STS-COUNT-WORK
            ADD      STS-COUNT-WORK  TO STS-CTL-DONE
        WHEN SCT-SPLIT-WINDOW
            ADD      1  TO STS-CTL-SPLITS
        WHEN SCT-REJECT-ABORT
            ADD      1  TO STS-CTL-ABORTS
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
B100-EXIT.
    EXIT.

B900-SET-STATUS-DATE.
    MOVE     STS-AUD-DATE  TO STS-STATUS-DATE
    IF       STS-CTL-DATE > STS-STATUS-DATE
        MOVE     STS-CTL-DATE  TO STS-STATUS-DATE
    END-IF
    IF       STS-AUD-DATE = STS-STATUS-DATE
         AND STS-AUD-DATE > 0
        SET      STS-AUD-CURRENT  TO TRUE
    END-IF
    IF       STS-STATUS-DATE = 0
        MOVE     YYYYMMDD  TO STS-STATUS-DATE
        SET      STS-RUN-STALE  TO TRUE
        GO TO    B900-EXIT
    END-IF
    IF       FUNCTION TEST-DATE-YYYYMMDD (STS-STATUS-DATE) NOT = 0
        SET      STS-RUN-STALE  TO TRUE
        GO TO    B900-EXIT
    END-IF
    MOVE     FUNCTION INTEGER-OF-DATE (STS-STATUS-DATE)
                    TO STS-WORK-DAYS
    MOVE     STS-TODAY-DAYS  TO STS-DAYS-OUT
    SUBTRACT STS-WORK-DAYS   FROM STS-DAYS-OUT
    IF       STS-DAYS-OUT > STS-MAX-AGE
        SET      STS-RUN-STALE  TO TRUE
    END-IF.
B900-EXIT.
    EXIT.

C000-READ-BALANCE.
    READ     STS-BALANCE
        AT END
            SET  STS-BAL-EOF TO TRUE
            GO TO C000-EXIT
    END-READ
    IF       SBH-BALANCE-TITLE
        IF       SBH-RUN-DATE NUMERIC
            MOVE     SBH-RUN-DATE  TO STS-BAL-DATE
        END-IF
        GO TO    C000-EXIT
    END-IF
    EVALUATE SBL-LABEL
        WHEN 'DETAIL RECORDS READ, PRTLINE'
            MOVE     SBL-COUNT  TO STS-BAL-READ
        WHEN 'DETAIL RECORDS ON PRTDONE'
            MOVE     SBL-COUNT  TO STS-BAL-DONE
        WHEN 'REJECT RECORDS ON PRTREJ'
            MOVE     SBL-COUNT  TO STS-BAL-REJ
        WHEN 'HELD FOR A FUTURE DATE'
            MOVE     SBL-COUNT  TO STS-BAL-HELD
        WHEN 'RELEASED FROM PENDING'
            MOVE     SBL-COUNT  TO STS-BAL-RLSE
        WHEN 'RUN IS IN BALANCE'
            SET      STS-BAL-RELEASED  TO TRUE
        WHEN 'RUN IS OUT OF BALANCE'
            SET      STS-BAL-HELD-SW   TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
C000-EXIT.
    EXIT.

C100-READ-CONSOLIDATION.
    READ     STS-CONSOL
        AT END
            SET  STS-CNS-EOF TO TRUE
            GO TO C100-EXIT
    END-READ
    IF       SCH-CONSOL-TITLE
        IF       SCH-RUN-DATE NUMERIC
            MOVE     SCH-RUN-DATE  TO STS-CNS-DATE
        END-IF
        GO TO    C100-EXIT
    END-IF
    EVALUATE SCN-LABEL
        WHEN 'CONSOLIDATION PROVED'
            MOVE     SCN-COUNT  TO STS-CNS-COUNT
            SET      STS-CNS-RELEASED  TO TRUE
        WHEN 'CONSOLIDATION FAILED'
            MOVE     SCN-COUNT  TO STS-CNS-COUNT
            SET      STS-CNS-HELD-SW   TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
C100-EXIT.
    EXIT.

C200-READ-REGISTER.
    READ     STS-REGISTER
        AT END
            SET  STS-REG-EOF TO TRUE
            GO TO C200-EXIT
    END-READ
    IF       NOT SRG-REGISTER-TOTAL
          OR SRG-RUN-DATE NOT NUMERIC
        GO TO    C200-EXIT
    END-IF
    MOVE     SRG-RUN-DATE    TO STS-REG-DATE
    MOVE     SRG-READ-COUNT  TO STS-REG-READ
    MOVE     SRG-REG-COUNT   TO STS-REG-COUNT.
C200-EXIT.
    EXIT.

C300-READ-VOLUME.
    READ     STS-VOLUME
        AT END
            SET  STS-VOL-EOF TO TRUE
            GO TO C300-EXIT
    END-READ
    EVALUATE TRUE
        WHEN SVL-VOLUME-TITLE
            IF       SVL-RUN-DATE NUMERIC
                MOVE     SVL-RUN-DATE  TO STS-VOL-DATE
            END-IF
        WHEN SVF-RELEASED
            SET      STS-VOL-RELEASED  TO TRUE
        WHEN SVF-HELD
            SET      STS-VOL-HELD-SW   TO TRUE
        WHEN SVL-REGION-HELD
            ADD      1  TO STS-VOL-HELD
        WHEN SVL-REGION-PASSED
            ADD      1  TO STS-VOL-PASSED
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
C300-EXIT.
    EXIT.

C400-READ-RATE-LOAD.
    READ     STS-RATE-LOAD
        AT END
            SET  STS-FXR-EOF TO TRUE
            GO TO C400-EXIT
    END-READ
    EVALUATE TRUE
        WHEN SFX-RATE-TITLE
            IF       SFX-RUN-DATE NUMERIC
                MOVE     SFX-RUN-DATE  TO STS-FXR-DATE
            END-IF
        WHEN SFF-LOADED
            SET      STS-FXR-LOADED      TO TRUE
        WHEN SFF-NOT-QUOTED
            SET      STS-FXR-NOT-QUOTED  TO TRUE
        WHEN SFF-REFUSED
            SET      STS-FXR-REFUSED     TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
C400-EXIT.
    EXIT.

C500-READ-POSITIONS.
    READ     STS-POSITION
        AT END
            SET  STS-POS-EOF TO TRUE
            GO TO C500-EXIT
    END-READ
    IF       SPH-POSITION-TITLE
        IF       SPH-RUN-DATE NUMERIC
            MOVE     SPH-RUN-DATE  TO STS-POS-DATE
        END-IF
        GO TO    C500-EXIT
    END-IF
    EVALUATE SPS-LABEL
        WHEN 'POSITIONS POSTED AND PROVED'
            SET      STS-POS-PROVED      TO TRUE
        WHEN 'POSITION POSTING NOT PROVED'
            SET      STS-POS-NOT-PROVED  TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
C500-EXIT.
    EXIT.

C900-SET-CURRENT.
    IF       STS-BAL-DATE NOT < STS-STATUS-DATE
        SET      STS-BAL-CURRENT  TO TRUE
    END-IF
    IF       STS-CNS-DATE NOT < STS-STATUS-DATE
        SET      STS-CNS-CURRENT  TO TRUE
    END-IF
    IF       STS-REG-DATE NOT < STS-STATUS-DATE
        SET      STS-REG-CURRENT  TO TRUE
    END-IF
    IF       STS-VOL-DATE NOT < STS-STATUS-DATE
        SET      STS-VOL-CURRENT  TO TRUE
    END-IF
    IF       STS-FXR-DATE NOT < STS-STATUS-DATE
        SET      STS-FXR-CURRENT  TO TRUE
    END-IF
    IF       STS-POS-DATE NOT < STS-STATUS-DATE
        SET      STS-POS-CURRENT  TO TRUE
    END-IF
    IF       STS-CNS-CURRENT
        SET      STS-PARALLEL-DAY  TO TRUE
    END-IF
    IF       STS-CTL-DATE = STS-STATUS-DATE
         AND STS-CTL-STREAMS > 1
        SET      STS-PARALLEL-DAY  TO TRUE
    END-IF
    IF       STS-AUD-CURRENT
         AND STS-AUD-COND-CODE <= 4
         AND STS-BAL-CURRENT AND STS-BAL-RELEASED
         AND STS-VOL-CURRENT AND STS-VOL-RELEASED
        SET      STS-DAY-RELEASED  TO TRUE
    END-IF
    IF       STS-PARALLEL-DAY
         AND NOT (STS-CNS-CURRENT AND STS-CNS-RELEASED)
        SET      STS-DAY-NOT-RELEASED  TO TRUE
    END-IF.
C900-EXIT.
    EXIT.

D000-READ-TRANSMISSION.
    MOVE     STS-STATUS-DATE  TO XMT-RUN-DATE
    SET      XMT-DAILY  TO TRUE
    MOVE     SPACES  TO XMT-XMIT-REGION
    READ     STS-XMIT-LOG
        INVALID KEY
            SET      STS-XMT-NOT-FOUND  TO TRUE
            GO TO    D000-EXIT
    END-READ
    IF       STS-XMT-STATUS NOT = '00'
        DISPLAY  'PGM145 - TRANSMISSION LOG READ FAILED, '
                 'STATUS=' STS-XMT-STATUS ' KEY=' XMT-KEY
        GO TO    A999-ABEND
    END-IF
    SET      STS-XMT-FOUND  TO TRUE.
D000-EXIT.
    EXIT.

D100-SWEEP-LEDGER.
    MOVE     LOW-VALUES  TO REJ-LED-ID
    START    STS-LEDGER KEY >= REJ-LED-ID
        INVALID KEY
            SET      STS-LED-EOF  TO TRUE
    END-START
    PERFORM  D200-AGE-REJECT THRU D200-EXIT
        UNTIL STS-LED-EOF.
D100-EXIT.
    EXIT.

D200-AGE-REJECT.
    READ     STS-LEDGER NEXT
        AT END
            SET      STS-LED-EOF  TO TRUE
            GO TO    D200-EXIT
    END-READ
    IF       STS-LED-STATUS NOT = '00'
        DISPLAY  'PGM145 - REJECT LEDGER READ NEXT FAILED, '
                 'STATUS=' STS-LED-STATUS
        GO TO    A999-ABEND
    END-IF
    IF       NOT REJ-LED-OPEN
        GO TO    D200-EXIT
    END-IF
    ADD      1  TO STS-AGE-TOTAL
    MOVE     ZERO  TO STS-DAYS-OUT
    IF       REJ-LED-ORIG-DATE NUMERIC AND REJ-LED-ORIG-DATE > 0
        MOVE     FUNCTION INTEGER-OF-DATE (REJ-LED-ORIG-DATE)
                        TO STS-WORK-DAYS
        MOVE     STS-TODAY-DAYS  TO STS-DAYS-OUT
        SUBTRACT STS-WORK-DAYS   FROM STS-DAYS-OUT
    END-IF
    EVALUATE TRUE
        WHEN STS-DAYS-OUT <= 30
            ADD      1  TO STS-AGE-30
        WHEN STS-DAYS-OUT <= 60
            ADD      1  TO STS-AGE-60
        WHEN STS-DAYS-OUT <= 90
            ADD      1  TO STS-AGE-90
        WHEN OTHER
            ADD      1  TO STS-AGE-OVER
    END-EVALUATE.
D200-EXIT.
    EXIT.

E000-PRINT-STEPS.
    MOVE     STS-STATUS-DATE  TO HD1-RUN-DATE
    MOVE     YYYYMMDD         TO HD1-TODAY
    WRITE    STS-REPORT-REC FROM STS-HEADING-1
    WRITE    STS-REPORT-REC FROM STS-BLANK-LINE
    WRITE    STS-REPORT-REC FROM STS-HEADING-2
    PERFORM  E050-STEP-RATE-LOAD THRU E050-EXIT
    PERFORM  E100-STEP-POSTING THRU E100-EXIT
    PERFORM  E200-STEP-BALANCE THRU E200-EXIT
    PERFORM  E300-STEP-CONSOLIDATION THRU E300-EXIT
    PERFORM  E400-STEP-REGISTER THRU E400-EXIT
    PERFORM  E500-STEP-VOLUME THRU E500-EXIT
    PERFORM  E600-STEP-RELEASE THRU E600-EXIT
    PERFORM  E650-STEP-POSITIONS THRU E650-EXIT
    PERFORM  E700-STEP-TRANSMISSION THRU E700-EXIT
    PERFORM  E800-STEP-ACKNOWLEDGMENT THRU E800-EXIT.
E000-EXIT.
    EXIT.

E050-STEP-RATE-LOAD.
    MOVE     'STEP008'  TO STP-STEP
    MOVE     'PGM148'   TO STP-PROGRAM
    MOVE     'EXCHANGE RATE LOAD'  TO STP-FUNCTION
    MOVE     STS-FXR-DATE  TO STP-DATE
    MOVE     SPACES        TO STP-CC
    SET      STS-ROW-FAIL  TO TRUE
    EVALUATE TRUE
        WHEN NOT STS-FXR-CURRENT
            MOVE     'NOT RUN FOR RUN DATE'          TO STP-RESULT
        WHEN STS-FXR-LOADED
            MOVE     'RATES LOADED'                  TO STP-RESULT
            MOVE     '0000'  TO STP-CC
            SET      STS-ROW-OK  TO TRUE
        WHEN STS-FXR-NOT-QUOTED
            MOVE     'LOADED - CURRENCY NOT QUOTED'  TO STP-RESULT
            MOVE     '0004'  TO STP-CC
            SET      STS-ROW-WARN  TO TRUE
        WHEN STS-FXR-REFUSED
            MOVE     'RATE FILE REFUSED'             TO STP-RESULT
            MOVE     '0008'  TO STP-CC
        WHEN OTHER
            MOVE     'REPORT INCOMPLETE'             TO STP-RESULT
    END-EVALUATE
    PERFORM  E900-WRITE-STEP-LINE THRU E900-EXIT.
E050-EXIT.
    EXIT.

E100-STEP-POSTING.
    MOVE     'STEP010'  TO STP-STEP
    MOVE     'PGM123'   TO STP-PROGRAM
    IF       STS-PARALLEL-DAY
        MOVE     STS-CTL-STREAMS  TO STT-STREAMS
        MOVE     STS-STREAM-TEXT  TO STP-FUNCTION
    ELSE
        MOVE     'POSTING, SINGLE STREAM'  TO STP-FUNCTION
    END-IF
    MOVE     STS-AUD-DATE  TO STP-DATE
    MOVE     SPACES        TO STP-CC
    SET      STS-ROW-FAIL  TO TRUE
    IF       STS-RUN-STALE
        MOVE     'NO RUN RECORDED SINCE'  TO STP-RESULT
        PERFORM  E900-WRITE-STEP-LINE THRU E900-EXIT
        GO TO    E100-EXIT
    END-IF
    IF       NOT STS-AUD-CURRENT
        EVALUATE TRUE
            WHEN STS-CTL-ABORTS > 0
                MOVE     'REJECT LIMIT - RUN ABORTED'  TO STP-RESULT
            WHEN STS-CTL-SPLITS > 0
                MOVE     'SPLIT - CONTINUATION NOT RUN' TO STP-RESULT
            WHEN OTHER
                MOVE     'NO AUDIT RECORD FOR RUN DATE' TO STP-RESULT
        END-EVALUATE
        PERFORM  E900-WRITE-STEP-LINE THRU E900-EXIT
        GO TO    E100-EXIT
    END-IF
    MOVE     STS-AUD-COND-CODE  TO STP-CC
    EVALUATE STS-AUD-COND-CODE
        WHEN 0
            MOVE     'COMPLETE'                      TO STP-RESULT
            SET      STS-ROW-OK  TO TRUE
        WHEN 4
            MOVE     'COMPLETE WITH REJECTS'         TO STP-RESULT
            SET      STS-ROW-WARN  TO TRUE
        WHEN 6
            MOVE     'SPLIT - CONTINUATION NOT RUN'  TO STP-RESULT
        WHEN 8
            MOVE     'EXTRACT INTEGRITY FAILURE'     TO STP-RESULT
        WHEN 12
            MOVE     'REJECT LIMIT - RUN ABORTED'    TO STP-RESULT
        WHEN OTHER
            MOVE     'DID NOT FINISH'                TO STP-RESULT
    END-EVALUATE
    PERFORM  E900-WRITE-STEP-LINE THRU E900-EXIT.
E100-EXIT.
    EXIT.

E200-STEP-BALANCE.
    MOVE     'STEP015'  TO STP-STEP
    MOVE     'PGM126'   TO STP-PROGRAM
    MOVE     'THREE-WAY BALANCE'  TO STP-FUNCTION
    MOVE     STS-BAL-DATE  TO STP-DATE
    MOVE     SPACES        TO STP-CC
    SET      STS-ROW-FAIL  TO TRUE
    EVALUATE TRUE
        WHEN NOT STS-BAL-CURRENT
            MOVE     'NOT RUN FOR RUN DATE'     TO STP-RESULT
        WHEN STS-BAL-RELEASED
            MOVE     'IN BALANCE - RELEASED'    TO STP-RESULT
            MOVE     '0000'  TO STP-CC
            SET      STS-ROW-OK  TO TRUE
        WHEN STS-BAL-HELD-SW
            MOVE     'OUT OF BALANCE - HELD'    TO STP-RESULT
            MOVE     '0008'  TO STP-CC
        WHEN OTHER
            MOVE     'REPORT INCOMPLETE'        TO STP-RESULT
    END-EVALUATE
    PERFORM  E900-WRITE-STEP-LINE THRU E900-EXIT.
E200-EXIT.
    EXIT.

E300-STEP-CONSOLIDATION.
    MOVE     'STEP016'  TO STP-STEP
    MOVE     'PGM134'   TO STP-PROGRAM
    MOVE     'PARALLEL SUMMARY/AUDIT MERGE'  TO STP-FUNCTION
    MOVE     SPACES        TO STP-DATE
    MOVE     SPACES        TO STP-CC
    SET      STS-ROW-FAIL  TO TRUE
    IF       STS-SINGLE-DAY
        MOVE     'NOT A PARALLEL DAY'  TO STP-RESULT
        SET      STS-ROW-OK  TO TRUE
        PERFORM  E900-WRITE-STEP-LINE THRU E900-EXIT
        GO TO    E300-EXIT
    END-IF
    MOVE     STS-CNS-DATE  TO STP-DATE
    EVALUATE TRUE
        WHEN NOT STS-CNS-CURRENT
            MOVE     'NOT RUN FOR RUN DATE'     TO STP-RESULT
        WHEN STS-CNS-RELEASED
            MOVE     'PROVED - RELEASED'        TO STP-RESULT
            MOVE     '0000'  TO STP-CC
            SET      STS-ROW-OK  TO TRUE
        WHEN STS-CNS-HELD-SW
            MOVE     'FAILED - HELD'            TO STP-RESULT
            MOVE     '0008'  TO STP-CC
        WHEN OTHER
            MOVE     'REPORT INCOMPLETE'        TO STP-RESULT
    END-EVALUATE
    PERFORM  E900-WRITE-STEP-LINE THRU E900-EXIT.
E300-EXIT.
    EXIT.

E400-STEP-REGISTER.
    MOVE     'STEP017'  TO STP-STEP
    MOVE     'PGM131'   TO STP-PROGRAM
    MOVE     'REJECT LEDGER REGISTRATION'  TO STP-FUNCTION
    MOVE     STS-REG-DATE  TO STP-DATE
    MOVE     SPACES        TO STP-CC
    EVALUATE TRUE
        WHEN NOT STS-REG-CURRENT
            MOVE     'NOT RUN FOR RUN DATE'        TO STP-RESULT
            SET      STS-ROW-FAIL  TO TRUE
        WHEN STS-REG-COUNT = STS-REG-READ
            MOVE     'ALL REJECTS REGISTERED'      TO STP-RESULT
            MOVE     '0000'  TO STP-CC
            SET      STS-ROW-OK  TO TRUE
        WHEN OTHER
            MOVE     'NOT ALL REJECTS REGISTERED'  TO STP-RESULT
            MOVE     '0000'  TO STP-CC
            SET      STS-ROW-WARN  TO TRUE
    END-EVALUATE
    PERFORM  E900-WRITE-STEP-LINE THRU E900-EXIT.
E400-EXIT.
    EXIT.

E500-STEP-VOLUME.
    MOVE     'STEP018'  TO STP-STEP
    MOVE     'PGM133'   TO STP-PROGRAM
    MOVE     'REGION VOLUME CHECK'  TO STP-FUNCTION
    MOVE     STS-VOL-DATE  TO STP-DATE
    MOVE     SPACES        TO STP-CC
    SET      STS-ROW-FAIL  TO TRUE
    EVALUATE TRUE
        WHEN NOT STS-VOL-CURRENT
            MOVE     'NOT RUN FOR RUN DATE'     TO STP-RESULT
        WHEN STS-VOL-RELEASED
            MOVE     'WITHIN TOLERANCE - RELEASED'  TO STP-RESULT
            MOVE     '0000'  TO STP-CC
            SET      STS-ROW-OK  TO TRUE
        WHEN STS-VOL-HELD-SW
            MOVE     'OUT OF TOLERANCE - HELD'  TO STP-RESULT
            MOVE     '0008'  TO STP-CC
        WHEN OTHER
            MOVE     'REPORT INCOMPLETE'        TO STP-RESULT
    END-EVALUATE
    PERFORM  E900-WRITE-STEP-LINE THRU E900-EXIT.
E500-EXIT.
    EXIT.

E600-STEP-RELEASE.
    MOVE     'STEP020'  TO STP-STEP
    MOVE     SPACES     TO STP-PROGRAM
    MOVE     'RELEASE OF PRTDONE'  TO STP-FUNCTION
    MOVE     SPACES     TO STP-DATE
    MOVE     SPACES     TO STP-CC
    IF       STS-DAY-RELEASED
        MOVE     'RELEASED'      TO STP-RESULT
        SET      STS-ROW-OK    TO TRUE
    ELSE
        MOVE     'NOT RELEASED'  TO STP-RESULT
        SET      STS-ROW-FAIL  TO TRUE
    END-IF
    PERFORM  E900-WRITE-STEP-LINE THRU E900-EXIT.
E600-EXIT.
    EXIT.

E650-STEP-POSITIONS.
    MOVE     'STEP025'  TO STP-STEP
    MOVE     'PGM137'   TO STP-PROGRAM
    MOVE     'ACCOUNT POSITION POSTING'  TO STP-FUNCTION
    MOVE     STS-POS-DATE  TO STP-DATE
    MOVE     SPACES        TO STP-CC
    SET      STS-ROW-FAIL  TO TRUE
    EVALUATE TRUE
        WHEN NOT STS-POS-CURRENT AND STS-DAY-RELEASED
            MOVE     'NOT RUN FOR RUN DATE'        TO STP-RESULT
        WHEN NOT STS-POS-CURRENT
            MOVE     'NOT RUN - DAY NOT RELEASED'  TO STP-RESULT
        WHEN STS-POS-PROVED
            MOVE     'POSTED AND PROVED'           TO STP-RESULT
            MOVE     '0000'  TO STP-CC
            SET      STS-ROW-OK  TO TRUE
        WHEN STS-POS-NOT-PROVED
            MOVE     'NOT PROVED - SEE POSRPT'     TO STP-RESULT
            MOVE     '0008'  TO STP-CC
        WHEN OTHER
            MOVE     'REPORT INCOMPLETE'           TO STP-RESULT
    END-EVALUATE
    PERFORM  E900-WRITE-STEP-LINE THRU E900-EXIT.
E650-EXIT.
    EXIT.

E700-STEP-TRANSMISSION.
    MOVE     'STEP030'  TO STP-STEP
    MOVE     'PGM127'   TO STP-PROGRAM
    MOVE     'WAREHOUSE EXTRACT'  TO STP-FUNCTION
    MOVE     SPACES     TO STP-DATE
    MOVE     SPACES     TO STP-CC
    SET      STS-ROW-FAIL  TO TRUE
    EVALUATE TRUE
        WHEN STS-XMT-FOUND
            MOVE     XMT-CUT-DATE  TO STP-DATE
            MOVE     'CUT AND LOGGED'            TO STP-RESULT
            MOVE     '0000'  TO STP-CC
            SET      STS-ROW-OK  TO TRUE
        WHEN STS-DAY-RELEASED
            MOVE     'NOT ON TRANSMISSION LOG'   TO STP-RESULT
        WHEN OTHER
            MOVE     'NOT RUN - DAY NOT RELEASED' TO STP-RESULT
    END-EVALUATE
    PERFORM  E900-WRITE-STEP-LINE THRU E900-EXIT.
E700-EXIT.
    EXIT.

E800-STEP-ACKNOWLEDGMENT.
    MOVE     'PGM135J'  TO STP-STEP
    MOVE     'PGM135'   TO STP-PROGRAM
    MOVE     'WAREHOUSE ACKNOWLEDGMENT'  TO STP-FUNCTION
    MOVE     SPACES     TO STP-DATE
    MOVE     SPACES     TO STP-CC
    SET      STS-ROW-OK  TO TRUE
    IF       STS-XMT-NOT-FOUND
        MOVE     'NOTHING TO ACKNOWLEDGE'  TO STP-RESULT
        PERFORM  E900-WRITE-STEP-LINE THRU E900-EXIT
        GO TO    E800-EXIT
    END-IF
    EVALUATE TRUE
        WHEN XMT-ACKNOWLEDGED
            MOVE     XMT-ACK-DATE  TO STP-DATE
            MOVE     'ACKNOWLEDGED'                 TO STP-RESULT
            MOVE     '0000'  TO STP-CC
        WHEN XMT-ACK-ERROR
            MOVE     XMT-ACK-DATE  TO STP-DATE
            MOVE     'ACKNOWLEDGED COUNT DIFFERS'   TO STP-RESULT
            MOVE     '0008'  TO STP-CC
            SET      STS-ROW-FAIL  TO TRUE
        WHEN OTHER
            PERFORM  E850-ACK-AGE THRU E850-EXIT
    END-EVALUATE
    PERFORM  E900-WRITE-STEP-LINE THRU E900-EXIT.
E800-EXIT.
    EXIT.

E850-ACK-AGE.
    MOVE     'AWAITING ACKNOWLEDGMENT'  TO STP-RESULT
    IF       FUNCTION TEST-DATE-YYYYMMDD (XMT-CUT-DATE) NOT = 0
        GO TO    E850-EXIT
    END-IF
    MOVE     FUNCTION INTEGER-OF-DATE (XMT-CUT-DATE)
                    TO STS-WORK-DAYS
    MOVE     STS-TODAY-DAYS  TO STS-DAYS-OUT
    SUBTRACT STS-WORK-DAYS   FROM STS-DAYS-OUT
    IF       STS-DAYS-OUT > STS-ACK-DAYS
        MOVE     'ACKNOWLEDGMENT OVERDUE'  TO STP-RESULT
        SET      STS-ROW-WARN  TO TRUE
    END-IF.
E850-EXIT.
    EXIT.

E900-WRITE-STEP-LINE.
    EVALUATE TRUE
        WHEN STS-ROW-OK
            MOVE     'OK'    TO STP-STATUS
        WHEN STS-ROW-WARN
            MOVE     'WARN'  TO STP-STATUS
        WHEN OTHER
            MOVE     'FAIL'  TO STP-STATUS
    END-EVALUATE
    IF       STP-DATE = ZERO
        MOVE     SPACES  TO STP-DATE
    END-IF
    PERFORM  E950-RAISE-STATUS THRU E950-EXIT
    WRITE    STS-REPORT-REC FROM STS-STEP-LINE.
E900-EXIT.
    EXIT.

E950-RAISE-STATUS.
    IF       STS-ROW-SEVERITY > STS-COND-CODE
        MOVE     STS-ROW-SEVERITY  TO STS-COND-CODE
    END-IF.
E950-EXIT.
    EXIT.

F000-PRINT-TOTALS.
    WRITE    STS-REPORT-REC FROM STS-BLANK-LINE
    MOVE     'DAY TOTALS'  TO TTL-TEXT
    WRITE    STS-REPORT-REC FROM STS-TITLE-LINE
    IF       STS-BAL-CURRENT
        MOVE     SPACES           TO SML-VERDICT
    ELSE
        MOVE     'NOT AVAILABLE'  TO SML-VERDICT
    END-IF
    MOVE     'DETAIL RECORDS READ'               TO SML-LABEL
    MOVE     STS-BAL-READ      TO SML-VALUE
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE
    MOVE     'DETAIL RECORDS DONE, ON PRTDONE'   TO SML-LABEL
    MOVE     STS-BAL-DONE      TO SML-VALUE
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE
    MOVE     'REJECT RECORDS'                    TO SML-LABEL
    MOVE     STS-BAL-REJ       TO SML-VALUE
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE
    MOVE     'HELD FOR A FUTURE DATE'            TO SML-LABEL
    MOVE     STS-BAL-HELD      TO SML-VALUE
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE
    MOVE     'RELEASED FROM PENDING'             TO SML-LABEL
    MOVE     STS-BAL-RLSE      TO SML-VALUE
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE
    PERFORM  F100-CHECK-DONE-COUNT THRU F100-EXIT
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'REJECTS ON THE AUDIT RECORD'       TO SML-LABEL
    MOVE     STS-AUD-REJECTED  TO SML-VALUE
    IF       NOT STS-AUD-CURRENT
        MOVE     'NOT AVAILABLE'  TO SML-VERDICT
    END-IF
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'REJECTS REGISTERED ON THE LEDGER'  TO SML-LABEL
    MOVE     STS-REG-COUNT     TO SML-VALUE
    IF       NOT STS-REG-CURRENT
        MOVE     'NOT AVAILABLE'  TO SML-VERDICT
    END-IF
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'REGIONS OUT OF VOLUME TOLERANCE'   TO SML-LABEL
    MOVE     STS-VOL-HELD      TO SML-VALUE
    IF       NOT STS-VOL-CURRENT
        MOVE     'NOT AVAILABLE'  TO SML-VERDICT
    END-IF
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE
    MOVE     'NET AMOUNT'  TO AML-LABEL
    IF       STS-XMT-FOUND
        MOVE     XMT-TOTAL-AMOUNT  TO AML-VALUE
        MOVE     SPACES            TO AML-VERDICT
    ELSE
        MOVE     ZERO              TO AML-VALUE
        MOVE     'NOT AVAILABLE'   TO AML-VERDICT
    END-IF
    WRITE    STS-REPORT-REC FROM STS-AMOUNT-LINE.
F000-EXIT.
    EXIT.

F100-CHECK-DONE-COUNT.
    MOVE     'DETAIL RECORDS DONE, CONTROL REPORT' TO SML-LABEL
    MOVE     SPACES  TO SML-VERDICT
    IF       STS-CTL-DATE NOT = STS-STATUS-DATE
        MOVE     ZERO             TO SML-VALUE
        MOVE     'NOT AVAILABLE'  TO SML-VERDICT
        WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE
        GO TO    F100-EXIT
    END-IF
    MOVE     STS-CTL-DONE  TO SML-VALUE
    IF       STS-BAL-CURRENT
         AND STS-CTL-DONE NOT = STS-BAL-DONE
        MOVE     'DIFFERS'  TO SML-VERDICT
        SET      STS-ROW-WARN  TO TRUE
        PERFORM  E950-RAISE-STATUS THRU E950-EXIT
    END-IF
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE.
F100-EXIT.
    EXIT.

G000-PRINT-TRANSMISSION.
    WRITE    STS-REPORT-REC FROM STS-BLANK-LINE
    MOVE     'TRANSMISSION'  TO TTL-TEXT
    WRITE    STS-REPORT-REC FROM STS-TITLE-LINE
    MOVE     'DAILY EXTRACT ON THE TRANSMISSION LOG'  TO TXL-LABEL
    IF       STS-XMT-NOT-FOUND
        MOVE     'NONE'  TO TXL-VALUE
        WRITE    STS-REPORT-REC FROM STS-TEXT-LINE
        GO TO    G000-EXIT
    END-IF
    MOVE     XMT-CUT-DATE  TO TXL-VALUE
    WRITE    STS-REPORT-REC FROM STS-TEXT-LINE
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'DETAILS TRANSMITTED'          TO SML-LABEL
    MOVE     XMT-DETAIL-COUNT  TO SML-VALUE
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE
    MOVE     'NET AMOUNT TRANSMITTED'       TO AML-LABEL
    MOVE     XMT-TOTAL-AMOUNT  TO AML-VALUE
    MOVE     SPACES            TO AML-VERDICT
    WRITE    STS-REPORT-REC FROM STS-AMOUNT-LINE
    MOVE     'ACKNOWLEDGMENT STATUS'        TO TXL-LABEL
    EVALUATE TRUE
        WHEN XMT-ACKNOWLEDGED
            MOVE     'ACKNOWLEDGED'            TO TXL-VALUE
        WHEN XMT-ACK-ERROR
            MOVE     'COUNT DIFFERS'           TO TXL-VALUE
        WHEN OTHER
            MOVE     'AWAITING ACKNOWLEDGMENT' TO TXL-VALUE
    END-EVALUATE
    WRITE    STS-REPORT-REC FROM STS-TEXT-LINE
    IF       XMT-AWAITING-ACK
        GO TO    G000-EXIT
    END-IF
    MOVE     'ACKNOWLEDGED ON'              TO TXL-LABEL
    MOVE     XMT-ACK-DATE  TO TXL-VALUE
    WRITE    STS-REPORT-REC FROM STS-TEXT-LINE
    MOVE     'DETAILS ACKNOWLEDGED'         TO SML-LABEL
    MOVE     XMT-ACK-COUNT  TO SML-VALUE
    IF       XMT-ACK-ERROR
        MOVE     'DIFFERS'  TO SML-VERDICT
    END-IF
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE.
G000-EXIT.
    EXIT.

H000-PRINT-AGING.
    WRITE    STS-REPORT-REC FROM STS-BLANK-LINE
    MOVE     'OPEN REJECTS ON THE LEDGER BY DAYS OUTSTANDING'
                    TO TTL-TEXT
    WRITE    STS-REPORT-REC FROM STS-TITLE-LINE
    MOVE     SPACES  TO SML-VERDICT
    MOVE     '0-30 DAYS'                    TO SML-LABEL
    MOVE     STS-AGE-30    TO SML-VALUE
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE
    MOVE     '31-60 DAYS'                   TO SML-LABEL
    MOVE     STS-AGE-60    TO SML-VALUE
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE
    MOVE     '61-90 DAYS'                   TO SML-LABEL
    MOVE     STS-AGE-90    TO SML-VALUE
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE
    MOVE     'OVER 90 DAYS'                 TO SML-LABEL
    MOVE     STS-AGE-OVER  TO SML-VALUE
    IF       STS-AGE-OVER > 0
        MOVE     'CHASE'  TO SML-VERDICT
        SET      STS-ROW-WARN  TO TRUE
        PERFORM  E950-RAISE-STATUS THRU E950-EXIT
    END-IF
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'TOTAL OPEN'                   TO SML-LABEL
    MOVE     STS-AGE-TOTAL TO SML-VALUE
    WRITE    STS-REPORT-REC FROM STS-SUMMARY-LINE.
H000-EXIT.
    EXIT.

A900-TERMINATE.
    WRITE    STS-REPORT-REC FROM STS-BLANK-LINE
    MOVE     STS-STATUS-DATE  TO VRD-RUN-DATE
    MOVE     STS-COND-CODE    TO VRD-COND-CODE
    EVALUATE TRUE
        WHEN STS-GREEN
            MOVE     'GREEN'  TO VRD-VERDICT
        WHEN STS-AMBER
            MOVE     'AMBER'  TO VRD-VERDICT
        WHEN OTHER
            MOVE     'RED'    TO VRD-VERDICT
    END-EVALUATE
    WRITE    STS-REPORT-REC FROM STS-VERDICT-LINE
    IF       NOT STS-GREEN
        DISPLAY  'PGM145 - NIGHTLY CYCLE STATUS ' VRD-VERDICT
                 ' FOR RUN DATE ' STS-STATUS-DATE
                 ' - SEE THE MORNING STATUS SHEET'
            UPON CONSOLE
    END-IF
    MOVE     STS-COND-CODE  TO RETURN-CODE
    CLOSE    STS-AUDIT
    CLOSE    STS-CONTROL
    CLOSE    STS-BALANCE
    CLOSE    STS-CONSOL
    CLOSE    STS-REGISTER
    CLOSE    STS-VOLUME
    CLOSE    STS-RATE-LOAD
    CLOSE    STS-POSITION
    CLOSE    STS-XMIT-LOG
    CLOSE    STS-LEDGER
    CLOSE    STS-REPORT.
A900-EXIT.
    EXIT.

A999-ABEND.
    DISPLAY   'PGM145 - FATAL ERROR, RUN TERMINATED'
    DISPLAY   'STS-AUD-STATUS='  STS-AUD-STATUS
              ' STS-XMT-STATUS=' STS-XMT-STATUS
              ' STS-LED-STATUS=' STS-LED-STATUS
              ' STS-RPT-STATUS=' STS-RPT-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

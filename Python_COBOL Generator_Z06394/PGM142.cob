      *>--------------------------------------------------------------*>
      *> PROGRAM-ID : 142
      *> AUTHOR     : CHEN
      *>
      *> Whole-day backout of a program 123 run that was found to be
      *> bad after it was released.  Until now a bad day released to
      *> the ledger, the warehouse and the account positions was
      *> unwound by hand, piece by piece, with nothing to prove that
      *> every piece had been reached.
      *>
      *> BKOCARD names the run date to back out (col 1-8) and,
      *> optionally, one region (col 9-10; blank = every region on
      *> the day).  BKODONE is the released PRTDONE generation of
      *> that run and BKOSUMI the PRTSUM generation of the same run.
      *>
      *> Nothing is changed until both have been verified: PRTDONE
      *> must carry exactly one trailer, dated the card's run date,
      *> whose count equals the details on the file; every PRTSUM
      *> record must be dated the run date; and for every region
      *> being backed out the PRTSUM count and net amount must equal
      *> the region's details on PRTDONE.  Any failure ends with
      *> return code 12 and no file has been touched.
      *>
      *> The backout then runs, in order:
      *>
      *>   1. PRTHIST - every history entry posted on the run date
      *>      (HIST-POSTED-DATE, for the card's region if one is
      *>      given) is deleted, so the corrected re-send of the same
      *>      records is not rejected as a duplicate;
      *>   1a PRTPEND - the day's work on the pending file is undone
      *>      the way program 123 undoes a failed run: future-dated
      *>      details held on the run date are deleted (the re-send
      *>      holds them again) and details released on the run date
      *>      go back to pending with no released date, so the re-run
      *>      releases them again - for the card's region only if
      *>      one is given;
      *>   2. BKOSUMO - a reversing PRTSUM generation: one record per
      *>      region backed out, dated the run date, with the
      *>      original record count and the amount negated, marked
      *>      SUM-REC-KIND 'R' so PGM130 nets the day to zero for the
      *>      month instead of failing it as a duplicated generation;
      *>   3. ACCTPOS/ACCTACT - every detail posted to an account
      *>      position by PGM137 is taken back off the position (the
      *>      month-to-date figures, or the closed month's figures
      *>      and the current opening balance if the position has
      *>      rolled since) and its activity entry deleted;
      *>   4. BKOCSV - a reversal file for the warehouse in the PGM127
      *>      format, every amount with the opposite sign and the EOF
      *>      control record carrying a fourth field, BACKOUT;
      *>   5. XMITLOG - the reversal file is registered on the
      *>      transmission log as its own entry (transmission type
      *>      'B', with the region backed out) so PGM135 tracks the
      *>      warehouse acknowledgment of it like any other cut;
      *>   6. PRTAUDIT - a backout record (AUD-REC-KIND 'B') is
      *>      appended to the run audit log, so PGM125 shows the day
      *>      as backed out instead of counting another attempt.
      *>
      *> The control report (BKORPT) lists every step with its count
      *> and proves it against the details backed out: history
      *> entries deleted, pending holds deleted and releases reset,
      *> PRTSUM reversal count and amount, positions
      *> reversed, reversal rows and their net amount.  Return codes:
      *> 0 = backed out and proved, 8 = backed out but a step did not
      *> prove (see BKORPT - e.g. history already aged off or a
      *> position already in a later month), 12 = the inputs did not
      *> verify and nothing was backed out, 16 = did not finish.
      *>
      *> A backout that ended 0 or 8 is not to be run again - it
      *> would write a second reversal generation and reversal file.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>   2026-10-15  CHEN  Foreign currency.  PRTDONE details with
      *>                     a currency are also totalled by region
      *>                     and currency (base and original amount)
      *>                     and proved against the PRTSUM currency
      *>                     records before anything is touched;
      *>                     BKOSUMO carries an 'R' reversal for each
      *>                     currency record too, amounts negated.
      *>                     These restate part of the region
      *>                     reversal, so the record count and amount
      *>                     proofs still use the region records.
      *>   2026-10-15  CHEN  PRTHIST layout brought into line with
      *>                     program 123 (HIST-CURRENCY carved from
      *>                     HIST-FILLER).  No logic change.
      *>   2026-10-15  CHEN  The pending file (PRTPEND) is now backed
      *>                     out with the history: holds taken on the
      *>                     run date deleted, releases made on it
      *>                     reset to pending.  Both counts are on
      *>                     BKORPT.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "142".
AUTHOR.        CHEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BKO-CONTROL-CARD  ASSIGN TO BKOCARD
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS BKO-CARD-STATUS.
    SELECT BKO-DONE     ASSIGN TO BKODONE
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS BKO-DONE-STATUS.
    SELECT BKO-SUM-IN   ASSIGN TO BKOSUMI
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS BKO-SUMI-STATUS.
    SELECT BKO-SUM-OUT  ASSIGN TO BKOSUMO
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS BKO-SUMO-STATUS.
    SELECT BKO-HISTORY  ASSIGN TO PRTHIST
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS HIST-KEY
                        FILE STATUS IS BKO-HIST-STATUS.
    SELECT BKO-PENDING  ASSIGN TO PRTPEND
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS PND-KEY
                        FILE STATUS IS BKO-PEND-STATUS.
    SELECT BKO-POSITION ASSIGN TO ACCTPOS
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS ACP-ACCOUNT
                        FILE STATUS IS BKO-POSN-STATUS.
    SELECT BKO-ACTIVITY ASSIGN TO ACCTACT
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS ACT-KEY
                        FILE STATUS IS BKO-ACT-STATUS.
    SELECT BKO-CSV      ASSIGN TO BKOCSV
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS BKO-CSV-STATUS.
    SELECT BKO-XMIT-LOG ASSIGN TO XMITLOG
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS XMT-KEY
                        FILE STATUS IS BKO-XMT-STATUS.
    SELECT BKO-AUDIT    ASSIGN TO PRTAUDIT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS BKO-AUD-STATUS.
    SELECT BKO-REPORT   ASSIGN TO BKORPT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS BKO-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  BKO-CONTROL-CARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  BKO-CONTROL-CARD-REC.
    05  BC-RUN-DATE        PIC 9(8).
    05  BC-REGION          PIC X(2).
    05  BC-FILLER          PIC X(70).

FD  BKO-DONE  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  BKO-DONE-REC.
    05  BKO-DONE-REC-TYPE  PIC X(1).
        88  BKO-DONE-HEADER         VALUE 'H'.
        88  BKO-DONE-DETAIL         VALUE 'D'.
        88  BKO-DONE-TRAILER        VALUE 'T'.
    05  FILLER             PIC X(79).

01  BKO-DONE-DTL  REDEFINES BKO-DONE-REC.
    05  FILLER             PIC X(1).
    05  BKO-DTL-DATE       PIC 9(8).
    05  BKO-DTL-MONTH  REDEFINES BKO-DTL-DATE.
        10  BKO-DTL-YYYYMM PIC 9(6).
        10  BKO-DTL-DD     PIC 9(2).
    05  BKO-DTL-REGION     PIC X(2).
    05  BKO-DTL-ACCOUNT    PIC X(10).
    05  BKO-DTL-AMOUNT     PIC 9(9)V99.
    05  BKO-DTL-SIGN       PIC X(1).
        88  BKO-DTL-CREDIT          VALUE 'C'.
    05  FILLER             PIC X(10).
    05  BKO-DTL-CURRENCY   PIC X(3).
    05  BKO-DTL-ORIG-AMOUNT  PIC 9(9)V99.
    05  FILLER             PIC X(23).

01  BKO-DONE-TRL  REDEFINES BKO-DONE-REC.
    05  FILLER             PIC X(1).
    05  BKO-TRL-RUN-DATE   PIC X(8).
    05  BKO-TRL-REC-COUNT  PIC 9(7).
    05  FILLER             PIC X(64).

FD  BKO-SUM-IN  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  BKO-SUM-IN-REC.
    05  SMI-RUN-DATE       PIC 9(8).
    05  SMI-REGION         PIC X(2).
    05  SMI-REC-COUNT      PIC 9(7).
    05  SMI-AMOUNT         PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  SMI-REC-KIND       PIC X(1).
        88  SMI-REVERSAL            VALUE 'R'.
    05  SMI-CURRENCY       PIC X(3).
    05  SMI-ORIG-AMOUNT    PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  SMI-FILLER         PIC X(27).

FD  BKO-SUM-OUT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  BKO-SUM-OUT-REC.
    05  SUM-RUN-DATE       PIC 9(8).
    05  SUM-REGION         PIC X(2).
    05  SUM-REC-COUNT      PIC 9(7).
    05  SUM-AMOUNT         PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  SUM-REC-KIND       PIC X(1).
        88  SUM-REVERSAL            VALUE 'R'.
    05  SUM-CURRENCY       PIC X(3).
    05  SUM-ORIG-AMOUNT    PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  SUM-FILLER         PIC X(27).

FD  BKO-HISTORY RECORD CONTAINS 80 CHARACTERS.

01  BKO-HIST-REC.
    05  HIST-KEY.
        10  HIST-REC-DATE  PIC 9(8).
        10  HIST-REGION    PIC X(2).
        10  HIST-ACCOUNT   PIC X(10).
        10  HIST-AMOUNT    PIC 9(9)V99.
        10  HIST-SIGN      PIC X(1).
    05  HIST-POSTED-DATE   PIC 9(8).
    05  HIST-CURRENCY      PIC X(3).
    05  HIST-FILLER        PIC X(37).

FD  BKO-PENDING RECORD CONTAINS 120 CHARACTERS.

01  BKO-PEND-REC.
    05  PND-KEY.
        10  PND-REGION     PIC X(2).
        10  PND-EFF-DATE   PIC 9(8).
        10  PND-HELD-DATE  PIC 9(8).
        10  PND-HELD-SEQ   PIC 9(7).
    05  PND-STATUS         PIC X(1).
        88  PND-PENDING            VALUE 'P'.
        88  PND-RELEASED           VALUE 'R'.
    05  PND-RELEASED-DATE  PIC 9(8).
    05  PND-ORIGINAL-REC   PIC X(80).
    05  PND-FILLER         PIC X(6).

FD  BKO-POSITION RECORD CONTAINS 150 CHARACTERS.

01  BKO-POSITION-REC.
    05  ACP-ACCOUNT        PIC X(10).
    05  ACP-REGION         PIC X(2).
    05  ACP-MONTH          PIC 9(6).
    05  ACP-OPENING-BAL    PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  ACP-MTD-DEBITS     PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  ACP-MTD-CREDITS    PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  ACP-MTD-COUNT      PIC 9(7).
    05  ACP-LAST-ACTIVITY  PIC 9(8).
    05  ACP-PRIOR-MONTH    PIC 9(6).
    05  ACP-PRIOR-OPENING  PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  ACP-PRIOR-DEBITS   PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  ACP-PRIOR-CREDITS  PIC S9(13)V99
                           SIGN IS LEADING SEPARATE.
    05  ACP-PRIOR-COUNT    PIC 9(7).
    05  ACP-FILLER         PIC X(8).

FD  BKO-ACTIVITY RECORD CONTAINS 80 CHARACTERS.

01  BKO-ACTIVITY-REC.
    05  ACT-KEY.
        10  ACT-ACCOUNT    PIC X(10).
        10  ACT-POST-DATE  PIC 9(8).
        10  ACT-SEQ        PIC 9(7).
    05  ACT-REGION         PIC X(2).
    05  ACT-AMOUNT         PIC 9(9)V99.
    05  ACT-SIGN           PIC X(1).
        88  ACT-CREDIT              VALUE 'C'.
    05  ACT-FILLER         PIC X(41).

FD  BKO-CSV  RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.

01  BKO-CSV-REC        PIC X(100).

FD  BKO-XMIT-LOG RECORD CONTAINS 80 CHARACTERS.

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

FD  BKO-AUDIT  RECORD CONTAINS 76 CHARACTERS RECORDING MODE F.

01  BKO-AUDIT-REC.
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

FD  BKO-REPORT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  BKO-REPORT-REC     PIC X(80).

WORKING-STORAGE SECTION.

01  BKO-COUNTERS.
    05  BKO-DETAIL-COUNT   PIC 9(7) VALUE ZERO.
    05  BKO-SELECT-COUNT   PIC 9(7) VALUE ZERO.
    05  BKO-TRAILER-SEEN   PIC 9(3) VALUE ZERO.
    05  BKO-TRAILER-COUNT  PIC 9(7) VALUE ZERO.
    05  BKO-SUMI-READ      PIC 9(5) VALUE ZERO.
    05  BKO-HIST-READ      PIC 9(9) VALUE ZERO.
    05  BKO-HIST-DELETED   PIC 9(7) VALUE ZERO.
    05  BKO-PEND-DELETED   PIC 9(7) VALUE ZERO.
    05  BKO-PEND-RESET     PIC 9(7) VALUE ZERO.
    05  BKO-SUMO-COUNT     PIC 9(5) VALUE ZERO.
    05  BKO-SUMO-RECS      PIC 9(9) VALUE ZERO.
    05  BKO-POSN-REVERSED  PIC 9(7) VALUE ZERO.
    05  BKO-POSN-ALREADY   PIC 9(7) VALUE ZERO.
    05  BKO-POSN-ERRORS    PIC 9(7) VALUE ZERO.
    05  BKO-POSN-PROVED    PIC 9(7) VALUE ZERO.
    05  BKO-CSV-COUNT      PIC 9(7) VALUE ZERO.
    05  BKO-DTL-SEQ        PIC 9(7) VALUE ZERO.
    05  BKO-PROOF-FAILS    PIC 9(3) VALUE ZERO.
    05  BKO-PROOF-COUNT    PIC 9(9) VALUE ZERO.

01  YYYYMMDD          PIC 9(8).

01  BKO-SWITCHES.
    05  BKO-EOF-SWITCH    PIC X(1)  VALUE 'N'.
        88  BKO-EOF                 VALUE 'Y'.
        88  BKO-NOT-EOF             VALUE 'N'.
    05  BKO-VERIFY-SWITCH PIC X(1)  VALUE 'Y'.
        88  BKO-INPUTS-VERIFIED     VALUE 'Y'.
        88  BKO-INPUTS-FAILED       VALUE 'N'.
    05  BKO-SWEEP-SWITCH  PIC X(1)  VALUE 'N'.
        88  BKO-SWEEP-DONE          VALUE 'Y'.
        88  BKO-SWEEP-MORE          VALUE 'N'.
    05  BKO-XMIT-SWITCH   PIC X(1)  VALUE 'N'.
        88  BKO-XMIT-REGISTERED     VALUE 'Y'.
        88  BKO-XMIT-NOT-REGISTERED VALUE 'N'.
    05  BKO-AUDIT-SWITCH  PIC X(1)  VALUE 'N'.
        88  BKO-AUDIT-WRITTEN       VALUE 'Y'.
        88  BKO-AUDIT-NOT-WRITTEN   VALUE 'N'.

01  BKO-FILE-STATUSES.
    05  BKO-CARD-STATUS      PIC X(2) VALUE SPACES.
    05  BKO-DONE-STATUS      PIC X(2) VALUE SPACES.
    05  BKO-SUMI-STATUS      PIC X(2) VALUE SPACES.
    05  BKO-SUMO-STATUS      PIC X(2) VALUE SPACES.
    05  BKO-HIST-STATUS      PIC X(2) VALUE SPACES.
    05  BKO-PEND-STATUS      PIC X(2) VALUE SPACES.
    05  BKO-POSN-STATUS      PIC X(2) VALUE SPACES.
    05  BKO-ACT-STATUS       PIC X(2) VALUE SPACES.
    05  BKO-CSV-STATUS       PIC X(2) VALUE SPACES.
    05  BKO-XMT-STATUS       PIC X(2) VALUE SPACES.
    05  BKO-AUD-STATUS       PIC X(2) VALUE SPACES.
    05  BKO-RPT-STATUS       PIC X(2) VALUE SPACES.

01  BKO-RUN-DATE          PIC 9(8) VALUE ZERO.
01  BKO-RUN-DATE-X  REDEFINES BKO-RUN-DATE  PIC X(8).
01  BKO-REGION            PIC X(2) VALUE SPACES.
    88  BKO-WHOLE-DAY               VALUE SPACES.
01  BKO-START-TIME        PIC 9(6) VALUE ZERO.
01  BKO-END-TIME          PIC 9(6) VALUE ZERO.
01  BKO-COND-CODE         PIC 9(4) VALUE ZERO.

01  BKO-AMOUNTS.
    05  BKO-SELECT-NET       PIC S9(15)V99 VALUE ZERO COMP-3.
    05  BKO-REVERSAL-NET     PIC S9(15)V99 VALUE ZERO COMP-3.
    05  BKO-SUMO-AMOUNT      PIC S9(15)V99 VALUE ZERO COMP-3.
    05  BKO-CSV-NET          PIC S9(15)V99 VALUE ZERO COMP-3.
    05  BKO-POSN-DEBITS      PIC S9(15)V99 VALUE ZERO COMP-3.
    05  BKO-POSN-CREDITS     PIC S9(15)V99 VALUE ZERO COMP-3.
    05  BKO-POSN-NET         PIC S9(15)V99 VALUE ZERO COMP-3.
    05  BKO-AMOUNT-WORK      PIC S9(9)V99  VALUE ZERO COMP-3.
    05  BKO-ORIG-WORK        PIC S9(9)V99  VALUE ZERO COMP-3.

01  BKO-REGION-TABLE.
    05  BKO-RGN-ENTRY  OCCURS 20 TIMES.
        10  BRT-REGION       PIC X(2).
        10  BRT-DONE-COUNT   PIC 9(7).
        10  BRT-DONE-AMOUNT  PIC S9(15)V99 COMP-3.
        10  BRT-SUM-SEEN     PIC 9(3).
        10  BRT-SUM-COUNT    PIC 9(7).
        10  BRT-SUM-AMOUNT   PIC S9(15)V99 COMP-3.
01  BKO-RGN-USED            PIC 9(2) VALUE ZERO.
01  BKO-RGN-MAX             PIC 9(2) VALUE 20 COMP.
01  BKO-RGN-SUB             PIC 9(2) VALUE ZERO COMP.
01  BKO-RGN-FOUND-SWITCH    PIC X(1) VALUE 'N'.
    88  BKO-RGN-FOUND                VALUE 'Y'.
    88  BKO-RGN-NOT-FOUND            VALUE 'N'.
01  BKO-RGN-WORK-REGION     PIC X(2) VALUE SPACES.

01  BKO-CUR-TABLE.
    05  BKO-CUR-ENTRY  OCCURS 40 TIMES.
        10  BCT-REGION       PIC X(2).
        10  BCT-CURRENCY     PIC X(3).
        10  BCT-DONE-COUNT   PIC 9(7).
        10  BCT-DONE-AMOUNT  PIC S9(15)V99 COMP-3.
        10  BCT-DONE-ORIG    PIC S9(15)V99 COMP-3.
        10  BCT-SUM-SEEN     PIC 9(3).
        10  BCT-SUM-COUNT    PIC 9(7).
        10  BCT-SUM-AMOUNT   PIC S9(15)V99 COMP-3.
        10  BCT-SUM-ORIG     PIC S9(15)V99 COMP-3.
01  BKO-CUR-USED            PIC 9(2) VALUE ZERO.
01  BKO-CUR-MAX             PIC 9(2) VALUE 40 COMP.
01  BKO-CUR-SUB             PIC 9(2) VALUE ZERO COMP.
01  BKO-CUR-FOUND-SWITCH    PIC X(1) VALUE 'N'.
    88  BKO-CUR-FOUND                VALUE 'Y'.
    88  BKO-CUR-NOT-FOUND            VALUE 'N'.
01  BKO-CUR-WORK-CURRENCY   PIC X(3) VALUE SPACES.

01  BKO-CUR-SOURCE.
    05  BCS-CURRENCY       PIC X(3).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  BCS-FILE           PIC X(4).

01  BKO-AMOUNT-EDIT       PIC +9(9).99.
01  BKO-COUNT-EDIT        PIC 9(7).

01  BKO-CSV-HEADER        PIC X(30) VALUE
    'RUN_DATE,REGION,ACCOUNT,AMOUNT'.

01  BKO-RPT-HEADER.
    05  FILLER             PIC X(30) VALUE
        'PGM 142 WHOLE-DAY BACKOUT FOR '.
    05  BRH-RUN-DATE       PIC X(8).
    05  FILLER             PIC X(8)  VALUE ' REGION '.
    05  BRH-REGION         PIC X(3).
    05  FILLER             PIC X(31) VALUE SPACES.

01  BKO-RPT-SECTION.
    05  BRS-TITLE          PIC X(40) VALUE SPACES.
    05  FILLER             PIC X(40) VALUE SPACES.

01  BKO-RPT-LINE.
    05  BRL-LABEL          PIC X(30) VALUE SPACES.
    05  BRL-COUNT          PIC ZZZZZZ9.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  BRL-VERDICT        PIC X(14) VALUE SPACES.
    05  FILLER             PIC X(27) VALUE SPACES.

01  BKO-RPT-AMOUNT-LINE.
    05  BAL-LABEL          PIC X(30) VALUE SPACES.
    05  BAL-AMOUNT         PIC Z(14)9.99-.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  BAL-VERDICT        PIC X(14) VALUE SPACES.
    05  FILLER             PIC X(14) VALUE SPACES.

01  BKO-RPT-REGION-LINE.
    05  FILLER             PIC X(7)  VALUE 'REGION '.
    05  BRR-REGION         PIC X(2).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  BRR-SOURCE         PIC X(8).
    05  BRR-COUNT          PIC ZZZZZZ9.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  BRR-AMOUNT         PIC Z(14)9.99-.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  BRR-VERDICT        PIC X(14) VALUE SPACES.
    05  FILLER             PIC X(16) VALUE SPACES.

01  BKO-BLANK-LINE         PIC X(80) VALUE SPACES.

PROCEDURE DIVISION.

A000-START.
    PERFORM  A100-INITIALIZE THRU A100-EXIT
    PERFORM  B000-VERIFY-INPUTS THRU B000-EXIT
    IF       BKO-INPUTS-FAILED
        PERFORM  A800-REFUSE-BACKOUT THRU A800-EXIT
        STOP RUN
    END-IF
    PERFORM  C000-BACKOUT-HISTORY THRU C000-EXIT
    PERFORM  C200-BACKOUT-PENDING THRU C200-EXIT
    PERFORM  D000-WRITE-SUM-REVERSAL THRU D000-EXIT
    PERFORM  E000-REVERSE-DETAILS THRU E000-EXIT
    PERFORM  G000-REGISTER-TRANSMISSION THRU G000-EXIT
    PERFORM  A900-TERMINATE THRU A900-EXIT
    STOP RUN.

A100-INITIALIZE.
    ACCEPT   YYYYMMDD  FROM DATE YYYYMMDD
    ACCEPT   BKO-START-TIME  FROM TIME
    PERFORM  G800-CLEAR-REGION-TABLE THRU G800-EXIT
    OPEN     INPUT    BKO-CONTROL-CARD
    IF       BKO-CARD-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    READ     BKO-CONTROL-CARD
        AT END
            DISPLAY  'PGM142 - BKOCARD IS EMPTY, THE RUN DATE TO '
                     'BACK OUT IS MANDATORY'
            GO TO    A999-ABEND
    END-READ
    IF       BC-RUN-DATE NOT NUMERIC OR BC-RUN-DATE = 0
        DISPLAY  'PGM142 - BKOCARD RUN DATE IS NOT NUMERIC'
        GO TO    A999-ABEND
    END-IF
    MOVE     BC-RUN-DATE  TO BKO-RUN-DATE
    MOVE     BC-REGION    TO BKO-REGION
    CLOSE    BKO-CONTROL-CARD
    OPEN     OUTPUT   BKO-REPORT
    IF       BKO-RPT-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    MOVE     BKO-RUN-DATE-X  TO BRH-RUN-DATE
    IF       BKO-WHOLE-DAY
        MOVE     'ALL'       TO BRH-REGION
    ELSE
        MOVE     BKO-REGION  TO BRH-REGION
    END-IF
    WRITE    BKO-REPORT-REC FROM BKO-RPT-HEADER
    WRITE    BKO-REPORT-REC FROM BKO-BLANK-LINE.
A100-EXIT.
    EXIT.

B000-VERIFY-INPUTS.
    OPEN     INPUT    BKO-DONE
    IF       BKO-DONE-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    SET      BKO-NOT-EOF  TO TRUE
    PERFORM  B100-VERIFY-DONE-REC THRU B100-EXIT
        UNTIL BKO-EOF
    CLOSE    BKO-DONE
    OPEN     INPUT    BKO-SUM-IN
    IF       BKO-SUMI-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    SET      BKO-NOT-EOF  TO TRUE
    PERFORM  B200-VERIFY-SUM-REC THRU B200-EXIT
        UNTIL BKO-EOF
    CLOSE    BKO-SUM-IN
    MOVE     'VERIFICATION OF THE INPUTS'  TO BRS-TITLE
    WRITE    BKO-REPORT-REC FROM BKO-RPT-SECTION
    MOVE     'DETAIL RECORDS ON PRTDONE'     TO BRL-LABEL
    MOVE     BKO-DETAIL-COUNT   TO BRL-COUNT
    MOVE     SPACES             TO BRL-VERDICT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    MOVE     'PRTDONE TRAILER COUNT'         TO BRL-LABEL
    MOVE     BKO-TRAILER-COUNT  TO BRL-COUNT
    IF       BKO-TRAILER-SEEN = 1
         AND BKO-TRAILER-COUNT = BKO-DETAIL-COUNT
        MOVE     'PROVED'       TO BRL-VERDICT
    ELSE
        MOVE     'NOT PROVED'   TO BRL-VERDICT
        SET      BKO-INPUTS-FAILED  TO TRUE
        DISPLAY  'PGM142 - PRTDONE HAS ' BKO-TRAILER-SEEN
                 ' TRAILERS, TRAILER COUNT ' BKO-TRAILER-COUNT
                 ', DETAILS ' BKO-DETAIL-COUNT
    END-IF
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    MOVE     'DETAILS TO BE BACKED OUT'      TO BRL-LABEL
    MOVE     BKO-SELECT-COUNT   TO BRL-COUNT
    IF       BKO-SELECT-COUNT > 0
        MOVE     SPACES         TO BRL-VERDICT
    ELSE
        MOVE     'NOTHING FOUND' TO BRL-VERDICT
        SET      BKO-INPUTS-FAILED  TO TRUE
        DISPLAY  'PGM142 - NO PRTDONE DETAILS FOR REGION '
                 BRH-REGION ' - NOTHING TO BACK OUT'
    END-IF
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    MOVE     'SUMMARY RECORDS ON PRTSUM'     TO BRL-LABEL
    MOVE     BKO-SUMI-READ      TO BRL-COUNT
    MOVE     SPACES             TO BRL-VERDICT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    PERFORM  B300-PROVE-REGION THRU B300-EXIT
        VARYING BKO-RGN-SUB FROM 1 BY 1
        UNTIL BKO-RGN-SUB > BKO-RGN-USED
    PERFORM  B400-PROVE-CURRENCY THRU B400-EXIT
        VARYING BKO-CUR-SUB FROM 1 BY 1
        UNTIL BKO-CUR-SUB > BKO-CUR-USED
    WRITE    BKO-REPORT-REC FROM BKO-BLANK-LINE.
B000-EXIT.
    EXIT.

B100-VERIFY-DONE-REC.
    READ     BKO-DONE
        AT END
            SET  BKO-EOF TO TRUE
            GO TO B100-EXIT
    END-READ
    IF       BKO-DONE-TRAILER
        ADD      1  TO BKO-TRAILER-SEEN
        IF       BKO-TRL-REC-COUNT NUMERIC
            MOVE     BKO-TRL-REC-COUNT  TO BKO-TRAILER-COUNT
        END-IF
        IF       BKO-TRL-RUN-DATE NOT = BKO-RUN-DATE-X
            DISPLAY  'PGM142 - PRTDONE TRAILER IS DATED '
                     BKO-TRL-RUN-DATE ', BKOCARD NAMES '
                     BKO-RUN-DATE-X ' - WRONG GENERATION'
            SET      BKO-INPUTS-FAILED  TO TRUE
        END-IF
        GO TO    B100-EXIT
    END-IF
    IF       NOT BKO-DONE-DETAIL
        GO TO    B100-EXIT
    END-IF
    ADD      1  TO BKO-DETAIL-COUNT
    IF       NOT BKO-WHOLE-DAY
         AND BKO-DTL-REGION NOT = BKO-REGION
        GO TO    B100-EXIT
    END-IF
    IF       BKO-DTL-DATE NOT NUMERIC
          OR BKO-DTL-AMOUNT NOT NUMERIC
        DISPLAY  'PGM142 - PRTDONE DETAIL ' BKO-DETAIL-COUNT
                 ' FOR ACCOUNT ' BKO-DTL-ACCOUNT
                 ' HAS A NON-NUMERIC DATE OR AMOUNT'
        SET      BKO-INPUTS-FAILED  TO TRUE
        GO TO    B100-EXIT
    END-IF
    ADD      1  TO BKO-SELECT-COUNT
    MOVE     BKO-DTL-AMOUNT  TO BKO-AMOUNT-WORK
    IF       BKO-DTL-CREDIT
        MULTIPLY -1 BY BKO-AMOUNT-WORK
    END-IF
    ADD      BKO-AMOUNT-WORK  TO BKO-SELECT-NET
    MOVE     BKO-DTL-REGION   TO BKO-RGN-WORK-REGION
    PERFORM  F000-LOCATE-REGION THRU F000-EXIT
    IF       BKO-RGN-NOT-FOUND
        SET      BKO-INPUTS-FAILED  TO TRUE
        GO TO    B100-EXIT
    END-IF
    ADD      1  TO BRT-DONE-COUNT (BKO-RGN-SUB)
    ADD      BKO-AMOUNT-WORK  TO BRT-DONE-AMOUNT (BKO-RGN-SUB)
    IF       BKO-DTL-CURRENCY = SPACES
        GO TO    B100-EXIT
    END-IF
    IF       BKO-DTL-ORIG-AMOUNT NOT NUMERIC
        DISPLAY  'PGM142 - PRTDONE DETAIL ' BKO-DETAIL-COUNT
                 ' FOR ACCOUNT ' BKO-DTL-ACCOUNT
                 ' HAS A NON-NUMERIC ORIGINAL CURRENCY AMOUNT'
        SET      BKO-INPUTS-FAILED  TO TRUE
        GO TO    B100-EXIT
    END-IF
    MOVE     BKO-DTL-ORIG-AMOUNT  TO BKO-ORIG-WORK
    IF       BKO-DTL-CREDIT
        MULTIPLY -1 BY BKO-ORIG-WORK
    END-IF
    MOVE     BKO-DTL-CURRENCY  TO BKO-CUR-WORK-CURRENCY
    PERFORM  F200-LOCATE-CURRENCY THRU F200-EXIT
    IF       BKO-CUR-NOT-FOUND
        SET      BKO-INPUTS-FAILED  TO TRUE
        GO TO    B100-EXIT
    END-IF
    ADD      1  TO BCT-DONE-COUNT (BKO-CUR-SUB)
    ADD      BKO-AMOUNT-WORK  TO BCT-DONE-AMOUNT (BKO-CUR-SUB)
    ADD      BKO-ORIG-WORK    TO BCT-DONE-ORIG (BKO-CUR-SUB).
B100-EXIT.
    EXIT.

B200-VERIFY-SUM-REC.
    READ     BKO-SUM-IN
        AT END
            SET  BKO-EOF TO TRUE
            GO TO B200-EXIT
    END-READ
    ADD      1  TO BKO-SUMI-READ
    IF       SMI-RUN-DATE NOT NUMERIC
          OR SMI-REC-COUNT NOT NUMERIC
          OR SMI-AMOUNT NOT NUMERIC
        DISPLAY  'PGM142 - NON-NUMERIC SUMMARY RECORD '
                 BKO-SUMI-READ ' ON BKOSUMI'
        SET      BKO-INPUTS-FAILED  TO TRUE
        GO TO    B200-EXIT
    END-IF
    IF       SMI-RUN-DATE NOT = BKO-RUN-DATE
          OR SMI-REVERSAL
        DISPLAY  'PGM142 - SUMMARY RECORD ' BKO-SUMI-READ
                 ' ON BKOSUMI IS DATED ' SMI-RUN-DATE
                 ' KIND ' SMI-REC-KIND
                 ' - NOT THE ORIGINAL GENERATION OF ' BKO-RUN-DATE
        SET      BKO-INPUTS-FAILED  TO TRUE
        GO TO    B200-EXIT
    END-IF
    IF       NOT BKO-WHOLE-DAY
         AND SMI-REGION NOT = BKO-REGION
        GO TO    B200-EXIT
    END-IF
    IF       SMI-CURRENCY NOT = SPACES
        PERFORM  B250-VERIFY-SUM-CURRENCY THRU B250-EXIT
        GO TO    B200-EXIT
    END-IF
    MOVE     SMI-REGION  TO BKO-RGN-WORK-REGION
    PERFORM  F000-LOCATE-REGION THRU F000-EXIT
    IF       BKO-RGN-NOT-FOUND
        SET      BKO-INPUTS-FAILED  TO TRUE
        GO TO    B200-EXIT
    END-IF
    ADD      1              TO BRT-SUM-SEEN (BKO-RGN-SUB)
    ADD      SMI-REC-COUNT  TO BRT-SUM-COUNT (BKO-RGN-SUB)
    ADD      SMI-AMOUNT     TO BRT-SUM-AMOUNT (BKO-RGN-SUB).
B200-EXIT.
    EXIT.

B250-VERIFY-SUM-CURRENCY.
    IF       SMI-ORIG-AMOUNT NOT NUMERIC
        DISPLAY  'PGM142 - NON-NUMERIC CURRENCY AMOUNT ON SUMMARY '
                 'RECORD ' BKO-SUMI-READ ' ON BKOSUMI'
        SET      BKO-INPUTS-FAILED  TO TRUE
        GO TO    B250-EXIT
    END-IF
    MOVE     SMI-REGION    TO BKO-RGN-WORK-REGION
    MOVE     SMI-CURRENCY  TO BKO-CUR-WORK-CURRENCY
    PERFORM  F200-LOCATE-CURRENCY THRU F200-EXIT
    IF       BKO-CUR-NOT-FOUND
        SET      BKO-INPUTS-FAILED  TO TRUE
        GO TO    B250-EXIT
    END-IF
    ADD      1                TO BCT-SUM-SEEN (BKO-CUR-SUB)
    ADD      SMI-REC-COUNT    TO BCT-SUM-COUNT (BKO-CUR-SUB)
    ADD      SMI-AMOUNT       TO BCT-SUM-AMOUNT (BKO-CUR-SUB)
    ADD      SMI-ORIG-AMOUNT  TO BCT-SUM-ORIG (BKO-CUR-SUB).
B250-EXIT.
    EXIT.

B300-PROVE-REGION.
    MOVE     BRT-REGION (BKO-RGN-SUB)       TO BRR-REGION
    MOVE     'PRTDONE '                     TO BRR-SOURCE
    MOVE     BRT-DONE-COUNT (BKO-RGN-SUB)   TO BRR-COUNT
    MOVE     BRT-DONE-AMOUNT (BKO-RGN-SUB)  TO BRR-AMOUNT
    MOVE     SPACES                         TO BRR-VERDICT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-REGION-LINE
    MOVE     'PRTSUM  '                     TO BRR-SOURCE
    MOVE     BRT-SUM-COUNT (BKO-RGN-SUB)    TO BRR-COUNT
    MOVE     BRT-SUM-AMOUNT (BKO-RGN-SUB)   TO BRR-AMOUNT
    IF       BRT-SUM-SEEN (BKO-RGN-SUB) = 1
         AND BRT-SUM-COUNT (BKO-RGN-SUB)
                 = BRT-DONE-COUNT (BKO-RGN-SUB)
         AND BRT-SUM-AMOUNT (BKO-RGN-SUB)
                 = BRT-DONE-AMOUNT (BKO-RGN-SUB)
        MOVE     'PROVED'                   TO BRR-VERDICT
    ELSE
        MOVE     'NOT PROVED'               TO BRR-VERDICT
        SET      BKO-INPUTS-FAILED  TO TRUE
        DISPLAY  'PGM142 - REGION ' BRT-REGION (BKO-RGN-SUB)
                 ' PRTSUM DOES NOT AGREE WITH PRTDONE ('
                 BRT-SUM-SEEN (BKO-RGN-SUB) ' SUMMARY RECORDS)'
    END-IF
    WRITE    BKO-REPORT-REC FROM BKO-RPT-REGION-LINE.
B300-EXIT.
    EXIT.

B400-PROVE-CURRENCY.
    MOVE     BCT-REGION (BKO-CUR-SUB)       TO BRR-REGION
    MOVE     BCT-CURRENCY (BKO-CUR-SUB)     TO BCS-CURRENCY
    MOVE     'DONE'                         TO BCS-FILE
    MOVE     BKO-CUR-SOURCE                 TO BRR-SOURCE
    MOVE     BCT-DONE-COUNT (BKO-CUR-SUB)   TO BRR-COUNT
    MOVE     BCT-DONE-AMOUNT (BKO-CUR-SUB)  TO BRR-AMOUNT
    MOVE     SPACES                         TO BRR-VERDICT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-REGION-LINE
    MOVE     'SUM '                         TO BCS-FILE
    MOVE     BKO-CUR-SOURCE                 TO BRR-SOURCE
    MOVE     BCT-SUM-COUNT (BKO-CUR-SUB)    TO BRR-COUNT
    MOVE     BCT-SUM-AMOUNT (BKO-CUR-SUB)   TO BRR-AMOUNT
    IF       BCT-SUM-SEEN (BKO-CUR-SUB) = 1
         AND BCT-SUM-COUNT (BKO-CUR-SUB)
                 = BCT-DONE-COUNT (BKO-CUR-SUB)
         AND BCT-SUM-AMOUNT (BKO-CUR-SUB)
                 = BCT-DONE-AMOUNT (BKO-CUR-SUB)
         AND BCT-SUM-ORIG (BKO-CUR-SUB)
                 = BCT-DONE-ORIG (BKO-CUR-SUB)
        MOVE     'PROVED'                   TO BRR-VERDICT
    ELSE
        MOVE     'NOT PROVED'               TO BRR-VERDICT
        SET      BKO-INPUTS-FAILED  TO TRUE
        DISPLAY  'PGM142 - REGION ' BCT-REGION (BKO-CUR-SUB)
                 ' CURRENCY ' BCT-CURRENCY (BKO-CUR-SUB)
                 ' PRTSUM DOES NOT AGREE WITH PRTDONE ('
                 BCT-SUM-SEEN (BKO-CUR-SUB) ' SUMMARY RECORDS)'
    END-IF
    WRITE    BKO-REPORT-REC FROM BKO-RPT-REGION-LINE.
B400-EXIT.
    EXIT.

C000-BACKOUT-HISTORY.
    OPEN     I-O      BKO-HISTORY
    IF       BKO-HIST-STATUS NOT = '00' AND BKO-HIST-STATUS NOT = '97'
        DISPLAY  'PGM142 - PROCESSED HISTORY OPEN FAILED, '
                 'STATUS=' BKO-HIST-STATUS
        GO TO    A999-ABEND
    END-IF
    SET      BKO-SWEEP-MORE  TO TRUE
    MOVE     LOW-VALUES  TO HIST-KEY
    START    BKO-HISTORY KEY >= HIST-KEY
        INVALID KEY
            SET      BKO-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  C100-BACKOUT-HISTORY-REC THRU C100-EXIT
        UNTIL BKO-SWEEP-DONE
    CLOSE    BKO-HISTORY.
C000-EXIT.
    EXIT.

C100-BACKOUT-HISTORY-REC.
    READ     BKO-HISTORY NEXT
        AT END
            SET      BKO-SWEEP-DONE  TO TRUE
            GO TO    C100-EXIT
    END-READ
    ADD      1  TO BKO-HIST-READ
    IF       HIST-POSTED-DATE NOT = BKO-RUN-DATE
        GO TO    C100-EXIT
    END-IF
    IF       NOT BKO-WHOLE-DAY
         AND HIST-REGION NOT = BKO-REGION
        GO TO    C100-EXIT
    END-IF
    DELETE   BKO-HISTORY
        INVALID KEY
            DISPLAY  'PGM142 - HISTORY DELETE FAILED, STATUS='
                     BKO-HIST-STATUS
            GO TO    A999-ABEND
    END-DELETE
    ADD      1  TO BKO-HIST-DELETED.
C100-EXIT.
    EXIT.

C200-BACKOUT-PENDING.
    OPEN     I-O      BKO-PENDING
    IF       BKO-PEND-STATUS NOT = '00' AND BKO-PEND-STATUS NOT = '97'
        DISPLAY  'PGM142 - PENDING FILE OPEN FAILED, '
                 'STATUS=' BKO-PEND-STATUS
        GO TO    A999-ABEND
    END-IF
    SET      BKO-SWEEP-MORE  TO TRUE
    MOVE     LOW-VALUES  TO PND-KEY
    IF       NOT BKO-WHOLE-DAY
        MOVE     BKO-REGION  TO PND-REGION
    END-IF
    START    BKO-PENDING KEY >= PND-KEY
        INVALID KEY
            SET      BKO-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  C300-BACKOUT-PENDING-REC THRU C300-EXIT
        UNTIL BKO-SWEEP-DONE
    CLOSE    BKO-PENDING.
C200-EXIT.
    EXIT.

C300-BACKOUT-PENDING-REC.
    READ     BKO-PENDING NEXT
        AT END
            SET      BKO-SWEEP-DONE  TO TRUE
            GO TO    C300-EXIT
    END-READ
    IF       NOT BKO-WHOLE-DAY
         AND PND-REGION NOT = BKO-REGION
        SET      BKO-SWEEP-DONE  TO TRUE
        GO TO    C300-EXIT
    END-IF
    IF       PND-PENDING AND PND-HELD-DATE = BKO-RUN-DATE
        DELETE   BKO-PENDING
            INVALID KEY
                DISPLAY  'PGM142 - PENDING DELETE FAILED, STATUS='
                         BKO-PEND-STATUS
                GO TO    A999-ABEND
        END-DELETE
        ADD      1  TO BKO-PEND-DELETED
        GO TO    C300-EXIT
    END-IF
    IF       PND-RELEASED AND PND-RELEASED-DATE = BKO-RUN-DATE
        MOVE     'P'   TO PND-STATUS
        MOVE     ZERO  TO PND-RELEASED-DATE
        REWRITE  BKO-PEND-REC
            INVALID KEY
                DISPLAY  'PGM142 - PENDING REWRITE FAILED, STATUS='
                         BKO-PEND-STATUS
                GO TO    A999-ABEND
        END-REWRITE
        ADD      1  TO BKO-PEND-RESET
    END-IF.
C300-EXIT.
    EXIT.

D000-WRITE-SUM-REVERSAL.
    OPEN     OUTPUT   BKO-SUM-OUT
    IF       BKO-SUMO-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    PERFORM  D100-WRITE-SUM-REVERSAL-REC THRU D100-EXIT
        VARYING BKO-RGN-SUB FROM 1 BY 1
        UNTIL BKO-RGN-SUB > BKO-RGN-USED
    PERFORM  D200-WRITE-CUR-REVERSAL-REC THRU D200-EXIT
        VARYING BKO-CUR-SUB FROM 1 BY 1
        UNTIL BKO-CUR-SUB > BKO-CUR-USED
    CLOSE    BKO-SUM-OUT.
D000-EXIT.
    EXIT.

D100-WRITE-SUM-REVERSAL-REC.
    MOVE     SPACES          TO BKO-SUM-OUT-REC
    MOVE     BKO-RUN-DATE    TO SUM-RUN-DATE
    MOVE     BRT-REGION (BKO-RGN-SUB)      TO SUM-REGION
    MOVE     BRT-SUM-COUNT (BKO-RGN-SUB)   TO SUM-REC-COUNT
    MOVE     BRT-SUM-AMOUNT (BKO-RGN-SUB)  TO SUM-AMOUNT
    MULTIPLY -1 BY SUM-AMOUNT
    SET      SUM-REVERSAL    TO TRUE
    MOVE     ZERO            TO SUM-ORIG-AMOUNT
    WRITE    BKO-SUM-OUT-REC
    IF       BKO-SUMO-STATUS NOT = '00'
        DISPLAY  'PGM142 - PRTSUM REVERSAL WRITE FAILED, STATUS='
                 BKO-SUMO-STATUS
        GO TO    A999-ABEND
    END-IF
    ADD      1              TO BKO-SUMO-COUNT
    ADD      SUM-REC-COUNT  TO BKO-SUMO-RECS
    ADD      SUM-AMOUNT     TO BKO-SUMO-AMOUNT.
D100-EXIT.
    EXIT.

D200-WRITE-CUR-REVERSAL-REC.
    MOVE     SPACES          TO BKO-SUM-OUT-REC
    MOVE     BKO-RUN-DATE    TO SUM-RUN-DATE
    MOVE     BCT-REGION (BKO-CUR-SUB)      TO SUM-REGION
    MOVE     BCT-SUM-COUNT (BKO-CUR-SUB)   TO SUM-REC-COUNT
    MOVE     BCT-SUM-AMOUNT (BKO-CUR-SUB)  TO SUM-AMOUNT
    MULTIPLY -1 BY SUM-AMOUNT
    SET      SUM-REVERSAL    TO TRUE
    MOVE     BCT-CURRENCY (BKO-CUR-SUB)    TO SUM-CURRENCY
    MOVE     BCT-SUM-ORIG (BKO-CUR-SUB)    TO SUM-ORIG-AMOUNT
    MULTIPLY -1 BY SUM-ORIG-AMOUNT
    WRITE    BKO-SUM-OUT-REC
    IF       BKO-SUMO-STATUS NOT = '00'
        DISPLAY  'PGM142 - PRTSUM REVERSAL WRITE FAILED, STATUS='
                 BKO-SUMO-STATUS
        GO TO    A999-ABEND
    END-IF
    ADD      1              TO BKO-SUMO-COUNT.
D200-EXIT.
    EXIT.

E000-REVERSE-DETAILS.
    OPEN     INPUT    BKO-DONE
    IF       BKO-DONE-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     I-O      BKO-POSITION
    IF       BKO-POSN-STATUS NOT = '00' AND BKO-POSN-STATUS NOT = '97'
        DISPLAY  'PGM142 - ACCOUNT POSITION MASTER OPEN FAILED, '
                 'STATUS=' BKO-POSN-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     I-O      BKO-ACTIVITY
    IF       BKO-ACT-STATUS NOT = '00' AND BKO-ACT-STATUS NOT = '97'
        DISPLAY  'PGM142 - ACCOUNT ACTIVITY FILE OPEN FAILED, '
                 'STATUS=' BKO-ACT-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   BKO-CSV
    IF       BKO-CSV-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    MOVE     SPACES          TO BKO-CSV-REC
    MOVE     BKO-CSV-HEADER  TO BKO-CSV-REC
    WRITE    BKO-CSV-REC
    MOVE     ZERO  TO BKO-DTL-SEQ
    SET      BKO-NOT-EOF  TO TRUE
    PERFORM  E100-REVERSE-DONE-REC THRU E100-EXIT
        UNTIL BKO-EOF
    MOVE     BKO-CSV-COUNT   TO BKO-COUNT-EDIT
    MOVE     SPACES          TO BKO-CSV-REC
    STRING   'EOF'           DELIMITED BY SIZE
             ','             DELIMITED BY SIZE
             BKO-COUNT-EDIT  DELIMITED BY SIZE
             ','             DELIMITED BY SIZE
             BKO-RUN-DATE-X  DELIMITED BY SIZE
             ','             DELIMITED BY SIZE
             'BACKOUT'       DELIMITED BY SIZE
        INTO BKO-CSV-REC
    WRITE    BKO-CSV-REC
    CLOSE    BKO-DONE
    CLOSE    BKO-POSITION
    CLOSE    BKO-ACTIVITY
    CLOSE    BKO-CSV.
E000-EXIT.
    EXIT.

E100-REVERSE-DONE-REC.
    READ     BKO-DONE
        AT END
            SET  BKO-EOF TO TRUE
            GO TO E100-EXIT
    END-READ
    IF       NOT BKO-DONE-DETAIL
        GO TO    E100-EXIT
    END-IF
    ADD      1  TO BKO-DTL-SEQ
    IF       NOT BKO-WHOLE-DAY
         AND BKO-DTL-REGION NOT = BKO-REGION
        GO TO    E100-EXIT
    END-IF
    PERFORM  E200-REVERSE-POSITION THRU E200-EXIT
    PERFORM  E300-WRITE-REVERSAL-ROW THRU E300-EXIT.
E100-EXIT.
    EXIT.

E200-REVERSE-POSITION.
    MOVE     BKO-DTL-ACCOUNT  TO ACT-ACCOUNT
    MOVE     BKO-DTL-DATE     TO ACT-POST-DATE
    MOVE     BKO-DTL-SEQ      TO ACT-SEQ
    READ     BKO-ACTIVITY
        INVALID KEY
            ADD      1  TO BKO-POSN-ALREADY
            GO TO    E200-EXIT
    END-READ
    MOVE     BKO-DTL-ACCOUNT  TO ACP-ACCOUNT
    READ     BKO-POSITION
        INVALID KEY
            DISPLAY  'PGM142 - ACCOUNT ' BKO-DTL-ACCOUNT
                     ' HAS ACTIVITY BUT NO POSITION - NOT REVERSED'
            ADD      1  TO BKO-POSN-ERRORS
            GO TO    E200-EXIT
    END-READ
    IF       ACP-MONTH = BKO-DTL-YYYYMM
        IF       ACT-CREDIT
            SUBTRACT ACT-AMOUNT  FROM ACP-MTD-CREDITS
        ELSE
            SUBTRACT ACT-AMOUNT  FROM ACP-MTD-DEBITS
        END-IF
        IF       ACP-MTD-COUNT > 0
            SUBTRACT 1  FROM ACP-MTD-COUNT
        END-IF
    ELSE
        IF       ACP-PRIOR-MONTH NOT = BKO-DTL-YYYYMM
            DISPLAY  'PGM142 - DETAIL ' BKO-DTL-SEQ
                     ' FOR ACCOUNT ' BKO-DTL-ACCOUNT
                     ' IS DATED ' BKO-DTL-DATE
                     ' BUT THE POSITION IS IN MONTH ' ACP-MONTH
                     ' - NOT REVERSED'
            ADD      1  TO BKO-POSN-ERRORS
            GO TO    E200-EXIT
        END-IF
        IF       ACT-CREDIT
            SUBTRACT ACT-AMOUNT  FROM ACP-PRIOR-CREDITS
            ADD      ACT-AMOUNT  TO ACP-OPENING-BAL
        ELSE
            SUBTRACT ACT-AMOUNT  FROM ACP-PRIOR-DEBITS
            SUBTRACT ACT-AMOUNT  FROM ACP-OPENING-BAL
        END-IF
        IF       ACP-PRIOR-COUNT > 0
            SUBTRACT 1  FROM ACP-PRIOR-COUNT
        END-IF
    END-IF
    REWRITE  BKO-POSITION-REC
        INVALID KEY
            DISPLAY  'PGM142 - POSITION REWRITE FAILED FOR '
                     ACP-ACCOUNT ', STATUS=' BKO-POSN-STATUS
            GO TO    A999-ABEND
    END-REWRITE
    DELETE   BKO-ACTIVITY
        INVALID KEY
            DISPLAY  'PGM142 - ACTIVITY DELETE FAILED FOR '
                     ACT-ACCOUNT ', STATUS=' BKO-ACT-STATUS
            GO TO    A999-ABEND
    END-DELETE
    IF       ACT-CREDIT
        ADD      ACT-AMOUNT  TO BKO-POSN-CREDITS
    ELSE
        ADD      ACT-AMOUNT  TO BKO-POSN-DEBITS
    END-IF
    ADD      1  TO BKO-POSN-REVERSED.
E200-EXIT.
    EXIT.

E300-WRITE-REVERSAL-ROW.
    MOVE     BKO-DTL-AMOUNT  TO BKO-AMOUNT-WORK
    IF       NOT BKO-DTL-CREDIT
        MULTIPLY -1 BY BKO-AMOUNT-WORK
    END-IF
    MOVE     BKO-AMOUNT-WORK TO BKO-AMOUNT-EDIT
    MOVE     SPACES          TO BKO-CSV-REC
    STRING   BKO-DTL-DATE     DELIMITED BY SIZE
             ','              DELIMITED BY SIZE
             BKO-DTL-REGION   DELIMITED BY SPACE
             ','              DELIMITED BY SIZE
             BKO-DTL-ACCOUNT  DELIMITED BY SPACE
             ','              DELIMITED BY SIZE
             BKO-AMOUNT-EDIT  DELIMITED BY SIZE
        INTO BKO-CSV-REC
    WRITE    BKO-CSV-REC
    IF       BKO-CSV-STATUS NOT = '00'
        DISPLAY  'PGM142 - REVERSAL FILE WRITE FAILED, STATUS='
                 BKO-CSV-STATUS
        GO TO    A999-ABEND
    END-IF
    ADD      1  TO BKO-CSV-COUNT
    ADD      BKO-AMOUNT-WORK  TO BKO-CSV-NET.
E300-EXIT.
    EXIT.

F000-LOCATE-REGION.
    SET      BKO-RGN-NOT-FOUND  TO TRUE
    MOVE     ZERO  TO BKO-RGN-SUB
    PERFORM  F100-SCAN-REGION-TABLE THRU F100-EXIT
        UNTIL BKO-RGN-FOUND OR BKO-RGN-SUB >= BKO-RGN-USED
    IF       BKO-RGN-FOUND
        GO TO    F000-EXIT
    END-IF
    IF       BKO-RGN-USED >= BKO-RGN-MAX
        DISPLAY  'PGM142 - MORE THAN ' BKO-RGN-USED
                 ' REGIONS ON THE DAY, REGION '
                 BKO-RGN-WORK-REGION ' CANNOT BE BACKED OUT'
        GO TO    F000-EXIT
    END-IF
    ADD      1  TO BKO-RGN-USED
    MOVE     BKO-RGN-USED         TO BKO-RGN-SUB
    MOVE     BKO-RGN-WORK-REGION  TO BRT-REGION (BKO-RGN-SUB)
    SET      BKO-RGN-FOUND  TO TRUE.
F000-EXIT.
    EXIT.

F100-SCAN-REGION-TABLE.
    ADD      1  TO BKO-RGN-SUB
    IF       BRT-REGION (BKO-RGN-SUB) = BKO-RGN-WORK-REGION
        SET      BKO-RGN-FOUND  TO TRUE
    END-IF.
F100-EXIT.
    EXIT.

F200-LOCATE-CURRENCY.
    SET      BKO-CUR-NOT-FOUND  TO TRUE
    MOVE     ZERO  TO BKO-CUR-SUB
    PERFORM  F300-SCAN-CURRENCY-TABLE THRU F300-EXIT
        UNTIL BKO-CUR-FOUND OR BKO-CUR-SUB >= BKO-CUR-USED
    IF       BKO-CUR-FOUND
        GO TO    F200-EXIT
    END-IF
    IF       BKO-CUR-USED >= BKO-CUR-MAX
        DISPLAY  'PGM142 - MORE THAN ' BKO-CUR-USED
                 ' REGION/CURRENCY TOTALS ON THE DAY, REGION '
                 BKO-RGN-WORK-REGION ' CURRENCY '
                 BKO-CUR-WORK-CURRENCY ' CANNOT BE BACKED OUT'
        GO TO    F200-EXIT
    END-IF
    ADD      1  TO BKO-CUR-USED
    MOVE     BKO-CUR-USED           TO BKO-CUR-SUB
    MOVE     BKO-RGN-WORK-REGION    TO BCT-REGION (BKO-CUR-SUB)
    MOVE     BKO-CUR-WORK-CURRENCY  TO BCT-CURRENCY (BKO-CUR-SUB)
    SET      BKO-CUR-FOUND  TO TRUE.
F200-EXIT.
    EXIT.

F300-SCAN-CURRENCY-TABLE.
    ADD      1  TO BKO-CUR-SUB
    IF       BCT-REGION (BKO-CUR-SUB) = BKO-RGN-WORK-REGION
         AND BCT-CURRENCY (BKO-CUR-SUB) = BKO-CUR-WORK-CURRENCY
        SET      BKO-CUR-FOUND  TO TRUE
    END-IF.
F300-EXIT.
    EXIT.

G000-REGISTER-TRANSMISSION.
    OPEN     I-O      BKO-XMIT-LOG
    IF       BKO-XMT-STATUS NOT = '00' AND BKO-XMT-STATUS NOT = '97'
        GO TO    A999-ABEND
    END-IF
    MOVE     BKO-RUN-DATE    TO XMT-RUN-DATE
    SET      XMT-BACKOUT     TO TRUE
    MOVE     BKO-REGION      TO XMT-XMIT-REGION
    MOVE     BKO-CSV-COUNT   TO XMT-DETAIL-COUNT
    MOVE     BKO-CSV-NET     TO XMT-TOTAL-AMOUNT
    MOVE     YYYYMMDD        TO XMT-CUT-DATE
    ACCEPT   XMT-CUT-TIME    FROM TIME
    SET      XMT-AWAITING-ACK  TO TRUE
    MOVE     ZERO            TO XMT-ACK-DATE
    MOVE     ZERO            TO XMT-ACK-COUNT
    MOVE     SPACES          TO XMT-FILLER
    SET      BKO-XMIT-REGISTERED  TO TRUE
    WRITE    XMT-LOG-REC
        INVALID KEY
            REWRITE  XMT-LOG-REC
                INVALID KEY
                    DISPLAY  'PGM142 - TRANSMISSION LOG UPDATE '
                             'FAILED FOR ' XMT-RUN-DATE
                             ', STATUS=' BKO-XMT-STATUS
                    SET      BKO-XMIT-NOT-REGISTERED  TO TRUE
            END-REWRITE
    END-WRITE
    CLOSE    BKO-XMIT-LOG.
G000-EXIT.
    EXIT.

G800-CLEAR-REGION-TABLE.
    MOVE     ZERO  TO BKO-RGN-USED
    PERFORM  G850-CLEAR-REGION-ENTRY THRU G850-EXIT
        VARYING BKO-RGN-SUB FROM 1 BY 1
        UNTIL BKO-RGN-SUB > BKO-RGN-MAX
    MOVE     ZERO  TO BKO-CUR-USED
    PERFORM  G870-CLEAR-CURRENCY-ENTRY THRU G870-EXIT
        VARYING BKO-CUR-SUB FROM 1 BY 1
        UNTIL BKO-CUR-SUB > BKO-CUR-MAX.
G800-EXIT.
    EXIT.

G850-CLEAR-REGION-ENTRY.
    MOVE     SPACES  TO BRT-REGION (BKO-RGN-SUB)
    MOVE     ZERO    TO BRT-DONE-COUNT (BKO-RGN-SUB)
    MOVE     ZERO    TO BRT-DONE-AMOUNT (BKO-RGN-SUB)
    MOVE     ZERO    TO BRT-SUM-SEEN (BKO-RGN-SUB)
    MOVE     ZERO    TO BRT-SUM-COUNT (BKO-RGN-SUB)
    MOVE     ZERO    TO BRT-SUM-AMOUNT (BKO-RGN-SUB).
G850-EXIT.
    EXIT.

G870-CLEAR-CURRENCY-ENTRY.
    MOVE     SPACES  TO BCT-REGION (BKO-CUR-SUB)
    MOVE     SPACES  TO BCT-CURRENCY (BKO-CUR-SUB)
    MOVE     ZERO    TO BCT-DONE-COUNT (BKO-CUR-SUB)
    MOVE     ZERO    TO BCT-DONE-AMOUNT (BKO-CUR-SUB)
    MOVE     ZERO    TO BCT-DONE-ORIG (BKO-CUR-SUB)
    MOVE     ZERO    TO BCT-SUM-SEEN (BKO-CUR-SUB)
    MOVE     ZERO    TO BCT-SUM-COUNT (BKO-CUR-SUB)
    MOVE     ZERO    TO BCT-SUM-AMOUNT (BKO-CUR-SUB)
    MOVE     ZERO    TO BCT-SUM-ORIG (BKO-CUR-SUB).
G870-EXIT.
    EXIT.

H000-WRITE-AUDIT.
    OPEN     EXTEND   BKO-AUDIT
    IF       BKO-AUD-STATUS NOT = '00'
        DISPLAY  'PGM142 - RUN AUDIT LOG OPEN FAILED, STATUS='
                 BKO-AUD-STATUS ' - BACKOUT RECORD NOT WRITTEN'
        MOVE     0008  TO BKO-COND-CODE
        GO TO    H000-EXIT
    END-IF
    MOVE     SPACES             TO BKO-AUDIT-REC
    MOVE     BKO-RUN-DATE       TO AUD-RUN-DATE
    MOVE     BKO-START-TIME     TO AUD-START-TIME
    MOVE     BKO-END-TIME       TO AUD-END-TIME
    MOVE     BKO-SELECT-COUNT   TO AUD-RECS-PROCESSED
    MOVE     ZERO               TO AUD-RECS-REJECTED
    MOVE     BKO-COND-CODE      TO AUD-COND-CODE
    MOVE     ZERO               TO AUD-EXTRACT-COUNT
    SET      AUD-BACKOUT        TO TRUE
    MOVE     BKO-REGION         TO AUD-BKO-REGION
    MOVE     YYYYMMDD           TO AUD-BKO-DATE
    WRITE    BKO-AUDIT-REC
    IF       BKO-AUD-STATUS NOT = '00'
        DISPLAY  'PGM142 - RUN AUDIT LOG WRITE FAILED, STATUS='
                 BKO-AUD-STATUS
        MOVE     0008  TO BKO-COND-CODE
        CLOSE    BKO-AUDIT
        GO TO    H000-EXIT
    END-IF
    SET      BKO-AUDIT-WRITTEN  TO TRUE
    CLOSE    BKO-AUDIT.
H000-EXIT.
    EXIT.

A800-REFUSE-BACKOUT.
    MOVE     'BACKOUT NOT STARTED'   TO BRL-LABEL
    MOVE     ZERO                    TO BRL-COUNT
    MOVE     'REFUSED'               TO BRL-VERDICT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    DISPLAY  'PGM142 - BACKOUT OF ' BKO-RUN-DATE-X ' REGION '
             BRH-REGION ' REFUSED, THE INPUTS DID NOT VERIFY - '
             'NOTHING HAS BEEN CHANGED'
        UPON CONSOLE
    MOVE     0012  TO RETURN-CODE
    CLOSE    BKO-REPORT.
A800-EXIT.
    EXIT.

A900-TERMINATE.
    MOVE     'STEPS PERFORMED'  TO BRS-TITLE
    WRITE    BKO-REPORT-REC FROM BKO-RPT-SECTION
    MOVE     'PROCESSED HISTORY READ'        TO BRL-LABEL
    MOVE     BKO-HIST-READ      TO BRL-COUNT
    MOVE     SPACES             TO BRL-VERDICT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    MOVE     '1 HISTORY ENTRIES DELETED'     TO BRL-LABEL
    MOVE     BKO-HIST-DELETED   TO BRL-COUNT
    MOVE     BKO-HIST-DELETED   TO BKO-PROOF-COUNT
    PERFORM  A950-COUNT-VERDICT THRU A950-EXIT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    MOVE     '  PENDING HOLDS DELETED'       TO BRL-LABEL
    MOVE     BKO-PEND-DELETED   TO BRL-COUNT
    MOVE     SPACES             TO BRL-VERDICT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    MOVE     '  PENDING RELEASES RESET'      TO BRL-LABEL
    MOVE     BKO-PEND-RESET     TO BRL-COUNT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    MOVE     '2 PRTSUM REVERSAL RECORDS'     TO BRL-LABEL
    MOVE     BKO-SUMO-COUNT     TO BRL-COUNT
    MOVE     SPACES             TO BRL-VERDICT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    MOVE     '  PRTSUM RECORD COUNT REVERSED' TO BRL-LABEL
    MOVE     BKO-SUMO-RECS      TO BRL-COUNT
    MOVE     BKO-SUMO-RECS      TO BKO-PROOF-COUNT
    PERFORM  A950-COUNT-VERDICT THRU A950-EXIT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    MULTIPLY -1 BY BKO-SELECT-NET GIVING BKO-REVERSAL-NET
    MOVE     '  PRTSUM AMOUNT REVERSED'      TO BAL-LABEL
    MOVE     BKO-SUMO-AMOUNT    TO BAL-AMOUNT
    IF       BKO-SUMO-AMOUNT = BKO-REVERSAL-NET
        MOVE     'PROVED'       TO BAL-VERDICT
    ELSE
        MOVE     'NOT PROVED'   TO BAL-VERDICT
        ADD      1  TO BKO-PROOF-FAILS
    END-IF
    WRITE    BKO-REPORT-REC FROM BKO-RPT-AMOUNT-LINE
    MOVE     '3 POSITIONS REVERSED'          TO BRL-LABEL
    MOVE     BKO-POSN-REVERSED  TO BRL-COUNT
    MOVE     SPACES             TO BRL-VERDICT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    MOVE     '  POSITIONS ALREADY REVERSED'  TO BRL-LABEL
    MOVE     BKO-POSN-ALREADY   TO BRL-COUNT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    MOVE     '  POSITIONS NOT REVERSED'      TO BRL-LABEL
    MOVE     BKO-POSN-ERRORS    TO BRL-COUNT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    ADD      BKO-POSN-REVERSED BKO-POSN-ALREADY
        GIVING BKO-POSN-PROVED
    MOVE     '  REVERSED+ALREADY VS DETAILS' TO BRL-LABEL
    MOVE     BKO-POSN-PROVED    TO BRL-COUNT
    IF       BKO-POSN-ERRORS = 0
         AND BKO-POSN-PROVED = BKO-SELECT-COUNT
        MOVE     'PROVED'       TO BRL-VERDICT
    ELSE
        MOVE     'NOT PROVED'   TO BRL-VERDICT
        ADD      1  TO BKO-PROOF-FAILS
    END-IF
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    SUBTRACT BKO-POSN-CREDITS FROM BKO-POSN-DEBITS
        GIVING BKO-POSN-NET
    MOVE     '  NET AMOUNT REVERSED'         TO BAL-LABEL
    MOVE     BKO-POSN-NET       TO BAL-AMOUNT
    MOVE     SPACES             TO BAL-VERDICT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-AMOUNT-LINE
    MOVE     '4 REVERSAL ROWS WRITTEN'       TO BRL-LABEL
    MOVE     BKO-CSV-COUNT      TO BRL-COUNT
    MOVE     BKO-CSV-COUNT      TO BKO-PROOF-COUNT
    PERFORM  A950-COUNT-VERDICT THRU A950-EXIT
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    MOVE     '  REVERSAL ROWS NET AMOUNT'    TO BAL-LABEL
    MOVE     BKO-CSV-NET        TO BAL-AMOUNT
    IF       BKO-CSV-NET = BKO-REVERSAL-NET
        MOVE     'PROVED'       TO BAL-VERDICT
    ELSE
        MOVE     'NOT PROVED'   TO BAL-VERDICT
        ADD      1  TO BKO-PROOF-FAILS
    END-IF
    WRITE    BKO-REPORT-REC FROM BKO-RPT-AMOUNT-LINE
    MOVE     '5 TRANSMISSION LOG ENTRY'      TO BRL-LABEL
    MOVE     BKO-CSV-COUNT      TO BRL-COUNT
    IF       BKO-XMIT-REGISTERED
        MOVE     'REGISTERED'   TO BRL-VERDICT
    ELSE
        MOVE     'NOT PROVED'   TO BRL-VERDICT
        ADD      1  TO BKO-PROOF-FAILS
    END-IF
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    IF       BKO-PROOF-FAILS = 0
        MOVE     0000  TO BKO-COND-CODE
    ELSE
        MOVE     0008  TO BKO-COND-CODE
    END-IF
    ACCEPT   BKO-END-TIME  FROM TIME
    PERFORM  H000-WRITE-AUDIT THRU H000-EXIT
    MOVE     '6 AUDIT LOG BACKOUT RECORD'    TO BRL-LABEL
    MOVE     1                  TO BRL-COUNT
    IF       BKO-AUDIT-WRITTEN
        MOVE     'WRITTEN'      TO BRL-VERDICT
    ELSE
        MOVE     'NOT WRITTEN'  TO BRL-VERDICT
        MOVE     ZERO           TO BRL-COUNT
    END-IF
    WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    WRITE    BKO-REPORT-REC FROM BKO-BLANK-LINE
    IF       BKO-COND-CODE = 0
        MOVE     'DAY BACKED OUT AND PROVED'     TO BRL-LABEL
        MOVE     BKO-SELECT-COUNT   TO BRL-COUNT
        MOVE     'BACKED OUT'       TO BRL-VERDICT
        WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
    ELSE
        MOVE     'BACKOUT NOT PROVED'            TO BRL-LABEL
        MOVE     BKO-SELECT-COUNT   TO BRL-COUNT
        MOVE     'CHECK'            TO BRL-VERDICT
        WRITE    BKO-REPORT-REC FROM BKO-RPT-LINE
        DISPLAY  'PGM142 - BACKOUT OF ' BKO-RUN-DATE-X ' REGION '
                 BRH-REGION ' DID NOT PROVE: DETAILS='
                 BKO-SELECT-COUNT
                 ' HISTORY=' BKO-HIST-DELETED
                 ' PENDING=' BKO-PEND-DELETED '/' BKO-PEND-RESET
                 ' POSITIONS=' BKO-POSN-REVERSED
                 ' ROWS=' BKO-CSV-COUNT
            UPON CONSOLE
    END-IF
    MOVE     BKO-COND-CODE  TO RETURN-CODE
    CLOSE    BKO-REPORT.
A900-EXIT.
    EXIT.

A950-COUNT-VERDICT.
    IF       BKO-PROOF-COUNT = BKO-SELECT-COUNT
        MOVE     'PROVED'       TO BRL-VERDICT
    ELSE
        MOVE     'NOT PROVED'   TO BRL-VERDICT
        ADD      1  TO BKO-PROOF-FAILS
    END-IF.
A950-EXIT.
    EXIT.

A999-ABEND.
    DISPLAY   'PGM142 - FATAL ERROR, RUN TERMINATED'
    DISPLAY   'BKO-CARD-STATUS='  BKO-CARD-STATUS
              ' BKO-DONE-STATUS=' BKO-DONE-STATUS
              ' BKO-SUMI-STATUS=' BKO-SUMI-STATUS
    DISPLAY   'BKO-SUMO-STATUS='  BKO-SUMO-STATUS
              ' BKO-HIST-STATUS=' BKO-HIST-STATUS
              ' BKO-POSN-STATUS=' BKO-POSN-STATUS
    DISPLAY   'BKO-PEND-STATUS='  BKO-PEND-STATUS
    DISPLAY   'BKO-ACT-STATUS='   BKO-ACT-STATUS
              ' BKO-CSV-STATUS='  BKO-CSV-STATUS
              ' BKO-XMT-STATUS='  BKO-XMT-STATUS
    DISPLAY   'BKO-AUD-STATUS='   BKO-AUD-STATUS
              ' BKO-RPT-STATUS='  BKO-RPT-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

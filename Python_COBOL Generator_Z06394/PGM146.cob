      *>--------------------------------------------------------------*>
      *> PROGRAM-ID : 146
      *> AUTHOR     : CHEN
      *>
      *> Monthly archive of the released PRTDONE generations.
      *> PROD.PGM123.DONE is a generation data group, so a released
      *> day rolls off once the generation limit is reached, and the
      *> PRTHIST history behind PGM136 only keeps CC-RETAIN-DAYS.
      *> Until now a day from last year could only be answered from
      *> a tape recall, if the tape was still there.
      *>
      *> Run once a month, after PGM130J, with ARVCARD naming the
      *> month (mandatory, col 1-6 YYYYMM), the run days expected in
      *> it (mandatory, col 7-8, as on GLCARD) and the months the
      *> archive is kept (col 9-11, zero = 084).  ARVDONE is the
      *> month's PRTDONE generations and ARVSUM the month's PRTSUM
      *> generations, each concatenated oldest first.
      *>
      *> Everything already on the archive for the month is removed
      *> first, so the job can be rerun for a month as it stands.
      *> Each PRTDONE generation is then loaded onto the archive KSDS
      *> (PRTARCH, ARCREC layout): its header and trailer as they
      *> were released, and every detail keyed on the run date,
      *> region and account with its position on the generation.  A
      *> generation must carry one header dated inside the month,
      *> one trailer dated the header's run date and a trailer count
      *> equal to its details, or it is taken back off and the month
      *> fails.  A later generation for a run date already loaded -
      *> the corrected re-run of a day PGM142 backed out - replaces
      *> the earlier one.  When the later generation is a region run
      *> (its header names the region, HDR-STREAM-REGION) it replaces
      *> only that region's details: the other regions stay as they
      *> were loaded, its details take the positions after the day's
      *> last, and the day's trailer count is restated for the
      *> combined regions.  A detail of any other region on a region
      *> run fails the generation.
      *>
      *> Every PRTSUM record for the month is added to its run date
      *> and region on the archive; a PGM142 reversal record
      *> (SUM-REC-KIND 'R') takes its count and amount back off, so
      *> each region is left with the day's net totals.  A region
      *> whose reversal leaves it with no count and no amount was
      *> backed out and never re-run: its details are taken back off
      *> the archive (the whole PRTDONE of the day when every region
      *> of the day is so), and the trailer count of a day left with
      *> other regions is restated for them.
      *>
      *> The month is then proved day by day from the archive: each
      *> run date's details must agree with its trailer count and
      *> with its PRTSUM count and net amount, and the run days
      *> archived must equal the expected count on ARVCARD.  A day
      *> whose PRTSUM nets to nothing and has no PRTDONE left is a
      *> backed-out day that was never re-run.
      *>
      *> Only when the month proves are whole months older than the
      *> retention period purged - every run date in a month up to
      *> and including the archive month less the retention months.
      *> The report (ARVRPT) lists each day, the load and purge
      *> counts and the verdict.  Return codes: 0 = month archived
      *> and proved, 8 = month did not prove - nothing was purged,
      *> rerun once the concatenations are right, 16 = did not
      *> finish.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>   2026-10-15  CHEN  A PRTSUM record for a region's foreign
      *>                     currency (SUM-CURRENCY not blank) is
      *>                     archived as its own S record with the
      *>                     currency code as the account and its
      *>                     original amount netted alongside; the
      *>                     day proof uses the region records only.
      *>   2026-10-15  CHEN  Backed-out days and regions.  A region
      *>                     netted to nothing by a PGM142 reversal
      *>                     (D500-FIND-BACKED-OUT) has its details
      *>                     taken off before the month is proved,
      *>                     and the whole day's PRTDONE when every
      *>                     region is, so a backout that is never
      *>                     re-run is reported BACKED OUT instead of
      *>                     PRTSUM DIFFERS.  A later region run of a
      *>                     loaded day replaces that region only
      *>                     instead of the whole day.  Either way
      *>                     the day's T record is restated for the
      *>                     regions left and marked ARC-MERGE-FLAG.
      *>--------------------------------------------------------------*>
IDENTIFICATION DIVISION.
PROGRAM-ID.    "146".
AUTHOR.        CHEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARV-CARD     ASSIGN TO ARVCARD
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS ARV-CARD-STATUS.
    SELECT ARV-DONE     ASSIGN TO ARVDONE
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS ARV-DONE-STATUS.
    SELECT ARV-SUM      ASSIGN TO ARVSUM
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS ARV-SUM-STATUS.
    SELECT ARC-ARCHIVE  ASSIGN TO PRTARCH
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ARC-KEY
                        FILE STATUS IS ARV-ARCH-STATUS.
    SELECT ARV-REPORT   ASSIGN TO ARVRPT
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS IS ARV-RPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  ARV-CARD  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  ARV-CARD-REC.
    05  CRD-MONTH          PIC 9(6).
    05  CRD-MONTH-PARTS  REDEFINES CRD-MONTH.
        10  CRD-YYYY       PIC 9(4).
        10  CRD-MM         PIC 9(2).
    05  CRD-EXPECT-DAYS    PIC 9(2).
    05  CRD-RETAIN-MONTHS  PIC 9(3).
    05  CRD-FILLER         PIC X(69).

FD  ARV-DONE  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  ARV-DONE-REC.
    05  ARV-DONE-REC-TYPE  PIC X(1).
        88  ARV-DONE-HEADER         VALUE 'H'.
        88  ARV-DONE-DETAIL         VALUE 'D'.
        88  ARV-DONE-TRAILER        VALUE 'T'.
    05  FILLER             PIC X(79).

01  ARV-DONE-HDR  REDEFINES ARV-DONE-REC.
    05  FILLER             PIC X(1).
    05  ARV-HDR-RUN-DATE   PIC X(8).
    05  ARV-HDR-STREAM-REGION  PIC X(2).
    05  FILLER             PIC X(69).

01  ARV-DONE-DTL  REDEFINES ARV-DONE-REC.
    05  FILLER             PIC X(9).
    05  ARV-DTL-REGION     PIC X(2).
    05  ARV-DTL-ACCOUNT    PIC X(10).
    05  FILLER             PIC X(59).

01  ARV-DONE-TRL  REDEFINES ARV-DONE-REC.
    05  FILLER             PIC X(1).
    05  ARV-TRL-RUN-DATE   PIC X(8).
    05  ARV-TRL-REC-COUNT  PIC 9(7).
    05  FILLER             PIC X(64).

FD  ARV-SUM  RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.

01  ARV-SUM-REC.
    05  SUM-RUN-DATE       PIC 9(8).
    05  SUM-RUN-MONTH  REDEFINES SUM-RUN-DATE.
        10  SUM-RUN-YYYYMM PIC 9(6).
        10  SUM-RUN-DD     PIC 9(2).
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

FD  ARC-ARCHIVE RECORD CONTAINS 120 CHARACTERS.

01  ARC-ARCHIVE-REC.
    COPY ARCREC.

FD  ARV-REPORT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.

01  ARV-REPORT-REC     PIC X(133).

WORKING-STORAGE SECTION.

01  ARV-COUNTERS.
    05  ARV-DONE-READ         PIC 9(7) VALUE ZERO.
    05  ARV-STRAY-COUNT       PIC 9(7) VALUE ZERO.
    05  ARV-GEN-COUNT         PIC 9(5) VALUE ZERO.
    05  ARV-GEN-LOADED        PIC 9(5) VALUE ZERO.
    05  ARV-GEN-REJECTED      PIC 9(5) VALUE ZERO.
    05  ARV-DAYS-REPLACED     PIC 9(5) VALUE ZERO.
    05  ARV-REGIONS-REPLACED  PIC 9(5) VALUE ZERO.
    05  ARV-REGIONS-VOIDED    PIC 9(5) VALUE ZERO.
    05  ARV-SUM-READ          PIC 9(7) VALUE ZERO.
    05  ARV-SUM-REVERSALS     PIC 9(7) VALUE ZERO.
    05  ARV-EARLIER-REMOVED   PIC 9(7) VALUE ZERO.
    05  ARV-CLEARED-COUNT     PIC 9(7) VALUE ZERO.
    05  ARV-DAYS-ARCHIVED     PIC 9(5) VALUE ZERO.
    05  ARV-DAYS-BACKED-OUT   PIC 9(5) VALUE ZERO.
    05  ARV-DAYS-FAILED       PIC 9(5) VALUE ZERO.
    05  ARV-DETAILS-ARCHIVED  PIC 9(9) VALUE ZERO.
    05  ARV-PURGED-RECORDS    PIC 9(9) VALUE ZERO.
    05  ARV-PURGED-MONTHS     PIC 9(5) VALUE ZERO.

01  YYYYMMDD          PIC 9(8).

01  ARV-COND-CODE     PIC 9(4) VALUE ZERO.

01  ARV-SWITCHES.
    05  ARV-DONE-EOF-SW      PIC X(1)  VALUE 'N'.
        88  ARV-DONE-EOF               VALUE 'Y'.
    05  ARV-SUM-EOF-SW       PIC X(1)  VALUE 'N'.
        88  ARV-SUM-EOF                VALUE 'Y'.
    05  ARV-SWEEP-SW         PIC X(1)  VALUE 'N'.
        88  ARV-SWEEP-DONE             VALUE 'Y'.
        88  ARV-SWEEP-MORE             VALUE 'N'.
    05  ARV-GEN-ACTIVE-SW    PIC X(1)  VALUE 'N'.
        88  ARV-GEN-ACTIVE             VALUE 'Y'.
        88  ARV-GEN-NOT-ACTIVE         VALUE 'N'.
    05  ARV-GEN-SKIP-SW      PIC X(1)  VALUE 'N'.
        88  ARV-GEN-SKIPPING           VALUE 'Y'.
        88  ARV-GEN-LOADING            VALUE 'N'.
    05  ARV-DAY-FOUND-SW     PIC X(1)  VALUE 'N'.
        88  ARV-DAY-FOUND              VALUE 'Y'.
        88  ARV-DAY-NOT-FOUND          VALUE 'N'.
    05  ARV-SUM-NEW-SW       PIC X(1)  VALUE 'N'.
        88  ARV-SUM-NEW                VALUE 'Y'.
        88  ARV-SUM-ON-FILE            VALUE 'N'.
    05  ARV-GEN-MERGE-SW     PIC X(1)  VALUE 'N'.
        88  ARV-GEN-MERGING            VALUE 'Y'.
        88  ARV-GEN-WHOLE              VALUE 'N'.
    05  ARV-IMAGE-SW         PIC X(1)  VALUE 'N'.
        88  ARV-IMAGE-ON-FILE          VALUE 'Y'.
        88  ARV-IMAGE-NEW              VALUE 'N'.
    05  ARV-RESULT-SW        PIC X(1)  VALUE 'Y'.
        88  ARV-MONTH-PROVED           VALUE 'Y'.
        88  ARV-MONTH-FAILED           VALUE 'N'.

01  ARV-FILE-STATUSES.
    05  ARV-CARD-STATUS      PIC X(2) VALUE SPACES.
    05  ARV-DONE-STATUS      PIC X(2) VALUE SPACES.
    05  ARV-SUM-STATUS       PIC X(2) VALUE SPACES.
    05  ARV-ARCH-STATUS      PIC X(2) VALUE SPACES.
    05  ARV-RPT-STATUS       PIC X(2) VALUE SPACES.

01  ARV-PARAMETERS.
    05  ARV-MONTH            PIC 9(6)  VALUE ZERO.
    05  ARV-MONTH-START      PIC 9(8)  VALUE ZERO.
    05  ARV-EXPECT-DAYS      PIC 9(2)  VALUE ZERO.
    05  ARV-RETAIN-MONTHS    PIC 9(3)  VALUE 084.

01  ARV-PURGE-WORK.
    05  ARV-MONTH-NUMBER     PIC 9(7)  VALUE ZERO COMP.
    05  ARV-CUTOFF-YYYY      PIC 9(4)  VALUE ZERO.
    05  ARV-CUTOFF-MM        PIC 9(2)  VALUE ZERO.
    05  ARV-CUTOFF-MONTH     PIC 9(6)  VALUE ZERO.
    05  ARV-PURGE-MONTH      PIC 9(6)  VALUE ZERO.
    05  ARV-PURGE-MONTH-RECS PIC 9(9)  VALUE ZERO.
    05  ARV-PURGE-MONTH-DTLS PIC 9(9)  VALUE ZERO.

01  ARV-GEN-FIELDS.
    05  ARV-GEN-DETAILS      PIC 9(7)  VALUE ZERO.
    05  ARV-GEN-TRAILERS     PIC 9(3)  VALUE ZERO.
    05  ARV-GEN-TRL-COUNT    PIC 9(7)  VALUE ZERO.
    05  ARV-GEN-TRL-DATE     PIC X(8)  VALUE SPACES.
    05  ARV-GEN-UNKNOWN      PIC 9(7)  VALUE ZERO.
    05  ARV-GEN-REGION       PIC X(2)  VALUE SPACES.
    05  ARV-GEN-OTHER-RGN    PIC 9(7)  VALUE ZERO.
    05  ARV-GEN-BASE-SEQ     PIC 9(7)  VALUE ZERO.

01  ARV-GEN-DATE          PIC X(8)  VALUE SPACES.
01  ARV-GEN-DATE-N  REDEFINES ARV-GEN-DATE
                          PIC 9(8).
01  ARV-GEN-DATE-PARTS  REDEFINES ARV-GEN-DATE.
    05  ARV-GEN-YYYYMM    PIC 9(6).
    05  ARV-GEN-DD        PIC 9(2).

01  ARV-CLEAR-DATE        PIC 9(8)  VALUE ZERO.
01  ARV-CLEAR-REGION      PIC X(2)  VALUE SPACES.
01  ARV-CLEAR-BEFORE      PIC 9(7)  VALUE ZERO.
01  ARV-DAY-TOP-SEQ       PIC 9(7)  VALUE ZERO.
01  ARV-DAY-DTL-COUNT     PIC 9(7)  VALUE ZERO.

01  ARV-VOID-TABLE.
    05  ARV-VOID-ENTRY  OCCURS 400 TIMES.
        10  ARV-VOID-DATE    PIC 9(8).
        10  ARV-VOID-REGION  PIC X(2).
01  ARV-VOID-USED           PIC 9(3) VALUE ZERO COMP.
01  ARV-VOID-SUB            PIC 9(3) VALUE ZERO COMP.

01  ARV-VOID-WORK.
    05  ARV-VOID-DAY         PIC 9(8)  VALUE ZERO.
    05  ARV-VOID-DAY-RGNS    PIC 9(3)  VALUE ZERO.
    05  ARV-VOID-DAY-HITS    PIC 9(3)  VALUE ZERO.

01  ARV-DAY-TABLE.
    05  ARV-DAY-LOADED  OCCURS 31 TIMES  PIC 9(8).
01  ARV-DAY-USED            PIC 9(2) VALUE ZERO COMP.
01  ARV-DAY-SUB             PIC 9(2) VALUE ZERO COMP.

01  ARV-DAY-TOTALS.
    05  ARV-DAY-DATE         PIC 9(8)  VALUE ZERO.
    05  ARV-DAY-HEADERS      PIC 9(3)  VALUE ZERO.
    05  ARV-DAY-TRAILERS     PIC 9(3)  VALUE ZERO.
    05  ARV-DAY-TRL-COUNT    PIC 9(7)  VALUE ZERO.
    05  ARV-DAY-DETAILS      PIC 9(7)  VALUE ZERO.
    05  ARV-DAY-DTL-NET      PIC S9(13)V99 VALUE ZERO COMP-3.
    05  ARV-DAY-SUMS         PIC 9(3)  VALUE ZERO.
    05  ARV-DAY-SUM-COUNT    PIC S9(7) VALUE ZERO.
    05  ARV-DAY-SUM-NET      PIC S9(13)V99 VALUE ZERO COMP-3.

01  ARV-HEADING-1.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(40)  VALUE
        'PGM146 - PRTDONE MONTHLY ARCHIVE FOR MON'.
    05  FILLER   PIC X(4)   VALUE 'TH  '.
    05  HD1-MONTH     PIC 9(6).
    05  FILLER   PIC X(6)   VALUE '  RUN '.
    05  HD1-RUN-DATE  PIC 9(8).
    05  FILLER   PIC X(68)  VALUE SPACES.

01  ARV-HEADING-2.
    05  FILLER   PIC X(1)   VALUE SPACE.
    05  FILLER   PIC X(10)  VALUE 'RUN DATE  '.
    05  FILLER   PIC X(9)   VALUE 'DETAILS  '.
    05  FILLER   PIC X(9)   VALUE 'TRAILER  '.
    05  FILLER   PIC X(10)  VALUE ' SUMMARY  '.
    05  FILLER   PIC X(20)  VALUE '        DETAIL NET  '.
    05  FILLER   PIC X(20)  VALUE '       SUMMARY NET  '.
    05  FILLER   PIC X(54)  VALUE 'VERDICT'.

01  ARV-DAY-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  DAY-RUN-DATE      PIC 9(8).
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DAY-DETAILS       PIC ZZZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DAY-TRAILER       PIC ZZZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DAY-SUM-COUNT     PIC -ZZZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DAY-DTL-NET       PIC Z(13)9.99-.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DAY-SUM-NET       PIC Z(13)9.99-.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  DAY-VERDICT       PIC X(14).
    05  FILLER            PIC X(40) VALUE SPACES.

01  ARV-PURGE-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  FILLER            PIC X(14) VALUE 'PURGED MONTH  '.
    05  PRG-MONTH         PIC 9(6).
    05  FILLER            PIC X(11) VALUE '  RECORDS  '.
    05  PRG-RECORDS       PIC ZZZZZZ9.
    05  FILLER            PIC X(11) VALUE '  DETAILS  '.
    05  PRG-DETAILS       PIC ZZZZZZ9.
    05  FILLER            PIC X(76) VALUE SPACES.

01  ARV-SUMMARY-LINE.
    05  FILLER            PIC X(1)  VALUE SPACE.
    05  SML-LABEL         PIC X(40) VALUE SPACES.
    05  SML-VALUE         PIC ZZZZZZ9.
    05  FILLER            PIC X(2)  VALUE SPACES.
    05  SML-VERDICT       PIC X(14) VALUE SPACES.
    05  FILLER            PIC X(69) VALUE SPACES.

01  ARV-BLANK-LINE        PIC X(133) VALUE SPACES.

PROCEDURE DIVISION.

A000-START.
    PERFORM  A100-INITIALIZE THRU A100-EXIT
    PERFORM  B000-CLEAR-MONTH THRU B000-EXIT
    PERFORM  C000-PROCESS-DONE-REC THRU C000-EXIT
        UNTIL ARV-DONE-EOF
    PERFORM  C900-END-GENERATION THRU C900-EXIT
    PERFORM  D000-PROCESS-SUM-REC THRU D000-EXIT
        UNTIL ARV-SUM-EOF
    PERFORM  D500-FIND-BACKED-OUT THRU D500-EXIT
    PERFORM  E000-PROVE-MONTH THRU E000-EXIT
    PERFORM  F000-PURGE THRU F000-EXIT
    PERFORM  A900-TERMINATE THRU A900-EXIT
    STOP RUN.

A100-INITIALIZE.
    ACCEPT   YYYYMMDD  FROM DATE YYYYMMDD
    OPEN     INPUT    ARV-CARD
    IF       ARV-CARD-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    READ     ARV-CARD
        AT END
            DISPLAY  'PGM146 - ARVCARD IS EMPTY, THE ARCHIVE MONTH '
                     'AND EXPECTED RUN DAYS ARE MANDATORY'
            GO TO    A999-ABEND
    END-READ
    IF       CRD-MONTH NOT NUMERIC
          OR CRD-MM < 1 OR CRD-MM > 12
        DISPLAY  'PGM146 - ARVCARD ARCHIVE MONTH IS NOT A VALID '
                 'YYYYMM'
        GO TO    A999-ABEND
    END-IF
    IF       CRD-EXPECT-DAYS NOT NUMERIC OR CRD-EXPECT-DAYS = 0
        DISPLAY  'PGM146 - ARVCARD EXPECTED RUN DAYS IS NOT NUMERIC'
        GO TO    A999-ABEND
    END-IF
    MOVE     CRD-MONTH        TO ARV-MONTH
    MOVE     CRD-EXPECT-DAYS  TO ARV-EXPECT-DAYS
    IF       CRD-RETAIN-MONTHS NUMERIC AND CRD-RETAIN-MONTHS > 0
        MOVE     CRD-RETAIN-MONTHS  TO ARV-RETAIN-MONTHS
    END-IF
    MULTIPLY ARV-MONTH BY 100 GIVING ARV-MONTH-START
    MULTIPLY CRD-YYYY BY 12 GIVING ARV-MONTH-NUMBER
    ADD      CRD-MM  TO ARV-MONTH-NUMBER
    SUBTRACT 1  FROM ARV-MONTH-NUMBER
    CLOSE    ARV-CARD
    OPEN     INPUT    ARV-DONE
    IF       ARV-DONE-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     INPUT    ARV-SUM
    IF       ARV-SUM-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    OPEN     I-O      ARC-ARCHIVE
    IF       ARV-ARCH-STATUS NOT = '00' AND ARV-ARCH-STATUS NOT = '97'
        DISPLAY  'PGM146 - ARCHIVE FILE OPEN FAILED, '
                 'STATUS=' ARV-ARCH-STATUS
        GO TO    A999-ABEND
    END-IF
    OPEN     OUTPUT   ARV-REPORT
    IF       ARV-RPT-STATUS NOT = '00'
        GO TO    A999-ABEND
    END-IF
    MOVE     ARV-MONTH  TO HD1-MONTH
    MOVE     YYYYMMDD   TO HD1-RUN-DATE
    WRITE    ARV-REPORT-REC FROM ARV-HEADING-1
    WRITE    ARV-REPORT-REC FROM ARV-BLANK-LINE.
A100-EXIT.
    EXIT.

B000-CLEAR-MONTH.
    SET      ARV-SWEEP-MORE  TO TRUE
    MOVE     LOW-VALUES       TO ARC-KEY
    MOVE     ARV-MONTH-START  TO ARC-RUN-DATE
    START    ARC-ARCHIVE KEY >= ARC-KEY
        INVALID KEY
            SET      ARV-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  B100-CLEAR-MONTH-REC THRU B100-EXIT
        UNTIL ARV-SWEEP-DONE.
B000-EXIT.
    EXIT.

B100-CLEAR-MONTH-REC.
    READ     ARC-ARCHIVE NEXT
        AT END
            SET      ARV-SWEEP-DONE  TO TRUE
            GO TO    B100-EXIT
    END-READ
    IF       ARC-RUN-YYYYMM NOT = ARV-MONTH
        SET      ARV-SWEEP-DONE  TO TRUE
        GO TO    B100-EXIT
    END-IF
    DELETE   ARC-ARCHIVE
        INVALID KEY
            DISPLAY  'PGM146 - ARCHIVE DELETE FAILED, '
                     'STATUS=' ARV-ARCH-STATUS ' KEY=' ARC-KEY
            GO TO    A999-ABEND
    END-DELETE
    ADD      1  TO ARV-EARLIER-REMOVED.
B100-EXIT.
    EXIT.

C000-PROCESS-DONE-REC.
    READ     ARV-DONE
        AT END
            SET  ARV-DONE-EOF TO TRUE
            GO TO C000-EXIT
    END-READ
    ADD      1  TO ARV-DONE-READ
    IF       ARV-DONE-HEADER
        PERFORM  C900-END-GENERATION THRU C900-EXIT
        PERFORM  C100-START-GENERATION THRU C100-EXIT
        GO TO    C000-EXIT
    END-IF
    IF       ARV-GEN-NOT-ACTIVE
        ADD      1  TO ARV-STRAY-COUNT
        SET      ARV-MONTH-FAILED  TO TRUE
        DISPLAY  'PGM146 - PRTDONE RECORD ' ARV-DONE-READ
                 ' IS NOT PRECEDED BY A HEADER, NOT ARCHIVED'
        GO TO    C000-EXIT
    END-IF
    IF       ARV-GEN-SKIPPING
        GO TO    C000-EXIT
    END-IF
    IF       ARV-DONE-DETAIL
        PERFORM  C200-ARCHIVE-DETAIL THRU C200-EXIT
        GO TO    C000-EXIT
    END-IF
    IF       ARV-DONE-TRAILER
        PERFORM  C300-ARCHIVE-TRAILER THRU C300-EXIT
        GO TO    C000-EXIT
    END-IF
    ADD      1  TO ARV-GEN-UNKNOWN.
C000-EXIT.
    EXIT.

C100-START-GENERATION.
    ADD      1  TO ARV-GEN-COUNT
    SET      ARV-GEN-ACTIVE   TO TRUE
    SET      ARV-GEN-LOADING  TO TRUE
    MOVE     ZERO    TO ARV-GEN-DETAILS
    MOVE     ZERO    TO ARV-GEN-TRAILERS
    MOVE     ZERO    TO ARV-GEN-TRL-COUNT
    MOVE     ZERO    TO ARV-GEN-UNKNOWN
    MOVE     ZERO    TO ARV-GEN-OTHER-RGN
    MOVE     ZERO    TO ARV-GEN-BASE-SEQ
    MOVE     SPACES  TO ARV-GEN-TRL-DATE
    SET      ARV-GEN-WHOLE  TO TRUE
    MOVE     ARV-HDR-RUN-DATE  TO ARV-GEN-DATE
    IF       ARV-GEN-DATE NOT NUMERIC
        SET      ARV-GEN-SKIPPING  TO TRUE
    ELSE
        IF       FUNCTION TEST-DATE-YYYYMMDD (ARV-GEN-DATE-N) NOT = 0
              OR ARV-GEN-YYYYMM NOT = ARV-MONTH
            SET      ARV-GEN-SKIPPING  TO TRUE
        END-IF
    END-IF
    IF       ARV-GEN-SKIPPING
        ADD      1  TO ARV-GEN-REJECTED
        SET      ARV-MONTH-FAILED  TO TRUE
        DISPLAY  'PGM146 - PRTDONE GENERATION ' ARV-GEN-COUNT
                 ' RUN DATE ' ARV-GEN-DATE
                 ' IS NOT A DATE IN MONTH ' ARV-MONTH
                 ', NOT ARCHIVED'
        GO TO    C100-EXIT
    END-IF
    MOVE     ARV-HDR-STREAM-REGION  TO ARV-GEN-REGION
    PERFORM  C150-NOTE-DAY THRU C150-EXIT
    MOVE     SPACES          TO ARC-ARCHIVE-REC
    MOVE     ARV-GEN-DATE-N  TO ARC-RUN-DATE
    MOVE     'H'             TO ARC-REC-TYPE
    MOVE     ZERO            TO ARC-SEQ
    IF       ARV-GEN-MERGING
        PERFORM  G150-READ-IMAGE THRU G150-EXIT
        IF       ARV-IMAGE-ON-FILE
            GO TO    C100-EXIT
        END-IF
    END-IF
    PERFORM  G100-WRITE-DONE-IMAGE THRU G100-EXIT.
C100-EXIT.
    EXIT.

C150-NOTE-DAY.
    SET      ARV-DAY-NOT-FOUND  TO TRUE
    MOVE     ZERO  TO ARV-DAY-SUB
    PERFORM  C160-SCAN-DAY THRU C160-EXIT
        UNTIL ARV-DAY-FOUND OR ARV-DAY-SUB >= ARV-DAY-USED
    IF       ARV-DAY-FOUND
         AND ARV-GEN-REGION NOT = SPACES
        SET      ARV-GEN-MERGING  TO TRUE
        ADD      1  TO ARV-REGIONS-REPLACED
        DISPLAY  'PGM146 - RUN DATE ' ARV-GEN-DATE
                 ' ARRIVES AGAIN FOR REGION ' ARV-GEN-REGION
                 ', THE LATER GENERATION REPLACES THAT REGION ONLY'
        MOVE     ARV-GEN-DATE-N  TO ARV-CLEAR-DATE
        MOVE     ARV-GEN-REGION  TO ARV-CLEAR-REGION
        PERFORM  G000-CLEAR-DAY THRU G000-EXIT
        MOVE     ARV-DAY-TOP-SEQ  TO ARV-GEN-BASE-SEQ
        MOVE     SPACES  TO ARV-CLEAR-REGION
        GO TO    C150-EXIT
    END-IF
    IF       ARV-DAY-FOUND
        ADD      1  TO ARV-DAYS-REPLACED
        DISPLAY  'PGM146 - RUN DATE ' ARV-GEN-DATE
                 ' ARRIVES AGAIN, THE LATER GENERATION REPLACES '
                 'THE EARLIER ONE'
        MOVE     ARV-GEN-DATE-N  TO ARV-CLEAR-DATE
        PERFORM  G000-CLEAR-DAY THRU G000-EXIT
        GO TO    C150-EXIT
    END-IF
    IF       ARV-DAY-USED < 31
        ADD      1  TO ARV-DAY-USED
        MOVE     ARV-GEN-DATE-N  TO ARV-DAY-LOADED (ARV-DAY-USED)
    END-IF.
C150-EXIT.
    EXIT.

C160-SCAN-DAY.
    ADD      1  TO ARV-DAY-SUB
    IF       ARV-DAY-LOADED (ARV-DAY-SUB) = ARV-GEN-DATE-N
        SET      ARV-DAY-FOUND  TO TRUE
    END-IF.
C160-EXIT.
    EXIT.

C200-ARCHIVE-DETAIL.
    ADD      1  TO ARV-GEN-DETAILS
    IF       ARV-GEN-REGION NOT = SPACES
         AND ARV-DTL-REGION NOT = ARV-GEN-REGION
        ADD      1  TO ARV-GEN-OTHER-RGN
        GO TO    C200-EXIT
    END-IF
    MOVE     SPACES           TO ARC-ARCHIVE-REC
    MOVE     ARV-GEN-DATE-N   TO ARC-RUN-DATE
    MOVE     'D'              TO ARC-REC-TYPE
    MOVE     ARV-DTL-REGION   TO ARC-REGION
    MOVE     ARV-DTL-ACCOUNT  TO ARC-ACCOUNT
    ADD      ARV-GEN-BASE-SEQ  ARV-GEN-DETAILS  GIVING ARC-SEQ
    PERFORM  G100-WRITE-DONE-IMAGE THRU G100-EXIT.
C200-EXIT.
    EXIT.

C300-ARCHIVE-TRAILER.
    ADD      1  TO ARV-GEN-TRAILERS
    IF       ARV-GEN-TRAILERS > 1
        GO TO    C300-EXIT
    END-IF
    MOVE     ARV-TRL-RUN-DATE  TO ARV-GEN-TRL-DATE
    IF       ARV-TRL-REC-COUNT NUMERIC
        MOVE     ARV-TRL-REC-COUNT  TO ARV-GEN-TRL-COUNT
    END-IF
    MOVE     SPACES          TO ARC-ARCHIVE-REC
    MOVE     ARV-GEN-DATE-N  TO ARC-RUN-DATE
    MOVE     'T'             TO ARC-REC-TYPE
    MOVE     ZERO            TO ARC-SEQ
    IF       ARV-GEN-MERGING
        PERFORM  G150-READ-IMAGE THRU G150-EXIT
        IF       ARV-IMAGE-ON-FILE
            GO TO    C300-EXIT
        END-IF
    END-IF
    PERFORM  G100-WRITE-DONE-IMAGE THRU G100-EXIT.
C300-EXIT.
    EXIT.

C900-END-GENERATION.
    IF       ARV-GEN-NOT-ACTIVE
        GO TO    C900-EXIT
    END-IF
    SET      ARV-GEN-NOT-ACTIVE  TO TRUE
    IF       ARV-GEN-SKIPPING
        SET      ARV-GEN-LOADING  TO TRUE
        GO TO    C900-EXIT
    END-IF
    IF       ARV-GEN-TRAILERS = 1
         AND ARV-GEN-TRL-COUNT = ARV-GEN-DETAILS
         AND ARV-GEN-TRL-DATE = ARV-GEN-DATE
         AND ARV-GEN-UNKNOWN = 0
         AND ARV-GEN-OTHER-RGN = 0
        ADD      1  TO ARV-GEN-LOADED
        IF       ARV-GEN-MERGING
            MOVE     ARV-GEN-DATE-N  TO ARV-CLEAR-DATE
            PERFORM  G200-RESTATE-TRAILER THRU G200-EXIT
        END-IF
        GO TO    C900-EXIT
    END-IF
    ADD      1  TO ARV-GEN-REJECTED
    SET      ARV-MONTH-FAILED  TO TRUE
    DISPLAY  'PGM146 - PRTDONE GENERATION ' ARV-GEN-COUNT
             ' RUN DATE ' ARV-GEN-DATE ' DID NOT PROVE, NOT ARCHIVED:'
    DISPLAY  '         TRAILERS=' ARV-GEN-TRAILERS
             ' TRL DATE=' ARV-GEN-TRL-DATE
             ' TRL COUNT=' ARV-GEN-TRL-COUNT
             ' DETAILS=' ARV-GEN-DETAILS
             ' UNKNOWN=' ARV-GEN-UNKNOWN
             ' OTHER REGION=' ARV-GEN-OTHER-RGN
    MOVE     ARV-GEN-DATE-N  TO ARV-CLEAR-DATE
    PERFORM  G000-CLEAR-DAY THRU G000-EXIT.
C900-EXIT.
    EXIT.

D000-PROCESS-SUM-REC.
    READ     ARV-SUM
        AT END
            SET  ARV-SUM-EOF TO TRUE
            GO TO D000-EXIT
    END-READ
    ADD      1  TO ARV-SUM-READ
    IF       SUM-RUN-DATE NOT NUMERIC
          OR SUM-REC-COUNT NOT NUMERIC
          OR SUM-AMOUNT NOT NUMERIC
          OR (SUM-CURRENCY NOT = SPACES
              AND SUM-ORIG-AMOUNT NOT NUMERIC)
        DISPLAY  'PGM146 - NON-NUMERIC SUMMARY RECORD '
                 ARV-SUM-READ ' ON ARVSUM, NOT ARCHIVED'
        SET      ARV-MONTH-FAILED  TO TRUE
        GO TO D000-EXIT
    END-IF
    IF       SUM-RUN-YYYYMM NOT = ARV-MONTH
        DISPLAY  'PGM146 - SUMMARY RECORD DATED ' SUM-RUN-DATE
                 ' IS OUTSIDE ARCHIVE MONTH ' ARV-MONTH
        SET      ARV-MONTH-FAILED  TO TRUE
        GO TO D000-EXIT
    END-IF
    MOVE     SPACES        TO ARC-ARCHIVE-REC
    MOVE     SUM-RUN-DATE  TO ARC-RUN-DATE
    MOVE     'S'           TO ARC-REC-TYPE
    MOVE     SUM-REGION    TO ARC-REGION
    MOVE     SUM-CURRENCY  TO ARC-ACCOUNT
    MOVE     ZERO          TO ARC-SEQ
    READ     ARC-ARCHIVE
        INVALID KEY
            SET      ARV-SUM-NEW      TO TRUE
        NOT INVALID KEY
            SET      ARV-SUM-ON-FILE  TO TRUE
    END-READ
    IF       ARV-SUM-NEW
        MOVE     SPACES        TO ARC-ARCHIVE-REC
        MOVE     SUM-RUN-DATE  TO ARC-RUN-DATE
        MOVE     'S'           TO ARC-REC-TYPE
        MOVE     SUM-REGION    TO ARC-REGION
        MOVE     SUM-CURRENCY  TO ARC-ACCOUNT
        MOVE     ZERO          TO ARC-SEQ
        MOVE     ZERO          TO ARC-SUM-COUNT
        MOVE     ZERO          TO ARC-SUM-AMOUNT
        MOVE     ZERO          TO ARC-SUM-RECS
        MOVE     ZERO          TO ARC-SUM-REVERSALS
        MOVE     ZERO          TO ARC-SUM-ORIG-AMOUNT
    END-IF
    IF       SUM-REVERSAL
        ADD      1  TO ARV-SUM-REVERSALS
        ADD      1  TO ARC-SUM-REVERSALS
        SUBTRACT SUM-REC-COUNT  FROM ARC-SUM-COUNT
    ELSE
        ADD      1  TO ARC-SUM-RECS
        ADD      SUM-REC-COUNT  TO ARC-SUM-COUNT
    END-IF
    ADD      SUM-AMOUNT  TO ARC-SUM-AMOUNT
    IF       SUM-CURRENCY NOT = SPACES
        ADD      SUM-ORIG-AMOUNT  TO ARC-SUM-ORIG-AMOUNT
    END-IF
    MOVE     YYYYMMDD    TO ARC-ARCHIVED-DATE
    IF       ARV-SUM-NEW
        WRITE    ARC-ARCHIVE-REC
            INVALID KEY
                DISPLAY  'PGM146 - ARCHIVE WRITE FAILED, '
                         'STATUS=' ARV-ARCH-STATUS ' KEY=' ARC-KEY
                GO TO    A999-ABEND
        END-WRITE
    ELSE
        REWRITE  ARC-ARCHIVE-REC
            INVALID KEY
                DISPLAY  'PGM146 - ARCHIVE REWRITE FAILED, '
                         'STATUS=' ARV-ARCH-STATUS ' KEY=' ARC-KEY
                GO TO    A999-ABEND
        END-REWRITE
    END-IF.
D000-EXIT.
    EXIT.

D500-FIND-BACKED-OUT.
    SET      ARV-SWEEP-MORE  TO TRUE
    MOVE     ZERO             TO ARV-VOID-USED
    MOVE     ZERO             TO ARV-VOID-DAY
    MOVE     LOW-VALUES       TO ARC-KEY
    MOVE     ARV-MONTH-START  TO ARC-RUN-DATE
    START    ARC-ARCHIVE KEY >= ARC-KEY
        INVALID KEY
            SET      ARV-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  D550-SCAN-SUM-REC THRU D550-EXIT
        UNTIL ARV-SWEEP-DONE
    PERFORM  D560-CLOSE-VOID-DAY THRU D560-EXIT
    PERFORM  D600-CLEAR-BACKED-OUT THRU D600-EXIT
        VARYING ARV-VOID-SUB FROM 1 BY 1
          UNTIL ARV-VOID-SUB > ARV-VOID-USED
    MOVE     SPACES  TO ARV-CLEAR-REGION.
D500-EXIT.
    EXIT.

D550-SCAN-SUM-REC.
    READ     ARC-ARCHIVE NEXT
        AT END
            SET      ARV-SWEEP-DONE  TO TRUE
            GO TO    D550-EXIT
    END-READ
    IF       ARC-RUN-YYYYMM NOT = ARV-MONTH
        SET      ARV-SWEEP-DONE  TO TRUE
        GO TO    D550-EXIT
    END-IF
    IF       ARC-RUN-DATE NOT = ARV-VOID-DAY
        PERFORM  D560-CLOSE-VOID-DAY THRU D560-EXIT
        MOVE     ARC-RUN-DATE  TO ARV-VOID-DAY
        MOVE     ZERO  TO ARV-VOID-DAY-RGNS
        MOVE     ZERO  TO ARV-VOID-DAY-HITS
    END-IF
    IF       NOT ARC-SUMMARY OR ARC-ACCOUNT NOT = SPACES
        GO TO    D550-EXIT
    END-IF
    ADD      1  TO ARV-VOID-DAY-RGNS
    IF       ARC-SUM-REVERSALS = 0
          OR ARC-SUM-COUNT NOT = 0
          OR ARC-SUM-AMOUNT NOT = 0
        GO TO    D550-EXIT
    END-IF
    IF       ARV-VOID-USED >= 400
        DISPLAY  'PGM146 - MORE THAN 400 BACKED-OUT REGIONS, RUN '
                 'DATE ' ARC-RUN-DATE ' REGION ' ARC-REGION
                 ' LEFT ON THE ARCHIVE'
        SET      ARV-MONTH-FAILED  TO TRUE
        GO TO    D550-EXIT
    END-IF
    ADD      1  TO ARV-VOID-USED
    ADD      1  TO ARV-VOID-DAY-HITS
    MOVE     ARC-RUN-DATE  TO ARV-VOID-DATE (ARV-VOID-USED)
    MOVE     ARC-REGION    TO ARV-VOID-REGION (ARV-VOID-USED).
D550-EXIT.
    EXIT.

D560-CLOSE-VOID-DAY.
    IF       ARV-VOID-DAY-HITS = 0
          OR ARV-VOID-DAY-HITS NOT = ARV-VOID-DAY-RGNS
        GO TO    D560-EXIT
    END-IF
    SUBTRACT ARV-VOID-DAY-HITS  FROM ARV-VOID-USED
    ADD      1  TO ARV-VOID-USED
    MOVE     SPACES  TO ARV-VOID-REGION (ARV-VOID-USED)
    MOVE     ZERO    TO ARV-VOID-DAY-HITS.
D560-EXIT.
    EXIT.

D600-CLEAR-BACKED-OUT.
    MOVE     ARV-VOID-DATE (ARV-VOID-SUB)    TO ARV-CLEAR-DATE
    MOVE     ARV-VOID-REGION (ARV-VOID-SUB)  TO ARV-CLEAR-REGION
    MOVE     ARV-CLEARED-COUNT  TO ARV-CLEAR-BEFORE
    PERFORM  G000-CLEAR-DAY THRU G000-EXIT
    IF       ARV-CLEARED-COUNT = ARV-CLEAR-BEFORE
        GO TO    D600-EXIT
    END-IF
    IF       ARV-CLEAR-REGION = SPACES
        DISPLAY  'PGM146 - RUN DATE ' ARV-CLEAR-DATE
                 ' WAS BACKED OUT AND NOT RE-RUN, ITS PRTDONE IS '
                 'TAKEN OFF THE ARCHIVE'
        GO TO    D600-EXIT
    END-IF
    ADD      1  TO ARV-REGIONS-VOIDED
    DISPLAY  'PGM146 - RUN DATE ' ARV-CLEAR-DATE
             ' REGION ' ARV-CLEAR-REGION
             ' WAS BACKED OUT AND NOT RE-RUN, ITS DETAILS ARE '
             'TAKEN OFF THE ARCHIVE'
    PERFORM  G200-RESTATE-TRAILER THRU G200-EXIT.
D600-EXIT.
    EXIT.

E000-PROVE-MONTH.
    WRITE    ARV-REPORT-REC FROM ARV-HEADING-2
    SET      ARV-SWEEP-MORE  TO TRUE
    MOVE     ZERO             TO ARV-DAY-DATE
    MOVE     LOW-VALUES       TO ARC-KEY
    MOVE     ARV-MONTH-START  TO ARC-RUN-DATE
    START    ARC-ARCHIVE KEY >= ARC-KEY
        INVALID KEY
            SET      ARV-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  E100-SWEEP-MONTH THRU E100-EXIT
        UNTIL ARV-SWEEP-DONE
    IF       ARV-DAY-DATE NOT = 0
        PERFORM  E200-PRINT-DAY THRU E200-EXIT
    END-IF
    IF       ARV-DAYS-ARCHIVED NOT = ARV-EXPECT-DAYS
        SET      ARV-MONTH-FAILED  TO TRUE
        DISPLAY  'PGM146 - RUN DAYS ARCHIVED ' ARV-DAYS-ARCHIVED
                 ' NOT EQUAL TO THE ' ARV-EXPECT-DAYS
                 ' EXPECTED ON ARVCARD'
    END-IF.
E000-EXIT.
    EXIT.

E100-SWEEP-MONTH.
    READ     ARC-ARCHIVE NEXT
        AT END
            SET      ARV-SWEEP-DONE  TO TRUE
            GO TO    E100-EXIT
    END-READ
    IF       ARC-RUN-YYYYMM NOT = ARV-MONTH
        SET      ARV-SWEEP-DONE  TO TRUE
        GO TO    E100-EXIT
    END-IF
    IF       ARC-RUN-DATE NOT = ARV-DAY-DATE
        IF       ARV-DAY-DATE NOT = 0
            PERFORM  E200-PRINT-DAY THRU E200-EXIT
        END-IF
        PERFORM  E150-START-DAY THRU E150-EXIT
    END-IF
    IF       ARC-DETAIL
        ADD      1  TO ARV-DAY-DETAILS
        IF       ARC-DTL-AMOUNT NUMERIC
            IF       ARC-DTL-CREDIT
                SUBTRACT ARC-DTL-AMOUNT  FROM ARV-DAY-DTL-NET
            ELSE
                ADD      ARC-DTL-AMOUNT  TO ARV-DAY-DTL-NET
            END-IF
        END-IF
        GO TO    E100-EXIT
    END-IF
    IF       ARC-HEADER
        ADD      1  TO ARV-DAY-HEADERS
        GO TO    E100-EXIT
    END-IF
    IF       ARC-SUMMARY AND ARC-ACCOUNT NOT = SPACES
        GO TO    E100-EXIT
    END-IF
    IF       ARC-SUMMARY
        ADD      1  TO ARV-DAY-SUMS
        ADD      ARC-SUM-COUNT   TO ARV-DAY-SUM-COUNT
        ADD      ARC-SUM-AMOUNT  TO ARV-DAY-SUM-NET
        GO TO    E100-EXIT
    END-IF
    IF       ARC-TRAILER
        ADD      1  TO ARV-DAY-TRAILERS
        IF       ARC-TRL-REC-COUNT NUMERIC
            MOVE     ARC-TRL-REC-COUNT  TO ARV-DAY-TRL-COUNT
        END-IF
    END-IF.
E100-EXIT.
    EXIT.

E150-START-DAY.
    MOVE     ARC-RUN-DATE  TO ARV-DAY-DATE
    MOVE     ZERO  TO ARV-DAY-HEADERS
    MOVE     ZERO  TO ARV-DAY-TRAILERS
    MOVE     ZERO  TO ARV-DAY-TRL-COUNT
    MOVE     ZERO  TO ARV-DAY-DETAILS
    MOVE     ZERO  TO ARV-DAY-DTL-NET
    MOVE     ZERO  TO ARV-DAY-SUMS
    MOVE     ZERO  TO ARV-DAY-SUM-COUNT
    MOVE     ZERO  TO ARV-DAY-SUM-NET.
E150-EXIT.
    EXIT.

E200-PRINT-DAY.
    PERFORM  E250-DAY-VERDICT THRU E250-EXIT
    MOVE     ARV-DAY-DATE       TO DAY-RUN-DATE
    MOVE     ARV-DAY-DETAILS    TO DAY-DETAILS
    MOVE     ARV-DAY-TRL-COUNT  TO DAY-TRAILER
    MOVE     ARV-DAY-SUM-COUNT  TO DAY-SUM-COUNT
    MOVE     ARV-DAY-DTL-NET    TO DAY-DTL-NET
    MOVE     ARV-DAY-SUM-NET    TO DAY-SUM-NET
    WRITE    ARV-REPORT-REC FROM ARV-DAY-LINE.
E200-EXIT.
    EXIT.

E250-DAY-VERDICT.
    IF       ARV-DAY-HEADERS = 0 AND ARV-DAY-TRAILERS = 0
        IF       ARV-DAY-SUM-COUNT = 0 AND ARV-DAY-SUM-NET = 0
            MOVE     'BACKED OUT'  TO DAY-VERDICT
            ADD      1  TO ARV-DAYS-BACKED-OUT
        ELSE
            MOVE     'NO PRTDONE'  TO DAY-VERDICT
            ADD      1  TO ARV-DAYS-FAILED
            SET      ARV-MONTH-FAILED  TO TRUE
        END-IF
        GO TO    E250-EXIT
    END-IF
    IF       ARV-DAY-HEADERS NOT = 1
          OR ARV-DAY-TRAILERS NOT = 1
          OR ARV-DAY-TRL-COUNT NOT = ARV-DAY-DETAILS
        MOVE     'NOT PROVED'  TO DAY-VERDICT
        ADD      1  TO ARV-DAYS-FAILED
        SET      ARV-MONTH-FAILED  TO TRUE
        GO TO    E250-EXIT
    END-IF
    IF       ARV-DAY-SUMS = 0 AND ARV-DAY-DETAILS > 0
        MOVE     'NO PRTSUM'  TO DAY-VERDICT
        ADD      1  TO ARV-DAYS-FAILED
        SET      ARV-MONTH-FAILED  TO TRUE
        GO TO    E250-EXIT
    END-IF
    IF       ARV-DAY-SUM-COUNT NOT = ARV-DAY-DETAILS
          OR ARV-DAY-SUM-NET NOT = ARV-DAY-DTL-NET
        MOVE     'PRTSUM DIFFERS'  TO DAY-VERDICT
        ADD      1  TO ARV-DAYS-FAILED
        SET      ARV-MONTH-FAILED  TO TRUE
        GO TO    E250-EXIT
    END-IF
    MOVE     'ARCHIVED'  TO DAY-VERDICT
    ADD      1  TO ARV-DAYS-ARCHIVED
    ADD      ARV-DAY-DETAILS  TO ARV-DETAILS-ARCHIVED.
E250-EXIT.
    EXIT.

F000-PURGE.
    IF       ARV-MONTH-FAILED
        GO TO    F000-EXIT
    END-IF
    IF       ARV-MONTH-NUMBER NOT > ARV-RETAIN-MONTHS
        GO TO    F000-EXIT
    END-IF
    SUBTRACT ARV-RETAIN-MONTHS  FROM ARV-MONTH-NUMBER
    DIVIDE   ARV-MONTH-NUMBER BY 12 GIVING ARV-CUTOFF-YYYY
             REMAINDER ARV-CUTOFF-MM
    ADD      1  TO ARV-CUTOFF-MM
    MULTIPLY ARV-CUTOFF-YYYY BY 100 GIVING ARV-CUTOFF-MONTH
    ADD      ARV-CUTOFF-MM  TO ARV-CUTOFF-MONTH
    WRITE    ARV-REPORT-REC FROM ARV-BLANK-LINE
    SET      ARV-SWEEP-MORE  TO TRUE
    MOVE     ZERO        TO ARV-PURGE-MONTH
    MOVE     LOW-VALUES  TO ARC-KEY
    START    ARC-ARCHIVE KEY >= ARC-KEY
        INVALID KEY
            SET      ARV-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  F100-PURGE-REC THRU F100-EXIT
        UNTIL ARV-SWEEP-DONE
    IF       ARV-PURGE-MONTH NOT = 0
        PERFORM  F200-PRINT-PURGE-MONTH THRU F200-EXIT
    END-IF.
F000-EXIT.
    EXIT.

F100-PURGE-REC.
    READ     ARC-ARCHIVE NEXT
        AT END
            SET      ARV-SWEEP-DONE  TO TRUE
            GO TO    F100-EXIT
    END-READ
    IF       ARC-RUN-YYYYMM > ARV-CUTOFF-MONTH
        SET      ARV-SWEEP-DONE  TO TRUE
        GO TO    F100-EXIT
    END-IF
    IF       ARC-RUN-YYYYMM NOT = ARV-PURGE-MONTH
        IF       ARV-PURGE-MONTH NOT = 0
            PERFORM  F200-PRINT-PURGE-MONTH THRU F200-EXIT
        END-IF
        MOVE     ARC-RUN-YYYYMM  TO ARV-PURGE-MONTH
        MOVE     ZERO  TO ARV-PURGE-MONTH-RECS
        MOVE     ZERO  TO ARV-PURGE-MONTH-DTLS
    END-IF
    IF       ARC-DETAIL
        ADD      1  TO ARV-PURGE-MONTH-DTLS
    END-IF
    DELETE   ARC-ARCHIVE
        INVALID KEY
            DISPLAY  'PGM146 - ARCHIVE DELETE FAILED, '
                     'STATUS=' ARV-ARCH-STATUS ' KEY=' ARC-KEY
            GO TO    A999-ABEND
    END-DELETE
    ADD      1  TO ARV-PURGE-MONTH-RECS
    ADD      1  TO ARV-PURGED-RECORDS.
F100-EXIT.
    EXIT.

F200-PRINT-PURGE-MONTH.
    ADD      1  TO ARV-PURGED-MONTHS
    MOVE     ARV-PURGE-MONTH       TO PRG-MONTH
    MOVE     ARV-PURGE-MONTH-RECS  TO PRG-RECORDS
    MOVE     ARV-PURGE-MONTH-DTLS  TO PRG-DETAILS
    WRITE    ARV-REPORT-REC FROM ARV-PURGE-LINE.
F200-EXIT.
    EXIT.

G000-CLEAR-DAY.
    SET      ARV-SWEEP-MORE  TO TRUE
    MOVE     ZERO            TO ARV-DAY-TOP-SEQ
    MOVE     LOW-VALUES      TO ARC-KEY
    MOVE     ARV-CLEAR-DATE  TO ARC-RUN-DATE
    START    ARC-ARCHIVE KEY >= ARC-KEY
        INVALID KEY
            SET      ARV-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  G050-CLEAR-DAY-REC THRU G050-EXIT
        UNTIL ARV-SWEEP-DONE.
G000-EXIT.
    EXIT.

G050-CLEAR-DAY-REC.
    READ     ARC-ARCHIVE NEXT
        AT END
            SET      ARV-SWEEP-DONE  TO TRUE
            GO TO    G050-EXIT
    END-READ
    IF       ARC-RUN-DATE NOT = ARV-CLEAR-DATE
        SET      ARV-SWEEP-DONE  TO TRUE
        GO TO    G050-EXIT
    END-IF
    IF       ARC-SUMMARY
        GO TO    G050-EXIT
    END-IF
    IF       ARV-CLEAR-REGION NOT = SPACES
         AND (NOT ARC-DETAIL OR ARC-REGION NOT = ARV-CLEAR-REGION)
        IF       ARC-DETAIL AND ARC-SEQ > ARV-DAY-TOP-SEQ
            MOVE     ARC-SEQ  TO ARV-DAY-TOP-SEQ
        END-IF
        GO TO    G050-EXIT
    END-IF
    DELETE   ARC-ARCHIVE
        INVALID KEY
            DISPLAY  'PGM146 - ARCHIVE DELETE FAILED, '
                     'STATUS=' ARV-ARCH-STATUS ' KEY=' ARC-KEY
            GO TO    A999-ABEND
    END-DELETE
    ADD      1  TO ARV-CLEARED-COUNT.
G050-EXIT.
    EXIT.

G100-WRITE-DONE-IMAGE.
    MOVE     ARV-DONE-REC  TO ARC-DONE-IMAGE
    MOVE     YYYYMMDD      TO ARC-ARCHIVED-DATE
    WRITE    ARC-ARCHIVE-REC
        INVALID KEY
            DISPLAY  'PGM146 - ARCHIVE WRITE FAILED, '
                     'STATUS=' ARV-ARCH-STATUS ' KEY=' ARC-KEY
            GO TO    A999-ABEND
    END-WRITE.
G100-EXIT.
    EXIT.

G150-READ-IMAGE.
    READ     ARC-ARCHIVE
        INVALID KEY
            SET      ARV-IMAGE-NEW      TO TRUE
        NOT INVALID KEY
            SET      ARV-IMAGE-ON-FILE  TO TRUE
    END-READ.
G150-EXIT.
    EXIT.

G200-RESTATE-TRAILER.
    MOVE     ZERO  TO ARV-DAY-DTL-COUNT
    SET      ARV-SWEEP-MORE  TO TRUE
    MOVE     LOW-VALUES      TO ARC-KEY
    MOVE     ARV-CLEAR-DATE  TO ARC-RUN-DATE
    MOVE     'D'             TO ARC-REC-TYPE
    START    ARC-ARCHIVE KEY >= ARC-KEY
        INVALID KEY
            SET      ARV-SWEEP-DONE  TO TRUE
    END-START
    PERFORM  G250-COUNT-DAY-DETAIL THRU G250-EXIT
        UNTIL ARV-SWEEP-DONE
    MOVE     SPACES          TO ARC-ARCHIVE-REC
    MOVE     ARV-CLEAR-DATE  TO ARC-RUN-DATE
    MOVE     'T'             TO ARC-REC-TYPE
    MOVE     ZERO            TO ARC-SEQ
    PERFORM  G150-READ-IMAGE THRU G150-EXIT
    IF       ARV-IMAGE-NEW
        GO TO    G200-EXIT
    END-IF
    MOVE     ARV-DAY-DTL-COUNT  TO ARC-TRL-REC-COUNT
    SET      ARC-REGION-MERGED  TO TRUE
    MOVE     YYYYMMDD           TO ARC-ARCHIVED-DATE
    REWRITE  ARC-ARCHIVE-REC
        INVALID KEY
            DISPLAY  'PGM146 - ARCHIVE REWRITE FAILED, '
                     'STATUS=' ARV-ARCH-STATUS ' KEY=' ARC-KEY
            GO TO    A999-ABEND
    END-REWRITE
    DISPLAY  'PGM146 - RUN DATE ' ARV-CLEAR-DATE
             ' TRAILER COUNT RESTATED TO ' ARV-DAY-DTL-COUNT
             ' FOR THE REGIONS NOW ARCHIVED'.
G200-EXIT.
    EXIT.

G250-COUNT-DAY-DETAIL.
    READ     ARC-ARCHIVE NEXT
        AT END
            SET      ARV-SWEEP-DONE  TO TRUE
            GO TO    G250-EXIT
    END-READ
    IF       ARC-RUN-DATE NOT = ARV-CLEAR-DATE
          OR NOT ARC-DETAIL
        SET      ARV-SWEEP-DONE  TO TRUE
        GO TO    G250-EXIT
    END-IF
    ADD      1  TO ARV-DAY-DTL-COUNT.
G250-EXIT.
    EXIT.

A900-TERMINATE.
    WRITE    ARV-REPORT-REC FROM ARV-BLANK-LINE
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'PRTDONE RECORDS READ'               TO SML-LABEL
    MOVE     ARV-DONE-READ          TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     'PRTDONE GENERATIONS READ'           TO SML-LABEL
    MOVE     ARV-GEN-COUNT          TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     'GENERATIONS LOADED'                 TO SML-LABEL
    MOVE     ARV-GEN-LOADED         TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     'GENERATIONS REJECTED'               TO SML-LABEL
    MOVE     ARV-GEN-REJECTED       TO SML-VALUE
    IF       ARV-GEN-REJECTED > 0
        MOVE     'CHECK'  TO SML-VERDICT
    END-IF
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'RECORDS OUTSIDE ANY GENERATION'     TO SML-LABEL
    MOVE     ARV-STRAY-COUNT        TO SML-VALUE
    IF       ARV-STRAY-COUNT > 0
        MOVE     'CHECK'  TO SML-VERDICT
    END-IF
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'DAYS REPLACED BY A LATER GENERATION' TO SML-LABEL
    MOVE     ARV-DAYS-REPLACED      TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     'REGIONS REPLACED BY A LATER REGION RUN' TO SML-LABEL
    MOVE     ARV-REGIONS-REPLACED   TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     'PRTSUM RECORDS READ'                TO SML-LABEL
    MOVE     ARV-SUM-READ           TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     'PRTSUM REVERSAL RECORDS APPLIED'    TO SML-LABEL
    MOVE     ARV-SUM-REVERSALS      TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     'RECORDS REPLACED FROM AN EARLIER RUN' TO SML-LABEL
    MOVE     ARV-EARLIER-REMOVED    TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     'DAYS BACKED OUT AND NOT RE-RUN'     TO SML-LABEL
    MOVE     ARV-DAYS-BACKED-OUT    TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     'REGIONS BACKED OUT AND NOT RE-RUN'  TO SML-LABEL
    MOVE     ARV-REGIONS-VOIDED     TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     'DAYS NOT ARCHIVED'                  TO SML-LABEL
    MOVE     ARV-DAYS-FAILED        TO SML-VALUE
    IF       ARV-DAYS-FAILED > 0
        MOVE     'CHECK'  TO SML-VERDICT
    END-IF
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'RUN DAYS ARCHIVED'                  TO SML-LABEL
    MOVE     ARV-DAYS-ARCHIVED      TO SML-VALUE
    IF       ARV-DAYS-ARCHIVED NOT = ARV-EXPECT-DAYS
        MOVE     'NOT EXPECTED'  TO SML-VERDICT
    END-IF
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'RUN DAYS EXPECTED (ARVCARD)'        TO SML-LABEL
    MOVE     ARV-EXPECT-DAYS        TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     'DETAILS ARCHIVED'                   TO SML-LABEL
    MOVE     ARV-DETAILS-ARCHIVED   TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     'RETENTION MONTHS'                   TO SML-LABEL
    MOVE     ARV-RETAIN-MONTHS      TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     'PURGED THROUGH MONTH'               TO SML-LABEL
    MOVE     ARV-CUTOFF-MONTH       TO SML-VALUE
    IF       ARV-MONTH-FAILED
        MOVE     'NOT PURGED'  TO SML-VERDICT
    END-IF
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     SPACES  TO SML-VERDICT
    MOVE     'MONTHS PURGED'                      TO SML-LABEL
    MOVE     ARV-PURGED-MONTHS      TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    MOVE     'RECORDS PURGED'                     TO SML-LABEL
    MOVE     ARV-PURGED-RECORDS     TO SML-VALUE
    WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
    WRITE    ARV-REPORT-REC FROM ARV-BLANK-LINE
    IF       ARV-MONTH-FAILED
        MOVE     'MONTH NOT PROVED - NOTHING PURGED'  TO SML-LABEL
        MOVE     ARV-DAYS-FAILED    TO SML-VALUE
        MOVE     'CHECK'            TO SML-VERDICT
        WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
        DISPLAY  'PGM146 - ARCHIVE MONTH ' ARV-MONTH
                 ' DID NOT PROVE: DAYS=' ARV-DAYS-ARCHIVED
                 ' EXPECTED=' ARV-EXPECT-DAYS
                 ' FAILED=' ARV-DAYS-FAILED
                 ' REJECTED=' ARV-GEN-REJECTED
        MOVE     0008  TO ARV-COND-CODE
    ELSE
        MOVE     'MONTH ARCHIVED AND PROVED'          TO SML-LABEL
        MOVE     ARV-DAYS-ARCHIVED  TO SML-VALUE
        MOVE     'PROVED'           TO SML-VERDICT
        WRITE    ARV-REPORT-REC FROM ARV-SUMMARY-LINE
        MOVE     0000  TO ARV-COND-CODE
    END-IF
    MOVE     ARV-COND-CODE  TO RETURN-CODE
    CLOSE    ARV-DONE
    CLOSE    ARV-SUM
    CLOSE    ARC-ARCHIVE
    CLOSE    ARV-REPORT.
A900-EXIT.
    EXIT.

A999-ABEND.
    DISPLAY   'PGM146 - FATAL ERROR, RUN TERMINATED'
    DISPLAY   'ARV-CARD-STATUS='  ARV-CARD-STATUS
              ' ARV-DONE-STATUS=' ARV-DONE-STATUS
              ' ARV-SUM-STATUS='  ARV-SUM-STATUS
    DISPLAY   'ARV-ARCH-STATUS='  ARV-ARCH-STATUS
              ' ARV-RPT-STATUS='  ARV-RPT-STATUS
    MOVE      16  TO RETURN-CODE
    STOP RUN.

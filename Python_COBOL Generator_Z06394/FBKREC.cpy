      *>--------------------------------------------------------------*>
      *> FBKREC - layout of the 150-byte reject feedback record
      *> written by PGM141 (PROD.PGM141.R<n>.FEEDBACK) and loaded by
      *> the region's own extract system, so both sides describe the
      *> file the same way.  Copy under an 01 of the including
      *> program's choosing, e.g.
      *>
      *>     FD  FBK-FEEDBACK RECORD CONTAINS 150 CHARACTERS.
      *>     01  FBK-FEEDBACK-REC.
      *>         COPY FBKREC.
      *>
      *> One file per region per run, in this order:
      *>
      *>   H  one header: file id 'REJFDBK', run date, region name
      *>      and the age (days) used for the unresolved section;
      *>   D  one per reject registered for the region on the run
      *>      date: reject id, reason code and description, and the
      *>      original 80-byte PRTLINE record as it was sent;
      *>   U  one per reject for the region still open on the reject
      *>      ledger more than the header's age days after it was
      *>      registered - same body as D, with the days outstanding;
      *>   S  one per reason code that appears on a D or U record,
      *>      with the count of each;
      *>   T  one trailer: the D, U and S counts and the number of
      *>      records on the file including the header and trailer.
      *>
      *> FBK-REGION is on every record.  Counts are unsigned display
      *> numerics; dates are YYYYMMDD.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>--------------------------------------------------------------*>
    05  FBK-REC-TYPE           PIC X(1).
        88  FBK-HEADER                  VALUE 'H'.
        88  FBK-DETAIL                  VALUE 'D'.
        88  FBK-UNRESOLVED              VALUE 'U'.
        88  FBK-SUMMARY                 VALUE 'S'.
        88  FBK-TRAILER                 VALUE 'T'.
    05  FBK-REGION             PIC X(2).
    05  FBK-BODY               PIC X(147).
    05  FBK-HDR  REDEFINES FBK-BODY.
        10  FBK-HDR-FILE-ID    PIC X(8).
        10  FBK-HDR-RUN-DATE   PIC 9(8).
        10  FBK-HDR-REGION-NAME PIC X(30).
        10  FBK-HDR-AGE-DAYS   PIC 9(3).
        10  FBK-HDR-FILLER     PIC X(98).
    05  FBK-DTL  REDEFINES FBK-BODY.
        10  FBK-DTL-REJ-ID.
            15  FBK-DTL-ORIG-DATE  PIC 9(8).
            15  FBK-DTL-SEQ        PIC 9(5).
        10  FBK-DTL-REASON     PIC X(4).
        10  FBK-DTL-REASON-DESC PIC X(40).
        10  FBK-DTL-DAYS-OUT   PIC 9(5).
        10  FBK-DTL-ORIG-REC   PIC X(80).
        10  FBK-DTL-FILLER     PIC X(5).
    05  FBK-SUM  REDEFINES FBK-BODY.
        10  FBK-SUM-REASON     PIC X(4).
        10  FBK-SUM-REASON-DESC PIC X(40).
        10  FBK-SUM-NEW-COUNT  PIC 9(7).
        10  FBK-SUM-OPEN-COUNT PIC 9(7).
        10  FBK-SUM-FILLER     PIC X(89).
    05  FBK-TRL  REDEFINES FBK-BODY.
        10  FBK-TRL-RUN-DATE   PIC 9(8).
        10  FBK-TRL-DTL-COUNT  PIC 9(7).
        10  FBK-TRL-UNRES-COUNT PIC 9(7).
        10  FBK-TRL-SUM-COUNT  PIC 9(7).
        10  FBK-TRL-REC-COUNT  PIC 9(7).
        10  FBK-TRL-FILLER     PIC X(111).

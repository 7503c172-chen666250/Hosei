      *>--------------------------------------------------------------*>
      *> ARCREC - layout of the 120-byte PRTDONE archive KSDS record
      *> (PROD.PGM123.ARCHIVE, DD PRTARCH), keyed on ARC-KEY: run
      *> date, record type, region, account and sequence.  Loaded a
      *> month at a time by PGM146 from the released PRTDONE and
      *> PRTSUM generations, purged by PGM146 a whole month at a time
      *> once a month is older than the retention period, and read
      *> by PGM147 to rebuild a past day or list an account or a
      *> region.  Copy under an 01 of the including program's
      *> choosing, e.g.
      *>
      *>     FD  ARC-ARCHIVE RECORD CONTAINS 120 CHARACTERS.
      *>     01  ARC-ARCHIVE-REC.
      *>         COPY ARCREC.
      *>
      *> Each archived run date holds:
      *>
      *>   H  the PRTDONE header, region and account spaces,
      *>      sequence zero;
      *>   D  one record per PRTDONE detail, keyed on the detail's
      *>      region and account, ARC-SEQ = its position among the
      *>      details on the released generation (1, 2, ...) so the
      *>      day can be rebuilt in its original order;
      *>   S  one record per PRTSUM region, account spaces, sequence
      *>      zero, carrying the region's net record count and amount
      *>      for the day after any PGM142 reversal and re-send;
      *>      a region that had foreign currency details also has
      *>      one S record per currency, ARC-ACCOUNT = the currency
      *>      code, carrying that currency's count, base amount and
      *>      original amount (ARC-SUM-ORIG-AMOUNT) - these restate
      *>      part of the region's record and are not added to it;
      *>   T  the PRTDONE trailer, region and account spaces,
      *>      sequence zero.
      *>
      *> H, D and T carry the PRTDONE record exactly as released in
      *> ARC-DONE-IMAGE (ARC-DTL-VIEW and ARC-TRL-VIEW describe it);
      *> S carries ARC-SUM-VIEW instead.  ARC-ARCHIVED-DATE is the
      *> date of the PGM146 run that archived the record.
      *>
      *> When one region of a day was replaced by a later region
      *> run, or taken off because it was backed out and not re-run,
      *> the day's T record carries the count of the details now
      *> archived for the day and ARC-MERGE-FLAG 'M'; the remaining
      *> details keep their original positions, so the positions of
      *> such a day need not run without a gap.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>   2026-10-15  CHEN  Detail currency, original amount and
      *>                     exchange rate carved from the filler of
      *>                     ARC-DTL-VIEW; ARC-SUM-ORIG-AMOUNT added
      *>                     for the per-currency S records.
      *>   2026-10-15  CHEN  ARC-MERGE-FLAG carved from ARC-FILLER.
      *>--------------------------------------------------------------*>
    05  ARC-KEY.
        10  ARC-RUN-DATE           PIC 9(8).
        10  ARC-RUN-PARTS  REDEFINES ARC-RUN-DATE.
            15  ARC-RUN-YYYYMM     PIC 9(6).
            15  ARC-RUN-DD         PIC 9(2).
        10  ARC-REC-TYPE           PIC X(1).
            88  ARC-DETAIL                  VALUE 'D'.
            88  ARC-HEADER                  VALUE 'H'.
            88  ARC-SUMMARY                 VALUE 'S'.
            88  ARC-TRAILER                 VALUE 'T'.
        10  ARC-REGION             PIC X(2).
        10  ARC-ACCOUNT            PIC X(10).
        10  ARC-SEQ                PIC 9(7).
    05  ARC-DONE-IMAGE             PIC X(80).
    05  ARC-DTL-VIEW  REDEFINES ARC-DONE-IMAGE.
        10  FILLER                 PIC X(1).
        10  ARC-DTL-DATE           PIC X(8).
        10  ARC-DTL-REGION         PIC X(2).
        10  ARC-DTL-ACCOUNT        PIC X(10).
        10  ARC-DTL-AMOUNT         PIC 9(9)V99.
        10  ARC-DTL-SIGN           PIC X(1).
            88  ARC-DTL-CREDIT              VALUE 'C'.
        10  ARC-DTL-ORIG-ACCOUNT   PIC X(10).
        10  ARC-DTL-CURRENCY       PIC X(3).
        10  ARC-DTL-ORIG-AMOUNT    PIC 9(9)V99.
        10  ARC-DTL-FX-RATE        PIC 9(5)V9(6).
        10  FILLER                 PIC X(12).
    05  ARC-TRL-VIEW  REDEFINES ARC-DONE-IMAGE.
        10  FILLER                 PIC X(1).
        10  ARC-TRL-RUN-DATE       PIC X(8).
        10  ARC-TRL-REC-COUNT      PIC 9(7).
        10  FILLER                 PIC X(64).
    05  ARC-SUM-VIEW  REDEFINES ARC-DONE-IMAGE.
        10  ARC-SUM-COUNT          PIC S9(7)
                                   SIGN IS LEADING SEPARATE.
        10  ARC-SUM-AMOUNT         PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
        10  ARC-SUM-RECS           PIC 9(3).
        10  ARC-SUM-REVERSALS      PIC 9(3).
        10  ARC-SUM-ORIG-AMOUNT    PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
        10  FILLER                 PIC X(34).
    05  ARC-ARCHIVED-DATE          PIC 9(8).
    05  ARC-MERGE-FLAG             PIC X(1).
        88  ARC-REGION-MERGED               VALUE 'M'.
    05  ARC-FILLER                 PIC X(3).

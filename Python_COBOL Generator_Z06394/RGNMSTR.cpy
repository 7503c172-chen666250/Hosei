      *>--------------------------------------------------------------*>
      *> RGNMSTR - layout of the 80-byte region master KSDS record
      *> (PROD.REGION.MASTER, DD REGNMST), keyed on RGM-REGION.
      *> Maintained only through PGM140; read by program 123 to
      *> accept or reject a region's extracts and by PGM128, PGM133,
      *> PGM134 and PGM139 to prove which regions were due and to
      *> print region names.  Copy under an 01 of the including
      *> program's choosing, e.g.
      *>
      *>     FD  RGN-MASTER RECORD CONTAINS 80 CHARACTERS.
      *>     01  RGN-MAST-REC.
      *>         COPY RGNMSTR.
      *>
      *> RGM-STATUS 'A' is an active region: its extracts are
      *> accepted and it is expected to arrive every business day.
      *> 'I' is an inactive region: its extracts reject and it is not
      *> expected.  RGM-EXPECTED-EXTRACTS is the number of EXTRHDR/
      *> EXTRTRL batches the region sends each day (zero = an active
      *> region that does not send every day, e.g. a month-end only
      *> feed, so its absence is not an error).
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>--------------------------------------------------------------*>
    05  RGM-REGION             PIC X(2).
    05  RGM-NAME               PIC X(30).
    05  RGM-STATUS             PIC X(1).
        88  RGM-ACTIVE                  VALUE 'A'.
        88  RGM-INACTIVE                VALUE 'I'.
    05  RGM-EXPECTED-EXTRACTS  PIC 9(2).
    05  RGM-CONTACT            PIC X(30).
    05  RGM-FILLER             PIC X(15).

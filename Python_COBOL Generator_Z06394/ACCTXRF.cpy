      *>--------------------------------------------------------------*>
      *> ACCTXRF - layout of the 100-byte account cross-reference
      *> KSDS record (PROD.ACCOUNT.XREF, DD ACCTXREF), keyed on
      *> XRF-OLD-ACCOUNT.  One record per retired account number -
      *> an account merged into another, or renumbered - naming the
      *> account it now posts to.  Maintained only through PGM129
      *> (actions 'X' and 'U'); read by program 123, which posts a
      *> detail for the retired number dated on or after
      *> XRF-EFF-DATE to XRF-NEW-ACCOUNT instead, and by PGM144,
      *> which keeps the usage figures and reports which mappings the
      *> regions still use.  Copy under an 01 of the including
      *> program's choosing, e.g.
      *>
      *>     FD  XRF-XREF RECORD CONTAINS 100 CHARACTERS.
      *>     01  XRF-XREF-REC.
      *>         COPY ACCTXRF.
      *>
      *> XRF-MAPPED-DATE is the date PGM129 last applied the mapping.
      *> The usage figures belong to PGM144: XRF-USE-STAMP is the
      *> start date and time of the PGM144 run that last counted a
      *> translation, XRF-TODAY-DATE the run date it counted for,
      *> XRF-TODAY-COUNT the translations on that run date and
      *> XRF-PRIOR-COUNT the translations on every earlier run date.
      *> XRF-TODAY-DATE zero means the mapping has never been used.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>--------------------------------------------------------------*>
    05  XRF-OLD-ACCOUNT        PIC X(10).
    05  XRF-NEW-ACCOUNT        PIC X(10).
    05  XRF-EFF-DATE           PIC 9(8).
    05  XRF-MAPPED-DATE        PIC 9(8).
    05  XRF-USE-STAMP.
        10  XRF-STAMP-DATE     PIC 9(8).
        10  XRF-STAMP-TIME     PIC 9(8).
    05  XRF-TODAY-DATE         PIC 9(8).
    05  XRF-TODAY-COUNT        PIC 9(7).
    05  XRF-PRIOR-COUNT        PIC 9(9).
    05  XRF-FILLER             PIC X(24).

      *>--------------------------------------------------------------*>
      *> CMPEXC - layout of the 120-byte compliance exception record
      *> written by PGM143 (PROD.PGM143.EXCEPTIONS) and loaded by the
      *> compliance review system, so both sides describe the file
      *> the same way.  PGM143 also keys its work file on it.  Copy
      *> under an 01 of the including program's choosing, e.g.
      *>
      *>     FD  CMP-EXCEPTION RECORD CONTAINS 120 CHARACTERS.
      *>     01  CMP-EXCEPTION-REC.
      *>         COPY CMPEXC.
      *>
      *> One record per exception raised on a released PRTDONE
      *> generation, in region / account order:
      *>
      *>   LRGE  a single detail over its region's large-value
      *>         threshold;
      *>   RVSL  a single credit (reversal) over the reversal limit;
      *>   VCNT  the account's detail count for the day over the
      *>         count multiple of its trailing daily average;
      *>   VAMT  the account's net amount for the day (either sign)
      *>         over the amount multiple of its trailing daily
      *>         average net;
      *>   NEWA  an account with too little history to average whose
      *>         detail count for the day is over the new-account
      *>         limit.
      *>
      *> LRGE and RVSL carry the detail's sequence on the PRTDONE
      *> generation, its date and its amount (credits negative).
      *> VCNT, VAMT and NEWA carry sequence 9999999, the day's count
      *> and net amount for the account and the trailing averages
      *> over EXC-HIST-DAYS days.  EXC-LIMIT is the figure the
      *> exception went over - an amount, or for VCNT and NEWA a
      *> count.  Dates are YYYYMMDD.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  CHEN  Initial version.
      *>--------------------------------------------------------------*>
    05  EXC-KEY.
        10  EXC-REGION         PIC X(2).
        10  EXC-ACCOUNT        PIC X(10).
        10  EXC-SEQ            PIC 9(7).
        10  EXC-TYPE           PIC X(4).
            88  EXC-LARGE-VALUE         VALUE 'LRGE'.
            88  EXC-LARGE-REVERSAL      VALUE 'RVSL'.
            88  EXC-VELOCITY-COUNT      VALUE 'VCNT'.
            88  EXC-VELOCITY-AMOUNT     VALUE 'VAMT'.
            88  EXC-NEW-ACCOUNT         VALUE 'NEWA'.
    05  EXC-RUN-DATE           PIC 9(8).
    05  EXC-DTL-DATE           PIC 9(8).
    05  EXC-AMOUNT             PIC S9(13)V99
                               SIGN IS LEADING SEPARATE.
    05  EXC-COUNT              PIC 9(5).
    05  EXC-LIMIT              PIC S9(13)V99
                               SIGN IS LEADING SEPARATE.
    05  EXC-AVG-COUNT          PIC 9(5)V99.
    05  EXC-AVG-AMOUNT         PIC S9(13)V99
                               SIGN IS LEADING SEPARATE.
    05  EXC-HIST-DAYS          PIC 9(2).
    05  EXC-FILLER             PIC X(19).

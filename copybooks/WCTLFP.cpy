      *****************************************************************
      *  WCTLFP.CPY
      *  Control-file fingerprint record layout (CTLFP.DAT - line
      *  sequential, one record per reference file the chain gate
      *  trusts: PROGREG.DAT, JOBSCHED.DAT, RUNWIN.DAT, IDENTTAB.DAT,
      *  HOLIDAY.DAT, STEPHOLD.DAT).  Written only through CTLFPCHK,
      *  which the sanctioned loaders (PROGREGLD, JOBSCHLD, IDENTMNT,
      *  CALPROMO) call after a good load and CTLFPSET calls for the
      *  files the operations desk keeps by hand.  The record count
      *  and the two hash totals describe the file as that load left
      *  it; BATCHGATE recomputes them at chain start, so a file
      *  edited or copied over since is caught before it decides
      *  what runs.  FP-CHARACTER-HASH sums every non-blank byte
      *  weighted by its column, so any changed, added or removed
      *  character moves it; FP-SEQUENCE-HASH weights each record's
      *  byte total by its record number, so records swapped into a
      *  different order move it too.
      *****************************************************************
       01  CTLFP-RECORD.
           05  FP-FILE-NAME                 PIC X(12).
           05  FP-RECORD-COUNT              PIC 9(07).
           05  FP-CHARACTER-HASH            PIC 9(15).
           05  FP-SEQUENCE-HASH             PIC 9(15).
      *    Program that recorded the fingerprint and when.
           05  FP-LOADED-BY                 PIC X(08).
           05  FP-LOAD-DATE                 PIC X(08).
           05  FP-LOAD-TIME                 PIC X(06).

      *****************************************************************
      *  WCTLFPCK.CPY
      *  Parameter block for the callable control-file fingerprint
      *  service (CTLFPCHK).  CF-FUNCTION R records a fresh
      *  fingerprint of the file named in CF-FILE-NAME - the
      *  sanctioned loaders ask for this after a good load; V
      *  verifies the named file (or ALL six control files) against
      *  the fingerprints on record and raises an operator alert in
      *  ENVALERT.DAT for each one that drifted; B records a
      *  baseline for every control file (ALL) or the named one that
      *  has no fingerprint yet, never replacing one on record.
      *  CF-CALLER-ID is the calling program, stamped on the
      *  fingerprint and on any alert.  CF-RETURN-CODE is 0 when
      *  clean, 4 when a file drifted or has no fingerprint, 8 when
      *  the fingerprint file could not be written, and 12 for an
      *  unknown function or file name.  Callers COPY this into
      *  WORKING-STORAGE; CTLFPCHK copies it into LINKAGE.
      *****************************************************************
       01  CTLFPCHK-PARMS.
           05  CF-FUNCTION                  PIC X(01).
               88  CF-RECORD-FINGERPRINT    VALUE "R".
               88  CF-VERIFY-FINGERPRINT    VALUE "V".
               88  CF-RECORD-BASELINE       VALUE "B".
           05  CF-FILE-NAME                 PIC X(12).
           05  CF-CALLER-ID                 PIC X(08).
           05  CF-RETURN-CODE               PIC 9(04).
           05  CF-FILES-CHECKED             PIC 9(02).
           05  CF-FILES-DRIFTED             PIC 9(02).
           05  CF-FILES-RECORDED            PIC 9(02).
           05  CF-FIRST-DRIFT-FILE          PIC X(12).

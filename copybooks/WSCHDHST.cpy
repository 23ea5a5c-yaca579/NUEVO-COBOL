      *****************************************************************
      *  WSCHDHST.CPY
      *  Schedule change history record (SCHEDHST.DAT - line
      *  sequential, appended by every JOBSCHLD load, never
      *  rewritten).  One record per schedule version the load added,
      *  changed or dropped, with the before and after images of the
      *  JOBSCHED.DAT record; a version the load left unchanged
      *  writes nothing.  A version is keyed by chain, step number
      *  and effective-from date.  The first load that finds no
      *  history file records the schedule it is about to replace as
      *  action I (initial image) so the history has a starting
      *  point.  SCHDASOF replays the file to say what the schedule
      *  was on a given date.
      *****************************************************************
       01  SCHEDULE-HISTORY-RECORD.
      *    When the load ran, YYYYMMDD and HHMMSS.
           05  HST-LOAD-DATE                PIC X(08).
           05  HST-LOAD-TIME                PIC X(06).
           05  HST-ACTION                   PIC X(01).
               88  HST-INITIAL-IMAGE        VALUE "I".
               88  HST-VERSION-ADDED        VALUE "A".
               88  HST-VERSION-CHANGED      VALUE "C".
               88  HST-VERSION-DROPPED      VALUE "D".
      *    Spaces for I and A; the version as it stood for C and D.
           05  HST-BEFORE-IMAGE             PIC X(189).
      *    Spaces for D; the version as loaded for I, A and C.
           05  HST-AFTER-IMAGE              PIC X(189).

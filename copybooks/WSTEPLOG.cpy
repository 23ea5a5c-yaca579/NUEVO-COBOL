      *  Chain step log record layout (BATCHSTP.DAT - line
      *  sequential, one record appended by BATCHGATE per step
      *  outcome: completed within its RC limit, held by operator,
      *  failed past its RC limit, or timed out waiting on its input
      *  file - see SL-STATUS-FLAG - plus one for each failed attempt
      *  that was retried).  On a
      *  rerun for the same business day BATCHGATE skips the steps
      *  already logged COMPLETED here, so a chain rerun at 3 AM
      *  resumes with the failed and never-reached steps instead of
      *    operator hold from STEPHOLD.DAT; F = ran and exceeded
      *    JS-MAX-RC (SL-STEP-RC carries the real RC), so the
      *    morning reports can tell a failed step from one never
      *    reached; W = waiting on input - timed out: the step's
      *    JS-INPUT-FILE never arrived within JS-MAX-WAIT-MINUTES, so
      *    it was not run (start time and elapsed seconds cover the
      *    wait); R = this attempt exceeded JS-MAX-RC and the step was
      *    retried under its JS-RETRY-COUNT - a later record for the
      *    same step carries the final outcome.  Held, failed,
      *    retried and timed-out records do not satisfy the restart
      *    lookup or a dependent step's predecessor check - only
      *    clean completions do.
           05  SL-STATUS-FLAG               PIC X(01).
               88  SL-STEP-COMPLETED        VALUE "C" " ".
               88  SL-STEP-HELD             VALUE "H".
               88  SL-STEP-FAILED           VALUE "F".
               88  SL-STEP-INPUT-TIMEOUT    VALUE "W".
               88  SL-STEP-RETRIED          VALUE "R".
      *    Chain the step ran under (see JS-CHAIN-ID), so each chain
      *    restarts from its own history.  Spaces on records written
      *    before named chains existed - read as NIGHTLY.
           05  SL-CHAIN-ID                  PIC X(08).
      *    Which attempt of the step this record describes - 01 for
      *    the first run, higher after retries.  00 on held and
      *    timed-out records (the step never ran); spaces on records
      *    written before retries existed, read as the first attempt.
           05  SL-ATTEMPT                   PIC 9(02).

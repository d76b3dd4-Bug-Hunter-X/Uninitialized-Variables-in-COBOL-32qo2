      * SECLOGRC.CPY
      *
      * One row per authorization decision on the security log
      * (DD SECLOG, appended by BUGCORR, BUGMAINT, BUGDELTA and
      * BUGAPPR).  SEC-DISPOSITION is "ALLOWED" or "REFUSED" for an
      * authority check; BUGSECR lists the REFUSED rows on the daily
      * security exceptions report.
      *
      * The maker-checker rows use the same layout:
      *
      *   PARKED     a maker's change put on the pending-approval
      *              queue instead of applied (SEC-FUNCTION PARK-xxx)
      *   APPROVED   a checker released a queued change
      *   REJECTED   a checker sent a queued change back to suspense
      *   REFUSED    SEC-FUNCTION SELF-APPROVAL: a checker tried to
      *              decide a change of their own
      *   STALE      SEC-FUNCTION QUEUE-AGE-OFF: a change nobody
      *              decided within the age limit (operator = maker)
      *
      * SEC-RECORD-ID names the WA1-RECORD-ID the change touches
      * (spaces for an authority check).
      *
      * 2026-09-29  SEC-RECORD-ID carved from the filler.
      ******************************************************************
       05  SEC-TIMESTAMP                 PIC X(26).
       05  SEC-PROGRAM-NAME              PIC X(08).
       05  SEC-OPERATOR-ID               PIC X(08).
       05  SEC-FUNCTION                  PIC X(16).
       05  SEC-DISPOSITION               PIC X(08).
       05  SEC-RECORD-ID                 PIC X(10).
       05  SEC-FILLER                    PIC X(04).

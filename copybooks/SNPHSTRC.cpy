      ******************************************************************
      * SNPHSTRC.CPY
      *
      * One row of the month-end snapshot history (DD SNAPHIST),
      * written by BUGSTAT: the WSAREA1-VSAM population for one
      * snapshot month summarised by category, status and aging
      * bucket -- record count and WA1-AMOUNT total for every
      * combination present on the cluster.  BUGSTAT carries the
      * previous generation forward (DD SNAPHIST in, DD SNAPHNEW
      * out), replacing any rows already held for the month it is
      * summarising and rolling off months more than twelve before
      * it, so the file holds thirteen months: enough for BUGTREND
      * to compare each month with the one before and with the same
      * month a year earlier.
      *
      *   SNH-STATUS-FLAG   A / I / P as WA1-STATUS-FLAG, O for any
      *                     other (invalid) status
      *   SNH-AGE-BUCKET    days from WA1-EFFECTIVE-DATE to the run
      *                     date, BUGSTAT's buckets; F = future or
      *                     unreadable date
      ******************************************************************
       05  SNH-SNAPSHOT-MONTH.
           10  SNH-SNAPSHOT-CCYY         PIC 9(04).
           10  SNH-SNAPSHOT-MM           PIC 9(02).
       05  SNH-RUN-DATE                  PIC X(08).
       05  SNH-CATEGORY-CODE             PIC X(04).
       05  SNH-STATUS-FLAG               PIC X(01).
           88  SNH-STATUS-ACTIVE         VALUE "A".
           88  SNH-STATUS-INACTIVE       VALUE "I".
           88  SNH-STATUS-PENDING        VALUE "P".
           88  SNH-STATUS-OTHER          VALUE "O".
       05  SNH-AGE-BUCKET                PIC X(01).
           88  SNH-AGE-0-30              VALUE "1".
           88  SNH-AGE-31-60             VALUE "2".
           88  SNH-AGE-61-90             VALUE "3".
           88  SNH-AGE-OVER-90           VALUE "4".
           88  SNH-AGE-FUTURE-INVALID    VALUE "F".
       05  SNH-RECORD-COUNT              PIC 9(07).
       05  SNH-AMOUNT                    PIC S9(11)V99.
       05  SNH-FILLER                    PIC X(40).

      * at all.  Every decision is logged to the security log (layout
      * SECLOGRC) and refused attempts appear on BUGSECR's daily
      * security exceptions report.
      *
      * OPA-APPROVE-AUTH is the checker's authority: only an operator
      * holding it may approve or reject the changes BUGCORR,
      * BUGDELTA and BUGMAINT park on the pending-approval queue
      * (layout APPRQREC), and never a change the same operator made.
      *
      * 2026-09-29  OPA-APPROVE-AUTH carved from the filler.
      ******************************************************************
       05  OPA-OPERATOR-ID               PIC X(08).
       05  OPA-REPAIR-AUTH               PIC X(01).
           88  OPA-OVERRIDE-ALLOWED      VALUE "Y".
       05  OPA-DELETE-AUTH               PIC X(01).
           88  OPA-DELETE-ALLOWED        VALUE "Y".
       05  OPA-APPROVE-AUTH              PIC X(01).
           88  OPA-APPROVE-ALLOWED       VALUE "Y".
       05  OPA-FILLER                    PIC X(20).

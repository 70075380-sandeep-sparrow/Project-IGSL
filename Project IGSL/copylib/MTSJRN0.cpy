      *****************************************************************
      * MTSJRN0 - Master maintenance change journal record layout.
      * One record per add/update/close/delete keyed against the
      * CLIMAS client master (MTSPGM2), the RATMAS rate master
      * (MTSPGM3) or the SBKMAS sub-broker master (MTSPGMH),
      * written to the MNTJRN indexed (VSAM KSDS) file at the
      * moment the maintenance posts. Carries the full before and
      * after images of the master record plus the keying operator's
      * CICS sign-on, so an unexpected charge movement can be traced
      * to exactly which rate changed, when, and on whose sign-on.
      * add, after is spaces on a delete. The image width tracks the
      * largest journalled master record (CLIMAS at 77 bytes since
      * the settlement bank fields were appended).
      *
      * A day opened on the MTSD screen (MTSPGM5) over EOD steps not
      * yet complete journals under file id BUSDAT: the before image
      * is the business-date record as it stood, the after image
      * the JRN-DAY-OPEN-OVERRIDE view - the record as opened, the
      * releasing supervisor, the keyed reason, the count of steps
      * outstanding and the first two of them. When more were
      * outstanding the rest follow, eight to a record, on the next
      * change-sequence numbers under the same key, each after image
      * the JRN-DAY-OPEN-STEPS view with JRN-DOS-STEPS-RECORD set.
      * MTSMGR0 prints it the next morning.
      *
      * A dormant client reactivated on the MTSC screen (MTSPGM2
      * action 'R') journals under file id CLIMAS with action 'R':
      * the before image is the client record as it stood, dormant;
      * the after image the JRN-CLIENT-REACTIVATION view - the new
      * status and the approving supervisor. Nothing but the status
      * changes on a reactivation, so the record as reactivated is
      * the before image with that status. A client the monthly
      * MTSDRM0 scan sets dormant journals as an ordinary update
      * under the program id.
      *****************************************************************
       01  MAINT-JOURNAL-RECORD.
           05 JRN-KEY.
               88 JRN-IS-UPDATE                           VALUE 'U'.
               88 JRN-IS-CLOSE                            VALUE 'C'.
               88 JRN-IS-DELETE                           VALUE 'D'.
               88 JRN-IS-REACTIVATE                       VALUE 'R'.
           05 JRN-OPERATOR             PIC X(08).
           05 JRN-BEFORE-IMAGE         PIC X(80).
           05 JRN-AFTER-IMAGE          PIC X(80).
           05 JRN-DAY-OPEN-OVERRIDE REDEFINES JRN-AFTER-IMAGE.
               10 JRN-DOV-BUSDAT-IMAGE PIC X(10).
               10 JRN-DOV-OPENED-DATE REDEFINES JRN-DOV-BUSDAT-IMAGE.
                   15 FILLER           PIC X(01).
                   15 JRN-DOV-OPEN-DATE
                                       PIC 9(08).
                   15 FILLER           PIC X(01).
               10 JRN-DOV-SUPERVISOR   PIC X(08).
               10 JRN-DOV-STEP-COUNT   PIC 9(02).
               10 JRN-DOV-REASON       PIC X(40).
               10 JRN-DOV-FIRST-STEPS  PIC X(16).
               10 JRN-DOV-RECORD-TYPE  PIC X(01).
                   88 JRN-DOV-HEAD-RECORD                 VALUE SPACE.
               10 FILLER               PIC X(03).
           05 JRN-DAY-OPEN-STEPS REDEFINES JRN-AFTER-IMAGE.
               10 JRN-DOS-BUSDAT-IMAGE PIC X(10).
               10 JRN-DOS-STEP-LIST.
                   15 JRN-DOS-STEP     PIC X(08)  OCCURS 8 TIMES.
               10 FILLER               PIC X(02).
               10 JRN-DOS-RECORD-TYPE  PIC X(01).
                   88 JRN-DOS-STEPS-RECORD                VALUE 'S'.
               10 FILLER               PIC X(03).
           05 JRN-CLIENT-REACTIVATION REDEFINES JRN-AFTER-IMAGE.
               10 JRN-REA-NEW-STATUS   PIC X(01).
               10 JRN-REA-SUPERVISOR   PIC X(08).
               10 FILLER               PIC X(71).

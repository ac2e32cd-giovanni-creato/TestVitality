      * ===============================================================
      * FAPCHK -- parameter areas between the batch jobs and the
      * FAPASM01 dataset pre-check service. Caller sets the action
      * ('DD  ' to check a DD of its own step, 'DSN ' to check a
      * cataloged dataset by name), the DD or dataset name, and the
      * maximum age in days it will accept (zero means any age),
      * then CALLs FAPASM01 USING the three areas before it opens
      * the input. FAPASM01 reads the dataset to its end and answers
      * with a status, the record count, the creation date and age,
      * and the dataset name the DD resolved to. The status also
      * comes back as the return code, so a caller must set its own
      * RETURN-CODE again after the CALL.
      *
      * A dataset with no creation date on record (DD DUMMY,
      * instream, tape) answers a zero date and age and is never
      * stale; a stale file is reported stale whether or not it is
      * also empty.
      * ===============================================================
       01  FAPCHK-ACTION             PIC X(04).
           88  FAPCHK-BY-DDNAME      VALUE 'DD  '.
           88  FAPCHK-BY-DSNAME      VALUE 'DSN '.
       01  FAPCHK-DATASET            PIC X(44).
       01  FAPCHK-RESULT.
           05  FAPCHK-STATUS         PIC X(02).
               88  FAPCHK-OK         VALUE '00'.
               88  FAPCHK-EMPTY      VALUE '04'.
               88  FAPCHK-MISSING    VALUE '08'.
               88  FAPCHK-STALE      VALUE '12'.
               88  FAPCHK-UNREADABLE VALUE '16'.
               88  FAPCHK-BAD-ACTION VALUE '20'.
           05  FAPCHK-MAX-AGE-DAYS   PIC S9(04) COMP.
           05  FAPCHK-RECORD-COUNT   PIC S9(09) COMP.
           05  FAPCHK-CREATE-DATE    PIC 9(08).
           05  FAPCHK-AGE-DAYS       PIC S9(04) COMP.
           05  FAPCHK-DSNAME         PIC X(44).
           05  FILLER                PIC X(18).

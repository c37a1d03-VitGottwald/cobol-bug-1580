      *  (SEE UCGATE) TO READ IT AND REFUSE AN UNRELEASED DATE        *
      *  INSTEAD OF TRUSTING A RETURN CODE THAT DIED WITH THE JOB.    *
      *  A MISSING MANIFEST READS THE SAME AS NOT-RELEASED.           *
      *  THE FEED COUNTS AND STATES SAY WHICH FEEDS UCACCEPT          *
      *  ACCEPTED OR REFUSED ON THEIR SENDER CONTROL TOTALS - ONE     *
      *  STATE BYTE PER FEED IN UC01FEED ORDER, 'A' ACCEPTED AND      *
      *  READ, 'R' REFUSED, 'M' ACCEPTED BUT MISSING AT RUN TIME.     *
      *  UCMERGE FILLS THEM FOR THE PARTITIONED NIGHT'S ONE FEED.     *
      *  MANIFESTS WRITTEN BEFORE THE FIELDS EXISTED HAVE THEM BLANK, *
      *  SO READERS TEST THE COUNTS NUMERIC BEFORE USING THEM.        *
      *=============================================================*
       01  UC03-MAN-REC.
           05  UC03-MAN-BATCH-ID           PIC X(08).
                                            VALUE "NOT-RELEASED".
           05  FILLER                       PIC X(01).
           05  UC03-MAN-RESTART-IND         PIC X(01).
           05  FILLER                       PIC X(01).
           05  UC03-MAN-FEED-ACC-COUNT      PIC 9(02).
           05  FILLER                       PIC X(01).
           05  UC03-MAN-FEED-REF-COUNT      PIC 9(02).
           05  FILLER                       PIC X(01).
           05  UC03-MAN-FEED-STATES         PIC X(08).
           05  FILLER                       PIC X(03).

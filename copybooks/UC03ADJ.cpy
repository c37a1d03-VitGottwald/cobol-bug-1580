      *=============================================================*
      *  UC03ADJ.CPY                                                 *
      *  DOWNSTREAM ADJUSTMENT FILE RECORD, WRITTEN BY UCRETRO WHEN  *
      *  A BACK-DATED MASTER CORRECTION CHANGES THE UC03 VALUE A     *
      *  RECORD WAS ALREADY SENT WITH.  EACH CORRECTED RECORD IS A   *
      *  REVERSAL ("REV ") OF THE VALUE DOWNSTREAM HOLDS, FOLLOWED   *
      *  BY A REBOOK ("RBK ") UNDER THE VALUE THE CORRECTED MASTER   *
      *  GIVES - A RECORD THAT NO LONGER TRANSLATES AT ALL GETS THE  *
      *  REVERSAL ONLY, AND ONE THAT WAS REVERSED BY AN EARLIER RUN  *
      *  AND TRANSLATES AGAIN GETS THE REBOOK ONLY.                  *
      *                                                              *
      *  EVERY DETAIL IS KEYED BY THE PROCESSING DATE, CYCLE AND     *
      *  UC03-DTL-SEQ-NO OF THE ORIGINAL UC03 DETAIL, SO DOWNSTREAM  *
      *  MATCHES IT TO THE RECORD IT LOADED.  A SPACES CYCLE IS THE  *
      *  DAILY RUN, AS ON THE AUDIT TRAIL.                           *
      *                                                              *
      *  THE HEADER AND TRAILER REDEFINE THE DETAIL, THE SAME WAY    *
      *  UC03HT.CPY DOES FOR THE UC03 FILE, SO EVERY RECORD IS THE   *
      *  SAME FIXED 48 CHARACTERS.  THE HEADER NAMES THE DATE RANGE  *
      *  THE RUN COVERED; THE TRAILER COUNTS THE DETAILS AND SPLITS  *
      *  THEM INTO REVERSALS AND REBOOKS.                            *
      *=============================================================*
       01  UC03-ADJ-REC.
           05  UC03-ADJ-TYPE                PIC X(04).
               88  UC03-ADJ-REVERSAL                  VALUE "REV ".
               88  UC03-ADJ-REBOOK                    VALUE "RBK ".
           05  UC03-ADJ-PROC-DATE           PIC 9(08).
           05  UC03-ADJ-CYCLE               PIC X(02).
           05  UC03-ADJ-SEQ-NO              PIC 9(09).
           05  UC03-ADJ-UC03                PIC X(01).
           05  UC03-ADJ-UC01                PIC X(04).
           05  UC03-ADJ-FEED-ID             PIC X(08).
           05  FILLER                       PIC X(12).
       01  UC03-ADJ-HEADER-REC REDEFINES UC03-ADJ-REC.
           05  UC03-ADJ-HDR-ID              PIC X(04).
           05  UC03-ADJ-HDR-BATCH-ID        PIC X(08).
           05  UC03-ADJ-HDR-RUN-DATE        PIC 9(08).
           05  UC03-ADJ-HDR-RUN-TIME        PIC 9(08).
           05  UC03-ADJ-HDR-FROM-DATE       PIC 9(08).
           05  UC03-ADJ-HDR-TO-DATE         PIC 9(08).
           05  FILLER                       PIC X(04).
       01  UC03-ADJ-TRAILER-REC REDEFINES UC03-ADJ-REC.
           05  UC03-ADJ-TRL-ID              PIC X(04).
           05  UC03-ADJ-TRL-REC-COUNT       PIC 9(09).
           05  UC03-ADJ-TRL-REV-COUNT       PIC 9(09).
           05  UC03-ADJ-TRL-RBK-COUNT       PIC 9(09).
           05  FILLER                       PIC X(17).

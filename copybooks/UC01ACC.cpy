      *=============================================================*
      *  UC01ACC.CPY                                                 *
      *  FEED ACCEPTANCE RESULT RECORD - ONE LINE PER FEED, WRITTEN  *
      *  AS UC01ACC.<DATE> (.CXX FOR AN INTRADAY CYCLE) BY UCACCEPT  *
      *  AFTER CHECKING EACH FEED AGAINST ITS SENDER CONTROL FILE    *
      *  (SEE UC01CTL.CPY).  MAIN READS IT BEFORE OPENING ANY FEED   *
      *  AND NEVER TRANSLATES A FEED NOT MARKED ACCEPTED; UCSTATUS   *
      *  SHOWS IT ON THE BOARD.  A BLANK FEED ID IS THE SINGLE       *
      *  UNQUALIFIED DAILY FILE.  THE COUNTS ARE THE SENDER'S        *
      *  DECLARED COUNT AND THE COUNT ACTUALLY RECEIVED.             *
      *=============================================================*
       01  UC01-ACC-REC.
           05  UC01-ACC-FEED-ID            PIC X(08).
           05  FILLER                       PIC X(01).
           05  UC01-ACC-PROC-DATE           PIC 9(08).
           05  FILLER                       PIC X(01).
           05  UC01-ACC-VERDICT             PIC X(08).
               88  UC01-ACC-ACCEPTED                  VALUE "ACCEPTED".
               88  UC01-ACC-REFUSED                   VALUE "REFUSED".
           05  FILLER                       PIC X(01).
           05  UC01-ACC-REASON              PIC X(16).
           05  FILLER                       PIC X(01).
           05  UC01-ACC-CTL-COUNT           PIC 9(09).
           05  FILLER                       PIC X(01).
           05  UC01-ACC-RCV-COUNT           PIC 9(09).
           05  FILLER                       PIC X(17).

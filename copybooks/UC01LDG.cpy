      *=============================================================*
      *  UC01LDG.CPY                                                 *
      *  NIGHTLY RUN LEDGER RECORD - THE CUMULATIVE UC01LDG FILE     *
      *  UCLEDGER APPENDS TO AS THE UCNIGHT JOB STREAM RUNS.  EVERY  *
      *  STEP OF A PROCESSING DATE (AND CYCLE) GETS A STARTED LINE   *
      *  WHEN IT BEGINS AND A COMPLETE OR FAILED LINE WHEN IT ENDS;  *
      *  THE STEP NAMED NIGHT IS THE STREAM ITSELF, OPENED AND       *
      *  CLOSED AROUND THE REST.  THE LAST LINE FOR A DATE, CYCLE    *
      *  AND STEP IS ITS STATE:                                      *
      *    STARTED  - BEGUN, NO END RECORDED YET                     *
      *    COMPLETE - ENDED AT RETURN CODE 4 OR LESS; A RESUBMITTED  *
      *               STREAM SKIPS IT                                *
      *    FAILED   - ENDED ABOVE 4 (OR ABENDED, RECORDED AS 20);    *
      *               THE STREAM STOPPED HERE AND RESUMES HERE       *
      *    NO-END   - STARTED BUT THE END WAS NEVER RECORDED (JOB    *
      *               CANCELLED OR LOST); WRITTEN WHEN THE STREAM    *
      *               IS RESUBMITTED, AND THE STEP RUNS AGAIN        *
      *    REFUSED  - NIGHT ONLY: THE PREVIOUS UC01CAL BUSINESS      *
      *               DATE NEVER COMPLETED, SO THE DATE DID NOT      *
      *               START                                          *
      *  THE END DATE, END TIME, RETURN CODE AND ELAPSED SECONDS     *
      *  ARE ZERO ON A STARTED LINE.  THE LINES ARE NEVER REWRITTEN, *
      *  SO THE FILE IS ALSO EACH STEP'S ELAPSED-TIME HISTORY.       *
      *=============================================================*
       01  UC01-LDG-REC.
           05  UC01-LDG-PROC-DATE           PIC 9(08).
           05  FILLER                       PIC X(01).
           05  UC01-LDG-CYCLE               PIC X(02).
           05  FILLER                       PIC X(01).
           05  UC01-LDG-STEP                PIC X(08).
               88  UC01-LDG-NIGHT                 VALUE "NIGHT".
           05  FILLER                       PIC X(01).
           05  UC01-LDG-STATE               PIC X(08).
               88  UC01-LDG-STARTED               VALUE "STARTED".
               88  UC01-LDG-COMPLETE              VALUE "COMPLETE".
               88  UC01-LDG-FAILED                VALUE "FAILED".
               88  UC01-LDG-NO-END                VALUE "NO-END".
               88  UC01-LDG-REFUSED               VALUE "REFUSED".
           05  FILLER                       PIC X(01).
           05  UC01-LDG-START-DATE          PIC 9(08).
           05  FILLER                       PIC X(01).
           05  UC01-LDG-START-TIME          PIC 9(06).
           05  FILLER                       PIC X(01).
           05  UC01-LDG-END-DATE            PIC 9(08).
           05  FILLER                       PIC X(01).
           05  UC01-LDG-END-TIME            PIC 9(06).
           05  FILLER                       PIC X(01).
           05  UC01-LDG-RC                  PIC 9(03).
           05  FILLER                       PIC X(01).
           05  UC01-LDG-ELAPSED             PIC 9(07).
           05  FILLER                       PIC X(07).

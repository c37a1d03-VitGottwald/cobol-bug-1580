      *=============================================================*
      *  UC03ACK.CPY                                                 *
      *  DOWNSTREAM LOAD ACKNOWLEDGEMENT RECORD - ONE LINE PER LOAD  *
      *  OF A UC03 FILE, SENT BACK BY THE DOWNSTREAM LOADER AND      *
      *  GATHERED ON THE CUMULATIVE UC03ACK FILE.  THE BATCH ID IS   *
      *  COPIED FROM THE UC03 HEADER (UC03-HDR-BATCH-ID), THE DATE   *
      *  AND CYCLE NAME THE PROCESSING DATE AND INTRADAY CYCLE THE   *
      *  FILE WAS CUT FOR (SPACES CYCLE = THE DAILY RUN), THE COUNT  *
      *  IS THE DETAILS DOWNSTREAM ACTUALLY LOADED, AND THE FIRST    *
      *  AND LAST SEQUENCE NUMBERS ARE THE LOWEST AND HIGHEST        *
      *  UC03-DTL-SEQ-NO IT SAW.  THE SCHEME NAMES THE TRANSLATION   *
      *  SCHEME WHOSE FILE WAS LOADED (UC03OUT.<SCHEME>); SPACES OR  *
      *  BASE MEANS THE BASE FILE.  A RERUN THAT DOWNSTREAM LOADS    *
      *  AGAIN SENDS A SECOND LINE FOR THE SAME DATE, CYCLE AND      *
      *  SCHEME - UCACKREC REPORTS THAT AS A DUPLICATE LOAD.         *
      *=============================================================*
       01  UC03-ACK-REC.
           05  UC03-ACK-BATCH-ID           PIC X(08).
           05  FILLER                       PIC X(01).
           05  UC03-ACK-PROC-DATE           PIC 9(08).
           05  FILLER                       PIC X(01).
           05  UC03-ACK-CYCLE               PIC X(02).
           05  FILLER                       PIC X(01).
           05  UC03-ACK-LOAD-COUNT          PIC 9(09).
           05  FILLER                       PIC X(01).
           05  UC03-ACK-FIRST-SEQ           PIC 9(09).
           05  FILLER                       PIC X(01).
           05  UC03-ACK-LAST-SEQ            PIC 9(09).
           05  FILLER                       PIC X(01).
           05  UC03-ACK-SCHEME              PIC X(08).
           05  FILLER                       PIC X(21).

      *=============================================================*
      *  UC01CTL.CPY                                                 *
      *  SENDER CONTROL RECORD - ONE LINE SENT BY EACH REGIONAL      *
      *  FRONT END BESIDE ITS DAILY FILE, AS UC01CTL.<FEED>.<DATE>   *
      *  (UC01CTL.<DATE> FOR THE SINGLE UNQUALIFIED FILE, .CXX       *
      *  APPENDED FOR AN INTRADAY CYCLE - THE SAME NAMING RULE AS    *
      *  THE UC01IN FILE IT DESCRIBES).  IT DECLARES WHAT THE        *
      *  SENDER SAYS IT TRANSMITTED: THE RECORD COUNT AND A HASH     *
      *  TOTAL OF THE CODES - THE SUM OF THE BINARY VALUES OF EVERY  *
      *  CODE BYTE SENT, ONE BYTE FOR A LEGACY RECORD, THE FOUR      *
      *  CODE BYTES FOR A WIDE RECORD (THE FORMAT INDICATOR IS NOT   *
      *  PART OF THE CODE AND IS NOT HASHED - SEE DATAV.CPY).        *
      *  UCACCEPT RECOMPUTES BOTH FROM THE FILE AS RECEIVED AND      *
      *  REFUSES THE FEED ON ANY DISAGREEMENT.                       *
      *=============================================================*
       01  UC01-CTL-REC.
           05  UC01-CTL-FEED-ID            PIC X(08).
           05  FILLER                       PIC X(01).
           05  UC01-CTL-PROC-DATE           PIC X(08).
           05  FILLER                       PIC X(01).
           05  UC01-CTL-REC-COUNT           PIC X(09).
           05  FILLER                       PIC X(01).
           05  UC01-CTL-HASH-TOTAL          PIC X(15).
           05  FILLER                       PIC X(37).

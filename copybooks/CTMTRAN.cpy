      *  KEY (SEE CODETRAN.CPY).  THE COLUMNS BEHIND IT SHIFTED      *
      *  THREE BYTES RIGHT - RECUT ANY TRANSACTION FILES PREPARED    *
      *  UNDER THE OLD LAYOUT.                                       *
      *                                                              *
      *  MAKER/CHECKER: A CTMTRAN FILE IS NO LONGER APPLIED AS IT    *
      *  STANDS - CTMAINT SUBMIT QUEUES EACH LINE AS A PENDING ITEM  *
      *  (SEE CTMPEND.CPY) UNDER THE SUBMITTING USER'S ID, AND       *
      *  CTM-TRAN-REASON, WHICH MUST NOT BE BLANK, SAYS WHY THE      *
      *  CHANGE IS WANTED.  A SECOND USER RELEASES IT BEFORE ANY     *
      *  APPLY STEP WILL TOUCH THE MASTER.                           *
      *                                                              *
      *  TRANSLATION SCHEMES: CTM-TRAN-SCHEME NAMES THE SCHEME THE   *
      *  CHANGE MAINTAINS (SEE CODETRAN.CPY), IN WHAT WAS SPARE      *
      *  FILLER.  BLANK MEANS THE BASE SCHEME, SO TRANSACTION FILES  *
      *  CUT BEFORE SCHEMES EXISTED STILL MEAN WHAT THEY ALWAYS DID. *
      *=============================================================*
       01  CTM-TRAN-REC.
           05  CTM-TRAN-ACTION             PIC X(01).
           05  CTM-TRAN-KEY                PIC X(04).
           05  CTM-TRAN-UC02-VALUE         PIC X(01).
           05  CTM-TRAN-EFF-FROM           PIC X(08).
           05  FILLER                      PIC X(01).
           05  CTM-TRAN-REASON             PIC X(30).
           05  FILLER                      PIC X(01).
           05  CTM-TRAN-SCHEME             PIC X(08).
           05  FILLER                      PIC X(26).

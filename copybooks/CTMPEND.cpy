      *=============================================================*
      *  CTMPEND.CPY                                                 *
      *  CTMAINT PENDING-CHANGE QUEUE RECORD - ONE LINE PER ADD /    *
      *  CHANGE / RETIRE REQUEST A MAKER HAS SUBMITTED.  CTMAINT     *
      *  SUBMIT APPENDS ITEMS AS PENDING WITH THE MAKER'S USER ID,   *
      *  REASON AND SUBMIT DATE/TIME; CTMAINT CHECK, RUN BY A        *
      *  SECOND USER, RELEASES OR REJECTS THEM AND STAMPS THE        *
      *  CHECKER'S ID AND DECISION DATE/TIME; THE APPLY STEP TAKES   *
      *  ONLY RELEASED ITEMS AND MARKS EACH APPLIED OR FAILED.       *
      *  ITEMS ARE NEVER REMOVED - THE QUEUE IS THE RECORD OF WHO    *
      *  ASKED FOR WHAT AND WHO LET IT THROUGH.                      *
      *                                                              *
      *  CTM-PND-TRAN IS LAID OUT EXACTLY AS THE FRONT OF A CTMTRAN  *
      *  TRANSACTION (SEE CTMTRAN.CPY) SO IT MOVES STRAIGHT ACROSS.  *
      *  DECISION DATE/TIME ARE ZERO UNTIL AN ITEM IS DECIDED.       *
      *  CTM-PND-SCHEME, IN WHAT WAS SPARE FILLER, IS THE            *
      *  TRANSLATION SCHEME THE ITEM MAINTAINS (SEE CODETRAN.CPY) -  *
      *  BLANK ON ITEMS QUEUED BEFORE SCHEMES EXISTED, WHICH MEANS   *
      *  THE BASE SCHEME.                                            *
      *=============================================================*
       01  CTM-PND-REC.
           05  CTM-PND-ITEM-NO              PIC 9(07).
           05  FILLER                       PIC X(01).
           05  CTM-PND-STATE                PIC X(01).
               88  CTM-PND-PENDING                    VALUE 'P'.
               88  CTM-PND-RELEASED                   VALUE 'R'.
               88  CTM-PND-REJECTED                   VALUE 'J'.
               88  CTM-PND-APPLIED                    VALUE 'A'.
               88  CTM-PND-FAILED                     VALUE 'F'.
           05  FILLER                       PIC X(01).
           05  CTM-PND-TRAN.
               10  CTM-PND-ACTION           PIC X(01).
               10  CTM-PND-KEY              PIC X(04).
               10  CTM-PND-UC02-VALUE       PIC X(01).
               10  CTM-PND-EFF-FROM         PIC X(08).
           05  FILLER                       PIC X(01).
           05  CTM-PND-MAKER-ID             PIC X(08).
           05  FILLER                       PIC X(01).
           05  CTM-PND-SUBMIT-DATE          PIC 9(08).
           05  CTM-PND-SUBMIT-TIME          PIC 9(08).
           05  FILLER                       PIC X(01).
           05  CTM-PND-CHECKER-ID           PIC X(08).
           05  FILLER                       PIC X(01).
           05  CTM-PND-DECIDE-DATE          PIC 9(08).
           05  CTM-PND-DECIDE-TIME          PIC 9(08).
           05  FILLER                       PIC X(01).
           05  CTM-PND-REASON               PIC X(30).
           05  FILLER                       PIC X(01).
           05  CTM-PND-SCHEME               PIC X(08).
           05  FILLER                       PIC X(04).

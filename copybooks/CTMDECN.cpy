      *=============================================================*
      *  CTMDECN.CPY                                                 *
      *  CHECKER'S DECISION RECORD - ONE LINE PER PENDING-QUEUE      *
      *  ITEM (SEE CTMPEND.CPY) THE CHECKER HAS REVIEWED, FED TO     *
      *  CTMAINT CHECK.  THE ITEM NUMBER IS AS PRINTED ON THE SUBMIT *
      *  REPORT AND THE TRIAL IMPACT RUN; 'R' RELEASES THE ITEM FOR  *
      *  THE NEXT APPLY STEP, 'J' REJECTS IT FOR GOOD.               *
      *=============================================================*
       01  CTM-DEC-REC.
           05  CTM-DEC-ITEM-NO              PIC X(07).
           05  FILLER                       PIC X(01).
           05  CTM-DEC-DECISION             PIC X(01).
               88  CTM-DEC-RELEASE                    VALUE 'R'.
               88  CTM-DEC-REJECT                     VALUE 'J'.
           05  FILLER                       PIC X(71).

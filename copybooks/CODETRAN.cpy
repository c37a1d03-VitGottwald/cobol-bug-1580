      *  KEYS AS ITSELF PLUS THREE SPACES.  THE KEY GREW, SO THE     *
      *  MASTER MUST BE REBUILT THROUGH CTMAINT WHEN THIS LAYOUT     *
      *  GOES IN - EVERY PROGRAM READING IT RECOMPILES TOGETHER.     *
      *                                                              *
      *  TRANSLATION SCHEMES: THE KEY NOW LEADS WITH THE SCHEME ID   *
      *  THE MAPPING BELONGS TO - ONE SET OF UC02 VALUES PER         *
      *  DOWNSTREAM CONSUMER (SETTLEMENT, REGULATORY REPORTING,      *
      *  ANALYTICS ...), EACH EFFECTIVE-DATED EXACTLY AS ABOVE AND   *
      *  EACH JUDGED ON ITS OWN: A CODE MAY BE ACTIVE IN ONE SCHEME  *
      *  AND ABSENT FROM ANOTHER.  THE ORIGINAL UC03 CONSUMER'S      *
      *  MAPPINGS ARE SCHEME "BASE"; A BLANK SCHEME ON A CTMAINT     *
      *  TRANSACTION MEANS BASE.  THE SCHEMES MAIN TRANSLATES INTO   *
      *  EACH NIGHT ARE LISTED ON THE OPS-MAINTAINED UC03SCHM FILE.  *
      *  THE KEY GREW, SO THE MASTER IS REBUILT THROUGH CTMAINT      *
      *  (EVERY EXISTING RECORD LOADED UNDER BASE) WHEN THIS LAYOUT  *
      *  GOES IN.                                                    *
      *=============================================================*
       01  CODE-TRAN-REC.
           05  CODE-TRAN-KEY.
               10  CODE-TRAN-SCHEME        PIC X(08).
               10  CODE-TRAN-UC01          PIC X(04).
               10  CODE-TRAN-EFF-FROM      PIC 9(08).
           05  CODE-TRAN-UC02-VALUE         PIC X(01).

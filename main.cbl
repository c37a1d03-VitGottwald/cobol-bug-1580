003490*                TABLE NO LONGER COVERS THE WHOLE VALUE SPACE
003500*                BY CONSTRUCTION, SO A FULL TABLE FLAGS THE
003510*                SUMMARY TRUNCATED INSTEAD OF OVERRUNNING.
003520* 2026-10-15 DMO FEED ACCEPTANCE ON SENDER CONTROL TOTALS.  A
003530*                REGION THAT SENT A TRUNCATED FILE STILL
003540*                RECONCILED 0=0+0 AGAINST ITSELF HERE.  THE NEW
003550*                UCACCEPT STEP CHECKS EVERY FEED AGAINST THE
003560*                SENDER'S UC01CTL CONTROL FILE AHEAD OF THIS
003570*                RUN AND WRITES ITS VERDICTS TO UC01ACC.<DATE>
003580*                (SEE COPYBOOKS/UC01ACC.CPY).  THE RUN NOW READS
003590*                THAT FILE BEFORE OPENING ANY FEED AND NEVER
003600*                TRANSLATES A FEED NOT MARKED ACCEPTED - IT IS
003610*                MARKED REFUSED (STATE 'R'), NAMED ON THE
003620*                PER-FEED RECONCILIATION, AND HOLDS THE RUN AT
003630*                RETURN CODE 16 WITH A NOT-RELEASED MANIFEST
003640*                EXACTLY AS A MISSING FEED DOES; A RESTART
003650*                RE-ATTEMPTS IT THE SAME WAY, SO RE-SENDING THE
003660*                FEED AND RERUNNING UCACCEPT IS THE FIX.  A RUN
003670*                WITH NO ACCEPTANCE FILE AT ALL IS FATAL - THE
003680*                CHECK WAS SKIPPED, NOT PASSED.  THE MANIFEST
003690*                NOW CARRIES THE ACCEPTED AND REFUSED FEED
003700*                COUNTS AND A STATE BYTE PER FEED (SEE
003710*                COPYBOOKS/UC03MAN.CPY).  SLICE INSTANCES RUN
003720*                BEHIND THE SPLITTER AND DO NOT READ THE FILE.
003730* 2026-10-15 DMO TRANSLATION SCHEMES.  THE CODETRAN KEY NOW LEADS
003740*                WITH A SCHEME ID (SEE COPYBOOKS/CODETRAN.CPY) SO
003750*                EACH DOWNSTREAM CONSUMER'S OWN CODE SET LIVES
003760*                ON THE MASTER, EFFECTIVE-DATED LIKE THE
003770*                ORIGINAL.  THE ORIGINAL UC03 IS SCHEME BASE AND
003780*                RUNS EXACTLY AS BEFORE - SAME FILES, AUDIT
003790*                TRAIL, SUMMARY, TOLERANCE CHECK AND MANIFEST.
003800*                EVERY FURTHER SCHEME NAMED ON THE OPS-MAINTAINED
003810*                UC03SCHM LIST IS TRANSLATED FROM THE SAME READ
003820*                OF EACH RECORD: A CODE THE SCHEME CANNOT
003830*                TRANSLATE IS REJECTED FOR THAT SCHEME ONLY, ON
003840*                A UC01ERR LINE NAMING THE SCHEME (BASE LINES
003850*                NAME BASE), AND A GOOD ONE GOES TO THE
003860*                UC03XWK WORK FILE.  AT END OF RUN EACH SCHEME'S
003870*                DETAILS ARE COPIED OUT TO UC03OUT.<SCHEME>
003880*                UNDER ITS OWN HEADER AND, WHEN THE SCHEME
003890*                RECONCILES, ITS OWN TRAILER, AND ITS OWN
003900*                UC03MAN.<DATE>.<SCHEME> MANIFEST IS WRITTEN FOR
003910*                UCGATE TO RELEASE OR HOLD ITS CONSUMER ALONE.
003920*                THE UC01SUM SUMMARY ENDS WITH ONE
003930*                RECONCILIATION LINE PER SCHEME.  THE SCHEME
003940*                COUNTS RIDE THE CHECKPOINT, AND A RESTART UNDER
003950*                A CHANGED SCHEME LIST IS FATAL.  SLICE
003960*                INSTANCES WRITE A SLICE WORK FILE AND UCMERGE
003970*                CUTS THE PARTITIONED NIGHT'S SCHEME FILES.
003980* 2026-10-15 DMO A RESTART THAT CANNOT REOPEN THE UC03XWK WORK
003990*                FILE IS NOW FATAL - CARRYING ON WOULD CUT EVERY
004000*                SCHEME FILE SHORT AND HOLD IT.
004010* 2026-10-15 DMO THE CHECKPOINT NOW CLEARS ON THE BASE OUTCOME
004020*                (RECONCILIATION AND TOLERANCE), NOT THE FINAL
004030*                RETURN CODE - A FURTHER SCHEME HELD AT 16 AFTER
004040*                BASE WROTE ITS TRAILER LEFT THE CHECKPOINT IN
004050*                PLACE, AND THE RESTART APPENDED DETAILS BEHIND
004060*                THE BASE TRAILER.
004070*================================================================
004080 ENVIRONMENT DIVISION.
004090 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004110     SELECT UC01-FILE ASSIGN TO UC01-FILE-NAME
004120         ORGANIZATION IS SEQUENTIAL
004130         FILE STATUS IS UC01-STATUS-CD.
004140     SELECT UC01-FEED-FILE ASSIGN TO "UC01FEED"
004150         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS UC01-FEED-STATUS-CD.
004170     SELECT UC03-FILE ASSIGN TO UC03-FILE-NAME
004180         ORGANIZATION IS SEQUENTIAL.
004190     SELECT UC01-ERR-FILE ASSIGN TO UC01-ERR-FILE-NAME
004200         ORGANIZATION IS LINE SEQUENTIAL.
004210     SELECT UC01-AUD-FILE ASSIGN TO UC01-AUD-FILE-NAME
004220         ORGANIZATION IS LINE SEQUENTIAL.
004230     SELECT CODE-TRAN-FILE ASSIGN TO "CODETRAN"
004240         ORGANIZATION IS INDEXED
004250         ACCESS MODE IS DYNAMIC
004260         RECORD KEY IS CODE-TRAN-KEY
004270         FILE STATUS IS CODE-TRAN-STATUS-CD.
004280     SELECT UC01-CKPT-FILE ASSIGN TO UC01-CKPT-FILE-NAME
004290         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS UC01-CKPT-STATUS-CD.
004310     SELECT UC01-SUM-FILE ASSIGN TO UC01-SUM-FILE-NAME
004320         ORGANIZATION IS LINE SEQUENTIAL.
004330     SELECT UC01-SPL-FILE ASSIGN TO UC01-SPL-FILE-NAME
004340         ORGANIZATION IS LINE SEQUENTIAL
004350         FILE STATUS IS UC01-SPL-STATUS-CD.
004360     SELECT UC03-MAN-FILE ASSIGN TO UC03-MAN-FILE-NAME
004370         ORGANIZATION IS LINE SEQUENTIAL.
004380     SELECT UC01-ACC-FILE ASSIGN TO UC01-ACC-FILE-NAME
004390         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS UC01-ACC-STATUS-CD.
004410     SELECT UC03-SCHM-FILE ASSIGN TO "UC03SCHM"
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS UC03-SCHM-STATUS-CD.
004440     SELECT UC03-XWK-FILE ASSIGN TO UC03-XWK-FILE-NAME
004450         ORGANIZATION IS SEQUENTIAL
004460         FILE STATUS IS UC03-XWK-STATUS-CD.
004470 DATA DIVISION.
004480 FILE SECTION.
004490 FD  UC01-FILE
004500     RECORDING MODE IS V
004510     RECORD IS VARYING IN SIZE FROM 1 TO 5 CHARACTERS
004520         DEPENDING ON UC01-REC-LEN.
004530     COPY DATA.
004540     COPY DATA REPLACING ==UC01.== BY ==UC02 REDEFINES UC01.==.
004550     COPY DATAV.
004560 FD  UC03-FILE
004570     RECORDING MODE IS F
004580     RECORD CONTAINS 36 CHARACTERS.
004590 01  UC03-DETAIL-REC.
004600     05  UC03                      PIC X(01).
004610     05  UC03-DTL-SEQ-NO           PIC 9(09).
004620     05  UC03-DTL-UC01             PIC X(04).
004630     05  FILLER                    PIC X(22).
004640     COPY UC03HT.
004650 FD  UC01-ERR-FILE.
004660 01  UC01-ERR-REC                  PIC X(80).
004670 FD  UC01-AUD-FILE.
004680 01  UC01-AUD-REC                  PIC X(80).
004690 FD  CODE-TRAN-FILE.
004700     COPY CODETRAN.
004710 FD  UC01-CKPT-FILE.
004720 01  UC01-CKPT-REC.
004730     05  UC01-CKPT-READ-COUNT      PIC 9(09).
004740     05  UC01-CKPT-WRITE-COUNT     PIC 9(09).
004750     05  UC01-CKPT-REJECT-COUNT    PIC 9(09).
004760     05  UC01-CKPT-FEED-NO         PIC 9(02).
004770     05  UC01-CKPT-FEED-READ       PIC 9(09).
004780     05  UC01-CKPT-FEED-ENTRY OCCURS 8 TIMES.
004790         10  UC01-CKPT-F-READ      PIC 9(09).
004800         10  UC01-CKPT-F-WRITE     PIC 9(09).
004810         10  UC01-CKPT-F-REJ       PIC 9(09).
004820         10  UC01-CKPT-F-STATE     PIC X(01).
004830     05  UC01-CKPT-FIRST-SEQ       PIC 9(09).
004840     05  UC01-CKPT-LAST-SEQ        PIC 9(09).
004850     05  UC01-CKPT-SCH-ENTRY OCCURS 8 TIMES.
004860         10  UC01-CKPT-S-ID        PIC X(08).
004870         10  UC01-CKPT-S-WRITE     PIC 9(09).
004880         10  UC01-CKPT-S-REJ       PIC 9(09).
004890         10  UC01-CKPT-S-FIRST     PIC 9(09).
004900         10  UC01-CKPT-S-LAST      PIC 9(09).
004910 FD  UC01-SUM-FILE.
004920 01  UC01-SUM-REC                  PIC X(80).
004930 FD  UC01-FEED-FILE.
004940 01  UC01-FEED-REC                 PIC X(80).
004950 FD  UC03-MAN-FILE.
004960     COPY UC03MAN.
004970 FD  UC01-SPL-FILE.
004980 01  UC01-SPL-REC                  PIC X(80).
004990 FD  UC01-ACC-FILE.
005000     COPY UC01ACC.
005010 FD  UC03-SCHM-FILE.
005020 01  UC03-SCHM-REC                 PIC X(80).
005030 FD  UC03-XWK-FILE
005040     RECORDING MODE IS F
005050     RECORD CONTAINS 44 CHARACTERS.
005060 01  UC03-XWK-REC.
005070     05  UC03-XWK-SCHEME           PIC X(08).
005080     05  UC03-XWK-DETAIL.
005090         10  UC03-XWK-UC03         PIC X(01).
005100         10  UC03-XWK-SEQ-NO       PIC 9(09).
005110         10  UC03-XWK-UC01         PIC X(04).
005120         10  FILLER                PIC X(22).
005130 WORKING-STORAGE SECTION.
005140*----------------------------------------------------------------
005150* SWITCHES
005160*----------------------------------------------------------------
005170 77  UC01-EOF-SW                   PIC X(01)    VALUE 'N'.
005180     88  UC01-EOF                                VALUE 'Y'.
005190 77  UC01-VALID-SW                 PIC X(01)    VALUE 'N'.
005200     88  UC01-IS-VALID                           VALUE 'Y'.
005210 77  CODE-TRAN-OPEN-SW              PIC X(01)    VALUE 'N'.
005220     88  CODE-TRAN-IS-OPEN                       VALUE 'Y'.
005230 77  UC01-CKPT-EOF-SW               PIC X(01)    VALUE 'N'.
005240     88  UC01-CKPT-EOF                            VALUE 'Y'.
005250 77  UC01-DIST-FOUND-SW             PIC X(01)    VALUE 'N'.
005260     88  UC01-DIST-FOUND                          VALUE 'Y'.
005270*----------------------------------------------------------------
005280* COUNTERS
005290*----------------------------------------------------------------
005300 77  UC01-REC-COUNT                PIC 9(09) COMP VALUE ZERO.
005310 77  UC01-REJECT-COUNT             PIC 9(09) COMP VALUE ZERO.
005320 77  CODE-TRAN-STATUS-CD            PIC X(02) VALUE SPACES.
005330 77  UC01-CKPT-STATUS-CD            PIC X(02) VALUE SPACES.
005340 77  UC01-STATUS-CD                 PIC X(02) VALUE SPACES.
005350 77  UC01-FEED-STATUS-CD            PIC X(02) VALUE SPACES.
005360*----------------------------------------------------------------
005370* VERSIONED DAILY RECORD SUPPORT (SEE COPYBOOKS/DATAV.CPY).
005380* THE LENGTH ACTUALLY READ TELLS THE LAYOUTS APART - ONE BYTE
005390* IS THE LEGACY RECORD, FIVE BYTES WITH THE FORMAT INDICATOR
005400* SET IS THE WIDE-CODE RECORD - AND THE CODE IS RESOLVED INTO
005410* UC01-CODE-WK, FOUR BYTES, LEFT-JUSTIFIED AND SPACE-PADDED,
005420* WHICH EVERYTHING DOWNSTREAM OF THE READ NOW JUDGES.  A
005430* FIVE-BYTE RECORD WITHOUT THE INDICATOR IS JUDGED AS A LEGACY
005440* CODE FROM ITS FIRST BYTE AND FAILS VALIDATION IN THE NORMAL
005450* WAY.  MIXED-FORMAT DAYS ACROSS DIFFERENT FEEDS ARE THE
005460* NORMAL CASE WHILE THE REGIONS CONVERT ONE AT A TIME.
005470*----------------------------------------------------------------
005480 77  UC01-REC-LEN                   PIC 9(04) COMP VALUE ZERO.
005490 77  UC01-WIDE-SW                   PIC X(01) VALUE 'N'.
005500     88  UC01-WIDE-RECORD                        VALUE 'Y'.
005510 77  UC01-CODE-WK                   PIC X(04) VALUE SPACES.
005520*----------------------------------------------------------------
005530* PROCESSING-DATE PARAMETER AND THE DAILY FILE NAME BUILT
005540* FROM IT.
005550*----------------------------------------------------------------
005560 77  UC01-PROC-DATE-PARM            PIC X(08) VALUE SPACES.
005570 77  UC01-PROC-DATE                 PIC 9(08) VALUE ZERO.
005580 01  UC01-FILE-NAME                 PIC X(32) VALUE SPACES.
005590 01  UC01-CKPT-FILE-NAME            PIC X(32) VALUE SPACES.
005600 01  UC03-FILE-NAME                 PIC X(32) VALUE "UC03OUT".
005610 01  UC01-ERR-FILE-NAME             PIC X(16) VALUE "UC01ERR".
005620 01  UC01-AUD-FILE-NAME             PIC X(16) VALUE "UC01AUD".
005630 01  UC01-SUM-FILE-NAME             PIC X(16) VALUE "UC01SUM".
005640 01  UC01-SPL-FILE-NAME             PIC X(16) VALUE SPACES.
005650 01  UC03-MAN-FILE-NAME             PIC X(32) VALUE SPACES.
005660 01  UC03-XWK-FILE-NAME             PIC X(16) VALUE "UC03XWK".
005670*----------------------------------------------------------------
005680* PARTITIONED (SLICE) MODE - PARM '<DATE> SLICE=NN' RUNS THIS
005690* INSTANCE OVER THE UCSPLIT SLICE UC01IN.<DATE>.SNN, WRITING
005700* SLICE-QUALIFIED UC03/ERROR/AUDIT/SUMMARY FILES AND ITS OWN
005710* SLICE CHECKPOINT, WITH NO HEADER OR TRAILER - UCMERGE OWNS
005720* THOSE.  UC01-SEQ-BASE, FROM THE UC01SPL CONTROL FILE, OFFSETS
005730* THIS SLICE'S RECORD NUMBERING SO ERROR AND AUDIT LINES CARRY
005740* WHOLE-FILE SEQUENCE NUMBERS.  A FAILED SLICE RESTARTS ALONE
005750* ON ITS OWN CHECKPOINT.
005760*----------------------------------------------------------------
005770 77  UC01-SLICE-SW                  PIC X(01) VALUE 'N'.
005780     88  UC01-SLICE-MODE                         VALUE 'Y'.
005790 77  UC01-OPT-PARM                  PIC X(10) VALUE SPACES.
005800 77  UC01-RUN-PARM                  PIC X(30) VALUE SPACES.
005810 77  UC01-SLICE-NO-X                PIC X(02) VALUE SPACES.
005820*----------------------------------------------------------------
005830* INTRADAY CYCLE MODE - A PARM WORD OF CYCLE=XX RUNS AN EXTRA
005840* CUT OF THE TRANSLATION FOR THE SAME BUSINESS DATE UNDER ITS
005850* OWN RUN IDENTITY: INPUT, CHECKPOINT, UC03, ERROR AND SUMMARY
005860* FILES AND THE MANIFEST ALL CARRY A .CXX QUALIFIER, THE
005870* RECONCILIATION AND RELEASE GATE JUDGE THE CYCLE ALONE, AND
005880* UCTOLCHK COMPARES IT AGAINST THE SAME CYCLE ON THE PRIOR
005890* BUSINESS DATE - NOT AGAINST THE FULL NIGHTLY RUN, WHICH A
005900* HALF-DAY CUT WOULD ALWAYS BREACH.  NO CYCLE WORD IS THE
005910* TRADITIONAL ONCE-A-DAY RUN UNDER THE UNQUALIFIED NAMES.  THE
005920* CUMULATIVE AUDIT TRAIL STAYS SHARED - ITS LINES ALREADY CARRY
005930* THE RUN DATE AND TIME.  CYCLE AND SLICE MODES EXCLUDE EACH
005940* OTHER: THE SPLITTER AND MERGE KNOW NOTHING OF CYCLES, AND THE
005950* INTRADAY CUTS ARE A FRACTION OF THE VOLUME PARTITIONING
005960* EXISTS FOR.
005970*----------------------------------------------------------------
005980 77  UC01-CYCLE-SW                  PIC X(01) VALUE 'N'.
005990     88  UC01-CYCLE-MODE                         VALUE 'Y'.
006000 77  UC01-CYCLE-ID                  PIC X(02) VALUE SPACES.
006010 77  UC01-OPT2-PARM                 PIC X(10) VALUE SPACES.
006020 77  UC01-OPT-WK                    PIC X(10) VALUE SPACES.
006030 01  UC01-NAME-WK                   PIC X(32) VALUE SPACES.
006040 01  UC01-NAME-WK2                  PIC X(32) VALUE SPACES.
006050 77  UC01-SPL-STATUS-CD             PIC X(02) VALUE SPACES.
006060 77  UC01-SPL-EOF-SW                PIC X(01) VALUE 'N'.
006070     88  UC01-SPL-EOF                            VALUE 'Y'.
006080 77  UC01-SPL-FOUND-SW              PIC X(01) VALUE 'N'.
006090     88  UC01-SPL-FOUND                          VALUE 'Y'.
006100 77  UC01-SEQ-BASE                  PIC 9(09) COMP VALUE ZERO.
006110 77  UC01-SEQ-NO                    PIC 9(09) COMP VALUE ZERO.
006120*----------------------------------------------------------------
006130* FEED ACCEPTANCE - UCACCEPT'S PER-FEED VERDICTS ON THE SENDER
006140* CONTROL TOTALS, READ FROM UC01ACC.<DATE> (.CXX FOR A CYCLE)
006150* BEFORE ANY FEED IS OPENED.  ONLY A FEED WHOSE LINE SAYS
006160* ACCEPTED IS TRANSLATED.
006170*----------------------------------------------------------------
006180 01  UC01-ACC-FILE-NAME             PIC X(32) VALUE SPACES.
006190 77  UC01-ACC-STATUS-CD             PIC X(02) VALUE SPACES.
006200 77  UC01-ACC-EOF-SW                PIC X(01) VALUE 'N'.
006210     88  UC01-ACC-EOF                            VALUE 'Y'.
006220 77  UC01-ACC-FEED-COUNT            PIC 9(02) VALUE ZERO.
006230 77  UC01-REF-FEED-COUNT            PIC 9(02) VALUE ZERO.
006240*----------------------------------------------------------------
006250* DISPLAY-FORM RUN TOTALS HANDED TO THE UCTOLCHK SUBPROGRAM,
006260* AND THE WARNING LEVEL IT HANDS BACK.
006270*----------------------------------------------------------------
006280 77  UC01-TOL-DATE                  PIC 9(08) VALUE ZERO.
006290 77  UC01-TOL-READ                  PIC 9(09) VALUE ZERO.
006300 77  UC01-TOL-WRITE                 PIC 9(09) VALUE ZERO.
006310 77  UC01-TOL-REJECT                PIC 9(09) VALUE ZERO.
006320 77  UC01-TOL-RESULT                PIC 9(02) VALUE ZERO.
006330 77  UC01-SAVE-RC                   PIC 9(04) COMP VALUE ZERO.
006340*----------------------------------------------------------------
006350* THE BATCH PROCESSING DATE IS PARKED HERE WHILE THE UC01XLTD
006360* ENTRY TRANSLATES AS OF ITS CALLER'S DATE, SO LATER UC01XLT
006370* CALLS IN THE SAME RUN UNIT KEEP THEIR OWN AS-OF RULE.
006380*----------------------------------------------------------------
006390 77  UC01-SAVE-PROC-DATE            PIC 9(08) VALUE ZERO.
006400*----------------------------------------------------------------
006410* TRANSLATION SCHEMES (SEE COPYBOOKS/CODETRAN.CPY).  BASE IS THE
006420* ORIGINAL UC03 AND IS ALWAYS TRANSLATED THROUGH THE FILES AND
006430* COUNTS ABOVE.  THE TABLE HOLDS THE FURTHER SCHEMES NAMED ON
006440* THE OPS-MAINTAINED UC03SCHM LIST, ONE SCHEME ID PER LINE - A
006450* BASE LINE ON THE LIST IS PASSED OVER, AND NO LIST MEANS BASE
006460* ALONE.  EACH SCHEME KEEPS ITS OWN WRITE AND REJECT COUNTS AND
006470* SEQUENCE COVERAGE; ITS DETAILS GO TO THE UC03XWK WORK FILE,
006480* TAGGED WITH THE SCHEME, AND ARE CUT INTO ITS OWN UC03 FILE AT
006490* END OF RUN.  UC01-XLT-SCHEME IS THE SCHEME 2210-SELECT-MAPPING
006500* LOOKS UP - BASE EXCEPT WHILE 2500 WORKS THROUGH THE TABLE.
006510*----------------------------------------------------------------
006520 77  UC03-BASE-SCHEME               PIC X(08) VALUE "BASE".
006530 77  UC01-XLT-SCHEME                PIC X(08) VALUE "BASE".
006540 77  UC03-SCHM-STATUS-CD            PIC X(02) VALUE SPACES.
006550 77  UC03-SCHM-EOF-SW               PIC X(01) VALUE 'N'.
006560     88  UC03-SCHM-EOF                           VALUE 'Y'.
006570 77  UC03-XWK-STATUS-CD             PIC X(02) VALUE SPACES.
006580 77  UC03-XWK-EOF-SW                PIC X(01) VALUE 'N'.
006590     88  UC03-XWK-EOF                            VALUE 'Y'.
006600 77  UC03-SCH-COUNT                 PIC 9(02) COMP VALUE ZERO.
006610 77  UC03-SCH-NO                    PIC 9(02) COMP VALUE ZERO.
006620 77  UC03-SCH-COPY-COUNT            PIC 9(09) COMP VALUE ZERO.
006630 77  UC01-RECON-RC                  PIC 9(04) COMP VALUE ZERO.
006640 77  UC01-BASE-RC                   PIC 9(04) COMP VALUE ZERO.
006650 77  UC03-SCH-RELEASE-SW            PIC X(01) VALUE 'N'.
006660     88  UC03-SCH-RELEASED                       VALUE 'Y'.
006670 01  UC03-SCH-TABLE.
006680     05  UC03-SCH-ENTRY OCCURS 8 TIMES.
006690         10  UC03-SCH-ID            PIC X(08).
006700         10  UC03-SCH-WRITE-COUNT   PIC 9(09).
006710         10  UC03-SCH-REJ-COUNT     PIC 9(09).
006720         10  UC03-SCH-FIRST-SEQ     PIC 9(09).
006730         10  UC03-SCH-LAST-SEQ      PIC 9(09).
006740*----------------------------------------------------------------
006750* WHAT 3080-WRITE-MANIFEST STAMPS - SET BY THE CALLER FOR THE
006760* BASE RUN OR FOR ONE SCHEME.  A BLANK SCHEME IS BASE, WHOSE
006770* MANIFEST KEEPS THE UNQUALIFIED UC03MAN.<DATE> NAME.
006780*----------------------------------------------------------------
006790 77  UC01-MAN-SCHEME                PIC X(08) VALUE SPACES.
006800 77  UC01-MAN-WRITE                 PIC 9(09) VALUE ZERO.
006810 77  UC01-MAN-REJECT                PIC 9(09) VALUE ZERO.
006820 77  UC01-MAN-RELEASE-SW            PIC X(01) VALUE 'N'.
006830     88  UC01-MAN-RELEASED                       VALUE 'Y'.
006840 01  UC01-SPL-SLICE-LINE.
006850     05  UC01-SPL-SLICE-NO          PIC X(02).
006860     05  FILLER                     PIC X(01).
006870     05  UC01-SPL-START             PIC 9(09).
006880     05  FILLER                     PIC X(01).
006890     05  UC01-SPL-COUNT             PIC 9(09).
006900     05  FILLER                     PIC X(58).
006910*----------------------------------------------------------------
006920* REGIONAL FEED LIST - READ FROM THE OPS-MAINTAINED UC01FEED
006930* FILE, ONE FEED NAME PER LINE, EACH NAMING A DAILY FILE
006940* UC01IN.<FEED>.<DATE>.  WHEN THE LIST IS ABSENT OR EMPTY THE
006950* RUN FALLS BACK TO THE SINGLE UNQUALIFIED UC01IN.<DATE> FILE,
006960* CARRIED AS ONE BLANK-NAMED FEED SO EVERY COUNT, SUMMARY AND
006970* RECONCILIATION PATH IS THE SAME EITHER WAY.  STATE 'M' MARKS
006980* A FEED WHOSE FILE COULD NOT BE OPENED - THE RUN GOES ON AND
006990* THE RECONCILIATION NAMES IT AT THE END.  STATE 'R' MARKS A
007000* FEED REFUSED ON ITS CONTROL TOTALS, WHICH IS NEVER OPENED AND
007010* IS NAMED THE SAME WAY.  UC01-FEED-ACC IS UCACCEPT'S VERDICT -
007020* 'A' ACCEPTED, 'R' REFUSED, SPACE NO LINE FOUND (REFUSED TOO).
007030*----------------------------------------------------------------
007040 77  UC01-FEED-COUNT                PIC 9(02) COMP VALUE ZERO.
007050 77  UC01-FEED-NO                   PIC 9(02) COMP VALUE ZERO.
007060 77  UC01-FEED-WK                   PIC 9(02) COMP VALUE ZERO.
007070 77  UC01-FEED-NAME                 PIC X(08) VALUE SPACES.
007080 77  UC01-FEED-EOF-SW               PIC X(01) VALUE 'N'.
007090     88  UC01-FEED-EOF                           VALUE 'Y'.
007100 77  UC01-FEED-BAD-SW               PIC X(01) VALUE 'N'.
007110     88  UC01-FEED-BAD                           VALUE 'Y'.
007120 01  UC01-FEED-TABLE.
007130     05  UC01-FEED-ENTRY OCCURS 8 TIMES.
007140         10  UC01-FEED-ID           PIC X(08).
007150         10  UC01-FEED-STATE        PIC X(01).
007160         10  UC01-FEED-READ-COUNT   PIC 9(09).
007170         10  UC01-FEED-WRITE-COUNT  PIC 9(09).
007180         10  UC01-FEED-REJ-COUNT    PIC 9(09).
007190         10  UC01-FEED-ACC          PIC X(01).
007200*----------------------------------------------------------------
007210* CHECKPOINT/RESTART.  UC01-CKPT-INTERVAL IS 1 - A CHECKPOINT IS
007220* WRITTEN AFTER EVERY COMPLETED RECORD, NOT EVERY Nth ONE.  A
007230* WIDER INTERVAL LEAVES A WINDOW OF RECORDS THAT ARE PHYSICALLY
007240* WRITTEN TO UC03/THE AUDIT TRAIL BUT NOT YET REFLECTED IN THE
007250* LAST CHECKPOINT; AN ABEND IN THAT WINDOW MAKES A RESTART
007260* REPROCESS AND RE-WRITE THOSE SAME RECORDS A SECOND TIME, WHILE
007270* UC03-WRITE-COUNT/UC01-REJECT-COUNT - SEEDED FROM THE CHECKPOINT,
007280* NOT FROM THE FILE'S ACTUAL PHYSICAL ROW COUNT - STILL LOOK
007290* INTERNALLY CONSISTENT, SO 3040-WRITE-TRAILER STAMPS A COUNT
007300* LOWER THAN THE PHYSICAL FILE AND 3035-RECONCILE-COUNTS REPORTS A
007310* CLEAN MATCH ANYWAY.  CHECKPOINTING EVERY RECORD CLOSES THAT
007320* WINDOW ENTIRELY, SO NO RESTART CAN EVER RESUME PAST A RECORD
007330* THAT WASN'T ALREADY CHECKPOINTED.
007340*----------------------------------------------------------------
007350 77  UC01-CKPT-INTERVAL             PIC 9(09) COMP VALUE 1.
007360 77  UC01-RESTART-COUNT             PIC 9(09) VALUE ZERO.
007370 77  UC01-SKIP-IX                   PIC 9(09) COMP VALUE ZERO.
007380 77  UC01-CKPT-QUOT                 PIC 9(09) COMP VALUE ZERO.
007390 77  UC01-CKPT-REM                  PIC 9(09) COMP VALUE ZERO.
007400 77  UC01-RESTART-WRITE-COUNT       PIC 9(09) VALUE ZERO.
007410 77  UC01-RESTART-REJECT-COUNT      PIC 9(09) VALUE ZERO.
007420 77  UC01-RESTART-FEED-NO           PIC 9(02) VALUE ZERO.
007430 77  UC01-CKPT-IX                   PIC 9(02) COMP VALUE ZERO.
007440*----------------------------------------------------------------
007450* RUN DATE/TIME STAMP - CAPTURED ONCE AT INITIALIZATION AND
007460* CARRIED ON EVERY AUDIT LINE.
007470*----------------------------------------------------------------
007480 77  UC01-RUN-DATE                 PIC 9(08) VALUE ZERO.
007490 77  UC01-RUN-TIME                 PIC 9(08) VALUE ZERO.
007500*----------------------------------------------------------------
007510* UC02 VALUE RETURNED BY THE CODE-TRAN-FILE LOOKUP - THIS IS
007520* WHAT ACTUALLY DRIVES UC03 NOW, NOT THE UC02 REDEFINES.  THE
007530* BEST-SO-FAR FIELDS HOLD THE GOVERNING MASTER RECORD WHILE
007540* 2220-SCAN-MAPPING WALKS THE EFFECTIVE-DATED RECORDS FOR A
007550* CODE IN ASCENDING EFFECTIVE-FROM ORDER.
007560*----------------------------------------------------------------
007570 77  UC01-XLT-UC02-VALUE           PIC X(01) VALUE SPACES.
007580 77  CODE-TRAN-SCAN-SW             PIC X(01) VALUE 'N'.
007590     88  CODE-TRAN-SCAN-DONE                     VALUE 'Y'.
007600 77  UC01-XLT-FOUND-SW             PIC X(01) VALUE 'N'.
007610     88  UC01-XLT-FOUND                          VALUE 'Y'.
007620 77  UC01-XLT-BEST-UC02            PIC X(01) VALUE SPACES.
007630 77  UC01-XLT-BEST-STATUS          PIC X(01) VALUE SPACES.
007640     88  UC01-XLT-BEST-ACTIVE                    VALUE 'A'.
007650 77  UC01-XLT-BEST-EFF-TO          PIC 9(08) VALUE ZERO.
007660     88  UC01-XLT-BEST-OPEN-ENDED                VALUE 99999999.
007670*----------------------------------------------------------------
007680* UC03 HEADER/TRAILER SUPPORT - THE BATCH ID STAMPED ON THE
007690* HEADER, THE LAST UC01 VALUE SEEN (FOR THE TRAILER), AND A
007700* COUNT OF DETAIL RECORDS ACTUALLY WRITTEN TO UC03 (FOR BOTH
007710* THE TRAILER AND THE END-OF-RUN RECONCILIATION).
007720*----------------------------------------------------------------
007730 77  UC03-BATCH-ID                 PIC X(08) VALUE "UC01-DLY".
007740 77  UC01-LAST-VALUE               PIC X(04) VALUE SPACES.
007750 77  UC03-WRITE-COUNT              PIC 9(09) COMP VALUE ZERO.
007760 77  UC03-FIRST-SEQ                PIC 9(09) COMP VALUE ZERO.
007770 77  UC03-LAST-SEQ                 PIC 9(09) COMP VALUE ZERO.
007780*----------------------------------------------------------------
007790* UC01/UC02 CODE DISTRIBUTION TABLE - ONE ENTRY PER DISTINCT
007800* FEED/UC01/UC02 TRIPLE SEEN THIS RUN.  2048 ENTRIES COVERED
007810* EVERY POSSIBLE ONE-BYTE UC01 VALUE ON EVERY ONE OF THE 8
007820* FEEDS; THE WIDE CODES (SEE DATAV.CPY) MAKE THE VALUE SPACE
007830* OPEN-ENDED, SO A FULL TABLE NOW STOPS TALLYING AND FLAGS THE
007840* SUMMARY AS TRUNCATED INSTEAD OF OVERRUNNING - THE RUN'S REAL
007850* COUNTS ARE NOT A REPORT'S TO ENDANGER.  FEEDS ARE PROCESSED
007860* IN LIST ORDER, SO ENTRIES LAND GROUPED BY FEED AND THE
007870* SUMMARY PRINTS A FEED SECTION AT EACH BREAK.
007880* UNLIKE UC03-WRITE-COUNT/UC01-REJECT-COUNT, THIS TABLE IS NOT
007890* CARRIED ACROSS A RESTART - ON A RESTART-COMPLETED RUN, THE
007900* SUMMARY REPORT REFLECTS ONLY THE RECORDS PROCESSED AFTER THE
007910* RESTART POINT, NOT THE WHOLE DAY'S FILE.  A FULL FIX WOULD
007920* MEAN PERSISTING THE WHOLE TABLE ON EVERY CHECKPOINT, WHICH
007930* ISN'T DONE HERE; OPS SHOULD TREAT A POST-RESTART SUMMARY AS
007940* PARTIAL.  3060-PRINT-ONE-DIST FLAGS THIS ON THE REPORT ITSELF.
007950*----------------------------------------------------------------
007960 77  UC01-DIST-USED                PIC 9(04) COMP VALUE ZERO.
007970 77  UC01-DIST-FULL-SW             PIC X(01) VALUE 'N'.
007980     88  UC01-DIST-FULL                          VALUE 'Y'.
007990 01  UC01-DIST-TABLE.
008000     05  UC01-DIST-ENTRY OCCURS 2048 TIMES
008010                         INDEXED BY UC01-DIST-IX.
008020         10  UC01-DIST-FEED        PIC 9(02) COMP.
008030         10  UC01-DIST-CODE        PIC X(04).
008040         10  UC01-DIST-UC02        PIC X(01).
008050         10  UC01-DIST-COUNT       PIC 9(09) COMP VALUE ZERO.
008060*----------------------------------------------------------------
008070* ERROR REPORT LINE
008080*----------------------------------------------------------------
008090 01  UC01-ERR-LINE.
008100     05  UC01-ERR-REC-NO           PIC 9(09).
008110     05  FILLER                    PIC X(03) VALUE SPACES.
008120     05  UC01-ERR-BAD-VALUE        PIC X(04).
008130     05  FILLER                    PIC X(01) VALUE SPACES.
008140     05  UC01-ERR-REASON           PIC X(08).
008150     05  FILLER                    PIC X(01) VALUE SPACES.
008160     05  UC01-ERR-FEED-ID          PIC X(08).
008170     05  FILLER                    PIC X(01) VALUE SPACES.
008180     05  UC01-ERR-SCHEME           PIC X(08).
008190     05  FILLER                    PIC X(36) VALUE SPACES.
008200*----------------------------------------------------------------
008210* AUDIT TRAIL LINE
008220*----------------------------------------------------------------
008230 01  UC01-AUD-LINE.
008240     05  UC01-AUD-DATE             PIC 9(08).
008250     05  FILLER                    PIC X(01) VALUE SPACES.
008260     05  UC01-AUD-TIME             PIC 9(08).
008270     05  FILLER                    PIC X(01) VALUE SPACES.
008280     05  UC01-AUD-REC-NO           PIC 9(09).
008290     05  FILLER                    PIC X(01) VALUE SPACES.
008300     05  UC01-AUD-UC01-VALUE       PIC X(04).
008310     05  FILLER                    PIC X(01) VALUE SPACES.
008320     05  UC01-AUD-UC02-VALUE       PIC X(01).
008330     05  FILLER                    PIC X(01) VALUE SPACES.
008340     05  UC01-AUD-UC03-VALUE       PIC X(01).
008350     05  FILLER                    PIC X(01) VALUE SPACES.
008360     05  UC01-AUD-FLAG             PIC X(08).
008370     05  FILLER                    PIC X(01) VALUE SPACES.
008380     05  UC01-AUD-FEED-ID          PIC X(08).
008390     05  FILLER                    PIC X(01) VALUE SPACES.
008400     05  UC01-AUD-PROC-DATE        PIC 9(08).
008410     05  FILLER                    PIC X(01) VALUE SPACES.
008420     05  UC01-AUD-CYCLE            PIC X(02).
008430     05  FILLER                    PIC X(12) VALUE SPACES.
008440*----------------------------------------------------------------
008450* CODE DISTRIBUTION SUMMARY REPORT LINE
008460*----------------------------------------------------------------
008470 01  UC01-SUM-LINE.
008480     05  UC01-SUM-UC01-VALUE      PIC X(04).
008490     05  FILLER                   PIC X(03) VALUE SPACES.
008500     05  UC01-SUM-UC02-VALUE      PIC X(01).
008510     05  FILLER                   PIC X(03) VALUE SPACES.
008520     05  UC01-SUM-COUNT           PIC ZZZ,ZZZ,ZZ9.
008530     05  FILLER                   PIC X(58) VALUE SPACES.
008540 77  UC01-SUM-LAST-FEED           PIC 9(02) COMP VALUE ZERO.
008550*----------------------------------------------------------------
008560* PER-FEED SECTION HEADER AND RECONCILIATION LINES FOR THE
008570* UC01SUM SUMMARY.
008580*----------------------------------------------------------------
008590 01  UC01-FEED-HDR-LINE.
008600     05  FILLER                   PIC X(05) VALUE "FEED ".
008610     05  UC01-FHL-FEED-ID         PIC X(08).
008620     05  FILLER                   PIC X(67) VALUE SPACES.
008630 01  UC01-FEED-RECON-LINE.
008640     05  FILLER                   PIC X(05) VALUE "FEED ".
008650     05  UC01-FRL-FEED-ID         PIC X(08).
008660     05  FILLER                   PIC X(06) VALUE " READ ".
008670     05  UC01-FRL-READ            PIC ZZZ,ZZZ,ZZ9.
008680     05  FILLER                   PIC X(09) VALUE " WRITTEN ".
008690     05  UC01-FRL-WRITE           PIC ZZZ,ZZZ,ZZ9.
008700     05  FILLER                   PIC X(10) VALUE " REJECTED ".
008710     05  UC01-FRL-REJECT          PIC ZZZ,ZZZ,ZZ9.
008720     05  FILLER                   PIC X(01) VALUE SPACES.
008730     05  UC01-FRL-VERDICT         PIC X(08).
008740 01  UC03-SCH-RECON-LINE.
008750     05  FILLER                   PIC X(07) VALUE "SCHEME ".
008760     05  UC03-SRL-SCHEME          PIC X(08).
008770     05  FILLER                   PIC X(06) VALUE " READ ".
008780     05  UC03-SRL-READ            PIC ZZZ,ZZZ,ZZ9.
008790     05  FILLER                   PIC X(09) VALUE " WRITTEN ".
008800     05  UC03-SRL-WRITE           PIC ZZZ,ZZZ,ZZ9.
008810     05  FILLER                   PIC X(10) VALUE " REJECTED ".
008820     05  UC03-SRL-REJECT          PIC ZZZ,ZZZ,ZZ9.
008830     05  FILLER                   PIC X(01) VALUE SPACES.
008840     05  UC03-SRL-VERDICT         PIC X(06).
008850 LINKAGE SECTION.
008860*----------------------------------------------------------------
008870* PARAMETERS FOR THE "UC01XLT" ENTRY POINT - ONE UC01 CODE IN,
008880* ITS TRANSLATED UC03 VALUE OUT.  "UC01XLTD" TAKES THE SAME PAIR
008890* PLUS THE PROCESSING DATE THE TRANSLATION IS TO BE MADE AS OF.
008900*----------------------------------------------------------------
008910 01  UC01-PARM                     PIC X(04).
008920 01  UC03-PARM                     PIC X(01).
008930 01  UC01-DATE-PARM                PIC 9(08).
008940 PROCEDURE DIVISION.
008950*================================================================
008960* 0000-MAINLINE
008970*================================================================
008980 0000-MAINLINE.
008990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009000     PERFORM 1900-PROCESS-ONE-FEED THRU 1900-EXIT
009010         VARYING UC01-FEED-NO FROM 1 BY 1
009020         UNTIL UC01-FEED-NO > UC01-FEED-COUNT.
009030     PERFORM 3000-TERMINATE THRU 3000-EXIT.
009040     STOP RUN.
009050*================================================================
009060* 0900-GET-PROC-DATE-PARM - READ THE BUSINESS PROCESSING DATE
009070*                          FROM THE RUN PARAMETER, DEFAULTING
009080*                          TO TODAY IF NONE WAS SUPPLIED.  A
009090*                          FURTHER WORD OF 'SLICE=NN' PUTS THE
009100*                          RUN IN PARTITIONED SLICE MODE OVER
009110*                          THE UCSPLIT SLICE OF THAT NUMBER;
009120*                          'CYCLE=XX' RUNS AN EXTRA INTRADAY
009130*                          CUT UNDER CYCLE-QUALIFIED FILES.
009140*                          THE TWO MODES EXCLUDE EACH OTHER.
009150*================================================================
009160 0900-GET-PROC-DATE-PARM.
009170     ACCEPT UC01-RUN-PARM FROM COMMAND-LINE.
009180     UNSTRING UC01-RUN-PARM DELIMITED BY ALL " "
009190         INTO UC01-PROC-DATE-PARM UC01-OPT-PARM UC01-OPT2-PARM.
009200     IF UC01-PROC-DATE-PARM = SPACES
009210         ACCEPT UC01-PROC-DATE FROM DATE YYYYMMDD
009220     ELSE
009230         MOVE UC01-PROC-DATE-PARM TO UC01-PROC-DATE
009240     END-IF.
009250     MOVE UC01-OPT-PARM TO UC01-OPT-WK.
009260     PERFORM 0905-APPLY-ONE-OPTION THRU 0905-EXIT.
009270     MOVE UC01-OPT2-PARM TO UC01-OPT-WK.
009280     PERFORM 0905-APPLY-ONE-OPTION THRU 0905-EXIT.
009290     IF UC01-SLICE-MODE AND UC01-CYCLE-MODE
009300         DISPLAY "MAIN: SLICE AND CYCLE MODES CANNOT BE "
009310             "COMBINED - " UC01-RUN-PARM
009320         MOVE 20 TO RETURN-CODE
009330         STOP RUN
009340     END-IF.
009350 0900-EXIT.
009360     EXIT.
009370*================================================================
009380* 0905-APPLY-ONE-OPTION - JUDGE ONE OPTIONAL PARM WORD.  AN
009390*                         UNRECOGNIZED WORD IS A CONFIGURATION
009400*                         ERROR AND FATAL BEFORE ANYTHING IS
009410*                         PROCESSED - A MISTYPED CYCLE WORD
009420*                         SILENTLY IGNORED WOULD RUN THE FULL
009430*                         DAILY IDENTITY AND CLOBBER ITS FILES.
009440*================================================================
009450 0905-APPLY-ONE-OPTION.
009460     IF UC01-OPT-WK = SPACES
009470         GO TO 0905-EXIT
009480     END-IF.
009490     IF UC01-OPT-WK (1:6) = "SLICE="
009500         MOVE UC01-OPT-WK (7:2) TO UC01-SLICE-NO-X
009510         IF UC01-SLICE-NO-X IS NUMERIC
009520             MOVE 'Y' TO UC01-SLICE-SW
009530             GO TO 0905-EXIT
009540         ELSE
009550             DISPLAY "MAIN: BAD SLICE PARAMETER " UC01-OPT-WK
009560             MOVE 20 TO RETURN-CODE
009570             STOP RUN
009580         END-IF
009590     END-IF.
009600     IF UC01-OPT-WK (1:6) = "CYCLE="
009610         MOVE UC01-OPT-WK (7:2) TO UC01-CYCLE-ID
009620         IF UC01-CYCLE-ID NOT = SPACES
009630             MOVE 'Y' TO UC01-CYCLE-SW
009640             GO TO 0905-EXIT
009650         ELSE
009660             DISPLAY "MAIN: BAD CYCLE PARAMETER " UC01-OPT-WK
009670             MOVE 20 TO RETURN-CODE
009680             STOP RUN
009690         END-IF
009700     END-IF.
009710     DISPLAY "MAIN: UNRECOGNIZED PARM WORD " UC01-OPT-WK.
009720     MOVE 20 TO RETURN-CODE.
009730     STOP RUN.
009740 0905-EXIT.
009750     EXIT.
009760*================================================================
009770* 0912-QUALIFY-CYCLE-NAME - APPEND THE .CXX CYCLE QUALIFIER TO
009780*                           THE FILE NAME IN UC01-NAME-WK, SO
009790*                           CONCURRENT OR LATER CYCLES OF THE
009800*                           SAME DATE NEVER TOUCH EACH OTHER'S
009810*                           FILES.
009820*================================================================
009830 0912-QUALIFY-CYCLE-NAME.
009840     MOVE UC01-NAME-WK TO UC01-NAME-WK2.
009850     MOVE SPACES TO UC01-NAME-WK.
009860     STRING UC01-NAME-WK2 DELIMITED BY SPACE
009870            ".C" DELIMITED BY SIZE
009880            UC01-CYCLE-ID DELIMITED BY SIZE
009890            INTO UC01-NAME-WK.
009900 0912-EXIT.
009910     EXIT.
009920*================================================================
009930* 0910-BUILD-UC01-FILENAME - BUILD THE DAILY INPUT FILE NAME FOR
009940*                           THE CURRENT FEED AND PROCESSING
009950*                           DATE.  A BLANK FEED NAME - THE
009960*                           SINGLE-FILE FALLBACK - BUILDS THE
009970*                           OLD UNQUALIFIED NAME.
009980*================================================================
009990 0910-BUILD-UC01-FILENAME.
010000     MOVE SPACES TO UC01-FILE-NAME.
010010     IF UC01-SLICE-MODE
010020         STRING "UC01IN." DELIMITED BY SIZE
010030                UC01-PROC-DATE DELIMITED BY SIZE
010040                ".S" DELIMITED BY SIZE
010050                UC01-SLICE-NO-X DELIMITED BY SIZE
010060                INTO UC01-FILE-NAME
010070         GO TO 0910-EXIT
010080     END-IF.
010090     IF UC01-FEED-ID (UC01-FEED-NO) = SPACES
010100         STRING "UC01IN." DELIMITED BY SIZE
010110                UC01-PROC-DATE DELIMITED BY SIZE
010120                INTO UC01-FILE-NAME
010130     ELSE
010140         STRING "UC01IN." DELIMITED BY SIZE
010150                UC01-FEED-ID (UC01-FEED-NO) DELIMITED BY SPACE
010160                "." DELIMITED BY SIZE
010170                UC01-PROC-DATE DELIMITED BY SIZE
010180                INTO UC01-FILE-NAME
010190     END-IF.
010200     IF UC01-CYCLE-MODE
010210         MOVE UC01-FILE-NAME TO UC01-NAME-WK
010220         PERFORM 0912-QUALIFY-CYCLE-NAME THRU 0912-EXIT
010230         MOVE UC01-NAME-WK TO UC01-FILE-NAME
010240     END-IF.
010250 0910-EXIT.
010260     EXIT.
010270*================================================================
010280* 0915-BUILD-CKPT-FILENAME - BUILD THE CHECKPOINT FILE NAME FOR
010290*                            THE PROCESSING DATE, SO A RESTART
010300*                            NEVER PICKS UP A CHECKPOINT LEFT
010310*                            OVER FROM A DIFFERENT DAY'S RUN.
010320*                            ONE CHECKPOINT COVERS THE WHOLE
010330*                            RUN, WHICHEVER FEED IT DIES IN.
010340*================================================================
010350 0915-BUILD-CKPT-FILENAME.
010360     MOVE SPACES TO UC01-CKPT-FILE-NAME.
010370     IF UC01-SLICE-MODE
010380         STRING "UC01CKP." DELIMITED BY SIZE
010390                UC01-PROC-DATE DELIMITED BY SIZE
010400                ".S" DELIMITED BY SIZE
010410                UC01-SLICE-NO-X DELIMITED BY SIZE
010420                INTO UC01-CKPT-FILE-NAME
010430     ELSE
010440         STRING "UC01CKP." DELIMITED BY SIZE
010450                UC01-PROC-DATE DELIMITED BY SIZE
010460                INTO UC01-CKPT-FILE-NAME
010470         IF UC01-CYCLE-MODE
010480             MOVE UC01-CKPT-FILE-NAME TO UC01-NAME-WK
010490             PERFORM 0912-QUALIFY-CYCLE-NAME THRU 0912-EXIT
010500             MOVE UC01-NAME-WK TO UC01-CKPT-FILE-NAME
010510         END-IF
010520     END-IF.
010530 0915-EXIT.
010540     EXIT.
010550*================================================================
010560* 0920-LOAD-FEED-LIST - READ THE OPS-MAINTAINED FEED LIST, ONE
010570*                       REGIONAL FRONT-END NAME PER LINE, INTO
010580*                       THE FEED TABLE.  NO LIST, OR AN EMPTY
010590*                       ONE, MEANS THE SINGLE UNQUALIFIED DAILY
010600*                       FILE, CARRIED AS ONE BLANK-NAMED FEED.
010610*                       A SLICE-MODE INSTANCE NEVER READS THE
010620*                       LIST - ITS SLICE FILE IS ITS ONE AND
010630*                       ONLY FEED; THE SPLITTER ALREADY SAW THE
010640*                       CONSOLIDATED INPUT.
010650*================================================================
010660 0920-LOAD-FEED-LIST.
010670     PERFORM 0925-INIT-FEED-ENTRY THRU 0925-EXIT
010680         VARYING UC01-FEED-WK FROM 1 BY 1
010690         UNTIL UC01-FEED-WK > 8.
010700     MOVE ZERO TO UC01-FEED-COUNT.
010710     IF UC01-SLICE-MODE
010720         MOVE 1 TO UC01-FEED-COUNT
010730         GO TO 0920-EXIT
010740     END-IF.
010750     OPEN INPUT UC01-FEED-FILE.
010760     IF UC01-FEED-STATUS-CD = "00"
010770         PERFORM 0930-READ-ONE-FEED THRU 0930-EXIT
010780             UNTIL UC01-FEED-EOF
010790                OR UC01-FEED-COUNT = 8
010800         PERFORM 0935-SCAN-FEED-OVERFLOW THRU 0935-EXIT
010810             UNTIL UC01-FEED-EOF
010820         CLOSE UC01-FEED-FILE
010830     END-IF.
010840     IF UC01-FEED-COUNT = ZERO
010850         MOVE 1 TO UC01-FEED-COUNT
010860     END-IF.
010870 0920-EXIT.
010880     EXIT.
010890*================================================================
010900* 0925-INIT-FEED-ENTRY - CLEAR ONE FEED TABLE SLOT.
010910*================================================================
010920 0925-INIT-FEED-ENTRY.
010930     MOVE SPACES TO UC01-FEED-ID (UC01-FEED-WK).
010940     MOVE SPACE TO UC01-FEED-STATE (UC01-FEED-WK).
010950     MOVE ZERO TO UC01-FEED-READ-COUNT (UC01-FEED-WK).
010960     MOVE ZERO TO UC01-FEED-WRITE-COUNT (UC01-FEED-WK).
010970     MOVE ZERO TO UC01-FEED-REJ-COUNT (UC01-FEED-WK).
010980     MOVE SPACE TO UC01-FEED-ACC (UC01-FEED-WK).
010990 0925-EXIT.
011000     EXIT.
011010*================================================================
011020* 0930-READ-ONE-FEED - READ ONE FEED LIST LINE.  BLANK LINES
011030*                      ARE PASSED OVER.
011040*================================================================
011050 0930-READ-ONE-FEED.
011060     READ UC01-FEED-FILE
011070         AT END
011080             MOVE 'Y' TO UC01-FEED-EOF-SW
011090         NOT AT END
011100             IF UC01-FEED-REC NOT = SPACES
011110                 ADD 1 TO UC01-FEED-COUNT
011120                 MOVE UC01-FEED-REC TO
011130                     UC01-FEED-ID (UC01-FEED-COUNT)
011140             END-IF
011150     END-READ.
011160 0930-EXIT.
011170     EXIT.
011180*================================================================
011190* 0935-SCAN-FEED-OVERFLOW - THE FEED TABLE HOLDS 8 FEEDS.  A
011200*                           NINTH NON-BLANK LINE ON UC01FEED
011210*                           WOULD OTHERWISE BE DROPPED IN
011220*                           SILENCE - A WHOLE FEED'S FILE NEVER
011230*                           READ, WITH A CLEAN RECONCILIATION -
011240*                           WHICH IS EXACTLY THE FAILURE THE
011250*                           PER-FEED RECONCILIATION EXISTS TO
011260*                           NAME.  AN OVERFLOWING LIST IS A
011270*                           CONFIGURATION ERROR AND FATAL,
011280*                           BEFORE ANYTHING IS PROCESSED.
011290*================================================================
011300 0935-SCAN-FEED-OVERFLOW.
011310     READ UC01-FEED-FILE
011320         AT END
011330             MOVE 'Y' TO UC01-FEED-EOF-SW
011340         NOT AT END
011350             IF UC01-FEED-REC NOT = SPACES
011360                 DISPLAY "MAIN: UC01FEED NAMES MORE THAN 8 "
011370                     "FEEDS - " UC01-FEED-REC
011380                 MOVE 20 TO RETURN-CODE
011390                 STOP RUN
011400             END-IF
011410     END-READ.
011420 0935-EXIT.
011430     EXIT.
011440*================================================================
011450* 0940-QUALIFY-SLICE-NAMES - POINT THE OUTPUT, AUDIT AND
011460*                            SUMMARY FILES AT THIS SLICE'S OWN
011470*                            DATASETS SO CONCURRENT INSTANCES
011480*                            NEVER TOUCH EACH OTHER'S FILES.
011490*================================================================
011500 0940-QUALIFY-SLICE-NAMES.
011510     MOVE SPACES TO UC03-FILE-NAME.
011520     STRING "UC03OUT.S" DELIMITED BY SIZE
011530            UC01-SLICE-NO-X DELIMITED BY SIZE
011540            INTO UC03-FILE-NAME.
011550     MOVE SPACES TO UC01-ERR-FILE-NAME.
011560     STRING "UC01ERR.S" DELIMITED BY SIZE
011570            UC01-SLICE-NO-X DELIMITED BY SIZE
011580            INTO UC01-ERR-FILE-NAME.
011590     MOVE SPACES TO UC01-AUD-FILE-NAME.
011600     STRING "UC01AUD.S" DELIMITED BY SIZE
011610            UC01-SLICE-NO-X DELIMITED BY SIZE
011620            INTO UC01-AUD-FILE-NAME.
011630     MOVE SPACES TO UC01-SUM-FILE-NAME.
011640     STRING "UC01SUM.S" DELIMITED BY SIZE
011650            UC01-SLICE-NO-X DELIMITED BY SIZE
011660            INTO UC01-SUM-FILE-NAME.
011670     MOVE SPACES TO UC03-XWK-FILE-NAME.
011680     STRING "UC03XWK.S" DELIMITED BY SIZE
011690            UC01-SLICE-NO-X DELIMITED BY SIZE
011700            INTO UC03-XWK-FILE-NAME.
011710 0940-EXIT.
011720     EXIT.
011730*================================================================
011740* 0942-QUALIFY-CYCLE-NAMES - POINT THE OUTPUT, ERROR AND
011750*                            SUMMARY FILES AT THIS CYCLE'S OWN
011760*                            DATASETS, SO AN INTRADAY CUT NEVER
011770*                            CLOBBERS THE NIGHTLY RUN'S FILES
011780*                            (OR ANOTHER CYCLE'S) - THE SCHEME
011790*                            WORK FILE INCLUDED.  THE AUDIT
011800*                            TRAIL STAYS THE SHARED CUMULATIVE
011810*                            FILE.
011820*================================================================
011830 0942-QUALIFY-CYCLE-NAMES.
011840     MOVE UC03-FILE-NAME TO UC01-NAME-WK.
011850     PERFORM 0912-QUALIFY-CYCLE-NAME THRU 0912-EXIT.
011860     MOVE UC01-NAME-WK TO UC03-FILE-NAME.
011870     MOVE UC01-ERR-FILE-NAME TO UC01-NAME-WK.
011880     PERFORM 0912-QUALIFY-CYCLE-NAME THRU 0912-EXIT.
011890     MOVE UC01-NAME-WK TO UC01-ERR-FILE-NAME.
011900     MOVE UC01-SUM-FILE-NAME TO UC01-NAME-WK.
011910     PERFORM 0912-QUALIFY-CYCLE-NAME THRU 0912-EXIT.
011920     MOVE UC01-NAME-WK TO UC01-SUM-FILE-NAME.
011930     MOVE UC03-XWK-FILE-NAME TO UC01-NAME-WK.
011940     PERFORM 0912-QUALIFY-CYCLE-NAME THRU 0912-EXIT.
011950     MOVE UC01-NAME-WK TO UC03-XWK-FILE-NAME.
011960 0942-EXIT.
011970     EXIT.
011980*================================================================
011990* 0945-READ-SLICE-CONTROL - FIND THIS SLICE'S LINE ON THE
012000*                           SPLITTER'S CONTROL FILE AND TAKE ITS
012010*                           STARTING SEQUENCE NUMBER AS THE
012020*                           NUMBERING BASE.  NO CONTROL FILE, OR
012030*                           NO LINE FOR THIS SLICE, MEANS THE
012040*                           SPLITTER NEVER RAN FOR THIS DATE -
012050*                           FATAL.
012060*================================================================
012070 0945-READ-SLICE-CONTROL.
012080     MOVE SPACES TO UC01-SPL-FILE-NAME.
012090     STRING "UC01SPL." DELIMITED BY SIZE
012100            UC01-PROC-DATE DELIMITED BY SIZE
012110            INTO UC01-SPL-FILE-NAME.
012120     OPEN INPUT UC01-SPL-FILE.
012130     IF UC01-SPL-STATUS-CD NOT = "00"
012140         DISPLAY "MAIN: " UC01-SPL-FILE-NAME " COULD NOT BE "
012150             "OPENED, STATUS = " UC01-SPL-STATUS-CD
012160         MOVE 20 TO RETURN-CODE
012170         STOP RUN
012180     END-IF.
012190     READ UC01-SPL-FILE
012200         AT END MOVE 'Y' TO UC01-SPL-EOF-SW
012210     END-READ.
012220     PERFORM 0950-SCAN-SLICE-CONTROL THRU 0950-EXIT
012230         UNTIL UC01-SPL-EOF
012240            OR UC01-SPL-FOUND.
012250     CLOSE UC01-SPL-FILE.
012260     IF NOT UC01-SPL-FOUND
012270         DISPLAY "MAIN: NO CONTROL LINE FOR SLICE "
012280             UC01-SLICE-NO-X " ON " UC01-SPL-FILE-NAME
012290         MOVE 20 TO RETURN-CODE
012300         STOP RUN
012310     END-IF.
012320 0945-EXIT.
012330     EXIT.
012340*================================================================
012350* 0950-SCAN-SLICE-CONTROL - READ ONE CONTROL LINE, LOOKING FOR
012360*                           THIS SLICE'S.  THE HEADER LINE WAS
012370*                           ALREADY CONSUMED BY 0945; OTHER
012380*                           SLICES' LINES PASS THROUGH.
012390*================================================================
012400 0950-SCAN-SLICE-CONTROL.
012410     READ UC01-SPL-FILE
012420         AT END
012430             MOVE 'Y' TO UC01-SPL-EOF-SW
012440         NOT AT END
012450             MOVE UC01-SPL-REC TO UC01-SPL-SLICE-LINE
012460             IF UC01-SPL-SLICE-NO = UC01-SLICE-NO-X
012470                 MOVE 'Y' TO UC01-SPL-FOUND-SW
012480                 MOVE UC01-SPL-START TO UC01-SEQ-BASE
012490                 SUBTRACT 1 FROM UC01-SEQ-BASE
012500             END-IF
012510     END-READ.
012520 0950-EXIT.
012530     EXIT.
012540*================================================================
012550* 0960-LOAD-ACCEPTANCE - READ UCACCEPT'S VERDICTS FOR THE DATE
012560*                        (AND CYCLE) ONTO THE FEED TABLE.  NO
012570*                        ACCEPTANCE FILE MEANS THE CONTROL-TOTAL
012580*                        CHECK NEVER RAN - FATAL, BEFORE ANY
012590*                        UC03 IS WRITTEN, RATHER THAN A NIGHT
012600*                        TRANSLATED ON TRUST.  A FEED WITH NO
012610*                        LINE, OR A LINE FOR ANOTHER DATE, IS
012620*                        LEFT UNACCEPTED AND REFUSED BY 1900.
012630*================================================================
012640 0960-LOAD-ACCEPTANCE.
012650     MOVE SPACES TO UC01-ACC-FILE-NAME.
012660     STRING "UC01ACC." DELIMITED BY SIZE
012670            UC01-PROC-DATE DELIMITED BY SIZE
012680            INTO UC01-ACC-FILE-NAME.
012690     IF UC01-CYCLE-MODE
012700         MOVE UC01-ACC-FILE-NAME TO UC01-NAME-WK
012710         PERFORM 0912-QUALIFY-CYCLE-NAME THRU 0912-EXIT
012720         MOVE UC01-NAME-WK TO UC01-ACC-FILE-NAME
012730     END-IF.
012740     OPEN INPUT UC01-ACC-FILE.
012750     IF UC01-ACC-STATUS-CD NOT = "00"
012760         DISPLAY "MAIN: " UC01-ACC-FILE-NAME " COULD NOT BE "
012770             "OPENED, STATUS = " UC01-ACC-STATUS-CD
012780             " - RUN UCACCEPT FIRST"
012790         MOVE 20 TO RETURN-CODE
012800         STOP RUN
012810     END-IF.
012820     PERFORM 0965-READ-ONE-ACCEPTANCE THRU 0965-EXIT
012830         UNTIL UC01-ACC-EOF.
012840     CLOSE UC01-ACC-FILE.
012850 0960-EXIT.
012860     EXIT.
012870*================================================================
012880* 0965-READ-ONE-ACCEPTANCE - READ ONE VERDICT LINE AND POST IT
012890*                            TO THE FEED IT NAMES.
012900*================================================================
012910 0965-READ-ONE-ACCEPTANCE.
012920     READ UC01-ACC-FILE
012930         AT END
012940             MOVE 'Y' TO UC01-ACC-EOF-SW
012950         NOT AT END
012960             IF UC01-ACC-PROC-DATE = UC01-PROC-DATE
012970                 PERFORM 0970-POST-ACCEPTANCE THRU 0970-EXIT
012980                     VARYING UC01-FEED-WK FROM 1 BY 1
012990                     UNTIL UC01-FEED-WK > UC01-FEED-COUNT
013000             END-IF
013010     END-READ.
013020 0965-EXIT.
013030     EXIT.
013040*================================================================
013050* 0970-POST-ACCEPTANCE - MARK ONE FEED TABLE SLOT ACCEPTED OR
013060*                        REFUSED IF THE VERDICT LINE NAMES IT.
013070*================================================================
013080 0970-POST-ACCEPTANCE.
013090     IF UC01-ACC-FEED-ID = UC01-FEED-ID (UC01-FEED-WK)
013100         IF UC01-ACC-ACCEPTED
013110             MOVE 'A' TO UC01-FEED-ACC (UC01-FEED-WK)
013120         ELSE
013130             MOVE 'R' TO UC01-FEED-ACC (UC01-FEED-WK)
013140         END-IF
013150     END-IF.
013160 0970-EXIT.
013170     EXIT.
013180*================================================================
013190* 0980-LOAD-SCHEME-LIST - READ THE OPS-MAINTAINED LIST OF ACTIVE
013200*                         TRANSLATION SCHEMES, ONE SCHEME ID PER
013210*                         LINE, INTO THE SCHEME TABLE.  BASE IS
013220*                         ALWAYS TRANSLATED AND IS PASSED OVER
013230*                         IF LISTED; NO LIST MEANS BASE ALONE.
013240*                         SLICE INSTANCES READ THE SAME LIST SO
013250*                         THEIR WORK FILES COVER EVERY SCHEME.
013260*================================================================
013270 0980-LOAD-SCHEME-LIST.
013280     MOVE ZEROS TO UC03-SCH-TABLE.
013290     MOVE ZERO TO UC03-SCH-COUNT.
013300     PERFORM 0982-CLEAR-SCHEME-ID THRU 0982-EXIT
013310         VARYING UC03-SCH-NO FROM 1 BY 1
013320         UNTIL UC03-SCH-NO > 8.
013330     OPEN INPUT UC03-SCHM-FILE.
013340     IF UC03-SCHM-STATUS-CD NOT = "00"
013350         GO TO 0980-EXIT
013360     END-IF.
013370     PERFORM 0985-READ-ONE-SCHEME THRU 0985-EXIT
013380         UNTIL UC03-SCHM-EOF.
013390     CLOSE UC03-SCHM-FILE.
013400 0980-EXIT.
013410     EXIT.
013420*================================================================
013430* 0982-CLEAR-SCHEME-ID - BLANK ONE SCHEME TABLE SLOT'S ID.
013440*================================================================
013450 0982-CLEAR-SCHEME-ID.
013460     MOVE SPACES TO UC03-SCH-ID (UC03-SCH-NO).
013470 0982-EXIT.
013480     EXIT.
013490*================================================================
013500* 0985-READ-ONE-SCHEME - READ ONE SCHEME LIST LINE.  BLANK LINES
013510*                        AND BASE ARE PASSED OVER.  A NINTH
013520*                        FURTHER SCHEME IS A CONFIGURATION ERROR
013530*                        AND FATAL, BEFORE ANYTHING IS
013540*                        PROCESSED, FOR THE SAME REASON A NINTH
013550*                        FEED IS - A CONSUMER SILENTLY LEFT
013560*                        WITHOUT ITS FILE.
013570*================================================================
013580 0985-READ-ONE-SCHEME.
013590     READ UC03-SCHM-FILE
013600         AT END
013610             MOVE 'Y' TO UC03-SCHM-EOF-SW
013620             GO TO 0985-EXIT
013630     END-READ.
013640     IF UC03-SCHM-REC = SPACES
013650      OR UC03-SCHM-REC (1:8) = UC03-BASE-SCHEME
013660         GO TO 0985-EXIT
013670     END-IF.
013680     IF UC03-SCH-COUNT = 8
013690         DISPLAY "MAIN: UC03SCHM NAMES MORE THAN 8 SCHEMES "
013700             "BESIDES BASE - " UC03-SCHM-REC
013710         MOVE 20 TO RETURN-CODE
013720         STOP RUN
013730     END-IF.
013740     ADD 1 TO UC03-SCH-COUNT.
013750     MOVE UC03-SCHM-REC (1:8) TO UC03-SCH-ID (UC03-SCH-COUNT).
013760 0985-EXIT.
013770     EXIT.
013780*================================================================
013790* 1000-INITIALIZE - RESOLVE THE RUN PARAMETERS, LOAD THE FEED
013800*                   LIST AND OPEN THE RUN-WIDE FILES.  THE DAILY
013810*                   INPUT FILES THEMSELVES ARE OPENED ONE AT A
013820*                   TIME BY 1900-PROCESS-ONE-FEED.
013830*================================================================
013840 1000-INITIALIZE.
013850     PERFORM 0900-GET-PROC-DATE-PARM THRU 0900-EXIT.
013860     IF UC01-SLICE-MODE
013870         PERFORM 0940-QUALIFY-SLICE-NAMES THRU 0940-EXIT
013880         PERFORM 0945-READ-SLICE-CONTROL THRU 0945-EXIT
013890     END-IF.
013900     IF UC01-CYCLE-MODE
013910         PERFORM 0942-QUALIFY-CYCLE-NAMES THRU 0942-EXIT
013920     END-IF.
013930     PERFORM 0920-LOAD-FEED-LIST THRU 0920-EXIT.
013940     IF NOT UC01-SLICE-MODE
013950         PERFORM 0960-LOAD-ACCEPTANCE THRU 0960-EXIT
013960     END-IF.
013970     PERFORM 0980-LOAD-SCHEME-LIST THRU 0980-EXIT.
013980     PERFORM 0915-BUILD-CKPT-FILENAME THRU 0915-EXIT.
013990     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT.
014000     IF UC01-RESTART-COUNT > ZERO
014010         OPEN EXTEND UC03-FILE
014020         OPEN EXTEND UC01-ERR-FILE
014030         OPEN EXTEND UC01-AUD-FILE
014040         IF UC03-SCH-COUNT > ZERO
014050             OPEN EXTEND UC03-XWK-FILE
014060             IF UC03-XWK-STATUS-CD NOT = "00"
014070                 DISPLAY "MAIN: RESTART CANNOT EXTEND "
014080                     UC03-XWK-FILE-NAME ", STATUS = "
014090                     UC03-XWK-STATUS-CD
014100                     " - THE SCHEME DETAILS BEFORE THE"
014110                     " CHECKPOINT ARE GONE"
014120                 MOVE 20 TO RETURN-CODE
014130                 STOP RUN
014140             END-IF
014150         END-IF
014160     ELSE
014170         OPEN OUTPUT UC03-FILE
014180         OPEN OUTPUT UC01-ERR-FILE
014190         OPEN OUTPUT UC01-AUD-FILE
014200         IF UC03-SCH-COUNT > ZERO
014210             OPEN OUTPUT UC03-XWK-FILE
014220         END-IF
014230         IF NOT UC01-SLICE-MODE
014240             PERFORM 1050-WRITE-HEADER THRU 1050-EXIT
014250         END-IF
014260     END-IF.
014270     OPEN INPUT CODE-TRAN-FILE.
014280     IF CODE-TRAN-STATUS-CD = "00"
014290         MOVE 'Y' TO CODE-TRAN-OPEN-SW
014300     ELSE
014310         DISPLAY "MAIN: CODE-TRAN-FILE OPEN FAILED, STATUS = "
014320             CODE-TRAN-STATUS-CD
014330         MOVE 20 TO RETURN-CODE
014340         STOP RUN
014350     END-IF.
014360     OPEN OUTPUT UC01-SUM-FILE.
014370     ACCEPT UC01-RUN-DATE FROM DATE YYYYMMDD.
014380     ACCEPT UC01-RUN-TIME FROM TIME.
014390 1000-EXIT.
014400     EXIT.
014410*================================================================
014420* 1050-WRITE-HEADER - WRITE THE ONE-TIME HEADER RECORD AHEAD OF
014430*                     THE FIRST UC03 DETAIL.  SKIPPED ON A
014440*                     RESTART SINCE THE ORIGINAL RUN ALREADY
014450*                     WROTE IT.
014460*================================================================
014470 1050-WRITE-HEADER.
014480     MOVE SPACES TO UC03-DETAIL-REC.
014490     MOVE "HDR " TO UC03-HDR-ID.
014500     MOVE UC03-BATCH-ID TO UC03-HDR-BATCH-ID.
014510     MOVE UC01-PROC-DATE TO UC03-HDR-RUN-DATE.
014520     WRITE UC03-HEADER-REC.
014530 1050-EXIT.
014540     EXIT.
014550*================================================================
014560* 1100-CHECK-RESTART - READ THE LAST CHECKPOINT, IF ANY, AND
014570*                      FAST-FORWARD UC01-FILE TO THAT POINT.
014580*                      UC01-CKPT-FILE-NAME IS DATE-QUALIFIED, SO
014590*                      A CHECKPOINT ONLY EVER APPLIES TO TODAY'S
014600*                      PROCESSING DATE.  IF THE FILE DOESN'T
014610*                      EXIST YET - FIRST RUN FOR THIS DATE, OR A
014620*                      DATE WHOSE LAST RUN FINISHED CLEANLY AND
014630*                      CLEARED IT (SEE 3045) - OPEN EXTEND WOULD
014640*                      FAIL, SO IT IS CREATED WITH OPEN OUTPUT.
014650*================================================================
014660 1100-CHECK-RESTART.
014670     OPEN INPUT UC01-CKPT-FILE.
014680     IF UC01-CKPT-STATUS-CD = "00"
014690         PERFORM 1110-READ-CKPT THRU 1110-EXIT
014700             UNTIL UC01-CKPT-EOF
014710         CLOSE UC01-CKPT-FILE
014720         OPEN EXTEND UC01-CKPT-FILE
014730     ELSE
014740         OPEN OUTPUT UC01-CKPT-FILE
014750     END-IF.
014760     IF UC01-RESTART-COUNT > ZERO
014770         MOVE UC01-RESTART-WRITE-COUNT TO UC03-WRITE-COUNT
014780         MOVE UC01-RESTART-REJECT-COUNT TO UC01-REJECT-COUNT
014790         MOVE UC01-RESTART-COUNT TO UC01-REC-COUNT
014800     END-IF.
014810 1100-EXIT.
014820     EXIT.
014830*================================================================
014840* 1110-READ-CKPT - READ ONE CHECKPOINT RECORD, KEEPING THE LAST.
014850*================================================================
014860 1110-READ-CKPT.
014870     READ UC01-CKPT-FILE
014880         AT END MOVE 'Y' TO UC01-CKPT-EOF-SW
014890         NOT AT END
014900     MOVE UC01-CKPT-READ-COUNT TO UC01-RESTART-COUNT
014910     MOVE UC01-CKPT-WRITE-COUNT TO UC01-RESTART-WRITE-COUNT
014920     MOVE UC01-CKPT-REJECT-COUNT TO UC01-RESTART-REJECT-COUNT
014930     MOVE UC01-CKPT-FEED-NO TO UC01-RESTART-FEED-NO
014940     MOVE UC01-CKPT-FIRST-SEQ TO UC03-FIRST-SEQ
014950     MOVE UC01-CKPT-LAST-SEQ TO UC03-LAST-SEQ
014960     PERFORM 1120-RESTORE-FEED-COUNTS THRU 1120-EXIT
014970         VARYING UC01-CKPT-IX FROM 1 BY 1
014980         UNTIL UC01-CKPT-IX > 8
014990     PERFORM 1130-RESTORE-SCHEME-COUNTS THRU 1130-EXIT
015000         VARYING UC01-CKPT-IX FROM 1 BY 1
015010         UNTIL UC01-CKPT-IX > 8
015020     END-READ.
015030 1110-EXIT.
015040     EXIT.
015050*================================================================
015060* 1120-RESTORE-FEED-COUNTS - RESTORE ONE FEED'S COUNTS AND STATE
015070*                            FROM THE CHECKPOINT, SO THE
015080*                            PER-FEED RECONCILIATION STILL
015090*                            COVERS FEEDS FINISHED BEFORE THE
015100*                            ABEND AND A FEED THAT WAS MISSING
015110*                            IS REMEMBERED AS MISSING, NOT
015120*                            MISTAKEN FOR A CLEAN EMPTY ONE.
015130*================================================================
015140 1120-RESTORE-FEED-COUNTS.
015150     MOVE UC01-CKPT-F-READ (UC01-CKPT-IX)
015160         TO UC01-FEED-READ-COUNT (UC01-CKPT-IX).
015170     MOVE UC01-CKPT-F-WRITE (UC01-CKPT-IX)
015180         TO UC01-FEED-WRITE-COUNT (UC01-CKPT-IX).
015190     MOVE UC01-CKPT-F-REJ (UC01-CKPT-IX)
015200         TO UC01-FEED-REJ-COUNT (UC01-CKPT-IX).
015210     MOVE UC01-CKPT-F-STATE (UC01-CKPT-IX)
015220         TO UC01-FEED-STATE (UC01-CKPT-IX).
015230 1120-EXIT.
015240     EXIT.
015250*================================================================
015260* 1130-RESTORE-SCHEME-COUNTS - RESTORE ONE SCHEME'S COUNTS AND
015270*                              SEQUENCE COVERAGE FROM THE
015280*                              CHECKPOINT.  THE SLOT MUST STILL
015290*                              HOLD THE SAME SCHEME - A LIST
015300*                              CHANGED BETWEEN THE FAILED RUN
015310*                              AND ITS RESTART WOULD PAIR ONE
015320*                              SCHEME'S COUNTS WITH ANOTHER'S
015330*                              FILE, SO IT IS FATAL: PUT THE
015340*                              LIST BACK, FINISH THE DATE, THEN
015350*                              CHANGE IT.
015360*================================================================
015370 1130-RESTORE-SCHEME-COUNTS.
015380     IF UC01-CKPT-S-ID (UC01-CKPT-IX)
015390         NOT = UC03-SCH-ID (UC01-CKPT-IX)
015400         DISPLAY "MAIN: UC03SCHM HAS CHANGED SINCE THE "
015410             "CHECKPOINT - SLOT " UC01-CKPT-IX " WAS "
015420             UC01-CKPT-S-ID (UC01-CKPT-IX)
015430         MOVE 20 TO RETURN-CODE
015440         STOP RUN
015450     END-IF.
015460     MOVE UC01-CKPT-S-WRITE (UC01-CKPT-IX)
015470         TO UC03-SCH-WRITE-COUNT (UC01-CKPT-IX).
015480     MOVE UC01-CKPT-S-REJ (UC01-CKPT-IX)
015490         TO UC03-SCH-REJ-COUNT (UC01-CKPT-IX).
015500     MOVE UC01-CKPT-S-FIRST (UC01-CKPT-IX)
015510         TO UC03-SCH-FIRST-SEQ (UC01-CKPT-IX).
015520     MOVE UC01-CKPT-S-LAST (UC01-CKPT-IX)
015530         TO UC03-SCH-LAST-SEQ (UC01-CKPT-IX).
015540 1130-EXIT.
015550     EXIT.
015560*================================================================
015570* 1200-SKIP-TO-RESTART - RE-READ AND DISCARD THE RECORDS OF THE
015580*                        CURRENT FEED THAT A PRIOR RUN ALREADY
015590*                        PROCESSED - ITS OWN CHECKPOINTED READ
015600*                        COUNT SAYS HOW MANY.  A FULLY FINISHED
015610*                        FEED SKIPS STRAIGHT TO END OF FILE, A
015620*                        FEED NEVER STARTED (OR MISSING LAST
015630*                        TIME) SKIPS NOTHING, AND THE FEED THE
015640*                        RUN DIED IN IS WOUND FORWARD TO ITS
015650*                        RECORDED POSITION.
015660*================================================================
015670 1200-SKIP-TO-RESTART.
015680     PERFORM 1210-SKIP-ONE THRU 1210-EXIT
015690         VARYING UC01-SKIP-IX FROM 1 BY 1
015700         UNTIL UC01-SKIP-IX > UC01-FEED-READ-COUNT (UC01-FEED-NO)
015710            OR UC01-EOF.
015720 1200-EXIT.
015730     EXIT.
015740*================================================================
015750* 1210-SKIP-ONE - SKIP A SINGLE ALREADY-PROCESSED UC01 RECORD.
015760*                 THE RUN TOTAL AND THE FEED'S OWN READ COUNT
015770*                 WERE BOTH RESTORED FROM THE CHECKPOINT AND
015780*                 ALREADY COVER THESE RECORDS, SO NO COUNTER
015790*                 ADVANCES HERE.
015800*================================================================
015810 1210-SKIP-ONE.
015820     READ UC01-FILE
015830         AT END MOVE 'Y' TO UC01-EOF-SW
015840         NOT AT END CONTINUE
015850     END-READ.
015860 1210-EXIT.
015870     EXIT.
015880*================================================================
015890* 1900-PROCESS-ONE-FEED - RUN THE TRANSLATION LOOP OVER ONE
015900*                         FEED'S DAILY FILE.  A FEED WHOSE FILE
015910*                         WON'T OPEN IS MARKED MISSING AND THE
015920*                         RUN GOES ON - THE RECONCILIATION NAMES
015930*                         IT AND HOLDS THE RETURN CODE AT END OF
015940*                         RUN, WHICH BEATS DYING HERE WITH THE
015950*                         OTHER FEEDS UNREAD.  ON A RESTART,
015960*                         FEEDS THE CHECKPOINT SHOWS AS CLEANLY
015970*                         FINISHED ARE NOT REOPENED - THEIR
015980*                         COUNTS CAME BACK WITH THE CHECKPOINT -
015990*                         BUT A FEED CHECKPOINTED AS MISSING IS
016000*                         RE-ATTEMPTED, SO THE FIX-AND-RERUN
016010*                         PATH ACTUALLY READS THE FILE OPS
016020*                         SUPPLIED INSTEAD OF SKIPPING PAST IT
016030*                         AND RELEASING A SHORT UC03 (ITS
016040*                         RECORDS LAND AFTER THE FEEDS ALREADY
016050*                         WRITTEN - A RECOVERED RUN'S ORDER IS
016060*                         BY RECOVERY, NOT BY FEED LIST).  ANY
016070*                         FEED THAT DOES OPEN IS FIRST WOUND
016080*                         FORWARD PAST THE RECORDS ITS OWN
016090*                         CHECKPOINTED COUNT SAYS A PRIOR RUN
016100*                         COMPLETED.  A FEED UCACCEPT DID
016110*                         NOT ACCEPT ON ITS CONTROL TOTALS IS
016120*                         MARKED REFUSED AND NEVER OPENED, SO
016130*                         NONE OF ITS RECORDS REACH UC03; A
016140*                         RESTART RE-ATTEMPTS IT EXACTLY AS IT
016150*                         DOES A MISSING ONE.
016160*================================================================
016170 1900-PROCESS-ONE-FEED.
016180     IF UC01-RESTART-COUNT > ZERO
016190      AND UC01-FEED-NO < UC01-RESTART-FEED-NO
016200      AND UC01-FEED-STATE (UC01-FEED-NO) NOT = 'M'
016210      AND UC01-FEED-STATE (UC01-FEED-NO) NOT = 'R'
016220         GO TO 1900-EXIT
016230     END-IF.
016240     IF UC01-FEED-STATE (UC01-FEED-NO) = 'M'
016250      OR UC01-FEED-STATE (UC01-FEED-NO) = 'R'
016260         MOVE SPACE TO UC01-FEED-STATE (UC01-FEED-NO)
016270     END-IF.
016280     IF NOT UC01-SLICE-MODE
016290      AND UC01-FEED-ACC (UC01-FEED-NO) NOT = 'A'
016300         MOVE 'R' TO UC01-FEED-STATE (UC01-FEED-NO)
016310         MOVE UC01-FEED-NO TO UC01-FEED-WK
016320         PERFORM 3062-SET-FEED-NAME THRU 3062-EXIT
016330         DISPLAY "MAIN: FEED " UC01-FEED-NAME " REFUSED ON "
016340             "CONTROL TOTALS - NOT TRANSLATED"
016350         GO TO 1900-EXIT
016360     END-IF.
016370     PERFORM 0910-BUILD-UC01-FILENAME THRU 0910-EXIT.
016380     MOVE 'N' TO UC01-EOF-SW.
016390     OPEN INPUT UC01-FILE.
016400     IF UC01-STATUS-CD NOT = "00"
016410         MOVE 'M' TO UC01-FEED-STATE (UC01-FEED-NO)
016420         GO TO 1900-EXIT
016430     END-IF.
016440     IF UC01-RESTART-COUNT > ZERO
016450         PERFORM 1200-SKIP-TO-RESTART THRU 1200-EXIT
016460     END-IF.
016470     PERFORM 2100-READ-UC01 THRU 2100-EXIT.
016480     PERFORM 2000-PROCESS-UC01 THRU 2000-EXIT
016490         UNTIL UC01-EOF.
016500     CLOSE UC01-FILE.
016510 1900-EXIT.
016520     EXIT.
016530*================================================================
016540* 2000-PROCESS-UC01 - VALIDATE, TRANSLATE, CHECKPOINT IF DUE, AND
016550*                     READ THE NEXT RECORD.  THE CHECKPOINT RUNS
016560*                     AFTER THE WRITE/REJECT ABOVE SO IT CAN ONLY
016570*                     EVER PERSIST A RECORD THAT HAS FULLY
016580*                     COMPLETED - SEE 2150-CHECKPOINT-IF-DUE.
016590*                     THE BASE SCHEME IS JUDGED FIRST, THEN EACH
016600*                     FURTHER SCHEME ON ITS OWN.
016610*================================================================
016620 2000-PROCESS-UC01.
016630     MOVE UC01-REC-COUNT TO UC01-SEQ-NO.
016640     ADD UC01-SEQ-BASE TO UC01-SEQ-NO.
016650     PERFORM 2200-VALIDATE-UC01 THRU 2200-EXIT.
016660     IF UC01-IS-VALID
016670         MOVE SPACES TO UC03-DETAIL-REC
016680         MOVE UC01-SEQ-NO TO UC03-DTL-SEQ-NO
016690         MOVE UC01-CODE-WK TO UC03-DTL-UC01
016700         IF UC03-FIRST-SEQ = ZERO
016710             MOVE UC01-SEQ-NO TO UC03-FIRST-SEQ
016720         END-IF
016730         MOVE UC01-SEQ-NO TO UC03-LAST-SEQ
016740         MOVE UC01-XLT-UC02-VALUE TO UC03
016750         WRITE UC03-DETAIL-REC
016760         ADD 1 TO UC03-WRITE-COUNT
016770         ADD 1 TO UC01-FEED-WRITE-COUNT (UC01-FEED-NO)
016780         PERFORM 2400-AUDIT-UC01 THRU 2400-EXIT
016790         PERFORM 2800-TALLY-DISTRIBUTION THRU 2800-EXIT
016800     ELSE
016810         PERFORM 2300-REJECT-UC01 THRU 2300-EXIT
016820     END-IF.
016830     IF UC03-SCH-COUNT > ZERO
016840         PERFORM 2500-TRANSLATE-SCHEME THRU 2500-EXIT
016850             VARYING UC03-SCH-NO FROM 1 BY 1
016860             UNTIL UC03-SCH-NO > UC03-SCH-COUNT
016870         MOVE UC03-BASE-SCHEME TO UC01-XLT-SCHEME
016880     END-IF.
016890     PERFORM 2150-CHECKPOINT-IF-DUE THRU 2150-EXIT.
016900     PERFORM 2100-READ-UC01 THRU 2100-EXIT.
016910 2000-EXIT.
016920     EXIT.
016930*================================================================
016940* 2100-READ-UC01 - READ THE NEXT DAILY CODE RECORD AND RESOLVE
016950*                  ITS CODE INTO UC01-CODE-WK.  THE LENGTH READ
016960*                  PLUS THE FORMAT INDICATOR TELL THE LEGACY
016970*                  ONE-BYTE AND WIDE-CODE LAYOUTS APART (SEE
016980*                  COPYBOOKS/DATAV.CPY).
016990*================================================================
017000 2100-READ-UC01.
017010     READ UC01-FILE
017020         AT END
017030             MOVE 'Y' TO UC01-EOF-SW
017040         NOT AT END
017050             ADD 1 TO UC01-REC-COUNT
017060             ADD 1 TO UC01-FEED-READ-COUNT (UC01-FEED-NO)
017070             IF UC01-REC-LEN = 5 AND UC01V-FORMAT-WIDE
017080                 MOVE 'Y' TO UC01-WIDE-SW
017090                 MOVE UC01V-CODE TO UC01-CODE-WK
017100             ELSE
017110                 MOVE 'N' TO UC01-WIDE-SW
017120                 MOVE SPACES TO UC01-CODE-WK
017130                 MOVE UC01 TO UC01-CODE-WK (1:1)
017140             END-IF
017150             MOVE UC01-CODE-WK TO UC01-LAST-VALUE
017160     END-READ.
017170 2100-EXIT.
017180     EXIT.
017190*================================================================
017200* 2150-CHECKPOINT-IF-DUE - EVERY UC01-CKPT-INTERVAL RECORDS,
017210*                          PERSIST HOW FAR WE HAVE GOTTEN.  CALLED
017220*                          FROM 2000-PROCESS-UC01 AFTER THE RECORD
017230*                          JUST READ HAS BEEN WRITTEN OR REJECTED,
017240*                          SO UC01-CKPT-READ-COUNT AND
017250*                          UC01-CKPT-WRITE-COUNT + -REJECT-COUNT
017260*                          ALWAYS DESCRIBE THE SAME LAST-COMPLETED
017270*                          RECORD - NOT THE READ COUNT OF A RECORD
017280*                          STILL WAITING TO BE VALIDATED.  WITH
017290*                          UC01-CKPT-INTERVAL AT 1 THIS FIRES
017300*                          AFTER EVERY RECORD, SO THE CHECKPOINT
017310*                          IS NEVER BEHIND THE PHYSICAL UC03/
017320*                          AUDIT OUTPUT - THERE IS NO COMPLETED
017330*                          RECORD A RESTART CAN EVER REPROCESS.
017340*================================================================
017350 2150-CHECKPOINT-IF-DUE.
017360     DIVIDE UC01-REC-COUNT BY UC01-CKPT-INTERVAL
017370         GIVING UC01-CKPT-QUOT REMAINDER UC01-CKPT-REM.
017380     IF UC01-CKPT-REM = ZERO
017390         PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
017400     END-IF.
017410 2150-EXIT.
017420     EXIT.
017430*================================================================
017440* 2200-VALIDATE-UC01 - LOOK UP UC01 IN THE CODE TRANSLATION
017450*                      MASTER AND SELECT THE MAPPING THAT WAS IN
017460*                      FORCE ON UC01-PROC-DATE.  A CODE WITH NO
017470*                      RECORD GOVERNING THAT DATE, OR WHOSE
017480*                      GOVERNING RECORD IS RETIRED OR EXPIRED, IS
017490*                      TREATED AS AN UNKNOWN CODE - AS IS ANY UC01
017500*                      WHILE CODE-TRAN-IS-OPEN IS 'N', SINCE THAT
017510*                      MEANS THE MASTER COULD NOT BE OPENED (SEE
017520*                      7000-ENSURE-CODE-TRAN-OPEN) AND THERE IS
017530*                      NOTHING TO LOOK THIS KEY UP AGAINST.
017540*================================================================
017550 2200-VALIDATE-UC01.
017560     MOVE 'N' TO UC01-VALID-SW.
017570     MOVE SPACES TO UC01-XLT-UC02-VALUE.
017580     IF CODE-TRAN-IS-OPEN
017590         PERFORM 2210-SELECT-MAPPING THRU 2210-EXIT
017600     END-IF.
017610 2200-EXIT.
017620     EXIT.
017630*================================================================
017640* 2210-SELECT-MAPPING - WALK THE MASTER RECORDS FOR THIS UC01
017650*                       UNDER THE SCHEME IN UC01-XLT-SCHEME IN
017660*                       ASCENDING EFFECTIVE-FROM ORDER AND KEEP
017670*                       THE LAST ONE DATED ON OR BEFORE THE
017680*                       PROCESSING DATE.  THE MAPPING IS GOOD
017690*                       ONLY IF THAT RECORD IS ACTIVE AND ITS
017700*                       EFFECTIVE-TO HAS NOT ALREADY PASSED.
017710*================================================================
017720 2210-SELECT-MAPPING.
017730     MOVE 'N' TO UC01-XLT-FOUND-SW.
017740     MOVE 'N' TO CODE-TRAN-SCAN-SW.
017750     MOVE UC01-XLT-SCHEME TO CODE-TRAN-SCHEME.
017760     MOVE UC01-CODE-WK TO CODE-TRAN-UC01.
017770     MOVE ZERO TO CODE-TRAN-EFF-FROM.
017780     START CODE-TRAN-FILE KEY NOT < CODE-TRAN-KEY
017790         INVALID KEY MOVE 'Y' TO CODE-TRAN-SCAN-SW
017800     END-START.
017810     PERFORM 2220-SCAN-MAPPING THRU 2220-EXIT
017820         UNTIL CODE-TRAN-SCAN-DONE.
017830     IF UC01-XLT-FOUND
017840        AND UC01-XLT-BEST-ACTIVE
017850        AND (UC01-XLT-BEST-OPEN-ENDED
017860             OR UC01-PROC-DATE < UC01-XLT-BEST-EFF-TO)
017870         MOVE 'Y' TO UC01-VALID-SW
017880         MOVE UC01-XLT-BEST-UC02 TO UC01-XLT-UC02-VALUE
017890     END-IF.
017900 2210-EXIT.
017910     EXIT.
017920*================================================================
017930* 2220-SCAN-MAPPING - READ THE NEXT MASTER RECORD FOR THIS UC01.
017940*                     A RECORD FOR ANOTHER CODE OR SCHEME, OR
017950*                     END OF FILE, ENDS THE SCAN.
017960*================================================================
017970 2220-SCAN-MAPPING.
017980     READ CODE-TRAN-FILE NEXT
017990         AT END
018000             MOVE 'Y' TO CODE-TRAN-SCAN-SW
018010         NOT AT END
018020             IF CODE-TRAN-SCHEME NOT = UC01-XLT-SCHEME
018030              OR CODE-TRAN-UC01 NOT = UC01-CODE-WK
018040                 MOVE 'Y' TO CODE-TRAN-SCAN-SW
018050             ELSE
018060                 PERFORM 2230-HOLD-CANDIDATE THRU 2230-EXIT
018070             END-IF
018080     END-READ.
018090 2220-EXIT.
018100     EXIT.
018110*================================================================
018120* 2230-HOLD-CANDIDATE - KEEP THIS RECORD AS THE GOVERNING MAPPING
018130*                       IF ITS EFFECTIVE-FROM IS ON OR BEFORE THE
018140*                       PROCESSING DATE.  A RECORD DATED LATER
018150*                       ENDS THE SCAN - THE KEY SEQUENCE
018160*                       GUARANTEES NOTHING EARLIER FOLLOWS IT.  A
018170*                       RECORD CONVERTED FROM THE OLD UNDATED
018180*                       MASTER LAYOUT MAY CARRY NON-NUMERIC
018190*                       DATES; THOSE READ AS IN FORCE SINCE
018200*                       FOREVER AND OPEN-ENDED.
018210*================================================================
018220 2230-HOLD-CANDIDATE.
018230     IF CODE-TRAN-EFF-FROM NOT NUMERIC
018240         MOVE ZERO TO CODE-TRAN-EFF-FROM
018250     END-IF.
018260     IF CODE-TRAN-EFF-TO NOT NUMERIC
018270         MOVE 99999999 TO CODE-TRAN-EFF-TO
018280     END-IF.
018290     IF CODE-TRAN-EFF-FROM > UC01-PROC-DATE
018300         MOVE 'Y' TO CODE-TRAN-SCAN-SW
018310     ELSE
018320         MOVE 'Y' TO UC01-XLT-FOUND-SW
018330         MOVE CODE-TRAN-UC02-VALUE TO UC01-XLT-BEST-UC02
018340         MOVE CODE-TRAN-STATUS TO UC01-XLT-BEST-STATUS
018350         MOVE CODE-TRAN-EFF-TO TO UC01-XLT-BEST-EFF-TO
018360     END-IF.
018370 2230-EXIT.
018380     EXIT.
018390*================================================================
018400* 2300-REJECT-UC01 - LOG A BAD UC01 VALUE TO THE ERROR REPORT.
018410*================================================================
018420 2300-REJECT-UC01.
018430     ADD 1 TO UC01-REJECT-COUNT.
018440     ADD 1 TO UC01-FEED-REJ-COUNT (UC01-FEED-NO).
018450     PERFORM 2310-WRITE-ERR-LINE THRU 2310-EXIT.
018460 2300-EXIT.
018470     EXIT.
018480*================================================================
018490* 2310-WRITE-ERR-LINE - WRITE THE UC01ERR LINE FOR THE RECORD
018500*                       JUST REJECTED UNDER THE SCHEME IN
018510*                       UC01-XLT-SCHEME, NAMING THAT SCHEME.
018520*================================================================
018530 2310-WRITE-ERR-LINE.
018540     MOVE UC01-SEQ-NO TO UC01-ERR-REC-NO.
018550     MOVE UC01-CODE-WK TO UC01-ERR-BAD-VALUE.
018560     IF CODE-TRAN-IS-OPEN AND UC01-XLT-FOUND
018570         MOVE "RETIRED" TO UC01-ERR-REASON
018580     ELSE
018590         MOVE "UNKNOWN" TO UC01-ERR-REASON
018600     END-IF.
018610     MOVE UC01-FEED-ID (UC01-FEED-NO) TO UC01-ERR-FEED-ID.
018620     MOVE UC01-XLT-SCHEME TO UC01-ERR-SCHEME.
018630     MOVE UC01-ERR-LINE TO UC01-ERR-REC.
018640     WRITE UC01-ERR-REC.
018650 2310-EXIT.
018660     EXIT.
018670*================================================================
018680* 2400-AUDIT-UC01 - APPEND THE UC01/UC02/UC03 AUDIT LINE.
018690*================================================================
018700 2400-AUDIT-UC01.
018710     MOVE UC01-RUN-DATE TO UC01-AUD-DATE.
018720     MOVE UC01-RUN-TIME TO UC01-AUD-TIME.
018730     MOVE UC01-SEQ-NO TO UC01-AUD-REC-NO.
018740     MOVE UC01-CODE-WK TO UC01-AUD-UC01-VALUE.
018750*    THE UC02 COLUMN IS THE LEGACY ONE-BYTE REINTERPRETATION -
018760*    A WIDE RECORD HAS NO SUCH READING, SO THE COLUMN IS BLANK.
018770     IF UC01-WIDE-RECORD
018780         MOVE SPACE TO UC01-AUD-UC02-VALUE
018790     ELSE
018800         MOVE UC02 TO UC01-AUD-UC02-VALUE
018810     END-IF.
018820     MOVE UC03 TO UC01-AUD-UC03-VALUE.
018830     MOVE SPACES TO UC01-AUD-FLAG.
018840     MOVE UC01-FEED-ID (UC01-FEED-NO) TO UC01-AUD-FEED-ID.
018850     MOVE UC01-PROC-DATE TO UC01-AUD-PROC-DATE.
018860     MOVE UC01-CYCLE-ID TO UC01-AUD-CYCLE.
018870     MOVE UC01-AUD-LINE TO UC01-AUD-REC.
018880     WRITE UC01-AUD-REC.
018890 2400-EXIT.
018900     EXIT.
018910*================================================================
018920* 2500-TRANSLATE-SCHEME - JUDGE THE CURRENT RECORD UNDER ONE
018930*                         FURTHER SCHEME.  A GOOD CODE GOES TO
018940*                         THE WORK FILE TAGGED WITH THE SCHEME,
018950*                         A BAD ONE TO UC01ERR NAMING IT - THE
018960*                         BASE VERDICT AND EVERY OTHER SCHEME'S
018970*                         ARE UNTOUCHED.
018980*================================================================
018990 2500-TRANSLATE-SCHEME.
019000     MOVE UC03-SCH-ID (UC03-SCH-NO) TO UC01-XLT-SCHEME.
019010     PERFORM 2200-VALIDATE-UC01 THRU 2200-EXIT.
019020     IF NOT UC01-IS-VALID
019030         ADD 1 TO UC03-SCH-REJ-COUNT (UC03-SCH-NO)
019040         PERFORM 2310-WRITE-ERR-LINE THRU 2310-EXIT
019050         GO TO 2500-EXIT
019060     END-IF.
019070     MOVE SPACES TO UC03-XWK-REC.
019080     MOVE UC01-XLT-SCHEME TO UC03-XWK-SCHEME.
019090     MOVE UC01-XLT-UC02-VALUE TO UC03-XWK-UC03.
019100     MOVE UC01-SEQ-NO TO UC03-XWK-SEQ-NO.
019110     MOVE UC01-CODE-WK TO UC03-XWK-UC01.
019120     WRITE UC03-XWK-REC.
019130     ADD 1 TO UC03-SCH-WRITE-COUNT (UC03-SCH-NO).
019140     IF UC03-SCH-FIRST-SEQ (UC03-SCH-NO) = ZERO
019150         MOVE UC01-SEQ-NO TO UC03-SCH-FIRST-SEQ (UC03-SCH-NO)
019160     END-IF.
019170     MOVE UC01-SEQ-NO TO UC03-SCH-LAST-SEQ (UC03-SCH-NO).
019180 2500-EXIT.
019190     EXIT.
019200*================================================================
019210* 2700-WRITE-CHECKPOINT - PERSIST THE CURRENT READ POSITION.
019220*================================================================
019230 2700-WRITE-CHECKPOINT.
019240     MOVE UC01-REC-COUNT TO UC01-CKPT-READ-COUNT.
019250     MOVE UC03-WRITE-COUNT TO UC01-CKPT-WRITE-COUNT.
019260     MOVE UC01-REJECT-COUNT TO UC01-CKPT-REJECT-COUNT.
019270     MOVE UC03-FIRST-SEQ TO UC01-CKPT-FIRST-SEQ.
019280     MOVE UC03-LAST-SEQ TO UC01-CKPT-LAST-SEQ.
019290     MOVE UC01-FEED-NO TO UC01-CKPT-FEED-NO.
019300     MOVE UC01-FEED-READ-COUNT (UC01-FEED-NO)
019310         TO UC01-CKPT-FEED-READ.
019320     PERFORM 2710-SAVE-FEED-COUNTS THRU 2710-EXIT
019330         VARYING UC01-CKPT-IX FROM 1 BY 1
019340         UNTIL UC01-CKPT-IX > 8.
019350     PERFORM 2720-SAVE-SCHEME-COUNTS THRU 2720-EXIT
019360         VARYING UC01-CKPT-IX FROM 1 BY 1
019370         UNTIL UC01-CKPT-IX > 8.
019380     WRITE UC01-CKPT-REC.
019390 2700-EXIT.
019400     EXIT.
019410*================================================================
019420* 2710-SAVE-FEED-COUNTS - CARRY ONE FEED'S COUNTS ONTO THE
019430*                         CHECKPOINT RECORD.
019440*================================================================
019450 2710-SAVE-FEED-COUNTS.
019460     MOVE UC01-FEED-READ-COUNT (UC01-CKPT-IX)
019470         TO UC01-CKPT-F-READ (UC01-CKPT-IX).
019480     MOVE UC01-FEED-WRITE-COUNT (UC01-CKPT-IX)
019490         TO UC01-CKPT-F-WRITE (UC01-CKPT-IX).
019500     MOVE UC01-FEED-REJ-COUNT (UC01-CKPT-IX)
019510         TO UC01-CKPT-F-REJ (UC01-CKPT-IX).
019520     MOVE UC01-FEED-STATE (UC01-CKPT-IX)
019530         TO UC01-CKPT-F-STATE (UC01-CKPT-IX).
019540 2710-EXIT.
019550     EXIT.
019560*================================================================
019570* 2720-SAVE-SCHEME-COUNTS - CARRY ONE SCHEME'S ID, COUNTS AND
019580*                           SEQUENCE COVERAGE ONTO THE
019590*                           CHECKPOINT RECORD.
019600*================================================================
019610 2720-SAVE-SCHEME-COUNTS.
019620     MOVE UC03-SCH-ID (UC01-CKPT-IX)
019630         TO UC01-CKPT-S-ID (UC01-CKPT-IX).
019640     MOVE UC03-SCH-WRITE-COUNT (UC01-CKPT-IX)
019650         TO UC01-CKPT-S-WRITE (UC01-CKPT-IX).
019660     MOVE UC03-SCH-REJ-COUNT (UC01-CKPT-IX)
019670         TO UC01-CKPT-S-REJ (UC01-CKPT-IX).
019680     MOVE UC03-SCH-FIRST-SEQ (UC01-CKPT-IX)
019690         TO UC01-CKPT-S-FIRST (UC01-CKPT-IX).
019700     MOVE UC03-SCH-LAST-SEQ (UC01-CKPT-IX)
019710         TO UC01-CKPT-S-LAST (UC01-CKPT-IX).
019720 2720-EXIT.
019730     EXIT.
019740*================================================================
019750* 2800-TALLY-DISTRIBUTION - TALLY THIS FEED'S UC01/UC02 PAIR FOR
019760*                           THE END OF RUN CODE DISTRIBUTION
019770*                           REPORT, GROUPED BY FEED.
019780*================================================================
019790 2800-TALLY-DISTRIBUTION.
019800     MOVE 'N' TO UC01-DIST-FOUND-SW.
019810     PERFORM 2810-SCAN-DIST-ENTRY THRU 2810-EXIT
019820         VARYING UC01-DIST-IX FROM 1 BY 1
019830         UNTIL UC01-DIST-IX > UC01-DIST-USED
019840            OR UC01-DIST-FOUND.
019850     IF NOT UC01-DIST-FOUND
019860         IF UC01-DIST-USED = 2048
019870             MOVE 'Y' TO UC01-DIST-FULL-SW
019880             GO TO 2800-EXIT
019890         END-IF
019900         ADD 1 TO UC01-DIST-USED
019910         SET UC01-DIST-IX TO UC01-DIST-USED
019920         MOVE UC01-FEED-NO TO UC01-DIST-FEED (UC01-DIST-IX)
019930         MOVE UC01-CODE-WK TO UC01-DIST-CODE (UC01-DIST-IX)
019940         MOVE UC01-XLT-UC02-VALUE TO UC01-DIST-UC02 (UC01-DIST-IX)
019950         MOVE 1 TO UC01-DIST-COUNT (UC01-DIST-IX)
019960     END-IF.
019970 2800-EXIT.
019980     EXIT.
019990*================================================================
020000* 2810-SCAN-DIST-ENTRY - CHECK ONE DISTRIBUTION TABLE SLOT.
020010*================================================================
020020 2810-SCAN-DIST-ENTRY.
020030     IF UC01-FEED-NO = UC01-DIST-FEED (UC01-DIST-IX)
020040        AND UC01-CODE-WK = UC01-DIST-CODE (UC01-DIST-IX)
020050        AND UC01-XLT-UC02-VALUE = UC01-DIST-UC02 (UC01-DIST-IX)
020060         ADD 1 TO UC01-DIST-COUNT (UC01-DIST-IX)
020070         MOVE 'Y' TO UC01-DIST-FOUND-SW
020080     END-IF.
020090 2810-EXIT.
020100     EXIT.
020110*================================================================
020120* 3000-TERMINATE - PRINT THE CODE DISTRIBUTION SUMMARY (WHOSE
020130*                  PER-FEED LINES SETTLE THE FEED VERDICTS),
020140*                  RECONCILE THE RUN, AND ONLY THEN - AND ONLY
020150*                  ON A CLEAN RUN - WRITE THE UC03 TRAILER.  A
020160*                  RUN THAT FAILED RECONCILIATION LEAVES THE
020170*                  FILE TRAILERLESS WITH ITS CHECKPOINT KEPT, SO
020180*                  THE FIX-AND-RERUN PASS APPENDS ITS RECORDS
020190*                  AND THE FILE'S ONE TRAILER AT THE TRUE END -
020200*                  A TRAILER WRITTEN BEFORE THE VERDICT WOULD BE
020210*                  STRANDED MID-FILE BY THAT RERUN, AND A
020220*                  CONSUMER STOPPING AT THE FIRST TRAILER WOULD
020230*                  READ A SELF-CONSISTENT FILE SILENTLY MISSING
020240*                  THE RECOVERED FEED.  THEN CLOSE FILES, AND
020250*                  CUT EACH FURTHER SCHEME'S UC03 AND MANIFEST
020260*                  FROM THE WORK FILE (SEE 3100) - AFTER THE
020270*                  BASE FILE IS CLOSED, SINCE THEY ARE WRITTEN
020280*                  THROUGH THE SAME FILE DEFINITIONS.
020290*================================================================
020300 3000-TERMINATE.
020310     PERFORM 3050-PRINT-SUMMARY THRU 3050-EXIT.
020320     PERFORM 3035-RECONCILE-COUNTS THRU 3035-EXIT.
020330     MOVE RETURN-CODE TO UC01-RECON-RC.
020340     IF NOT UC01-SLICE-MODE
020350      AND RETURN-CODE = ZERO
020360         PERFORM 3040-WRITE-TRAILER THRU 3040-EXIT
020370     END-IF.
020380     IF NOT UC01-SLICE-MODE
020390         PERFORM 3075-CHECK-TOLERANCE THRU 3075-EXIT
020400         MOVE SPACES TO UC01-MAN-SCHEME
020410         MOVE UC03-WRITE-COUNT TO UC01-MAN-WRITE
020420         MOVE UC01-REJECT-COUNT TO UC01-MAN-REJECT
020430         IF RETURN-CODE = ZERO OR RETURN-CODE = 4
020440             MOVE 'Y' TO UC01-MAN-RELEASE-SW
020450         ELSE
020460             MOVE 'N' TO UC01-MAN-RELEASE-SW
020470         END-IF
020480         PERFORM 3080-WRITE-MANIFEST THRU 3080-EXIT
020490     END-IF.
020500     MOVE RETURN-CODE TO UC01-BASE-RC.
020510     CLOSE UC03-FILE.
020520     CLOSE UC01-ERR-FILE.
020530     CLOSE UC01-AUD-FILE.
020540     CLOSE CODE-TRAN-FILE.
020550     IF UC03-SCH-COUNT > ZERO
020560         CLOSE UC03-XWK-FILE
020570         IF NOT UC01-SLICE-MODE
020580             PERFORM 3100-CUT-SCHEME-FILE THRU 3100-EXIT
020590                 VARYING UC03-SCH-NO FROM 1 BY 1
020600                 UNTIL UC03-SCH-NO > UC03-SCH-COUNT
020610         END-IF
020620     END-IF.
020630     PERFORM 3045-CLEAR-CHECKPOINT THRU 3045-EXIT.
020640     CLOSE UC01-SUM-FILE.
020650 3000-EXIT.
020660     EXIT.
020670*================================================================
020680* 3035-RECONCILE-COUNTS - COMPARE UC01 READS AGAINST UC03 WRITES
020690*                         PLUS REJECTS.  UC03-WRITE-COUNT AND
020700*                         UC01-REJECT-COUNT ARE SEEDED FROM THE
020710*                         CHECKPOINT ON A RESTART (SEE 1100), SO
020720*                         BOTH SIDES ARE THE FULL-FILE TOTAL
020730*                         REGARDLESS OF HOW MANY RUNS IT TOOK TO
020740*                         GET THERE - NO RESTART SPECIAL CASE
020750*                         IS NEEDED.
020760*================================================================
020770 3035-RECONCILE-COUNTS.
020780     IF UC01-REC-COUNT = UC03-WRITE-COUNT + UC01-REJECT-COUNT
020790      AND NOT UC01-FEED-BAD
020800         MOVE ZERO TO RETURN-CODE
020810     ELSE
020820         MOVE 16 TO RETURN-CODE
020830     END-IF.
020840 3035-EXIT.
020850     EXIT.
020860*================================================================
020870* 3040-WRITE-TRAILER - WRITE THE ONE-TIME TRAILER RECORD AFTER
020880*                      THE LAST UC03 DETAIL.  UC03-WRITE-COUNT IS
020890*                      THE FULL-FILE CUMULATIVE TOTAL (SEE 1100
020900*                      AND 2700), SO THE TRAILER IS CORRECT EVEN
020910*                      WHEN THIS EXECUTION ONLY PROCESSED THE
020920*                      TAIL END OF THE FILE AFTER A RESTART.
020930*                      PERFORMED ONLY WHEN THE RUN RECONCILED
020940*                      CLEAN - A FAILED RUN'S FILE STAYS
020950*                      TRAILERLESS (RECYCLE ALREADY REFUSES ONE
020960*                      AS "NOT A COMPLETED RUN") UNTIL THE
020970*                      RERUN THAT COMPLETES THE DAY APPENDS THE
020980*                      ONE TRUE TRAILER.
020990*================================================================
021000 3040-WRITE-TRAILER.
021010     MOVE SPACES TO UC03-DETAIL-REC.
021020     MOVE "TRL " TO UC03-TRL-ID.
021030     MOVE UC03-WRITE-COUNT TO UC03-TRL-REC-COUNT.
021040     MOVE UC01-LAST-VALUE TO UC03-TRL-LAST-UC01.
021050     MOVE UC03-FIRST-SEQ TO UC03-TRL-FIRST-SEQ.
021060     MOVE UC03-LAST-SEQ TO UC03-TRL-LAST-SEQ.
021070     WRITE UC03-TRAILER-REC.
021080 3040-EXIT.
021090     EXIT.
021100*================================================================
021110* 3045-CLEAR-CHECKPOINT - CLOSE THE CHECKPOINT FILE.  IF THE RUN
021120*                         RECONCILED CLEANLY, ALSO EMPTY IT, SO
021130*                         AN OPERATIONAL RERUN OF THE SAME
021140*                         PROCESSING DATE SEES NO CHECKPOINT AND
021150*                         STARTS FROM THE BEGINNING RATHER THAN
021160*                         SKIPPING THE WHOLE FILE AS "ALREADY
021170*                         DONE".  A RUN THAT DIDN'T RECONCILE
021180*                         LEAVES THE CHECKPOINT ALONE SO A
021190*                         GENUINE RESTART CAN STILL FOLLOW IT.
021200*                         A TOLERANCE WARNING (RETURN CODE 4)
021210*                         IS A COMPLETE RUN - TRAILER WRITTEN,
021220*                         MANIFEST RELEASED - SO ITS CHECKPOINT
021230*                         CLEARS TOO; LEFT BEHIND, A LATER
021240*                         RERUN OF THE DATE WOULD RESTART
021250*                         BEHIND THE TRAILER AND STRAND IT
021260*                         MID-FILE.  THE TEST IS ON THE BASE
021270*                         OUTCOME, SAVED BEFORE THE FURTHER
021280*                         SCHEMES ARE CUT: A SCHEME HELD AT 16
021290*                         BEHIND A RELEASED BASE STILL CLEARS,
021300*                         SO ITS RERUN STARTS FROM THE TOP
021310*                         RATHER THAN BEHIND THE BASE TRAILER.
021320*================================================================
021330 3045-CLEAR-CHECKPOINT.
021340     CLOSE UC01-CKPT-FILE.
021350     IF UC01-BASE-RC = ZERO OR UC01-BASE-RC = 4
021360         OPEN OUTPUT UC01-CKPT-FILE
021370         CLOSE UC01-CKPT-FILE
021380     END-IF.
021390 3045-EXIT.
021400     EXIT.
021410*================================================================
021420* 3050-PRINT-SUMMARY - WRITE ONE LINE PER DISTINCT UC01/UC02
021430*                      PAIR SEEN THIS RUN.  ON A RESTART-
021440*                      COMPLETED RUN THE DISTRIBUTION TABLE ONLY
021450*                      COVERS RECORDS PROCESSED AFTER THE
021460*                      RESTART POINT (SEE THE WORKING-STORAGE
021470*                      COMMENT ON UC01-DIST-TABLE), SO A NOTE IS
021480*                      WRITTEN AHEAD OF THE DISTRIBUTION LINES
021490*                      RATHER THAN LETTING THE SHORTFALL PASS
021500*                      UNNOTICED.
021510*================================================================
021520 3050-PRINT-SUMMARY.
021530     IF UC01-RESTART-COUNT > ZERO
021540         PERFORM 3055-PRINT-PARTIAL-NOTE THRU 3055-EXIT
021550     END-IF.
021560     IF UC01-DIST-FULL
021570         MOVE SPACES TO UC01-SUM-REC
021580         STRING "** TRUNCATED SUMMARY - MORE DISTINCT CODE "
021590                "TRIPLES THAN THE TABLE HOLDS **"
021600                DELIMITED BY SIZE INTO UC01-SUM-REC
021610         WRITE UC01-SUM-REC
021620     END-IF.
021630     PERFORM 3060-PRINT-ONE-DIST THRU 3060-EXIT
021640         VARYING UC01-DIST-IX FROM 1 BY 1
021650         UNTIL UC01-DIST-IX > UC01-DIST-USED.
021660     PERFORM 3070-PRINT-FEED-RECON THRU 3070-EXIT
021670         VARYING UC01-FEED-WK FROM 1 BY 1
021680         UNTIL UC01-FEED-WK > UC01-FEED-COUNT.
021690 3050-EXIT.
021700     EXIT.
021710*================================================================
021720* 3055-PRINT-PARTIAL-NOTE - FLAG A RESTART-COMPLETED RUN'S
021730*                          DISTRIBUTION SUMMARY AS PARTIAL.
021740*================================================================
021750 3055-PRINT-PARTIAL-NOTE.
021760     MOVE SPACES TO UC01-SUM-REC.
021770     STRING "** PARTIAL SUMMARY - RUN RESTARTED, COUNTS SINCE "
021780            "RESTART POINT ONLY **" DELIMITED BY SIZE
021790            INTO UC01-SUM-REC.
021800     WRITE UC01-SUM-REC.
021810 3055-EXIT.
021820     EXIT.
021830*================================================================
021840* 3060-PRINT-ONE-DIST - WRITE ONE DISTRIBUTION SUMMARY LINE.
021850*================================================================
021860 3060-PRINT-ONE-DIST.
021870     IF UC01-DIST-FEED (UC01-DIST-IX) NOT = UC01-SUM-LAST-FEED
021880         MOVE UC01-DIST-FEED (UC01-DIST-IX)
021890             TO UC01-SUM-LAST-FEED
021900         MOVE UC01-SUM-LAST-FEED TO UC01-FEED-WK
021910         PERFORM 3065-PRINT-FEED-HEADER THRU 3065-EXIT
021920     END-IF.
021930     MOVE UC01-DIST-CODE (UC01-DIST-IX) TO UC01-SUM-UC01-VALUE.
021940     MOVE UC01-DIST-UC02 (UC01-DIST-IX) TO UC01-SUM-UC02-VALUE.
021950     MOVE UC01-DIST-COUNT (UC01-DIST-IX) TO UC01-SUM-COUNT.
021960     MOVE UC01-SUM-LINE TO UC01-SUM-REC.
021970     WRITE UC01-SUM-REC.
021980 3060-EXIT.
021990     EXIT.
022000*================================================================
022010* 3062-SET-FEED-NAME - DISPLAY NAME FOR THE FEED IN UC01-FEED-WK
022020*                      - THE BLANK-NAMED SINGLE-FILE FALLBACK
022030*                      PRINTS AS *DAILY*.
022040*================================================================
022050 3062-SET-FEED-NAME.
022060     MOVE UC01-FEED-ID (UC01-FEED-WK) TO UC01-FEED-NAME.
022070     IF UC01-FEED-NAME = SPACES
022080         MOVE "*DAILY*" TO UC01-FEED-NAME
022090     END-IF.
022100 3062-EXIT.
022110     EXIT.
022120*================================================================
022130* 3065-PRINT-FEED-HEADER - SECTION HEADER AHEAD OF A FEED'S
022140*                          DISTRIBUTION LINES.
022150*================================================================
022160 3065-PRINT-FEED-HEADER.
022170     PERFORM 3062-SET-FEED-NAME THRU 3062-EXIT.
022180     MOVE UC01-FEED-NAME TO UC01-FHL-FEED-ID.
022190     MOVE UC01-FEED-HDR-LINE TO UC01-SUM-REC.
022200     WRITE UC01-SUM-REC.
022210 3065-EXIT.
022220     EXIT.
022230*================================================================
022240* 3070-PRINT-FEED-RECON - ONE RECONCILIATION LINE PER FEED, SO A
022250*                         SHORT, MISSING OR REFUSED FEED IS NAMED
022260*                         ON THE SUMMARY, NOT JUST FELT IN THE
022270*                         RUN TOTALS.  ANY BAD FEED ALSO HOLDS
022280*                         THE FINAL RETURN CODE AT 16 THROUGH
022290*                         3035-RECONCILE-COUNTS.
022300*================================================================
022310 3070-PRINT-FEED-RECON.
022320     PERFORM 3062-SET-FEED-NAME THRU 3062-EXIT.
022330     MOVE UC01-FEED-NAME TO UC01-FRL-FEED-ID.
022340     MOVE UC01-FEED-READ-COUNT (UC01-FEED-WK) TO UC01-FRL-READ.
022350     MOVE UC01-FEED-WRITE-COUNT (UC01-FEED-WK)
022360         TO UC01-FRL-WRITE.
022370     MOVE UC01-FEED-REJ-COUNT (UC01-FEED-WK) TO UC01-FRL-REJECT.
022380     EVALUATE TRUE
022390         WHEN UC01-FEED-STATE (UC01-FEED-WK) = 'M'
022400             MOVE "MISSING" TO UC01-FRL-VERDICT
022410             MOVE 'Y' TO UC01-FEED-BAD-SW
022420         WHEN UC01-FEED-STATE (UC01-FEED-WK) = 'R'
022430             MOVE "REFUSED" TO UC01-FRL-VERDICT
022440             MOVE 'Y' TO UC01-FEED-BAD-SW
022450         WHEN UC01-FEED-READ-COUNT (UC01-FEED-WK) NOT =
022460              UC01-FEED-WRITE-COUNT (UC01-FEED-WK)
022470              + UC01-FEED-REJ-COUNT (UC01-FEED-WK)
022480             MOVE "SHORT" TO UC01-FRL-VERDICT
022490             MOVE 'Y' TO UC01-FEED-BAD-SW
022500         WHEN OTHER
022510             MOVE "OK" TO UC01-FRL-VERDICT
022520     END-EVALUATE.
022530     MOVE UC01-FEED-RECON-LINE TO UC01-SUM-REC.
022540     WRITE UC01-SUM-REC.
022550 3070-EXIT.
022560     EXIT.
022570*================================================================
022580* 3075-CHECK-TOLERANCE - HAND THE RUN'S TOTALS TO UCTOLCHK FOR
022590*                        THE TOLERANCE CHECK AGAINST THE UC01TOL
022600*                        LIMITS AND THE PRIOR BUSINESS DATE, AND
022610*                        TO APPEND THEM TO THE UC01STAT HISTORY.
022620*                        ITS WARNING ONLY ESCALATES AN OTHERWISE
022630*                        CLEAN RETURN CODE - A RUN THAT FAILED
022640*                        RECONCILIATION KEEPS ITS 16.
022650*================================================================
022660 3075-CHECK-TOLERANCE.
022670     MOVE UC01-PROC-DATE TO UC01-TOL-DATE.
022680     MOVE UC01-REC-COUNT TO UC01-TOL-READ.
022690     MOVE UC03-WRITE-COUNT TO UC01-TOL-WRITE.
022700     MOVE UC01-REJECT-COUNT TO UC01-TOL-REJECT.
022710     MOVE ZERO TO UC01-TOL-RESULT.
022720     MOVE RETURN-CODE TO UC01-SAVE-RC.
022730     CALL "UCTOLCHK" USING UC01-TOL-DATE UC01-CYCLE-ID
022740                           UC01-TOL-READ UC01-TOL-WRITE
022750                           UC01-TOL-REJECT UC01-TOL-RESULT.
022760     MOVE UC01-SAVE-RC TO RETURN-CODE.
022770     IF RETURN-CODE = ZERO
022780      AND UC01-TOL-RESULT NOT = ZERO
022790         MOVE UC01-TOL-RESULT TO RETURN-CODE
022800     END-IF.
022810 3075-EXIT.
022820     EXIT.
022830*================================================================
022840* 3080-WRITE-MANIFEST - WRITE THE DATE'S MACHINE-READABLE RUN
022850*                       MANIFEST AFTER THE RETURN CODE IS
022860*                       SETTLED.  A RUN THAT FAILED
022870*                       RECONCILIATION STILL WRITES ONE, MARKED
022880*                       NOT-RELEASED - AN EXPLICIT NO READS THE
022890*                       SAME AS A MISSING MANIFEST AT THE GATE
022900*                       BUT TELLS OPS WHY.  IT ALSO CARRIES
022910*                       WHICH FEEDS WERE ACCEPTED OR REFUSED ON
022920*                       THEIR CONTROL TOTALS.  THE CALLER SETS
022930*                       THE SCHEME, WRITE AND REJECT COUNTS AND
022940*                       VERDICT: BASE (BLANK SCHEME) KEEPS THE
022950*                       UC03MAN.<DATE> NAME, A FURTHER SCHEME
022960*                       WRITES UC03MAN.<DATE>.<SCHEME>.
022970*================================================================
022980 3080-WRITE-MANIFEST.
022990     MOVE SPACES TO UC03-MAN-FILE-NAME.
023000     IF UC01-MAN-SCHEME = SPACES
023010         STRING "UC03MAN." DELIMITED BY SIZE
023020                UC01-PROC-DATE DELIMITED BY SIZE
023030                INTO UC03-MAN-FILE-NAME
023040     ELSE
023050         STRING "UC03MAN." DELIMITED BY SIZE
023060                UC01-PROC-DATE DELIMITED BY SIZE
023070                "." DELIMITED BY SIZE
023080                UC01-MAN-SCHEME DELIMITED BY SPACE
023090                INTO UC03-MAN-FILE-NAME
023100     END-IF.
023110     IF UC01-CYCLE-MODE
023120         MOVE UC03-MAN-FILE-NAME TO UC01-NAME-WK
023130         PERFORM 0912-QUALIFY-CYCLE-NAME THRU 0912-EXIT
023140         MOVE UC01-NAME-WK TO UC03-MAN-FILE-NAME
023150     END-IF.
023160     OPEN OUTPUT UC03-MAN-FILE.
023170     MOVE SPACES TO UC03-MAN-REC.
023180     MOVE UC03-BATCH-ID TO UC03-MAN-BATCH-ID.
023190     MOVE UC01-PROC-DATE TO UC03-MAN-PROC-DATE.
023200     MOVE UC01-REC-COUNT TO UC03-MAN-READ-COUNT.
023210     MOVE UC01-MAN-WRITE TO UC03-MAN-WRITE-COUNT.
023220     MOVE UC01-MAN-REJECT TO UC03-MAN-REJECT-COUNT.
023230     IF UC01-MAN-RELEASED
023240         MOVE "RELEASED" TO UC03-MAN-VERDICT
023250     ELSE
023260         MOVE "NOT-RELEASED" TO UC03-MAN-VERDICT
023270     END-IF.
023280     IF UC01-RESTART-COUNT > ZERO
023290         MOVE 'Y' TO UC03-MAN-RESTART-IND
023300     ELSE
023310         MOVE 'N' TO UC03-MAN-RESTART-IND
023320     END-IF.
023330     MOVE ZERO TO UC01-ACC-FEED-COUNT.
023340     MOVE ZERO TO UC01-REF-FEED-COUNT.
023350     MOVE SPACES TO UC03-MAN-FEED-STATES.
023360     PERFORM 3085-SET-MAN-FEED-STATE THRU 3085-EXIT
023370         VARYING UC01-FEED-WK FROM 1 BY 1
023380         UNTIL UC01-FEED-WK > UC01-FEED-COUNT.
023390     MOVE UC01-ACC-FEED-COUNT TO UC03-MAN-FEED-ACC-COUNT.
023400     MOVE UC01-REF-FEED-COUNT TO UC03-MAN-FEED-REF-COUNT.
023410     WRITE UC03-MAN-REC.
023420     CLOSE UC03-MAN-FILE.
023430 3080-EXIT.
023440     EXIT.
023450*================================================================
023460* 3085-SET-MAN-FEED-STATE - ONE FEED'S STATE BYTE ON THE
023470*                           MANIFEST, IN FEED LIST ORDER: 'A'
023480*                           ACCEPTED ON CONTROL TOTALS AND READ,
023490*                           'R' REFUSED, 'M' ACCEPTED BUT
023500*                           MISSING WHEN THE RUN OPENED IT.
023510*================================================================
023520 3085-SET-MAN-FEED-STATE.
023530     IF UC01-FEED-ACC (UC01-FEED-WK) = 'A'
023540         ADD 1 TO UC01-ACC-FEED-COUNT
023550     ELSE
023560         ADD 1 TO UC01-REF-FEED-COUNT
023570     END-IF.
023580     EVALUATE TRUE
023590         WHEN UC01-FEED-STATE (UC01-FEED-WK) = 'R'
023600             MOVE 'R' TO UC03-MAN-FEED-STATES (UC01-FEED-WK:1)
023610         WHEN UC01-FEED-STATE (UC01-FEED-WK) = 'M'
023620             MOVE 'M' TO UC03-MAN-FEED-STATES (UC01-FEED-WK:1)
023630         WHEN OTHER
023640             MOVE 'A' TO UC03-MAN-FEED-STATES (UC01-FEED-WK:1)
023650     END-EVALUATE.
023660 3085-EXIT.
023670     EXIT.
023680*================================================================
023690* 3100-CUT-SCHEME-FILE - WRITE ONE FURTHER SCHEME'S UC03 FILE,
023700*                        UC03OUT.<SCHEME> (.CXX FOR A CYCLE),
023710*                        FROM ITS DETAILS ON THE WORK FILE: THE
023720*                        SAME HEADER AS BASE, THE DETAILS IN
023730*                        INPUT ORDER, AND THE TRAILER ONLY WHEN
023740*                        THE SCHEME IS RELEASED - THE RUN
023750*                        RECONCILED, THE DETAILS COPIED MATCH
023760*                        THE SCHEME'S WRITE COUNT, AND EVERY
023770*                        RECORD READ WAS WRITTEN OR REJECTED FOR
023780*                        IT.  THE FILE IS CUT WHOLE EVERY TIME,
023790*                        SO A RESTARTED OR RERUN DATE NEVER
023800*                        STRANDS A TRAILER MID-FILE.  THEN THE
023810*                        SCHEME'S SUMMARY LINE AND MANIFEST.  A
023820*                        HELD SCHEME HOLDS THE RUN AT 16.
023830*================================================================
023840 3100-CUT-SCHEME-FILE.
023850     MOVE SPACES TO UC03-FILE-NAME.
023860     STRING "UC03OUT." DELIMITED BY SIZE
023870            UC03-SCH-ID (UC03-SCH-NO) DELIMITED BY SPACE
023880            INTO UC03-FILE-NAME.
023890     IF UC01-CYCLE-MODE
023900         MOVE UC03-FILE-NAME TO UC01-NAME-WK
023910         PERFORM 0912-QUALIFY-CYCLE-NAME THRU 0912-EXIT
023920         MOVE UC01-NAME-WK TO UC03-FILE-NAME
023930     END-IF.
023940     OPEN OUTPUT UC03-FILE.
023950     PERFORM 1050-WRITE-HEADER THRU 1050-EXIT.
023960     MOVE ZERO TO UC03-SCH-COPY-COUNT.
023970     MOVE 'N' TO UC03-XWK-EOF-SW.
023980     OPEN INPUT UC03-XWK-FILE.
023990     PERFORM 3110-COPY-SCHEME-DETAIL THRU 3110-EXIT
024000         UNTIL UC03-XWK-EOF.
024010     CLOSE UC03-XWK-FILE.
024020     IF UC01-RECON-RC = ZERO
024030      AND UC03-SCH-COPY-COUNT = UC03-SCH-WRITE-COUNT (UC03-SCH-NO)
024040      AND UC01-REC-COUNT = UC03-SCH-WRITE-COUNT (UC03-SCH-NO)
024050                          + UC03-SCH-REJ-COUNT (UC03-SCH-NO)
024060         MOVE 'Y' TO UC03-SCH-RELEASE-SW
024070         MOVE SPACES TO UC03-DETAIL-REC
024080         MOVE "TRL " TO UC03-TRL-ID
024090         MOVE UC03-SCH-COPY-COUNT TO UC03-TRL-REC-COUNT
024100         MOVE UC01-LAST-VALUE TO UC03-TRL-LAST-UC01
024110         MOVE UC03-SCH-FIRST-SEQ (UC03-SCH-NO)
024120             TO UC03-TRL-FIRST-SEQ
024130         MOVE UC03-SCH-LAST-SEQ (UC03-SCH-NO)
024140             TO UC03-TRL-LAST-SEQ
024150         WRITE UC03-TRAILER-REC
024160     ELSE
024170         MOVE 'N' TO UC03-SCH-RELEASE-SW
024180         IF RETURN-CODE < 16
024190             MOVE 16 TO RETURN-CODE
024200         END-IF
024210     END-IF.
024220     CLOSE UC03-FILE.
024230     MOVE UC03-SCH-ID (UC03-SCH-NO) TO UC03-SRL-SCHEME.
024240     MOVE UC01-REC-COUNT TO UC03-SRL-READ.
024250     MOVE UC03-SCH-COPY-COUNT TO UC03-SRL-WRITE.
024260     MOVE UC03-SCH-REJ-COUNT (UC03-SCH-NO) TO UC03-SRL-REJECT.
024270     IF UC03-SCH-RELEASED
024280         MOVE "OK" TO UC03-SRL-VERDICT
024290     ELSE
024300         MOVE "HELD" TO UC03-SRL-VERDICT
024310     END-IF.
024320     MOVE UC03-SCH-RECON-LINE TO UC01-SUM-REC.
024330     WRITE UC01-SUM-REC.
024340     MOVE UC03-SCH-ID (UC03-SCH-NO) TO UC01-MAN-SCHEME.
024350     MOVE UC03-SCH-COPY-COUNT TO UC01-MAN-WRITE.
024360     MOVE UC03-SCH-REJ-COUNT (UC03-SCH-NO) TO UC01-MAN-REJECT.
024370     MOVE UC03-SCH-RELEASE-SW TO UC01-MAN-RELEASE-SW.
024380     PERFORM 3080-WRITE-MANIFEST THRU 3080-EXIT.
024390 3100-EXIT.
024400     EXIT.
024410*================================================================
024420* 3110-COPY-SCHEME-DETAIL - COPY ONE OF THIS SCHEME'S DETAILS
024430*                           FROM THE WORK FILE; OTHER SCHEMES'
024440*                           PASS THROUGH.
024450*================================================================
024460 3110-COPY-SCHEME-DETAIL.
024470     READ UC03-XWK-FILE
024480         AT END
024490             MOVE 'Y' TO UC03-XWK-EOF-SW
024500         NOT AT END
024510             IF UC03-XWK-SCHEME = UC03-SCH-ID (UC03-SCH-NO)
024520                 MOVE UC03-XWK-DETAIL TO UC03-DETAIL-REC
024530                 WRITE UC03-DETAIL-REC
024540                 ADD 1 TO UC03-SCH-COPY-COUNT
024550             END-IF
024560     END-READ.
024570 3110-EXIT.
024580     EXIT.
024590*================================================================
024600* 7000-ENSURE-CODE-TRAN-OPEN - OPEN THE MASTER IF THE UC01XLT
024610*                              ENTRY IS CALLED WITHOUT THE
024620*                              BATCH MAINLINE HAVING RUN FIRST.
024630*                              UNLIKE THE BATCH MAINLINE'S OWN
024640*                              OPEN IN 1000-INITIALIZE, A CALLED
024650*                              ENTRY POINT HAS NO BUSINESS
024660*                              STOPPING THE CALLER'S RUN IF THE
024670*                              MASTER ISN'T THERE - CODE-TRAN-IS-
024680*                              OPEN IS LEFT 'N' ON FAILURE SO
024690*                              2200-VALIDATE-UC01 TREATS EVERY
024700*                              UC01 AS UNKNOWN UNTIL A LATER CALL
024710*                              FINDS THE MASTER OPENABLE.
024720*================================================================
024730 7000-ENSURE-CODE-TRAN-OPEN.
024740     IF NOT CODE-TRAN-IS-OPEN
024750         OPEN INPUT CODE-TRAN-FILE
024760         IF CODE-TRAN-STATUS-CD = "00"
024770             MOVE 'Y' TO CODE-TRAN-OPEN-SW
024780         END-IF
024790     END-IF.
024800 7000-EXIT.
024810     EXIT.
024820*================================================================
024830* 8000-UC01XLT-ENTRY - CALLABLE ENTRY POINT.  TRANSLATES ONE
024840*                      UC01 CODE PASSED ON LINKAGE AND RETURNS
024850*                      UC03 TO THE CALLER WITHOUT RUNNING THE
024860*                      DAILY BATCH FILE LOOP.  THE TRANSLATION IS
024870*                      AS OF TODAY UNLESS THE BATCH MAINLINE HAS
024880*                      ALREADY SET A PROCESSING DATE.
024890*================================================================
024900 8000-UC01XLT-ENTRY.
024910 ENTRY "UC01XLT" USING UC01-PARM UC03-PARM.
024920     PERFORM 7000-ENSURE-CODE-TRAN-OPEN THRU 7000-EXIT.
024930     IF UC01-PROC-DATE = ZERO
024940         ACCEPT UC01-PROC-DATE FROM DATE YYYYMMDD
024950     END-IF.
024960     MOVE UC01-PARM TO UC01-CODE-WK.
024970     PERFORM 2200-VALIDATE-UC01 THRU 2200-EXIT.
024980     IF UC01-IS-VALID
024990         MOVE UC01-XLT-UC02-VALUE TO UC03-PARM
025000     ELSE
025010         MOVE SPACES TO UC03-PARM
025020     END-IF.
025030     GOBACK.
025040 8000-EXIT.
025050     EXIT.
025060*================================================================
025070* 8010-UC01XLTD-ENTRY - CALLABLE ENTRY POINT.  AS UC01XLT, BUT
025080*                       THE CALLER NAMES THE PROCESSING DATE THE
025090*                       TRANSLATION IS TO BE MADE AS OF, SO A
025100*                       PRIOR BUSINESS DATE'S RECORDS ARE JUDGED
025110*                       UNDER THAT DATE'S MAPPINGS.  THE BATCH
025120*                       PROCESSING DATE IS PARKED AND RESTORED
025130*                       AROUND THE LOOKUP, SO A LATER UC01XLT
025140*                       CALL STILL TRANSLATES UNDER ITS OWN
025150*                       DOCUMENTED AS-OF RULE.
025160*================================================================
025170 8010-UC01XLTD-ENTRY.
025180 ENTRY "UC01XLTD" USING UC01-DATE-PARM UC01-PARM UC03-PARM.
025190     PERFORM 7000-ENSURE-CODE-TRAN-OPEN THRU 7000-EXIT.
025200     MOVE UC01-PROC-DATE TO UC01-SAVE-PROC-DATE.
025210     MOVE UC01-DATE-PARM TO UC01-PROC-DATE.
025220     MOVE UC01-PARM TO UC01-CODE-WK.
025230     PERFORM 2200-VALIDATE-UC01 THRU 2200-EXIT.
025240     MOVE UC01-SAVE-PROC-DATE TO UC01-PROC-DATE.
025250     IF UC01-IS-VALID
025260         MOVE UC01-XLT-UC02-VALUE TO UC03-PARM
025270     ELSE
025280         MOVE SPACES TO UC03-PARM
025290     END-IF.
025300     GOBACK.
025310 8010-EXIT.
025320     EXIT.

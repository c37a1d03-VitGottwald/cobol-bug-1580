000480*                 AND AUDIT LINE CODE COLUMNS AND THE MASTER
000490*                 KEY ARE ALL FOUR BYTES - THE PARSES HERE
000500*                 MOVED WITH THEM.
000510* 2026-10-15 DMO  A RECORD CORRECTED BY THE UCRETRO RETROACTIVE
000520*                 RE-TRANSLATION CARRIES A LATER AUDIT LINE
000530*                 FLAGGED ADJUSTED (OR REVERSED, WHEN IT NO
000540*                 LONGER TRANSLATES) UNDER ITS OWN DATE, CYCLE
000550*                 AND SEQUENCE; BEING LAST IT WINS HERE, AND THE
000560*                 PACKET NOW SAYS SO AND NAMES THE UC03 VALUE
000570*                 THE RECORD HELD BEFORE THE CORRECTION.  THE
000580*                 UC03 DETAIL SHOWN ABOVE IT IS STILL THE ONE
000590*                 ORIGINALLY SENT.
000600* 2026-10-15 DMO  TRANSLATION SCHEMES.  THE PACKET STAYS ON THE
000610*                 BASE UC03 STREAM: THE MASTER LOOKUP READS THE
000620*                 BASE SCHEME'S RECORDS, AND A UC01ERR LINE
000630*                 NAMING ANOTHER SCHEME (BYTES 36-43) IS SHOWN
000640*                 ONLY AS A NOTE THAT THE RECORD WAS LEFT OUT OF
000650*                 THAT SCHEME'S FILE.
000660*================================================================
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT DSP-UC03-FILE ASSIGN TO DSP-UC03-FILE-NAME
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS DSP-UC03-STATUS-CD.
000730     SELECT DSP-ERR-FILE ASSIGN TO DSP-ERR-FILE-NAME
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS DSP-ERR-STATUS-CD.
000760     SELECT DSP-AUD-FILE ASSIGN TO DSP-AUD-FILE-NAME
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS DSP-AUD-STATUS-CD.
000790     SELECT CODE-TRAN-FILE ASSIGN TO "CODETRAN"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS CODE-TRAN-KEY
000830         FILE STATUS IS CODE-TRAN-STATUS-CD.
000840     SELECT DSP-MAN-FILE ASSIGN TO DSP-MAN-FILE-NAME
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS DSP-MAN-STATUS-CD.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  DSP-UC03-FILE
000900     RECORDING MODE IS F
000910     RECORD CONTAINS 36 CHARACTERS.
000920 01  DSP-UC03-REC                  PIC X(36).
000930 FD  DSP-ERR-FILE.
000940 01  DSP-ERR-REC                   PIC X(80).
000950 FD  DSP-AUD-FILE.
000960 01  DSP-AUD-REC                   PIC X(80).
000970 FD  CODE-TRAN-FILE.
000980     COPY CODETRAN.
000990 FD  DSP-MAN-FILE.
001000     COPY UC03MAN.
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------
001030* SWITCHES / FILE STATUS
001040*----------------------------------------------------------------
001050 77  DSP-UC03-EOF-SW               PIC X(01) VALUE 'N'.
001060     88  DSP-UC03-EOF                          VALUE 'Y'.
001070 77  DSP-ERR-EOF-SW                PIC X(01) VALUE 'N'.
001080     88  DSP-ERR-EOF                           VALUE 'Y'.
001090 77  DSP-AUD-EOF-SW                PIC X(01) VALUE 'N'.
001100     88  DSP-AUD-EOF                           VALUE 'Y'.
001110 77  DSP-MAN-EOF-SW                PIC X(01) VALUE 'N'.
001120     88  DSP-MAN-EOF                           VALUE 'Y'.
001130 77  DSP-DTL-FOUND-SW              PIC X(01) VALUE 'N'.
001140     88  DSP-DTL-FOUND                         VALUE 'Y'.
001150 77  DSP-REJ-FOUND-SW              PIC X(01) VALUE 'N'.
001160     88  DSP-REJ-FOUND                         VALUE 'Y'.
001170 77  DSP-AUD-FOUND-SW              PIC X(01) VALUE 'N'.
001180     88  DSP-AUD-FOUND                         VALUE 'Y'.
001190 77  DSP-MAN-FOUND-SW              PIC X(01) VALUE 'N'.
001200     88  DSP-MAN-FOUND                         VALUE 'Y'.
001210 77  DSP-SCAN-SW                   PIC X(01) VALUE 'N'.
001220     88  DSP-SCAN-DONE                         VALUE 'Y'.
001230 77  DSP-GOV-FOUND-SW              PIC X(01) VALUE 'N'.
001240     88  DSP-GOV-FOUND                         VALUE 'Y'.
001250*----------------------------------------------------------------
001260* SET ONCE THE UC03 HEADER PROVES THE FILES ON HAND ARE THE
001270* DISPUTED DATE'S OWN RUN OUTPUT - UC01ERR CARRIES NO DATE
001280* COLUMN, SO ITS LINES ARE ONLY PRESENTED UNDER THIS PROOF.
001290*----------------------------------------------------------------
001300 77  DSP-DAY-OK-SW                 PIC X(01) VALUE 'N'.
001310     88  DSP-DAY-CONFIRMED                     VALUE 'Y'.
001320 77  DSP-UC03-STATUS-CD            PIC X(02) VALUE SPACES.
001330 77  DSP-ERR-STATUS-CD             PIC X(02) VALUE SPACES.
001340 77  DSP-AUD-STATUS-CD             PIC X(02) VALUE SPACES.
001350 77  DSP-MAN-STATUS-CD             PIC X(02) VALUE SPACES.
001360 77  CODE-TRAN-STATUS-CD           PIC X(02) VALUE SPACES.
001370 77  DSP-BASE-SCHEME               PIC X(08) VALUE "BASE".
001380*----------------------------------------------------------------
001390* RUN PARAMETER - THE PROCESSING DATE AND THE DISPUTED DETAIL'S
001400* SEQUENCE NUMBER, BOTH REQUIRED, AND AN OPTIONAL CYCLE=XX
001410* WORD FOR A DISPUTE AGAINST AN INTRADAY CUT (SEE MAIN.CBL):
001420* IT QUALIFIES THE UC03/ERROR/MANIFEST FILE NAMES WITH .CXX
001430* AND IS MATCHED AGAINST THE CYCLE COLUMN ON THE AUDIT LINES.
001440*----------------------------------------------------------------
001450 77  DSP-RUN-PARM                  PIC X(32) VALUE SPACES.
001460 77  DSP-DATE-PARM                 PIC X(08) VALUE SPACES.
001470 77  DSP-SEQ-PARM                  PIC X(09) VALUE SPACES.
001480 77  DSP-SEQ-WORK                  PIC X(09) VALUE SPACES.
001490 77  DSP-OPT-PARM                  PIC X(10) VALUE SPACES.
001500 77  DSP-CYCLE-ID                  PIC X(02) VALUE SPACES.
001510 77  DSP-PROC-DATE                 PIC 9(08) VALUE ZERO.
001520 77  DSP-SEQ-NO                    PIC 9(09) VALUE ZERO.
001530 01  DSP-UC03-FILE-NAME            PIC X(16) VALUE "UC03OUT".
001540 01  DSP-ERR-FILE-NAME             PIC X(16) VALUE "UC01ERR".
001550 01  DSP-AUD-FILE-NAME             PIC X(16) VALUE SPACES.
001560 01  DSP-MAN-FILE-NAME             PIC X(24) VALUE SPACES.
001570*----------------------------------------------------------------
001580* THE UC01 CODE THE PACKET HANGS ON, TAKEN FROM THE AUDIT LINE
001590* WHEN ONE MATCHES, FROM THE UC03 DETAIL OR THE REJECT LINE
001600* OTHERWISE.
001610*----------------------------------------------------------------
001620 77  DSP-UC01-CODE                 PIC X(04) VALUE SPACES.
001630*----------------------------------------------------------------
001640* THE GOVERNING MASTER RECORD KEPT WHILE THE CHAIN IS WALKED -
001650* THE SELECTION RULE THE DAILY RUN APPLIES.
001660*----------------------------------------------------------------
001670 77  DSP-GOV-UC02                  PIC X(01) VALUE SPACES.
001680 77  DSP-GOV-STATUS                PIC X(01) VALUE SPACES.
001690 77  DSP-GOV-EFF-FROM              PIC 9(08) VALUE ZERO.
001700 77  DSP-GOV-EFF-TO                PIC 9(08) VALUE ZERO.
001710*----------------------------------------------------------------
001720* UC03 RECORD VIEWS - THE DETAIL SHAPE MAIN WRITES, WITH THE
001730* HEADER/TRAILER ID COLUMN FOR PASSING THOSE OVER.
001740*----------------------------------------------------------------
001750 01  DSP-UC03-LINE.
001760     05  DSP-DTL-UC03              PIC X(01).
001770     05  DSP-DTL-SEQ-NO            PIC X(09).
001780     05  DSP-DTL-UC01              PIC X(04).
001790     05  FILLER                    PIC X(22).
001800 01  DSP-UC03-HT REDEFINES DSP-UC03-LINE.
001810     05  DSP-HT-ID                 PIC X(04).
001820     05  FILLER                    PIC X(08).
001830     05  DSP-HDR-RUN-DATE          PIC X(08).
001840     05  FILLER                    PIC X(16).
001850*----------------------------------------------------------------
001860* ERROR LINE AS MAIN NOW WRITES IT.
001870*----------------------------------------------------------------
001880 01  DSP-ERR-LINE.
001890     05  DSP-ERR-REC-NO            PIC X(09).
001900     05  FILLER                    PIC X(03).
001910     05  DSP-ERR-BAD-VALUE         PIC X(04).
001920     05  FILLER                    PIC X(01).
001930     05  DSP-ERR-REASON            PIC X(08).
001940     05  FILLER                    PIC X(01).
001950     05  DSP-ERR-FEED-ID           PIC X(08).
001960     05  FILLER                    PIC X(01).
001970     05  DSP-ERR-SCHEME            PIC X(08).
001980     05  FILLER                    PIC X(36).
001990*----------------------------------------------------------------
002000* AUDIT LINE AS MAIN AND RECYCLE WRITE IT, FLAG AND FEED
002010* COLUMNS INCLUDED.  THE LAST MATCHING LINE WINS - A RESTART OR
002020* A RECYCLE APPENDS LATER LINES THAT TELL THE FINAL STORY.
002030* A UCRETRO ADJUSTMENT STAMP CARRIES THE PRIOR UC03 VALUE IN
002040* THE COLUMN AFTER THE CYCLE.
002050*----------------------------------------------------------------
002060 01  DSP-AUD-LINE.
002070     05  DSP-AUD-DATE              PIC X(08).
002080     05  FILLER                    PIC X(01).
002090     05  DSP-AUD-TIME              PIC X(08).
002100     05  FILLER                    PIC X(01).
002110     05  DSP-AUD-REC-NO            PIC X(09).
002120     05  FILLER                    PIC X(01).
002130     05  DSP-AUD-UC01-VALUE        PIC X(04).
002140     05  FILLER                    PIC X(01).
002150     05  DSP-AUD-UC02-VALUE        PIC X(01).
002160     05  FILLER                    PIC X(01).
002170     05  DSP-AUD-UC03-VALUE        PIC X(01).
002180     05  FILLER                    PIC X(01).
002190     05  DSP-AUD-FLAG              PIC X(08).
002200     05  FILLER                    PIC X(01).
002210     05  DSP-AUD-FEED-ID           PIC X(08).
002220     05  FILLER                    PIC X(01).
002230     05  DSP-AUD-PROC-DATE         PIC X(08).
002240     05  FILLER                    PIC X(01).
002250     05  DSP-AUD-CYCLE             PIC X(02).
002260     05  FILLER                    PIC X(01).
002270     05  DSP-AUD-PRIOR-UC03        PIC X(01).
002280     05  FILLER                    PIC X(10).
002290 01  DSP-AUD-HOLD                  PIC X(80) VALUE SPACES.
002300*----------------------------------------------------------------
002310* THE MANIFEST LINE'S JUDGEMENT, HELD OUT OF THE RECORD AREA -
002320* THE LAST LINE FOR THE DATE WINS, MATCHING UCGATE.
002330*----------------------------------------------------------------
002340 77  DSP-MAN-VERDICT               PIC X(12) VALUE SPACES.
002350 77  DSP-MAN-RESTART               PIC X(01) VALUE SPACES.
002360 77  DSP-MAN-READ                  PIC 9(09) VALUE ZERO.
002370 77  DSP-MAN-WRITE                 PIC 9(09) VALUE ZERO.
002380 77  DSP-MAN-REJECT                PIC 9(09) VALUE ZERO.
002390 PROCEDURE DIVISION.
002400*================================================================
002410* 0000-MAINLINE
002420*================================================================
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002450     PERFORM 2000-FIND-UC03-DETAIL THRU 2000-EXIT.
002460     IF NOT DSP-DTL-FOUND
002470         PERFORM 2500-FIND-REJECT THRU 2500-EXIT
002480     END-IF.
002490     PERFORM 3000-FIND-AUDIT-LINE THRU 3000-EXIT.
002500     PERFORM 4000-SHOW-MASTER THRU 4000-EXIT.
002510     PERFORM 5000-SHOW-MANIFEST THRU 5000-EXIT.
002520     MOVE ZERO TO RETURN-CODE.
002530     STOP RUN.
002540*================================================================
002550* 1000-INITIALIZE - RESOLVE THE PARAMETERS.  BOTH ARE REQUIRED -
002560*                   A PACKET WITH NO EXACT RECORD TO CITE IS THE
002570*                   MANUAL SEARCH THIS PROGRAM EXISTS TO END.
002580*================================================================
002590 1000-INITIALIZE.
002600     ACCEPT DSP-RUN-PARM FROM COMMAND-LINE.
002610     UNSTRING DSP-RUN-PARM DELIMITED BY ALL " "
002620         INTO DSP-DATE-PARM DSP-SEQ-PARM DSP-OPT-PARM.
002630     IF DSP-DATE-PARM NOT NUMERIC
002640      OR DSP-SEQ-PARM = SPACES
002650         DISPLAY "UCDISP: USAGE IS '<CCYYMMDD> <SEQ-NO> "
002660             "[CYCLE=XX]'"
002670         MOVE 20 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700     IF DSP-OPT-PARM (1:6) = "CYCLE="
002710         MOVE DSP-OPT-PARM (7:2) TO DSP-CYCLE-ID
002720     END-IF.
002730     IF DSP-OPT-PARM NOT = SPACES
002740      AND DSP-CYCLE-ID = SPACES
002750         DISPLAY "UCDISP: BAD PARM WORD " DSP-OPT-PARM
002760         MOVE 20 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790     IF DSP-CYCLE-ID NOT = SPACES
002800         MOVE SPACES TO DSP-UC03-FILE-NAME
002810         STRING "UC03OUT.C" DELIMITED BY SIZE
002820                DSP-CYCLE-ID DELIMITED BY SIZE
002830                INTO DSP-UC03-FILE-NAME
002840         MOVE SPACES TO DSP-ERR-FILE-NAME
002850         STRING "UC01ERR.C" DELIMITED BY SIZE
002860                DSP-CYCLE-ID DELIMITED BY SIZE
002870                INTO DSP-ERR-FILE-NAME
002880     END-IF.
002890     MOVE DSP-DATE-PARM TO DSP-PROC-DATE.
002900     PERFORM 1100-RIGHT-ALIGN-SEQ THRU 1100-EXIT
002910         UNTIL DSP-SEQ-PARM (9:1) NOT = SPACE.
002920     INSPECT DSP-SEQ-PARM REPLACING LEADING " " BY "0".
002930     IF DSP-SEQ-PARM NOT NUMERIC
002940         DISPLAY "UCDISP: SEQUENCE NUMBER " DSP-SEQ-PARM
002950             " IS NOT NUMERIC"
002960         MOVE 20 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     MOVE DSP-SEQ-PARM TO DSP-SEQ-NO.
003000     IF DSP-CYCLE-ID = SPACES
003010         DISPLAY "UCDISP: PACKET FOR DATE " DSP-PROC-DATE
003020             " SEQUENCE " DSP-SEQ-NO
003030     ELSE
003040         DISPLAY "UCDISP: PACKET FOR DATE " DSP-PROC-DATE
003050             " SEQUENCE " DSP-SEQ-NO " CYCLE " DSP-CYCLE-ID
003060     END-IF.
003070 1000-EXIT.
003080     EXIT.
003090*================================================================
003100* 1100-RIGHT-ALIGN-SEQ - SLIDE THE SEQUENCE PARM RIGHT SO ITS
003110*                        DIGITS LINE UP WITH THE ZERO-PADDED
003120*                        NINE-DIGIT COLUMNS ON THE FILES, THE
003130*                        SAME NORMALIZATION UCSPLIT DOES FOR
003140*                        ITS SLICE-COUNT PARM.
003150*================================================================
003160 1100-RIGHT-ALIGN-SEQ.
003170     MOVE DSP-SEQ-PARM TO DSP-SEQ-WORK.
003180     MOVE SPACES TO DSP-SEQ-PARM.
003190     MOVE DSP-SEQ-WORK (1:8) TO DSP-SEQ-PARM (2:8).
003200 1100-EXIT.
003210     EXIT.
003220*================================================================
003230* 2000-FIND-UC03-DETAIL - SCAN THE DATE'S UC03 FILE FOR THE
003240*                         DETAIL STAMPED WITH THE SEQUENCE
003250*                         NUMBER.  UC03OUT IS REWRITTEN EVERY
003260*                         RUN, SO THE HEADER'S RUN DATE IS
003270*                         CHECKED FIRST - A FILE CUT FOR SOME
003280*                         OTHER DATE WOULD MATCH A SAME-VALUED
003290*                         SEQUENCE AND PRESENT THE WRONG
003300*                         RECORD AS THE DISPUTED ONE, SO IT IS
003310*                         NAMED AND LEFT UNSCANNED.  HEADER
003320*                         AND TRAILER RECORDS PASS OVER IN THE
003330*                         SCAN ITSELF.
003340*================================================================
003350 2000-FIND-UC03-DETAIL.
003360     OPEN INPUT DSP-UC03-FILE.
003370     IF DSP-UC03-STATUS-CD NOT = "00"
003380         DISPLAY "  " DSP-UC03-FILE-NAME " NOT ON FILE, "
003390             "STATUS = " DSP-UC03-STATUS-CD
003400         GO TO 2000-EXIT
003410     END-IF.
003420     READ DSP-UC03-FILE
003430         AT END MOVE 'Y' TO DSP-UC03-EOF-SW
003440     END-READ.
003450     IF DSP-UC03-EOF
003460         DISPLAY "  " DSP-UC03-FILE-NAME " ON HAND IS EMPTY"
003470         CLOSE DSP-UC03-FILE
003480         GO TO 2000-EXIT
003490     END-IF.
003500     MOVE DSP-UC03-REC TO DSP-UC03-LINE.
003510     IF DSP-HT-ID NOT = "HDR "
003520      OR DSP-HDR-RUN-DATE NOT = DSP-DATE-PARM
003530         DISPLAY "  " DSP-UC03-FILE-NAME " ON HAND IS NOT "
003540             DSP-PROC-DATE
003550             "'S OUTPUT (HEADER SAYS " DSP-HDR-RUN-DATE
003560             ") - NOT SCANNED; MOUNT THAT DATE'S FILES"
003570         CLOSE DSP-UC03-FILE
003580         GO TO 2000-EXIT
003590     END-IF.
003600     MOVE 'Y' TO DSP-DAY-OK-SW.
003610     PERFORM 2100-JUDGE-ONE-DETAIL THRU 2100-EXIT
003620         UNTIL DSP-UC03-EOF.
003630     CLOSE DSP-UC03-FILE.
003640     IF NOT DSP-DTL-FOUND
003650         DISPLAY "  NO UC03 DETAIL CARRIES SEQUENCE "
003660             DSP-SEQ-NO " - CHECKING THE REJECTS"
003670     END-IF.
003680 2000-EXIT.
003690     EXIT.
003700*================================================================
003710* 2100-JUDGE-ONE-DETAIL - CHECK ONE UC03 RECORD.
003720*================================================================
003730 2100-JUDGE-ONE-DETAIL.
003740     READ DSP-UC03-FILE
003750         AT END
003760             MOVE 'Y' TO DSP-UC03-EOF-SW
003770         NOT AT END
003780             MOVE DSP-UC03-REC TO DSP-UC03-LINE
003790             IF DSP-HT-ID NOT = "HDR "
003800              AND DSP-HT-ID NOT = "TRL "
003810              AND DSP-DTL-SEQ-NO IS NUMERIC
003820              AND DSP-DTL-SEQ-NO = DSP-SEQ-PARM
003830                 MOVE 'Y' TO DSP-DTL-FOUND-SW
003840                 MOVE DSP-DTL-UC01 TO DSP-UC01-CODE
003850                 DISPLAY "  UC03 DETAIL: SEQ " DSP-DTL-SEQ-NO
003860                     " UC01 " DSP-DTL-UC01
003870                     " UC03 " DSP-DTL-UC03
003880             END-IF
003890     END-READ.
003900 2100-EXIT.
003910     EXIT.
003920*================================================================
003930* 2500-FIND-REJECT - THE SEQUENCE NEVER REACHED UC03; LOOK FOR
003940*                    IT ON THE DAY'S REJECT FILE.  UC01ERR IS
003950*                    REWRITTEN EVERY RUN AND CARRIES NO DATE
003960*                    COLUMN, SO ITS LINES ARE ONLY PRESENTED
003970*                    WHEN THE UC03 HEADER ALREADY PROVED THE
003980*                    FILES ON HAND ARE THE DISPUTED DATE'S RUN
003990*                    OUTPUT.
004000*================================================================
004010 2500-FIND-REJECT.
004020     IF NOT DSP-DAY-CONFIRMED
004030         DISPLAY "  " DSP-ERR-FILE-NAME " CARRIES NO DATE "
004040             "COLUMN AND THE "
004050             "FILES ON HAND ARE NOT CONFIRMED AS "
004060             DSP-PROC-DATE "'S - ITS LINES ARE NOT PRESENTED"
004070         GO TO 2500-EXIT
004080     END-IF.
004090     OPEN INPUT DSP-ERR-FILE.
004100     IF DSP-ERR-STATUS-CD NOT = "00"
004110         DISPLAY "  " DSP-ERR-FILE-NAME " NOT ON FILE, "
004120             "STATUS = " DSP-ERR-STATUS-CD
004130         GO TO 2500-EXIT
004140     END-IF.
004150     PERFORM 2600-JUDGE-ONE-REJECT THRU 2600-EXIT
004160         UNTIL DSP-ERR-EOF.
004170     CLOSE DSP-ERR-FILE.
004180     IF NOT DSP-REJ-FOUND
004190         DISPLAY "  NOT AMONG THE REJECTS EITHER - THE "
004200             "SEQUENCE IS OUTSIDE THE RUN'S COVERAGE"
004210     END-IF.
004220 2500-EXIT.
004230     EXIT.
004240*================================================================
004250* 2600-JUDGE-ONE-REJECT - CHECK ONE ERROR LINE.
004260*================================================================
004270 2600-JUDGE-ONE-REJECT.
004280     READ DSP-ERR-FILE
004290         AT END
004300             MOVE 'Y' TO DSP-ERR-EOF-SW
004310         NOT AT END
004320             MOVE DSP-ERR-REC TO DSP-ERR-LINE
004330             IF DSP-ERR-REC-NO IS NUMERIC
004340              AND DSP-ERR-REC-NO = DSP-SEQ-PARM
004350                 PERFORM 2610-SHOW-REJECT THRU 2610-EXIT
004360             END-IF
004370     END-READ.
004380 2600-EXIT.
004390     EXIT.
004400*================================================================
004410* 2610-SHOW-REJECT - A BASE (OR PRE-SCHEME, BLANK) LINE IS THE
004420*                    RECORD'S REJECT; ANOTHER SCHEME'S LINE
004430*                    ONLY MEANS THAT SCHEME'S FILE LEFT IT OUT.
004440*================================================================
004450 2610-SHOW-REJECT.
004460     IF DSP-ERR-SCHEME NOT = SPACES
004470      AND DSP-ERR-SCHEME NOT = DSP-BASE-SCHEME
004480         DISPLAY "  NOTE: SEQ " DSP-ERR-REC-NO
004490             " LEFT OUT OF SCHEME " DSP-ERR-SCHEME
004500             " REASON " DSP-ERR-REASON
004510         GO TO 2610-EXIT
004520     END-IF.
004530     MOVE 'Y' TO DSP-REJ-FOUND-SW.
004540     MOVE DSP-ERR-BAD-VALUE TO DSP-UC01-CODE.
004550     DISPLAY "  REJECTED: SEQ " DSP-ERR-REC-NO
004560         " UC01 " DSP-ERR-BAD-VALUE
004570         " REASON " DSP-ERR-REASON
004580         " FEED " DSP-ERR-FEED-ID.
004590 2610-EXIT.
004600     EXIT.
004610*================================================================
004620* 3000-FIND-AUDIT-LINE - FIND THE DISPUTED RECORD'S AUDIT LINE,
004630*                        MATCHED ON THE SEQUENCE NUMBER PLUS
004640*                        THE PROCESSING DATE AND CYCLE STAMPED
004650*                        ON EVERY LINE - SEQUENCES RESTART AT 1
004660*                        EACH BUSINESS DATE AND AGAIN IN EACH
004670*                        INTRADAY CYCLE ON THE SHARED TRAIL, SO
004680*                        NOTHING LESS THAN THE TRIPLE NAMES ONE
004690*                        RECORD.  THE
004700*                        DATE'S MONTH MAY ALREADY BE ARCHIVED,
004710*                        SO THE MONTHLY UC01AUD.<CCYYMM>
004720*                        GENERATION IS READ FIRST AND THE LIVE
004730*                        TRAIL ON TOP; THE LAST MATCH WINS.
004740*                        LINES WRITTEN BEFORE THE DATE STAMP
004750*                        EXISTED CARRY SPACES THERE AND CANNOT
004760*                        MATCH - SAID ON THE NO-MATCH LINE.
004770*================================================================
004780 3000-FIND-AUDIT-LINE.
004790     MOVE SPACES TO DSP-AUD-FILE-NAME.
004800     STRING "UC01AUD." DELIMITED BY SIZE
004810            DSP-DATE-PARM (1:6) DELIMITED BY SIZE
004820            INTO DSP-AUD-FILE-NAME.
004830     PERFORM 3100-SCAN-AUDIT-FILE THRU 3100-EXIT.
004840     MOVE "UC01AUD" TO DSP-AUD-FILE-NAME.
004850     PERFORM 3100-SCAN-AUDIT-FILE THRU 3100-EXIT.
004860     IF DSP-AUD-FOUND
004870         MOVE DSP-AUD-HOLD TO DSP-AUD-LINE
004880         MOVE DSP-AUD-UC01-VALUE TO DSP-UC01-CODE
004890         DISPLAY "  AUDIT: RUN " DSP-AUD-DATE " " DSP-AUD-TIME
004900             " UC01 " DSP-AUD-UC01-VALUE
004910             " UC02 " DSP-AUD-UC02-VALUE
004920             " UC03 " DSP-AUD-UC03-VALUE
004930         EVALUATE TRUE
004940             WHEN DSP-AUD-FLAG = "RECYCLED"
004950                 DISPLAY "  FEED " DSP-AUD-FEED-ID
004960                     " - RECOVERED BY RECYCLE, NOT THE "
004970                     "ORIGINAL RUN"
004980             WHEN DSP-AUD-FLAG = "ADJUSTED"
004990                 DISPLAY "  FEED " DSP-AUD-FEED-ID
005000                     " - RE-TRANSLATED BY UCRETRO, UC03 WAS "
005010                     DSP-AUD-PRIOR-UC03 " - REVERSED AND "
005020                     "REBOOKED ON UC03ADJ"
005030             WHEN DSP-AUD-FLAG = "REVERSED"
005040                 DISPLAY "  FEED " DSP-AUD-FEED-ID
005050                     " - NO LONGER TRANSLATES, UC03 WAS "
005060                     DSP-AUD-PRIOR-UC03 " - REVERSED ON UC03ADJ"
005070             WHEN DSP-AUD-FEED-ID = SPACES
005080                 DISPLAY "  FEED *DAILY* (SINGLE-FILE RUN OR "
005090                     "LINE PREDATES THE FEED STAMP)"
005100             WHEN OTHER
005110                 DISPLAY "  FEED " DSP-AUD-FEED-ID
005120         END-EVALUATE
005130     ELSE
005140         DISPLAY "  NO AUDIT LINE CARRIES SEQUENCE " DSP-SEQ-NO
005150             " FOR " DSP-PROC-DATE " (LINES PREDATING THE "
005160             "DATE STAMP CANNOT MATCH)"
005170     END-IF.
005180 3000-EXIT.
005190     EXIT.
005200*================================================================
005210* 3100-SCAN-AUDIT-FILE - SCAN ONE AUDIT FILE, KEEPING THE LAST
005220*                        LINE MATCHING THE SEQUENCE.  A MISSING
005230*                        FILE JUST MEANS THAT SIDE OF THE TRAIL
005240*                        DOESN'T EXIST.
005250*================================================================
005260 3100-SCAN-AUDIT-FILE.
005270     OPEN INPUT DSP-AUD-FILE.
005280     IF DSP-AUD-STATUS-CD NOT = "00"
005290         GO TO 3100-EXIT
005300     END-IF.
005310     MOVE 'N' TO DSP-AUD-EOF-SW.
005320     PERFORM 3200-JUDGE-ONE-AUDIT THRU 3200-EXIT
005330         UNTIL DSP-AUD-EOF.
005340     CLOSE DSP-AUD-FILE.
005350 3100-EXIT.
005360     EXIT.
005370*================================================================
005380* 3200-JUDGE-ONE-AUDIT - CHECK ONE AUDIT LINE.
005390*================================================================
005400 3200-JUDGE-ONE-AUDIT.
005410     READ DSP-AUD-FILE
005420         AT END
005430             MOVE 'Y' TO DSP-AUD-EOF-SW
005440         NOT AT END
005450             MOVE DSP-AUD-REC TO DSP-AUD-LINE
005460             IF DSP-AUD-DATE IS NUMERIC
005470              AND DSP-AUD-REC-NO IS NUMERIC
005480              AND DSP-AUD-REC-NO = DSP-SEQ-PARM
005490              AND DSP-AUD-PROC-DATE = DSP-DATE-PARM
005500              AND DSP-AUD-CYCLE = DSP-CYCLE-ID
005510                 MOVE 'Y' TO DSP-AUD-FOUND-SW
005520                 MOVE DSP-AUD-REC TO DSP-AUD-HOLD
005530             END-IF
005540     END-READ.
005550 3200-EXIT.
005560     EXIT.
005570*================================================================
005580* 4000-SHOW-MASTER - THE CODETRAN RECORD THAT GOVERNED THE CODE
005590*                    ON THE PROCESSING DATE - THE SELECTION RULE
005600*                    2200-VALIDATE-UC01 APPLIES IN MAIN.
005610*================================================================
005620 4000-SHOW-MASTER.
005630     IF DSP-UC01-CODE = SPACES
005640         DISPLAY "  NO UC01 CODE ESTABLISHED - MASTER LOOKUP "
005650             "SKIPPED"
005660         GO TO 4000-EXIT
005670     END-IF.
005680     OPEN INPUT CODE-TRAN-FILE.
005690     IF CODE-TRAN-STATUS-CD NOT = "00"
005700         DISPLAY "  CODE-TRAN-FILE COULD NOT BE OPENED, "
005710             "STATUS = " CODE-TRAN-STATUS-CD
005720         GO TO 4000-EXIT
005730     END-IF.
005740     MOVE 'N' TO DSP-SCAN-SW.
005750     MOVE 'N' TO DSP-GOV-FOUND-SW.
005760     MOVE DSP-BASE-SCHEME TO CODE-TRAN-SCHEME.
005770     MOVE DSP-UC01-CODE TO CODE-TRAN-UC01.
005780     MOVE ZERO TO CODE-TRAN-EFF-FROM.
005790     START CODE-TRAN-FILE KEY NOT < CODE-TRAN-KEY
005800         INVALID KEY MOVE 'Y' TO DSP-SCAN-SW
005810     END-START.
005820     PERFORM 4100-SCAN-ONE-MAPPING THRU 4100-EXIT
005830         UNTIL DSP-SCAN-DONE.
005840     CLOSE CODE-TRAN-FILE.
005850     EVALUATE TRUE
005860         WHEN NOT DSP-GOV-FOUND
005870             DISPLAY "  MASTER: NO RECORD GOVERNED "
005880                 DSP-UC01-CODE " ON " DSP-PROC-DATE
005890         WHEN OTHER
005900             DISPLAY "  MASTER: UC02 " DSP-GOV-UC02
005910                 " STATUS " DSP-GOV-STATUS
005920                 " IN FORCE " DSP-GOV-EFF-FROM
005930                 " TO " DSP-GOV-EFF-TO
005940     END-EVALUATE.
005950 4000-EXIT.
005960     EXIT.
005970*================================================================
005980* 4100-SCAN-ONE-MAPPING - WALK THE CODE'S RECORDS IN ASCENDING
005990*                         EFFECTIVE-FROM ORDER, KEEPING THE LAST
006000*                         ONE DATED ON OR BEFORE THE PROCESSING
006010*                         DATE.  NON-NUMERIC DATES ON A RECORD
006020*                         CONVERTED FROM THE OLD UNDATED LAYOUT
006030*                         READ AS IN FORCE SINCE FOREVER AND
006040*                         OPEN-ENDED.
006050*================================================================
006060 4100-SCAN-ONE-MAPPING.
006070     READ CODE-TRAN-FILE NEXT
006080         AT END
006090             MOVE 'Y' TO DSP-SCAN-SW
006100         NOT AT END
006110             IF CODE-TRAN-SCHEME NOT = DSP-BASE-SCHEME
006120              OR CODE-TRAN-UC01 NOT = DSP-UC01-CODE
006130                 MOVE 'Y' TO DSP-SCAN-SW
006140             ELSE
006150                 PERFORM 4200-HOLD-CANDIDATE THRU 4200-EXIT
006160             END-IF
006170     END-READ.
006180 4100-EXIT.
006190     EXIT.
006200*================================================================
006210* 4200-HOLD-CANDIDATE - KEEP THIS RECORD IF IT IS DATED ON OR
006220*                       BEFORE THE PROCESSING DATE; A LATER ONE
006230*                       ENDS THE SCAN.
006240*================================================================
006250 4200-HOLD-CANDIDATE.
006260     IF CODE-TRAN-EFF-FROM NOT NUMERIC
006270         MOVE ZERO TO CODE-TRAN-EFF-FROM
006280     END-IF.
006290     IF CODE-TRAN-EFF-TO NOT NUMERIC
006300         MOVE 99999999 TO CODE-TRAN-EFF-TO
006310     END-IF.
006320     IF CODE-TRAN-EFF-FROM > DSP-PROC-DATE
006330         MOVE 'Y' TO DSP-SCAN-SW
006340     ELSE
006350         MOVE 'Y' TO DSP-GOV-FOUND-SW
006360         MOVE CODE-TRAN-UC02-VALUE TO DSP-GOV-UC02
006370         MOVE CODE-TRAN-STATUS TO DSP-GOV-STATUS
006380         MOVE CODE-TRAN-EFF-FROM TO DSP-GOV-EFF-FROM
006390         MOVE CODE-TRAN-EFF-TO TO DSP-GOV-EFF-TO
006400     END-IF.
006410 4200-EXIT.
006420     EXIT.
006430*================================================================
006440* 5000-SHOW-MANIFEST - THE RUN'S MANIFEST VERDICT.  THE LAST
006450*                      LINE ON THE FILE WINS, MATCHING UCGATE'S
006460*                      READ OF A REWRITTEN MANIFEST; A MISSING
006470*                      MANIFEST READS AS NOT RELEASED, AS IT
006480*                      DOES AT THE GATE.
006490*================================================================
006500 5000-SHOW-MANIFEST.
006510     MOVE SPACES TO DSP-MAN-FILE-NAME.
006520     IF DSP-CYCLE-ID = SPACES
006530         STRING "UC03MAN." DELIMITED BY SIZE
006540                DSP-PROC-DATE DELIMITED BY SIZE
006550                INTO DSP-MAN-FILE-NAME
006560     ELSE
006570         STRING "UC03MAN." DELIMITED BY SIZE
006580                DSP-PROC-DATE DELIMITED BY SIZE
006590                ".C" DELIMITED BY SIZE
006600                DSP-CYCLE-ID DELIMITED BY SIZE
006610                INTO DSP-MAN-FILE-NAME
006620     END-IF.
006630     OPEN INPUT DSP-MAN-FILE.
006640     IF DSP-MAN-STATUS-CD NOT = "00"
006650         DISPLAY "  MANIFEST: MISSING - READS AS NOT RELEASED"
006660         GO TO 5000-EXIT
006670     END-IF.
006680     PERFORM 5100-READ-ONE-MANIFEST THRU 5100-EXIT
006690         UNTIL DSP-MAN-EOF.
006700     CLOSE DSP-MAN-FILE.
006710     IF DSP-MAN-FOUND
006720         DISPLAY "  MANIFEST: " DSP-MAN-VERDICT
006730             " RESTART " DSP-MAN-RESTART
006740             " READ " DSP-MAN-READ
006750             " WRITTEN " DSP-MAN-WRITE
006760             " REJECTED " DSP-MAN-REJECT
006770     ELSE
006780         DISPLAY "  MANIFEST: NO LINE FOR " DSP-PROC-DATE
006790             " - READS AS NOT RELEASED"
006800     END-IF.
006810 5000-EXIT.
006820     EXIT.
006830*================================================================
006840* 5100-READ-ONE-MANIFEST - KEEP THE LAST MANIFEST LINE FOR THE
006850*                          DATE.
006860*================================================================
006870 5100-READ-ONE-MANIFEST.
006880     READ DSP-MAN-FILE
006890         AT END
006900             MOVE 'Y' TO DSP-MAN-EOF-SW
006910         NOT AT END
006920             IF UC03-MAN-PROC-DATE = DSP-PROC-DATE
006930                 MOVE 'Y' TO DSP-MAN-FOUND-SW
006940                 MOVE UC03-MAN-VERDICT TO DSP-MAN-VERDICT
006950                 MOVE UC03-MAN-RESTART-IND TO DSP-MAN-RESTART
006960                 MOVE UC03-MAN-READ-COUNT TO DSP-MAN-READ
006970                 MOVE UC03-MAN-WRITE-COUNT TO DSP-MAN-WRITE
006980                 MOVE UC03-MAN-REJECT-COUNT TO DSP-MAN-REJECT
006990             ELSE
007000                 MOVE 'N' TO DSP-MAN-FOUND-SW
007010             END-IF
007020     END-READ.
007030 5100-EXIT.
007040     EXIT.

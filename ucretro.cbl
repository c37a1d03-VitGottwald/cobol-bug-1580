000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ucretro.
000030 AUTHOR.      D. OKAFOR.
000040 INSTALLATION. DAILY CODE PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DMO  ORIGINAL VERSION.  RETROACTIVE RE-TRANSLATION
000110*                 AFTER A BACK-DATED MAPPING CORRECTION.  CTMAINT
000120*                 CAN PUT THE MASTER RIGHT FOR A PAST PERIOD, BUT
000130*                 THE UC03 RECORDS ALREADY SENT FOR THOSE DATES
000140*                 STAY WRONG, AND RECYCLE ONLY REPAIRS RECORDS
000150*                 THAT WERE REJECTED.  PARM IS A PROCESSING-DATE
000160*                 RANGE; UCRTRCOD LISTS THE AFFECTED UC01 CODES.
000170*                 EVERY RECORD OF THOSE CODES TRANSLATED IN THE
000180*                 RANGE IS FOUND ON THE AUDIT TRAIL - THE
000190*                 UC01AUD.<CCYYMM> GENERATIONS UCARCH CUT FOR
000200*                 THE RANGE'S MONTHS AND THE LIVE TRAIL - AND
000210*                 RE-RUN THROUGH MAIN'S UC01XLTD ENTRY UNDER THE
000220*                 CORRECTED MASTER.  WHERE THE NEW UC03 DIFFERS
000230*                 FROM WHAT DOWNSTREAM HOLDS, A REVERSAL AND A
000240*                 REBOOK GO TO THE UC03ADJ ADJUSTMENT FILE (SEE
000250*                 COPYBOOKS/UC03ADJ.CPY), WHICH CARRIES ITS OWN
000260*                 HEADER, TRAILER AND UC03ADJM MANIFEST, AND
000270*                 THE RECORD IS STAMPED ADJUSTED (OR REVERSED,
000280*                 WHEN IT NO LONGER TRANSLATES) ON THE AUDIT
000290*                 TRAIL UNDER ITS OWN DATE, CYCLE AND SEQUENCE,
000300*                 SO UCDISP SHOWS THE CORRECTION.  WHAT
000310*                 DOWNSTREAM HOLDS IS THE LAST LINE FOR THE
000320*                 RECORD - A RECYCLE OR AN EARLIER ADJUSTMENT
000330*                 OUTRANKS THE ORIGINAL RUN'S LINE - SO A SECOND
000340*                 RUN OVER THE SAME RANGE ADJUSTS NOTHING TWICE.
000350* 2026-10-15 DMO  EACH RECORD IS NOW JUDGED ONCE.  AN OPERATIONAL
000360*                 RERUN OF A DATE LEAVES TWO ORIGINAL LINES FOR
000370*                 THE SAME DATE, CYCLE AND SEQUENCE, AND EACH WAS
000380*                 JUDGED, SO A CHANGED RECORD WAS REVERSED,
000390*                 REBOOKED AND STAMPED TWICE.  THE SECOND PASS
000400*                 NOW HOLDS ORIGINAL LINES ALONGSIDE THE FIRST
000410*                 PASS'S, A LATER ONE REPLACING AN EARLIER ONE
000420*                 (THE RERUN'S VALUE IS WHAT DOWNSTREAM HOLDS),
000430*                 AND EVERY HELD RECORD IS JUDGED ONCE AT THE END.
000440*                 THE TABLE GREW TO 20000 RECORDS FOR IT.
000450*================================================================
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT RTR-COD-FILE ASSIGN TO "UCRTRCOD"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RTR-COD-STATUS-CD.
000520     SELECT RTR-AUD-FILE ASSIGN TO RTR-AUD-FILE-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RTR-AUD-STATUS-CD.
000550     SELECT RTR-STP-FILE ASSIGN TO "UCRTRWRK"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RTR-STP-STATUS-CD.
000580     SELECT RTR-ADJ-FILE ASSIGN TO "UC03ADJ"
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT RTR-MAN-FILE ASSIGN TO "UC03ADJM"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT RTR-RPT-FILE ASSIGN TO "UCRTRRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  RTR-COD-FILE.
000670 01  RTR-COD-REC                   PIC X(80).
000680 FD  RTR-AUD-FILE.
000690 01  RTR-AUD-REC                   PIC X(80).
000700 FD  RTR-STP-FILE.
000710 01  RTR-STP-REC                   PIC X(80).
000720 FD  RTR-ADJ-FILE
000730     RECORDING MODE IS F
000740     RECORD CONTAINS 48 CHARACTERS.
000750     COPY UC03ADJ.
000760 FD  RTR-MAN-FILE.
000770     COPY UC03MAN.
000780 FD  RTR-RPT-FILE.
000790 01  RTR-RPT-REC                   PIC X(80).
000800 WORKING-STORAGE SECTION.
000810*----------------------------------------------------------------
000820* SWITCHES / FILE STATUS
000830*----------------------------------------------------------------
000840 77  RTR-COD-EOF-SW                PIC X(01) VALUE 'N'.
000850     88  RTR-COD-EOF                           VALUE 'Y'.
000860 77  RTR-AUD-EOF-SW                PIC X(01) VALUE 'N'.
000870     88  RTR-AUD-EOF                           VALUE 'Y'.
000880 77  RTR-STP-EOF-SW                PIC X(01) VALUE 'N'.
000890     88  RTR-STP-EOF                           VALUE 'Y'.
000900 77  RTR-COD-FOUND-SW              PIC X(01) VALUE 'N'.
000910     88  RTR-COD-FOUND                         VALUE 'Y'.
000920 77  RTR-HLD-FOUND-SW              PIC X(01) VALUE 'N'.
000930     88  RTR-HLD-FOUND                         VALUE 'Y'.
000940 77  RTR-COD-STATUS-CD             PIC X(02) VALUE SPACES.
000950 77  RTR-AUD-STATUS-CD             PIC X(02) VALUE SPACES.
000960 77  RTR-STP-STATUS-CD             PIC X(02) VALUE SPACES.
000970*----------------------------------------------------------------
000980* RUN PARAMETER - THE FIRST AND LAST PROCESSING DATES TO
000990* RE-TRANSLATE, BOTH REQUIRED.  ONE DATE FOR BOTH IS ONE DAY.
001000*----------------------------------------------------------------
001010 77  RTR-RUN-PARM                  PIC X(32) VALUE SPACES.
001020 77  RTR-FROM-PARM                 PIC X(08) VALUE SPACES.
001030 77  RTR-TO-PARM                   PIC X(08) VALUE SPACES.
001040 77  RTR-FROM-DATE                 PIC 9(08) VALUE ZERO.
001050 77  RTR-TO-DATE                   PIC 9(08) VALUE ZERO.
001060 77  RTR-TO-MONTH                  PIC 9(06) VALUE ZERO.
001070*----------------------------------------------------------------
001080* RUN DATE/TIME STAMP FOR THE HEADER, MANIFEST AND AUDIT LINES.
001090*----------------------------------------------------------------
001100 77  RTR-RUN-DATE                  PIC 9(08) VALUE ZERO.
001110 77  RTR-RUN-TIME                  PIC 9(08) VALUE ZERO.
001120*----------------------------------------------------------------
001130* THE PASS IN PROGRESS.  PASS 1 HOLDS EVERY RECYCLED AND
001140* ADJUSTED LINE FOR THE CODES IN RANGE; PASS 2 HOLDS THE
001150* ORIGINAL RUN'S LINES THAT NOTHING LATER OUTRANKS.  EVERY
001160* HELD RECORD IS JUDGED ONCE AFTER BOTH PASSES.
001170*----------------------------------------------------------------
001180 77  RTR-PASS                      PIC 9(01) VALUE ZERO.
001190     88  RTR-HOLD-PASS                         VALUE 1.
001200     88  RTR-JUDGE-PASS                        VALUE 2.
001210*----------------------------------------------------------------
001220* THE AUDIT FILE BEING READ - A MONTHLY GENERATION OR THE LIVE
001230* TRAIL - AND THE GENERATION MONTH WALKED FROM THE RANGE'S
001240* FIRST MONTH TO ITS LAST.  UCARCH FILES A LINE UNDER ITS
001250* PROCESSING DATE'S MONTH, SO THE RANGE'S MONTHS ARE THE ONLY
001260* GENERATIONS THAT CAN HOLD ITS LINES.
001270*----------------------------------------------------------------
001280 01  RTR-AUD-FILE-NAME             PIC X(16) VALUE SPACES.
001290 01  RTR-GEN-MONTH-WK.
001300     05  RTR-GEN-CCYY              PIC 9(04).
001310     05  RTR-GEN-MM                PIC 9(02).
001320 01  RTR-GEN-MONTH REDEFINES RTR-GEN-MONTH-WK
001330                                   PIC 9(06).
001340 77  RTR-FILE-LINES                PIC 9(09) VALUE ZERO.
001350*----------------------------------------------------------------
001360* AFFECTED-CODE LIST - ONE UC01 CODE PER LINE ON UCRTRCOD,
001370* LEFT-JUSTIFIED, BLANK LINES PASSED OVER.  A LIST LONGER THAN
001380* THE TABLE IS FATAL RATHER THAN SILENTLY SHORT.
001390*----------------------------------------------------------------
001400 77  RTR-COD-COUNT                 PIC 9(03) VALUE ZERO.
001410 77  RTR-COD-IX                    PIC 9(03) COMP VALUE ZERO.
001420 01  RTR-COD-TABLE.
001430     05  RTR-COD-CODE OCCURS 100 TIMES PIC X(04).
001440*----------------------------------------------------------------
001450* HELD LINES - ONE PER RECORD IN RANGE, EACH JUDGED ONCE AT
001460* THE END.  THE FIRST PASS HOLDS THE LAST RECYCLED OR ADJUSTED
001470* LINE ('H'), WHICH OUTRANKS THE ORIGINAL RUN'S LINE AS THE
001480* VALUE DOWNSTREAM HOLDS; THE SECOND HOLDS THE LAST ORIGINAL
001490* LINE ('O') OF A RECORD NOTHING OUTRANKS - AFTER A RERUN OF
001500* THE DATE, THE RERUN'S.  OVERFLOW IS FATAL - NARROW THE RANGE
001510* OR THE CODE LIST.
001520*----------------------------------------------------------------
001530 77  RTR-HLD-COUNT                 PIC 9(05) COMP VALUE ZERO.
001540 77  RTR-HLD-IX                    PIC 9(05) COMP VALUE ZERO.
001550 01  RTR-HLD-TABLE.
001560     05  RTR-HLD-ENTRY OCCURS 20000 TIMES.
001570         10  RTR-HLD-KEY.
001580             15  RTR-HLD-PROC-DATE PIC 9(08).
001590             15  RTR-HLD-CYCLE     PIC X(02).
001600             15  RTR-HLD-SEQ-NO    PIC 9(09).
001610         10  RTR-HLD-UC01          PIC X(04).
001620         10  RTR-HLD-UC02          PIC X(01).
001630         10  RTR-HLD-UC03          PIC X(01).
001640         10  RTR-HLD-FEED-ID       PIC X(08).
001650         10  RTR-HLD-KIND          PIC X(01).
001660             88  RTR-HLD-ORIGINAL              VALUE 'O'.
001670*----------------------------------------------------------------
001680* THE RECORD BEING JUDGED - ITS KEY, CODE AND FEED, AND THE UC03
001690* VALUE DOWNSTREAM HOLDS FOR IT (SPACES WHEN AN EARLIER RUN
001700* REVERSED IT) - AND THE UC01XLTD LOOKUP PARAMETERS.
001710*----------------------------------------------------------------
001720 01  RTR-CUR-KEY.
001730     05  RTR-CUR-PROC-DATE         PIC 9(08).
001740     05  RTR-CUR-CYCLE             PIC X(02).
001750     05  RTR-CUR-SEQ-NO            PIC 9(09).
001760 77  RTR-CUR-UC01                  PIC X(04) VALUE SPACES.
001770 77  RTR-CUR-UC02                  PIC X(01) VALUE SPACES.
001780 77  RTR-CUR-UC03                  PIC X(01) VALUE SPACES.
001790 77  RTR-CUR-FEED-ID               PIC X(08) VALUE SPACES.
001800 77  RTR-XLT-UC01                  PIC X(04) VALUE SPACES.
001810 77  RTR-XLT-UC03                  PIC X(01) VALUE SPACES.
001820*----------------------------------------------------------------
001830* COUNTERS
001840*----------------------------------------------------------------
001850 77  RTR-UNSTAMPED-COUNT           PIC 9(09) VALUE ZERO.
001860 77  RTR-JUDGED-COUNT              PIC 9(09) VALUE ZERO.
001870 77  RTR-UNCHANGED-COUNT           PIC 9(09) VALUE ZERO.
001880 77  RTR-ADJUSTED-COUNT            PIC 9(09) VALUE ZERO.
001890 77  RTR-REVERSED-COUNT            PIC 9(09) VALUE ZERO.
001900 77  RTR-REV-COUNT                 PIC 9(09) VALUE ZERO.
001910 77  RTR-RBK-COUNT                 PIC 9(09) VALUE ZERO.
001920 77  RTR-DETAIL-COUNT              PIC 9(09) VALUE ZERO.
001930 77  RTR-STAMP-COUNT               PIC 9(09) VALUE ZERO.
001940 77  RTR-FILE-LINES-ED             PIC ZZZ,ZZZ,ZZ9.
001950*----------------------------------------------------------------
001960* AUDIT TRAIL LINE AS MAIN, RECYCLE AND THIS JOB WRITE IT.  THE
001970* SPARE COLUMNS AFTER THE CYCLE CARRY, ON THIS JOB'S LINES, THE
001980* UC03 VALUE THE RECORD HELD BEFORE THE ADJUSTMENT.
001990*----------------------------------------------------------------
002000 01  RTR-AUD-LINE.
002010     05  RTR-AUD-DATE              PIC X(08).
002020     05  FILLER                    PIC X(01).
002030     05  RTR-AUD-TIME              PIC X(08).
002040     05  FILLER                    PIC X(01).
002050     05  RTR-AUD-REC-NO            PIC X(09).
002060     05  FILLER                    PIC X(01).
002070     05  RTR-AUD-UC01-VALUE        PIC X(04).
002080     05  FILLER                    PIC X(01).
002090     05  RTR-AUD-UC02-VALUE        PIC X(01).
002100     05  FILLER                    PIC X(01).
002110     05  RTR-AUD-UC03-VALUE        PIC X(01).
002120     05  FILLER                    PIC X(01).
002130     05  RTR-AUD-FLAG              PIC X(08).
002140     05  FILLER                    PIC X(01).
002150     05  RTR-AUD-FEED-ID           PIC X(08).
002160     05  FILLER                    PIC X(01).
002170     05  RTR-AUD-PROC-DATE         PIC X(08).
002180     05  FILLER                    PIC X(01).
002190     05  RTR-AUD-CYCLE             PIC X(02).
002200     05  FILLER                    PIC X(14).
002210*----------------------------------------------------------------
002220* THE ADJUSTMENT STAMP WRITTEN FOR EACH CORRECTED RECORD - THE
002230* SAME SHAPE, FLAGGED ADJUSTED (NEW VALUE IN THE UC03 COLUMN)
002240* OR REVERSED (UC03 COLUMN BLANK - THE RECORD NO LONGER
002250* TRANSLATES), WITH THE PRIOR VALUE IN THE SPARE COLUMN.
002260*----------------------------------------------------------------
002270 01  RTR-STP-LINE.
002280     05  RTR-STP-DATE              PIC 9(08).
002290     05  FILLER                    PIC X(01) VALUE SPACES.
002300     05  RTR-STP-TIME              PIC 9(08).
002310     05  FILLER                    PIC X(01) VALUE SPACES.
002320     05  RTR-STP-REC-NO            PIC 9(09).
002330     05  FILLER                    PIC X(01) VALUE SPACES.
002340     05  RTR-STP-UC01-VALUE        PIC X(04).
002350     05  FILLER                    PIC X(01) VALUE SPACES.
002360     05  RTR-STP-UC02-VALUE        PIC X(01).
002370     05  FILLER                    PIC X(01) VALUE SPACES.
002380     05  RTR-STP-UC03-VALUE        PIC X(01).
002390     05  FILLER                    PIC X(01) VALUE SPACES.
002400     05  RTR-STP-FLAG              PIC X(08).
002410     05  FILLER                    PIC X(01) VALUE SPACES.
002420     05  RTR-STP-FEED-ID           PIC X(08).
002430     05  FILLER                    PIC X(01) VALUE SPACES.
002440     05  RTR-STP-PROC-DATE         PIC 9(08).
002450     05  FILLER                    PIC X(01) VALUE SPACES.
002460     05  RTR-STP-CYCLE             PIC X(02).
002470     05  FILLER                    PIC X(01) VALUE SPACES.
002480     05  RTR-STP-PRIOR-UC03        PIC X(01).
002490     05  FILLER                    PIC X(12) VALUE SPACES.
002500*----------------------------------------------------------------
002510* REPORT LINE - ONE PER CORRECTED RECORD.
002520*----------------------------------------------------------------
002530 01  RTR-RPT-LINE.
002540     05  FILLER                    PIC X(05) VALUE "DATE ".
002550     05  RTR-RPT-PROC-DATE         PIC 9(08).
002560     05  FILLER                    PIC X(04) VALUE " CY ".
002570     05  RTR-RPT-CYCLE             PIC X(02).
002580     05  FILLER                    PIC X(05) VALUE " SEQ ".
002590     05  RTR-RPT-SEQ-NO            PIC 9(09).
002600     05  FILLER                    PIC X(06) VALUE " UC01 ".
002610     05  RTR-RPT-UC01              PIC X(04).
002620     05  FILLER                    PIC X(06) VALUE " FEED ".
002630     05  RTR-RPT-FEED-ID           PIC X(08).
002640     05  FILLER                    PIC X(05) VALUE " WAS ".
002650     05  RTR-RPT-WAS               PIC X(01).
002660     05  FILLER                    PIC X(05) VALUE " NOW ".
002670     05  RTR-RPT-NOW               PIC X(01).
002680     05  FILLER                    PIC X(01) VALUE SPACES.
002690     05  RTR-RPT-ACTION            PIC X(08).
002700     05  FILLER                    PIC X(02) VALUE SPACES.
002710 PROCEDURE DIVISION.
002720*================================================================
002730* 0000-MAINLINE
002740*================================================================
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770     MOVE 1 TO RTR-PASS.
002780     PERFORM 2000-READ-TRAIL THRU 2000-EXIT.
002790     MOVE 2 TO RTR-PASS.
002800     PERFORM 2000-READ-TRAIL THRU 2000-EXIT.
002810     PERFORM 4000-JUDGE-HELD THRU 4000-EXIT
002820         VARYING RTR-HLD-IX FROM 1 BY 1
002830         UNTIL RTR-HLD-IX > RTR-HLD-COUNT.
002840     PERFORM 5000-STAMP-TRAIL THRU 5000-EXIT.
002850     PERFORM 6000-TERMINATE THRU 6000-EXIT.
002860     STOP RUN.
002870*================================================================
002880* 1000-INITIALIZE - RESOLVE THE DATE RANGE, LOAD THE CODE LIST,
002890*                   OPEN THE OUTPUTS AND WRITE THE ADJUSTMENT
002900*                   FILE'S HEADER.  A BAD RANGE OR AN EMPTY
002910*                   CODE LIST IS FATAL - A RE-TRANSLATION OF
002920*                   EVERYTHING IS NOT A CORRECTION ANYONE ASKED
002930*                   FOR.
002940*================================================================
002950 1000-INITIALIZE.
002960     ACCEPT RTR-RUN-PARM FROM COMMAND-LINE.
002970     UNSTRING RTR-RUN-PARM DELIMITED BY ALL " "
002980         INTO RTR-FROM-PARM RTR-TO-PARM.
002990     IF RTR-FROM-PARM NOT NUMERIC
003000      OR RTR-TO-PARM NOT NUMERIC
003010         DISPLAY "UCRETRO: USAGE IS '<FROM CCYYMMDD> "
003020             "<TO CCYYMMDD>'"
003030         MOVE 20 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     MOVE RTR-FROM-PARM TO RTR-FROM-DATE.
003070     MOVE RTR-TO-PARM TO RTR-TO-DATE.
003080     IF RTR-FROM-DATE > RTR-TO-DATE
003090         DISPLAY "UCRETRO: RANGE " RTR-FROM-DATE " TO "
003100             RTR-TO-DATE " RUNS BACKWARDS"
003110         MOVE 20 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003140     MOVE RTR-TO-PARM (1:6) TO RTR-TO-MONTH.
003150     PERFORM 1100-LOAD-CODE-LIST THRU 1100-EXIT.
003160     ACCEPT RTR-RUN-DATE FROM DATE YYYYMMDD.
003170     ACCEPT RTR-RUN-TIME FROM TIME.
003180     OPEN OUTPUT RTR-ADJ-FILE.
003190     OPEN OUTPUT RTR-STP-FILE.
003200     OPEN OUTPUT RTR-RPT-FILE.
003210     MOVE SPACES TO UC03-ADJ-REC.
003220     MOVE "HDR " TO UC03-ADJ-HDR-ID.
003230     MOVE "UC01-ADJ" TO UC03-ADJ-HDR-BATCH-ID.
003240     MOVE RTR-RUN-DATE TO UC03-ADJ-HDR-RUN-DATE.
003250     MOVE RTR-RUN-TIME TO UC03-ADJ-HDR-RUN-TIME.
003260     MOVE RTR-FROM-DATE TO UC03-ADJ-HDR-FROM-DATE.
003270     MOVE RTR-TO-DATE TO UC03-ADJ-HDR-TO-DATE.
003280     WRITE UC03-ADJ-REC.
003290     MOVE SPACES TO RTR-RPT-REC.
003300     STRING "RETROACTIVE RE-TRANSLATION " DELIMITED BY SIZE
003310            RTR-FROM-DATE DELIMITED BY SIZE
003320            " TO " DELIMITED BY SIZE
003330            RTR-TO-DATE DELIMITED BY SIZE
003340            " FOR " DELIMITED BY SIZE
003350            RTR-COD-COUNT DELIMITED BY SIZE
003360            " CODES" DELIMITED BY SIZE
003370            INTO RTR-RPT-REC.
003380     WRITE RTR-RPT-REC.
003390 1000-EXIT.
003400     EXIT.
003410*================================================================
003420* 1100-LOAD-CODE-LIST - READ THE AFFECTED-CODE LIST.  A MISSING
003430*                       OR EMPTY LIST IS FATAL.
003440*================================================================
003450 1100-LOAD-CODE-LIST.
003460     MOVE SPACES TO RTR-COD-TABLE.
003470     MOVE ZERO TO RTR-COD-COUNT.
003480     OPEN INPUT RTR-COD-FILE.
003490     IF RTR-COD-STATUS-CD NOT = "00"
003500         DISPLAY "UCRETRO: UCRTRCOD COULD NOT BE OPENED, "
003510             "STATUS = " RTR-COD-STATUS-CD
003520         MOVE 20 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550     PERFORM 1110-READ-ONE-CODE THRU 1110-EXIT
003560         UNTIL RTR-COD-EOF.
003570     CLOSE RTR-COD-FILE.
003580     IF RTR-COD-COUNT = ZERO
003590         DISPLAY "UCRETRO: UCRTRCOD NAMES NO CODES"
003600         MOVE 20 TO RETURN-CODE
003610         STOP RUN
003620     END-IF.
003630 1100-EXIT.
003640     EXIT.
003650*================================================================
003660* 1110-READ-ONE-CODE - READ ONE CODE LIST LINE.
003670*================================================================
003680 1110-READ-ONE-CODE.
003690     READ RTR-COD-FILE
003700         AT END
003710             MOVE 'Y' TO RTR-COD-EOF-SW
003720         NOT AT END
003730             IF RTR-COD-REC NOT = SPACES
003740                 IF RTR-COD-COUNT = 100
003750                     DISPLAY "UCRETRO: UCRTRCOD NAMES MORE "
003760                         "THAN 100 CODES - " RTR-COD-REC
003770                     MOVE 20 TO RETURN-CODE
003780                     STOP RUN
003790                 END-IF
003800                 ADD 1 TO RTR-COD-COUNT
003810                 MOVE RTR-COD-REC TO RTR-COD-CODE (RTR-COD-COUNT)
003820             END-IF
003830     END-READ.
003840 1110-EXIT.
003850     EXIT.
003860*================================================================
003870* 2000-READ-TRAIL - ONE PASS OVER THE TRAIL: EACH OF THE RANGE'S
003880*                   MONTHLY GENERATIONS IN MONTH ORDER, THEN THE
003890*                   LIVE TRAIL, SO LATER LINES FOR A RECORD ARE
003900*                   ALWAYS SEEN AFTER EARLIER ONES.
003910*================================================================
003920 2000-READ-TRAIL.
003930     MOVE RTR-FROM-PARM (1:6) TO RTR-GEN-MONTH.
003940     PERFORM 2100-READ-ONE-GENERATION THRU 2100-EXIT
003950         UNTIL RTR-GEN-MONTH > RTR-TO-MONTH.
003960     MOVE "UC01AUD" TO RTR-AUD-FILE-NAME.
003970     PERFORM 2200-READ-ONE-FILE THRU 2200-EXIT.
003980 2000-EXIT.
003990     EXIT.
004000*================================================================
004010* 2100-READ-ONE-GENERATION - READ ONE MONTH'S GENERATION AND
004020*                            STEP TO THE NEXT MONTH.
004030*================================================================
004040 2100-READ-ONE-GENERATION.
004050     MOVE SPACES TO RTR-AUD-FILE-NAME.
004060     STRING "UC01AUD." DELIMITED BY SIZE
004070            RTR-GEN-MONTH DELIMITED BY SIZE
004080            INTO RTR-AUD-FILE-NAME.
004090     PERFORM 2200-READ-ONE-FILE THRU 2200-EXIT.
004100     IF RTR-GEN-MM = 12
004110         ADD 1 TO RTR-GEN-CCYY
004120         MOVE 1 TO RTR-GEN-MM
004130     ELSE
004140         ADD 1 TO RTR-GEN-MM
004150     END-IF.
004160 2100-EXIT.
004170     EXIT.
004180*================================================================
004190* 2200-READ-ONE-FILE - SCREEN EVERY LINE OF ONE AUDIT FILE.  A
004200*                      MISSING FILE IS A MONTH NOT YET ARCHIVED
004210*                      (OR NO TRAIL AT ALL) AND IS ONLY NAMED ON
004220*                      THE REPORT, ONCE, ON THE FIRST PASS.
004230*================================================================
004240 2200-READ-ONE-FILE.
004250     OPEN INPUT RTR-AUD-FILE.
004260     IF RTR-AUD-STATUS-CD NOT = "00"
004270         IF RTR-HOLD-PASS
004280             MOVE SPACES TO RTR-RPT-REC
004290             STRING "SOURCE " DELIMITED BY SIZE
004300                    RTR-AUD-FILE-NAME DELIMITED BY SPACE
004310                    " NOT ON FILE" DELIMITED BY SIZE
004320                    INTO RTR-RPT-REC
004330             WRITE RTR-RPT-REC
004340         END-IF
004350         GO TO 2200-EXIT
004360     END-IF.
004370     MOVE 'N' TO RTR-AUD-EOF-SW.
004380     MOVE ZERO TO RTR-FILE-LINES.
004390     PERFORM 2300-READ-ONE-LINE THRU 2300-EXIT
004400         UNTIL RTR-AUD-EOF.
004410     CLOSE RTR-AUD-FILE.
004420     IF RTR-HOLD-PASS
004430         MOVE RTR-FILE-LINES TO RTR-FILE-LINES-ED
004440         MOVE SPACES TO RTR-RPT-REC
004450         STRING "SOURCE " DELIMITED BY SIZE
004460                RTR-AUD-FILE-NAME DELIMITED BY SPACE
004470                " READ " DELIMITED BY SIZE
004480                RTR-FILE-LINES-ED DELIMITED BY SIZE
004490                " LINES" DELIMITED BY SIZE
004500                INTO RTR-RPT-REC
004510         WRITE RTR-RPT-REC
004520     END-IF.
004530 2200-EXIT.
004540     EXIT.
004550*================================================================
004560* 2300-READ-ONE-LINE - READ ONE AUDIT LINE.
004570*================================================================
004580 2300-READ-ONE-LINE.
004590     READ RTR-AUD-FILE
004600         AT END
004610             MOVE 'Y' TO RTR-AUD-EOF-SW
004620         NOT AT END
004630             ADD 1 TO RTR-FILE-LINES
004640             PERFORM 2400-SCREEN-LINE THRU 2400-EXIT
004650     END-READ.
004660 2300-EXIT.
004670     EXIT.
004680*================================================================
004690* 2400-SCREEN-LINE - KEEP ONLY LINES FOR A LISTED CODE WHOSE
004700*                    PROCESSING-DATE STAMP FALLS IN THE RANGE.
004710*                    LINES WRITTEN BEFORE THE DATE STAMP EXISTED
004720*                    CANNOT BE TIED TO A RECORD AND ARE ONLY
004730*                    COUNTED.  ON THE FIRST PASS A RECYCLED OR
004740*                    ADJUSTED LINE IS HELD; ON THE SECOND AN
004750*                    ORIGINAL RUN'S LINE IS HELD UNLESS THE
004760*                    FIRST PASS HELD ITS RECORD.
004770*================================================================
004780 2400-SCREEN-LINE.
004790     MOVE RTR-AUD-REC TO RTR-AUD-LINE.
004800     IF RTR-AUD-PROC-DATE NOT NUMERIC
004810      OR RTR-AUD-REC-NO NOT NUMERIC
004820         IF RTR-HOLD-PASS
004830             ADD 1 TO RTR-UNSTAMPED-COUNT
004840         END-IF
004850         GO TO 2400-EXIT
004860     END-IF.
004870     IF RTR-AUD-PROC-DATE < RTR-FROM-PARM
004880      OR RTR-AUD-PROC-DATE > RTR-TO-PARM
004890         GO TO 2400-EXIT
004900     END-IF.
004910     MOVE 'N' TO RTR-COD-FOUND-SW.
004920     PERFORM 2410-MATCH-ONE-CODE THRU 2410-EXIT
004930         VARYING RTR-COD-IX FROM 1 BY 1
004940         UNTIL RTR-COD-IX > RTR-COD-COUNT
004950            OR RTR-COD-FOUND.
004960     IF NOT RTR-COD-FOUND
004970         GO TO 2400-EXIT
004980     END-IF.
004990     MOVE RTR-AUD-PROC-DATE TO RTR-CUR-PROC-DATE.
005000     MOVE RTR-AUD-CYCLE TO RTR-CUR-CYCLE.
005010     MOVE RTR-AUD-REC-NO TO RTR-CUR-SEQ-NO.
005020     MOVE 'N' TO RTR-HLD-FOUND-SW.
005030     PERFORM 2510-MATCH-ONE-HELD THRU 2510-EXIT
005040         VARYING RTR-HLD-IX FROM 1 BY 1
005050         UNTIL RTR-HLD-IX > RTR-HLD-COUNT
005060            OR RTR-HLD-FOUND.
005070     IF RTR-HOLD-PASS
005080         IF RTR-AUD-FLAG NOT = SPACES
005090             PERFORM 2500-HOLD-LINE THRU 2500-EXIT
005100         END-IF
005110     ELSE
005120         IF RTR-AUD-FLAG = SPACES
005130             PERFORM 2600-HOLD-ORIGINAL THRU 2600-EXIT
005140         END-IF
005150     END-IF.
005160 2400-EXIT.
005170     EXIT.
005180*================================================================
005190* 2410-MATCH-ONE-CODE - CHECK THE LINE'S CODE AGAINST ONE
005200*                       LISTED CODE.
005210*================================================================
005220 2410-MATCH-ONE-CODE.
005230     IF RTR-COD-CODE (RTR-COD-IX) = RTR-AUD-UC01-VALUE
005240         MOVE 'Y' TO RTR-COD-FOUND-SW
005250     END-IF.
005260 2410-EXIT.
005270     EXIT.
005280*================================================================
005290* 2500-HOLD-LINE - HOLD A RECYCLED OR ADJUSTED LINE.  A LATER
005300*                  LINE FOR A RECORD ALREADY HELD REPLACES IT -
005310*                  THE LAST LINE IS WHAT DOWNSTREAM HOLDS.  THE
005320*                  MATCH LEAVES THE INDEX ONE PAST THE SLOT.
005330*================================================================
005340 2500-HOLD-LINE.
005350     IF RTR-HLD-FOUND
005360         SUBTRACT 1 FROM RTR-HLD-IX
005370     ELSE
005380         PERFORM 2520-ADD-HELD-SLOT THRU 2520-EXIT
005390     END-IF.
005400     PERFORM 2530-FILL-HELD-SLOT THRU 2530-EXIT.
005410     MOVE 'H' TO RTR-HLD-KIND (RTR-HLD-IX).
005420 2500-EXIT.
005430     EXIT.
005440*================================================================
005450* 2510-MATCH-ONE-HELD - CHECK THE LINE'S RECORD KEY AGAINST ONE
005460*                       HELD LINE.
005470*================================================================
005480 2510-MATCH-ONE-HELD.
005490     IF RTR-HLD-KEY (RTR-HLD-IX) = RTR-CUR-KEY
005500         MOVE 'Y' TO RTR-HLD-FOUND-SW
005510     END-IF.
005520 2510-EXIT.
005530     EXIT.
005540*================================================================
005550* 2520-ADD-HELD-SLOT - OPEN A NEW HELD SLOT FOR THE RECORD IN
005560*                      HAND.  OVERFLOW IS FATAL.
005570*================================================================
005580 2520-ADD-HELD-SLOT.
005590     IF RTR-HLD-COUNT = 20000
005600         DISPLAY "UCRETRO: MORE THAN 20000 RECORDS IN RANGE - "
005610             "NARROW THE RANGE OR THE CODE LIST"
005620         MOVE 20 TO RETURN-CODE
005630         STOP RUN
005640     END-IF.
005650     ADD 1 TO RTR-HLD-COUNT.
005660     MOVE RTR-HLD-COUNT TO RTR-HLD-IX.
005670     MOVE RTR-CUR-KEY TO RTR-HLD-KEY (RTR-HLD-IX).
005680 2520-EXIT.
005690     EXIT.
005700*================================================================
005710* 2530-FILL-HELD-SLOT - COPY THE LINE IN HAND INTO ITS SLOT.
005720*================================================================
005730 2530-FILL-HELD-SLOT.
005740     MOVE RTR-AUD-UC01-VALUE TO RTR-HLD-UC01 (RTR-HLD-IX).
005750     MOVE RTR-AUD-UC02-VALUE TO RTR-HLD-UC02 (RTR-HLD-IX).
005760     MOVE RTR-AUD-UC03-VALUE TO RTR-HLD-UC03 (RTR-HLD-IX).
005770     MOVE RTR-AUD-FEED-ID TO RTR-HLD-FEED-ID (RTR-HLD-IX).
005780 2530-EXIT.
005790     EXIT.
005800*================================================================
005810* 2600-HOLD-ORIGINAL - HOLD AN ORIGINAL RUN'S LINE FOR A RECORD
005820*                      NOTHING LATER OUTRANKS: WHAT IT SAYS WAS
005830*                      SENT IS WHAT DOWNSTREAM HOLDS.  A RECORD
005840*                      THE FIRST PASS HELD IS LEFT ALONE; A
005850*                      SECOND ORIGINAL LINE FOR THE SAME RECORD
005860*                      (A RERUN OF THE DATE) REPLACES THE FIRST,
005870*                      SO THE RECORD IS STILL JUDGED ONLY ONCE.
005880*================================================================
005890 2600-HOLD-ORIGINAL.
005900     IF RTR-HLD-FOUND
005910         SUBTRACT 1 FROM RTR-HLD-IX
005920         IF NOT RTR-HLD-ORIGINAL (RTR-HLD-IX)
005930             GO TO 2600-EXIT
005940         END-IF
005950     ELSE
005960         PERFORM 2520-ADD-HELD-SLOT THRU 2520-EXIT
005970     END-IF.
005980     PERFORM 2530-FILL-HELD-SLOT THRU 2530-EXIT.
005990     MOVE 'O' TO RTR-HLD-KIND (RTR-HLD-IX).
006000 2600-EXIT.
006010     EXIT.
006020*================================================================
006030* 3000-JUDGE-RECORD - RE-TRANSLATE ONE RECORD AS OF ITS OWN
006040*                     PROCESSING DATE UNDER THE MASTER AS IT
006050*                     STANDS NOW, THROUGH MAIN'S UC01XLTD ENTRY
006060*                     SO THE LOOKUP RULE LIVES IN ONE PLACE.  AN
006070*                     UNCHANGED VALUE NEEDS NOTHING; A CHANGED
006080*                     ONE IS REVERSED (IF DOWNSTREAM HOLDS A
006090*                     VALUE), REBOOKED (IF IT STILL TRANSLATES)
006100*                     AND STAMPED ON THE TRAIL.
006110*================================================================
006120 3000-JUDGE-RECORD.
006130     ADD 1 TO RTR-JUDGED-COUNT.
006140     MOVE RTR-CUR-UC01 TO RTR-XLT-UC01.
006150     CALL "UC01XLTD" USING RTR-CUR-PROC-DATE RTR-XLT-UC01
006160                           RTR-XLT-UC03.
006170     IF RTR-XLT-UC03 = RTR-CUR-UC03
006180         ADD 1 TO RTR-UNCHANGED-COUNT
006190         GO TO 3000-EXIT
006200     END-IF.
006210     IF RTR-CUR-UC03 NOT = SPACE
006220         MOVE "REV " TO UC03-ADJ-TYPE
006230         MOVE RTR-CUR-UC03 TO UC03-ADJ-UC03
006240         PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
006250         ADD 1 TO RTR-REV-COUNT
006260     END-IF.
006270     IF RTR-XLT-UC03 NOT = SPACE
006280         MOVE "RBK " TO UC03-ADJ-TYPE
006290         MOVE RTR-XLT-UC03 TO UC03-ADJ-UC03
006300         PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
006310         ADD 1 TO RTR-RBK-COUNT
006320         ADD 1 TO RTR-ADJUSTED-COUNT
006330         MOVE "ADJUSTED" TO RTR-STP-FLAG
006340     ELSE
006350         ADD 1 TO RTR-REVERSED-COUNT
006360         MOVE "REVERSED" TO RTR-STP-FLAG
006370     END-IF.
006380     PERFORM 3200-STAMP-RECORD THRU 3200-EXIT.
006390     PERFORM 3300-REPORT-RECORD THRU 3300-EXIT.
006400 3000-EXIT.
006410     EXIT.
006420*================================================================
006430* 3100-WRITE-DETAIL - ONE REVERSAL OR REBOOK, KEYED BY THE
006440*                     RECORD'S DATE, CYCLE AND SEQUENCE.  THE
006450*                     TYPE AND VALUE ARE SET BY THE CALLER; THE
006460*                     REST OF THE RECORD IS FILLED HERE.
006470*================================================================
006480 3100-WRITE-DETAIL.
006490     MOVE RTR-CUR-PROC-DATE TO UC03-ADJ-PROC-DATE.
006500     MOVE RTR-CUR-CYCLE TO UC03-ADJ-CYCLE.
006510     MOVE RTR-CUR-SEQ-NO TO UC03-ADJ-SEQ-NO.
006520     MOVE RTR-CUR-UC01 TO UC03-ADJ-UC01.
006530     MOVE RTR-CUR-FEED-ID TO UC03-ADJ-FEED-ID.
006540     MOVE SPACES TO UC03-ADJ-REC (37:12).
006550     WRITE UC03-ADJ-REC.
006560     ADD 1 TO RTR-DETAIL-COUNT.
006570 3100-EXIT.
006580     EXIT.
006590*================================================================
006600* 3200-STAMP-RECORD - THE CORRECTED RECORD'S AUDIT LINE, UNDER
006610*                     ITS OWN PROCESSING DATE, CYCLE AND
006620*                     SEQUENCE SO UCDISP'S MATCH FINDS IT - AND,
006630*                     BEING LAST, SHOWS IT.  HELD ON THE WORK
006640*                     FILE UNTIL THE TRAIL IS NO LONGER BEING
006650*                     READ.
006660*================================================================
006670 3200-STAMP-RECORD.
006680     MOVE RTR-RUN-DATE TO RTR-STP-DATE.
006690     MOVE RTR-RUN-TIME TO RTR-STP-TIME.
006700     MOVE RTR-CUR-SEQ-NO TO RTR-STP-REC-NO.
006710     MOVE RTR-CUR-UC01 TO RTR-STP-UC01-VALUE.
006720     MOVE RTR-CUR-UC02 TO RTR-STP-UC02-VALUE.
006730     MOVE RTR-XLT-UC03 TO RTR-STP-UC03-VALUE.
006740     MOVE RTR-CUR-FEED-ID TO RTR-STP-FEED-ID.
006750     MOVE RTR-CUR-PROC-DATE TO RTR-STP-PROC-DATE.
006760     MOVE RTR-CUR-CYCLE TO RTR-STP-CYCLE.
006770     MOVE RTR-CUR-UC03 TO RTR-STP-PRIOR-UC03.
006780     MOVE RTR-STP-LINE TO RTR-STP-REC.
006790     WRITE RTR-STP-REC.
006800     ADD 1 TO RTR-STAMP-COUNT.
006810 3200-EXIT.
006820     EXIT.
006830*================================================================
006840* 3300-REPORT-RECORD - ONE REPORT LINE PER CORRECTED RECORD.
006850*================================================================
006860 3300-REPORT-RECORD.
006870     MOVE RTR-CUR-PROC-DATE TO RTR-RPT-PROC-DATE.
006880     MOVE RTR-CUR-CYCLE TO RTR-RPT-CYCLE.
006890     MOVE RTR-CUR-SEQ-NO TO RTR-RPT-SEQ-NO.
006900     MOVE RTR-CUR-UC01 TO RTR-RPT-UC01.
006910     MOVE RTR-CUR-FEED-ID TO RTR-RPT-FEED-ID.
006920     MOVE RTR-CUR-UC03 TO RTR-RPT-WAS.
006930     MOVE RTR-XLT-UC03 TO RTR-RPT-NOW.
006940     MOVE RTR-STP-FLAG TO RTR-RPT-ACTION.
006950     MOVE RTR-RPT-LINE TO RTR-RPT-REC.
006960     WRITE RTR-RPT-REC.
006970 3300-EXIT.
006980     EXIT.
006990*================================================================
007000* 4000-JUDGE-HELD - JUDGE ONE HELD RECORD, ONCE, ON ITS LAST
007010*                   LINE - AN ORIGINAL ONE ON WHAT ITS LAST RUN
007020*                   SENT, A RECYCLED ONE ON THE VALUE RECYCLE
007030*                   SENT, AN ADJUSTED ONE ON ITS LAST REBOOK, A
007040*                   REVERSED ONE ON NOTHING HELD DOWNSTREAM.
007050*================================================================
007060 4000-JUDGE-HELD.
007070     MOVE RTR-HLD-KEY (RTR-HLD-IX) TO RTR-CUR-KEY.
007080     MOVE RTR-HLD-UC01 (RTR-HLD-IX) TO RTR-CUR-UC01.
007090     MOVE RTR-HLD-UC02 (RTR-HLD-IX) TO RTR-CUR-UC02.
007100     MOVE RTR-HLD-UC03 (RTR-HLD-IX) TO RTR-CUR-UC03.
007110     MOVE RTR-HLD-FEED-ID (RTR-HLD-IX) TO RTR-CUR-FEED-ID.
007120     PERFORM 3000-JUDGE-RECORD THRU 3000-EXIT.
007130 4000-EXIT.
007140     EXIT.
007150*================================================================
007160* 5000-STAMP-TRAIL - APPEND THE HELD ADJUSTMENT STAMPS TO THE
007170*                    LIVE UC01AUD TRAIL NOW THAT IT IS NO LONGER
007180*                    BEING READ.
007190*================================================================
007200 5000-STAMP-TRAIL.
007210     CLOSE RTR-STP-FILE.
007220     IF RTR-STAMP-COUNT = ZERO
007230         GO TO 5000-EXIT
007240     END-IF.
007250     OPEN INPUT RTR-STP-FILE.
007260     MOVE "UC01AUD" TO RTR-AUD-FILE-NAME.
007270     OPEN EXTEND RTR-AUD-FILE.
007280     IF RTR-AUD-STATUS-CD NOT = "00"
007290         OPEN OUTPUT RTR-AUD-FILE
007300     END-IF.
007310     PERFORM 5100-COPY-ONE-STAMP THRU 5100-EXIT
007320         UNTIL RTR-STP-EOF.
007330     CLOSE RTR-STP-FILE.
007340     CLOSE RTR-AUD-FILE.
007350 5000-EXIT.
007360     EXIT.
007370*================================================================
007380* 5100-COPY-ONE-STAMP - COPY ONE STAMP ONTO THE TRAIL.
007390*================================================================
007400 5100-COPY-ONE-STAMP.
007410     READ RTR-STP-FILE
007420         AT END
007430             MOVE 'Y' TO RTR-STP-EOF-SW
007440         NOT AT END
007450             MOVE RTR-STP-REC TO RTR-AUD-REC
007460             WRITE RTR-AUD-REC
007470     END-READ.
007480 5100-EXIT.
007490     EXIT.
007500*================================================================
007510* 6000-TERMINATE - WRITE THE TRAILER AND MANIFEST, THE REPORT
007520*                  TOTALS, AND SET THE RETURN CODE.  EVERY
007530*                  RECORD JUDGED MUST BE UNCHANGED, ADJUSTED OR
007540*                  REVERSED, AND EVERY DETAIL A REVERSAL OR A
007550*                  REBOOK - A MISMATCH MARKS THE MANIFEST
007560*                  NOT-RELEASED AND SETS 16, AS MAIN DOES.  A
007570*                  RECORD THAT NO LONGER TRANSLATES AT ALL SETS
007580*                  THE WARNING CODE 4 - DOWNSTREAM LOSES IT.
007590*================================================================
007600 6000-TERMINATE.
007610     MOVE SPACES TO UC03-ADJ-REC.
007620     MOVE "TRL " TO UC03-ADJ-TRL-ID.
007630     MOVE RTR-DETAIL-COUNT TO UC03-ADJ-TRL-REC-COUNT.
007640     MOVE RTR-REV-COUNT TO UC03-ADJ-TRL-REV-COUNT.
007650     MOVE RTR-RBK-COUNT TO UC03-ADJ-TRL-RBK-COUNT.
007660     WRITE UC03-ADJ-REC.
007670     CLOSE RTR-ADJ-FILE.
007680     OPEN OUTPUT RTR-MAN-FILE.
007690     MOVE SPACES TO UC03-MAN-REC.
007700     MOVE "UC01-ADJ" TO UC03-MAN-BATCH-ID.
007710     MOVE RTR-RUN-DATE TO UC03-MAN-PROC-DATE.
007720     MOVE RTR-JUDGED-COUNT TO UC03-MAN-READ-COUNT.
007730     MOVE RTR-DETAIL-COUNT TO UC03-MAN-WRITE-COUNT.
007740     MOVE RTR-REVERSED-COUNT TO UC03-MAN-REJECT-COUNT.
007750     IF RTR-JUDGED-COUNT = RTR-UNCHANGED-COUNT
007760                         + RTR-ADJUSTED-COUNT
007770                         + RTR-REVERSED-COUNT
007780      AND RTR-DETAIL-COUNT = RTR-REV-COUNT + RTR-RBK-COUNT
007790         MOVE "RELEASED" TO UC03-MAN-VERDICT
007800     ELSE
007810         MOVE "NOT-RELEASED" TO UC03-MAN-VERDICT
007820     END-IF.
007830     MOVE 'N' TO UC03-MAN-RESTART-IND.
007840     WRITE UC03-MAN-REC.
007850     CLOSE RTR-MAN-FILE.
007860     MOVE SPACES TO RTR-RPT-REC.
007870     STRING "JUDGED " DELIMITED BY SIZE
007880            RTR-JUDGED-COUNT DELIMITED BY SIZE
007890            " UNCHANGED " DELIMITED BY SIZE
007900            RTR-UNCHANGED-COUNT DELIMITED BY SIZE
007910            " ADJUSTED " DELIMITED BY SIZE
007920            RTR-ADJUSTED-COUNT DELIMITED BY SIZE
007930            " REVERSED " DELIMITED BY SIZE
007940            RTR-REVERSED-COUNT DELIMITED BY SIZE
007950            INTO RTR-RPT-REC.
007960     WRITE RTR-RPT-REC.
007970     MOVE SPACES TO RTR-RPT-REC.
007980     STRING "UC03ADJ DETAILS " DELIMITED BY SIZE
007990            RTR-DETAIL-COUNT DELIMITED BY SIZE
008000            " REVERSALS " DELIMITED BY SIZE
008010            RTR-REV-COUNT DELIMITED BY SIZE
008020            " REBOOKS " DELIMITED BY SIZE
008030            RTR-RBK-COUNT DELIMITED BY SIZE
008040            " " DELIMITED BY SIZE
008050            UC03-MAN-VERDICT DELIMITED BY SPACE
008060            INTO RTR-RPT-REC.
008070     WRITE RTR-RPT-REC.
008080     IF RTR-UNSTAMPED-COUNT > ZERO
008090         MOVE SPACES TO RTR-RPT-REC
008100         STRING "LINES WITHOUT A PROCESSING-DATE STAMP "
008110                DELIMITED BY SIZE
008120                "PASSED OVER " DELIMITED BY SIZE
008130                RTR-UNSTAMPED-COUNT DELIMITED BY SIZE
008140                INTO RTR-RPT-REC
008150         WRITE RTR-RPT-REC
008160     END-IF.
008170     CLOSE RTR-RPT-FILE.
008180     EVALUATE TRUE
008190         WHEN UC03-MAN-NOT-RELEASED
008200             MOVE 16 TO RETURN-CODE
008210         WHEN RTR-REVERSED-COUNT > ZERO
008220             MOVE 4 TO RETURN-CODE
008230         WHEN OTHER
008240             MOVE ZERO TO RETURN-CODE
008250     END-EVALUATE.
008260 6000-EXIT.
008270     EXIT.

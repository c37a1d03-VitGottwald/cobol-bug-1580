000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ucrejage.
000030 AUTHOR.      D. OKAFOR.
000040 INSTALLATION. DAILY CODE PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DMO  ORIGINAL VERSION.  OPEN-REJECT BACKLOG AND
000110*                 AGING REPORT.  REJECTS LAND ON UC01ERR.<DATE>
000120*                 EVERY NIGHT, RECYCLE REPAIRS SOME AND CARRIES
000130*                 THE REST TO UC01ER2.<DATE>, BUT NOTHING SAID
000140*                 HOW MANY ARE STILL UNRESOLVED, HOW OLD THEY
000150*                 ARE OR WHOSE THEY ARE.  THIS JOB WALKS EVERY
000160*                 UC01CAL DATE STILL HELD UNDER THE UC01ERR
000170*                 RETENTION ON UC01RET (EVERY CALENDAR DATE WHEN
000180*                 UC01RET NAMES NO UC01ERR CLASS - NOTHING
000190*                 SWEEPS THEM THEN), LOADS THAT DATE'S REJECTS
000200*                 AND ITS RECYCLE CARRY-FORWARD, THEN READS THE
000210*                 AUDIT TRAIL - THE UCARCH MONTHLY GENERATIONS
000220*                 FROM THE FIRST HELD DATE'S MONTH, THEN THE LIVE
000230*                 TRAIL - FOR RECYCLED LINES.  A REJECT IS
000240*                 RECOVERED WHEN A RECYCLED LINE CARRIES ITS
000250*                 PROCESSING DATE AND RECORD NUMBER; EVERY OTHER
000260*                 REJECT IS OPEN.  UCAGERPT AGES THE OPEN
000270*                 REJECTS IN BUSINESS DAYS (0-1, 2-5, 6-20, OVER
000280*                 20) BY FEED AND REASON, THEN LISTS THE CODES
000290*                 CARRYING MOST OF THE OPEN BACKLOG, SO THE
000300*                 CTMAINT FIX THAT CLEARS THE MOST RECORDS IS
000310*                 PLAIN.  PARM IS THE AS-OF DATE, DEFAULT TODAY.
000320*                 ONLY THE DAILY RUN'S FILES ARE WALKED - CYCLE
000330*                 IDS AREN'T ENUMERABLE HERE (SEE UCHOUSE).
000340* 2026-10-15 DMO  TRANSLATION SCHEMES.  ONLY BASE REJECTS (THE
000350*                 SCHEME COLUMN BASE OR BLANK) ARE AGED - THEY
000360*                 ARE THE RECORDS MISSING FROM THE BASE UC03 AND
000370*                 THE ONLY ONES RECYCLE REPAIRS.  ANOTHER
000380*                 SCHEME'S LINE IS PASSED OVER.
000390*================================================================
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RAG-RET-FILE ASSIGN TO "UC01RET"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS RAG-RET-STATUS-CD.
000460     SELECT RAG-CAL-FILE ASSIGN TO "UC01CAL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RAG-CAL-STATUS-CD.
000490     SELECT RAG-ERR-FILE ASSIGN TO RAG-ERR-FILE-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RAG-ERR-STATUS-CD.
000520     SELECT RAG-AUD-FILE ASSIGN TO RAG-AUD-FILE-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RAG-AUD-STATUS-CD.
000550     SELECT RAG-RPT-FILE ASSIGN TO "UCAGERPT"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  RAG-RET-FILE.
000600 01  RAG-RET-REC                   PIC X(80).
000610 FD  RAG-CAL-FILE.
000620 01  RAG-CAL-REC                   PIC X(80).
000630 FD  RAG-ERR-FILE.
000640 01  RAG-ERR-REC                   PIC X(80).
000650 FD  RAG-AUD-FILE.
000660 01  RAG-AUD-REC                   PIC X(80).
000670 FD  RAG-RPT-FILE.
000680 01  RAG-RPT-REC                   PIC X(80).
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------------
000710* SWITCHES / FILE STATUS
000720*----------------------------------------------------------------
000730 77  RAG-RET-EOF-SW                PIC X(01) VALUE 'N'.
000740     88  RAG-RET-EOF                           VALUE 'Y'.
000750 77  RAG-CAL-EOF-SW                PIC X(01) VALUE 'N'.
000760     88  RAG-CAL-EOF                           VALUE 'Y'.
000770 77  RAG-ERR-EOF-SW                PIC X(01) VALUE 'N'.
000780     88  RAG-ERR-EOF                           VALUE 'Y'.
000790 77  RAG-AUD-EOF-SW                PIC X(01) VALUE 'N'.
000800     88  RAG-AUD-EOF                           VALUE 'Y'.
000810 77  RAG-FOUND-SW                  PIC X(01) VALUE 'N'.
000820     88  RAG-FOUND                             VALUE 'Y'.
000830 77  RAG-RET-STATUS-CD             PIC X(02) VALUE SPACES.
000840 77  RAG-CAL-STATUS-CD             PIC X(02) VALUE SPACES.
000850 77  RAG-ERR-STATUS-CD             PIC X(02) VALUE SPACES.
000860 77  RAG-AUD-STATUS-CD             PIC X(02) VALUE SPACES.
000870*----------------------------------------------------------------
000880* RUN PARAMETER - AN OPTIONAL AS-OF DATE, DEFAULT TODAY.
000890*----------------------------------------------------------------
000900 77  RAG-ASOF-PARM                 PIC X(08) VALUE SPACES.
000910 77  RAG-ASOF-DATE                 PIC 9(08) VALUE ZERO.
000920 77  RAG-ASOF-DATE-A               PIC X(08) VALUE SPACES.
000930*----------------------------------------------------------------
000940* UC01ERR RETENTION - THE BUSINESS DAYS UC01RET KEEPS THE
000950* REJECT FILES.  ZERO MEANS NO UC01ERR CLASS IS NAMED AND EVERY
000960* CALENDAR DATE IS STILL HELD.
000970*----------------------------------------------------------------
000980 77  RAG-ERR-DAYS                  PIC 9(03) VALUE ZERO.
000990 01  RAG-RET-LINE.
001000     05  RAG-RET-L-CLASS           PIC X(08).
001010     05  FILLER                    PIC X(01).
001020     05  RAG-RET-L-DAYS            PIC X(03).
001030     05  FILLER                    PIC X(68).
001040*----------------------------------------------------------------
001050* BUSINESS CALENDAR TABLE - THE UC01CAL DATES UP TO THE AS-OF
001060* DATE, ASCENDING, EACH WITH THE RANGE OF REJECT TABLE ENTRIES
001070* LOADED FOR IT.  A DATE'S AGE IS THE COUNT OF LATER CALENDAR
001080* DATES; RAG-CAL-START IS THE OLDEST DATE STILL HELD.
001090*----------------------------------------------------------------
001100 77  RAG-CAL-TOTAL                 PIC 9(04) COMP VALUE ZERO.
001110 77  RAG-CAL-START                 PIC 9(04) COMP VALUE ZERO.
001120 77  RAG-DATE-IX                   PIC 9(04) COMP VALUE ZERO.
001130 77  RAG-CAL-AGE                   PIC 9(04) COMP VALUE ZERO.
001140 01  RAG-CAL-TABLE.
001150     05  RAG-CAL-ENTRY OCCURS 1000 TIMES.
001160         10  RAG-CAL-DATE          PIC 9(08).
001170         10  RAG-CAL-FIRST-REJ     PIC 9(05) COMP.
001180         10  RAG-CAL-LAST-REJ      PIC 9(05) COMP.
001190 01  RAG-CAL-LINE.
001200     05  RAG-CAL-L-DATE            PIC X(08).
001210     05  FILLER                    PIC X(72).
001220*----------------------------------------------------------------
001230* REJECT TABLE - ONE ENTRY PER REJECTED RECORD ON A HELD DATE:
001240* ITS PROCESSING DATE AND RECORD NUMBER, THE BAD CODE, THE
001250* REASON (1 UNKNOWN, 2 RETIRED, 3 UNSTATED - A LINE WRITTEN
001260* BEFORE MAIN STAMPED THE REASON), THE FEED, ITS AGE, WHETHER
001270* RECYCLE ALREADY TRIED IT AND CARRIED IT FORWARD, AND WHETHER
001280* A RECYCLED AUDIT LINE SHOWS IT RECOVERED.
001290*----------------------------------------------------------------
001300 77  RAG-REJ-USED                  PIC 9(05) COMP VALUE ZERO.
001310 77  RAG-REJ-IX                    PIC 9(05) COMP VALUE ZERO.
001320 01  RAG-REJ-TABLE.
001330     05  RAG-REJ-ENTRY OCCURS 20000 TIMES.
001340         10  RAG-REJ-REC-NO        PIC 9(09).
001350         10  RAG-REJ-CODE          PIC X(04).
001360         10  RAG-REJ-REASON        PIC 9(01).
001370         10  RAG-REJ-FEED-ID       PIC X(08).
001380         10  RAG-REJ-AGE           PIC 9(04) COMP.
001390         10  RAG-REJ-DATE-IX       PIC 9(04) COMP.
001400         10  RAG-REJ-RETRIED-SW    PIC X(01).
001410             88  RAG-REJ-RETRIED               VALUE 'Y'.
001420         10  RAG-REJ-RECOVERED-SW  PIC X(01).
001430             88  RAG-REJ-RECOVERED             VALUE 'Y'.
001440*----------------------------------------------------------------
001450* ERROR / CARRY-FORWARD LINE AS MAIN AND RECYCLE WRITE IT.
001460*----------------------------------------------------------------
001470 01  RAG-ERR-FILE-NAME             PIC X(24) VALUE SPACES.
001480 01  RAG-ERR-LINE.
001490     05  RAG-ERR-REC-NO            PIC X(09).
001500     05  FILLER                    PIC X(03).
001510     05  RAG-ERR-BAD-VALUE         PIC X(04).
001520     05  FILLER                    PIC X(01).
001530     05  RAG-ERR-REASON            PIC X(08).
001540     05  FILLER                    PIC X(01).
001550     05  RAG-ERR-FEED-ID           PIC X(08).
001560     05  FILLER                    PIC X(01).
001570     05  RAG-ERR-SCHEME            PIC X(08).
001580         88  RAG-ERR-BASE              VALUE SPACES "BASE".
001590     05  FILLER                    PIC X(36).
001600*----------------------------------------------------------------
001610* AUDIT TRAIL LINE, THE MONTHLY GENERATION BEING READ AND THE
001620* LAST MONTH TO READ.
001630*----------------------------------------------------------------
001640 01  RAG-AUD-FILE-NAME             PIC X(16) VALUE SPACES.
001650 01  RAG-GEN-MONTH-WK.
001660     05  RAG-GEN-CCYY              PIC 9(04).
001670     05  RAG-GEN-MM                PIC 9(02).
001680 01  RAG-GEN-MONTH REDEFINES RAG-GEN-MONTH-WK
001690                                   PIC 9(06).
001700 77  RAG-TO-MONTH                  PIC 9(06) VALUE ZERO.
001710 01  RAG-AUD-LINE.
001720     05  RAG-AUD-DATE              PIC X(08).
001730     05  FILLER                    PIC X(01).
001740     05  RAG-AUD-TIME              PIC X(08).
001750     05  FILLER                    PIC X(01).
001760     05  RAG-AUD-REC-NO            PIC X(09).
001770     05  FILLER                    PIC X(01).
001780     05  RAG-AUD-UC01-VALUE        PIC X(04).
001790     05  FILLER                    PIC X(01).
001800     05  RAG-AUD-UC02-VALUE        PIC X(01).
001810     05  FILLER                    PIC X(01).
001820     05  RAG-AUD-UC03-VALUE        PIC X(01).
001830     05  FILLER                    PIC X(01).
001840     05  RAG-AUD-FLAG              PIC X(08).
001850     05  FILLER                    PIC X(01).
001860     05  RAG-AUD-FEED-ID           PIC X(08).
001870     05  FILLER                    PIC X(01).
001880     05  RAG-AUD-PROC-DATE         PIC X(08).
001890     05  FILLER                    PIC X(01).
001900     05  RAG-AUD-CYCLE             PIC X(02).
001910     05  FILLER                    PIC X(13).
001920 77  RAG-AUD-REC-NO-N              PIC 9(09) VALUE ZERO.
001930*----------------------------------------------------------------
001940* AGING BY FEED - ONE ENTRY PER FEED SEEN ON AN OPEN REJECT,
001950* EACH WITH THE FOUR AGE BUCKETS AND THE RECYCLE-RETRIED COUNT
001960* PER REASON, AND THE SAME FOR ALL FEEDS TOGETHER.  THE
001970* COUNTERS ARE DISPLAY SO A TABLE ZEROES WITH ONE MOVE.
001980*----------------------------------------------------------------
001990 77  RAG-FEED-USED                 PIC 9(02) COMP VALUE ZERO.
002000 77  RAG-FEED-IX                   PIC 9(02) COMP VALUE ZERO.
002010 77  RAG-RSN-IX                    PIC 9(01) COMP VALUE ZERO.
002020 77  RAG-BKT-IX                    PIC 9(01) COMP VALUE ZERO.
002030 01  RAG-FEED-TABLE.
002040     05  RAG-FEED-ENTRY OCCURS 20 TIMES.
002050         10  RAG-FEED-ID           PIC X(08).
002060         10  RAG-FEED-RSN OCCURS 3 TIMES.
002070             15  RAG-FEED-BKT OCCURS 4 TIMES
002080                                   PIC 9(07).
002090             15  RAG-FEED-RETRIED  PIC 9(07).
002100 01  RAG-ALL-TABLE.
002110     05  RAG-ALL-RSN OCCURS 3 TIMES.
002120         10  RAG-ALL-BKT OCCURS 4 TIMES
002130                                   PIC 9(07).
002140         10  RAG-ALL-RETRIED       PIC 9(07).
002150 01  RAG-RSN-NAMES.
002160     05  FILLER                    PIC X(08) VALUE "UNKNOWN".
002170     05  FILLER                    PIC X(08) VALUE "RETIRED".
002180     05  FILLER                    PIC X(08) VALUE "UNSTATED".
002190 01  RAG-RSN-NAME-TABLE REDEFINES RAG-RSN-NAMES.
002200     05  RAG-RSN-NAME OCCURS 3 TIMES PIC X(08).
002210*----------------------------------------------------------------
002220* OPEN BACKLOG BY CODE - EACH CODE'S OPEN COUNT, ITS REASON ON
002230* THE NEWEST OPEN REJECT, AND ITS OLDEST OPEN PROCESSING DATE
002240* AND AGE.  THE LISTED SWITCH MARKS A CODE ALREADY PRINTED IN
002250* THE RANKING, WHICH IS PICKED BY REPEATED HIGHEST-COUNT SCANS.
002260*----------------------------------------------------------------
002270 77  RAG-COD-USED                  PIC 9(03) COMP VALUE ZERO.
002280 77  RAG-COD-IX                    PIC 9(03) COMP VALUE ZERO.
002290 77  RAG-COD-BEST                  PIC 9(03) COMP VALUE ZERO.
002300 77  RAG-RANK                      PIC 9(02) COMP VALUE ZERO.
002310 77  RAG-TOP-CODES                 PIC 9(02) VALUE 10.
002320 01  RAG-COD-TABLE.
002330     05  RAG-COD-ENTRY OCCURS 500 TIMES.
002340         10  RAG-COD-CODE          PIC X(04).
002350         10  RAG-COD-REASON        PIC 9(01).
002360         10  RAG-COD-OPEN          PIC 9(07).
002370         10  RAG-COD-OLDEST-DATE   PIC 9(08).
002380         10  RAG-COD-OLDEST-AGE    PIC 9(04).
002390         10  RAG-COD-LISTED-SW     PIC X(01).
002400             88  RAG-COD-LISTED                VALUE 'Y'.
002410*----------------------------------------------------------------
002420* RUN COUNTS
002430*----------------------------------------------------------------
002440 77  RAG-FILE-LINES                PIC 9(09) VALUE ZERO.
002450 77  RAG-ERR-LINES                 PIC 9(07) VALUE ZERO.
002460 77  RAG-ER2-LINES                 PIC 9(07) VALUE ZERO.
002470 77  RAG-DATES-NO-ERR              PIC 9(04) VALUE ZERO.
002480 77  RAG-UNREADABLE-COUNT          PIC 9(07) VALUE ZERO.
002490 77  RAG-RECOVERED-COUNT           PIC 9(07) VALUE ZERO.
002500 77  RAG-OPEN-COUNT                PIC 9(07) VALUE ZERO.
002510 77  RAG-RETRIED-COUNT             PIC 9(07) VALUE ZERO.
002520 77  RAG-OVER-20-COUNT             PIC 9(07) VALUE ZERO.
002530 77  RAG-STRAY-COUNT               PIC 9(07) VALUE ZERO.
002540 77  RAG-PCT                       PIC 9(03) VALUE ZERO.
002550*----------------------------------------------------------------
002560* REPORT LINES
002570*----------------------------------------------------------------
002580 01  RAG-SRC-LINE.
002590     05  FILLER                    PIC X(05) VALUE "DATE ".
002600     05  RAG-SRC-DATE              PIC 9(08).
002610     05  FILLER                    PIC X(03) VALUE SPACES.
002620     05  RAG-SRC-AGE               PIC ZZZ9.
002630     05  FILLER                    PIC X(18)
002640             VALUE " BUS DAYS UC01ERR ".
002650     05  RAG-SRC-ERR               PIC X(08).
002660     05  FILLER                    PIC X(09) VALUE " UC01ER2 ".
002670     05  RAG-SRC-ER2               PIC X(08).
002680     05  FILLER                    PIC X(17) VALUE SPACES.
002690 01  RAG-COUNT-ED                  PIC Z,ZZZ,ZZ9.
002700 01  RAG-HEAD-LINE.
002710     05  FILLER                    PIC X(18)
002720             VALUE "FEED     REASON   ".
002730     05  FILLER                    PIC X(27)
002740             VALUE "      0-1      2-5     6-20".
002750     05  FILLER                    PIC X(27)
002760             VALUE "  OVER 20    TOTAL  RETRIED".
002770     05  FILLER                    PIC X(08) VALUE SPACES.
002780 01  RAG-ROW-LINE.
002790     05  RAG-ROW-FEED              PIC X(08).
002800     05  FILLER                    PIC X(01) VALUE SPACES.
002810     05  RAG-ROW-REASON            PIC X(08).
002820     05  FILLER                    PIC X(01) VALUE SPACES.
002830     05  RAG-ROW-COL OCCURS 4 TIMES.
002840         10  FILLER                PIC X(01).
002850         10  RAG-ROW-BKT           PIC ZZZZ,ZZ9.
002860     05  FILLER                    PIC X(01) VALUE SPACES.
002870     05  RAG-ROW-TOTAL             PIC ZZZZ,ZZ9.
002880     05  FILLER                    PIC X(01) VALUE SPACES.
002890     05  RAG-ROW-RETRIED           PIC ZZZZ,ZZ9.
002900     05  FILLER                    PIC X(08) VALUE SPACES.
002910 01  RAG-ROW-SUM                   PIC 9(07) VALUE ZERO.
002920 01  RAG-ROW-SUM-FEED              PIC X(08) VALUE SPACES.
002930 01  RAG-ROW-WORK.
002940     05  RAG-ROW-W-BKT OCCURS 4 TIMES PIC 9(07).
002950     05  RAG-ROW-W-RETRIED         PIC 9(07).
002960 01  RAG-COD-HEAD-LINE.
002970     05  FILLER                    PIC X(36)
002980             VALUE "RANK CODE REASON        OPEN  PCT   ".
002990     05  FILLER                    PIC X(17)
003000             VALUE "OLDEST DATE   AGE".
003010     05  FILLER                    PIC X(27) VALUE SPACES.
003020 01  RAG-COD-LINE.
003030     05  RAG-CDL-RANK              PIC Z9.
003040     05  FILLER                    PIC X(03) VALUE SPACES.
003050     05  RAG-CDL-CODE              PIC X(04).
003060     05  FILLER                    PIC X(01) VALUE SPACES.
003070     05  RAG-CDL-REASON            PIC X(08).
003080     05  FILLER                    PIC X(01) VALUE SPACES.
003090     05  RAG-CDL-OPEN              PIC Z,ZZZ,ZZ9.
003100     05  FILLER                    PIC X(02) VALUE SPACES.
003110     05  RAG-CDL-PCT               PIC ZZ9.
003120     05  FILLER                    PIC X(03) VALUE "%  ".
003130     05  RAG-CDL-OLDEST-DATE       PIC 9(08).
003140     05  FILLER                    PIC X(05) VALUE SPACES.
003150     05  RAG-CDL-OLDEST-AGE        PIC ZZZ9.
003160     05  FILLER                    PIC X(27) VALUE SPACES.
003170 PROCEDURE DIVISION.
003180*================================================================
003190* 0000-MAINLINE
003200*================================================================
003210 0000-MAINLINE.
003220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003230     PERFORM 2000-LOAD-ONE-DATE THRU 2000-EXIT
003240         VARYING RAG-DATE-IX FROM RAG-CAL-START BY 1
003250         UNTIL RAG-DATE-IX > RAG-CAL-TOTAL.
003260     PERFORM 3000-READ-TRAIL THRU 3000-EXIT.
003270     PERFORM 4000-TALLY-ONE-REJECT THRU 4000-EXIT
003280         VARYING RAG-REJ-IX FROM 1 BY 1
003290         UNTIL RAG-REJ-IX > RAG-REJ-USED.
003300     PERFORM 5000-WRITE-AGING THRU 5000-EXIT.
003310     PERFORM 6000-WRITE-TOP-CODES THRU 6000-EXIT.
003320     PERFORM 7000-TERMINATE THRU 7000-EXIT.
003330     STOP RUN.
003340*================================================================
003350* 1000-INITIALIZE - RESOLVE THE AS-OF DATE, OPEN THE REPORT,
003360*                   LOAD THE UC01ERR RETENTION AND THE CALENDAR
003370*                   AND FIX THE OLDEST DATE STILL HELD.  A BAD
003380*                   PARM, A MISSING RETENTION LIST OR A
003390*                   CALENDAR WITH NO DATES IS FATAL - THE
003400*                   BACKLOG COULD NOT BE BOUNDED OR AGED.
003410*================================================================
003420 1000-INITIALIZE.
003430     ACCEPT RAG-ASOF-PARM FROM COMMAND-LINE.
003440     IF RAG-ASOF-PARM = SPACES
003450         ACCEPT RAG-ASOF-DATE FROM DATE YYYYMMDD
003460     ELSE
003470         IF RAG-ASOF-PARM NOT NUMERIC
003480             DISPLAY "UCREJAGE: AS-OF DATE " RAG-ASOF-PARM
003490                 " IS NOT CCYYMMDD"
003500             MOVE 20 TO RETURN-CODE
003510             STOP RUN
003520         END-IF
003530         MOVE RAG-ASOF-PARM TO RAG-ASOF-DATE
003540     END-IF.
003550     MOVE RAG-ASOF-DATE TO RAG-ASOF-DATE-A.
003560     MOVE RAG-ASOF-DATE-A (1:6) TO RAG-TO-MONTH.
003570     MOVE ZEROS TO RAG-FEED-TABLE.
003580     MOVE ZEROS TO RAG-ALL-TABLE.
003590     OPEN OUTPUT RAG-RPT-FILE.
003600     MOVE SPACES TO RAG-RPT-REC.
003610     STRING "OPEN-REJECT BACKLOG AS OF " DELIMITED BY SIZE
003620            RAG-ASOF-DATE DELIMITED BY SIZE
003630            INTO RAG-RPT-REC.
003640     WRITE RAG-RPT-REC.
003650     PERFORM 1100-LOAD-RETENTION THRU 1100-EXIT.
003660     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
003670     IF RAG-ERR-DAYS NOT = ZERO
003680      AND RAG-CAL-TOTAL > RAG-ERR-DAYS
003690         COMPUTE RAG-CAL-START =
003700             RAG-CAL-TOTAL - RAG-ERR-DAYS + 1
003710     ELSE
003720         MOVE 1 TO RAG-CAL-START
003730     END-IF.
003740     MOVE SPACES TO RAG-RPT-REC.
003750     IF RAG-ERR-DAYS = ZERO
003760         STRING "UC01RET NAMES NO UC01ERR CLASS - EVERY "
003770                DELIMITED BY SIZE
003780                "CALENDAR DATE IS HELD" DELIMITED BY SIZE
003790                INTO RAG-RPT-REC
003800     ELSE
003810         STRING "UC01ERR RETENTION " DELIMITED BY SIZE
003820                RAG-ERR-DAYS DELIMITED BY SIZE
003830                " BUSINESS DAYS" DELIMITED BY SIZE
003840                INTO RAG-RPT-REC
003850     END-IF.
003860     WRITE RAG-RPT-REC.
003870     MOVE SPACES TO RAG-RPT-REC.
003880     STRING "DATES HELD " DELIMITED BY SIZE
003890            RAG-CAL-DATE (RAG-CAL-START) DELIMITED BY SIZE
003900            " TO " DELIMITED BY SIZE
003910            RAG-CAL-DATE (RAG-CAL-TOTAL) DELIMITED BY SIZE
003920            INTO RAG-RPT-REC.
003930     WRITE RAG-RPT-REC.
003940     MOVE SPACES TO RAG-RPT-REC.
003950     WRITE RAG-RPT-REC.
003960 1000-EXIT.
003970     EXIT.
003980*================================================================
003990* 1100-LOAD-RETENTION - FIND THE UC01ERR CLASS ON THE OPS
004000*                       RETENTION RULES.  LINES THAT DON'T
004010*                       PARSE ARE PASSED OVER, AS AT UCHOUSE.
004020*================================================================
004030 1100-LOAD-RETENTION.
004040     OPEN INPUT RAG-RET-FILE.
004050     IF RAG-RET-STATUS-CD NOT = "00"
004060         DISPLAY "UCREJAGE: UC01RET COULD NOT BE OPENED, "
004070             "STATUS = " RAG-RET-STATUS-CD
004080         MOVE 20 TO RETURN-CODE
004090         STOP RUN
004100     END-IF.
004110     PERFORM 1110-READ-ONE-RULE THRU 1110-EXIT
004120         UNTIL RAG-RET-EOF.
004130     CLOSE RAG-RET-FILE.
004140 1100-EXIT.
004150     EXIT.
004160*================================================================
004170* 1110-READ-ONE-RULE - READ ONE RETENTION RULE LINE.
004180*================================================================
004190 1110-READ-ONE-RULE.
004200     READ RAG-RET-FILE
004210         AT END
004220             MOVE 'Y' TO RAG-RET-EOF-SW
004230         NOT AT END
004240             MOVE RAG-RET-REC TO RAG-RET-LINE
004250             IF RAG-RET-L-CLASS = "UC01ERR"
004260              AND RAG-RET-L-DAYS IS NUMERIC
004270                 MOVE RAG-RET-L-DAYS TO RAG-ERR-DAYS
004280             END-IF
004290     END-READ.
004300 1110-EXIT.
004310     EXIT.
004320*================================================================
004330* 1200-LOAD-CALENDAR - LOAD THE BUSINESS DATES UP TO THE AS-OF
004340*                      DATE.  MORE THAN 1000 MEANS THE CALENDAR
004350*                      ITSELF WANTS ARCHIVING - FATAL, NAMED.
004360*================================================================
004370 1200-LOAD-CALENDAR.
004380     OPEN INPUT RAG-CAL-FILE.
004390     IF RAG-CAL-STATUS-CD NOT = "00"
004400         DISPLAY "UCREJAGE: UC01CAL COULD NOT BE OPENED, "
004410             "STATUS = " RAG-CAL-STATUS-CD
004420         MOVE 20 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.
004450     PERFORM 1210-READ-ONE-DATE THRU 1210-EXIT
004460         UNTIL RAG-CAL-EOF.
004470     CLOSE RAG-CAL-FILE.
004480     IF RAG-CAL-TOTAL = ZERO
004490         DISPLAY "UCREJAGE: UC01CAL HAS NO BUSINESS DATES UP "
004500             "TO " RAG-ASOF-DATE
004510         MOVE 20 TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540 1200-EXIT.
004550     EXIT.
004560*================================================================
004570* 1210-READ-ONE-DATE - READ ONE CALENDAR LINE.  NON-NUMERIC
004580*                      LINES AND FUTURE DATES PASS OVER.
004590*================================================================
004600 1210-READ-ONE-DATE.
004610     READ RAG-CAL-FILE
004620         AT END
004630             MOVE 'Y' TO RAG-CAL-EOF-SW
004640         NOT AT END
004650             MOVE RAG-CAL-REC TO RAG-CAL-LINE
004660             IF RAG-CAL-L-DATE IS NUMERIC
004670              AND RAG-CAL-L-DATE (1:8) NOT > RAG-ASOF-DATE-A
004680                 IF RAG-CAL-TOTAL = 1000
004690                     DISPLAY "UCREJAGE: UC01CAL CARRIES MORE "
004700                         "THAN 1000 DATES"
004710                     MOVE 20 TO RETURN-CODE
004720                     STOP RUN
004730                 END-IF
004740                 ADD 1 TO RAG-CAL-TOTAL
004750                 MOVE RAG-CAL-L-DATE
004760                     TO RAG-CAL-DATE (RAG-CAL-TOTAL)
004770                 MOVE ZERO TO RAG-CAL-FIRST-REJ (RAG-CAL-TOTAL)
004780                 MOVE ZERO TO RAG-CAL-LAST-REJ (RAG-CAL-TOTAL)
004790             END-IF
004800     END-READ.
004810 1210-EXIT.
004820     EXIT.
004830*================================================================
004840* 2000-LOAD-ONE-DATE - LOAD ONE HELD DATE'S REJECTS FROM
004850*                      UC01ERR.<DATE>, THEN MARK THE ONES
004860*                      RECYCLE CARRIED FORWARD ON
004870*                      UC01ER2.<DATE>.  EITHER FILE MISSING IS
004880*                      NAMED ON THE DATE'S SOURCE LINE ONLY - A
004890*                      DATE MAIN NEVER RAN HAS NO REJECTS, AND
004900*                      ONE RECYCLE NEVER TOUCHED HAS NO CARRY.
004910*                      A DATE WITH NEITHER FILE IS ONLY COUNTED.
004920*================================================================
004930 2000-LOAD-ONE-DATE.
004940     COMPUTE RAG-CAL-AGE = RAG-CAL-TOTAL - RAG-DATE-IX.
004950     COMPUTE RAG-CAL-FIRST-REJ (RAG-DATE-IX) = RAG-REJ-USED + 1.
004960     MOVE RAG-CAL-DATE (RAG-DATE-IX) TO RAG-SRC-DATE.
004970     MOVE RAG-CAL-AGE TO RAG-SRC-AGE.
004980     MOVE SPACES TO RAG-ERR-FILE-NAME.
004990     STRING "UC01ERR." DELIMITED BY SIZE
005000            RAG-CAL-DATE (RAG-DATE-IX) DELIMITED BY SIZE
005010            INTO RAG-ERR-FILE-NAME.
005020     OPEN INPUT RAG-ERR-FILE.
005030     IF RAG-ERR-STATUS-CD NOT = "00"
005040         MOVE "NONE" TO RAG-SRC-ERR
005050         ADD 1 TO RAG-DATES-NO-ERR
005060     ELSE
005070         MOVE ZERO TO RAG-ERR-LINES
005080         MOVE 'N' TO RAG-ERR-EOF-SW
005090         PERFORM 2100-READ-ONE-REJECT THRU 2100-EXIT
005100             UNTIL RAG-ERR-EOF
005110         CLOSE RAG-ERR-FILE
005120         MOVE RAG-ERR-LINES TO RAG-COUNT-ED
005130         MOVE RAG-COUNT-ED (2:8) TO RAG-SRC-ERR
005140     END-IF.
005150     MOVE RAG-REJ-USED TO RAG-CAL-LAST-REJ (RAG-DATE-IX).
005160     MOVE SPACES TO RAG-ERR-FILE-NAME.
005170     STRING "UC01ER2." DELIMITED BY SIZE
005180            RAG-CAL-DATE (RAG-DATE-IX) DELIMITED BY SIZE
005190            INTO RAG-ERR-FILE-NAME.
005200     OPEN INPUT RAG-ERR-FILE.
005210     IF RAG-ERR-STATUS-CD NOT = "00"
005220         MOVE "NONE" TO RAG-SRC-ER2
005230     ELSE
005240         MOVE ZERO TO RAG-ER2-LINES
005250         MOVE 'N' TO RAG-ERR-EOF-SW
005260         PERFORM 2200-READ-ONE-CARRY THRU 2200-EXIT
005270             UNTIL RAG-ERR-EOF
005280         CLOSE RAG-ERR-FILE
005290         MOVE RAG-ER2-LINES TO RAG-COUNT-ED
005300         MOVE RAG-COUNT-ED (2:8) TO RAG-SRC-ER2
005310     END-IF.
005320     MOVE RAG-REJ-USED TO RAG-CAL-LAST-REJ (RAG-DATE-IX).
005330     IF RAG-SRC-ERR = "NONE"
005340      AND RAG-SRC-ER2 = "NONE"
005350         GO TO 2000-EXIT
005360     END-IF.
005370     MOVE RAG-SRC-LINE TO RAG-RPT-REC.
005380     WRITE RAG-RPT-REC.
005390 2000-EXIT.
005400     EXIT.
005410*================================================================
005420* 2100-READ-ONE-REJECT - READ ONE UC01ERR LINE INTO THE TABLE.
005430*                        ANOTHER SCHEME'S LINE IS PASSED OVER.
005440*================================================================
005450 2100-READ-ONE-REJECT.
005460     READ RAG-ERR-FILE
005470         AT END
005480             MOVE 'Y' TO RAG-ERR-EOF-SW
005490         NOT AT END
005500             IF RAG-ERR-REC NOT = SPACES
005510                 ADD 1 TO RAG-ERR-LINES
005520                 MOVE RAG-ERR-REC TO RAG-ERR-LINE
005530                 IF RAG-ERR-BASE
005540                     PERFORM 2300-ADD-REJECT THRU 2300-EXIT
005550                 END-IF
005560             END-IF
005570     END-READ.
005580 2100-EXIT.
005590     EXIT.
005600*================================================================
005610* 2200-READ-ONE-CARRY - READ ONE UC01ER2 LINE.  THE RECORD IS
005620*                       ALREADY IN THE TABLE FROM THE DATE'S
005630*                       UC01ERR AND IS MARKED RETRIED; ONE WITH
005640*                       NO UC01ERR LINE IS ADDED FROM THE CARRY.
005650*================================================================
005660 2200-READ-ONE-CARRY.
005670     READ RAG-ERR-FILE
005680         AT END
005690             MOVE 'Y' TO RAG-ERR-EOF-SW
005700             GO TO 2200-EXIT
005710     END-READ.
005720     IF RAG-ERR-REC = SPACES
005730         GO TO 2200-EXIT
005740     END-IF.
005750     ADD 1 TO RAG-ER2-LINES.
005760     MOVE RAG-ERR-REC TO RAG-ERR-LINE.
005770     IF RAG-ERR-REC-NO NOT NUMERIC
005780         ADD 1 TO RAG-UNREADABLE-COUNT
005790         GO TO 2200-EXIT
005800     END-IF.
005810     MOVE RAG-ERR-REC-NO TO RAG-AUD-REC-NO-N.
005820     PERFORM 2400-FIND-REJECT THRU 2400-EXIT.
005830     IF NOT RAG-FOUND
005840         PERFORM 2300-ADD-REJECT THRU 2300-EXIT
005850         MOVE RAG-REJ-USED TO RAG-REJ-IX
005860     END-IF.
005870     MOVE 'Y' TO RAG-REJ-RETRIED-SW (RAG-REJ-IX).
005880 2200-EXIT.
005890     EXIT.
005900*================================================================
005910* 2300-ADD-REJECT - ADD THE LINE IN RAG-ERR-LINE TO THE REJECT
005920*                   TABLE UNDER THE DATE BEING LOADED.  A LINE
005930*                   WITH NO RECORD NUMBER CANNOT BE MATCHED TO A
005940*                   RECOVERY AND IS ONLY COUNTED.  MORE THAN
005950*                   20000 REJECTS HELD IS FATAL, NAMED.
005960*================================================================
005970 2300-ADD-REJECT.
005980     IF RAG-ERR-REC-NO NOT NUMERIC
005990         ADD 1 TO RAG-UNREADABLE-COUNT
006000         GO TO 2300-EXIT
006010     END-IF.
006020     IF RAG-REJ-USED = 20000
006030         DISPLAY "UCREJAGE: MORE THAN 20000 REJECTS HELD - "
006040             "STOPPED AT " RAG-CAL-DATE (RAG-DATE-IX)
006050         MOVE 20 TO RETURN-CODE
006060         STOP RUN
006070     END-IF.
006080     ADD 1 TO RAG-REJ-USED.
006090     MOVE RAG-ERR-REC-NO TO RAG-REJ-REC-NO (RAG-REJ-USED).
006100     MOVE RAG-ERR-BAD-VALUE TO RAG-REJ-CODE (RAG-REJ-USED).
006110     EVALUATE RAG-ERR-REASON
006120         WHEN "UNKNOWN"
006130             MOVE 1 TO RAG-REJ-REASON (RAG-REJ-USED)
006140         WHEN "RETIRED"
006150             MOVE 2 TO RAG-REJ-REASON (RAG-REJ-USED)
006160         WHEN OTHER
006170             MOVE 3 TO RAG-REJ-REASON (RAG-REJ-USED)
006180     END-EVALUATE.
006190     MOVE RAG-ERR-FEED-ID TO RAG-REJ-FEED-ID (RAG-REJ-USED).
006200     MOVE RAG-CAL-AGE TO RAG-REJ-AGE (RAG-REJ-USED).
006210     MOVE RAG-DATE-IX TO RAG-REJ-DATE-IX (RAG-REJ-USED).
006220     MOVE 'N' TO RAG-REJ-RETRIED-SW (RAG-REJ-USED).
006230     MOVE 'N' TO RAG-REJ-RECOVERED-SW (RAG-REJ-USED).
006240 2300-EXIT.
006250     EXIT.
006260*================================================================
006270* 2400-FIND-REJECT - LOOK FOR RECORD NUMBER RAG-AUD-REC-NO-N
006280*                    AMONG THE REJECTS LOADED FOR DATE
006290*                    RAG-DATE-IX.  ON RETURN RAG-REJ-IX POINTS
006300*                    AT IT WHEN RAG-FOUND.
006310*================================================================
006320 2400-FIND-REJECT.
006330     MOVE 'N' TO RAG-FOUND-SW.
006340     IF RAG-CAL-LAST-REJ (RAG-DATE-IX)
006350             < RAG-CAL-FIRST-REJ (RAG-DATE-IX)
006360         GO TO 2400-EXIT
006370     END-IF.
006380     PERFORM 2410-MATCH-ONE-REJECT THRU 2410-EXIT
006390         VARYING RAG-REJ-IX FROM RAG-CAL-FIRST-REJ (RAG-DATE-IX)
006400         BY 1
006410         UNTIL RAG-REJ-IX > RAG-CAL-LAST-REJ (RAG-DATE-IX)
006420            OR RAG-FOUND.
006430     IF RAG-FOUND
006440         SUBTRACT 1 FROM RAG-REJ-IX
006450     END-IF.
006460 2400-EXIT.
006470     EXIT.
006480*================================================================
006490* 2410-MATCH-ONE-REJECT - TEST ONE REJECT TABLE ENTRY.
006500*================================================================
006510 2410-MATCH-ONE-REJECT.
006520     IF RAG-REJ-REC-NO (RAG-REJ-IX) = RAG-AUD-REC-NO-N
006530         MOVE 'Y' TO RAG-FOUND-SW
006540     END-IF.
006550 2410-EXIT.
006560     EXIT.
006570*================================================================
006580* 3000-READ-TRAIL - READ THE MONTHLY GENERATIONS FROM THE FIRST
006590*                   HELD DATE'S MONTH TO THE AS-OF MONTH, THEN
006600*                   THE LIVE TRAIL.  A RECYCLE ALWAYS RUNS ON OR
006610*                   AFTER THE DATE IT REPAIRS, SO NO RECOVERY OF
006620*                   A HELD REJECT CAN SIT IN AN EARLIER MONTH.
006630*================================================================
006640 3000-READ-TRAIL.
006650     MOVE SPACES TO RAG-RPT-REC.
006660     WRITE RAG-RPT-REC.
006670     DIVIDE RAG-CAL-DATE (RAG-CAL-START) BY 100
006680         GIVING RAG-GEN-MONTH.
006690     PERFORM 3100-READ-ONE-GENERATION THRU 3100-EXIT
006700         UNTIL RAG-GEN-MONTH > RAG-TO-MONTH.
006710     MOVE "UC01AUD" TO RAG-AUD-FILE-NAME.
006720     PERFORM 3200-READ-ONE-FILE THRU 3200-EXIT.
006730 3000-EXIT.
006740     EXIT.
006750*================================================================
006760* 3100-READ-ONE-GENERATION - READ ONE MONTH'S GENERATION AND
006770*                            STEP TO THE NEXT MONTH.
006780*================================================================
006790 3100-READ-ONE-GENERATION.
006800     MOVE SPACES TO RAG-AUD-FILE-NAME.
006810     STRING "UC01AUD." DELIMITED BY SIZE
006820            RAG-GEN-MONTH DELIMITED BY SIZE
006830            INTO RAG-AUD-FILE-NAME.
006840     PERFORM 3200-READ-ONE-FILE THRU 3200-EXIT.
006850     IF RAG-GEN-MM = 12
006860         ADD 1 TO RAG-GEN-CCYY
006870         MOVE 1 TO RAG-GEN-MM
006880     ELSE
006890         ADD 1 TO RAG-GEN-MM
006900     END-IF.
006910 3100-EXIT.
006920     EXIT.
006930*================================================================
006940* 3200-READ-ONE-FILE - READ EVERY LINE OF ONE AUDIT FILE.  A
006950*                      MISSING FILE IS A MONTH NOT YET ARCHIVED
006960*                      (OR NO TRAIL AT ALL) AND IS ONLY NAMED.
006970*================================================================
006980 3200-READ-ONE-FILE.
006990     OPEN INPUT RAG-AUD-FILE.
007000     IF RAG-AUD-STATUS-CD NOT = "00"
007010         MOVE SPACES TO RAG-RPT-REC
007020         STRING "SOURCE " DELIMITED BY SIZE
007030                RAG-AUD-FILE-NAME DELIMITED BY SPACE
007040                " NOT ON FILE" DELIMITED BY SIZE
007050                INTO RAG-RPT-REC
007060         WRITE RAG-RPT-REC
007070         GO TO 3200-EXIT
007080     END-IF.
007090     MOVE 'N' TO RAG-AUD-EOF-SW.
007100     MOVE ZERO TO RAG-FILE-LINES.
007110     PERFORM 3300-READ-ONE-LINE THRU 3300-EXIT
007120         UNTIL RAG-AUD-EOF.
007130     CLOSE RAG-AUD-FILE.
007140     MOVE RAG-FILE-LINES TO RAG-COUNT-ED.
007150     MOVE SPACES TO RAG-RPT-REC.
007160     STRING "SOURCE " DELIMITED BY SIZE
007170            RAG-AUD-FILE-NAME DELIMITED BY SPACE
007180            " READ " DELIMITED BY SIZE
007190            RAG-COUNT-ED DELIMITED BY SIZE
007200            " LINES" DELIMITED BY SIZE
007210            INTO RAG-RPT-REC.
007220     WRITE RAG-RPT-REC.
007230 3200-EXIT.
007240     EXIT.
007250*================================================================
007260* 3300-READ-ONE-LINE - READ ONE AUDIT LINE.
007270*================================================================
007280 3300-READ-ONE-LINE.
007290     READ RAG-AUD-FILE
007300         AT END
007310             MOVE 'Y' TO RAG-AUD-EOF-SW
007320         NOT AT END
007330             ADD 1 TO RAG-FILE-LINES
007340             PERFORM 3400-MATCH-RECOVERY THRU 3400-EXIT
007350     END-READ.
007360 3300-EXIT.
007370     EXIT.
007380*================================================================
007390* 3400-MATCH-RECOVERY - A DAILY RECYCLED LINE WHOSE PROCESSING
007400*                       DATE IS HELD MARKS THAT DATE'S REJECT
007410*                       WITH THE SAME RECORD NUMBER RECOVERED.
007420*                       A RECOVERY WITH NO REJECT ON FILE (ITS
007430*                       UC01ERR WAS NEVER KEPT) IS ONLY COUNTED.
007440*================================================================
007450 3400-MATCH-RECOVERY.
007460     MOVE RAG-AUD-REC TO RAG-AUD-LINE.
007470     IF RAG-AUD-FLAG NOT = "RECYCLED"
007480      OR RAG-AUD-CYCLE NOT = SPACES
007490      OR RAG-AUD-PROC-DATE NOT NUMERIC
007500      OR RAG-AUD-REC-NO NOT NUMERIC
007510         GO TO 3400-EXIT
007520     END-IF.
007530     IF RAG-AUD-PROC-DATE < RAG-CAL-DATE (RAG-CAL-START)
007540      OR RAG-AUD-PROC-DATE > RAG-ASOF-DATE-A
007550         GO TO 3400-EXIT
007560     END-IF.
007570     MOVE 'N' TO RAG-FOUND-SW.
007580     PERFORM 3410-MATCH-ONE-DATE THRU 3410-EXIT
007590         VARYING RAG-DATE-IX FROM RAG-CAL-START BY 1
007600         UNTIL RAG-DATE-IX > RAG-CAL-TOTAL
007610            OR RAG-FOUND.
007620     IF NOT RAG-FOUND
007630         ADD 1 TO RAG-STRAY-COUNT
007640         GO TO 3400-EXIT
007650     END-IF.
007660     SUBTRACT 1 FROM RAG-DATE-IX.
007670     MOVE RAG-AUD-REC-NO TO RAG-AUD-REC-NO-N.
007680     PERFORM 2400-FIND-REJECT THRU 2400-EXIT.
007690     IF RAG-FOUND
007700         MOVE 'Y' TO RAG-REJ-RECOVERED-SW (RAG-REJ-IX)
007710     ELSE
007720         ADD 1 TO RAG-STRAY-COUNT
007730     END-IF.
007740 3400-EXIT.
007750     EXIT.
007760*================================================================
007770* 3410-MATCH-ONE-DATE - TEST ONE HELD CALENDAR DATE.
007780*================================================================
007790 3410-MATCH-ONE-DATE.
007800     IF RAG-CAL-DATE (RAG-DATE-IX) = RAG-AUD-PROC-DATE
007810         MOVE 'Y' TO RAG-FOUND-SW
007820     END-IF.
007830 3410-EXIT.
007840     EXIT.
007850*================================================================
007860* 4000-TALLY-ONE-REJECT - COUNT ONE REJECT.  AN OPEN ONE GOES
007870*                         INTO ITS FEED'S AND THE ALL-FEEDS AGE
007880*                         BUCKET FOR ITS REASON, AND INTO ITS
007890*                         CODE'S OPEN COUNT.
007900*================================================================
007910 4000-TALLY-ONE-REJECT.
007920     IF RAG-REJ-RECOVERED (RAG-REJ-IX)
007930         ADD 1 TO RAG-RECOVERED-COUNT
007940         GO TO 4000-EXIT
007950     END-IF.
007960     ADD 1 TO RAG-OPEN-COUNT.
007970     EVALUATE TRUE
007980         WHEN RAG-REJ-AGE (RAG-REJ-IX) < 2
007990             MOVE 1 TO RAG-BKT-IX
008000         WHEN RAG-REJ-AGE (RAG-REJ-IX) < 6
008010             MOVE 2 TO RAG-BKT-IX
008020         WHEN RAG-REJ-AGE (RAG-REJ-IX) < 21
008030             MOVE 3 TO RAG-BKT-IX
008040         WHEN OTHER
008050             MOVE 4 TO RAG-BKT-IX
008060             ADD 1 TO RAG-OVER-20-COUNT
008070     END-EVALUATE.
008080     MOVE RAG-REJ-REASON (RAG-REJ-IX) TO RAG-RSN-IX.
008090     PERFORM 4100-FIND-FEED THRU 4100-EXIT.
008100     ADD 1 TO RAG-FEED-BKT (RAG-FEED-IX RAG-RSN-IX RAG-BKT-IX).
008110     ADD 1 TO RAG-ALL-BKT (RAG-RSN-IX RAG-BKT-IX).
008120     IF RAG-REJ-RETRIED (RAG-REJ-IX)
008130         ADD 1 TO RAG-RETRIED-COUNT
008140         ADD 1 TO RAG-FEED-RETRIED (RAG-FEED-IX RAG-RSN-IX)
008150         ADD 1 TO RAG-ALL-RETRIED (RAG-RSN-IX)
008160     END-IF.
008170     PERFORM 4200-FIND-CODE THRU 4200-EXIT.
008180     ADD 1 TO RAG-COD-OPEN (RAG-COD-IX).
008190     MOVE RAG-REJ-REASON (RAG-REJ-IX)
008200         TO RAG-COD-REASON (RAG-COD-IX).
008210     IF RAG-COD-OLDEST-DATE (RAG-COD-IX) = ZERO
008220         MOVE RAG-REJ-DATE-IX (RAG-REJ-IX) TO RAG-DATE-IX
008230         MOVE RAG-CAL-DATE (RAG-DATE-IX)
008240             TO RAG-COD-OLDEST-DATE (RAG-COD-IX)
008250         MOVE RAG-REJ-AGE (RAG-REJ-IX)
008260             TO RAG-COD-OLDEST-AGE (RAG-COD-IX)
008270     END-IF.
008280 4000-EXIT.
008290     EXIT.
008300*================================================================
008310* 4100-FIND-FEED - POINT RAG-FEED-IX AT THE REJECT'S FEED,
008320*                  ADDING IT ON FIRST SIGHT.  A TWENTY-FIRST
008330*                  FEED IS FATAL, NAMED.
008340*================================================================
008350 4100-FIND-FEED.
008360     MOVE 'N' TO RAG-FOUND-SW.
008370     PERFORM 4110-MATCH-ONE-FEED THRU 4110-EXIT
008380         VARYING RAG-FEED-IX FROM 1 BY 1
008390         UNTIL RAG-FEED-IX > RAG-FEED-USED
008400            OR RAG-FOUND.
008410     IF RAG-FOUND
008420         SUBTRACT 1 FROM RAG-FEED-IX
008430         GO TO 4100-EXIT
008440     END-IF.
008450     IF RAG-FEED-USED = 20
008460         DISPLAY "UCREJAGE: MORE THAN 20 FEEDS ON THE OPEN "
008470             "REJECTS - " RAG-REJ-FEED-ID (RAG-REJ-IX)
008480         MOVE 20 TO RETURN-CODE
008490         STOP RUN
008500     END-IF.
008510     ADD 1 TO RAG-FEED-USED.
008520     MOVE RAG-FEED-USED TO RAG-FEED-IX.
008530     MOVE RAG-REJ-FEED-ID (RAG-REJ-IX)
008540         TO RAG-FEED-ID (RAG-FEED-IX).
008550 4100-EXIT.
008560     EXIT.
008570*================================================================
008580* 4110-MATCH-ONE-FEED - TEST ONE FEED TABLE ENTRY.
008590*================================================================
008600 4110-MATCH-ONE-FEED.
008610     IF RAG-FEED-ID (RAG-FEED-IX) = RAG-REJ-FEED-ID (RAG-REJ-IX)
008620         MOVE 'Y' TO RAG-FOUND-SW
008630     END-IF.
008640 4110-EXIT.
008650     EXIT.
008660*================================================================
008670* 4200-FIND-CODE - POINT RAG-COD-IX AT THE REJECT'S CODE,
008680*                  ADDING IT ON FIRST SIGHT.  MORE THAN 500
008690*                  DISTINCT OPEN CODES IS FATAL, NAMED.
008700*================================================================
008710 4200-FIND-CODE.
008720     MOVE 'N' TO RAG-FOUND-SW.
008730     PERFORM 4210-MATCH-ONE-CODE THRU 4210-EXIT
008740         VARYING RAG-COD-IX FROM 1 BY 1
008750         UNTIL RAG-COD-IX > RAG-COD-USED
008760            OR RAG-FOUND.
008770     IF RAG-FOUND
008780         SUBTRACT 1 FROM RAG-COD-IX
008790         GO TO 4200-EXIT
008800     END-IF.
008810     IF RAG-COD-USED = 500
008820         DISPLAY "UCREJAGE: MORE THAN 500 CODES ON THE OPEN "
008830             "REJECTS - " RAG-REJ-CODE (RAG-REJ-IX)
008840         MOVE 20 TO RETURN-CODE
008850         STOP RUN
008860     END-IF.
008870     ADD 1 TO RAG-COD-USED.
008880     MOVE RAG-COD-USED TO RAG-COD-IX.
008890     MOVE RAG-REJ-CODE (RAG-REJ-IX) TO RAG-COD-CODE (RAG-COD-IX).
008900     MOVE ZERO TO RAG-COD-OPEN (RAG-COD-IX).
008910     MOVE ZERO TO RAG-COD-OLDEST-DATE (RAG-COD-IX).
008920     MOVE ZERO TO RAG-COD-OLDEST-AGE (RAG-COD-IX).
008930     MOVE 'N' TO RAG-COD-LISTED-SW (RAG-COD-IX).
008940 4200-EXIT.
008950     EXIT.
008960*================================================================
008970* 4210-MATCH-ONE-CODE - TEST ONE CODE TABLE ENTRY.
008980*================================================================
008990 4210-MATCH-ONE-CODE.
009000     IF RAG-COD-CODE (RAG-COD-IX) = RAG-REJ-CODE (RAG-REJ-IX)
009010         MOVE 'Y' TO RAG-FOUND-SW
009020     END-IF.
009030 4210-EXIT.
009040     EXIT.
009050*================================================================
009060* 5000-WRITE-AGING - SECTION 1: THE OPEN REJECTS BY FEED AND
009070*                    REASON IN THE FOUR AGE BUCKETS, THEN THE
009080*                    SAME FOR ALL FEEDS, AND THE RUN COUNTS.
009090*================================================================
009100 5000-WRITE-AGING.
009110     MOVE SPACES TO RAG-RPT-REC.
009120     WRITE RAG-RPT-REC.
009130     MOVE SPACES TO RAG-RPT-REC.
009140     STRING "OPEN REJECTS BY FEED AND REASON - AGE IN "
009150            DELIMITED BY SIZE
009160            "BUSINESS DAYS" DELIMITED BY SIZE
009170            INTO RAG-RPT-REC.
009180     WRITE RAG-RPT-REC.
009190     MOVE RAG-HEAD-LINE TO RAG-RPT-REC.
009200     WRITE RAG-RPT-REC.
009210     PERFORM 5100-WRITE-ONE-FEED THRU 5100-EXIT
009220         VARYING RAG-FEED-IX FROM 1 BY 1
009230         UNTIL RAG-FEED-IX > RAG-FEED-USED.
009240     PERFORM 5200-WRITE-ALL-ROW THRU 5200-EXIT
009250         VARYING RAG-RSN-IX FROM 1 BY 1
009260         UNTIL RAG-RSN-IX > 3.
009270     MOVE SPACES TO RAG-RPT-REC.
009280     WRITE RAG-RPT-REC.
009290     MOVE RAG-REJ-USED TO RAG-COUNT-ED.
009300     MOVE SPACES TO RAG-RPT-REC.
009310     STRING "REJECTS HELD                  " DELIMITED BY SIZE
009320            RAG-COUNT-ED DELIMITED BY SIZE
009330            INTO RAG-RPT-REC.
009340     WRITE RAG-RPT-REC.
009350     MOVE RAG-RECOVERED-COUNT TO RAG-COUNT-ED.
009360     MOVE SPACES TO RAG-RPT-REC.
009370     STRING "RECOVERED BY RECYCLE          " DELIMITED BY SIZE
009380            RAG-COUNT-ED DELIMITED BY SIZE
009390            INTO RAG-RPT-REC.
009400     WRITE RAG-RPT-REC.
009410     MOVE RAG-OPEN-COUNT TO RAG-COUNT-ED.
009420     MOVE SPACES TO RAG-RPT-REC.
009430     STRING "STILL OPEN                    " DELIMITED BY SIZE
009440            RAG-COUNT-ED DELIMITED BY SIZE
009450            INTO RAG-RPT-REC.
009460     WRITE RAG-RPT-REC.
009470     MOVE RAG-RETRIED-COUNT TO RAG-COUNT-ED.
009480     MOVE SPACES TO RAG-RPT-REC.
009490     STRING "  OF WHICH RECYCLE RETRIED    " DELIMITED BY SIZE
009500            RAG-COUNT-ED DELIMITED BY SIZE
009510            INTO RAG-RPT-REC.
009520     WRITE RAG-RPT-REC.
009530     MOVE RAG-OVER-20-COUNT TO RAG-COUNT-ED.
009540     MOVE SPACES TO RAG-RPT-REC.
009550     STRING "  OF WHICH OVER 20 DAYS OLD   " DELIMITED BY SIZE
009560            RAG-COUNT-ED DELIMITED BY SIZE
009570            INTO RAG-RPT-REC.
009580     WRITE RAG-RPT-REC.
009590     MOVE RAG-STRAY-COUNT TO RAG-COUNT-ED.
009600     MOVE SPACES TO RAG-RPT-REC.
009610     STRING "RECOVERIES WITH NO REJECT HELD" DELIMITED BY SIZE
009620            RAG-COUNT-ED DELIMITED BY SIZE
009630            INTO RAG-RPT-REC.
009640     WRITE RAG-RPT-REC.
009650     MOVE RAG-UNREADABLE-COUNT TO RAG-COUNT-ED.
009660     MOVE SPACES TO RAG-RPT-REC.
009670     STRING "UNREADABLE REJECT LINES       " DELIMITED BY SIZE
009680            RAG-COUNT-ED DELIMITED BY SIZE
009690            INTO RAG-RPT-REC.
009700     WRITE RAG-RPT-REC.
009710     MOVE RAG-DATES-NO-ERR TO RAG-COUNT-ED.
009720     MOVE SPACES TO RAG-RPT-REC.
009730     STRING "HELD DATES WITH NO UC01ERR    " DELIMITED BY SIZE
009740            RAG-COUNT-ED DELIMITED BY SIZE
009750            INTO RAG-RPT-REC.
009760     WRITE RAG-RPT-REC.
009770 5000-EXIT.
009780     EXIT.
009790*================================================================
009800* 5100-WRITE-ONE-FEED - ONE ROW PER REASON WITH OPEN REJECTS
009810*                       FOR ONE FEED.  A REJECT WRITTEN BEFORE
009820*                       MAIN STAMPED THE FEED SHOWS AS *NONE*.
009830*================================================================
009840 5100-WRITE-ONE-FEED.
009850     PERFORM 5110-WRITE-FEED-ROW THRU 5110-EXIT
009860         VARYING RAG-RSN-IX FROM 1 BY 1
009870         UNTIL RAG-RSN-IX > 3.
009880 5100-EXIT.
009890     EXIT.
009900*================================================================
009910* 5110-WRITE-FEED-ROW - ONE FEED AND REASON ROW.
009920*================================================================
009930 5110-WRITE-FEED-ROW.
009940     MOVE RAG-FEED-RSN (RAG-FEED-IX RAG-RSN-IX) TO RAG-ROW-WORK.
009950     IF RAG-FEED-ID (RAG-FEED-IX) = SPACES
009960         MOVE "*NONE*" TO RAG-ROW-FEED
009970     ELSE
009980         MOVE RAG-FEED-ID (RAG-FEED-IX) TO RAG-ROW-FEED
009990     END-IF.
010000     PERFORM 5300-WRITE-ROW THRU 5300-EXIT.
010010 5110-EXIT.
010020     EXIT.
010030*================================================================
010040* 5200-WRITE-ALL-ROW - ONE ALL-FEEDS ROW PER REASON.
010050*================================================================
010060 5200-WRITE-ALL-ROW.
010070     MOVE RAG-ALL-RSN (RAG-RSN-IX) TO RAG-ROW-WORK.
010080     MOVE "ALL" TO RAG-ROW-FEED.
010090     PERFORM 5300-WRITE-ROW THRU 5300-EXIT.
010100 5200-EXIT.
010110     EXIT.
010120*================================================================
010130* 5300-WRITE-ROW - EDIT AND WRITE THE ROW IN RAG-ROW-WORK.  A
010140*                  ROW WITH NOTHING OPEN IS LEFT OFF.
010150*================================================================
010160 5300-WRITE-ROW.
010170     COMPUTE RAG-ROW-SUM = RAG-ROW-W-BKT (1) + RAG-ROW-W-BKT (2)
010180                         + RAG-ROW-W-BKT (3) + RAG-ROW-W-BKT (4).
010190     IF RAG-ROW-SUM = ZERO
010200         GO TO 5300-EXIT
010210     END-IF.
010220     MOVE RAG-ROW-FEED TO RAG-ROW-SUM-FEED.
010230     MOVE SPACES TO RAG-ROW-LINE.
010240     MOVE RAG-ROW-SUM-FEED TO RAG-ROW-FEED.
010250     MOVE RAG-RSN-NAME (RAG-RSN-IX) TO RAG-ROW-REASON.
010260     MOVE RAG-ROW-W-BKT (1) TO RAG-ROW-BKT (1).
010270     MOVE RAG-ROW-W-BKT (2) TO RAG-ROW-BKT (2).
010280     MOVE RAG-ROW-W-BKT (3) TO RAG-ROW-BKT (3).
010290     MOVE RAG-ROW-W-BKT (4) TO RAG-ROW-BKT (4).
010300     MOVE RAG-ROW-SUM TO RAG-ROW-TOTAL.
010310     MOVE RAG-ROW-W-RETRIED TO RAG-ROW-RETRIED.
010320     MOVE RAG-ROW-LINE TO RAG-RPT-REC.
010330     WRITE RAG-RPT-REC.
010340 5300-EXIT.
010350     EXIT.
010360*================================================================
010370* 6000-WRITE-TOP-CODES - SECTION 2: THE CODES CARRYING THE MOST
010380*                        OPEN REJECTS, HIGHEST FIRST, WITH THEIR
010390*                        SHARE OF THE OPEN BACKLOG - THE CTMAINT
010400*                        FIXES THAT WOULD CLEAR THE MOST RECORDS.
010410*================================================================
010420 6000-WRITE-TOP-CODES.
010430     MOVE SPACES TO RAG-RPT-REC.
010440     WRITE RAG-RPT-REC.
010450     MOVE SPACES TO RAG-RPT-REC.
010460     STRING "CODES DRIVING THE OPEN BACKLOG - TOP "
010470            DELIMITED BY SIZE
010480            RAG-TOP-CODES DELIMITED BY SIZE
010490            INTO RAG-RPT-REC.
010500     WRITE RAG-RPT-REC.
010510     IF RAG-COD-USED = ZERO
010520         MOVE "NO OPEN REJECTS" TO RAG-RPT-REC
010530         WRITE RAG-RPT-REC
010540         GO TO 6000-EXIT
010550     END-IF.
010560     MOVE RAG-COD-HEAD-LINE TO RAG-RPT-REC.
010570     WRITE RAG-RPT-REC.
010580     PERFORM 6100-WRITE-ONE-RANK THRU 6100-EXIT
010590         VARYING RAG-RANK FROM 1 BY 1
010600         UNTIL RAG-RANK > RAG-TOP-CODES
010610            OR RAG-RANK > RAG-COD-USED.
010620 6000-EXIT.
010630     EXIT.
010640*================================================================
010650* 6100-WRITE-ONE-RANK - PICK THE UNLISTED CODE WITH THE MOST
010660*                       OPEN REJECTS (THE FIRST SEEN ON A TIE)
010670*                       AND WRITE IT.
010680*================================================================
010690 6100-WRITE-ONE-RANK.
010700     MOVE ZERO TO RAG-COD-BEST.
010710     PERFORM 6110-COMPARE-ONE-CODE THRU 6110-EXIT
010720         VARYING RAG-COD-IX FROM 1 BY 1
010730         UNTIL RAG-COD-IX > RAG-COD-USED.
010740     MOVE 'Y' TO RAG-COD-LISTED-SW (RAG-COD-BEST).
010750     MOVE RAG-RANK TO RAG-CDL-RANK.
010760     MOVE RAG-COD-CODE (RAG-COD-BEST) TO RAG-CDL-CODE.
010770     MOVE RAG-COD-REASON (RAG-COD-BEST) TO RAG-RSN-IX.
010780     MOVE RAG-RSN-NAME (RAG-RSN-IX) TO RAG-CDL-REASON.
010790     MOVE RAG-COD-OPEN (RAG-COD-BEST) TO RAG-CDL-OPEN.
010800     COMPUTE RAG-PCT =
010810         RAG-COD-OPEN (RAG-COD-BEST) * 100 / RAG-OPEN-COUNT.
010820     MOVE RAG-PCT TO RAG-CDL-PCT.
010830     MOVE RAG-COD-OLDEST-DATE (RAG-COD-BEST)
010840         TO RAG-CDL-OLDEST-DATE.
010850     MOVE RAG-COD-OLDEST-AGE (RAG-COD-BEST)
010860         TO RAG-CDL-OLDEST-AGE.
010870     MOVE RAG-COD-LINE TO RAG-RPT-REC.
010880     WRITE RAG-RPT-REC.
010890 6100-EXIT.
010900     EXIT.
010910*================================================================
010920* 6110-COMPARE-ONE-CODE - KEEP THE BEST UNLISTED CODE SO FAR.
010930*================================================================
010940 6110-COMPARE-ONE-CODE.
010950     IF RAG-COD-LISTED (RAG-COD-IX)
010960         GO TO 6110-EXIT
010970     END-IF.
010980     IF RAG-COD-BEST = ZERO
010990         MOVE RAG-COD-IX TO RAG-COD-BEST
011000         GO TO 6110-EXIT
011010     END-IF.
011020     IF RAG-COD-OPEN (RAG-COD-IX) > RAG-COD-OPEN (RAG-COD-BEST)
011030         MOVE RAG-COD-IX TO RAG-COD-BEST
011040     END-IF.
011050 6110-EXIT.
011060     EXIT.
011070*================================================================
011080* 7000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE:
011090*                  4 WHEN ANY REJECT HAS BEEN OPEN MORE THAN 20
011100*                  BUSINESS DAYS, SO THE OLD BACKLOG GETS A
011110*                  LOOK; 0 OTHERWISE.
011120*================================================================
011130 7000-TERMINATE.
011140     CLOSE RAG-RPT-FILE.
011150     IF RAG-OVER-20-COUNT > ZERO
011160         MOVE 4 TO RETURN-CODE
011170     ELSE
011180         MOVE ZERO TO RETURN-CODE
011190     END-IF.
011200 7000-EXIT.
011210     EXIT.

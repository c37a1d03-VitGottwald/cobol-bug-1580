000430*                 ENTRIES WITH A NAMED FATAL OVERFLOW, SINCE
000440*                 THE VALUE SPACE IS NO LONGER BOUNDED BY
000450*                 CONSTRUCTION.
000460* 2026-10-15 DMO  TRANSLATION SCHEMES (SEE CODETRAN.CPY).  THE
000470*                 AUDIT TRAIL RECORDS THE BASE TRANSLATION, SO
000480*                 THE AGING LINES ARE CUT FROM THE BASE SCHEME'S
000490*                 MASTER RECORDS ONLY - ANOTHER SCHEME'S RECORDS
000500*                 NEVER MAKE A CODE LOOK ALIVE OR DEAD HERE.
000510*================================================================
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT CTU-AUD-FILE ASSIGN TO "UC01AUD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CTU-AUD-STATUS-CD.
000580     SELECT CTU-SUM-FILE ASSIGN TO "UC01AUDS"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CTU-SUM-STATUS-CD.
000610     SELECT CODE-TRAN-FILE ASSIGN TO "CODETRAN"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CODE-TRAN-KEY
000650         FILE STATUS IS CODE-TRAN-STATUS-CD.
000660     SELECT CTU-RPT-FILE ASSIGN TO "CTURPT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  CTU-AUD-FILE.
000710 01  CTU-AUD-REC                   PIC X(80).
000720 FD  CTU-SUM-FILE.
000730 01  CTU-SUM-REC                   PIC X(80).
000740 FD  CODE-TRAN-FILE.
000750     COPY CODETRAN.
000760 FD  CTU-RPT-FILE.
000770 01  CTU-RPT-REC                   PIC X(80).
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------
000800* SWITCHES
000810*----------------------------------------------------------------
000820 77  CTU-AUD-EOF-SW                PIC X(01) VALUE 'N'.
000830     88  CTU-AUD-EOF                           VALUE 'Y'.
000840 77  CTU-MST-EOF-SW                PIC X(01) VALUE 'N'.
000850     88  CTU-MST-EOF                           VALUE 'Y'.
000860 77  CTU-USE-FOUND-SW              PIC X(01) VALUE 'N'.
000870     88  CTU-USE-FOUND                         VALUE 'Y'.
000880 77  CTU-GOV-FOUND-SW              PIC X(01) VALUE 'N'.
000890     88  CTU-GOV-FOUND                         VALUE 'Y'.
000900 77  CTU-SUM-EOF-SW                PIC X(01) VALUE 'N'.
000910     88  CTU-SUM-EOF                           VALUE 'Y'.
000920*----------------------------------------------------------------
000930* FILE STATUS
000940*----------------------------------------------------------------
000950 77  CTU-AUD-STATUS-CD             PIC X(02) VALUE SPACES.
000960 77  CODE-TRAN-STATUS-CD           PIC X(02) VALUE SPACES.
000970 77  CTU-SUM-STATUS-CD             PIC X(02) VALUE SPACES.
000980*----------------------------------------------------------------
000990* THE REPORT IS AGED AS OF TODAY - A CODE'S STATUS IS THE ONE
001000* ITS GOVERNING MASTER RECORD CARRIES ON THE RUN DATE.
001010*----------------------------------------------------------------
001020 77  CTU-RUN-DATE                  PIC 9(08) VALUE ZERO.
001030*----------------------------------------------------------------
001040* USAGE TABLE - ONE ENTRY PER DISTINCT UC01 SEEN ON THE AUDIT
001050* TRAIL.  512 ENTRIES WAS EVERY POSSIBLE ONE-BYTE VALUE TWICE
001060* OVER; THE WIDE CODES (SEE DATAV.CPY) MAKE THE VALUE SPACE
001070* OPEN-ENDED, SO OVERFLOWING IT IS NOW A NAMED FATAL ERROR
001080* RATHER THAN A SILENT UNDERCOUNT ON THE AGING REPORT.
001090*----------------------------------------------------------------
001100 77  CTU-USE-USED                  PIC 9(04) COMP VALUE ZERO.
001110 01  CTU-USE-TABLE.
001120     05  CTU-USE-ENTRY OCCURS 512 TIMES
001130                       INDEXED BY CTU-USE-IX.
001140         10  CTU-USE-CODE          PIC X(04).
001150         10  CTU-USE-LAST-DATE     PIC 9(08).
001160         10  CTU-USE-COUNT         PIC 9(09) COMP.
001170         10  CTU-USE-ON-MST-SW     PIC X(01).
001180         10  CTU-USE-MST-STATUS    PIC X(08).
001190*----------------------------------------------------------------
001200* CONTROL-BREAK HOLDS FOR THE MASTER SCAN - THE CODE BEING
001210* GATHERED AND THE RECORD THAT GOVERNS IT AS OF THE RUN DATE.
001220*----------------------------------------------------------------
001230 77  CTU-MST-CODE                  PIC X(04) VALUE SPACES.
001240 77  CTU-BASE-SCHEME               PIC X(08) VALUE "BASE".
001250 77  CTU-GOV-STATUS                PIC X(01) VALUE SPACES.
001260 77  CTU-GOV-EFF-TO                PIC 9(08) VALUE ZERO.
001270*----------------------------------------------------------------
001280* AUDIT TRAIL LINE AS MAIN AND RECYCLE WRITE IT - ONLY THE RUN
001290* DATE AND THE UC01 VALUE MATTER HERE.
001300*----------------------------------------------------------------
001310 01  CTU-AUD-LINE.
001320     05  CTU-AUD-DATE              PIC X(08).
001330     05  FILLER                    PIC X(20).
001340     05  CTU-AUD-UC01-VALUE        PIC X(04).
001350     05  FILLER                    PIC X(48).
001360 77  CTU-AUD-DATE-N                PIC 9(08) VALUE ZERO.
001370*----------------------------------------------------------------
001380* CONDENSED SUMMARY LINE AS UCARCH WRITES IT TO UC01AUDS, AND
001390* THE WEIGHT ONE TALLY CARRIES - 1 FOR A RAW AUDIT LINE, THE
001400* SUMMARY LINE'S OWN OCCURRENCE COUNT FOR A CONDENSED ONE, SO
001410* THE SAME TALLY PARAGRAPHS SERVE BOTH READS.
001420*----------------------------------------------------------------
001430 01  CTU-SUM-LINE.
001440     05  CTU-SUM-DATE              PIC X(08).
001450     05  FILLER                    PIC X(01).
001460     05  CTU-SUM-UC01              PIC X(04).
001470     05  FILLER                    PIC X(01).
001480     05  CTU-SUM-UC02              PIC X(01).
001490     05  FILLER                    PIC X(01).
001500     05  CTU-SUM-UC03              PIC X(01).
001510     05  FILLER                    PIC X(01).
001520     05  CTU-SUM-COUNT             PIC X(09).
001530     05  FILLER                    PIC X(53).
001540 77  CTU-TALLY-N                   PIC 9(09) VALUE 1.
001550*----------------------------------------------------------------
001560* REPORT LINES
001570*----------------------------------------------------------------
001580 01  CTU-RPT-LINE.
001590     05  CTU-RPT-CODE              PIC X(04).
001600     05  FILLER                    PIC X(03) VALUE SPACES.
001610     05  CTU-RPT-STATUS            PIC X(08).
001620     05  FILLER                    PIC X(02) VALUE SPACES.
001630     05  CTU-RPT-LAST-DATE         PIC X(08).
001640     05  FILLER                    PIC X(02) VALUE SPACES.
001650     05  CTU-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.
001660     05  FILLER                    PIC X(42) VALUE SPACES.
001670 PROCEDURE DIVISION.
001680*================================================================
001690* 0000-MAINLINE
001700*================================================================
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     PERFORM 1500-LOAD-SUMMARY THRU 1500-EXIT.
001740     PERFORM 2000-TALLY-AUDIT THRU 2000-EXIT
001750         UNTIL CTU-AUD-EOF.
001760     PERFORM 3000-REPORT-MASTER THRU 3000-EXIT.
001770     PERFORM 4000-REPORT-ORPHANS THRU 4000-EXIT.
001780     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001790     STOP RUN.
001800*================================================================
001810* 1000-INITIALIZE - OPEN FILES AND PRIME THE AUDIT READ.  A
001820*                   MISSING AUDIT TRAIL JUST MEANS NO USAGE -
001830*                   THE MASTER SIDE OF THE REPORT STILL PRINTS,
001840*                   WITH EVERY CODE SHOWN AS NEVER SEEN.  AN
001850*                   UNOPENABLE MASTER IS FATAL - THERE IS
001860*                   NOTHING TO AGE.
001870*================================================================
001880 1000-INITIALIZE.
001890     ACCEPT CTU-RUN-DATE FROM DATE YYYYMMDD.
001900     OPEN INPUT CTU-AUD-FILE.
001910     IF CTU-AUD-STATUS-CD NOT = "00"
001920         MOVE 'Y' TO CTU-AUD-EOF-SW
001930     END-IF.
001940     OPEN INPUT CODE-TRAN-FILE.
001950     IF CODE-TRAN-STATUS-CD NOT = "00"
001960         DISPLAY "CTUSAGE: CODE-TRAN-FILE COULD NOT BE OPENED, "
001970             "STATUS = " CODE-TRAN-STATUS-CD
001980         MOVE 20 TO RETURN-CODE
001990         STOP RUN
002000     END-IF.
002010     OPEN OUTPUT CTU-RPT-FILE.
002020     IF NOT CTU-AUD-EOF
002030         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
002040     END-IF.
002050 1000-EXIT.
002060     EXIT.
002070*================================================================
002080* 1500-LOAD-SUMMARY - ROLL THE CONDENSED UC01AUDS SUMMARY INTO
002090*                     THE USAGE TABLE BEFORE THE LIVE TRAIL IS
002100*                     READ.  NO SUMMARY MEANS UCARCH HAS NEVER
002110*                     RUN - THE TRAIL ALONE IS THE HISTORY.
002120*================================================================
002130 1500-LOAD-SUMMARY.
002140     OPEN INPUT CTU-SUM-FILE.
002150     IF CTU-SUM-STATUS-CD NOT = "00"
002160         GO TO 1500-EXIT
002170     END-IF.
002180     PERFORM 1510-ROLL-ONE-SUMMARY THRU 1510-EXIT
002190         UNTIL CTU-SUM-EOF.
002200     CLOSE CTU-SUM-FILE.
002210 1500-EXIT.
002220     EXIT.
002230*================================================================
002240* 1510-ROLL-ONE-SUMMARY - TALLY ONE CONDENSED LINE, WEIGHTED BY
002250*                         ITS OCCURRENCE COUNT.  LINES WHOSE
002260*                         DATE OR COUNT COLUMNS AREN'T NUMERIC
002270*                         ARE NOT SUMMARY LINES AND ARE PASSED
002280*                         OVER, THE SAME WAY THE TRAIL READ
002290*                         PASSES OVER FOREIGN LINES.
002300*================================================================
002310 1510-ROLL-ONE-SUMMARY.
002320     READ CTU-SUM-FILE
002330         AT END
002340             MOVE 'Y' TO CTU-SUM-EOF-SW
002350         NOT AT END
002360             MOVE CTU-SUM-REC TO CTU-SUM-LINE
002370             IF CTU-SUM-DATE IS NUMERIC
002380              AND CTU-SUM-COUNT IS NUMERIC
002390                 MOVE CTU-SUM-DATE TO CTU-AUD-DATE-N
002400                 MOVE CTU-SUM-UC01 TO CTU-AUD-UC01-VALUE
002410                 MOVE CTU-SUM-COUNT TO CTU-TALLY-N
002420                 PERFORM 2200-TALLY-ONE-CODE THRU 2200-EXIT
002430             END-IF
002440     END-READ.
002450 1510-EXIT.
002460     EXIT.
002470*================================================================
002480* 2000-TALLY-AUDIT - TALLY ONE AUDIT LINE INTO THE USAGE TABLE:
002490*                    BUMP THE CODE'S COUNT AND KEEP ITS LATEST
002500*                    RUN DATE.  LINES WHOSE DATE COLUMNS AREN'T
002510*                    NUMERIC ARE NOT AUDIT LINES AND ARE PASSED
002520*                    OVER.
002530*================================================================
002540 2000-TALLY-AUDIT.
002550     MOVE CTU-AUD-REC TO CTU-AUD-LINE.
002560     IF CTU-AUD-DATE IS NUMERIC
002570         MOVE CTU-AUD-DATE TO CTU-AUD-DATE-N
002580         MOVE 1 TO CTU-TALLY-N
002590         PERFORM 2200-TALLY-ONE-CODE THRU 2200-EXIT
002600     END-IF.
002610     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
002620 2000-EXIT.
002630     EXIT.
002640*================================================================
002650* 2100-READ-AUDIT - READ THE NEXT AUDIT TRAIL LINE.
002660*================================================================
002670 2100-READ-AUDIT.
002680     READ CTU-AUD-FILE
002690         AT END MOVE 'Y' TO CTU-AUD-EOF-SW
002700     END-READ.
002710 2100-EXIT.
002720     EXIT.
002730*================================================================
002740* 2200-TALLY-ONE-CODE - FIND OR CREATE THE USAGE ENTRY FOR THIS
002750*                       LINE'S UC01 AND ROLL THE LINE IN.
002760*================================================================
002770 2200-TALLY-ONE-CODE.
002780     MOVE 'N' TO CTU-USE-FOUND-SW.
002790     PERFORM 2210-SCAN-USE-ENTRY THRU 2210-EXIT
002800         VARYING CTU-USE-IX FROM 1 BY 1
002810         UNTIL CTU-USE-IX > CTU-USE-USED
002820            OR CTU-USE-FOUND.
002830     IF NOT CTU-USE-FOUND
002840         IF CTU-USE-USED = 512
002850             DISPLAY "CTUSAGE: USAGE TABLE FULL - MORE DISTINCT "
002860                 "CODES THAN IT HOLDS"
002870             MOVE 20 TO RETURN-CODE
002880             STOP RUN
002890         END-IF
002900         ADD 1 TO CTU-USE-USED
002910         SET CTU-USE-IX TO CTU-USE-USED
002920         MOVE CTU-AUD-UC01-VALUE TO CTU-USE-CODE (CTU-USE-IX)
002930         MOVE CTU-AUD-DATE-N TO CTU-USE-LAST-DATE (CTU-USE-IX)
002940         MOVE CTU-TALLY-N TO CTU-USE-COUNT (CTU-USE-IX)
002950         MOVE 'N' TO CTU-USE-ON-MST-SW (CTU-USE-IX)
002960         MOVE "ABSENT" TO CTU-USE-MST-STATUS (CTU-USE-IX)
002970     END-IF.
002980 2200-EXIT.
002990     EXIT.
003000*================================================================
003010* 2210-SCAN-USE-ENTRY - CHECK ONE USAGE TABLE SLOT.
003020*================================================================
003030 2210-SCAN-USE-ENTRY.
003040     IF CTU-AUD-UC01-VALUE = CTU-USE-CODE (CTU-USE-IX)
003050         ADD CTU-TALLY-N TO CTU-USE-COUNT (CTU-USE-IX)
003060         IF CTU-AUD-DATE-N > CTU-USE-LAST-DATE (CTU-USE-IX)
003070             MOVE CTU-AUD-DATE-N TO CTU-USE-LAST-DATE (CTU-USE-IX)
003080         END-IF
003090         MOVE 'Y' TO CTU-USE-FOUND-SW
003100     END-IF.
003110 2210-EXIT.
003120     EXIT.
003130*================================================================
003140* 3000-REPORT-MASTER - WALK THE BASE SCHEME'S MASTER RECORDS IN
003150*                      KEY ORDER AND PRINT ONE LINE PER DISTINCT
003160*                      UC01 CODE, BREAKING ON THE CODE.  EACH
003170*                      CODE'S STATUS IS TAKEN FROM THE RECORD
003180*                      GOVERNING THE RUN DATE, THE SAME
003190*                      SELECTION RULE THE DAILY RUN APPLIES.
003200*================================================================
003210 3000-REPORT-MASTER.
003220     MOVE SPACES TO CTU-RPT-REC.
003230     STRING "CODE USAGE AGING AS OF " DELIMITED BY SIZE
003240            CTU-RUN-DATE DELIMITED BY SIZE
003250            INTO CTU-RPT-REC.
003260     WRITE CTU-RPT-REC.
003270     MOVE LOW-VALUES TO CODE-TRAN-KEY.
003280     MOVE CTU-BASE-SCHEME TO CODE-TRAN-SCHEME.
003290     START CODE-TRAN-FILE KEY NOT < CODE-TRAN-KEY
003300         INVALID KEY MOVE 'Y' TO CTU-MST-EOF-SW
003310     END-START.
003320     IF CTU-MST-EOF
003330         GO TO 3000-EXIT
003340     END-IF.
003350     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
003360     PERFORM 3200-GATHER-ONE-CODE THRU 3200-EXIT
003370         UNTIL CTU-MST-EOF.
003380 3000-EXIT.
003390     EXIT.
003400*================================================================
003410* 3100-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY ORDER.
003420*                    THE FIRST RECORD PAST THE BASE SCHEME ENDS
003430*                    THE SCAN AS END OF FILE DOES.
003440*================================================================
003450 3100-READ-MASTER.
003460     READ CODE-TRAN-FILE NEXT
003470         AT END MOVE 'Y' TO CTU-MST-EOF-SW
003480     END-READ.
003490     IF NOT CTU-MST-EOF
003500      AND CODE-TRAN-SCHEME NOT = CTU-BASE-SCHEME
003510         MOVE 'Y' TO CTU-MST-EOF-SW
003520     END-IF.
003530 3100-EXIT.
003540     EXIT.
003550*================================================================
003560* 3200-GATHER-ONE-CODE - ROLL UP ALL THE MASTER RECORDS FOR ONE
003570*                        UC01 CODE, KEEPING THE RECORD THAT
003580*                        GOVERNS THE RUN DATE, THEN PRINT THE
003590*                        CODE'S AGING LINE AT THE BREAK.
003600*================================================================
003610 3200-GATHER-ONE-CODE.
003620     MOVE CODE-TRAN-UC01 TO CTU-MST-CODE.
003630     MOVE 'N' TO CTU-GOV-FOUND-SW.
003640     PERFORM 3300-ROLL-ONE-RECORD THRU 3300-EXIT
003650         UNTIL CTU-MST-EOF
003660            OR CODE-TRAN-UC01 NOT = CTU-MST-CODE.
003670     PERFORM 3400-PRINT-ONE-CODE THRU 3400-EXIT.
003680 3200-EXIT.
003690     EXIT.
003700*================================================================
003710* 3300-ROLL-ONE-RECORD - FOLD ONE MASTER RECORD INTO THE BREAK.
003720*                       RECORDS ARRIVE IN ASCENDING EFFECTIVE-
003730*                       FROM ORDER, SO THE LAST ONE DATED ON OR
003740*                       BEFORE THE RUN DATE GOVERNS - THE RULE
003750*                       2210-SELECT-MAPPING APPLIES IN MAIN.
003760*================================================================
003770 3300-ROLL-ONE-RECORD.
003780     IF CODE-TRAN-EFF-FROM IS NUMERIC
003790      AND CODE-TRAN-EFF-FROM NOT > CTU-RUN-DATE
003800         MOVE 'Y' TO CTU-GOV-FOUND-SW
003810         MOVE CODE-TRAN-STATUS TO CTU-GOV-STATUS
003820         IF CODE-TRAN-EFF-TO IS NUMERIC
003830             MOVE CODE-TRAN-EFF-TO TO CTU-GOV-EFF-TO
003840         ELSE
003850             MOVE 99999999 TO CTU-GOV-EFF-TO
003860         END-IF
003870     END-IF.
003880     IF CODE-TRAN-EFF-FROM NOT NUMERIC
003890         MOVE 'Y' TO CTU-GOV-FOUND-SW
003900         MOVE CODE-TRAN-STATUS TO CTU-GOV-STATUS
003910         MOVE 99999999 TO CTU-GOV-EFF-TO
003920     END-IF.
003930     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
003940 3300-EXIT.
003950     EXIT.
003960*================================================================
003970* 3400-PRINT-ONE-CODE - PRINT THE AGING LINE FOR ONE MASTER CODE
003980*                       AND MARK ITS USAGE ENTRY AS ACCOUNTED
003990*                       FOR, SO THE ORPHAN SECTION ONLY SHOWS
004000*                       CODES THE MASTER DOESN'T CARRY.
004010*================================================================
004020 3400-PRINT-ONE-CODE.
004030     MOVE SPACES TO CTU-RPT-LINE.
004040     MOVE CTU-MST-CODE TO CTU-RPT-CODE.
004050     EVALUATE TRUE
004060         WHEN NOT CTU-GOV-FOUND
004070             MOVE "STAGED" TO CTU-RPT-STATUS
004080         WHEN CTU-GOV-STATUS = 'R'
004090             MOVE "RETIRED" TO CTU-RPT-STATUS
004100         WHEN CTU-GOV-EFF-TO NOT > CTU-RUN-DATE
004110             MOVE "EXPIRED" TO CTU-RPT-STATUS
004120         WHEN OTHER
004130             MOVE "ACTIVE" TO CTU-RPT-STATUS
004140     END-EVALUATE.
004150     MOVE "NEVER" TO CTU-RPT-LAST-DATE.
004160     MOVE ZERO TO CTU-RPT-COUNT.
004170     PERFORM 3500-FIND-USAGE THRU 3500-EXIT.
004180     MOVE CTU-RPT-LINE TO CTU-RPT-REC.
004190     WRITE CTU-RPT-REC.
004200 3400-EXIT.
004210     EXIT.
004220*================================================================
004230* 3500-FIND-USAGE - PULL THE CODE'S AUDIT USAGE INTO THE REPORT
004240*                   LINE, IF ANY, AND FLAG THE ENTRY AS CARRIED
004250*                   ON THE MASTER.
004260*================================================================
004270 3500-FIND-USAGE.
004280     MOVE 'N' TO CTU-USE-FOUND-SW.
004290     PERFORM 3510-MATCH-USE-ENTRY THRU 3510-EXIT
004300         VARYING CTU-USE-IX FROM 1 BY 1
004310         UNTIL CTU-USE-IX > CTU-USE-USED
004320            OR CTU-USE-FOUND.
004330 3500-EXIT.
004340     EXIT.
004350*================================================================
004360* 3510-MATCH-USE-ENTRY - CHECK ONE USAGE SLOT AGAINST THE CODE
004370*                        BEING PRINTED.
004380*================================================================
004390 3510-MATCH-USE-ENTRY.
004400     IF CTU-MST-CODE = CTU-USE-CODE (CTU-USE-IX)
004410         MOVE CTU-USE-LAST-DATE (CTU-USE-IX) TO CTU-RPT-LAST-DATE
004420         MOVE CTU-USE-COUNT (CTU-USE-IX) TO CTU-RPT-COUNT
004430         MOVE 'Y' TO CTU-USE-ON-MST-SW (CTU-USE-IX)
004440         MOVE CTU-RPT-STATUS TO CTU-USE-MST-STATUS (CTU-USE-IX)
004450         MOVE 'Y' TO CTU-USE-FOUND-SW
004460     END-IF.
004470 3510-EXIT.
004480     EXIT.
004490*================================================================
004500* 4000-REPORT-ORPHANS - SECTION FOR CODES SEEN ON THE AUDIT
004510*                       TRAIL THAT THE MASTER EITHER NEVER
004520*                       CARRIED OR NO LONGER CARRIES AS ACTIVE
004530*                       ON THE RUN DATE - RETIRED, EXPIRED,
004540*                       ONLY STAGED FOR THE FUTURE, OR ABSENT
004550*                       ALTOGETHER.  THESE ARE THE UPSTREAM
004560*                       FEEDS TO CHASE: SOMETHING IS STILL
004570*                       SENDING A CODE WE THOUGHT WAS DEAD.
004580*================================================================
004590 4000-REPORT-ORPHANS.
004600     MOVE SPACES TO CTU-RPT-REC.
004610     STRING "** CODES ON AUDIT TRAIL, RETIRED OR ABSENT FROM "
004620            "MASTER **" DELIMITED BY SIZE INTO CTU-RPT-REC.
004630     WRITE CTU-RPT-REC.
004640     PERFORM 4100-PRINT-ONE-ORPHAN THRU 4100-EXIT
004650         VARYING CTU-USE-IX FROM 1 BY 1
004660         UNTIL CTU-USE-IX > CTU-USE-USED.
004670 4000-EXIT.
004680     EXIT.
004690*================================================================
004700* 4100-PRINT-ONE-ORPHAN - PRINT ONE DEAD-BUT-STILL-SEEN CODE'S
004710*                         USAGE.
004720*================================================================
004730 4100-PRINT-ONE-ORPHAN.
004740     IF CTU-USE-MST-STATUS (CTU-USE-IX) NOT = "ACTIVE"
004750         MOVE SPACES TO CTU-RPT-LINE
004760         MOVE CTU-USE-CODE (CTU-USE-IX) TO CTU-RPT-CODE
004770         MOVE CTU-USE-MST-STATUS (CTU-USE-IX) TO CTU-RPT-STATUS
004780         MOVE CTU-USE-LAST-DATE (CTU-USE-IX)
004790             TO CTU-RPT-LAST-DATE
004800         MOVE CTU-USE-COUNT (CTU-USE-IX) TO CTU-RPT-COUNT
004810         MOVE CTU-RPT-LINE TO CTU-RPT-REC
004820         WRITE CTU-RPT-REC
004830     END-IF.
004840 4100-EXIT.
004850     EXIT.
004860*================================================================
004870* 5000-TERMINATE - CLOSE FILES.
004880*================================================================
004890 5000-TERMINATE.
004900     IF CTU-AUD-STATUS-CD = "00" OR CTU-AUD-STATUS-CD = "10"
004910         CLOSE CTU-AUD-FILE
004920     END-IF.
004930     CLOSE CODE-TRAN-FILE.
004940     CLOSE CTU-RPT-FILE.
004950 5000-EXIT.
004960     EXIT.

000370*                 NOT SWEPT - THE CYCLE IDS IN USE AREN'T
000380*                 ENUMERABLE HERE; LIST THEM AS THEIR OWN
000390*                 CLASSES IF THEY EVER NEED SWEEPING.
000400* 2026-10-15 DMO  TRANSLATION SCHEMES.  THE FURTHER SCHEMES ON
000410*                 THE UC03SCHM LIST ADD THE SCHEME-QUALIFIED
000420*                 <CLASS>.<DATE>.<SCHEME> SHAPE (UC03MAN,
000430*                 CTSNAP, CTDELTA) TO EVERY CLASS SWEPT.  A
000440*                 SCHEME'S OWN MANIFEST GUARDS THE DATE THE SAME
000450*                 WAY AS THE BASE ONE WHEN IT EXISTS - A DATE
000460*                 FROM BEFORE THE SCHEME WAS LISTED HAS NONE AND
000470*                 IS NOT HELD FOR IT.
000480*================================================================
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT HSE-RET-FILE ASSIGN TO "UC01RET"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS HSE-RET-STATUS-CD.
000550     SELECT HSE-CAL-FILE ASSIGN TO "UC01CAL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS HSE-CAL-STATUS-CD.
000580     SELECT HSE-FEED-FILE ASSIGN TO "UC01FEED"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS HSE-FEED-STATUS-CD.
000610     SELECT HSE-SCHM-FILE ASSIGN TO "UC03SCHM"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS HSE-SCHM-STATUS-CD.
000640     SELECT HSE-MAN-FILE ASSIGN TO HSE-MAN-FILE-NAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS HSE-MAN-STATUS-CD.
000670     SELECT HSE-CKP-FILE ASSIGN TO HSE-CKP-FILE-NAME
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS HSE-CKP-STATUS-CD.
000700     SELECT HSE-RPT-FILE ASSIGN TO "UCHSRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  HSE-RET-FILE.
000750 01  HSE-RET-REC                   PIC X(80).
000760 FD  HSE-CAL-FILE.
000770 01  HSE-CAL-REC                   PIC X(80).
000780 FD  HSE-FEED-FILE.
000790 01  HSE-FEED-REC                  PIC X(80).
000800 FD  HSE-SCHM-FILE.
000810 01  HSE-SCHM-REC                  PIC X(80).
000820 FD  HSE-MAN-FILE.
000830     COPY UC03MAN.
000840 FD  HSE-CKP-FILE.
000850 01  HSE-CKP-REC                   PIC X(80).
000860 FD  HSE-RPT-FILE.
000870 01  HSE-RPT-REC                   PIC X(80).
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900* SWITCHES / FILE STATUS
000910*----------------------------------------------------------------
000920 77  HSE-RET-EOF-SW                PIC X(01) VALUE 'N'.
000930     88  HSE-RET-EOF                           VALUE 'Y'.
000940 77  HSE-CAL-EOF-SW                PIC X(01) VALUE 'N'.
000950     88  HSE-CAL-EOF                           VALUE 'Y'.
000960 77  HSE-FEED-EOF-SW               PIC X(01) VALUE 'N'.
000970     88  HSE-FEED-EOF                          VALUE 'Y'.
000980 77  HSE-SCHM-EOF-SW               PIC X(01) VALUE 'N'.
000990     88  HSE-SCHM-EOF                          VALUE 'Y'.
001000 77  HSE-MAN-EOF-SW                PIC X(01) VALUE 'N'.
001010     88  HSE-MAN-EOF                           VALUE 'Y'.
001020 77  HSE-DATE-HELD-SW              PIC X(01) VALUE 'N'.
001030     88  HSE-DATE-HELD                         VALUE 'Y'.
001040 77  HSE-RET-STATUS-CD             PIC X(02) VALUE SPACES.
001050 77  HSE-CAL-STATUS-CD             PIC X(02) VALUE SPACES.
001060 77  HSE-FEED-STATUS-CD            PIC X(02) VALUE SPACES.
001070 77  HSE-SCHM-STATUS-CD            PIC X(02) VALUE SPACES.
001080 77  HSE-MAN-STATUS-CD             PIC X(02) VALUE SPACES.
001090 77  HSE-CKP-STATUS-CD             PIC X(02) VALUE SPACES.
001100*----------------------------------------------------------------
001110* RUN PARAMETER - AN OPTIONAL AS-OF DATE, DEFAULT TODAY.
001120* CALENDAR DATES AFTER IT ARE OUTSIDE THIS SWEEP.
001130*----------------------------------------------------------------
001140 77  HSE-ASOF-DATE-PARM            PIC X(08) VALUE SPACES.
001150 77  HSE-ASOF-DATE                 PIC 9(08) VALUE ZERO.
001160 77  HSE-ASOF-DATE-A               PIC X(08) VALUE SPACES.
001170*----------------------------------------------------------------
001180* RETENTION CONTROL TABLE - ONE ENTRY PER ARTIFACT CLASS NAMED
001190* ON UC01RET: THE FILE-NAME PREFIX AND ITS BUSINESS DAYS TO
001200* KEEP.  HSE-MIN-DAYS IS THE SHORTEST RETENTION ON FILE - A
001210* DATE YOUNGER THAN THAT HAS NOTHING DUE AND ISN'T REPORTED.
001220*----------------------------------------------------------------
001230 77  HSE-RET-USED                  PIC 9(02) COMP VALUE ZERO.
001240 77  HSE-RET-IX                    PIC 9(02) COMP VALUE ZERO.
001250 77  HSE-MIN-DAYS                  PIC 9(03) VALUE 999.
001260 01  HSE-RET-TABLE.
001270     05  HSE-RET-ENTRY OCCURS 20 TIMES.
001280         10  HSE-RET-CLASS         PIC X(08).
001290         10  HSE-RET-DAYS          PIC 9(03).
001300 01  HSE-RET-LINE.
001310     05  HSE-RET-L-CLASS           PIC X(08).
001320     05  FILLER                    PIC X(01).
001330     05  HSE-RET-L-DAYS            PIC X(03).
001340     05  FILLER                    PIC X(68).
001350*----------------------------------------------------------------
001360* BUSINESS CALENDAR TABLE - THE UC01CAL DATES UP TO THE AS-OF
001370* DATE, IN FILE ORDER (OPS KEEP THE LIST ASCENDING).  RETENTION
001380* IS JUDGED BY POSITION: A DATE WITH AT LEAST <DAYS-TO-KEEP>
001390* LATER CALENDAR DATES IS PAST THAT CLASS'S RETENTION.
001400*----------------------------------------------------------------
001410 77  HSE-CAL-TOTAL                 PIC 9(04) COMP VALUE ZERO.
001420 77  HSE-DATE-IX                   PIC 9(04) COMP VALUE ZERO.
001430 77  HSE-CAL-AGE                   PIC 9(04) COMP VALUE ZERO.
001440 01  HSE-CAL-TABLE.
001450     05  HSE-CAL-DATE OCCURS 1000 TIMES PIC 9(08).
001460 01  HSE-CAL-LINE.
001470     05  HSE-CAL-L-DATE            PIC X(08).
001480     05  FILLER                    PIC X(72).
001490*----------------------------------------------------------------
001500* REGIONAL FEED LIST, FOR THE FEED-QUALIFIED FILE SHAPES.
001510*----------------------------------------------------------------
001520 77  HSE-FEED-COUNT                PIC 9(02) COMP VALUE ZERO.
001530 77  HSE-FEED-IX                   PIC 9(02) COMP VALUE ZERO.
001540 01  HSE-FEED-TABLE.
001550     05  HSE-FEED-ID OCCURS 8 TIMES PIC X(08).
001560*----------------------------------------------------------------
001570* FURTHER TRANSLATION SCHEMES (SEE COPYBOOKS/CODETRAN.CPY), FOR
001580* THE SCHEME-QUALIFIED FILE SHAPES AND MANIFESTS.  BASE USES THE
001590* PLAIN NAMES AND A BASE LINE ON THE LIST IS PASSED OVER.
001600*----------------------------------------------------------------
001610 77  HSE-BASE-SCHEME               PIC X(08) VALUE "BASE".
001620 77  HSE-SCH-COUNT                 PIC 9(02) COMP VALUE ZERO.
001630 77  HSE-SCH-IX                    PIC 9(02) COMP VALUE ZERO.
001640 01  HSE-SCH-TABLE.
001650     05  HSE-SCH-ID OCCURS 8 TIMES PIC X(08).
001660*----------------------------------------------------------------
001670* THE DATE BEING JUDGED, THE FILE NAMES BUILT AROUND IT, AND
001680* THE SWEEP COUNTS.
001690*----------------------------------------------------------------
001700 77  HSE-EXP-DATE                  PIC 9(08) VALUE ZERO.
001710 01  HSE-MAN-FILE-NAME             PIC X(32) VALUE SPACES.
001720 01  HSE-CKP-FILE-NAME             PIC X(32) VALUE SPACES.
001730 01  HSE-DEL-NAME                  PIC X(40) VALUE SPACES.
001740 77  HSE-SLICE-NO                  PIC 9(02) COMP VALUE ZERO.
001750 77  HSE-SLICE-NO-X                PIC 9(02) VALUE ZERO.
001760 77  HSE-LAST-VERDICT              PIC X(12) VALUE SPACES.
001770 77  HSE-SAVE-RC                   PIC 9(04) COMP VALUE ZERO.
001780 77  HSE-DEL-RC                    PIC 9(04) COMP VALUE ZERO.
001790 77  HSE-REMOVED-COUNT             PIC 9(05) VALUE ZERO.
001800 77  HSE-HELD-COUNT                PIC 9(05) VALUE ZERO.
001810*----------------------------------------------------------------
001820* REPORT LINES
001830*----------------------------------------------------------------
001840 01  HSE-RPT-LINE.
001850     05  HSE-RPT-DATE              PIC 9(08).
001860     05  FILLER                    PIC X(01) VALUE SPACES.
001870     05  HSE-RPT-ACTION            PIC X(08).
001880     05  FILLER                    PIC X(01) VALUE SPACES.
001890     05  HSE-RPT-DETAIL            PIC X(40).
001900     05  FILLER                    PIC X(22) VALUE SPACES.
001910 PROCEDURE DIVISION.
001920*================================================================
001930* 0000-MAINLINE
001940*================================================================
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     PERFORM 2000-JUDGE-ONE-DATE THRU 2000-EXIT
001980         VARYING HSE-DATE-IX FROM 1 BY 1
001990         UNTIL HSE-DATE-IX > HSE-CAL-TOTAL.
002000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002010     STOP RUN.
002020*================================================================
002030* 1000-INITIALIZE - RESOLVE THE AS-OF DATE, OPEN THE REPORT AND
002040*                   LOAD THE CONTROL TABLES.  A MISSING
002050*                   RETENTION LIST OR CALENDAR IS FATAL - A
002060*                   SWEEP WITH NO RULES OR NO DATES WOULD READ
002070*                   AS A CLEAN RUN THAT DID NOTHING.
002080*================================================================
002090 1000-INITIALIZE.
002100     ACCEPT HSE-ASOF-DATE-PARM FROM COMMAND-LINE.
002110     IF HSE-ASOF-DATE-PARM = SPACES
002120         ACCEPT HSE-ASOF-DATE FROM DATE YYYYMMDD
002130     ELSE
002140         MOVE HSE-ASOF-DATE-PARM TO HSE-ASOF-DATE
002150     END-IF.
002160     MOVE HSE-ASOF-DATE TO HSE-ASOF-DATE-A.
002170     OPEN OUTPUT HSE-RPT-FILE.
002180     MOVE SPACES TO HSE-RPT-REC.
002190     STRING "HOUSEKEEPING AS OF " DELIMITED BY SIZE
002200            HSE-ASOF-DATE DELIMITED BY SIZE
002210            INTO HSE-RPT-REC.
002220     WRITE HSE-RPT-REC.
002230     PERFORM 1100-LOAD-RETENTION THRU 1100-EXIT.
002240     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
002250     PERFORM 1300-LOAD-FEED-LIST THRU 1300-EXIT.
002260     PERFORM 1400-LOAD-SCHEME-LIST THRU 1400-EXIT.
002270 1000-EXIT.
002280     EXIT.
002290*================================================================
002300* 1100-LOAD-RETENTION - READ THE OPS RETENTION RULES, ONE CLASS
002310*                       AND ITS DAYS TO KEEP PER LINE.  LINES
002320*                       THAT DON'T PARSE ARE PASSED OVER; A
002330*                       TWENTY-FIRST CLASS IS A CONFIGURATION
002340*                       ERROR AND FATAL.
002350*================================================================
002360 1100-LOAD-RETENTION.
002370     OPEN INPUT HSE-RET-FILE.
002380     IF HSE-RET-STATUS-CD NOT = "00"
002390         DISPLAY "UCHOUSE: UC01RET COULD NOT BE OPENED, "
002400             "STATUS = " HSE-RET-STATUS-CD
002410         MOVE 20 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440     PERFORM 1110-READ-ONE-RULE THRU 1110-EXIT
002450         UNTIL HSE-RET-EOF.
002460     CLOSE HSE-RET-FILE.
002470     IF HSE-RET-USED = ZERO
002480         DISPLAY "UCHOUSE: UC01RET NAMES NO ARTIFACT CLASSES"
002490         MOVE 20 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520 1100-EXIT.
002530     EXIT.
002540*================================================================
002550* 1110-READ-ONE-RULE - READ ONE RETENTION RULE LINE.
002560*================================================================
002570 1110-READ-ONE-RULE.
002580     READ HSE-RET-FILE
002590         AT END
002600             MOVE 'Y' TO HSE-RET-EOF-SW
002610         NOT AT END
002620             MOVE HSE-RET-REC TO HSE-RET-LINE
002630             IF HSE-RET-L-CLASS NOT = SPACES
002640              AND HSE-RET-L-DAYS IS NUMERIC
002650                 IF HSE-RET-USED = 20
002660                     DISPLAY "UCHOUSE: UC01RET NAMES MORE THAN "
002670                         "20 CLASSES - " HSE-RET-REC
002680                     MOVE 20 TO RETURN-CODE
002690                     STOP RUN
002700                 END-IF
002710                 ADD 1 TO HSE-RET-USED
002720                 MOVE HSE-RET-L-CLASS
002730                     TO HSE-RET-CLASS (HSE-RET-USED)
002740                 MOVE HSE-RET-L-DAYS
002750                     TO HSE-RET-DAYS (HSE-RET-USED)
002760                 IF HSE-RET-DAYS (HSE-RET-USED) < HSE-MIN-DAYS
002770                     MOVE HSE-RET-DAYS (HSE-RET-USED)
002780                         TO HSE-MIN-DAYS
002790                 END-IF
002800             END-IF
002810     END-READ.
002820 1110-EXIT.
002830     EXIT.
002840*================================================================
002850* 1200-LOAD-CALENDAR - LOAD THE BUSINESS DATES UP TO THE AS-OF
002860*                      DATE.  MORE THAN 1000 MEANS THE CALENDAR
002870*                      ITSELF WANTS ARCHIVING - FATAL, NAMED.
002880*================================================================
002890 1200-LOAD-CALENDAR.
002900     OPEN INPUT HSE-CAL-FILE.
002910     IF HSE-CAL-STATUS-CD NOT = "00"
002920         DISPLAY "UCHOUSE: UC01CAL COULD NOT BE OPENED, "
002930             "STATUS = " HSE-CAL-STATUS-CD
002940         MOVE 20 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970     PERFORM 1210-READ-ONE-DATE THRU 1210-EXIT
002980         UNTIL HSE-CAL-EOF.
002990     CLOSE HSE-CAL-FILE.
003000 1200-EXIT.
003010     EXIT.
003020*================================================================
003030* 1210-READ-ONE-DATE - READ ONE CALENDAR LINE.  NON-NUMERIC
003040*                      LINES AND FUTURE DATES PASS OVER.
003050*================================================================
003060 1210-READ-ONE-DATE.
003070     READ HSE-CAL-FILE
003080         AT END
003090             MOVE 'Y' TO HSE-CAL-EOF-SW
003100         NOT AT END
003110             MOVE HSE-CAL-REC TO HSE-CAL-LINE
003120             IF HSE-CAL-L-DATE IS NUMERIC
003130              AND HSE-CAL-L-DATE (1:8) NOT > HSE-ASOF-DATE-A
003140                 IF HSE-CAL-TOTAL = 1000
003150                     DISPLAY "UCHOUSE: UC01CAL CARRIES MORE "
003160                         "THAN 1000 DATES"
003170                     MOVE 20 TO RETURN-CODE
003180                     STOP RUN
003190                 END-IF
003200                 ADD 1 TO HSE-CAL-TOTAL
003210                 MOVE HSE-CAL-L-DATE
003220                     TO HSE-CAL-DATE (HSE-CAL-TOTAL)
003230             END-IF
003240     END-READ.
003250 1210-EXIT.
003260     EXIT.
003270*================================================================
003280* 1300-LOAD-FEED-LIST - READ THE FEED LIST FOR THE
003290*                       FEED-QUALIFIED FILE SHAPES.  NO LIST
003300*                       JUST MEANS NO FEED-QUALIFIED NAMES TO
003310*                       TRY.
003320*================================================================
003330 1300-LOAD-FEED-LIST.
003340     OPEN INPUT HSE-FEED-FILE.
003350     IF HSE-FEED-STATUS-CD NOT = "00"
003360         GO TO 1300-EXIT
003370     END-IF.
003380     PERFORM 1310-READ-ONE-FEED THRU 1310-EXIT
003390         UNTIL HSE-FEED-EOF
003400            OR HSE-FEED-COUNT = 8.
003410     CLOSE HSE-FEED-FILE.
003420 1300-EXIT.
003430     EXIT.
003440*================================================================
003450* 1310-READ-ONE-FEED - READ ONE FEED LIST LINE.
003460*================================================================
003470 1310-READ-ONE-FEED.
003480     READ HSE-FEED-FILE
003490         AT END
003500             MOVE 'Y' TO HSE-FEED-EOF-SW
003510         NOT AT END
003520             IF HSE-FEED-REC NOT = SPACES
003530                 ADD 1 TO HSE-FEED-COUNT
003540                 MOVE HSE-FEED-REC
003550                     TO HSE-FEED-ID (HSE-FEED-COUNT)
003560             END-IF
003570     END-READ.
003580 1310-EXIT.
003590     EXIT.
003600*================================================================
003610* 1400-LOAD-SCHEME-LIST - READ THE FURTHER SCHEMES FOR THE
003620*                         SCHEME-QUALIFIED SHAPES.  NO LIST
003630*                         MEANS BASE ALONE.
003640*================================================================
003650 1400-LOAD-SCHEME-LIST.
003660     OPEN INPUT HSE-SCHM-FILE.
003670     IF HSE-SCHM-STATUS-CD NOT = "00"
003680         GO TO 1400-EXIT
003690     END-IF.
003700     PERFORM 1410-READ-ONE-SCHEME THRU 1410-EXIT
003710         UNTIL HSE-SCHM-EOF
003720            OR HSE-SCH-COUNT = 8.
003730     CLOSE HSE-SCHM-FILE.
003740 1400-EXIT.
003750     EXIT.
003760*================================================================
003770* 1410-READ-ONE-SCHEME - READ ONE SCHEME LIST LINE.
003780*================================================================
003790 1410-READ-ONE-SCHEME.
003800     READ HSE-SCHM-FILE
003810         AT END
003820             MOVE 'Y' TO HSE-SCHM-EOF-SW
003830         NOT AT END
003840             IF HSE-SCHM-REC NOT = SPACES
003850              AND HSE-SCHM-REC (1:8) NOT = HSE-BASE-SCHEME
003860                 ADD 1 TO HSE-SCH-COUNT
003870                 MOVE HSE-SCHM-REC
003880                     TO HSE-SCH-ID (HSE-SCH-COUNT)
003890             END-IF
003900     END-READ.
003910 1410-EXIT.
003920     EXIT.
003930*================================================================
003940* 2000-JUDGE-ONE-DATE - SWEEP ONE CALENDAR DATE.  A DATE
003950*                       YOUNGER THAN THE SHORTEST RETENTION HAS
003960*                       NOTHING DUE; ONE GUARDED BY ITS
003970*                       MANIFEST OR A LIVE CHECKPOINT IS HELD
003980*                       WHOLE AND NAMED; OTHERWISE EVERY CLASS
003990*                       PAST ITS OWN RETENTION IS REMOVED.
004000*================================================================
004010 2000-JUDGE-ONE-DATE.
004020     MOVE HSE-CAL-DATE (HSE-DATE-IX) TO HSE-EXP-DATE.
004030     COMPUTE HSE-CAL-AGE = HSE-CAL-TOTAL - HSE-DATE-IX.
004040     IF HSE-CAL-AGE < HSE-MIN-DAYS
004050         GO TO 2000-EXIT
004060     END-IF.
004070     PERFORM 2100-CHECK-GUARDS THRU 2100-EXIT.
004080     IF HSE-DATE-HELD
004090         GO TO 2000-EXIT
004100     END-IF.
004110     PERFORM 2500-SWEEP-ONE-CLASS THRU 2500-EXIT
004120         VARYING HSE-RET-IX FROM 1 BY 1
004130         UNTIL HSE-RET-IX > HSE-RET-USED.
004140 2000-EXIT.
004150     EXIT.
004160*================================================================
004170* 2100-CHECK-GUARDS - HOLD THE DATE WHEN ITS MANIFEST IS
004180*                     MISSING OR NOT-RELEASED (AN INCOMPLETE OR
004190*                     FAILED DATE IS EVIDENCE, NOT GARBAGE) OR
004200*                     WHEN A LIVE CHECKPOINT SAYS A RUN IS
004210*                     STILL RESTARTABLE.
004220*================================================================
004230 2100-CHECK-GUARDS.
004240     MOVE 'N' TO HSE-DATE-HELD-SW.
004250     PERFORM 2200-CHECK-MANIFEST THRU 2200-EXIT.
004260     IF HSE-DATE-HELD
004270         GO TO 2100-EXIT
004280     END-IF.
004290     PERFORM 2300-CHECK-CHECKPOINT THRU 2300-EXIT.
004300 2100-EXIT.
004310     EXIT.
004320*================================================================
004330* 2200-CHECK-MANIFEST - READ THE DATE'S MANIFEST; THE LAST LINE
004340*                       WINS, MATCHING UCGATE.  MISSING OR
004350*                       ANYTHING BUT RELEASED HOLDS THE DATE.
004360*================================================================
004370 2200-CHECK-MANIFEST.
004380     MOVE 'N' TO HSE-MAN-EOF-SW.
004390     MOVE SPACES TO HSE-LAST-VERDICT.
004400     MOVE SPACES TO HSE-MAN-FILE-NAME.
004410     STRING "UC03MAN." DELIMITED BY SIZE
004420            HSE-EXP-DATE DELIMITED BY SIZE
004430            INTO HSE-MAN-FILE-NAME.
004440     OPEN INPUT HSE-MAN-FILE.
004450     IF HSE-MAN-STATUS-CD NOT = "00"
004460         PERFORM 2400-HOLD-DATE THRU 2400-EXIT
004470         MOVE "MANIFEST MISSING" TO HSE-RPT-DETAIL
004480         PERFORM 2450-WRITE-HELD-LINE THRU 2450-EXIT
004490         GO TO 2200-EXIT
004500     END-IF.
004510     PERFORM 2210-READ-ONE-MANIFEST THRU 2210-EXIT
004520         UNTIL HSE-MAN-EOF.
004530     CLOSE HSE-MAN-FILE.
004540     IF HSE-LAST-VERDICT NOT = "RELEASED"
004550         PERFORM 2400-HOLD-DATE THRU 2400-EXIT
004560         MOVE "MANIFEST NOT-RELEASED" TO HSE-RPT-DETAIL
004570         PERFORM 2450-WRITE-HELD-LINE THRU 2450-EXIT
004580         GO TO 2200-EXIT
004590     END-IF.
004600     PERFORM 2250-CHECK-SCHEME-MANIFEST THRU 2250-EXIT
004610         VARYING HSE-SCH-IX FROM 1 BY 1
004620         UNTIL HSE-SCH-IX > HSE-SCH-COUNT
004630            OR HSE-DATE-HELD.
004640 2200-EXIT.
004650     EXIT.
004660*================================================================
004670* 2210-READ-ONE-MANIFEST - KEEP ONE MANIFEST LINE'S VERDICT.
004680*================================================================
004690 2210-READ-ONE-MANIFEST.
004700     READ HSE-MAN-FILE
004710         AT END
004720             MOVE 'Y' TO HSE-MAN-EOF-SW
004730         NOT AT END
004740             IF UC03-MAN-PROC-DATE = HSE-EXP-DATE
004750                 MOVE UC03-MAN-VERDICT TO HSE-LAST-VERDICT
004760             ELSE
004770                 MOVE SPACES TO HSE-LAST-VERDICT
004780             END-IF
004790     END-READ.
004800 2210-EXIT.
004810     EXIT.
004820*================================================================
004830* 2250-CHECK-SCHEME-MANIFEST - ONE FURTHER SCHEME'S MANIFEST,
004840*                              UC03MAN.<DATE>.<SCHEME>.  NONE
004850*                              ON FILE IS A DATE BEFORE THE
004860*                              SCHEME WAS LISTED AND PASSES;
004870*                              ANYTHING BUT RELEASED HOLDS.
004880*================================================================
004890 2250-CHECK-SCHEME-MANIFEST.
004900     MOVE 'N' TO HSE-MAN-EOF-SW.
004910     MOVE SPACES TO HSE-LAST-VERDICT.
004920     MOVE SPACES TO HSE-MAN-FILE-NAME.
004930     STRING "UC03MAN." DELIMITED BY SIZE
004940            HSE-EXP-DATE DELIMITED BY SIZE
004950            "." DELIMITED BY SIZE
004960            HSE-SCH-ID (HSE-SCH-IX) DELIMITED BY SPACE
004970            INTO HSE-MAN-FILE-NAME.
004980     OPEN INPUT HSE-MAN-FILE.
004990     IF HSE-MAN-STATUS-CD NOT = "00"
005000         GO TO 2250-EXIT
005010     END-IF.
005020     PERFORM 2210-READ-ONE-MANIFEST THRU 2210-EXIT
005030         UNTIL HSE-MAN-EOF.
005040     CLOSE HSE-MAN-FILE.
005050     IF HSE-LAST-VERDICT NOT = "RELEASED"
005060         PERFORM 2400-HOLD-DATE THRU 2400-EXIT
005070         MOVE SPACES TO HSE-RPT-DETAIL
005080         STRING "MANIFEST NOT-RELEASED " DELIMITED BY SIZE
005090                HSE-SCH-ID (HSE-SCH-IX) DELIMITED BY SPACE
005100                INTO HSE-RPT-DETAIL
005110         PERFORM 2450-WRITE-HELD-LINE THRU 2450-EXIT
005120     END-IF.
005130 2250-EXIT.
005140     EXIT.
005150*================================================================
005160* 2300-CHECK-CHECKPOINT - A CHECKPOINT FILE WITH A RECORD IN IT
005170*                         IS A RUN STILL RESTARTABLE - HOLD THE
005180*                         DATE.  AN ABSENT OR CLEARED-EMPTY
005190*                         CHECKPOINT (SEE MAIN'S
005200*                         3045-CLEAR-CHECKPOINT) IS A FINISHED
005210*                         DATE.  A PARTITIONED DATE'S
005220*                         RESTARTABLE STATE LIVES IN THE SLICE
005230*                         CHECKPOINTS UC01CKP.<DATE>.SNN, SO
005240*                         EVERY SLICE SHAPE (1-16, MATCHING
005250*                         UCSPLIT) IS PROBED THE SAME WAY AS
005260*                         THE PLAIN NAME.
005270*================================================================
005280 2300-CHECK-CHECKPOINT.
005290     MOVE SPACES TO HSE-CKP-FILE-NAME.
005300     STRING "UC01CKP." DELIMITED BY SIZE
005310            HSE-EXP-DATE DELIMITED BY SIZE
005320            INTO HSE-CKP-FILE-NAME.
005330     PERFORM 2350-PROBE-ONE-CKPT THRU 2350-EXIT.
005340     PERFORM 2370-PROBE-SLICE-CKPT THRU 2370-EXIT
005350         VARYING HSE-SLICE-NO FROM 1 BY 1
005360         UNTIL HSE-SLICE-NO > 16
005370            OR HSE-DATE-HELD.
005380 2300-EXIT.
005390     EXIT.
005400*================================================================
005410* 2350-PROBE-ONE-CKPT - PROBE THE CHECKPOINT FILE WHOSE NAME IS
005420*                       ALREADY BUILT: A RECORD IN IT HOLDS THE
005430*                       DATE AND IS NAMED ON THE REPORT.
005440*================================================================
005450 2350-PROBE-ONE-CKPT.
005460     OPEN INPUT HSE-CKP-FILE.
005470     IF HSE-CKP-STATUS-CD NOT = "00"
005480         GO TO 2350-EXIT
005490     END-IF.
005500     READ HSE-CKP-FILE
005510         AT END
005520             CONTINUE
005530         NOT AT END
005540             PERFORM 2400-HOLD-DATE THRU 2400-EXIT
005550             MOVE SPACES TO HSE-RPT-DETAIL
005560             STRING "LIVE CHECKPOINT " DELIMITED BY SIZE
005570                    HSE-CKP-FILE-NAME DELIMITED BY SPACE
005580                    INTO HSE-RPT-DETAIL
005590             PERFORM 2450-WRITE-HELD-LINE THRU 2450-EXIT
005600     END-READ.
005610     CLOSE HSE-CKP-FILE.
005620 2350-EXIT.
005630     EXIT.
005640*================================================================
005650* 2370-PROBE-SLICE-CKPT - PROBE ONE SLICE'S OWN CHECKPOINT,
005660*                         UC01CKP.<DATE>.SNN.
005670*================================================================
005680 2370-PROBE-SLICE-CKPT.
005690     MOVE HSE-SLICE-NO TO HSE-SLICE-NO-X.
005700     MOVE SPACES TO HSE-CKP-FILE-NAME.
005710     STRING "UC01CKP." DELIMITED BY SIZE
005720            HSE-EXP-DATE DELIMITED BY SIZE
005730            ".S" DELIMITED BY SIZE
005740            HSE-SLICE-NO-X DELIMITED BY SIZE
005750            INTO HSE-CKP-FILE-NAME.
005760     PERFORM 2350-PROBE-ONE-CKPT THRU 2350-EXIT.
005770 2370-EXIT.
005780     EXIT.
005790*================================================================
005800* 2400-HOLD-DATE - MARK THE DATE HELD AND COUNT IT.
005810*================================================================
005820 2400-HOLD-DATE.
005830     MOVE 'Y' TO HSE-DATE-HELD-SW.
005840     ADD 1 TO HSE-HELD-COUNT.
005850 2400-EXIT.
005860     EXIT.
005870*================================================================
005880* 2450-WRITE-HELD-LINE - ONE REPORT LINE NAMING A HELD DATE AND
005890*                        WHY.  HSE-RPT-DETAIL IS ALREADY SET.
005900*================================================================
005910 2450-WRITE-HELD-LINE.
005920     MOVE HSE-EXP-DATE TO HSE-RPT-DATE.
005930     MOVE "HELD" TO HSE-RPT-ACTION.
005940     MOVE HSE-RPT-LINE TO HSE-RPT-REC.
005950     WRITE HSE-RPT-REC.
005960 2450-EXIT.
005970     EXIT.
005980*================================================================
005990* 2500-SWEEP-ONE-CLASS - REMOVE ONE CLASS'S FILES FOR THE DATE
006000*                        IF THE DATE IS PAST THAT CLASS'S OWN
006010*                        RETENTION: THE PLAIN NAME, EVERY
006020*                        FEED-QUALIFIED NAME, THE SLICE
006030*                        SHAPES AND THE SCHEME-QUALIFIED
006040*                        SHAPES.  NAMES THAT DON'T EXIST SIMPLY
006050*                        DON'T DELETE - ONLY REAL REMOVALS ARE
006060*                        REPORTED.
006070*================================================================
006080 2500-SWEEP-ONE-CLASS.
006090     IF HSE-CAL-AGE < HSE-RET-DAYS (HSE-RET-IX)
006100         GO TO 2500-EXIT
006110     END-IF.
006120     MOVE SPACES TO HSE-DEL-NAME.
006130     STRING HSE-RET-CLASS (HSE-RET-IX) DELIMITED BY SPACE
006140            "." DELIMITED BY SIZE
006150            HSE-EXP-DATE DELIMITED BY SIZE
006160            INTO HSE-DEL-NAME.
006170     PERFORM 2800-DELETE-ONE-FILE THRU 2800-EXIT.
006180     PERFORM 2600-SWEEP-FEED-SHAPES THRU 2600-EXIT
006190         VARYING HSE-FEED-IX FROM 1 BY 1
006200         UNTIL HSE-FEED-IX > HSE-FEED-COUNT.
006210     PERFORM 2700-SWEEP-SLICE-SHAPES THRU 2700-EXIT
006220         VARYING HSE-SLICE-NO FROM 1 BY 1
006230         UNTIL HSE-SLICE-NO > 16.
006240     PERFORM 2750-SWEEP-SCHEME-SHAPES THRU 2750-EXIT
006250         VARYING HSE-SCH-IX FROM 1 BY 1
006260         UNTIL HSE-SCH-IX > HSE-SCH-COUNT.
006270 2500-EXIT.
006280     EXIT.
006290*================================================================
006300* 2600-SWEEP-FEED-SHAPES - ONE FEED-QUALIFIED NAME,
006310*                          <CLASS>.<FEED>.<DATE>.
006320*================================================================
006330 2600-SWEEP-FEED-SHAPES.
006340     MOVE SPACES TO HSE-DEL-NAME.
006350     STRING HSE-RET-CLASS (HSE-RET-IX) DELIMITED BY SPACE
006360            "." DELIMITED BY SIZE
006370            HSE-FEED-ID (HSE-FEED-IX) DELIMITED BY SPACE
006380            "." DELIMITED BY SIZE
006390            HSE-EXP-DATE DELIMITED BY SIZE
006400            INTO HSE-DEL-NAME.
006410     PERFORM 2800-DELETE-ONE-FILE THRU 2800-EXIT.
006420 2600-EXIT.
006430     EXIT.
006440*================================================================
006450* 2700-SWEEP-SLICE-SHAPES - ONE SLICE-QUALIFIED NAME,
006460*                           <CLASS>.<DATE>.SNN - THE SHAPE THE
006470*                           SPLITTER CUTS (UCSPLIT RUNS UP TO
006480*                           16 SLICES).
006490*================================================================
006500 2700-SWEEP-SLICE-SHAPES.
006510     MOVE HSE-SLICE-NO TO HSE-SLICE-NO-X.
006520     MOVE SPACES TO HSE-DEL-NAME.
006530     STRING HSE-RET-CLASS (HSE-RET-IX) DELIMITED BY SPACE
006540            "." DELIMITED BY SIZE
006550            HSE-EXP-DATE DELIMITED BY SIZE
006560            ".S" DELIMITED BY SIZE
006570            HSE-SLICE-NO-X DELIMITED BY SIZE
006580            INTO HSE-DEL-NAME.
006590     PERFORM 2800-DELETE-ONE-FILE THRU 2800-EXIT.
006600 2700-EXIT.
006610     EXIT.
006620*================================================================
006630* 2750-SWEEP-SCHEME-SHAPES - ONE SCHEME-QUALIFIED NAME,
006640*                            <CLASS>.<DATE>.<SCHEME>.
006650*================================================================
006660 2750-SWEEP-SCHEME-SHAPES.
006670     MOVE SPACES TO HSE-DEL-NAME.
006680     STRING HSE-RET-CLASS (HSE-RET-IX) DELIMITED BY SPACE
006690            "." DELIMITED BY SIZE
006700            HSE-EXP-DATE DELIMITED BY SIZE
006710            "." DELIMITED BY SIZE
006720            HSE-SCH-ID (HSE-SCH-IX) DELIMITED BY SPACE
006730            INTO HSE-DEL-NAME.
006740     PERFORM 2800-DELETE-ONE-FILE THRU 2800-EXIT.
006750 2750-EXIT.
006760     EXIT.
006770*================================================================
006780* 2800-DELETE-ONE-FILE - REMOVE ONE FILE BY NAME THROUGH THE
006790*                        CBL_DELETE_FILE SERVICE.  A NAME THAT
006800*                        ISN'T THERE COMES BACK NON-ZERO AND IS
006810*                        NOT AN ERROR - MOST SHAPES EXIST ONLY
006820*                        FOR SOME CLASSES.  THE PROGRAM'S OWN
006830*                        RETURN CODE IS PARKED AROUND THE CALL,
006840*                        THE WAY MAIN PARKS IT AROUND UCTOLCHK.
006850*================================================================
006860 2800-DELETE-ONE-FILE.
006870     MOVE RETURN-CODE TO HSE-SAVE-RC.
006880     CALL "CBL_DELETE_FILE" USING HSE-DEL-NAME.
006890     MOVE RETURN-CODE TO HSE-DEL-RC.
006900     MOVE HSE-SAVE-RC TO RETURN-CODE.
006910     IF HSE-DEL-RC = ZERO
006920         ADD 1 TO HSE-REMOVED-COUNT
006930         MOVE HSE-EXP-DATE TO HSE-RPT-DATE
006940         MOVE "REMOVED" TO HSE-RPT-ACTION
006950         MOVE HSE-DEL-NAME TO HSE-RPT-DETAIL
006960         MOVE HSE-RPT-LINE TO HSE-RPT-REC
006970         WRITE HSE-RPT-REC
006980     END-IF.
006990 2800-EXIT.
007000     EXIT.
007010*================================================================
007020* 3000-TERMINATE - SUMMARY LINE AND CLOSE.
007030*================================================================
007040 3000-TERMINATE.
007050     MOVE SPACES TO HSE-RPT-REC.
007060     STRING "REMOVED " DELIMITED BY SIZE
007070            HSE-REMOVED-COUNT DELIMITED BY SIZE
007080            " FILES, HELD " DELIMITED BY SIZE
007090            HSE-HELD-COUNT DELIMITED BY SIZE
007100            " DATES" DELIMITED BY SIZE
007110            INTO HSE-RPT-REC.
007120     WRITE HSE-RPT-REC.
007130     CLOSE HSE-RPT-FILE.
007140     MOVE ZERO TO RETURN-CODE.
007150 3000-EXIT.
007160     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ucdrift.
000030 AUTHOR.      D. OKAFOR.
000040 INSTALLATION. DAILY CODE PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DMO  ORIGINAL VERSION.  UC02-VERSUS-MASTER DRIFT
000110*                 REPORT.  WHEN THE CODETRAN LOOKUP REPLACED THE
000120*                 UC02 REDEFINES, MAIN KEPT THE LEGACY UC02 BYTE
000130*                 ON EVERY AUDIT LINE NEXT TO THE UC03 THE MASTER
000140*                 PRODUCED SO THE TWO COULD BE COMPARED; THIS IS
000150*                 THAT COMPARISON.  PARM IS THE FROM AND TO
000160*                 DATES (CCYYMMDD) AND OPTIONALLY GEN.  THE LIVE
000170*                 UC01AUD AND THE CONDENSED UC01AUDS SUMMARY ARE
000180*                 ALWAYS READ; GEN ADDS THE UCARCH MONTHLY
000190*                 GENERATIONS UC01AUD.<CCYYMM> FOR THE RANGE'S
000200*                 MONTHS, AND A SUMMARY LINE FOR A MONTH WHOSE
000210*                 GENERATION WAS READ IS THEN PASSED OVER - THE
000220*                 GENERATION HOLDS THE SAME LINES, WITH THEIR
000230*                 FEEDS.  AN AUDIT LINE IS DATED BY ITS
000240*                 PROCESSING-DATE STAMP (ITS RUN DATE WHEN IT
000250*                 HAS NONE); A SUMMARY LINE CAN ONLY BE DATED BY
000260*                 ITS RUN DATE AND HAS NO FEED.  EVERY UC01 CODE
000270*                 WHOSE LEGACY UC02 DISAGREED WITH UC03 IS LISTED
000280*                 PER UC02/UC03 PAIR WITH ITS FIRST AND LAST
000290*                 DATE, ITS COUNT BY FEED AND EVERY CODETRAN
000300*                 RECORD IN FORCE BETWEEN THOSE DATES.  WIDE
000310*                 CODES, WHOSE UC02 COLUMN IS BLANK BY DESIGN,
000320*                 ARE COUNTED IN THEIR OWN SECTION.  REVERSED
000330*                 STAMP LINES PRODUCED NO UC03 AND ARE NOT
000340*                 COMPARED.
000350* 2026-10-15 DMO  TRANSLATION SCHEMES.  THE AUDIT TRAIL'S UC03
000360*                 COLUMN IS THE BASE SCHEME'S, SO THE MASTER
000370*                 CHAIN SHOWN FOR A DRIFTED CODE IS BASE'S.
000380*================================================================
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CODE-TRAN-FILE ASSIGN TO "CODETRAN"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CODE-TRAN-KEY
000460         FILE STATUS IS CODE-TRAN-STATUS-CD.
000470     SELECT DRF-AUD-FILE ASSIGN TO DRF-AUD-FILE-NAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS DRF-AUD-STATUS-CD.
000500     SELECT DRF-SUM-FILE ASSIGN TO "UC01AUDS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS DRF-SUM-STATUS-CD.
000530     SELECT DRF-RPT-FILE ASSIGN TO "UCDRFRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CODE-TRAN-FILE.
000580     COPY CODETRAN.
000590 FD  DRF-AUD-FILE.
000600 01  DRF-AUD-REC                   PIC X(80).
000610 FD  DRF-SUM-FILE.
000620 01  DRF-SUM-REC                   PIC X(80).
000630 FD  DRF-RPT-FILE.
000640 01  DRF-RPT-REC                   PIC X(80).
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------------
000670* SWITCHES / FILE STATUS
000680*----------------------------------------------------------------
000690 77  DRF-AUD-EOF-SW                PIC X(01) VALUE 'N'.
000700     88  DRF-AUD-EOF                           VALUE 'Y'.
000710 77  DRF-SUM-EOF-SW                PIC X(01) VALUE 'N'.
000720     88  DRF-SUM-EOF                           VALUE 'Y'.
000730 77  DRF-SCAN-SW                   PIC X(01) VALUE 'N'.
000740     88  DRF-SCAN-DONE                         VALUE 'Y'.
000750 77  DRF-FOUND-SW                  PIC X(01) VALUE 'N'.
000760     88  DRF-FOUND                             VALUE 'Y'.
000770 77  DRF-GOV-FOUND-SW              PIC X(01) VALUE 'N'.
000780     88  DRF-GOV-FOUND                         VALUE 'Y'.
000790 77  DRF-GEN-SW                    PIC X(01) VALUE 'N'.
000800     88  DRF-READ-GENERATIONS                  VALUE 'Y'.
000810 77  CODE-TRAN-STATUS-CD           PIC X(02) VALUE SPACES.
000820 77  DRF-BASE-SCHEME               PIC X(08) VALUE "BASE".
000830 77  DRF-AUD-STATUS-CD             PIC X(02) VALUE SPACES.
000840 77  DRF-SUM-STATUS-CD             PIC X(02) VALUE SPACES.
000850*----------------------------------------------------------------
000860* RUN PARAMETERS - THE DATE RANGE AND THE OPTIONAL GEN WORD.
000870*----------------------------------------------------------------
000880 01  DRF-RUN-PARM                  PIC X(80) VALUE SPACES.
000890 77  DRF-FROM-PARM                 PIC X(08) VALUE SPACES.
000900 77  DRF-TO-PARM                   PIC X(08) VALUE SPACES.
000910 77  DRF-GEN-PARM                  PIC X(08) VALUE SPACES.
000920 77  DRF-TO-MONTH                  PIC 9(06) VALUE ZERO.
000930*----------------------------------------------------------------
000940* THE AUDIT FILE BEING READ AND THE MONTHLY GENERATION WALK.
000950* EACH GENERATION ACTUALLY READ IS REMEMBERED SO THE SUMMARY
000960* LINES FOR ITS MONTH ARE NOT COUNTED A SECOND TIME.
000970*----------------------------------------------------------------
000980 01  DRF-AUD-FILE-NAME             PIC X(16) VALUE SPACES.
000990 01  DRF-GEN-MONTH-WK.
001000     05  DRF-GEN-CCYY              PIC 9(04).
001010     05  DRF-GEN-MM                PIC 9(02).
001020 01  DRF-GEN-MONTH REDEFINES DRF-GEN-MONTH-WK
001030                                   PIC 9(06).
001040 77  DRF-MON-USED                  PIC 9(03) COMP VALUE ZERO.
001050 77  DRF-MON-IX                    PIC 9(03) COMP VALUE ZERO.
001060 01  DRF-MON-TABLE.
001070     05  DRF-MON-READ OCCURS 120 TIMES PIC X(06).
001080*----------------------------------------------------------------
001090* AUDIT TRAIL AND CONDENSED SUMMARY LINES, AS THEIR WRITERS LAY
001100* THEM OUT, AND THE LINE BEING JUDGED WHICHEVER IT CAME FROM.
001110*----------------------------------------------------------------
001120 01  DRF-AUD-LINE.
001130     05  DRF-AUD-DATE              PIC X(08).
001140     05  FILLER                    PIC X(01).
001150     05  DRF-AUD-TIME              PIC X(08).
001160     05  FILLER                    PIC X(01).
001170     05  DRF-AUD-REC-NO            PIC X(09).
001180     05  FILLER                    PIC X(01).
001190     05  DRF-AUD-UC01-VALUE        PIC X(04).
001200     05  FILLER                    PIC X(01).
001210     05  DRF-AUD-UC02-VALUE        PIC X(01).
001220     05  FILLER                    PIC X(01).
001230     05  DRF-AUD-UC03-VALUE        PIC X(01).
001240     05  FILLER                    PIC X(01).
001250     05  DRF-AUD-FLAG              PIC X(08).
001260     05  FILLER                    PIC X(01).
001270     05  DRF-AUD-FEED-ID           PIC X(08).
001280     05  FILLER                    PIC X(01).
001290     05  DRF-AUD-PROC-DATE         PIC X(08).
001300     05  FILLER                    PIC X(01).
001310     05  DRF-AUD-CYCLE             PIC X(02).
001320     05  FILLER                    PIC X(13).
001330 01  DRF-SUM-LINE.
001340     05  DRF-SUM-DATE              PIC X(08).
001350     05  FILLER                    PIC X(01).
001360     05  DRF-SUM-UC01              PIC X(04).
001370     05  FILLER                    PIC X(01).
001380     05  DRF-SUM-UC02              PIC X(01).
001390     05  FILLER                    PIC X(01).
001400     05  DRF-SUM-UC03              PIC X(01).
001410     05  FILLER                    PIC X(01).
001420     05  DRF-SUM-COUNT             PIC X(09).
001430     05  FILLER                    PIC X(53).
001440 01  DRF-LINE-DATE                 PIC X(08) VALUE SPACES.
001450 01  DRF-LINE-UC01                 PIC X(04) VALUE SPACES.
001460 01  DRF-LINE-UC02                 PIC X(01) VALUE SPACES.
001470 01  DRF-LINE-UC03                 PIC X(01) VALUE SPACES.
001480 01  DRF-LINE-FEED                 PIC X(08) VALUE SPACES.
001490 77  DRF-LINE-WEIGHT               PIC 9(09) VALUE ZERO.
001500*----------------------------------------------------------------
001510* FEED TABLE - EVERY FEED SEEN ON A DRIFTED OR WIDE LINE.  A
001520* LINE WRITTEN BEFORE MAIN STAMPED THE FEED COUNTS UNDER *NONE*,
001530* A SUMMARY LINE UNDER UC01AUDS.
001540*----------------------------------------------------------------
001550 77  DRF-FEED-USED                 PIC 9(02) COMP VALUE ZERO.
001560 77  DRF-FEED-IX                   PIC 9(02) COMP VALUE ZERO.
001570 01  DRF-FEED-TABLE.
001580     05  DRF-FEED-ENTRY OCCURS 12 TIMES.
001590         10  DRF-FEED-ID           PIC X(08).
001600         10  DRF-FEED-WIDE         PIC 9(09).
001610*----------------------------------------------------------------
001620* DRIFT TABLE - ONE ENTRY PER UC01 CODE AND UC02/UC03 PAIR THAT
001630* DISAGREED, WITH THE FIRST AND LAST DATE SEEN AND THE COUNT
001640* PER FEED (SAME SUBSCRIPT AS THE FEED TABLE).  THE COUNTERS
001650* ARE DISPLAY SO A NEW ENTRY ZEROES WITH ONE MOVE.
001660*----------------------------------------------------------------
001670 77  DRF-DFT-USED                  PIC 9(03) COMP VALUE ZERO.
001680 77  DRF-DFT-IX                    PIC 9(03) COMP VALUE ZERO.
001690 01  DRF-DFT-TABLE.
001700     05  DRF-DFT-ENTRY OCCURS 500 TIMES.
001710         10  DRF-DFT-UC01          PIC X(04).
001720         10  DRF-DFT-UC02          PIC X(01).
001730         10  DRF-DFT-UC03          PIC X(01).
001740         10  DRF-DFT-FIRST-DATE    PIC X(08).
001750         10  DRF-DFT-LAST-DATE     PIC X(08).
001760         10  DRF-DFT-TOTAL         PIC 9(09).
001770         10  DRF-DFT-FEED-COUNT OCCURS 12 TIMES
001780                                   PIC 9(09).
001790*----------------------------------------------------------------
001800* RUN COUNTS
001810*----------------------------------------------------------------
001820 77  DRF-FILE-LINES                PIC 9(09) VALUE ZERO.
001830 77  DRF-COMPARED-COUNT            PIC 9(09) VALUE ZERO.
001840 77  DRF-AGREE-COUNT               PIC 9(09) VALUE ZERO.
001850 77  DRF-DRIFT-COUNT               PIC 9(09) VALUE ZERO.
001860 77  DRF-WIDE-COUNT                PIC 9(09) VALUE ZERO.
001870 77  DRF-BLANK-UC02-COUNT          PIC 9(09) VALUE ZERO.
001880 77  DRF-NO-UC03-COUNT             PIC 9(09) VALUE ZERO.
001890 77  DRF-SUM-SKIPPED               PIC 9(09) VALUE ZERO.
001900 01  DRF-WIDE-FIRST-DATE           PIC X(08) VALUE SPACES.
001910 01  DRF-WIDE-LAST-DATE            PIC X(08) VALUE SPACES.
001920*----------------------------------------------------------------
001930* REPORT LINES
001940*----------------------------------------------------------------
001950 01  DRF-COUNT-ED                  PIC ZZZ,ZZZ,ZZ9.
001960 01  DRF-DFT-LINE.
001970     05  FILLER                    PIC X(05) VALUE "UC01 ".
001980     05  DRF-DL-UC01               PIC X(04).
001990     05  FILLER                    PIC X(06) VALUE " UC02 ".
002000     05  DRF-DL-UC02               PIC X(01).
002010     05  FILLER                    PIC X(06) VALUE " UC03 ".
002020     05  DRF-DL-UC03               PIC X(01).
002030     05  FILLER                    PIC X(07) VALUE " FIRST ".
002040     05  DRF-DL-FIRST              PIC X(08).
002050     05  FILLER                    PIC X(06) VALUE " LAST ".
002060     05  DRF-DL-LAST               PIC X(08).
002070     05  FILLER                    PIC X(01) VALUE SPACES.
002080     05  DRF-DL-TOTAL              PIC ZZZ,ZZZ,ZZ9.
002090     05  FILLER                    PIC X(16) VALUE SPACES.
002100 01  DRF-FEED-LINE.
002110     05  FILLER                    PIC X(09) VALUE "    FEED ".
002120     05  DRF-FL-FEED               PIC X(08).
002130     05  FILLER                    PIC X(01) VALUE SPACES.
002140     05  DRF-FL-COUNT              PIC ZZZ,ZZZ,ZZ9.
002150     05  FILLER                    PIC X(51) VALUE SPACES.
002160 01  DRF-MST-LINE.
002170     05  FILLER                    PIC X(13)
002180             VALUE "    CODETRAN ".
002190     05  DRF-ML-UC01               PIC X(04).
002200     05  FILLER                    PIC X(05) VALUE " EFF ".
002210     05  DRF-ML-EFF-FROM           PIC 9(08).
002220     05  FILLER                    PIC X(04) VALUE " TO ".
002230     05  DRF-ML-EFF-TO             PIC 9(08).
002240     05  FILLER                    PIC X(06) VALUE " UC02 ".
002250     05  DRF-ML-UC02               PIC X(01).
002260     05  FILLER                    PIC X(08) VALUE " STATUS ".
002270     05  DRF-ML-STATUS             PIC X(01).
002280     05  FILLER                    PIC X(22) VALUE SPACES.
002290 PROCEDURE DIVISION.
002300*================================================================
002310* 0000-MAINLINE
002320*================================================================
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     PERFORM 2000-READ-TRAIL THRU 2000-EXIT.
002360     PERFORM 3000-READ-SUMMARY THRU 3000-EXIT.
002370     PERFORM 5000-WRITE-DRIFT THRU 5000-EXIT.
002380     PERFORM 6000-WRITE-WIDE THRU 6000-EXIT.
002390     PERFORM 7000-TERMINATE THRU 7000-EXIT.
002400     STOP RUN.
002410*================================================================
002420* 1000-INITIALIZE - RESOLVE AND CHECK THE PARAMETERS, OPEN THE
002430*                   MASTER AND THE REPORT.  A MISSING OR
002440*                   BACKWARDS RANGE, AN UNKNOWN THIRD WORD OR
002450*                   AN UNOPENABLE MASTER IS FATAL, NAMED.
002460*================================================================
002470 1000-INITIALIZE.
002480     ACCEPT DRF-RUN-PARM FROM COMMAND-LINE.
002490     UNSTRING DRF-RUN-PARM DELIMITED BY ALL " "
002500         INTO DRF-FROM-PARM DRF-TO-PARM DRF-GEN-PARM.
002510     IF DRF-FROM-PARM NOT NUMERIC
002520      OR DRF-TO-PARM NOT NUMERIC
002530      OR DRF-FROM-PARM > DRF-TO-PARM
002540         DISPLAY "UCDRIFT: PARM MUST BE '<FROM CCYYMMDD> "
002550             "<TO CCYYMMDD> [GEN]' - GOT " DRF-RUN-PARM
002560         MOVE 20 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590     EVALUATE DRF-GEN-PARM
002600         WHEN SPACES
002610             CONTINUE
002620         WHEN "GEN"
002630             MOVE 'Y' TO DRF-GEN-SW
002640         WHEN OTHER
002650             DISPLAY "UCDRIFT: UNKNOWN PARM WORD " DRF-GEN-PARM
002660                 " - ONLY GEN IS RECOGNIZED"
002670             MOVE 20 TO RETURN-CODE
002680             STOP RUN
002690     END-EVALUATE.
002700     MOVE DRF-TO-PARM (1:6) TO DRF-TO-MONTH.
002710     OPEN INPUT CODE-TRAN-FILE.
002720     IF CODE-TRAN-STATUS-CD NOT = "00"
002730         DISPLAY "UCDRIFT: CODE-TRAN-FILE COULD NOT BE OPENED, "
002740             "STATUS = " CODE-TRAN-STATUS-CD
002750         MOVE 20 TO RETURN-CODE
002760         STOP RUN
002770     END-IF.
002780     OPEN OUTPUT DRF-RPT-FILE.
002790     MOVE SPACES TO DRF-RPT-REC.
002800     STRING "UC02-VERSUS-MASTER DRIFT " DELIMITED BY SIZE
002810            DRF-FROM-PARM DELIMITED BY SIZE
002820            " TO " DELIMITED BY SIZE
002830            DRF-TO-PARM DELIMITED BY SIZE
002840            INTO DRF-RPT-REC.
002850     WRITE DRF-RPT-REC.
002860     MOVE SPACES TO DRF-RPT-REC.
002870     WRITE DRF-RPT-REC.
002880 1000-EXIT.
002890     EXIT.
002900*================================================================
002910* 2000-READ-TRAIL - WITH GEN, EACH OF THE RANGE'S MONTHLY
002920*                   GENERATIONS IN MONTH ORDER; THEN THE LIVE
002930*                   TRAIL.
002940*================================================================
002950 2000-READ-TRAIL.
002960     IF DRF-READ-GENERATIONS
002970         MOVE DRF-FROM-PARM (1:6) TO DRF-GEN-MONTH
002980         PERFORM 2100-READ-ONE-GENERATION THRU 2100-EXIT
002990             UNTIL DRF-GEN-MONTH > DRF-TO-MONTH
003000     END-IF.
003010     MOVE "UC01AUD" TO DRF-AUD-FILE-NAME.
003020     PERFORM 2200-READ-ONE-FILE THRU 2200-EXIT.
003030 2000-EXIT.
003040     EXIT.
003050*================================================================
003060* 2100-READ-ONE-GENERATION - READ ONE MONTH'S GENERATION,
003070*                            REMEMBER IT WAS READ, AND STEP TO
003080*                            THE NEXT MONTH.
003090*================================================================
003100 2100-READ-ONE-GENERATION.
003110     MOVE SPACES TO DRF-AUD-FILE-NAME.
003120     STRING "UC01AUD." DELIMITED BY SIZE
003130            DRF-GEN-MONTH DELIMITED BY SIZE
003140            INTO DRF-AUD-FILE-NAME.
003150     PERFORM 2200-READ-ONE-FILE THRU 2200-EXIT.
003160     IF DRF-AUD-STATUS-CD = "00"
003170      AND DRF-MON-USED < 120
003180         ADD 1 TO DRF-MON-USED
003190         MOVE DRF-GEN-MONTH TO DRF-MON-READ (DRF-MON-USED)
003200     END-IF.
003210     IF DRF-GEN-MM = 12
003220         ADD 1 TO DRF-GEN-CCYY
003230         MOVE 1 TO DRF-GEN-MM
003240     ELSE
003250         ADD 1 TO DRF-GEN-MM
003260     END-IF.
003270 2100-EXIT.
003280     EXIT.
003290*================================================================
003300* 2200-READ-ONE-FILE - READ EVERY LINE OF ONE AUDIT FILE.  A
003310*                      MISSING FILE IS A MONTH NOT ARCHIVED (OR
003320*                      NO TRAIL AT ALL) AND IS ONLY NAMED.
003330*================================================================
003340 2200-READ-ONE-FILE.
003350     OPEN INPUT DRF-AUD-FILE.
003360     IF DRF-AUD-STATUS-CD NOT = "00"
003370         MOVE SPACES TO DRF-RPT-REC
003380         STRING "SOURCE " DELIMITED BY SIZE
003390                DRF-AUD-FILE-NAME DELIMITED BY SPACE
003400                " NOT ON FILE" DELIMITED BY SIZE
003410                INTO DRF-RPT-REC
003420         WRITE DRF-RPT-REC
003430         GO TO 2200-EXIT
003440     END-IF.
003450     MOVE 'N' TO DRF-AUD-EOF-SW.
003460     MOVE ZERO TO DRF-FILE-LINES.
003470     PERFORM 2300-READ-ONE-LINE THRU 2300-EXIT
003480         UNTIL DRF-AUD-EOF.
003490     CLOSE DRF-AUD-FILE.
003500     MOVE DRF-FILE-LINES TO DRF-COUNT-ED.
003510     MOVE SPACES TO DRF-RPT-REC.
003520     STRING "SOURCE " DELIMITED BY SIZE
003530            DRF-AUD-FILE-NAME DELIMITED BY SPACE
003540            " READ " DELIMITED BY SIZE
003550            DRF-COUNT-ED DELIMITED BY SIZE
003560            " LINES" DELIMITED BY SIZE
003570            INTO DRF-RPT-REC.
003580     WRITE DRF-RPT-REC.
003590 2200-EXIT.
003600     EXIT.
003610*================================================================
003620* 2300-READ-ONE-LINE - READ ONE AUDIT LINE AND, WHEN ITS DATE
003630*                      FALLS IN THE RANGE, JUDGE IT.
003640*================================================================
003650 2300-READ-ONE-LINE.
003660     READ DRF-AUD-FILE
003670         AT END
003680             MOVE 'Y' TO DRF-AUD-EOF-SW
003690             GO TO 2300-EXIT
003700     END-READ.
003710     ADD 1 TO DRF-FILE-LINES.
003720     MOVE DRF-AUD-REC TO DRF-AUD-LINE.
003730     IF DRF-AUD-PROC-DATE IS NUMERIC
003740         MOVE DRF-AUD-PROC-DATE TO DRF-LINE-DATE
003750     ELSE
003760         MOVE DRF-AUD-DATE TO DRF-LINE-DATE
003770     END-IF.
003780     IF DRF-LINE-DATE < DRF-FROM-PARM
003790      OR DRF-LINE-DATE > DRF-TO-PARM
003800         GO TO 2300-EXIT
003810     END-IF.
003820     IF DRF-AUD-FLAG = "REVERSED"
003830         ADD 1 TO DRF-NO-UC03-COUNT
003840         GO TO 2300-EXIT
003850     END-IF.
003860     MOVE DRF-AUD-UC01-VALUE TO DRF-LINE-UC01.
003870     MOVE DRF-AUD-UC02-VALUE TO DRF-LINE-UC02.
003880     MOVE DRF-AUD-UC03-VALUE TO DRF-LINE-UC03.
003890     IF DRF-AUD-FEED-ID = SPACES
003900         MOVE "*NONE*" TO DRF-LINE-FEED
003910     ELSE
003920         MOVE DRF-AUD-FEED-ID TO DRF-LINE-FEED
003930     END-IF.
003940     MOVE 1 TO DRF-LINE-WEIGHT.
003950     PERFORM 4000-JUDGE-LINE THRU 4000-EXIT.
003960 2300-EXIT.
003970     EXIT.
003980*================================================================
003990* 3000-READ-SUMMARY - READ THE CONDENSED UC01AUDS SUMMARY.  NO
004000*                     SUMMARY MEANS UCARCH HAS NEVER RUN, AND
004010*                     IS ONLY NAMED.
004020*================================================================
004030 3000-READ-SUMMARY.
004040     OPEN INPUT DRF-SUM-FILE.
004050     IF DRF-SUM-STATUS-CD NOT = "00"
004060         MOVE "SOURCE UC01AUDS NOT ON FILE" TO DRF-RPT-REC
004070         WRITE DRF-RPT-REC
004080         GO TO 3000-EXIT
004090     END-IF.
004100     MOVE ZERO TO DRF-FILE-LINES.
004110     PERFORM 3100-READ-ONE-SUMMARY THRU 3100-EXIT
004120         UNTIL DRF-SUM-EOF.
004130     CLOSE DRF-SUM-FILE.
004140     MOVE DRF-FILE-LINES TO DRF-COUNT-ED.
004150     MOVE SPACES TO DRF-RPT-REC.
004160     STRING "SOURCE UC01AUDS READ " DELIMITED BY SIZE
004170            DRF-COUNT-ED DELIMITED BY SIZE
004180            " LINES" DELIMITED BY SIZE
004190            INTO DRF-RPT-REC.
004200     WRITE DRF-RPT-REC.
004210     IF DRF-SUM-SKIPPED > ZERO
004220         MOVE DRF-SUM-SKIPPED TO DRF-COUNT-ED
004230         MOVE SPACES TO DRF-RPT-REC
004240         STRING "  OF WHICH PASSED OVER - MONTH READ FROM ITS "
004250                DELIMITED BY SIZE
004260                "GENERATION" DELIMITED BY SIZE
004270                DRF-COUNT-ED DELIMITED BY SIZE
004280                INTO DRF-RPT-REC
004290         WRITE DRF-RPT-REC
004300     END-IF.
004310 3000-EXIT.
004320     EXIT.
004330*================================================================
004340* 3100-READ-ONE-SUMMARY - READ ONE SUMMARY LINE AND, WHEN ITS
004350*                         RUN DATE FALLS IN THE RANGE AND ITS
004360*                         MONTH'S GENERATION WAS NOT READ, JUDGE
004370*                         IT WEIGHTED BY ITS OCCURRENCE COUNT.
004380*================================================================
004390 3100-READ-ONE-SUMMARY.
004400     READ DRF-SUM-FILE
004410         AT END
004420             MOVE 'Y' TO DRF-SUM-EOF-SW
004430             GO TO 3100-EXIT
004440     END-READ.
004450     ADD 1 TO DRF-FILE-LINES.
004460     MOVE DRF-SUM-REC TO DRF-SUM-LINE.
004470     IF DRF-SUM-DATE NOT NUMERIC
004480      OR DRF-SUM-COUNT NOT NUMERIC
004490         GO TO 3100-EXIT
004500     END-IF.
004510     IF DRF-SUM-DATE < DRF-FROM-PARM
004520      OR DRF-SUM-DATE > DRF-TO-PARM
004530         GO TO 3100-EXIT
004540     END-IF.
004550     MOVE 'N' TO DRF-FOUND-SW.
004560     PERFORM 3110-MATCH-ONE-MONTH THRU 3110-EXIT
004570         VARYING DRF-MON-IX FROM 1 BY 1
004580         UNTIL DRF-MON-IX > DRF-MON-USED
004590            OR DRF-FOUND.
004600     IF DRF-FOUND
004610         ADD 1 TO DRF-SUM-SKIPPED
004620         GO TO 3100-EXIT
004630     END-IF.
004640     MOVE DRF-SUM-DATE TO DRF-LINE-DATE.
004650     MOVE DRF-SUM-UC01 TO DRF-LINE-UC01.
004660     MOVE DRF-SUM-UC02 TO DRF-LINE-UC02.
004670     MOVE DRF-SUM-UC03 TO DRF-LINE-UC03.
004680     MOVE "UC01AUDS" TO DRF-LINE-FEED.
004690     MOVE DRF-SUM-COUNT TO DRF-LINE-WEIGHT.
004700     PERFORM 4000-JUDGE-LINE THRU 4000-EXIT.
004710 3100-EXIT.
004720     EXIT.
004730*================================================================
004740* 3110-MATCH-ONE-MONTH - TEST ONE GENERATION MONTH READ.
004750*================================================================
004760 3110-MATCH-ONE-MONTH.
004770     IF DRF-MON-READ (DRF-MON-IX) = DRF-SUM-DATE (1:6)
004780         MOVE 'Y' TO DRF-FOUND-SW
004790     END-IF.
004800 3110-EXIT.
004810     EXIT.
004820*================================================================
004830* 4000-JUDGE-LINE - COMPARE ONE LINE'S LEGACY UC02 WITH ITS UC03.
004840*                   A WIDE CODE HAS NO LEGACY READING AND IS
004850*                   COUNTED IN ITS OWN SECTION; A BLANK UC03
004860*                   PRODUCED NOTHING TO COMPARE; A BLANK UC02 ON
004870*                   A ONE-BYTE CODE IS NAMED AS AN ANOMALY.
004880*================================================================
004890 4000-JUDGE-LINE.
004900     IF DRF-LINE-UC01 (2:3) NOT = SPACES
004910         ADD DRF-LINE-WEIGHT TO DRF-WIDE-COUNT
004920         PERFORM 4100-FIND-FEED THRU 4100-EXIT
004930         ADD DRF-LINE-WEIGHT TO DRF-FEED-WIDE (DRF-FEED-IX)
004940         IF DRF-WIDE-FIRST-DATE = SPACES
004950          OR DRF-LINE-DATE < DRF-WIDE-FIRST-DATE
004960             MOVE DRF-LINE-DATE TO DRF-WIDE-FIRST-DATE
004970         END-IF
004980         IF DRF-LINE-DATE > DRF-WIDE-LAST-DATE
004990             MOVE DRF-LINE-DATE TO DRF-WIDE-LAST-DATE
005000         END-IF
005010         GO TO 4000-EXIT
005020     END-IF.
005030     IF DRF-LINE-UC03 = SPACE
005040         ADD DRF-LINE-WEIGHT TO DRF-NO-UC03-COUNT
005050         GO TO 4000-EXIT
005060     END-IF.
005070     IF DRF-LINE-UC02 = SPACE
005080         ADD DRF-LINE-WEIGHT TO DRF-BLANK-UC02-COUNT
005090         GO TO 4000-EXIT
005100     END-IF.
005110     ADD DRF-LINE-WEIGHT TO DRF-COMPARED-COUNT.
005120     IF DRF-LINE-UC02 = DRF-LINE-UC03
005130         ADD DRF-LINE-WEIGHT TO DRF-AGREE-COUNT
005140         GO TO 4000-EXIT
005150     END-IF.
005160     ADD DRF-LINE-WEIGHT TO DRF-DRIFT-COUNT.
005170     PERFORM 4100-FIND-FEED THRU 4100-EXIT.
005180     PERFORM 4200-FIND-DRIFT THRU 4200-EXIT.
005190     ADD DRF-LINE-WEIGHT TO DRF-DFT-TOTAL (DRF-DFT-IX).
005200     ADD DRF-LINE-WEIGHT
005210         TO DRF-DFT-FEED-COUNT (DRF-DFT-IX DRF-FEED-IX).
005220     IF DRF-LINE-DATE < DRF-DFT-FIRST-DATE (DRF-DFT-IX)
005230         MOVE DRF-LINE-DATE TO DRF-DFT-FIRST-DATE (DRF-DFT-IX)
005240     END-IF.
005250     IF DRF-LINE-DATE > DRF-DFT-LAST-DATE (DRF-DFT-IX)
005260         MOVE DRF-LINE-DATE TO DRF-DFT-LAST-DATE (DRF-DFT-IX)
005270     END-IF.
005280 4000-EXIT.
005290     EXIT.
005300*================================================================
005310* 4100-FIND-FEED - POINT DRF-FEED-IX AT THE LINE'S FEED, ADDING
005320*                  IT ON FIRST SIGHT.  A THIRTEENTH FEED IS
005330*                  FATAL, NAMED.
005340*================================================================
005350 4100-FIND-FEED.
005360     MOVE 'N' TO DRF-FOUND-SW.
005370     PERFORM 4110-MATCH-ONE-FEED THRU 4110-EXIT
005380         VARYING DRF-FEED-IX FROM 1 BY 1
005390         UNTIL DRF-FEED-IX > DRF-FEED-USED
005400            OR DRF-FOUND.
005410     IF DRF-FOUND
005420         SUBTRACT 1 FROM DRF-FEED-IX
005430         GO TO 4100-EXIT
005440     END-IF.
005450     IF DRF-FEED-USED = 12
005460         DISPLAY "UCDRIFT: MORE THAN 12 FEEDS ON THE TRAIL - "
005470             DRF-LINE-FEED
005480         MOVE 20 TO RETURN-CODE
005490         STOP RUN
005500     END-IF.
005510     ADD 1 TO DRF-FEED-USED.
005520     MOVE DRF-FEED-USED TO DRF-FEED-IX.
005530     MOVE DRF-LINE-FEED TO DRF-FEED-ID (DRF-FEED-IX).
005540     MOVE ZERO TO DRF-FEED-WIDE (DRF-FEED-IX).
005550 4100-EXIT.
005560     EXIT.
005570*================================================================
005580* 4110-MATCH-ONE-FEED - TEST ONE FEED TABLE ENTRY.
005590*================================================================
005600 4110-MATCH-ONE-FEED.
005610     IF DRF-FEED-ID (DRF-FEED-IX) = DRF-LINE-FEED
005620         MOVE 'Y' TO DRF-FOUND-SW
005630     END-IF.
005640 4110-EXIT.
005650     EXIT.
005660*================================================================
005670* 4200-FIND-DRIFT - POINT DRF-DFT-IX AT THE LINE'S CODE AND
005680*                   UC02/UC03 PAIR, ADDING IT ON FIRST SIGHT.
005690*                   MORE THAN 500 IS FATAL, NAMED.
005700*================================================================
005710 4200-FIND-DRIFT.
005720     MOVE 'N' TO DRF-FOUND-SW.
005730     PERFORM 4210-MATCH-ONE-DRIFT THRU 4210-EXIT
005740         VARYING DRF-DFT-IX FROM 1 BY 1
005750         UNTIL DRF-DFT-IX > DRF-DFT-USED
005760            OR DRF-FOUND.
005770     IF DRF-FOUND
005780         SUBTRACT 1 FROM DRF-DFT-IX
005790         GO TO 4200-EXIT
005800     END-IF.
005810     IF DRF-DFT-USED = 500
005820         DISPLAY "UCDRIFT: MORE THAN 500 DRIFTED CODE PAIRS - "
005830             DRF-LINE-UC01
005840         MOVE 20 TO RETURN-CODE
005850         STOP RUN
005860     END-IF.
005870     ADD 1 TO DRF-DFT-USED.
005880     MOVE DRF-DFT-USED TO DRF-DFT-IX.
005890     MOVE ZEROS TO DRF-DFT-ENTRY (DRF-DFT-IX).
005900     MOVE DRF-LINE-UC01 TO DRF-DFT-UC01 (DRF-DFT-IX).
005910     MOVE DRF-LINE-UC02 TO DRF-DFT-UC02 (DRF-DFT-IX).
005920     MOVE DRF-LINE-UC03 TO DRF-DFT-UC03 (DRF-DFT-IX).
005930     MOVE DRF-LINE-DATE TO DRF-DFT-FIRST-DATE (DRF-DFT-IX).
005940     MOVE DRF-LINE-DATE TO DRF-DFT-LAST-DATE (DRF-DFT-IX).
005950 4200-EXIT.
005960     EXIT.
005970*================================================================
005980* 4210-MATCH-ONE-DRIFT - TEST ONE DRIFT TABLE ENTRY.
005990*================================================================
006000 4210-MATCH-ONE-DRIFT.
006010     IF DRF-DFT-UC01 (DRF-DFT-IX) = DRF-LINE-UC01
006020      AND DRF-DFT-UC02 (DRF-DFT-IX) = DRF-LINE-UC02
006030      AND DRF-DFT-UC03 (DRF-DFT-IX) = DRF-LINE-UC03
006040         MOVE 'Y' TO DRF-FOUND-SW
006050     END-IF.
006060 4210-EXIT.
006070     EXIT.
006080*================================================================
006090* 5000-WRITE-DRIFT - THE DRIFT SECTION: THE LINE COUNTS, THEN
006100*                    EACH DRIFTED CODE AND PAIR WITH ITS FEEDS
006110*                    AND THE MASTER RECORDS BEHIND IT.
006120*================================================================
006130 5000-WRITE-DRIFT.
006140     MOVE SPACES TO DRF-RPT-REC.
006150     WRITE DRF-RPT-REC.
006160     MOVE DRF-COMPARED-COUNT TO DRF-COUNT-ED.
006170     MOVE SPACES TO DRF-RPT-REC.
006180     STRING "LEGACY LINES COMPARED       " DELIMITED BY SIZE
006190            DRF-COUNT-ED DELIMITED BY SIZE
006200            INTO DRF-RPT-REC.
006210     WRITE DRF-RPT-REC.
006220     MOVE DRF-AGREE-COUNT TO DRF-COUNT-ED.
006230     MOVE SPACES TO DRF-RPT-REC.
006240     STRING "  UC02 AGREES WITH UC03     " DELIMITED BY SIZE
006250            DRF-COUNT-ED DELIMITED BY SIZE
006260            INTO DRF-RPT-REC.
006270     WRITE DRF-RPT-REC.
006280     MOVE DRF-DRIFT-COUNT TO DRF-COUNT-ED.
006290     MOVE SPACES TO DRF-RPT-REC.
006300     STRING "  UC02 DIFFERS FROM UC03    " DELIMITED BY SIZE
006310            DRF-COUNT-ED DELIMITED BY SIZE
006320            INTO DRF-RPT-REC.
006330     WRITE DRF-RPT-REC.
006340     MOVE DRF-BLANK-UC02-COUNT TO DRF-COUNT-ED.
006350     MOVE SPACES TO DRF-RPT-REC.
006360     STRING "LEGACY LINES WITH BLANK UC02" DELIMITED BY SIZE
006370            DRF-COUNT-ED DELIMITED BY SIZE
006380            INTO DRF-RPT-REC.
006390     WRITE DRF-RPT-REC.
006400     MOVE DRF-NO-UC03-COUNT TO DRF-COUNT-ED.
006410     MOVE SPACES TO DRF-RPT-REC.
006420     STRING "LINES WITH NO UC03 PRODUCED " DELIMITED BY SIZE
006430            DRF-COUNT-ED DELIMITED BY SIZE
006440            INTO DRF-RPT-REC.
006450     WRITE DRF-RPT-REC.
006460     MOVE SPACES TO DRF-RPT-REC.
006470     WRITE DRF-RPT-REC.
006480     MOVE "CODES WHERE THE LEGACY UC02 AND UC03 DISAGREED"
006490         TO DRF-RPT-REC.
006500     WRITE DRF-RPT-REC.
006510     IF DRF-DFT-USED = ZERO
006520         MOVE "  NONE" TO DRF-RPT-REC
006530         WRITE DRF-RPT-REC
006540         GO TO 5000-EXIT
006550     END-IF.
006560     PERFORM 5100-WRITE-ONE-DRIFT THRU 5100-EXIT
006570         VARYING DRF-DFT-IX FROM 1 BY 1
006580         UNTIL DRF-DFT-IX > DRF-DFT-USED.
006590 5000-EXIT.
006600     EXIT.
006610*================================================================
006620* 5100-WRITE-ONE-DRIFT - ONE DRIFTED CODE AND PAIR: THE SUMMARY
006630*                        LINE, ITS COUNT BY FEED, AND ITS
006640*                        CODETRAN RECORDS.
006650*================================================================
006660 5100-WRITE-ONE-DRIFT.
006670     MOVE DRF-DFT-UC01 (DRF-DFT-IX) TO DRF-DL-UC01.
006680     MOVE DRF-DFT-UC02 (DRF-DFT-IX) TO DRF-DL-UC02.
006690     MOVE DRF-DFT-UC03 (DRF-DFT-IX) TO DRF-DL-UC03.
006700     MOVE DRF-DFT-FIRST-DATE (DRF-DFT-IX) TO DRF-DL-FIRST.
006710     MOVE DRF-DFT-LAST-DATE (DRF-DFT-IX) TO DRF-DL-LAST.
006720     MOVE DRF-DFT-TOTAL (DRF-DFT-IX) TO DRF-DL-TOTAL.
006730     MOVE DRF-DFT-LINE TO DRF-RPT-REC.
006740     WRITE DRF-RPT-REC.
006750     PERFORM 5110-WRITE-ONE-FEED THRU 5110-EXIT
006760         VARYING DRF-FEED-IX FROM 1 BY 1
006770         UNTIL DRF-FEED-IX > DRF-FEED-USED.
006780     PERFORM 5200-SHOW-MASTER THRU 5200-EXIT.
006790 5100-EXIT.
006800     EXIT.
006810*================================================================
006820* 5110-WRITE-ONE-FEED - ONE FEED'S COUNT FOR THE DRIFT ENTRY.
006830*================================================================
006840 5110-WRITE-ONE-FEED.
006850     IF DRF-DFT-FEED-COUNT (DRF-DFT-IX DRF-FEED-IX) = ZERO
006860         GO TO 5110-EXIT
006870     END-IF.
006880     MOVE DRF-FEED-ID (DRF-FEED-IX) TO DRF-FL-FEED.
006890     MOVE DRF-DFT-FEED-COUNT (DRF-DFT-IX DRF-FEED-IX)
006900         TO DRF-FL-COUNT.
006910     MOVE DRF-FEED-LINE TO DRF-RPT-REC.
006920     WRITE DRF-RPT-REC.
006930 5110-EXIT.
006940     EXIT.
006950*================================================================
006960* 5200-SHOW-MASTER - WALK THE CODE'S MASTER CHAIN AND PRINT EVERY
006970*                    RECORD IN FORCE ON ANY DAY BETWEEN THE FIRST
006980*                    AND LAST DRIFT DATE - THE RECORDS THAT
006990*                    GOVERNED THE TRANSLATIONS COUNTED.  NONE
007000*                    MEANS THE CHAIN WAS REWRITTEN SINCE.
007010*================================================================
007020 5200-SHOW-MASTER.
007030     MOVE 'N' TO DRF-SCAN-SW.
007040     MOVE 'N' TO DRF-GOV-FOUND-SW.
007050     MOVE DRF-BASE-SCHEME TO CODE-TRAN-SCHEME.
007060     MOVE DRF-DFT-UC01 (DRF-DFT-IX) TO CODE-TRAN-UC01.
007070     MOVE ZERO TO CODE-TRAN-EFF-FROM.
007080     START CODE-TRAN-FILE KEY NOT < CODE-TRAN-KEY
007090         INVALID KEY MOVE 'Y' TO DRF-SCAN-SW
007100     END-START.
007110     PERFORM 5210-SHOW-ONE-RECORD THRU 5210-EXIT
007120         UNTIL DRF-SCAN-DONE.
007130     IF NOT DRF-GOV-FOUND
007140         MOVE "    CODETRAN NO RECORD IN FORCE FOR THESE DATES"
007150             TO DRF-RPT-REC
007160         WRITE DRF-RPT-REC
007170     END-IF.
007180 5200-EXIT.
007190     EXIT.
007200*================================================================
007210* 5210-SHOW-ONE-RECORD - READ THE NEXT CHAIN RECORD AND PRINT IT
007220*                        WHEN ITS RANGE OVERLAPS THE DRIFT
007230*                        DATES.  NON-NUMERIC DATES ON A RECORD
007240*                        CONVERTED FROM THE OLD UNDATED LAYOUT
007250*                        READ AS IN FORCE SINCE FOREVER AND
007260*                        OPEN-ENDED, AS AT CTINQ.
007270*================================================================
007280 5210-SHOW-ONE-RECORD.
007290     READ CODE-TRAN-FILE NEXT
007300         AT END
007310             MOVE 'Y' TO DRF-SCAN-SW
007320             GO TO 5210-EXIT
007330     END-READ.
007340     IF CODE-TRAN-SCHEME NOT = DRF-BASE-SCHEME
007350      OR CODE-TRAN-UC01 NOT = DRF-DFT-UC01 (DRF-DFT-IX)
007360         MOVE 'Y' TO DRF-SCAN-SW
007370         GO TO 5210-EXIT
007380     END-IF.
007390     IF CODE-TRAN-EFF-FROM NOT NUMERIC
007400         MOVE ZERO TO CODE-TRAN-EFF-FROM
007410     END-IF.
007420     IF CODE-TRAN-EFF-TO NOT NUMERIC
007430         MOVE 99999999 TO CODE-TRAN-EFF-TO
007440     END-IF.
007450     IF CODE-TRAN-EFF-FROM > DRF-DFT-LAST-DATE (DRF-DFT-IX)
007460      OR CODE-TRAN-EFF-TO NOT > DRF-DFT-FIRST-DATE (DRF-DFT-IX)
007470         GO TO 5210-EXIT
007480     END-IF.
007490     MOVE 'Y' TO DRF-GOV-FOUND-SW.
007500     MOVE CODE-TRAN-UC01 TO DRF-ML-UC01.
007510     MOVE CODE-TRAN-EFF-FROM TO DRF-ML-EFF-FROM.
007520     MOVE CODE-TRAN-EFF-TO TO DRF-ML-EFF-TO.
007530     MOVE CODE-TRAN-UC02-VALUE TO DRF-ML-UC02.
007540     MOVE CODE-TRAN-STATUS TO DRF-ML-STATUS.
007550     MOVE DRF-MST-LINE TO DRF-RPT-REC.
007560     WRITE DRF-RPT-REC.
007570 5210-EXIT.
007580     EXIT.
007590*================================================================
007600* 6000-WRITE-WIDE - THE WIDE-CODE SECTION: LINES FOR CODES WITH
007610*                   NO LEGACY UC02 READING, BY FEED.
007620*================================================================
007630 6000-WRITE-WIDE.
007640     MOVE SPACES TO DRF-RPT-REC.
007650     WRITE DRF-RPT-REC.
007660     MOVE "WIDE CODES - UC02 BLANK BY DESIGN, NOT COMPARED"
007670         TO DRF-RPT-REC.
007680     WRITE DRF-RPT-REC.
007690     MOVE DRF-WIDE-COUNT TO DRF-COUNT-ED.
007700     MOVE SPACES TO DRF-RPT-REC.
007710     STRING "WIDE-CODE LINES             " DELIMITED BY SIZE
007720            DRF-COUNT-ED DELIMITED BY SIZE
007730            INTO DRF-RPT-REC.
007740     WRITE DRF-RPT-REC.
007750     IF DRF-WIDE-COUNT = ZERO
007760         GO TO 6000-EXIT
007770     END-IF.
007780     MOVE SPACES TO DRF-RPT-REC.
007790     STRING "  FIRST " DELIMITED BY SIZE
007800            DRF-WIDE-FIRST-DATE DELIMITED BY SIZE
007810            " LAST " DELIMITED BY SIZE
007820            DRF-WIDE-LAST-DATE DELIMITED BY SIZE
007830            INTO DRF-RPT-REC.
007840     WRITE DRF-RPT-REC.
007850     PERFORM 6100-WRITE-WIDE-FEED THRU 6100-EXIT
007860         VARYING DRF-FEED-IX FROM 1 BY 1
007870         UNTIL DRF-FEED-IX > DRF-FEED-USED.
007880 6000-EXIT.
007890     EXIT.
007900*================================================================
007910* 6100-WRITE-WIDE-FEED - ONE FEED'S WIDE-CODE COUNT.
007920*================================================================
007930 6100-WRITE-WIDE-FEED.
007940     IF DRF-FEED-WIDE (DRF-FEED-IX) = ZERO
007950         GO TO 6100-EXIT
007960     END-IF.
007970     MOVE DRF-FEED-ID (DRF-FEED-IX) TO DRF-FL-FEED.
007980     MOVE DRF-FEED-WIDE (DRF-FEED-IX) TO DRF-FL-COUNT.
007990     MOVE DRF-FEED-LINE TO DRF-RPT-REC.
008000     WRITE DRF-RPT-REC.
008010 6100-EXIT.
008020     EXIT.
008030*================================================================
008040* 7000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE: 4 WHEN
008050*                  ANY CODE DRIFTED, SO THE LIST GETS A REVIEW
008060*                  AGAINST THE CHANGES MEANT; 0 OTHERWISE.
008070*================================================================
008080 7000-TERMINATE.
008090     CLOSE CODE-TRAN-FILE.
008100     CLOSE DRF-RPT-FILE.
008110     IF DRF-DFT-USED > ZERO
008120         MOVE 4 TO RETURN-CODE
008130     ELSE
008140         MOVE ZERO TO RETURN-CODE
008150     END-IF.
008160 7000-EXIT.
008170     EXIT.

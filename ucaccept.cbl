000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ucaccept.
000030 AUTHOR.      D. OKAFOR.
000040 INSTALLATION. DAILY CODE PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DMO  ORIGINAL VERSION.  FEED ACCEPTANCE ON SENDER
000110*                 CONTROL TOTALS, RUN AHEAD OF MAIN.  MAIN ONLY
000120*                 KNOWS HOW MANY RECORDS IT MANAGED TO READ, SO
000130*                 A REGION THAT SENDS A TRUNCATED OR HALF-
000140*                 TRANSMITTED FILE STILL RECONCILES 0=0+0
000150*                 AGAINST ITSELF AND UCTOLCHK ONLY CATCHES IT
000160*                 WHEN THE SHORTFALL IS LARGE AGAINST YESTERDAY.
000170*                 EACH REGION NOW SENDS UC01CTL.<FEED>.<DATE>
000180*                 BESIDE ITS FEED (SEE COPYBOOKS/UC01CTL.CPY)
000190*                 DECLARING THE RECORD COUNT IT TRANSMITTED AND
000200*                 A HASH TOTAL OF THE CODES.  FOR EVERY FEED
000210*                 NAMED IN UC01FEED THIS STEP READS THE FEED AS
000220*                 RECEIVED, RECOMPUTES BOTH, AND ACCEPTS OR
000230*                 REFUSES IT WITH A REASON - NO CONTROL FILE,
000240*                 CONTROL FILE UNREADABLE OR FOR ANOTHER FEED
000250*                 OR DATE, NO FEED FILE, COUNT MISMATCH, HASH
000260*                 MISMATCH.  THE VERDICTS GO TO UC01ACC.<DATE>
000270*                 (SEE COPYBOOKS/UC01ACC.CPY), WHICH MAIN READS
000280*                 BEFORE OPENING ANY FEED - A REFUSED FEED IS
000290*                 NEVER TRANSLATED, SO NONE OF ITS RECORDS
000300*                 REACH UC03 - AND TO THE UCACCRPT ACCEPTANCE
000310*                 REPORT.  WITH NO FEED LIST THE SINGLE
000320*                 UNQUALIFIED UC01IN.<DATE> IS CHECKED AGAINST
000330*                 UC01CTL.<DATE>.  AN OPTIONAL CYCLE=XX WORD
000340*                 CHECKS AN INTRADAY CUT'S .CXX FILES.  RETURN
000350*                 CODE 8 WHEN ANY FEED IS REFUSED, SO THE
000360*                 SCHEDULER CAN PAGE BEFORE MAIN EVEN STARTS.
000370*================================================================
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ACC-FEED-FILE ASSIGN TO "UC01FEED"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS ACC-FEED-STATUS-CD.
000440     SELECT ACC-IN-FILE ASSIGN TO ACC-IN-FILE-NAME
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS ACC-IN-STATUS-CD.
000470     SELECT ACC-CTL-FILE ASSIGN TO ACC-CTL-FILE-NAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS ACC-CTL-STATUS-CD.
000500     SELECT ACC-RES-FILE ASSIGN TO ACC-RES-FILE-NAME
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT ACC-RPT-FILE ASSIGN TO "UCACCRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ACC-FEED-FILE.
000570 01  ACC-FEED-REC                  PIC X(80).
000580 FD  ACC-IN-FILE
000590     RECORDING MODE IS V
000600     RECORD IS VARYING IN SIZE FROM 1 TO 5 CHARACTERS
000610         DEPENDING ON ACC-REC-LEN.
000620     COPY DATA.
000630     COPY DATAV.
000640 FD  ACC-CTL-FILE.
000650     COPY UC01CTL.
000660 FD  ACC-RES-FILE.
000670     COPY UC01ACC.
000680 FD  ACC-RPT-FILE.
000690 01  ACC-RPT-REC                   PIC X(80).
000700 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------------
000720* SWITCHES / FILE STATUS
000730*----------------------------------------------------------------
000740 77  ACC-FEED-EOF-SW               PIC X(01) VALUE 'N'.
000750     88  ACC-FEED-EOF                          VALUE 'Y'.
000760 77  ACC-IN-EOF-SW                 PIC X(01) VALUE 'N'.
000770     88  ACC-IN-EOF                            VALUE 'Y'.
000780 77  ACC-IN-MISSING-SW             PIC X(01) VALUE 'N'.
000790     88  ACC-IN-MISSING                        VALUE 'Y'.
000800 77  ACC-FEED-STATUS-CD            PIC X(02) VALUE SPACES.
000810 77  ACC-IN-STATUS-CD              PIC X(02) VALUE SPACES.
000820 77  ACC-CTL-STATUS-CD             PIC X(02) VALUE SPACES.
000830*----------------------------------------------------------------
000840* RUN PARAMETER - THE BUSINESS DATE WHOSE FEEDS ARE BEING
000850* ACCEPTED (DEFAULT TODAY, THE SAME WAY MAIN TAKES ITS DATE)
000860* AND AN OPTIONAL CYCLE=XX WORD FOR AN INTRADAY CUT'S .CXX
000870* FILES (SEE MAIN.CBL).
000880*----------------------------------------------------------------
000890 77  ACC-RUN-PARM                  PIC X(20) VALUE SPACES.
000900 77  ACC-PROC-DATE-PARM            PIC X(08) VALUE SPACES.
000910 77  ACC-OPT-PARM                  PIC X(10) VALUE SPACES.
000920 77  ACC-CYCLE-ID                  PIC X(02) VALUE SPACES.
000930 77  ACC-PROC-DATE                 PIC 9(08) VALUE ZERO.
000940 77  ACC-PROC-DATE-A               PIC X(08) VALUE SPACES.
000950 01  ACC-IN-FILE-NAME              PIC X(32) VALUE SPACES.
000960 01  ACC-CTL-FILE-NAME             PIC X(32) VALUE SPACES.
000970 01  ACC-RES-FILE-NAME             PIC X(32) VALUE SPACES.
000980 01  ACC-NAME-WK                   PIC X(32) VALUE SPACES.
000990 01  ACC-NAME-WK2                  PIC X(32) VALUE SPACES.
001000*----------------------------------------------------------------
001010* REGIONAL FEED LIST - THE SAME OPS-MAINTAINED UC01FEED LIST
001020* MAIN READS, LOADED THE SAME WAY: NO LIST MEANS THE SINGLE
001030* BLANK-NAMED FEED, AND A NINTH NAMED FEED IS FATAL.
001040*----------------------------------------------------------------
001050 77  ACC-FEED-COUNT                PIC 9(02) COMP VALUE ZERO.
001060 77  ACC-FEED-NO                   PIC 9(02) COMP VALUE ZERO.
001070 77  ACC-FEED-NAME                 PIC X(08) VALUE SPACES.
001080 01  ACC-FEED-TABLE.
001090     05  ACC-FEED-ID OCCURS 8 TIMES PIC X(08).
001100*----------------------------------------------------------------
001110* THE FEED BEING JUDGED - WHAT THE SENDER DECLARED, WHAT WAS
001120* ACTUALLY RECEIVED, AND THE VERDICT.
001130*----------------------------------------------------------------
001140 77  ACC-REC-LEN                   PIC 9(04) COMP VALUE ZERO.
001150 77  ACC-CTL-COUNT                 PIC 9(09) VALUE ZERO.
001160 77  ACC-CTL-HASH                  PIC 9(15) VALUE ZERO.
001170 77  ACC-RCV-COUNT                 PIC 9(09) COMP VALUE ZERO.
001180 77  ACC-RCV-HASH                  PIC 9(15) COMP VALUE ZERO.
001190 77  ACC-REASON                    PIC X(16) VALUE SPACES.
001200 77  ACC-BYTE-IX                   PIC 9(02) COMP VALUE ZERO.
001210 77  ACC-ACCEPT-COUNT              PIC 9(02) VALUE ZERO.
001220 77  ACC-REFUSE-COUNT              PIC 9(02) VALUE ZERO.
001230*----------------------------------------------------------------
001240* ONE CODE BYTE'S BINARY VALUE FOR THE HASH TOTAL - THE BYTE
001250* LANDS IN THE LOW HALF OF A HALFWORD WHOSE HIGH HALF IS
001260* CLEARED, SO THE HALFWORD READS 0 TO 255.
001270*----------------------------------------------------------------
001280 01  ACC-BYTE-WK.
001290     05  ACC-BYTE-BIN              PIC 9(04) COMP.
001300 01  ACC-BYTE-VIEW REDEFINES ACC-BYTE-WK.
001310     05  ACC-BYTE-HI               PIC X(01).
001320     05  ACC-BYTE-LO               PIC X(01).
001330*----------------------------------------------------------------
001340* ACCEPTANCE REPORT LINES
001350*----------------------------------------------------------------
001360 01  ACC-RPT-LINE.
001370     05  FILLER                    PIC X(05) VALUE "FEED ".
001380     05  ACC-RPT-FEED-ID           PIC X(08).
001390     05  FILLER                    PIC X(01) VALUE SPACES.
001400     05  ACC-RPT-VERDICT           PIC X(08).
001410     05  FILLER                    PIC X(01) VALUE SPACES.
001420     05  ACC-RPT-REASON            PIC X(16).
001430     05  FILLER                    PIC X(06) VALUE " SENT ".
001440     05  ACC-RPT-CTL-COUNT         PIC ZZZ,ZZZ,ZZ9.
001450     05  FILLER                    PIC X(06) VALUE " RCVD ".
001460     05  ACC-RPT-RCV-COUNT         PIC ZZZ,ZZZ,ZZ9.
001470     05  FILLER                    PIC X(07) VALUE SPACES.
001480 01  ACC-RPT-HASH-LINE.
001490     05  FILLER                    PIC X(16)
001500                                   VALUE "      HASH SENT ".
001510     05  ACC-RPT-CTL-HASH          PIC Z(14)9.
001520     05  FILLER                    PIC X(06) VALUE " RCVD ".
001530     05  ACC-RPT-RCV-HASH          PIC Z(14)9.
001540     05  FILLER                    PIC X(28) VALUE SPACES.
001550 PROCEDURE DIVISION.
001560*================================================================
001570* 0000-MAINLINE
001580*================================================================
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     PERFORM 2000-CHECK-ONE-FEED THRU 2000-EXIT
001620         VARYING ACC-FEED-NO FROM 1 BY 1
001630         UNTIL ACC-FEED-NO > ACC-FEED-COUNT.
001640     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001650     STOP RUN.
001660*================================================================
001670* 1000-INITIALIZE - RESOLVE THE PARAMETERS, LOAD THE FEED LIST
001680*                   AND OPEN THE RESULT FILE AND THE REPORT.
001690*================================================================
001700 1000-INITIALIZE.
001710     ACCEPT ACC-RUN-PARM FROM COMMAND-LINE.
001720     UNSTRING ACC-RUN-PARM DELIMITED BY ALL " "
001730         INTO ACC-PROC-DATE-PARM ACC-OPT-PARM.
001740     IF ACC-PROC-DATE-PARM = SPACES
001750         ACCEPT ACC-PROC-DATE FROM DATE YYYYMMDD
001760     ELSE
001770         MOVE ACC-PROC-DATE-PARM TO ACC-PROC-DATE
001780     END-IF.
001790     IF ACC-OPT-PARM (1:6) = "CYCLE="
001800         MOVE ACC-OPT-PARM (7:2) TO ACC-CYCLE-ID
001810     END-IF.
001820     IF ACC-OPT-PARM NOT = SPACES
001830      AND ACC-CYCLE-ID = SPACES
001840         DISPLAY "UCACCEPT: BAD PARM WORD " ACC-OPT-PARM
001850         MOVE 20 TO RETURN-CODE
001860         STOP RUN
001870     END-IF.
001880     MOVE ACC-PROC-DATE TO ACC-PROC-DATE-A.
001890     PERFORM 1100-LOAD-FEED-LIST THRU 1100-EXIT.
001900     MOVE SPACES TO ACC-NAME-WK.
001910     STRING "UC01ACC." DELIMITED BY SIZE
001920            ACC-PROC-DATE DELIMITED BY SIZE
001930            INTO ACC-NAME-WK.
001940     PERFORM 1200-QUALIFY-CYCLE-NAME THRU 1200-EXIT.
001950     MOVE ACC-NAME-WK TO ACC-RES-FILE-NAME.
001960     OPEN OUTPUT ACC-RES-FILE.
001970     OPEN OUTPUT ACC-RPT-FILE.
001980     MOVE SPACES TO ACC-RPT-REC.
001990     IF ACC-CYCLE-ID = SPACES
002000         STRING "FEED ACCEPTANCE FOR " DELIMITED BY SIZE
002010                ACC-PROC-DATE DELIMITED BY SIZE
002020                INTO ACC-RPT-REC
002030     ELSE
002040         STRING "FEED ACCEPTANCE FOR " DELIMITED BY SIZE
002050                ACC-PROC-DATE DELIMITED BY SIZE
002060                " CYCLE " DELIMITED BY SIZE
002070                ACC-CYCLE-ID DELIMITED BY SIZE
002080                INTO ACC-RPT-REC
002090     END-IF.
002100     WRITE ACC-RPT-REC.
002110 1000-EXIT.
002120     EXIT.
002130*================================================================
002140* 1100-LOAD-FEED-LIST - READ THE OPS FEED LIST, ONE NAME PER
002150*                       LINE, BLANK LINES PASSED OVER.  NO
002160*                       LIST, OR AN EMPTY ONE, IS THE SINGLE
002170*                       BLANK-NAMED FEED.  A NINTH NAMED FEED IS
002180*                       FATAL, MATCHING MAIN.
002190*================================================================
002200 1100-LOAD-FEED-LIST.
002210     MOVE SPACES TO ACC-FEED-TABLE.
002220     MOVE ZERO TO ACC-FEED-COUNT.
002230     OPEN INPUT ACC-FEED-FILE.
002240     IF ACC-FEED-STATUS-CD = "00"
002250         PERFORM 1110-READ-ONE-FEED THRU 1110-EXIT
002260             UNTIL ACC-FEED-EOF
002270         CLOSE ACC-FEED-FILE
002280     END-IF.
002290     IF ACC-FEED-COUNT = ZERO
002300         MOVE 1 TO ACC-FEED-COUNT
002310     END-IF.
002320 1100-EXIT.
002330     EXIT.
002340*================================================================
002350* 1110-READ-ONE-FEED - READ ONE FEED LIST LINE.
002360*================================================================
002370 1110-READ-ONE-FEED.
002380     READ ACC-FEED-FILE
002390         AT END
002400             MOVE 'Y' TO ACC-FEED-EOF-SW
002410         NOT AT END
002420             IF ACC-FEED-REC NOT = SPACES
002430                 IF ACC-FEED-COUNT = 8
002440                     DISPLAY "UCACCEPT: UC01FEED NAMES MORE "
002450                         "THAN 8 FEEDS - " ACC-FEED-REC
002460                     MOVE 20 TO RETURN-CODE
002470                     STOP RUN
002480                 END-IF
002490                 ADD 1 TO ACC-FEED-COUNT
002500                 MOVE ACC-FEED-REC TO ACC-FEED-ID (ACC-FEED-COUNT)
002510             END-IF
002520     END-READ.
002530 1110-EXIT.
002540     EXIT.
002550*================================================================
002560* 1200-QUALIFY-CYCLE-NAME - APPEND THE .CXX CYCLE QUALIFIER TO
002570*                           THE FILE NAME IN ACC-NAME-WK WHEN
002580*                           AN INTRADAY CUT IS BEING CHECKED.
002590*================================================================
002600 1200-QUALIFY-CYCLE-NAME.
002610     IF ACC-CYCLE-ID = SPACES
002620         GO TO 1200-EXIT
002630     END-IF.
002640     MOVE ACC-NAME-WK TO ACC-NAME-WK2.
002650     MOVE SPACES TO ACC-NAME-WK.
002660     STRING ACC-NAME-WK2 DELIMITED BY SPACE
002670            ".C" DELIMITED BY SIZE
002680            ACC-CYCLE-ID DELIMITED BY SIZE
002690            INTO ACC-NAME-WK.
002700 1200-EXIT.
002710     EXIT.
002720*================================================================
002730* 2000-CHECK-ONE-FEED - JUDGE ONE FEED: READ WHAT ITS SENDER
002740*                       DECLARED, TOTAL WHAT WAS RECEIVED, AND
002750*                       RECORD THE VERDICT.  THE RECEIVED SIDE
002760*                       IS TOTALLED EVEN WHEN THE CONTROL FILE
002770*                       IS MISSING, SO THE REPORT SHOWS WHAT
002780*                       ARRIVED WITHOUT IT.
002790*================================================================
002800 2000-CHECK-ONE-FEED.
002810     MOVE SPACES TO ACC-REASON.
002820     MOVE ZERO TO ACC-CTL-COUNT.
002830     MOVE ZERO TO ACC-CTL-HASH.
002840     MOVE ZERO TO ACC-RCV-COUNT.
002850     MOVE ZERO TO ACC-RCV-HASH.
002860     PERFORM 2100-BUILD-NAMES THRU 2100-EXIT.
002870     PERFORM 2200-READ-CONTROL THRU 2200-EXIT.
002880     PERFORM 2300-TOTAL-FEED THRU 2300-EXIT.
002890     PERFORM 2400-JUDGE-FEED THRU 2400-EXIT.
002900     PERFORM 2500-RECORD-VERDICT THRU 2500-EXIT.
002910 2000-EXIT.
002920     EXIT.
002930*================================================================
002940* 2100-BUILD-NAMES - BUILD THE FEED'S DAILY FILE NAME AND ITS
002950*                    CONTROL FILE NAME BY THE SAME RULE MAIN
002960*                    USES - THE BLANK-NAMED FALLBACK BUILDS THE
002970*                    UNQUALIFIED NAMES.
002980*================================================================
002990 2100-BUILD-NAMES.
003000     MOVE SPACES TO ACC-NAME-WK.
003010     IF ACC-FEED-ID (ACC-FEED-NO) = SPACES
003020         STRING "UC01IN." DELIMITED BY SIZE
003030                ACC-PROC-DATE DELIMITED BY SIZE
003040                INTO ACC-NAME-WK
003050     ELSE
003060         STRING "UC01IN." DELIMITED BY SIZE
003070                ACC-FEED-ID (ACC-FEED-NO) DELIMITED BY SPACE
003080                "." DELIMITED BY SIZE
003090                ACC-PROC-DATE DELIMITED BY SIZE
003100                INTO ACC-NAME-WK
003110     END-IF.
003120     PERFORM 1200-QUALIFY-CYCLE-NAME THRU 1200-EXIT.
003130     MOVE ACC-NAME-WK TO ACC-IN-FILE-NAME.
003140     MOVE SPACES TO ACC-NAME-WK.
003150     IF ACC-FEED-ID (ACC-FEED-NO) = SPACES
003160         STRING "UC01CTL." DELIMITED BY SIZE
003170                ACC-PROC-DATE DELIMITED BY SIZE
003180                INTO ACC-NAME-WK
003190     ELSE
003200         STRING "UC01CTL." DELIMITED BY SIZE
003210                ACC-FEED-ID (ACC-FEED-NO) DELIMITED BY SPACE
003220                "." DELIMITED BY SIZE
003230                ACC-PROC-DATE DELIMITED BY SIZE
003240                INTO ACC-NAME-WK
003250     END-IF.
003260     PERFORM 1200-QUALIFY-CYCLE-NAME THRU 1200-EXIT.
003270     MOVE ACC-NAME-WK TO ACC-CTL-FILE-NAME.
003280 2100-EXIT.
003290     EXIT.
003300*================================================================
003310* 2200-READ-CONTROL - READ THE SENDER'S CONTROL LINE.  A MISSING
003320*                     OR EMPTY FILE, A LINE NAMING ANOTHER FEED
003330*                     OR DATE (YESTERDAY'S FILE LEFT IN PLACE),
003340*                     OR NON-NUMERIC TOTALS ALL REFUSE THE FEED
003350*                     - A CONTROL TOTAL THAT CAN'T BE TRUSTED
003360*                     PROVES NOTHING ABOUT THE FILE BESIDE IT.
003370*================================================================
003380 2200-READ-CONTROL.
003390     OPEN INPUT ACC-CTL-FILE.
003400     IF ACC-CTL-STATUS-CD NOT = "00"
003410         MOVE "NO CONTROL FILE" TO ACC-REASON
003420         GO TO 2200-EXIT
003430     END-IF.
003440     READ ACC-CTL-FILE
003450         AT END
003460             MOVE "CONTROL EMPTY" TO ACC-REASON
003470     END-READ.
003480     CLOSE ACC-CTL-FILE.
003490     IF ACC-REASON NOT = SPACES
003500         GO TO 2200-EXIT
003510     END-IF.
003520     IF UC01-CTL-FEED-ID NOT = ACC-FEED-ID (ACC-FEED-NO)
003530        OR UC01-CTL-PROC-DATE NOT = ACC-PROC-DATE-A
003540         MOVE "CONTROL STALE" TO ACC-REASON
003550         GO TO 2200-EXIT
003560     END-IF.
003570     IF UC01-CTL-REC-COUNT IS NOT NUMERIC
003580        OR UC01-CTL-HASH-TOTAL IS NOT NUMERIC
003590         MOVE "CONTROL BAD" TO ACC-REASON
003600         GO TO 2200-EXIT
003610     END-IF.
003620     MOVE UC01-CTL-REC-COUNT TO ACC-CTL-COUNT.
003630     MOVE UC01-CTL-HASH-TOTAL TO ACC-CTL-HASH.
003640 2200-EXIT.
003650     EXIT.
003660*================================================================
003670* 2300-TOTAL-FEED - READ THE FEED AS RECEIVED, COUNTING ITS
003680*                   RECORDS AND HASHING ITS CODES.  A FEED FILE
003690*                   THAT WON'T OPEN IS NOTED FOR THE VERDICT.
003700*================================================================
003710 2300-TOTAL-FEED.
003720     MOVE 'N' TO ACC-IN-MISSING-SW.
003730     MOVE 'N' TO ACC-IN-EOF-SW.
003740     OPEN INPUT ACC-IN-FILE.
003750     IF ACC-IN-STATUS-CD NOT = "00"
003760         MOVE 'Y' TO ACC-IN-MISSING-SW
003770         GO TO 2300-EXIT
003780     END-IF.
003790     PERFORM 2310-TOTAL-ONE-RECORD THRU 2310-EXIT
003800         UNTIL ACC-IN-EOF.
003810     CLOSE ACC-IN-FILE.
003820 2300-EXIT.
003830     EXIT.
003840*================================================================
003850* 2310-TOTAL-ONE-RECORD - COUNT ONE RECORD AND ADD ITS CODE
003860*                         BYTES TO THE HASH.  THE LENGTH READ
003870*                         PLUS THE FORMAT INDICATOR TELL THE
003880*                         LAYOUTS APART EXACTLY AS MAIN DOES
003890*                         (SEE COPYBOOKS/DATAV.CPY): A WIDE
003900*                         RECORD HASHES ITS FOUR CODE BYTES,
003910*                         ANYTHING ELSE ITS FIRST BYTE.
003920*================================================================
003930 2310-TOTAL-ONE-RECORD.
003940     READ ACC-IN-FILE
003950         AT END
003960             MOVE 'Y' TO ACC-IN-EOF-SW
003970         NOT AT END
003980             ADD 1 TO ACC-RCV-COUNT
003990             IF ACC-REC-LEN = 5 AND UC01V-FORMAT-WIDE
004000                 PERFORM 2320-HASH-WIDE-BYTE THRU 2320-EXIT
004010                     VARYING ACC-BYTE-IX FROM 1 BY 1
004020                     UNTIL ACC-BYTE-IX > 4
004030             ELSE
004040                 MOVE LOW-VALUE TO ACC-BYTE-HI
004050                 MOVE UC01 TO ACC-BYTE-LO
004060                 ADD ACC-BYTE-BIN TO ACC-RCV-HASH
004070             END-IF
004080     END-READ.
004090 2310-EXIT.
004100     EXIT.
004110*================================================================
004120* 2320-HASH-WIDE-BYTE - ADD ONE BYTE OF A WIDE CODE TO THE HASH.
004130*================================================================
004140 2320-HASH-WIDE-BYTE.
004150     MOVE LOW-VALUE TO ACC-BYTE-HI.
004160     MOVE UC01V-CODE (ACC-BYTE-IX:1) TO ACC-BYTE-LO.
004170     ADD ACC-BYTE-BIN TO ACC-RCV-HASH.
004180 2320-EXIT.
004190     EXIT.
004200*================================================================
004210* 2400-JUDGE-FEED - A FEED IS ACCEPTED ONLY WHEN ITS CONTROL
004220*                   LINE WAS GOOD, ITS FILE WAS THERE, AND BOTH
004230*                   TOTALS AGREE.  THE FIRST FAILURE FOUND IS
004240*                   THE REASON GIVEN.
004250*================================================================
004260 2400-JUDGE-FEED.
004270     IF ACC-REASON NOT = SPACES
004280         GO TO 2400-EXIT
004290     END-IF.
004300     EVALUATE TRUE
004310         WHEN ACC-IN-MISSING
004320             MOVE "NO FEED FILE" TO ACC-REASON
004330         WHEN ACC-RCV-COUNT NOT = ACC-CTL-COUNT
004340             MOVE "COUNT MISMATCH" TO ACC-REASON
004350         WHEN ACC-RCV-HASH NOT = ACC-CTL-HASH
004360             MOVE "HASH MISMATCH" TO ACC-REASON
004370         WHEN OTHER
004380             CONTINUE
004390     END-EVALUATE.
004400 2400-EXIT.
004410     EXIT.
004420*================================================================
004430* 2500-RECORD-VERDICT - WRITE THE FEED'S RESULT LINE FOR MAIN
004440*                       AND ITS TWO ACCEPTANCE REPORT LINES.
004450*================================================================
004460 2500-RECORD-VERDICT.
004470     MOVE SPACES TO UC01-ACC-REC.
004480     MOVE ACC-FEED-ID (ACC-FEED-NO) TO UC01-ACC-FEED-ID.
004490     MOVE ACC-PROC-DATE TO UC01-ACC-PROC-DATE.
004500     IF ACC-REASON = SPACES
004510         MOVE "ACCEPTED" TO UC01-ACC-VERDICT
004520         ADD 1 TO ACC-ACCEPT-COUNT
004530     ELSE
004540         MOVE "REFUSED" TO UC01-ACC-VERDICT
004550         ADD 1 TO ACC-REFUSE-COUNT
004560     END-IF.
004570     MOVE ACC-REASON TO UC01-ACC-REASON.
004580     MOVE ACC-CTL-COUNT TO UC01-ACC-CTL-COUNT.
004590     MOVE ACC-RCV-COUNT TO UC01-ACC-RCV-COUNT.
004600     WRITE UC01-ACC-REC.
004610     MOVE ACC-FEED-ID (ACC-FEED-NO) TO ACC-FEED-NAME.
004620     IF ACC-FEED-NAME = SPACES
004630         MOVE "*DAILY*" TO ACC-FEED-NAME
004640     END-IF.
004650     MOVE ACC-FEED-NAME TO ACC-RPT-FEED-ID.
004660     MOVE UC01-ACC-VERDICT TO ACC-RPT-VERDICT.
004670     MOVE ACC-REASON TO ACC-RPT-REASON.
004680     MOVE ACC-CTL-COUNT TO ACC-RPT-CTL-COUNT.
004690     MOVE ACC-RCV-COUNT TO ACC-RPT-RCV-COUNT.
004700     MOVE ACC-RPT-LINE TO ACC-RPT-REC.
004710     WRITE ACC-RPT-REC.
004720     MOVE ACC-CTL-HASH TO ACC-RPT-CTL-HASH.
004730     MOVE ACC-RCV-HASH TO ACC-RPT-RCV-HASH.
004740     MOVE ACC-RPT-HASH-LINE TO ACC-RPT-REC.
004750     WRITE ACC-RPT-REC.
004760     IF ACC-REASON NOT = SPACES
004770         DISPLAY "UCACCEPT: FEED " ACC-FEED-NAME
004780             " REFUSED - " ACC-REASON
004790     END-IF.
004800 2500-EXIT.
004810     EXIT.
004820*================================================================
004830* 3000-TERMINATE - CLOSE THE REPORT WITH THE TOTALS LINE AND SET
004840*                  THE RETURN CODE: 0 WHEN EVERY FEED WAS
004850*                  ACCEPTED, 8 WHEN ANY WAS REFUSED.
004860*================================================================
004870 3000-TERMINATE.
004880     MOVE SPACES TO ACC-RPT-REC.
004890     STRING "FEEDS ACCEPTED " DELIMITED BY SIZE
004900            ACC-ACCEPT-COUNT DELIMITED BY SIZE
004910            " REFUSED " DELIMITED BY SIZE
004920            ACC-REFUSE-COUNT DELIMITED BY SIZE
004930            INTO ACC-RPT-REC.
004940     WRITE ACC-RPT-REC.
004950     CLOSE ACC-RES-FILE.
004960     CLOSE ACC-RPT-FILE.
004970     IF ACC-REFUSE-COUNT > ZERO
004980         MOVE 8 TO RETURN-CODE
004990     ELSE
005000         MOVE ZERO TO RETURN-CODE
005010     END-IF.
005020 3000-EXIT.
005030     EXIT.

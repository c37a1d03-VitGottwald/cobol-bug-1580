000600*                 UC03HT.CPY); THE DETAILS STILL FLOW THROUGH
000610*                 VERBATIM AND THE MERGED TRAILER'S FIELDS
000620*                 WIDENED WITH THEM.
000630* 2026-10-15 DMO  TRANSLATION SCHEMES (SEE MAIN.CBL AND COPYBOOKS/
000640*                 CODETRAN.CPY).  THE MERGED UC01ERR NOW CARRIES
000650*                 REJECT LINES FOR EVERY SCHEME, SO ONLY LINES
000660*                 NAMING BASE (OR NO SCHEME) COUNT TOWARDS THE
000670*                 BASE RECONCILIATION.  FOR EVERY FURTHER SCHEME
000680*                 ON UC03SCHM, UC03OUT.<SCHEME> IS CUT FROM THE
000690*                 SLICE WORK FILES UC03XWK.SNN IN SLICE ORDER
000700*                 UNDER ITS OWN HEADER, WITH ITS OWN TRAILER WHEN
000710*                 THE SCHEME RECONCILES AGAINST THE SPLITTER'S
000720*                 TOTAL, AND ITS OWN UC03MAN.<DATE>.<SCHEME>
000730*                 MANIFEST.  A HELD SCHEME HOLDS THE STEP AT 16.
000740* 2026-10-15 DMO  FEED ACCEPTANCE ON THE PARTITIONED MANIFESTS.
000750*                 UCACCEPT'S VERDICT FOR THE NIGHT'S ONE FEED -
000760*                 THE UNQUALIFIED DAILY FILE THE SPLITTER DEALT
000770*                 OUT - IS READ FROM UC01ACC.<DATE> AS MAIN READS
000780*                 IT, AND THE BASE AND SCHEME MANIFESTS NOW CARRY
000790*                 THE ACCEPTED/REFUSED FEED COUNTS AND STATE BYTE
000800*                 AN UNPARTITIONED NIGHT'S DO.  NO UC01ACC IS
000810*                 FATAL BEFORE ANYTHING IS WRITTEN, AND A REFUSED
000820*                 FEED HOLDS THE NIGHT AT 16, AS IN MAIN.
000830*================================================================
000840 ENVIRONMENT DIVISION.
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT UCM-CTL-FILE ASSIGN TO UCM-CTL-FILE-NAME
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS UCM-CTL-STATUS-CD.
000900     SELECT UCM-UC03-IN-FILE ASSIGN TO UCM-UC03-IN-NAME
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS UCM-UC03-IN-STATUS-CD.
000930     SELECT UCM-UC03-OUT-FILE ASSIGN TO "UC03OUT"
000940         ORGANIZATION IS SEQUENTIAL.
000950     SELECT UCM-ERR-IN-FILE ASSIGN TO UCM-ERR-IN-NAME
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS UCM-ERR-IN-STATUS-CD.
000980     SELECT UCM-ERR-OUT-FILE ASSIGN TO "UC01ERR"
000990         ORGANIZATION IS LINE SEQUENTIAL.
001000     SELECT UCM-AUD-IN-FILE ASSIGN TO UCM-AUD-IN-NAME
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS UCM-AUD-IN-STATUS-CD.
001030     SELECT UCM-AUD-OUT-FILE ASSIGN TO "UC01AUD"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS UCM-AUD-OUT-STATUS-CD.
001060     SELECT UCM-MAN-FILE ASSIGN TO UCM-MAN-FILE-NAME
001070         ORGANIZATION IS LINE SEQUENTIAL.
001080     SELECT UCM-SCHM-FILE ASSIGN TO "UC03SCHM"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS UCM-SCHM-STATUS-CD.
001110     SELECT UCM-XWK-FILE ASSIGN TO UCM-XWK-IN-NAME
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS UCM-XWK-STATUS-CD.
001140     SELECT UCM-SCH-OUT-FILE ASSIGN TO UCM-SCH-OUT-NAME
001150         ORGANIZATION IS SEQUENTIAL.
001160     SELECT UCM-ACC-FILE ASSIGN TO UCM-ACC-FILE-NAME
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS UCM-ACC-STATUS-CD.
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  UCM-CTL-FILE.
001220 01  UCM-CTL-REC                   PIC X(80).
001230 FD  UCM-UC03-IN-FILE
001240     RECORDING MODE IS F
001250     RECORD CONTAINS 36 CHARACTERS.
001260 01  UCM-UC03-IN-REC               PIC X(36).
001270 FD  UCM-UC03-OUT-FILE
001280     RECORDING MODE IS F
001290     RECORD CONTAINS 36 CHARACTERS.
001300 01  UCM-UC03-DETAIL-REC.
001310     05  UCM-UC03                  PIC X(01).
001320     05  UCM-UC03-DTL-SEQ          PIC 9(09).
001330     05  UCM-UC03-DTL-UC01         PIC X(04).
001340     05  FILLER                    PIC X(22).
001350     COPY UC03HT REPLACING ==UC03-DETAIL-REC== BY
001360         ==UCM-UC03-DETAIL-REC==.
001370 FD  UCM-ERR-IN-FILE.
001380 01  UCM-ERR-IN-REC                PIC X(80).
001390 FD  UCM-ERR-OUT-FILE.
001400 01  UCM-ERR-OUT-REC               PIC X(80).
001410 FD  UCM-AUD-IN-FILE.
001420 01  UCM-AUD-IN-REC                PIC X(80).
001430 FD  UCM-AUD-OUT-FILE.
001440 01  UCM-AUD-OUT-REC               PIC X(80).
001450 FD  UCM-MAN-FILE.
001460     COPY UC03MAN.
001470 FD  UCM-SCHM-FILE.
001480 01  UCM-SCHM-REC                  PIC X(80).
001490 FD  UCM-XWK-FILE
001500     RECORDING MODE IS F
001510     RECORD CONTAINS 44 CHARACTERS.
001520 01  UCM-XWK-REC.
001530     05  UCM-XWK-SCHEME            PIC X(08).
001540     05  UCM-XWK-DETAIL.
001550         10  UCM-XWK-UC03          PIC X(01).
001560         10  UCM-XWK-SEQ-NO        PIC 9(09).
001570         10  UCM-XWK-UC01          PIC X(04).
001580         10  FILLER                PIC X(22).
001590 FD  UCM-SCH-OUT-FILE
001600     RECORDING MODE IS F
001610     RECORD CONTAINS 36 CHARACTERS.
001620 01  UCM-SCH-OUT-REC               PIC X(36).
001630 FD  UCM-ACC-FILE.
001640     COPY UC01ACC.
001650 WORKING-STORAGE SECTION.
001660*----------------------------------------------------------------
001670* SWITCHES / FILE STATUS
001680*----------------------------------------------------------------
001690 77  UCM-CTL-EOF-SW                PIC X(01) VALUE 'N'.
001700     88  UCM-CTL-EOF                           VALUE 'Y'.
001710 77  UCM-SLICE-EOF-SW              PIC X(01) VALUE 'N'.
001720     88  UCM-SLICE-EOF                         VALUE 'Y'.
001730 77  UCM-CTL-STATUS-CD             PIC X(02) VALUE SPACES.
001740 77  UCM-UC03-IN-STATUS-CD         PIC X(02) VALUE SPACES.
001750 77  UCM-ERR-IN-STATUS-CD          PIC X(02) VALUE SPACES.
001760 77  UCM-AUD-IN-STATUS-CD          PIC X(02) VALUE SPACES.
001770 77  UCM-AUD-OUT-STATUS-CD         PIC X(02) VALUE SPACES.
001780 77  UCM-SCHM-STATUS-CD            PIC X(02) VALUE SPACES.
001790 77  UCM-SCHM-EOF-SW               PIC X(01) VALUE 'N'.
001800     88  UCM-SCHM-EOF                          VALUE 'Y'.
001810 77  UCM-XWK-STATUS-CD             PIC X(02) VALUE SPACES.
001820 77  UCM-ACC-STATUS-CD             PIC X(02) VALUE SPACES.
001830 77  UCM-ACC-EOF-SW                PIC X(01) VALUE 'N'.
001840     88  UCM-ACC-EOF                           VALUE 'Y'.
001850*----------------------------------------------------------------
001860* RUN PARAMETER AND FILE NAMES.
001870*----------------------------------------------------------------
001880 77  UCM-PROC-DATE-PARM            PIC X(08) VALUE SPACES.
001890 77  UCM-PROC-DATE                 PIC 9(08) VALUE ZERO.
001900 01  UCM-CTL-FILE-NAME             PIC X(16) VALUE SPACES.
001910 01  UCM-MAN-FILE-NAME             PIC X(32) VALUE SPACES.
001920 01  UCM-XWK-IN-NAME               PIC X(24) VALUE SPACES.
001930 01  UCM-SCH-OUT-NAME              PIC X(24) VALUE SPACES.
001940 01  UCM-UC03-IN-NAME              PIC X(24) VALUE SPACES.
001950 01  UCM-ERR-IN-NAME               PIC X(24) VALUE SPACES.
001960 01  UCM-AUD-IN-NAME               PIC X(24) VALUE SPACES.
001970 01  UCM-ACC-FILE-NAME             PIC X(32) VALUE SPACES.
001980*----------------------------------------------------------------
001990* UCACCEPT'S VERDICT ON THE NIGHT'S ONE FEED, THE UNQUALIFIED
002000* DAILY FILE (BLANK FEED ID ON UC01ACC): 'A' ACCEPTED, 'R'
002010* REFUSED OR NO VERDICT FOR THE DATE.  IT GOES ON EVERY MANIFEST
002020* THE MERGE WRITES, IN THE SAME FIELDS MAIN FILLS.
002030*----------------------------------------------------------------
002040 77  UCM-FEED-ACC                  PIC X(01) VALUE 'R'.
002050     88  UCM-FEED-ACCEPTED                     VALUE 'A'.
002060*----------------------------------------------------------------
002070* THE BATCH ID STAMPED ON THE MERGED HEADER - THE SAME ID THE
002080* UNPARTITIONED RUN STAMPS, SO DOWNSTREAM CANNOT TELL A MERGED
002090* NIGHT FROM A SINGLE-STREAM ONE.
002100*----------------------------------------------------------------
002110 77  UCM-BATCH-ID                  PIC X(08) VALUE "UC01-DLY".
002120*----------------------------------------------------------------
002130* SLICE BOOK-KEEPING FROM THE CONTROL FILE, AND THE COMBINED
002140* COUNTS FOR THE TRAILER AND RECONCILIATION.
002150*----------------------------------------------------------------
002160 77  UCM-TOTAL-COUNT               PIC 9(09) VALUE ZERO.
002170 77  UCM-SLICE-COUNT               PIC 9(02) VALUE ZERO.
002180 77  UCM-SLICE-NO                  PIC 9(02) COMP VALUE ZERO.
002190 77  UCM-SLICE-NO-X                PIC 9(02) VALUE ZERO.
002200 77  UCM-DETAIL-COUNT              PIC 9(09) COMP VALUE ZERO.
002210 77  UCM-REJECT-COUNT              PIC 9(09) COMP VALUE ZERO.
002220 77  UCM-LAST-UC01                 PIC X(04) VALUE SPACES.
002230 77  UCM-FIRST-SEQ                 PIC 9(09) COMP VALUE ZERO.
002240 77  UCM-LAST-SEQ                  PIC 9(09) COMP VALUE ZERO.
002250*----------------------------------------------------------------
002260* TRANSLATION SCHEMES BEYOND BASE, FROM THE SAME OPS-MAINTAINED
002270* UC03SCHM LIST THE SLICE INSTANCES READ (SEE MAIN.CBL).  EACH
002280* KEEPS ITS REJECT COUNT FROM THE SCHEME COLUMN OF THE SLICE
002290* ERROR LINES AND ITS DETAIL COUNT AND COVERAGE FROM THE SLICE
002300* WORK FILES AS ITS FILE IS CUT.
002310*----------------------------------------------------------------
002320 77  UCM-BASE-SCHEME               PIC X(08) VALUE "BASE".
002330 77  UCM-ERR-SCHEME                PIC X(08) VALUE SPACES.
002340 77  UCM-SCH-COUNT                 PIC 9(02) COMP VALUE ZERO.
002350 77  UCM-SCH-NO                    PIC 9(02) COMP VALUE ZERO.
002360 77  UCM-SCH-RELEASE-SW            PIC X(01) VALUE 'N'.
002370     88  UCM-SCH-RELEASED                      VALUE 'Y'.
002380 77  UCM-RECON-RC                  PIC 9(04) COMP VALUE ZERO.
002390 01  UCM-SCH-TABLE.
002400     05  UCM-SCH-ENTRY OCCURS 8 TIMES.
002410         10  UCM-SCH-ID            PIC X(08).
002420         10  UCM-SCH-DETAIL-COUNT  PIC 9(09).
002430         10  UCM-SCH-REJ-COUNT     PIC 9(09).
002440         10  UCM-SCH-FIRST-SEQ     PIC 9(09).
002450         10  UCM-SCH-LAST-SEQ      PIC 9(09).
002460         10  UCM-SCH-LAST-UC01     PIC X(04).
002470*----------------------------------------------------------------
002480* DISPLAY-FORM RUN TOTALS HANDED TO THE UCTOLCHK SUBPROGRAM,
002490* AND THE WARNING LEVEL IT HANDS BACK.
002500*----------------------------------------------------------------
002510 77  UCM-TOL-CYCLE                 PIC X(02) VALUE SPACES.
002520 77  UCM-TOL-READ                  PIC 9(09) VALUE ZERO.
002530 77  UCM-TOL-WRITE                 PIC 9(09) VALUE ZERO.
002540 77  UCM-TOL-REJECT                PIC 9(09) VALUE ZERO.
002550 77  UCM-TOL-RESULT                PIC 9(02) VALUE ZERO.
002560 77  UCM-SAVE-RC                   PIC 9(04) COMP VALUE ZERO.
002570*----------------------------------------------------------------
002580* CONTROL FILE LINES AS UCSPLIT WRITES THEM.
002590*----------------------------------------------------------------
002600 01  UCM-CTL-HDR-LINE.
002610     05  UCM-CTL-TOTAL             PIC 9(09).
002620     05  FILLER                    PIC X(01).
002630     05  UCM-CTL-SLICES            PIC 9(02).
002640     05  FILLER                    PIC X(68).
002650 PROCEDURE DIVISION.
002660*================================================================
002670* 0000-MAINLINE
002680*================================================================
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710     PERFORM 2000-MERGE-ONE-SLICE THRU 2000-EXIT
002720         VARYING UCM-SLICE-NO FROM 1 BY 1
002730         UNTIL UCM-SLICE-NO > UCM-SLICE-COUNT.
002740     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002750     STOP RUN.
002760*================================================================
002770* 1000-INITIALIZE - RESOLVE THE PROCESSING DATE, READ THE
002780*                   SPLITTER'S CONTROL HEADER, AND OPEN THE
002790*                   MERGED OUTPUTS.  NO CONTROL FILE MEANS NO
002800*                   PARTITIONED RUN TO MERGE - FATAL.
002810*================================================================
002820 1000-INITIALIZE.
002830     ACCEPT UCM-PROC-DATE-PARM FROM COMMAND-LINE.
002840     IF UCM-PROC-DATE-PARM = SPACES
002850         ACCEPT UCM-PROC-DATE FROM DATE YYYYMMDD
002860     ELSE
002870         MOVE UCM-PROC-DATE-PARM TO UCM-PROC-DATE
002880     END-IF.
002890     STRING "UC01SPL." DELIMITED BY SIZE
002900            UCM-PROC-DATE DELIMITED BY SIZE
002910            INTO UCM-CTL-FILE-NAME.
002920     OPEN INPUT UCM-CTL-FILE.
002930     IF UCM-CTL-STATUS-CD NOT = "00"
002940         DISPLAY "UCMERGE: " UCM-CTL-FILE-NAME " COULD NOT BE "
002950             "OPENED, STATUS = " UCM-CTL-STATUS-CD
002960         MOVE 20 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     READ UCM-CTL-FILE
003000         AT END MOVE 'Y' TO UCM-CTL-EOF-SW
003010     END-READ.
003020     IF UCM-CTL-EOF
003030         DISPLAY "UCMERGE: " UCM-CTL-FILE-NAME " IS EMPTY"
003040         MOVE 20 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     MOVE UCM-CTL-REC TO UCM-CTL-HDR-LINE.
003080     IF UCM-CTL-TOTAL NOT NUMERIC
003090      OR UCM-CTL-SLICES NOT NUMERIC
003100         DISPLAY "UCMERGE: " UCM-CTL-FILE-NAME " HEADER IS NOT "
003110             "A SPLITTER CONTROL HEADER"
003120         MOVE 20 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     MOVE UCM-CTL-TOTAL TO UCM-TOTAL-COUNT.
003160     MOVE UCM-CTL-SLICES TO UCM-SLICE-COUNT.
003170     PERFORM 1100-LOAD-SCHEME-LIST THRU 1100-EXIT.
003180     PERFORM 1200-LOAD-ACCEPTANCE THRU 1200-EXIT.
003190     OPEN OUTPUT UCM-UC03-OUT-FILE.
003200     MOVE SPACES TO UCM-UC03-DETAIL-REC.
003210     MOVE "HDR " TO UC03-HDR-ID.
003220     MOVE UCM-BATCH-ID TO UC03-HDR-BATCH-ID.
003230     MOVE UCM-PROC-DATE TO UC03-HDR-RUN-DATE.
003240     WRITE UCM-UC03-DETAIL-REC.
003250     OPEN OUTPUT UCM-ERR-OUT-FILE.
003260     OPEN EXTEND UCM-AUD-OUT-FILE.
003270     IF UCM-AUD-OUT-STATUS-CD NOT = "00"
003280         OPEN OUTPUT UCM-AUD-OUT-FILE
003290     END-IF.
003300 1000-EXIT.
003310     EXIT.
003320*================================================================
003330* 1100-LOAD-SCHEME-LIST - READ THE ACTIVE SCHEME LIST EXACTLY AS
003340*                         MAIN DOES: BLANK LINES AND BASE PASSED
003350*                         OVER, NO LIST MEANS BASE ALONE, MORE
003360*                         THAN 8 FURTHER SCHEMES FATAL.
003370*================================================================
003380 1100-LOAD-SCHEME-LIST.
003390     MOVE ZEROS TO UCM-SCH-TABLE.
003400     PERFORM 1105-CLEAR-SCHEME-ID THRU 1105-EXIT
003410         VARYING UCM-SCH-NO FROM 1 BY 1
003420         UNTIL UCM-SCH-NO > 8.
003430     OPEN INPUT UCM-SCHM-FILE.
003440     IF UCM-SCHM-STATUS-CD NOT = "00"
003450         GO TO 1100-EXIT
003460     END-IF.
003470     PERFORM 1110-READ-ONE-SCHEME THRU 1110-EXIT
003480         UNTIL UCM-SCHM-EOF.
003490     CLOSE UCM-SCHM-FILE.
003500 1100-EXIT.
003510     EXIT.
003520*================================================================
003530* 1105-CLEAR-SCHEME-ID - BLANK ONE SCHEME SLOT'S ID AND LAST UC01.
003540*================================================================
003550 1105-CLEAR-SCHEME-ID.
003560     MOVE SPACES TO UCM-SCH-ID (UCM-SCH-NO).
003570     MOVE SPACES TO UCM-SCH-LAST-UC01 (UCM-SCH-NO).
003580 1105-EXIT.
003590     EXIT.
003600*================================================================
003610* 1110-READ-ONE-SCHEME - READ ONE SCHEME LIST LINE.
003620*================================================================
003630 1110-READ-ONE-SCHEME.
003640     READ UCM-SCHM-FILE
003650         AT END
003660             MOVE 'Y' TO UCM-SCHM-EOF-SW
003670             GO TO 1110-EXIT
003680     END-READ.
003690     IF UCM-SCHM-REC = SPACES
003700      OR UCM-SCHM-REC (1:8) = UCM-BASE-SCHEME
003710         GO TO 1110-EXIT
003720     END-IF.
003730     IF UCM-SCH-COUNT = 8
003740         DISPLAY "UCMERGE: UC03SCHM NAMES MORE THAN 8 SCHEMES "
003750             "BESIDES BASE - " UCM-SCHM-REC
003760         MOVE 20 TO RETURN-CODE
003770         STOP RUN
003780     END-IF.
003790     ADD 1 TO UCM-SCH-COUNT.
003800     MOVE UCM-SCHM-REC (1:8) TO UCM-SCH-ID (UCM-SCH-COUNT).
003810 1110-EXIT.
003820     EXIT.
003830*================================================================
003840* 1200-LOAD-ACCEPTANCE - READ UCACCEPT'S VERDICT FOR THE NIGHT'S
003850*                        ONE FEED, EXACTLY AS MAIN'S
003860*                        0960-LOAD-ACCEPTANCE DOES FOR AN
003870*                        UNPARTITIONED NIGHT.  NO ACCEPTANCE FILE
003880*                        IS FATAL BEFORE ANY OUTPUT IS OPENED; NO
003890*                        LINE FOR THE DATE LEAVES THE FEED
003900*                        REFUSED.
003910*================================================================
003920 1200-LOAD-ACCEPTANCE.
003930     MOVE SPACES TO UCM-ACC-FILE-NAME.
003940     STRING "UC01ACC." DELIMITED BY SIZE
003950            UCM-PROC-DATE DELIMITED BY SIZE
003960            INTO UCM-ACC-FILE-NAME.
003970     OPEN INPUT UCM-ACC-FILE.
003980     IF UCM-ACC-STATUS-CD NOT = "00"
003990         DISPLAY "UCMERGE: " UCM-ACC-FILE-NAME " COULD NOT BE "
004000             "OPENED, STATUS = " UCM-ACC-STATUS-CD
004010             " - RUN UCACCEPT FIRST"
004020         MOVE 20 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050     PERFORM 1210-READ-ONE-ACCEPTANCE THRU 1210-EXIT
004060         UNTIL UCM-ACC-EOF.
004070     CLOSE UCM-ACC-FILE.
004080 1200-EXIT.
004090     EXIT.
004100*================================================================
004110* 1210-READ-ONE-ACCEPTANCE - READ ONE VERDICT LINE; THE LAST ONE
004120*                            FOR THE DATE'S UNQUALIFIED FILE
004130*                            STANDS.
004140*================================================================
004150 1210-READ-ONE-ACCEPTANCE.
004160     READ UCM-ACC-FILE
004170         AT END
004180             MOVE 'Y' TO UCM-ACC-EOF-SW
004190             GO TO 1210-EXIT
004200     END-READ.
004210     IF UC01-ACC-PROC-DATE NOT = UCM-PROC-DATE
004220      OR UC01-ACC-FEED-ID NOT = SPACES
004230         GO TO 1210-EXIT
004240     END-IF.
004250     IF UC01-ACC-ACCEPTED
004260         MOVE 'A' TO UCM-FEED-ACC
004270     ELSE
004280         MOVE 'R' TO UCM-FEED-ACC
004290     END-IF.
004300 1210-EXIT.
004310     EXIT.
004320*================================================================
004330* 2000-MERGE-ONE-SLICE - FOLD ONE SLICE'S UC03 DETAILS, ERROR
004340*                        LINES AND AUDIT LINES INTO THE MERGED
004350*                        FILES.  A MISSING UC03 SLICE MEANS THAT
004360*                        INSTANCE NEVER FINISHED - FATAL, NAMED.
004370*================================================================
004380 2000-MERGE-ONE-SLICE.
004390     MOVE UCM-SLICE-NO TO UCM-SLICE-NO-X.
004400     PERFORM 2100-COPY-UC03-SLICE THRU 2100-EXIT.
004410     PERFORM 2200-COPY-ERR-SLICE THRU 2200-EXIT.
004420     PERFORM 2300-COPY-AUD-SLICE THRU 2300-EXIT.
004430 2000-EXIT.
004440     EXIT.
004450*================================================================
004460* 2100-COPY-UC03-SLICE - APPEND ONE SLICE'S UC03 DETAILS TO THE
004470*                        MERGED FILE.
004480*================================================================
004490 2100-COPY-UC03-SLICE.
004500     MOVE SPACES TO UCM-UC03-IN-NAME.
004510     STRING "UC03OUT.S" DELIMITED BY SIZE
004520            UCM-SLICE-NO-X DELIMITED BY SIZE
004530            INTO UCM-UC03-IN-NAME.
004540     OPEN INPUT UCM-UC03-IN-FILE.
004550     IF UCM-UC03-IN-STATUS-CD NOT = "00"
004560         DISPLAY "UCMERGE: " UCM-UC03-IN-NAME " COULD NOT BE "
004570             "OPENED, STATUS = " UCM-UC03-IN-STATUS-CD
004580         MOVE 16 TO RETURN-CODE
004590         STOP RUN
004600     END-IF.
004610     MOVE 'N' TO UCM-SLICE-EOF-SW.
004620     PERFORM 2110-COPY-ONE-DETAIL THRU 2110-EXIT
004630         UNTIL UCM-SLICE-EOF.
004640     CLOSE UCM-UC03-IN-FILE.
004650 2100-EXIT.
004660     EXIT.
004670*================================================================
004680* 2110-COPY-ONE-DETAIL - COPY ONE UC03 DETAIL RECORD THROUGH.
004690*================================================================
004700 2110-COPY-ONE-DETAIL.
004710     READ UCM-UC03-IN-FILE
004720         AT END
004730             MOVE 'Y' TO UCM-SLICE-EOF-SW
004740         NOT AT END
004750             MOVE UCM-UC03-IN-REC TO UCM-UC03-DETAIL-REC
004760             IF UCM-FIRST-SEQ = ZERO
004770                 MOVE UCM-UC03-DTL-SEQ TO UCM-FIRST-SEQ
004780             END-IF
004790             MOVE UCM-UC03-DTL-SEQ TO UCM-LAST-SEQ
004800             MOVE UCM-UC03-DTL-UC01 TO UCM-LAST-UC01
004810             WRITE UCM-UC03-DETAIL-REC
004820             ADD 1 TO UCM-DETAIL-COUNT
004830     END-READ.
004840 2110-EXIT.
004850     EXIT.
004860*================================================================
004870* 2200-COPY-ERR-SLICE - APPEND ONE SLICE'S REJECT LINES TO THE
004880*                       DAY'S UC01ERR.  A SLICE WITH NO REJECTS
004890*                       LEAVES NO ERROR FILE - THAT'S A NORMAL
004900*                       NIGHT, NOT AN ERROR.
004910*================================================================
004920 2200-COPY-ERR-SLICE.
004930     MOVE SPACES TO UCM-ERR-IN-NAME.
004940     STRING "UC01ERR.S" DELIMITED BY SIZE
004950            UCM-SLICE-NO-X DELIMITED BY SIZE
004960            INTO UCM-ERR-IN-NAME.
004970     OPEN INPUT UCM-ERR-IN-FILE.
004980     IF UCM-ERR-IN-STATUS-CD NOT = "00"
004990         GO TO 2200-EXIT
005000     END-IF.
005010     MOVE 'N' TO UCM-SLICE-EOF-SW.
005020     PERFORM 2210-COPY-ONE-ERR THRU 2210-EXIT
005030         UNTIL UCM-SLICE-EOF.
005040     CLOSE UCM-ERR-IN-FILE.
005050 2200-EXIT.
005060     EXIT.
005070*================================================================
005080* 2210-COPY-ONE-ERR - COPY ONE REJECT LINE THROUGH AND COUNT IT
005090*                     AGAINST THE SCHEME IT NAMES - A LINE
005100*                     NAMING NO SCHEME PREDATES SCHEMES AND IS
005110*                     BASE.
005120*================================================================
005130 2210-COPY-ONE-ERR.
005140     READ UCM-ERR-IN-FILE
005150         AT END
005160             MOVE 'Y' TO UCM-SLICE-EOF-SW
005170             GO TO 2210-EXIT
005180     END-READ.
005190     MOVE UCM-ERR-IN-REC TO UCM-ERR-OUT-REC.
005200     WRITE UCM-ERR-OUT-REC.
005210     MOVE UCM-ERR-IN-REC (36:8) TO UCM-ERR-SCHEME.
005220     IF UCM-ERR-SCHEME = SPACES
005230      OR UCM-ERR-SCHEME = UCM-BASE-SCHEME
005240         ADD 1 TO UCM-REJECT-COUNT
005250         GO TO 2210-EXIT
005260     END-IF.
005270     PERFORM 2220-COUNT-SCHEME-REJECT THRU 2220-EXIT
005280         VARYING UCM-SCH-NO FROM 1 BY 1
005290         UNTIL UCM-SCH-NO > UCM-SCH-COUNT.
005300 2210-EXIT.
005310     EXIT.
005320*================================================================
005330* 2220-COUNT-SCHEME-REJECT - COUNT THE LINE AGAINST ONE SCHEME
005340*                            SLOT IF IT NAMES THAT SCHEME.
005350*================================================================
005360 2220-COUNT-SCHEME-REJECT.
005370     IF UCM-ERR-SCHEME = UCM-SCH-ID (UCM-SCH-NO)
005380         ADD 1 TO UCM-SCH-REJ-COUNT (UCM-SCH-NO)
005390     END-IF.
005400 2220-EXIT.
005410     EXIT.
005420*================================================================
005430* 2300-COPY-AUD-SLICE - APPEND ONE SLICE'S AUDIT LINES TO THE
005440*                       CUMULATIVE UC01AUD, IN SLICE ORDER SO
005450*                       THE TRAIL STAYS IN ORIGINAL INPUT ORDER.
005460*================================================================
005470 2300-COPY-AUD-SLICE.
005480     MOVE SPACES TO UCM-AUD-IN-NAME.
005490     STRING "UC01AUD.S" DELIMITED BY SIZE
005500            UCM-SLICE-NO-X DELIMITED BY SIZE
005510            INTO UCM-AUD-IN-NAME.
005520     OPEN INPUT UCM-AUD-IN-FILE.
005530     IF UCM-AUD-IN-STATUS-CD NOT = "00"
005540         GO TO 2300-EXIT
005550     END-IF.
005560     MOVE 'N' TO UCM-SLICE-EOF-SW.
005570     PERFORM 2310-COPY-ONE-AUD THRU 2310-EXIT
005580         UNTIL UCM-SLICE-EOF.
005590     CLOSE UCM-AUD-IN-FILE.
005600 2300-EXIT.
005610     EXIT.
005620*================================================================
005630* 2310-COPY-ONE-AUD - COPY ONE AUDIT LINE THROUGH.
005640*================================================================
005650 2310-COPY-ONE-AUD.
005660     READ UCM-AUD-IN-FILE
005670         AT END
005680             MOVE 'Y' TO UCM-SLICE-EOF-SW
005690         NOT AT END
005700             MOVE UCM-AUD-IN-REC TO UCM-AUD-OUT-REC
005710             WRITE UCM-AUD-OUT-REC
005720     END-READ.
005730 2310-EXIT.
005740     EXIT.
005750*================================================================
005760* 3000-TERMINATE - RECONCILE THE COMBINED COUNTS AGAINST THE
005770*                  SPLITTER'S TOTAL - EVERY RECORD THE SPLITTER
005780*                  DEALT OUT MUST HAVE COME BACK AS A DETAIL OR
005790*                  A REJECT - AND WRITE THE SINGLE TRAILER ONLY
005800*                  ON A CLEAN NIGHT, EXACTLY AS MAIN'S OWN
005810*                  TERMINATE DOES: A FAILED MERGE LEAVES A
005820*                  TRAILERLESS FILE NO CONSUMER CAN MISTAKE FOR
005830*                  COMPLETE, WITH THE NOT-RELEASED MANIFEST AS
005840*                  THE SECOND GUARD RATHER THAN THE ONLY ONE.
005850*                  A FEED UCACCEPT REFUSED HOLDS THE NIGHT THE
005860*                  SAME WAY.  THEN CLOSE.
005870*================================================================
005880 3000-TERMINATE.
005890     IF UCM-TOTAL-COUNT = UCM-DETAIL-COUNT + UCM-REJECT-COUNT
005900         MOVE ZERO TO RETURN-CODE
005910     ELSE
005920         MOVE 16 TO RETURN-CODE
005930     END-IF.
005940     IF NOT UCM-FEED-ACCEPTED
005950         DISPLAY "UCMERGE: " UCM-ACC-FILE-NAME " DOES NOT SHOW "
005960             "THE FEED ACCEPTED - NIGHT HELD"
005970         MOVE 16 TO RETURN-CODE
005980     END-IF.
005990     MOVE RETURN-CODE TO UCM-RECON-RC.
006000     IF RETURN-CODE = ZERO
006010         MOVE SPACES TO UCM-UC03-DETAIL-REC
006020         MOVE "TRL " TO UC03-TRL-ID
006030         MOVE UCM-DETAIL-COUNT TO UC03-TRL-REC-COUNT
006040         MOVE UCM-LAST-UC01 TO UC03-TRL-LAST-UC01
006050         MOVE UCM-FIRST-SEQ TO UC03-TRL-FIRST-SEQ
006060         MOVE UCM-LAST-SEQ TO UC03-TRL-LAST-SEQ
006070         WRITE UCM-UC03-DETAIL-REC
006080     END-IF.
006090     PERFORM 3050-CHECK-TOLERANCE THRU 3050-EXIT.
006100     PERFORM 3100-WRITE-MANIFEST THRU 3100-EXIT.
006110     CLOSE UCM-CTL-FILE.
006120     CLOSE UCM-UC03-OUT-FILE.
006130     CLOSE UCM-ERR-OUT-FILE.
006140     CLOSE UCM-AUD-OUT-FILE.
006150     PERFORM 4000-CUT-SCHEME-FILE THRU 4000-EXIT
006160         VARYING UCM-SCH-NO FROM 1 BY 1
006170         UNTIL UCM-SCH-NO > UCM-SCH-COUNT.
006180 3000-EXIT.
006190     EXIT.
006200*================================================================
006210* 3050-CHECK-TOLERANCE - HAND THE COMBINED TOTALS TO UCTOLCHK
006220*                        FOR THE TOLERANCE CHECK AND THE
006230*                        UC01STAT HISTORY APPEND.  ITS WARNING
006240*                        ONLY ESCALATES A CLEAN RETURN CODE - A
006250*                        NIGHT THAT FAILED THE COMBINED
006260*                        RECONCILIATION KEEPS ITS 16.
006270*================================================================
006280 3050-CHECK-TOLERANCE.
006290     MOVE UCM-TOTAL-COUNT TO UCM-TOL-READ.
006300     MOVE UCM-DETAIL-COUNT TO UCM-TOL-WRITE.
006310     MOVE UCM-REJECT-COUNT TO UCM-TOL-REJECT.
006320     MOVE ZERO TO UCM-TOL-RESULT.
006330     MOVE RETURN-CODE TO UCM-SAVE-RC.
006340     CALL "UCTOLCHK" USING UCM-PROC-DATE UCM-TOL-CYCLE
006350                           UCM-TOL-READ UCM-TOL-WRITE
006360                           UCM-TOL-REJECT UCM-TOL-RESULT.
006370     MOVE UCM-SAVE-RC TO RETURN-CODE.
006380     IF RETURN-CODE = ZERO
006390      AND UCM-TOL-RESULT NOT = ZERO
006400         MOVE UCM-TOL-RESULT TO RETURN-CODE
006410     END-IF.
006420 3050-EXIT.
006430     EXIT.
006440*================================================================
006450* 3100-WRITE-MANIFEST - WRITE THE PARTITIONED NIGHT'S RUN
006460*                       MANIFEST ONCE THE COMBINED VERDICT IS
006470*                       SETTLED, MARKED NOT-RELEASED ON A
006480*                       FAILED RECONCILIATION.  A FURTHER
006490*                       SCHEME'S MANIFEST IS WRITTEN BY 4000.
006500*================================================================
006510 3100-WRITE-MANIFEST.
006520     MOVE SPACES TO UCM-MAN-FILE-NAME.
006530     STRING "UC03MAN." DELIMITED BY SIZE
006540            UCM-PROC-DATE DELIMITED BY SIZE
006550            INTO UCM-MAN-FILE-NAME.
006560     OPEN OUTPUT UCM-MAN-FILE.
006570     MOVE SPACES TO UC03-MAN-REC.
006580     MOVE UCM-BATCH-ID TO UC03-MAN-BATCH-ID.
006590     MOVE UCM-PROC-DATE TO UC03-MAN-PROC-DATE.
006600     MOVE UCM-TOTAL-COUNT TO UC03-MAN-READ-COUNT.
006610     MOVE UCM-DETAIL-COUNT TO UC03-MAN-WRITE-COUNT.
006620     MOVE UCM-REJECT-COUNT TO UC03-MAN-REJECT-COUNT.
006630     IF RETURN-CODE = ZERO OR RETURN-CODE = 4
006640         MOVE "RELEASED" TO UC03-MAN-VERDICT
006650     ELSE
006660         MOVE "NOT-RELEASED" TO UC03-MAN-VERDICT
006670     END-IF.
006680     MOVE 'N' TO UC03-MAN-RESTART-IND.
006690     PERFORM 3110-SET-MAN-FEED-FIELDS THRU 3110-EXIT.
006700     WRITE UC03-MAN-REC.
006710     CLOSE UCM-MAN-FILE.
006720 3100-EXIT.
006730     EXIT.
006740*================================================================
006750* 3110-SET-MAN-FEED-FIELDS - THE MANIFEST'S FEED ACCEPTANCE
006760*                            FIELDS FOR THE NIGHT'S ONE FEED, AS
006770*                            MAIN'S 3080 SETS THEM: ONE FEED
006780*                            COUNTED ACCEPTED OR REFUSED, AND ITS
006790*                            STATE BYTE 'A' OR 'R' FIRST.
006800*================================================================
006810 3110-SET-MAN-FEED-FIELDS.
006820     MOVE SPACES TO UC03-MAN-FEED-STATES.
006830     IF UCM-FEED-ACCEPTED
006840         MOVE 1 TO UC03-MAN-FEED-ACC-COUNT
006850         MOVE ZERO TO UC03-MAN-FEED-REF-COUNT
006860         MOVE 'A' TO UC03-MAN-FEED-STATES (1:1)
006870     ELSE
006880         MOVE ZERO TO UC03-MAN-FEED-ACC-COUNT
006890         MOVE 1 TO UC03-MAN-FEED-REF-COUNT
006900         MOVE 'R' TO UC03-MAN-FEED-STATES (1:1)
006910     END-IF.
006920 3110-EXIT.
006930     EXIT.
006940*================================================================
006950* 4000-CUT-SCHEME-FILE - WRITE ONE FURTHER SCHEME'S
006960*                        UC03OUT.<SCHEME> FROM THE SLICE WORK
006970*                        FILES IN SLICE ORDER - THE ORIGINAL
006980*                        INPUT ORDER - UNDER THE SAME HEADER AS
006990*                        BASE.  THE SCHEME IS RELEASED, AND ITS
007000*                        TRAILER WRITTEN, ONLY WHEN THE BASE
007010*                        RECONCILIATION PASSED AND EVERY RECORD
007020*                        THE SPLITTER DEALT OUT CAME BACK AS ONE
007030*                        OF ITS DETAILS OR REJECTS.  THEN ITS
007040*                        UC03MAN.<DATE>.<SCHEME> MANIFEST.
007050*================================================================
007060 4000-CUT-SCHEME-FILE.
007070     MOVE SPACES TO UCM-SCH-OUT-NAME.
007080     STRING "UC03OUT." DELIMITED BY SIZE
007090            UCM-SCH-ID (UCM-SCH-NO) DELIMITED BY SPACE
007100            INTO UCM-SCH-OUT-NAME.
007110     OPEN OUTPUT UCM-SCH-OUT-FILE.
007120     MOVE SPACES TO UCM-UC03-DETAIL-REC.
007130     MOVE "HDR " TO UC03-HDR-ID.
007140     MOVE UCM-BATCH-ID TO UC03-HDR-BATCH-ID.
007150     MOVE UCM-PROC-DATE TO UC03-HDR-RUN-DATE.
007160     MOVE UCM-UC03-DETAIL-REC TO UCM-SCH-OUT-REC.
007170     WRITE UCM-SCH-OUT-REC.
007180     PERFORM 4100-COPY-SCHEME-SLICE THRU 4100-EXIT
007190         VARYING UCM-SLICE-NO FROM 1 BY 1
007200         UNTIL UCM-SLICE-NO > UCM-SLICE-COUNT.
007210     IF UCM-RECON-RC = ZERO
007220      AND UCM-TOTAL-COUNT = UCM-SCH-DETAIL-COUNT (UCM-SCH-NO)
007230                          + UCM-SCH-REJ-COUNT (UCM-SCH-NO)
007240         MOVE 'Y' TO UCM-SCH-RELEASE-SW
007250         MOVE SPACES TO UCM-UC03-DETAIL-REC
007260         MOVE "TRL " TO UC03-TRL-ID
007270         MOVE UCM-SCH-DETAIL-COUNT (UCM-SCH-NO)
007280             TO UC03-TRL-REC-COUNT
007290         MOVE UCM-SCH-LAST-UC01 (UCM-SCH-NO)
007300             TO UC03-TRL-LAST-UC01
007310         MOVE UCM-SCH-FIRST-SEQ (UCM-SCH-NO)
007320             TO UC03-TRL-FIRST-SEQ
007330         MOVE UCM-SCH-LAST-SEQ (UCM-SCH-NO)
007340             TO UC03-TRL-LAST-SEQ
007350         MOVE UCM-UC03-DETAIL-REC TO UCM-SCH-OUT-REC
007360         WRITE UCM-SCH-OUT-REC
007370     ELSE
007380         MOVE 'N' TO UCM-SCH-RELEASE-SW
007390         DISPLAY "UCMERGE: SCHEME " UCM-SCH-ID (UCM-SCH-NO)
007400             " DOES NOT RECONCILE - HELD"
007410         IF RETURN-CODE < 16
007420             MOVE 16 TO RETURN-CODE
007430         END-IF
007440     END-IF.
007450     CLOSE UCM-SCH-OUT-FILE.
007460     MOVE SPACES TO UCM-MAN-FILE-NAME.
007470     STRING "UC03MAN." DELIMITED BY SIZE
007480            UCM-PROC-DATE DELIMITED BY SIZE
007490            "." DELIMITED BY SIZE
007500            UCM-SCH-ID (UCM-SCH-NO) DELIMITED BY SPACE
007510            INTO UCM-MAN-FILE-NAME.
007520     OPEN OUTPUT UCM-MAN-FILE.
007530     MOVE SPACES TO UC03-MAN-REC.
007540     MOVE UCM-BATCH-ID TO UC03-MAN-BATCH-ID.
007550     MOVE UCM-PROC-DATE TO UC03-MAN-PROC-DATE.
007560     MOVE UCM-TOTAL-COUNT TO UC03-MAN-READ-COUNT.
007570     MOVE UCM-SCH-DETAIL-COUNT (UCM-SCH-NO)
007580         TO UC03-MAN-WRITE-COUNT.
007590     MOVE UCM-SCH-REJ-COUNT (UCM-SCH-NO)
007600         TO UC03-MAN-REJECT-COUNT.
007610     IF UCM-SCH-RELEASED
007620         MOVE "RELEASED" TO UC03-MAN-VERDICT
007630     ELSE
007640         MOVE "NOT-RELEASED" TO UC03-MAN-VERDICT
007650     END-IF.
007660     MOVE 'N' TO UC03-MAN-RESTART-IND.
007670     PERFORM 3110-SET-MAN-FEED-FIELDS THRU 3110-EXIT.
007680     WRITE UC03-MAN-REC.
007690     CLOSE UCM-MAN-FILE.
007700 4000-EXIT.
007710     EXIT.
007720*================================================================
007730* 4100-COPY-SCHEME-SLICE - COPY THIS SCHEME'S DETAILS OFF ONE
007740*                          SLICE'S WORK FILE.  A MISSING WORK
007750*                          FILE CONTRIBUTES NOTHING AND SHOWS
007760*                          UP AS A SCHEME THAT DOES NOT
007770*                          RECONCILE.
007780*================================================================
007790 4100-COPY-SCHEME-SLICE.
007800     MOVE UCM-SLICE-NO TO UCM-SLICE-NO-X.
007810     MOVE SPACES TO UCM-XWK-IN-NAME.
007820     STRING "UC03XWK.S" DELIMITED BY SIZE
007830            UCM-SLICE-NO-X DELIMITED BY SIZE
007840            INTO UCM-XWK-IN-NAME.
007850     OPEN INPUT UCM-XWK-FILE.
007860     IF UCM-XWK-STATUS-CD NOT = "00"
007870         GO TO 4100-EXIT
007880     END-IF.
007890     MOVE 'N' TO UCM-SLICE-EOF-SW.
007900     PERFORM 4110-COPY-ONE-SCHEME-DTL THRU 4110-EXIT
007910         UNTIL UCM-SLICE-EOF.
007920     CLOSE UCM-XWK-FILE.
007930 4100-EXIT.
007940     EXIT.
007950*================================================================
007960* 4110-COPY-ONE-SCHEME-DTL - COPY ONE WORK RECORD THROUGH IF IT
007970*                            BELONGS TO THIS SCHEME.
007980*================================================================
007990 4110-COPY-ONE-SCHEME-DTL.
008000     READ UCM-XWK-FILE
008010         AT END
008020             MOVE 'Y' TO UCM-SLICE-EOF-SW
008030             GO TO 4110-EXIT
008040     END-READ.
008050     IF UCM-XWK-SCHEME NOT = UCM-SCH-ID (UCM-SCH-NO)
008060         GO TO 4110-EXIT
008070     END-IF.
008080     IF UCM-SCH-FIRST-SEQ (UCM-SCH-NO) = ZERO
008090         MOVE UCM-XWK-SEQ-NO TO UCM-SCH-FIRST-SEQ (UCM-SCH-NO)
008100     END-IF.
008110     MOVE UCM-XWK-SEQ-NO TO UCM-SCH-LAST-SEQ (UCM-SCH-NO).
008120     MOVE UCM-XWK-UC01 TO UCM-SCH-LAST-UC01 (UCM-SCH-NO).
008130     MOVE UCM-XWK-DETAIL TO UCM-SCH-OUT-REC.
008140     WRITE UCM-SCH-OUT-REC.
008150     ADD 1 TO UCM-SCH-DETAIL-COUNT (UCM-SCH-NO).
008160 4110-EXIT.
008170     EXIT.

000260*                 AND HISTORY (SEE MAIN.CBL).  THE 3 A.M. CALL
000270*                 STARTS FROM FACTS INSTEAD OF JOB-LOG
000280*                 ARCHAEOLOGY.
000290* 2026-10-15 DMO  FEED ACCEPTANCE ON THE BOARD.  A NEW SECTION
000300*                 SHOWS UCACCEPT'S VERDICT FOR EVERY FEED FROM
000310*                 UC01ACC.<DATE> (.CXX FOR A CYCLE) WITH THE
000320*                 REFUSAL REASON AND THE SENDER'S AND RECEIVED
000330*                 COUNTS, OR SAYS UCACCEPT NEVER RAN.  THE
000340*                 CHECKPOINT'S PER-FEED LINES NAME A FEED
000350*                 REFUSED ON CONTROL TOTALS, AND THE MANIFEST
000360*                 LINE ADDS ITS ACCEPTED/REFUSED FEED COUNTS AND
000370*                 PER-FEED STATES WHEN MAIN WROTE THEM.
000380* 2026-10-15 DMO  DOWNSTREAM ACKNOWLEDGEMENT ON THE BOARD.  A NEW
000390*                 SECTION SHOWS THE DATE'S STATE FROM THE LAST
000400*                 UCACKREC RECONCILIATION (UC03ACKS) - LOADS
000410*                 ACKNOWLEDGED, COUNT LOADED AGAINST COUNT
000420*                 ISSUED, AND THE AGE OF A RELEASE STILL NOT
000430*                 ACKNOWLEDGED - OR SAYS THE DATE HAS NOT BEEN
000440*                 RECONCILED.
000450* 2026-10-15 DMO  TRANSLATION SCHEMES.  THE CHECKPOINT RECORD
000460*                 GREW MAIN'S PER-SCHEME COUNTS, SHOWN ONE LINE
000470*                 PER SCHEME, AND EVERY FURTHER SCHEME ON THE
000480*                 UC03SCHM LIST HAS ITS OWN MANIFEST VERDICT
000490*                 (UC03MAN.<DATE>.<SCHEME>) UNDER THE BASE ONE.
000500* 2026-10-15 DMO  RUN LEDGER ON THE BOARD.  A NEW SECTION READS
000510*                 UC01LDG (SEE UCLEDGER) AND SHOWS EVERY STEP THE
000520*                 NIGHTLY STREAM HAS REACHED FOR THE DATE AND
000530*                 CYCLE - STATE, RETURN CODE, START, END AND
000540*                 ELAPSED SECONDS - THEN WHERE THE NIGHT STANDS:
000550*                 COMPLETE, REFUSED, STOPPED AT A FAILED STEP, OR
000560*                 IN A STEP STILL RUNNING.
000570* 2026-10-15 DMO  UC03ACKS IS KEYED ON THE SCHEME.  THE BASE
000580*                 ACKNOWLEDGEMENT LINE READS ONLY BASE'S STATE,
000590*                 AND EVERY FURTHER SCHEME ON THE UC03SCHM LIST
000600*                 HAS ITS OWN ACKNOWLEDGEMENT LINE UNDER IT.
000610*================================================================
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT UST-CKP-FILE ASSIGN TO UST-CKP-FILE-NAME
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS UST-CKP-STATUS-CD.
000680     SELECT UST-FEED-FILE ASSIGN TO "UC01FEED"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS UST-FEED-STATUS-CD.
000710     SELECT UST-SCHM-FILE ASSIGN TO "UC03SCHM"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS UST-SCHM-STATUS-CD.
000740     SELECT UST-SPL-FILE ASSIGN TO UST-SPL-FILE-NAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS UST-SPL-STATUS-CD.
000770     SELECT UST-MAN-FILE ASSIGN TO UST-MAN-FILE-NAME
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS UST-MAN-STATUS-CD.
000800     SELECT UST-STAT-FILE ASSIGN TO "UC01STAT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS UST-STAT-STATUS-CD.
000830     SELECT UST-ER2-FILE ASSIGN TO "UC01ER2"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS UST-ER2-STATUS-CD.
000860     SELECT UST-ACC-FILE ASSIGN TO UST-ACC-FILE-NAME
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS UST-ACC-STATUS-CD.
000890     SELECT UST-AKS-FILE ASSIGN TO "UC03ACKS"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS UST-AKS-STATUS-CD.
000920     SELECT UST-LDG-FILE ASSIGN TO "UC01LDG"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS UST-LDG-STATUS-CD.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  UST-CKP-FILE.
000980 01  UST-CKP-REC.
000990     05  UST-CKP-READ-COUNT        PIC 9(09).
001000     05  UST-CKP-WRITE-COUNT       PIC 9(09).
001010     05  UST-CKP-REJECT-COUNT      PIC 9(09).
001020     05  UST-CKP-FEED-NO           PIC 9(02).
001030     05  UST-CKP-FEED-READ         PIC 9(09).
001040     05  UST-CKP-FEED-ENTRY OCCURS 8 TIMES.
001050         10  UST-CKP-F-READ        PIC 9(09).
001060         10  UST-CKP-F-WRITE       PIC 9(09).
001070         10  UST-CKP-F-REJ         PIC 9(09).
001080         10  UST-CKP-F-STATE       PIC X(01).
001090     05  UST-CKP-FIRST-SEQ         PIC 9(09).
001100     05  UST-CKP-LAST-SEQ          PIC 9(09).
001110     05  UST-CKP-SCH-ENTRY OCCURS 8 TIMES.
001120         10  UST-CKP-S-ID          PIC X(08).
001130         10  UST-CKP-S-WRITE       PIC 9(09).
001140         10  UST-CKP-S-REJ         PIC 9(09).
001150         10  UST-CKP-S-FIRST       PIC 9(09).
001160         10  UST-CKP-S-LAST        PIC 9(09).
001170 FD  UST-FEED-FILE.
001180 01  UST-FEED-REC                  PIC X(80).
001190 FD  UST-SCHM-FILE.
001200 01  UST-SCHM-REC                  PIC X(80).
001210 FD  UST-SPL-FILE.
001220 01  UST-SPL-REC                   PIC X(80).
001230 FD  UST-MAN-FILE.
001240     COPY UC03MAN.
001250 FD  UST-STAT-FILE.
001260 01  UST-STAT-REC                  PIC X(80).
001270 FD  UST-ER2-FILE.
001280 01  UST-ER2-REC                   PIC X(80).
001290 FD  UST-ACC-FILE.
001300     COPY UC01ACC.
001310 FD  UST-AKS-FILE.
001320     COPY UC03ACKS.
001330 FD  UST-LDG-FILE.
001340     COPY UC01LDG.
001350 WORKING-STORAGE SECTION.
001360*----------------------------------------------------------------
001370* SWITCHES / FILE STATUS
001380*----------------------------------------------------------------
001390 77  UST-CKP-EOF-SW                PIC X(01) VALUE 'N'.
001400     88  UST-CKP-EOF                           VALUE 'Y'.
001410 77  UST-CKP-FOUND-SW              PIC X(01) VALUE 'N'.
001420     88  UST-CKP-FOUND                         VALUE 'Y'.
001430 77  UST-FEED-EOF-SW               PIC X(01) VALUE 'N'.
001440     88  UST-FEED-EOF                          VALUE 'Y'.
001450 77  UST-SCHM-EOF-SW               PIC X(01) VALUE 'N'.
001460     88  UST-SCHM-EOF                          VALUE 'Y'.
001470 77  UST-SPL-EOF-SW                PIC X(01) VALUE 'N'.
001480     88  UST-SPL-EOF                           VALUE 'Y'.
001490 77  UST-MAN-EOF-SW                PIC X(01) VALUE 'N'.
001500     88  UST-MAN-EOF                           VALUE 'Y'.
001510 77  UST-MAN-FOUND-SW              PIC X(01) VALUE 'N'.
001520     88  UST-MAN-FOUND                         VALUE 'Y'.
001530 77  UST-STAT-EOF-SW               PIC X(01) VALUE 'N'.
001540     88  UST-STAT-EOF                          VALUE 'Y'.
001550 77  UST-STAT-FOUND-SW             PIC X(01) VALUE 'N'.
001560     88  UST-STAT-FOUND                        VALUE 'Y'.
001570 77  UST-ER2-EOF-SW                PIC X(01) VALUE 'N'.
001580     88  UST-ER2-EOF                           VALUE 'Y'.
001590 77  UST-ACC-EOF-SW                PIC X(01) VALUE 'N'.
001600     88  UST-ACC-EOF                           VALUE 'Y'.
001610 77  UST-AKS-EOF-SW                PIC X(01) VALUE 'N'.
001620     88  UST-AKS-EOF                           VALUE 'Y'.
001630 77  UST-AKS-FOUND-SW              PIC X(01) VALUE 'N'.
001640     88  UST-AKS-FOUND                         VALUE 'Y'.
001650 77  UST-LDG-EOF-SW                PIC X(01) VALUE 'N'.
001660     88  UST-LDG-EOF                           VALUE 'Y'.
001670 77  UST-CKP-STATUS-CD             PIC X(02) VALUE SPACES.
001680 77  UST-FEED-STATUS-CD            PIC X(02) VALUE SPACES.
001690 77  UST-SCHM-STATUS-CD            PIC X(02) VALUE SPACES.
001700 77  UST-SPL-STATUS-CD             PIC X(02) VALUE SPACES.
001710 77  UST-MAN-STATUS-CD             PIC X(02) VALUE SPACES.
001720 77  UST-STAT-STATUS-CD            PIC X(02) VALUE SPACES.
001730 77  UST-ER2-STATUS-CD             PIC X(02) VALUE SPACES.
001740 77  UST-ACC-STATUS-CD             PIC X(02) VALUE SPACES.
001750 77  UST-AKS-STATUS-CD             PIC X(02) VALUE SPACES.
001760 77  UST-LDG-STATUS-CD             PIC X(02) VALUE SPACES.
001770*----------------------------------------------------------------
001780* RUN PARAMETER - THE DATE BEING BOARDED (DEFAULT TODAY) AND AN
001790* OPTIONAL CYCLE WORD FOR AN INTRADAY CUT.
001800*----------------------------------------------------------------
001810 77  UST-RUN-PARM                  PIC X(20) VALUE SPACES.
001820 77  UST-PROC-DATE-PARM            PIC X(08) VALUE SPACES.
001830 77  UST-OPT-PARM                  PIC X(10) VALUE SPACES.
001840 77  UST-CYCLE-ID                  PIC X(02) VALUE SPACES.
001850 77  UST-PROC-DATE                 PIC 9(08) VALUE ZERO.
001860 01  UST-CKP-FILE-NAME             PIC X(32) VALUE SPACES.
001870 01  UST-SPL-FILE-NAME             PIC X(16) VALUE SPACES.
001880 01  UST-MAN-FILE-NAME             PIC X(32) VALUE SPACES.
001890 01  UST-ACC-FILE-NAME             PIC X(24) VALUE SPACES.
001900*----------------------------------------------------------------
001910* THE LAST CHECKPOINT RECORD, HELD OUT OF THE RECORD AREA, AND
001920* THE FEED LIST FOR NAMING THE PER-FEED LINES.
001930*----------------------------------------------------------------
001940 01  UST-CKP-HOLD                  PIC X(640) VALUE SPACES.
001950 01  UST-CKP-VIEW REDEFINES UST-CKP-HOLD.
001960     05  UST-HLD-READ-COUNT        PIC 9(09).
001970     05  UST-HLD-WRITE-COUNT       PIC 9(09).
001980     05  UST-HLD-REJECT-COUNT      PIC 9(09).
001990     05  UST-HLD-FEED-NO           PIC 9(02).
002000     05  UST-HLD-FEED-READ         PIC 9(09).
002010     05  UST-HLD-FEED-ENTRY OCCURS 8 TIMES.
002020         10  UST-HLD-F-READ        PIC 9(09).
002030         10  UST-HLD-F-WRITE       PIC 9(09).
002040         10  UST-HLD-F-REJ         PIC 9(09).
002050         10  UST-HLD-F-STATE       PIC X(01).
002060     05  UST-HLD-FIRST-SEQ         PIC 9(09).
002070     05  UST-HLD-LAST-SEQ          PIC 9(09).
002080     05  UST-HLD-SCH-ENTRY OCCURS 8 TIMES.
002090         10  UST-HLD-S-ID          PIC X(08).
002100         10  UST-HLD-S-WRITE       PIC 9(09).
002110         10  UST-HLD-S-REJ         PIC 9(09).
002120         10  UST-HLD-S-FIRST       PIC 9(09).
002130         10  UST-HLD-S-LAST        PIC 9(09).
002140 77  UST-FEED-COUNT                PIC 9(02) COMP VALUE ZERO.
002150 77  UST-FEED-IX                   PIC 9(02) COMP VALUE ZERO.
002160 77  UST-FEED-NAME                 PIC X(08) VALUE SPACES.
002170 01  UST-FEED-TABLE.
002180     05  UST-FEED-ID OCCURS 8 TIMES PIC X(08).
002190*----------------------------------------------------------------
002200* FURTHER TRANSLATION SCHEMES ON THE UC03SCHM LIST, FOR THEIR
002210* OWN MANIFEST VERDICTS.  A BASE LINE ON THE LIST IS PASSED
002220* OVER - BASE IS THE PLAIN MANIFEST.
002230*----------------------------------------------------------------
002240 77  UST-BASE-SCHEME               PIC X(08) VALUE "BASE".
002250 77  UST-SCH-COUNT                 PIC 9(02) COMP VALUE ZERO.
002260 77  UST-SCH-IX                    PIC 9(02) COMP VALUE ZERO.
002270 01  UST-SCH-TABLE.
002280     05  UST-SCH-ID OCCURS 8 TIMES PIC X(08).
002290*----------------------------------------------------------------
002300* SLICE MAP LINES AS UCSPLIT WRITES THEM, AND THE SLICE
002310* CHECKPOINT PROBE.
002320*----------------------------------------------------------------
002330 01  UST-SPL-HDR-LINE.
002340     05  UST-SPL-TOTAL             PIC X(09).
002350     05  FILLER                    PIC X(01).
002360     05  UST-SPL-SLICES            PIC X(02).
002370     05  FILLER                    PIC X(68).
002380 01  UST-SPL-SLICE-LINE.
002390     05  UST-SPL-SLICE-NO          PIC X(02).
002400     05  FILLER                    PIC X(01).
002410     05  UST-SPL-START             PIC X(09).
002420     05  FILLER                    PIC X(01).
002430     05  UST-SPL-COUNT             PIC X(09).
002440     05  FILLER                    PIC X(58).
002450 77  UST-SPL-LINE-NO               PIC 9(04) COMP VALUE ZERO.
002460*----------------------------------------------------------------
002470* MANIFEST AND HISTORY HOLDS - THE LAST MATCHING LINE WINS.
002480*----------------------------------------------------------------
002490 77  UST-MAN-VERDICT               PIC X(12) VALUE SPACES.
002500 77  UST-MAN-RESTART               PIC X(01) VALUE SPACES.
002510 77  UST-MAN-ACC-COUNT             PIC X(02) VALUE SPACES.
002520 77  UST-MAN-REF-COUNT             PIC X(02) VALUE SPACES.
002530 77  UST-MAN-STATES                PIC X(08) VALUE SPACES.
002540 01  UST-STAT-LINE.
002550     05  UST-STAT-DATE             PIC X(08).
002560     05  FILLER                    PIC X(01).
002570     05  UST-STAT-READ             PIC X(09).
002580     05  FILLER                    PIC X(01).
002590     05  UST-STAT-WRITE            PIC X(09).
002600     05  FILLER                    PIC X(01).
002610     05  UST-STAT-REJECT           PIC X(09).
002620     05  FILLER                    PIC X(01).
002630     05  UST-STAT-CYCLE            PIC X(02).
002640     05  FILLER                    PIC X(39).
002650 01  UST-STAT-HOLD                 PIC X(80) VALUE SPACES.
002660 77  UST-ER2-COUNT                 PIC 9(09) VALUE ZERO.
002670 77  UST-ACC-LINES                 PIC 9(02) COMP VALUE ZERO.
002680 77  UST-PROC-DATE-A               PIC X(08) VALUE SPACES.
002690*----------------------------------------------------------------
002700* ACKNOWLEDGEMENT STATE HOLD - THE LAST UC03ACKS LINE FOR THE
002710* DATE, CYCLE AND SCHEME (SPACES FOR BASE), AND THE LABEL THE
002720* BOARD LINE CARRIES FOR IT.
002730*----------------------------------------------------------------
002740 01  UST-AKS-HOLD                  PIC X(80) VALUE SPACES.
002750 77  UST-AKS-SCHEME                PIC X(08) VALUE SPACES.
002760 77  UST-AKS-LABEL                 PIC X(30) VALUE SPACES.
002770 77  UST-AKS-LABEL-PTR             PIC 9(02) COMP VALUE ZERO.
002780 77  UST-AKS-LABEL-LEN             PIC 9(02) COMP VALUE ZERO.
002790*----------------------------------------------------------------
002800* RUN LEDGER - THE LAST UC01LDG LINE FOR EACH STREAM STEP OF THE
002810* DATE AND CYCLE, IN THE ORDER THE STEPS FIRST APPEAR, THE
002820* NIGHT'S OWN STATE, AND THE FIRST STEP NOT CLEANLY ENDED.
002830*----------------------------------------------------------------
002840 77  UST-LDG-USED                  PIC 9(02) COMP VALUE ZERO.
002850 77  UST-LDG-IX                    PIC 9(02) COMP VALUE ZERO.
002860 77  UST-LDG-HIT                   PIC 9(02) COMP VALUE ZERO.
002870 77  UST-LDG-NIGHT-STATE           PIC X(08) VALUE SPACES.
002880 77  UST-LDG-STOP-STEP             PIC X(08) VALUE SPACES.
002890 77  UST-LDG-STOP-STATE            PIC X(08) VALUE SPACES.
002900 77  UST-LDG-STOP-RC               PIC 9(03) VALUE ZERO.
002910 77  UST-LDG-STOP-DATE             PIC 9(08) VALUE ZERO.
002920 77  UST-LDG-STOP-TIME             PIC 9(06) VALUE ZERO.
002930 01  UST-LDG-TABLE.
002940     05  UST-LDG-LINE OCCURS 30 TIMES PIC X(80).
002950 PROCEDURE DIVISION.
002960*================================================================
002970* 0000-MAINLINE
002980*================================================================
002990 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003010     PERFORM 2000-SHOW-CHECKPOINT THRU 2000-EXIT.
003020     PERFORM 3000-SHOW-SLICES THRU 3000-EXIT.
003030     PERFORM 4000-SHOW-MANIFEST THRU 4000-EXIT.
003040     PERFORM 5000-SHOW-HISTORY THRU 5000-EXIT.
003050     PERFORM 6000-SHOW-CARRY THRU 6000-EXIT.
003060     PERFORM 7000-SHOW-ACCEPTANCE THRU 7000-EXIT.
003070     PERFORM 8000-SHOW-ACKNOWLEDGEMENT THRU 8000-EXIT.
003080     PERFORM 9000-SHOW-LEDGER THRU 9000-EXIT.
003090     MOVE ZERO TO RETURN-CODE.
003100     STOP RUN.
003110*================================================================
003120* 1000-INITIALIZE - RESOLVE THE PARAMETERS AND LOAD THE FEED
003130*                   LIST FOR THE PER-FEED LINES.
003140*================================================================
003150 1000-INITIALIZE.
003160     ACCEPT UST-RUN-PARM FROM COMMAND-LINE.
003170     UNSTRING UST-RUN-PARM DELIMITED BY ALL " "
003180         INTO UST-PROC-DATE-PARM UST-OPT-PARM.
003190     IF UST-PROC-DATE-PARM = SPACES
003200         ACCEPT UST-PROC-DATE FROM DATE YYYYMMDD
003210     ELSE
003220         MOVE UST-PROC-DATE-PARM TO UST-PROC-DATE
003230     END-IF.
003240     IF UST-OPT-PARM (1:6) = "CYCLE="
003250         MOVE UST-OPT-PARM (7:2) TO UST-CYCLE-ID
003260     END-IF.
003270     IF UST-OPT-PARM NOT = SPACES
003280      AND UST-CYCLE-ID = SPACES
003290         DISPLAY "UCSTATUS: BAD PARM WORD " UST-OPT-PARM
003300         MOVE 20 TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330     MOVE UST-PROC-DATE TO UST-PROC-DATE-A.
003340     IF UST-CYCLE-ID = SPACES
003350         DISPLAY "UCSTATUS: BOARD FOR " UST-PROC-DATE
003360     ELSE
003370         DISPLAY "UCSTATUS: BOARD FOR " UST-PROC-DATE
003380             " CYCLE " UST-CYCLE-ID
003390     END-IF.
003400     PERFORM 1100-LOAD-FEED-LIST THRU 1100-EXIT.
003410     PERFORM 1200-LOAD-SCHEME-LIST THRU 1200-EXIT.
003420 1000-EXIT.
003430     EXIT.
003440*================================================================
003450* 1100-LOAD-FEED-LIST - THE OPS FEED LIST NAMES THE PER-FEED
003460*                       LINES; NO LIST MEANS THE SINGLE
003470*                       BLANK-NAMED FEED, SHOWN AS *DAILY*.
003480*================================================================
003490 1100-LOAD-FEED-LIST.
003500     MOVE SPACES TO UST-FEED-TABLE.
003510     OPEN INPUT UST-FEED-FILE.
003520     IF UST-FEED-STATUS-CD = "00"
003530         PERFORM 1110-READ-ONE-FEED THRU 1110-EXIT
003540             UNTIL UST-FEED-EOF
003550                OR UST-FEED-COUNT = 8
003560         CLOSE UST-FEED-FILE
003570     END-IF.
003580     IF UST-FEED-COUNT = ZERO
003590         MOVE 1 TO UST-FEED-COUNT
003600     END-IF.
003610 1100-EXIT.
003620     EXIT.
003630*================================================================
003640* 1110-READ-ONE-FEED - READ ONE FEED LIST LINE.
003650*================================================================
003660 1110-READ-ONE-FEED.
003670     READ UST-FEED-FILE
003680         AT END
003690             MOVE 'Y' TO UST-FEED-EOF-SW
003700         NOT AT END
003710             IF UST-FEED-REC NOT = SPACES
003720                 ADD 1 TO UST-FEED-COUNT
003730                 MOVE UST-FEED-REC
003740                     TO UST-FEED-ID (UST-FEED-COUNT)
003750             END-IF
003760     END-READ.
003770 1110-EXIT.
003780     EXIT.
003790*================================================================
003800* 1200-LOAD-SCHEME-LIST - THE FURTHER SCHEMES WHOSE MANIFESTS
003810*                         ARE BOARDED.  NO LIST MEANS BASE
003820*                         ALONE.
003830*================================================================
003840 1200-LOAD-SCHEME-LIST.
003850     OPEN INPUT UST-SCHM-FILE.
003860     IF UST-SCHM-STATUS-CD NOT = "00"
003870         GO TO 1200-EXIT
003880     END-IF.
003890     PERFORM 1210-READ-ONE-SCHEME THRU 1210-EXIT
003900         UNTIL UST-SCHM-EOF
003910            OR UST-SCH-COUNT = 8.
003920     CLOSE UST-SCHM-FILE.
003930 1200-EXIT.
003940     EXIT.
003950*================================================================
003960* 1210-READ-ONE-SCHEME - READ ONE SCHEME LIST LINE.
003970*================================================================
003980 1210-READ-ONE-SCHEME.
003990     READ UST-SCHM-FILE
004000         AT END
004010             MOVE 'Y' TO UST-SCHM-EOF-SW
004020         NOT AT END
004030             IF UST-SCHM-REC NOT = SPACES
004040              AND UST-SCHM-REC (1:8) NOT = UST-BASE-SCHEME
004050                 ADD 1 TO UST-SCH-COUNT
004060                 MOVE UST-SCHM-REC
004070                     TO UST-SCH-ID (UST-SCH-COUNT)
004080             END-IF
004090     END-READ.
004100 1210-EXIT.
004110     EXIT.
004120*================================================================
004130* 2000-SHOW-CHECKPOINT - THE RUN'S LAST CHECKPOINT: WHOLE-RUN
004140*                        COUNTS, WHERE A RESTART WOULD RESUME,
004150*                        AND ONE LINE PER FEED.  NO CHECKPOINT
004160*                        (OR AN EMPTY, CLEARED ONE) MEANS THE
004170*                        DATE EITHER FINISHED CLEAN OR NEVER
004180*                        STARTED - THE MANIFEST SECTION SAYS
004190*                        WHICH.
004200*================================================================
004210 2000-SHOW-CHECKPOINT.
004220     MOVE SPACES TO UST-CKP-FILE-NAME.
004230     IF UST-CYCLE-ID = SPACES
004240         STRING "UC01CKP." DELIMITED BY SIZE
004250                UST-PROC-DATE DELIMITED BY SIZE
004260                INTO UST-CKP-FILE-NAME
004270     ELSE
004280         STRING "UC01CKP." DELIMITED BY SIZE
004290                UST-PROC-DATE DELIMITED BY SIZE
004300                ".C" DELIMITED BY SIZE
004310                UST-CYCLE-ID DELIMITED BY SIZE
004320                INTO UST-CKP-FILE-NAME
004330     END-IF.
004340     OPEN INPUT UST-CKP-FILE.
004350     IF UST-CKP-STATUS-CD NOT = "00"
004360         DISPLAY "  CHECKPOINT: NONE ON FILE - FINISHED CLEAN "
004370             "OR NEVER STARTED"
004380         GO TO 2000-EXIT
004390     END-IF.
004400     MOVE 'N' TO UST-CKP-EOF-SW.
004410     MOVE 'N' TO UST-CKP-FOUND-SW.
004420     PERFORM 2100-READ-ONE-CKPT THRU 2100-EXIT
004430         UNTIL UST-CKP-EOF.
004440     CLOSE UST-CKP-FILE.
004450     IF NOT UST-CKP-FOUND
004460         DISPLAY "  CHECKPOINT: CLEARED EMPTY - LAST RUN "
004470             "FINISHED CLEAN"
004480         GO TO 2000-EXIT
004490     END-IF.
004500     DISPLAY "  CHECKPOINT: READ " UST-HLD-READ-COUNT
004510         " WRITTEN " UST-HLD-WRITE-COUNT
004520         " REJECTED " UST-HLD-REJECT-COUNT.
004530     DISPLAY "  RESTARTABLE: RESUMES IN FEED " UST-HLD-FEED-NO
004540         " AFTER RECORD " UST-HLD-FEED-READ
004550         " (SEQ " UST-HLD-FIRST-SEQ " TO " UST-HLD-LAST-SEQ ")".
004560     PERFORM 2200-SHOW-ONE-FEED THRU 2200-EXIT
004570         VARYING UST-FEED-IX FROM 1 BY 1
004580         UNTIL UST-FEED-IX > UST-FEED-COUNT.
004590     PERFORM 2300-SHOW-ONE-SCHEME THRU 2300-EXIT
004600         VARYING UST-SCH-IX FROM 1 BY 1
004610         UNTIL UST-SCH-IX > 8.
004620 2000-EXIT.
004630     EXIT.
004640*================================================================
004650* 2100-READ-ONE-CKPT - KEEP THE LAST CHECKPOINT RECORD.
004660*================================================================
004670 2100-READ-ONE-CKPT.
004680     READ UST-CKP-FILE
004690         AT END
004700             MOVE 'Y' TO UST-CKP-EOF-SW
004710         NOT AT END
004720             MOVE 'Y' TO UST-CKP-FOUND-SW
004730             MOVE UST-CKP-REC TO UST-CKP-HOLD
004740     END-READ.
004750 2100-EXIT.
004760     EXIT.
004770*================================================================
004780* 2200-SHOW-ONE-FEED - ONE BOARD LINE PER FEED, JUDGED THE WAY
004790*                      MAIN'S PER-FEED RECONCILIATION JUDGES:
004800*                      REFUSED ON CONTROL TOTALS, MISSING,
004810*                      SHORT, OR OK SO FAR.
004820*================================================================
004830 2200-SHOW-ONE-FEED.
004840     MOVE UST-FEED-ID (UST-FEED-IX) TO UST-FEED-NAME.
004850     IF UST-FEED-NAME = SPACES
004860         MOVE "*DAILY*" TO UST-FEED-NAME
004870     END-IF.
004880     EVALUATE TRUE
004890         WHEN UST-HLD-F-STATE (UST-FEED-IX) = 'R'
004900             DISPLAY "  FEED " UST-FEED-NAME " REFUSED ON "
004910                 "CONTROL TOTALS - NOT TRANSLATED"
004920         WHEN UST-HLD-F-STATE (UST-FEED-IX) = 'M'
004930             DISPLAY "  FEED " UST-FEED-NAME " MISSING - FILE "
004940                 "COULD NOT BE OPENED"
004950         WHEN UST-HLD-F-READ (UST-FEED-IX) NOT =
004960              UST-HLD-F-WRITE (UST-FEED-IX)
004970              + UST-HLD-F-REJ (UST-FEED-IX)
004980             DISPLAY "  FEED " UST-FEED-NAME " SHORT - READ "
004990                 UST-HLD-F-READ (UST-FEED-IX)
005000                 " WRITTEN " UST-HLD-F-WRITE (UST-FEED-IX)
005010                 " REJECTED " UST-HLD-F-REJ (UST-FEED-IX)
005020         WHEN OTHER
005030             DISPLAY "  FEED " UST-FEED-NAME " READ "
005040                 UST-HLD-F-READ (UST-FEED-IX)
005050                 " WRITTEN " UST-HLD-F-WRITE (UST-FEED-IX)
005060                 " REJECTED " UST-HLD-F-REJ (UST-FEED-IX)
005070     END-EVALUATE.
005080 2200-EXIT.
005090     EXIT.
005100*================================================================
005110* 2300-SHOW-ONE-SCHEME - ONE BOARD LINE PER FURTHER SCHEME THE
005120*                        CHECKPOINT CARRIES COUNTS FOR.
005130*================================================================
005140 2300-SHOW-ONE-SCHEME.
005150     IF UST-HLD-S-ID (UST-SCH-IX) = SPACES
005160      OR UST-HLD-S-ID (UST-SCH-IX) = LOW-VALUES
005170         GO TO 2300-EXIT
005180     END-IF.
005190     DISPLAY "  SCHEME " UST-HLD-S-ID (UST-SCH-IX)
005200         " WRITTEN " UST-HLD-S-WRITE (UST-SCH-IX)
005210         " REJECTED " UST-HLD-S-REJ (UST-SCH-IX).
005220 2300-EXIT.
005230     EXIT.
005240*================================================================
005250* 3000-SHOW-SLICES - THE SPLITTER'S SLICE MAP FOR THE DATE, AND
005260*                    FOR EACH SLICE HOW FAR ITS OWN CHECKPOINT
005270*                    SAYS IT GOT.  NO MAP MEANS THE NIGHT RAN
005280*                    SINGLE-STREAM.
005290*================================================================
005300 3000-SHOW-SLICES.
005310     MOVE SPACES TO UST-SPL-FILE-NAME.
005320     STRING "UC01SPL." DELIMITED BY SIZE
005330            UST-PROC-DATE DELIMITED BY SIZE
005340            INTO UST-SPL-FILE-NAME.
005350     OPEN INPUT UST-SPL-FILE.
005360     IF UST-SPL-STATUS-CD NOT = "00"
005370         DISPLAY "  SLICES: NO SLICE MAP - SINGLE-STREAM RUN"
005380         GO TO 3000-EXIT
005390     END-IF.
005400     MOVE ZERO TO UST-SPL-LINE-NO.
005410     MOVE 'N' TO UST-SPL-EOF-SW.
005420     PERFORM 3100-SHOW-ONE-SPL-LINE THRU 3100-EXIT
005430         UNTIL UST-SPL-EOF.
005440     CLOSE UST-SPL-FILE.
005450 3000-EXIT.
005460     EXIT.
005470*================================================================
005480* 3100-SHOW-ONE-SPL-LINE - THE FIRST MAP LINE IS THE SPLITTER'S
005490*                          HEADER (TOTAL AND SLICE COUNT); THE
005500*                          REST ARE ONE PER SLICE.
005510*================================================================
005520 3100-SHOW-ONE-SPL-LINE.
005530     READ UST-SPL-FILE
005540         AT END
005550             MOVE 'Y' TO UST-SPL-EOF-SW
005560         NOT AT END
005570             ADD 1 TO UST-SPL-LINE-NO
005580             IF UST-SPL-LINE-NO = 1
005590                 MOVE UST-SPL-REC TO UST-SPL-HDR-LINE
005600                 DISPLAY "  SLICES: " UST-SPL-SLICES
005610                     " OVER " UST-SPL-TOTAL " RECORDS"
005620             ELSE
005630                 MOVE UST-SPL-REC TO UST-SPL-SLICE-LINE
005640                 PERFORM 3200-SHOW-ONE-SLICE THRU 3200-EXIT
005650             END-IF
005660     END-READ.
005670 3100-EXIT.
005680     EXIT.
005690*================================================================
005700* 3200-SHOW-ONE-SLICE - ONE SLICE'S MAP LINE PLUS ITS OWN
005710*                       CHECKPOINT: A LIVE ONE SAYS HOW FAR THE
005720*                       SLICE GOT AND THAT IT RESTARTS ALONE; A
005730*                       MISSING OR CLEARED ONE SAYS THE SLICE
005740*                       FINISHED CLEAN OR NEVER STARTED.
005750*================================================================
005760 3200-SHOW-ONE-SLICE.
005770     MOVE SPACES TO UST-CKP-FILE-NAME.
005780     STRING "UC01CKP." DELIMITED BY SIZE
005790            UST-PROC-DATE DELIMITED BY SIZE
005800            ".S" DELIMITED BY SIZE
005810            UST-SPL-SLICE-NO DELIMITED BY SIZE
005820            INTO UST-CKP-FILE-NAME.
005830     OPEN INPUT UST-CKP-FILE.
005840     IF UST-CKP-STATUS-CD NOT = "00"
005850         DISPLAY "  SLICE " UST-SPL-SLICE-NO
005860             " START " UST-SPL-START
005870             " COUNT " UST-SPL-COUNT
005880             " - NO CHECKPOINT, CLEAN OR NOT STARTED"
005890         GO TO 3200-EXIT
005900     END-IF.
005910     MOVE 'N' TO UST-CKP-EOF-SW.
005920     MOVE 'N' TO UST-CKP-FOUND-SW.
005930     PERFORM 2100-READ-ONE-CKPT THRU 2100-EXIT
005940         UNTIL UST-CKP-EOF.
005950     CLOSE UST-CKP-FILE.
005960     IF UST-CKP-FOUND
005970         DISPLAY "  SLICE " UST-SPL-SLICE-NO
005980             " START " UST-SPL-START
005990             " COUNT " UST-SPL-COUNT
006000             " - RESTARTABLE, GOT TO RECORD "
006010             UST-HLD-READ-COUNT
006020     ELSE
006030         DISPLAY "  SLICE " UST-SPL-SLICE-NO
006040             " START " UST-SPL-START
006050             " COUNT " UST-SPL-COUNT
006060             " - CHECKPOINT CLEARED, FINISHED CLEAN"
006070     END-IF.
006080 3200-EXIT.
006090     EXIT.
006100*================================================================
006110* 4000-SHOW-MANIFEST - THE RELEASE VERDICT, LAST LINE WINS AS
006120*                      AT THE GATE; MISSING READS AS NOT
006130*                      RELEASED, AS IT DOES THERE.  MAIN'S
006140*                      MANIFEST ALSO SAYS HOW MANY FEEDS WERE
006150*                      ACCEPTED OR REFUSED ON CONTROL TOTALS.
006160*================================================================
006170 4000-SHOW-MANIFEST.
006180     MOVE SPACES TO UST-MAN-FILE-NAME.
006190     IF UST-CYCLE-ID = SPACES
006200         STRING "UC03MAN." DELIMITED BY SIZE
006210                UST-PROC-DATE DELIMITED BY SIZE
006220                INTO UST-MAN-FILE-NAME
006230     ELSE
006240         STRING "UC03MAN." DELIMITED BY SIZE
006250                UST-PROC-DATE DELIMITED BY SIZE
006260                ".C" DELIMITED BY SIZE
006270                UST-CYCLE-ID DELIMITED BY SIZE
006280                INTO UST-MAN-FILE-NAME
006290     END-IF.
006300     OPEN INPUT UST-MAN-FILE.
006310     IF UST-MAN-STATUS-CD NOT = "00"
006320         DISPLAY "  MANIFEST: MISSING - READS AS NOT RELEASED"
006330         GO TO 4000-EXIT
006340     END-IF.
006350     PERFORM 4100-READ-ONE-MANIFEST THRU 4100-EXIT
006360         UNTIL UST-MAN-EOF.
006370     CLOSE UST-MAN-FILE.
006380     IF UST-MAN-FOUND
006390         DISPLAY "  MANIFEST: " UST-MAN-VERDICT
006400             " RESTART " UST-MAN-RESTART
006410         IF UST-MAN-ACC-COUNT NUMERIC
006420          AND UST-MAN-REF-COUNT NUMERIC
006430             DISPLAY "  MANIFEST FEEDS: ACCEPTED "
006440                 UST-MAN-ACC-COUNT
006450                 " REFUSED " UST-MAN-REF-COUNT
006460                 " STATES " UST-MAN-STATES
006470         END-IF
006480     ELSE
006490         DISPLAY "  MANIFEST: NO LINE FOR " UST-PROC-DATE
006500             " - READS AS NOT RELEASED"
006510     END-IF.
006520     PERFORM 4200-SHOW-SCHEME-MANIFEST THRU 4200-EXIT
006530         VARYING UST-SCH-IX FROM 1 BY 1
006540         UNTIL UST-SCH-IX > UST-SCH-COUNT.
006550 4000-EXIT.
006560     EXIT.
006570*================================================================
006580* 4100-READ-ONE-MANIFEST - KEEP THE LAST MANIFEST LINE FOR THE
006590*                          DATE.
006600*================================================================
006610 4100-READ-ONE-MANIFEST.
006620     READ UST-MAN-FILE
006630         AT END
006640             MOVE 'Y' TO UST-MAN-EOF-SW
006650         NOT AT END
006660             IF UC03-MAN-PROC-DATE = UST-PROC-DATE
006670                 MOVE 'Y' TO UST-MAN-FOUND-SW
006680                 MOVE UC03-MAN-VERDICT TO UST-MAN-VERDICT
006690                 MOVE UC03-MAN-RESTART-IND TO UST-MAN-RESTART
006700                 MOVE UC03-MAN-FEED-ACC-COUNT
006710                     TO UST-MAN-ACC-COUNT
006720                 MOVE UC03-MAN-FEED-REF-COUNT
006730                     TO UST-MAN-REF-COUNT
006740                 MOVE UC03-MAN-FEED-STATES TO UST-MAN-STATES
006750             ELSE
006760                 MOVE 'N' TO UST-MAN-FOUND-SW
006770             END-IF
006780     END-READ.
006790 4100-EXIT.
006800     EXIT.
006810*================================================================
006820* 4200-SHOW-SCHEME-MANIFEST - ONE FURTHER SCHEME'S VERDICT FROM
006830*                             UC03MAN.<DATE>.<SCHEME> (.CXX FOR
006840*                             A CYCLE), JUDGED AS THE BASE ONE.
006850*================================================================
006860 4200-SHOW-SCHEME-MANIFEST.
006870     MOVE SPACES TO UST-MAN-FILE-NAME.
006880     IF UST-CYCLE-ID = SPACES
006890         STRING "UC03MAN." DELIMITED BY SIZE
006900                UST-PROC-DATE DELIMITED BY SIZE
006910                "." DELIMITED BY SIZE
006920                UST-SCH-ID (UST-SCH-IX) DELIMITED BY SPACE
006930                INTO UST-MAN-FILE-NAME
006940     ELSE
006950         STRING "UC03MAN." DELIMITED BY SIZE
006960                UST-PROC-DATE DELIMITED BY SIZE
006970                "." DELIMITED BY SIZE
006980                UST-SCH-ID (UST-SCH-IX) DELIMITED BY SPACE
006990                ".C" DELIMITED BY SIZE
007000                UST-CYCLE-ID DELIMITED BY SIZE
007010                INTO UST-MAN-FILE-NAME
007020     END-IF.
007030     MOVE 'N' TO UST-MAN-EOF-SW.
007040     MOVE 'N' TO UST-MAN-FOUND-SW.
007050     OPEN INPUT UST-MAN-FILE.
007060     IF UST-MAN-STATUS-CD NOT = "00"
007070         DISPLAY "  MANIFEST " UST-SCH-ID (UST-SCH-IX)
007080             ": MISSING - READS AS NOT RELEASED"
007090         GO TO 4200-EXIT
007100     END-IF.
007110     PERFORM 4100-READ-ONE-MANIFEST THRU 4100-EXIT
007120         UNTIL UST-MAN-EOF.
007130     CLOSE UST-MAN-FILE.
007140     IF UST-MAN-FOUND
007150         DISPLAY "  MANIFEST " UST-SCH-ID (UST-SCH-IX)
007160             ": " UST-MAN-VERDICT
007170             " RESTART " UST-MAN-RESTART
007180     ELSE
007190         DISPLAY "  MANIFEST " UST-SCH-ID (UST-SCH-IX)
007200             ": NO LINE FOR " UST-PROC-DATE
007210             " - READS AS NOT RELEASED"
007220     END-IF.
007230 4200-EXIT.
007240     EXIT.
007250*================================================================
007260* 5000-SHOW-HISTORY - THE DATE'S LINE ON THE UC01STAT TOLERANCE
007270*                     HISTORY, MATCHED ON DATE AND CYCLE; THE
007280*                     LAST ONE WINS, MATCHING A RERUN THAT
007290*                     APPENDED A FRESHER LINE.
007300*================================================================
007310 5000-SHOW-HISTORY.
007320     OPEN INPUT UST-STAT-FILE.
007330     IF UST-STAT-STATUS-CD NOT = "00"
007340         DISPLAY "  TOLERANCE: NO UC01STAT HISTORY ON FILE"
007350         GO TO 5000-EXIT
007360     END-IF.
007370     PERFORM 5100-READ-ONE-STAT THRU 5100-EXIT
007380         UNTIL UST-STAT-EOF.
007390     CLOSE UST-STAT-FILE.
007400     IF UST-STAT-FOUND
007410         MOVE UST-STAT-HOLD TO UST-STAT-LINE
007420         DISPLAY "  TOLERANCE: RECORDED READ " UST-STAT-READ
007430             " WRITTEN " UST-STAT-WRITE
007440             " REJECTED " UST-STAT-REJECT
007450     ELSE
007460         DISPLAY "  TOLERANCE: NO HISTORY LINE FOR THE DATE - "
007470             "THE RUN NEVER REACHED UCTOLCHK"
007480     END-IF.
007490 5000-EXIT.
007500     EXIT.
007510*================================================================
007520* 5100-READ-ONE-STAT - KEEP THE LAST HISTORY LINE MATCHING THE
007530*                      DATE AND CYCLE.
007540*================================================================
007550 5100-READ-ONE-STAT.
007560     READ UST-STAT-FILE
007570         AT END
007580             MOVE 'Y' TO UST-STAT-EOF-SW
007590         NOT AT END
007600             MOVE UST-STAT-REC TO UST-STAT-LINE
007610             IF UST-STAT-DATE = UST-PROC-DATE-A
007620              AND UST-STAT-CYCLE = UST-CYCLE-ID
007630                 MOVE 'Y' TO UST-STAT-FOUND-SW
007640                 MOVE UST-STAT-REC TO UST-STAT-HOLD
007650             END-IF
007660     END-READ.
007670 5100-EXIT.
007680     EXIT.
007690*================================================================
007700* 6000-SHOW-CARRY - HOW MANY REJECTS RECYCLE CARRIED FORWARD TO
007710*                   UC01ER2 FOR THE NEXT CYCLE.
007720*================================================================
007730 6000-SHOW-CARRY.
007740     OPEN INPUT UST-ER2-FILE.
007750     IF UST-ER2-STATUS-CD NOT = "00"
007760         DISPLAY "  RECYCLE: NO UC01ER2 CARRY FILE ON FILE"
007770         GO TO 6000-EXIT
007780     END-IF.
007790     PERFORM 6100-COUNT-ONE-CARRY THRU 6100-EXIT
007800         UNTIL UST-ER2-EOF.
007810     CLOSE UST-ER2-FILE.
007820     DISPLAY "  RECYCLE: " UST-ER2-COUNT
007830         " REJECTS CARRIED FORWARD ON UC01ER2".
007840 6000-EXIT.
007850     EXIT.
007860*================================================================
007870* 6100-COUNT-ONE-CARRY - COUNT ONE CARRIED REJECT LINE.
007880*================================================================
007890 6100-COUNT-ONE-CARRY.
007900     READ UST-ER2-FILE
007910         AT END
007920             MOVE 'Y' TO UST-ER2-EOF-SW
007930         NOT AT END
007940             ADD 1 TO UST-ER2-COUNT
007950     END-READ.
007960 6100-EXIT.
007970     EXIT.
007980*================================================================
007990* 7000-SHOW-ACCEPTANCE - UCACCEPT'S VERDICT ON EACH FEED'S
008000*                        SENDER CONTROL TOTALS FOR THE DATE (AND
008010*                        CYCLE).  NO FILE MEANS THE CHECK NEVER
008020*                        RAN, AND MAIN WILL NOT RUN WITHOUT IT.
008030*================================================================
008040 7000-SHOW-ACCEPTANCE.
008050     MOVE SPACES TO UST-ACC-FILE-NAME.
008060     IF UST-CYCLE-ID = SPACES
008070         STRING "UC01ACC." DELIMITED BY SIZE
008080                UST-PROC-DATE DELIMITED BY SIZE
008090                INTO UST-ACC-FILE-NAME
008100     ELSE
008110         STRING "UC01ACC." DELIMITED BY SIZE
008120                UST-PROC-DATE DELIMITED BY SIZE
008130                ".C" DELIMITED BY SIZE
008140                UST-CYCLE-ID DELIMITED BY SIZE
008150                INTO UST-ACC-FILE-NAME
008160     END-IF.
008170     OPEN INPUT UST-ACC-FILE.
008180     IF UST-ACC-STATUS-CD NOT = "00"
008190         DISPLAY "  ACCEPTANCE: NO UC01ACC - UCACCEPT NOT RUN"
008200         GO TO 7000-EXIT
008210     END-IF.
008220     MOVE ZERO TO UST-ACC-LINES.
008230     PERFORM 7100-SHOW-ONE-VERDICT THRU 7100-EXIT
008240         UNTIL UST-ACC-EOF.
008250     CLOSE UST-ACC-FILE.
008260     IF UST-ACC-LINES = ZERO
008270         DISPLAY "  ACCEPTANCE: NO VERDICT FOR THE DATE - "
008280             "UCACCEPT NOT RUN"
008290     END-IF.
008300 7000-EXIT.
008310     EXIT.
008320*================================================================
008330* 7100-SHOW-ONE-VERDICT - ONE BOARD LINE PER FEED VERDICT FOR
008340*                         THE DATE.
008350*================================================================
008360 7100-SHOW-ONE-VERDICT.
008370     READ UST-ACC-FILE
008380         AT END
008390             MOVE 'Y' TO UST-ACC-EOF-SW
008400         NOT AT END
008410             IF UC01-ACC-PROC-DATE = UST-PROC-DATE
008420                 ADD 1 TO UST-ACC-LINES
008430                 MOVE UC01-ACC-FEED-ID TO UST-FEED-NAME
008440                 IF UST-FEED-NAME = SPACES
008450                     MOVE "*DAILY*" TO UST-FEED-NAME
008460                 END-IF
008470                 DISPLAY "  ACCEPTANCE: FEED " UST-FEED-NAME
008480                     " " UC01-ACC-VERDICT
008490                     " " UC01-ACC-REASON
008500                     " SENT " UC01-ACC-CTL-COUNT
008510                     " RECEIVED " UC01-ACC-RCV-COUNT
008520             END-IF
008530     END-READ.
008540 7100-EXIT.
008550     EXIT.
008560*================================================================
008570* 8000-SHOW-ACKNOWLEDGEMENT - DOWNSTREAM'S LOAD OF THE DATE AS
008580*                             THE LAST UCACKREC RUN JUDGED IT
008590*                             (SEE UC03ACKS.CPY), FOR BASE AND
008600*                             THEN EVERY FURTHER SCHEME.
008610*================================================================
008620 8000-SHOW-ACKNOWLEDGEMENT.
008630     MOVE SPACES TO UST-AKS-SCHEME.
008640     PERFORM 8050-SHOW-ONE-ACK THRU 8050-EXIT.
008650     PERFORM 8200-SHOW-SCHEME-ACK THRU 8200-EXIT
008660         VARYING UST-SCH-IX FROM 1 BY 1
008670         UNTIL UST-SCH-IX > UST-SCH-COUNT.
008680 8000-EXIT.
008690     EXIT.
008700*================================================================
008710* 8050-SHOW-ONE-ACK - ONE SCHEME'S ACKNOWLEDGEMENT LINE.  NO
008720*                     STATE LINE MEANS THE DATE WAS OUTSIDE THE
008730*                     LAST RUN'S WINDOW, NOT RELEASED, OR NOT
008740*                     YET RECONCILED.
008750*================================================================
008760 8050-SHOW-ONE-ACK.
008770     MOVE SPACES TO UST-AKS-LABEL.
008780     MOVE 1 TO UST-AKS-LABEL-PTR.
008790     IF UST-AKS-SCHEME = SPACES
008800         STRING "  ACKNOWLEDGEMENT: " DELIMITED BY SIZE
008810                INTO UST-AKS-LABEL
008820                WITH POINTER UST-AKS-LABEL-PTR
008830     ELSE
008840         STRING "  ACKNOWLEDGEMENT " DELIMITED BY SIZE
008850                UST-AKS-SCHEME DELIMITED BY SPACE
008860                ": " DELIMITED BY SIZE
008870                INTO UST-AKS-LABEL
008880                WITH POINTER UST-AKS-LABEL-PTR
008890     END-IF.
008900     COMPUTE UST-AKS-LABEL-LEN = UST-AKS-LABEL-PTR - 1.
008910     MOVE 'N' TO UST-AKS-EOF-SW.
008920     MOVE 'N' TO UST-AKS-FOUND-SW.
008930     OPEN INPUT UST-AKS-FILE.
008940     IF UST-AKS-STATUS-CD NOT = "00"
008950         DISPLAY UST-AKS-LABEL (1:UST-AKS-LABEL-LEN)
008960             "NO UC03ACKS - UCACKREC NOT RUN"
008970         GO TO 8050-EXIT
008980     END-IF.
008990     PERFORM 8100-READ-ONE-STATE THRU 8100-EXIT
009000         UNTIL UST-AKS-EOF.
009010     CLOSE UST-AKS-FILE.
009020     IF NOT UST-AKS-FOUND
009030         DISPLAY UST-AKS-LABEL (1:UST-AKS-LABEL-LEN)
009040             "DATE NOT RECONCILED - "
009050             "NOT RELEASED OR OUTSIDE THE WINDOW"
009060         GO TO 8050-EXIT
009070     END-IF.
009080     MOVE UST-AKS-HOLD TO UC03-AKS-REC.
009090     EVALUATE TRUE
009100         WHEN UC03-AKS-AWAITING
009110          OR UC03-AKS-OVERDUE
009120             DISPLAY UST-AKS-LABEL (1:UST-AKS-LABEL-LEN)
009130                 UC03-AKS-STATE
009140                 " - RELEASED " UC03-AKS-ISSUED
009150                 ", NO ACK AFTER " UC03-AKS-AGE
009160                 " BUSINESS DAYS (AS OF "
009170                 UC03-AKS-ASOF-DATE ")"
009180         WHEN OTHER
009190             DISPLAY UST-AKS-LABEL (1:UST-AKS-LABEL-LEN)
009200                 UC03-AKS-STATE
009210                 " LOADS " UC03-AKS-ACK-COUNT
009220                 " LOADED " UC03-AKS-LOADED
009230                 " ISSUED " UC03-AKS-ISSUED
009240                 " (AS OF " UC03-AKS-ASOF-DATE ")"
009250     END-EVALUATE.
009260 8050-EXIT.
009270     EXIT.
009280*================================================================
009290* 8100-READ-ONE-STATE - KEEP THE LAST STATE LINE FOR THE DATE,
009300*                       CYCLE AND SCHEME.
009310*================================================================
009320 8100-READ-ONE-STATE.
009330     READ UST-AKS-FILE
009340         AT END
009350             MOVE 'Y' TO UST-AKS-EOF-SW
009360         NOT AT END
009370             IF UC03-AKS-PROC-DATE = UST-PROC-DATE
009380              AND UC03-AKS-CYCLE = UST-CYCLE-ID
009390              AND UC03-AKS-SCHEME = UST-AKS-SCHEME
009400                 MOVE 'Y' TO UST-AKS-FOUND-SW
009410                 MOVE UC03-AKS-REC TO UST-AKS-HOLD
009420             END-IF
009430     END-READ.
009440 8100-EXIT.
009450     EXIT.
009460*================================================================
009470* 8200-SHOW-SCHEME-ACK - ONE FURTHER SCHEME ON THE UC03SCHM LIST.
009480*================================================================
009490 8200-SHOW-SCHEME-ACK.
009500     MOVE UST-SCH-ID (UST-SCH-IX) TO UST-AKS-SCHEME.
009510     PERFORM 8050-SHOW-ONE-ACK THRU 8050-EXIT.
009520 8200-EXIT.
009530     EXIT.
009540*================================================================
009550* 9000-SHOW-LEDGER - THE NIGHTLY STREAM'S PROGRESS FROM THE RUN
009560*                    LEDGER: ONE LINE PER STEP REACHED, THEN
009570*                    WHERE THE NIGHT STANDS.  THE FIRST STEP
009580*                    LEFT FAILED, STARTED OR NO-END IS WHERE A
009590*                    RESUBMISSION WOULD PICK UP.
009600*================================================================
009610 9000-SHOW-LEDGER.
009620     OPEN INPUT UST-LDG-FILE.
009630     IF UST-LDG-STATUS-CD NOT = "00"
009640         DISPLAY "  LEDGER: NO UC01LDG - THE NIGHTLY STREAM HAS "
009650             "NEVER RUN"
009660         GO TO 9000-EXIT
009670     END-IF.
009680     PERFORM 9100-READ-ONE-LINE THRU 9100-EXIT
009690         UNTIL UST-LDG-EOF.
009700     CLOSE UST-LDG-FILE.
009710     IF UST-LDG-USED = ZERO
009720      AND UST-LDG-NIGHT-STATE = SPACES
009730         DISPLAY "  LEDGER: NO LINES FOR THE DATE - THE STREAM "
009740             "HAS NOT RUN IT"
009750         GO TO 9000-EXIT
009760     END-IF.
009770     PERFORM 9200-SHOW-ONE-STEP THRU 9200-EXIT
009780         VARYING UST-LDG-IX FROM 1 BY 1
009790         UNTIL UST-LDG-IX > UST-LDG-USED.
009800     EVALUATE TRUE
009810         WHEN UST-LDG-NIGHT-STATE = "COMPLETE"
009820             DISPLAY "  LEDGER: NIGHT COMPLETE"
009830         WHEN UST-LDG-NIGHT-STATE = "REFUSED"
009840             DISPLAY "  LEDGER: NIGHT REFUSED - THE PREVIOUS "
009850                 "BUSINESS DATE NEVER COMPLETED"
009860         WHEN UST-LDG-STOP-STATE = "FAILED"
009870             DISPLAY "  LEDGER: STOPPED AT " UST-LDG-STOP-STEP
009880                 " (FAILED RC " UST-LDG-STOP-RC
009890                 ") - RESUBMIT THE STREAM TO RESUME THERE"
009900         WHEN UST-LDG-STOP-STATE = "STARTED"
009910             DISPLAY "  LEDGER: IN " UST-LDG-STOP-STEP
009920                 " SINCE " UST-LDG-STOP-DATE " "
009930                 UST-LDG-STOP-TIME
009940                 " - RUNNING, OR LOST IF THE JOB HAS ENDED"
009950         WHEN UST-LDG-STOP-STATE = "NO-END"
009960             DISPLAY "  LEDGER: " UST-LDG-STOP-STEP
009970                 " WAS LOST - IT RUNS AGAIN ON RESUBMISSION"
009980         WHEN OTHER
009990             DISPLAY "  LEDGER: NIGHT OPEN - BETWEEN STEPS"
010000     END-EVALUATE.
010010 9000-EXIT.
010020     EXIT.
010030*================================================================
010040* 9100-READ-ONE-LINE - KEEP THE LAST LINE FOR EACH STEP OF THE
010050*                      DATE AND CYCLE, AND THE NIGHT'S STATE.
010060*================================================================
010070 9100-READ-ONE-LINE.
010080     READ UST-LDG-FILE
010090         AT END
010100             MOVE 'Y' TO UST-LDG-EOF-SW
010110             GO TO 9100-EXIT
010120     END-READ.
010130     IF UC01-LDG-PROC-DATE NOT = UST-PROC-DATE
010140      OR UC01-LDG-CYCLE NOT = UST-CYCLE-ID
010150         GO TO 9100-EXIT
010160     END-IF.
010170     IF UC01-LDG-NIGHT
010180         MOVE UC01-LDG-STATE TO UST-LDG-NIGHT-STATE
010190         GO TO 9100-EXIT
010200     END-IF.
010210     MOVE ZERO TO UST-LDG-HIT.
010220     PERFORM 9110-MATCH-ONE-STEP THRU 9110-EXIT
010230         VARYING UST-LDG-IX FROM 1 BY 1
010240         UNTIL UST-LDG-IX > UST-LDG-USED
010250            OR UST-LDG-HIT NOT = ZERO.
010260     IF UST-LDG-HIT = ZERO
010270         IF UST-LDG-USED = 30
010280             GO TO 9100-EXIT
010290         END-IF
010300         ADD 1 TO UST-LDG-USED
010310         MOVE UST-LDG-USED TO UST-LDG-HIT
010320     END-IF.
010330     MOVE UC01-LDG-REC TO UST-LDG-LINE (UST-LDG-HIT).
010340 9100-EXIT.
010350     EXIT.
010360*================================================================
010370* 9110-MATCH-ONE-STEP - COMPARE ONE KEPT STEP.
010380*================================================================
010390 9110-MATCH-ONE-STEP.
010400     IF UST-LDG-LINE (UST-LDG-IX) (13:8) = UC01-LDG-STEP
010410         MOVE UST-LDG-IX TO UST-LDG-HIT
010420     END-IF.
010430 9110-EXIT.
010440     EXIT.
010450*================================================================
010460* 9200-SHOW-ONE-STEP - ONE BOARD LINE PER STEP.  A STEP NOT
010470*                      ENDED HAS ONLY ITS START TO SHOW.
010480*================================================================
010490 9200-SHOW-ONE-STEP.
010500     MOVE UST-LDG-LINE (UST-LDG-IX) TO UC01-LDG-REC.
010510     IF UC01-LDG-STARTED
010520      OR UC01-LDG-NO-END
010530         DISPLAY "  STEP " UC01-LDG-STEP " " UC01-LDG-STATE
010540             " SINCE " UC01-LDG-START-DATE " "
010550             UC01-LDG-START-TIME
010560     ELSE
010570         DISPLAY "  STEP " UC01-LDG-STEP " " UC01-LDG-STATE
010580             " RC " UC01-LDG-RC
010590             " " UC01-LDG-START-DATE " " UC01-LDG-START-TIME
010600             " TO " UC01-LDG-END-DATE " " UC01-LDG-END-TIME
010610             " ELAPSED " UC01-LDG-ELAPSED
010620     END-IF.
010630     IF UST-LDG-STOP-STEP = SPACES
010640      AND NOT UC01-LDG-COMPLETE
010650         MOVE UC01-LDG-STEP TO UST-LDG-STOP-STEP
010660         MOVE UC01-LDG-STATE TO UST-LDG-STOP-STATE
010670         MOVE UC01-LDG-RC TO UST-LDG-STOP-RC
010680         MOVE UC01-LDG-START-DATE TO UST-LDG-STOP-DATE
010690         MOVE UC01-LDG-START-TIME TO UST-LDG-STOP-TIME
010700     END-IF.
010710 9200-EXIT.
010720     EXIT.

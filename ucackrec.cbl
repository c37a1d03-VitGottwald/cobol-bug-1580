000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ucackrec.
000030 AUTHOR.      D. OKAFOR.
000040 INSTALLATION. DAILY CODE PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DMO  ORIGINAL VERSION.  CLOSED-LOOP RECONCILIATION
000110*                 OF DOWNSTREAM'S LOAD ACKNOWLEDGEMENTS.  UCGATE
000120*                 STOPS DOWNSTREAM CONSUMING A DATE THAT WAS NOT
000130*                 RELEASED, BUT NOTHING TOLD US WHETHER A
000140*                 RELEASED DATE WAS EVER LOADED, LOADED WHOLE,
000150*                 OR LOADED TWICE AFTER A RERUN.  DOWNSTREAM
000160*                 NOW SENDS ONE UC03ACK LINE PER LOAD (SEE
000170*                 UC03ACK.CPY): THE HEADER'S BATCH ID, THE DATE
000180*                 AND CYCLE, THE COUNT LOADED AND THE FIRST AND
000190*                 LAST SEQUENCE SEEN.  EACH LINE IS MATCHED TO
000200*                 THE DATE'S UC03MAN MANIFEST (LAST LINE WINS,
000210*                 AS AT THE GATE) AND, WHEN THE UC03 FILE ON
000220*                 HAND WAS CUT FOR THAT DATE, ITS TRAILER.  THE
000230*                 UC01CAL DATES IN THE LOOK-BACK WINDOW ARE
000240*                 THEN WALKED FOR RELEASED DATES NEVER
000250*                 ACKNOWLEDGED.  UCACKRPT NAMES EVERY FINDING -
000260*                 COUNTS THAT DISAGREE, BATCHES WE NEVER ISSUED,
000270*                 DATES LOADED MORE THAN ONCE, DATES OVERDUE -
000280*                 AND UC03ACKS CARRIES EACH DATE'S STATE FOR
000290*                 THE UCSTATUS BOARD.  PARM IS THE AS-OF DATE
000300*                 (DEFAULT TODAY), THE GRACE BUSINESS DAYS
000310*                 (DEFAULT 3) AND THE LOOK-BACK WINDOW IN
000320*                 BUSINESS DAYS (DEFAULT 20); ACKNOWLEDGEMENTS
000330*                 FOR DATES BEFORE THE WINDOW PASS OVER, SO AN
000340*                 OLD FINDING DOESN'T HOLD EVERY LATER RUN AND
000350*                 UC03ACK NEEDS NO TRIMMING.  ONLY THE DAILY
000360*                 RUN'S MANIFEST IS WALKED FOR MISSING
000370*                 ACKNOWLEDGEMENTS - CYCLE IDS AREN'T
000380*                 ENUMERABLE HERE (SEE UCHOUSE) - BUT A CYCLE
000390*                 ACKNOWLEDGEMENT IS MATCHED TO ITS OWN .CXX
000400*                 MANIFEST AND UC03 FILE LIKE ANY OTHER.
000410* 2026-10-15 DMO  TRANSLATION SCHEMES (SEE MAIN.CBL).  EVERY
000420*                 ACKNOWLEDGEMENT NOW NAMES THE SCHEME IT LOADED
000430*                 (UC03-ACK-SCHEME, SPACES OR BASE FOR THE BASE
000440*                 FILE) AND IS MATCHED TO THAT SCHEME'S OWN
000450*                 MANIFEST, UC03MAN.<DATE>.<SCHEME>, AND FILE,
000460*                 UC03OUT.<SCHEME> - A SCHEME'S LOAD WAS BEING
000470*                 JUDGED AGAINST BASE'S AND READ AS A DUPLICATE
000480*                 OF IT.  THE STATE TABLE AND UC03ACKS ARE KEYED
000490*                 ON THE SCHEME, AND THE CALENDAR WALK CHASES
000500*                 BASE AND EVERY SCHEME ON THE UC03SCHM LIST.
000510*                 UCACKRPT WIDENED TO 90 FOR THE SCHEME COLUMN.
000520*================================================================
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT AKR-ACK-FILE ASSIGN TO "UC03ACK"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS AKR-ACK-STATUS-CD.
000590     SELECT AKR-CAL-FILE ASSIGN TO "UC01CAL"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS AKR-CAL-STATUS-CD.
000620     SELECT AKR-MAN-FILE ASSIGN TO AKR-MAN-FILE-NAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS AKR-MAN-STATUS-CD.
000650     SELECT AKR-UC03-FILE ASSIGN TO AKR-UC03-FILE-NAME
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS AKR-UC03-STATUS-CD.
000680     SELECT AKR-SCHM-FILE ASSIGN TO "UC03SCHM"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS AKR-SCHM-STATUS-CD.
000710     SELECT AKR-AKS-FILE ASSIGN TO "UC03ACKS"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS AKR-AKS-STATUS-CD.
000740     SELECT AKR-RPT-FILE ASSIGN TO "UCACKRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  AKR-ACK-FILE.
000790     COPY UC03ACK.
000800 FD  AKR-CAL-FILE.
000810 01  AKR-CAL-REC                   PIC X(80).
000820 FD  AKR-MAN-FILE.
000830     COPY UC03MAN.
000840 FD  AKR-UC03-FILE
000850     RECORDING MODE IS F
000860     RECORD CONTAINS 36 CHARACTERS.
000870 01  AKR-UC03-REC                  PIC X(36).
000880 FD  AKR-SCHM-FILE.
000890 01  AKR-SCHM-REC                  PIC X(80).
000900 FD  AKR-AKS-FILE.
000910     COPY UC03ACKS.
000920 FD  AKR-RPT-FILE.
000930 01  AKR-RPT-REC                   PIC X(90).
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------
000960* SWITCHES / FILE STATUS
000970*----------------------------------------------------------------
000980 77  AKR-ACK-EOF-SW                PIC X(01) VALUE 'N'.
000990     88  AKR-ACK-EOF                           VALUE 'Y'.
001000 77  AKR-CAL-EOF-SW                PIC X(01) VALUE 'N'.
001010     88  AKR-CAL-EOF                           VALUE 'Y'.
001020 77  AKR-MAN-EOF-SW                PIC X(01) VALUE 'N'.
001030     88  AKR-MAN-EOF                           VALUE 'Y'.
001040 77  AKR-MAN-FOUND-SW              PIC X(01) VALUE 'N'.
001050     88  AKR-MAN-FOUND                         VALUE 'Y'.
001060 77  AKR-UC03-EOF-SW               PIC X(01) VALUE 'N'.
001070     88  AKR-UC03-EOF                          VALUE 'Y'.
001080 77  AKR-TRL-FOUND-SW              PIC X(01) VALUE 'N'.
001090     88  AKR-TRL-FOUND                         VALUE 'Y'.
001100 77  AKR-ENTRY-FOUND-SW            PIC X(01) VALUE 'N'.
001110     88  AKR-ENTRY-FOUND                       VALUE 'Y'.
001120 77  AKR-SCHM-EOF-SW               PIC X(01) VALUE 'N'.
001130     88  AKR-SCHM-EOF                          VALUE 'Y'.
001140 77  AKR-ACK-STATUS-CD             PIC X(02) VALUE SPACES.
001150 77  AKR-CAL-STATUS-CD             PIC X(02) VALUE SPACES.
001160 77  AKR-MAN-STATUS-CD             PIC X(02) VALUE SPACES.
001170 77  AKR-UC03-STATUS-CD            PIC X(02) VALUE SPACES.
001180 77  AKR-AKS-STATUS-CD             PIC X(02) VALUE SPACES.
001190 77  AKR-SCHM-STATUS-CD            PIC X(02) VALUE SPACES.
001200*----------------------------------------------------------------
001210* RUN PARAMETER - AS-OF DATE (DEFAULT TODAY), GRACE BUSINESS
001220* DAYS BEFORE AN UNACKNOWLEDGED RELEASE IS OVERDUE (DEFAULT 3)
001230* AND THE LOOK-BACK WINDOW IN BUSINESS DAYS (DEFAULT 20).
001240*----------------------------------------------------------------
001250 77  AKR-RUN-PARM                  PIC X(30) VALUE SPACES.
001260 77  AKR-ASOF-PARM                 PIC X(08) VALUE SPACES.
001270 77  AKR-DAYS-PARM                 PIC X(03) VALUE SPACES.
001280 77  AKR-WIN-PARM                  PIC X(03) VALUE SPACES.
001290 77  AKR-NUM-WORK                  PIC X(03) VALUE SPACES.
001300 77  AKR-ASOF-DATE                 PIC 9(08) VALUE ZERO.
001310 77  AKR-ASOF-DATE-A               PIC X(08) VALUE SPACES.
001320 77  AKR-GRACE-DAYS                PIC 9(03) VALUE 3.
001330 77  AKR-WINDOW-DAYS               PIC 9(03) VALUE 20.
001340*----------------------------------------------------------------
001350* BUSINESS CALENDAR TABLE - THE UC01CAL DATES UP TO THE AS-OF
001360* DATE, ASCENDING; AGE IS COUNTED IN CALENDAR POSITIONS AS IN
001370* UCHOUSE.
001380*----------------------------------------------------------------
001390 77  AKR-CAL-TOTAL                 PIC 9(04) COMP VALUE ZERO.
001400 77  AKR-CAL-IX                    PIC 9(04) COMP VALUE ZERO.
001410 77  AKR-CAL-START                 PIC 9(04) COMP VALUE ZERO.
001420 77  AKR-CAL-AGE                   PIC 9(04) VALUE ZERO.
001430 01  AKR-CAL-TABLE.
001440     05  AKR-CAL-DATE OCCURS 1000 TIMES PIC 9(08).
001450 01  AKR-CAL-LINE.
001460     05  AKR-CAL-L-DATE            PIC X(08).
001470     05  FILLER                    PIC X(72).
001480*----------------------------------------------------------------
001490* FURTHER TRANSLATION SCHEMES ON THE UC03SCHM LIST, CHASED FOR
001500* MISSING ACKNOWLEDGEMENTS AFTER BASE.  A BASE LINE ON THE LIST
001510* IS PASSED OVER; NO LIST MEANS BASE ALONE.
001520*----------------------------------------------------------------
001530 77  AKR-BASE-SCHEME               PIC X(08) VALUE "BASE".
001540 77  AKR-SCH-COUNT                 PIC 9(02) COMP VALUE ZERO.
001550 77  AKR-SCH-IX                    PIC 9(02) COMP VALUE ZERO.
001560 01  AKR-SCH-TABLE.
001570     05  AKR-SCH-ID OCCURS 8 TIMES PIC X(08).
001580*----------------------------------------------------------------
001590* DATE STATE TABLE - ONE ENTRY PER DATE, CYCLE AND SCHEME
001600* (SPACES FOR BASE) JUDGED THIS RUN, HOLDING THE WORST FINDING
001610* SO FAR.  RANKS RUN FROM
001620* ACKNOWLEDGED (1) TO NOT-ISSUED (6); A LATER FINDING ONLY
001630* REPLACES THE STATE WHEN IT RANKS HIGHER.
001640*----------------------------------------------------------------
001650 77  AKR-T-USED                    PIC 9(04) COMP VALUE ZERO.
001660 77  AKR-T-IX                      PIC 9(04) COMP VALUE ZERO.
001670 77  AKR-T-SCAN                    PIC 9(04) COMP VALUE ZERO.
001680 01  AKR-STATE-TABLE.
001690     05  AKR-T-ENTRY OCCURS 2000 TIMES.
001700         10  AKR-T-DATE            PIC 9(08).
001710         10  AKR-T-CYCLE           PIC X(02).
001720         10  AKR-T-SCHEME          PIC X(08).
001730         10  AKR-T-STATE           PIC X(12).
001740         10  AKR-T-RANK            PIC 9(01).
001750         10  AKR-T-ACKS            PIC 9(03).
001760         10  AKR-T-LOADED          PIC 9(09).
001770         10  AKR-T-ISSUED          PIC 9(09).
001780         10  AKR-T-AGE             PIC 9(04).
001790*----------------------------------------------------------------
001800* THE DATE, CYCLE AND SCHEME BEING CHECKED, THE FILE NAMES
001810* BUILT AROUND THEM, AND WHAT THE MANIFEST AND UC03 TRAILER SAY.
001820*----------------------------------------------------------------
001830 77  AKR-CHK-DATE                  PIC 9(08) VALUE ZERO.
001840 77  AKR-CHK-DATE-A                PIC X(08) VALUE SPACES.
001850 77  AKR-CHK-CYCLE                 PIC X(02) VALUE SPACES.
001860 77  AKR-CHK-SCHEME                PIC X(08) VALUE SPACES.
001870 77  AKR-CHK-BATCH                 PIC X(08) VALUE SPACES.
001880 01  AKR-MAN-FILE-NAME             PIC X(40) VALUE SPACES.
001890 01  AKR-UC03-FILE-NAME            PIC X(40) VALUE SPACES.
001900 01  AKR-NAME-WK                   PIC X(40) VALUE SPACES.
001910 77  AKR-MAN-BATCH                 PIC X(08) VALUE SPACES.
001920 77  AKR-MAN-VERDICT               PIC X(12) VALUE SPACES.
001930 77  AKR-MAN-WRITE                 PIC 9(09) VALUE ZERO.
001940 77  AKR-TRL-COUNT                 PIC 9(09) VALUE ZERO.
001950 77  AKR-TRL-FIRST-SEQ             PIC 9(09) VALUE ZERO.
001960 77  AKR-TRL-LAST-SEQ              PIC 9(09) VALUE ZERO.
001970*----------------------------------------------------------------
001980* UC03 RECORD VIEWS - THE HEADER'S DATE AND THE TRAILER'S
001990* COUNT AND SEQUENCE RANGE (SEE UC03HT.CPY).
002000*----------------------------------------------------------------
002010 01  AKR-UC03-LINE.
002020     05  AKR-HT-ID                 PIC X(04).
002030     05  FILLER                    PIC X(08).
002040     05  AKR-HDR-RUN-DATE          PIC X(08).
002050     05  FILLER                    PIC X(16).
002060 01  AKR-UC03-TRL REDEFINES AKR-UC03-LINE.
002070     05  FILLER                    PIC X(04).
002080     05  AKR-TRL-L-COUNT           PIC 9(09).
002090     05  FILLER                    PIC X(04).
002100     05  AKR-TRL-L-FIRST-SEQ       PIC 9(09).
002110     05  AKR-TRL-L-LAST-SEQ        PIC 9(09).
002120     05  FILLER                    PIC X(01).
002130*----------------------------------------------------------------
002140* THE FINDING BEING RAISED AND THE RUN'S COUNTS.
002150*----------------------------------------------------------------
002160 77  AKR-NEW-STATE                 PIC X(12) VALUE SPACES.
002170 77  AKR-NEW-RANK                  PIC 9(01) VALUE ZERO.
002180 77  AKR-LINE-FINDINGS             PIC 9(04) COMP VALUE ZERO.
002190 77  AKR-ACK-READ                  PIC 9(07) VALUE ZERO.
002200 77  AKR-OK-COUNT                  PIC 9(07) VALUE ZERO.
002210 77  AKR-AWT-COUNT                 PIC 9(07) VALUE ZERO.
002220 77  AKR-OVD-COUNT                 PIC 9(07) VALUE ZERO.
002230 77  AKR-DUP-COUNT                 PIC 9(07) VALUE ZERO.
002240 77  AKR-MIS-COUNT                 PIC 9(07) VALUE ZERO.
002250 77  AKR-NIS-COUNT                 PIC 9(07) VALUE ZERO.
002260 77  AKR-BAD-COUNT                 PIC 9(07) VALUE ZERO.
002270 77  AKR-OLD-COUNT                 PIC 9(07) VALUE ZERO.
002280 77  AKR-ACKS-D                    PIC 9(03) VALUE ZERO.
002290*----------------------------------------------------------------
002300* REPORT LINES
002310*----------------------------------------------------------------
002320 01  AKR-RPT-LINE.
002330     05  AKR-RPT-DATE              PIC X(08).
002340     05  FILLER                    PIC X(01) VALUE SPACES.
002350     05  AKR-RPT-CYCLE             PIC X(02).
002360     05  FILLER                    PIC X(01) VALUE SPACES.
002370     05  AKR-RPT-SCHEME            PIC X(08).
002380     05  FILLER                    PIC X(01) VALUE SPACES.
002390     05  AKR-RPT-BATCH             PIC X(08).
002400     05  FILLER                    PIC X(01) VALUE SPACES.
002410     05  AKR-RPT-STATE             PIC X(12).
002420     05  FILLER                    PIC X(01) VALUE SPACES.
002430     05  AKR-RPT-DETAIL            PIC X(46).
002440 PROCEDURE DIVISION.
002450*================================================================
002460* 0000-MAINLINE
002470*================================================================
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     PERFORM 2000-READ-ACKS THRU 2000-EXIT.
002510     PERFORM 4000-CHECK-UNACKED THRU 4000-EXIT
002520         VARYING AKR-CAL-IX FROM AKR-CAL-START BY 1
002530         UNTIL AKR-CAL-IX > AKR-CAL-TOTAL.
002540     PERFORM 5000-WRITE-STATES THRU 5000-EXIT.
002550     PERFORM 6000-TERMINATE THRU 6000-EXIT.
002560     STOP RUN.
002570*================================================================
002580* 1000-INITIALIZE - RESOLVE THE PARAMETERS, OPEN THE REPORT AND
002590*                   LOAD THE CALENDAR AND THE SCHEME LIST.  A
002600*                   BAD PARM WORD, A MISSING CALENDAR OR ONE
002610*                   WITH NO DATES UP TO THE AS-OF DATE IS FATAL
002620*                   - NO DATE COULD BE AGED.
002630*================================================================
002640 1000-INITIALIZE.
002650     ACCEPT AKR-RUN-PARM FROM COMMAND-LINE.
002660     UNSTRING AKR-RUN-PARM DELIMITED BY ALL " "
002670         INTO AKR-ASOF-PARM AKR-DAYS-PARM AKR-WIN-PARM.
002680     IF AKR-ASOF-PARM = SPACES
002690         ACCEPT AKR-ASOF-DATE FROM DATE YYYYMMDD
002700     ELSE
002710         IF AKR-ASOF-PARM NOT NUMERIC
002720             DISPLAY "UCACKREC: AS-OF DATE " AKR-ASOF-PARM
002730                 " IS NOT CCYYMMDD"
002740             MOVE 20 TO RETURN-CODE
002750             STOP RUN
002760         END-IF
002770         MOVE AKR-ASOF-PARM TO AKR-ASOF-DATE
002780     END-IF.
002790     MOVE AKR-ASOF-DATE TO AKR-ASOF-DATE-A.
002800     IF AKR-DAYS-PARM NOT = SPACES
002810         PERFORM 1100-RIGHT-ALIGN-DAYS THRU 1100-EXIT
002820             UNTIL AKR-DAYS-PARM (3:1) NOT = SPACE
002830         INSPECT AKR-DAYS-PARM REPLACING LEADING " " BY "0"
002840         IF AKR-DAYS-PARM NOT NUMERIC
002850             DISPLAY "UCACKREC: GRACE DAYS " AKR-DAYS-PARM
002860                 " IS NOT A NUMBER OF DAYS (UP TO 999)"
002870             MOVE 20 TO RETURN-CODE
002880             STOP RUN
002890         END-IF
002900         MOVE AKR-DAYS-PARM TO AKR-GRACE-DAYS
002910     END-IF.
002920     IF AKR-WIN-PARM NOT = SPACES
002930         PERFORM 1150-RIGHT-ALIGN-WINDOW THRU 1150-EXIT
002940             UNTIL AKR-WIN-PARM (3:1) NOT = SPACE
002950         INSPECT AKR-WIN-PARM REPLACING LEADING " " BY "0"
002960         IF AKR-WIN-PARM NOT NUMERIC
002970             DISPLAY "UCACKREC: WINDOW " AKR-WIN-PARM
002980                 " IS NOT A NUMBER OF DAYS (UP TO 999)"
002990             MOVE 20 TO RETURN-CODE
003000             STOP RUN
003010         END-IF
003020         MOVE AKR-WIN-PARM TO AKR-WINDOW-DAYS
003030     END-IF.
003040     OPEN OUTPUT AKR-RPT-FILE.
003050     MOVE SPACES TO AKR-RPT-REC.
003060     STRING "ACKNOWLEDGEMENT RECONCILIATION AS OF "
003070            DELIMITED BY SIZE
003080            AKR-ASOF-DATE DELIMITED BY SIZE
003090            " GRACE " DELIMITED BY SIZE
003100            AKR-GRACE-DAYS DELIMITED BY SIZE
003110            " WINDOW " DELIMITED BY SIZE
003120            AKR-WINDOW-DAYS DELIMITED BY SIZE
003130            INTO AKR-RPT-REC.
003140     WRITE AKR-RPT-REC.
003150     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
003160     IF AKR-CAL-TOTAL > AKR-WINDOW-DAYS
003170         COMPUTE AKR-CAL-START =
003180             AKR-CAL-TOTAL - AKR-WINDOW-DAYS
003190     ELSE
003200         MOVE 1 TO AKR-CAL-START
003210     END-IF.
003220     PERFORM 1300-LOAD-SCHEME-LIST THRU 1300-EXIT.
003230 1000-EXIT.
003240     EXIT.
003250*================================================================
003260* 1100-RIGHT-ALIGN-DAYS - SLIDE THE GRACE-DAYS PARM RIGHT, THE
003270*                         SAME NORMALIZATION CTMAINT DOES FOR
003280*                         ITS EXCEPTION DAYS.
003290*================================================================
003300 1100-RIGHT-ALIGN-DAYS.
003310     MOVE AKR-DAYS-PARM TO AKR-NUM-WORK.
003320     MOVE SPACES TO AKR-DAYS-PARM.
003330     MOVE AKR-NUM-WORK (1:2) TO AKR-DAYS-PARM (2:2).
003340 1100-EXIT.
003350     EXIT.
003360*================================================================
003370* 1150-RIGHT-ALIGN-WINDOW - SLIDE THE WINDOW PARM RIGHT.
003380*================================================================
003390 1150-RIGHT-ALIGN-WINDOW.
003400     MOVE AKR-WIN-PARM TO AKR-NUM-WORK.
003410     MOVE SPACES TO AKR-WIN-PARM.
003420     MOVE AKR-NUM-WORK (1:2) TO AKR-WIN-PARM (2:2).
003430 1150-EXIT.
003440     EXIT.
003450*================================================================
003460* 1200-LOAD-CALENDAR - LOAD THE BUSINESS DATES UP TO THE AS-OF
003470*                      DATE.  MORE THAN 1000 MEANS THE CALENDAR
003480*                      ITSELF WANTS ARCHIVING - FATAL, NAMED.
003490*================================================================
003500 1200-LOAD-CALENDAR.
003510     OPEN INPUT AKR-CAL-FILE.
003520     IF AKR-CAL-STATUS-CD NOT = "00"
003530         DISPLAY "UCACKREC: UC01CAL COULD NOT BE OPENED, "
003540             "STATUS = " AKR-CAL-STATUS-CD
003550         MOVE 20 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580     PERFORM 1210-READ-ONE-DATE THRU 1210-EXIT
003590         UNTIL AKR-CAL-EOF.
003600     CLOSE AKR-CAL-FILE.
003610     IF AKR-CAL-TOTAL = ZERO
003620         DISPLAY "UCACKREC: UC01CAL HAS NO BUSINESS DATES UP "
003630             "TO " AKR-ASOF-DATE
003640         MOVE 20 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003670 1200-EXIT.
003680     EXIT.
003690*================================================================
003700* 1210-READ-ONE-DATE - READ ONE CALENDAR LINE.  NON-NUMERIC
003710*                      LINES AND FUTURE DATES PASS OVER.
003720*================================================================
003730 1210-READ-ONE-DATE.
003740     READ AKR-CAL-FILE
003750         AT END
003760             MOVE 'Y' TO AKR-CAL-EOF-SW
003770         NOT AT END
003780             MOVE AKR-CAL-REC TO AKR-CAL-LINE
003790             IF AKR-CAL-L-DATE IS NUMERIC
003800              AND AKR-CAL-L-DATE (1:8) NOT > AKR-ASOF-DATE-A
003810                 IF AKR-CAL-TOTAL = 1000
003820                     DISPLAY "UCACKREC: UC01CAL CARRIES MORE "
003830                         "THAN 1000 DATES"
003840                     MOVE 20 TO RETURN-CODE
003850                     STOP RUN
003860                 END-IF
003870                 ADD 1 TO AKR-CAL-TOTAL
003880                 MOVE AKR-CAL-L-DATE
003890                     TO AKR-CAL-DATE (AKR-CAL-TOTAL)
003900             END-IF
003910     END-READ.
003920 1210-EXIT.
003930     EXIT.
003940*================================================================
003950* 1300-LOAD-SCHEME-LIST - THE FURTHER SCHEMES WHOSE RELEASES ARE
003960*                         CHASED.  NO LIST MEANS BASE ALONE.
003970*================================================================
003980 1300-LOAD-SCHEME-LIST.
003990     OPEN INPUT AKR-SCHM-FILE.
004000     IF AKR-SCHM-STATUS-CD NOT = "00"
004010         GO TO 1300-EXIT
004020     END-IF.
004030     PERFORM 1310-READ-ONE-SCHEME THRU 1310-EXIT
004040         UNTIL AKR-SCHM-EOF
004050            OR AKR-SCH-COUNT = 8.
004060     CLOSE AKR-SCHM-FILE.
004070 1300-EXIT.
004080     EXIT.
004090*================================================================
004100* 1310-READ-ONE-SCHEME - READ ONE SCHEME LIST LINE.
004110*================================================================
004120 1310-READ-ONE-SCHEME.
004130     READ AKR-SCHM-FILE
004140         AT END
004150             MOVE 'Y' TO AKR-SCHM-EOF-SW
004160         NOT AT END
004170             IF AKR-SCHM-REC NOT = SPACES
004180              AND AKR-SCHM-REC (1:8) NOT = AKR-BASE-SCHEME
004190                 ADD 1 TO AKR-SCH-COUNT
004200                 MOVE AKR-SCHM-REC
004210                     TO AKR-SCH-ID (AKR-SCH-COUNT)
004220             END-IF
004230     END-READ.
004240 1310-EXIT.
004250     EXIT.
004260*================================================================
004270* 2000-READ-ACKS - MATCH EVERY ACKNOWLEDGEMENT ON UC03ACK.  NO
004280*                  FILE IS NOT FATAL - IT MEANS NOTHING CAME
004290*                  BACK, AND THE CALENDAR WALK THEN NAMES EVERY
004300*                  RELEASED DATE AS AWAITING OR OVERDUE.
004310*================================================================
004320 2000-READ-ACKS.
004330     OPEN INPUT AKR-ACK-FILE.
004340     IF AKR-ACK-STATUS-CD NOT = "00"
004350         MOVE SPACES TO AKR-RPT-REC
004360         STRING "NO UC03ACK ON FILE, STATUS = " DELIMITED BY SIZE
004370                AKR-ACK-STATUS-CD DELIMITED BY SIZE
004380                " - NOTHING ACKNOWLEDGED" DELIMITED BY SIZE
004390                INTO AKR-RPT-REC
004400         WRITE AKR-RPT-REC
004410         GO TO 2000-EXIT
004420     END-IF.
004430     PERFORM 2100-READ-ONE-ACK THRU 2100-EXIT
004440         UNTIL AKR-ACK-EOF.
004450     CLOSE AKR-ACK-FILE.
004460 2000-EXIT.
004470     EXIT.
004480*================================================================
004490* 2100-READ-ONE-ACK - READ ONE ACKNOWLEDGEMENT LINE; BLANK
004500*                     LINES PASS OVER.
004510*================================================================
004520 2100-READ-ONE-ACK.
004530     READ AKR-ACK-FILE
004540         AT END
004550             MOVE 'Y' TO AKR-ACK-EOF-SW
004560         NOT AT END
004570             IF UC03-ACK-REC NOT = SPACES
004580                 PERFORM 2200-JUDGE-ACK THRU 2200-EXIT
004590             END-IF
004600     END-READ.
004610 2100-EXIT.
004620     EXIT.
004630*================================================================
004640* 2200-JUDGE-ACK - JUDGE ONE ACKNOWLEDGEMENT.  A SECOND LOAD OF
004650*                  THE SAME DATE, CYCLE AND SCHEME IS A
004660*                  DUPLICATE.  NO
004670*                  MANIFEST, A BATCH ID THE MANIFEST DOESN'T
004680*                  CARRY, OR A DATE NEVER RELEASED IS A BATCH
004690*                  WE NEVER ISSUED.  OTHERWISE THE LOADED COUNT
004700*                  MUST EQUAL THE MANIFEST'S WRITTEN COUNT AND,
004710*                  WHEN THE UC03 FILE ON HAND IS THAT DATE'S,
004720*                  THE TRAILER'S COUNT AND SEQUENCE RANGE.
004730*================================================================
004740 2200-JUDGE-ACK.
004750     ADD 1 TO AKR-ACK-READ.
004760     MOVE ZERO TO AKR-LINE-FINDINGS.
004770     MOVE UC03-ACK-BATCH-ID TO AKR-CHK-BATCH.
004780     MOVE UC03-ACK-CYCLE TO AKR-CHK-CYCLE.
004790     MOVE UC03-ACK-SCHEME TO AKR-CHK-SCHEME.
004800     IF AKR-CHK-SCHEME = AKR-BASE-SCHEME
004810         MOVE SPACES TO AKR-CHK-SCHEME
004820     END-IF.
004830     IF UC03-ACK-PROC-DATE NOT NUMERIC
004840      OR UC03-ACK-LOAD-COUNT NOT NUMERIC
004850      OR UC03-ACK-FIRST-SEQ NOT NUMERIC
004860      OR UC03-ACK-LAST-SEQ NOT NUMERIC
004870         ADD 1 TO AKR-BAD-COUNT
004880         MOVE SPACES TO AKR-RPT-REC
004890         STRING "UNREADABLE ACK LINE: " DELIMITED BY SIZE
004900                UC03-ACK-REC (1:50) DELIMITED BY SIZE
004910                INTO AKR-RPT-REC
004920         WRITE AKR-RPT-REC
004930         GO TO 2200-EXIT
004940     END-IF.
004950     MOVE UC03-ACK-PROC-DATE TO AKR-CHK-DATE.
004960     MOVE UC03-ACK-PROC-DATE TO AKR-CHK-DATE-A.
004970     IF AKR-CHK-DATE < AKR-CAL-DATE (AKR-CAL-START)
004980         ADD 1 TO AKR-OLD-COUNT
004990         GO TO 2200-EXIT
005000     END-IF.
005010     PERFORM 2300-FIND-ENTRY THRU 2300-EXIT.
005020     IF NOT AKR-ENTRY-FOUND
005030         PERFORM 2350-ADD-ENTRY THRU 2350-EXIT
005040     END-IF.
005050     ADD 1 TO AKR-T-ACKS (AKR-T-IX).
005060     MOVE UC03-ACK-LOAD-COUNT TO AKR-T-LOADED (AKR-T-IX).
005070     IF AKR-T-ACKS (AKR-T-IX) > 1
005080         MOVE AKR-T-ACKS (AKR-T-IX) TO AKR-ACKS-D
005090         MOVE "DUPLICATE" TO AKR-NEW-STATE
005100         MOVE 4 TO AKR-NEW-RANK
005110         MOVE SPACES TO AKR-RPT-DETAIL
005120         STRING "LOAD " DELIMITED BY SIZE
005130                AKR-ACKS-D DELIMITED BY SIZE
005140                " OF THE DATE - LOADED AGAIN" DELIMITED BY SIZE
005150                INTO AKR-RPT-DETAIL
005160         PERFORM 2900-RAISE-STATE THRU 2900-EXIT
005170     END-IF.
005180     PERFORM 2400-READ-MANIFEST THRU 2400-EXIT.
005190     IF NOT AKR-MAN-FOUND
005200         MOVE "NOT-ISSUED" TO AKR-NEW-STATE
005210         MOVE 6 TO AKR-NEW-RANK
005220         MOVE "NO MANIFEST - NO UC03 WAS CUT FOR THE DATE"
005230             TO AKR-RPT-DETAIL
005240         PERFORM 2900-RAISE-STATE THRU 2900-EXIT
005250         GO TO 2200-EXIT
005260     END-IF.
005270     MOVE AKR-MAN-WRITE TO AKR-T-ISSUED (AKR-T-IX).
005280     IF UC03-ACK-BATCH-ID NOT = AKR-MAN-BATCH
005290         MOVE "NOT-ISSUED" TO AKR-NEW-STATE
005300         MOVE 6 TO AKR-NEW-RANK
005310         MOVE SPACES TO AKR-RPT-DETAIL
005320         STRING "BATCH NEVER ISSUED - MANIFEST BATCH IS "
005330                DELIMITED BY SIZE
005340                AKR-MAN-BATCH DELIMITED BY SIZE
005350                INTO AKR-RPT-DETAIL
005360         PERFORM 2900-RAISE-STATE THRU 2900-EXIT
005370         GO TO 2200-EXIT
005380     END-IF.
005390     IF AKR-MAN-VERDICT NOT = "RELEASED"
005400         MOVE "NOT-ISSUED" TO AKR-NEW-STATE
005410         MOVE 6 TO AKR-NEW-RANK
005420         MOVE SPACES TO AKR-RPT-DETAIL
005430         STRING "LOADED BUT NEVER RELEASED - MANIFEST "
005440                DELIMITED BY SIZE
005450                AKR-MAN-VERDICT DELIMITED BY SPACE
005460                INTO AKR-RPT-DETAIL
005470         PERFORM 2900-RAISE-STATE THRU 2900-EXIT
005480         GO TO 2200-EXIT
005490     END-IF.
005500     IF UC03-ACK-LOAD-COUNT NOT = AKR-MAN-WRITE
005510         MOVE "MISMATCH" TO AKR-NEW-STATE
005520         MOVE 5 TO AKR-NEW-RANK
005530         MOVE SPACES TO AKR-RPT-DETAIL
005540         STRING "LOADED " DELIMITED BY SIZE
005550                UC03-ACK-LOAD-COUNT DELIMITED BY SIZE
005560                " MANIFEST WROTE " DELIMITED BY SIZE
005570                AKR-MAN-WRITE DELIMITED BY SIZE
005580                INTO AKR-RPT-DETAIL
005590         PERFORM 2900-RAISE-STATE THRU 2900-EXIT
005600     END-IF.
005610     PERFORM 2500-READ-TRAILER THRU 2500-EXIT.
005620     IF AKR-TRL-FOUND
005630         PERFORM 2600-CHECK-TRAILER THRU 2600-EXIT
005640     ELSE
005650         MOVE SPACES TO AKR-RPT-REC
005660         STRING "  " DELIMITED BY SIZE
005670                AKR-UC03-FILE-NAME DELIMITED BY SPACE
005680                " ON HAND IS NOT " DELIMITED BY SIZE
005690                AKR-CHK-DATE DELIMITED BY SIZE
005700                "'S - TRAILER NOT CHECKED" DELIMITED BY SIZE
005710                INTO AKR-RPT-REC
005720         WRITE AKR-RPT-REC
005730     END-IF.
005740     IF AKR-LINE-FINDINGS = ZERO
005750         MOVE "ACKNOWLEDGED" TO AKR-NEW-STATE
005760         MOVE 1 TO AKR-NEW-RANK
005770         MOVE SPACES TO AKR-RPT-DETAIL
005780         STRING "LOADED " DELIMITED BY SIZE
005790                UC03-ACK-LOAD-COUNT DELIMITED BY SIZE
005800                " SEQ " DELIMITED BY SIZE
005810                UC03-ACK-FIRST-SEQ DELIMITED BY SIZE
005820                "-" DELIMITED BY SIZE
005830                UC03-ACK-LAST-SEQ DELIMITED BY SIZE
005840                INTO AKR-RPT-DETAIL
005850         PERFORM 2900-RAISE-STATE THRU 2900-EXIT
005860     END-IF.
005870 2200-EXIT.
005880     EXIT.
005890*================================================================
005900* 2300-FIND-ENTRY - LOOK THE DATE, CYCLE AND SCHEME UP ON THE
005910*                   STATE TABLE.
005920*================================================================
005930 2300-FIND-ENTRY.
005940     MOVE 'N' TO AKR-ENTRY-FOUND-SW.
005950     PERFORM 2310-MATCH-ONE-ENTRY THRU 2310-EXIT
005960         VARYING AKR-T-SCAN FROM 1 BY 1
005970         UNTIL AKR-T-SCAN > AKR-T-USED
005980            OR AKR-ENTRY-FOUND.
005990 2300-EXIT.
006000     EXIT.
006010*================================================================
006020* 2310-MATCH-ONE-ENTRY - COMPARE ONE STATE TABLE ENTRY.
006030*================================================================
006040 2310-MATCH-ONE-ENTRY.
006050     IF AKR-T-DATE (AKR-T-SCAN) = AKR-CHK-DATE
006060      AND AKR-T-CYCLE (AKR-T-SCAN) = AKR-CHK-CYCLE
006070      AND AKR-T-SCHEME (AKR-T-SCAN) = AKR-CHK-SCHEME
006080         MOVE 'Y' TO AKR-ENTRY-FOUND-SW
006090         MOVE AKR-T-SCAN TO AKR-T-IX
006100     END-IF.
006110 2310-EXIT.
006120     EXIT.
006130*================================================================
006140* 2350-ADD-ENTRY - START A STATE TABLE ENTRY FOR THE DATE,
006150*                  CYCLE AND SCHEME.  A 2001ST IS FATAL - WIDEN
006160*                  THE TABLE OR TRIM THE ACKNOWLEDGEMENT FILE.
006170*================================================================
006180 2350-ADD-ENTRY.
006190     IF AKR-T-USED = 2000
006200         DISPLAY "UCACKREC: MORE THAN 2000 DATES, CYCLES AND "
006210             "SCHEMES TO RECONCILE"
006220         MOVE 20 TO RETURN-CODE
006230         STOP RUN
006240     END-IF.
006250     ADD 1 TO AKR-T-USED.
006260     MOVE AKR-T-USED TO AKR-T-IX.
006270     MOVE AKR-CHK-DATE TO AKR-T-DATE (AKR-T-IX).
006280     MOVE AKR-CHK-CYCLE TO AKR-T-CYCLE (AKR-T-IX).
006290     MOVE AKR-CHK-SCHEME TO AKR-T-SCHEME (AKR-T-IX).
006300     MOVE SPACES TO AKR-T-STATE (AKR-T-IX).
006310     MOVE ZERO TO AKR-T-RANK (AKR-T-IX).
006320     MOVE ZERO TO AKR-T-ACKS (AKR-T-IX).
006330     MOVE ZERO TO AKR-T-LOADED (AKR-T-IX).
006340     MOVE ZERO TO AKR-T-ISSUED (AKR-T-IX).
006350     MOVE ZERO TO AKR-T-AGE (AKR-T-IX).
006360 2350-EXIT.
006370     EXIT.
006380*================================================================
006390* 2400-READ-MANIFEST - READ THE DATE'S MANIFEST, UC03MAN.<DATE>
006400*                      (.<SCHEME> FOR A FURTHER SCHEME, THEN
006410*                      .CXX FOR A CYCLE); THE LAST LINE FOR THE
006420*                      DATE WINS, MATCHING UCGATE.
006430*================================================================
006440 2400-READ-MANIFEST.
006450     MOVE 'N' TO AKR-MAN-FOUND-SW.
006460     MOVE 'N' TO AKR-MAN-EOF-SW.
006470     MOVE SPACES TO AKR-MAN-FILE-NAME.
006480     IF AKR-CHK-SCHEME = SPACES
006490         STRING "UC03MAN." DELIMITED BY SIZE
006500                AKR-CHK-DATE DELIMITED BY SIZE
006510                INTO AKR-MAN-FILE-NAME
006520     ELSE
006530         STRING "UC03MAN." DELIMITED BY SIZE
006540                AKR-CHK-DATE DELIMITED BY SIZE
006550                "." DELIMITED BY SIZE
006560                AKR-CHK-SCHEME DELIMITED BY SPACE
006570                INTO AKR-MAN-FILE-NAME
006580     END-IF.
006590     IF AKR-CHK-CYCLE NOT = SPACES
006600         MOVE AKR-MAN-FILE-NAME TO AKR-NAME-WK
006610         MOVE SPACES TO AKR-MAN-FILE-NAME
006620         STRING AKR-NAME-WK DELIMITED BY SPACE
006630                ".C" DELIMITED BY SIZE
006640                AKR-CHK-CYCLE DELIMITED BY SIZE
006650                INTO AKR-MAN-FILE-NAME
006660     END-IF.
006670     OPEN INPUT AKR-MAN-FILE.
006680     IF AKR-MAN-STATUS-CD NOT = "00"
006690         GO TO 2400-EXIT
006700     END-IF.
006710     PERFORM 2410-READ-ONE-MANIFEST THRU 2410-EXIT
006720         UNTIL AKR-MAN-EOF.
006730     CLOSE AKR-MAN-FILE.
006740 2400-EXIT.
006750     EXIT.
006760*================================================================
006770* 2410-READ-ONE-MANIFEST - KEEP THE LAST MANIFEST LINE FOR THE
006780*                          DATE.
006790*================================================================
006800 2410-READ-ONE-MANIFEST.
006810     READ AKR-MAN-FILE
006820         AT END
006830             MOVE 'Y' TO AKR-MAN-EOF-SW
006840         NOT AT END
006850             IF UC03-MAN-PROC-DATE = AKR-CHK-DATE
006860                 MOVE 'Y' TO AKR-MAN-FOUND-SW
006870                 MOVE UC03-MAN-BATCH-ID TO AKR-MAN-BATCH
006880                 MOVE UC03-MAN-VERDICT TO AKR-MAN-VERDICT
006890                 MOVE UC03-MAN-WRITE-COUNT TO AKR-MAN-WRITE
006900             ELSE
006910                 MOVE 'N' TO AKR-MAN-FOUND-SW
006920             END-IF
006930     END-READ.
006940 2410-EXIT.
006950     EXIT.
006960*================================================================
006970* 2500-READ-TRAILER - FIND THE TRAILER ON THE UC03 FILE ON HAND
006980*                     (UC03OUT, UC03OUT.<SCHEME> FOR A FURTHER
006990*                     SCHEME, .CXX AFTER EITHER FOR A CYCLE).
007000*                     UC03OUT IS REWRITTEN EVERY RUN, SO ITS
007010*                     HEADER MUST CARRY THE DATE BEING CHECKED
007020*                     (AS IN UCDISP) - A FILE CUT FOR ANOTHER
007030*                     DATE IS LEFT UNREAD AND THE MANIFEST
007040*                     COUNT STANDS ALONE.
007050*================================================================
007060 2500-READ-TRAILER.
007070     MOVE 'N' TO AKR-TRL-FOUND-SW.
007080     MOVE 'N' TO AKR-UC03-EOF-SW.
007090     MOVE SPACES TO AKR-UC03-FILE-NAME.
007100     IF AKR-CHK-SCHEME = SPACES
007110         MOVE "UC03OUT" TO AKR-UC03-FILE-NAME
007120     ELSE
007130         STRING "UC03OUT." DELIMITED BY SIZE
007140                AKR-CHK-SCHEME DELIMITED BY SPACE
007150                INTO AKR-UC03-FILE-NAME
007160     END-IF.
007170     IF AKR-CHK-CYCLE NOT = SPACES
007180         MOVE AKR-UC03-FILE-NAME TO AKR-NAME-WK
007190         MOVE SPACES TO AKR-UC03-FILE-NAME
007200         STRING AKR-NAME-WK DELIMITED BY SPACE
007210                ".C" DELIMITED BY SIZE
007220                AKR-CHK-CYCLE DELIMITED BY SIZE
007230                INTO AKR-UC03-FILE-NAME
007240     END-IF.
007250     OPEN INPUT AKR-UC03-FILE.
007260     IF AKR-UC03-STATUS-CD NOT = "00"
007270         GO TO 2500-EXIT
007280     END-IF.
007290     READ AKR-UC03-FILE
007300         AT END MOVE 'Y' TO AKR-UC03-EOF-SW
007310     END-READ.
007320     IF AKR-UC03-EOF
007330         CLOSE AKR-UC03-FILE
007340         GO TO 2500-EXIT
007350     END-IF.
007360     MOVE AKR-UC03-REC TO AKR-UC03-LINE.
007370     IF AKR-HT-ID NOT = "HDR "
007380      OR AKR-HDR-RUN-DATE NOT = AKR-CHK-DATE-A
007390         CLOSE AKR-UC03-FILE
007400         GO TO 2500-EXIT
007410     END-IF.
007420     PERFORM 2510-READ-ONE-UC03 THRU 2510-EXIT
007430         UNTIL AKR-UC03-EOF.
007440     CLOSE AKR-UC03-FILE.
007450 2500-EXIT.
007460     EXIT.
007470*================================================================
007480* 2510-READ-ONE-UC03 - KEEP THE LAST TRAILER RECORD; DETAILS
007490*                      PASS OVER.
007500*================================================================
007510 2510-READ-ONE-UC03.
007520     READ AKR-UC03-FILE
007530         AT END
007540             MOVE 'Y' TO AKR-UC03-EOF-SW
007550         NOT AT END
007560             MOVE AKR-UC03-REC TO AKR-UC03-LINE
007570             IF AKR-HT-ID = "TRL "
007580                 MOVE 'Y' TO AKR-TRL-FOUND-SW
007590                 MOVE AKR-TRL-L-COUNT TO AKR-TRL-COUNT
007600                 MOVE AKR-TRL-L-FIRST-SEQ TO AKR-TRL-FIRST-SEQ
007610                 MOVE AKR-TRL-L-LAST-SEQ TO AKR-TRL-LAST-SEQ
007620             END-IF
007630     END-READ.
007640 2510-EXIT.
007650     EXIT.
007660*================================================================
007670* 2600-CHECK-TRAILER - THE LOADED COUNT AND SEQUENCE RANGE
007680*                      AGAINST THE UC03 TRAILER.
007690*================================================================
007700 2600-CHECK-TRAILER.
007710     IF UC03-ACK-LOAD-COUNT NOT = AKR-TRL-COUNT
007720         MOVE "MISMATCH" TO AKR-NEW-STATE
007730         MOVE 5 TO AKR-NEW-RANK
007740         MOVE SPACES TO AKR-RPT-DETAIL
007750         STRING "LOADED " DELIMITED BY SIZE
007760                UC03-ACK-LOAD-COUNT DELIMITED BY SIZE
007770                " TRAILER SAYS " DELIMITED BY SIZE
007780                AKR-TRL-COUNT DELIMITED BY SIZE
007790                INTO AKR-RPT-DETAIL
007800         PERFORM 2900-RAISE-STATE THRU 2900-EXIT
007810     END-IF.
007820     IF UC03-ACK-FIRST-SEQ NOT = AKR-TRL-FIRST-SEQ
007830      OR UC03-ACK-LAST-SEQ NOT = AKR-TRL-LAST-SEQ
007840         MOVE "MISMATCH" TO AKR-NEW-STATE
007850         MOVE 5 TO AKR-NEW-RANK
007860         MOVE SPACES TO AKR-RPT-DETAIL
007870         STRING "SEQ " DELIMITED BY SIZE
007880                UC03-ACK-FIRST-SEQ DELIMITED BY SIZE
007890                "-" DELIMITED BY SIZE
007900                UC03-ACK-LAST-SEQ DELIMITED BY SIZE
007910                " TRAILER " DELIMITED BY SIZE
007920                AKR-TRL-FIRST-SEQ DELIMITED BY SIZE
007930                "-" DELIMITED BY SIZE
007940                AKR-TRL-LAST-SEQ DELIMITED BY SIZE
007950                INTO AKR-RPT-DETAIL
007960         PERFORM 2900-RAISE-STATE THRU 2900-EXIT
007970     END-IF.
007980 2600-EXIT.
007990     EXIT.
008000*================================================================
008010* 2900-RAISE-STATE - REPORT ONE FINDING FOR THE DATE, CYCLE AND
008020*                    SCHEME AND RAISE THE ENTRY'S STATE WHEN THE
008030*                    FINDING RANKS HIGHER.  AKR-NEW-STATE,
008040*                    AKR-NEW-RANK AND AKR-RPT-DETAIL ARE ALREADY
008050*                    SET.
008060*================================================================
008070 2900-RAISE-STATE.
008080     MOVE AKR-CHK-DATE-A TO AKR-RPT-DATE.
008090     MOVE AKR-CHK-CYCLE TO AKR-RPT-CYCLE.
008100     IF AKR-CHK-SCHEME = SPACES
008110         MOVE AKR-BASE-SCHEME TO AKR-RPT-SCHEME
008120     ELSE
008130         MOVE AKR-CHK-SCHEME TO AKR-RPT-SCHEME
008140     END-IF.
008150     MOVE AKR-CHK-BATCH TO AKR-RPT-BATCH.
008160     MOVE AKR-NEW-STATE TO AKR-RPT-STATE.
008170     MOVE AKR-RPT-LINE TO AKR-RPT-REC.
008180     WRITE AKR-RPT-REC.
008190     EVALUATE AKR-NEW-RANK
008200         WHEN 1
008210             ADD 1 TO AKR-OK-COUNT
008220         WHEN 2
008230             ADD 1 TO AKR-AWT-COUNT
008240         WHEN 3
008250             ADD 1 TO AKR-OVD-COUNT
008260         WHEN 4
008270             ADD 1 TO AKR-DUP-COUNT
008280         WHEN 5
008290             ADD 1 TO AKR-MIS-COUNT
008300         WHEN OTHER
008310             ADD 1 TO AKR-NIS-COUNT
008320     END-EVALUATE.
008330     IF AKR-NEW-RANK > 1
008340         ADD 1 TO AKR-LINE-FINDINGS
008350     END-IF.
008360     IF AKR-NEW-RANK > AKR-T-RANK (AKR-T-IX)
008370         MOVE AKR-NEW-RANK TO AKR-T-RANK (AKR-T-IX)
008380         MOVE AKR-NEW-STATE TO AKR-T-STATE (AKR-T-IX)
008390     END-IF.
008400 2900-EXIT.
008410     EXIT.
008420*================================================================
008430* 4000-CHECK-UNACKED - ONE CALENDAR DATE IN THE LOOK-BACK
008440*                      WINDOW, FOR BASE AND THEN EVERY SCHEME
008450*                      ON THE LIST.
008460*================================================================
008470 4000-CHECK-UNACKED.
008480     MOVE AKR-CAL-DATE (AKR-CAL-IX) TO AKR-CHK-DATE.
008490     MOVE AKR-CHK-DATE TO AKR-CHK-DATE-A.
008500     MOVE SPACES TO AKR-CHK-CYCLE.
008510     COMPUTE AKR-CAL-AGE = AKR-CAL-TOTAL - AKR-CAL-IX.
008520     MOVE SPACES TO AKR-CHK-SCHEME.
008530     PERFORM 4100-CHECK-ONE-SCHEME THRU 4100-EXIT.
008540     PERFORM 4200-CHECK-LISTED-SCHEME THRU 4200-EXIT
008550         VARYING AKR-SCH-IX FROM 1 BY 1
008560         UNTIL AKR-SCH-IX > AKR-SCH-COUNT.
008570 4000-EXIT.
008580     EXIT.
008590*================================================================
008600* 4100-CHECK-ONE-SCHEME - ONE DATE FOR ONE SCHEME.  A DATE WHOSE
008610*                         DAILY MANIFEST FOR THE SCHEME IS
008620*                         RELEASED AND THAT NO ACKNOWLEDGEMENT
008630*                         NAMED IS AWAITING WITHIN THE GRACE DAYS
008640*                         AND OVERDUE AFTER THEM.  MISSING OR
008650*                         NOT-RELEASED DATES ARE UCGATE'S TO
008660*                         HOLD, NOT OURS TO CHASE.
008670*================================================================
008680 4100-CHECK-ONE-SCHEME.
008690     PERFORM 2300-FIND-ENTRY THRU 2300-EXIT.
008700     IF AKR-ENTRY-FOUND
008710         GO TO 4100-EXIT
008720     END-IF.
008730     PERFORM 2400-READ-MANIFEST THRU 2400-EXIT.
008740     IF NOT AKR-MAN-FOUND
008750      OR AKR-MAN-VERDICT NOT = "RELEASED"
008760         GO TO 4100-EXIT
008770     END-IF.
008780     MOVE AKR-MAN-BATCH TO AKR-CHK-BATCH.
008790     PERFORM 2350-ADD-ENTRY THRU 2350-EXIT.
008800     MOVE AKR-MAN-WRITE TO AKR-T-ISSUED (AKR-T-IX).
008810     MOVE AKR-CAL-AGE TO AKR-T-AGE (AKR-T-IX).
008820     IF AKR-CAL-AGE > AKR-GRACE-DAYS
008830         MOVE "OVERDUE" TO AKR-NEW-STATE
008840         MOVE 3 TO AKR-NEW-RANK
008850     ELSE
008860         MOVE "AWAITING" TO AKR-NEW-STATE
008870         MOVE 2 TO AKR-NEW-RANK
008880     END-IF.
008890     MOVE SPACES TO AKR-RPT-DETAIL.
008900     STRING "RELEASED " DELIMITED BY SIZE
008910            AKR-MAN-WRITE DELIMITED BY SIZE
008920            " - NO ACK AFTER " DELIMITED BY SIZE
008930            AKR-CAL-AGE DELIMITED BY SIZE
008940            " DAYS" DELIMITED BY SIZE
008950            INTO AKR-RPT-DETAIL.
008960     PERFORM 2900-RAISE-STATE THRU 2900-EXIT.
008970 4100-EXIT.
008980     EXIT.
008990*================================================================
009000* 4200-CHECK-LISTED-SCHEME - ONE DATE FOR ONE FURTHER SCHEME ON
009010*                            THE UC03SCHM LIST.
009020*================================================================
009030 4200-CHECK-LISTED-SCHEME.
009040     MOVE AKR-SCH-ID (AKR-SCH-IX) TO AKR-CHK-SCHEME.
009050     PERFORM 4100-CHECK-ONE-SCHEME THRU 4100-EXIT.
009060 4200-EXIT.
009070     EXIT.
009080*================================================================
009090* 5000-WRITE-STATES - REWRITE UC03ACKS WITH ONE STATE LINE PER
009100*                     DATE, CYCLE AND SCHEME JUDGED THIS RUN.
009110*================================================================
009120 5000-WRITE-STATES.
009130     OPEN OUTPUT AKR-AKS-FILE.
009140     IF AKR-AKS-STATUS-CD NOT = "00"
009150         DISPLAY "UCACKREC: UC03ACKS COULD NOT BE OPENED, "
009160             "STATUS = " AKR-AKS-STATUS-CD
009170         MOVE 20 TO RETURN-CODE
009180         STOP RUN
009190     END-IF.
009200     PERFORM 5100-WRITE-ONE-STATE THRU 5100-EXIT
009210         VARYING AKR-T-IX FROM 1 BY 1
009220         UNTIL AKR-T-IX > AKR-T-USED.
009230     CLOSE AKR-AKS-FILE.
009240 5000-EXIT.
009250     EXIT.
009260*================================================================
009270* 5100-WRITE-ONE-STATE - ONE STATE LINE.
009280*================================================================
009290 5100-WRITE-ONE-STATE.
009300     MOVE SPACES TO UC03-AKS-REC.
009310     MOVE AKR-T-DATE (AKR-T-IX) TO UC03-AKS-PROC-DATE.
009320     MOVE AKR-T-CYCLE (AKR-T-IX) TO UC03-AKS-CYCLE.
009330     MOVE AKR-T-SCHEME (AKR-T-IX) TO UC03-AKS-SCHEME.
009340     MOVE AKR-T-STATE (AKR-T-IX) TO UC03-AKS-STATE.
009350     MOVE AKR-T-ACKS (AKR-T-IX) TO UC03-AKS-ACK-COUNT.
009360     MOVE AKR-T-LOADED (AKR-T-IX) TO UC03-AKS-LOADED.
009370     MOVE AKR-T-ISSUED (AKR-T-IX) TO UC03-AKS-ISSUED.
009380     MOVE AKR-T-AGE (AKR-T-IX) TO UC03-AKS-AGE.
009390     MOVE AKR-ASOF-DATE TO UC03-AKS-ASOF-DATE.
009400     WRITE UC03-AKS-REC.
009410 5100-EXIT.
009420     EXIT.
009430*================================================================
009440* 6000-TERMINATE - TOTALS AND THE RETURN CODE: 16 WHEN A COUNT
009450*                  DISAGREES, A BATCH WAS NEVER ISSUED OR A LINE
009460*                  COULD NOT BE READ (RECONCILIATION FAILURE); 4
009470*                  WHEN A DATE IS OVERDUE OR WAS LOADED TWICE;
009480*                  OTHERWISE 0.
009490*================================================================
009500 6000-TERMINATE.
009510     MOVE SPACES TO AKR-RPT-REC.
009520     STRING "ACKS READ " DELIMITED BY SIZE
009530            AKR-ACK-READ DELIMITED BY SIZE
009540            " ACKNOWLEDGED " DELIMITED BY SIZE
009550            AKR-OK-COUNT DELIMITED BY SIZE
009560            " AWAITING " DELIMITED BY SIZE
009570            AKR-AWT-COUNT DELIMITED BY SIZE
009580            " OVERDUE " DELIMITED BY SIZE
009590            AKR-OVD-COUNT DELIMITED BY SIZE
009600            INTO AKR-RPT-REC.
009610     WRITE AKR-RPT-REC.
009620     MOVE SPACES TO AKR-RPT-REC.
009630     STRING "DUPLICATE " DELIMITED BY SIZE
009640            AKR-DUP-COUNT DELIMITED BY SIZE
009650            " MISMATCH " DELIMITED BY SIZE
009660            AKR-MIS-COUNT DELIMITED BY SIZE
009670            " NOT-ISSUED " DELIMITED BY SIZE
009680            AKR-NIS-COUNT DELIMITED BY SIZE
009690            " UNREADABLE " DELIMITED BY SIZE
009700            AKR-BAD-COUNT DELIMITED BY SIZE
009710            INTO AKR-RPT-REC.
009720     WRITE AKR-RPT-REC.
009730     MOVE SPACES TO AKR-RPT-REC.
009740     STRING "ACKS FOR DATES BEFORE THE WINDOW, PASSED OVER "
009750            DELIMITED BY SIZE
009760            AKR-OLD-COUNT DELIMITED BY SIZE
009770            INTO AKR-RPT-REC.
009780     WRITE AKR-RPT-REC.
009790     CLOSE AKR-RPT-FILE.
009800     DISPLAY "UCACKREC: " AKR-ACK-READ " ACKS, "
009810         AKR-MIS-COUNT " MISMATCH, " AKR-NIS-COUNT
009820         " NOT-ISSUED, " AKR-DUP-COUNT " DUPLICATE, "
009830         AKR-OVD-COUNT " OVERDUE".
009840     EVALUATE TRUE
009850         WHEN AKR-MIS-COUNT > ZERO
009860           OR AKR-NIS-COUNT > ZERO
009870           OR AKR-BAD-COUNT > ZERO
009880             MOVE 16 TO RETURN-CODE
009890         WHEN AKR-OVD-COUNT > ZERO
009900           OR AKR-DUP-COUNT > ZERO
009910             MOVE 4 TO RETURN-CODE
009920         WHEN OTHER
009930             MOVE ZERO TO RETURN-CODE
009940     END-EVALUATE.
009950 6000-EXIT.
009960     EXIT.

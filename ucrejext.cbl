000460*                 BYTES NOW - A LEGACY CODE IS ITSELF PLUS
000470*                 THREE SPACES - AND THE REGIONS RECUT THEIR
000480*                 RETURN-FILE READERS WITH US.
000490* 2026-10-15 DMO  TRANSLATION SCHEMES.  ONLY A BASE REJECT
000500*                 (SCHEME COLUMN BASE OR BLANK) GOES BACK TO A
000510*                 REGION.  A CODE MISSING FROM ANOTHER SCHEME IS
000520*                 A GAP IN OUR OWN MAPPINGS, NOT BAD REGIONAL
000530*                 DATA, AND IS LEFT TO CTMAINT.
000540*================================================================
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT REJ-FEED-FILE ASSIGN TO "UC01FEED"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS REJ-FEED-STATUS-CD.
000610     SELECT REJ-ERR-FILE ASSIGN TO REJ-ERR-FILE-NAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS REJ-ERR-STATUS-CD.
000640     SELECT REJ-OUT-FILE ASSIGN TO REJ-OUT-FILE-NAME
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  REJ-FEED-FILE.
000690 01  REJ-FEED-REC                  PIC X(80).
000700 FD  REJ-ERR-FILE.
000710 01  REJ-ERR-REC                   PIC X(80).
000720 FD  REJ-OUT-FILE.
000730 01  REJ-OUT-REC                   PIC X(80).
000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------
000760* SWITCHES / FILE STATUS
000770*----------------------------------------------------------------
000780 77  REJ-FEED-EOF-SW               PIC X(01) VALUE 'N'.
000790     88  REJ-FEED-EOF                          VALUE 'Y'.
000800 77  REJ-ERR-EOF-SW                PIC X(01) VALUE 'N'.
000810     88  REJ-ERR-EOF                           VALUE 'Y'.
000820 77  REJ-FEED-STATUS-CD            PIC X(02) VALUE SPACES.
000830 77  REJ-ERR-STATUS-CD             PIC X(02) VALUE SPACES.
000840*----------------------------------------------------------------
000850* RUN PARAMETER - THE BUSINESS DATE WHOSE REJECTS ARE BEING
000860* RETURNED (DEFAULT TODAY, THE SAME WAY MAIN TAKES ITS DATE),
000870* WHICH NAMES THE EXTRACT FILES, AND AN OPTIONAL CYCLE=XX WORD
000880* THAT POINTS THE UC01ERR INPUT AND THE EXTRACT NAMES AT AN
000890* INTRADAY CUT'S .CXX FILES (SEE MAIN.CBL).
000900*----------------------------------------------------------------
000910 77  REJ-RUN-PARM                  PIC X(20) VALUE SPACES.
000920 77  REJ-PROC-DATE-PARM            PIC X(08) VALUE SPACES.
000930 77  REJ-OPT-PARM                  PIC X(10) VALUE SPACES.
000940 77  REJ-CYCLE-ID                  PIC X(02) VALUE SPACES.
000950 77  REJ-PROC-DATE                 PIC 9(08) VALUE ZERO.
000960 01  REJ-ERR-FILE-NAME             PIC X(16) VALUE "UC01ERR".
000970*----------------------------------------------------------------
000980* REGIONAL FEED LIST - THE SAME OPS-MAINTAINED UC01FEED LIST
000990* MAIN READS, LOADED THE SAME WAY, WITH ONE BLANK-NAMED ENTRY
001000* ALWAYS APPENDED BEHIND THE NAMED FEEDS SO THE UNQUALIFIED
001010* FALLBACK EXTRACT IS CUT EVERY RUN AND BLANK-FEED LINES
001020* (PARTITIONED NIGHTS, PRE-STAMP LINES) ARE NEVER DROPPED.
001030* MORE THAN 8 NAMED FEEDS IS A NAMED FATAL CONFIGURATION
001040* ERROR, MATCHING MAIN; THE NINTH SLOT IS THE BLANK ENTRY'S.
001050*----------------------------------------------------------------
001060 77  REJ-FEED-COUNT                PIC 9(02) COMP VALUE ZERO.
001070 77  REJ-FEED-NO                   PIC 9(02) COMP VALUE ZERO.
001080 01  REJ-FEED-TABLE.
001090     05  REJ-FEED-ID OCCURS 9 TIMES PIC X(08).
001100*----------------------------------------------------------------
001110* THE EXTRACT BEING WRITTEN AND ITS PER-FEED COUNT.
001120*----------------------------------------------------------------
001130 01  REJ-OUT-FILE-NAME             PIC X(32) VALUE SPACES.
001140 01  REJ-OUT-NAME-WK               PIC X(32) VALUE SPACES.
001150 77  REJ-OUT-COUNT                 PIC 9(09) VALUE ZERO.
001160*----------------------------------------------------------------
001170* ERROR REPORT LINE AS MAIN NOW WRITES IT - SEQUENCE NUMBER,
001180* BAD VALUE, REASON AND THE FEED THE RECORD ARRIVED ON.
001190*----------------------------------------------------------------
001200 01  REJ-ERR-LINE.
001210     05  REJ-ERR-REC-NO            PIC X(09).
001220     05  FILLER                    PIC X(03).
001230     05  REJ-ERR-BAD-VALUE         PIC X(04).
001240     05  FILLER                    PIC X(01).
001250     05  REJ-ERR-REASON            PIC X(08).
001260     05  FILLER                    PIC X(01).
001270     05  REJ-ERR-FEED-ID           PIC X(08).
001280     05  FILLER                    PIC X(01).
001290     05  REJ-ERR-SCHEME            PIC X(08).
001300         88  REJ-ERR-BASE              VALUE SPACES "BASE".
001310     05  FILLER                    PIC X(36).
001320*----------------------------------------------------------------
001330* EXTRACT DETAIL AND TRAILER LINES.
001340*----------------------------------------------------------------
001350 01  REJ-OUT-LINE.
001360     05  REJ-OUT-SEQ-NO            PIC X(09).
001370     05  FILLER                    PIC X(01) VALUE SPACES.
001380     05  REJ-OUT-BAD-VALUE         PIC X(04).
001390     05  FILLER                    PIC X(01) VALUE SPACES.
001400     05  REJ-OUT-REASON            PIC X(08).
001410     05  FILLER                    PIC X(57) VALUE SPACES.
001420 01  REJ-OUT-TRL-LINE.
001430     05  FILLER                    PIC X(04) VALUE "TRL ".
001440     05  REJ-OUT-TRL-COUNT         PIC 9(09).
001450     05  FILLER                    PIC X(67) VALUE SPACES.
001460 PROCEDURE DIVISION.
001470*================================================================
001480* 0000-MAINLINE
001490*================================================================
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520     PERFORM 2000-EXTRACT-ONE-FEED THRU 2000-EXIT
001530         VARYING REJ-FEED-NO FROM 1 BY 1
001540         UNTIL REJ-FEED-NO > REJ-FEED-COUNT.
001550     MOVE ZERO TO RETURN-CODE.
001560     STOP RUN.
001570*================================================================
001580* 1000-INITIALIZE - RESOLVE THE PROCESSING DATE AND LOAD THE
001590*                   FEED LIST.  A DAY WITH NO UC01ERR AT ALL HAS
001600*                   NOTHING TO RETURN - SAID ON SYSOUT, ENDED
001610*                   CLEAN, AND NO EXTRACTS ARE CUT SO THE GAP IS
001620*                   VISIBLE.
001630*================================================================
001640 1000-INITIALIZE.
001650     ACCEPT REJ-RUN-PARM FROM COMMAND-LINE.
001660     UNSTRING REJ-RUN-PARM DELIMITED BY ALL " "
001670         INTO REJ-PROC-DATE-PARM REJ-OPT-PARM.
001680     IF REJ-PROC-DATE-PARM = SPACES
001690         ACCEPT REJ-PROC-DATE FROM DATE YYYYMMDD
001700     ELSE
001710         MOVE REJ-PROC-DATE-PARM TO REJ-PROC-DATE
001720     END-IF.
001730     IF REJ-OPT-PARM (1:6) = "CYCLE="
001740         MOVE REJ-OPT-PARM (7:2) TO REJ-CYCLE-ID
001750     END-IF.
001760     IF REJ-OPT-PARM NOT = SPACES
001770      AND REJ-CYCLE-ID = SPACES
001780         DISPLAY "UCREJEXT: BAD PARM WORD " REJ-OPT-PARM
001790         MOVE 20 TO RETURN-CODE
001800         STOP RUN
001810     END-IF.
001820     IF REJ-CYCLE-ID NOT = SPACES
001830         MOVE SPACES TO REJ-ERR-FILE-NAME
001840         STRING "UC01ERR.C" DELIMITED BY SIZE
001850                REJ-CYCLE-ID DELIMITED BY SIZE
001860                INTO REJ-ERR-FILE-NAME
001870     END-IF.
001880     OPEN INPUT REJ-ERR-FILE.
001890     IF REJ-ERR-STATUS-CD NOT = "00"
001900         DISPLAY "UCREJEXT: " REJ-ERR-FILE-NAME
001910             " COULD NOT BE OPENED, STATUS = "
001920             REJ-ERR-STATUS-CD " - NOTHING TO RETURN"
001930         MOVE ZERO TO RETURN-CODE
001940         STOP RUN
001950     END-IF.
001960     CLOSE REJ-ERR-FILE.
001970     PERFORM 1100-LOAD-FEED-LIST THRU 1100-EXIT.
001980 1000-EXIT.
001990     EXIT.
002000*================================================================
002010* 1100-LOAD-FEED-LIST - READ THE OPS FEED LIST, ONE NAME PER
002020*                       LINE, BLANK LINES PASSED OVER, THEN
002030*                       APPEND THE BLANK-NAMED ENTRY THAT CUTS
002040*                       THE UNQUALIFIED FALLBACK EXTRACT EVERY
002050*                       RUN - A PARTITIONED NIGHT'S SLICE LINES
002060*                       CARRY A BLANK FEED EVEN WHEN UC01FEED
002070*                       NAMES FEEDS, AND DROPPING THEM FROM
002080*                       EVERY EXTRACT WOULD BE SILENT.  A NINTH
002090*                       NAMED FEED IS FATAL, MATCHING MAIN.
002100*================================================================
002110 1100-LOAD-FEED-LIST.
002120     MOVE SPACES TO REJ-FEED-TABLE.
002130     MOVE ZERO TO REJ-FEED-COUNT.
002140     OPEN INPUT REJ-FEED-FILE.
002150     IF REJ-FEED-STATUS-CD = "00"
002160         PERFORM 1110-READ-ONE-FEED THRU 1110-EXIT
002170             UNTIL REJ-FEED-EOF
002180         CLOSE REJ-FEED-FILE
002190     END-IF.
002200     ADD 1 TO REJ-FEED-COUNT.
002210 1100-EXIT.
002220     EXIT.
002230*================================================================
002240* 1110-READ-ONE-FEED - READ ONE FEED LIST LINE.
002250*================================================================
002260 1110-READ-ONE-FEED.
002270     READ REJ-FEED-FILE
002280         AT END
002290             MOVE 'Y' TO REJ-FEED-EOF-SW
002300         NOT AT END
002310             IF REJ-FEED-REC NOT = SPACES
002320                 IF REJ-FEED-COUNT = 8
002330                     DISPLAY "UCREJEXT: UC01FEED NAMES MORE "
002340                         "THAN 8 FEEDS - " REJ-FEED-REC
002350                     MOVE 20 TO RETURN-CODE
002360                     STOP RUN
002370                 END-IF
002380                 ADD 1 TO REJ-FEED-COUNT
002390                 MOVE REJ-FEED-REC TO REJ-FEED-ID (REJ-FEED-COUNT)
002400             END-IF
002410     END-READ.
002420 1110-EXIT.
002430     EXIT.
002440*================================================================
002450* 2000-EXTRACT-ONE-FEED - CUT ONE FEED'S REJECT-RETURN FILE:
002460*                         RE-READ THE DAY'S UC01ERR, COPY THE
002470*                         LINES STAMPED WITH THIS FEED, AND
002480*                         CLOSE WITH THE COUNT TRAILER.
002490*================================================================
002500 2000-EXTRACT-ONE-FEED.
002510     PERFORM 2100-BUILD-OUT-NAME THRU 2100-EXIT.
002520     OPEN OUTPUT REJ-OUT-FILE.
002530     MOVE ZERO TO REJ-OUT-COUNT.
002540     OPEN INPUT REJ-ERR-FILE.
002550     MOVE 'N' TO REJ-ERR-EOF-SW.
002560     PERFORM 2200-JUDGE-ONE-REJECT THRU 2200-EXIT
002570         UNTIL REJ-ERR-EOF.
002580     CLOSE REJ-ERR-FILE.
002590     MOVE REJ-OUT-COUNT TO REJ-OUT-TRL-COUNT.
002600     MOVE REJ-OUT-TRL-LINE TO REJ-OUT-REC.
002610     WRITE REJ-OUT-REC.
002620     CLOSE REJ-OUT-FILE.
002630 2000-EXIT.
002640     EXIT.
002650*================================================================
002660* 2100-BUILD-OUT-NAME - BUILD THE FEED'S EXTRACT FILE NAME.  THE
002670*                       BLANK-NAMED SINGLE-FILE FALLBACK BUILDS
002680*                       THE UNQUALIFIED NAME, THE SAME RULE MAIN
002690*                       USES FOR ITS DAILY INPUT.
002700*================================================================
002710 2100-BUILD-OUT-NAME.
002720     MOVE SPACES TO REJ-OUT-FILE-NAME.
002730     IF REJ-FEED-ID (REJ-FEED-NO) = SPACES
002740         STRING "UC01REJ." DELIMITED BY SIZE
002750                REJ-PROC-DATE DELIMITED BY SIZE
002760                INTO REJ-OUT-FILE-NAME
002770     ELSE
002780         STRING "UC01REJ." DELIMITED BY SIZE
002790                REJ-FEED-ID (REJ-FEED-NO) DELIMITED BY SPACE
002800                "." DELIMITED BY SIZE
002810                REJ-PROC-DATE DELIMITED BY SIZE
002820                INTO REJ-OUT-FILE-NAME
002830     END-IF.
002840     IF REJ-CYCLE-ID NOT = SPACES
002850         MOVE REJ-OUT-FILE-NAME TO REJ-OUT-NAME-WK
002860         MOVE SPACES TO REJ-OUT-FILE-NAME
002870         STRING REJ-OUT-NAME-WK DELIMITED BY SPACE
002880                ".C" DELIMITED BY SIZE
002890                REJ-CYCLE-ID DELIMITED BY SIZE
002900                INTO REJ-OUT-FILE-NAME
002910     END-IF.
002920 2100-EXIT.
002930     EXIT.
002940*================================================================
002950* 2200-JUDGE-ONE-REJECT - COPY ONE ERROR LINE IF IT BELONGS TO
002960*                         THE FEED BEING EXTRACTED.  LINES WHOSE
002970*                         RECORD NUMBER ISN'T NUMERIC ARE NOT
002980*                         ERROR LINES AND ARE PASSED OVER,
002990*                         AS ARE OTHER SCHEMES' LINES.
003000*================================================================
003010 2200-JUDGE-ONE-REJECT.
003020     READ REJ-ERR-FILE
003030         AT END
003040             MOVE 'Y' TO REJ-ERR-EOF-SW
003050         NOT AT END
003060             MOVE REJ-ERR-REC TO REJ-ERR-LINE
003070             IF REJ-ERR-REC-NO IS NUMERIC
003080              AND REJ-ERR-FEED-ID = REJ-FEED-ID (REJ-FEED-NO)
003090              AND REJ-ERR-BASE
003100                 PERFORM 2300-WRITE-ONE-REJECT THRU 2300-EXIT
003110             END-IF
003120     END-READ.
003130 2200-EXIT.
003140     EXIT.
003150*================================================================
003160* 2300-WRITE-ONE-REJECT - ONE EXTRACT DETAIL LINE.
003170*================================================================
003180 2300-WRITE-ONE-REJECT.
003190     ADD 1 TO REJ-OUT-COUNT.
003200     MOVE SPACES TO REJ-OUT-LINE.
003210     MOVE REJ-ERR-REC-NO TO REJ-OUT-SEQ-NO.
003220     MOVE REJ-ERR-BAD-VALUE TO REJ-OUT-BAD-VALUE.
003230     MOVE REJ-ERR-REASON TO REJ-OUT-REASON.
003240     MOVE REJ-OUT-LINE TO REJ-OUT-REC.
003250     WRITE REJ-OUT-REC.
003260 2300-EXIT.
003270     EXIT.

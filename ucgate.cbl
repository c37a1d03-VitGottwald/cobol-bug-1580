000270*                 OF THE NIGHTLY RUN.  NO CYCLE WORD - AND THE
000280*                 UC03GATE CALLED ENTRY - STILL GATE THE DAILY
000290*                 MANIFEST EXACTLY AS BEFORE.
000300* 2026-10-15 DMO  TRANSLATION SCHEMES (SEE MAIN.CBL).  A PARM
000310*                 WORD OF SCHEME=<ID> GATES THAT SCHEME'S OWN
000320*                 UC03MAN.<DATE>.<ID> MANIFEST (WITH .CXX AFTER
000330*                 IT FOR A CYCLE), SO EACH CONSUMER'S FILE IS
000340*                 RELEASED OR HELD ON ITS OWN.  SCHEME=BASE OR NO
000350*                 SCHEME WORD GATES THE BASE MANIFEST AS BEFORE.
000360*                 THE NEW "UC03GATS" ENTRY TAKES THE SCHEME TOO.
000370*================================================================
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT GATE-MAN-FILE ASSIGN TO GATE-MAN-FILE-NAME
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS GATE-MAN-STATUS-CD.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  GATE-MAN-FILE.
000470     COPY UC03MAN.
000480 WORKING-STORAGE SECTION.
000490*----------------------------------------------------------------
000500* SWITCHES / FILE STATUS
000510*----------------------------------------------------------------
000520 77  GATE-MAN-EOF-SW               PIC X(01) VALUE 'N'.
000530     88  GATE-MAN-EOF                          VALUE 'Y'.
000540 77  GATE-RELEASED-SW              PIC X(01) VALUE 'N'.
000550     88  GATE-IS-RELEASED                      VALUE 'Y'.
000560 77  GATE-MAN-STATUS-CD            PIC X(02) VALUE SPACES.
000570*----------------------------------------------------------------
000580* THE PROCESSING DATE BEING GATED AND THE MANIFEST FILE NAME
000590* BUILT FROM IT.
000600*----------------------------------------------------------------
000610 77  GATE-RUN-PARM                 PIC X(40) VALUE SPACES.
000620 77  GATE-PROC-DATE-PARM           PIC X(08) VALUE SPACES.
000630 77  GATE-OPT-PARM                 PIC X(16) VALUE SPACES.
000640 77  GATE-OPT-PARM-2               PIC X(16) VALUE SPACES.
000650 77  GATE-CYCLE-ID                 PIC X(02) VALUE SPACES.
000660 77  GATE-SCHEME-ID                PIC X(08) VALUE SPACES.
000670 77  GATE-BASE-SCHEME              PIC X(08) VALUE "BASE".
000680 77  GATE-PROC-DATE                PIC 9(08) VALUE ZERO.
000690 01  GATE-MAN-FILE-NAME            PIC X(40) VALUE SPACES.
000700 01  GATE-NAME-WK                  PIC X(40) VALUE SPACES.
000710 LINKAGE SECTION.
000720*----------------------------------------------------------------
000730* PARAMETERS FOR THE "UC03GATE" ENTRY POINT - THE PROCESSING
000740* DATE TO CHECK IN, A Y/N RELEASE FLAG OUT.
000750*----------------------------------------------------------------
000760 01  GATE-DATE-PARM                PIC 9(08).
000770 01  GATE-RESULT-PARM              PIC X(01).
000780 01  GATE-SCHEME-PARM              PIC X(08).
000790 PROCEDURE DIVISION.
000800*================================================================
000810* 0000-MAINLINE - STANDALONE SCHEDULER STEP.  RETURN CODE 0
000820*                 MEANS THE DATE IS RELEASED; 8 HOLDS THE
000830*                 DOWNSTREAM STREAM.
000840*================================================================
000850 0000-MAINLINE.
000860     ACCEPT GATE-RUN-PARM FROM COMMAND-LINE.
000870     UNSTRING GATE-RUN-PARM DELIMITED BY ALL " "
000880         INTO GATE-PROC-DATE-PARM GATE-OPT-PARM GATE-OPT-PARM-2.
000890     IF GATE-PROC-DATE-PARM = SPACES
000900         ACCEPT GATE-PROC-DATE FROM DATE YYYYMMDD
000910     ELSE
000920         MOVE GATE-PROC-DATE-PARM TO GATE-PROC-DATE
000930     END-IF.
000940     PERFORM 1000-TAKE-OPT-WORD THRU 1000-EXIT.
000950     MOVE GATE-OPT-PARM-2 TO GATE-OPT-PARM.
000960     PERFORM 1000-TAKE-OPT-WORD THRU 1000-EXIT.
000970     IF GATE-SCHEME-ID = GATE-BASE-SCHEME
000980         MOVE SPACES TO GATE-SCHEME-ID
000990     END-IF.
001000     PERFORM 2000-CHECK-MANIFEST THRU 2000-EXIT.
001010     IF GATE-IS-RELEASED
001020         MOVE ZERO TO RETURN-CODE
001030     ELSE
001040         DISPLAY "UCGATE: UC03 FOR " GATE-PROC-DATE
001050             " " GATE-SCHEME-ID
001060             " IS NOT RELEASED - HOLDING DOWNSTREAM"
001070         MOVE 8 TO RETURN-CODE
001080     END-IF.
001090     STOP RUN.
001100*================================================================
001110* 1000-TAKE-OPT-WORD - TAKE ONE OPTIONAL PARM WORD, CYCLE=XX OR
001120*                      SCHEME=<ID>, IN EITHER ORDER.  ANY OTHER
001130*                      WORD IS FATAL.
001140*================================================================
001150 1000-TAKE-OPT-WORD.
001160     IF GATE-OPT-PARM = SPACES
001170         GO TO 1000-EXIT
001180     END-IF.
001190     IF GATE-OPT-PARM (1:6) = "CYCLE="
001200      AND GATE-OPT-PARM (7:2) NOT = SPACES
001210         MOVE GATE-OPT-PARM (7:2) TO GATE-CYCLE-ID
001220         GO TO 1000-EXIT
001230     END-IF.
001240     IF GATE-OPT-PARM (1:7) = "SCHEME="
001250      AND GATE-OPT-PARM (8:8) NOT = SPACES
001260         MOVE GATE-OPT-PARM (8:8) TO GATE-SCHEME-ID
001270         GO TO 1000-EXIT
001280     END-IF.
001290     DISPLAY "UCGATE: BAD PARM WORD " GATE-OPT-PARM.
001300     MOVE 20 TO RETURN-CODE.
001310     STOP RUN.
001320 1000-EXIT.
001330     EXIT.
001340*================================================================
001350* 2000-CHECK-MANIFEST - READ THE DATE'S MANIFEST AND DECIDE.
001360*                       NO MANIFEST, A MANIFEST FOR SOME OTHER
001370*                       DATE, OR ANY VERDICT BUT RELEASED ALL
001380*                       READ AS NOT RELEASED - THE GATE FAILS
001390*                       SAFE.  THE LAST LINE ON THE FILE WINS,
001400*                       MATCHING A RE-RUN THAT REWROTE IT.
001410*================================================================
001420 2000-CHECK-MANIFEST.
001430     MOVE 'N' TO GATE-RELEASED-SW.
001440     MOVE 'N' TO GATE-MAN-EOF-SW.
001450     MOVE SPACES TO GATE-MAN-FILE-NAME.
001460     IF GATE-SCHEME-ID = SPACES
001470         STRING "UC03MAN." DELIMITED BY SIZE
001480                GATE-PROC-DATE DELIMITED BY SIZE
001490                INTO GATE-MAN-FILE-NAME
001500     ELSE
001510         STRING "UC03MAN." DELIMITED BY SIZE
001520                GATE-PROC-DATE DELIMITED BY SIZE
001530                "." DELIMITED BY SIZE
001540                GATE-SCHEME-ID DELIMITED BY SPACE
001550                INTO GATE-MAN-FILE-NAME
001560     END-IF.
001570     IF GATE-CYCLE-ID NOT = SPACES
001580         MOVE GATE-MAN-FILE-NAME TO GATE-NAME-WK
001590         MOVE SPACES TO GATE-MAN-FILE-NAME
001600         STRING GATE-NAME-WK DELIMITED BY SPACE
001610                ".C" DELIMITED BY SIZE
001620                GATE-CYCLE-ID DELIMITED BY SIZE
001630                INTO GATE-MAN-FILE-NAME
001640     END-IF.
001650     OPEN INPUT GATE-MAN-FILE.
001660     IF GATE-MAN-STATUS-CD NOT = "00"
001670         GO TO 2000-EXIT
001680     END-IF.
001690     PERFORM 2100-READ-MANIFEST THRU 2100-EXIT
001700         UNTIL GATE-MAN-EOF.
001710     CLOSE GATE-MAN-FILE.
001720 2000-EXIT.
001730     EXIT.
001740*================================================================
001750* 2100-READ-MANIFEST - JUDGE ONE MANIFEST LINE.
001760*================================================================
001770 2100-READ-MANIFEST.
001780     READ GATE-MAN-FILE
001790         AT END
001800             MOVE 'Y' TO GATE-MAN-EOF-SW
001810         NOT AT END
001820             IF UC03-MAN-RELEASED
001830              AND UC03-MAN-PROC-DATE = GATE-PROC-DATE
001840                 MOVE 'Y' TO GATE-RELEASED-SW
001850             ELSE
001860                 MOVE 'N' TO GATE-RELEASED-SW
001870             END-IF
001880     END-READ.
001890 2100-EXIT.
001900     EXIT.
001910*================================================================
001920* 8000-UC03GATE-ENTRY - CALLABLE ENTRY POINT.  THE CALLER NAMES
001930*                       THE PROCESSING DATE AND GETS BACK Y OR
001940*                       N - Y ONLY WHEN THAT DATE'S MANIFEST
001950*                       SAYS RELEASED.
001960*================================================================
001970 8000-UC03GATE-ENTRY.
001980 ENTRY "UC03GATE" USING GATE-DATE-PARM GATE-RESULT-PARM.
001990     MOVE GATE-DATE-PARM TO GATE-PROC-DATE.
002000     MOVE SPACES TO GATE-CYCLE-ID.
002010     MOVE SPACES TO GATE-SCHEME-ID.
002020     PERFORM 2000-CHECK-MANIFEST THRU 2000-EXIT.
002030     MOVE GATE-RELEASED-SW TO GATE-RESULT-PARM.
002040     GOBACK.
002050 8000-EXIT.
002060     EXIT.
002070*================================================================
002080* 8100-UC03GATS-ENTRY - CALLABLE ENTRY POINT FOR ONE SCHEME'S
002090*                       DAILY MANIFEST.  A BLANK OR BASE SCHEME
002100*                       GATES THE BASE MANIFEST, AS UC03GATE.
002110*================================================================
002120 8100-UC03GATS-ENTRY.
002130 ENTRY "UC03GATS" USING GATE-DATE-PARM GATE-SCHEME-PARM
002140                        GATE-RESULT-PARM.
002150     MOVE GATE-DATE-PARM TO GATE-PROC-DATE.
002160     MOVE SPACES TO GATE-CYCLE-ID.
002170     MOVE GATE-SCHEME-PARM TO GATE-SCHEME-ID.
002180     IF GATE-SCHEME-ID = GATE-BASE-SCHEME
002190         MOVE SPACES TO GATE-SCHEME-ID
002200     END-IF.
002210     PERFORM 2000-CHECK-MANIFEST THRU 2000-EXIT.
002220     MOVE GATE-RELEASED-SW TO GATE-RESULT-PARM.
002230     GOBACK.
002240 8100-EXIT.
002250     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ucledger.
000030 AUTHOR.      D. OKAFOR.
000040 INSTALLATION. DAILY CODE PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DMO  ORIGINAL VERSION.  RUN LEDGER FOR THE UCNIGHT
000110*                 JOB STREAM.  A NIGHT IS A CHAIN OF A DOZEN
000120*                 STEPS, AND WHEN ONE FAILED EACH STEP WAS
000130*                 RESUBMITTED BY HAND - OPERATORS HAVE RERUN
000140*                 STEPS THAT HAD ALREADY FINISHED.  THE STREAM
000150*                 NOW BRACKETS EVERY STEP WITH THIS PROGRAM,
000160*                 WHICH APPENDS TO THE CUMULATIVE UC01LDG LEDGER
000170*                 (SEE COPYBOOKS/UC01LDG.CPY).  THE FIRST PARM
000180*                 WORD IS THE FUNCTION:
000190*                   OPEN <DATE> [CYCLE=XX] - START THE NIGHT.
000200*                     REFUSED (RC 16) WHEN THE PREVIOUS UC01CAL
000210*                     BUSINESS DATE'S DAILY NIGHT NEVER
000220*                     COMPLETED ON THE LEDGER; A STEP LEFT
000230*                     STARTED BY A LOST SUBMISSION IS MARKED
000240*                     NO-END SO IT RUNS AGAIN.  RC 4 WHEN THE
000250*                     NIGHT IS ALREADY COMPLETE.
000260*                   BEGIN <DATE> <STEP> [CYCLE=XX] [DAILY] -
000270*                     RC 4 (SKIP THE STEP) WHEN THE LEDGER SHOWS
000280*                     IT COMPLETE, OR WHEN A DAILY-ONLY STEP
000290*                     MEETS A CYCLE RUN; OTHERWISE THE STARTED
000300*                     LINE IS WRITTEN AND RC IS 0.
000310*                   END <DATE> <STEP> <RC> [CYCLE=XX] - THE
000320*                     STEP'S END TIME, RETURN CODE AND ELAPSED
000330*                     SECONDS.  RC 4 OR LESS IS COMPLETE; ABOVE
000340*                     4 IS FAILED AND SETS RC 16, WHICH BYPASSES
000350*                     THE REST OF THE STREAM - A RESUBMISSION
000360*                     SKIPS THE COMPLETE STEPS AND RESUMES HERE.
000370*                   CLOSE <DATE> [CYCLE=XX] - THE NIGHT IS
000380*                     COMPLETE, WITH ITS ELAPSED TIME FROM THE
000390*                     FIRST OPEN.
000400*                   HIST [<FROM DATE>] - UCLDGRPT, EACH STEP'S
000410*                     ELAPSED-TIME HISTORY: RUNS, FAILURES, LAST,
000420*                     AVERAGE AND LONGEST, FLAGGING THE STEP
000430*                     TAKING THE MOST OF THE BATCH WINDOW.
000440*                 RC 20 IS A BAD PARM, NO UC01CAL ON AN OPEN, OR
000450*                 A TABLE OVERFLOW NAMED ON SYSOUT.
000460*================================================================
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT LGR-LDG-FILE ASSIGN TO "UC01LDG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS LGR-LDG-STATUS-CD.
000530     SELECT LGR-CAL-FILE ASSIGN TO "UC01CAL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS LGR-CAL-STATUS-CD.
000560     SELECT LGR-RPT-FILE ASSIGN TO "UCLDGRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  LGR-LDG-FILE.
000610     COPY UC01LDG.
000620 FD  LGR-CAL-FILE.
000630 01  LGR-CAL-REC                   PIC X(80).
000640 FD  LGR-RPT-FILE.
000650 01  LGR-RPT-REC                   PIC X(80).
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------
000680* SWITCHES / FILE STATUS
000690*----------------------------------------------------------------
000700 77  LGR-LDG-EOF-SW                PIC X(01) VALUE 'N'.
000710     88  LGR-LDG-EOF                           VALUE 'Y'.
000720 77  LGR-CAL-EOF-SW                PIC X(01) VALUE 'N'.
000730     88  LGR-CAL-EOF                           VALUE 'Y'.
000740 77  LGR-EARLIER-SW                PIC X(01) VALUE 'N'.
000750     88  LGR-EARLIER-FOUND                     VALUE 'Y'.
000760 77  LGR-STEP-FOUND-SW             PIC X(01) VALUE 'N'.
000770     88  LGR-STEP-FOUND                        VALUE 'Y'.
000780 77  LGR-DAILY-SW                  PIC X(01) VALUE 'N'.
000790     88  LGR-DAILY-ONLY                        VALUE 'Y'.
000800 77  LGR-LDG-STATUS-CD             PIC X(02) VALUE SPACES.
000810 77  LGR-CAL-STATUS-CD             PIC X(02) VALUE SPACES.
000820*----------------------------------------------------------------
000830* RUN PARAMETER - THE FUNCTION, THE PROCESSING DATE (THE FROM
000840* DATE FOR HIST) AND UP TO FOUR MORE WORDS: THE STEP NAME, THE
000850* STEP'S RETURN CODE ON AN END, CYCLE=XX AND DAILY, IN ANY
000860* ORDER AFTER THE STEP NAME.
000870*----------------------------------------------------------------
000880 77  LGR-RUN-PARM                  PIC X(60) VALUE SPACES.
000890 77  LGR-FUNC-PARM                 PIC X(08) VALUE SPACES.
000900     88  LGR-FN-VALID    VALUE "OPEN" "BEGIN" "END" "CLOSE"
000910                               "HIST".
000920     88  LGR-FN-OPEN                           VALUE "OPEN".
000930     88  LGR-FN-BEGIN                          VALUE "BEGIN".
000940     88  LGR-FN-END                            VALUE "END".
000950     88  LGR-FN-CLOSE                          VALUE "CLOSE".
000960     88  LGR-FN-HIST                           VALUE "HIST".
000970 77  LGR-DATE-PARM                 PIC X(08) VALUE SPACES.
000980 01  LGR-WORD-TABLE.
000990     05  LGR-WORD OCCURS 4 TIMES   PIC X(10).
001000 77  LGR-WORD-IX                   PIC 9(02) COMP VALUE ZERO.
001010 77  LGR-RC-PARM                   PIC X(03) VALUE SPACES.
001020 77  LGR-RC-1                      PIC 9(01) VALUE ZERO.
001030 77  LGR-RC-2                      PIC 9(02) VALUE ZERO.
001040 77  LGR-PROC-DATE                 PIC 9(08) VALUE ZERO.
001050 77  LGR-FROM-DATE                 PIC 9(08) VALUE ZERO.
001060 77  LGR-CYCLE-ID                  PIC X(02) VALUE SPACES.
001070 77  LGR-STEP                      PIC X(08) VALUE SPACES.
001080 77  LGR-STEP-RC                   PIC 9(03) VALUE ZERO.
001090*----------------------------------------------------------------
001100* THE PREVIOUS BUSINESS DATE FROM UC01CAL AND WHAT THE LEDGER
001110* LAST SAID ABOUT ITS DAILY NIGHT.
001120*----------------------------------------------------------------
001130 01  LGR-CAL-LINE.
001140     05  LGR-CAL-DATE              PIC X(08).
001150     05  FILLER                    PIC X(72).
001160 77  LGR-CAL-DATE-N                PIC 9(08) VALUE ZERO.
001170 77  LGR-PREV-DATE                 PIC 9(08) VALUE ZERO.
001180 77  LGR-PREV-STATE                PIC X(08) VALUE SPACES.
001190*----------------------------------------------------------------
001200* THE DATE AND CYCLE'S OWN STEPS - THE LAST LEDGER LINE FOR EACH
001210* STEP, IN THE ORDER THE STEPS FIRST APPEAR - AND THE NIGHT'S
001220* STATE WITH THE START OF ITS FIRST OPEN.
001230*----------------------------------------------------------------
001240 77  LGR-T-USED                    PIC 9(02) COMP VALUE ZERO.
001250 77  LGR-T-IX                      PIC 9(02) COMP VALUE ZERO.
001260 77  LGR-T-HIT                     PIC 9(02) COMP VALUE ZERO.
001270 77  LGR-LOOK-STEP                 PIC X(08) VALUE SPACES.
001280 01  LGR-STEP-TABLE.
001290     05  LGR-T-ENTRY OCCURS 30 TIMES.
001300         10  LGR-T-STEP            PIC X(08).
001310         10  LGR-T-STATE           PIC X(08).
001320         10  LGR-T-START-DATE      PIC 9(08).
001330         10  LGR-T-START-TIME      PIC 9(06).
001340 77  LGR-NIGHT-STATE               PIC X(08) VALUE SPACES.
001350 77  LGR-NIGHT-FIRST-DATE          PIC 9(08) VALUE ZERO.
001360 77  LGR-NIGHT-FIRST-TIME          PIC 9(06) VALUE ZERO.
001370 77  LGR-DANGLE-STEP               PIC X(08) VALUE SPACES.
001380 77  LGR-FAILED-STEP               PIC X(08) VALUE SPACES.
001390*----------------------------------------------------------------
001400* THE LINE BEING WRITTEN, THE CLOCK, AND THE ELAPSED-TIME
001410* ARITHMETIC.  DATES BECOME DAY NUMBERS SO A STEP OR A NIGHT
001420* RUNNING PAST MIDNIGHT (OR RESUMED DAYS LATER) TIMES CORRECTLY.
001430*----------------------------------------------------------------
001440 77  LGR-NEW-STEP                  PIC X(08) VALUE SPACES.
001450 77  LGR-NEW-STATE                 PIC X(08) VALUE SPACES.
001460 77  LGR-NEW-START-DATE            PIC 9(08) VALUE ZERO.
001470 77  LGR-NEW-START-TIME            PIC 9(06) VALUE ZERO.
001480 77  LGR-NEW-END-DATE              PIC 9(08) VALUE ZERO.
001490 77  LGR-NEW-END-TIME              PIC 9(06) VALUE ZERO.
001500 77  LGR-NEW-RC                    PIC 9(03) VALUE ZERO.
001510 77  LGR-NEW-ELAPSED               PIC 9(07) VALUE ZERO.
001520 77  LGR-NOW-DATE                  PIC 9(08) VALUE ZERO.
001530 77  LGR-NOW-CLOCK                 PIC 9(08) VALUE ZERO.
001540 77  LGR-NOW-TIME                  PIC 9(06) VALUE ZERO.
001550 01  LGR-TIME-WORK.
001560     05  LGR-TW-HH                 PIC 9(02).
001570     05  LGR-TW-MM                 PIC 9(02).
001580     05  LGR-TW-SS                 PIC 9(02).
001590 01  LGR-DATE-WORK.
001600     05  LGR-DW-CCYY               PIC 9(04).
001610     05  LGR-DW-MM                 PIC 9(02).
001620     05  LGR-DW-DD                 PIC 9(02).
001630 77  LGR-DN-YEAR                   PIC 9(04) VALUE ZERO.
001640 77  LGR-DN-MONTH                  PIC 9(02) VALUE ZERO.
001650 77  LGR-DN-Q4                     PIC 9(04) VALUE ZERO.
001660 77  LGR-DN-Q100                   PIC 9(04) VALUE ZERO.
001670 77  LGR-DN-Q400                   PIC 9(04) VALUE ZERO.
001680 77  LGR-DN-QMON                   PIC 9(04) VALUE ZERO.
001690 77  LGR-DN-DAYS                   PIC 9(07) VALUE ZERO.
001700 77  LGR-START-DAYS                PIC 9(07) VALUE ZERO.
001710 77  LGR-START-SECS                PIC 9(11) VALUE ZERO.
001720 77  LGR-END-SECS                  PIC 9(11) VALUE ZERO.
001730*----------------------------------------------------------------
001740* ELAPSED-TIME HISTORY - ONE ENTRY PER STEP AND CYCLE ON THE
001750* LEDGER FROM THE FROM DATE.  ONLY COMPLETE RUNS FEED THE
001760* AVERAGE AND THE LONGEST; A FAILED RUN IS ONLY COUNTED.
001770*----------------------------------------------------------------
001780 77  LGR-H-USED                    PIC 9(02) COMP VALUE ZERO.
001790 77  LGR-H-IX                      PIC 9(02) COMP VALUE ZERO.
001800 77  LGR-H-HIT                     PIC 9(02) COMP VALUE ZERO.
001810 77  LGR-H-WORST                   PIC 9(02) COMP VALUE ZERO.
001820 77  LGR-H-WORST-AVG               PIC 9(07) VALUE ZERO.
001830 77  LGR-H-AVG                     PIC 9(07) VALUE ZERO.
001840 01  LGR-HIST-TABLE.
001850     05  LGR-H-ENTRY OCCURS 60 TIMES.
001860         10  LGR-H-STEP            PIC X(08).
001870         10  LGR-H-CYCLE           PIC X(02).
001880         10  LGR-H-RUNS            PIC 9(05).
001890         10  LGR-H-FAILS           PIC 9(05).
001900         10  LGR-H-TOTAL           PIC 9(11).
001910         10  LGR-H-LAST            PIC 9(07).
001920         10  LGR-H-MAX             PIC 9(07).
001930         10  LGR-H-MAX-DATE        PIC 9(08).
001940 77  LGR-LINES-READ                PIC 9(07) VALUE ZERO.
001950 77  LGR-LINES-USED                PIC 9(07) VALUE ZERO.
001960*----------------------------------------------------------------
001970* ELAPSED SECONDS SHOWN AS H:MM:SS.
001980*----------------------------------------------------------------
001990 77  LGR-HMS-SECS                  PIC 9(07) VALUE ZERO.
002000 77  LGR-HMS-REM                   PIC 9(07) VALUE ZERO.
002010 01  LGR-HMS.
002020     05  LGR-HMS-HH                PIC ZZ9.
002030     05  FILLER                    PIC X(01) VALUE ":".
002040     05  LGR-HMS-MM                PIC 9(02).
002050     05  FILLER                    PIC X(01) VALUE ":".
002060     05  LGR-HMS-SS                PIC 9(02).
002070*----------------------------------------------------------------
002080* HISTORY REPORT LINES
002090*----------------------------------------------------------------
002100 01  LGR-RPT-HDR.
002110     05  FILLER                    PIC X(08) VALUE "STEP".
002120     05  FILLER                    PIC X(02) VALUE SPACES.
002130     05  FILLER                    PIC X(02) VALUE "CY".
002140     05  FILLER                    PIC X(02) VALUE SPACES.
002150     05  FILLER                    PIC X(05) VALUE " RUNS".
002160     05  FILLER                    PIC X(02) VALUE SPACES.
002170     05  FILLER                    PIC X(05) VALUE "FAILS".
002180     05  FILLER                    PIC X(02) VALUE SPACES.
002190     05  FILLER                    PIC X(09) VALUE "     LAST".
002200     05  FILLER                    PIC X(02) VALUE SPACES.
002210     05  FILLER                    PIC X(09) VALUE "  AVERAGE".
002220     05  FILLER                    PIC X(02) VALUE SPACES.
002230     05  FILLER                    PIC X(09) VALUE "  LONGEST".
002240     05  FILLER                    PIC X(02) VALUE SPACES.
002250     05  FILLER                    PIC X(08) VALUE "ON".
002260     05  FILLER                    PIC X(11) VALUE SPACES.
002270 01  LGR-RPT-LINE.
002280     05  LGR-RPT-STEP              PIC X(08).
002290     05  FILLER                    PIC X(02) VALUE SPACES.
002300     05  LGR-RPT-CYCLE             PIC X(02).
002310     05  FILLER                    PIC X(02) VALUE SPACES.
002320     05  LGR-RPT-RUNS              PIC ZZZZ9.
002330     05  FILLER                    PIC X(02) VALUE SPACES.
002340     05  LGR-RPT-FAILS             PIC ZZZZ9.
002350     05  FILLER                    PIC X(02) VALUE SPACES.
002360     05  LGR-RPT-LAST              PIC X(09).
002370     05  FILLER                    PIC X(02) VALUE SPACES.
002380     05  LGR-RPT-AVG               PIC X(09).
002390     05  FILLER                    PIC X(02) VALUE SPACES.
002400     05  LGR-RPT-MAX               PIC X(09).
002410     05  FILLER                    PIC X(02) VALUE SPACES.
002420     05  LGR-RPT-MAX-DATE          PIC X(08).
002430     05  FILLER                    PIC X(02) VALUE SPACES.
002440     05  LGR-RPT-FLAG              PIC X(07).
002450     05  FILLER                    PIC X(02) VALUE SPACES.
002460 PROCEDURE DIVISION.
002470*================================================================
002480* 0000-MAINLINE
002490*================================================================
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520     EVALUATE TRUE
002530         WHEN LGR-FN-OPEN
002540             PERFORM 3000-OPEN-NIGHT THRU 3000-EXIT
002550         WHEN LGR-FN-BEGIN
002560             PERFORM 4000-BEGIN-STEP THRU 4000-EXIT
002570         WHEN LGR-FN-END
002580             PERFORM 5000-END-STEP THRU 5000-EXIT
002590         WHEN LGR-FN-CLOSE
002600             PERFORM 6000-CLOSE-NIGHT THRU 6000-EXIT
002610         WHEN LGR-FN-HIST
002620             PERFORM 7000-HISTORY-REPORT THRU 7000-EXIT
002630     END-EVALUATE.
002640     STOP RUN.
002650*================================================================
002660* 1000-INITIALIZE - RESOLVE AND CHECK THE PARAMETERS AND READ
002670*                   THE CLOCK.  EVERYTHING THE STREAM PASSES IS
002680*                   CHECKED HERE, SO A MISTYPED STEP IN THE JCL
002690*                   STOPS THE NIGHT AT RC 20 INSTEAD OF WRITING
002700*                   A LEDGER LINE NOTHING WILL EVER MATCH.
002710*================================================================
002720 1000-INITIALIZE.
002730     ACCEPT LGR-RUN-PARM FROM COMMAND-LINE.
002740     MOVE SPACES TO LGR-WORD-TABLE.
002750     UNSTRING LGR-RUN-PARM DELIMITED BY ALL " "
002760         INTO LGR-FUNC-PARM LGR-DATE-PARM
002770              LGR-WORD (1) LGR-WORD (2)
002780              LGR-WORD (3) LGR-WORD (4).
002790     IF NOT LGR-FN-VALID
002800         DISPLAY "UCLEDGER: FUNCTION MUST BE OPEN, BEGIN, END, "
002810             "CLOSE OR HIST, NOT " LGR-FUNC-PARM
002820         MOVE 20 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     ACCEPT LGR-NOW-DATE FROM DATE YYYYMMDD.
002860     ACCEPT LGR-NOW-CLOCK FROM TIME.
002870     DIVIDE LGR-NOW-CLOCK BY 100 GIVING LGR-NOW-TIME.
002880     IF LGR-FN-HIST
002890         PERFORM 1300-TAKE-FROM-DATE THRU 1300-EXIT
002900         GO TO 1000-EXIT
002910     END-IF.
002920     IF LGR-DATE-PARM NOT NUMERIC
002930         DISPLAY "UCLEDGER: PROCESSING DATE MISSING OR NOT "
002940             "CCYYMMDD - " LGR-DATE-PARM
002950         MOVE 20 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     MOVE LGR-DATE-PARM TO LGR-PROC-DATE.
002990     PERFORM 1100-TAKE-WORD THRU 1100-EXIT
003000         VARYING LGR-WORD-IX FROM 1 BY 1
003010         UNTIL LGR-WORD-IX > 4.
003020     IF (LGR-FN-BEGIN OR LGR-FN-END)
003030      AND LGR-STEP = SPACES
003040         DISPLAY "UCLEDGER: " LGR-FUNC-PARM " NEEDS A STEP NAME"
003050         MOVE 20 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     IF LGR-STEP = "NIGHT"
003090      OR ((LGR-FN-OPEN OR LGR-FN-CLOSE)
003100          AND LGR-STEP NOT = SPACES)
003110      OR (NOT LGR-FN-END AND LGR-RC-PARM NOT = SPACES)
003120         DISPLAY "UCLEDGER: BAD PARM WORD " LGR-STEP " "
003130             LGR-RC-PARM
003140         MOVE 20 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     IF LGR-FN-END
003180         PERFORM 1200-TAKE-RC THRU 1200-EXIT
003190     END-IF.
003200 1000-EXIT.
003210     EXIT.
003220*================================================================
003230* 1100-TAKE-WORD - ONE PARM WORD AFTER THE DATE: CYCLE=XX, THE
003240*                  DAILY-ONLY MARK, OR ELSE THE STEP NAME AND
003250*                  THEN THE RETURN CODE IN THAT ORDER.
003260*================================================================
003270 1100-TAKE-WORD.
003280     EVALUATE TRUE
003290         WHEN LGR-WORD (LGR-WORD-IX) = SPACES
003300             CONTINUE
003310         WHEN LGR-WORD (LGR-WORD-IX) (1:6) = "CYCLE="
003320             MOVE LGR-WORD (LGR-WORD-IX) (7:2) TO LGR-CYCLE-ID
003330         WHEN LGR-WORD (LGR-WORD-IX) = "DAILY"
003340             MOVE 'Y' TO LGR-DAILY-SW
003350         WHEN LGR-STEP = SPACES
003360          AND LGR-WORD (LGR-WORD-IX) (9:2) = SPACES
003370             MOVE LGR-WORD (LGR-WORD-IX) TO LGR-STEP
003380         WHEN LGR-STEP NOT = SPACES
003390          AND LGR-RC-PARM = SPACES
003400          AND LGR-WORD (LGR-WORD-IX) (4:7) = SPACES
003410             MOVE LGR-WORD (LGR-WORD-IX) TO LGR-RC-PARM
003420         WHEN OTHER
003430             DISPLAY "UCLEDGER: BAD PARM WORD "
003440                 LGR-WORD (LGR-WORD-IX)
003450             MOVE 20 TO RETURN-CODE
003460             STOP RUN
003470     END-EVALUATE.
003480 1100-EXIT.
003490     EXIT.
003500*================================================================
003510* 1200-TAKE-RC - THE ENDING STEP'S RETURN CODE, ONE TO THREE
003520*                DIGITS AS THE STREAM PASSES IT.
003530*================================================================
003540 1200-TAKE-RC.
003550     EVALUATE TRUE
003560         WHEN LGR-RC-PARM (2:2) = SPACES
003570          AND LGR-RC-PARM (1:1) IS NUMERIC
003580             MOVE LGR-RC-PARM (1:1) TO LGR-RC-1
003590             MOVE LGR-RC-1 TO LGR-STEP-RC
003600         WHEN LGR-RC-PARM (3:1) = SPACE
003610          AND LGR-RC-PARM (1:2) IS NUMERIC
003620             MOVE LGR-RC-PARM (1:2) TO LGR-RC-2
003630             MOVE LGR-RC-2 TO LGR-STEP-RC
003640         WHEN LGR-RC-PARM IS NUMERIC
003650             MOVE LGR-RC-PARM TO LGR-STEP-RC
003660         WHEN OTHER
003670             DISPLAY "UCLEDGER: END NEEDS THE STEP'S RETURN "
003680                 "CODE, NOT " LGR-RC-PARM
003690             MOVE 20 TO RETURN-CODE
003700             STOP RUN
003710     END-EVALUATE.
003720 1200-EXIT.
003730     EXIT.
003740*================================================================
003750* 1300-TAKE-FROM-DATE - HIST'S OPTIONAL FROM DATE; NONE MEANS
003760*                       THE WHOLE LEDGER.
003770*================================================================
003780 1300-TAKE-FROM-DATE.
003790     IF LGR-DATE-PARM = SPACES
003800         GO TO 1300-EXIT
003810     END-IF.
003820     IF LGR-DATE-PARM NOT NUMERIC
003830         DISPLAY "UCLEDGER: HIST FROM DATE NOT CCYYMMDD - "
003840             LGR-DATE-PARM
003850         MOVE 20 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880     MOVE LGR-DATE-PARM TO LGR-FROM-DATE.
003890 1300-EXIT.
003900     EXIT.
003910*================================================================
003920* 2000-SCAN-LEDGER - READ THE WHOLE LEDGER, KEEPING THE LAST
003930*                    LINE FOR EACH OF THE DATE AND CYCLE'S
003940*                    STEPS, THE NIGHT'S STATE, AND - FOR AN
003950*                    OPEN - THE PREVIOUS BUSINESS DATE'S DAILY
003960*                    NIGHT.  NO LEDGER YET READS AS EMPTY.
003970*================================================================
003980 2000-SCAN-LEDGER.
003990     MOVE SPACES TO LGR-STEP-TABLE.
004000     MOVE ZERO TO LGR-T-USED.
004010     MOVE 'N' TO LGR-LDG-EOF-SW.
004020     OPEN INPUT LGR-LDG-FILE.
004030     IF LGR-LDG-STATUS-CD NOT = "00"
004040         GO TO 2000-EXIT
004050     END-IF.
004060     PERFORM 2100-READ-ONE-LINE THRU 2100-EXIT
004070         UNTIL LGR-LDG-EOF.
004080     CLOSE LGR-LDG-FILE.
004090 2000-EXIT.
004100     EXIT.
004110*================================================================
004120* 2100-READ-ONE-LINE - READ ONE LEDGER LINE.
004130*================================================================
004140 2100-READ-ONE-LINE.
004150     READ LGR-LDG-FILE
004160         AT END
004170             MOVE 'Y' TO LGR-LDG-EOF-SW
004180         NOT AT END
004190             PERFORM 2200-KEEP-ONE-LINE THRU 2200-EXIT
004200     END-READ.
004210 2100-EXIT.
004220     EXIT.
004230*================================================================
004240* 2200-KEEP-ONE-LINE - FOLD ONE LEDGER LINE INTO WHAT IS KEPT.
004250*                      THE NIGHT KEEPS THE START OF ITS FIRST
004260*                      OPEN; EVERY OTHER STEP KEEPS ITS LAST
004270*                      LINE.
004280*================================================================
004290 2200-KEEP-ONE-LINE.
004300     IF UC01-LDG-PROC-DATE < LGR-PROC-DATE
004310         MOVE 'Y' TO LGR-EARLIER-SW
004320     END-IF.
004330     IF LGR-PREV-DATE NOT = ZERO
004340      AND UC01-LDG-PROC-DATE = LGR-PREV-DATE
004350      AND UC01-LDG-CYCLE = SPACES
004360      AND UC01-LDG-NIGHT
004370         MOVE UC01-LDG-STATE TO LGR-PREV-STATE
004380     END-IF.
004390     IF UC01-LDG-PROC-DATE NOT = LGR-PROC-DATE
004400      OR UC01-LDG-CYCLE NOT = LGR-CYCLE-ID
004410         GO TO 2200-EXIT
004420     END-IF.
004430     IF UC01-LDG-NIGHT
004440         MOVE UC01-LDG-STATE TO LGR-NIGHT-STATE
004450         IF UC01-LDG-STARTED
004460          AND LGR-NIGHT-FIRST-DATE = ZERO
004470             MOVE UC01-LDG-START-DATE TO LGR-NIGHT-FIRST-DATE
004480             MOVE UC01-LDG-START-TIME TO LGR-NIGHT-FIRST-TIME
004490         END-IF
004500         GO TO 2200-EXIT
004510     END-IF.
004520     MOVE UC01-LDG-STEP TO LGR-LOOK-STEP.
004530     PERFORM 2300-FIND-STEP THRU 2300-EXIT.
004540     IF NOT LGR-STEP-FOUND
004550         IF LGR-T-USED = 30
004560             DISPLAY "UCLEDGER: MORE THAN 30 STEPS FOR "
004570                 LGR-PROC-DATE " ON THE LEDGER"
004580             MOVE 20 TO RETURN-CODE
004590             STOP RUN
004600         END-IF
004610         ADD 1 TO LGR-T-USED
004620         MOVE LGR-T-USED TO LGR-T-HIT
004630         MOVE UC01-LDG-STEP TO LGR-T-STEP (LGR-T-HIT)
004640     END-IF.
004650     MOVE UC01-LDG-STATE TO LGR-T-STATE (LGR-T-HIT).
004660     MOVE UC01-LDG-START-DATE TO LGR-T-START-DATE (LGR-T-HIT).
004670     MOVE UC01-LDG-START-TIME TO LGR-T-START-TIME (LGR-T-HIT).
004680 2200-EXIT.
004690     EXIT.
004700*================================================================
004710* 2300-FIND-STEP - LOOK LGR-LOOK-STEP UP IN THE STEP TABLE,
004720*                  LEAVING ITS ENTRY IN LGR-T-HIT.
004730*================================================================
004740 2300-FIND-STEP.
004750     MOVE 'N' TO LGR-STEP-FOUND-SW.
004760     MOVE ZERO TO LGR-T-HIT.
004770     PERFORM 2310-MATCH-ONE-STEP THRU 2310-EXIT
004780         VARYING LGR-T-IX FROM 1 BY 1
004790         UNTIL LGR-T-IX > LGR-T-USED
004800            OR LGR-STEP-FOUND.
004810 2300-EXIT.
004820     EXIT.
004830*================================================================
004840* 2310-MATCH-ONE-STEP - COMPARE ONE STEP TABLE ENTRY.
004850*================================================================
004860 2310-MATCH-ONE-STEP.
004870     IF LGR-T-STEP (LGR-T-IX) = LGR-LOOK-STEP
004880         MOVE 'Y' TO LGR-STEP-FOUND-SW
004890         MOVE LGR-T-IX TO LGR-T-HIT
004900     END-IF.
004910 2310-EXIT.
004920     EXIT.
004930*================================================================
004940* 2400-FIND-LOOSE-ENDS - NAME THE FIRST OTHER STEP STILL
004950*                        STARTED (ITS END WAS NEVER RECORDED)
004960*                        AND THE FIRST STEP LEFT FAILED.
004970*================================================================
004980 2400-FIND-LOOSE-ENDS.
004990     MOVE SPACES TO LGR-DANGLE-STEP.
005000     MOVE SPACES TO LGR-FAILED-STEP.
005010     PERFORM 2410-CHECK-ONE-STEP THRU 2410-EXIT
005020         VARYING LGR-T-IX FROM 1 BY 1
005030         UNTIL LGR-T-IX > LGR-T-USED.
005040 2400-EXIT.
005050     EXIT.
005060*================================================================
005070* 2410-CHECK-ONE-STEP - JUDGE ONE STEP TABLE ENTRY.
005080*================================================================
005090 2410-CHECK-ONE-STEP.
005100     IF LGR-T-STEP (LGR-T-IX) = LGR-STEP
005110         GO TO 2410-EXIT
005120     END-IF.
005130     IF LGR-T-STATE (LGR-T-IX) = "STARTED"
005140      AND LGR-DANGLE-STEP = SPACES
005150         MOVE LGR-T-STEP (LGR-T-IX) TO LGR-DANGLE-STEP
005160     END-IF.
005170     IF LGR-T-STATE (LGR-T-IX) = "FAILED"
005180      AND LGR-FAILED-STEP = SPACES
005190         MOVE LGR-T-STEP (LGR-T-IX) TO LGR-FAILED-STEP
005200     END-IF.
005210 2410-EXIT.
005220     EXIT.
005230*================================================================
005240* 3000-OPEN-NIGHT - START THE DATE'S NIGHT.  THE PREVIOUS
005250*                   UC01CAL BUSINESS DATE'S DAILY NIGHT MUST
005260*                   SHOW COMPLETE ON THE LEDGER OR THE DATE IS
005270*                   REFUSED.  ON A LEDGER HOLDING NOTHING
005280*                   BEFORE THE DATE - THE FIRST NIGHT RUN THIS
005290*                   WAY - THERE IS NO HISTORY TO HOLD IT TO,
005300*                   AND THAT IS SAID ON SYSOUT INSTEAD.  A CYCLE
005310*                   IS HELD TO THE SAME DAILY NIGHT.  STEPS A
005320*                   LOST SUBMISSION LEFT STARTED ARE MARKED
005330*                   NO-END SO THEIR BEGIN LETS THEM RUN AGAIN.
005340*================================================================
005350 3000-OPEN-NIGHT.
005360     PERFORM 3100-FIND-PREV-DATE THRU 3100-EXIT.
005370     PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT.
005380     IF LGR-NIGHT-STATE = "COMPLETE"
005390         DISPLAY "UCLEDGER: " LGR-PROC-DATE " " LGR-CYCLE-ID
005400             " IS ALREADY COMPLETE ON THE LEDGER - NOTHING "
005410             "TO RUN"
005420         MOVE 4 TO RETURN-CODE
005430         GO TO 3000-EXIT
005440     END-IF.
005450     EVALUATE TRUE
005460         WHEN LGR-PREV-DATE = ZERO
005470             CONTINUE
005480         WHEN NOT LGR-EARLIER-FOUND
005490             DISPLAY "UCLEDGER: NOTHING ON THE LEDGER BEFORE "
005500                 LGR-PROC-DATE " - " LGR-PREV-DATE
005510                 " NOT CHECKED"
005520         WHEN LGR-PREV-STATE = "COMPLETE"
005530             CONTINUE
005540         WHEN OTHER
005550             PERFORM 3200-REFUSE-DATE THRU 3200-EXIT
005560             GO TO 3000-EXIT
005570     END-EVALUATE.
005580     PERFORM 3300-MARK-NO-END THRU 3300-EXIT
005590         VARYING LGR-T-IX FROM 1 BY 1
005600         UNTIL LGR-T-IX > LGR-T-USED.
005610     MOVE "NIGHT" TO LGR-NEW-STEP.
005620     MOVE "STARTED" TO LGR-NEW-STATE.
005630     MOVE LGR-NOW-DATE TO LGR-NEW-START-DATE.
005640     MOVE LGR-NOW-TIME TO LGR-NEW-START-TIME.
005650     MOVE ZERO TO LGR-NEW-END-DATE LGR-NEW-END-TIME
005660                  LGR-NEW-RC LGR-NEW-ELAPSED.
005670     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
005680     DISPLAY "UCLEDGER: NIGHT " LGR-PROC-DATE " " LGR-CYCLE-ID
005690         " OPENED".
005700     MOVE ZERO TO RETURN-CODE.
005710 3000-EXIT.
005720     EXIT.
005730*================================================================
005740* 3100-FIND-PREV-DATE - THE LATEST UC01CAL BUSINESS DATE BEFORE
005750*                       THE PROCESSING DATE; ZERO WHEN THE DATE
005760*                       OPENS THE CALENDAR.  NO CALENDAR IS
005770*                       FATAL - THE CHECK CANNOT BE SKIPPED
005780*                       QUIETLY.
005790*================================================================
005800 3100-FIND-PREV-DATE.
005810     OPEN INPUT LGR-CAL-FILE.
005820     IF LGR-CAL-STATUS-CD NOT = "00"
005830         DISPLAY "UCLEDGER: UC01CAL COULD NOT BE OPENED, "
005840             "STATUS = " LGR-CAL-STATUS-CD
005850         MOVE 20 TO RETURN-CODE
005860         STOP RUN
005870     END-IF.
005880     PERFORM 3110-READ-ONE-DATE THRU 3110-EXIT
005890         UNTIL LGR-CAL-EOF.
005900     CLOSE LGR-CAL-FILE.
005910 3100-EXIT.
005920     EXIT.
005930*================================================================
005940* 3110-READ-ONE-DATE - READ ONE CALENDAR LINE; LINES WHOSE DATE
005950*                      COLUMN ISN'T NUMERIC ARE PASSED OVER, AS
005960*                      IN UCCAL.
005970*================================================================
005980 3110-READ-ONE-DATE.
005990     READ LGR-CAL-FILE
006000         AT END
006010             MOVE 'Y' TO LGR-CAL-EOF-SW
006020         NOT AT END
006030             MOVE LGR-CAL-REC TO LGR-CAL-LINE
006040             IF LGR-CAL-DATE IS NUMERIC
006050                 MOVE LGR-CAL-DATE TO LGR-CAL-DATE-N
006060                 IF LGR-CAL-DATE-N < LGR-PROC-DATE
006070                  AND LGR-CAL-DATE-N > LGR-PREV-DATE
006080                     MOVE LGR-CAL-DATE-N TO LGR-PREV-DATE
006090                 END-IF
006100             END-IF
006110     END-READ.
006120 3110-EXIT.
006130     EXIT.
006140*================================================================
006150* 3200-REFUSE-DATE - THE PREVIOUS BUSINESS DATE NEVER COMPLETED.
006160*                    THE REFUSAL GOES ON THE LEDGER FOR THE
006170*                    BOARD, AND RC 16 BYPASSES THE STREAM.
006180*================================================================
006190 3200-REFUSE-DATE.
006200     IF LGR-PREV-STATE = SPACES
006210         MOVE "NOT RUN" TO LGR-PREV-STATE
006220     END-IF.
006230     MOVE "NIGHT" TO LGR-NEW-STEP.
006240     MOVE "REFUSED" TO LGR-NEW-STATE.
006250     MOVE LGR-NOW-DATE TO LGR-NEW-START-DATE
006260                          LGR-NEW-END-DATE.
006270     MOVE LGR-NOW-TIME TO LGR-NEW-START-TIME
006280                          LGR-NEW-END-TIME.
006290     MOVE 16 TO LGR-NEW-RC.
006300     MOVE ZERO TO LGR-NEW-ELAPSED.
006310     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006320     DISPLAY "UCLEDGER: PREVIOUS BUSINESS DATE " LGR-PREV-DATE
006330         " NEVER COMPLETED (" LGR-PREV-STATE ") - "
006340         LGR-PROC-DATE " REFUSED".
006350     MOVE 16 TO RETURN-CODE.
006360 3200-EXIT.
006370     EXIT.
006380*================================================================
006390* 3300-MARK-NO-END - ONE STEP LEFT STARTED BY A LOST SUBMISSION.
006400*================================================================
006410 3300-MARK-NO-END.
006420     IF LGR-T-STATE (LGR-T-IX) NOT = "STARTED"
006430         GO TO 3300-EXIT
006440     END-IF.
006450     MOVE LGR-T-STEP (LGR-T-IX) TO LGR-NEW-STEP.
006460     MOVE "NO-END" TO LGR-NEW-STATE.
006470     MOVE LGR-T-START-DATE (LGR-T-IX) TO LGR-NEW-START-DATE.
006480     MOVE LGR-T-START-TIME (LGR-T-IX) TO LGR-NEW-START-TIME.
006490     MOVE ZERO TO LGR-NEW-END-DATE LGR-NEW-END-TIME
006500                  LGR-NEW-RC LGR-NEW-ELAPSED.
006510     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
006520     MOVE "NO-END" TO LGR-T-STATE (LGR-T-IX).
006530     DISPLAY "UCLEDGER: " LGR-NEW-STEP " STARTED "
006540         LGR-NEW-START-DATE " " LGR-NEW-START-TIME
006550         " NEVER ENDED - MARKED NO-END, IT RUNS AGAIN".
006560 3300-EXIT.
006570     EXIT.
006580*================================================================
006590* 4000-BEGIN-STEP - SKIP A STEP THE LEDGER SHOWS COMPLETE (OR A
006600*                   DAILY-ONLY STEP ON A CYCLE RUN) WITH RC 4;
006610*                   OTHERWISE RECORD ITS START.  A STEP IS NEVER
006620*                   STARTED OUTSIDE AN OPEN NIGHT, OR WHILE
006630*                   ANOTHER STEP'S END WAS NEVER RECORDED - THE
006640*                   STREAM BRANCHES ONLY ON THE RETURN CODES
006650*                   THE PROGRAMS SET, AND ANYTHING ELSE MUST
006660*                   STOP THE NIGHT, NOT SLIP PAST IT.
006670*================================================================
006680 4000-BEGIN-STEP.
006690     IF LGR-DAILY-ONLY
006700      AND LGR-CYCLE-ID NOT = SPACES
006710         DISPLAY "UCLEDGER: " LGR-STEP " RUNS ON THE DAILY "
006720             "NIGHT ONLY - PASSED OVER ON CYCLE " LGR-CYCLE-ID
006730         MOVE 4 TO RETURN-CODE
006740         GO TO 4000-EXIT
006750     END-IF.
006760     PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT.
006770     MOVE LGR-STEP TO LGR-LOOK-STEP.
006780     PERFORM 2300-FIND-STEP THRU 2300-EXIT.
006790     IF LGR-STEP-FOUND
006800      AND LGR-T-STATE (LGR-T-HIT) = "COMPLETE"
006810         DISPLAY "UCLEDGER: " LGR-STEP " ALREADY COMPLETE FOR "
006820             LGR-PROC-DATE " " LGR-CYCLE-ID " - SKIPPED"
006830         MOVE 4 TO RETURN-CODE
006840         GO TO 4000-EXIT
006850     END-IF.
006860     IF LGR-NIGHT-STATE NOT = "STARTED"
006870         DISPLAY "UCLEDGER: NIGHT " LGR-PROC-DATE " "
006880             LGR-CYCLE-ID " IS NOT OPEN - " LGR-STEP
006890             " NOT STARTED"
006900         MOVE 16 TO RETURN-CODE
006910         GO TO 4000-EXIT
006920     END-IF.
006930     PERFORM 2400-FIND-LOOSE-ENDS THRU 2400-EXIT.
006940     IF LGR-DANGLE-STEP NOT = SPACES
006950         DISPLAY "UCLEDGER: " LGR-DANGLE-STEP " STARTED BUT "
006960             "ITS END WAS NEVER RECORDED - " LGR-STEP
006970             " NOT STARTED; RESUBMIT THE STREAM"
006980         MOVE 16 TO RETURN-CODE
006990         GO TO 4000-EXIT
007000     END-IF.
007010     MOVE LGR-STEP TO LGR-NEW-STEP.
007020     MOVE "STARTED" TO LGR-NEW-STATE.
007030     MOVE LGR-NOW-DATE TO LGR-NEW-START-DATE.
007040     MOVE LGR-NOW-TIME TO LGR-NEW-START-TIME.
007050     MOVE ZERO TO LGR-NEW-END-DATE LGR-NEW-END-TIME
007060                  LGR-NEW-RC LGR-NEW-ELAPSED.
007070     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007080     DISPLAY "UCLEDGER: " LGR-STEP " STARTED".
007090     MOVE ZERO TO RETURN-CODE.
007100 4000-EXIT.
007110     EXIT.
007120*================================================================
007130* 5000-END-STEP - RECORD THE STEP'S END.  RC 4 OR LESS IS
007140*                 COMPLETE; ANYTHING HIGHER IS FAILED AND SETS
007150*                 RC 16 SO THE REST OF THE STREAM IS BYPASSED.
007160*                 WITH NO STARTED LINE TO TIME FROM, THE END IS
007170*                 STILL RECORDED, AT ZERO ELAPSED.
007180*================================================================
007190 5000-END-STEP.
007200     PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT.
007210     MOVE LGR-STEP TO LGR-LOOK-STEP.
007220     PERFORM 2300-FIND-STEP THRU 2300-EXIT.
007230     MOVE LGR-STEP TO LGR-NEW-STEP.
007240     MOVE LGR-NOW-DATE TO LGR-NEW-END-DATE.
007250     MOVE LGR-NOW-TIME TO LGR-NEW-END-TIME.
007260     IF LGR-STEP-FOUND
007270      AND LGR-T-STATE (LGR-T-HIT) = "STARTED"
007280         MOVE LGR-T-START-DATE (LGR-T-HIT)
007290             TO LGR-NEW-START-DATE
007300         MOVE LGR-T-START-TIME (LGR-T-HIT)
007310             TO LGR-NEW-START-TIME
007320     ELSE
007330         DISPLAY "UCLEDGER: NO STARTED LINE FOR " LGR-STEP
007340             " - ELAPSED TIME NOT KNOWN"
007350         MOVE LGR-NOW-DATE TO LGR-NEW-START-DATE
007360         MOVE LGR-NOW-TIME TO LGR-NEW-START-TIME
007370     END-IF.
007380     PERFORM 8100-COMPUTE-ELAPSED THRU 8100-EXIT.
007390     MOVE LGR-STEP-RC TO LGR-NEW-RC.
007400     MOVE LGR-NEW-ELAPSED TO LGR-HMS-SECS.
007410     PERFORM 8300-FORMAT-HMS THRU 8300-EXIT.
007420     IF LGR-STEP-RC NOT > 4
007430         MOVE "COMPLETE" TO LGR-NEW-STATE
007440         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007450         DISPLAY "UCLEDGER: " LGR-STEP " COMPLETE, RC "
007460             LGR-STEP-RC ", ELAPSED " LGR-HMS
007470         MOVE ZERO TO RETURN-CODE
007480     ELSE
007490         MOVE "FAILED" TO LGR-NEW-STATE
007500         PERFORM 8000-WRITE-LINE THRU 8000-EXIT
007510         DISPLAY "UCLEDGER: " LGR-STEP " FAILED, RC "
007520             LGR-STEP-RC " - THE STREAM STOPS HERE AND A "
007530             "RESUBMISSION RESUMES AT " LGR-STEP
007540         MOVE 16 TO RETURN-CODE
007550     END-IF.
007560 5000-EXIT.
007570     EXIT.
007580*================================================================
007590* 6000-CLOSE-NIGHT - THE NIGHT IS COMPLETE ONCE EVERY STEP THAT
007600*                    STARTED HAS ENDED AND NONE IS LEFT FAILED.
007610*                    ITS ELAPSED TIME RUNS FROM THE FIRST OPEN,
007620*                    SO A NIGHT THAT FAILED AND WAS RESUMED
007630*                    SHOWS HOW LONG THE DATE WAS REALLY OUT.
007640*================================================================
007650 6000-CLOSE-NIGHT.
007660     PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT.
007670     IF LGR-NIGHT-STATE = "COMPLETE"
007680         DISPLAY "UCLEDGER: NIGHT " LGR-PROC-DATE " "
007690             LGR-CYCLE-ID " WAS ALREADY CLOSED"
007700         MOVE ZERO TO RETURN-CODE
007710         GO TO 6000-EXIT
007720     END-IF.
007730     IF LGR-NIGHT-STATE NOT = "STARTED"
007740         DISPLAY "UCLEDGER: NIGHT " LGR-PROC-DATE " "
007750             LGR-CYCLE-ID " IS NOT OPEN - NOT CLOSED"
007760         MOVE 16 TO RETURN-CODE
007770         GO TO 6000-EXIT
007780     END-IF.
007790     PERFORM 2400-FIND-LOOSE-ENDS THRU 2400-EXIT.
007800     IF LGR-DANGLE-STEP NOT = SPACES
007810      OR LGR-FAILED-STEP NOT = SPACES
007820         DISPLAY "UCLEDGER: NIGHT " LGR-PROC-DATE " "
007830             LGR-CYCLE-ID " NOT CLOSED - UNENDED STEP "
007840             LGR-DANGLE-STEP " FAILED STEP " LGR-FAILED-STEP
007850         MOVE 16 TO RETURN-CODE
007860         GO TO 6000-EXIT
007870     END-IF.
007880     MOVE "NIGHT" TO LGR-NEW-STEP.
007890     MOVE "COMPLETE" TO LGR-NEW-STATE.
007900     MOVE LGR-NIGHT-FIRST-DATE TO LGR-NEW-START-DATE.
007910     MOVE LGR-NIGHT-FIRST-TIME TO LGR-NEW-START-TIME.
007920     MOVE LGR-NOW-DATE TO LGR-NEW-END-DATE.
007930     MOVE LGR-NOW-TIME TO LGR-NEW-END-TIME.
007940     MOVE ZERO TO LGR-NEW-RC.
007950     PERFORM 8100-COMPUTE-ELAPSED THRU 8100-EXIT.
007960     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
007970     MOVE LGR-NEW-ELAPSED TO LGR-HMS-SECS.
007980     PERFORM 8300-FORMAT-HMS THRU 8300-EXIT.
007990     DISPLAY "UCLEDGER: NIGHT " LGR-PROC-DATE " " LGR-CYCLE-ID
008000         " COMPLETE, ELAPSED " LGR-HMS.
008010     MOVE ZERO TO RETURN-CODE.
008020 6000-EXIT.
008030     EXIT.
008040*================================================================
008050* 7000-HISTORY-REPORT - EACH STEP'S ELAPSED-TIME HISTORY FROM
008060*                       THE FROM DATE, ONE UCLDGRPT LINE PER
008070*                       STEP AND CYCLE IN ORDER OF FIRST
008080*                       APPEARANCE.  THE STEP WITH THE LONGEST
008090*                       AVERAGE - THE NIGHT ITSELF APART - IS
008100*                       FLAGGED LONGEST.
008110*================================================================
008120 7000-HISTORY-REPORT.
008130     OPEN INPUT LGR-LDG-FILE.
008140     IF LGR-LDG-STATUS-CD NOT = "00"
008150         DISPLAY "UCLEDGER: UC01LDG COULD NOT BE OPENED, "
008160             "STATUS = " LGR-LDG-STATUS-CD
008170         MOVE 20 TO RETURN-CODE
008180         STOP RUN
008190     END-IF.
008200     MOVE SPACES TO LGR-HIST-TABLE.
008210     PERFORM 7100-READ-HISTORY THRU 7100-EXIT
008220         UNTIL LGR-LDG-EOF.
008230     CLOSE LGR-LDG-FILE.
008240     PERFORM 7300-FIND-WORST THRU 7300-EXIT
008250         VARYING LGR-H-IX FROM 1 BY 1
008260         UNTIL LGR-H-IX > LGR-H-USED.
008270     OPEN OUTPUT LGR-RPT-FILE.
008280     MOVE SPACES TO LGR-RPT-REC.
008290     IF LGR-FROM-DATE = ZERO
008300         MOVE "RUN LEDGER ELAPSED-TIME HISTORY - ALL DATES"
008310             TO LGR-RPT-REC
008320     ELSE
008330         STRING "RUN LEDGER ELAPSED-TIME HISTORY FROM "
008340                    DELIMITED BY SIZE
008350                LGR-FROM-DATE DELIMITED BY SIZE
008360                INTO LGR-RPT-REC
008370     END-IF.
008380     WRITE LGR-RPT-REC.
008390     MOVE LGR-RPT-HDR TO LGR-RPT-REC.
008400     WRITE LGR-RPT-REC.
008410     PERFORM 7400-WRITE-ONE-STEP THRU 7400-EXIT
008420         VARYING LGR-H-IX FROM 1 BY 1
008430         UNTIL LGR-H-IX > LGR-H-USED.
008440     MOVE SPACES TO LGR-RPT-REC.
008450     STRING "LEDGER LINES READ " DELIMITED BY SIZE
008460            LGR-LINES-READ DELIMITED BY SIZE
008470            " ENDED RUNS COUNTED " DELIMITED BY SIZE
008480            LGR-LINES-USED DELIMITED BY SIZE
008490            INTO LGR-RPT-REC.
008500     WRITE LGR-RPT-REC.
008510     CLOSE LGR-RPT-FILE.
008520     MOVE ZERO TO RETURN-CODE.
008530 7000-EXIT.
008540     EXIT.
008550*================================================================
008560* 7100-READ-HISTORY - READ ONE LEDGER LINE; AN ENDED RUN ON OR
008570*                     AFTER THE FROM DATE GOES INTO ITS STEP'S
008580*                     HISTORY.
008590*================================================================
008600 7100-READ-HISTORY.
008610     READ LGR-LDG-FILE
008620         AT END
008630             MOVE 'Y' TO LGR-LDG-EOF-SW
008640         NOT AT END
008650             ADD 1 TO LGR-LINES-READ
008660             IF UC01-LDG-PROC-DATE NOT < LGR-FROM-DATE
008670              AND (UC01-LDG-COMPLETE OR UC01-LDG-FAILED)
008680                 PERFORM 7200-ADD-HISTORY THRU 7200-EXIT
008690             END-IF
008700     END-READ.
008710 7100-EXIT.
008720     EXIT.
008730*================================================================
008740* 7200-ADD-HISTORY - FOLD ONE ENDED RUN INTO ITS STEP AND
008750*                    CYCLE'S ENTRY.
008760*================================================================
008770 7200-ADD-HISTORY.
008780     ADD 1 TO LGR-LINES-USED.
008790     MOVE ZERO TO LGR-H-HIT.
008800     PERFORM 7210-MATCH-ONE-HIST THRU 7210-EXIT
008810         VARYING LGR-H-IX FROM 1 BY 1
008820         UNTIL LGR-H-IX > LGR-H-USED
008830            OR LGR-H-HIT NOT = ZERO.
008840     IF LGR-H-HIT = ZERO
008850         IF LGR-H-USED = 60
008860             DISPLAY "UCLEDGER: MORE THAN 60 STEPS AND CYCLES "
008870                 "ON THE LEDGER - GIVE HIST A LATER FROM DATE"
008880             MOVE 20 TO RETURN-CODE
008890             STOP RUN
008900         END-IF
008910         ADD 1 TO LGR-H-USED
008920         MOVE LGR-H-USED TO LGR-H-HIT
008930         MOVE UC01-LDG-STEP TO LGR-H-STEP (LGR-H-HIT)
008940         MOVE UC01-LDG-CYCLE TO LGR-H-CYCLE (LGR-H-HIT)
008950         MOVE ZERO TO LGR-H-RUNS (LGR-H-HIT)
008960                      LGR-H-FAILS (LGR-H-HIT)
008970                      LGR-H-TOTAL (LGR-H-HIT)
008980                      LGR-H-LAST (LGR-H-HIT)
008990                      LGR-H-MAX (LGR-H-HIT)
009000                      LGR-H-MAX-DATE (LGR-H-HIT)
009010     END-IF.
009020     IF UC01-LDG-FAILED
009030         ADD 1 TO LGR-H-FAILS (LGR-H-HIT)
009040         GO TO 7200-EXIT
009050     END-IF.
009060     ADD 1 TO LGR-H-RUNS (LGR-H-HIT).
009070     ADD UC01-LDG-ELAPSED TO LGR-H-TOTAL (LGR-H-HIT).
009080     MOVE UC01-LDG-ELAPSED TO LGR-H-LAST (LGR-H-HIT).
009090     IF UC01-LDG-ELAPSED > LGR-H-MAX (LGR-H-HIT)
009100      OR LGR-H-RUNS (LGR-H-HIT) = 1
009110         MOVE UC01-LDG-ELAPSED TO LGR-H-MAX (LGR-H-HIT)
009120         MOVE UC01-LDG-PROC-DATE TO LGR-H-MAX-DATE (LGR-H-HIT)
009130     END-IF.
009140 7200-EXIT.
009150     EXIT.
009160*================================================================
009170* 7210-MATCH-ONE-HIST - COMPARE ONE HISTORY ENTRY.
009180*================================================================
009190 7210-MATCH-ONE-HIST.
009200     IF LGR-H-STEP (LGR-H-IX) = UC01-LDG-STEP
009210      AND LGR-H-CYCLE (LGR-H-IX) = UC01-LDG-CYCLE
009220         MOVE LGR-H-IX TO LGR-H-HIT
009230     END-IF.
009240 7210-EXIT.
009250     EXIT.
009260*================================================================
009270* 7300-FIND-WORST - KEEP THE STEP WITH THE LONGEST AVERAGE.
009280*================================================================
009290 7300-FIND-WORST.
009300     IF LGR-H-STEP (LGR-H-IX) = "NIGHT"
009310      OR LGR-H-RUNS (LGR-H-IX) = ZERO
009320         GO TO 7300-EXIT
009330     END-IF.
009340     DIVIDE LGR-H-TOTAL (LGR-H-IX) BY LGR-H-RUNS (LGR-H-IX)
009350         GIVING LGR-H-AVG.
009360     IF LGR-H-AVG > LGR-H-WORST-AVG
009370      OR LGR-H-WORST = ZERO
009380         MOVE LGR-H-AVG TO LGR-H-WORST-AVG
009390         MOVE LGR-H-IX TO LGR-H-WORST
009400     END-IF.
009410 7300-EXIT.
009420     EXIT.
009430*================================================================
009440* 7400-WRITE-ONE-STEP - ONE REPORT LINE.  A STEP THAT HAS ONLY
009450*                       EVER FAILED HAS NO TIMES TO SHOW.
009460*================================================================
009470 7400-WRITE-ONE-STEP.
009480     MOVE SPACES TO LGR-RPT-LINE.
009490     MOVE LGR-H-STEP (LGR-H-IX) TO LGR-RPT-STEP.
009500     MOVE LGR-H-CYCLE (LGR-H-IX) TO LGR-RPT-CYCLE.
009510     MOVE LGR-H-RUNS (LGR-H-IX) TO LGR-RPT-RUNS.
009520     MOVE LGR-H-FAILS (LGR-H-IX) TO LGR-RPT-FAILS.
009530     IF LGR-H-RUNS (LGR-H-IX) NOT = ZERO
009540         MOVE LGR-H-LAST (LGR-H-IX) TO LGR-HMS-SECS
009550         PERFORM 8300-FORMAT-HMS THRU 8300-EXIT
009560         MOVE LGR-HMS TO LGR-RPT-LAST
009570         DIVIDE LGR-H-TOTAL (LGR-H-IX) BY LGR-H-RUNS (LGR-H-IX)
009580             GIVING LGR-HMS-SECS
009590         PERFORM 8300-FORMAT-HMS THRU 8300-EXIT
009600         MOVE LGR-HMS TO LGR-RPT-AVG
009610         MOVE LGR-H-MAX (LGR-H-IX) TO LGR-HMS-SECS
009620         PERFORM 8300-FORMAT-HMS THRU 8300-EXIT
009630         MOVE LGR-HMS TO LGR-RPT-MAX
009640         MOVE LGR-H-MAX-DATE (LGR-H-IX) TO LGR-RPT-MAX-DATE
009650     END-IF.
009660     IF LGR-H-IX = LGR-H-WORST
009670         MOVE "LONGEST" TO LGR-RPT-FLAG
009680     END-IF.
009690     MOVE LGR-RPT-LINE TO LGR-RPT-REC.
009700     WRITE LGR-RPT-REC.
009710 7400-EXIT.
009720     EXIT.
009730*================================================================
009740* 8000-WRITE-LINE - APPEND ONE LINE TO THE LEDGER, CREATING IT
009750*                   ON THE FIRST NIGHT.
009760*================================================================
009770 8000-WRITE-LINE.
009780     OPEN EXTEND LGR-LDG-FILE.
009790     IF LGR-LDG-STATUS-CD NOT = "00"
009800         OPEN OUTPUT LGR-LDG-FILE
009810     END-IF.
009820     MOVE SPACES TO UC01-LDG-REC.
009830     MOVE LGR-PROC-DATE TO UC01-LDG-PROC-DATE.
009840     MOVE LGR-CYCLE-ID TO UC01-LDG-CYCLE.
009850     MOVE LGR-NEW-STEP TO UC01-LDG-STEP.
009860     MOVE LGR-NEW-STATE TO UC01-LDG-STATE.
009870     MOVE LGR-NEW-START-DATE TO UC01-LDG-START-DATE.
009880     MOVE LGR-NEW-START-TIME TO UC01-LDG-START-TIME.
009890     MOVE LGR-NEW-END-DATE TO UC01-LDG-END-DATE.
009900     MOVE LGR-NEW-END-TIME TO UC01-LDG-END-TIME.
009910     MOVE LGR-NEW-RC TO UC01-LDG-RC.
009920     MOVE LGR-NEW-ELAPSED TO UC01-LDG-ELAPSED.
009930     WRITE UC01-LDG-REC.
009940     CLOSE LGR-LDG-FILE.
009950 8000-EXIT.
009960     EXIT.
009970*================================================================
009980* 8100-COMPUTE-ELAPSED - SECONDS FROM THE NEW LINE'S START TO
009990*                        ITS END, ACROSS ANY NUMBER OF
010000*                        MIDNIGHTS.  A CLOCK THAT WENT BACKWARDS
010010*                        GIVES ZERO, NOT A WRAPPED NUMBER, AND A
010020*                        SPAN TOO LONG FOR THE FIELD (OVER 115
010030*                        DAYS) IS HELD AT ALL NINES.
010040*================================================================
010050 8100-COMPUTE-ELAPSED.
010060     MOVE LGR-NEW-START-DATE TO LGR-DATE-WORK.
010070     PERFORM 8200-DAY-NUMBER THRU 8200-EXIT.
010080     MOVE LGR-DN-DAYS TO LGR-START-DAYS.
010090     MOVE LGR-NEW-START-TIME TO LGR-TIME-WORK.
010100     COMPUTE LGR-START-SECS = LGR-START-DAYS * 86400
010110         + LGR-TW-HH * 3600 + LGR-TW-MM * 60 + LGR-TW-SS.
010120     MOVE LGR-NEW-END-DATE TO LGR-DATE-WORK.
010130     PERFORM 8200-DAY-NUMBER THRU 8200-EXIT.
010140     MOVE LGR-NEW-END-TIME TO LGR-TIME-WORK.
010150     COMPUTE LGR-END-SECS = LGR-DN-DAYS * 86400
010160         + LGR-TW-HH * 3600 + LGR-TW-MM * 60 + LGR-TW-SS.
010170     EVALUATE TRUE
010180         WHEN LGR-END-SECS < LGR-START-SECS
010190             MOVE ZERO TO LGR-NEW-ELAPSED
010200         WHEN LGR-END-SECS - LGR-START-SECS > 9999999
010210             MOVE 9999999 TO LGR-NEW-ELAPSED
010220         WHEN OTHER
010230             COMPUTE LGR-NEW-ELAPSED =
010240                 LGR-END-SECS - LGR-START-SECS
010250     END-EVALUATE.
010260 8100-EXIT.
010270     EXIT.
010280*================================================================
010290* 8200-DAY-NUMBER - A DAY COUNT FOR THE DATE IN LGR-DATE-WORK,
010300*                   GOOD FOR SUBTRACTING ONE DATE FROM ANOTHER.
010310*                   THE YEAR IS TAKEN TO START IN MARCH SO THE
010320*                   LEAP DAY FALLS AT ITS END; EACH DIVISION IS
010330*                   ITS OWN TRUNCATING DIVIDE.
010340*================================================================
010350 8200-DAY-NUMBER.
010360     MOVE LGR-DW-CCYY TO LGR-DN-YEAR.
010370     MOVE LGR-DW-MM TO LGR-DN-MONTH.
010380     IF LGR-DN-MONTH < 3
010390         SUBTRACT 1 FROM LGR-DN-YEAR
010400         ADD 12 TO LGR-DN-MONTH
010410     END-IF.
010420     DIVIDE LGR-DN-YEAR BY 4 GIVING LGR-DN-Q4.
010430     DIVIDE LGR-DN-YEAR BY 100 GIVING LGR-DN-Q100.
010440     DIVIDE LGR-DN-YEAR BY 400 GIVING LGR-DN-Q400.
010450     COMPUTE LGR-DN-QMON = 153 * (LGR-DN-MONTH - 3) + 2.
010460     DIVIDE LGR-DN-QMON BY 5 GIVING LGR-DN-QMON.
010470     COMPUTE LGR-DN-DAYS = 365 * LGR-DN-YEAR + LGR-DN-Q4
010480         - LGR-DN-Q100 + LGR-DN-Q400 + LGR-DN-QMON
010490         + LGR-DW-DD.
010500 8200-EXIT.
010510     EXIT.
010520*================================================================
010530* 8300-FORMAT-HMS - LGR-HMS-SECS AS H:MM:SS IN LGR-HMS.
010540*================================================================
010550 8300-FORMAT-HMS.
010560     DIVIDE LGR-HMS-SECS BY 3600 GIVING LGR-HMS-HH
010570         REMAINDER LGR-HMS-REM.
010580     DIVIDE LGR-HMS-REM BY 60 GIVING LGR-HMS-MM
010590         REMAINDER LGR-HMS-SS.
010600 8300-EXIT.
010610     EXIT.

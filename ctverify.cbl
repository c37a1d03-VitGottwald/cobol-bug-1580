000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ctverify.
000030 AUTHOR.      D. OKAFOR.
000040 INSTALLATION. DAILY CODE PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DMO  ORIGINAL VERSION.  INTEGRITY CHECK OF THE
000110*                 EFFECTIVE-DATED CODE-TRAN-FILE MASTER (SEE
000120*                 COPYBOOKS/CODETRAN.CPY).  MAIN'S
000130*                 2210-SELECT-MAPPING, CTPUB, CTINQ, CTUSAGE AND
000140*                 UCDISP ALL TRUST EACH CODE'S DATE CHAIN TO BE
000150*                 WELL FORMED, AND NOTHING CHECKED IT AFTER
000160*                 CORRECTIONS-IN-PLACE, THE WIDE-KEY REBUILD AND
000170*                 HAND FIXES.  THIS JOB WALKS THE WHOLE MASTER
000180*                 IN KEY ORDER AND WRITES ONE CTVRPT LINE PER
000190*                 FINDING, PER CODE: GAPS AND OVERLAPS BETWEEN A
000200*                 RECORD'S EFFECTIVE-TO AND THE NEXT RECORD'S
000210*                 EFFECTIVE-FROM, AN EFFECTIVE-TO AT OR BEFORE
000220*                 ITS OWN EFFECTIVE-FROM, MORE THAN ONE OPEN-
000230*                 ENDED RECORD, A STATUS OTHER THAN A OR R, A
000240*                 BLANK OR NON-PRINTABLE UC02 VALUE, AND A KEY
000250*                 NOT LEFT-JUSTIFIED AND SPACE-PADDED TO FOUR
000260*                 BYTES.  EACH FINDING CARRIES A SEVERITY AND
000270*                 THE RETURN CODE IS THE WORST OF THEM - 8 FOR
000280*                 ANY SEVERE FINDING, SO THE SCHEDULER HOLDS THE
000290*                 NIGHT, 4 FOR WARNINGS ONLY, 0 FOR A CLEAN
000300*                 MASTER, 20 WHEN THE MASTER WON'T OPEN.  RUN
000310*                 AFTER EVERY CTMAINT APPLY STEP AND AHEAD OF
000320*                 MAINJOB.
000330* 2026-10-15 DMO  TRANSLATION SCHEMES (SEE CODETRAN.CPY).  EACH
000340*                 SCHEME'S CHAIN FOR A CODE IS CHECKED ON ITS OWN,
000350*                 BREAKING ON SCHEME AND CODE, AND EVERY FINDING
000360*                 NAMES THE SCHEME, SO THE CTVRPT LINE WIDENS TO
000370*                 90 BYTES.  A BLANK SCHEME ON THE KEY IS SEVERE -
000380*                 NO RUN EVER LOOKS A CODE UP UNDER ONE.
000390* 2026-10-15 DMO  THE PRINTABLE CLASS NOW NAMES ITS LETTERS,
000400*                 DIGITS AND PUNCTUATION OUTRIGHT.  A SINGLE
000410*                 SPACE-THRU-TILDE RANGE FOLLOWS THE COLLATING
000420*                 SEQUENCE, AND IN EBCDIC THAT SPAN TAKES IN
000430*                 UNASSIGNED AND CONTROL BYTES AND MISSES THE
000440*                 DIGITS AND MOST CAPITALS.
000450*================================================================
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SPECIAL-NAMES.
000490     CLASS CTV-PRINTABLE IS "A" THRU "I" "J" THRU "R"
000500                            "S" THRU "Z" "a" THRU "i"
000510                            "j" THRU "r" "s" THRU "z"
000520                            "0" THRU "9" " " "." "," "-"
000530                            "/" "'" "(" ")" "&" "+" "*"
000540                            "=" "<" ">" ":" ";" "%" "_"
000550                            "?" "!" "#" "$" "@" '"' "|".
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CODE-TRAN-FILE ASSIGN TO "CODETRAN"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CODE-TRAN-KEY
000620         FILE STATUS IS CODE-TRAN-STATUS-CD.
000630     SELECT CTV-RPT-FILE ASSIGN TO "CTVRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CODE-TRAN-FILE.
000680     COPY CODETRAN.
000690 FD  CTV-RPT-FILE.
000700 01  CTV-RPT-REC                   PIC X(90).
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------
000730* SWITCHES / FILE STATUS
000740*----------------------------------------------------------------
000750 77  CTV-MST-EOF-SW                PIC X(01) VALUE 'N'.
000760     88  CTV-MST-EOF                           VALUE 'Y'.
000770 77  CTV-PREV-SW                   PIC X(01) VALUE 'N'.
000780     88  CTV-PREV-FOUND                        VALUE 'Y'.
000790 77  CTV-KEY-BAD-SW                PIC X(01) VALUE 'N'.
000800     88  CTV-KEY-BAD                           VALUE 'Y'.
000810 77  CTV-SPACE-SEEN-SW             PIC X(01) VALUE 'N'.
000820     88  CTV-SPACE-SEEN                        VALUE 'Y'.
000830 77  CTV-CODE-BAD-SW               PIC X(01) VALUE 'N'.
000840     88  CTV-CODE-BAD                          VALUE 'Y'.
000850 77  CODE-TRAN-STATUS-CD           PIC X(02) VALUE SPACES.
000860*----------------------------------------------------------------
000870* RUN STAMP FOR THE REPORT HEADING.
000880*----------------------------------------------------------------
000890 77  CTV-RUN-DATE                  PIC 9(08) VALUE ZERO.
000900 77  CTV-RUN-TIME                  PIC 9(08) VALUE ZERO.
000910*----------------------------------------------------------------
000920* CONTROL-BREAK HOLDS - THE SCHEME AND CODE BEING WALKED, THE
000930* PREVIOUS RECORD'S RANGE IN ITS CHAIN, AND HOW MANY OF ITS
000940* RECORDS ARE OPEN-ENDED.  THE KEY OF THE RECORD IN HAND IS KEPT
000950* RAW FOR THE FINDING LINE, BEFORE ANY UNDATED FIELD IS READ AS
000960* ZERO OR OPEN-ENDED THE WAY CTPUB AND CTMAINT READ IT.
000970*----------------------------------------------------------------
000980 77  CTV-MST-SCHEME                PIC X(08) VALUE SPACES.
000990 77  CTV-MST-CODE                  PIC X(04) VALUE SPACES.
001000 77  CTV-PREV-EFF-FROM             PIC 9(08) VALUE ZERO.
001010 77  CTV-PREV-EFF-TO               PIC 9(08) VALUE ZERO.
001020 77  CTV-OPEN-COUNT                PIC 9(04) COMP VALUE ZERO.
001030 01  CTV-KEY-HOLD                  PIC X(20) VALUE SPACES.
001040 01  CTV-KEY-VIEW REDEFINES CTV-KEY-HOLD.
001050     05  CTV-KEY-SCHEME            PIC X(08).
001060     05  CTV-KEY-CODE              PIC X(04).
001070     05  CTV-KEY-EFF-FROM          PIC X(08).
001080*----------------------------------------------------------------
001090* KEY PADDING CHECK - ONE BYTE AT A TIME.  THE CODE AS SHOWN ON
001100* THE REPORT HAS ANY NON-PRINTABLE BYTE REPLACED BY '?', SO A
001110* DAMAGED KEY CANNOT BREAK THE REPORT LINE IT IS NAMED ON.
001120*----------------------------------------------------------------
001130 77  CTV-KEY-IX                    PIC 9(04) COMP VALUE ZERO.
001140 77  CTV-BYTE                      PIC X(01) VALUE SPACE.
001150 77  CTV-SHOW-CODE                 PIC X(04) VALUE SPACES.
001160*----------------------------------------------------------------
001170* COUNTS FOR THE TOTALS LINES AND THE RETURN CODE.
001180*----------------------------------------------------------------
001190 77  CTV-REC-COUNT                 PIC 9(09) VALUE ZERO.
001200 77  CTV-CODE-COUNT                PIC 9(09) VALUE ZERO.
001210 77  CTV-BAD-CODE-COUNT            PIC 9(09) VALUE ZERO.
001220 77  CTV-SEVERE-COUNT              PIC 9(07) VALUE ZERO.
001230 77  CTV-WARN-COUNT                PIC 9(07) VALUE ZERO.
001240*----------------------------------------------------------------
001250* FINDING LINE - ONE PER FINDING, NAMING THE SCHEME, THE CODE
001260* AND THE EFFECTIVE-FROM OF THE RECORD IT WAS FOUND ON.
001270*----------------------------------------------------------------
001280 01  CTV-FND-LINE.
001290     05  CTV-FND-SCHEME            PIC X(08).
001300     05  FILLER                    PIC X(01) VALUE SPACES.
001310     05  CTV-FND-CODE              PIC X(04).
001320     05  FILLER                    PIC X(01) VALUE SPACES.
001330     05  CTV-FND-EFF-FROM          PIC X(08).
001340     05  FILLER                    PIC X(01) VALUE SPACES.
001350     05  CTV-FND-SEVERITY          PIC X(07).
001360         88  CTV-FND-SEVERE                    VALUE "SEVERE".
001370         88  CTV-FND-WARNING                   VALUE "WARNING".
001380     05  FILLER                    PIC X(01) VALUE SPACES.
001390     05  CTV-FND-TEXT              PIC X(26).
001400     05  FILLER                    PIC X(01) VALUE SPACES.
001410     05  CTV-FND-DETAIL            PIC X(31).
001420 01  CTV-COL-LINE.
001430     05  FILLER                    PIC X(23) VALUE
001440         "SCHEME   CODE EFF-FROM ".
001450     05  FILLER                    PIC X(67) VALUE
001460         "LEVEL   FINDING                    DETAIL".
001470 PROCEDURE DIVISION.
001480*================================================================
001490* 0000-MAINLINE
001500*================================================================
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 2000-VERIFY-MASTER THRU 2000-EXIT.
001540     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001550     STOP RUN.
001560*================================================================
001570* 1000-INITIALIZE - OPEN THE MASTER AND THE REPORT AND WRITE THE
001580*                   HEADINGS.  AN UNOPENABLE MASTER IS FATAL -
001590*                   THERE IS NOTHING TO VERIFY, AND A NIGHT
001600*                   MUST NOT RUN ON A MASTER NOBODY CAN READ.
001610*================================================================
001620 1000-INITIALIZE.
001630     ACCEPT CTV-RUN-DATE FROM DATE YYYYMMDD.
001640     ACCEPT CTV-RUN-TIME FROM TIME.
001650     OPEN INPUT CODE-TRAN-FILE.
001660     IF CODE-TRAN-STATUS-CD NOT = "00"
001670         DISPLAY "CTVERIFY: CODE-TRAN-FILE COULD NOT BE OPENED, "
001680             "STATUS = " CODE-TRAN-STATUS-CD
001690         MOVE 20 TO RETURN-CODE
001700         STOP RUN
001710     END-IF.
001720     OPEN OUTPUT CTV-RPT-FILE.
001730     MOVE SPACES TO CTV-RPT-REC.
001740     STRING "CTVERIFY CODETRAN CHAIN CHECK " DELIMITED BY SIZE
001750            CTV-RUN-DATE DELIMITED BY SIZE
001760            " " DELIMITED BY SIZE
001770            CTV-RUN-TIME DELIMITED BY SIZE
001780            INTO CTV-RPT-REC.
001790     WRITE CTV-RPT-REC.
001800     MOVE CTV-COL-LINE TO CTV-RPT-REC.
001810     WRITE CTV-RPT-REC.
001820 1000-EXIT.
001830     EXIT.
001840*================================================================
001850* 2000-VERIFY-MASTER - WALK THE WHOLE MASTER IN KEY ORDER, ONE
001860*                      SCHEME'S CHAIN FOR ONE CODE AT A TIME.
001870*                      AN EMPTY MASTER IS ITSELF SEVERE - EVERY
001880*                      RECORD OF THE NIGHT WOULD REJECT AS
001890*                      UNKNOWN.
001900*================================================================
001910 2000-VERIFY-MASTER.
001920     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001930     IF CTV-MST-EOF
001940         MOVE SPACES TO CTV-KEY-HOLD
001950         MOVE SPACES TO CTV-SHOW-CODE
001960         MOVE "SEVERE" TO CTV-FND-SEVERITY
001970         MOVE "MASTER IS EMPTY" TO CTV-FND-TEXT
001980         MOVE SPACES TO CTV-FND-DETAIL
001990         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
002000         GO TO 2000-EXIT
002010     END-IF.
002020     PERFORM 2200-VERIFY-ONE-CODE THRU 2200-EXIT
002030         UNTIL CTV-MST-EOF.
002040 2000-EXIT.
002050     EXIT.
002060*================================================================
002070* 2100-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY ORDER.
002080*================================================================
002090 2100-READ-MASTER.
002100     READ CODE-TRAN-FILE NEXT
002110         AT END
002120             MOVE 'Y' TO CTV-MST-EOF-SW
002130         NOT AT END
002140             ADD 1 TO CTV-REC-COUNT
002150     END-READ.
002160 2100-EXIT.
002170     EXIT.
002180*================================================================
002190* 2200-VERIFY-ONE-CODE - CHECK ONE CODE'S KEY, THEN EACH RECORD
002200*                        OF ITS CHAIN IN ASCENDING EFFECTIVE-
002210*                        FROM ORDER, BREAKING ON THE SCHEME
002220*                        AND CODE.
002230*================================================================
002240 2200-VERIFY-ONE-CODE.
002250     MOVE CODE-TRAN-SCHEME TO CTV-MST-SCHEME.
002260     MOVE CODE-TRAN-UC01 TO CTV-MST-CODE.
002270     ADD 1 TO CTV-CODE-COUNT.
002280     MOVE 'N' TO CTV-PREV-SW.
002290     MOVE 'N' TO CTV-CODE-BAD-SW.
002300     MOVE ZERO TO CTV-OPEN-COUNT.
002310     MOVE CODE-TRAN-KEY TO CTV-KEY-HOLD.
002320     PERFORM 2300-CHECK-KEY THRU 2300-EXIT.
002330     PERFORM 2400-CHECK-ONE-RECORD THRU 2400-EXIT
002340         UNTIL CTV-MST-EOF
002350            OR CODE-TRAN-UC01 NOT = CTV-MST-CODE
002360            OR CODE-TRAN-SCHEME NOT = CTV-MST-SCHEME.
002370     IF CTV-CODE-BAD
002380         ADD 1 TO CTV-BAD-CODE-COUNT
002390     END-IF.
002400 2200-EXIT.
002410     EXIT.
002420*================================================================
002430* 2300-CHECK-KEY - A CODE KEYS LEFT-JUSTIFIED AND SPACE-PADDED
002440*                  TO FOUR BYTES - A LEGACY ONE-BYTE CODE IS
002450*                  ITSELF PLUS THREE SPACES.  A LEADING SPACE, A
002460*                  CHARACTER AFTER THE PADDING HAS STARTED, OR A
002470*                  NON-PRINTABLE BYTE (LOW-VALUES LEFT BY A BAD
002480*                  CONVERSION) MEANS THE DAILY RUN'S LOOKUP
002490*                  WILL NEVER FIND THE RECORD, AS IT NEVER
002500*                  WILL UNDER A BLANK SCHEME.
002510*================================================================
002520 2300-CHECK-KEY.
002530     MOVE 'N' TO CTV-KEY-BAD-SW.
002540     MOVE 'N' TO CTV-SPACE-SEEN-SW.
002550     MOVE SPACES TO CTV-SHOW-CODE.
002560     PERFORM 2310-CHECK-KEY-BYTE THRU 2310-EXIT
002570         VARYING CTV-KEY-IX FROM 1 BY 1
002580         UNTIL CTV-KEY-IX > 4.
002590     IF CTV-KEY-BAD
002600         MOVE "SEVERE" TO CTV-FND-SEVERITY
002610         MOVE "KEY NOT PADDED TO 4 BYTES" TO CTV-FND-TEXT
002620         MOVE "MUST BE CODE THEN SPACES" TO CTV-FND-DETAIL
002630         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
002640     END-IF.
002650     IF CTV-MST-SCHEME = SPACES
002660         MOVE "SEVERE" TO CTV-FND-SEVERITY
002670         MOVE "SCHEME BLANK" TO CTV-FND-TEXT
002680         MOVE "NO RUN LOOKS CODES UP UNDER IT" TO CTV-FND-DETAIL
002690         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
002700     END-IF.
002710 2300-EXIT.
002720     EXIT.
002730*================================================================
002740* 2310-CHECK-KEY-BYTE - JUDGE ONE BYTE OF THE KEY AND COPY IT TO
002750*                       THE CODE AS SHOWN.
002760*================================================================
002770 2310-CHECK-KEY-BYTE.
002780     MOVE CTV-MST-CODE (CTV-KEY-IX:1) TO CTV-BYTE.
002790     IF CTV-BYTE IS CTV-PRINTABLE
002800         MOVE CTV-BYTE TO CTV-SHOW-CODE (CTV-KEY-IX:1)
002810     ELSE
002820         MOVE "?" TO CTV-SHOW-CODE (CTV-KEY-IX:1)
002830     END-IF.
002840     EVALUATE TRUE
002850         WHEN CTV-BYTE IS NOT CTV-PRINTABLE
002860             MOVE 'Y' TO CTV-KEY-BAD-SW
002870         WHEN CTV-BYTE = SPACE
002880          AND CTV-KEY-IX = 1
002890             MOVE 'Y' TO CTV-KEY-BAD-SW
002900         WHEN CTV-BYTE = SPACE
002910             MOVE 'Y' TO CTV-SPACE-SEEN-SW
002920         WHEN CTV-SPACE-SEEN
002930             MOVE 'Y' TO CTV-KEY-BAD-SW
002940     END-EVALUATE.
002950 2310-EXIT.
002960     EXIT.
002970*================================================================
002980* 2400-CHECK-ONE-RECORD - CHECK ONE RECORD ON ITS OWN AND
002990*                         AGAINST THE RECORD BEFORE IT IN THE
003000*                         CHAIN.  CTMAINT CLOSES A SUPERSEDED
003010*                         RECORD EXACTLY ON ITS SUCCESSOR'S
003020*                         EFFECTIVE-FROM, SO ANY OTHER EFFECTIVE-
003030*                         TO IS A BROKEN LINK: LATER THAN THE
003040*                         SUCCESSOR IS AN OVERLAP (TWO RECORDS
003050*                         CLAIM THE SAME DAYS - SEVERE, THE
003060*                         TRANSLATION DEPENDS ON A TIE-BREAK);
003070*                         EARLIER IS A GAP (DAYS NO RECORD
003080*                         COVERS - A WARNING, SINCE THOSE DAYS
003090*                         REJECT RATHER THAN MISTRANSLATE).  AN
003100*                         UNDATED FIELD LEFT BY THE OLD LAYOUT
003110*                         IS A WARNING AND IS THEN READ AS ZERO
003120*                         OR OPEN-ENDED, AS EVERY READER OF THE
003130*                         MASTER READS IT.
003140*================================================================
003150 2400-CHECK-ONE-RECORD.
003160     MOVE CODE-TRAN-KEY TO CTV-KEY-HOLD.
003170     IF CODE-TRAN-EFF-FROM NOT NUMERIC
003180         MOVE "WARNING" TO CTV-FND-SEVERITY
003190         MOVE "EFF-FROM NOT NUMERIC" TO CTV-FND-TEXT
003200         MOVE "READ AS IN FORCE SINCE EVER" TO CTV-FND-DETAIL
003210         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
003220         MOVE ZERO TO CODE-TRAN-EFF-FROM
003230     END-IF.
003240     IF CODE-TRAN-EFF-TO NOT NUMERIC
003250         MOVE "WARNING" TO CTV-FND-SEVERITY
003260         MOVE "EFF-TO NOT NUMERIC" TO CTV-FND-TEXT
003270         MOVE "READ AS OPEN-ENDED" TO CTV-FND-DETAIL
003280         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
003290         MOVE 99999999 TO CODE-TRAN-EFF-TO
003300     END-IF.
003310     IF CTV-PREV-FOUND
003320         PERFORM 2410-CHECK-LINK THRU 2410-EXIT
003330     END-IF.
003340     IF CODE-TRAN-EFF-TO NOT > CODE-TRAN-EFF-FROM
003350         MOVE "SEVERE" TO CTV-FND-SEVERITY
003360         MOVE "EFF-TO NOT AFTER EFF-FROM" TO CTV-FND-TEXT
003370         MOVE SPACES TO CTV-FND-DETAIL
003380         STRING "EFF-TO " DELIMITED BY SIZE
003390                CODE-TRAN-EFF-TO DELIMITED BY SIZE
003400                INTO CTV-FND-DETAIL
003410         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
003420     END-IF.
003430     IF CODE-TRAN-OPEN-ENDED
003440         ADD 1 TO CTV-OPEN-COUNT
003450         IF CTV-OPEN-COUNT > 1
003460             MOVE "SEVERE" TO CTV-FND-SEVERITY
003470             MOVE "MORE THAN ONE OPEN-ENDED" TO CTV-FND-TEXT
003480             MOVE "AN EARLIER RECORD IS OPEN TOO"
003490                 TO CTV-FND-DETAIL
003500             PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
003510         END-IF
003520     END-IF.
003530     PERFORM 2420-CHECK-VALUES THRU 2420-EXIT.
003540     MOVE 'Y' TO CTV-PREV-SW.
003550     MOVE CODE-TRAN-EFF-FROM TO CTV-PREV-EFF-FROM.
003560     MOVE CODE-TRAN-EFF-TO TO CTV-PREV-EFF-TO.
003570     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003580 2400-EXIT.
003590     EXIT.
003600*================================================================
003610* 2410-CHECK-LINK - THE PREVIOUS RECORD'S EFFECTIVE-TO MUST BE
003620*                   THIS RECORD'S EFFECTIVE-FROM.
003630*================================================================
003640 2410-CHECK-LINK.
003650     IF CTV-PREV-EFF-TO = CODE-TRAN-EFF-FROM
003660         GO TO 2410-EXIT
003670     END-IF.
003680     IF CTV-PREV-EFF-TO < CODE-TRAN-EFF-FROM
003690         MOVE "WARNING" TO CTV-FND-SEVERITY
003700         MOVE "GAP AFTER PRIOR RECORD" TO CTV-FND-TEXT
003710     ELSE
003720         MOVE "SEVERE" TO CTV-FND-SEVERITY
003730         MOVE "OVERLAPS PRIOR RECORD" TO CTV-FND-TEXT
003740     END-IF.
003750     MOVE SPACES TO CTV-FND-DETAIL.
003760     STRING "PRIOR " DELIMITED BY SIZE
003770            CTV-PREV-EFF-FROM DELIMITED BY SIZE
003780            " TO " DELIMITED BY SIZE
003790            CTV-PREV-EFF-TO DELIMITED BY SIZE
003800            INTO CTV-FND-DETAIL.
003810     PERFORM 2900-WRITE-FINDING THRU 2900-EXIT.
003820 2410-EXIT.
003830     EXIT.
003840*================================================================
003850* 2420-CHECK-VALUES - THE STATUS MUST BE ACTIVE OR RETIRED, AND
003860*                     THE UC02 VALUE PRESENT AND PRINTABLE - A
003870*                     RETIRED RECORD CARRIES ITS PREDECESSOR'S
003880*                     VALUE FORWARD, SO IT IS HELD TO THE SAME
003890*                     RULE.
003900*================================================================
003910 2420-CHECK-VALUES.
003920     IF NOT CODE-TRAN-ACTIVE
003930      AND NOT CODE-TRAN-RETIRED
003940         MOVE "SEVERE" TO CTV-FND-SEVERITY
003950         MOVE "STATUS NOT A OR R" TO CTV-FND-TEXT
003960         MOVE SPACES TO CTV-FND-DETAIL
003970         IF CODE-TRAN-STATUS IS CTV-PRINTABLE
003980             STRING "STATUS '" DELIMITED BY SIZE
003990                    CODE-TRAN-STATUS DELIMITED BY SIZE
004000                    "'" DELIMITED BY SIZE
004010                    INTO CTV-FND-DETAIL
004020         ELSE
004030             MOVE "STATUS NOT PRINTABLE" TO CTV-FND-DETAIL
004040         END-IF
004050         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
004060     END-IF.
004070     EVALUATE TRUE
004080         WHEN CODE-TRAN-UC02-VALUE = SPACE
004090             MOVE "SEVERE" TO CTV-FND-SEVERITY
004100             MOVE "UC02 BLANK" TO CTV-FND-TEXT
004110             MOVE SPACES TO CTV-FND-DETAIL
004120             PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
004130         WHEN CODE-TRAN-UC02-VALUE IS NOT CTV-PRINTABLE
004140             MOVE "SEVERE" TO CTV-FND-SEVERITY
004150             MOVE "UC02 NOT PRINTABLE" TO CTV-FND-TEXT
004160             MOVE SPACES TO CTV-FND-DETAIL
004170             PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
004180     END-EVALUATE.
004190 2420-EXIT.
004200     EXIT.
004210*================================================================
004220* 2900-WRITE-FINDING - WRITE ONE FINDING LINE FOR THE RECORD IN
004230*                      HAND AND COUNT IT UNDER ITS SEVERITY.
004240*================================================================
004250 2900-WRITE-FINDING.
004260     MOVE CTV-KEY-SCHEME TO CTV-FND-SCHEME.
004270     MOVE CTV-SHOW-CODE TO CTV-FND-CODE.
004280     IF CTV-KEY-EFF-FROM IS NUMERIC
004290         MOVE CTV-KEY-EFF-FROM TO CTV-FND-EFF-FROM
004300     ELSE
004310         MOVE "????????" TO CTV-FND-EFF-FROM
004320     END-IF.
004330     IF CTV-FND-SEVERE
004340         ADD 1 TO CTV-SEVERE-COUNT
004350     ELSE
004360         ADD 1 TO CTV-WARN-COUNT
004370     END-IF.
004380     MOVE 'Y' TO CTV-CODE-BAD-SW.
004390     MOVE CTV-FND-LINE TO CTV-RPT-REC.
004400     WRITE CTV-RPT-REC.
004410 2900-EXIT.
004420     EXIT.
004430*================================================================
004440* 3000-TERMINATE - TOTALS, THE VERDICT, AND THE RETURN CODE THE
004450*                  SCHEDULER HOLDS ON: 8 FOR ANY SEVERE FINDING,
004460*                  4 FOR WARNINGS ONLY, 0 FOR A CLEAN MASTER.
004470*================================================================
004480 3000-TERMINATE.
004490     MOVE SPACES TO CTV-RPT-REC.
004500     STRING "RECORDS " DELIMITED BY SIZE
004510            CTV-REC-COUNT DELIMITED BY SIZE
004520            " CODES " DELIMITED BY SIZE
004530            CTV-CODE-COUNT DELIMITED BY SIZE
004540            " CODES WITH FINDINGS " DELIMITED BY SIZE
004550            CTV-BAD-CODE-COUNT DELIMITED BY SIZE
004560            INTO CTV-RPT-REC.
004570     WRITE CTV-RPT-REC.
004580     EVALUATE TRUE
004590         WHEN CTV-SEVERE-COUNT > ZERO
004600             MOVE 8 TO RETURN-CODE
004610         WHEN CTV-WARN-COUNT > ZERO
004620             MOVE 4 TO RETURN-CODE
004630         WHEN OTHER
004640             MOVE ZERO TO RETURN-CODE
004650     END-EVALUATE.
004660     MOVE SPACES TO CTV-RPT-REC.
004670     STRING "SEVERE " DELIMITED BY SIZE
004680            CTV-SEVERE-COUNT DELIMITED BY SIZE
004690            " WARNING " DELIMITED BY SIZE
004700            CTV-WARN-COUNT DELIMITED BY SIZE
004710            INTO CTV-RPT-REC.
004720     EVALUATE TRUE
004730         WHEN CTV-SEVERE-COUNT > ZERO
004740             MOVE "- HOLD THE NIGHT" TO CTV-RPT-REC (32:16)
004750         WHEN CTV-WARN-COUNT > ZERO
004760             MOVE "- WARNINGS ONLY" TO CTV-RPT-REC (32:15)
004770         WHEN OTHER
004780             MOVE "- CLEAN" TO CTV-RPT-REC (32:7)
004790     END-EVALUATE.
004800     WRITE CTV-RPT-REC.
004810     CLOSE CTV-RPT-FILE.
004820     CLOSE CODE-TRAN-FILE.
004830     DISPLAY "CTVERIFY: " CTV-REC-COUNT " RECORDS, "
004840         CTV-CODE-COUNT " CODES, " CTV-SEVERE-COUNT
004850         " SEVERE, " CTV-WARN-COUNT " WARNING".
004860 3000-EXIT.
004870     EXIT.

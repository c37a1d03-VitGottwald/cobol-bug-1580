000300*                 MASTER KEY AND THE JOURNAL, AUDIT AND SUMMARY
000310*                 LINE COLUMNS ARE FOUR BYTES NOW - A LEGACY
000320*                 CODE IS ITSELF PLUS THREE SPACES.
000330* 2026-10-15 DMO  CTMJRNL LINES ARE 120 BYTES NOW - THEY CARRY
000340*                 THE MAKER, CHECKER, APPROVAL DATE/TIME AND
000350*                 QUEUE ITEM BEHIND EACH CHANGE (SEE CTMAINT) -
000360*                 AND PRINT WHOLE.
000370* 2026-10-15 DMO  TRANSLATION SCHEMES (SEE CODETRAN.CPY).  AN
000380*                 OPTIONAL SCHEME=<ID> PARM WORD, IN EITHER
000390*                 PLACE AFTER THE CODE, ASKS ABOUT THAT SCHEME'S
000400*                 CHAIN AND JOURNAL LINES; LEFT OFF, THE ANSWER
000410*                 IS FOR BASE AS BEFORE.  CTMJRNL LINES ARE 128
000420*                 BYTES NOW, CARRYING THE SCHEME.
000430*================================================================
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CODE-TRAN-FILE ASSIGN TO "CODETRAN"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CODE-TRAN-KEY
000510         FILE STATUS IS CODE-TRAN-STATUS-CD.
000520     SELECT INQ-JRN-FILE ASSIGN TO "CTMJRNL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS INQ-JRN-STATUS-CD.
000550     SELECT INQ-AUD-FILE ASSIGN TO "UC01AUD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS INQ-AUD-STATUS-CD.
000580     SELECT INQ-SUM-FILE ASSIGN TO "UC01AUDS"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS INQ-SUM-STATUS-CD.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CODE-TRAN-FILE.
000640     COPY CODETRAN.
000650 FD  INQ-JRN-FILE.
000660 01  INQ-JRN-REC                   PIC X(128).
000670 FD  INQ-AUD-FILE.
000680 01  INQ-AUD-REC                   PIC X(80).
000690 FD  INQ-SUM-FILE.
000700 01  INQ-SUM-REC                   PIC X(80).
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------
000730* SWITCHES / FILE STATUS
000740*----------------------------------------------------------------
000750 77  INQ-SCAN-SW                   PIC X(01) VALUE 'N'.
000760     88  INQ-SCAN-DONE                         VALUE 'Y'.
000770 77  INQ-CHAIN-FOUND-SW            PIC X(01) VALUE 'N'.
000780     88  INQ-CHAIN-FOUND                       VALUE 'Y'.
000790 77  INQ-GOV-FOUND-SW              PIC X(01) VALUE 'N'.
000800     88  INQ-GOV-FOUND                         VALUE 'Y'.
000810 77  INQ-JRN-EOF-SW                PIC X(01) VALUE 'N'.
000820     88  INQ-JRN-EOF                           VALUE 'Y'.
000830 77  INQ-AUD-EOF-SW                PIC X(01) VALUE 'N'.
000840     88  INQ-AUD-EOF                           VALUE 'Y'.
000850 77  INQ-SUM-EOF-SW                PIC X(01) VALUE 'N'.
000860     88  INQ-SUM-EOF                           VALUE 'Y'.
000870 77  CODE-TRAN-STATUS-CD           PIC X(02) VALUE SPACES.
000880 77  INQ-JRN-STATUS-CD             PIC X(02) VALUE SPACES.
000890 77  INQ-AUD-STATUS-CD             PIC X(02) VALUE SPACES.
000900 77  INQ-SUM-STATUS-CD             PIC X(02) VALUE SPACES.
000910*----------------------------------------------------------------
000920* RUN PARAMETER - THE UC01 CODE BEING ASKED ABOUT, AN
000930* OPTIONAL AS-OF DATE, DEFAULTING TO TODAY THE SAME WAY MAIN
000940* DEFAULTS ITS PROCESSING DATE, AND AN OPTIONAL SCHEME=<ID>,
000950* DEFAULTING TO BASE.
000960*----------------------------------------------------------------
000970 77  INQ-RUN-PARM                  PIC X(40) VALUE SPACES.
000980 77  INQ-CODE-PARM                 PIC X(04) VALUE SPACES.
000990 77  INQ-DATE-PARM                 PIC X(08) VALUE SPACES.
001000 77  INQ-WORD-PARM                 PIC X(16) VALUE SPACES.
001010 77  INQ-WORD-2                    PIC X(16) VALUE SPACES.
001020 77  INQ-WORD-3                    PIC X(16) VALUE SPACES.
001030 77  INQ-ASOF-DATE                 PIC 9(08) VALUE ZERO.
001040 77  INQ-SCHEME                    PIC X(08) VALUE "BASE".
001050 77  INQ-JRN-SCHEME-WK             PIC X(08) VALUE SPACES.
001060*----------------------------------------------------------------
001070* THE GOVERNING RECORD KEPT WHILE THE CHAIN IS WALKED - THE
001080* LAST RECORD DATED ON OR BEFORE THE AS-OF DATE, JUDGED USABLE
001090* THE WAY THE DAILY RUN JUDGES IT.
001100*----------------------------------------------------------------
001110 77  INQ-GOV-UC02                  PIC X(01) VALUE SPACES.
001120 77  INQ-GOV-STATUS                PIC X(01) VALUE SPACES.
001130 77  INQ-GOV-EFF-FROM              PIC 9(08) VALUE ZERO.
001140 77  INQ-GOV-EFF-TO                PIC 9(08) VALUE ZERO.
001150*----------------------------------------------------------------
001160* LAST AUDIT-TRAIL APPEARANCE AND TOTAL OCCURRENCES, ROLLED UP
001170* FROM THE CONDENSED SUMMARY AND THE LIVE RESIDUE TOGETHER.
001180*----------------------------------------------------------------
001190 77  INQ-AUD-LAST-DATE             PIC 9(08) VALUE ZERO.
001200 77  INQ-AUD-TOTAL                 PIC 9(09) VALUE ZERO.
001210*----------------------------------------------------------------
001220* CHANGE-JOURNAL LINE AS CTMAINT WRITES IT - THE KEY COLUMN
001230* PICKS THE LINES TO SHOW; THE LINE PRINTS VERBATIM.
001240*----------------------------------------------------------------
001250 01  INQ-JRN-LINE.
001260     05  INQ-JRN-DATE              PIC X(08).
001270     05  FILLER                    PIC X(01).
001280     05  INQ-JRN-TIME              PIC X(08).
001290     05  FILLER                    PIC X(01).
001300     05  INQ-JRN-ACTION            PIC X(01).
001310     05  FILLER                    PIC X(01).
001320     05  INQ-JRN-KEY               PIC X(04).
001330     05  FILLER                    PIC X(91).
001340     05  INQ-JRN-SCHEME            PIC X(08).
001350     05  FILLER                    PIC X(05).
001360*----------------------------------------------------------------
001370* AUDIT TRAIL AND CONDENSED SUMMARY LINES, AS THEIR WRITERS LAY
001380* THEM OUT.
001390*----------------------------------------------------------------
001400 01  INQ-AUD-LINE.
001410     05  INQ-AUD-DATE              PIC X(08).
001420     05  FILLER                    PIC X(20).
001430     05  INQ-AUD-UC01-VALUE        PIC X(04).
001440     05  FILLER                    PIC X(48).
001450 77  INQ-AUD-DATE-N                PIC 9(08) VALUE ZERO.
001460 01  INQ-SUM-LINE.
001470     05  INQ-SUM-DATE              PIC X(08).
001480     05  FILLER                    PIC X(01).
001490     05  INQ-SUM-UC01              PIC X(04).
001500     05  FILLER                    PIC X(05).
001510     05  INQ-SUM-COUNT             PIC X(09).
001520     05  FILLER                    PIC X(53).
001530 77  INQ-SUM-COUNT-N               PIC 9(09) VALUE ZERO.
001540 PROCEDURE DIVISION.
001550*================================================================
001560* 0000-MAINLINE
001570*================================================================
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 2000-SHOW-CHAIN THRU 2000-EXIT.
001610     PERFORM 3000-SHOW-JOURNAL THRU 3000-EXIT.
001620     PERFORM 4000-SHOW-USAGE THRU 4000-EXIT.
001630     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001640     STOP RUN.
001650*================================================================
001660* 1000-INITIALIZE - RESOLVE THE PARAMETERS AND OPEN THE MASTER.
001670*                   NO CODE ON THE PARM MEANS THERE IS NOTHING
001680*                   TO ASK - FATAL, NAMED.  AN UNOPENABLE
001690*                   MASTER IS FATAL TOO.
001700*================================================================
001710 1000-INITIALIZE.
001720     ACCEPT INQ-RUN-PARM FROM COMMAND-LINE.
001730     UNSTRING INQ-RUN-PARM DELIMITED BY ALL " "
001740         INTO INQ-CODE-PARM INQ-WORD-2 INQ-WORD-3.
001750     IF INQ-CODE-PARM = SPACES
001760         DISPLAY "CTINQ: NO CODE ON THE PARM - USAGE IS "
001770             "'<CODE> [CCYYMMDD] [SCHEME=<ID>]'"
001780         MOVE 20 TO RETURN-CODE
001790         STOP RUN
001800     END-IF.
001810     MOVE INQ-WORD-2 TO INQ-WORD-PARM.
001820     PERFORM 1100-TAKE-WORD THRU 1100-EXIT.
001830     MOVE INQ-WORD-3 TO INQ-WORD-PARM.
001840     PERFORM 1100-TAKE-WORD THRU 1100-EXIT.
001850     IF INQ-DATE-PARM = SPACES
001860         ACCEPT INQ-ASOF-DATE FROM DATE YYYYMMDD
001870     ELSE
001880         MOVE INQ-DATE-PARM TO INQ-ASOF-DATE
001890     END-IF.
001900     OPEN INPUT CODE-TRAN-FILE.
001910     IF CODE-TRAN-STATUS-CD NOT = "00"
001920         DISPLAY "CTINQ: CODE-TRAN-FILE COULD NOT BE OPENED, "
001930             "STATUS = " CODE-TRAN-STATUS-CD
001940         MOVE 20 TO RETURN-CODE
001950         STOP RUN
001960     END-IF.
001970     DISPLAY "CTINQ: CODE " INQ-CODE-PARM " SCHEME " INQ-SCHEME
001980         " AS OF " INQ-ASOF-DATE.
001990 1000-EXIT.
002000     EXIT.
002010*================================================================
002020* 1100-TAKE-WORD - TAKE ONE PARM WORD AFTER THE CODE: SCHEME=<ID>
002030*                  NAMES THE SCHEME, ANYTHING ELSE IS THE AS-OF
002040*                  DATE.
002050*================================================================
002060 1100-TAKE-WORD.
002070     IF INQ-WORD-PARM = SPACES
002080         GO TO 1100-EXIT
002090     END-IF.
002100     IF INQ-WORD-PARM (1:7) = "SCHEME="
002110         MOVE INQ-WORD-PARM (8:8) TO INQ-SCHEME
002120         IF INQ-SCHEME = SPACES
002130             MOVE "BASE" TO INQ-SCHEME
002140         END-IF
002150     ELSE
002160         MOVE INQ-WORD-PARM TO INQ-DATE-PARM
002170     END-IF.
002180 1100-EXIT.
002190     EXIT.
002200*================================================================
002210* 2000-SHOW-CHAIN - WALK THE CODE'S MASTER RECORDS IN THE
002220*                   SCHEME ASKED ABOUT, IN ASCENDING
002230*                   EFFECTIVE-FROM ORDER, PRINT EACH, AND KEEP
002240*                   THE ONE GOVERNING THE AS-OF DATE - THE LAST
002250*                   RECORD DATED ON OR BEFORE IT, THE SELECTION
002260*                   RULE THE DAILY RUN APPLIES.  THEN SAY WHAT
002270*                   THE CODE TRANSLATES TO ON THAT DATE, OR WHY
002280*                   IT WOULD BE REJECTED.
002290*================================================================
002300 2000-SHOW-CHAIN.
002310     MOVE 'N' TO INQ-SCAN-SW.
002320     MOVE 'N' TO INQ-CHAIN-FOUND-SW.
002330     MOVE 'N' TO INQ-GOV-FOUND-SW.
002340     MOVE INQ-SCHEME TO CODE-TRAN-SCHEME.
002350     MOVE INQ-CODE-PARM TO CODE-TRAN-UC01.
002360     MOVE ZERO TO CODE-TRAN-EFF-FROM.
002370     START CODE-TRAN-FILE KEY NOT < CODE-TRAN-KEY
002380         INVALID KEY MOVE 'Y' TO INQ-SCAN-SW
002390     END-START.
002400     PERFORM 2100-SHOW-ONE-RECORD THRU 2100-EXIT
002410         UNTIL INQ-SCAN-DONE.
002420     IF NOT INQ-CHAIN-FOUND
002430         DISPLAY "  NO MASTER RECORDS FOR THIS CODE"
002440     END-IF.
002450     PERFORM 2300-SHOW-VERDICT THRU 2300-EXIT.
002460 2000-EXIT.
002470     EXIT.
002480*================================================================
002490* 2100-SHOW-ONE-RECORD - READ AND PRINT THE NEXT CHAIN RECORD.
002500*                        A RECORD FOR ANOTHER CODE OR SCHEME,
002510*                        OR END OF FILE, ENDS THE SCAN.
002520*================================================================
002530 2100-SHOW-ONE-RECORD.
002540     READ CODE-TRAN-FILE NEXT
002550         AT END
002560             MOVE 'Y' TO INQ-SCAN-SW
002570         NOT AT END
002580             IF CODE-TRAN-UC01 NOT = INQ-CODE-PARM
002590              OR CODE-TRAN-SCHEME NOT = INQ-SCHEME
002600                 MOVE 'Y' TO INQ-SCAN-SW
002610             ELSE
002620                 MOVE 'Y' TO INQ-CHAIN-FOUND-SW
002630                 PERFORM 2200-PRINT-CHAIN-RECORD THRU 2200-EXIT
002640             END-IF
002650     END-READ.
002660 2100-EXIT.
002670     EXIT.
002680*================================================================
002690* 2200-PRINT-CHAIN-RECORD - ONE CHAIN LINE, FLAGGED WHEN IT IS
002700*                           THE RECORD GOVERNING THE AS-OF DATE
002710*                           OR ONE STAGED FOR THE FUTURE.  NON-
002720*                           NUMERIC DATES ON A RECORD CONVERTED
002730*                           FROM THE OLD UNDATED LAYOUT READ AS
002740*                           IN FORCE SINCE FOREVER AND
002750*                           OPEN-ENDED.
002760*================================================================
002770 2200-PRINT-CHAIN-RECORD.
002780     IF CODE-TRAN-EFF-FROM NOT NUMERIC
002790         MOVE ZERO TO CODE-TRAN-EFF-FROM
002800     END-IF.
002810     IF CODE-TRAN-EFF-TO NOT NUMERIC
002820         MOVE 99999999 TO CODE-TRAN-EFF-TO
002830     END-IF.
002840     IF CODE-TRAN-EFF-FROM > INQ-ASOF-DATE
002850         DISPLAY "  STAGED    " CODE-TRAN-EFF-FROM " TO "
002860             CODE-TRAN-EFF-TO " UC02 " CODE-TRAN-UC02-VALUE
002870             " STATUS " CODE-TRAN-STATUS
002880     ELSE
002890         MOVE 'Y' TO INQ-GOV-FOUND-SW
002900         MOVE CODE-TRAN-UC02-VALUE TO INQ-GOV-UC02
002910         MOVE CODE-TRAN-STATUS TO INQ-GOV-STATUS
002920         MOVE CODE-TRAN-EFF-FROM TO INQ-GOV-EFF-FROM
002930         MOVE CODE-TRAN-EFF-TO TO INQ-GOV-EFF-TO
002940         DISPLAY "  HISTORY   " CODE-TRAN-EFF-FROM " TO "
002950             CODE-TRAN-EFF-TO " UC02 " CODE-TRAN-UC02-VALUE
002960             " STATUS " CODE-TRAN-STATUS
002970     END-IF.
002980 2200-EXIT.
002990     EXIT.
003000*================================================================
003010* 2300-SHOW-VERDICT - THE ANSWER LINE: THE GOVERNING RECORD AND
003020*                     WHAT THE DAILY RUN WOULD DO WITH THE CODE
003030*                     ON THE AS-OF DATE.
003040*================================================================
003050 2300-SHOW-VERDICT.
003060     EVALUATE TRUE
003070         WHEN NOT INQ-GOV-FOUND
003080             DISPLAY "  VERDICT: REJECT - NO RECORD GOVERNS "
003090                 INQ-ASOF-DATE
003100         WHEN INQ-GOV-STATUS NOT = 'A'
003110             DISPLAY "  VERDICT: REJECT - RETIRED SINCE "
003120                 INQ-GOV-EFF-FROM
003130         WHEN INQ-GOV-EFF-TO NOT = 99999999
003140          AND INQ-GOV-EFF-TO NOT > INQ-ASOF-DATE
003150             DISPLAY "  VERDICT: REJECT - EXPIRED "
003160                 INQ-GOV-EFF-TO
003170         WHEN OTHER
003180             DISPLAY "  VERDICT: TRANSLATES TO " INQ-GOV-UC02
003190                 " SINCE " INQ-GOV-EFF-FROM
003200     END-EVALUATE.
003210 2300-EXIT.
003220     EXIT.
003230*================================================================
003240* 3000-SHOW-JOURNAL - PRINT THE CTMJRNL LINES TOUCHING THE
003250*                     CODE, VERBATIM.  NO JOURNAL MEANS THE
003260*                     MASTER HAS NEVER BEEN MAINTAINED THROUGH
003270*                     CTMAINT'S JOURNALLED PATH - SAID, NOT
003280*                     ERRORED.
003290*================================================================
003300 3000-SHOW-JOURNAL.
003310     DISPLAY "CTINQ: JOURNAL LINES FOR " INQ-CODE-PARM.
003320     OPEN INPUT INQ-JRN-FILE.
003330     IF INQ-JRN-STATUS-CD NOT = "00"
003340         DISPLAY "  NO CTMJRNL ON FILE"
003350         GO TO 3000-EXIT
003360     END-IF.
003370     PERFORM 3100-JUDGE-ONE-JOURNAL THRU 3100-EXIT
003380         UNTIL INQ-JRN-EOF.
003390     CLOSE INQ-JRN-FILE.
003400 3000-EXIT.
003410     EXIT.
003420*================================================================
003430* 3100-JUDGE-ONE-JOURNAL - PRINT ONE JOURNAL LINE IF IT CARRIES
003440*                          THE CODE IN THE SCHEME ASKED ABOUT.
003450*                          A LINE WITH NO SCHEME IS BASE.
003460*================================================================
003470 3100-JUDGE-ONE-JOURNAL.
003480     READ INQ-JRN-FILE
003490         AT END
003500             MOVE 'Y' TO INQ-JRN-EOF-SW
003510         NOT AT END
003520             MOVE INQ-JRN-REC TO INQ-JRN-LINE
003530             MOVE INQ-JRN-SCHEME TO INQ-JRN-SCHEME-WK
003540             IF INQ-JRN-SCHEME-WK = SPACES
003550                 MOVE "BASE" TO INQ-JRN-SCHEME-WK
003560             END-IF
003570             IF INQ-JRN-DATE IS NUMERIC
003580              AND INQ-JRN-KEY = INQ-CODE-PARM
003590              AND INQ-JRN-SCHEME-WK = INQ-SCHEME
003600                 DISPLAY "  " INQ-JRN-REC
003610             END-IF
003620     END-READ.
003630 3100-EXIT.
003640     EXIT.
003650*================================================================
003660* 4000-SHOW-USAGE - LAST AUDIT-TRAIL APPEARANCE AND TOTAL
003670*                   OCCURRENCES, ROLLED UP FROM THE CONDENSED
003680*                   UC01AUDS SUMMARY AND THE LIVE UC01AUD
003690*                   RESIDUE TOGETHER - THE SAME PAIR CTUSAGE
003700*                   READS.
003710*================================================================
003720 4000-SHOW-USAGE.
003730     OPEN INPUT INQ-SUM-FILE.
003740     IF INQ-SUM-STATUS-CD = "00"
003750         PERFORM 4100-ROLL-ONE-SUMMARY THRU 4100-EXIT
003760             UNTIL INQ-SUM-EOF
003770         CLOSE INQ-SUM-FILE
003780     END-IF.
003790     OPEN INPUT INQ-AUD-FILE.
003800     IF INQ-AUD-STATUS-CD = "00"
003810         PERFORM 4200-ROLL-ONE-AUDIT THRU 4200-EXIT
003820             UNTIL INQ-AUD-EOF
003830         CLOSE INQ-AUD-FILE
003840     END-IF.
003850     IF INQ-AUD-LAST-DATE = ZERO
003860         DISPLAY "CTINQ: NEVER SEEN ON THE AUDIT TRAIL"
003870     ELSE
003880         DISPLAY "CTINQ: LAST ON AUDIT TRAIL " INQ-AUD-LAST-DATE
003890             " - " INQ-AUD-TOTAL " OCCURRENCES ON RECORD"
003900     END-IF.
003910 4000-EXIT.
003920     EXIT.
003930*================================================================
003940* 4100-ROLL-ONE-SUMMARY - ROLL ONE CONDENSED SUMMARY LINE IN.
003950*================================================================
003960 4100-ROLL-ONE-SUMMARY.
003970     READ INQ-SUM-FILE
003980         AT END
003990             MOVE 'Y' TO INQ-SUM-EOF-SW
004000         NOT AT END
004010             MOVE INQ-SUM-REC TO INQ-SUM-LINE
004020             IF INQ-SUM-DATE IS NUMERIC
004030              AND INQ-SUM-COUNT IS NUMERIC
004040              AND INQ-SUM-UC01 = INQ-CODE-PARM
004050                 MOVE INQ-SUM-DATE TO INQ-AUD-DATE-N
004060                 IF INQ-AUD-DATE-N > INQ-AUD-LAST-DATE
004070                     MOVE INQ-AUD-DATE-N TO INQ-AUD-LAST-DATE
004080                 END-IF
004090                 MOVE INQ-SUM-COUNT TO INQ-SUM-COUNT-N
004100                 ADD INQ-SUM-COUNT-N TO INQ-AUD-TOTAL
004110             END-IF
004120     END-READ.
004130 4100-EXIT.
004140     EXIT.
004150*================================================================
004160* 4200-ROLL-ONE-AUDIT - ROLL ONE LIVE AUDIT LINE IN.
004170*================================================================
004180 4200-ROLL-ONE-AUDIT.
004190     READ INQ-AUD-FILE
004200         AT END
004210             MOVE 'Y' TO INQ-AUD-EOF-SW
004220         NOT AT END
004230             MOVE INQ-AUD-REC TO INQ-AUD-LINE
004240             IF INQ-AUD-DATE IS NUMERIC
004250              AND INQ-AUD-UC01-VALUE = INQ-CODE-PARM
004260                 MOVE INQ-AUD-DATE TO INQ-AUD-DATE-N
004270                 IF INQ-AUD-DATE-N > INQ-AUD-LAST-DATE
004280                     MOVE INQ-AUD-DATE-N TO INQ-AUD-LAST-DATE
004290                 END-IF
004300                 ADD 1 TO INQ-AUD-TOTAL
004310             END-IF
004320     END-READ.
004330 4200-EXIT.
004340     EXIT.
004350*================================================================
004360* 5000-TERMINATE - CLOSE THE MASTER.
004370*================================================================
004380 5000-TERMINATE.
004390     CLOSE CODE-TRAN-FILE.
004400     MOVE ZERO TO RETURN-CODE.
004410 5000-EXIT.
004420     EXIT.

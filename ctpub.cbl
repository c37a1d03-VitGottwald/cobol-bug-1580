000340*                 SNAPSHOT'S CODE COLUMN ARE FOUR BYTES NOW - A
000350*                 LEGACY CODE IS ITSELF PLUS THREE SPACES - SO
000360*                 THE REGIONS' LOADERS RECUT WITH US.
000370* 2026-10-15 DMO  CTMJRNL LINES ARE 120 BYTES NOW - THE MAKER,
000380*                 CHECKER, APPROVAL DATE/TIME AND QUEUE ITEM
000390*                 BEHIND EACH CHANGE FOLLOW THE FIRST 80 (SEE
000400*                 CTMAINT).  THE DELTA STAYS 80 BYTES: THOSE
000410*                 ARE INTERNAL SIGN-OFF DETAIL, NOT SOMETHING
000420*                 THE REGIONS NEED, SO THEIR LOADERS ARE
000430*                 UNTOUCHED.
000440* 2026-10-15 DMO  TRANSLATION SCHEMES (SEE CODETRAN.CPY).  AN
000450*                 OPTIONAL SCHEME=<ID> PARM WORD AFTER THE DATE
000460*                 PUBLISHES THAT SCHEME: CTSNAP.<DATE>.<ID> FROM
000470*                 ITS MASTER RECORDS, CTDELTA.<DATE>.<ID> FROM
000480*                 ITS JOURNAL LINES, AND ITS OWN PUBLISH POINT ON
000490*                 CTPUBLST.<ID>, SO EACH CONSUMER ROLLS FORWARD
000500*                 ON ITS OWN TIMETABLE.  NO SCHEME WORD PUBLISHES
000510*                 BASE UNDER THE SAME NAMES AS BEFORE.  CTMJRNL
000520*                 LINES ARE 128 BYTES NOW, THE SCHEME AT BYTE
000530*                 116; THE DELTA STAYS 80.
000540*================================================================
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CODE-TRAN-FILE ASSIGN TO "CODETRAN"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS CODE-TRAN-KEY
000620         FILE STATUS IS CODE-TRAN-STATUS-CD.
000630     SELECT CTP-SNP-FILE ASSIGN TO CTP-SNP-FILE-NAME
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT CTP-DLT-FILE ASSIGN TO CTP-DLT-FILE-NAME
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT CTP-JRN-FILE ASSIGN TO "CTMJRNL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CTP-JRN-STATUS-CD.
000700     SELECT CTP-CTL-FILE ASSIGN TO CTP-CTL-FILE-NAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS CTP-CTL-STATUS-CD.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CODE-TRAN-FILE.
000760     COPY CODETRAN.
000770 FD  CTP-SNP-FILE.
000780 01  CTP-SNP-REC                   PIC X(80).
000790 FD  CTP-DLT-FILE.
000800 01  CTP-DLT-REC                   PIC X(80).
000810 FD  CTP-JRN-FILE.
000820 01  CTP-JRN-REC                   PIC X(128).
000830 FD  CTP-CTL-FILE.
000840 01  CTP-CTL-REC                   PIC X(80).
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------
000870* SWITCHES / FILE STATUS
000880*----------------------------------------------------------------
000890 77  CTP-MST-EOF-SW                PIC X(01) VALUE 'N'.
000900     88  CTP-MST-EOF                           VALUE 'Y'.
000910 77  CTP-JRN-EOF-SW                PIC X(01) VALUE 'N'.
000920     88  CTP-JRN-EOF                           VALUE 'Y'.
000930 77  CTP-GOV-FOUND-SW              PIC X(01) VALUE 'N'.
000940     88  CTP-GOV-FOUND                         VALUE 'Y'.
000950 77  CODE-TRAN-STATUS-CD           PIC X(02) VALUE SPACES.
000960 77  CTP-JRN-STATUS-CD             PIC X(02) VALUE SPACES.
000970 77  CTP-CTL-STATUS-CD             PIC X(02) VALUE SPACES.
000980*----------------------------------------------------------------
000990* PROCESSING-DATE PARAMETER - THE DATE THE SNAPSHOT IS CUT AS
001000* OF, DEFAULTING TO TODAY, THE SAME WAY MAIN TAKES ITS DATE,
001010* AND THE SCHEME PUBLISHED, DEFAULTING TO BASE.  THE RUN
001020* DATE/TIME STAMP BECOMES THE NEW PUBLISH POINT.
001030*----------------------------------------------------------------
001040 77  CTP-RUN-PARM                  PIC X(40) VALUE SPACES.
001050 77  CTP-PROC-DATE-PARM            PIC X(08) VALUE SPACES.
001060 77  CTP-OPT-PARM                  PIC X(16) VALUE SPACES.
001070 77  CTP-BASE-SCHEME               PIC X(08) VALUE "BASE".
001080 77  CTP-SCHEME                    PIC X(08) VALUE "BASE".
001090 77  CTP-JRN-SCHEME-WK             PIC X(08) VALUE SPACES.
001100 77  CTP-PROC-DATE                 PIC 9(08) VALUE ZERO.
001110 77  CTP-RUN-DATE                  PIC 9(08) VALUE ZERO.
001120 77  CTP-RUN-TIME                  PIC 9(08) VALUE ZERO.
001130 01  CTP-SNP-FILE-NAME             PIC X(32) VALUE SPACES.
001140 01  CTP-DLT-FILE-NAME             PIC X(32) VALUE SPACES.
001150 01  CTP-CTL-FILE-NAME             PIC X(24) VALUE "CTPUBLST".
001160*----------------------------------------------------------------
001170* THE LAST PUBLISH POINT FROM CTPUBLST - JOURNAL LINES STAMPED
001180* AFTER IT BELONG TO THIS DELTA.  ZERO (NO CONTROL FILE YET)
001190* MAKES THE WHOLE JOURNAL THE FIRST DELTA.
001200*----------------------------------------------------------------
001210 77  CTP-LAST-DATE                 PIC 9(08) VALUE ZERO.
001220 77  CTP-LAST-TIME                 PIC 9(08) VALUE ZERO.
001230 01  CTP-CTL-LINE.
001240     05  CTP-CTL-DATE              PIC X(08).
001250     05  FILLER                    PIC X(01).
001260     05  CTP-CTL-TIME              PIC X(08).
001270     05  FILLER                    PIC X(63).
001280*----------------------------------------------------------------
001290* CONTROL-BREAK HOLDS FOR THE MASTER SCAN - THE CODE BEING
001300* GATHERED AND THE RECORD THAT GOVERNS IT ON THE PROCESSING
001310* DATE, KEPT WHOLE FOR THE SNAPSHOT LINE.
001320*----------------------------------------------------------------
001330 77  CTP-MST-CODE                  PIC X(04) VALUE SPACES.
001340 77  CTP-GOV-UC02                  PIC X(01) VALUE SPACES.
001350 77  CTP-GOV-STATUS                PIC X(01) VALUE SPACES.
001360 77  CTP-GOV-EFF-FROM              PIC 9(08) VALUE ZERO.
001370 77  CTP-GOV-EFF-TO                PIC 9(08) VALUE ZERO.
001380*----------------------------------------------------------------
001390* COUNTS FOR THE END-OF-RUN SYSOUT SUMMARY.
001400*----------------------------------------------------------------
001410 77  CTP-SNP-COUNT                 PIC 9(09) VALUE ZERO.
001420 77  CTP-DLT-COUNT                 PIC 9(09) VALUE ZERO.
001430*----------------------------------------------------------------
001440* SNAPSHOT LINE - ONE PER UC01 CODE, STATUS CLASSIFIED THE WAY
001450* CTUSAGE PRINTS IT SO OPS READ ONE VOCABULARY EVERYWHERE.
001460*----------------------------------------------------------------
001470 01  CTP-SNP-LINE.
001480     05  CTP-SNP-CODE              PIC X(04).
001490     05  FILLER                    PIC X(03) VALUE SPACES.
001500     05  CTP-SNP-STATUS            PIC X(08).
001510     05  FILLER                    PIC X(02) VALUE SPACES.
001520     05  CTP-SNP-UC02              PIC X(01).
001530     05  FILLER                    PIC X(02) VALUE SPACES.
001540     05  CTP-SNP-EFF-FROM          PIC 9(08).
001550     05  FILLER                    PIC X(01) VALUE SPACES.
001560     05  CTP-SNP-EFF-TO            PIC 9(08).
001570     05  FILLER                    PIC X(43) VALUE SPACES.
001580*----------------------------------------------------------------
001590* CHANGE-JOURNAL LINE AS CTMAINT WRITES IT - ONLY THE RUN DATE
001600* AND TIME STAMPS AND THE SCHEME MATTER HERE; THE FIRST 80 BYTES
001610* ARE PUBLISHED VERBATIM.  A LINE WITH NO SCHEME IS BASE.
001620*----------------------------------------------------------------
001630 01  CTP-JRN-LINE.
001640     05  CTP-JRN-DATE              PIC X(08).
001650     05  FILLER                    PIC X(01).
001660     05  CTP-JRN-TIME              PIC X(08).
001670     05  FILLER                    PIC X(98).
001680     05  CTP-JRN-SCHEME            PIC X(08).
001690     05  FILLER                    PIC X(05).
001700 77  CTP-JRN-DATE-N                PIC 9(08) VALUE ZERO.
001710 77  CTP-JRN-TIME-N                PIC 9(08) VALUE ZERO.
001720 PROCEDURE DIVISION.
001730*================================================================
001740* 0000-MAINLINE
001750*================================================================
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001780     PERFORM 2000-WRITE-SNAPSHOT THRU 2000-EXIT.
001790     PERFORM 3000-WRITE-DELTA THRU 3000-EXIT.
001800     PERFORM 4000-TERMINATE THRU 4000-EXIT.
001810     STOP RUN.
001820*================================================================
001830* 1000-INITIALIZE - RESOLVE THE PROCESSING DATE, READ THE LAST
001840*                   PUBLISH POINT, AND OPEN THE OUTPUTS.  AN
001850*                   UNOPENABLE MASTER IS FATAL - THERE IS
001860*                   NOTHING TO PUBLISH.
001870*================================================================
001880 1000-INITIALIZE.
001890     ACCEPT CTP-RUN-PARM FROM COMMAND-LINE.
001900     UNSTRING CTP-RUN-PARM DELIMITED BY ALL " "
001910         INTO CTP-PROC-DATE-PARM CTP-OPT-PARM.
001920     IF CTP-OPT-PARM NOT = SPACES
001930         IF CTP-OPT-PARM (1:7) = "SCHEME="
001940          AND CTP-OPT-PARM (8:8) NOT = SPACES
001950             MOVE CTP-OPT-PARM (8:8) TO CTP-SCHEME
001960         ELSE
001970             DISPLAY "CTPUB: BAD PARM WORD " CTP-OPT-PARM
001980             MOVE 20 TO RETURN-CODE
001990             STOP RUN
002000         END-IF
002010     END-IF.
002020     IF CTP-PROC-DATE-PARM = SPACES
002030         ACCEPT CTP-PROC-DATE FROM DATE YYYYMMDD
002040     ELSE
002050         MOVE CTP-PROC-DATE-PARM TO CTP-PROC-DATE
002060     END-IF.
002070     ACCEPT CTP-RUN-DATE FROM DATE YYYYMMDD.
002080     ACCEPT CTP-RUN-TIME FROM TIME.
002090     OPEN INPUT CODE-TRAN-FILE.
002100     IF CODE-TRAN-STATUS-CD NOT = "00"
002110         DISPLAY "CTPUB: CODE-TRAN-FILE COULD NOT BE OPENED, "
002120             "STATUS = " CODE-TRAN-STATUS-CD
002130         MOVE 20 TO RETURN-CODE
002140         STOP RUN
002150     END-IF.
002160     IF CTP-SCHEME NOT = CTP-BASE-SCHEME
002170         MOVE SPACES TO CTP-CTL-FILE-NAME
002180         STRING "CTPUBLST." DELIMITED BY SIZE
002190                CTP-SCHEME DELIMITED BY SPACE
002200                INTO CTP-CTL-FILE-NAME
002210     END-IF.
002220     PERFORM 1100-READ-PUBLISH-POINT THRU 1100-EXIT.
002230     MOVE SPACES TO CTP-SNP-FILE-NAME.
002240     MOVE SPACES TO CTP-DLT-FILE-NAME.
002250     IF CTP-SCHEME = CTP-BASE-SCHEME
002260         STRING "CTSNAP." DELIMITED BY SIZE
002270                CTP-PROC-DATE DELIMITED BY SIZE
002280                INTO CTP-SNP-FILE-NAME
002290         STRING "CTDELTA." DELIMITED BY SIZE
002300                CTP-PROC-DATE DELIMITED BY SIZE
002310                INTO CTP-DLT-FILE-NAME
002320     ELSE
002330         STRING "CTSNAP." DELIMITED BY SIZE
002340                CTP-PROC-DATE DELIMITED BY SIZE
002350                "." DELIMITED BY SIZE
002360                CTP-SCHEME DELIMITED BY SPACE
002370                INTO CTP-SNP-FILE-NAME
002380         STRING "CTDELTA." DELIMITED BY SIZE
002390                CTP-PROC-DATE DELIMITED BY SIZE
002400                "." DELIMITED BY SIZE
002410                CTP-SCHEME DELIMITED BY SPACE
002420                INTO CTP-DLT-FILE-NAME
002430     END-IF.
002440     OPEN OUTPUT CTP-SNP-FILE.
002450     OPEN OUTPUT CTP-DLT-FILE.
002460 1000-EXIT.
002470     EXIT.
002480*================================================================
002490* 1100-READ-PUBLISH-POINT - READ THE LAST PUBLISH DATE/TIME FROM
002500*                           CTPUBLST.  NO CONTROL FILE, OR A
002510*                           LINE THAT ISN'T NUMERIC, MEANS THIS
002520*                           IS THE FIRST PUBLISH AND THE WHOLE
002530*                           JOURNAL IS THE DELTA.
002540*================================================================
002550 1100-READ-PUBLISH-POINT.
002560     OPEN INPUT CTP-CTL-FILE.
002570     IF CTP-CTL-STATUS-CD NOT = "00"
002580         GO TO 1100-EXIT
002590     END-IF.
002600     READ CTP-CTL-FILE
002610         AT END CONTINUE
002620         NOT AT END
002630             MOVE CTP-CTL-REC TO CTP-CTL-LINE
002640             IF CTP-CTL-DATE IS NUMERIC
002650              AND CTP-CTL-TIME IS NUMERIC
002660                 MOVE CTP-CTL-DATE TO CTP-LAST-DATE
002670                 MOVE CTP-CTL-TIME TO CTP-LAST-TIME
002680             END-IF
002690     END-READ.
002700     CLOSE CTP-CTL-FILE.
002710 1100-EXIT.
002720     EXIT.
002730*================================================================
002740* 2000-WRITE-SNAPSHOT - WALK THE SCHEME'S MASTER RECORDS IN KEY
002750*                       ORDER AND WRITE ONE LINE PER DISTINCT
002760*                       UC01 CODE, BREAKING ON THE CODE, EACH
002770*                       CARRYING THE RECORD GOVERNING THE
002780*                       PROCESSING DATE - THE SELECTION RULE THE
002790*                       DAILY RUN APPLIES.
002800*================================================================
002810 2000-WRITE-SNAPSHOT.
002820     MOVE LOW-VALUES TO CODE-TRAN-KEY.
002830     MOVE CTP-SCHEME TO CODE-TRAN-SCHEME.
002840     START CODE-TRAN-FILE KEY NOT < CODE-TRAN-KEY
002850         INVALID KEY MOVE 'Y' TO CTP-MST-EOF-SW
002860     END-START.
002870     IF CTP-MST-EOF
002880         GO TO 2000-EXIT
002890     END-IF.
002900     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002910     PERFORM 2200-GATHER-ONE-CODE THRU 2200-EXIT
002920         UNTIL CTP-MST-EOF.
002930 2000-EXIT.
002940     EXIT.
002950*================================================================
002960* 2100-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY ORDER.
002970*                    THE FIRST RECORD OF ANOTHER SCHEME ENDS
002980*                    THE SCHEME'S RECORDS AS END OF FILE DOES.
002990*================================================================
003000 2100-READ-MASTER.
003010     READ CODE-TRAN-FILE NEXT
003020         AT END MOVE 'Y' TO CTP-MST-EOF-SW
003030     END-READ.
003040     IF NOT CTP-MST-EOF
003050      AND CODE-TRAN-SCHEME NOT = CTP-SCHEME
003060         MOVE 'Y' TO CTP-MST-EOF-SW
003070     END-IF.
003080 2100-EXIT.
003090     EXIT.
003100*================================================================
003110* 2200-GATHER-ONE-CODE - ROLL UP ALL THE MASTER RECORDS FOR ONE
003120*                        UC01 CODE, KEEPING THE RECORD GOVERNING
003130*                        THE PROCESSING DATE, THEN WRITE THE
003140*                        CODE'S SNAPSHOT LINE AT THE BREAK.
003150*================================================================
003160 2200-GATHER-ONE-CODE.
003170     MOVE CODE-TRAN-UC01 TO CTP-MST-CODE.
003180     MOVE 'N' TO CTP-GOV-FOUND-SW.
003190     PERFORM 2300-ROLL-ONE-RECORD THRU 2300-EXIT
003200         UNTIL CTP-MST-EOF
003210            OR CODE-TRAN-UC01 NOT = CTP-MST-CODE.
003220     PERFORM 2400-WRITE-ONE-CODE THRU 2400-EXIT.
003230 2200-EXIT.
003240     EXIT.
003250*================================================================
003260* 2300-ROLL-ONE-RECORD - FOLD ONE MASTER RECORD INTO THE BREAK.
003270*                        RECORDS ARRIVE IN ASCENDING EFFECTIVE-
003280*                        FROM ORDER, SO THE LAST ONE DATED ON OR
003290*                        BEFORE THE PROCESSING DATE GOVERNS -
003300*                        THE RULE 2210-SELECT-MAPPING APPLIES IN
003310*                        MAIN.  NON-NUMERIC DATES ON A RECORD
003320*                        CONVERTED FROM THE OLD UNDATED LAYOUT
003330*                        READ AS IN FORCE SINCE FOREVER AND
003340*                        OPEN-ENDED.
003350*================================================================
003360 2300-ROLL-ONE-RECORD.
003370     IF CODE-TRAN-EFF-FROM NOT NUMERIC
003380         MOVE ZERO TO CODE-TRAN-EFF-FROM
003390     END-IF.
003400     IF CODE-TRAN-EFF-TO NOT NUMERIC
003410         MOVE 99999999 TO CODE-TRAN-EFF-TO
003420     END-IF.
003430     IF CODE-TRAN-EFF-FROM NOT > CTP-PROC-DATE
003440         MOVE 'Y' TO CTP-GOV-FOUND-SW
003450         MOVE CODE-TRAN-UC02-VALUE TO CTP-GOV-UC02
003460         MOVE CODE-TRAN-STATUS TO CTP-GOV-STATUS
003470         MOVE CODE-TRAN-EFF-FROM TO CTP-GOV-EFF-FROM
003480         MOVE CODE-TRAN-EFF-TO TO CTP-GOV-EFF-TO
003490     END-IF.
003500     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003510 2300-EXIT.
003520     EXIT.
003530*================================================================
003540* 2400-WRITE-ONE-CODE - ONE SNAPSHOT LINE PER MASTER CODE.  A
003550*                       CODE WITH NO RECORD GOVERNING THE DATE
003560*                       IS ONLY STAGED FOR THE FUTURE - THE
003570*                       REGIONS MUST NOT SEND IT YET, SO IT IS
003580*                       PUBLISHED AS STAGED, NOT OMITTED.
003590*================================================================
003600 2400-WRITE-ONE-CODE.
003610     MOVE SPACES TO CTP-SNP-LINE.
003620     MOVE CTP-MST-CODE TO CTP-SNP-CODE.
003630     EVALUATE TRUE
003640         WHEN NOT CTP-GOV-FOUND
003650             MOVE "STAGED" TO CTP-SNP-STATUS
003660             MOVE ZERO TO CTP-SNP-EFF-FROM
003670             MOVE ZERO TO CTP-SNP-EFF-TO
003680         WHEN CTP-GOV-STATUS = 'R'
003690             MOVE "RETIRED" TO CTP-SNP-STATUS
003700             MOVE CTP-GOV-UC02 TO CTP-SNP-UC02
003710             MOVE CTP-GOV-EFF-FROM TO CTP-SNP-EFF-FROM
003720             MOVE CTP-GOV-EFF-TO TO CTP-SNP-EFF-TO
003730         WHEN CTP-GOV-EFF-TO NOT > CTP-PROC-DATE
003740             MOVE "EXPIRED" TO CTP-SNP-STATUS
003750             MOVE CTP-GOV-UC02 TO CTP-SNP-UC02
003760             MOVE CTP-GOV-EFF-FROM TO CTP-SNP-EFF-FROM
003770             MOVE CTP-GOV-EFF-TO TO CTP-SNP-EFF-TO
003780         WHEN OTHER
003790             MOVE "ACTIVE" TO CTP-SNP-STATUS
003800             MOVE CTP-GOV-UC02 TO CTP-SNP-UC02
003810             MOVE CTP-GOV-EFF-FROM TO CTP-SNP-EFF-FROM
003820             MOVE CTP-GOV-EFF-TO TO CTP-SNP-EFF-TO
003830     END-EVALUATE.
003840     MOVE CTP-SNP-LINE TO CTP-SNP-REC.
003850     WRITE CTP-SNP-REC.
003860     ADD 1 TO CTP-SNP-COUNT.
003870 2400-EXIT.
003880     EXIT.
003890*================================================================
003900* 3000-WRITE-DELTA - COPY EVERY CTMJRNL LINE STAMPED AFTER THE
003910*                    LAST PUBLISH POINT TO THE DELTA, VERBATIM
003920*                    UP TO THE SIGN-OFF COLUMNS AT BYTE 81 -
003930*                    THE BEFORE/AFTER IMAGES ARE EXACTLY WHAT
003940*                    THE REGIONS NEED TO ROLL THEIR COPY
003950*                    FORWARD.  NO JOURNAL MEANS NO CHANGES EVER
003960*                    APPLIED - AN EMPTY DELTA, NOT AN ERROR.
003970*================================================================
003980 3000-WRITE-DELTA.
003990     OPEN INPUT CTP-JRN-FILE.
004000     IF CTP-JRN-STATUS-CD NOT = "00"
004010         GO TO 3000-EXIT
004020     END-IF.
004030     PERFORM 3100-JUDGE-ONE-JOURNAL THRU 3100-EXIT
004040         UNTIL CTP-JRN-EOF.
004050     CLOSE CTP-JRN-FILE.
004060 3000-EXIT.
004070     EXIT.
004080*================================================================
004090* 3100-JUDGE-ONE-JOURNAL - COPY ONE JOURNAL LINE IF IT IS FOR
004100*                          THE SCHEME AND FALLS AFTER THE LAST
004110*                          PUBLISH POINT.  LINES
004120*                          WHOSE STAMPS AREN'T NUMERIC ARE NOT
004130*                          JOURNAL LINES AND ARE PASSED OVER.
004140*================================================================
004150 3100-JUDGE-ONE-JOURNAL.
004160     READ CTP-JRN-FILE
004170         AT END
004180             MOVE 'Y' TO CTP-JRN-EOF-SW
004190         NOT AT END
004200             MOVE CTP-JRN-REC TO CTP-JRN-LINE
004210             MOVE CTP-JRN-SCHEME TO CTP-JRN-SCHEME-WK
004220             IF CTP-JRN-SCHEME-WK = SPACES
004230                 MOVE CTP-BASE-SCHEME TO CTP-JRN-SCHEME-WK
004240             END-IF
004250             IF CTP-JRN-DATE IS NUMERIC
004260              AND CTP-JRN-TIME IS NUMERIC
004270              AND CTP-JRN-SCHEME-WK = CTP-SCHEME
004280                 MOVE CTP-JRN-DATE TO CTP-JRN-DATE-N
004290                 MOVE CTP-JRN-TIME TO CTP-JRN-TIME-N
004300                 IF CTP-JRN-DATE-N > CTP-LAST-DATE
004310                  OR (CTP-JRN-DATE-N = CTP-LAST-DATE
004320                      AND CTP-JRN-TIME-N > CTP-LAST-TIME)
004330                     MOVE CTP-JRN-REC TO CTP-DLT-REC
004340                     WRITE CTP-DLT-REC
004350                     ADD 1 TO CTP-DLT-COUNT
004360                 END-IF
004370             END-IF
004380     END-READ.
004390 3100-EXIT.
004400     EXIT.
004410*================================================================
004420* 4000-TERMINATE - ADVANCE THE PUBLISH POINT TO THIS RUN'S
004430*                  STAMP, SAY WHAT WAS PUBLISHED, AND CLOSE.
004440*                  THE POINT IS ONLY ADVANCED AFTER BOTH FILES
004450*                  ARE SAFELY WRITTEN, SO A RUN THAT DIED
004460*                  MID-PUBLISH REPEATS ITS DELTA INSTEAD OF
004470*                  LOSING IT - THE REGIONS LOAD THE SNAPSHOT,
004480*                  WHICH MAKES A REPEATED DELTA HARMLESS.
004490*================================================================
004500 4000-TERMINATE.
004510     CLOSE CTP-SNP-FILE.
004520     CLOSE CTP-DLT-FILE.
004530     CLOSE CODE-TRAN-FILE.
004540     OPEN OUTPUT CTP-CTL-FILE.
004550     MOVE SPACES TO CTP-CTL-LINE.
004560     MOVE CTP-RUN-DATE TO CTP-CTL-DATE.
004570     MOVE CTP-RUN-TIME TO CTP-CTL-TIME.
004580     MOVE CTP-CTL-LINE TO CTP-CTL-REC.
004590     WRITE CTP-CTL-REC.
004600     CLOSE CTP-CTL-FILE.
004610     DISPLAY "CTPUB: " CTP-SNP-COUNT " CODES TO "
004620         CTP-SNP-FILE-NAME ", " CTP-DLT-COUNT
004630         " JOURNAL LINES TO " CTP-DLT-FILE-NAME.
004640     MOVE ZERO TO RETURN-CODE.
004650 4000-EXIT.
004660     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ctrecov.
000030 AUTHOR.      D. OKAFOR.
000040 INSTALLATION. DAILY CODE PROCESSING.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DMO  ORIGINAL VERSION.  POINT-IN-TIME REBUILD OF
000110*                 THE CODE-TRAN-FILE MASTER FROM THE CTMJRNL
000120*                 CHANGE JOURNAL CTMAINT APPENDS TO.  A DAMAGED
000130*                 MASTER, A RESTORE FROM THE WRONG BACKUP OR A
000140*                 BAD TRANSACTION BATCH LEFT NO WAY BACK TO HOW
000150*                 THE MASTER STOOD AT A GIVEN MOMENT.  TWO
000160*                 DIRECTIONS:
000170*                   FORWARD - COPY THE BACKUP (CTBACKUP) AND
000180*                   REPLAY, IN JOURNAL ORDER, EVERY LINE STAMPED
000190*                   AFTER THE BACKUP WAS TAKEN AND AT OR BEFORE
000200*                   THE TARGET;
000210*                   BACK - COPY THE LIVE MASTER AND REVERSE,
000220*                   NEWEST FIRST, EVERY LINE STAMPED AFTER THE
000230*                   TARGET.
000240*                 THE RESULT GOES TO A NEW FILE, CTRBUILD - THE
000250*                 LIVE MASTER IS NEVER WRITTEN - AND CTRRPT
000260*                 LISTS EVERY LINE APPLIED OR REVERSED.  EACH
000270*                 LINE'S BEFORE-IMAGE (AFTER-IMAGE WHEN
000280*                 REVERSING) MUST MATCH WHAT THE REBUILD HOLDS;
000290*                 THE FIRST THAT DOESN'T MEANS THE JOURNAL AND
000300*                 THE MASTER HAVE DRIFTED APART, SO THE RUN IS
000310*                 REFUSED WITH THE REASON AND THE OFFENDING
000320*                 LINE, CTRBUILD IS LEFT EMPTY, AND THE RETURN
000330*                 CODE IS 16.  A LINE WRITTEN BEFORE CTMAINT
000340*                 RECORDED ITS APPLY TYPE CAN BE REPLAYED BUT
000350*                 NOT ALWAYS REVERSED - ROLL FORWARD FROM AN
000360*                 OLDER BACKUP INSTEAD.
000370* 2026-10-15 DMO  CTMJRNL LINES ARE 120 BYTES NOW, WITH THE
000380*                 MAKER/CHECKER SIGN-OFF BEHIND THE IMAGES (SEE
000390*                 CTMAINT); THE JOURNAL RECORD AND THE REVERSAL
000400*                 TABLE WIDENED TO MATCH.
000410* 2026-10-15 DMO  TRANSLATION SCHEMES.  THE MASTER KEY LEADS
000420*                 WITH THE SCHEME ID AND CTMJRNL LINES ARE 128
000430*                 BYTES, THE SCHEME AT BYTE 116 (BLANK ON OLDER
000440*                 LINES, MEANING BASE).  EVERY LINE IS REPLAYED
000450*                 OR REVERSED AGAINST ITS OWN SCHEME'S CHAIN;
000460*                 CTRRPT (NOW 90 BYTES) SHOWS THE SCHEME.
000470*================================================================
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CTR-SRC-FILE ASSIGN TO CTR-SRC-FILE-NAME
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS CTR-SRC-KEY
000550         FILE STATUS IS CTR-SRC-STATUS-CD.
000560     SELECT CODE-TRAN-FILE ASSIGN TO "CTRBUILD"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CODE-TRAN-KEY
000600         FILE STATUS IS CODE-TRAN-STATUS-CD.
000610     SELECT CTR-JRN-FILE ASSIGN TO "CTMJRNL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CTR-JRN-STATUS-CD.
000640     SELECT CTR-RPT-FILE ASSIGN TO "CTRRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CTR-SRC-FILE.
000690 01  CTR-SRC-REC.
000700     05  CTR-SRC-KEY               PIC X(20).
000710     05  FILLER                    PIC X(11).
000720 FD  CODE-TRAN-FILE.
000730     COPY CODETRAN.
000740 FD  CTR-JRN-FILE.
000750 01  CTR-JRN-REC                   PIC X(128).
000760 FD  CTR-RPT-FILE.
000770 01  CTR-RPT-REC                   PIC X(90).
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------
000800* SWITCHES / FILE STATUS
000810*----------------------------------------------------------------
000820 77  CTR-SRC-EOF-SW                PIC X(01) VALUE 'N'.
000830     88  CTR-SRC-EOF                           VALUE 'Y'.
000840 77  CTR-JRN-EOF-SW                PIC X(01) VALUE 'N'.
000850     88  CTR-JRN-EOF                           VALUE 'Y'.
000860 77  CTR-SCAN-SW                   PIC X(01) VALUE 'N'.
000870     88  CTR-SCAN-DONE                         VALUE 'Y'.
000880 77  CTR-EXACT-SW                  PIC X(01) VALUE 'N'.
000890     88  CTR-EXACT-FOUND                       VALUE 'Y'.
000900 77  CTR-PRED-SW                   PIC X(01) VALUE 'N'.
000910     88  CTR-PRED-FOUND                        VALUE 'Y'.
000920 77  CTR-SUCC-SW                   PIC X(01) VALUE 'N'.
000930     88  CTR-SUCC-FOUND                        VALUE 'Y'.
000940 77  CTR-MODE-SW                   PIC X(01) VALUE SPACE.
000950     88  CTR-FORWARD                           VALUE 'F'.
000960     88  CTR-BACK                              VALUE 'B'.
000970 77  CTR-SRC-STATUS-CD             PIC X(02) VALUE SPACES.
000980 77  CODE-TRAN-STATUS-CD           PIC X(02) VALUE SPACES.
000990 77  CTR-JRN-STATUS-CD             PIC X(02) VALUE SPACES.
001000*----------------------------------------------------------------
001010* RUN PARAMETER -
001020*   FORWARD <TARGET CCYYMMDD> <HHMMSSCC> <BACKUP CCYYMMDD>
001030*           <HHMMSSCC>
001040*   BACK    <TARGET CCYYMMDD> <HHMMSSCC>
001050* STAMPS ARE THE RUN DATE AND TIME CTMAINT WRITES ON EACH
001060* JOURNAL LINE, SO EVERY LINE OF ONE CTMAINT RUN FALLS THE
001070* SAME SIDE OF A TARGET.  THE BACKUP STAMP IS WHEN THE BACKUP
001080* COPY WAS TAKEN - LINES AT OR BEFORE IT ARE ALREADY IN IT.
001090*----------------------------------------------------------------
001100 77  CTR-RUN-PARM                  PIC X(60) VALUE SPACES.
001110 77  CTR-MODE-PARM                 PIC X(08) VALUE SPACES.
001120 01  CTR-TGT-STAMP.
001130     05  CTR-TGT-DATE              PIC X(08) VALUE SPACES.
001140     05  CTR-TGT-TIME              PIC X(08) VALUE SPACES.
001150 01  CTR-BKP-STAMP.
001160     05  CTR-BKP-DATE              PIC X(08) VALUE SPACES.
001170     05  CTR-BKP-TIME              PIC X(08) VALUE SPACES.
001180 01  CTR-SRC-FILE-NAME             PIC X(16) VALUE SPACES.
001190*----------------------------------------------------------------
001200* CHANGE-JOURNAL LINE AS CTMAINT WRITES IT.  THE APPLY TYPE IS
001210* 'R' (CORRECTED IN PLACE) OR 'I' (INSERTED, PREDECESSOR
001220* CLOSED); THE OLD EFFECTIVE-FROM NAMES THE RECORD THE BEFORE-
001230* IMAGE DESCRIBES.  BOTH ARE BLANK ON OLDER LINES.  THE MAKER/
001240* CHECKER SIGN-OFF COLUMNS FROM BYTE 71 TO 115 PLAY NO PART IN
001250* THE REBUILD.  THE SCHEME AT BYTE 116 IS BLANK ON LINES WRITTEN
001260* BEFORE SCHEMES CAME IN - THOSE ARE ALL BASE.
001270*----------------------------------------------------------------
001280 01  CTR-JRN-LINE.
001290     05  CTR-JRN-DATE              PIC X(08).
001300     05  FILLER                    PIC X(01).
001310     05  CTR-JRN-TIME              PIC X(08).
001320     05  FILLER                    PIC X(01).
001330     05  CTR-JRN-ACTION            PIC X(01).
001340     05  FILLER                    PIC X(01).
001350     05  CTR-JRN-KEY               PIC X(04).
001360     05  FILLER                    PIC X(01).
001370     05  CTR-JRN-EFF-FROM          PIC X(08).
001380     05  FILLER                    PIC X(01).
001390     05  CTR-JRN-OLD-UC02          PIC X(01).
001400     05  FILLER                    PIC X(01).
001410     05  CTR-JRN-OLD-STATUS        PIC X(01).
001420     05  FILLER                    PIC X(01).
001430     05  CTR-JRN-OLD-EFF-TO        PIC X(08).
001440     05  FILLER                    PIC X(01).
001450     05  CTR-JRN-NEW-UC02          PIC X(01).
001460     05  FILLER                    PIC X(01).
001470     05  CTR-JRN-NEW-STATUS        PIC X(01).
001480     05  FILLER                    PIC X(01).
001490     05  CTR-JRN-NEW-EFF-TO        PIC X(08).
001500     05  FILLER                    PIC X(01).
001510     05  CTR-JRN-APPLY-TYPE        PIC X(01).
001520     05  FILLER                    PIC X(01).
001530     05  CTR-JRN-OLD-EFF-FROM      PIC X(08).
001540     05  FILLER                    PIC X(45).
001550     05  CTR-JRN-SCHEME            PIC X(08).
001560     05  FILLER                    PIC X(05).
001570 01  CTR-LINE-STAMP.
001580     05  CTR-LS-DATE               PIC X(08).
001590     05  CTR-LS-TIME               PIC X(08).
001600 77  CTR-APPLY-TYPE                PIC X(01) VALUE SPACE.
001610 77  CTR-BASE-SCHEME               PIC X(08) VALUE "BASE".
001620*----------------------------------------------------------------
001630* JOURNAL LINES TO REVERSE, HELD IN FILE ORDER SO THEY CAN BE
001640* UNDONE NEWEST FIRST.  OVERFLOWING THE TABLE IS A NAMED FATAL
001650* ERROR - THAT MANY CHANGES IS A ROLL FORWARD FROM A BACKUP.
001660*----------------------------------------------------------------
001670 77  CTR-JRN-MAX                   PIC 9(04) COMP VALUE 5000.
001680 77  CTR-JRN-USED                  PIC 9(04) COMP VALUE ZERO.
001690 77  CTR-JRN-IX                    PIC 9(04) COMP VALUE ZERO.
001700 01  CTR-JRN-TABLE.
001710     05  CTR-JRN-HELD OCCURS 5000 TIMES
001720                                   PIC X(128).
001730*----------------------------------------------------------------
001740* WHAT 6000-LOCATE-KEY FOUND FOR THE LINE'S CODE AROUND ITS
001750* EFFECTIVE-FROM: THE RECORD DATED EXACTLY ON IT, ITS
001760* PREDECESSOR (GREATEST EFFECTIVE-FROM BEFORE IT) AND THE FIRST
001770* SUCCESSOR'S EFFECTIVE-FROM.  HELD AS CHARACTERS SO A RECORD
001780* LEFT UNDATED BY THE OLD LAYOUT IS COMPARED BYTE FOR BYTE.
001790*----------------------------------------------------------------
001800 01  CTR-EXACT-REC.
001810     05  CTR-EX-SCHEME             PIC X(08).
001820     05  CTR-EX-UC01               PIC X(04).
001830     05  CTR-EX-EFF-FROM           PIC X(08).
001840     05  CTR-EX-UC02               PIC X(01).
001850     05  CTR-EX-STATUS             PIC X(01).
001860     05  CTR-EX-EFF-TO             PIC X(08).
001870     05  FILLER                    PIC X(01).
001880 01  CTR-PRED-REC.
001890     05  CTR-PR-SCHEME             PIC X(08).
001900     05  CTR-PR-UC01               PIC X(04).
001910     05  CTR-PR-EFF-FROM           PIC X(08).
001920     05  CTR-PR-UC02               PIC X(01).
001930     05  CTR-PR-STATUS             PIC X(01).
001940     05  CTR-PR-EFF-TO             PIC X(08).
001950     05  FILLER                    PIC X(01).
001960 01  CTR-SCAN-REC.
001970     05  CTR-SC-SCHEME             PIC X(08).
001980     05  CTR-SC-UC01               PIC X(04).
001990     05  CTR-SC-EFF-FROM           PIC X(08).
002000     05  FILLER                    PIC X(11).
002010 77  CTR-SUCC-EFF-FROM             PIC X(08) VALUE SPACES.
002020 77  CTR-WANT-EFF-TO               PIC X(08) VALUE SPACES.
002030*----------------------------------------------------------------
002040* COUNTS AND THE REFUSAL REASON.
002050*----------------------------------------------------------------
002060 77  CTR-SRC-COUNT                 PIC 9(09) VALUE ZERO.
002070 77  CTR-BUILD-COUNT               PIC 9(09) VALUE ZERO.
002080 77  CTR-APPLIED-COUNT             PIC 9(07) VALUE ZERO.
002090 77  CTR-REVERSED-COUNT            PIC 9(07) VALUE ZERO.
002100 77  CTR-REASON                    PIC X(60) VALUE SPACES.
002110*----------------------------------------------------------------
002120* RECOVERY REPORT LINE - ONE PER JOURNAL LINE APPLIED OR
002130* REVERSED, AND FOR THE LINE THAT REFUSED THE RUN.
002140*----------------------------------------------------------------
002150 01  CTR-RPT-LINE.
002160     05  CTR-RPT-VERB              PIC X(08).
002170     05  FILLER                    PIC X(01) VALUE SPACES.
002180     05  CTR-RPT-DATE              PIC X(08).
002190     05  FILLER                    PIC X(01) VALUE SPACES.
002200     05  CTR-RPT-TIME              PIC X(08).
002210     05  FILLER                    PIC X(01) VALUE SPACES.
002220     05  CTR-RPT-ACTION            PIC X(01).
002230     05  FILLER                    PIC X(01) VALUE SPACES.
002240     05  CTR-RPT-SCHEME            PIC X(08).
002250     05  FILLER                    PIC X(01) VALUE SPACES.
002260     05  CTR-RPT-KEY               PIC X(04).
002270     05  FILLER                    PIC X(01) VALUE SPACES.
002280     05  CTR-RPT-EFF-FROM          PIC X(08).
002290     05  FILLER                    PIC X(05) VALUE " OLD ".
002300     05  CTR-RPT-OLD-UC02          PIC X(01).
002310     05  FILLER                    PIC X(01) VALUE "/".
002320     05  CTR-RPT-OLD-STATUS        PIC X(01).
002330     05  FILLER                    PIC X(01) VALUE "/".
002340     05  CTR-RPT-OLD-EFF-TO        PIC X(08).
002350     05  FILLER                    PIC X(05) VALUE " NEW ".
002360     05  CTR-RPT-NEW-UC02          PIC X(01).
002370     05  FILLER                    PIC X(01) VALUE "/".
002380     05  CTR-RPT-NEW-STATUS        PIC X(01).
002390     05  FILLER                    PIC X(01) VALUE "/".
002400     05  CTR-RPT-NEW-EFF-TO        PIC X(08).
002410     05  FILLER                    PIC X(01) VALUE SPACES.
002420     05  CTR-RPT-TYPE              PIC X(01).
002430     05  FILLER                    PIC X(03) VALUE SPACES.
002440 PROCEDURE DIVISION.
002450*================================================================
002460* 0000-MAINLINE
002470*================================================================
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     PERFORM 2000-COPY-SOURCE THRU 2000-EXIT.
002510     IF CTR-FORWARD
002520         PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT
002530     ELSE
002540         PERFORM 4000-ROLL-BACK THRU 4000-EXIT
002550     END-IF.
002560     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002570     STOP RUN.
002580*================================================================
002590* 1000-INITIALIZE - RESOLVE AND CHECK THE PARAMETER, OPEN THE
002600*                   SOURCE MASTER (THE BACKUP GOING FORWARD,
002610*                   THE LIVE MASTER GOING BACK), THE REBUILD
002620*                   AND THE REPORT.  A BAD PARAMETER OR AN
002630*                   UNOPENABLE FILE IS FATAL.
002640*================================================================
002650 1000-INITIALIZE.
002660     ACCEPT CTR-RUN-PARM FROM COMMAND-LINE.
002670     UNSTRING CTR-RUN-PARM DELIMITED BY ALL " "
002680         INTO CTR-MODE-PARM CTR-TGT-DATE CTR-TGT-TIME
002690              CTR-BKP-DATE CTR-BKP-TIME.
002700     EVALUATE TRUE
002710         WHEN CTR-MODE-PARM = "FORWARD"
002720             MOVE 'F' TO CTR-MODE-SW
002730             MOVE "CTBACKUP" TO CTR-SRC-FILE-NAME
002740         WHEN CTR-MODE-PARM = "BACK"
002750             MOVE 'B' TO CTR-MODE-SW
002760             MOVE "CODETRAN" TO CTR-SRC-FILE-NAME
002770             MOVE SPACES TO CTR-BKP-STAMP
002780     END-EVALUATE.
002790     IF CTR-MODE-SW = SPACE
002800      OR CTR-TGT-DATE NOT NUMERIC
002810      OR CTR-TGT-TIME NOT NUMERIC
002820      OR (CTR-FORWARD AND CTR-BKP-DATE NOT NUMERIC)
002830      OR (CTR-FORWARD AND CTR-BKP-TIME NOT NUMERIC)
002840         DISPLAY "CTRECOV: BAD PARM " CTR-RUN-PARM
002850         DISPLAY "CTRECOV: USE FORWARD CCYYMMDD HHMMSSCC "
002860             "CCYYMMDD HHMMSSCC (TARGET, BACKUP TAKEN) OR "
002870             "BACK CCYYMMDD HHMMSSCC (TARGET)"
002880         MOVE 20 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     IF CTR-FORWARD
002920      AND CTR-BKP-STAMP > CTR-TGT-STAMP
002930         DISPLAY "CTRECOV: BACKUP " CTR-BKP-DATE " "
002940             CTR-BKP-TIME " IS LATER THAN THE TARGET - "
002950             "ROLL BACK INSTEAD"
002960         MOVE 20 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     OPEN INPUT CTR-SRC-FILE.
003000     IF CTR-SRC-STATUS-CD NOT = "00"
003010         DISPLAY "CTRECOV: " CTR-SRC-FILE-NAME " COULD NOT BE "
003020             "OPENED, STATUS = " CTR-SRC-STATUS-CD
003030         MOVE 20 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     OPEN OUTPUT CODE-TRAN-FILE.
003070     IF CODE-TRAN-STATUS-CD NOT = "00"
003080         DISPLAY "CTRECOV: CTRBUILD COULD NOT BE OPENED, "
003090             "STATUS = " CODE-TRAN-STATUS-CD
003100         MOVE 20 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     OPEN OUTPUT CTR-RPT-FILE.
003140     MOVE SPACES TO CTR-RPT-REC.
003150     IF CTR-FORWARD
003160         STRING "CTRECOV FORWARD FROM CTBACKUP " DELIMITED BY SIZE
003170                CTR-BKP-DATE DELIMITED BY SIZE
003180                " " DELIMITED BY SIZE
003190                CTR-BKP-TIME DELIMITED BY SIZE
003200                " TO " DELIMITED BY SIZE
003210                CTR-TGT-DATE DELIMITED BY SIZE
003220                " " DELIMITED BY SIZE
003230                CTR-TGT-TIME DELIMITED BY SIZE
003240                INTO CTR-RPT-REC
003250     ELSE
003260         STRING "CTRECOV BACK FROM CODETRAN TO " DELIMITED BY SIZE
003270                CTR-TGT-DATE DELIMITED BY SIZE
003280                " " DELIMITED BY SIZE
003290                CTR-TGT-TIME DELIMITED BY SIZE
003300                INTO CTR-RPT-REC
003310     END-IF.
003320     WRITE CTR-RPT-REC.
003330 1000-EXIT.
003340     EXIT.
003350*================================================================
003360* 2000-COPY-SOURCE - COPY THE SOURCE MASTER WHOLE INTO THE
003370*                    REBUILD, THEN REOPEN THE REBUILD I-O FOR
003380*                    THE JOURNAL PASS.  THE SOURCE IS ONLY EVER
003390*                    READ.
003400*================================================================
003410 2000-COPY-SOURCE.
003420     PERFORM 2100-COPY-ONE-RECORD THRU 2100-EXIT
003430         UNTIL CTR-SRC-EOF.
003440     CLOSE CTR-SRC-FILE.
003450     CLOSE CODE-TRAN-FILE.
003460     OPEN I-O CODE-TRAN-FILE.
003470     IF CODE-TRAN-STATUS-CD NOT = "00"
003480         DISPLAY "CTRECOV: CTRBUILD COULD NOT BE REOPENED, "
003490             "STATUS = " CODE-TRAN-STATUS-CD
003500         MOVE 20 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     MOVE CTR-SRC-COUNT TO CTR-BUILD-COUNT.
003540 2000-EXIT.
003550     EXIT.
003560*================================================================
003570* 2100-COPY-ONE-RECORD - COPY ONE SOURCE RECORD AS IT STANDS.
003580*================================================================
003590 2100-COPY-ONE-RECORD.
003600     READ CTR-SRC-FILE
003610         AT END
003620             MOVE 'Y' TO CTR-SRC-EOF-SW
003630         NOT AT END
003640             MOVE CTR-SRC-REC TO CODE-TRAN-REC
003650             WRITE CODE-TRAN-REC
003660             ADD 1 TO CTR-SRC-COUNT
003670     END-READ.
003680 2100-EXIT.
003690     EXIT.
003700*================================================================
003710* 3000-ROLL-FORWARD - REPLAY, IN JOURNAL ORDER, EVERY LINE
003720*                     STAMPED AFTER THE BACKUP AND AT OR BEFORE
003730*                     THE TARGET.  NO JOURNAL MEANS NOTHING WAS
003740*                     EVER APPLIED - THE BACKUP IS THE ANSWER.
003750*================================================================
003760 3000-ROLL-FORWARD.
003770     OPEN INPUT CTR-JRN-FILE.
003780     IF CTR-JRN-STATUS-CD NOT = "00"
003790         GO TO 3000-EXIT
003800     END-IF.
003810     PERFORM 3100-READ-FORWARD THRU 3100-EXIT
003820         UNTIL CTR-JRN-EOF.
003830     CLOSE CTR-JRN-FILE.
003840 3000-EXIT.
003850     EXIT.
003860*================================================================
003870* 3100-READ-FORWARD - READ ONE JOURNAL LINE AND REPLAY IT IF IT
003880*                     FALLS IN THE WINDOW.  LINES WHOSE STAMPS
003890*                     AREN'T NUMERIC ARE NOT JOURNAL LINES.
003900*================================================================
003910 3100-READ-FORWARD.
003920     READ CTR-JRN-FILE
003930         AT END
003940             MOVE 'Y' TO CTR-JRN-EOF-SW
003950         NOT AT END
003960             MOVE CTR-JRN-REC TO CTR-JRN-LINE
003970             IF CTR-JRN-DATE IS NUMERIC
003980              AND CTR-JRN-TIME IS NUMERIC
003990                 MOVE CTR-JRN-DATE TO CTR-LS-DATE
004000                 MOVE CTR-JRN-TIME TO CTR-LS-TIME
004010                 IF CTR-LINE-STAMP > CTR-BKP-STAMP
004020                  AND CTR-LINE-STAMP NOT > CTR-TGT-STAMP
004030                     PERFORM 5000-REPLAY-ENTRY THRU 5000-EXIT
004040                 END-IF
004050             END-IF
004060     END-READ.
004070 3100-EXIT.
004080     EXIT.
004090*================================================================
004100* 4000-ROLL-BACK - HOLD EVERY JOURNAL LINE STAMPED AFTER THE
004110*                  TARGET, THEN REVERSE THEM NEWEST FIRST.
004120*================================================================
004130 4000-ROLL-BACK.
004140     OPEN INPUT CTR-JRN-FILE.
004150     IF CTR-JRN-STATUS-CD NOT = "00"
004160         GO TO 4000-EXIT
004170     END-IF.
004180     PERFORM 4100-HOLD-ONE-LINE THRU 4100-EXIT
004190         UNTIL CTR-JRN-EOF.
004200     CLOSE CTR-JRN-FILE.
004210     PERFORM 4200-REVERSE-ONE-HELD THRU 4200-EXIT
004220         VARYING CTR-JRN-IX FROM CTR-JRN-USED BY -1
004230         UNTIL CTR-JRN-IX < 1.
004240 4000-EXIT.
004250     EXIT.
004260*================================================================
004270* 4100-HOLD-ONE-LINE - KEEP ONE JOURNAL LINE STAMPED AFTER THE
004280*                      TARGET.
004290*================================================================
004300 4100-HOLD-ONE-LINE.
004310     READ CTR-JRN-FILE
004320         AT END
004330             MOVE 'Y' TO CTR-JRN-EOF-SW
004340         NOT AT END
004350             MOVE CTR-JRN-REC TO CTR-JRN-LINE
004360             IF CTR-JRN-DATE IS NUMERIC
004370              AND CTR-JRN-TIME IS NUMERIC
004380                 MOVE CTR-JRN-DATE TO CTR-LS-DATE
004390                 MOVE CTR-JRN-TIME TO CTR-LS-TIME
004400                 IF CTR-LINE-STAMP > CTR-TGT-STAMP
004410                     PERFORM 4110-ADD-HELD-LINE THRU 4110-EXIT
004420                 END-IF
004430             END-IF
004440     END-READ.
004450 4100-EXIT.
004460     EXIT.
004470*================================================================
004480* 4110-ADD-HELD-LINE - ADD ONE LINE TO THE REVERSAL TABLE.
004490*================================================================
004500 4110-ADD-HELD-LINE.
004510     IF CTR-JRN-USED = CTR-JRN-MAX
004520         DISPLAY "CTRECOV: MORE THAN " CTR-JRN-MAX " JOURNAL "
004530             "LINES TO REVERSE - ROLL FORWARD FROM A BACKUP"
004540         MOVE 20 TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570     ADD 1 TO CTR-JRN-USED.
004580     MOVE CTR-JRN-REC TO CTR-JRN-HELD (CTR-JRN-USED).
004590 4110-EXIT.
004600     EXIT.
004610*================================================================
004620* 4200-REVERSE-ONE-HELD - REVERSE ONE HELD LINE.
004630*================================================================
004640 4200-REVERSE-ONE-HELD.
004650     MOVE CTR-JRN-HELD (CTR-JRN-IX) TO CTR-JRN-LINE.
004660     PERFORM 5500-REVERSE-ENTRY THRU 5500-EXIT.
004670 4200-EXIT.
004680     EXIT.
004690*================================================================
004700* 5000-REPLAY-ENTRY - APPLY ONE JOURNAL LINE TO THE REBUILD THE
004710*                     WAY CTMAINT APPLIED IT.  A LINE WITH NO
004720*                     APPLY TYPE PREDATES THE COLUMN; A RECORD
004730*                     ALREADY DATED ON ITS EFFECTIVE-FROM SAYS
004740*                     IT WAS A CORRECTION IN PLACE, NONE SAYS
004750*                     IT WAS AN INSERT.
004760*================================================================
004770 5000-REPLAY-ENTRY.
004780     IF CTR-JRN-SCHEME = SPACES
004790         MOVE CTR-BASE-SCHEME TO CTR-JRN-SCHEME
004800     END-IF.
004810     PERFORM 6000-LOCATE-KEY THRU 6000-EXIT.
004820     MOVE CTR-JRN-APPLY-TYPE TO CTR-APPLY-TYPE.
004830     IF CTR-APPLY-TYPE = SPACE
004840         IF CTR-EXACT-FOUND
004850             MOVE 'R' TO CTR-APPLY-TYPE
004860         ELSE
004870             MOVE 'I' TO CTR-APPLY-TYPE
004880         END-IF
004890     END-IF.
004900     EVALUATE CTR-APPLY-TYPE
004910         WHEN 'R'
004920             PERFORM 5100-REPLAY-REPLACE THRU 5100-EXIT
004930         WHEN 'I'
004940             PERFORM 5200-REPLAY-INSERT THRU 5200-EXIT
004950         WHEN OTHER
004960             MOVE "JOURNAL LINE HAS AN UNKNOWN APPLY TYPE"
004970                 TO CTR-REASON
004980             PERFORM 7000-REFUSE-RUN THRU 7000-EXIT
004990     END-EVALUATE.
005000     ADD 1 TO CTR-APPLIED-COUNT.
005010     MOVE "APPLIED" TO CTR-RPT-VERB.
005020     PERFORM 6500-WRITE-ENTRY-LINE THRU 6500-EXIT.
005030 5000-EXIT.
005040     EXIT.
005050*================================================================
005060* 5100-REPLAY-REPLACE - A CORRECTION IN PLACE.  THE RECORD DATED
005070*                       ON THE EFFECTIVE-FROM MUST HOLD THE
005080*                       BEFORE-IMAGE; IT IS GIVEN THE AFTER-
005090*                       IMAGE.
005100*================================================================
005110 5100-REPLAY-REPLACE.
005120     IF NOT CTR-EXACT-FOUND
005130         MOVE "RECORD TO CORRECT IS NOT ON THE MASTER"
005140             TO CTR-REASON
005150         PERFORM 7000-REFUSE-RUN THRU 7000-EXIT
005160     END-IF.
005170     IF CTR-EX-UC02 NOT = CTR-JRN-OLD-UC02
005180      OR CTR-EX-STATUS NOT = CTR-JRN-OLD-STATUS
005190      OR CTR-EX-EFF-TO NOT = CTR-JRN-OLD-EFF-TO
005200         MOVE "RECORD DOES NOT MATCH THE JOURNAL BEFORE-IMAGE"
005210             TO CTR-REASON
005220         PERFORM 7000-REFUSE-RUN THRU 7000-EXIT
005230     END-IF.
005240     MOVE CTR-EXACT-REC TO CODE-TRAN-REC.
005250     MOVE CTR-JRN-NEW-UC02 TO CODE-TRAN-UC02-VALUE.
005260     MOVE CTR-JRN-NEW-STATUS TO CODE-TRAN-STATUS.
005270     MOVE CTR-JRN-NEW-EFF-TO TO CODE-TRAN-EFF-TO.
005280     REWRITE CODE-TRAN-REC.
005290 5100-EXIT.
005300     EXIT.
005310*================================================================
005320* 5200-REPLAY-INSERT - A NEW DATED RECORD.  NOTHING MAY BE DATED
005330*                      ON ITS EFFECTIVE-FROM YET; A BEFORE-IMAGE
005340*                      ON THE LINE MUST BE THE PREDECESSOR AS
005350*                      THE REBUILD HOLDS IT, AND NO BEFORE-IMAGE
005360*                      MEANS THERE MUST BE NO PREDECESSOR; THE
005370*                      NEW RECORD'S EFFECTIVE-TO MUST BE THE
005380*                      SUCCESSOR'S EFFECTIVE-FROM (OPEN-ENDED
005390*                      WITH NONE), AS CTMAINT SETS IT.  THE
005400*                      PREDECESSOR IS THEN CLOSED ON THE NEW
005410*                      RECORD.
005420*================================================================
005430 5200-REPLAY-INSERT.
005440     IF CTR-EXACT-FOUND
005450         MOVE "RECORD ALREADY ON THE MASTER - CANNOT INSERT IT"
005460             TO CTR-REASON
005470         PERFORM 7000-REFUSE-RUN THRU 7000-EXIT
005480     END-IF.
005490     PERFORM 6300-CHECK-PREDECESSOR THRU 6300-EXIT.
005500     IF CTR-PRED-FOUND
005510      AND CTR-PR-EFF-TO NOT = CTR-JRN-OLD-EFF-TO
005520         MOVE "PREDECESSOR DOES NOT MATCH JOURNAL BEFORE-IMAGE"
005530             TO CTR-REASON
005540         PERFORM 7000-REFUSE-RUN THRU 7000-EXIT
005550     END-IF.
005560     IF CTR-SUCC-FOUND
005570         MOVE CTR-SUCC-EFF-FROM TO CTR-WANT-EFF-TO
005580     ELSE
005590         MOVE "99999999" TO CTR-WANT-EFF-TO
005600     END-IF.
005610     IF CTR-JRN-NEW-EFF-TO NOT = CTR-WANT-EFF-TO
005620         MOVE "NEW EFFECTIVE-TO DISAGREES WITH THE SUCCESSOR"
005630             TO CTR-REASON
005640         PERFORM 7000-REFUSE-RUN THRU 7000-EXIT
005650     END-IF.
005660     MOVE SPACES TO CODE-TRAN-REC.
005670     MOVE CTR-JRN-SCHEME TO CODE-TRAN-SCHEME.
005680     MOVE CTR-JRN-KEY TO CODE-TRAN-UC01.
005690     MOVE CTR-JRN-EFF-FROM TO CODE-TRAN-EFF-FROM.
005700     MOVE CTR-JRN-NEW-UC02 TO CODE-TRAN-UC02-VALUE.
005710     MOVE CTR-JRN-NEW-STATUS TO CODE-TRAN-STATUS.
005720     MOVE CTR-JRN-NEW-EFF-TO TO CODE-TRAN-EFF-TO.
005730     WRITE CODE-TRAN-REC.
005740     ADD 1 TO CTR-BUILD-COUNT.
005750     IF CTR-PRED-FOUND
005760         MOVE CTR-PRED-REC TO CODE-TRAN-REC
005770         MOVE CTR-JRN-EFF-FROM TO CODE-TRAN-EFF-TO
005780         REWRITE CODE-TRAN-REC
005790     END-IF.
005800 5200-EXIT.
005810     EXIT.
005820*================================================================
005830* 5500-REVERSE-ENTRY - UNDO ONE JOURNAL LINE ON THE REBUILD.  A
005840*                      LINE WITH NO APPLY TYPE AND NO BEFORE-
005850*                      IMAGE CAN ONLY HAVE BEEN AN INSERT; ONE
005860*                      WITH A BEFORE-IMAGE COULD HAVE BEEN
005870*                      EITHER, SO IT CANNOT BE REVERSED SAFELY.
005880*================================================================
005890 5500-REVERSE-ENTRY.
005900     IF CTR-JRN-SCHEME = SPACES
005910         MOVE CTR-BASE-SCHEME TO CTR-JRN-SCHEME
005920     END-IF.
005930     PERFORM 6000-LOCATE-KEY THRU 6000-EXIT.
005940     MOVE CTR-JRN-APPLY-TYPE TO CTR-APPLY-TYPE.
005950     IF CTR-APPLY-TYPE = SPACE
005960         IF CTR-JRN-OLD-UC02 = SPACE
005970          AND CTR-JRN-OLD-STATUS = SPACE
005980          AND CTR-JRN-OLD-EFF-TO = SPACES
005990             MOVE 'I' TO CTR-APPLY-TYPE
006000         ELSE
006010             MOVE "LINE PREDATES THE APPLY TYPE - ROLL FORWARD"
006020                 TO CTR-REASON
006030             PERFORM 7000-REFUSE-RUN THRU 7000-EXIT
006040         END-IF
006050     END-IF.
006060     IF NOT CTR-EXACT-FOUND
006070         MOVE "RECORD TO REVERSE IS NOT ON THE MASTER"
006080             TO CTR-REASON
006090         PERFORM 7000-REFUSE-RUN THRU 7000-EXIT
006100     END-IF.
006110     IF CTR-EX-UC02 NOT = CTR-JRN-NEW-UC02
006120      OR CTR-EX-STATUS NOT = CTR-JRN-NEW-STATUS
006130      OR CTR-EX-EFF-TO NOT = CTR-JRN-NEW-EFF-TO
006140         MOVE "RECORD DOES NOT MATCH THE JOURNAL AFTER-IMAGE"
006150             TO CTR-REASON
006160         PERFORM 7000-REFUSE-RUN THRU 7000-EXIT
006170     END-IF.
006180     EVALUATE CTR-APPLY-TYPE
006190         WHEN 'R'
006200             PERFORM 5600-REVERSE-REPLACE THRU 5600-EXIT
006210         WHEN 'I'
006220             PERFORM 5700-REVERSE-INSERT THRU 5700-EXIT
006230         WHEN OTHER
006240             MOVE "JOURNAL LINE HAS AN UNKNOWN APPLY TYPE"
006250                 TO CTR-REASON
006260             PERFORM 7000-REFUSE-RUN THRU 7000-EXIT
006270     END-EVALUATE.
006280     ADD 1 TO CTR-REVERSED-COUNT.
006290     MOVE "REVERSED" TO CTR-RPT-VERB.
006300     PERFORM 6500-WRITE-ENTRY-LINE THRU 6500-EXIT.
006310 5500-EXIT.
006320     EXIT.
006330*================================================================
006340* 5600-REVERSE-REPLACE - PUT A CORRECTED-IN-PLACE RECORD BACK TO
006350*                        ITS BEFORE-IMAGE.
006360*================================================================
006370 5600-REVERSE-REPLACE.
006380     MOVE CTR-EXACT-REC TO CODE-TRAN-REC.
006390     MOVE CTR-JRN-OLD-UC02 TO CODE-TRAN-UC02-VALUE.
006400     MOVE CTR-JRN-OLD-STATUS TO CODE-TRAN-STATUS.
006410     MOVE CTR-JRN-OLD-EFF-TO TO CODE-TRAN-EFF-TO.
006420     REWRITE CODE-TRAN-REC.
006430 5600-EXIT.
006440     EXIT.
006450*================================================================
006460* 5700-REVERSE-INSERT - REMOVE AN INSERTED RECORD AND REOPEN ITS
006470*                       PREDECESSOR.  THE PREDECESSOR MUST STILL
006480*                       BE CLOSED ON THE INSERTED RECORD AND
006490*                       CARRY THE BEFORE-IMAGE'S VALUES; NO
006500*                       BEFORE-IMAGE MEANS THERE MUST BE NO
006510*                       PREDECESSOR.
006520*================================================================
006530 5700-REVERSE-INSERT.
006540     PERFORM 6300-CHECK-PREDECESSOR THRU 6300-EXIT.
006550     IF CTR-PRED-FOUND
006560      AND CTR-PR-EFF-TO NOT = CTR-JRN-EFF-FROM
006570         MOVE "PREDECESSOR IS NOT CLOSED ON THE INSERTED RECORD"
006580             TO CTR-REASON
006590         PERFORM 7000-REFUSE-RUN THRU 7000-EXIT
006600     END-IF.
006610     MOVE CTR-EXACT-REC TO CODE-TRAN-REC.
006620     DELETE CODE-TRAN-FILE RECORD.
006630     SUBTRACT 1 FROM CTR-BUILD-COUNT.
006640     IF CTR-PRED-FOUND
006650         MOVE CTR-PRED-REC TO CODE-TRAN-REC
006660         MOVE CTR-JRN-OLD-EFF-TO TO CODE-TRAN-EFF-TO
006670         REWRITE CODE-TRAN-REC
006680     END-IF.
006690 5700-EXIT.
006700     EXIT.
006710*================================================================
006720* 6000-LOCATE-KEY - WALK THE REBUILD'S RECORDS FOR THE LINE'S
006730*                   CODE IN KEY ORDER AND NOTE THE RECORD DATED
006740*                   EXACTLY ON ITS EFFECTIVE-FROM, THE
006750*                   PREDECESSOR AND THE FIRST SUCCESSOR.  THE
006760*                   SCAN STARTS BELOW ANY DATE SO A RECORD LEFT
006770*                   UNDATED BY THE OLD LAYOUT IS SEEN TOO.
006780*================================================================
006790 6000-LOCATE-KEY.
006800     MOVE 'N' TO CTR-SCAN-SW.
006810     MOVE 'N' TO CTR-EXACT-SW.
006820     MOVE 'N' TO CTR-PRED-SW.
006830     MOVE 'N' TO CTR-SUCC-SW.
006840     MOVE SPACES TO CTR-EXACT-REC.
006850     MOVE SPACES TO CTR-PRED-REC.
006860     MOVE SPACES TO CTR-SUCC-EFF-FROM.
006870     MOVE LOW-VALUES TO CODE-TRAN-KEY.
006880     MOVE CTR-JRN-SCHEME TO CODE-TRAN-SCHEME.
006890     MOVE CTR-JRN-KEY TO CODE-TRAN-UC01.
006900     START CODE-TRAN-FILE KEY NOT < CODE-TRAN-KEY
006910         INVALID KEY MOVE 'Y' TO CTR-SCAN-SW
006920     END-START.
006930     PERFORM 6100-SCAN-ONE-RECORD THRU 6100-EXIT
006940         UNTIL CTR-SCAN-DONE.
006950 6000-EXIT.
006960     EXIT.
006970*================================================================
006980* 6100-SCAN-ONE-RECORD - FILE ONE RECORD OF THE CODE AS
006990*                        PREDECESSOR, EXACT OR SUCCESSOR.  THE
007000*                        FIRST SUCCESSOR, ANOTHER CODE, OR END
007010*                        OF FILE ENDS THE SCAN.
007020*================================================================
007030 6100-SCAN-ONE-RECORD.
007040     READ CODE-TRAN-FILE NEXT
007050         AT END
007060             MOVE 'Y' TO CTR-SCAN-SW
007070             GO TO 6100-EXIT
007080     END-READ.
007090     MOVE CODE-TRAN-REC TO CTR-SCAN-REC.
007100     EVALUATE TRUE
007110         WHEN CTR-SC-SCHEME NOT = CTR-JRN-SCHEME
007120             MOVE 'Y' TO CTR-SCAN-SW
007130         WHEN CTR-SC-UC01 NOT = CTR-JRN-KEY
007140             MOVE 'Y' TO CTR-SCAN-SW
007150         WHEN CTR-SC-EFF-FROM < CTR-JRN-EFF-FROM
007160             MOVE 'Y' TO CTR-PRED-SW
007170             MOVE CODE-TRAN-REC TO CTR-PRED-REC
007180         WHEN CTR-SC-EFF-FROM = CTR-JRN-EFF-FROM
007190             MOVE 'Y' TO CTR-EXACT-SW
007200             MOVE CODE-TRAN-REC TO CTR-EXACT-REC
007210         WHEN OTHER
007220             MOVE 'Y' TO CTR-SUCC-SW
007230             MOVE CTR-SC-EFF-FROM TO CTR-SUCC-EFF-FROM
007240             MOVE 'Y' TO CTR-SCAN-SW
007250     END-EVALUATE.
007260 6100-EXIT.
007270     EXIT.
007280*================================================================
007290* 6300-CHECK-PREDECESSOR - A BEFORE-IMAGE ON AN INSERT LINE IS
007300*                          THE PREDECESSOR'S: IT MUST BE THERE
007310*                          WITH THE SAME UC02 VALUE AND STATUS
007320*                          (AND THE SAME EFFECTIVE-FROM WHERE
007330*                          THE LINE NAMES ONE).  NO BEFORE-IMAGE
007340*                          MEANS THERE WAS NO PREDECESSOR.
007350*================================================================
007360 6300-CHECK-PREDECESSOR.
007370     IF CTR-JRN-OLD-UC02 = SPACE
007380      AND CTR-JRN-OLD-STATUS = SPACE
007390      AND CTR-JRN-OLD-EFF-TO = SPACES
007400         IF CTR-PRED-FOUND
007410             MOVE "PREDECESSOR ON THE MASTER BUT NONE IN JOURNAL"
007420                 TO CTR-REASON
007430             PERFORM 7000-REFUSE-RUN THRU 7000-EXIT
007440         END-IF
007450         GO TO 6300-EXIT
007460     END-IF.
007470     IF NOT CTR-PRED-FOUND
007480         MOVE "JOURNAL NAMES A PREDECESSOR THE MASTER LACKS"
007490             TO CTR-REASON
007500         PERFORM 7000-REFUSE-RUN THRU 7000-EXIT
007510     END-IF.
007520     IF CTR-PR-UC02 NOT = CTR-JRN-OLD-UC02
007530      OR CTR-PR-STATUS NOT = CTR-JRN-OLD-STATUS
007540      OR (CTR-JRN-OLD-EFF-FROM NOT = SPACES
007550          AND CTR-PR-EFF-FROM NOT = CTR-JRN-OLD-EFF-FROM)
007560         MOVE "PREDECESSOR DOES NOT MATCH JOURNAL BEFORE-IMAGE"
007570             TO CTR-REASON
007580         PERFORM 7000-REFUSE-RUN THRU 7000-EXIT
007590     END-IF.
007600 6300-EXIT.
007610     EXIT.
007620*================================================================
007630* 6500-WRITE-ENTRY-LINE - ONE REPORT LINE FOR THE JOURNAL LINE
007640*                         IN HAND, UNDER THE VERB ALREADY SET.
007650*================================================================
007660 6500-WRITE-ENTRY-LINE.
007670     MOVE CTR-JRN-DATE TO CTR-RPT-DATE.
007680     MOVE CTR-JRN-TIME TO CTR-RPT-TIME.
007690     MOVE CTR-JRN-ACTION TO CTR-RPT-ACTION.
007700     MOVE CTR-JRN-SCHEME TO CTR-RPT-SCHEME.
007710     MOVE CTR-JRN-KEY TO CTR-RPT-KEY.
007720     MOVE CTR-JRN-EFF-FROM TO CTR-RPT-EFF-FROM.
007730     MOVE CTR-JRN-OLD-UC02 TO CTR-RPT-OLD-UC02.
007740     MOVE CTR-JRN-OLD-STATUS TO CTR-RPT-OLD-STATUS.
007750     MOVE CTR-JRN-OLD-EFF-TO TO CTR-RPT-OLD-EFF-TO.
007760     MOVE CTR-JRN-NEW-UC02 TO CTR-RPT-NEW-UC02.
007770     MOVE CTR-JRN-NEW-STATUS TO CTR-RPT-NEW-STATUS.
007780     MOVE CTR-JRN-NEW-EFF-TO TO CTR-RPT-NEW-EFF-TO.
007790     MOVE CTR-APPLY-TYPE TO CTR-RPT-TYPE.
007800     MOVE CTR-RPT-LINE TO CTR-RPT-REC.
007810     WRITE CTR-RPT-REC.
007820 6500-EXIT.
007830     EXIT.
007840*================================================================
007850* 7000-REFUSE-RUN - THE JOURNAL AND THE MASTER HAVE DRIFTED
007860*                   APART.  NAME THE REASON AND THE LINE, EMPTY
007870*                   THE REBUILD SO A HALF-BUILT MASTER CAN NEVER
007880*                   BE PICKED UP, AND STOP AT RETURN CODE 16.
007890*================================================================
007900 7000-REFUSE-RUN.
007910     MOVE "MISMATCH" TO CTR-RPT-VERB.
007920     PERFORM 6500-WRITE-ENTRY-LINE THRU 6500-EXIT.
007930     MOVE SPACES TO CTR-RPT-REC.
007940     STRING "REFUSED: " DELIMITED BY SIZE
007950            CTR-REASON DELIMITED BY SIZE
007960            INTO CTR-RPT-REC.
007970     WRITE CTR-RPT-REC.
007980     MOVE SPACES TO CTR-RPT-REC.
007990     STRING "JOURNAL AND MASTER HAVE DRIFTED APART - "
008000            DELIMITED BY SIZE
008010            "CTRBUILD LEFT EMPTY" DELIMITED BY SIZE
008020            INTO CTR-RPT-REC.
008030     WRITE CTR-RPT-REC.
008040     CLOSE CTR-RPT-FILE.
008050     CLOSE CODE-TRAN-FILE.
008060     OPEN OUTPUT CODE-TRAN-FILE.
008070     CLOSE CODE-TRAN-FILE.
008080     DISPLAY "CTRECOV: REFUSED - " CTR-REASON.
008090     DISPLAY "CTRECOV: JOURNAL LINE " CTR-JRN-DATE " "
008100         CTR-JRN-TIME " " CTR-JRN-ACTION " " CTR-JRN-SCHEME " "
008110         CTR-JRN-KEY " " CTR-JRN-EFF-FROM.
008120     MOVE 16 TO RETURN-CODE.
008130     STOP RUN.
008140 7000-EXIT.
008150     EXIT.
008160*================================================================
008170* 8000-TERMINATE - TOTALS AND CLOSE.
008180*================================================================
008190 8000-TERMINATE.
008200     MOVE SPACES TO CTR-RPT-REC.
008210     STRING "SOURCE RECORDS " DELIMITED BY SIZE
008220            CTR-SRC-COUNT DELIMITED BY SIZE
008230            " APPLIED " DELIMITED BY SIZE
008240            CTR-APPLIED-COUNT DELIMITED BY SIZE
008250            " REVERSED " DELIMITED BY SIZE
008260            CTR-REVERSED-COUNT DELIMITED BY SIZE
008270            " REBUILT " DELIMITED BY SIZE
008280            CTR-BUILD-COUNT DELIMITED BY SIZE
008290            INTO CTR-RPT-REC.
008300     WRITE CTR-RPT-REC.
008310     CLOSE CTR-RPT-FILE.
008320     CLOSE CODE-TRAN-FILE.
008330     DISPLAY "CTRECOV: " CTR-BUILD-COUNT " RECORDS REBUILT TO "
008340         "CTRBUILD, " CTR-APPLIED-COUNT " APPLIED, "
008350         CTR-REVERSED-COUNT " REVERSED".
008360     MOVE ZERO TO RETURN-CODE.
008370 8000-EXIT.
008380     EXIT.

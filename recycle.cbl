000790*                 DAILY CONVENTION - SO UCDISP'S SEQUENCE/
000800*                 DATE/CYCLE MATCH FILES THE RECOVERY UNDER
000810*                 THE DAILY RUN IT REPAIRS.
000820* 2026-10-15 DMO  TRANSLATION SCHEMES.  UC03OUT AND THE UC01XLTD
000830*                 LOOKUP ARE THE BASE SCHEME'S, SO ONLY A BASE
000840*                 REJECT (SCHEME COLUMN, BYTES 36-43, BASE OR
000850*                 BLANK) IS RECYCLED OR CARRIED FORWARD.  A LINE
000860*                 NAMING ANOTHER SCHEME IS PASSED OVER AND
000870*                 COUNTED - THAT SCHEME'S FILE IS CORRECTED BY
000880*                 RERUNNING THE DATE ONCE ITS MAPPING IS FIXED.
000890*================================================================
000900 ENVIRONMENT DIVISION.
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT RCY-ERR-FILE ASSIGN TO "UC01ERR"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS RCY-ERR-STATUS-CD.
000960     SELECT RCY-UC03-IN-FILE ASSIGN TO "UC03OUT"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS RCY-UC03-IN-STATUS-CD.
000990     SELECT RCY-UC03-OUT-FILE ASSIGN TO "UC03NEW"
001000         ORGANIZATION IS SEQUENTIAL.
001010     SELECT RCY-ERR2-FILE ASSIGN TO "UC01ER2"
001020         ORGANIZATION IS LINE SEQUENTIAL.
001030     SELECT RCY-AUD-FILE ASSIGN TO "UC01AUD"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS RCY-AUD-STATUS-CD.
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  RCY-ERR-FILE.
001090 01  RCY-ERR-REC                   PIC X(80).
001100 FD  RCY-UC03-IN-FILE
001110     RECORDING MODE IS F
001120     RECORD CONTAINS 36 CHARACTERS.
001130 01  RCY-UC03-IN-REC               PIC X(36).
001140 FD  RCY-UC03-OUT-FILE
001150     RECORDING MODE IS F
001160     RECORD CONTAINS 36 CHARACTERS.
001170 01  RCY-UC03-OUT-REC              PIC X(36).
001180 FD  RCY-ERR2-FILE.
001190 01  RCY-ERR2-REC                  PIC X(80).
001200 FD  RCY-AUD-FILE.
001210 01  RCY-AUD-REC                   PIC X(80).
001220 WORKING-STORAGE SECTION.
001230*----------------------------------------------------------------
001240* SWITCHES
001250*----------------------------------------------------------------
001260 77  RCY-ERR-EOF-SW                PIC X(01) VALUE 'N'.
001270     88  RCY-ERR-EOF                           VALUE 'Y'.
001280 77  RCY-UC03-EOF-SW               PIC X(01) VALUE 'N'.
001290     88  RCY-UC03-EOF                          VALUE 'Y'.
001300*----------------------------------------------------------------
001310* FILE STATUS / COUNTERS
001320*----------------------------------------------------------------
001330 77  RCY-ERR-STATUS-CD             PIC X(02) VALUE SPACES.
001340 77  RCY-UC03-IN-STATUS-CD         PIC X(02) VALUE SPACES.
001350 77  RCY-AUD-STATUS-CD             PIC X(02) VALUE SPACES.
001360 77  RCY-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
001370 77  RCY-RECYCLED-COUNT            PIC 9(09) COMP VALUE ZERO.
001380 77  RCY-CARRY-COUNT               PIC 9(09) COMP VALUE ZERO.
001390 77  RCY-OTHER-COUNT               PIC 9(09) COMP VALUE ZERO.
001400 77  RCY-OTHER-DISP                PIC 9(09) VALUE ZERO.
001410 77  RCY-BASE-SCHEME               PIC X(08) VALUE "BASE".
001420 77  RCY-TRL-NEW-COUNT             PIC 9(09) COMP VALUE ZERO.
001430*----------------------------------------------------------------
001440* PROCESSING-DATE PARAMETER - THE BUSINESS DATE WHOSE REJECTS
001450* ARE BEING RECYCLED, DEFAULTING TO TODAY, THE SAME WAY MAIN
001460* TAKES ITS DATE.  PASSED TO THE UC01XLTD LOOKUP SO EACH REJECT
001470* IS JUDGED UNDER THE MAPPINGS IN FORCE ON THAT DATE.
001480*----------------------------------------------------------------
001490 77  RCY-PROC-DATE-PARM            PIC X(08) VALUE SPACES.
001500 77  RCY-PROC-DATE                 PIC 9(08) VALUE ZERO.
001510*----------------------------------------------------------------
001520* RUN DATE/TIME STAMP FOR THE AUDIT LINES.
001530*----------------------------------------------------------------
001540 77  RCY-RUN-DATE                  PIC 9(08) VALUE ZERO.
001550 77  RCY-RUN-TIME                  PIC 9(08) VALUE ZERO.
001560*----------------------------------------------------------------
001570* PARAMETERS FOR THE UC01XLTD LOOKUP CALL.
001580*----------------------------------------------------------------
001590 77  RCY-XLT-UC01                  PIC X(04) VALUE SPACES.
001600 77  RCY-XLT-UC03                  PIC X(01) VALUE SPACES.
001610*----------------------------------------------------------------
001620* ERROR REPORT LINE AS MAIN WRITES IT TO UC01ERR - READ BACK
001630* HERE, AND WRITTEN IN THE SAME SHAPE TO UC01ER2 FOR RECORDS
001640* STILL NOT TRANSLATABLE, SO A LATER CYCLE CAN READ THAT FILE
001650* THE SAME WAY.
001660*----------------------------------------------------------------
001670 01  RCY-ERR-LINE.
001680     05  RCY-ERR-REC-NO            PIC 9(09).
001690     05  FILLER                    PIC X(03).
001700     05  RCY-ERR-BAD-VALUE         PIC X(04).
001710     05  FILLER                    PIC X(01).
001720     05  RCY-ERR-REASON            PIC X(08).
001730     05  FILLER                    PIC X(01).
001740     05  RCY-ERR-FEED-ID           PIC X(08).
001750     05  FILLER                    PIC X(01).
001760     05  RCY-ERR-SCHEME            PIC X(08).
001770     05  FILLER                    PIC X(36).
001780*----------------------------------------------------------------
001790* THE LAST UC03 RECORD READ IS HELD HERE SO THE TRAILER CAN BE
001800* INTERCEPTED INSTEAD OF COPIED - EVERYTHING AHEAD OF IT GOES
001810* TO UC03NEW UNTOUCHED.
001820*----------------------------------------------------------------
001830 01  RCY-UC03-HOLD                 PIC X(36).
001840 01  RCY-UC03-HOLD-TRL REDEFINES RCY-UC03-HOLD.
001850     05  RCY-TRL-ID                PIC X(04).
001860     05  RCY-TRL-REC-COUNT         PIC 9(09).
001870     05  RCY-TRL-LAST-UC01         PIC X(04).
001880     05  RCY-TRL-FIRST-SEQ         PIC 9(09).
001890     05  RCY-TRL-LAST-SEQ          PIC 9(09).
001900     05  FILLER                    PIC X(01).
001910*----------------------------------------------------------------
001920* RECYCLED UC03 DETAIL RECORD.
001930*----------------------------------------------------------------
001940 01  RCY-UC03-DETAIL.
001950     05  RCY-DTL-UC03              PIC X(01).
001960     05  RCY-DTL-SEQ-NO            PIC 9(09).
001970     05  RCY-DTL-UC01              PIC X(04).
001980     05  FILLER                    PIC X(22) VALUE SPACES.
001990*----------------------------------------------------------------
002000* AUDIT TRAIL LINE - THE SAME SHAPE MAIN WRITES, WITH THE SPARE
002010* COLUMNS CARRYING A RECYCLED FLAG SO A RECOVERED RECORD CAN
002020* NEVER BE MISTAKEN FOR ONE TRANSLATED ON THE ORIGINAL RUN.
002030*----------------------------------------------------------------
002040 01  RCY-AUD-LINE.
002050     05  RCY-AUD-DATE              PIC 9(08).
002060     05  FILLER                    PIC X(01) VALUE SPACES.
002070     05  RCY-AUD-TIME              PIC 9(08).
002080     05  FILLER                    PIC X(01) VALUE SPACES.
002090     05  RCY-AUD-REC-NO            PIC 9(09).
002100     05  FILLER                    PIC X(01) VALUE SPACES.
002110     05  RCY-AUD-UC01-VALUE        PIC X(04).
002120     05  FILLER                    PIC X(01) VALUE SPACES.
002130     05  RCY-AUD-UC02-VALUE        PIC X(01).
002140     05  FILLER                    PIC X(01) VALUE SPACES.
002150     05  RCY-AUD-UC03-VALUE        PIC X(01).
002160     05  FILLER                    PIC X(01) VALUE SPACES.
002170     05  RCY-AUD-FLAG              PIC X(08).
002180     05  FILLER                    PIC X(01) VALUE SPACES.
002190     05  RCY-AUD-FEED-ID           PIC X(08).
002200     05  FILLER                    PIC X(01) VALUE SPACES.
002210     05  RCY-AUD-PROC-DATE         PIC 9(08).
002220     05  FILLER                    PIC X(01) VALUE SPACES.
002230     05  RCY-AUD-CYCLE             PIC X(02).
002240     05  FILLER                    PIC X(14) VALUE SPACES.
002250 PROCEDURE DIVISION.
002260*================================================================
002270* 0000-MAINLINE
002280*================================================================
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310     PERFORM 2000-PROCESS-REJECT THRU 2000-EXIT
002320         UNTIL RCY-ERR-EOF.
002330     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002340     STOP RUN.
002350*================================================================
002360* 1000-INITIALIZE - RESOLVE THE PROCESSING DATE, OPEN FILES,
002370*                   COPY THE DAY'S UC03 FILE THROUGH TO UC03NEW
002380*                   UP TO (BUT NOT INCLUDING) ITS TRAILER, AND
002390*                   PRIME THE REJECT READ.  A MISSING REJECT
002400*                   FILE OR UC03 FILE IS FATAL - THERE IS
002410*                   NOTHING TO RECYCLE INTO.
002420*================================================================
002430 1000-INITIALIZE.
002440     ACCEPT RCY-PROC-DATE-PARM FROM COMMAND-LINE.
002450     IF RCY-PROC-DATE-PARM = SPACES
002460         ACCEPT RCY-PROC-DATE FROM DATE YYYYMMDD
002470     ELSE
002480         MOVE RCY-PROC-DATE-PARM TO RCY-PROC-DATE
002490     END-IF.
002500     OPEN INPUT RCY-ERR-FILE.
002510     IF RCY-ERR-STATUS-CD NOT = "00"
002520         DISPLAY "RECYCLE: UC01ERR COULD NOT BE OPENED, "
002530             "STATUS = " RCY-ERR-STATUS-CD
002540         MOVE 20 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570     OPEN INPUT RCY-UC03-IN-FILE.
002580     IF RCY-UC03-IN-STATUS-CD NOT = "00"
002590         DISPLAY "RECYCLE: UC03OUT COULD NOT BE OPENED, "
002600             "STATUS = " RCY-UC03-IN-STATUS-CD
002610         MOVE 20 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002640     OPEN OUTPUT RCY-UC03-OUT-FILE.
002650     OPEN OUTPUT RCY-ERR2-FILE.
002660     OPEN EXTEND RCY-AUD-FILE.
002670     IF RCY-AUD-STATUS-CD NOT = "00"
002680         OPEN OUTPUT RCY-AUD-FILE
002690     END-IF.
002700     ACCEPT RCY-RUN-DATE FROM DATE YYYYMMDD.
002710     ACCEPT RCY-RUN-TIME FROM TIME.
002720     PERFORM 1500-COPY-UC03 THRU 1500-EXIT.
002730     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
002740 1000-EXIT.
002750     EXIT.
002760*================================================================
002770* 1500-COPY-UC03 - COPY THE DAY'S UC03 RECORDS TO UC03NEW,
002780*                  HOLDING BACK THE LAST RECORD, WHICH MUST BE
002790*                  THE TRAILER.  ITS COUNT SEEDS THE CORRECTED
002800*                  TRAILER WRITTEN AT END OF RUN.  A FILE THAT
002810*                  ENDS ON ANYTHING BUT A TRAILER IS NOT A
002820*                  COMPLETED RUN'S OUTPUT AND IS FATAL - THE RUN
002830*                  ITSELF SHOULD BE RESTARTED INSTEAD.
002840*================================================================
002850 1500-COPY-UC03.
002860     READ RCY-UC03-IN-FILE
002870         AT END MOVE 'Y' TO RCY-UC03-EOF-SW
002880     END-READ.
002890     IF RCY-UC03-EOF
002900         DISPLAY "RECYCLE: UC03OUT IS EMPTY"
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002940     MOVE RCY-UC03-IN-REC TO RCY-UC03-HOLD.
002950     PERFORM 1510-COPY-ONE-UC03 THRU 1510-EXIT
002960         UNTIL RCY-UC03-EOF.
002970     IF RCY-TRL-ID NOT = "TRL "
002980         DISPLAY "RECYCLE: UC03OUT HAS NO TRAILER - NOT A "
002990             "COMPLETED RUN"
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     MOVE RCY-TRL-REC-COUNT TO RCY-TRL-NEW-COUNT.
003040 1500-EXIT.
003050     EXIT.
003060*================================================================
003070* 1510-COPY-ONE-UC03 - PASS THE HELD RECORD THROUGH AND HOLD THE
003080*                      ONE JUST READ.  AT END OF FILE THE HELD
003090*                      RECORD - THE TRAILER - STAYS BEHIND.
003100*================================================================
003110 1510-COPY-ONE-UC03.
003120     READ RCY-UC03-IN-FILE
003130         AT END
003140             MOVE 'Y' TO RCY-UC03-EOF-SW
003150         NOT AT END
003160             MOVE RCY-UC03-HOLD TO RCY-UC03-OUT-REC
003170             WRITE RCY-UC03-OUT-REC
003180             MOVE RCY-UC03-IN-REC TO RCY-UC03-HOLD
003190     END-READ.
003200 1510-EXIT.
003210     EXIT.
003220*================================================================
003230* 2000-PROCESS-REJECT - RE-VALIDATE ONE REJECTED UC01 AGAINST
003240*                       THE MASTER AS OF THE PROCESSING DATE.
003250*                       TRANSLATABLE NOW MEANS THE MASTER WAS
003260*                       FIXED SINCE THE RUN - THE RECORD JOINS
003270*                       UC03NEW AND THE AUDIT TRAIL; STILL BAD
003280*                       MEANS IT CARRIES FORWARD TO UC01ER2.
003290*                       ANOTHER SCHEME'S REJECT IS ONLY
003300*                       COUNTED.
003310*================================================================
003320 2000-PROCESS-REJECT.
003330     MOVE RCY-ERR-REC TO RCY-ERR-LINE.
003340     IF RCY-ERR-SCHEME NOT = SPACES
003350      AND RCY-ERR-SCHEME NOT = RCY-BASE-SCHEME
003360         ADD 1 TO RCY-OTHER-COUNT
003370         PERFORM 2100-READ-REJECT THRU 2100-EXIT
003380         GO TO 2000-EXIT
003390     END-IF.
003400     MOVE RCY-ERR-BAD-VALUE TO RCY-XLT-UC01.
003410     CALL "UC01XLTD" USING RCY-PROC-DATE RCY-XLT-UC01
003420                           RCY-XLT-UC03.
003430     IF RCY-XLT-UC03 = SPACES
003440         PERFORM 2300-CARRY-FORWARD THRU 2300-EXIT
003450     ELSE
003460         PERFORM 2200-RECYCLE-ONE THRU 2200-EXIT
003470     END-IF.
003480     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
003490 2000-EXIT.
003500     EXIT.
003510*================================================================
003520* 2100-READ-REJECT - READ THE NEXT REJECTED RECORD.
003530*================================================================
003540 2100-READ-REJECT.
003550     READ RCY-ERR-FILE
003560         AT END
003570             MOVE 'Y' TO RCY-ERR-EOF-SW
003580         NOT AT END
003590             ADD 1 TO RCY-READ-COUNT
003600     END-READ.
003610 2100-EXIT.
003620     EXIT.
003630*================================================================
003640* 2200-RECYCLE-ONE - APPEND THE NOW-TRANSLATABLE RECORD TO
003650*                    UC03NEW AND FLAG IT RECYCLED ON THE AUDIT
003660*                    TRAIL UNDER ITS ORIGINAL RECORD NUMBER.
003670*                    THE HELD TRAILER'S FIRST/LAST COVERAGE IS
003680*                    WIDENED WHERE THE RECYCLED RECORD SITS
003690*                    OUTSIDE IT - THE ORIGINAL RUN'S RANGE ONLY
003700*                    SPANNED THE DETAILS IT WROTE, NOT THE
003710*                    REJECTS AT EITHER END OF THE INPUT.
003720*================================================================
003730 2200-RECYCLE-ONE.
003740     ADD 1 TO RCY-RECYCLED-COUNT.
003750     ADD 1 TO RCY-TRL-NEW-COUNT.
003760     MOVE SPACES TO RCY-UC03-DETAIL.
003770     MOVE RCY-XLT-UC03 TO RCY-DTL-UC03.
003780     MOVE RCY-ERR-REC-NO TO RCY-DTL-SEQ-NO.
003790     MOVE RCY-ERR-BAD-VALUE TO RCY-DTL-UC01.
003800     MOVE RCY-UC03-DETAIL TO RCY-UC03-OUT-REC.
003810     WRITE RCY-UC03-OUT-REC.
003820     MOVE RCY-ERR-BAD-VALUE TO RCY-TRL-LAST-UC01.
003830     IF RCY-TRL-FIRST-SEQ = ZERO
003840      OR RCY-ERR-REC-NO < RCY-TRL-FIRST-SEQ
003850         MOVE RCY-ERR-REC-NO TO RCY-TRL-FIRST-SEQ
003860     END-IF.
003870     IF RCY-ERR-REC-NO > RCY-TRL-LAST-SEQ
003880         MOVE RCY-ERR-REC-NO TO RCY-TRL-LAST-SEQ
003890     END-IF.
003900     PERFORM 2400-AUDIT-RECYCLED THRU 2400-EXIT.
003910 2200-EXIT.
003920     EXIT.
003930*================================================================
003940* 2300-CARRY-FORWARD - PASS A STILL-BAD RECORD TO UC01ER2 IN THE
003950*                      SAME SHAPE IT ARRIVED, KEEPING ITS
003960*                      ORIGINAL RECORD NUMBER FOR THE NEXT
003970*                      CYCLE.
003980*================================================================
003990 2300-CARRY-FORWARD.
004000     ADD 1 TO RCY-CARRY-COUNT.
004010     MOVE RCY-ERR-LINE TO RCY-ERR2-REC.
004020     WRITE RCY-ERR2-REC.
004030 2300-EXIT.
004040     EXIT.
004050*================================================================
004060* 2400-AUDIT-RECYCLED - APPEND THE RECYCLED AUDIT LINE.  FOR A
004070*                       LEGACY ONE-BYTE CODE UC01 AND UC02 ARE
004080*                       THE SAME RAW BYTE, AS ON MAIN'S OWN
004090*                       AUDIT LINES; A WIDE CODE HAS NO LEGACY
004100*                       REINTERPRETATION AND ITS UC02 COLUMN IS
004110*                       BLANK, ALSO MATCHING MAIN.  THE LINE IS
004120*                       STAMPED WITH THE PROCESSING DATE BEING
004130*                       REPAIRED, NOT THE RECYCLE'S OWN RUN DAY.
004140*================================================================
004150 2400-AUDIT-RECYCLED.
004160     MOVE RCY-RUN-DATE TO RCY-AUD-DATE.
004170     MOVE RCY-RUN-TIME TO RCY-AUD-TIME.
004180     MOVE RCY-ERR-REC-NO TO RCY-AUD-REC-NO.
004190     MOVE RCY-ERR-BAD-VALUE TO RCY-AUD-UC01-VALUE.
004200     IF RCY-ERR-BAD-VALUE (2:3) = SPACES
004210         MOVE RCY-ERR-BAD-VALUE (1:1) TO RCY-AUD-UC02-VALUE
004220     ELSE
004230         MOVE SPACE TO RCY-AUD-UC02-VALUE
004240     END-IF.
004250     MOVE RCY-XLT-UC03 TO RCY-AUD-UC03-VALUE.
004260     MOVE "RECYCLED" TO RCY-AUD-FLAG.
004270     MOVE RCY-ERR-FEED-ID TO RCY-AUD-FEED-ID.
004280     MOVE RCY-PROC-DATE TO RCY-AUD-PROC-DATE.
004290     MOVE SPACES TO RCY-AUD-CYCLE.
004300     MOVE RCY-AUD-LINE TO RCY-AUD-REC.
004310     WRITE RCY-AUD-REC.
004320 2400-EXIT.
004330     EXIT.
004340*================================================================
004350* 3000-TERMINATE - WRITE THE CORRECTED TRAILER AND CLOSE FILES.
004360*                  THE TRAILER COUNT IS THE ORIGINAL RUN'S COUNT
004370*                  PLUS THE RECORDS RECYCLED TODAY; THE LAST
004380*                  UC01 IS THE LAST RECORD PHYSICALLY ON THE
004390*                  FILE, WHICH AFTER A RECYCLE IS THE LAST
004400*                  RECYCLED RECORD'S ORIGINAL VALUE.  EVERY
004410*                  REJECT READ MUST HAVE BEEN RECYCLED,
004420*                  CARRIED FORWARD OR PASSED OVER AS ANOTHER
004430*                  SCHEME'S - A MISMATCH SETS THE SAME
004440*                  NON-ZERO RETURN CODE MAIN'S RECONCILIATION
004450*                  USES.
004460*================================================================
004470 3000-TERMINATE.
004480     MOVE RCY-TRL-NEW-COUNT TO RCY-TRL-REC-COUNT.
004490     MOVE RCY-UC03-HOLD TO RCY-UC03-OUT-REC.
004500     WRITE RCY-UC03-OUT-REC.
004510     IF RCY-OTHER-COUNT > ZERO
004520         MOVE RCY-OTHER-COUNT TO RCY-OTHER-DISP
004530         DISPLAY "RECYCLE: " RCY-OTHER-DISP " REJECTS FOR "
004540             "OTHER SCHEMES PASSED OVER"
004550     END-IF.
004560     IF RCY-READ-COUNT = RCY-RECYCLED-COUNT + RCY-CARRY-COUNT
004570                       + RCY-OTHER-COUNT
004580         MOVE ZERO TO RETURN-CODE
004590     ELSE
004600         MOVE 16 TO RETURN-CODE
004610     END-IF.
004620     CLOSE RCY-ERR-FILE.
004630     CLOSE RCY-UC03-IN-FILE.
004640     CLOSE RCY-UC03-OUT-FILE.
004650     CLOSE RCY-ERR2-FILE.
004660     CLOSE RCY-AUD-FILE.
004670 3000-EXIT.
004680     EXIT.

000750*                 TABLE WIDENED AND GREW TO 512 ENTRIES WITH A
000760*                 NAMED FATAL OVERFLOW, SINCE THE VALUE SPACE
000770*                 IS NO LONGER BOUNDED BY CONSTRUCTION.
000780* 2026-10-15 DMO  THE JOURNAL LINE NOW SAYS HOW EACH
000790*                 TRANSACTION WAS APPLIED - 'R' CORRECTED A
000800*                 RECORD IN PLACE, 'I' INSERTED A NEW DATED
000810*                 RECORD AND CLOSED ITS PREDECESSOR - AND THE
000820*                 EFFECTIVE-FROM OF THE RECORD ITS BEFORE-IMAGE
000830*                 DESCRIBES.  THE TWO SHAPES LEAVE THE SAME
000840*                 OLD/NEW COLUMNS, SO WITHOUT THEM CTRECOV
000850*                 COULD NOT REVERSE A LINE UNAMBIGUOUSLY WHEN
000860*                 ROLLING THE MASTER BACK TO A POINT IN TIME.
000870* 2026-10-15 DMO  MAKER/CHECKER.  A CTMTRAN FILE IS NO LONGER
000880*                 APPLIED AS IT STANDS.  PARM 'SUBMIT <USER>'
000890*                 QUEUES EACH TRANSACTION ON THE CTMPEND
000900*                 PENDING-CHANGE QUEUE (SEE CTMPEND.CPY) UNDER THE
000910*                 MAKER'S USER ID WITH THE REASON GIVEN ON THE
000920*                 LINE; PARM 'CHECK <USER>' APPLIES A SECOND
000930*                 USER'S CTMDECN RELEASE/REJECT DECISIONS AND
000940*                 REFUSES ANY ITEM THAT USER SUBMITTED; THE APPLY
000950*                 STEP TAKES ONLY RELEASED ITEMS, REFUSES ONE
000960*                 NOBODY CHECKED (REPORTED AS NO CHECKER) OR WHOSE
000970*                 MAKER AND CHECKER ARE THE SAME USER (REPORTED AS
000980*                 SAME USER), AND MARKS EVERY ITEM IT TAKES
000990*                 APPLIED OR FAILED ON THE QUEUE.  THE MAKER,
001000*                 CHECKER AND APPROVAL DATE/TIME NOW GO ON THE
001010*                 CTMRPT LINE AND ON THE CTMJRNL LINE, WHICH
001020*                 WIDENS TO 120 BYTES TO CARRY THEM AND THE QUEUE
001030*                 ITEM NUMBER.  TRIAL MODE NOW ASSESSES THE
001040*                 QUEUE'S OPEN ITEMS, EACH UNDER ITS ITEM NUMBER,
001050*                 MAKER AND REASON, SO THE CHECKER REVIEWS EXACTLY
001060*                 WHAT WILL BE RELEASED.  PARM 'EXCEPT <DAYS>'
001070*                 PRINTS CTMEXC, THE ITEMS LEFT PENDING (OR
001080*                 RELEASED BUT NOT YET APPLIED) LONGER THAN THAT
001090*                 MANY UC01CAL BUSINESS DAYS - 5 WHEN NOT GIVEN.
001100* 2026-10-15 DMO  TRANSLATION SCHEMES (SEE CODETRAN.CPY).  EVERY
001110*                 TRANSACTION NOW MAINTAINS ONE SCHEME'S MAPPINGS,
001120*                 NAMED ON THE CTMTRAN LINE (BLANK = BASE) AND
001130*                 CARRIED ON THE QUEUE ITEM; THE MASTER IS READ
001140*                 AND WRITTEN UNDER THAT SCHEME ONLY, SO A CODE'S
001150*                 TIMELINE IN ONE SCHEME NEVER TOUCHES ANOTHER'S.
001160*                 THE CTMRPT, CTMIMP AND CTMEXC LINES SHOW THE
001170*                 SCHEME AND WIDEN TO 90 BYTES; THE CTMJRNL LINE
001180*                 CARRIES IT AND WIDENS TO 128 BYTES.
001190* 2026-10-15 DMO  A RELEASED ITEM WITH A BLANK CHECKER IS NOW
001200*                 REPORTED AS NO CHECKER, NOT SAME USER.
001210*================================================================
001220 ENVIRONMENT DIVISION.
001230 INPUT-OUTPUT SECTION.
001240 FILE-CONTROL.
001250     SELECT CTM-TRAN-FILE ASSIGN TO "CTMTRAN"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS CTM-TRAN-STATUS-CD.
001280     SELECT CODE-TRAN-FILE ASSIGN TO "CODETRAN"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS CODE-TRAN-KEY
001320         FILE STATUS IS CODE-TRAN-STATUS-CD.
001330     SELECT CTM-RPT-FILE ASSIGN TO "CTMRPT"
001340         ORGANIZATION IS LINE SEQUENTIAL.
001350     SELECT CTM-JRN-FILE ASSIGN TO "CTMJRNL"
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS CTM-JRN-STATUS-CD.
001380     SELECT CTM-AUD-FILE ASSIGN TO "UC01AUD"
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS CTM-AUD-STATUS-CD.
001410     SELECT CTM-SUM-FILE ASSIGN TO "UC01AUDS"
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS CTM-SUM-STATUS-CD.
001440     SELECT CTM-IMP-FILE ASSIGN TO "CTMIMP"
001450         ORGANIZATION IS LINE SEQUENTIAL.
001460     SELECT CTM-PND-FILE ASSIGN TO "CTMPEND"
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS CTM-PND-STATUS-CD.
001490     SELECT CTM-PNW-FILE ASSIGN TO "CTMPENDW"
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS CTM-PNW-STATUS-CD.
001520     SELECT CTM-DEC-FILE ASSIGN TO "CTMDECN"
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS CTM-DEC-STATUS-CD.
001550     SELECT CTM-CAL-FILE ASSIGN TO "UC01CAL"
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS CTM-CAL-STATUS-CD.
001580     SELECT CTM-EXC-FILE ASSIGN TO "CTMEXC"
001590         ORGANIZATION IS LINE SEQUENTIAL.
001600 DATA DIVISION.
001610 FILE SECTION.
001620 FD  CTM-TRAN-FILE.
001630     COPY CTMTRAN.
001640 FD  CODE-TRAN-FILE.
001650     COPY CODETRAN.
001660 FD  CTM-RPT-FILE.
001670 01  CTM-RPT-REC                   PIC X(90).
001680 FD  CTM-JRN-FILE.
001690 01  CTM-JRN-REC                   PIC X(128).
001700 FD  CTM-AUD-FILE.
001710 01  CTM-AUD-REC                   PIC X(80).
001720 FD  CTM-SUM-FILE.
001730 01  CTM-SUM-REC                   PIC X(80).
001740 FD  CTM-IMP-FILE.
001750 01  CTM-IMP-REC                   PIC X(90).
001760 FD  CTM-PND-FILE.
001770     COPY CTMPEND.
001780 FD  CTM-PNW-FILE.
001790 01  CTM-PNW-REC                   PIC X(120).
001800 FD  CTM-DEC-FILE.
001810     COPY CTMDECN.
001820 FD  CTM-CAL-FILE.
001830 01  CTM-CAL-REC                   PIC X(80).
001840 FD  CTM-EXC-FILE.
001850 01  CTM-EXC-REC                   PIC X(90).
001860 WORKING-STORAGE SECTION.
001870*----------------------------------------------------------------
001880* SWITCHES
001890*----------------------------------------------------------------
001900 77  CTM-EOF-SW                    PIC X(01)    VALUE 'N'.
001910     88  CTM-EOF                                 VALUE 'Y'.
001920 77  CTM-SCAN-SW                   PIC X(01)    VALUE 'N'.
001930     88  CTM-SCAN-DONE                           VALUE 'Y'.
001940 77  CTM-PRED-FOUND-SW             PIC X(01)    VALUE 'N'.
001950     88  CTM-PRED-FOUND                          VALUE 'Y'.
001960 77  CTM-EXACT-MATCH-SW            PIC X(01)    VALUE 'N'.
001970     88  CTM-EXACT-MATCH                         VALUE 'Y'.
001980 77  CTM-SUCC-FOUND-SW             PIC X(01)    VALUE 'N'.
001990     88  CTM-SUCC-FOUND                          VALUE 'Y'.
002000 77  CTM-AUD-EOF-SW                PIC X(01)    VALUE 'N'.
002010     88  CTM-AUD-EOF                             VALUE 'Y'.
002020 77  CTM-USE-FOUND-SW              PIC X(01)    VALUE 'N'.
002030     88  CTM-USE-FOUND                           VALUE 'Y'.
002040 77  CTM-SUM-EOF-SW                PIC X(01)    VALUE 'N'.
002050     88  CTM-SUM-EOF                             VALUE 'Y'.
002060 77  CTM-QUEUE-SW                  PIC X(01)    VALUE 'N'.
002070     88  CTM-QUEUE-ON-FILE                       VALUE 'Y'.
002080 77  CTM-PND-EOF-SW                PIC X(01)    VALUE 'N'.
002090     88  CTM-PND-EOF                             VALUE 'Y'.
002100 77  CTM-PNW-EOF-SW                PIC X(01)    VALUE 'N'.
002110     88  CTM-PNW-EOF                             VALUE 'Y'.
002120 77  CTM-DEC-EOF-SW                PIC X(01)    VALUE 'N'.
002130     88  CTM-DEC-EOF                             VALUE 'Y'.
002140 77  CTM-DEC-FOUND-SW              PIC X(01)    VALUE 'N'.
002150     88  CTM-DEC-FOUND                           VALUE 'Y'.
002160 77  CTM-CAL-EOF-SW                PIC X(01)    VALUE 'N'.
002170     88  CTM-CAL-EOF                             VALUE 'Y'.
002180*----------------------------------------------------------------
002190* FILE STATUS / COUNTERS
002200*----------------------------------------------------------------
002210 77  CODE-TRAN-STATUS-CD            PIC X(02) VALUE SPACES.
002220 77  CTM-JRN-STATUS-CD              PIC X(02) VALUE SPACES.
002230 77  CTM-AUD-STATUS-CD              PIC X(02) VALUE SPACES.
002240 77  CTM-SUM-STATUS-CD              PIC X(02) VALUE SPACES.
002250 77  CTM-TRAN-STATUS-CD             PIC X(02) VALUE SPACES.
002260 77  CTM-PND-STATUS-CD              PIC X(02) VALUE SPACES.
002270 77  CTM-PNW-STATUS-CD              PIC X(02) VALUE SPACES.
002280 77  CTM-DEC-STATUS-CD              PIC X(02) VALUE SPACES.
002290 77  CTM-CAL-STATUS-CD              PIC X(02) VALUE SPACES.
002300 77  CTM-APPLIED-COUNT              PIC 9(06) COMP VALUE ZERO.
002310 77  CTM-REJECT-COUNT               PIC 9(06) COMP VALUE ZERO.
002320*----------------------------------------------------------------
002330* RUN PARAMETER - A MODE WORD AND ITS ARGUMENT:
002340*   (BLANK)         APPLY THE QUEUE'S RELEASED ITEMS
002350*   TRIAL           IMPACT REPORT FOR THE QUEUE'S OPEN ITEMS
002360*   SUBMIT <USER>   QUEUE CTMTRAN AS PENDING, MAKER = USER
002370*   CHECK <USER>    RELEASE/REJECT PER CTMDECN, CHECKER = USER
002380*   EXCEPT <DAYS>   ITEMS OPEN LONGER THAN DAYS (DEFAULT 5)
002390*----------------------------------------------------------------
002400 77  CTM-RUN-PARM                   PIC X(40) VALUE SPACES.
002410 77  CTM-MODE-PARM                  PIC X(08) VALUE SPACES.
002420 77  CTM-ARG-PARM                   PIC X(08) VALUE SPACES.
002430 77  CTM-USER-ID                    PIC X(08) VALUE SPACES.
002440 77  CTM-DAYS-PARM                  PIC X(03) VALUE SPACES.
002450 77  CTM-DAYS-WORK                  PIC X(03) VALUE SPACES.
002460 77  CTM-EXC-DAYS                   PIC 9(03) VALUE 5.
002470*----------------------------------------------------------------
002480* PENDING-CHANGE QUEUE COUNTS.  CTM-ITEM-NO IS THE HIGHEST ITEM
002490* NUMBER ON THE QUEUE, BUMPED FOR EACH ITEM SUBMITTED.
002500*----------------------------------------------------------------
002510 77  CTM-ITEM-NO                    PIC 9(07) VALUE ZERO.
002520 77  CTM-QUEUED-COUNT               PIC 9(07) VALUE ZERO.
002530 77  CTM-NOTQ-COUNT                 PIC 9(07) VALUE ZERO.
002540 77  CTM-DECIDED-COUNT              PIC 9(07) VALUE ZERO.
002550 77  CTM-REFUSED-COUNT              PIC 9(07) VALUE ZERO.
002560 77  CTM-EXC-COUNT                  PIC 9(07) VALUE ZERO.
002570*----------------------------------------------------------------
002580* CHECKER'S DECISIONS, HELD SO THE QUEUE CAN BE PASSED ONCE IN
002590* ITEM ORDER WHATEVER ORDER THE DECISIONS CAME IN.  A DECISION
002600* NO QUEUE ITEM CLAIMS IS REPORTED AT THE END.
002610*----------------------------------------------------------------
002620 77  CTM-DEC-USED                   PIC 9(04) COMP VALUE ZERO.
002630 77  CTM-DEC-ITEM-N                 PIC 9(07) VALUE ZERO.
002640 01  CTM-DEC-TABLE.
002650     05  CTM-DEC-ENTRY OCCURS 500 TIMES
002660                       INDEXED BY CTM-DEC-IX.
002670         10  CTM-DEC-T-ITEM         PIC 9(07).
002680         10  CTM-DEC-T-DECISION     PIC X(01).
002690         10  CTM-DEC-T-USED         PIC X(01).
002700*----------------------------------------------------------------
002710* BUSINESS CALENDAR FOR THE EXCEPTION REPORT - THE UC01CAL
002720* DATES UP TO TODAY.  AN ITEM'S AGE IS THE NUMBER OF THEM
002730* AFTER THE DATE IT WAS SUBMITTED (OR RELEASED), THE SAME
002740* CALENDAR-POSITION COUNTING UCHOUSE USES FOR RETENTION.
002750*----------------------------------------------------------------
002760 77  CTM-CAL-TOTAL                  PIC 9(04) COMP VALUE ZERO.
002770 77  CTM-CAL-IX                     PIC 9(04) COMP VALUE ZERO.
002780 77  CTM-CAL-DATE-N                 PIC 9(08) VALUE ZERO.
002790 77  CTM-AGE                        PIC 9(04) COMP VALUE ZERO.
002800 77  CTM-AGE-D                      PIC 9(04) VALUE ZERO.
002810 77  CTM-AGE-SINCE                  PIC 9(08) VALUE ZERO.
002820 01  CTM-CAL-TABLE.
002830     05  CTM-CAL-DATE OCCURS 1000 TIMES PIC 9(08).
002840 01  CTM-CAL-LINE.
002850     05  CTM-CAL-L-DATE             PIC X(08).
002860     05  FILLER                     PIC X(72).
002870*----------------------------------------------------------------
002880* RUN DATE AND THE EFFECTIVE-FROM DATE RESOLVED FOR THE CURRENT
002890* TRANSACTION - THE TRANSACTION'S OWN DATE, OR THE RUN DATE WHEN
002900* THE TRANSACTION LEFT IT BLANK.
002910*----------------------------------------------------------------
002920 77  CTM-RUN-DATE                   PIC 9(08) VALUE ZERO.
002930 77  CTM-RUN-TIME                   PIC 9(08) VALUE ZERO.
002940 77  CTM-EFF-FROM                   PIC 9(08) VALUE ZERO.
002950*----------------------------------------------------------------
002960* THE SCHEME A TRANSACTION OR QUEUE ITEM LEAVING ITS SCHEME
002970* BLANK MAINTAINS - THE ORIGINAL CONSUMER'S MAPPINGS.
002980*----------------------------------------------------------------
002990 77  CTM-BASE-SCHEME                PIC X(08) VALUE "BASE".
003000*----------------------------------------------------------------
003010* THE MASTER RECORDS 2700-LOCATE-MAPPING FOUND AROUND THE
003020* TRANSACTION'S EFFECTIVE-FROM DATE: THE PREDECESSOR (GREATEST
003030* EFFECTIVE-FROM ON OR BEFORE IT - THE TRANSACTION DATE ITSELF
003040* WHEN CTM-EXACT-MATCH IS SET) AND THE FIRST SUCCESSOR AFTER IT,
003050* PLUS THE VALUES THE NEW OR CORRECTED RECORD IS TO CARRY.
003060*----------------------------------------------------------------
003070 01  CTM-PRED-HOLD.
003080     05  CTM-PRED-EFF-FROM          PIC 9(08).
003090     05  CTM-PRED-UC02-VALUE        PIC X(01).
003100     05  CTM-PRED-STATUS            PIC X(01).
003110     05  CTM-PRED-EFF-TO            PIC 9(08).
003120 77  CTM-SUCC-EFF-FROM              PIC 9(08) VALUE ZERO.
003130 77  CTM-NEW-UC02                   PIC X(01) VALUE SPACES.
003140 77  CTM-NEW-STATUS                 PIC X(01) VALUE SPACES.
003150 77  CTM-NEW-EFF-TO                 PIC 9(08) VALUE ZERO.
003160*----------------------------------------------------------------
003170* BEFORE-IMAGE OF THE MASTER RECORD A TRANSACTION SUPERSEDES OR
003180* CORRECTS - SPACES ON AN ADD, WHICH HAS NOTHING BEFORE IT.
003190* CARRIED ONTO THE CTMJRNL LINE AND THE CTMRPT LINE.
003200*----------------------------------------------------------------
003210 77  CTM-OLD-UC02                   PIC X(01) VALUE SPACES.
003220 77  CTM-OLD-STATUS                 PIC X(01) VALUE SPACES.
003230 77  CTM-OLD-EFF-TO                 PIC X(08) VALUE SPACES.
003240*----------------------------------------------------------------
003250* HOW THE TRANSACTION WAS APPLIED - 'R' CORRECTED IN PLACE, 'I'
003260* INSERTED - AND THE EFFECTIVE-FROM OF THE RECORD THE BEFORE-
003270* IMAGE ABOVE DESCRIBES (SPACES WHEN THERE IS NONE).  CARRIED
003280* ONTO THE CTMJRNL LINE SO CTRECOV CAN REPLAY OR REVERSE IT.
003290*----------------------------------------------------------------
003300 77  CTM-APPLY-TYPE                 PIC X(01) VALUE SPACE.
003310 77  CTM-OLD-EFF-FROM               PIC X(08) VALUE SPACES.
003320*----------------------------------------------------------------
003330* TRIAL-MODE SUPPORT.  THE USAGE TABLE HOLDS WHAT THE UC01AUD
003340* HISTORY SHOWS ARRIVING UNDER EACH UC01 - TOTAL OCCURRENCES
003350* AND HOW MANY DISTINCT RUN DATES THEY SPREAD OVER, SO THE
003360* IMPACT REPORT CAN SAY "VOL X IN Y DAYS" PER KEY.  512
003370* ENTRIES WAS EVERY POSSIBLE ONE-BYTE VALUE TWICE OVER; THE
003380* WIDE CODES MAKE THE VALUE SPACE OPEN-ENDED, SO OVERFLOWING
003390* IT IS NOW A NAMED FATAL ERROR RATHER THAN A SILENT
003400* UNDERCOUNT ON THE IMPACT REPORT.  THE
003410* EFFECTIVE DATE IS PARKED IN CTM-SAVE-EFF-FROM WHILE
003420* 2700-LOCATE-MAPPING IS BORROWED TO FIND THE RECORD GOVERNING
003430* TODAY.
003440*----------------------------------------------------------------
003450 77  CTM-SAVE-EFF-FROM              PIC 9(08) VALUE ZERO.
003460 77  CTM-USE-USED                   PIC 9(04) COMP VALUE ZERO.
003470 01  CTM-USE-TABLE.
003480     05  CTM-USE-ENTRY OCCURS 512 TIMES
003490                       INDEXED BY CTM-USE-IX.
003500         10  CTM-USE-CODE           PIC X(04).
003510         10  CTM-USE-COUNT          PIC 9(09) COMP.
003520         10  CTM-USE-DAYS           PIC 9(05) COMP.
003530         10  CTM-USE-LAST-DATE      PIC 9(08).
003540 01  CTM-AUD-LINE.
003550     05  CTM-AUD-DATE               PIC X(08).
003560     05  FILLER                     PIC X(20).
003570     05  CTM-AUD-UC01-VALUE         PIC X(04).
003580     05  FILLER                     PIC X(48).
003590 77  CTM-AUD-DATE-N                 PIC 9(08) VALUE ZERO.
003600*----------------------------------------------------------------
003610* CONDENSED SUMMARY LINE AS UCARCH WRITES IT TO UC01AUDS, AND
003620* THE WEIGHT ONE TALLY CARRIES - 1 FOR A RAW AUDIT LINE, THE
003630* SUMMARY LINE'S OWN OCCURRENCE COUNT FOR A CONDENSED ONE, SO
003640* THE SAME TALLY PARAGRAPHS SERVE BOTH READS.
003650*----------------------------------------------------------------
003660 01  CTM-SUM-LINE.
003670     05  CTM-SUM-DATE               PIC X(08).
003680     05  FILLER                     PIC X(01).
003690     05  CTM-SUM-UC01               PIC X(04).
003700     05  FILLER                     PIC X(01).
003710     05  CTM-SUM-UC02               PIC X(01).
003720     05  FILLER                     PIC X(01).
003730     05  CTM-SUM-UC03               PIC X(01).
003740     05  FILLER                     PIC X(01).
003750     05  CTM-SUM-COUNT              PIC X(09).
003760     05  FILLER                     PIC X(53).
003770 77  CTM-TALLY-N                    PIC 9(09) VALUE 1.
003780*----------------------------------------------------------------
003790* MAINTENANCE REPORT LINE
003800*----------------------------------------------------------------
003810 01  CTM-RPT-LINE.
003820     05  CTM-RPT-ACTION             PIC X(01).
003830     05  FILLER                     PIC X(01) VALUE SPACES.
003840     05  CTM-RPT-KEY                PIC X(04).
003850     05  FILLER                     PIC X(01) VALUE SPACES.
003860     05  CTM-RPT-SCHEME             PIC X(08).
003870     05  FILLER                     PIC X(01) VALUE SPACES.
003880     05  CTM-RPT-RESULT             PIC X(12).
003890     05  FILLER                     PIC X(05) VALUE " OLD ".
003900     05  CTM-RPT-OLD-UC02           PIC X(01).
003910     05  FILLER                     PIC X(01) VALUE "/".
003920     05  CTM-RPT-OLD-STATUS         PIC X(01).
003930     05  FILLER                     PIC X(05) VALUE " NEW ".
003940     05  CTM-RPT-NEW-UC02           PIC X(01).
003950     05  FILLER                     PIC X(01) VALUE "/".
003960     05  CTM-RPT-NEW-STATUS         PIC X(01).
003970     05  FILLER                     PIC X(04) VALUE " MK ".
003980     05  CTM-RPT-MAKER-ID           PIC X(08).
003990     05  FILLER                     PIC X(04) VALUE " CK ".
004000     05  CTM-RPT-CHECKER-ID         PIC X(08).
004010     05  FILLER                     PIC X(01) VALUE SPACES.
004020     05  CTM-RPT-APPR-DATE          PIC X(08).
004030     05  FILLER                     PIC X(01) VALUE SPACES.
004040     05  CTM-RPT-APPR-TIME          PIC X(08).
004050     05  FILLER                     PIC X(04) VALUE SPACES.
004060*----------------------------------------------------------------
004070* CHANGE-HISTORY JOURNAL LINE - ONE PER APPLIED TRANSACTION,
004080* BEFORE-IMAGE AND AFTER-IMAGE SIDE BY SIDE.  THE FILE IS
004090* CUMULATIVE ACROSS RUNS THE WAY UC01AUD IS FOR MAIN.  THE
004100* APPLY TYPE AND BEFORE-IMAGE EFFECTIVE-FROM, AND THE MAKER,
004110* CHECKER, APPROVAL DATE/TIME AND QUEUE ITEM BEHIND THEM, ARE
004120* BLANK ON LINES WRITTEN BEFORE THEY EXISTED, AS IS THE SCHEME -
004130* A LINE WITH NO SCHEME MAINTAINED BASE.
004140*----------------------------------------------------------------
004150 01  CTM-JRN-LINE.
004160     05  CTM-JRN-DATE               PIC 9(08).
004170     05  FILLER                     PIC X(01) VALUE SPACES.
004180     05  CTM-JRN-TIME               PIC 9(08).
004190     05  FILLER                     PIC X(01) VALUE SPACES.
004200     05  CTM-JRN-ACTION             PIC X(01).
004210     05  FILLER                     PIC X(01) VALUE SPACES.
004220     05  CTM-JRN-KEY                PIC X(04).
004230     05  FILLER                     PIC X(01) VALUE SPACES.
004240     05  CTM-JRN-EFF-FROM           PIC 9(08).
004250     05  FILLER                     PIC X(01) VALUE SPACES.
004260     05  CTM-JRN-OLD-UC02           PIC X(01).
004270     05  FILLER                     PIC X(01) VALUE SPACES.
004280     05  CTM-JRN-OLD-STATUS         PIC X(01).
004290     05  FILLER                     PIC X(01) VALUE SPACES.
004300     05  CTM-JRN-OLD-EFF-TO         PIC X(08).
004310     05  FILLER                     PIC X(01) VALUE SPACES.
004320     05  CTM-JRN-NEW-UC02           PIC X(01).
004330     05  FILLER                     PIC X(01) VALUE SPACES.
004340     05  CTM-JRN-NEW-STATUS         PIC X(01).
004350     05  FILLER                     PIC X(01) VALUE SPACES.
004360     05  CTM-JRN-NEW-EFF-TO         PIC X(08).
004370     05  FILLER                     PIC X(01) VALUE SPACES.
004380     05  CTM-JRN-APPLY-TYPE         PIC X(01).
004390     05  FILLER                     PIC X(01) VALUE SPACES.
004400     05  CTM-JRN-OLD-EFF-FROM       PIC X(08).
004410     05  FILLER                     PIC X(01) VALUE SPACES.
004420     05  CTM-JRN-MAKER-ID           PIC X(08).
004430     05  FILLER                     PIC X(01) VALUE SPACES.
004440     05  CTM-JRN-CHECKER-ID         PIC X(08).
004450     05  FILLER                     PIC X(01) VALUE SPACES.
004460     05  CTM-JRN-APPR-DATE          PIC 9(08).
004470     05  FILLER                     PIC X(01) VALUE SPACES.
004480     05  CTM-JRN-APPR-TIME          PIC 9(08).
004490     05  FILLER                     PIC X(01) VALUE SPACES.
004500     05  CTM-JRN-ITEM-NO            PIC 9(07).
004510     05  FILLER                     PIC X(01) VALUE SPACES.
004520     05  CTM-JRN-SCHEME             PIC X(08).
004530     05  FILLER                     PIC X(05) VALUE SPACES.
004540*----------------------------------------------------------------
004550* IMPACT REPORT LINE - ONE PER PENDING TRANSACTION IN TRIAL
004560* MODE: THE VALUE THE KEY PRODUCES TODAY, THE VALUE IT WOULD
004570* PRODUCE AFTER THE CHANGE, AND THE KEY'S RECENT ARRIVAL VOLUME
004580* FROM THE AUDIT HISTORY.
004590*----------------------------------------------------------------
004600 01  CTM-IMP-LINE.
004610     05  CTM-IMP-ACTION             PIC X(01).
004620     05  FILLER                     PIC X(01) VALUE SPACES.
004630     05  CTM-IMP-KEY                PIC X(04).
004640     05  FILLER                     PIC X(05) VALUE " EFF ".
004650     05  CTM-IMP-EFF                PIC 9(08).
004660     05  FILLER                     PIC X(05) VALUE " NOW ".
004670     05  CTM-IMP-NOW                PIC X(06).
004680     05  FILLER                     PIC X(07) VALUE " AFTER ".
004690     05  CTM-IMP-AFTER              PIC X(06).
004700     05  FILLER                     PIC X(05) VALUE " VOL ".
004710     05  CTM-IMP-VOL                PIC ZZZ,ZZZ,ZZ9.
004720     05  FILLER                     PIC X(04) VALUE " IN ".
004730     05  CTM-IMP-DAYS               PIC ZZ,ZZ9.
004740     05  FILLER                     PIC X(06) VALUE " DAYS ".
004750     05  FILLER                     PIC X(05) VALUE SPACES.
004760*----------------------------------------------------------------
004770* QUEUE REPORT LINE - ONE PER ITEM SUBMITTED, DECIDED OR
004780* OVERDUE, AND AHEAD OF EACH TRIAL IMPACT LINE: THE ITEM
004790* NUMBER, THE TRANSACTION, WHAT HAPPENED TO IT, THE MAKER AND
004800* THE REASON (OR THE ITEM'S AGE ON THE EXCEPTION REPORT).
004810*----------------------------------------------------------------
004820 01  CTM-QRP-LINE.
004830     05  CTM-QRP-ITEM-NO            PIC X(07).
004840     05  FILLER                     PIC X(01).
004850     05  CTM-QRP-ACTION             PIC X(01).
004860     05  FILLER                     PIC X(01).
004870     05  CTM-QRP-KEY                PIC X(04).
004880     05  FILLER                     PIC X(01).
004890     05  CTM-QRP-SCHEME             PIC X(08).
004900     05  FILLER                     PIC X(01).
004910     05  CTM-QRP-UC02               PIC X(01).
004920     05  FILLER                     PIC X(01).
004930     05  CTM-QRP-EFF-FROM           PIC X(08).
004940     05  FILLER                     PIC X(01).
004950     05  CTM-QRP-RESULT             PIC X(16).
004960     05  FILLER                     PIC X(01).
004970     05  CTM-QRP-USER               PIC X(08).
004980     05  FILLER                     PIC X(01).
004990     05  CTM-QRP-DETAIL             PIC X(28).
005000 PROCEDURE DIVISION.
005010*================================================================
005020* 0000-MAINLINE - PARM 'TRIAL' RUNS THE IMPACT ASSESSMENT AND
005030*                 APPLIES NOTHING; 'SUBMIT', 'CHECK' AND
005040*                 'EXCEPT' WORK THE PENDING-CHANGE QUEUE AND
005050*                 APPLY NOTHING EITHER; ANY OTHER RUN IS THE
005060*                 NORMAL APPLY PASS OVER THE RELEASED ITEMS.
005070*================================================================
005080 0000-MAINLINE.
005090     ACCEPT CTM-RUN-PARM FROM COMMAND-LINE.
005100     UNSTRING CTM-RUN-PARM DELIMITED BY ALL " "
005110         INTO CTM-MODE-PARM CTM-ARG-PARM.
005120     EVALUATE CTM-MODE-PARM
005130         WHEN "TRIAL"
005140             PERFORM 5000-RUN-TRIAL THRU 5000-EXIT
005150         WHEN "SUBMIT"
005160             PERFORM 6000-RUN-SUBMIT THRU 6000-EXIT
005170         WHEN "CHECK"
005180             PERFORM 7000-RUN-CHECK THRU 7000-EXIT
005190         WHEN "EXCEPT"
005200             PERFORM 8000-RUN-EXCEPT THRU 8000-EXIT
005210         WHEN OTHER
005220             PERFORM 1000-INITIALIZE THRU 1000-EXIT
005230             PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
005240                 UNTIL CTM-EOF
005250             PERFORM 3000-TERMINATE THRU 3000-EXIT
005260     END-EVALUATE.
005270     STOP RUN.
005280*================================================================
005290* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ.  THE QUEUE IS
005300*                   READ WHOLE AND REWRITTEN THROUGH THE
005310*                   CTMPENDW WORK FILE; NO QUEUE ON FILE MEANS
005320*                   NOTHING WAS EVER SUBMITTED.  CODE-TRAN-FILE
005330*                   IS OPENED I-O SINCE MAINTENANCE BOTH READS AND
005340*                   REWRITES IT; IF THE OPEN FAILS BECAUSE THE
005350*                   MASTER DOESN'T EXIST YET, IT IS CREATED WITH
005360*                   OPEN OUTPUT AND THEN REOPENED I-O, THE SAME
005370*                   "NOT FOUND VS. EXISTS" BRANCH MAIN.CBL USES
005380*                   FOR ITS CHECKPOINT FILE.  A STILL-FAILING
005390*                   REOPEN IS FATAL - THERE IS NO MASTER TO
005400*                   MAINTAIN.
005410*================================================================
005420 1000-INITIALIZE.
005430     OPEN INPUT  CTM-PND-FILE.
005440     IF CTM-PND-STATUS-CD = "00"
005450         MOVE 'Y' TO CTM-QUEUE-SW
005460         OPEN OUTPUT CTM-PNW-FILE
005470     ELSE
005480         DISPLAY "CTMAINT: NO CTMPEND QUEUE ON FILE - NOTHING "
005490             "TO APPLY"
005500         MOVE 'Y' TO CTM-EOF-SW
005510     END-IF.
005520     OPEN I-O    CODE-TRAN-FILE.
005530     IF CODE-TRAN-STATUS-CD NOT = "00"
005540         OPEN OUTPUT CODE-TRAN-FILE
005550         CLOSE CODE-TRAN-FILE
005560         OPEN I-O CODE-TRAN-FILE
005570     END-IF.
005580     IF CODE-TRAN-STATUS-CD NOT = "00"
005590         DISPLAY "CTMAINT: CODE-TRAN-FILE COULD NOT BE OPENED, "
005600             "STATUS = " CODE-TRAN-STATUS-CD
005610         MOVE 20 TO RETURN-CODE
005620         STOP RUN
005630     END-IF.
005640     OPEN OUTPUT CTM-RPT-FILE.
005650     OPEN EXTEND CTM-JRN-FILE.
005660     IF CTM-JRN-STATUS-CD NOT = "00"
005670         OPEN OUTPUT CTM-JRN-FILE
005680     END-IF.
005690     ACCEPT CTM-RUN-DATE FROM DATE YYYYMMDD.
005700     ACCEPT CTM-RUN-TIME FROM TIME.
005710     IF CTM-QUEUE-ON-FILE
005720         PERFORM 2100-READ-TRAN THRU 2100-EXIT
005730     END-IF.
005740 1000-EXIT.
005750     EXIT.
005760*================================================================
005770* 2000-APPLY-TRANSACTION - TAKE ONE QUEUE ITEM.  A RELEASED
005780*                          ITEM IS APPLIED; EVERY ITEM, TAKEN OR
005790*                          NOT, IS CARRIED ONTO THE REWRITTEN
005800*                          QUEUE.
005810*================================================================
005820 2000-APPLY-TRANSACTION.
005830     IF CTM-PND-RELEASED
005840         PERFORM 2010-APPLY-RELEASED THRU 2010-EXIT
005850     END-IF.
005860     MOVE CTM-PND-REC TO CTM-PNW-REC.
005870     WRITE CTM-PNW-REC.
005880     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
005890 2000-EXIT.
005900     EXIT.
005910*================================================================
005920* 2010-APPLY-RELEASED - ADD, CHANGE OR RETIRE ONE MAPPING AS OF
005930*                       ITS EFFECTIVE-FROM DATE.  AN ITEM WITH
005940*                       NO CHECKER, OR RELEASED BY ITS OWN
005950*                       MAKER, IS REFUSED WITHOUT TOUCHING THE
005960*                       MASTER.  A TRANSACTION WHOSE DATE WON'T
005970*                       RESOLVE IS REJECTED BEFORE ANY ACTION
005980*                       RUNS.
005990*================================================================
006000 2010-APPLY-RELEASED.
006010     MOVE SPACES TO CTM-TRAN-REC.
006020     MOVE CTM-PND-TRAN TO CTM-TRAN-REC.
006030     MOVE CTM-PND-SCHEME TO CTM-TRAN-SCHEME.
006040     PERFORM 2060-RESOLVE-SCHEME THRU 2060-EXIT.
006050     IF CTM-PND-CHECKER-ID = SPACES
006060      OR CTM-PND-CHECKER-ID = CTM-PND-MAKER-ID
006070         PERFORM 2510-REFUSE-SAME-USER THRU 2510-EXIT
006080         GO TO 2010-EXIT
006090     END-IF.
006100     PERFORM 2050-RESOLVE-EFF-FROM THRU 2050-EXIT.
006110     EVALUATE TRUE
006120         WHEN CTM-EFF-FROM = ZERO
006130             PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
006140         WHEN CTM-ACTION-ADD
006150             PERFORM 2200-ADD-MAPPING THRU 2200-EXIT
006160         WHEN CTM-ACTION-CHANGE
006170             PERFORM 2300-CHANGE-MAPPING THRU 2300-EXIT
006180         WHEN CTM-ACTION-RETIRE
006190             PERFORM 2400-RETIRE-MAPPING THRU 2400-EXIT
006200         WHEN OTHER
006210             PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
006220     END-EVALUATE.
006230 2010-EXIT.
006240     EXIT.
006250*================================================================
006260* 2050-RESOLVE-EFF-FROM - RESOLVE THE TRANSACTION'S EFFECTIVE
006270*                         DATE.  BLANK OR ZERO MEANS TODAY - THE
006280*                         OLD UNDATED TRANSACTION LAYOUT.  A
006290*                         NON-NUMERIC DATE RESOLVES TO ZERO AND
006300*                         THE TRANSACTION IS REJECTED.
006310*================================================================
006320 2050-RESOLVE-EFF-FROM.
006330     EVALUATE TRUE
006340         WHEN CTM-TRAN-EFF-FROM = SPACES
006350           OR CTM-TRAN-EFF-FROM = "00000000"
006360             MOVE CTM-RUN-DATE TO CTM-EFF-FROM
006370         WHEN CTM-TRAN-EFF-FROM IS NUMERIC
006380             MOVE CTM-TRAN-EFF-FROM TO CTM-EFF-FROM
006390         WHEN OTHER
006400             MOVE ZERO TO CTM-EFF-FROM
006410     END-EVALUATE.
006420 2050-EXIT.
006430     EXIT.
006440*================================================================
006450* 2060-RESOLVE-SCHEME - A TRANSACTION NAMING NO SCHEME MAINTAINS
006460*                       BASE, AS EVERY TRANSACTION DID BEFORE
006470*                       SCHEMES EXISTED.
006480*================================================================
006490 2060-RESOLVE-SCHEME.
006500     IF CTM-TRAN-SCHEME = SPACES
006510         MOVE CTM-BASE-SCHEME TO CTM-TRAN-SCHEME
006520     END-IF.
006530 2060-EXIT.
006540     EXIT.
006550*================================================================
006560* 2100-READ-TRAN - READ THE NEXT PENDING-QUEUE ITEM.
006570*================================================================
006580 2100-READ-TRAN.
006590     READ CTM-PND-FILE
006600         AT END MOVE 'Y' TO CTM-EOF-SW
006610     END-READ.
006620 2100-EXIT.
006630     EXIT.
006640*================================================================
006650* 2200-ADD-MAPPING - ADD A NEW UC01/UC02 MAPPING.  AN ADD IS FOR
006660*                    A CODE THE MASTER HAS NEVER SEEN - ANY
006670*                    EXISTING RECORD FOR THE KEY, WHATEVER ITS
006680*                    DATE, MAKES THIS A REJECT, THE SAME WAY A
006690*                    DUPLICATE ADD ALWAYS WAS.  RESHAPING AN
006700*                    EXISTING CODE'S MEANING IS A CHANGE.
006710*================================================================
006720 2200-ADD-MAPPING.
006730     PERFORM 2700-LOCATE-MAPPING THRU 2700-EXIT.
006740     IF CTM-PRED-FOUND OR CTM-SUCC-FOUND
006750         PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
006760     ELSE
006770         MOVE CTM-TRAN-UC02-VALUE TO CTM-NEW-UC02
006780         MOVE 'A' TO CTM-NEW-STATUS
006790         PERFORM 2320-INSERT-MAPPING THRU 2320-EXIT
006800     END-IF.
006810 2200-EXIT.
006820     EXIT.
006830*================================================================
006840* 2300-CHANGE-MAPPING - CHANGE THE UC02 VALUE FOR A KEY AS OF THE
006850*                       EFFECTIVE DATE.  DATED EXACTLY ON AN
006860*                       EXISTING RECORD, THE RECORD IS CORRECTED
006870*                       IN PLACE; OTHERWISE A NEW DATED RECORD IS
006880*                       INSERTED AND THE SUPERSEDED ONE CLOSED.
006890*                       A KEY WITH NO RECORDS AT ALL IS A REJECT,
006900*                       AS A CHANGE OF AN UNKNOWN KEY ALWAYS WAS.
006910*================================================================
006920 2300-CHANGE-MAPPING.
006930     PERFORM 2700-LOCATE-MAPPING THRU 2700-EXIT.
006940     MOVE CTM-TRAN-UC02-VALUE TO CTM-NEW-UC02.
006950     MOVE 'A' TO CTM-NEW-STATUS.
006960     EVALUATE TRUE
006970         WHEN CTM-EXACT-MATCH
006980             PERFORM 2310-REPLACE-MAPPING THRU 2310-EXIT
006990         WHEN CTM-PRED-FOUND OR CTM-SUCC-FOUND
007000             PERFORM 2320-INSERT-MAPPING THRU 2320-EXIT
007010         WHEN OTHER
007020             PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
007030     END-EVALUATE.
007040 2300-EXIT.
007050     EXIT.
007060*================================================================
007070* 2310-REPLACE-MAPPING - CORRECT THE RECORD ALREADY DATED ON THE
007080*                        TRANSACTION'S EFFECTIVE DATE.  ITS
007090*                        EFFECTIVE-TO IS KEPT - THE RECORD'S
007100*                        PLACE IN THE KEY'S TIMELINE DOES NOT
007110*                        MOVE, ONLY ITS MEANING.
007120*================================================================
007130 2310-REPLACE-MAPPING.
007140     MOVE 'R' TO CTM-APPLY-TYPE.
007150     MOVE CTM-PRED-EFF-FROM TO CTM-OLD-EFF-FROM.
007160     MOVE CTM-PRED-UC02-VALUE TO CTM-OLD-UC02.
007170     MOVE CTM-PRED-STATUS TO CTM-OLD-STATUS.
007180     MOVE CTM-PRED-EFF-TO TO CTM-OLD-EFF-TO.
007190     MOVE CTM-PRED-EFF-TO TO CTM-NEW-EFF-TO.
007200     MOVE CTM-TRAN-SCHEME TO CODE-TRAN-SCHEME.
007210     MOVE CTM-TRAN-KEY TO CODE-TRAN-UC01.
007220     MOVE CTM-EFF-FROM TO CODE-TRAN-EFF-FROM.
007230     MOVE CTM-NEW-UC02 TO CODE-TRAN-UC02-VALUE.
007240     MOVE CTM-NEW-STATUS TO CODE-TRAN-STATUS.
007250     MOVE CTM-PRED-EFF-TO TO CODE-TRAN-EFF-TO.
007260     REWRITE CODE-TRAN-REC.
007270     PERFORM 2600-LOG-APPLIED THRU 2600-EXIT.
007280 2310-EXIT.
007290     EXIT.
007300*================================================================
007310* 2320-INSERT-MAPPING - WRITE A NEW DATED RECORD FOR THE KEY AND
007320*                       CLOSE ITS PREDECESSOR, IF ANY.  THE NEW
007330*                       RECORD RUNS TO THE NEXT STAGED RECORD'S
007340*                       EFFECTIVE-FROM, OR OPEN-ENDED WHEN
007350*                       NOTHING LATER IS ON FILE.
007360*================================================================
007370 2320-INSERT-MAPPING.
007380     MOVE 'I' TO CTM-APPLY-TYPE.
007390     IF CTM-PRED-FOUND
007400         MOVE CTM-PRED-EFF-FROM TO CTM-OLD-EFF-FROM
007410         MOVE CTM-PRED-UC02-VALUE TO CTM-OLD-UC02
007420         MOVE CTM-PRED-STATUS TO CTM-OLD-STATUS
007430         MOVE CTM-PRED-EFF-TO TO CTM-OLD-EFF-TO
007440     ELSE
007450         MOVE SPACES TO CTM-OLD-EFF-FROM
007460         MOVE SPACES TO CTM-OLD-UC02
007470         MOVE SPACES TO CTM-OLD-STATUS
007480         MOVE SPACES TO CTM-OLD-EFF-TO
007490     END-IF.
007500     IF CTM-SUCC-FOUND
007510         MOVE CTM-SUCC-EFF-FROM TO CTM-NEW-EFF-TO
007520     ELSE
007530         MOVE 99999999 TO CTM-NEW-EFF-TO
007540     END-IF.
007550     MOVE SPACES TO CODE-TRAN-REC.
007560     MOVE CTM-TRAN-SCHEME TO CODE-TRAN-SCHEME.
007570     MOVE CTM-TRAN-KEY TO CODE-TRAN-UC01.
007580     MOVE CTM-EFF-FROM TO CODE-TRAN-EFF-FROM.
007590     MOVE CTM-NEW-UC02 TO CODE-TRAN-UC02-VALUE.
007600     MOVE CTM-NEW-STATUS TO CODE-TRAN-STATUS.
007610     MOVE CTM-NEW-EFF-TO TO CODE-TRAN-EFF-TO.
007620     WRITE CODE-TRAN-REC
007630         INVALID KEY
007640             PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
007650         NOT INVALID KEY
007660             PERFORM 2330-CLOSE-PREDECESSOR THRU 2330-EXIT
007670             PERFORM 2600-LOG-APPLIED THRU 2600-EXIT
007680     END-WRITE.
007690 2320-EXIT.
007700     EXIT.
007710*================================================================
007720* 2330-CLOSE-PREDECESSOR - SET THE SUPERSEDED RECORD'S
007730*                          EFFECTIVE-TO TO THE NEW RECORD'S
007740*                          EFFECTIVE-FROM SO THE TWO DATE RANGES
007750*                          MEET WITHOUT OVERLAPPING.
007760*================================================================
007770 2330-CLOSE-PREDECESSOR.
007780     IF CTM-PRED-FOUND
007790         MOVE CTM-TRAN-SCHEME TO CODE-TRAN-SCHEME
007800         MOVE CTM-TRAN-KEY TO CODE-TRAN-UC01
007810         MOVE CTM-PRED-EFF-FROM TO CODE-TRAN-EFF-FROM
007820         MOVE CTM-PRED-UC02-VALUE TO CODE-TRAN-UC02-VALUE
007830         MOVE CTM-PRED-STATUS TO CODE-TRAN-STATUS
007840         MOVE CTM-EFF-FROM TO CODE-TRAN-EFF-TO
007850         REWRITE CODE-TRAN-REC
007860     END-IF.
007870 2330-EXIT.
007880     EXIT.
007890*================================================================
007900* 2400-RETIRE-MAPPING - RETIRE A UC01/UC02 MAPPING AS OF THE
007910*                       EFFECTIVE DATE.  THE RETIRED RECORD
007920*                       CARRIES THE PREDECESSOR'S UC02 VALUE
007930*                       FORWARD SO THE TIMELINE STILL SHOWS WHAT
007940*                       THE CODE LAST MEANT.  A KEY WITH NO
007950*                       RECORD ON OR BEFORE THE DATE IS A REJECT.
007960*================================================================
007970 2400-RETIRE-MAPPING.
007980     PERFORM 2700-LOCATE-MAPPING THRU 2700-EXIT.
007990     EVALUATE TRUE
008000         WHEN CTM-EXACT-MATCH
008010             MOVE CTM-PRED-UC02-VALUE TO CTM-NEW-UC02
008020             MOVE 'R' TO CTM-NEW-STATUS
008030             PERFORM 2310-REPLACE-MAPPING THRU 2310-EXIT
008040         WHEN CTM-PRED-FOUND
008050             MOVE CTM-PRED-UC02-VALUE TO CTM-NEW-UC02
008060             MOVE 'R' TO CTM-NEW-STATUS
008070             PERFORM 2320-INSERT-MAPPING THRU 2320-EXIT
008080         WHEN OTHER
008090             PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
008100     END-EVALUATE.
008110 2400-EXIT.
008120     EXIT.
008130*================================================================
008140* 2500-REJECT-TRAN - LOG A TRANSACTION THAT COULD NOT BE APPLIED
008150*                    AND MARK ITS QUEUE ITEM FAILED.
008160*================================================================
008170 2500-REJECT-TRAN.
008180     ADD 1 TO CTM-REJECT-COUNT.
008190     MOVE 'F' TO CTM-PND-STATE.
008200     MOVE CTM-TRAN-ACTION TO CTM-RPT-ACTION.
008210     MOVE CTM-TRAN-KEY TO CTM-RPT-KEY.
008220     MOVE CTM-TRAN-SCHEME TO CTM-RPT-SCHEME.
008230     MOVE "REJECTED"  TO CTM-RPT-RESULT.
008240     MOVE SPACES TO CTM-RPT-OLD-UC02.
008250     MOVE SPACES TO CTM-RPT-OLD-STATUS.
008260     MOVE SPACES TO CTM-RPT-NEW-UC02.
008270     MOVE SPACES TO CTM-RPT-NEW-STATUS.
008280     PERFORM 2550-SHOW-APPROVAL THRU 2550-EXIT.
008290     MOVE CTM-RPT-LINE TO CTM-RPT-REC.
008300     WRITE CTM-RPT-REC.
008310 2500-EXIT.
008320     EXIT.
008330*================================================================
008340* 2510-REFUSE-SAME-USER - A RELEASED ITEM WITH NO CHECKER, OR
008350*                         WHOSE CHECKER IS ITS MAKER, NEVER HAD
008360*                         A SECOND PAIR OF EYES.  IT IS MARKED
008370*                         FAILED UNAPPLIED; THE MAKER SUBMITS IT
008380*                         AGAIN FOR A PROPER CHECK.
008390*================================================================
008400 2510-REFUSE-SAME-USER.
008410     ADD 1 TO CTM-REJECT-COUNT.
008420     MOVE 'F' TO CTM-PND-STATE.
008430     MOVE CTM-TRAN-ACTION TO CTM-RPT-ACTION.
008440     MOVE CTM-TRAN-KEY TO CTM-RPT-KEY.
008450     MOVE CTM-TRAN-SCHEME TO CTM-RPT-SCHEME.
008460     IF CTM-PND-CHECKER-ID = SPACES
008470         MOVE "NO CHECKER" TO CTM-RPT-RESULT
008480     ELSE
008490         MOVE "SAME USER" TO CTM-RPT-RESULT
008500     END-IF.
008510     MOVE SPACES TO CTM-RPT-OLD-UC02.
008520     MOVE SPACES TO CTM-RPT-OLD-STATUS.
008530     MOVE SPACES TO CTM-RPT-NEW-UC02.
008540     MOVE SPACES TO CTM-RPT-NEW-STATUS.
008550     PERFORM 2550-SHOW-APPROVAL THRU 2550-EXIT.
008560     MOVE CTM-RPT-LINE TO CTM-RPT-REC.
008570     WRITE CTM-RPT-REC.
008580 2510-EXIT.
008590     EXIT.
008600*================================================================
008610* 2550-SHOW-APPROVAL - PUT THE QUEUE ITEM'S MAKER, CHECKER AND
008620*                      APPROVAL DATE/TIME ON THE REPORT LINE.
008630*================================================================
008640 2550-SHOW-APPROVAL.
008650     MOVE CTM-PND-MAKER-ID TO CTM-RPT-MAKER-ID.
008660     MOVE CTM-PND-CHECKER-ID TO CTM-RPT-CHECKER-ID.
008670     MOVE CTM-PND-DECIDE-DATE TO CTM-RPT-APPR-DATE.
008680     MOVE CTM-PND-DECIDE-TIME TO CTM-RPT-APPR-TIME.
008690 2550-EXIT.
008700     EXIT.
008710*================================================================
008720* 2600-LOG-APPLIED - LOG A TRANSACTION THAT WAS APPLIED, OLD AND
008730*                    NEW VALUES SIDE BY SIDE, AND APPEND THE
008740*                    MATCHING BEFORE/AFTER LINE TO THE JOURNAL.
008750*                    THE QUEUE ITEM IS MARKED APPLIED.
008760*================================================================
008770 2600-LOG-APPLIED.
008780     ADD 1 TO CTM-APPLIED-COUNT.
008790     MOVE 'A' TO CTM-PND-STATE.
008800     MOVE CTM-TRAN-ACTION TO CTM-RPT-ACTION.
008810     MOVE CTM-TRAN-KEY TO CTM-RPT-KEY.
008820     MOVE CTM-TRAN-SCHEME TO CTM-RPT-SCHEME.
008830     MOVE "APPLIED"   TO CTM-RPT-RESULT.
008840     MOVE CTM-OLD-UC02 TO CTM-RPT-OLD-UC02.
008850     MOVE CTM-OLD-STATUS TO CTM-RPT-OLD-STATUS.
008860     MOVE CTM-NEW-UC02 TO CTM-RPT-NEW-UC02.
008870     MOVE CTM-NEW-STATUS TO CTM-RPT-NEW-STATUS.
008880     PERFORM 2550-SHOW-APPROVAL THRU 2550-EXIT.
008890     MOVE CTM-RPT-LINE TO CTM-RPT-REC.
008900     WRITE CTM-RPT-REC.
008910     PERFORM 2650-WRITE-JOURNAL THRU 2650-EXIT.
008920 2600-EXIT.
008930     EXIT.
008940*================================================================
008950* 2650-WRITE-JOURNAL - APPEND THE BEFORE/AFTER IMAGE OF THE
008960*                      TRANSACTION JUST APPLIED TO THE
008970*                      CUMULATIVE CHANGE-HISTORY JOURNAL.
008980*================================================================
008990 2650-WRITE-JOURNAL.
009000     MOVE CTM-RUN-DATE TO CTM-JRN-DATE.
009010     MOVE CTM-RUN-TIME TO CTM-JRN-TIME.
009020     MOVE CTM-TRAN-ACTION TO CTM-JRN-ACTION.
009030     MOVE CTM-TRAN-KEY TO CTM-JRN-KEY.
009040     MOVE CTM-EFF-FROM TO CTM-JRN-EFF-FROM.
009050     MOVE CTM-OLD-UC02 TO CTM-JRN-OLD-UC02.
009060     MOVE CTM-OLD-STATUS TO CTM-JRN-OLD-STATUS.
009070     MOVE CTM-OLD-EFF-TO TO CTM-JRN-OLD-EFF-TO.
009080     MOVE CTM-NEW-UC02 TO CTM-JRN-NEW-UC02.
009090     MOVE CTM-NEW-STATUS TO CTM-JRN-NEW-STATUS.
009100     MOVE CTM-NEW-EFF-TO TO CTM-JRN-NEW-EFF-TO.
009110     MOVE CTM-APPLY-TYPE TO CTM-JRN-APPLY-TYPE.
009120     MOVE CTM-OLD-EFF-FROM TO CTM-JRN-OLD-EFF-FROM.
009130     MOVE CTM-PND-MAKER-ID TO CTM-JRN-MAKER-ID.
009140     MOVE CTM-PND-CHECKER-ID TO CTM-JRN-CHECKER-ID.
009150     MOVE CTM-PND-DECIDE-DATE TO CTM-JRN-APPR-DATE.
009160     MOVE CTM-PND-DECIDE-TIME TO CTM-JRN-APPR-TIME.
009170     MOVE CTM-PND-ITEM-NO TO CTM-JRN-ITEM-NO.
009180     MOVE CTM-TRAN-SCHEME TO CTM-JRN-SCHEME.
009190     MOVE CTM-JRN-LINE TO CTM-JRN-REC.
009200     WRITE CTM-JRN-REC.
009210 2650-EXIT.
009220     EXIT.
009230*================================================================
009240* 2700-LOCATE-MAPPING - WALK THE MASTER RECORDS FOR THE
009250*                       TRANSACTION'S SCHEME AND KEY IN ASCENDING
009260*                       EFFECTIVE-FROM ORDER AND CLASSIFY WHAT
009270*                       SITS AROUND ITS EFFECTIVE DATE: THE
009280*                       PREDECESSOR RECORD (KEPT WHOLE, FOR
009290*                       CLOSING OR CORRECTING), AN EXACT DATE
009300*                       MATCH, AND THE FIRST SUCCESSOR.
009310*================================================================
009320 2700-LOCATE-MAPPING.
009330     MOVE 'N' TO CTM-SCAN-SW.
009340     MOVE 'N' TO CTM-PRED-FOUND-SW.
009350     MOVE 'N' TO CTM-EXACT-MATCH-SW.
009360     MOVE 'N' TO CTM-SUCC-FOUND-SW.
009370     MOVE CTM-TRAN-SCHEME TO CODE-TRAN-SCHEME.
009380     MOVE CTM-TRAN-KEY TO CODE-TRAN-UC01.
009390     MOVE ZERO TO CODE-TRAN-EFF-FROM.
009400     START CODE-TRAN-FILE KEY NOT < CODE-TRAN-KEY
009410         INVALID KEY MOVE 'Y' TO CTM-SCAN-SW
009420     END-START.
009430     PERFORM 2710-SCAN-ONE-MAPPING THRU 2710-EXIT
009440         UNTIL CTM-SCAN-DONE.
009450 2700-EXIT.
009460     EXIT.
009470*================================================================
009480* 2710-SCAN-ONE-MAPPING - READ THE NEXT MASTER RECORD FOR THE
009490*                         KEY.  A RECORD FOR ANOTHER CODE OR
009500*                         ANOTHER SCHEME, OR END OF FILE, ENDS
009510*                         THE SCAN.
009520*================================================================
009530 2710-SCAN-ONE-MAPPING.
009540     READ CODE-TRAN-FILE NEXT
009550         AT END
009560             MOVE 'Y' TO CTM-SCAN-SW
009570         NOT AT END
009580             IF CODE-TRAN-UC01 NOT = CTM-TRAN-KEY
009590              OR CODE-TRAN-SCHEME NOT = CTM-TRAN-SCHEME
009600                 MOVE 'Y' TO CTM-SCAN-SW
009610             ELSE
009620                 PERFORM 2720-CLASSIFY-MAPPING THRU 2720-EXIT
009630             END-IF
009640     END-READ.
009650 2710-EXIT.
009660     EXIT.
009670*================================================================
009680* 2720-CLASSIFY-MAPPING - FILE THIS RECORD AS PREDECESSOR OR
009690*                         SUCCESSOR OF THE TRANSACTION'S
009700*                         EFFECTIVE DATE.  THE FIRST SUCCESSOR
009710*                         ENDS THE SCAN - THE KEY SEQUENCE
009720*                         GUARANTEES NOTHING EARLIER FOLLOWS IT.
009730*                         NON-NUMERIC DATES ON A RECORD
009740*                         CONVERTED FROM THE OLD UNDATED LAYOUT
009750*                         READ AS IN FORCE SINCE FOREVER AND
009760*                         OPEN-ENDED.
009770*================================================================
009780 2720-CLASSIFY-MAPPING.
009790     IF CODE-TRAN-EFF-FROM NOT NUMERIC
009800         MOVE ZERO TO CODE-TRAN-EFF-FROM
009810     END-IF.
009820     IF CODE-TRAN-EFF-TO NOT NUMERIC
009830         MOVE 99999999 TO CODE-TRAN-EFF-TO
009840     END-IF.
009850     IF CODE-TRAN-EFF-FROM > CTM-EFF-FROM
009860         MOVE 'Y' TO CTM-SUCC-FOUND-SW
009870         MOVE CODE-TRAN-EFF-FROM TO CTM-SUCC-EFF-FROM
009880         MOVE 'Y' TO CTM-SCAN-SW
009890     ELSE
009900         MOVE 'Y' TO CTM-PRED-FOUND-SW
009910         MOVE CODE-TRAN-EFF-FROM TO CTM-PRED-EFF-FROM
009920         MOVE CODE-TRAN-UC02-VALUE TO CTM-PRED-UC02-VALUE
009930         MOVE CODE-TRAN-STATUS TO CTM-PRED-STATUS
009940         MOVE CODE-TRAN-EFF-TO TO CTM-PRED-EFF-TO
009950         IF CODE-TRAN-EFF-FROM = CTM-EFF-FROM
009960             MOVE 'Y' TO CTM-EXACT-MATCH-SW
009970         END-IF
009980     END-IF.
009990 2720-EXIT.
010000     EXIT.
010010*================================================================
010020* 3000-TERMINATE - CLOSE FILES AND PUT THE UPDATED QUEUE BACK.
010030*================================================================
010040 3000-TERMINATE.
010050     CLOSE CODE-TRAN-FILE.
010060     CLOSE CTM-RPT-FILE.
010070     CLOSE CTM-JRN-FILE.
010080     IF CTM-QUEUE-ON-FILE
010090         CLOSE CTM-PND-FILE
010100         CLOSE CTM-PNW-FILE
010110         PERFORM 3100-REPLACE-QUEUE THRU 3100-EXIT
010120     END-IF.
010130 3000-EXIT.
010140     EXIT.
010150*================================================================
010160* 3100-REPLACE-QUEUE - COPY THE UPDATED QUEUE FROM THE CTMPENDW
010170*                      WORK FILE BACK OVER CTMPEND, THE WAY
010180*                      UCARCH PUTS THE RETAINED AUDIT TRAIL
010190*                      BACK FROM UC01AUDW.
010200*================================================================
010210 3100-REPLACE-QUEUE.
010220     OPEN INPUT CTM-PNW-FILE.
010230     OPEN OUTPUT CTM-PND-FILE.
010240     MOVE 'N' TO CTM-PNW-EOF-SW.
010250     PERFORM 3110-COPY-ONE-ITEM THRU 3110-EXIT
010260         UNTIL CTM-PNW-EOF.
010270     CLOSE CTM-PNW-FILE.
010280     CLOSE CTM-PND-FILE.
010290 3100-EXIT.
010300     EXIT.
010310*================================================================
010320* 3110-COPY-ONE-ITEM - COPY ONE QUEUE ITEM BACK.
010330*================================================================
010340 3110-COPY-ONE-ITEM.
010350     READ CTM-PNW-FILE
010360         AT END
010370             MOVE 'Y' TO CTM-PNW-EOF-SW
010380         NOT AT END
010390             MOVE CTM-PNW-REC TO CTM-PND-REC
010400             WRITE CTM-PND-REC
010410     END-READ.
010420 3110-EXIT.
010430     EXIT.
010440*================================================================
010450* 5000-RUN-TRIAL - IMPACT ASSESSMENT.  NOTHING IS APPLIED: THE
010460*                  QUEUE'S OPEN ITEMS ARE READ AGAINST THE
010470*                  LIVE MASTER AND THE UC01AUD HISTORY, AND AN
010480*                  ITEM LINE AND AN IMPACT LINE PER ITEM GO TO
010490*                  CTMIMP.
010500*================================================================
010510 5000-RUN-TRIAL.
010520     PERFORM 5100-TRIAL-INITIALIZE THRU 5100-EXIT.
010530     PERFORM 5150-LOAD-SUMMARY THRU 5150-EXIT.
010540     PERFORM 5200-TALLY-AUDIT THRU 5200-EXIT
010550         UNTIL CTM-AUD-EOF.
010560     PERFORM 5050-READ-OPEN-ITEM THRU 5050-EXIT.
010570     PERFORM 5400-ASSESS-TRAN THRU 5400-EXIT
010580         UNTIL CTM-EOF.
010590     PERFORM 5900-TRIAL-TERMINATE THRU 5900-EXIT.
010600 5000-EXIT.
010610     EXIT.
010620*================================================================
010630* 5050-READ-OPEN-ITEM - READ ON TO THE NEXT QUEUE ITEM STILL
010640*                       OPEN - PENDING, OR RELEASED AND NOT YET
010650*                       APPLIED - AND PRESENT IT AS A
010660*                       TRANSACTION.  DECIDED ITEMS HAVE NO
010670*                       IMPACT LEFT TO ASSESS.
010680*================================================================
010690 5050-READ-OPEN-ITEM.
010700     IF CTM-EOF
010710         GO TO 5050-EXIT
010720     END-IF.
010730     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
010740     PERFORM 2100-READ-TRAN THRU 2100-EXIT
010750         UNTIL CTM-EOF
010760            OR CTM-PND-PENDING
010770            OR CTM-PND-RELEASED.
010780     IF NOT CTM-EOF
010790         MOVE SPACES TO CTM-TRAN-REC
010800         MOVE CTM-PND-TRAN TO CTM-TRAN-REC
010810         MOVE CTM-PND-SCHEME TO CTM-TRAN-SCHEME
010820         PERFORM 2060-RESOLVE-SCHEME THRU 2060-EXIT
010830     END-IF.
010840 5050-EXIT.
010850     EXIT.
010860*================================================================
010870* 5100-TRIAL-INITIALIZE - OPEN THE TRIAL'S FILES.  THE MASTER IS
010880*                         OPENED INPUT ONLY - A TRIAL THAT CAN
010890*                         CREATE OR TOUCH THE LIVE MASTER WOULD
010900*                         DEFEAT ITS OWN PURPOSE - AND AN
010910*                         UNOPENABLE MASTER IS FATAL.  A MISSING
010920*                         AUDIT TRAIL JUST MEANS NO VOLUME
010930*                         HISTORY TO SHOW.
010940*================================================================
010950 5100-TRIAL-INITIALIZE.
010960     OPEN INPUT CTM-PND-FILE.
010970     IF CTM-PND-STATUS-CD = "00"
010980         MOVE 'Y' TO CTM-QUEUE-SW
010990     ELSE
011000         MOVE 'Y' TO CTM-EOF-SW
011010     END-IF.
011020     OPEN INPUT CODE-TRAN-FILE.
011030     IF CODE-TRAN-STATUS-CD NOT = "00"
011040         DISPLAY "CTMAINT: TRIAL NEEDS THE MASTER, OPEN "
011050             "STATUS = " CODE-TRAN-STATUS-CD
011060         MOVE 20 TO RETURN-CODE
011070         STOP RUN
011080     END-IF.
011090     OPEN OUTPUT CTM-IMP-FILE.
011100     OPEN INPUT CTM-AUD-FILE.
011110     IF CTM-AUD-STATUS-CD NOT = "00"
011120         MOVE 'Y' TO CTM-AUD-EOF-SW
011130     END-IF.
011140     ACCEPT CTM-RUN-DATE FROM DATE YYYYMMDD.
011150     ACCEPT CTM-RUN-TIME FROM TIME.
011160     MOVE SPACES TO CTM-IMP-REC.
011170     STRING "CTMAINT TRIAL " DELIMITED BY SIZE
011180            CTM-RUN-DATE DELIMITED BY SIZE
011190            " - IMPACT ONLY, NOTHING APPLIED" DELIMITED BY SIZE
011200            INTO CTM-IMP-REC.
011210     WRITE CTM-IMP-REC.
011220     IF NOT CTM-AUD-EOF
011230         PERFORM 5210-READ-AUDIT THRU 5210-EXIT
011240     END-IF.
011250 5100-EXIT.
011260     EXIT.
011270*================================================================
011280* 5150-LOAD-SUMMARY - ROLL THE CONDENSED UC01AUDS SUMMARY INTO
011290*                     THE USAGE TABLE BEFORE THE LIVE TRAIL IS
011300*                     READ.  NO SUMMARY MEANS UCARCH HAS NEVER
011310*                     RUN - THE TRAIL ALONE IS THE HISTORY.
011320*================================================================
011330 5150-LOAD-SUMMARY.
011340     OPEN INPUT CTM-SUM-FILE.
011350     IF CTM-SUM-STATUS-CD NOT = "00"
011360         GO TO 5150-EXIT
011370     END-IF.
011380     PERFORM 5160-ROLL-ONE-SUMMARY THRU 5160-EXIT
011390         UNTIL CTM-SUM-EOF.
011400     CLOSE CTM-SUM-FILE.
011410 5150-EXIT.
011420     EXIT.
011430*================================================================
011440* 5160-ROLL-ONE-SUMMARY - TALLY ONE CONDENSED LINE, WEIGHTED BY
011450*                         ITS OCCURRENCE COUNT.  LINES WHOSE
011460*                         DATE OR COUNT COLUMNS AREN'T NUMERIC
011470*                         ARE NOT SUMMARY LINES AND ARE PASSED
011480*                         OVER.
011490*================================================================
011500 5160-ROLL-ONE-SUMMARY.
011510     READ CTM-SUM-FILE
011520         AT END
011530             MOVE 'Y' TO CTM-SUM-EOF-SW
011540         NOT AT END
011550             MOVE CTM-SUM-REC TO CTM-SUM-LINE
011560             IF CTM-SUM-DATE IS NUMERIC
011570              AND CTM-SUM-COUNT IS NUMERIC
011580                 MOVE CTM-SUM-DATE TO CTM-AUD-DATE-N
011590                 MOVE CTM-SUM-UC01 TO CTM-AUD-UC01-VALUE
011600                 MOVE CTM-SUM-COUNT TO CTM-TALLY-N
011610                 PERFORM 5300-TALLY-ONE-CODE THRU 5300-EXIT
011620             END-IF
011630     END-READ.
011640 5160-EXIT.
011650     EXIT.
011660*================================================================
011670* 5200-TALLY-AUDIT - ROLL ONE AUDIT LINE INTO THE USAGE TABLE.
011680*                    LINES WHOSE DATE COLUMNS AREN'T NUMERIC ARE
011690*                    NOT AUDIT LINES AND ARE PASSED OVER.
011700*================================================================
011710 5200-TALLY-AUDIT.
011720     MOVE CTM-AUD-REC TO CTM-AUD-LINE.
011730     IF CTM-AUD-DATE IS NUMERIC
011740         MOVE CTM-AUD-DATE TO CTM-AUD-DATE-N
011750         MOVE 1 TO CTM-TALLY-N
011760         PERFORM 5300-TALLY-ONE-CODE THRU 5300-EXIT
011770     END-IF.
011780     PERFORM 5210-READ-AUDIT THRU 5210-EXIT.
011790 5200-EXIT.
011800     EXIT.
011810*================================================================
011820* 5210-READ-AUDIT - READ THE NEXT AUDIT TRAIL LINE.
011830*================================================================
011840 5210-READ-AUDIT.
011850     READ CTM-AUD-FILE
011860         AT END MOVE 'Y' TO CTM-AUD-EOF-SW
011870     END-READ.
011880 5210-EXIT.
011890     EXIT.
011900*================================================================
011910* 5300-TALLY-ONE-CODE - FIND OR CREATE THE USAGE ENTRY FOR THIS
011920*                       LINE'S UC01.  A NEW RUN DATE ON AN
011930*                       EXISTING ENTRY BUMPS ITS DAY COUNT, SO
011940*                       VOLUME CAN BE READ AS RECORDS OVER DAYS.
011950*================================================================
011960 5300-TALLY-ONE-CODE.
011970     MOVE 'N' TO CTM-USE-FOUND-SW.
011980     PERFORM 5310-SCAN-USE-ENTRY THRU 5310-EXIT
011990         VARYING CTM-USE-IX FROM 1 BY 1
012000         UNTIL CTM-USE-IX > CTM-USE-USED
012010            OR CTM-USE-FOUND.
012020     IF NOT CTM-USE-FOUND
012030         IF CTM-USE-USED = 512
012040             DISPLAY "CTMAINT: TRIAL USAGE TABLE FULL - MORE "
012050                 "DISTINCT CODES THAN IT HOLDS"
012060             MOVE 20 TO RETURN-CODE
012070             STOP RUN
012080         END-IF
012090         ADD 1 TO CTM-USE-USED
012100         SET CTM-USE-IX TO CTM-USE-USED
012110         MOVE CTM-AUD-UC01-VALUE TO CTM-USE-CODE (CTM-USE-IX)
012120         MOVE CTM-TALLY-N TO CTM-USE-COUNT (CTM-USE-IX)
012130         MOVE 1 TO CTM-USE-DAYS (CTM-USE-IX)
012140         MOVE CTM-AUD-DATE-N TO CTM-USE-LAST-DATE (CTM-USE-IX)
012150     END-IF.
012160 5300-EXIT.
012170     EXIT.
012180*================================================================
012190* 5310-SCAN-USE-ENTRY - CHECK ONE USAGE TABLE SLOT.
012200*================================================================
012210 5310-SCAN-USE-ENTRY.
012220     IF CTM-AUD-UC01-VALUE = CTM-USE-CODE (CTM-USE-IX)
012230         ADD CTM-TALLY-N TO CTM-USE-COUNT (CTM-USE-IX)
012240         IF CTM-AUD-DATE-N NOT = CTM-USE-LAST-DATE (CTM-USE-IX)
012250             ADD 1 TO CTM-USE-DAYS (CTM-USE-IX)
012260             MOVE CTM-AUD-DATE-N TO CTM-USE-LAST-DATE (CTM-USE-IX)
012270         END-IF
012280         MOVE 'Y' TO CTM-USE-FOUND-SW
012290     END-IF.
012300 5310-EXIT.
012310     EXIT.
012320*================================================================
012330* 5400-ASSESS-TRAN - WRITE THE ITEM LINE (NUMBER, MAKER,
012340*                    REASON) AND THE IMPACT LINE FOR ONE OPEN
012350*                    QUEUE ITEM: TODAY'S VALUE, THE VALUE AFTER
012360*                    THE CHANGE, AND THE KEY'S ARRIVAL VOLUME.
012370*================================================================
012380 5400-ASSESS-TRAN.
012390     PERFORM 9000-SET-ITEM-LINE THRU 9000-EXIT.
012400     IF CTM-PND-PENDING
012410         MOVE "PENDING" TO CTM-QRP-RESULT
012420     ELSE
012430         MOVE "RELEASED" TO CTM-QRP-RESULT
012440     END-IF.
012450     MOVE CTM-QRP-LINE TO CTM-IMP-REC.
012460     WRITE CTM-IMP-REC.
012470     PERFORM 2050-RESOLVE-EFF-FROM THRU 2050-EXIT.
012480     MOVE CTM-TRAN-ACTION TO CTM-IMP-ACTION.
012490     MOVE CTM-TRAN-KEY TO CTM-IMP-KEY.
012500     MOVE CTM-EFF-FROM TO CTM-IMP-EFF.
012510     PERFORM 5500-LOOKUP-TODAY THRU 5500-EXIT.
012520     EVALUATE TRUE
012530         WHEN CTM-EFF-FROM = ZERO
012540             MOVE "BADDTE" TO CTM-IMP-AFTER
012550         WHEN CTM-ACTION-ADD OR CTM-ACTION-CHANGE
012560             MOVE CTM-TRAN-UC02-VALUE TO CTM-IMP-AFTER
012570         WHEN CTM-ACTION-RETIRE
012580             MOVE "REJECT" TO CTM-IMP-AFTER
012590         WHEN OTHER
012600             MOVE "BADACT" TO CTM-IMP-AFTER
012610     END-EVALUATE.
012620     PERFORM 5600-FIND-USAGE THRU 5600-EXIT.
012630     MOVE CTM-IMP-LINE TO CTM-IMP-REC.
012640     WRITE CTM-IMP-REC.
012650     PERFORM 5050-READ-OPEN-ITEM THRU 5050-EXIT.
012660 5400-EXIT.
012670     EXIT.
012680*================================================================
012690* 5500-LOOKUP-TODAY - WHAT UC03 VALUE DOES THIS KEY PRODUCE ON
012700*                     TODAY'S RUN?  2700-LOCATE-MAPPING IS
012710*                     BORROWED WITH THE EFFECTIVE DATE PARKED
012720*                     AND TODAY IN ITS PLACE - ITS PREDECESSOR
012730*                     IS EXACTLY THE GOVERNING RECORD THE DAILY
012740*                     RUN WOULD PICK.
012750*================================================================
012760 5500-LOOKUP-TODAY.
012770     MOVE CTM-EFF-FROM TO CTM-SAVE-EFF-FROM.
012780     MOVE CTM-RUN-DATE TO CTM-EFF-FROM.
012790     PERFORM 2700-LOCATE-MAPPING THRU 2700-EXIT.
012800     IF CTM-PRED-FOUND
012810      AND CTM-PRED-STATUS = 'A'
012820      AND CTM-PRED-EFF-TO > CTM-RUN-DATE
012830         MOVE CTM-PRED-UC02-VALUE TO CTM-IMP-NOW
012840     ELSE
012850         MOVE "REJECT" TO CTM-IMP-NOW
012860     END-IF.
012870     MOVE CTM-SAVE-EFF-FROM TO CTM-EFF-FROM.
012880 5500-EXIT.
012890     EXIT.
012900*================================================================
012910* 5600-FIND-USAGE - PULL THE KEY'S ARRIVAL VOLUME INTO THE
012920*                   IMPACT LINE.  A KEY NEVER SEEN ON THE AUDIT
012930*                   TRAIL SHOWS ZERO VOLUME OVER ZERO DAYS.
012940*================================================================
012950 5600-FIND-USAGE.
012960     MOVE ZERO TO CTM-IMP-VOL.
012970     MOVE ZERO TO CTM-IMP-DAYS.
012980     MOVE 'N' TO CTM-USE-FOUND-SW.
012990     PERFORM 5610-MATCH-USE-ENTRY THRU 5610-EXIT
013000         VARYING CTM-USE-IX FROM 1 BY 1
013010         UNTIL CTM-USE-IX > CTM-USE-USED
013020            OR CTM-USE-FOUND.
013030 5600-EXIT.
013040     EXIT.
013050*================================================================
013060* 5610-MATCH-USE-ENTRY - CHECK ONE USAGE SLOT AGAINST THE
013070*                        TRANSACTION'S KEY.
013080*================================================================
013090 5610-MATCH-USE-ENTRY.
013100     IF CTM-TRAN-KEY = CTM-USE-CODE (CTM-USE-IX)
013110         MOVE CTM-USE-COUNT (CTM-USE-IX) TO CTM-IMP-VOL
013120         MOVE CTM-USE-DAYS (CTM-USE-IX) TO CTM-IMP-DAYS
013130         MOVE 'Y' TO CTM-USE-FOUND-SW
013140     END-IF.
013150 5610-EXIT.
013160     EXIT.
013170*================================================================
013180* 5900-TRIAL-TERMINATE - CLOSE THE TRIAL'S FILES.
013190*================================================================
013200 5900-TRIAL-TERMINATE.
013210     IF CTM-QUEUE-ON-FILE
013220         CLOSE CTM-PND-FILE
013230     END-IF.
013240     CLOSE CODE-TRAN-FILE.
013250     CLOSE CTM-IMP-FILE.
013260     IF CTM-AUD-STATUS-CD = "00" OR CTM-AUD-STATUS-CD = "10"
013270         CLOSE CTM-AUD-FILE
013280     END-IF.
013290 5900-EXIT.
013300     EXIT.
013310*================================================================
013320* 6000-RUN-SUBMIT - THE MAKER'S STEP.  EVERY CTMTRAN LINE WITH A
013330*                   KNOWN ACTION, A KEY AND A REASON IS QUEUED
013340*                   PENDING UNDER THE MAKER'S USER ID; ANYTHING
013350*                   ELSE IS LISTED NOT QUEUED AND SETS RETURN
013360*                   CODE 4.  NOTHING TOUCHES THE MASTER.
013370*================================================================
013380 6000-RUN-SUBMIT.
013390     MOVE CTM-ARG-PARM TO CTM-USER-ID.
013400     IF CTM-USER-ID = SPACES
013410         DISPLAY "CTMAINT: SUBMIT NEEDS THE MAKER'S USER ID"
013420         MOVE 20 TO RETURN-CODE
013430         STOP RUN
013440     END-IF.
013450     PERFORM 6100-FIND-LAST-ITEM THRU 6100-EXIT.
013460     OPEN INPUT CTM-TRAN-FILE.
013470     IF CTM-TRAN-STATUS-CD NOT = "00"
013480         DISPLAY "CTMAINT: CTMTRAN COULD NOT BE OPENED, "
013490             "STATUS = " CTM-TRAN-STATUS-CD
013500         MOVE 20 TO RETURN-CODE
013510         STOP RUN
013520     END-IF.
013530     OPEN EXTEND CTM-PND-FILE.
013540     IF CTM-PND-STATUS-CD NOT = "00"
013550         OPEN OUTPUT CTM-PND-FILE
013560     END-IF.
013570     OPEN OUTPUT CTM-RPT-FILE.
013580     ACCEPT CTM-RUN-DATE FROM DATE YYYYMMDD.
013590     ACCEPT CTM-RUN-TIME FROM TIME.
013600     MOVE SPACES TO CTM-RPT-REC.
013610     STRING "CTMAINT SUBMIT BY " DELIMITED BY SIZE
013620            CTM-USER-ID DELIMITED BY SIZE
013630            " " DELIMITED BY SIZE
013640            CTM-RUN-DATE DELIMITED BY SIZE
013650            " - QUEUED FOR A CHECKER, NOTHING APPLIED"
013660            DELIMITED BY SIZE
013670            INTO CTM-RPT-REC.
013680     WRITE CTM-RPT-REC.
013690     PERFORM 6200-READ-SUBMISSION THRU 6200-EXIT.
013700     PERFORM 6300-QUEUE-ONE-TRAN THRU 6300-EXIT
013710         UNTIL CTM-EOF.
013720     MOVE SPACES TO CTM-RPT-REC.
013730     STRING "QUEUED " DELIMITED BY SIZE
013740            CTM-QUEUED-COUNT DELIMITED BY SIZE
013750            " NOT QUEUED " DELIMITED BY SIZE
013760            CTM-NOTQ-COUNT DELIMITED BY SIZE
013770            INTO CTM-RPT-REC.
013780     WRITE CTM-RPT-REC.
013790     CLOSE CTM-TRAN-FILE.
013800     CLOSE CTM-PND-FILE.
013810     CLOSE CTM-RPT-FILE.
013820     IF CTM-NOTQ-COUNT > ZERO
013830         MOVE 4 TO RETURN-CODE
013840     END-IF.
013850 6000-EXIT.
013860     EXIT.
013870*================================================================
013880* 6100-FIND-LAST-ITEM - FIND THE HIGHEST ITEM NUMBER ALREADY ON
013890*                       THE QUEUE SO NEW ITEMS NUMBER ON FROM
013900*                       IT.  NO QUEUE YET STARTS AT ONE.
013910*================================================================
013920 6100-FIND-LAST-ITEM.
013930     MOVE ZERO TO CTM-ITEM-NO.
013940     OPEN INPUT CTM-PND-FILE.
013950     IF CTM-PND-STATUS-CD NOT = "00"
013960         GO TO 6100-EXIT
013970     END-IF.
013980     PERFORM 6110-SCAN-ONE-ITEM THRU 6110-EXIT
013990         UNTIL CTM-PND-EOF.
014000     CLOSE CTM-PND-FILE.
014010 6100-EXIT.
014020     EXIT.
014030*================================================================
014040* 6110-SCAN-ONE-ITEM - NOTE ONE QUEUE ITEM'S NUMBER.
014050*================================================================
014060 6110-SCAN-ONE-ITEM.
014070     READ CTM-PND-FILE
014080         AT END
014090             MOVE 'Y' TO CTM-PND-EOF-SW
014100         NOT AT END
014110             IF CTM-PND-ITEM-NO IS NUMERIC
014120              AND CTM-PND-ITEM-NO > CTM-ITEM-NO
014130                 MOVE CTM-PND-ITEM-NO TO CTM-ITEM-NO
014140             END-IF
014150     END-READ.
014160 6110-EXIT.
014170     EXIT.
014180*================================================================
014190* 6200-READ-SUBMISSION - READ THE NEXT MAINTENANCE TRANSACTION.
014200*================================================================
014210 6200-READ-SUBMISSION.
014220     READ CTM-TRAN-FILE
014230         AT END MOVE 'Y' TO CTM-EOF-SW
014240     END-READ.
014250 6200-EXIT.
014260     EXIT.
014270*================================================================
014280* 6300-QUEUE-ONE-TRAN - QUEUE ONE TRANSACTION, OR LIST WHY IT
014290*                       WASN'T.  THE EFFECTIVE DATE IS LEFT FOR
014300*                       THE APPLY STEP TO RESOLVE, AS IT ALWAYS
014310*                       WAS.
014320*================================================================
014330 6300-QUEUE-ONE-TRAN.
014340     PERFORM 2060-RESOLVE-SCHEME THRU 2060-EXIT.
014350     MOVE SPACES TO CTM-QRP-LINE.
014360     MOVE CTM-TRAN-ACTION TO CTM-QRP-ACTION.
014370     MOVE CTM-TRAN-KEY TO CTM-QRP-KEY.
014380     MOVE CTM-TRAN-SCHEME TO CTM-QRP-SCHEME.
014390     MOVE CTM-TRAN-UC02-VALUE TO CTM-QRP-UC02.
014400     MOVE CTM-TRAN-EFF-FROM TO CTM-QRP-EFF-FROM.
014410     MOVE CTM-USER-ID TO CTM-QRP-USER.
014420     MOVE CTM-TRAN-REASON TO CTM-QRP-DETAIL.
014430     EVALUATE TRUE
014440         WHEN NOT CTM-ACTION-ADD
014450          AND NOT CTM-ACTION-CHANGE
014460          AND NOT CTM-ACTION-RETIRE
014470             MOVE "NO - BAD ACTION" TO CTM-QRP-RESULT
014480             ADD 1 TO CTM-NOTQ-COUNT
014490         WHEN CTM-TRAN-KEY = SPACES
014500             MOVE "NO - BLANK KEY" TO CTM-QRP-RESULT
014510             ADD 1 TO CTM-NOTQ-COUNT
014520         WHEN CTM-TRAN-REASON = SPACES
014530             MOVE "NO - NO REASON" TO CTM-QRP-RESULT
014540             ADD 1 TO CTM-NOTQ-COUNT
014550         WHEN OTHER
014560             PERFORM 6400-ADD-QUEUE-ITEM THRU 6400-EXIT
014570     END-EVALUATE.
014580     MOVE CTM-QRP-LINE TO CTM-RPT-REC.
014590     WRITE CTM-RPT-REC.
014600     PERFORM 6200-READ-SUBMISSION THRU 6200-EXIT.
014610 6300-EXIT.
014620     EXIT.
014630*================================================================
014640* 6400-ADD-QUEUE-ITEM - APPEND ONE PENDING ITEM TO THE QUEUE.
014650*================================================================
014660 6400-ADD-QUEUE-ITEM.
014670     ADD 1 TO CTM-ITEM-NO.
014680     MOVE SPACES TO CTM-PND-REC.
014690     MOVE CTM-ITEM-NO TO CTM-PND-ITEM-NO.
014700     MOVE 'P' TO CTM-PND-STATE.
014710     MOVE CTM-TRAN-ACTION TO CTM-PND-ACTION.
014720     MOVE CTM-TRAN-KEY TO CTM-PND-KEY.
014730     MOVE CTM-TRAN-UC02-VALUE TO CTM-PND-UC02-VALUE.
014740     MOVE CTM-TRAN-EFF-FROM TO CTM-PND-EFF-FROM.
014750     MOVE CTM-USER-ID TO CTM-PND-MAKER-ID.
014760     MOVE CTM-RUN-DATE TO CTM-PND-SUBMIT-DATE.
014770     MOVE CTM-RUN-TIME TO CTM-PND-SUBMIT-TIME.
014780     MOVE ZERO TO CTM-PND-DECIDE-DATE.
014790     MOVE ZERO TO CTM-PND-DECIDE-TIME.
014800     MOVE CTM-TRAN-REASON TO CTM-PND-REASON.
014810     MOVE CTM-TRAN-SCHEME TO CTM-PND-SCHEME.
014820     WRITE CTM-PND-REC.
014830     ADD 1 TO CTM-QUEUED-COUNT.
014840     MOVE CTM-ITEM-NO TO CTM-QRP-ITEM-NO.
014850     MOVE "QUEUED PENDING" TO CTM-QRP-RESULT.
014860 6400-EXIT.
014870     EXIT.
014880*================================================================
014890* 7000-RUN-CHECK - THE CHECKER'S STEP.  EACH CTMDECN DECISION
014900*                  RELEASES OR REJECTS ONE PENDING ITEM AND
014910*                  STAMPS THE CHECKER AND DECISION DATE/TIME ON
014920*                  IT.  AN ITEM THE CHECKER SUBMITTED, ONE NO
014930*                  LONGER PENDING, A DECISION FOR NO SUCH ITEM
014940*                  AND A BAD DECISION LINE ARE ALL LISTED AS
014950*                  REFUSED, LEAVE THE QUEUE AS IT WAS, AND SET
014960*                  RETURN CODE 4.  NOTHING TOUCHES THE MASTER.
014970*================================================================
014980 7000-RUN-CHECK.
014990     MOVE CTM-ARG-PARM TO CTM-USER-ID.
015000     IF CTM-USER-ID = SPACES
015010         DISPLAY "CTMAINT: CHECK NEEDS THE CHECKER'S USER ID"
015020         MOVE 20 TO RETURN-CODE
015030         STOP RUN
015040     END-IF.
015050     OPEN INPUT CTM-PND-FILE.
015060     IF CTM-PND-STATUS-CD NOT = "00"
015070         DISPLAY "CTMAINT: NO CTMPEND QUEUE ON FILE - NOTHING "
015080             "TO CHECK"
015090         MOVE 20 TO RETURN-CODE
015100         STOP RUN
015110     END-IF.
015120     OPEN INPUT CTM-DEC-FILE.
015130     IF CTM-DEC-STATUS-CD NOT = "00"
015140         DISPLAY "CTMAINT: CTMDECN COULD NOT BE OPENED, "
015150             "STATUS = " CTM-DEC-STATUS-CD
015160         MOVE 20 TO RETURN-CODE
015170         STOP RUN
015180     END-IF.
015190     OPEN OUTPUT CTM-PNW-FILE.
015200     OPEN OUTPUT CTM-RPT-FILE.
015210     ACCEPT CTM-RUN-DATE FROM DATE YYYYMMDD.
015220     ACCEPT CTM-RUN-TIME FROM TIME.
015230     MOVE SPACES TO CTM-RPT-REC.
015240     STRING "CTMAINT CHECK BY " DELIMITED BY SIZE
015250            CTM-USER-ID DELIMITED BY SIZE
015260            " " DELIMITED BY SIZE
015270            CTM-RUN-DATE DELIMITED BY SIZE
015280            " - RELEASE/REJECT DECISIONS, NOTHING APPLIED"
015290            DELIMITED BY SIZE
015300            INTO CTM-RPT-REC.
015310     WRITE CTM-RPT-REC.
015320     PERFORM 7100-LOAD-DECISION THRU 7100-EXIT
015330         UNTIL CTM-DEC-EOF.
015340     CLOSE CTM-DEC-FILE.
015350     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
015360     PERFORM 7200-CHECK-ONE-ITEM THRU 7200-EXIT
015370         UNTIL CTM-EOF.
015380     PERFORM 7300-REPORT-UNMATCHED THRU 7300-EXIT
015390         VARYING CTM-DEC-IX FROM 1 BY 1
015400         UNTIL CTM-DEC-IX > CTM-DEC-USED.
015410     MOVE SPACES TO CTM-RPT-REC.
015420     STRING "DECIDED " DELIMITED BY SIZE
015430            CTM-DECIDED-COUNT DELIMITED BY SIZE
015440            " REFUSED " DELIMITED BY SIZE
015450            CTM-REFUSED-COUNT DELIMITED BY SIZE
015460            INTO CTM-RPT-REC.
015470     WRITE CTM-RPT-REC.
015480     CLOSE CTM-PND-FILE.
015490     CLOSE CTM-PNW-FILE.
015500     CLOSE CTM-RPT-FILE.
015510     PERFORM 3100-REPLACE-QUEUE THRU 3100-EXIT.
015520     IF CTM-REFUSED-COUNT > ZERO
015530         MOVE 4 TO RETURN-CODE
015540     END-IF.
015550 7000-EXIT.
015560     EXIT.
015570*================================================================
015580* 7100-LOAD-DECISION - READ ONE DECISION LINE.
015590*================================================================
015600 7100-LOAD-DECISION.
015610     READ CTM-DEC-FILE
015620         AT END
015630             MOVE 'Y' TO CTM-DEC-EOF-SW
015640         NOT AT END
015650             PERFORM 7110-HOLD-DECISION THRU 7110-EXIT
015660     END-READ.
015670 7100-EXIT.
015680     EXIT.
015690*================================================================
015700* 7110-HOLD-DECISION - HOLD ONE DECISION.  A NON-NUMERIC ITEM
015710*                      NUMBER OR A DECISION OTHER THAN R/J IS A
015720*                      BAD LINE; A SECOND DECISION FOR THE SAME
015730*                      ITEM IS REFUSED - THE FIRST STANDS.
015740*================================================================
015750 7110-HOLD-DECISION.
015760     MOVE SPACES TO CTM-QRP-LINE.
015770     MOVE CTM-DEC-ITEM-NO TO CTM-QRP-ITEM-NO.
015780     IF CTM-DEC-ITEM-NO NOT NUMERIC
015790      OR (NOT CTM-DEC-RELEASE AND NOT CTM-DEC-REJECT)
015800         MOVE "BAD DECISION" TO CTM-QRP-RESULT
015810         MOVE CTM-DEC-REC TO CTM-QRP-DETAIL
015820         PERFORM 7900-WRITE-REFUSAL THRU 7900-EXIT
015830         GO TO 7110-EXIT
015840     END-IF.
015850     MOVE CTM-DEC-ITEM-NO TO CTM-DEC-ITEM-N.
015860     MOVE 'N' TO CTM-DEC-FOUND-SW.
015870     PERFORM 7120-MATCH-DECISION THRU 7120-EXIT
015880         VARYING CTM-DEC-IX FROM 1 BY 1
015890         UNTIL CTM-DEC-IX > CTM-DEC-USED
015900            OR CTM-DEC-FOUND.
015910     IF CTM-DEC-FOUND
015920         MOVE "DUPLICATE DECISN" TO CTM-QRP-RESULT
015930         PERFORM 7900-WRITE-REFUSAL THRU 7900-EXIT
015940         GO TO 7110-EXIT
015950     END-IF.
015960     IF CTM-DEC-USED = 500
015970         DISPLAY "CTMAINT: MORE THAN 500 DECISIONS IN ONE CHECK "
015980             "RUN - SPLIT CTMDECN"
015990         MOVE 20 TO RETURN-CODE
016000         STOP RUN
016010     END-IF.
016020     ADD 1 TO CTM-DEC-USED.
016030     SET CTM-DEC-IX TO CTM-DEC-USED.
016040     MOVE CTM-DEC-ITEM-N TO CTM-DEC-T-ITEM (CTM-DEC-IX).
016050     MOVE CTM-DEC-DECISION TO CTM-DEC-T-DECISION (CTM-DEC-IX).
016060     MOVE 'N' TO CTM-DEC-T-USED (CTM-DEC-IX).
016070 7110-EXIT.
016080     EXIT.
016090*================================================================
016100* 7120-MATCH-DECISION - IS THIS ITEM ALREADY DECIDED ON FILE?
016110*================================================================
016120 7120-MATCH-DECISION.
016130     IF CTM-DEC-T-ITEM (CTM-DEC-IX) = CTM-DEC-ITEM-N
016140         MOVE 'Y' TO CTM-DEC-FOUND-SW
016150     END-IF.
016160 7120-EXIT.
016170     EXIT.
016180*================================================================
016190* 7200-CHECK-ONE-ITEM - APPLY ANY DECISION FOR THIS QUEUE ITEM
016200*                       AND CARRY THE ITEM ONTO THE REWRITTEN
016210*                       QUEUE.
016220*================================================================
016230 7200-CHECK-ONE-ITEM.
016240     MOVE 'N' TO CTM-DEC-FOUND-SW.
016250     IF CTM-PND-ITEM-NO IS NUMERIC
016260         PERFORM 7210-DECIDE-ONE-ITEM THRU 7210-EXIT
016270             VARYING CTM-DEC-IX FROM 1 BY 1
016280             UNTIL CTM-DEC-IX > CTM-DEC-USED
016290                OR CTM-DEC-FOUND
016300     END-IF.
016310     MOVE CTM-PND-REC TO CTM-PNW-REC.
016320     WRITE CTM-PNW-REC.
016330     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
016340 7200-EXIT.
016350     EXIT.
016360*================================================================
016370* 7210-DECIDE-ONE-ITEM - IF THIS DECISION IS FOR THE ITEM IN
016380*                        HAND, RELEASE OR REJECT IT - UNLESS IT
016390*                        IS NO LONGER PENDING, OR THE CHECKER
016400*                        IS THE USER WHO SUBMITTED IT.
016410*================================================================
016420 7210-DECIDE-ONE-ITEM.
016430     IF CTM-DEC-T-ITEM (CTM-DEC-IX) NOT = CTM-PND-ITEM-NO
016440         GO TO 7210-EXIT
016450     END-IF.
016460     MOVE 'Y' TO CTM-DEC-FOUND-SW.
016470     MOVE 'Y' TO CTM-DEC-T-USED (CTM-DEC-IX).
016480     PERFORM 9000-SET-ITEM-LINE THRU 9000-EXIT.
016490     EVALUATE TRUE
016500         WHEN NOT CTM-PND-PENDING
016510             MOVE "NOT PENDING" TO CTM-QRP-RESULT
016520             ADD 1 TO CTM-REFUSED-COUNT
016530         WHEN CTM-PND-MAKER-ID = CTM-USER-ID
016540             MOVE "NO - OWN ITEM" TO CTM-QRP-RESULT
016550             ADD 1 TO CTM-REFUSED-COUNT
016560         WHEN OTHER
016570             MOVE CTM-DEC-T-DECISION (CTM-DEC-IX)
016580                 TO CTM-PND-STATE
016590             MOVE CTM-USER-ID TO CTM-PND-CHECKER-ID
016600             MOVE CTM-RUN-DATE TO CTM-PND-DECIDE-DATE
016610             MOVE CTM-RUN-TIME TO CTM-PND-DECIDE-TIME
016620             ADD 1 TO CTM-DECIDED-COUNT
016630             IF CTM-PND-RELEASED
016640                 MOVE "RELEASED" TO CTM-QRP-RESULT
016650             ELSE
016660                 MOVE "REJECTED" TO CTM-QRP-RESULT
016670             END-IF
016680     END-EVALUATE.
016690     MOVE CTM-QRP-LINE TO CTM-RPT-REC.
016700     WRITE CTM-RPT-REC.
016710 7210-EXIT.
016720     EXIT.
016730*================================================================
016740* 7300-REPORT-UNMATCHED - A DECISION NO QUEUE ITEM CLAIMED.
016750*================================================================
016760 7300-REPORT-UNMATCHED.
016770     IF CTM-DEC-T-USED (CTM-DEC-IX) = 'N'
016780         MOVE SPACES TO CTM-QRP-LINE
016790         MOVE CTM-DEC-T-ITEM (CTM-DEC-IX) TO CTM-QRP-ITEM-NO
016800         MOVE "NO SUCH ITEM" TO CTM-QRP-RESULT
016810         PERFORM 7900-WRITE-REFUSAL THRU 7900-EXIT
016820     END-IF.
016830 7300-EXIT.
016840     EXIT.
016850*================================================================
016860* 7900-WRITE-REFUSAL - LIST A DECISION THAT COULD NOT BE TAKEN.
016870*================================================================
016880 7900-WRITE-REFUSAL.
016890     ADD 1 TO CTM-REFUSED-COUNT.
016900     MOVE CTM-QRP-LINE TO CTM-RPT-REC.
016910     WRITE CTM-RPT-REC.
016920 7900-EXIT.
016930     EXIT.
016940*================================================================
016950* 8000-RUN-EXCEPT - EXCEPTION REPORT.  EVERY ITEM STILL PENDING
016960*                   MORE THAN THE GIVEN NUMBER OF BUSINESS DAYS
016970*                   AFTER IT WAS SUBMITTED, OR RELEASED AND
016980*                   STILL NOT APPLIED THAT LONG AFTER ITS
016990*                   RELEASE, IS LISTED ON CTMEXC WITH ITS AGE.
017000*                   ANY SUCH ITEM SETS RETURN CODE 4.  A BAD
017010*                   DAYS PARM OR NO CALENDAR IS FATAL.
017020*================================================================
017030 8000-RUN-EXCEPT.
017040     MOVE CTM-ARG-PARM TO CTM-DAYS-PARM.
017050     IF CTM-DAYS-PARM NOT = SPACES
017060         PERFORM 8050-RIGHT-ALIGN-DAYS THRU 8050-EXIT
017070             UNTIL CTM-DAYS-PARM (3:1) NOT = SPACE
017080         INSPECT CTM-DAYS-PARM REPLACING LEADING " " BY "0"
017090         IF CTM-DAYS-PARM NOT NUMERIC
017100          OR CTM-ARG-PARM (4:5) NOT = SPACES
017110             DISPLAY "CTMAINT: EXCEPT DAYS " CTM-ARG-PARM
017120                 " IS NOT A NUMBER OF DAYS (UP TO 999)"
017130             MOVE 20 TO RETURN-CODE
017140             STOP RUN
017150         END-IF
017160         MOVE CTM-DAYS-PARM TO CTM-EXC-DAYS
017170     END-IF.
017180     ACCEPT CTM-RUN-DATE FROM DATE YYYYMMDD.
017190     PERFORM 8100-LOAD-CALENDAR THRU 8100-EXIT.
017200     OPEN OUTPUT CTM-EXC-FILE.
017210     MOVE SPACES TO CTM-EXC-REC.
017220     STRING "CTMAINT QUEUE EXCEPTIONS " DELIMITED BY SIZE
017230            CTM-RUN-DATE DELIMITED BY SIZE
017240            " - OPEN MORE THAN " DELIMITED BY SIZE
017250            CTM-EXC-DAYS DELIMITED BY SIZE
017260            " BUSINESS DAYS" DELIMITED BY SIZE
017270            INTO CTM-EXC-REC.
017280     WRITE CTM-EXC-REC.
017290     OPEN INPUT CTM-PND-FILE.
017300     IF CTM-PND-STATUS-CD = "00"
017310         PERFORM 2100-READ-TRAN THRU 2100-EXIT
017320         PERFORM 8200-AGE-ONE-ITEM THRU 8200-EXIT
017330             UNTIL CTM-EOF
017340         CLOSE CTM-PND-FILE
017350     END-IF.
017360     MOVE SPACES TO CTM-EXC-REC.
017370     STRING "ITEMS OVERDUE " DELIMITED BY SIZE
017380            CTM-EXC-COUNT DELIMITED BY SIZE
017390            INTO CTM-EXC-REC.
017400     WRITE CTM-EXC-REC.
017410     CLOSE CTM-EXC-FILE.
017420     IF CTM-EXC-COUNT > ZERO
017430         MOVE 4 TO RETURN-CODE
017440     END-IF.
017450 8000-EXIT.
017460     EXIT.
017470*================================================================
017480* 8050-RIGHT-ALIGN-DAYS - SLIDE THE DAYS PARM RIGHT, THE SAME
017490*                         NORMALIZATION UCDISP DOES FOR ITS
017500*                         SEQUENCE-NUMBER PARM.
017510*================================================================
017520 8050-RIGHT-ALIGN-DAYS.
017530     MOVE CTM-DAYS-PARM TO CTM-DAYS-WORK.
017540     MOVE SPACES TO CTM-DAYS-PARM.
017550     MOVE CTM-DAYS-WORK (1:2) TO CTM-DAYS-PARM (2:2).
017560 8050-EXIT.
017570     EXIT.
017580*================================================================
017590* 8100-LOAD-CALENDAR - LOAD THE UC01CAL BUSINESS DATES UP TO
017600*                      TODAY.  NO CALENDAR, OR MORE DATES THAN
017610*                      THE TABLE HOLDS, IS FATAL.
017620*================================================================
017630 8100-LOAD-CALENDAR.
017640     OPEN INPUT CTM-CAL-FILE.
017650     IF CTM-CAL-STATUS-CD NOT = "00"
017660         DISPLAY "CTMAINT: UC01CAL COULD NOT BE OPENED, "
017670             "STATUS = " CTM-CAL-STATUS-CD
017680         MOVE 20 TO RETURN-CODE
017690         STOP RUN
017700     END-IF.
017710     PERFORM 8110-READ-ONE-DATE THRU 8110-EXIT
017720         UNTIL CTM-CAL-EOF.
017730     CLOSE CTM-CAL-FILE.
017740 8100-EXIT.
017750     EXIT.
017760*================================================================
017770* 8110-READ-ONE-DATE - READ ONE CALENDAR LINE.  NON-NUMERIC
017780*                      LINES ARE NOT DATES.
017790*================================================================
017800 8110-READ-ONE-DATE.
017810     READ CTM-CAL-FILE
017820         AT END
017830             MOVE 'Y' TO CTM-CAL-EOF-SW
017840             GO TO 8110-EXIT
017850     END-READ.
017860     MOVE CTM-CAL-REC TO CTM-CAL-LINE.
017870     IF CTM-CAL-L-DATE NOT NUMERIC
017880         GO TO 8110-EXIT
017890     END-IF.
017900     MOVE CTM-CAL-L-DATE TO CTM-CAL-DATE-N.
017910     IF CTM-CAL-DATE-N > CTM-RUN-DATE
017920         GO TO 8110-EXIT
017930     END-IF.
017940     IF CTM-CAL-TOTAL = 1000
017950         DISPLAY "CTMAINT: UC01CAL CARRIES MORE THAN 1000 "
017960             "DATES UP TO TODAY"
017970         MOVE 20 TO RETURN-CODE
017980         STOP RUN
017990     END-IF.
018000     ADD 1 TO CTM-CAL-TOTAL.
018010     MOVE CTM-CAL-DATE-N TO CTM-CAL-DATE (CTM-CAL-TOTAL).
018020 8110-EXIT.
018030     EXIT.
018040*================================================================
018050* 8200-AGE-ONE-ITEM - AGE ONE OPEN QUEUE ITEM AND LIST IT IF IT
018060*                     IS OVERDUE.  A PENDING ITEM AGES FROM ITS
018070*                     SUBMIT DATE, A RELEASED ONE FROM ITS
018080*                     RELEASE DATE.
018090*================================================================
018100 8200-AGE-ONE-ITEM.
018110     EVALUATE TRUE
018120         WHEN CTM-PND-PENDING
018130          AND CTM-PND-SUBMIT-DATE IS NUMERIC
018140             MOVE CTM-PND-SUBMIT-DATE TO CTM-AGE-SINCE
018150             PERFORM 8300-CHECK-AGE THRU 8300-EXIT
018160         WHEN CTM-PND-RELEASED
018170          AND CTM-PND-DECIDE-DATE IS NUMERIC
018180             MOVE CTM-PND-DECIDE-DATE TO CTM-AGE-SINCE
018190             PERFORM 8300-CHECK-AGE THRU 8300-EXIT
018200     END-EVALUATE.
018210     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
018220 8200-EXIT.
018230     EXIT.
018240*================================================================
018250* 8300-CHECK-AGE - COUNT THE BUSINESS DAYS SINCE THE ITEM'S
018260*                  DATE AND LIST IT WHEN THAT IS MORE THAN THE
018270*                  LIMIT.
018280*================================================================
018290 8300-CHECK-AGE.
018300     MOVE ZERO TO CTM-AGE.
018310     PERFORM 8310-COUNT-ONE-DAY THRU 8310-EXIT
018320         VARYING CTM-CAL-IX FROM 1 BY 1
018330         UNTIL CTM-CAL-IX > CTM-CAL-TOTAL.
018340     IF CTM-AGE NOT > CTM-EXC-DAYS
018350         GO TO 8300-EXIT
018360     END-IF.
018370     ADD 1 TO CTM-EXC-COUNT.
018380     PERFORM 9000-SET-ITEM-LINE THRU 9000-EXIT.
018390     IF CTM-PND-PENDING
018400         MOVE "PENDING" TO CTM-QRP-RESULT
018410     ELSE
018420         MOVE "RELEASED-UNAPPLD" TO CTM-QRP-RESULT
018430     END-IF.
018440     MOVE CTM-AGE TO CTM-AGE-D.
018450     MOVE SPACES TO CTM-QRP-DETAIL.
018460     STRING "OPEN " DELIMITED BY SIZE
018470            CTM-AGE-D DELIMITED BY SIZE
018480            " BUSINESS DAYS" DELIMITED BY SIZE
018490            INTO CTM-QRP-DETAIL.
018500     MOVE CTM-QRP-LINE TO CTM-EXC-REC.
018510     WRITE CTM-EXC-REC.
018520 8300-EXIT.
018530     EXIT.
018540*================================================================
018550* 8310-COUNT-ONE-DAY - COUNT ONE CALENDAR DATE AFTER THE ITEM'S.
018560*================================================================
018570 8310-COUNT-ONE-DAY.
018580     IF CTM-CAL-DATE (CTM-CAL-IX) > CTM-AGE-SINCE
018590         ADD 1 TO CTM-AGE
018600     END-IF.
018610 8310-EXIT.
018620     EXIT.
018630*================================================================
018640* 9000-SET-ITEM-LINE - LOAD THE QUEUE REPORT LINE FROM THE QUEUE
018650*                      ITEM IN HAND: NUMBER, TRANSACTION, MAKER
018660*                      AND REASON.
018670*================================================================
018680 9000-SET-ITEM-LINE.
018690     MOVE SPACES TO CTM-QRP-LINE.
018700     MOVE CTM-PND-ITEM-NO TO CTM-QRP-ITEM-NO.
018710     MOVE CTM-PND-ACTION TO CTM-QRP-ACTION.
018720     MOVE CTM-PND-KEY TO CTM-QRP-KEY.
018730     IF CTM-PND-SCHEME = SPACES
018740         MOVE CTM-BASE-SCHEME TO CTM-QRP-SCHEME
018750     ELSE
018760         MOVE CTM-PND-SCHEME TO CTM-QRP-SCHEME
018770     END-IF.
018780     MOVE CTM-PND-UC02-VALUE TO CTM-QRP-UC02.
018790     MOVE CTM-PND-EFF-FROM TO CTM-QRP-EFF-FROM.
018800     MOVE CTM-PND-MAKER-ID TO CTM-QRP-USER.
018810     MOVE CTM-PND-REASON TO CTM-QRP-DETAIL.
018820 9000-EXIT.
018830     EXIT.

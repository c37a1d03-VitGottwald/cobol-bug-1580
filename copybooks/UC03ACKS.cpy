      *=============================================================*
      *  UC03ACKS.CPY                                                *
      *  ACKNOWLEDGEMENT STATE RECORD - ONE LINE PER PROCESSING      *
      *  DATE, CYCLE AND SCHEME (SPACES = BASE), REWRITTEN WHOLE BY  *
      *  EVERY UCACKREC RUN FOR EVERY DATE IT JUDGED, AND READ BY    *
      *  UCSTATUS FOR THE BOARD.                                     *
      *  THE STATE IS THE WORST FINDING FOR THE DATE:                *
      *    ACKNOWLEDGED - LOADED ONCE, COUNTS AGREE                  *
      *    AWAITING     - RELEASED, NOT YET ACKNOWLEDGED, INSIDE     *
      *                   THE GRACE DAYS                             *
      *    OVERDUE      - RELEASED, NOT ACKNOWLEDGED AFTER THE       *
      *                   GRACE DAYS                                 *
      *    DUPLICATE    - ACKNOWLEDGED MORE THAN ONCE                *
      *    MISMATCH     - LOADED COUNT OR SEQUENCE RANGE DISAGREES   *
      *                   WITH THE MANIFEST OR THE UC03 TRAILER      *
      *    NOT-ISSUED   - ACKNOWLEDGED A BATCH WE NEVER RELEASED     *
      *                   FOR THE DATE                               *
      *  THE AGE IS THE BUSINESS DAYS SINCE THE DATE (UC01CAL) FOR   *
      *  AN UNACKNOWLEDGED DATE, ZERO OTHERWISE; THE AS-OF DATE IS   *
      *  THE RECONCILIATION RUN THAT WROTE THE LINE.                 *
      *=============================================================*
       01  UC03-AKS-REC.
           05  UC03-AKS-PROC-DATE           PIC 9(08).
           05  FILLER                       PIC X(01).
           05  UC03-AKS-CYCLE               PIC X(02).
           05  FILLER                       PIC X(01).
           05  UC03-AKS-STATE               PIC X(12).
               88  UC03-AKS-ACKNOWLEDGED          VALUE "ACKNOWLEDGED".
               88  UC03-AKS-AWAITING              VALUE "AWAITING".
               88  UC03-AKS-OVERDUE               VALUE "OVERDUE".
               88  UC03-AKS-DUPLICATE             VALUE "DUPLICATE".
               88  UC03-AKS-MISMATCH              VALUE "MISMATCH".
               88  UC03-AKS-NOT-ISSUED            VALUE "NOT-ISSUED".
           05  FILLER                       PIC X(01).
           05  UC03-AKS-ACK-COUNT           PIC 9(03).
           05  FILLER                       PIC X(01).
           05  UC03-AKS-LOADED              PIC 9(09).
           05  FILLER                       PIC X(01).
           05  UC03-AKS-ISSUED              PIC 9(09).
           05  FILLER                       PIC X(01).
           05  UC03-AKS-AGE                 PIC 9(04).
           05  FILLER                       PIC X(01).
           05  UC03-AKS-ASOF-DATE           PIC 9(08).
           05  FILLER                       PIC X(01).
           05  UC03-AKS-SCHEME              PIC X(08).
           05  FILLER                       PIC X(09).

002050*    BYTES 2-9 ARE THE BUSINESS DATE AS YYYYMMDD, E.G.           *
002060*    PARM='N20260822'.  BYTE 10, WHEN PRESENT AND SET TO O,      *
002070*    OVERRIDES THE CALENDAR SEQUENCE CHECK SO AN APPROVED         *
002080*    OUT-OF-SEQUENCE DATE CAN POST.  BYTES 11-12, WHEN PRESENT,   *
002090*    ARE THE DUPLICATE LOOK-BACK WINDOW IN BUSINESS DAYS (DEFAULT *
002095*    05, 00 = CHECK THIS RUN ONLY).  THE PARM IS RECEIVED IN      *
002105*    PARM-INFO, NOT FROM THE COMMAND LINE.                        *
002200*                                                                *
002300*    MODIFICATION HISTORY                                       *
004699*                     RECORDS), AND MADE THE RESTART HISTORY    *
004699*                     ROW LOG ONLY THE REMAINDER IT ACTUALLY    *
004699*                     PROCESSED SO INPUT = GOOD + REJECT.       *
004699*    2026-10-15   JH  ADDED DUPLICATE DETECTION - A TRANSACTION  *
004699*                     WHOSE KEY, A, B, AND OPERATION CODE        *
004699*                     ALREADY POSTED EARLIER IN THIS RUN, OR IN  *
004699*                     A RUN WITHIN THE LOOK-BACK WINDOW OF PRIOR *
004699*                     BUSINESS DATES (PARM BYTES 11-12, RESOLVED *
004699*                     THROUGH THE CALENDAR AND RUN HISTORY       *
004699*                     AGAINST THE AUDIT TRAIL), REJECTS WITH     *
004699*                     REASON 06.  A BACKED-OUT RUN DOES NOT      *
004699*                     COUNT, AND A DUPLICATE RELEASED THROUGH    *
004699*                     MULTFIX BYPASSES THE CHECK.                *
004699*    2026-10-15   JH  EVERY TRANSACTION KEY IS CHECKED AGAINST   *
004699*                     THE KEY REGISTRY (MULTKEY) BEFORE IT CAN   *
004699*                     POST - AN UNKNOWN KEY REJECTS AS REASON    *
004699*                     07, A CLOSED KEY AS 08, AND A KEY POSTING  *
004699*                     FROM A REGION OTHER THAN ITS OWNER AS 09,  *
004699*                     SO A MISTYPED KEY CAN NO LONGER OPEN A     *
004699*                     MASTER RECORD OF ITS OWN.                  *
004699*    2026-10-15   JH  GOOD POSTINGS NOW ALSO STEP THE MASTER'S   *
004699*                     MONTH-TO-DATE AND YEAR-TO-DATE BUCKETS.  A *
004699*                     BUSINESS DATE IN A MONTH MULTCLOS HAS      *
004699*                     CLOSED IS REFUSED, AS IS THE FIRST DATE OF *
004699*                     A NEW MONTH WHILE THE PREVIOUS POSTED      *
004699*                     MONTH IS STILL OPEN.                       *
004699*    2026-10-15   JH  THE REGIONAL FILES ARE NO LONGER FIXED AT  *
004699*                     THREE - THE RUN READS UP TO SIX REGIONAL   *
004699*                     SLOTS (MULTTRN1-6) IN SLOT ORDER, BUT ONLY *
004699*                     THE SLOTS MULTPRE'S REGION STATUS FILE     *
004699*                     (MULTRSTA) CLEARS TO POST TONIGHT, SO A    *
004699*                     REGION SKIPPED ON SUPERVISOR APPROVAL IS   *
004699*                     NEVER READ.  THE PENDING FILE FOLLOWS THE  *
004699*                     LAST SLOT.  NO STATUS ROWS FOR THE         *
004699*                     BUSINESS DATE REFUSES THE RUN.             *
004699*    2026-10-15   JH  LARGE-VALUE HOLD - A GOOD TRANSACTION      *
004699*                     WHOSE ABSOLUTE C EXCEEDS THE THRESHOLD FOR *
004699*                     ITS REGION AND OPERATION CODE (MULTHLIM)   *
004699*                     IS WRITTEN TO THE HOLD QUEUE (MULTHOLD)    *
004699*                     AND NOT POSTED.  AN ITEM A SUPERVISOR      *
004699*                     RELEASED THROUGH MULTAPPR COMES BACK ON    *
004699*                     THE PENDING FILE, BYPASSES THE THRESHOLD,  *
004699*                     AND POSTS WITH THE APPROVER ON ITS AUDIT   *
004699*                     ROW.  HELD ROWS COUNT TOWARD THE RESTART   *
004699*                     POSITION AND THE RUN HISTORY CARRIES THE   *
004699*                     HELD COUNT.                                *
004699*    2026-10-15   JH  THE INPUT FILE EACH TRANSACTION ARRIVED ON *
004699*                     (REGIONAL SLOT, OR 7 FOR THE PENDING FILE) *
004699*                     IS CARRIED ON THE OUTPUT, REJECT, AND HOLD *
004699*                     ROWS, SO MULTRTN CAN TIE EACH OFFICE'S     *
004699*                     RETURN FILE TO ITS OWN TRAILER COUNT.      *
004699*    2026-10-15   JH  FUTURE-DATED TRANSACTIONS - A GOOD         *
004699*                     TRANSACTION WHOSE EFFECTIVE DATE IS LATER  *
004699*                     THAN THE BUSINESS DATE IS APPENDED TO THE  *
004699*                     SCHEDULED-TRANSACTION FILE (MULTSCHD)      *
004699*                     INSTEAD OF POSTING, FOR MULTSCHR TO QUEUE  *
004699*                     BACK ON THE PENDING FILE WHEN IT FALLS     *
004699*                     DUE.  AN EFFECTIVE DATE THAT IS NOT A      *
004699*                     CALENDAR DATE REJECTS AS REASON 10.  A     *
004699*                     STANDING-INSTRUCTION OCCURRENCE (SOURCE S, *
004699*                     HONOURED ONLY OFF THE PENDING FILE)        *
004699*                     BYPASSES THE DUPLICATE CHECK.  SCHEDULED   *
004699*                     ROWS COUNT TOWARD THE RESTART POSITION AND *
004699*                     THE RUN HISTORY CARRIES THE SCHEDULED      *
004699*                     COUNT.                                     *
004699*    2026-10-15   JH  EVERY MASTER POSTING ALSO APPENDS A DATED  *
004699*                     SNAPSHOT OF THE KEY'S NEW POSITION TO THE  *
004699*                     MASTER SNAPSHOT FILE (MULTMSNP), STAMPED   *
004699*                     WITH THE BUSINESS DATE AND RUN NUMBER, FOR *
004699*                     MULTSNPQ'S AS-OF INQUIRIES.                *
004699*    2026-10-15   JH  A DUPLICATE RELEASE IS HONOURED ONLY OFF   *
004699*                     THE PENDING FILE.  A RESTART PUTS A        *
004699*                     SKIPPED RECORD ON THE DUPLICATE TABLE ONLY *
004699*                     IF THE ABENDED RUN POSTED IT.  EACH REJECT *
004699*                     CARRIES THE TRANSACTION'S EFFECTIVE DATE   *
004699*                     FOR MULTFIX TO RESUBMIT WITH.              *
004699*    2026-10-15   JH  A RESTART ALSO PUTS A SKIPPED HELD OR      *
004699*                     SCHEDULED ITEM ON THE DUPLICATE TABLE, AS  *
004699*                     A NORMAL PASS DOES - ONLY A REJECT IS LEFT *
004699*                     OFF.                                       *
004700******************************************************************
004800
004900 ENVIRONMENT DIVISION.
005820         ORGANIZATION IS SEQUENTIAL.
005830     SELECT MULT-TRANS-FILE-3  ASSIGN TO "MULTTRN3"
005840         ORGANIZATION IS SEQUENTIAL.
005841     SELECT MULT-TRANS-FILE-4  ASSIGN TO "MULTTRN4"
005842         ORGANIZATION IS SEQUENTIAL.
005843     SELECT MULT-TRANS-FILE-5  ASSIGN TO "MULTTRN5"
005844         ORGANIZATION IS SEQUENTIAL.
005845     SELECT MULT-TRANS-FILE-6  ASSIGN TO "MULTTRN6"
005846         ORGANIZATION IS SEQUENTIAL.
005850     SELECT MULT-PENDING-FILE  ASSIGN TO "MULTPEND"
005860         ORGANIZATION IS SEQUENTIAL.
005900     SELECT OUTPUT-FILE        ASSIGN TO "MULTOUT"
006248         ORGANIZATION IS SEQUENTIAL.
006252     SELECT CALENDAR-FILE      ASSIGN TO "MULTCAL"
006254         ORGANIZATION IS SEQUENTIAL.
006254     SELECT RGNSTAT-FILE       ASSIGN TO "MULTRSTA"
006254         ORGANIZATION IS SEQUENTIAL.
006254     SELECT HOLD-LIMIT-FILE    ASSIGN TO "MULTHLIM"
006254         ORGANIZATION IS SEQUENTIAL.
006254     SELECT HOLD-FILE          ASSIGN TO "MULTHOLD"
006254         ORGANIZATION IS SEQUENTIAL.
006254     SELECT SCHED-FILE         ASSIGN TO "MULTSCHD"
006254         ORGANIZATION IS SEQUENTIAL.
006254     SELECT MSNAP-FILE         ASSIGN TO "MULTMSNP"
006254         ORGANIZATION IS SEQUENTIAL.
006250     SELECT MASTER-FILE        ASSIGN TO "MULTMST"
006260         ORGANIZATION IS INDEXED
006270         ACCESS MODE IS RANDOM
006280         RECORD KEY IS MASTER-FILE-KEY.
006290     SELECT KEYREG-FILE        ASSIGN TO "MULTKEY"
006292         ORGANIZATION IS INDEXED
006294         ACCESS MODE IS RANDOM
006296         RECORD KEY IS KEYREG-FILE-KEY.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006990     RECORDING MODE IS F.
006995 01  MULT-TRANS-FILE-3-RECORD   PIC X(80).
006996
006996 FD  MULT-TRANS-FILE-4
006996     LABEL RECORDS ARE STANDARD
006996     RECORDING MODE IS F.
006996 01  MULT-TRANS-FILE-4-RECORD   PIC X(80).
006996
006996 FD  MULT-TRANS-FILE-5
006996     LABEL RECORDS ARE STANDARD
006996     RECORDING MODE IS F.
006996 01  MULT-TRANS-FILE-5-RECORD   PIC X(80).
006996
006996 FD  MULT-TRANS-FILE-6
006996     LABEL RECORDS ARE STANDARD
006996     RECORDING MODE IS F.
006996 01  MULT-TRANS-FILE-6-RECORD   PIC X(80).
006996
006997 FD  MULT-PENDING-FILE
006998     LABEL RECORDS ARE STANDARD
006999     RECORDING MODE IS F.
008479     RECORDING MODE IS F.
008479 01  CALENDAR-FILE-RECORD       PIC X(80).
008479
008479 FD  RGNSTAT-FILE
008479     LABEL RECORDS ARE STANDARD
008479     RECORDING MODE IS F.
008479 01  RGNSTAT-FILE-RECORD        PIC X(80).
008479
008479 FD  HOLD-LIMIT-FILE
008479     LABEL RECORDS ARE STANDARD
008479     RECORDING MODE IS F.
008479 01  HOLD-LIMIT-FILE-RECORD     PIC X(80).
008479
008479 FD  HOLD-FILE
008479     LABEL RECORDS ARE STANDARD
008479     RECORDING MODE IS F.
008479 01  HOLD-FILE-RECORD           PIC X(80).
008479
008479 FD  SCHED-FILE
008479     LABEL RECORDS ARE STANDARD
008479     RECORDING MODE IS F.
008479 01  SCHED-FILE-RECORD          PIC X(80).
008479
008479 FD  MSNAP-FILE
008479     LABEL RECORDS ARE STANDARD
008479     RECORDING MODE IS F.
008479 01  MSNAP-FILE-RECORD          PIC X(80).
008479
008480 FD  MASTER-FILE
008482     RECORD CONTAINS 80 CHARACTERS.
008484 01  MASTER-FILE-RECORD.
008486     05  MASTER-FILE-KEY         PIC X(06).
008488     05  FILLER                  PIC X(74).
008490
008491 FD  KEYREG-FILE
008492     RECORD CONTAINS 80 CHARACTERS.
008493 01  KEYREG-FILE-RECORD.
008494     05  KEYREG-FILE-KEY         PIC X(06).
008495     05  FILLER                  PIC X(74).
008496
008500 WORKING-STORAGE SECTION.
008600*    SHARED A/B/C, ERROR AND RECORD LAYOUTS.
008700     COPY MULTREC.
009110 77  MULT-GOT-RECORD-SW          PIC X(01) VALUE "N".
009120     88  MULT-GOT-RECORD-YES                VALUE "Y".
009130 77  MULT-INPUT-FILE-NO          PIC 9(01) VALUE 1.
009140 77  MULT-LAST-INPUT-FILE        PIC 9(01) VALUE 7.
009200 77  MULT-OUTPUT-EOF-SW          PIC X(01) VALUE "N".
009210     88  MULT-OUTPUT-EOF-YES                VALUE "Y".
009220 77  MULT-REJECT-EOF-SW          PIC X(01) VALUE "N".
009660 77  MULT-RUN-NUMBER             PIC 9(06) VALUE ZERO.
009670 77  MULT-RUN-DATE               PIC 9(08) VALUE ZERO.
009680 77  MULT-PARM-DATE              PIC X(08) VALUE SPACES.
009681 77  MULT-RUN-MONTH              PIC 9(06) VALUE ZERO.
009681 77  MULT-LAST-RUN-MONTH         PIC 9(06) VALUE ZERO.
009682
009683*    PROCESSING-CALENDAR WORKING FIELDS.
009684 77  MULT-CAL-OVERRIDE           PIC X(01) VALUE SPACE.
009690 77  MULT-CAL-COUNT              PIC 9(06) VALUE ZERO.
009691 77  MULT-NEXT-BUS-DATE          PIC 9(08) VALUE ZERO.
009690
009691*    DUPLICATE-DETECTION WORKING FIELDS.  THE LOOK-BACK WINDOW
009691*    IS A NUMBER OF BUSINESS DAYS; THE RING HOLDS THE MOST
009691*    RECENT THAT MANY CALENDAR DATES BEFORE THE RUN DATE, SO ITS
009691*    OLDEST ENTRY IS THE FIRST BUSINESS DATE IN THE WINDOW.
009691 77  MULT-DUP-LOOKBACK           PIC 9(02) VALUE 05.
009691 77  MULT-DUP-LOOKBACK-MAX       PIC 9(02) VALUE 30.
009691 77  MULT-DUP-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
009691 77  MULT-DUP-RING-IX            PIC 9(04) COMP VALUE ZERO.
009691 77  MULT-DUP-RING-WRAPPED-SW    PIC X(01) VALUE "N".
009691     88  MULT-DUP-RING-WRAPPED-YES          VALUE "Y".
009691 01  MULT-DUP-RING-TABLE.
009691     05  MULT-DUP-RING-DATE      PIC 9(08) OCCURS 30 TIMES.
009691 77  MULT-HISTORY-EOF-SW         PIC X(01) VALUE "N".
009691     88  MULT-HISTORY-EOF-YES               VALUE "Y".
009691 77  MULT-AUDIT-EOF-SW           PIC X(01) VALUE "N".
009691     88  MULT-AUDIT-EOF-YES                 VALUE "Y".
009691 77  MULT-DUP-FOUND-SW           PIC X(01) VALUE "N".
009691     88  MULT-DUP-FOUND-YES                 VALUE "Y".
009691 77  MULT-DUP-FULL-SW            PIC X(01) VALUE "N".
009691     88  MULT-DUP-FULL-YES                  VALUE "Y".
009691 77  MULT-DUP-RUN-NUMBER         PIC 9(06) VALUE ZERO.
009691
009691*    THE RUNS INSIDE THE LOOK-BACK WINDOW, FROM THE RUN HISTORY,
009691*    WITH A FLAG SET WHEN THE AUDIT TRAIL SHOWS THE RUN WAS
009691*    BACKED OUT BY MULTUNDO.
009691 77  MULT-DUP-RUN-MAX            PIC 9(04) COMP VALUE 500.
009691 77  MULT-DUP-RUN-COUNT          PIC 9(04) COMP VALUE ZERO.
009691 77  MULT-DUP-RUN-IX             PIC 9(04) COMP VALUE ZERO.
009691 01  MULT-DUP-RUN-TABLE.
009691     05  MULT-DUP-RUN-ENTRY OCCURS 500 TIMES.
009691         10  MULT-DUP-RUN-TAB-NUMBER PIC 9(06).
009691         10  MULT-DUP-RUN-TAB-REVERSED PIC X(01).
009691
009691*    EVERY TRANSACTION ALREADY SEEN - POSTED IN A WINDOW RUN (FROM
009691*    THE AUDIT TRAIL) OR POSTED EARLIER IN THIS RUN.
009691 77  MULT-DUP-ENTRY-MAX          PIC 9(04) COMP VALUE 9999.
009691 77  MULT-DUP-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
009691 77  MULT-DUP-IX                 PIC 9(04) COMP VALUE ZERO.
009691 01  MULT-DUP-TABLE.
009691     05  MULT-DUP-ENTRY OCCURS 9999 TIMES.
009691         10  MULT-DUP-TAB-KEY    PIC X(06).
009691         10  MULT-DUP-TAB-A      PIC X(05).
009691         10  MULT-DUP-TAB-B      PIC X(05).
009691         10  MULT-DUP-TAB-OP     PIC X(01).
009691         10  MULT-DUP-TAB-RUN    PIC 9(06).
009691 77  MULT-DUP-OP                 PIC X(01) VALUE SPACE.
009691
009692*    RUN-HISTORY WORKING FIELDS.
009694 77  MULT-START-TIME             PIC 9(08) VALUE ZERO.
009696 77  MULT-GOOD-COUNT             PIC 9(06) VALUE ZERO.
009698 77  MULT-REJ-COUNT              PIC 9(06) VALUE ZERO.
009699
009699*    REGION STATUS WORKING FIELDS.  ONE POST FLAG PER REGIONAL
009699*    SLOT, SET FROM MULTPRE'S STATUS ROWS FOR THE BUSINESS DATE -
009699*    A SLOT NOT FLAGGED Y IS NEITHER OPENED NOR READ.
009699 77  MULT-RGNSTAT-EOF-SW         PIC X(01) VALUE "N".
009699     88  MULT-RGNSTAT-EOF-YES               VALUE "Y".
009699 77  MULT-RGNSTAT-COUNT          PIC 9(04) COMP VALUE ZERO.
009699 77  MULT-SLOT-MAX               PIC 9(04) COMP VALUE 6.
009699 77  MULT-SLOT-IX                PIC 9(04) COMP VALUE ZERO.
009699 01  MULT-SLOT-TABLE.
009699     05  MULT-SLOT-POST          PIC X(01) OCCURS 6 TIMES.
009699
009699*    LARGE-VALUE HOLD WORKING FIELDS.  THE THRESHOLDS ARE LOADED
009699*    ONCE FROM THE HOLD-LIMIT FILE; THE RANK OF A MATCHING ROW IS
009699*    4 FOR REGION AND OPERATION, 3 FOR REGION ONLY, 2 FOR
009699*    OPERATION ONLY, 1 FOR THE ** * CATCH-ALL - HIGHEST WINS.
009699 77  MULT-HLIM-EOF-SW            PIC X(01) VALUE "N".
009699     88  MULT-HLIM-EOF-YES                  VALUE "Y".
009699 77  MULT-HOLD-EOF-SW            PIC X(01) VALUE "N".
009699     88  MULT-HOLD-EOF-YES                  VALUE "Y".
009699 77  MULT-HOLD-ITEM-SW           PIC X(01) VALUE "N".
009699     88  MULT-HOLD-ITEM-YES                 VALUE "Y".
009699 77  MULT-HLIM-MAX               PIC 9(04) COMP VALUE 100.
009699 77  MULT-HLIM-COUNT             PIC 9(04) COMP VALUE ZERO.
009699 77  MULT-HLIM-IX                PIC 9(04) COMP VALUE ZERO.
009699 01  MULT-HLIM-TABLE.
009699     05  MULT-HLIM-ENTRY OCCURS 100 TIMES.
009699         10  MULT-HLIM-TAB-REGION PIC X(02).
009699         10  MULT-HLIM-TAB-OP    PIC X(01).
009699         10  MULT-HLIM-TAB-LIMIT PIC 9(10).
009699 77  MULT-HLIM-RANK              PIC 9(01) VALUE ZERO.
009699 77  MULT-HLIM-BEST-RANK         PIC 9(01) VALUE ZERO.
009699 77  MULT-HLIM-BEST-LIMIT        PIC 9(10) VALUE ZERO.
009699 77  MULT-HOLD-ABS-C             PIC 9(10) VALUE ZERO.
009699 77  MULT-HELD-COUNT             PIC 9(06) VALUE ZERO.
009699 77  MULT-APPROVER-ID            PIC X(08) VALUE SPACES.
009699
009699*    FUTURE-DATED TRANSACTION WORKING FIELDS.  THE EFFECTIVE DATE
009699*    IS PROVED A REAL CALENDAR DATE AGAINST THE DAYS IN ITS MONTH
009699*    (FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY
009699*    YEAR NOT DIVISIBLE BY 400).  ZERO MEANS NO EFFECTIVE DATE.
009699 77  MULT-SCHED-EOF-SW           PIC X(01) VALUE "N".
009699     88  MULT-SCHED-EOF-YES                 VALUE "Y".
009699 77  MULT-SCHED-ITEM-SW          PIC X(01) VALUE "N".
009699     88  MULT-SCHED-ITEM-YES                VALUE "Y".
009699 77  MULT-EFF-VALID-SW           PIC X(01) VALUE "N".
009699     88  MULT-EFF-VALID-YES                 VALUE "Y".
009699 77  MULT-SCHED-COUNT            PIC 9(06) VALUE ZERO.
009699 01  MULT-EFF-DATE               PIC 9(08) VALUE ZERO.
009699 01  MULT-EFF-DATE-PARTS REDEFINES MULT-EFF-DATE.
009699     05  MULT-EFF-YEAR           PIC 9(04).
009699     05  MULT-EFF-MONTH          PIC 9(02).
009699     05  MULT-EFF-DAY            PIC 9(02).
009699 01  MULT-MONTH-DAYS-VALUES.
009699     05  FILLER                  PIC X(24) VALUE
009699         "312831303130313130313031".
009699 01  MULT-MONTH-DAYS-TABLE REDEFINES MULT-MONTH-DAYS-VALUES.
009699     05  MULT-MONTH-DAYS         PIC 9(02) OCCURS 12 TIMES.
009699 77  MULT-EFF-MONTH-DAYS         PIC 9(02) VALUE ZERO.
009699 77  MULT-LEAP-QUOTIENT          PIC 9(04) VALUE ZERO.
009699 77  MULT-LEAP-REMAINDER         PIC 9(04) VALUE ZERO.
009699
009700*    CHECKPOINT/RESTART WORKING FIELDS.
009800 77  MULT-INPUT-COUNT            PIC 9(06) VALUE ZERO.
009900 77  MULT-CKPT-INTERVAL          PIC 9(04) VALUE 0050.
010244*    YYYYMMDD, E.G. PARM='N20260822'.  THE DATE IS REQUIRED - A
010246*    MISSING OR MALFORMED DATE REFUSES THE RUN (CC 8) SO THE
010248*    DUPLICATE-POSTING CHECK CAN NEVER BE SKIPPED BY ACCIDENT.
010249*    BYTES 11-12 ARE THE DUPLICATE LOOK-BACK WINDOW IN BUSINESS
010249*    DAYS, E.G. PARM='N20260822 05'.
010250 01  PARM-INFO.
010260     05  PARM-LENGTH             PIC S9(04) COMP.
010270     05  PARM-TEXT               PIC X(12).
010280
010300 PROCEDURE DIVISION USING PARM-INFO.
010400******************************************************************
011941     IF PARM-LENGTH >= 10
011942         MOVE PARM-TEXT(10:1) TO MULT-CAL-OVERRIDE
011943     END-IF.
011943     IF PARM-LENGTH >= 12
011943         IF PARM-TEXT(11:2) NUMERIC
011943             MOVE PARM-TEXT(11:2) TO MULT-DUP-LOOKBACK
011943         END-IF
011943     END-IF.
011943     IF MULT-DUP-LOOKBACK > MULT-DUP-LOOKBACK-MAX
011943         MOVE MULT-DUP-LOOKBACK-MAX TO MULT-DUP-LOOKBACK
011943     END-IF.
011945     IF MULT-PARM-DATE NUMERIC
011950         MOVE MULT-PARM-DATE TO MULT-RUN-DATE
011955     ELSE
011988             " OR PARM BYTE 1 = Y FOR A RESTART."
011990         GO TO 1000-EXIT
011995     END-IF.
011995     PERFORM 1060-CHECK-CLOSED-PERIOD THRU 1060-EXIT.
011995     IF MULT-RUN-REFUSED-YES
011995         GO TO 1000-EXIT
011995     END-IF.
011996     PERFORM 1070-CHECK-CALENDAR THRU 1070-EXIT.
011997     IF MULT-RUN-REFUSED-YES
011998         GO TO 1000-EXIT
011999     END-IF.
011996     ADD 1 TO MULT-CTL-LAST-RUN-NUMBER
011997         GIVING MULT-RUN-NUMBER.
011997     PERFORM 1400-LOAD-REGION-STATUS THRU 1400-EXIT.
011997     IF MULT-RUN-REFUSED-YES
011997         GO TO 1000-EXIT
011997     END-IF.
011998     PERFORM 1300-LOAD-DUPLICATE-HISTORY THRU 1300-EXIT.
011998     PERFORM 1500-LOAD-HOLD-LIMITS THRU 1500-EXIT.
011999     MOVE ZERO TO MULT-SLOT-IX.
012000     PERFORM 3300-OPEN-INPUT-SLOT THRU 3300-EXIT
012001         UNTIL MULT-SLOT-IX >= MULT-SLOT-MAX.
012030     OPEN INPUT MULT-PENDING-FILE.
012035     OPEN INPUT KEYREG-FILE.
012040     IF MULT-RESTART-PARM-YES
012045         PERFORM 1100-RESTART-POSITION THRU 1100-EXIT
012048     END-IF.
012159     ELSE
012160         OPEN OUTPUT REJECT-FILE
012165     END-IF.
012166     OPEN EXTEND HOLD-FILE.
012166     OPEN EXTEND SCHED-FILE.
012166     OPEN EXTEND MSNAP-FILE.
012200     IF MULT-RESTART-PARM-YES
012400         OPEN EXTEND RESTART-FILE
012450     ELSE
012857             SET MULT-CONTROL-EOF-YES TO TRUE
012858     END-READ.
012859     CLOSE CONTROL-FILE.
012859     IF MULT-CTL-CLOSED-MONTH NOT NUMERIC
012859         MOVE ZERO TO MULT-CTL-CLOSED-MONTH
012859     END-IF.
012860 1050-EXIT.
012861     EXIT.
012862
012862******************************************************************
012862*    1060-CHECK-CLOSED-PERIOD - A BUSINESS DATE IN A MONTH       *
012862*    MULTCLOS HAS ALREADY CLOSED CANNOT POST.  NOR CAN THE FIRST *
012862*    DATE OF A NEW MONTH WHILE THE MONTH LAST POSTED INTO IS     *
012862*    STILL OPEN - ITS MONTH-TO-DATE BUCKETS HAVE NOT BEEN        *
012862*    REPORTED AND ROLLED YET.                                    *
012862******************************************************************
012862 1060-CHECK-CLOSED-PERIOD.
012862     MOVE MULT-RUN-DATE(1:6) TO MULT-RUN-MONTH.
012862     MOVE MULT-CTL-LAST-RUN-DATE(1:6) TO MULT-LAST-RUN-MONTH.
012862     IF MULT-RUN-MONTH NOT > MULT-CTL-CLOSED-MONTH
012862         SET MULT-RUN-REFUSED-YES TO TRUE
012862         DISPLAY "BUSINESS DATE " MULT-RUN-DATE " FALLS IN"
012862             " CLOSED MONTH " MULT-CTL-CLOSED-MONTH
012862             " OR EARLIER - RUN REFUSED."
012862         GO TO 1060-EXIT
012862     END-IF.
012862     IF MULT-CTL-LAST-RUN-DATE = ZERO
012862         GO TO 1060-EXIT
012862     END-IF.
012862     IF MULT-LAST-RUN-MONTH < MULT-RUN-MONTH
012862         AND MULT-LAST-RUN-MONTH > MULT-CTL-CLOSED-MONTH
012862         SET MULT-RUN-REFUSED-YES TO TRUE
012862         DISPLAY "MONTH " MULT-LAST-RUN-MONTH " HAS NOT BEEN"
012862             " CLOSED - RUN REFUSED."
012862         DISPLAY "RUN THE MONTH-END CLOSE (MULTCLSJ) FOR "
012862             MULT-LAST-RUN-MONTH " AND RESUBMIT."
012862     END-IF.
012862 1060-EXIT.
012862     EXIT.
012862
012863******************************************************************
012864*    1070-CHECK-CALENDAR - THE BUSINESS DATE MUST BE ON THE      *
012865*    PROCESSING CALENDAR, AND MUST BE THE NEXT BUSINESS DAY      *
012922     IF MULT-CAL-DATE = MULT-RUN-DATE
012923         SET MULT-ON-CALENDAR-YES TO TRUE
012924     END-IF.
012924     IF MULT-CAL-DATE < MULT-RUN-DATE
012924         AND MULT-DUP-LOOKBACK > ZERO
012924         PERFORM 1090-RING-PRIOR-DATE THRU 1090-EXIT
012924     END-IF.
012925     IF MULT-CAL-DATE > MULT-CTL-LAST-RUN-DATE
012926         IF MULT-NEXT-BUS-DATE = ZERO
012927             OR MULT-CAL-DATE < MULT-NEXT-BUS-DATE
012931 1080-EXIT.
012932     EXIT.
012933
012934******************************************************************
012935*    1090-RING-PRIOR-DATE - KEEP THE MOST RECENT LOOK-BACK-      *
012936*    WINDOW BUSINESS DATES BEFORE THE RUN DATE.  THE CALENDAR IS *
012937*    ASCENDING, SO EACH NEW DATE OVERWRITES THE OLDEST.          *
012938******************************************************************
012939 1090-RING-PRIOR-DATE.
012940     ADD 1 TO MULT-DUP-RING-IX.
012941     IF MULT-DUP-RING-IX > MULT-DUP-LOOKBACK
012942         MOVE 1 TO MULT-DUP-RING-IX
012943         SET MULT-DUP-RING-WRAPPED-YES TO TRUE
012944     END-IF.
012945     MOVE MULT-CAL-DATE TO MULT-DUP-RING-DATE (MULT-DUP-RING-IX).
012946 1090-EXIT.
012947     EXIT.
012948
012900******************************************************************
013000*    1100-RESTART-POSITION - SKIP EXACTLY THE TRANSACTIONS THE   *
013100*    ABENDED RUN ALREADY DISPOSED OF.  EVERY TRANSACTION IT      *
013110*    FINISHED LANDED IN EITHER THE OUTPUT FILE OR THE REJECT     *
013120*    FILE, SO THE SKIP COUNT IS TAKEN FROM THE ROWS ACTUALLY     *
013130*    PRESENT THERE RATHER THAN FROM THE COARSER CHECKPOINT RRN - *
013131*    A TRANSACTION HELD FOR APPROVAL LANDED ON THE HOLD          *
013132*    QUEUE INSTEAD, AND A FUTURE-DATED ONE ON THE SCHEDULED-     *
013132*    TRANSACTION FILE, SO THEIR ROWS FOR THIS RUN NUMBER COUNT - *
013140*    A RESTART THEREFORE REPROCESSES NOTHING, NEVER DOUBLE-POSTS *
013150*    THE LIFE-TO-DATE MASTER, AND STILL BALANCES IN MULTBAL.     *
013160*    THE COUNTING HAPPENS BEFORE THOSE FILES ARE REOPENED WITH   *
013450     PERFORM 1160-COUNT-REJECTED-ROW THRU 1160-EXIT
013460         UNTIL MULT-REJECT-EOF-YES.
013470     CLOSE REJECT-FILE.
013471     OPEN INPUT HOLD-FILE.
013472     PERFORM 1170-COUNT-HELD-ROW THRU 1170-EXIT
013473         UNTIL MULT-HOLD-EOF-YES.
013474     CLOSE HOLD-FILE.
013474     OPEN INPUT SCHED-FILE.
013474     PERFORM 1180-COUNT-SCHEDULED-ROW THRU 1180-EXIT
013474         UNTIL MULT-SCHED-EOF-YES.
013474     CLOSE SCHED-FILE.
013800     IF MULT-RESTART-RRN > ZERO
013900         PERFORM 1200-SKIP-TRANSACTION THRU 1200-EXIT
014000             MULT-RESTART-RRN TIMES
014200 1100-EXIT.
014300     EXIT.
014400
014401******************************************************************
014402*    1300-LOAD-DUPLICATE-HISTORY - BUILD THE TABLE OF            *
014403*    TRANSACTIONS ALREADY POSTED INSIDE THE LOOK-BACK WINDOW.    *
014404*    THE OLDEST DATE IN THE CALENDAR RING IS THE FIRST BUSINESS  *
014405*    DATE IN THE WINDOW; THE RUN HISTORY GIVES THE RUNS THAT     *
014406*    POSTED THOSE DATES; THE AUDIT TRAIL GIVES THEIR             *
014407*    TRANSACTIONS.  A WINDOW OF ZERO, OR NO PRIOR BUSINESS DATE  *
014408*    ON THE CALENDAR, LEAVES THE CHECK TO THIS RUN ALONE.  THE   *
014409*    AUDIT TRAIL IS READ HERE, BEFORE IT IS OPENED FOR EXTEND.   *
014410******************************************************************
014411 1300-LOAD-DUPLICATE-HISTORY.
014412     IF MULT-DUP-LOOKBACK = ZERO OR MULT-DUP-RING-IX = ZERO
014413         GO TO 1300-EXIT
014414     END-IF.
014415     IF MULT-DUP-RING-WRAPPED-YES
014416         AND MULT-DUP-RING-IX < MULT-DUP-LOOKBACK
014417         MOVE MULT-DUP-RING-DATE (MULT-DUP-RING-IX + 1)
014418             TO MULT-DUP-CUTOFF-DATE
014419     ELSE
014420         MOVE MULT-DUP-RING-DATE (1) TO MULT-DUP-CUTOFF-DATE
014421     END-IF.
014422     OPEN INPUT RUN-HISTORY-FILE.
014423     PERFORM 1310-LOAD-WINDOW-RUN THRU 1310-EXIT
014424         UNTIL MULT-HISTORY-EOF-YES.
014425     CLOSE RUN-HISTORY-FILE.
014426     IF MULT-DUP-RUN-COUNT = ZERO
014427         GO TO 1300-EXIT
014428     END-IF.
014429     OPEN INPUT AUDIT-FILE.
014430     PERFORM 1320-LOAD-WINDOW-AUDIT THRU 1320-EXIT
014431         UNTIL MULT-AUDIT-EOF-YES.
014432     CLOSE AUDIT-FILE.
014433     DISPLAY "DUPLICATE CHECK - WINDOW FROM " MULT-DUP-CUTOFF-DATE
014434         ", " MULT-DUP-ENTRY-COUNT " PRIOR TRANSACTIONS LOADED.".
014435 1300-EXIT.
014436     EXIT.
014437
014438******************************************************************
014439*    1310-LOAD-WINDOW-RUN - ONE RUN-HISTORY ROW.  A RUN WHOSE    *
014440*    BUSINESS DATE FALLS IN THE WINDOW (AND BEFORE TONIGHT) IS   *
014441*    NOTED ONCE - A RESTARTED RUN HAS TWO HISTORY ROWS.          *
014442******************************************************************
014443 1310-LOAD-WINDOW-RUN.
014444     READ RUN-HISTORY-FILE INTO MULT-RUNH-RECORD
014445         AT END
014446             SET MULT-HISTORY-EOF-YES TO TRUE
014447             GO TO 1310-EXIT
014448     END-READ.
014449     IF MULT-RUNH-RUN-DATE NOT NUMERIC
014450         OR MULT-RUNH-RUN-DATE < MULT-DUP-CUTOFF-DATE
014451         OR MULT-RUNH-RUN-DATE NOT < MULT-RUN-DATE
014452         GO TO 1310-EXIT
014453     END-IF.
014454     MOVE MULT-RUNH-RUN-NUMBER TO MULT-DUP-RUN-NUMBER.
014455     PERFORM 1330-FIND-WINDOW-RUN THRU 1330-EXIT.
014456     IF MULT-DUP-FOUND-YES
014457         GO TO 1310-EXIT
014458     END-IF.
014459     IF MULT-DUP-RUN-COUNT >= MULT-DUP-RUN-MAX
014460         DISPLAY "DUPLICATE CHECK - MORE THAN " MULT-DUP-RUN-MAX
014461             " RUNS IN THE WINDOW - OLDER RUNS NOT CHECKED."
014462         GO TO 1310-EXIT
014463     END-IF.
014464     ADD 1 TO MULT-DUP-RUN-COUNT.
014465     MOVE MULT-DUP-RUN-NUMBER
014466         TO MULT-DUP-RUN-TAB-NUMBER (MULT-DUP-RUN-COUNT).
014467     MOVE "N" TO MULT-DUP-RUN-TAB-REVERSED (MULT-DUP-RUN-COUNT).
014468 1310-EXIT.
014469     EXIT.
014470
014471******************************************************************
014472*    1320-LOAD-WINDOW-AUDIT - ONE AUDIT ROW.  A POSTING ROW FROM *
014473*    A WINDOW RUN GOES INTO THE DUPLICATE TABLE; A MULTUNDO      *
014474*    REVERSAL ROW MARKS ITS RUN BACKED OUT, SO THE BACKED-OUT    *
014475*    RUN'S TRANSACTIONS CAN BE RESUBMITTED WITHOUT BEING HELD    *
014476*    AGAINST THEMSELVES.  ADJUSTMENT (J) AND KEY-REGISTRY (K)    *
014476*    ROWS ARE NOT TRANSACTIONS.                                  *
014477******************************************************************
014478 1320-LOAD-WINDOW-AUDIT.
014479     READ AUDIT-FILE INTO MULT-AUDIT-RECORD
014480         AT END
014481             SET MULT-AUDIT-EOF-YES TO TRUE
014482             GO TO 1320-EXIT
014483     END-READ.
014484     IF MULT-AUDIT-RUN-NUMBER NOT NUMERIC
014485         GO TO 1320-EXIT
014486     END-IF.
014487     MOVE MULT-AUDIT-RUN-NUMBER TO MULT-DUP-RUN-NUMBER.
014488     PERFORM 1330-FIND-WINDOW-RUN THRU 1330-EXIT.
014489     IF NOT MULT-DUP-FOUND-YES
014490         GO TO 1320-EXIT
014491     END-IF.
014492     IF MULT-AUDIT-ADJ-REASON = "REV"
014493         MOVE "Y" TO MULT-DUP-RUN-TAB-REVERSED (MULT-DUP-RUN-IX)
014494         GO TO 1320-EXIT
014495     END-IF.
014496     IF MULT-AUDIT-OP-CODE = "J" OR MULT-AUDIT-OP-CODE = "K"
014497         GO TO 1320-EXIT
014498     END-IF.
014499     MOVE MULT-AUDIT-KEY TO MULT-TRANS-KEY.
014500     MOVE MULT-AUDIT-A TO MULT-TRANS-A.
014501     MOVE MULT-AUDIT-B TO MULT-TRANS-B.
014502     MOVE MULT-AUDIT-OP-CODE TO MULT-TRANS-OP-CODE.
014503     PERFORM 2240-ADD-DUPLICATE-ENTRY THRU 2240-EXIT.
014504 1320-EXIT.
014505     EXIT.
014506
014507******************************************************************
014508*    1330-FIND-WINDOW-RUN - LOOK UP MULT-DUP-RUN-NUMBER IN THE   *
014509*    WINDOW-RUN TABLE.  LEAVES MULT-DUP-RUN-IX ON THE ENTRY.     *
014510******************************************************************
014511 1330-FIND-WINDOW-RUN.
014512     MOVE "N" TO MULT-DUP-FOUND-SW.
014513     MOVE ZERO TO MULT-DUP-RUN-IX.
014514     PERFORM 1340-SCAN-WINDOW-RUN THRU 1340-EXIT
014515         UNTIL MULT-DUP-FOUND-YES
014516         OR MULT-DUP-RUN-IX >= MULT-DUP-RUN-COUNT.
014517 1330-EXIT.
014518     EXIT.
014519
014520******************************************************************
014521*    1340-SCAN-WINDOW-RUN - ONE WINDOW-RUN TABLE ENTRY.          *
014522******************************************************************
014523 1340-SCAN-WINDOW-RUN.
014524     ADD 1 TO MULT-DUP-RUN-IX.
014525     IF MULT-DUP-RUN-TAB-NUMBER (MULT-DUP-RUN-IX) =
014526         MULT-DUP-RUN-NUMBER
014527         SET MULT-DUP-FOUND-YES TO TRUE
014528     END-IF.
014529 1340-EXIT.
014530     EXIT.
014531
014531******************************************************************
014531*    1400-LOAD-REGION-STATUS - READ MULTPRE'S REGION STATUS      *
014531*    ROWS FOR THE BUSINESS DATE AND FLAG THE SLOTS CLEARED TO    *
014531*    POST.  NO ROWS FOR THE DATE MEANS THE PRE-EDIT HAS NOT RUN  *
014531*    FOR TONIGHT'S FILES, AND THE RUN IS REFUSED.                *
014531******************************************************************
014531 1400-LOAD-REGION-STATUS.
014531     MOVE ALL "N" TO MULT-SLOT-TABLE.
014531     OPEN INPUT RGNSTAT-FILE.
014531     PERFORM 1410-LOAD-ONE-REGION-STATUS THRU 1410-EXIT
014531         UNTIL MULT-RGNSTAT-EOF-YES.
014531     CLOSE RGNSTAT-FILE.
014531     IF MULT-RGNSTAT-COUNT = ZERO
014531         SET MULT-RUN-REFUSED-YES TO TRUE
014531         DISPLAY "NO REGION STATUS (MULTRSTA) FOR BUSINESS DATE "
014531             MULT-RUN-DATE " - RUN REFUSED."
014531         DISPLAY "RUN THE PRE-EDIT (MULTPRE) FOR THE DATE AND"
014531             " RESUBMIT."
014531     END-IF.
014531 1400-EXIT.
014531     EXIT.
014531
014531******************************************************************
014531*    1410-LOAD-ONE-REGION-STATUS - ONE STATUS ROW.  A REGION     *
014531*    THAT WILL NOT POST TONIGHT IS NAMED ON THE LOG.             *
014531******************************************************************
014531 1410-LOAD-ONE-REGION-STATUS.
014531     READ RGNSTAT-FILE INTO MULT-RGNSTAT-RECORD
014531         AT END
014531             SET MULT-RGNSTAT-EOF-YES TO TRUE
014531             GO TO 1410-EXIT
014531     END-READ.
014531     IF MULT-RSTA-DATE NOT = MULT-RUN-DATE
014531         GO TO 1410-EXIT
014531     END-IF.
014531     ADD 1 TO MULT-RGNSTAT-COUNT.
014531     IF MULT-RSTA-SLOT NOT NUMERIC
014531         OR MULT-RSTA-SLOT = ZERO
014531         OR MULT-RSTA-SLOT > MULT-SLOT-MAX
014531         GO TO 1410-EXIT
014531     END-IF.
014531     IF MULT-RSTA-POST-YES
014531         MOVE "Y" TO MULT-SLOT-POST (MULT-RSTA-SLOT)
014531     ELSE
014531         DISPLAY "REGION " MULT-RSTA-REGION " (MULTTRN"
014531             MULT-RSTA-SLOT ") DOES NOT POST TONIGHT - "
014531             MULT-RSTA-REASON
014531     END-IF.
014531 1410-EXIT.
014531     EXIT.
014531
014531******************************************************************
014531*    1500-LOAD-HOLD-LIMITS - LOAD THE LARGE-VALUE THRESHOLDS.    *
014531*    AN EMPTY FILE HOLDS NOTHING; A FILE LONGER THAN THE TABLE   *
014531*    IS TRUNCATED WITH A WARNING SO THE OPERATOR KNOWS THE LATER *
014531*    ROWS WERE NOT APPLIED.                                      *
014531******************************************************************
014531 1500-LOAD-HOLD-LIMITS.
014531     OPEN INPUT HOLD-LIMIT-FILE.
014531     PERFORM 1510-LOAD-ONE-HOLD-LIMIT THRU 1510-EXIT
014531         UNTIL MULT-HLIM-EOF-YES.
014531     CLOSE HOLD-LIMIT-FILE.
014531     DISPLAY "HOLD THRESHOLDS LOADED . . " MULT-HLIM-COUNT.
014531 1500-EXIT.
014531     EXIT.
014531
014531******************************************************************
014531*    1510-LOAD-ONE-HOLD-LIMIT - ONE THRESHOLD ROW INTO THE TABLE.*
014531*    A ROW WHOSE LIMIT IS NOT NUMERIC IS IGNORED WITH A WARNING. *
014531******************************************************************
014531 1510-LOAD-ONE-HOLD-LIMIT.
014531     READ HOLD-LIMIT-FILE INTO MULT-HOLD-LIMIT-RECORD
014531         AT END
014531             SET MULT-HLIM-EOF-YES TO TRUE
014531             GO TO 1510-EXIT
014531     END-READ.
014531     IF MULT-HLIM-LIMIT NOT NUMERIC
014531         DISPLAY "HOLD THRESHOLD " MULT-HLIM-REGION " "
014531             MULT-HLIM-OP-CODE " NOT NUMERIC - IGNORED."
014531         GO TO 1510-EXIT
014531     END-IF.
014531     IF MULT-HLIM-COUNT >= MULT-HLIM-MAX
014531         DISPLAY "HOLD THRESHOLD TABLE FULL - " MULT-HLIM-REGION
014531             " " MULT-HLIM-OP-CODE " AND LATER ROWS IGNORED."
014531         SET MULT-HLIM-EOF-YES TO TRUE
014531         GO TO 1510-EXIT
014531     END-IF.
014531     ADD 1 TO MULT-HLIM-COUNT.
014531     MOVE MULT-HLIM-REGION
014531         TO MULT-HLIM-TAB-REGION (MULT-HLIM-COUNT).
014531     MOVE MULT-HLIM-OP-CODE TO MULT-HLIM-TAB-OP (MULT-HLIM-COUNT).
014531     MOVE MULT-HLIM-LIMIT
014531         TO MULT-HLIM-TAB-LIMIT (MULT-HLIM-COUNT).
014531 1510-EXIT.
014531     EXIT.
014531
014500******************************************************************
014600*    1150-COUNT-POSTED-ROW - ONE OUTPUT ROW THE ABENDED RUN      *
014700*    ALREADY WROTE.                                              *
015797     END-READ.
015798 1160-EXIT.
015799     EXIT.
015799
015799******************************************************************
015799*    1170-COUNT-HELD-ROW - ONE HOLD-QUEUE ROW THE ABENDED RUN    *
015799*    ALREADY WROTE.  ROWS HELD BY EARLIER RUNS ARE PASSED OVER.  *
015799******************************************************************
015799 1170-COUNT-HELD-ROW.
015799     READ HOLD-FILE INTO MULT-HOLD-RECORD
015799         AT END
015799             SET MULT-HOLD-EOF-YES TO TRUE
015799         NOT AT END
015799             IF MULT-HOLD-RUN-NUMBER = MULT-RUN-NUMBER
015799                 ADD 1 TO MULT-RESTART-RRN
015799             END-IF
015799     END-READ.
015799 1170-EXIT.
015799     EXIT.
015799
015799******************************************************************
015799*    1180-COUNT-SCHEDULED-ROW - ONE SCHEDULED-TRANSACTION ROW    *
015799*    THE ABENDED RUN ALREADY WROTE.  ROWS SCHEDULED BY EARLIER   *
015799*    RUNS ARE PASSED OVER.                                       *
015799******************************************************************
015799 1180-COUNT-SCHEDULED-ROW.
015799     READ SCHED-FILE INTO MULT-SCHED-RECORD
015799         AT END
015799             SET MULT-SCHED-EOF-YES TO TRUE
015799         NOT AT END
015799             IF MULT-SCHD-RUN-NUMBER = MULT-RUN-NUMBER
015799                 ADD 1 TO MULT-RESTART-RRN
015799             END-IF
015799     END-READ.
015799 1180-EXIT.
015799     EXIT.
015800
015900******************************************************************
016000*    1200-SKIP-TRANSACTION - DISCARD ONE ALREADY-PROCESSED       *
016100*    TRANSACTION WHILE POSITIONING FOR A RESTART.  THE SHARED    *
016150*    READ PARAGRAPH WALKS THE REGIONAL FILES IN THE SAME ORDER   *
016160*    THE ORIGINAL RUN DID, SO THE RRN LANDS ON THE SAME RECORD.  *
016170*    THE SKIPPED RECORD GOES ON THE DUPLICATE TABLE UNLESS THE   *
016180*    ABENDED RUN REJECTED IT - THE SAME VALIDATION, DUPLICATE,   *
016190*    AND SIZE CHECKS ARE TAKEN AGAIN.  A POSTED, HELD, OR        *
016195*    SCHEDULED ITEM IS REMEMBERED, AS ON A NORMAL PASS, SO A     *
016196*    LATER COPY STILL REJECTS AS A DUPLICATE; A REJECT RE-SENT   *
016197*    LATER IN THE RUN IS NOT TAKEN FOR ONE.                      *
016200******************************************************************
016300 1200-SKIP-TRANSACTION.
016400     PERFORM 3000-READ-TRANSACTION THRU 3000-EXIT.
016500     IF MULT-TRANS-EOF-YES
016510         GO TO 1200-EXIT
016520     END-IF.
016800     ADD 1 TO MULT-INPUT-COUNT.
016810     IF MULT-TRANS-SOURCE = SPACE
016811         MOVE "F" TO MULT-TRANS-SOURCE
016812     END-IF.
016813     PERFORM 2200-VALIDATE-TRANSACTION THRU 2200-EXIT.
016814     IF NOT MULT-REASON-NONE
016815         GO TO 1200-EXIT
016816     END-IF.
016817     MOVE MULT-TRANS-A TO MULT-A.
016818     MOVE MULT-TRANS-B TO MULT-B.
016819     MOVE MULT-TRANS-OP-CODE TO MULT-OP-CODE.
016820     IF MULT-OP-CODE = SPACE
016821         MOVE "M" TO MULT-OP-CODE
016822     END-IF.
016823     PERFORM 2300-COMPUTE-RESULT THRU 2300-EXIT.
016824     IF MULT-ERROR-YES
016825         GO TO 1200-EXIT
016826     END-IF.
016830     PERFORM 2230-REMEMBER-TRANSACTION THRU 2230-EXIT.
017000 1200-EXIT.
017100     EXIT.
017200
018360             MOVE MULT-ERROR-MESSAGE TO MULT-REASON-TEXT
018370         END-IF
018380     END-IF.
018380*    A GOOD TRANSACTION DATED LATER THAN TONIGHT IS SCHEDULED, NOT
018380*    POSTED - ITS HOLD CHECK WAITS FOR THE NIGHT IT FALLS DUE.
018380     MOVE "N" TO MULT-SCHED-ITEM-SW.
018380     IF MULT-REASON-NONE AND MULT-EFF-DATE > MULT-RUN-DATE
018380         SET MULT-SCHED-ITEM-YES TO TRUE
018380     END-IF.
018381     MOVE "N" TO MULT-HOLD-ITEM-SW.
018382     MOVE SPACES TO MULT-APPROVER-ID.
018383     IF MULT-REASON-NONE AND NOT MULT-SCHED-ITEM-YES
018384         PERFORM 2800-CHECK-HOLD-LIMIT THRU 2800-EXIT
018385     END-IF.
018386     EVALUATE TRUE
018386         WHEN MULT-SCHED-ITEM-YES
018386             PERFORM 2900-SCHEDULE-TRANSACTION THRU 2900-EXIT
018387         WHEN MULT-HOLD-ITEM-YES
018388             PERFORM 2850-HOLD-TRANSACTION THRU 2850-EXIT
018400         WHEN MULT-REASON-NONE
018900             DISPLAY MULT-A " " MULT-OP-CODE " " MULT-B
018910                 " = " MULT-C
018950             PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
019000             PERFORM 2500-WRITE-RESULT-RECORD THRU 2500-EXIT
019010             PERFORM 2550-POST-MASTER-RECORD THRU 2550-EXIT
019015             PERFORM 2230-REMEMBER-TRANSACTION THRU 2230-EXIT
019020             ADD 1 TO MULT-GOOD-COUNT
019050         WHEN OTHER
019060             PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT
019070             ADD 1 TO MULT-REJ-COUNT
019100     END-EVALUATE.
019200     ADD 1 TO MULT-SINCE-CKPT.
019300     IF MULT-SINCE-CKPT >= MULT-CKPT-INTERVAL
019400         PERFORM 2700-CHECKPOINT-RUN THRU 2700-EXIT
019890*    ZERO BEFORE THE ARITHMETIC IS EVEN ATTEMPTED.  PIC 9(05) ON  *
019891*    THE WORKING FIELDS A AND B ARE MOVED INTO ALREADY BOUNDS     *
019892*    THEM TO 00000-99999, SO A NUMERIC VALUE IS ALWAYS IN RANGE.  *
019892*    A FUTURE-DATED TRANSACTION IS VALIDATED AND DUPLICATE-       *
019892*    CHECKED ON THE NIGHT IT ARRIVES, SO THE SENDER HEARS OF A    *
019892*    BAD ONE AT ONCE RATHER THAN ON ITS EFFECTIVE DATE.           *
019900******************************************************************
019910 2200-VALIDATE-TRANSACTION.
019920     SET MULT-REASON-NONE TO TRUE.
019994             PERFORM 2210-VALIDATE-OP-CODE THRU 2210-EXIT
019995         END-IF
019996     END-IF.
019996     IF MULT-REASON-NONE
019996         PERFORM 2215-VALIDATE-KEY THRU 2215-EXIT
019996     END-IF.
019996     MOVE ZERO TO MULT-EFF-DATE.
019996     IF MULT-REASON-NONE
019996         PERFORM 2216-VALIDATE-EFF-DATE THRU 2216-EXIT
019996     END-IF.
019996*    A SUPERVISOR'S DUPLICATE RELEASE IS HONOURED ONLY OFF THE
019996*    PENDING FILE, WHERE MULTFIX AND MULTAPPR QUEUE RELEASES.
019996     IF MULT-REASON-NONE
019996         AND (NOT MULT-TRANS-DUP-RELEASED
019996         OR MULT-INPUT-FILE-NO NOT = MULT-LAST-INPUT-FILE)
019996         PERFORM 2220-CHECK-DUPLICATE THRU 2220-EXIT
019996     END-IF.
019997 2200-EXIT.
019998     EXIT.
019999
020060 2210-VALIDATE-OP-CODE.
020070     IF NOT MULT-TRANS-OP-VALID
020071         SET MULT-REASON-BAD-OP-CODE TO TRUE
020072         MOVE "OPERATION CODE NOT M, A, S, OR D" TO
020073             MULT-REASON-TEXT
020074         GO TO 2210-EXIT
020075     END-IF.
020079     END-IF.
020080 2210-EXIT.
020081     EXIT.
020082
020083******************************************************************
020083*    2215-VALIDATE-KEY - THE KEY MUST BE ON THE KEY REGISTRY,    *
020083*    OPEN, AND OWNED BY THE REGION THE TRANSACTION CAME FROM.    *
020083*    EACH FAILURE HAS ITS OWN REASON CODE SO THE REPAIR DESK     *
020083*    KNOWS WHETHER TO FIX THE KEY OR CALL THE SUPERVISOR.        *
020083******************************************************************
020083 2215-VALIDATE-KEY.
020083     MOVE MULT-TRANS-KEY TO KEYREG-FILE-KEY.
020083     READ KEYREG-FILE INTO MULT-KEYREG-RECORD
020083         INVALID KEY
020083             SET MULT-REASON-UNKNOWN-KEY TO TRUE
020083             MOVE "KEY IS NOT ON THE KEY REGISTRY" TO
020083                 MULT-REASON-TEXT
020083             GO TO 2215-EXIT
020083     END-READ.
020083     IF NOT MULT-KEYREG-OPEN
020083         SET MULT-REASON-CLOSED-KEY TO TRUE
020083         MOVE "KEY IS CLOSED ON KEY REGISTRY" TO
020083             MULT-REASON-TEXT
020083         GO TO 2215-EXIT
020083     END-IF.
020083     IF MULT-KEYREG-REGION NOT = MULT-TRANS-REGION
020083         SET MULT-REASON-WRONG-REGION TO TRUE
020083         MOVE "KEY IS OWNED BY ANOTHER REGION" TO
020083             MULT-REASON-TEXT
020083     END-IF.
020083 2215-EXIT.
020083     EXIT.
020083
020083******************************************************************
020083*    2216-VALIDATE-EFF-DATE - AN EFFECTIVE DATE, WHEN PRESENT,   *
020083*    MUST BE A REAL YYYYMMDD CALENDAR DATE.  IT NEED NOT BE A    *
020083*    BUSINESS DAY - A SCHEDULED ITEM POSTS IN THE FIRST RUN ON   *
020083*    OR AFTER IT - AND A DATE ALREADY PAST SIMPLY POSTS TONIGHT. *
020083******************************************************************
020083 2216-VALIDATE-EFF-DATE.
020083     IF MULT-TRANS-EFF-DATE = SPACES
020083         GO TO 2216-EXIT
020083     END-IF.
020083     MOVE "N" TO MULT-EFF-VALID-SW.
020083     IF MULT-TRANS-EFF-DATE NUMERIC
020083         MOVE MULT-TRANS-EFF-DATE TO MULT-EFF-DATE
020083         PERFORM 2217-CHECK-CALENDAR-DATE THRU 2217-EXIT
020083     END-IF.
020083     IF NOT MULT-EFF-VALID-YES
020083         MOVE ZERO TO MULT-EFF-DATE
020083         SET MULT-REASON-BAD-EFF-DATE TO TRUE
020083         MOVE "EFFECTIVE DATE IS NOT VALID" TO
020083             MULT-REASON-TEXT
020083     END-IF.
020083 2216-EXIT.
020083     EXIT.
020083
020083******************************************************************
020083*    2217-CHECK-CALENDAR-DATE - SET MULT-EFF-VALID-SW WHEN THE   *
020083*    MONTH IS 01-12 AND THE DAY FALLS WITHIN THAT MONTH.         *
020083******************************************************************
020083 2217-CHECK-CALENDAR-DATE.
020083     IF MULT-EFF-YEAR < 1900
020083         OR MULT-EFF-MONTH < 1 OR MULT-EFF-MONTH > 12
020083         OR MULT-EFF-DAY < 1
020083         GO TO 2217-EXIT
020083     END-IF.
020083     MOVE MULT-MONTH-DAYS (MULT-EFF-MONTH) TO MULT-EFF-MONTH-DAYS.
020083     IF MULT-EFF-MONTH = 2
020083         DIVIDE MULT-EFF-YEAR BY 4 GIVING MULT-LEAP-QUOTIENT
020083             REMAINDER MULT-LEAP-REMAINDER
020083         IF MULT-LEAP-REMAINDER = ZERO
020083             MOVE 29 TO MULT-EFF-MONTH-DAYS
020083             DIVIDE MULT-EFF-YEAR BY 100 GIVING MULT-LEAP-QUOTIENT
020083                 REMAINDER MULT-LEAP-REMAINDER
020083             IF MULT-LEAP-REMAINDER = ZERO
020083                 DIVIDE MULT-EFF-YEAR BY 400
020083                     GIVING MULT-LEAP-QUOTIENT
020083                     REMAINDER MULT-LEAP-REMAINDER
020083                 IF MULT-LEAP-REMAINDER NOT = ZERO
020083                     MOVE 28 TO MULT-EFF-MONTH-DAYS
020083                 END-IF
020083             END-IF
020083         END-IF
020083     END-IF.
020083     IF MULT-EFF-DAY > MULT-EFF-MONTH-DAYS
020083         GO TO 2217-EXIT
020083     END-IF.
020083     SET MULT-EFF-VALID-YES TO TRUE.
020083 2217-EXIT.
020083     EXIT.
020082
020083******************************************************************
020084*    2220-CHECK-DUPLICATE - A TRANSACTION WHOSE KEY, A, B, AND   *
020085*    OPERATION CODE MATCH ONE ALREADY POSTED - EARLIER IN THIS   *
020086*    RUN OR IN A WINDOW RUN THAT WAS NOT BACKED OUT - IS A       *
020087*    SUSPECTED DUPLICATE.  IT REJECTS WITH REASON 06 FOR A       *
020088*    SUPERVISOR TO RELEASE OR WRITE OFF IN MULTFIX.              *
020088*    A STANDING-INSTRUCTION OCCURRENCE REPEATS THE SAME KEY, A,  *
020088*    B, AND CODE BY DESIGN AND IS NOT CHECKED - BUT ONLY OFF THE *
020088*    PENDING FILE, WHERE MULTSCHR QUEUES IT, SO A SOURCE S ON A  *
020088*    REGIONAL FILE CAN NEVER GET AROUND THE CHECK.               *
020089******************************************************************
020090 2220-CHECK-DUPLICATE.
020090     IF MULT-TRANS-SOURCE-STANDING
020090         AND MULT-INPUT-FILE-NO = MULT-LAST-INPUT-FILE
020090         GO TO 2220-EXIT
020090     END-IF.
020091     MOVE MULT-TRANS-OP-CODE TO MULT-DUP-OP.
020092     IF MULT-DUP-OP = SPACE
020093         MOVE "M" TO MULT-DUP-OP
020094     END-IF.
020095     MOVE "N" TO MULT-DUP-FOUND-SW.
020096     MOVE ZERO TO MULT-DUP-IX.
020097     PERFORM 2225-SCAN-DUPLICATE-TABLE THRU 2225-EXIT
020098         UNTIL MULT-DUP-FOUND-YES
020099         OR MULT-DUP-IX >= MULT-DUP-ENTRY-COUNT.
020100     IF MULT-DUP-FOUND-YES
020101         SET MULT-REASON-DUPLICATE TO TRUE
020102         MOVE "SUSPECTED DUPLICATE TRANSACTION" TO
020103             MULT-REASON-TEXT
020105     END-IF.
020106 2220-EXIT.
020107     EXIT.
020108
020109******************************************************************
020110*    2225-SCAN-DUPLICATE-TABLE - ONE DUPLICATE-TABLE ENTRY.  A   *
020111*    MATCH FROM A WINDOW RUN ONLY COUNTS IF THAT RUN STANDS.     *
020112******************************************************************
020113 2225-SCAN-DUPLICATE-TABLE.
020114     ADD 1 TO MULT-DUP-IX.
020115     IF MULT-DUP-TAB-KEY (MULT-DUP-IX) NOT = MULT-TRANS-KEY
020116         OR MULT-DUP-TAB-A (MULT-DUP-IX) NOT = MULT-TRANS-A
020117         OR MULT-DUP-TAB-B (MULT-DUP-IX) NOT = MULT-TRANS-B
020118         OR MULT-DUP-TAB-OP (MULT-DUP-IX) NOT = MULT-DUP-OP
020119         GO TO 2225-EXIT
020120     END-IF.
020121     IF MULT-DUP-TAB-RUN (MULT-DUP-IX) = MULT-RUN-NUMBER
020122         SET MULT-DUP-FOUND-YES TO TRUE
020123         GO TO 2225-EXIT
020124     END-IF.
020125     MOVE MULT-DUP-TAB-RUN (MULT-DUP-IX) TO MULT-DUP-RUN-NUMBER.
020126     PERFORM 1330-FIND-WINDOW-RUN THRU 1330-EXIT.
020127     IF MULT-DUP-FOUND-YES
020128         IF MULT-DUP-RUN-TAB-REVERSED (MULT-DUP-RUN-IX) = "Y"
020129             MOVE "N" TO MULT-DUP-FOUND-SW
020130         END-IF
020131     END-IF.
020132 2225-EXIT.
020133     EXIT.
020134
020135******************************************************************
020136*    2230-REMEMBER-TRANSACTION - ADD A TRANSACTION THIS RUN HAS  *
020137*    POSTED (OR, ON A RESTART, SKIPPED AS ALREADY DISPOSED OF)   *
020138*    TO THE DUPLICATE TABLE.                                     *
020139******************************************************************
020140 2230-REMEMBER-TRANSACTION.
020141     MOVE MULT-RUN-NUMBER TO MULT-DUP-RUN-NUMBER.
020142     PERFORM 2240-ADD-DUPLICATE-ENTRY THRU 2240-EXIT.
020143 2230-EXIT.
020144     EXIT.
020145
020146******************************************************************
020147*    2240-ADD-DUPLICATE-ENTRY - ONE ENTRY FROM THE TRANSACTION   *
020148*    FIELDS, TAGGED WITH MULT-DUP-RUN-NUMBER.  A FULL TABLE IS   *
020149*    REPORTED ONCE; LATER TRANSACTIONS ARE STILL CHECKED AGAINST *
020150*    EVERYTHING ALREADY LOADED.                                  *
020151******************************************************************
020152 2240-ADD-DUPLICATE-ENTRY.
020153     IF MULT-DUP-ENTRY-COUNT >= MULT-DUP-ENTRY-MAX
020154         IF NOT MULT-DUP-FULL-YES
020155             SET MULT-DUP-FULL-YES TO TRUE
020156             DISPLAY "DUPLICATE CHECK - TABLE FULL AT "
020157                 MULT-DUP-ENTRY-MAX " ENTRIES."
020158         END-IF
020159         GO TO 2240-EXIT
020160     END-IF.
020161     ADD 1 TO MULT-DUP-ENTRY-COUNT.
020162     MOVE MULT-TRANS-KEY
020162         TO MULT-DUP-TAB-KEY (MULT-DUP-ENTRY-COUNT).
020163     MOVE MULT-TRANS-A TO MULT-DUP-TAB-A (MULT-DUP-ENTRY-COUNT).
020164     MOVE MULT-TRANS-B TO MULT-DUP-TAB-B (MULT-DUP-ENTRY-COUNT).
020165     IF MULT-TRANS-OP-CODE = SPACE
020166         MOVE "M" TO MULT-DUP-TAB-OP (MULT-DUP-ENTRY-COUNT)
020167     ELSE
020168         MOVE MULT-TRANS-OP-CODE
020169             TO MULT-DUP-TAB-OP (MULT-DUP-ENTRY-COUNT)
020170     END-IF.
020171     MOVE MULT-DUP-RUN-NUMBER
020172         TO MULT-DUP-TAB-RUN (MULT-DUP-ENTRY-COUNT).
020173 2240-EXIT.
020174     EXIT.
019900
020000******************************************************************
020100*    2300-COMPUTE-RESULT - APPLY THE ARITHMETIC THE OPERATION    *
020800                 ON SIZE ERROR
020900                     SET MULT-ERROR-YES TO TRUE
021000                     MOVE
021005                 "MULTIPLY RESULT OVER C CAPACITY"
021010                         TO MULT-ERROR-MESSAGE
021100             END-MULTIPLY
021200     END-EVALUATE.
021594     MOVE MULT-TRANS-REGION TO MULT-AUDIT-REGION.
021594     MOVE MULT-TRANS-SOURCE TO MULT-AUDIT-SOURCE.
021594     MOVE MULT-TRANS-OPERATOR TO MULT-AUDIT-OPERATOR.
021594     MOVE MULT-APPROVER-ID TO MULT-AUDIT-APPROVER.
021594*    A NORMAL POSTING ROW CARRIES NO ADJUSTMENT - THE FIELDS
021594*    ARE CLEARED SO EVERY READER OF THE TRAIL CAN TRUST THEM.
021594     MOVE SPACES TO MULT-AUDIT-ADJ-REASON.
022420     MOVE MULT-RUN-NUMBER TO MULT-RESULT-RUN-NUMBER.
022430     MOVE MULT-TRANS-REGION TO MULT-RESULT-REGION.
022440     MOVE MULT-TRANS-SOURCE TO MULT-RESULT-SOURCE.
022441     MOVE MULT-INPUT-FILE-NO TO MULT-RESULT-INPUT-FILE.
022500     MOVE SPACES TO OUTPUT-FILE-RECORD.
022600     MOVE MULT-RESULT-RECORD TO OUTPUT-FILE-RECORD.
022700     WRITE OUTPUT-FILE-RECORD.
022930*    LIFE-TO-DATE MASTER RECORD FOR ITS KEY.  A KEY NOT YET ON   *
022940*    THE MASTER IS ADDED; AN EXISTING KEY HAS ITS COUNT, RUNNING *
022950*    SUM OF C, AND LAST POSTING DATE STEPPED.  THE POSTING DATE  *
022960*    IS THE ONE 2400-WRITE-AUDIT-RECORD JUST STAMPED.  THE NEW   *
022960*    POSITION IS THEN SNAPSHOTTED UNDER TONIGHT'S BUSINESS DATE. *
022970******************************************************************
022971 2550-POST-MASTER-RECORD.
022972     MOVE MULT-TRANS-KEY TO MASTER-FILE-KEY.
022976         NOT INVALID KEY
022977             PERFORM 2570-UPDATE-MASTER-RECORD THRU 2570-EXIT
022978     END-READ.
022978     PERFORM 2580-WRITE-MASTER-SNAPSHOT THRU 2580-EXIT.
022979 2550-EXIT.
022980     EXIT.
022981
022989     MOVE MULT-C TO MULT-MASTER-SUM-OF-C.
022990     MOVE MULT-AUDIT-DATE TO MULT-MASTER-FIRST-DATE.
022991     MOVE MULT-AUDIT-DATE TO MULT-MASTER-LAST-DATE.
022991     MOVE 1 TO MULT-MASTER-MTD-COUNT.
022991     MOVE MULT-C TO MULT-MASTER-MTD-SUM.
022991     MOVE 1 TO MULT-MASTER-YTD-COUNT.
022991     MOVE MULT-C TO MULT-MASTER-YTD-SUM.
022992     WRITE MASTER-FILE-RECORD FROM MULT-MASTER-RECORD.
022993 2560-EXIT.
022994     EXIT.
022995
022996******************************************************************
022997*    2570-UPDATE-MASTER-RECORD - SUBSEQUENT POSTING FOR A KEY    *
022998*    ALREADY ON THE MASTER.  A RECORD WRITTEN BEFORE THE PERIOD  *
022998*    BUCKETS EXISTED STARTS THEM FROM ZERO.                      *
022999******************************************************************
023000 2570-UPDATE-MASTER-RECORD.
023001     ADD 1 TO MULT-MASTER-TRAN-COUNT.
023002     ADD MULT-C TO MULT-MASTER-SUM-OF-C.
023003     MOVE MULT-AUDIT-DATE TO MULT-MASTER-LAST-DATE.
023003     IF MULT-MASTER-MTD-COUNT NOT NUMERIC
023003         OR MULT-MASTER-MTD-SUM NOT NUMERIC
023003         OR MULT-MASTER-YTD-COUNT NOT NUMERIC
023003         OR MULT-MASTER-YTD-SUM NOT NUMERIC
023003         MOVE ZERO TO MULT-MASTER-MTD-COUNT
023003         MOVE ZERO TO MULT-MASTER-MTD-SUM
023003         MOVE ZERO TO MULT-MASTER-YTD-COUNT
023003         MOVE ZERO TO MULT-MASTER-YTD-SUM
023003     END-IF.
023003     ADD 1 TO MULT-MASTER-MTD-COUNT.
023003     ADD MULT-C TO MULT-MASTER-MTD-SUM.
023003     ADD 1 TO MULT-MASTER-YTD-COUNT.
023003     ADD MULT-C TO MULT-MASTER-YTD-SUM.
023004     REWRITE MASTER-FILE-RECORD FROM MULT-MASTER-RECORD.
023005 2570-EXIT.
023006     EXIT.
023007
023007******************************************************************
023007*    2580-WRITE-MASTER-SNAPSHOT - APPEND THE KEY'S POSITION AS   *
023007*    IT NOW STANDS, WITH THIS POSTING AS THE CHANGE, TO THE      *
023007*    MASTER SNAPSHOT FILE.                                       *
023007******************************************************************
023007 2580-WRITE-MASTER-SNAPSHOT.
023007     MOVE SPACES TO MULT-MSNAP-RECORD.
023007     MOVE MULT-MASTER-KEY TO MULT-MSNAP-KEY.
023007     MOVE MULT-RUN-DATE TO MULT-MSNAP-BUS-DATE.
023007     SET MULT-MSNAP-POSTED TO TRUE.
023007     MOVE MULT-RUN-NUMBER TO MULT-MSNAP-RUN-NUMBER.
023007     MOVE MULT-MASTER-TRAN-COUNT TO MULT-MSNAP-TRAN-COUNT.
023007     MOVE MULT-MASTER-SUM-OF-C TO MULT-MSNAP-SUM-OF-C.
023007     MOVE MULT-MASTER-FIRST-DATE TO MULT-MSNAP-FIRST-DATE.
023007     MOVE MULT-MASTER-LAST-DATE TO MULT-MSNAP-LAST-DATE.
023007     MOVE 1 TO MULT-MSNAP-CHG-COUNT.
023007     MOVE MULT-C TO MULT-MSNAP-CHG-SUM.
023007     MOVE SPACES TO MSNAP-FILE-RECORD.
023007     MOVE MULT-MSNAP-RECORD TO MSNAP-FILE-RECORD.
023007     WRITE MSNAP-FILE-RECORD.
023007 2580-EXIT.
023007     EXIT.
023007
023010******************************************************************
023020*    2600-WRITE-REJECT-RECORD - LOG A TRANSACTION THAT FAILED     *
023030*    VALIDATION OR OVERFLOWED THE MULTIPLY, WITH ITS REASON CODE, *
023118     MOVE MULT-TRANS-SOURCE TO MULT-REJECT-SOURCE.
023119     MOVE MULT-RUN-NUMBER TO MULT-REJECT-RUN-NUMBER.
023119     MOVE MULT-TRANS-OPERATOR TO MULT-REJECT-OPERATOR.
023119     MOVE MULT-INPUT-FILE-NO TO MULT-REJECT-INPUT-FILE.
023119     MOVE MULT-TRANS-EFF-DATE TO MULT-REJECT-EFF-DATE.
023120     MOVE SPACES TO REJECT-FILE-RECORD.
023130     MOVE MULT-REJECT-RECORD TO REJECT-FILE-RECORD.
023140     WRITE REJECT-FILE-RECORD.
024000     WRITE RESTART-FILE-RECORD.
024100     MOVE ZERO TO MULT-SINCE-CKPT.
024200 2700-EXIT.
024201     EXIT.
024201
024202******************************************************************
024203*    2800-CHECK-HOLD-LIMIT - DOES THIS GOOD TRANSACTION NEED A   *
024204*    SUPERVISOR BEFORE IT POSTS?  AN ITEM ALREADY RELEASED       *
024205*    THROUGH MULTAPPR PASSES, CARRYING ITS APPROVER - BUT ONLY   *
024206*    OFF THE PENDING FILE, WHERE MULTAPPR QUEUES IT, SO A        *
024207*    RELEASE FLAG ON A REGIONAL FILE CAN NEVER GET AROUND THE    *
024208*    HOLD.  OTHERWISE THE MOST SPECIFIC THRESHOLD FOR THE REGION *
024209*    AND OPERATION CODE IS FOUND AND THE ABSOLUTE C HELD AGAINST *
024209*    IT.                                                         *
024210******************************************************************
024211 2800-CHECK-HOLD-LIMIT.
024212     IF MULT-TRANS-HOLD-RELEASED
024213         AND MULT-INPUT-FILE-NO = MULT-LAST-INPUT-FILE
024214         MOVE MULT-TRANS-APPROVER TO MULT-APPROVER-ID
024215         GO TO 2800-EXIT
024216     END-IF.
024217     MOVE ZERO TO MULT-HLIM-BEST-RANK.
024218     MOVE ZERO TO MULT-HLIM-BEST-LIMIT.
024219     MOVE ZERO TO MULT-HLIM-IX.
024220     PERFORM 2810-SCAN-HOLD-LIMIT THRU 2810-EXIT
024221         UNTIL MULT-HLIM-IX >= MULT-HLIM-COUNT.
024222     IF MULT-HLIM-BEST-RANK = ZERO
024223         GO TO 2800-EXIT
024224     END-IF.
024225*    THE UNSIGNED RECEIVING FIELD DROPS THE SIGN OF C.
024226     MOVE MULT-C TO MULT-HOLD-ABS-C.
024227     IF MULT-HOLD-ABS-C > MULT-HLIM-BEST-LIMIT
024228         SET MULT-HOLD-ITEM-YES TO TRUE
024229     END-IF.
024230 2800-EXIT.
024231     EXIT.
024231
024232******************************************************************
024233*    2810-SCAN-HOLD-LIMIT - RANK ONE THRESHOLD ROW AGAINST THE   *
024234*    TRANSACTION AND KEEP IT IF IT IS THE BEST MATCH SO FAR.     *
024235******************************************************************
024236 2810-SCAN-HOLD-LIMIT.
024237     ADD 1 TO MULT-HLIM-IX.
024238     EVALUATE TRUE
024239         WHEN MULT-HLIM-TAB-REGION (MULT-HLIM-IX)
024239                = MULT-TRANS-REGION
024240          AND MULT-HLIM-TAB-OP (MULT-HLIM-IX) = MULT-OP-CODE
024241             MOVE 4 TO MULT-HLIM-RANK
024242         WHEN MULT-HLIM-TAB-REGION (MULT-HLIM-IX)
024242                = MULT-TRANS-REGION
024243          AND MULT-HLIM-TAB-OP (MULT-HLIM-IX) = "*"
024244             MOVE 3 TO MULT-HLIM-RANK
024245         WHEN MULT-HLIM-TAB-REGION (MULT-HLIM-IX) = "**"
024246          AND MULT-HLIM-TAB-OP (MULT-HLIM-IX) = MULT-OP-CODE
024247             MOVE 2 TO MULT-HLIM-RANK
024248         WHEN MULT-HLIM-TAB-REGION (MULT-HLIM-IX) = "**"
024249          AND MULT-HLIM-TAB-OP (MULT-HLIM-IX) = "*"
024250             MOVE 1 TO MULT-HLIM-RANK
024251         WHEN OTHER
024252             MOVE ZERO TO MULT-HLIM-RANK
024253     END-EVALUATE.
024254     IF MULT-HLIM-RANK > MULT-HLIM-BEST-RANK
024255         MOVE MULT-HLIM-RANK TO MULT-HLIM-BEST-RANK
024256         MOVE MULT-HLIM-TAB-LIMIT (MULT-HLIM-IX)
024257             TO MULT-HLIM-BEST-LIMIT
024258     END-IF.
024259 2810-EXIT.
024260     EXIT.
024260
024261******************************************************************
024262*    2850-HOLD-TRANSACTION - PUT A TRANSACTION OVER ITS LIMIT ON *
024263*    THE HOLD QUEUE INSTEAD OF POSTING IT.  NOTHING IS AUDITED,  *
024264*    OUTPUT, OR POSTED TO THE MASTER; THE ITEM IS REMEMBERED FOR *
024265*    THE DUPLICATE CHECK SO A SECOND COPY LATER IN THE RUN STILL *
024266*    REJECTS.  THE KEYED-BY OPERATOR AND ANY DUPLICATE RELEASE   *
024267*    RIDE ON THE HOLD ROW FOR MULTAPPR.                          *
024268******************************************************************
024269 2850-HOLD-TRANSACTION.
024270     MOVE SPACES TO MULT-HOLD-RECORD.
024271     MOVE MULT-TRANS-KEY TO MULT-HOLD-KEY.
024272     MOVE MULT-A TO MULT-HOLD-A.
024273     MOVE MULT-B TO MULT-HOLD-B.
024274     MOVE MULT-OP-CODE TO MULT-HOLD-OP-CODE.
024275     MOVE MULT-TRANS-REGION TO MULT-HOLD-REGION.
024276     MOVE MULT-TRANS-SOURCE TO MULT-HOLD-SOURCE.
024277     MOVE MULT-TRANS-OPERATOR TO MULT-HOLD-OPERATOR.
024278     MOVE MULT-C TO MULT-HOLD-C.
024279     MOVE MULT-RUN-NUMBER TO MULT-HOLD-RUN-NUMBER.
024280     MOVE MULT-RUN-DATE TO MULT-HOLD-DATE.
024281     MOVE ZERO TO MULT-HOLD-DECISION-DATE.
024282     MOVE MULT-TRANS-DUP-RELEASE TO MULT-HOLD-DUP-RELEASE.
024282     MOVE MULT-INPUT-FILE-NO TO MULT-HOLD-INPUT-FILE.
024283     MOVE SPACES TO HOLD-FILE-RECORD.
024284     MOVE MULT-HOLD-RECORD TO HOLD-FILE-RECORD.
024285     WRITE HOLD-FILE-RECORD.
024286     DISPLAY "HELD FOR APPROVAL - " MULT-TRANS-KEY " "
024287         MULT-A " " MULT-OP-CODE " " MULT-B " = " MULT-C.
024288     PERFORM 2230-REMEMBER-TRANSACTION THRU 2230-EXIT.
024289     ADD 1 TO MULT-HELD-COUNT.
024290 2850-EXIT.
024300     EXIT.
024300
024300******************************************************************
024300*    2900-SCHEDULE-TRANSACTION - PUT A GOOD TRANSACTION DATED    *
024300*    LATER THAN TONIGHT ON THE SCHEDULED-TRANSACTION FILE        *
024300*    INSTEAD OF POSTING IT.  NOTHING IS AUDITED, OUTPUT, OR      *
024300*    POSTED TO THE MASTER; THE ITEM IS REMEMBERED FOR THE        *
024300*    DUPLICATE CHECK SO A SECOND COPY LATER IN THE RUN STILL     *
024300*    REJECTS.  THE ROW CARRIES EVERYTHING MULTSCHR NEEDS TO      *
024300*    REBUILD THE TRANSACTION ON THE PENDING FILE WHEN IT FALLS   *
024300*    DUE.                                                        *
024300******************************************************************
024300 2900-SCHEDULE-TRANSACTION.
024300     MOVE SPACES TO MULT-SCHED-RECORD.
024300     MOVE MULT-TRANS-KEY TO MULT-SCHD-KEY.
024300     MOVE MULT-A TO MULT-SCHD-A.
024300     MOVE MULT-B TO MULT-SCHD-B.
024300     MOVE MULT-OP-CODE TO MULT-SCHD-OP-CODE.
024300     MOVE MULT-TRANS-REGION TO MULT-SCHD-REGION.
024300     MOVE MULT-TRANS-SOURCE TO MULT-SCHD-SOURCE.
024300     MOVE MULT-TRANS-OPERATOR TO MULT-SCHD-OPERATOR.
024300     MOVE MULT-TRANS-DUP-RELEASE TO MULT-SCHD-DUP-RELEASE.
024300     MOVE MULT-TRANS-HOLD-RELEASE TO MULT-SCHD-HOLD-RELEASE.
024300     MOVE MULT-TRANS-APPROVER TO MULT-SCHD-APPROVER.
024300     MOVE MULT-EFF-DATE TO MULT-SCHD-EFF-DATE.
024300     MOVE MULT-RUN-NUMBER TO MULT-SCHD-RUN-NUMBER.
024300     MOVE MULT-RUN-DATE TO MULT-SCHD-DATE.
024300     MOVE MULT-INPUT-FILE-NO TO MULT-SCHD-INPUT-FILE.
024300     MOVE SPACES TO SCHED-FILE-RECORD.
024300     MOVE MULT-SCHED-RECORD TO SCHED-FILE-RECORD.
024300     WRITE SCHED-FILE-RECORD.
024300     DISPLAY "SCHEDULED FOR " MULT-EFF-DATE " - " MULT-TRANS-KEY
024300         " " MULT-A " " MULT-OP-CODE " " MULT-B.
024300     PERFORM 2230-REMEMBER-TRANSACTION THRU 2230-EXIT.
024300     ADD 1 TO MULT-SCHED-COUNT.
024300 2900-EXIT.
024300     EXIT.
024400
024305******************************************************************
024375
024380******************************************************************
024385*    3100-READ-CURRENT-FILE - ONE READ AGAINST WHICHEVER INPUT   *
024390*    FILE IS CURRENT.  A REGIONAL SLOT NOT CLEARED TO POST       *
024391*    TONIGHT IS PASSED OVER UNREAD.                              *
024395******************************************************************
024400 3100-READ-CURRENT-FILE.
024401     IF MULT-INPUT-FILE-NO < MULT-LAST-INPUT-FILE
024402         IF MULT-SLOT-POST (MULT-INPUT-FILE-NO) NOT = "Y"
024403             PERFORM 3200-SWITCH-INPUT-FILE THRU 3200-EXIT
024404             GO TO 3100-EXIT
024404         END-IF
024404     END-IF.
024405     EVALUATE MULT-INPUT-FILE-NO
024410         WHEN 1
024415             READ MULT-TRANS-FILE-1 INTO MULT-TRANS-RECORD
024505                     SET MULT-GOT-RECORD-YES TO TRUE
024510             END-READ
024515         WHEN 4
024516             READ MULT-TRANS-FILE-4 INTO MULT-TRANS-RECORD
024517                 AT END
024518                     PERFORM 3200-SWITCH-INPUT-FILE THRU 3200-EXIT
024519                 NOT AT END
024519                     SET MULT-GOT-RECORD-YES TO TRUE
024519             END-READ
024519         WHEN 5
024519             READ MULT-TRANS-FILE-5 INTO MULT-TRANS-RECORD
024519                 AT END
024519                     PERFORM 3200-SWITCH-INPUT-FILE THRU 3200-EXIT
024519                 NOT AT END
024519                     SET MULT-GOT-RECORD-YES TO TRUE
024519             END-READ
024519         WHEN 6
024519             READ MULT-TRANS-FILE-6 INTO MULT-TRANS-RECORD
024519                 AT END
024519                     PERFORM 3200-SWITCH-INPUT-FILE THRU 3200-EXIT
024519                 NOT AT END
024519                     SET MULT-GOT-RECORD-YES TO TRUE
024519             END-READ
024519         WHEN 7
024520             READ MULT-PENDING-FILE INTO MULT-TRANS-RECORD
024525                 AT END
024530                     PERFORM 3200-SWITCH-INPUT-FILE THRU 3200-EXIT
024560     END-EVALUATE.
024561*    A TRANSMISSION HEADER OR TRAILER IS A CONTROL RECORD FOR
024562*    MULTPRE, NOT A TRANSACTION - CONSUME IT AND KEEP READING.
024562*    ONLY THE REGIONAL FILES CARRY THEM - A PENDING-FILE
024562*    ENTRY IS ALWAYS A TRANSACTION, WHATEVER ITS KEY SAYS.
024563     IF MULT-GOT-RECORD-YES AND MULT-TRANS-IS-LABEL
024563         AND MULT-INPUT-FILE-NO < MULT-LAST-INPUT-FILE
024625 3200-EXIT.
024630     EXIT.
024635
024635******************************************************************
024635*    3300-OPEN-INPUT-SLOT - OPEN THE NEXT REGIONAL SLOT IF IT IS *
024635*    CLEARED TO POST TONIGHT.                                    *
024635******************************************************************
024635 3300-OPEN-INPUT-SLOT.
024635     ADD 1 TO MULT-SLOT-IX.
024635     IF MULT-SLOT-POST (MULT-SLOT-IX) NOT = "Y"
024635         GO TO 3300-EXIT
024635     END-IF.
024635     EVALUATE MULT-SLOT-IX
024635         WHEN 1
024635             OPEN INPUT MULT-TRANS-FILE-1
024635         WHEN 2
024635             OPEN INPUT MULT-TRANS-FILE-2
024635         WHEN 3
024635             OPEN INPUT MULT-TRANS-FILE-3
024635         WHEN 4
024635             OPEN INPUT MULT-TRANS-FILE-4
024635         WHEN 5
024635             OPEN INPUT MULT-TRANS-FILE-5
024635         WHEN 6
024635             OPEN INPUT MULT-TRANS-FILE-6
024635     END-EVALUATE.
024635 3300-EXIT.
024635     EXIT.
024635
024635******************************************************************
024635*    3400-CLOSE-INPUT-SLOT - CLOSE THE NEXT REGIONAL SLOT IF IT  *
024635*    WAS OPENED.                                                 *
024635******************************************************************
024635 3400-CLOSE-INPUT-SLOT.
024635     ADD 1 TO MULT-SLOT-IX.
024635     IF MULT-SLOT-POST (MULT-SLOT-IX) NOT = "Y"
024635         GO TO 3400-EXIT
024635     END-IF.
024635     EVALUATE MULT-SLOT-IX
024635         WHEN 1
024635             CLOSE MULT-TRANS-FILE-1
024635         WHEN 2
024635             CLOSE MULT-TRANS-FILE-2
024635         WHEN 3
024635             CLOSE MULT-TRANS-FILE-3
024635         WHEN 4
024635             CLOSE MULT-TRANS-FILE-4
024635         WHEN 5
024635             CLOSE MULT-TRANS-FILE-5
024635         WHEN 6
024635             CLOSE MULT-TRANS-FILE-6
024635     END-EVALUATE.
024635 3400-EXIT.
024635     EXIT.
024635
024500******************************************************************
024600*    9000-FINALIZE - FINAL CHECKPOINT, RECORD THE COMPLETED RUN  *
024610*    ON THE RUN-CONTROL FILE AND THE RUN-HISTORY FILE, AND       *
025160     WRITE CONTROL-FILE-RECORD.
025170     CLOSE CONTROL-FILE.
025172     PERFORM 9100-WRITE-RUN-HISTORY THRU 9100-EXIT.
025173     MOVE ZERO TO MULT-SLOT-IX.
025174     PERFORM 3400-CLOSE-INPUT-SLOT THRU 3400-EXIT
025175         UNTIL MULT-SLOT-IX >= MULT-SLOT-MAX.
025230     CLOSE MULT-PENDING-FILE.
025300     CLOSE OUTPUT-FILE.
025350     CLOSE AUDIT-FILE.
025355     CLOSE MASTER-FILE.
025356     CLOSE KEYREG-FILE.
025360     CLOSE REJECT-FILE.
025361     CLOSE HOLD-FILE.
025361     CLOSE SCHED-FILE.
025361     CLOSE MSNAP-FILE.
025400     CLOSE RESTART-FILE.
025500 9000-EXIT.
025600     EXIT.
025720     ACCEPT MULT-RUNH-END-TIME FROM TIME.
025722*    ON A RESTART THE INPUT COUNT INCLUDES THE ROWS SKIPPED AS
025724*    ALREADY POSTED - THE HISTORY ROW LOGS ONLY THE REMAINDER
025726*    THIS EXECUTION PROCESSED, SO INPUT = GOOD + REJECT + HELD
025726*    + SCHEDULED.
025728     IF MULT-RESTART-RRN > MULT-INPUT-COUNT
025729         MOVE ZERO TO MULT-RUNH-INPUT-COUNT
025730     ELSE
025733     END-IF.
025740     MOVE MULT-GOOD-COUNT TO MULT-RUNH-GOOD-COUNT.
025750     MOVE MULT-REJ-COUNT TO MULT-RUNH-REJECT-COUNT.
025751     MOVE MULT-HELD-COUNT TO MULT-RUNH-HELD-COUNT.
025751     MOVE MULT-SCHED-COUNT TO MULT-RUNH-SCHED-COUNT.
025760     MOVE MULT-RESTART-PARM TO MULT-RUNH-RESTART-FLAG.
025770     OPEN EXTEND RUN-HISTORY-FILE.
025780     MOVE SPACES TO RUN-HISTORY-FILE-RECORD.
025810     CLOSE RUN-HISTORY-FILE.
025820 9100-EXIT.
025830     EXIT.
025830

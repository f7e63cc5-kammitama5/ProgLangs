002301*    2026-09-02   JH  KEYS STARTING HDR OR TRL ARE REFUSED AT    *
002302*                     ENTRY - THEY ARE RESERVED FOR THE          *
002303*                     TRANSMISSION CONTROL RECORDS.              *
002304*    2026-10-15   JH  AN ENTRY IS REJECTED UNLESS ITS KEY IS ON  *
002305*                     THE KEY REGISTRY, OPEN, AND OWNED BY THE   *
002306*                     REGION KEYED (REASONS 07, 08, AND 09, THE  *
002307*                     SAME CHECKS THE NIGHTLY RUN APPLIES), SO A *
002308*                     MISKEYED ENTRY IS CAUGHT AT THE CONSOLE.   *
002308*    2026-10-15   JH  THE REGION KEYED IS CHECKED AGAINST THE    *
002308*                     REGION CONTROL FILE (MULTRGN) INSTEAD OF   *
002308*                     A HARDWIRED R1/R2/R3 LIST, SO A NEW OFFICE *
002308*                     IS ACCEPTED AS SOON AS IT IS ADDED THERE.  *
002308*    2026-10-15   JH  AN OPTIONAL EFFECTIVE DATE IS KEYED WITH   *
002308*                     EACH ENTRY AND RIDES ON THE PENDING RECORD *
002308*                     - BLANK POSTS TONIGHT, A LATER DATE IS     *
002308*                     SCHEDULED BY THE NIGHTLY RUN TO POST ON OR *
002308*                     AFTER IT, SO PAPER NO LONGER HAS TO BE     *
002308*                     HELD UNTIL THE DAY.  A DATE THAT IS NOT A  *
002308*                     REAL CALENDAR DATE IS RE-PROMPTED.         *
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
002850         ORGANIZATION IS SEQUENTIAL.
002860     SELECT OPERATOR-FILE      ASSIGN TO "MULTOPER"
002870         ORGANIZATION IS SEQUENTIAL.
002880     SELECT KEYREG-FILE        ASSIGN TO "MULTKEY"
002882         ORGANIZATION IS INDEXED
002884         ACCESS MODE IS RANDOM
002886         RECORD KEY IS KEYREG-FILE-KEY.
002887     SELECT REGION-FILE        ASSIGN TO "MULTRGN"
002888         ORGANIZATION IS SEQUENTIAL.
002900
003000 DATA DIVISION.
003010 FILE SECTION.
003058     RECORDING MODE IS F.
003059 01  OPERATOR-FILE-RECORD       PIC X(80).
003060
003062 FD  KEYREG-FILE
003064     RECORD CONTAINS 80 CHARACTERS.
003066 01  KEYREG-FILE-RECORD.
003068     05  KEYREG-FILE-KEY         PIC X(06).
003070     05  FILLER                  PIC X(74).
003072
003073 FD  REGION-FILE
003074     LABEL RECORDS ARE STANDARD
003075     RECORDING MODE IS F.
003076 01  REGION-FILE-RECORD         PIC X(80).
003077
003100 WORKING-STORAGE SECTION.
003200*    SHARED A/B/C, ERROR, AND REASON-CODE FIELDS.
003300     COPY MULTREC.
003700 77  MULT-ENTRY-B                PIC X(05) VALUE SPACES.
003710 77  MULT-ENTRY-KEY              PIC X(06) VALUE SPACES.
003720 77  MULT-ENTRY-REGION           PIC X(02) VALUE SPACES.
003720 77  MULT-ENTRY-EFF-DATE         PIC X(08) VALUE SPACES.
003750 77  MULT-KEY-OK-SW              PIC X(01) VALUE "N".
003760     88  MULT-KEY-OK-YES                    VALUE "Y".
003770 77  MULT-REGION-OK-SW           PIC X(01) VALUE "N".
003780     88  MULT-REGION-OK-YES                 VALUE "Y".
003780 77  MULT-EFF-OK-SW              PIC X(01) VALUE "N".
003780     88  MULT-EFF-OK-YES                    VALUE "Y".
003800 77  MULT-AGAIN-SW               PIC X(01) VALUE "Y".
003900     88  MULT-AGAIN-YES                     VALUE "Y" "y".
004000     88  MULT-AGAIN-NO                       VALUE "N" "n".
004018 77  MULT-SIGNON-MAX-TRIES       PIC 9(01) VALUE 3.
004019 77  MULT-OPERATOR-ID            PIC X(08) VALUE SPACES.
004021
004021*    REGION CONTROL TABLE, LOADED FROM MULTRGN AT SIGN-ON.
004021 77  MULT-REGION-EOF-SW          PIC X(01) VALUE "N".
004021     88  MULT-REGION-EOF-YES                VALUE "Y".
004021 77  MULT-RTAB-MAX               PIC 9(04) COMP VALUE 6.
004021 77  MULT-RTAB-COUNT             PIC 9(04) COMP VALUE ZERO.
004021 77  MULT-RTAB-IX                PIC 9(04) COMP VALUE ZERO.
004021 01  MULT-REGION-TABLE.
004021     05  MULT-RTAB-ENTRY         OCCURS 6 TIMES.
004021         10  MULT-RTAB-CODE      PIC X(02).
004021         10  MULT-RTAB-NAME      PIC X(20).
004021
004021*    EFFECTIVE-DATE CHECK - THE DATE MUST BE A REAL CALENDAR
004021*    DATE (FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A
004021*    CENTURY YEAR NOT DIVISIBLE BY 400).
004021 01  MULT-EFF-DATE               PIC 9(08) VALUE ZERO.
004021 01  MULT-EFF-DATE-PARTS REDEFINES MULT-EFF-DATE.
004021     05  MULT-EFF-YEAR           PIC 9(04).
004021     05  MULT-EFF-MONTH          PIC 9(02).
004021     05  MULT-EFF-DAY            PIC 9(02).
004021 01  MULT-MONTH-DAYS-VALUES.
004021     05  FILLER                  PIC X(24) VALUE
004021         "312831303130313130313031".
004021 01  MULT-MONTH-DAYS-TABLE REDEFINES MULT-MONTH-DAYS-VALUES.
004021     05  MULT-MONTH-DAYS         PIC 9(02) OCCURS 12 TIMES.
004021 77  MULT-EFF-MONTH-DAYS         PIC 9(02) VALUE ZERO.
004021 77  MULT-LEAP-QUOTIENT          PIC 9(04) VALUE ZERO.
004021 77  MULT-LEAP-REMAINDER         PIC 9(04) VALUE ZERO.
004021
004020*    SESSION CONTROL TOTAL.
004030 77  MULT-QUEUED-COUNT           PIC 9(06) VALUE ZERO.
004100
005300******************************************************************
005400*    1000-INITIALIZE - SIGN THE OPERATOR ON AGAINST THE          *
005410*    AUTHORIZED-OPERATOR FILE BEFORE ANYTHING ELSE - NO          *
005420*    SIGN-ON, NO SESSION - THEN LOAD THE REGION CONTROL TABLE,   *
005421*    OPEN THE PENDING FILE, AND ANNOUNCE THE SESSION.            *
005500******************************************************************
005600 1000-INITIALIZE.
005601     DISPLAY "MULTINT - INTERACTIVE MULTIPLY ENTRY".
005608         STOP RUN
005609     END-IF.
005611     DISPLAY "SIGNED ON - " MULT-OPER-NAME.
005611     PERFORM 1200-LOAD-REGIONS THRU 1200-EXIT.
005611     IF MULT-RTAB-COUNT = ZERO
005611         DISPLAY "REGION CONTROL FILE (MULTRGN) IS EMPTY -"
005611             " SESSION REFUSED."
005611         MOVE 8 TO RETURN-CODE
005611         STOP RUN
005611     END-IF.
005610     OPEN EXTEND PENDING-FILE.
005612     OPEN INPUT KEYREG-FILE.
005800     DISPLAY "ENTER A AND B AS FIVE-DIGIT NUMBERS"
005810         " (00000-99999).".
005810     DISPLAY "ACCEPTED ENTRIES QUEUE TO TONIGHT'S BATCH.".
006104 1150-EXIT.
006105     EXIT.
006110
006111******************************************************************
006112*    1200-LOAD-REGIONS - READ THE REGION CONTROL FILE INTO THE   *
006113*    TABLE THE REGION PROMPT IS CHECKED AGAINST.                 *
006114******************************************************************
006115 1200-LOAD-REGIONS.
006116     OPEN INPUT REGION-FILE.
006117     PERFORM 1250-LOAD-ONE-REGION THRU 1250-EXIT
006118         UNTIL MULT-REGION-EOF-YES.
006119     CLOSE REGION-FILE.
006120 1200-EXIT.
006121     EXIT.
006122
006123******************************************************************
006124*    1250-LOAD-ONE-REGION - ONE REGION CONTROL RECORD.  A BLANK  *
006125*    CODE IS PASSED OVER; PAST THE TABLE'S SIX ENTRIES THE REST  *
006126*    ARE IGNORED, AS THE NIGHTLY RUN HAS ONLY SIX SLOTS.         *
006127******************************************************************
006128 1250-LOAD-ONE-REGION.
006129     READ REGION-FILE INTO MULT-REGION-RECORD
006130         AT END
006131             SET MULT-REGION-EOF-YES TO TRUE
006132             GO TO 1250-EXIT
006133     END-READ.
006134     IF MULT-RGN-CODE = SPACES
006135         OR MULT-RTAB-COUNT >= MULT-RTAB-MAX
006136         GO TO 1250-EXIT
006137     END-IF.
006138     ADD 1 TO MULT-RTAB-COUNT.
006139     MOVE MULT-RGN-CODE TO MULT-RTAB-CODE (MULT-RTAB-COUNT).
006140     MOVE MULT-RGN-NAME TO MULT-RTAB-NAME (MULT-RTAB-COUNT).
006141 1250-EXIT.
006142     EXIT.
006143
006200******************************************************************
006300*    2000-PROCESS-ONE-ENTRY - PROMPT FOR ONE A/B PAIR, VALIDATE   *
006400*    IT, COMPUTE AND DISPLAY THE RESULT, AND ASK WHETHER TO       *
006900     ACCEPT MULT-ENTRY-A.
007000     DISPLAY "B ? " WITH NO ADVANCING.
007100     ACCEPT MULT-ENTRY-B.
007100     MOVE "N" TO MULT-EFF-OK-SW.
007100     PERFORM 2170-ACCEPT-EFF-DATE THRU 2170-EXIT
007100         UNTIL MULT-EFF-OK-YES.
007200     PERFORM 2200-VALIDATE-ENTRY THRU 2200-EXIT.
007300     IF MULT-REASON-NONE
007400         MOVE MULT-ENTRY-A TO MULT-A
008860     EXIT.
008861
008870******************************************************************
008880*    2150-ACCEPT-REGION - ONE PROMPT FOR THE REGION.  ONLY AN    *
008881*    OFFICE ON THE REGION CONTROL FILE IS ACCEPTED, SO A MISKEY  *
008882*    CANNOT INVENT A PHANTOM SUBTOTAL GROUP ON THE NIGHTLY       *
008882*    REPORT.                                                     *
008883******************************************************************
008884 2150-ACCEPT-REGION.
008885     DISPLAY "REGION ? " WITH NO ADVANCING.
008886     ACCEPT MULT-ENTRY-REGION.
008886     MOVE ZERO TO MULT-RTAB-IX.
008886     PERFORM 2160-FIND-REGION THRU 2160-EXIT
008886         UNTIL MULT-REGION-OK-YES
008886         OR MULT-RTAB-IX >= MULT-RTAB-COUNT.
008887     IF MULT-REGION-OK-YES
008888         DISPLAY "REGION " MULT-ENTRY-REGION " - "
008888             MULT-RTAB-NAME (MULT-RTAB-IX)
008889     ELSE
008890         DISPLAY "REGION " MULT-ENTRY-REGION " IS NOT ON THE"
008891             " REGION CONTROL FILE - PLEASE RE-ENTER."
008892     END-IF.
008893 2150-EXIT.
008894     EXIT.
008895
008896******************************************************************
008897*    2160-FIND-REGION - ONE REGION TABLE ENTRY AGAINST THE       *
008898*    REGION KEYED.                                               *
008899******************************************************************
008900 2160-FIND-REGION.
008901     ADD 1 TO MULT-RTAB-IX.
008902     IF MULT-RTAB-CODE (MULT-RTAB-IX) = MULT-ENTRY-REGION
008903         SET MULT-REGION-OK-YES TO TRUE
008904     END-IF.
008905 2160-EXIT.
008906     EXIT.
008906
008906******************************************************************
008906*    2170-ACCEPT-EFF-DATE - ONE PROMPT FOR THE EFFECTIVE DATE.   *
008906*    BLANK MEANS POST IN TONIGHT'S BATCH.  A DATE NEED NOT BE A  *
008906*    BUSINESS DAY - THE NIGHTLY RUN POSTS IT IN THE FIRST RUN ON *
008906*    OR AFTER IT - BUT IT MUST BE A REAL YYYYMMDD DATE.          *
008906******************************************************************
008906 2170-ACCEPT-EFF-DATE.
008906     DISPLAY "EFFECTIVE DATE (YYYYMMDD, BLANK = TONIGHT) ? "
008906         WITH NO ADVANCING.
008906     MOVE SPACES TO MULT-ENTRY-EFF-DATE.
008906     ACCEPT MULT-ENTRY-EFF-DATE.
008906     IF MULT-ENTRY-EFF-DATE = SPACES
008906         SET MULT-EFF-OK-YES TO TRUE
008906         GO TO 2170-EXIT
008906     END-IF.
008906     IF MULT-ENTRY-EFF-DATE NUMERIC
008906         MOVE MULT-ENTRY-EFF-DATE TO MULT-EFF-DATE
008906         PERFORM 2180-CHECK-CALENDAR-DATE THRU 2180-EXIT
008906     END-IF.
008906     IF NOT MULT-EFF-OK-YES
008906         DISPLAY "EFFECTIVE DATE " MULT-ENTRY-EFF-DATE
008906             " IS NOT A VALID DATE - PLEASE RE-ENTER."
008906     END-IF.
008906 2170-EXIT.
008906     EXIT.
008906
008906******************************************************************
008906*    2180-CHECK-CALENDAR-DATE - SET MULT-EFF-OK-SW WHEN THE      *
008906*    MONTH IS 01-12 AND THE DAY FALLS WITHIN THAT MONTH.         *
008906******************************************************************
008906 2180-CHECK-CALENDAR-DATE.
008906     IF MULT-EFF-YEAR < 1900
008906         OR MULT-EFF-MONTH < 1 OR MULT-EFF-MONTH > 12
008906         OR MULT-EFF-DAY < 1
008906         GO TO 2180-EXIT
008906     END-IF.
008906     MOVE MULT-MONTH-DAYS (MULT-EFF-MONTH) TO MULT-EFF-MONTH-DAYS.
008906     IF MULT-EFF-MONTH = 2
008906         DIVIDE MULT-EFF-YEAR BY 4 GIVING MULT-LEAP-QUOTIENT
008906             REMAINDER MULT-LEAP-REMAINDER
008906         IF MULT-LEAP-REMAINDER = ZERO
008906             MOVE 29 TO MULT-EFF-MONTH-DAYS
008906             DIVIDE MULT-EFF-YEAR BY 100 GIVING MULT-LEAP-QUOTIENT
008906                 REMAINDER MULT-LEAP-REMAINDER
008906             IF MULT-LEAP-REMAINDER = ZERO
008906                 DIVIDE MULT-EFF-YEAR BY 400
008906                     GIVING MULT-LEAP-QUOTIENT
008906                     REMAINDER MULT-LEAP-REMAINDER
008906                 IF MULT-LEAP-REMAINDER NOT = ZERO
008906                     MOVE 28 TO MULT-EFF-MONTH-DAYS
008906                 END-IF
008906             END-IF
008906         END-IF
008906     END-IF.
008906     IF MULT-EFF-DAY > MULT-EFF-MONTH-DAYS
008906         GO TO 2180-EXIT
008906     END-IF.
008906     SET MULT-EFF-OK-YES TO TRUE.
008906 2180-EXIT.
008906     EXIT.
008907
009000******************************************************************
009100*    2200-VALIDATE-ENTRY - CONFIRM A AND B ARE NUMERIC BEFORE THE *
009200*    MULTIPLY IS EVEN ATTEMPTED, THEN CHECK THE KEY REGISTRY.     *
009300******************************************************************
009400 2200-VALIDATE-ENTRY.
009500     SET MULT-REASON-NONE TO TRUE.
010300             MOVE "ENTRY B IS NOT NUMERIC" TO MULT-REASON-TEXT
010400         END-IF
010500     END-IF.
010510     IF MULT-REASON-NONE
010520         PERFORM 2250-VALIDATE-KEY THRU 2250-EXIT
010530     END-IF.
010600 2200-EXIT.
010700     EXIT.
010800
010810******************************************************************
010820*    2250-VALIDATE-KEY - THE KEY MUST BE ON THE KEY REGISTRY,    *
010830*    OPEN, AND OWNED BY THE REGION KEYED - THE SAME CHECKS THE   *
010840*    NIGHTLY RUN MAKES, SO THE ENTRY IS REFUSED HERE RATHER     *
010850*    THAN REJECTED TONIGHT.                                      *
010860******************************************************************
010870 2250-VALIDATE-KEY.
010871     MOVE MULT-ENTRY-KEY TO KEYREG-FILE-KEY.
010872     READ KEYREG-FILE INTO MULT-KEYREG-RECORD
010873         INVALID KEY
010874             SET MULT-REASON-UNKNOWN-KEY TO TRUE
010875             MOVE "KEY IS NOT ON THE KEY REGISTRY" TO
010876                 MULT-REASON-TEXT
010877             GO TO 2250-EXIT
010878     END-READ.
010879     IF NOT MULT-KEYREG-OPEN
010880         SET MULT-REASON-CLOSED-KEY TO TRUE
010881         MOVE "KEY IS CLOSED ON THE KEY REGISTRY" TO
010882             MULT-REASON-TEXT
010883         GO TO 2250-EXIT
010884     END-IF.
010885     IF MULT-KEYREG-REGION NOT = MULT-ENTRY-REGION
010886         SET MULT-REASON-WRONG-REGION TO TRUE
010887         MOVE "KEY IS OWNED BY ANOTHER REGION" TO
010888             MULT-REASON-TEXT
010889     END-IF.
010890 2250-EXIT.
010891     EXIT.
010892
010900******************************************************************
011000*    2300-COMPUTE-RESULT - MULTIPLY A BY B GIVING C, PROTECTED    *
011100*    BY ON SIZE ERROR SO A RESULT THAT WILL NOT FIT IN THE        *
012420*    2400-QUEUE-PENDING-ENTRY - ONE ACCEPTED ENTRY TO THE        *
012430*    PENDING FILE IN MULT-TRANS-RECORD FORMAT, FLAGGED ONLINE-   *
012440*    SOURCED, FOR TONIGHT'S BATCH TO VALIDATE, AUDIT, AND        *
012450*    REPORT LIKE ANY OTHER TRANSACTION.  A FUTURE EFFECTIVE DATE *
012450*    RIDES ALONG AND THE BATCH SCHEDULES THE ENTRY FORWARD.      *
012460******************************************************************
012470 2400-QUEUE-PENDING-ENTRY.
012471     MOVE SPACES TO MULT-TRANS-RECORD.
012476     MOVE MULT-ENTRY-REGION TO MULT-TRANS-REGION.
012477     SET MULT-TRANS-SOURCE-ONLINE TO TRUE.
012478     MOVE MULT-OPERATOR-ID TO MULT-TRANS-OPERATOR.
012478     MOVE MULT-ENTRY-EFF-DATE TO MULT-TRANS-EFF-DATE.
012478     MOVE SPACES TO PENDING-FILE-RECORD.
012479     MOVE MULT-TRANS-RECORD TO PENDING-FILE-RECORD.
012480     WRITE PENDING-FILE-RECORD.
012481     ADD 1 TO MULT-QUEUED-COUNT.
012482     IF MULT-ENTRY-EFF-DATE = SPACES
012482         DISPLAY "QUEUED FOR TONIGHT'S BATCH."
012482     ELSE
012482         DISPLAY "QUEUED TO POST ON OR AFTER "
012482             MULT-ENTRY-EFF-DATE "."
012482     END-IF.
012483 2400-EXIT.
012484     EXIT.
012490
012700******************************************************************
012800 9000-FINALIZE.
012810     CLOSE PENDING-FILE.
012815     CLOSE KEYREG-FILE.
012820     DISPLAY "ENTRIES QUEUED THIS SESSION - " MULT-QUEUED-COUNT.
012900     DISPLAY "MULTINT - SESSION ENDED.".
013000 9000-EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MULTSCHR.
000300 AUTHOR.        DATA PROCESSING.
000400 DATE-WRITTEN.  2026-10-15.
000500 DATE-COMPILED. 2026-10-15.
000600*
000700******************************************************************
000800*                                                                *
000900*    MULTSCHR - SCHEDULED AND STANDING TRANSACTION RELEASE       *
001000*                                                                *
001100*    RUNS EACH NIGHT AFTER MULTPRE HAS CLEARED THE NIGHT AND     *
001200*    BEFORE HELLO-WORLD POSTS IT.  IT QUEUES TO THE PENDING FILE *
001300*    (MULTPEND) EVERYTHING DUE TO POST ON TONIGHT'S BUSINESS     *
001400*    DATE, IN MULT-TRANS-RECORD FORMAT, SO IT POSTS WITH THE     *
001500*    REST OF THE NIGHT:                                          *
001600*      - EVERY ROW ON THE SCHEDULED-TRANSACTION FILE (MULTSCHD)  *
001700*        WHOSE EFFECTIVE DATE IS ON OR BEFORE TONIGHT.  A DATE   *
001800*        THAT IS NOT A BUSINESS DAY ON THE PROCESSING CALENDAR   *
001900*        HAS NO RUN OF ITS OWN, SO ITS ROW ROLLS FORWARD TO THE  *
002000*        FIRST RUN AFTER IT - THE NEXT BUSINESS DAY.  THE ROW    *
002100*        KEEPS ITS SOURCE, OPERATOR, AND ANY RELEASE FLAGS,      *
002200*      - EVERY OCCURRENCE OF AN ACTIVE STANDING INSTRUCTION      *
002300*        (MULTSTND, MAINTAINED BY MULTSTNJ) FALLEN DUE BY        *
002400*        TONIGHT, AS SOURCE S UNDER THE OPERATOR WHO SET THE     *
002500*        INSTRUCTION UP.  A DAILY INSTRUCTION POSTS ONCE PER     *
002600*        BUSINESS DAY; A WEEKLY OR MONTHLY ONE WHOSE DATE FELL   *
002700*        ON A NON-BUSINESS DAY POSTS ON THE NEXT ONE.  ONCE THE  *
002800*        NEXT OCCURRENCE IS PAST THE END DATE THE INSTRUCTION IS *
002900*        MARKED ENDED.                                           *
003000*    THE ROWS NOT YET DUE, AND EVERY STANDING INSTRUCTION WITH   *
003100*    ITS NEXT DATE STEPPED, ARE WRITTEN TO NEW COPIES (MULTSCHN, *
003200*    MULTSTNN) FOR THE JCL TO SWAP INTO PLACE, SO A RELEASED ROW *
003300*    OR OCCURRENCE IS NEVER QUEUED TWICE.                        *
003400*                                                                *
003500*    NOTHING IS RELEASED (THE FILES ARE COPIED UNCHANGED) WHEN   *
003600*    TONIGHT'S DATE HAS ALREADY POSTED ON THE RUN-CONTROL FILE - *
003700*    A RERUN OF A NIGHT THAT FINISHED - OR IS NOT A BUSINESS DAY *
003800*    ON THE CALENDAR, WHICH HELLO-WORLD WILL REFUSE IN ANY CASE  *
003900*    (THE STEP THEN ENDS CC 4).                                  *
004000*                                                                *
004100*    THE ONE-CARD MULTPARM FILE:                                 *
004200*        COLS 1-8  TONIGHT'S BUSINESS DATE YYYYMMDD (REQUIRED).  *
004300*                                                                *
004400*    MODIFICATION HISTORY                                        *
004500*    ----------------------------------------------------------- *
004600*    DATE       INIT  DESCRIPTION                                *
004700*    ---------- ----  ------------------------------------------ *
004800*    2026-10-15   JH  INITIAL VERSION.                           *
004810*    2026-10-15   JH  A DAILY INSTRUCTION WHOSE END DATE FELL ON *
004820*                     A NON-BUSINESS DAY NO LONGER QUEUES ONE    *
004830*                     OCCURRENCE PAST IT ON THE NEXT RUN.        *
004900******************************************************************
005000
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER.   IBM-390.
005400 OBJECT-COMPUTER.   IBM-390.
005500
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT PARM-FILE          ASSIGN TO "MULTPARM"
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT CONTROL-FILE       ASSIGN TO "MULTRCTL"
006100         ORGANIZATION IS SEQUENTIAL.
006200     SELECT CALENDAR-FILE      ASSIGN TO "MULTCAL"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT SCHED-FILE         ASSIGN TO "MULTSCHD"
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT SCHED-OUT-FILE     ASSIGN TO "MULTSCHN"
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT STANDING-FILE      ASSIGN TO "MULTSTND"
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT STANDING-OUT-FILE  ASSIGN TO "MULTSTNN"
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT PENDING-FILE       ASSIGN TO "MULTPEND"
007300         ORGANIZATION IS SEQUENTIAL.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  PARM-FILE
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000 01  PARM-FILE-RECORD           PIC X(80).
008100
008200 FD  CONTROL-FILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500 01  CONTROL-FILE-RECORD        PIC X(80).
008600
008700 FD  CALENDAR-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000 01  CALENDAR-FILE-RECORD       PIC X(80).
009100
009200 FD  SCHED-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500 01  SCHED-FILE-RECORD          PIC X(80).
009600
009700 FD  SCHED-OUT-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F.
010000 01  SCHED-OUT-FILE-RECORD      PIC X(80).
010100
010200 FD  STANDING-FILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORDING MODE IS F.
010500 01  STANDING-FILE-RECORD       PIC X(80).
010600
010700 FD  STANDING-OUT-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000 01  STANDING-OUT-FILE-RECORD   PIC X(80).
011100
011200 FD  PENDING-FILE
011300     LABEL RECORDS ARE STANDARD
011400     RECORDING MODE IS F.
011500 01  PENDING-FILE-RECORD        PIC X(80).
011600
011700 WORKING-STORAGE SECTION.
011800*    SHARED RECORD LAYOUTS.
011900     COPY MULTREC.
012000
012100*    RUN CONTROL SWITCHES.
012200 77  MULT-PARM-EOF-SW            PIC X(01) VALUE "N".
012300     88  MULT-PARM-EOF-YES                  VALUE "Y".
012400 77  MULT-PARM-OK-SW             PIC X(01) VALUE "N".
012500     88  MULT-PARM-OK-YES                   VALUE "Y".
012600 77  MULT-CALENDAR-EOF-SW        PIC X(01) VALUE "N".
012700     88  MULT-CALENDAR-EOF-YES              VALUE "Y".
012800 77  MULT-SCHED-EOF-SW           PIC X(01) VALUE "N".
012900     88  MULT-SCHED-EOF-YES                 VALUE "Y".
013000 77  MULT-STANDING-EOF-SW        PIC X(01) VALUE "N".
013100     88  MULT-STANDING-EOF-YES              VALUE "Y".
013200 77  SCHR-BUSINESS-DAY-SW        PIC X(01) VALUE "N".
013300     88  SCHR-BUSINESS-DAY-YES              VALUE "Y".
013400 77  SCHR-RELEASE-SW             PIC X(01) VALUE "N".
013500     88  SCHR-RELEASE-YES                   VALUE "Y".
013600
013700*    THE PARM CARD AS KEYED.
013800 01  SCHR-PARM-CARD.
013900     05  SCHR-PARM-RUN-DATE      PIC X(08).
014000     05  FILLER                  PIC X(72).
014100
014200*    TONIGHT'S BUSINESS DATE.
014300 77  SCHR-RUN-DATE               PIC 9(08) VALUE ZERO.
014400
014500*    DATE ARITHMETIC - A STANDING INSTRUCTION'S NEXT DATE IS
014600*    STEPPED HERE.  FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY
014700*    4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.
014800 01  SCHR-WORK-DATE              PIC 9(08) VALUE ZERO.
014900 01  SCHR-WORK-DATE-PARTS REDEFINES SCHR-WORK-DATE.
015000     05  SCHR-WORK-YEAR          PIC 9(04).
015100     05  SCHR-WORK-MONTH         PIC 9(02).
015200     05  SCHR-WORK-DAY           PIC 9(02).
015300 01  SCHR-START-DATE             PIC 9(08) VALUE ZERO.
015400 01  SCHR-START-DATE-PARTS REDEFINES SCHR-START-DATE.
015500     05  SCHR-START-YEAR         PIC 9(04).
015600     05  SCHR-START-MONTH        PIC 9(02).
015700     05  SCHR-START-DAY          PIC 9(02).
015800 01  SCHR-MONTH-DAYS-VALUES.
015900     05  FILLER                  PIC X(24) VALUE
016000         "312831303130313130313031".
016100 01  SCHR-MONTH-DAYS-TABLE REDEFINES SCHR-MONTH-DAYS-VALUES.
016200     05  SCHR-MONTH-DAYS         PIC 9(02) OCCURS 12 TIMES.
016300 77  SCHR-WORK-MONTH-DAYS        PIC 9(02) VALUE ZERO.
016400 77  SCHR-LEAP-QUOTIENT          PIC 9(04) VALUE ZERO.
016500 77  SCHR-LEAP-REMAINDER         PIC 9(04) VALUE ZERO.
016600 77  SCHR-DAY-IX                 PIC 9(04) COMP VALUE ZERO.
016700
016800*    CONTROL TOTALS.
016900 77  SCHR-SCHED-READ             PIC 9(06) VALUE ZERO.
017000 77  SCHR-SCHED-RELEASED         PIC 9(06) VALUE ZERO.
017100 77  SCHR-SCHED-KEPT             PIC 9(06) VALUE ZERO.
017200 77  SCHR-STANDING-READ          PIC 9(06) VALUE ZERO.
017300 77  SCHR-STANDING-ACTIVE        PIC 9(06) VALUE ZERO.
017400 77  SCHR-STANDING-QUEUED        PIC 9(06) VALUE ZERO.
017500 77  SCHR-STANDING-ENDED         PIC 9(06) VALUE ZERO.
017600
017700 PROCEDURE DIVISION.
017800******************************************************************
017900*    0000-MAINLINE                                               *
018000******************************************************************
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018300     IF NOT MULT-PARM-OK-YES
018400         MOVE 8 TO RETURN-CODE
018500         STOP RUN
018600     END-IF.
018700     OPEN INPUT SCHED-FILE.
018800     OPEN OUTPUT SCHED-OUT-FILE.
018900     PERFORM 2000-PROCESS-SCHEDULED THRU 2000-EXIT
019000         UNTIL MULT-SCHED-EOF-YES.
019100     CLOSE SCHED-FILE.
019200     CLOSE SCHED-OUT-FILE.
019300     OPEN INPUT STANDING-FILE.
019400     OPEN OUTPUT STANDING-OUT-FILE.
019500     PERFORM 3000-PROCESS-STANDING THRU 3000-EXIT
019600         UNTIL MULT-STANDING-EOF-YES.
019700     CLOSE STANDING-FILE.
019800     CLOSE STANDING-OUT-FILE.
019900     PERFORM 9000-FINALIZE THRU 9000-EXIT.
020000     STOP RUN.
020100
020200******************************************************************
020300*    1000-INITIALIZE - TAKE TONIGHT'S DATE AND DECIDE WHETHER    *
020400*    ANYTHING MAY BE RELEASED.  THE PENDING FILE IS OPENED ONLY  *
020500*    WHEN IT MAY.                                                *
020600******************************************************************
020700 1000-INITIALIZE.
020800     DISPLAY "MULTSCHR - SCHEDULED AND STANDING TRANSACTION"
020900         " RELEASE".
021000     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
021100     IF NOT MULT-PARM-OK-YES
021200         DISPLAY "MULTSCHR - BUSINESS DATE (COLS 1-8, YYYYMMDD)"
021300             " IS REQUIRED - RUN REFUSED."
021400         GO TO 1000-EXIT
021500     END-IF.
021600     PERFORM 1200-READ-RUN-CONTROL THRU 1200-EXIT.
021700     OPEN INPUT CALENDAR-FILE.
021800     PERFORM 1300-SCAN-CALENDAR THRU 1300-EXIT
021900         UNTIL MULT-CALENDAR-EOF-YES OR SCHR-BUSINESS-DAY-YES.
022000     CLOSE CALENDAR-FILE.
022100     EVALUATE TRUE
022200         WHEN SCHR-RUN-DATE NOT > MULT-CTL-LAST-RUN-DATE
022300             DISPLAY "MULTSCHR - " SCHR-RUN-DATE " HAS ALREADY"
022400                 " POSTED (LAST POSTED " MULT-CTL-LAST-RUN-DATE
022500                 ") - NOTHING RELEASED."
022600         WHEN NOT SCHR-BUSINESS-DAY-YES
022700             DISPLAY "MULTSCHR - " SCHR-RUN-DATE " IS NOT A"
022800                 " BUSINESS DAY ON THE CALENDAR - NOTHING"
022900                 " RELEASED."
023000             MOVE 4 TO RETURN-CODE
023100         WHEN OTHER
023200             SET SCHR-RELEASE-YES TO TRUE
023300             OPEN EXTEND PENDING-FILE
023400     END-EVALUATE.
023500     DISPLAY "MULTSCHR - BUSINESS DATE " SCHR-RUN-DATE.
023600 1000-EXIT.
023700     EXIT.
023800
023900******************************************************************
024000*    1100-READ-PARM-CARD - ONE CARD, TONIGHT'S BUSINESS DATE.    *
024100******************************************************************
024200 1100-READ-PARM-CARD.
024300     OPEN INPUT PARM-FILE.
024400     READ PARM-FILE INTO SCHR-PARM-CARD
024500         AT END
024600             SET MULT-PARM-EOF-YES TO TRUE
024700     END-READ.
024800     CLOSE PARM-FILE.
024900     IF MULT-PARM-EOF-YES
025000         GO TO 1100-EXIT
025100     END-IF.
025200     IF SCHR-PARM-RUN-DATE NUMERIC
025300         MOVE SCHR-PARM-RUN-DATE TO SCHR-RUN-DATE
025400         SET MULT-PARM-OK-YES TO TRUE
025500     END-IF.
025600 1100-EXIT.
025700     EXIT.
025800
025900******************************************************************
026000*    1200-READ-RUN-CONTROL - THE LAST BUSINESS DATE POSTED.  AN  *
026100*    EMPTY FILE (NOTHING HAS EVER POSTED) LEAVES IT ZERO.        *
026200******************************************************************
026300 1200-READ-RUN-CONTROL.
026400     MOVE ZERO TO MULT-CTL-LAST-RUN-NUMBER.
026500     MOVE ZERO TO MULT-CTL-LAST-RUN-DATE.
026600     OPEN INPUT CONTROL-FILE.
026700     READ CONTROL-FILE INTO MULT-CONTROL-RECORD
026800         AT END
026900             MOVE ZERO TO MULT-CTL-LAST-RUN-DATE
027000     END-READ.
027100     CLOSE CONTROL-FILE.
027200     IF MULT-CTL-LAST-RUN-DATE NOT NUMERIC
027300         MOVE ZERO TO MULT-CTL-LAST-RUN-DATE
027400     END-IF.
027500 1200-EXIT.
027600     EXIT.
027700
027800******************************************************************
027900*    1300-SCAN-CALENDAR - ONE BUSINESS DATE AGAINST TONIGHT'S.   *
028000******************************************************************
028100 1300-SCAN-CALENDAR.
028200     READ CALENDAR-FILE INTO MULT-CALENDAR-RECORD
028300         AT END
028400             SET MULT-CALENDAR-EOF-YES TO TRUE
028500             GO TO 1300-EXIT
028600     END-READ.
028700     IF MULT-CAL-DATE = SCHR-RUN-DATE
028800         SET SCHR-BUSINESS-DAY-YES TO TRUE
028900     END-IF.
029000 1300-EXIT.
029100     EXIT.
029200
029300******************************************************************
029400*    2000-PROCESS-SCHEDULED - ONE SCHEDULED ROW.  A ROW DUE BY   *
029500*    TONIGHT IS QUEUED; ANY OTHER IS KEPT ON THE NEW COPY.       *
029600******************************************************************
029700 2000-PROCESS-SCHEDULED.
029800     READ SCHED-FILE INTO MULT-SCHED-RECORD
029900         AT END
030000             SET MULT-SCHED-EOF-YES TO TRUE
030100             GO TO 2000-EXIT
030200     END-READ.
030300     ADD 1 TO SCHR-SCHED-READ.
030400     IF SCHR-RELEASE-YES
030500         AND MULT-SCHD-EFF-DATE NOT > SCHR-RUN-DATE
030600         PERFORM 2100-QUEUE-SCHEDULED THRU 2100-EXIT
030700         GO TO 2000-EXIT
030800     END-IF.
030900     MOVE SPACES TO SCHED-OUT-FILE-RECORD.
031000     MOVE MULT-SCHED-RECORD TO SCHED-OUT-FILE-RECORD.
031100     WRITE SCHED-OUT-FILE-RECORD.
031200     ADD 1 TO SCHR-SCHED-KEPT.
031300 2000-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*    2100-QUEUE-SCHEDULED - THE ROW BACK INTO TRANSACTION FORMAT *
031800*    ON THE PENDING FILE, CARRYING ITS EFFECTIVE DATE, WHICH     *
031900*    TONIGHT'S RUN NOW TAKES AS DUE.                             *
032000******************************************************************
032100 2100-QUEUE-SCHEDULED.
032200     MOVE SPACES TO MULT-TRANS-RECORD.
032300     MOVE MULT-SCHD-KEY TO MULT-TRANS-KEY.
032400     MOVE MULT-SCHD-A TO MULT-TRANS-A.
032500     MOVE MULT-SCHD-B TO MULT-TRANS-B.
032600     MOVE MULT-SCHD-OP-CODE TO MULT-TRANS-OP-CODE.
032700     MOVE MULT-SCHD-REGION TO MULT-TRANS-REGION.
032800     MOVE MULT-SCHD-SOURCE TO MULT-TRANS-SOURCE.
032900     MOVE MULT-SCHD-OPERATOR TO MULT-TRANS-OPERATOR.
033000     MOVE MULT-SCHD-DUP-RELEASE TO MULT-TRANS-DUP-RELEASE.
033100     MOVE MULT-SCHD-HOLD-RELEASE TO MULT-TRANS-HOLD-RELEASE.
033200     MOVE MULT-SCHD-APPROVER TO MULT-TRANS-APPROVER.
033300     MOVE MULT-SCHD-EFF-DATE TO MULT-TRANS-EFF-DATE.
033400     MOVE SPACES TO PENDING-FILE-RECORD.
033500     MOVE MULT-TRANS-RECORD TO PENDING-FILE-RECORD.
033600     WRITE PENDING-FILE-RECORD.
033700     ADD 1 TO SCHR-SCHED-RELEASED.
033800     DISPLAY "RELEASED  KEY " MULT-SCHD-KEY
033900         "  RGN " MULT-SCHD-REGION
034000         "  EFFECTIVE " MULT-SCHD-EFF-DATE
034100         "  SCHEDULED BY RUN " MULT-SCHD-RUN-NUMBER.
034200 2100-EXIT.
034300     EXIT.
034400
034500******************************************************************
034600*    3000-PROCESS-STANDING - ONE STANDING INSTRUCTION.  AN       *
034700*    ACTIVE ONE QUEUES EACH OCCURRENCE DUE BY TONIGHT; EVERY ONE *
034800*    IS COPIED TO THE NEW FILE WITH ITS NEXT DATE AND STATUS.    *
034900******************************************************************
035000 3000-PROCESS-STANDING.
035100     READ STANDING-FILE INTO MULT-STANDING-RECORD
035200         AT END
035300             SET MULT-STANDING-EOF-YES TO TRUE
035400             GO TO 3000-EXIT
035500     END-READ.
035600     ADD 1 TO SCHR-STANDING-READ.
035700     IF MULT-STND-ACTIVE
035800         ADD 1 TO SCHR-STANDING-ACTIVE
035900         IF SCHR-RELEASE-YES
036000             PERFORM 3100-WORK-STANDING THRU 3100-EXIT
036100         END-IF
036200     END-IF.
036300     MOVE SPACES TO STANDING-OUT-FILE-RECORD.
036400     MOVE MULT-STANDING-RECORD TO STANDING-OUT-FILE-RECORD.
036500     WRITE STANDING-OUT-FILE-RECORD.
036600 3000-EXIT.
036700     EXIT.
036800
036900******************************************************************
037000*    3100-WORK-STANDING - QUEUE OCCURRENCES UNTIL THE NEXT ONE   *
037100*    IS LATER THAN TONIGHT OR PAST THE END DATE (ZERO END DATE   *
037200*    MEANS NO END), THEN END THE INSTRUCTION IF IT IS PAST.  A   *
037210*    DAILY INSTRUCTION'S OCCURRENCE IS TONIGHT ITSELF, SO ONCE   *
037220*    TONIGHT IS PAST ITS END DATE (AN END DATE ON A WEEKEND OR   *
037230*    HOLIDAY) IT ENDS WITHOUT QUEUING ANYTHING.                  *
037300******************************************************************
037400 3100-WORK-STANDING.
037410     IF MULT-STND-DAILY
037420         AND MULT-STND-END-DATE NOT = ZERO
037430         AND SCHR-RUN-DATE > MULT-STND-END-DATE
037440         PERFORM 3150-END-STANDING THRU 3150-EXIT
037450         GO TO 3100-EXIT
037460     END-IF.
037500     MOVE MULT-STND-START-DATE TO SCHR-START-DATE.
037600     PERFORM 3200-QUEUE-OCCURRENCE THRU 3200-EXIT
037700         UNTIL MULT-STND-NEXT-DATE > SCHR-RUN-DATE
037800         OR (MULT-STND-END-DATE NOT = ZERO
037900             AND MULT-STND-NEXT-DATE > MULT-STND-END-DATE).
038000     IF MULT-STND-END-DATE NOT = ZERO
038100         AND MULT-STND-NEXT-DATE > MULT-STND-END-DATE
038200         PERFORM 3150-END-STANDING THRU 3150-EXIT
038700     END-IF.
038800 3100-EXIT.
038900     EXIT.
038910
038920******************************************************************
038930*    3150-END-STANDING - MARK THE INSTRUCTION ENDED.             *
038940******************************************************************
038950 3150-END-STANDING.
038960     SET MULT-STND-ENDED TO TRUE.
038970     ADD 1 TO SCHR-STANDING-ENDED.
038980     DISPLAY "ENDED     STANDING " MULT-STND-ID
038990         "  KEY " MULT-STND-KEY
038991         "  END DATE " MULT-STND-END-DATE.
038992 3150-EXIT.
038993     EXIT.
039000
039100******************************************************************
039200*    3200-QUEUE-OCCURRENCE - ONE OCCURRENCE TO THE PENDING FILE  *
039300*    AS A STANDING (SOURCE S) TRANSACTION EFFECTIVE ON ITS OWN   *
039400*    DATE, THEN STEP THE NEXT DATE BY THE FREQUENCY.  A DAILY    *
039500*    INSTRUCTION'S OCCURRENCE IS TONIGHT ITSELF AND STEPS PAST   *
039600*    IT, SO IT POSTS ONCE A NIGHT.                               *
039700******************************************************************
039800 3200-QUEUE-OCCURRENCE.
039900     IF MULT-STND-DAILY
040000         MOVE SCHR-RUN-DATE TO MULT-STND-NEXT-DATE
040100     END-IF.
040200     MOVE SPACES TO MULT-TRANS-RECORD.
040300     MOVE MULT-STND-KEY TO MULT-TRANS-KEY.
040400     MOVE MULT-STND-A TO MULT-TRANS-A.
040500     MOVE MULT-STND-B TO MULT-TRANS-B.
040600     MOVE MULT-STND-OP-CODE TO MULT-TRANS-OP-CODE.
040700     MOVE MULT-STND-REGION TO MULT-TRANS-REGION.
040800     SET MULT-TRANS-SOURCE-STANDING TO TRUE.
040900     MOVE MULT-STND-OPERATOR TO MULT-TRANS-OPERATOR.
041000     MOVE MULT-STND-NEXT-DATE TO MULT-TRANS-EFF-DATE.
041100     MOVE SPACES TO PENDING-FILE-RECORD.
041200     MOVE MULT-TRANS-RECORD TO PENDING-FILE-RECORD.
041300     WRITE PENDING-FILE-RECORD.
041400     ADD 1 TO SCHR-STANDING-QUEUED.
041500     DISPLAY "QUEUED    STANDING " MULT-STND-ID
041600         "  KEY " MULT-STND-KEY
041700         "  RGN " MULT-STND-REGION
041800         "  OCCURRENCE " MULT-STND-NEXT-DATE.
041900     EVALUATE TRUE
042000         WHEN MULT-STND-DAILY
042100             MOVE MULT-STND-NEXT-DATE TO SCHR-WORK-DATE
042200             PERFORM 8100-ADD-ONE-DAY THRU 8100-EXIT
042300         WHEN MULT-STND-WEEKLY
042400             MOVE MULT-STND-NEXT-DATE TO SCHR-WORK-DATE
042500             PERFORM 8100-ADD-ONE-DAY THRU 8100-EXIT
042600                 VARYING SCHR-DAY-IX FROM 1 BY 1
042700                 UNTIL SCHR-DAY-IX > 7
042800         WHEN OTHER
042900             MOVE MULT-STND-NEXT-DATE TO SCHR-WORK-DATE
043000             PERFORM 8200-ADD-ONE-MONTH THRU 8200-EXIT
043100     END-EVALUATE.
043200     MOVE SCHR-WORK-DATE TO MULT-STND-NEXT-DATE.
043300 3200-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700*    8000-SET-MONTH-DAYS - THE NUMBER OF DAYS IN THE WORK        *
043800*    DATE'S MONTH.                                               *
043900******************************************************************
044000 8000-SET-MONTH-DAYS.
044100     MOVE SCHR-MONTH-DAYS (SCHR-WORK-MONTH)
044200         TO SCHR-WORK-MONTH-DAYS.
044300     IF SCHR-WORK-MONTH NOT = 2
044400         GO TO 8000-EXIT
044500     END-IF.
044600     DIVIDE SCHR-WORK-YEAR BY 4 GIVING SCHR-LEAP-QUOTIENT
044700         REMAINDER SCHR-LEAP-REMAINDER.
044800     IF SCHR-LEAP-REMAINDER NOT = ZERO
044900         GO TO 8000-EXIT
045000     END-IF.
045100     MOVE 29 TO SCHR-WORK-MONTH-DAYS.
045200     DIVIDE SCHR-WORK-YEAR BY 100 GIVING SCHR-LEAP-QUOTIENT
045300         REMAINDER SCHR-LEAP-REMAINDER.
045400     IF SCHR-LEAP-REMAINDER NOT = ZERO
045500         GO TO 8000-EXIT
045600     END-IF.
045700     DIVIDE SCHR-WORK-YEAR BY 400 GIVING SCHR-LEAP-QUOTIENT
045800         REMAINDER SCHR-LEAP-REMAINDER.
045900     IF SCHR-LEAP-REMAINDER NOT = ZERO
046000         MOVE 28 TO SCHR-WORK-MONTH-DAYS
046100     END-IF.
046200 8000-EXIT.
046300     EXIT.
046400
046500******************************************************************
046600*    8100-ADD-ONE-DAY - STEP THE WORK DATE ONE CALENDAR DAY.     *
046700******************************************************************
046800 8100-ADD-ONE-DAY.
046900     PERFORM 8000-SET-MONTH-DAYS THRU 8000-EXIT.
047000     IF SCHR-WORK-DAY < SCHR-WORK-MONTH-DAYS
047100         ADD 1 TO SCHR-WORK-DAY
047200         GO TO 8100-EXIT
047300     END-IF.
047400     MOVE 1 TO SCHR-WORK-DAY.
047500     IF SCHR-WORK-MONTH < 12
047600         ADD 1 TO SCHR-WORK-MONTH
047700     ELSE
047800         MOVE 1 TO SCHR-WORK-MONTH
047900         ADD 1 TO SCHR-WORK-YEAR
048000     END-IF.
048100 8100-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500*    8200-ADD-ONE-MONTH - STEP THE WORK DATE TO THE SAME DAY OF  *
048600*    THE NEXT MONTH AS THE INSTRUCTION'S START DATE, OR THE LAST *
048700*    DAY OF A SHORTER MONTH, SO A 31ST INSTRUCTION POSTS ON THE  *
048800*    30TH IN APRIL AND STILL ON THE 31ST IN MAY.                 *
048900******************************************************************
049000 8200-ADD-ONE-MONTH.
049100     IF SCHR-WORK-MONTH < 12
049200         ADD 1 TO SCHR-WORK-MONTH
049300     ELSE
049400         MOVE 1 TO SCHR-WORK-MONTH
049500         ADD 1 TO SCHR-WORK-YEAR
049600     END-IF.
049700     PERFORM 8000-SET-MONTH-DAYS THRU 8000-EXIT.
049800     IF SCHR-START-DAY > SCHR-WORK-MONTH-DAYS
049900         MOVE SCHR-WORK-MONTH-DAYS TO SCHR-WORK-DAY
050000     ELSE
050100         MOVE SCHR-START-DAY TO SCHR-WORK-DAY
050200     END-IF.
050300 8200-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700*    9000-FINALIZE - CONTROL TOTALS AND CLOSE.                   *
050800******************************************************************
050900 9000-FINALIZE.
051000     IF SCHR-RELEASE-YES
051100         CLOSE PENDING-FILE
051200     END-IF.
051300     DISPLAY " ".
051400     DISPLAY "MULTSCHR CONTROL TOTALS".
051500     DISPLAY "  SCHEDULED ROWS READ . . " SCHR-SCHED-READ.
051600     DISPLAY "  RELEASED TO PENDING . . " SCHR-SCHED-RELEASED.
051700     DISPLAY "  KEPT FOR LATER  . . . . " SCHR-SCHED-KEPT.
051800     DISPLAY "  STANDING INSTRUCTIONS . " SCHR-STANDING-READ.
051900     DISPLAY "  ACTIVE  . . . . . . . . " SCHR-STANDING-ACTIVE.
052000     DISPLAY "  OCCURRENCES QUEUED  . . " SCHR-STANDING-QUEUED.
052100     DISPLAY "  ENDED TONIGHT . . . . . " SCHR-STANDING-ENDED.
052200 9000-EXIT.
052300     EXIT.

002700*      R - RESUBMIT:   WRITE THE ORIGINAL VALUES UNCHANGED TO    *
002800*                      THE RESUBMIT FILE.  STATUS SET TO R.      *
002900*      W - WRITE OFF:  NO RESUBMISSION.  STATUS SET TO W.        *
002910*      L - RELEASE:    A SUSPECTED DUPLICATE (REASON 06) THAT IS *
002920*                      GENUINE - WRITE THE ORIGINAL VALUES TO    *
002930*                      THE ONLINE PENDING FILE MARKED SO THE     *
002940*                      BATCH DOES NOT HOLD IT AGAIN.  STATUS SET *
002941*                      TO L.                                     *
003000*      S - SKIP:       LEAVE THE REJECT OPEN FOR A LATER         *
003100*                      SESSION.                                  *
003200*                                                                *
003785*                     OPERATOR ID IS STAMPED ON EVERY STATUS     *
003786*                     UPDATE AND RESUBMITTED TRANSACTION SO IT   *
003787*                     LANDS IN THE AUDIT TRAIL AT POSTING.       *
003788*    2026-10-15   JH  ADDED ACTION L TO RELEASE A SUSPECTED      *
003789*                     DUPLICATE, LIMITED LIKE WRITE-OFF TO       *
003790*                     OPERATORS WITH THE WRITE-OFF FLAG.  A      *
003791*                     DUPLICATE CANNOT BE RESUBMITTED AS-IS WITH *
003792*                     R - IT WOULD ONLY REJECT AGAIN.            *
003793*    2026-10-15   JH  EACH REJECT WORKED IN THE SESSION (FIXED,  *
003794*                     RESUBMITTED, WRITTEN OFF, OR RELEASED) IS  *
003795*                     ALSO APPENDED TO THE REPAIR-NOTICE FILE    *
003796*                     MULTFIXN SO MULTRTN CAN TELL THE           *
003797*                     ORIGINATING OFFICE ON ITS NEXT RETURN      *
003798*                     FILE.                                      *
003799*    2026-10-15   JH  A REPAIRED TRANSACTION KEEPS THE EFFECTIVE *
003799*                     DATE IT WAS SENT WITH (NOW CARRIED ON THE  *
003799*                     REJECT), SO A FUTURE-DATED ITEM STILL      *
003799*                     POSTS ON ITS DATE.  AN EFFECTIVE DATE THAT *
003799*                     WAS ITSELF THE ERROR (REASON 10) IS        *
003799*                     DROPPED AND THE ITEM POSTS ON              *
003799*                     RESUBMISSION.                              *
003799*    2026-10-15   JH  A RELEASED DUPLICATE IS APPENDED TO THE    *
003799*                     ONLINE PENDING FILE (MULTPEND) INSTEAD OF  *
003799*                     THE RESUBMIT FILE - THE BATCH HONOURS A    *
003799*                     RELEASE ONLY THERE.  A REJECT WRITTEN      *
003799*                     BEFORE THE EFFECTIVE DATE WAS CARRIED HAS  *
003799*                     REASON TEXT IN THOSE BYTES, SO ONLY A      *
003799*                     NUMERIC DATE IS KEPT ON RESUBMISSION.      *
003800******************************************************************
003900
004000 ENVIRONMENT DIVISION.
005200         ORGANIZATION IS SEQUENTIAL.
005210     SELECT OPERATOR-FILE      ASSIGN TO "MULTOPER"
005220         ORGANIZATION IS SEQUENTIAL.
005221     SELECT REPAIR-NOTICE-FILE ASSIGN TO "MULTFIXN"
005222         ORGANIZATION IS SEQUENTIAL.
005223     SELECT PENDING-FILE       ASSIGN TO "MULTPEND"
005224         ORGANIZATION IS SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
006930     LABEL RECORDS ARE STANDARD
006940     RECORDING MODE IS F.
006950 01  OPERATOR-FILE-RECORD       PIC X(80).
006950
006951 FD  REPAIR-NOTICE-FILE
006952     LABEL RECORDS ARE STANDARD
006953     RECORDING MODE IS F.
006954 01  REPAIR-NOTICE-FILE-RECORD  PIC X(80).
006955
006956 FD  PENDING-FILE
006957     LABEL RECORDS ARE STANDARD
006958     RECORDING MODE IS F.
006959 01  PENDING-FILE-RECORD        PIC X(80).
007000
007100 WORKING-STORAGE SECTION.
007200*    SHARED RECORD LAYOUTS AND REASON-CODE FIELDS.
008500     88  MULT-ACTION-RESUBMIT               VALUE "R" "r".
008600     88  MULT-ACTION-WRITE-OFF              VALUE "W" "w".
008700     88  MULT-ACTION-SKIP                    VALUE "S" "s".
008710     88  MULT-ACTION-RELEASE                VALUE "L" "l".
008800 77  MULT-ENTRY-A                PIC X(05) VALUE SPACES.
008900 77  MULT-ENTRY-B                PIC X(05) VALUE SPACES.
008910 77  MULT-ENTRY-OP               PIC X(01) VALUE SPACE.
009500 77  MULT-FIXED-COUNT            PIC 9(06) VALUE ZERO.
009600 77  MULT-RESUB-COUNT            PIC 9(06) VALUE ZERO.
009700 77  MULT-WRITEOFF-COUNT         PIC 9(06) VALUE ZERO.
009710 77  MULT-RELEASED-COUNT         PIC 9(06) VALUE ZERO.
009800 77  MULT-SKIPPED-COUNT          PIC 9(06) VALUE ZERO.
009801 77  MULT-NOTICE-COUNT           PIC 9(06) VALUE ZERO.
009900
010000 PROCEDURE DIVISION.
010100******************************************************************
011492     IF MULT-WRITEOFF-AUTH-YES
011493         DISPLAY "WRITE-OFF AUTHORITY - YES."
011494     ELSE
011495         DISPLAY "WRITE-OFF AUTHORITY - NO (W AND L WILL BE"
011496             " SKIPPED)."
011497     END-IF.
011500     OPEN INPUT REJECT-FILE.
011600     OPEN OUTPUT REJECT-OUT-FILE.
011700     OPEN OUTPUT RESUBMIT-FILE.
011701     OPEN EXTEND REPAIR-NOTICE-FILE.
011702     OPEN EXTEND PENDING-FILE.
011900     DISPLAY "ACTIONS: F=FIX  R=RESUBMIT AS-IS  W=WRITE OFF"
012000         "  L=RELEASE DUPLICATE  S=SKIP".
012100 1000-EXIT.
012200     EXIT.
012210
012500*    2000-PROCESS-REJECTS - ONE REJECT RECORD PER PASS.  AN OPEN *
012600*    REJECT IS WORKED WITH THE OPERATOR; A REJECT ALREADY        *
012700*    STATUSED IN AN EARLIER SESSION PASSES THROUGH UNTOUCHED.    *
012800*    EVERY RECORD IS COPIED TO THE UPDATED REJECT FILE, AND ONE  *
012801*    STATUSED THIS SESSION IS ALSO APPENDED TO THE REPAIR-NOTICE *
012802*    FILE FOR THE ORIGINATING OFFICE'S NEXT RETURN FILE.         *
012900******************************************************************
013000 2000-PROCESS-REJECTS.
013100     READ REJECT-FILE INTO MULT-REJECT-RECORD
013600             IF MULT-REJECT-OPEN
013700                 ADD 1 TO MULT-OPEN-COUNT
013800                 PERFORM 2100-WORK-ONE-REJECT THRU 2100-EXIT
013801                 IF NOT MULT-REJECT-OPEN
013802                     PERFORM 2500-WRITE-REPAIR-NOTICE
013803                         THRU 2500-EXIT
013804                 END-IF
013900             ELSE
014000                 ADD 1 TO MULT-PRIOR-COUNT
014100             END-IF
015860         "  RGN=" MULT-REJECT-REGION
015900         "  REASON " MULT-REJECT-REASON-CODE.
016000     DISPLAY "  " MULT-REJECT-REASON-TEXT.
016010     IF MULT-REJECT-EFF-DATE NOT = SPACES
016020         DISPLAY "  EFFECTIVE " MULT-REJECT-EFF-DATE
016030     END-IF.
016100     DISPLAY "ACTION (F/R/W/L/S) ? " WITH NO ADVANCING.
016200     ACCEPT MULT-ACTION-CODE.
016300     EVALUATE TRUE
016400         WHEN MULT-ACTION-FIX
016500             PERFORM 2200-FIX-REJECT THRU 2200-EXIT
016600         WHEN MULT-ACTION-RESUBMIT
016610             IF MULT-REJECT-REASON-CODE = 06
016620                 ADD 1 TO MULT-SKIPPED-COUNT
016630                 DISPLAY "SUSPECTED DUPLICATE - RELEASE WITH L"
016640                     " OR WRITE OFF - SKIPPED - LEFT OPEN."
016650             ELSE
016700                 PERFORM 2300-RESUBMIT-REJECT THRU 2300-EXIT
016710             END-IF
016800         WHEN MULT-ACTION-WRITE-OFF
016810             IF MULT-WRITEOFF-AUTH-YES
016900                 SET MULT-REJECT-WRITTEN-OFF TO TRUE
017130                 DISPLAY "NOT AUTHORIZED TO WRITE OFF -"
017140                     " SKIPPED - LEFT OPEN."
017150             END-IF
017160         WHEN MULT-ACTION-RELEASE
017170             PERFORM 2350-RELEASE-DUPLICATE THRU 2350-EXIT
017200         WHEN OTHER
017300             ADD 1 TO MULT-SKIPPED-COUNT
017400             DISPLAY "SKIPPED - LEFT OPEN."
023200 2300-EXIT.
023300     EXIT.
023400
023410******************************************************************
023420*    2350-RELEASE-DUPLICATE - A SUPERVISOR HAS CONFIRMED A       *
023430*    SUSPECTED DUPLICATE IS A GENUINE SECOND TRANSACTION.  THE   *
023440*    ORIGINAL VALUES GO TO THE ONLINE PENDING FILE WITH THE      *
023450*    RELEASE FLAG SET - THE BATCH HONOURS THE FLAG ONLY THERE -  *
023460*    SO THE DUPLICATE CHECK PASSES IT, AND THE REJECT IS MARKED  *
023465*    RELEASED.  ONLY A REASON-06 REJECT QUALIFIES.               *
023470******************************************************************
023480 2350-RELEASE-DUPLICATE.
023490     IF MULT-REJECT-REASON-CODE NOT = 06
023500         ADD 1 TO MULT-SKIPPED-COUNT
023510         DISPLAY "NOT A SUSPECTED DUPLICATE - SKIPPED - LEFT"
023520             " OPEN."
023530         GO TO 2350-EXIT
023540     END-IF.
023550     IF NOT MULT-WRITEOFF-AUTH-YES
023560         ADD 1 TO MULT-SKIPPED-COUNT
023570         DISPLAY "NOT AUTHORIZED TO RELEASE -"
023580             " SKIPPED - LEFT OPEN."
023590         GO TO 2350-EXIT
023600     END-IF.
023610     MOVE MULT-REJECT-A TO MULT-ENTRY-A.
023620     MOVE MULT-REJECT-B TO MULT-ENTRY-B.
023630     MOVE MULT-REJECT-OP-CODE TO MULT-ENTRY-OP.
023640     SET MULT-REJECT-RELEASED TO TRUE.
023650     MOVE MULT-OPERATOR-ID TO MULT-REJECT-OPERATOR.
023660     ADD 1 TO MULT-RELEASED-COUNT.
023670     PERFORM 2400-WRITE-RESUBMIT-RECORD THRU 2400-EXIT.
023680     DISPLAY "RELEASED FOR POSTING.".
023690 2350-EXIT.
023700     EXIT.
023710
023500******************************************************************
023600*    2400-WRITE-RESUBMIT-RECORD - ONE CORRECTED TRANSACTION IN   *
023700*    MULT-TRANS-RECORD FORMAT, READY TO FEED THE NEXT            *
023800*    HELLO-WORLD RUN - A RELEASED DUPLICATE ON THE PENDING FILE, *
023800*    ANY OTHER ON THE RESUBMIT FILE.  IT KEEPS ITS EFFECTIVE     *
023800*    DATE UNLESS THAT DATE WAS THE REASON IT REJECTED, OR THE    *
023800*    REJECT PREDATES THE FIELD AND HOLDS NO NUMERIC DATE THERE.  *
023900******************************************************************
024000 2400-WRITE-RESUBMIT-RECORD.
024100     MOVE SPACES TO MULT-TRANS-RECORD.
024460     MOVE MULT-REJECT-REGION TO MULT-TRANS-REGION.
024470     MOVE MULT-REJECT-SOURCE TO MULT-TRANS-SOURCE.
024480     MOVE MULT-OPERATOR-ID TO MULT-TRANS-OPERATOR.
024481     IF MULT-REJECT-REASON-CODE NOT = 10
024482         AND MULT-REJECT-EFF-DATE NUMERIC
024483         MOVE MULT-REJECT-EFF-DATE TO MULT-TRANS-EFF-DATE
024484     ELSE
024485         MOVE SPACES TO MULT-TRANS-EFF-DATE
024486     END-IF.
024490     IF MULT-REJECT-RELEASED
024491         SET MULT-TRANS-DUP-RELEASED TO TRUE
024492         MOVE SPACES TO PENDING-FILE-RECORD
024493         MOVE MULT-TRANS-RECORD TO PENDING-FILE-RECORD
024494         WRITE PENDING-FILE-RECORD
024495         GO TO 2400-EXIT
024496     END-IF.
024500     MOVE SPACES TO RESUBMIT-FILE-RECORD.
024600     MOVE MULT-TRANS-RECORD TO RESUBMIT-FILE-RECORD.
024700     WRITE RESUBMIT-FILE-RECORD.
024800 2400-EXIT.
024900     EXIT.
024900
024901******************************************************************
024902*    2500-WRITE-REPAIR-NOTICE - THE REJECT AS STATUSED THIS      *
024903*    SESSION, IN MULT-REJECT-RECORD FORMAT, FOR MULTRTN.         *
024904******************************************************************
024905 2500-WRITE-REPAIR-NOTICE.
024906     MOVE SPACES TO REPAIR-NOTICE-FILE-RECORD.
024907     MOVE MULT-REJECT-RECORD TO REPAIR-NOTICE-FILE-RECORD.
024908     WRITE REPAIR-NOTICE-FILE-RECORD.
024909     ADD 1 TO MULT-NOTICE-COUNT.
024910 2500-EXIT.
024911     EXIT.
025000
025100******************************************************************
025200*    9000-FINALIZE - SESSION CONTROL TOTALS AND CLOSE.           *
026000     DISPLAY "  FIXED . . . . . . . " MULT-FIXED-COUNT.
026100     DISPLAY "  RESUBMITTED . . . . " MULT-RESUB-COUNT.
026200     DISPLAY "  WRITTEN OFF . . . . " MULT-WRITEOFF-COUNT.
026210     DISPLAY "  DUPS RELEASED . . . " MULT-RELEASED-COUNT.
026300     DISPLAY "  SKIPPED . . . . . . " MULT-SKIPPED-COUNT.
026301     DISPLAY "  REPAIR NOTICES  . . " MULT-NOTICE-COUNT.
026400     CLOSE REJECT-FILE.
026500     CLOSE REJECT-OUT-FILE.
026600     CLOSE RESUBMIT-FILE.
026601     CLOSE REPAIR-NOTICE-FILE.
026602     CLOSE PENDING-FILE.
026700 9000-EXIT.
026800     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MULTAPPR.
000300 AUTHOR.        DATA PROCESSING.
000400 DATE-WRITTEN.  2026-10-15.
000500 DATE-COMPILED. 2026-10-15.
000600*
000700******************************************************************
000800*                                                                *
000900*    MULTAPPR - LARGE-VALUE HOLD APPROVAL                        *
001000*                                                                *
001100*    HELLO-WORLD WRITES A GOOD TRANSACTION WHOSE ABSOLUTE C IS   *
001200*    OVER THE THRESHOLD FOR ITS REGION AND OPERATION CODE TO THE *
001300*    HOLD QUEUE INSTEAD OF POSTING IT.  THIS SESSION SIGNS A     *
001400*    SUPERVISOR ON AGAINST THE AUTHORIZED-OPERATOR FILE (ONLY AN *
001500*    OPERATOR WITH THE WRITE-OFF FLAG MAY DECIDE HOLDS), SHOWS   *
001600*    EACH ITEM STILL AWAITING A DECISION, AND ACCEPTS A DECISION *
001700*    FROM THE CONSOLE.  A SUPERVISOR MAY NEVER DECIDE AN ITEM    *
001800*    THEY KEYED THEMSELVES - IT IS SHOWN AND PASSED OVER FOR     *
001900*    ANOTHER SUPERVISOR.                                         *
002000*                                                                *
002100*    SUPERVISOR ACTIONS PER AWAITING ITEM:                       *
002200*      R - RELEASE:  THE ITEM IS QUEUED TO THE PENDING FILE IN   *
002300*                    MULT-TRANS-RECORD FORMAT, MARKED RELEASED   *
002400*                    AND CARRYING THE APPROVER, SO IT POSTS IN   *
002500*                    THE NEXT NIGHTLY RUN WITH THE APPROVER ON   *
002600*                    ITS AUDIT ROW.  STATUS SET TO R.            *
002700*      D - DECLINE:  THE ITEM NEVER POSTS.  STATUS SET TO D.     *
002800*      S - SKIP:     LEAVE THE ITEM AWAITING A LATER SESSION.    *
002900*                                                                *
003000*    EVERY HOLD ROW IS COPIED TO THE UPDATED HOLD QUEUE          *
003100*    (MULTHOLO) WITH ANY DECISION, APPROVER, AND DECISION DATE   *
003200*    SET, FOR THE JCL TO SWAP INTO PLACE - A DECIDED ITEM IS     *
003300*    NEVER SHOWN AGAIN.                                          *
003400*                                                                *
003500*    MODIFICATION HISTORY                                        *
003600*    ----------------------------------------------------------- *
003700*    DATE       INIT  DESCRIPTION                                *
003800*    ---------- ----  ------------------------------------------ *
003900*    2026-10-15   JH  INITIAL VERSION.                           *
004000******************************************************************
004100
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-390.
004500 OBJECT-COMPUTER.   IBM-390.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT HOLD-FILE          ASSIGN TO "MULTHOLD"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT HOLD-OUT-FILE      ASSIGN TO "MULTHOLO"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT PENDING-FILE       ASSIGN TO "MULTPEND"
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT OPERATOR-FILE      ASSIGN TO "MULTOPER"
005600         ORGANIZATION IS SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  HOLD-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 01  HOLD-FILE-RECORD           PIC X(80).
006400
006500 FD  HOLD-OUT-FILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800 01  HOLD-OUT-FILE-RECORD       PIC X(80).
006900
007000 FD  PENDING-FILE
007100     LABEL RECORDS ARE STANDARD
007200     RECORDING MODE IS F.
007300 01  PENDING-FILE-RECORD        PIC X(80).
007400
007500 FD  OPERATOR-FILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORDING MODE IS F.
007800 01  OPERATOR-FILE-RECORD       PIC X(80).
007900
008000 WORKING-STORAGE SECTION.
008100*    SHARED RECORD LAYOUTS.
008200     COPY MULTREC.
008300
008400*    RUN CONTROL SWITCHES.
008500 77  MULT-HOLD-EOF-SW            PIC X(01) VALUE "N".
008600     88  MULT-HOLD-EOF-YES                  VALUE "Y".
008700
008800*    SUPERVISOR ENTRY WORKING FIELDS.
008900 77  MULT-ACTION-CODE            PIC X(01) VALUE SPACE.
009000     88  MULT-ACTION-RELEASE                VALUE "R" "r".
009100     88  MULT-ACTION-DECLINE                VALUE "D" "d".
009200     88  MULT-ACTION-SKIP                   VALUE "S" "s".
009300 77  MULT-TODAY                  PIC 9(08) VALUE ZERO.
009400
009500*    OPERATOR SIGN-ON WORKING FIELDS.
009600 77  MULT-OPERATOR-EOF-SW        PIC X(01) VALUE "N".
009700     88  MULT-OPERATOR-EOF-YES              VALUE "Y".
009800 77  MULT-SIGNON-OK-SW           PIC X(01) VALUE "N".
009900     88  MULT-SIGNON-OK-YES                 VALUE "Y".
010000 77  MULT-SIGNON-TRIES           PIC 9(01) VALUE ZERO.
010100 77  MULT-SIGNON-MAX-TRIES       PIC 9(01) VALUE 3.
010200 77  MULT-OPERATOR-ID            PIC X(08) VALUE SPACES.
010300 77  MULT-WRITEOFF-AUTH-SW       PIC X(01) VALUE "N".
010400     88  MULT-WRITEOFF-AUTH-YES             VALUE "Y".
010500
010600*    SESSION CONTROL TOTALS.
010700 77  MULT-READ-COUNT             PIC 9(06) VALUE ZERO.
010800 77  MULT-AWAITING-COUNT         PIC 9(06) VALUE ZERO.
010900 77  MULT-PRIOR-COUNT            PIC 9(06) VALUE ZERO.
011000 77  MULT-RELEASED-COUNT         PIC 9(06) VALUE ZERO.
011100 77  MULT-DECLINED-COUNT         PIC 9(06) VALUE ZERO.
011200 77  MULT-OWN-ITEM-COUNT         PIC 9(06) VALUE ZERO.
011300 77  MULT-SKIPPED-COUNT          PIC 9(06) VALUE ZERO.
011400
011500 PROCEDURE DIVISION.
011600******************************************************************
011700*    0000-MAINLINE                                               *
011800******************************************************************
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012100     PERFORM 2000-PROCESS-HOLDS THRU 2000-EXIT
012200         UNTIL MULT-HOLD-EOF-YES.
012300     PERFORM 9000-FINALIZE THRU 9000-EXIT.
012400     STOP RUN.
012500
012600******************************************************************
012700*    1000-INITIALIZE - SIGN THE SUPERVISOR ON AGAINST THE        *
012800*    AUTHORIZED-OPERATOR FILE BEFORE ANYTHING ELSE.  NO SIGN-ON, *
012900*    OR A SIGN-ON WITHOUT THE WRITE-OFF FLAG, REFUSES THE        *
013000*    SESSION BEFORE ANY FILE IS DISTURBED.                       *
013100******************************************************************
013200 1000-INITIALIZE.
013300     DISPLAY "MULTAPPR - LARGE-VALUE HOLD APPROVAL".
013400     PERFORM 1100-SIGN-ON THRU 1100-EXIT
013500         UNTIL MULT-SIGNON-OK-YES
013600         OR MULT-SIGNON-TRIES >= MULT-SIGNON-MAX-TRIES.
013700     IF NOT MULT-SIGNON-OK-YES
013800         DISPLAY "SIGN-ON FAILED - SESSION REFUSED."
013900         MOVE 8 TO RETURN-CODE
014000         STOP RUN
014100     END-IF.
014200     DISPLAY "SIGNED ON - " MULT-OPER-NAME.
014300     IF NOT MULT-WRITEOFF-AUTH-YES
014400         DISPLAY "NOT AUTHORIZED TO DECIDE HOLDS - SESSION"
014500             " REFUSED."
014600         MOVE 8 TO RETURN-CODE
014700         STOP RUN
014800     END-IF.
014900     ACCEPT MULT-TODAY FROM DATE YYYYMMDD.
015000     OPEN INPUT HOLD-FILE.
015100     OPEN OUTPUT HOLD-OUT-FILE.
015200     OPEN EXTEND PENDING-FILE.
015300     DISPLAY "ACTIONS: R=RELEASE  D=DECLINE  S=SKIP".
015400 1000-EXIT.
015500     EXIT.
015600
015700******************************************************************
015800*    1100-SIGN-ON - ONE SIGN-ON ATTEMPT: PROMPT FOR THE          *
015900*    OPERATOR ID AND LOOK IT UP ON THE AUTHORIZED-OPERATOR       *
016000*    FILE, CAPTURING THE WRITE-OFF AUTHORITY WHEN FOUND.  THE    *
016100*    FILE IS REOPENED PER ATTEMPT SO EACH SCAN STARTS AT THE     *
016200*    TOP.                                                        *
016300******************************************************************
016400 1100-SIGN-ON.
016500     ADD 1 TO MULT-SIGNON-TRIES.
016600     DISPLAY "OPERATOR ID ? " WITH NO ADVANCING.
016700     ACCEPT MULT-OPERATOR-ID.
016800     IF MULT-OPERATOR-ID = SPACES
016900         DISPLAY "OPERATOR ID MUST NOT BE BLANK."
017000         GO TO 1100-EXIT
017100     END-IF.
017200     MOVE "N" TO MULT-OPERATOR-EOF-SW.
017300     OPEN INPUT OPERATOR-FILE.
017400     PERFORM 1150-SCAN-OPERATOR THRU 1150-EXIT
017500         UNTIL MULT-SIGNON-OK-YES OR MULT-OPERATOR-EOF-YES.
017600     CLOSE OPERATOR-FILE.
017700     IF NOT MULT-SIGNON-OK-YES
017800         DISPLAY "OPERATOR " MULT-OPERATOR-ID " IS NOT"
017900             " AUTHORIZED."
018000     END-IF.
018100 1100-EXIT.
018200     EXIT.
018300
018400******************************************************************
018500*    1150-SCAN-OPERATOR - ONE AUTHORIZED-OPERATOR RECORD         *
018600*    AGAINST THE KEYED ID.                                       *
018700******************************************************************
018800 1150-SCAN-OPERATOR.
018900     READ OPERATOR-FILE INTO MULT-OPERATOR-RECORD
019000         AT END
019100             SET MULT-OPERATOR-EOF-YES TO TRUE
019200         NOT AT END
019300             IF MULT-OPER-ID = MULT-OPERATOR-ID
019400                 SET MULT-SIGNON-OK-YES TO TRUE
019500                 IF MULT-OPER-WRITEOFF-YES
019600                     SET MULT-WRITEOFF-AUTH-YES TO TRUE
019700                 END-IF
019800             END-IF
019900     END-READ.
020000 1150-EXIT.
020100     EXIT.
020200
020300******************************************************************
020400*    2000-PROCESS-HOLDS - ONE HOLD ROW PER PASS.  AN ITEM STILL  *
020500*    AWAITING A DECISION IS WORKED WITH THE SUPERVISOR; AN ITEM  *
020600*    DECIDED IN AN EARLIER SESSION PASSES THROUGH UNTOUCHED.     *
020700*    EVERY ROW IS COPIED TO THE UPDATED HOLD QUEUE.              *
020800******************************************************************
020900 2000-PROCESS-HOLDS.
021000     READ HOLD-FILE INTO MULT-HOLD-RECORD
021100         AT END
021200             SET MULT-HOLD-EOF-YES TO TRUE
021300             GO TO 2000-EXIT
021400     END-READ.
021500     ADD 1 TO MULT-READ-COUNT.
021600     IF MULT-HOLD-AWAITING
021700         ADD 1 TO MULT-AWAITING-COUNT
021800         PERFORM 2100-WORK-ONE-HOLD THRU 2100-EXIT
021900     ELSE
022000         ADD 1 TO MULT-PRIOR-COUNT
022100     END-IF.
022200     MOVE SPACES TO HOLD-OUT-FILE-RECORD.
022300     MOVE MULT-HOLD-RECORD TO HOLD-OUT-FILE-RECORD.
022400     WRITE HOLD-OUT-FILE-RECORD.
022500 2000-EXIT.
022600     EXIT.
022700
022800******************************************************************
022900*    2100-WORK-ONE-HOLD - SHOW THE ITEM, PROMPT FOR A DECISION,  *
023000*    AND APPLY IT.  AN ITEM THE SIGNED-ON SUPERVISOR KEYED IS    *
023100*    SHOWN BUT NOT OFFERED.  AN UNRECOGNIZED ACTION IS TREATED   *
023200*    AS SKIP SO A MISKEY NEVER DECIDES AN ITEM BY ACCIDENT.      *
023300******************************************************************
023400 2100-WORK-ONE-HOLD.
023500     DISPLAY " ".
023600     DISPLAY "KEY "    MULT-HOLD-KEY
023700         "  A=" MULT-HOLD-A
023800         "  B=" MULT-HOLD-B
023900         "  OP=" MULT-HOLD-OP-CODE
024000         "  RGN=" MULT-HOLD-REGION
024100         "  C=" MULT-HOLD-C.
024200     DISPLAY "  HELD BY RUN " MULT-HOLD-RUN-NUMBER
024300         " FOR " MULT-HOLD-DATE
024400         "  KEYED BY " MULT-HOLD-OPERATOR.
024500     IF MULT-HOLD-OPERATOR = MULT-OPERATOR-ID
024600         ADD 1 TO MULT-OWN-ITEM-COUNT
024700         DISPLAY "YOU KEYED THIS ITEM - ANOTHER SUPERVISOR MUST"
024800             " DECIDE IT - LEFT AWAITING."
024900         GO TO 2100-EXIT
025000     END-IF.
025100     DISPLAY "ACTION (R/D/S) ? " WITH NO ADVANCING.
025200     ACCEPT MULT-ACTION-CODE.
025300     EVALUATE TRUE
025400         WHEN MULT-ACTION-RELEASE
025500             PERFORM 2200-RELEASE-HOLD THRU 2200-EXIT
025600         WHEN MULT-ACTION-DECLINE
025700             SET MULT-HOLD-DECLINED TO TRUE
025800             MOVE MULT-OPERATOR-ID TO MULT-HOLD-APPROVER
025900             MOVE MULT-TODAY TO MULT-HOLD-DECISION-DATE
026000             ADD 1 TO MULT-DECLINED-COUNT
026100             DISPLAY "DECLINED - WILL NOT POST."
026200         WHEN OTHER
026300             ADD 1 TO MULT-SKIPPED-COUNT
026400             DISPLAY "SKIPPED - LEFT AWAITING."
026500     END-EVALUATE.
026600 2100-EXIT.
026700     EXIT.
026800
026900******************************************************************
027000*    2200-RELEASE-HOLD - MARK THE ITEM RELEASED AND QUEUE IT TO  *
027100*    THE PENDING FILE FOR THE NEXT NIGHTLY RUN.  THE KEYED-BY    *
027200*    OPERATOR AND ANY DUPLICATE RELEASE RIDE ALONG UNCHANGED;    *
027300*    THE HOLD-RELEASE FLAG LETS IT PAST THE THRESHOLD AND THE    *
027400*    APPROVER LANDS ON ITS AUDIT ROW.                            *
027500******************************************************************
027600 2200-RELEASE-HOLD.
027700     SET MULT-HOLD-RELEASED TO TRUE.
027800     MOVE MULT-OPERATOR-ID TO MULT-HOLD-APPROVER.
027900     MOVE MULT-TODAY TO MULT-HOLD-DECISION-DATE.
028000     MOVE SPACES TO MULT-TRANS-RECORD.
028100     MOVE MULT-HOLD-KEY TO MULT-TRANS-KEY.
028200     MOVE MULT-HOLD-A TO MULT-TRANS-A.
028300     MOVE MULT-HOLD-B TO MULT-TRANS-B.
028400     MOVE MULT-HOLD-OP-CODE TO MULT-TRANS-OP-CODE.
028500     MOVE MULT-HOLD-REGION TO MULT-TRANS-REGION.
028600     MOVE MULT-HOLD-SOURCE TO MULT-TRANS-SOURCE.
028700     MOVE MULT-HOLD-OPERATOR TO MULT-TRANS-OPERATOR.
028800     MOVE MULT-HOLD-DUP-RELEASE TO MULT-TRANS-DUP-RELEASE.
028900     SET MULT-TRANS-HOLD-RELEASED TO TRUE.
029000     MOVE MULT-OPERATOR-ID TO MULT-TRANS-APPROVER.
029100     MOVE SPACES TO PENDING-FILE-RECORD.
029200     MOVE MULT-TRANS-RECORD TO PENDING-FILE-RECORD.
029300     WRITE PENDING-FILE-RECORD.
029400     ADD 1 TO MULT-RELEASED-COUNT.
029500     DISPLAY "RELEASED - QUEUED TO POST IN THE NEXT RUN.".
029600 2200-EXIT.
029700     EXIT.
029800
029900******************************************************************
030000*    9000-FINALIZE - SESSION CONTROL TOTALS AND CLOSE.           *
030100******************************************************************
030200 9000-FINALIZE.
030300     DISPLAY " ".
030400     DISPLAY "MULTAPPR SESSION TOTALS".
030500     DISPLAY "  HOLD ROWS READ  . . " MULT-READ-COUNT.
030600     DISPLAY "  AWAITING  . . . . . " MULT-AWAITING-COUNT.
030700     DISPLAY "  PREVIOUSLY DECIDED  " MULT-PRIOR-COUNT.
030800     DISPLAY "  RELEASED  . . . . . " MULT-RELEASED-COUNT.
030900     DISPLAY "  DECLINED  . . . . . " MULT-DECLINED-COUNT.
031000     DISPLAY "  OWN ITEMS PASSED  . " MULT-OWN-ITEM-COUNT.
031100     DISPLAY "  SKIPPED . . . . . . " MULT-SKIPPED-COUNT.
031200     CLOSE HOLD-FILE.
031300     CLOSE HOLD-OUT-FILE.
031400     CLOSE PENDING-FILE.
031500 9000-EXIT.
031600     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MULTSTND.
000300 AUTHOR.        DATA PROCESSING.
000400 DATE-WRITTEN.  2026-10-15.
000500 DATE-COMPILED. 2026-10-15.
000600*
000700******************************************************************
000800*                                                                *
000900*    MULTSTND - STANDING-INSTRUCTION MAINTENANCE                 *
001000*                                                                *
001100*    A STANDING INSTRUCTION POSTS THE SAME TRANSACTION OVER AND  *
001200*    OVER WITHOUT BEING REKEYED - EVERY BUSINESS DAY (D), EVERY  *
001300*    SEVEN DAYS (W), OR MONTHLY ON THE START DATE'S DAY (M) -    *
001400*    FROM ITS START DATE UNTIL ITS END DATE.  THE NIGHTLY        *
001500*    RELEASE STEP (MULTSCHR) QUEUES EACH OCCURRENCE AS IT FALLS  *
001600*    DUE.  THIS SESSION SIGNS THE OPERATOR ON AGAINST THE        *
001700*    AUTHORIZED-OPERATOR FILE AND OFFERS:                        *
001800*      A - ADD:     SET UP A NEW INSTRUCTION.  THE KEY, REGION,  *
001900*                   A, B, AND OPERATION CODE GET THE SAME CHECKS *
002000*                   AN ONLINE ENTRY GETS (KEY REGISTRY INCLUDED),*
002100*                   THE START DATE MUST BE A REAL DATE LATER     *
002200*                   THAN THE LAST BUSINESS DATE POSTED, AND AN   *
002300*                   END DATE, IF ANY, MAY NOT BE BEFORE IT.  THE *
002400*                   INSTRUCTION IS NUMBERED ONE PAST THE HIGHEST *
002500*                   NUMBER ON FILE.                              *
002600*      C - CANCEL:  STOP AN ACTIVE INSTRUCTION BY NUMBER.  IT    *
002700*                   STAYS ON FILE, MARKED CANCELLED, WITH THE    *
002800*                   OPERATOR WHO CANCELLED IT.                   *
002900*      L - LIST:    SHOW EVERY ACTIVE INSTRUCTION.               *
003000*      E - END:     END THE SESSION.                             *
003100*    THE WHOLE FILE IS HELD IN A TABLE FOR THE SESSION AND       *
003200*    WRITTEN TO THE NEW COPY (MULTSTNN) AT THE END FOR THE JCL   *
003300*    TO SWAP INTO PLACE.                                         *
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
004900     SELECT STANDING-FILE      ASSIGN TO "MULTSTND"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT STANDING-OUT-FILE  ASSIGN TO "MULTSTNN"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT CONTROL-FILE       ASSIGN TO "MULTRCTL"
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT OPERATOR-FILE      ASSIGN TO "MULTOPER"
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT KEYREG-FILE        ASSIGN TO "MULTKEY"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS KEYREG-FILE-KEY.
006100     SELECT REGION-FILE        ASSIGN TO "MULTRGN"
006200         ORGANIZATION IS SEQUENTIAL.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  STANDING-FILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900 01  STANDING-FILE-RECORD       PIC X(80).
007000
007100 FD  STANDING-OUT-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400 01  STANDING-OUT-FILE-RECORD   PIC X(80).
007500
007600 FD  CONTROL-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007900 01  CONTROL-FILE-RECORD        PIC X(80).
008000
008100 FD  OPERATOR-FILE
008200     LABEL RECORDS ARE STANDARD
008300     RECORDING MODE IS F.
008400 01  OPERATOR-FILE-RECORD       PIC X(80).
008500
008600 FD  KEYREG-FILE
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  KEYREG-FILE-RECORD.
008900     05  KEYREG-FILE-KEY         PIC X(06).
009000     05  FILLER                  PIC X(74).
009100
009200 FD  REGION-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500 01  REGION-FILE-RECORD         PIC X(80).
009600
009700 WORKING-STORAGE SECTION.
009800*    SHARED RECORD LAYOUTS.
009900     COPY MULTREC.
010000
010100*    RUN CONTROL SWITCHES.
010200 77  MULT-STANDING-EOF-SW        PIC X(01) VALUE "N".
010300     88  MULT-STANDING-EOF-YES              VALUE "Y".
010400 77  STN-ACTION-CODE             PIC X(01) VALUE SPACE.
010500     88  STN-ACTION-ADD                     VALUE "A" "a".
010600     88  STN-ACTION-CANCEL                  VALUE "C" "c".
010700     88  STN-ACTION-LIST                    VALUE "L" "l".
010800     88  STN-ACTION-END                     VALUE "E" "e".
010900 77  STN-CONFIRM-SW              PIC X(01) VALUE "N".
011000     88  STN-CONFIRM-YES                    VALUE "Y" "y".
011100
011200*    ENTRY WORKING FIELDS.
011300 77  STN-ENTRY-KEY               PIC X(06) VALUE SPACES.
011400 77  STN-ENTRY-REGION            PIC X(02) VALUE SPACES.
011500 77  STN-ENTRY-A                 PIC X(05) VALUE SPACES.
011600 77  STN-ENTRY-B                 PIC X(05) VALUE SPACES.
011700 77  STN-ENTRY-OP-CODE           PIC X(01) VALUE SPACE.
011800     88  STN-ENTRY-OP-VALID                 VALUE "M" "A" "S" "D".
011900     88  STN-ENTRY-OP-DIVIDE                VALUE "D".
012000 77  STN-ENTRY-FREQUENCY         PIC X(01) VALUE SPACE.
012100     88  STN-ENTRY-FREQUENCY-VALID          VALUE "D" "W" "M".
012200 77  STN-ENTRY-DATE              PIC X(08) VALUE SPACES.
012300 77  STN-ENTRY-ID                PIC X(06) VALUE SPACES.
012400 77  STN-START-DATE              PIC 9(08) VALUE ZERO.
012500 77  STN-END-DATE                PIC 9(08) VALUE ZERO.
012600 77  STN-KEY-OK-SW               PIC X(01) VALUE "N".
012700     88  STN-KEY-OK-YES                     VALUE "Y".
012800 77  STN-REGION-OK-SW            PIC X(01) VALUE "N".
012900     88  STN-REGION-OK-YES                  VALUE "Y".
013000 77  STN-FREQUENCY-OK-SW         PIC X(01) VALUE "N".
013100     88  STN-FREQUENCY-OK-YES               VALUE "Y".
013200 77  STN-START-OK-SW             PIC X(01) VALUE "N".
013300     88  STN-START-OK-YES                   VALUE "Y".
013400 77  STN-END-OK-SW               PIC X(01) VALUE "N".
013500     88  STN-END-OK-YES                     VALUE "Y".
013600 77  STN-DATE-OK-SW              PIC X(01) VALUE "N".
013700     88  STN-DATE-OK-YES                    VALUE "Y".
013800 77  STN-TODAY                   PIC 9(08) VALUE ZERO.
013900
014000*    OPERATOR SIGN-ON WORKING FIELDS.
014100 77  MULT-OPERATOR-EOF-SW        PIC X(01) VALUE "N".
014200     88  MULT-OPERATOR-EOF-YES              VALUE "Y".
014300 77  MULT-SIGNON-OK-SW           PIC X(01) VALUE "N".
014400     88  MULT-SIGNON-OK-YES                 VALUE "Y".
014500 77  MULT-SIGNON-TRIES           PIC 9(01) VALUE ZERO.
014600 77  MULT-SIGNON-MAX-TRIES       PIC 9(01) VALUE 3.
014700 77  MULT-OPERATOR-ID            PIC X(08) VALUE SPACES.
014800
014900*    REGION CONTROL TABLE, LOADED FROM MULTRGN AT SIGN-ON.
015000 77  MULT-REGION-EOF-SW          PIC X(01) VALUE "N".
015100     88  MULT-REGION-EOF-YES                VALUE "Y".
015200 77  MULT-RTAB-MAX               PIC 9(04) COMP VALUE 6.
015300 77  MULT-RTAB-COUNT             PIC 9(04) COMP VALUE ZERO.
015400 77  MULT-RTAB-IX                PIC 9(04) COMP VALUE ZERO.
015500 01  MULT-REGION-TABLE.
015600     05  MULT-RTAB-ENTRY         OCCURS 6 TIMES.
015700         10  MULT-RTAB-CODE      PIC X(02).
015800         10  MULT-RTAB-NAME      PIC X(20).
015900
016000*    THE STANDING-INSTRUCTION FILE, HELD FOR THE SESSION.
016100 77  STN-ENTRY-MAX               PIC 9(04) COMP VALUE 500.
016200 77  STN-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
016300 77  STN-IX                      PIC 9(04) COMP VALUE ZERO.
016400 77  STN-FOUND-IX                PIC 9(04) COMP VALUE ZERO.
016500 77  STN-HIGH-ID                 PIC 9(06) VALUE ZERO.
016600 77  STN-FIND-ID                 PIC 9(06) VALUE ZERO.
016700 01  STN-TABLE.
016800     05  STN-TAB-RECORD          PIC X(80) OCCURS 500 TIMES.
016900
017000*    DATE CHECK - A DATE MUST BE A REAL CALENDAR DATE (FEBRUARY
017100*    HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT
017200*    DIVISIBLE BY 400).
017300 01  STN-CHECK-DATE              PIC 9(08) VALUE ZERO.
017400 01  STN-CHECK-DATE-PARTS REDEFINES STN-CHECK-DATE.
017500     05  STN-CHECK-YEAR          PIC 9(04).
017600     05  STN-CHECK-MONTH         PIC 9(02).
017700     05  STN-CHECK-DAY           PIC 9(02).
017800 01  STN-MONTH-DAYS-VALUES.
017900     05  FILLER                  PIC X(24) VALUE
018000         "312831303130313130313031".
018100 01  STN-MONTH-DAYS-TABLE REDEFINES STN-MONTH-DAYS-VALUES.
018200     05  STN-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
018300 77  STN-CHECK-MONTH-DAYS        PIC 9(02) VALUE ZERO.
018400 77  STN-LEAP-QUOTIENT           PIC 9(04) VALUE ZERO.
018500 77  STN-LEAP-REMAINDER          PIC 9(04) VALUE ZERO.
018600
018700*    SESSION CONTROL TOTALS.
018800 77  STN-LOADED-COUNT            PIC 9(06) VALUE ZERO.
018900 77  STN-ADDED-COUNT             PIC 9(06) VALUE ZERO.
019000 77  STN-CANCELLED-COUNT         PIC 9(06) VALUE ZERO.
019100 77  STN-ACTIVE-COUNT            PIC 9(06) VALUE ZERO.
019200
019300 PROCEDURE DIVISION.
019400******************************************************************
019500*    0000-MAINLINE                                               *
019600******************************************************************
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019900     PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
020000         UNTIL STN-ACTION-END.
020100     PERFORM 9000-FINALIZE THRU 9000-EXIT.
020200     STOP RUN.
020300
020400******************************************************************
020500*    1000-INITIALIZE - SIGN THE OPERATOR ON BEFORE ANYTHING      *
020600*    ELSE - NO SIGN-ON, NO SESSION - THEN LOAD THE REGION        *
020700*    CONTROL TABLE, THE LAST POSTED DATE, AND THE INSTRUCTIONS.  *
020800******************************************************************
020900 1000-INITIALIZE.
021000     DISPLAY "MULTSTND - STANDING-INSTRUCTION MAINTENANCE".
021100     PERFORM 1100-SIGN-ON THRU 1100-EXIT
021200         UNTIL MULT-SIGNON-OK-YES
021300         OR MULT-SIGNON-TRIES >= MULT-SIGNON-MAX-TRIES.
021400     IF NOT MULT-SIGNON-OK-YES
021500         DISPLAY "SIGN-ON FAILED - SESSION REFUSED."
021600         MOVE 8 TO RETURN-CODE
021700         STOP RUN
021800     END-IF.
021900     DISPLAY "SIGNED ON - " MULT-OPER-NAME.
022000     OPEN INPUT REGION-FILE.
022100     PERFORM 1250-LOAD-ONE-REGION THRU 1250-EXIT
022200         UNTIL MULT-REGION-EOF-YES.
022300     CLOSE REGION-FILE.
022400     IF MULT-RTAB-COUNT = ZERO
022500         DISPLAY "REGION CONTROL FILE (MULTRGN) IS EMPTY -"
022600             " SESSION REFUSED."
022700         MOVE 8 TO RETURN-CODE
022800         STOP RUN
022900     END-IF.
023000     PERFORM 1300-READ-RUN-CONTROL THRU 1300-EXIT.
023100     OPEN INPUT STANDING-FILE.
023200     PERFORM 1400-LOAD-ONE-INSTRUCTION THRU 1400-EXIT
023300         UNTIL MULT-STANDING-EOF-YES.
023400     CLOSE STANDING-FILE.
023500     ACCEPT STN-TODAY FROM DATE YYYYMMDD.
023600     OPEN INPUT KEYREG-FILE.
023700     DISPLAY "INSTRUCTIONS ON FILE - " STN-LOADED-COUNT
023800         "  LAST BUSINESS DATE POSTED - " MULT-CTL-LAST-RUN-DATE.
023900 1000-EXIT.
024000     EXIT.
024100
024200******************************************************************
024300*    1100-SIGN-ON - ONE SIGN-ON ATTEMPT: PROMPT FOR THE          *
024400*    OPERATOR ID AND LOOK IT UP ON THE AUTHORIZED-OPERATOR       *
024500*    FILE.  THE FILE IS REOPENED PER ATTEMPT SO EACH SCAN        *
024600*    STARTS AT THE TOP.                                          *
024700******************************************************************
024800 1100-SIGN-ON.
024900     ADD 1 TO MULT-SIGNON-TRIES.
025000     DISPLAY "OPERATOR ID ? " WITH NO ADVANCING.
025100     ACCEPT MULT-OPERATOR-ID.
025200     IF MULT-OPERATOR-ID = SPACES
025300         DISPLAY "OPERATOR ID MUST NOT BE BLANK."
025400         GO TO 1100-EXIT
025500     END-IF.
025600     MOVE "N" TO MULT-OPERATOR-EOF-SW.
025700     OPEN INPUT OPERATOR-FILE.
025800     PERFORM 1150-SCAN-OPERATOR THRU 1150-EXIT
025900         UNTIL MULT-SIGNON-OK-YES OR MULT-OPERATOR-EOF-YES.
026000     CLOSE OPERATOR-FILE.
026100     IF NOT MULT-SIGNON-OK-YES
026200         DISPLAY "OPERATOR " MULT-OPERATOR-ID " IS NOT"
026300             " AUTHORIZED."
026400     END-IF.
026500 1100-EXIT.
026600     EXIT.
026700
026800******************************************************************
026900*    1150-SCAN-OPERATOR - ONE AUTHORIZED-OPERATOR RECORD         *
027000*    AGAINST THE KEYED ID.                                       *
027100******************************************************************
027200 1150-SCAN-OPERATOR.
027300     READ OPERATOR-FILE INTO MULT-OPERATOR-RECORD
027400         AT END
027500             SET MULT-OPERATOR-EOF-YES TO TRUE
027600         NOT AT END
027700             IF MULT-OPER-ID = MULT-OPERATOR-ID
027800                 SET MULT-SIGNON-OK-YES TO TRUE
027900             END-IF
028000     END-READ.
028100 1150-EXIT.
028200     EXIT.
028300
028400******************************************************************
028500*    1250-LOAD-ONE-REGION - ONE REGION CONTROL RECORD.  A BLANK  *
028600*    CODE IS PASSED OVER; PAST THE TABLE'S SIX ENTRIES THE REST  *
028700*    ARE IGNORED, AS THE NIGHTLY RUN HAS ONLY SIX SLOTS.         *
028800******************************************************************
028900 1250-LOAD-ONE-REGION.
029000     READ REGION-FILE INTO MULT-REGION-RECORD
029100         AT END
029200             SET MULT-REGION-EOF-YES TO TRUE
029300             GO TO 1250-EXIT
029400     END-READ.
029500     IF MULT-RGN-CODE = SPACES
029600         OR MULT-RTAB-COUNT >= MULT-RTAB-MAX
029700         GO TO 1250-EXIT
029800     END-IF.
029900     ADD 1 TO MULT-RTAB-COUNT.
030000     MOVE MULT-RGN-CODE TO MULT-RTAB-CODE (MULT-RTAB-COUNT).
030100     MOVE MULT-RGN-NAME TO MULT-RTAB-NAME (MULT-RTAB-COUNT).
030200 1250-EXIT.
030300     EXIT.
030400
030500******************************************************************
030600*    1300-READ-RUN-CONTROL - THE LAST BUSINESS DATE POSTED.  A   *
030700*    NEW INSTRUCTION MUST START AFTER IT.  AN EMPTY FILE LEAVES  *
030800*    IT ZERO.                                                    *
030900******************************************************************
031000 1300-READ-RUN-CONTROL.
031100     MOVE ZERO TO MULT-CTL-LAST-RUN-NUMBER.
031200     MOVE ZERO TO MULT-CTL-LAST-RUN-DATE.
031300     OPEN INPUT CONTROL-FILE.
031400     READ CONTROL-FILE INTO MULT-CONTROL-RECORD
031500         AT END
031600             MOVE ZERO TO MULT-CTL-LAST-RUN-DATE
031700     END-READ.
031800     CLOSE CONTROL-FILE.
031900     IF MULT-CTL-LAST-RUN-DATE NOT NUMERIC
032000         MOVE ZERO TO MULT-CTL-LAST-RUN-DATE
032100     END-IF.
032200 1300-EXIT.
032300     EXIT.
032400
032500******************************************************************
032600*    1400-LOAD-ONE-INSTRUCTION - ONE INSTRUCTION INTO THE TABLE, *
032700*    NOTING THE HIGHEST NUMBER IN USE.  PAST THE TABLE'S SIZE    *
032800*    THE SESSION IS REFUSED RATHER THAN DROP INSTRUCTIONS FROM   *
032900*    THE NEW COPY.                                               *
033000******************************************************************
033100 1400-LOAD-ONE-INSTRUCTION.
033200     READ STANDING-FILE INTO MULT-STANDING-RECORD
033300         AT END
033400             SET MULT-STANDING-EOF-YES TO TRUE
033500             GO TO 1400-EXIT
033600     END-READ.
033700     IF STN-ENTRY-COUNT >= STN-ENTRY-MAX
033800         DISPLAY "MORE THAN " STN-ENTRY-MAX " INSTRUCTIONS ON"
033900             " FILE - SESSION REFUSED."
034000         CLOSE STANDING-FILE
034100         MOVE 8 TO RETURN-CODE
034200         STOP RUN
034300     END-IF.
034400     ADD 1 TO STN-ENTRY-COUNT.
034500     MOVE MULT-STANDING-RECORD
034600         TO STN-TAB-RECORD (STN-ENTRY-COUNT).
034700     ADD 1 TO STN-LOADED-COUNT.
034800     IF MULT-STND-ID > STN-HIGH-ID
034900         MOVE MULT-STND-ID TO STN-HIGH-ID
035000     END-IF.
035100 1400-EXIT.
035200     EXIT.
035300
035400******************************************************************
035500*    2000-PROCESS-ONE-ACTION - PROMPT FOR AN ACTION AND CARRY    *
035600*    IT OUT.                                                     *
035700******************************************************************
035800 2000-PROCESS-ONE-ACTION.
035900     DISPLAY " ".
036000     DISPLAY "ACTION (A=ADD  C=CANCEL  L=LIST  E=END) ? "
036100         WITH NO ADVANCING.
036200     MOVE SPACE TO STN-ACTION-CODE.
036300     ACCEPT STN-ACTION-CODE.
036400     EVALUATE TRUE
036500         WHEN STN-ACTION-ADD
036600             PERFORM 3000-ADD-INSTRUCTION THRU 3000-EXIT
036700         WHEN STN-ACTION-CANCEL
036800             PERFORM 4000-CANCEL-INSTRUCTION THRU 4000-EXIT
036900         WHEN STN-ACTION-LIST
037000             PERFORM 5000-LIST-INSTRUCTIONS THRU 5000-EXIT
037100         WHEN STN-ACTION-END
037200             CONTINUE
037300         WHEN OTHER
037400             DISPLAY "ACTION " STN-ACTION-CODE " IS NOT A, C, L,"
037500                 " OR E."
037600     END-EVALUATE.
037700 2000-EXIT.
037800     EXIT.
037900
038000******************************************************************
038100*    3000-ADD-INSTRUCTION - TAKE AND CHECK A NEW INSTRUCTION,    *
038200*    THEN ADD IT ONCE THE OPERATOR CONFIRMS.  A CHECK THAT FAILS *
038300*    REFUSES THE INSTRUCTION; NOTHING IS ADDED.                  *
038400******************************************************************
038500 3000-ADD-INSTRUCTION.
038600     IF STN-ENTRY-COUNT >= STN-ENTRY-MAX
038700         DISPLAY "THE INSTRUCTION TABLE IS FULL - NOTHING ADDED."
038800         GO TO 3000-EXIT
038900     END-IF.
039000     MOVE "N" TO STN-KEY-OK-SW.
039100     PERFORM 3100-ACCEPT-KEY THRU 3100-EXIT
039200         UNTIL STN-KEY-OK-YES.
039300     MOVE "N" TO STN-REGION-OK-SW.
039400     PERFORM 3150-ACCEPT-REGION THRU 3150-EXIT
039500         UNTIL STN-REGION-OK-YES.
039600     DISPLAY "A ? " WITH NO ADVANCING.
039700     ACCEPT STN-ENTRY-A.
039800     DISPLAY "B ? " WITH NO ADVANCING.
039900     ACCEPT STN-ENTRY-B.
040000     DISPLAY "OPERATION (M/A/S/D) ? " WITH NO ADVANCING.
040100     ACCEPT STN-ENTRY-OP-CODE.
040200     PERFORM 3200-VALIDATE-ENTRY THRU 3200-EXIT.
040300     IF NOT MULT-REASON-NONE
040400         DISPLAY "REFUSED - " MULT-REASON-TEXT
040500         GO TO 3000-EXIT
040600     END-IF.
040700     MOVE "N" TO STN-FREQUENCY-OK-SW.
040800     PERFORM 3300-ACCEPT-FREQUENCY THRU 3300-EXIT
040900         UNTIL STN-FREQUENCY-OK-YES.
041000     MOVE "N" TO STN-START-OK-SW.
041100     PERFORM 3400-ACCEPT-START-DATE THRU 3400-EXIT
041200         UNTIL STN-START-OK-YES.
041300     MOVE "N" TO STN-END-OK-SW.
041400     PERFORM 3450-ACCEPT-END-DATE THRU 3450-EXIT
041500         UNTIL STN-END-OK-YES.
041600     DISPLAY "SET UP THIS INSTRUCTION (Y/N) ? " WITH NO ADVANCING.
041700     MOVE "N" TO STN-CONFIRM-SW.
041800     ACCEPT STN-CONFIRM-SW.
041900     IF NOT STN-CONFIRM-YES
042000         DISPLAY "NOT SET UP."
042100         GO TO 3000-EXIT
042200     END-IF.
042300     PERFORM 3500-STORE-INSTRUCTION THRU 3500-EXIT.
042400 3000-EXIT.
042500     EXIT.
042600
042700******************************************************************
042800*    3100-ACCEPT-KEY - ONE PROMPT FOR THE TRANSACTION KEY.  A    *
042900*    BLANK KEY, OR ONE STARTING HDR OR TRL (RESERVED FOR         *
043000*    TRANSMISSION CONTROLS), IS RE-PROMPTED.                     *
043100******************************************************************
043200 3100-ACCEPT-KEY.
043300     DISPLAY "KEY ? " WITH NO ADVANCING.
043400     ACCEPT STN-ENTRY-KEY.
043500     IF STN-ENTRY-KEY = SPACES
043600         DISPLAY "KEY MUST NOT BE BLANK - PLEASE RE-ENTER."
043700         GO TO 3100-EXIT
043800     END-IF.
043900     IF STN-ENTRY-KEY(1:3) = "HDR"
044000         OR STN-ENTRY-KEY(1:3) = "TRL"
044100         DISPLAY "KEYS STARTING HDR OR TRL ARE RESERVED"
044200             " FOR TRANSMISSION CONTROLS - PLEASE RE-ENTER."
044300         GO TO 3100-EXIT
044400     END-IF.
044500     SET STN-KEY-OK-YES TO TRUE.
044600 3100-EXIT.
044700     EXIT.
044800
044900******************************************************************
045000*    3150-ACCEPT-REGION - ONE PROMPT FOR THE REGION.  ONLY AN    *
045100*    OFFICE ON THE REGION CONTROL FILE IS ACCEPTED.              *
045200******************************************************************
045300 3150-ACCEPT-REGION.
045400     DISPLAY "REGION ? " WITH NO ADVANCING.
045500     ACCEPT STN-ENTRY-REGION.
045600     MOVE ZERO TO MULT-RTAB-IX.
045700     PERFORM 3160-FIND-REGION THRU 3160-EXIT
045800         UNTIL STN-REGION-OK-YES
045900         OR MULT-RTAB-IX >= MULT-RTAB-COUNT.
046000     IF STN-REGION-OK-YES
046100         DISPLAY "REGION " STN-ENTRY-REGION " - "
046200             MULT-RTAB-NAME (MULT-RTAB-IX)
046300     ELSE
046400         DISPLAY "REGION " STN-ENTRY-REGION " IS NOT ON THE"
046500             " REGION CONTROL FILE - PLEASE RE-ENTER."
046600     END-IF.
046700 3150-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100*    3160-FIND-REGION - ONE REGION TABLE ENTRY AGAINST THE       *
047200*    REGION KEYED.                                               *
047300******************************************************************
047400 3160-FIND-REGION.
047500     ADD 1 TO MULT-RTAB-IX.
047600     IF MULT-RTAB-CODE (MULT-RTAB-IX) = STN-ENTRY-REGION
047700         SET STN-REGION-OK-YES TO TRUE
047800     END-IF.
047900 3160-EXIT.
048000     EXIT.
048100
048200******************************************************************
048300*    3200-VALIDATE-ENTRY - A AND B NUMERIC, A KNOWN OPERATION    *
048400*    CODE, NO DIVIDE BY ZERO, AND THE KEY OPEN ON THE KEY        *
048500*    REGISTRY UNDER THE REGION KEYED - THE CHECKS THE NIGHTLY    *
048600*    RUN WOULD OTHERWISE REJECT EVERY OCCURRENCE FOR.            *
048700******************************************************************
048800 3200-VALIDATE-ENTRY.
048900     SET MULT-REASON-NONE TO TRUE.
049000     MOVE SPACES TO MULT-REASON-TEXT.
049100     IF STN-ENTRY-A NOT NUMERIC
049200         SET MULT-REASON-A-NOT-NUMERIC TO TRUE
049300         MOVE "ENTRY A IS NOT NUMERIC" TO MULT-REASON-TEXT
049400         GO TO 3200-EXIT
049500     END-IF.
049600     IF STN-ENTRY-B NOT NUMERIC
049700         SET MULT-REASON-B-NOT-NUMERIC TO TRUE
049800         MOVE "ENTRY B IS NOT NUMERIC" TO MULT-REASON-TEXT
049900         GO TO 3200-EXIT
050000     END-IF.
050100     IF NOT STN-ENTRY-OP-VALID
050200         SET MULT-REASON-BAD-OP-CODE TO TRUE
050300         MOVE "OPERATION CODE IS NOT M, A, S, OR D" TO
050400             MULT-REASON-TEXT
050500         GO TO 3200-EXIT
050600     END-IF.
050700     IF STN-ENTRY-OP-DIVIDE AND STN-ENTRY-B = "00000"
050800         SET MULT-REASON-DIVIDE-BY-ZERO TO TRUE
050900         MOVE "DIVIDE BY ZERO" TO MULT-REASON-TEXT
051000         GO TO 3200-EXIT
051100     END-IF.
051200     MOVE STN-ENTRY-KEY TO KEYREG-FILE-KEY.
051300     READ KEYREG-FILE INTO MULT-KEYREG-RECORD
051400         INVALID KEY
051500             SET MULT-REASON-UNKNOWN-KEY TO TRUE
051600             MOVE "KEY IS NOT ON THE KEY REGISTRY" TO
051700                 MULT-REASON-TEXT
051800             GO TO 3200-EXIT
051900     END-READ.
052000     IF NOT MULT-KEYREG-OPEN
052100         SET MULT-REASON-CLOSED-KEY TO TRUE
052200         MOVE "KEY IS CLOSED ON THE KEY REGISTRY" TO
052300             MULT-REASON-TEXT
052400         GO TO 3200-EXIT
052500     END-IF.
052600     IF MULT-KEYREG-REGION NOT = STN-ENTRY-REGION
052700         SET MULT-REASON-WRONG-REGION TO TRUE
052800         MOVE "KEY IS OWNED BY ANOTHER REGION" TO
052900             MULT-REASON-TEXT
053000     END-IF.
053100 3200-EXIT.
053200     EXIT.
053300
053400******************************************************************
053500*    3300-ACCEPT-FREQUENCY - ONE PROMPT FOR THE FREQUENCY.       *
053600******************************************************************
053700 3300-ACCEPT-FREQUENCY.
053800     DISPLAY "FREQUENCY (D=DAILY  W=WEEKLY  M=MONTHLY) ? "
053900         WITH NO ADVANCING.
054000     ACCEPT STN-ENTRY-FREQUENCY.
054100     IF STN-ENTRY-FREQUENCY-VALID
054200         SET STN-FREQUENCY-OK-YES TO TRUE
054300     ELSE
054400         DISPLAY "FREQUENCY MUST BE D, W, OR M - PLEASE"
054500             " RE-ENTER."
054600     END-IF.
054700 3300-EXIT.
054800     EXIT.
054900
055000******************************************************************
055100*    3400-ACCEPT-START-DATE - ONE PROMPT FOR THE START DATE,     *
055200*    WHICH IS ALSO THE FIRST OCCURRENCE.  IT MUST BE A REAL      *
055300*    DATE LATER THAN THE LAST BUSINESS DATE POSTED, SO NO        *
055400*    OCCURRENCE IS BACK-DATED INTO A NIGHT ALREADY BALANCED.     *
055500******************************************************************
055600 3400-ACCEPT-START-DATE.
055700     DISPLAY "START DATE (YYYYMMDD) ? " WITH NO ADVANCING.
055800     MOVE SPACES TO STN-ENTRY-DATE.
055900     ACCEPT STN-ENTRY-DATE.
056000     MOVE "N" TO STN-DATE-OK-SW.
056100     IF STN-ENTRY-DATE NUMERIC
056200         MOVE STN-ENTRY-DATE TO STN-CHECK-DATE
056300         PERFORM 8000-CHECK-CALENDAR-DATE THRU 8000-EXIT
056400     END-IF.
056500     IF NOT STN-DATE-OK-YES
056600         DISPLAY "START DATE " STN-ENTRY-DATE " IS NOT A VALID"
056700             " DATE - PLEASE RE-ENTER."
056800         GO TO 3400-EXIT
056900     END-IF.
057000     IF STN-CHECK-DATE NOT > MULT-CTL-LAST-RUN-DATE
057100         DISPLAY "START DATE MUST BE AFTER THE LAST BUSINESS DATE"
057200             " POSTED (" MULT-CTL-LAST-RUN-DATE ") - PLEASE"
057300             " RE-ENTER."
057400         GO TO 3400-EXIT
057500     END-IF.
057600     MOVE STN-CHECK-DATE TO STN-START-DATE.
057700     SET STN-START-OK-YES TO TRUE.
057800 3400-EXIT.
057900     EXIT.
058000
058100******************************************************************
058200*    3450-ACCEPT-END-DATE - ONE PROMPT FOR THE END DATE, THE     *
058300*    LAST DATE AN OCCURRENCE MAY FALL ON.  BLANK MEANS THE       *
058400*    INSTRUCTION RUNS UNTIL IT IS CANCELLED.                     *
058500******************************************************************
058600 3450-ACCEPT-END-DATE.
058700     DISPLAY "END DATE (YYYYMMDD, BLANK = NO END) ? "
058800         WITH NO ADVANCING.
058900     MOVE SPACES TO STN-ENTRY-DATE.
059000     ACCEPT STN-ENTRY-DATE.
059100     IF STN-ENTRY-DATE = SPACES
059200         MOVE ZERO TO STN-END-DATE
059300         SET STN-END-OK-YES TO TRUE
059400         GO TO 3450-EXIT
059500     END-IF.
059600     MOVE "N" TO STN-DATE-OK-SW.
059700     IF STN-ENTRY-DATE NUMERIC
059800         MOVE STN-ENTRY-DATE TO STN-CHECK-DATE
059900         PERFORM 8000-CHECK-CALENDAR-DATE THRU 8000-EXIT
060000     END-IF.
060100     IF NOT STN-DATE-OK-YES
060200         DISPLAY "END DATE " STN-ENTRY-DATE " IS NOT A VALID"
060300             " DATE - PLEASE RE-ENTER."
060400         GO TO 3450-EXIT
060500     END-IF.
060600     IF STN-CHECK-DATE < STN-START-DATE
060700         DISPLAY "END DATE MAY NOT BE BEFORE THE START DATE -"
060800             " PLEASE RE-ENTER."
060900         GO TO 3450-EXIT
061000     END-IF.
061100     MOVE STN-CHECK-DATE TO STN-END-DATE.
061200     SET STN-END-OK-YES TO TRUE.
061300 3450-EXIT.
061400     EXIT.
061500
061600******************************************************************
061700*    3500-STORE-INSTRUCTION - NUMBER THE NEW INSTRUCTION AND     *
061800*    ADD IT TO THE TABLE, ACTIVE, WITH ITS FIRST OCCURRENCE ON   *
061900*    THE START DATE.                                             *
062000******************************************************************
062100 3500-STORE-INSTRUCTION.
062200     ADD 1 TO STN-HIGH-ID.
062300     MOVE SPACES TO MULT-STANDING-RECORD.
062400     MOVE STN-HIGH-ID TO MULT-STND-ID.
062500     MOVE STN-ENTRY-KEY TO MULT-STND-KEY.
062600     MOVE STN-ENTRY-A TO MULT-STND-A.
062700     MOVE STN-ENTRY-B TO MULT-STND-B.
062800     MOVE STN-ENTRY-OP-CODE TO MULT-STND-OP-CODE.
062900     MOVE STN-ENTRY-REGION TO MULT-STND-REGION.
063000     MOVE STN-ENTRY-FREQUENCY TO MULT-STND-FREQUENCY.
063100     MOVE STN-START-DATE TO MULT-STND-START-DATE.
063200     MOVE STN-END-DATE TO MULT-STND-END-DATE.
063300     MOVE STN-START-DATE TO MULT-STND-NEXT-DATE.
063400     SET MULT-STND-ACTIVE TO TRUE.
063500     MOVE MULT-OPERATOR-ID TO MULT-STND-OPERATOR.
063600     MOVE STN-TODAY TO MULT-STND-SETUP-DATE.
063700     ADD 1 TO STN-ENTRY-COUNT.
063800     MOVE MULT-STANDING-RECORD
063900         TO STN-TAB-RECORD (STN-ENTRY-COUNT).
064000     ADD 1 TO STN-ADDED-COUNT.
064100     DISPLAY "SET UP AS STANDING INSTRUCTION " MULT-STND-ID
064200         " - FIRST OCCURRENCE " MULT-STND-NEXT-DATE ".".
064300 3500-EXIT.
064400     EXIT.
064500
064600******************************************************************
064700*    4000-CANCEL-INSTRUCTION - FIND AN ACTIVE INSTRUCTION BY     *
064800*    NUMBER AND, ONCE THE OPERATOR CONFIRMS, MARK IT CANCELLED.  *
064900******************************************************************
065000 4000-CANCEL-INSTRUCTION.
065100     DISPLAY "INSTRUCTION NUMBER ? " WITH NO ADVANCING.
065200     MOVE SPACES TO STN-ENTRY-ID.
065300     ACCEPT STN-ENTRY-ID.
065400     IF STN-ENTRY-ID NOT NUMERIC
065500         DISPLAY "INSTRUCTION NUMBER MUST BE SIX DIGITS."
065600         GO TO 4000-EXIT
065700     END-IF.
065800     MOVE STN-ENTRY-ID TO STN-FIND-ID.
065900     MOVE ZERO TO STN-IX.
066000     MOVE ZERO TO STN-FOUND-IX.
066100     PERFORM 4100-FIND-INSTRUCTION THRU 4100-EXIT
066200         UNTIL STN-FOUND-IX > ZERO
066300         OR STN-IX >= STN-ENTRY-COUNT.
066400     IF STN-FOUND-IX = ZERO
066500         DISPLAY "INSTRUCTION " STN-FIND-ID " IS NOT ON FILE."
066600         GO TO 4000-EXIT
066700     END-IF.
066800     MOVE STN-TAB-RECORD (STN-FOUND-IX) TO MULT-STANDING-RECORD.
066900     PERFORM 8100-SHOW-INSTRUCTION THRU 8100-EXIT.
067000     IF NOT MULT-STND-ACTIVE
067100         DISPLAY "INSTRUCTION " STN-FIND-ID " IS NOT ACTIVE -"
067200             " NOTHING TO CANCEL."
067300         GO TO 4000-EXIT
067400     END-IF.
067500     DISPLAY "CANCEL THIS INSTRUCTION (Y/N) ? " WITH NO ADVANCING.
067600     MOVE "N" TO STN-CONFIRM-SW.
067700     ACCEPT STN-CONFIRM-SW.
067800     IF NOT STN-CONFIRM-YES
067900         DISPLAY "NOT CANCELLED."
068000         GO TO 4000-EXIT
068100     END-IF.
068200     SET MULT-STND-CANCELLED TO TRUE.
068300     MOVE MULT-OPERATOR-ID TO MULT-STND-CANCEL-OPERATOR.
068400     MOVE MULT-STANDING-RECORD TO STN-TAB-RECORD (STN-FOUND-IX).
068500     ADD 1 TO STN-CANCELLED-COUNT.
068600     DISPLAY "CANCELLED - NO FURTHER OCCURRENCES WILL POST.".
068700 4000-EXIT.
068800     EXIT.
068900
069000******************************************************************
069100*    4100-FIND-INSTRUCTION - ONE TABLE ENTRY AGAINST THE NUMBER  *
069200*    KEYED.                                                      *
069300******************************************************************
069400 4100-FIND-INSTRUCTION.
069500     ADD 1 TO STN-IX.
069600     MOVE STN-TAB-RECORD (STN-IX) TO MULT-STANDING-RECORD.
069700     IF MULT-STND-ID = STN-FIND-ID
069800         MOVE STN-IX TO STN-FOUND-IX
069900     END-IF.
070000 4100-EXIT.
070100     EXIT.
070200
070300******************************************************************
070400*    5000-LIST-INSTRUCTIONS - EVERY ACTIVE INSTRUCTION.          *
070500******************************************************************
070600 5000-LIST-INSTRUCTIONS.
070700     MOVE ZERO TO STN-ACTIVE-COUNT.
070800     MOVE ZERO TO STN-IX.
070900     PERFORM 5100-LIST-ONE-INSTRUCTION THRU 5100-EXIT
071000         UNTIL STN-IX >= STN-ENTRY-COUNT.
071100     DISPLAY "ACTIVE INSTRUCTIONS - " STN-ACTIVE-COUNT.
071200 5000-EXIT.
071300     EXIT.
071400
071500******************************************************************
071600*    5100-LIST-ONE-INSTRUCTION - ONE TABLE ENTRY, SHOWN IF IT    *
071700*    IS ACTIVE.                                                  *
071800******************************************************************
071900 5100-LIST-ONE-INSTRUCTION.
072000     ADD 1 TO STN-IX.
072100     MOVE STN-TAB-RECORD (STN-IX) TO MULT-STANDING-RECORD.
072200     IF MULT-STND-ACTIVE
072300         ADD 1 TO STN-ACTIVE-COUNT
072400         PERFORM 8100-SHOW-INSTRUCTION THRU 8100-EXIT
072500     END-IF.
072600 5100-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000*    8000-CHECK-CALENDAR-DATE - SET STN-DATE-OK-SW WHEN THE      *
073100*    MONTH IS 01-12 AND THE DAY FALLS WITHIN THAT MONTH.         *
073200******************************************************************
073300 8000-CHECK-CALENDAR-DATE.
073400     MOVE "N" TO STN-DATE-OK-SW.
073500     IF STN-CHECK-YEAR < 1900
073600         OR STN-CHECK-MONTH < 1 OR STN-CHECK-MONTH > 12
073700         OR STN-CHECK-DAY < 1
073800         GO TO 8000-EXIT
073900     END-IF.
074000     MOVE STN-MONTH-DAYS (STN-CHECK-MONTH)
074100         TO STN-CHECK-MONTH-DAYS.
074200     IF STN-CHECK-MONTH = 2
074300         DIVIDE STN-CHECK-YEAR BY 4 GIVING STN-LEAP-QUOTIENT
074400             REMAINDER STN-LEAP-REMAINDER
074500         IF STN-LEAP-REMAINDER = ZERO
074600             MOVE 29 TO STN-CHECK-MONTH-DAYS
074700             DIVIDE STN-CHECK-YEAR BY 100 GIVING STN-LEAP-QUOTIENT
074800                 REMAINDER STN-LEAP-REMAINDER
074900             IF STN-LEAP-REMAINDER = ZERO
075000                 DIVIDE STN-CHECK-YEAR BY 400
075100                     GIVING STN-LEAP-QUOTIENT
075200                     REMAINDER STN-LEAP-REMAINDER
075300                 IF STN-LEAP-REMAINDER NOT = ZERO
075400                     MOVE 28 TO STN-CHECK-MONTH-DAYS
075500                 END-IF
075600             END-IF
075700         END-IF
075800     END-IF.
075900     IF STN-CHECK-DAY > STN-CHECK-MONTH-DAYS
076000         GO TO 8000-EXIT
076100     END-IF.
076200     SET STN-DATE-OK-YES TO TRUE.
076300 8000-EXIT.
076400     EXIT.
076500
076600******************************************************************
076700*    8100-SHOW-INSTRUCTION - ONE INSTRUCTION ON THE CONSOLE.     *
076800******************************************************************
076900 8100-SHOW-INSTRUCTION.
077000     DISPLAY "NO " MULT-STND-ID
077100         "  KEY " MULT-STND-KEY
077200         "  RGN " MULT-STND-REGION
077300         "  A=" MULT-STND-A
077400         "  B=" MULT-STND-B
077500         "  OP=" MULT-STND-OP-CODE
077600         "  FREQ " MULT-STND-FREQUENCY
077700         "  STATUS " MULT-STND-STATUS.
077800     DISPLAY "    START " MULT-STND-START-DATE
077900         "  NEXT " MULT-STND-NEXT-DATE
078000         "  END " MULT-STND-END-DATE
078100         "  SET UP BY " MULT-STND-OPERATOR.
078200 8100-EXIT.
078300     EXIT.
078400
078500******************************************************************
078600*    9000-FINALIZE - WRITE THE TABLE TO THE NEW COPY, SESSION    *
078700*    CONTROL TOTALS, AND CLOSE.                                  *
078800******************************************************************
078900 9000-FINALIZE.
079000     CLOSE KEYREG-FILE.
079100     OPEN OUTPUT STANDING-OUT-FILE.
079200     MOVE ZERO TO STN-IX.
079300     PERFORM 9100-WRITE-ONE-INSTRUCTION THRU 9100-EXIT
079400         UNTIL STN-IX >= STN-ENTRY-COUNT.
079500     CLOSE STANDING-OUT-FILE.
079600     DISPLAY " ".
079700     DISPLAY "MULTSTND SESSION TOTALS".
079800     DISPLAY "  INSTRUCTIONS LOADED . " STN-LOADED-COUNT.
079900     DISPLAY "  ADDED . . . . . . . . " STN-ADDED-COUNT.
080000     DISPLAY "  CANCELLED . . . . . . " STN-CANCELLED-COUNT.
080100     DISPLAY "MULTSTND - SESSION ENDED.".
080200 9000-EXIT.
080300     EXIT.
080400
080500******************************************************************
080600*    9100-WRITE-ONE-INSTRUCTION - ONE TABLE ENTRY TO THE NEW     *
080700*    COPY.                                                       *
080800******************************************************************
080900 9100-WRITE-ONE-INSTRUCTION.
081000     ADD 1 TO STN-IX.
081100     MOVE SPACES TO STANDING-OUT-FILE-RECORD.
081200     MOVE STN-TAB-RECORD (STN-IX) TO STANDING-OUT-FILE-RECORD.
081300     WRITE STANDING-OUT-FILE-RECORD.
081400 9100-EXIT.
081500     EXIT.

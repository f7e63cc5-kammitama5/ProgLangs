000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MULTKEYM.
000300 AUTHOR.        DATA PROCESSING.
000400 DATE-WRITTEN.  2026-10-15.
000500 DATE-COMPILED. 2026-10-15.
000600*
000700******************************************************************
000800*                                                                *
000900*    MULTKEYM - TRANSACTION KEY REGISTRY MAINTENANCE             *
001000*                                                                *
001100*    LETS A SUPERVISOR KEY A TRANSACTION KEY AT THE CONSOLE AND  *
001200*    SEE ITS REGISTRY ENTRY (OWNING REGION, DESCRIPTION, STATUS, *
001300*    OPEN AND CLOSE DATES), THEN ADD A NEW KEY, CLOSE AN OPEN    *
001400*    KEY, OR REOPEN A CLOSED ONE.  THE NIGHTLY RUN AND MULTINT   *
001500*    REJECT ANY TRANSACTION WHOSE KEY IS NOT ON THE REGISTRY, IS *
001600*    CLOSED, OR IS POSTING FROM A REGION OTHER THAN ITS OWNER, SO*
001700*    A MISTYPED KEY CAN NO LONGER OPEN A LIFE-TO-DATE MASTER     *
001800*    RECORD OF ITS OWN.                                          *
001900*                                                                *
002000*    THE SESSION REQUIRES A SIGN-ON VALIDATED AGAINST THE        *
002100*    AUTHORIZED-OPERATOR FILE, AND ONLY A SUPERVISOR (AN OPERATOR*
002200*    WITH THE WRITE-OFF FLAG) MAY USE IT.  EVERY CHANGE IS LOGGED*
002300*    TO THE PERMANENT AUDIT FILE AS AN OPERATION-CODE-K ROW      *
002400*    CARRYING THE ACTION (ADD, CLS, OR REO) IN THE REASON FIELD, *
002500*    THE KEY'S REGION, AND THE SUPERVISOR'S OPERATOR ID.  K ROWS *
002600*    CARRY NO AMOUNTS AND ARE NEVER APPLIED TO THE MASTER.  KEY  *
002700*    000000 (THE RESERVED CLUSTER CONTROL RECORD) AND KEYS       *
002800*    STARTING HDR OR TRL (THE TRANSMISSION CONTROLS) CANNOT BE   *
002900*    MAINTAINED.                                                 *
003000*                                                                *
003100*    MODIFICATION HISTORY                                        *
003200*    ----------------------------------------------------------- *
003300*    DATE       INIT  DESCRIPTION                                *
003400*    ---------- ----  ------------------------------------------ *
003500*    2026-10-15   JH  INITIAL VERSION.                           *
003501*    2026-10-15   JH  THE OWNING REGION IS CHECKED AGAINST THE   *
003502*                     REGION CONTROL FILE (MULTRGN) INSTEAD OF   *
003503*                     A HARDWIRED R1/R2/R3 LIST.                 *
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-390.
004100 OBJECT-COMPUTER.   IBM-390.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT KEYREG-FILE        ASSIGN TO "MULTKEY"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS KEYREG-FILE-KEY.
004900     SELECT AUDIT-FILE         ASSIGN TO "MULTAUD"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT CONTROL-FILE       ASSIGN TO "MULTRCTL"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT OPERATOR-FILE      ASSIGN TO "MULTOPER"
005400         ORGANIZATION IS SEQUENTIAL.
005401     SELECT REGION-FILE        ASSIGN TO "MULTRGN"
005402         ORGANIZATION IS SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  KEYREG-FILE
005900     RECORD CONTAINS 80 CHARACTERS.
006000 01  KEYREG-FILE-RECORD.
006100     05  KEYREG-FILE-KEY         PIC X(06).
006200     05  FILLER                  PIC X(74).
006300
006400 FD  AUDIT-FILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORDING MODE IS F.
006700 01  AUDIT-FILE-RECORD          PIC X(80).
006800
006900 FD  CONTROL-FILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200 01  CONTROL-FILE-RECORD        PIC X(80).
007300
007400 FD  OPERATOR-FILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORDING MODE IS F.
007700 01  OPERATOR-FILE-RECORD       PIC X(80).
007800
007801 FD  REGION-FILE
007802     LABEL RECORDS ARE STANDARD
007803     RECORDING MODE IS F.
007804 01  REGION-FILE-RECORD         PIC X(80).
007805
007900 WORKING-STORAGE SECTION.
008000*    SHARED RECORD LAYOUTS AND WORKING FIELDS.
008100     COPY MULTREC.
008200
008300*    RUN CONTROL SWITCHES.
008400 77  MULT-AGAIN-SW               PIC X(01) VALUE "Y".
008500     88  MULT-AGAIN-YES                     VALUE "Y" "y".
008600     88  MULT-AGAIN-NO                       VALUE "N" "n".
008700 77  MULT-CONTROL-EOF-SW         PIC X(01) VALUE "N".
008800     88  MULT-CONTROL-EOF-YES               VALUE "Y".
008900 77  MULT-KEY-OK-SW              PIC X(01) VALUE "N".
009000     88  MULT-KEY-OK-YES                    VALUE "Y".
009100 77  MULT-FOUND-SW               PIC X(01) VALUE "N".
009200     88  MULT-FOUND-YES                     VALUE "Y".
009300 77  MULT-ENTRY-OK-SW            PIC X(01) VALUE "N".
009400     88  MULT-ENTRY-OK-YES                  VALUE "Y".
009500     88  MULT-ENTRY-OK-NO                    VALUE "N".
009600
009700*    OPERATOR SIGN-ON WORKING FIELDS.
009800 77  MULT-OPERATOR-EOF-SW        PIC X(01) VALUE "N".
009900     88  MULT-OPERATOR-EOF-YES              VALUE "Y".
010000 77  MULT-SIGNON-OK-SW           PIC X(01) VALUE "N".
010100     88  MULT-SIGNON-OK-YES                 VALUE "Y".
010200 77  MULT-SIGNON-TRIES           PIC 9(01) VALUE ZERO.
010300 77  MULT-SIGNON-MAX-TRIES       PIC 9(01) VALUE 3.
010400 77  MULT-OPERATOR-ID            PIC X(08) VALUE SPACES.
010500 77  MULT-SUPERVISOR-SW          PIC X(01) VALUE "N".
010600     88  MULT-SUPERVISOR-YES                VALUE "Y".
010700
010800*    SUPERVISOR ENTRY WORKING FIELDS.
010900 77  KEYM-ENTRY-KEY              PIC X(06) VALUE SPACES.
011000 77  KEYM-ACTION-CODE            PIC X(01) VALUE SPACE.
011100     88  KEYM-ACTION-ADD                    VALUE "A" "a".
011200     88  KEYM-ACTION-CLOSE                  VALUE "C" "c".
011300     88  KEYM-ACTION-REOPEN                 VALUE "R" "r".
011400 77  KEYM-ENTRY-REGION           PIC X(02) VALUE SPACES.
011700 77  KEYM-ENTRY-DESC             PIC X(30) VALUE SPACES.
011800 77  KEYM-AUDIT-ACTION           PIC X(03) VALUE SPACES.
011900 77  KEYM-TODAY                  PIC 9(08) VALUE ZERO.
012000
012100*    SESSION CONTROL TOTALS.
012200 77  KEYM-INQUIRY-COUNT          PIC 9(06) VALUE ZERO.
012300 77  KEYM-ADD-COUNT              PIC 9(06) VALUE ZERO.
012400 77  KEYM-CLOSE-COUNT            PIC 9(06) VALUE ZERO.
012500 77  KEYM-REOPEN-COUNT           PIC 9(06) VALUE ZERO.
012600
012601*    REGION CONTROL TABLE, LOADED FROM MULTRGN AT SIGN-ON.
012602 77  MULT-REGION-EOF-SW          PIC X(01) VALUE "N".
012603     88  MULT-REGION-EOF-YES                VALUE "Y".
012604 77  KEYM-RTAB-MAX               PIC 9(04) COMP VALUE 6.
012605 77  KEYM-RTAB-COUNT             PIC 9(04) COMP VALUE ZERO.
012606 77  KEYM-RTAB-IX                PIC 9(04) COMP VALUE ZERO.
012607 01  KEYM-REGION-TABLE.
012608     05  KEYM-RTAB-ENTRY         OCCURS 6 TIMES.
012609         10  KEYM-RTAB-CODE      PIC X(02).
012610         10  KEYM-RTAB-NAME      PIC X(20).
012611
012700 PROCEDURE DIVISION.
012800******************************************************************
012900*    0000-MAINLINE                                               *
013000******************************************************************
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013300     PERFORM 2000-PROCESS-ONE-KEY THRU 2000-EXIT
013400         UNTIL MULT-AGAIN-NO.
013500     PERFORM 9000-FINALIZE THRU 9000-EXIT.
013600     STOP RUN.
013700
013800******************************************************************
013900*    1000-INITIALIZE - SIGN THE OPERATOR ON AGAINST THE          *
014000*    AUTHORIZED-OPERATOR FILE BEFORE ANYTHING ELSE - NO SIGN-ON, *
014100*    NO SESSION, AND A SIGN-ON WITHOUT SUPERVISOR AUTHORITY IS   *
014200*    REFUSED TOO.  THEN PICK UP THE CURRENT RUN NUMBER FOR THE   *
014300*    AUDIT STAMP, OPEN FILES, AND ANNOUNCE THE SESSION.          *
014400******************************************************************
014500 1000-INITIALIZE.
014600     DISPLAY "MULTKEYM - TRANSACTION KEY REGISTRY MAINTENANCE".
014700     PERFORM 1100-SIGN-ON THRU 1100-EXIT
014800         UNTIL MULT-SIGNON-OK-YES
014900         OR MULT-SIGNON-TRIES >= MULT-SIGNON-MAX-TRIES.
015000     IF NOT MULT-SIGNON-OK-YES
015100         DISPLAY "SIGN-ON FAILED - SESSION REFUSED."
015200         MOVE 8 TO RETURN-CODE
015300         STOP RUN
015400     END-IF.
015500     IF NOT MULT-SUPERVISOR-YES
015600         DISPLAY "OPERATOR " MULT-OPERATOR-ID " IS NOT A"
015700             " SUPERVISOR - SESSION REFUSED."
015800         MOVE 8 TO RETURN-CODE
015900         STOP RUN
016000     END-IF.
016100     DISPLAY "SIGNED ON - " MULT-OPER-NAME.
016200     PERFORM 1200-READ-RUN-CONTROL THRU 1200-EXIT.
016201     PERFORM 1300-LOAD-REGIONS THRU 1300-EXIT.
016202     IF KEYM-RTAB-COUNT = ZERO
016203         DISPLAY "REGION CONTROL FILE (MULTRGN) IS EMPTY -"
016204             " SESSION REFUSED."
016205         MOVE 8 TO RETURN-CODE
016206         STOP RUN
016207     END-IF.
016300     ACCEPT KEYM-TODAY FROM DATE YYYYMMDD.
016400     OPEN I-O KEYREG-FILE.
016500     OPEN EXTEND AUDIT-FILE.
016600     DISPLAY "KEY A TRANSACTION KEY TO SEE ITS REGISTRY ENTRY.".
016700     DISPLAY "ACTIONS: A=ADD  C=CLOSE  R=REOPEN  BLANK=NONE".
016800 1000-EXIT.
016900     EXIT.
017000
017100******************************************************************
017200*    1100-SIGN-ON - ONE SIGN-ON ATTEMPT: PROMPT FOR THE          *
017300*    OPERATOR ID AND LOOK IT UP ON THE AUTHORIZED-OPERATOR       *
017400*    FILE, CAPTURING THE SUPERVISOR (WRITE-OFF) FLAG WHEN FOUND. *
017500*    THE FILE IS REOPENED PER ATTEMPT SO EACH SCAN STARTS AT     *
017600*    THE TOP.                                                    *
017700******************************************************************
017800 1100-SIGN-ON.
017900     ADD 1 TO MULT-SIGNON-TRIES.
018000     DISPLAY "OPERATOR ID ? " WITH NO ADVANCING.
018100     ACCEPT MULT-OPERATOR-ID.
018200     IF MULT-OPERATOR-ID = SPACES
018300         DISPLAY "OPERATOR ID MUST NOT BE BLANK."
018400         GO TO 1100-EXIT
018500     END-IF.
018600     MOVE "N" TO MULT-OPERATOR-EOF-SW.
018700     OPEN INPUT OPERATOR-FILE.
018800     PERFORM 1150-SCAN-OPERATOR THRU 1150-EXIT
018900         UNTIL MULT-SIGNON-OK-YES OR MULT-OPERATOR-EOF-YES.
019000     CLOSE OPERATOR-FILE.
019100     IF NOT MULT-SIGNON-OK-YES
019200         DISPLAY "OPERATOR " MULT-OPERATOR-ID " IS NOT"
019300             " AUTHORIZED."
019400     END-IF.
019500 1100-EXIT.
019600     EXIT.
019700
019800******************************************************************
019900*    1150-SCAN-OPERATOR - ONE AUTHORIZED-OPERATOR RECORD         *
020000*    AGAINST THE KEYED ID.                                       *
020100******************************************************************
020200 1150-SCAN-OPERATOR.
020300     READ OPERATOR-FILE INTO MULT-OPERATOR-RECORD
020400         AT END
020500             SET MULT-OPERATOR-EOF-YES TO TRUE
020600         NOT AT END
020700             IF MULT-OPER-ID = MULT-OPERATOR-ID
020800                 SET MULT-SIGNON-OK-YES TO TRUE
020900                 IF MULT-OPER-WRITEOFF-YES
021000                     SET MULT-SUPERVISOR-YES TO TRUE
021100                 END-IF
021200             END-IF
021300     END-READ.
021400 1150-EXIT.
021500     EXIT.
021600
021700******************************************************************
021800*    1200-READ-RUN-CONTROL - READ THE SINGLE RUN-CONTROL RECORD. *
021900*    THE LAST RUN NUMBER POSTED IS STAMPED ON EVERY REGISTRY     *
022000*    AUDIT ROW SO THE CHANGE SORTS WITH THE RUNS AROUND IT.  AN  *
022100*    EMPTY FILE LEAVES THE STAMP AT ZERO.                        *
022200******************************************************************
022300 1200-READ-RUN-CONTROL.
022400     MOVE ZERO TO MULT-CTL-LAST-RUN-NUMBER.
022500     MOVE ZERO TO MULT-CTL-LAST-RUN-DATE.
022600     OPEN INPUT CONTROL-FILE.
022700     READ CONTROL-FILE INTO MULT-CONTROL-RECORD
022800         AT END
022900             SET MULT-CONTROL-EOF-YES TO TRUE
023000     END-READ.
023100     CLOSE CONTROL-FILE.
023200 1200-EXIT.
023300     EXIT.
023400
023401******************************************************************
023402*    1300-LOAD-REGIONS - READ THE REGION CONTROL FILE INTO THE   *
023403*    TABLE THE OWNING-REGION PROMPT IS CHECKED AGAINST.          *
023404******************************************************************
023405 1300-LOAD-REGIONS.
023406     OPEN INPUT REGION-FILE.
023407     PERFORM 1350-LOAD-ONE-REGION THRU 1350-EXIT
023408         UNTIL MULT-REGION-EOF-YES.
023409     CLOSE REGION-FILE.
023410 1300-EXIT.
023411     EXIT.
023412
023413******************************************************************
023414*    1350-LOAD-ONE-REGION - ONE REGION CONTROL RECORD.  A BLANK  *
023415*    CODE IS PASSED OVER; PAST THE TABLE'S SIX ENTRIES THE REST  *
023416*    ARE IGNORED, AS THE NIGHTLY RUN HAS ONLY SIX SLOTS.         *
023417******************************************************************
023418 1350-LOAD-ONE-REGION.
023419     READ REGION-FILE INTO MULT-REGION-RECORD
023420         AT END
023421             SET MULT-REGION-EOF-YES TO TRUE
023422             GO TO 1350-EXIT
023423     END-READ.
023424     IF MULT-RGN-CODE = SPACES
023425         OR KEYM-RTAB-COUNT >= KEYM-RTAB-MAX
023426         GO TO 1350-EXIT
023427     END-IF.
023428     ADD 1 TO KEYM-RTAB-COUNT.
023429     MOVE MULT-RGN-CODE TO KEYM-RTAB-CODE (KEYM-RTAB-COUNT).
023430     MOVE MULT-RGN-NAME TO KEYM-RTAB-NAME (KEYM-RTAB-COUNT).
023431 1350-EXIT.
023432     EXIT.
023433
023500******************************************************************
023600*    2000-PROCESS-ONE-KEY - PROMPT FOR ONE KEY, SHOW ITS         *
023700*    REGISTRY ENTRY, TAKE AN ACTION, AND ASK WHETHER TO          *
023800*    CONTINUE.  AN ACTION THAT DOES NOT FIT THE KEY'S STATE (ADD *
023900*    OF A KEY ALREADY REGISTERED, CLOSE OF A CLOSED KEY, REOPEN  *
024000*    OF AN OPEN ONE) IS REFUSED WITHOUT TOUCHING THE REGISTRY.   *
024100******************************************************************
024200 2000-PROCESS-ONE-KEY.
024300     MOVE "N" TO MULT-KEY-OK-SW.
024400     PERFORM 2100-ACCEPT-KEY THRU 2100-EXIT
024500         UNTIL MULT-KEY-OK-YES.
024600     PERFORM 2200-READ-REGISTRY THRU 2200-EXIT.
024700     IF MULT-FOUND-YES
024800         ADD 1 TO KEYM-INQUIRY-COUNT
024900         PERFORM 2300-DISPLAY-ENTRY THRU 2300-EXIT
025000     END-IF.
025100     DISPLAY "ACTION (A/C/R, BLANK=NONE) ? " WITH NO ADVANCING.
025200     ACCEPT KEYM-ACTION-CODE.
025300     EVALUATE TRUE
025400         WHEN KEYM-ACTION-ADD
025500             PERFORM 2400-ADD-KEY THRU 2400-EXIT
025600         WHEN KEYM-ACTION-CLOSE
025700             PERFORM 2500-CLOSE-KEY THRU 2500-EXIT
025800         WHEN KEYM-ACTION-REOPEN
025900             PERFORM 2600-REOPEN-KEY THRU 2600-EXIT
026000         WHEN OTHER
026100             DISPLAY "NO CHANGE."
026200     END-EVALUATE.
026300     DISPLAY "ANOTHER (Y/N) ? " WITH NO ADVANCING.
026400     ACCEPT MULT-AGAIN-SW.
026500 2000-EXIT.
026600     EXIT.
026700
026800******************************************************************
026900*    2100-ACCEPT-KEY - ONE PROMPT FOR THE TRANSACTION KEY.  A    *
027000*    BLANK KEY IS RE-PROMPTED, KEY 000000 IS THE RESERVED        *
027100*    CLUSTER CONTROL RECORD, AND KEYS STARTING HDR OR TRL ARE    *
027200*    RESERVED FOR THE TRANSMISSION CONTROL RECORDS.              *
027300******************************************************************
027400 2100-ACCEPT-KEY.
027500     DISPLAY "KEY ? " WITH NO ADVANCING.
027600     ACCEPT KEYM-ENTRY-KEY.
027700     IF KEYM-ENTRY-KEY = SPACES
027800         DISPLAY "KEY MUST NOT BE BLANK - PLEASE RE-ENTER."
027900         GO TO 2100-EXIT
028000     END-IF.
028100     IF KEYM-ENTRY-KEY = "000000"
028200         DISPLAY "KEY 000000 IS THE RESERVED CONTROL"
028300             " RECORD - PLEASE RE-ENTER."
028400         GO TO 2100-EXIT
028500     END-IF.
028600     IF KEYM-ENTRY-KEY(1:3) = "HDR"
028700         OR KEYM-ENTRY-KEY(1:3) = "TRL"
028800         DISPLAY "KEYS STARTING HDR OR TRL ARE RESERVED"
028900             " FOR TRANSMISSION CONTROLS - PLEASE RE-ENTER."
029000         GO TO 2100-EXIT
029100     END-IF.
029200     SET MULT-KEY-OK-YES TO TRUE.
029300 2100-EXIT.
029400     EXIT.
029500
029600******************************************************************
029700*    2200-READ-REGISTRY - ONE KEYED READ AGAINST THE REGISTRY.   *
029800******************************************************************
029900 2200-READ-REGISTRY.
030000     MOVE "N" TO MULT-FOUND-SW.
030100     MOVE KEYM-ENTRY-KEY TO KEYREG-FILE-KEY.
030200     READ KEYREG-FILE INTO MULT-KEYREG-RECORD
030300         INVALID KEY
030400             DISPLAY "KEY " KEYM-ENTRY-KEY
030500                 " IS NOT ON THE KEY REGISTRY."
030600         NOT INVALID KEY
030700             SET MULT-FOUND-YES TO TRUE
030800     END-READ.
030900 2200-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300*    2300-DISPLAY-ENTRY - THE REGISTRY ENTRY, FORMATTED.         *
031400******************************************************************
031500 2300-DISPLAY-ENTRY.
031600     DISPLAY " ".
031700     DISPLAY "KEY . . . . . . . . . " MULT-KEYREG-KEY.
031800     DISPLAY "OWNING REGION . . . . " MULT-KEYREG-REGION.
031900     DISPLAY "DESCRIPTION . . . . . " MULT-KEYREG-DESC.
032000     IF MULT-KEYREG-OPEN
032100         DISPLAY "STATUS  . . . . . . . OPEN"
032200     ELSE
032300         DISPLAY "STATUS  . . . . . . . CLOSED"
032400     END-IF.
032500     DISPLAY "OPENED  . . . . . . . " MULT-KEYREG-OPEN-DATE.
032600     DISPLAY "CLOSED  . . . . . . . " MULT-KEYREG-CLOSE-DATE.
032700     DISPLAY "LAST CHANGED BY . . . " MULT-KEYREG-OPERATOR.
032800 2300-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200*    2400-ADD-KEY - REGISTER A NEW KEY, OPEN AS OF TODAY, WITH   *
033300*    ITS OWNING REGION AND A DESCRIPTION.                        *
033400******************************************************************
033500 2400-ADD-KEY.
033600     IF MULT-FOUND-YES
033700         DISPLAY "KEY " KEYM-ENTRY-KEY " IS ALREADY ON THE"
033800             " REGISTRY - NOT ADDED."
033900         GO TO 2400-EXIT
034000     END-IF.
034100     SET MULT-ENTRY-OK-NO TO TRUE.
034200     PERFORM 2410-ACCEPT-REGION THRU 2410-EXIT
034300         UNTIL MULT-ENTRY-OK-YES.
034400     SET MULT-ENTRY-OK-NO TO TRUE.
034500     PERFORM 2420-ACCEPT-DESC THRU 2420-EXIT
034600         UNTIL MULT-ENTRY-OK-YES.
034700     MOVE SPACES TO MULT-KEYREG-RECORD.
034800     MOVE KEYM-ENTRY-KEY TO MULT-KEYREG-KEY.
034900     MOVE KEYM-ENTRY-REGION TO MULT-KEYREG-REGION.
035000     MOVE KEYM-ENTRY-DESC TO MULT-KEYREG-DESC.
035100     SET MULT-KEYREG-OPEN TO TRUE.
035200     MOVE KEYM-TODAY TO MULT-KEYREG-OPEN-DATE.
035300     MOVE ZERO TO MULT-KEYREG-CLOSE-DATE.
035400     MOVE MULT-OPERATOR-ID TO MULT-KEYREG-OPERATOR.
035500     MOVE SPACES TO KEYREG-FILE-RECORD.
035600     MOVE MULT-KEYREG-RECORD TO KEYREG-FILE-RECORD.
035700     WRITE KEYREG-FILE-RECORD
035800         INVALID KEY
035900             DISPLAY "KEY " KEYM-ENTRY-KEY " COULD NOT BE"
036000                 " ADDED - NOT AUDITED."
036100             GO TO 2400-EXIT
036200     END-WRITE.
036300     MOVE "ADD" TO KEYM-AUDIT-ACTION.
036400     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT.
036500     ADD 1 TO KEYM-ADD-COUNT.
036600     DISPLAY "ADDED AND AUDITED.".
036700     PERFORM 2300-DISPLAY-ENTRY THRU 2300-EXIT.
036800 2400-EXIT.
036900     EXIT.
037000
037100******************************************************************
037200*    2410-ACCEPT-REGION - ONE PROMPT FOR THE OWNING REGION.      *
037300*    ONLY AN OFFICE ON THE REGION CONTROL FILE IS ACCEPTED.      *
037400******************************************************************
037500 2410-ACCEPT-REGION.
037600     DISPLAY "OWNING REGION ? " WITH NO ADVANCING.
037700     ACCEPT KEYM-ENTRY-REGION.
037701     MOVE ZERO TO KEYM-RTAB-IX.
037702     PERFORM 2415-FIND-REGION THRU 2415-EXIT
037703         UNTIL MULT-ENTRY-OK-YES
037704         OR KEYM-RTAB-IX >= KEYM-RTAB-COUNT.
037800     IF MULT-ENTRY-OK-YES
037801         DISPLAY "REGION " KEYM-ENTRY-REGION " - "
037802             KEYM-RTAB-NAME (KEYM-RTAB-IX)
038000     ELSE
038100         DISPLAY "REGION " KEYM-ENTRY-REGION " IS NOT ON THE"
038200             " REGION CONTROL FILE - PLEASE RE-ENTER."
038300     END-IF.
038400 2410-EXIT.
038500     EXIT.
038600
038601******************************************************************
038602*    2415-FIND-REGION - ONE REGION TABLE ENTRY AGAINST THE       *
038603*    REGION KEYED.                                               *
038604******************************************************************
038605 2415-FIND-REGION.
038606     ADD 1 TO KEYM-RTAB-IX.
038607     IF KEYM-RTAB-CODE (KEYM-RTAB-IX) = KEYM-ENTRY-REGION
038608         SET MULT-ENTRY-OK-YES TO TRUE
038609     END-IF.
038610 2415-EXIT.
038611     EXIT.
038612
038700******************************************************************
038800*    2420-ACCEPT-DESC - ONE PROMPT FOR THE DESCRIPTION.  NO      *
038900*    DESCRIPTION, NO KEY.                                        *
039000******************************************************************
039100 2420-ACCEPT-DESC.
039200     DISPLAY "DESCRIPTION ? " WITH NO ADVANCING.
039300     ACCEPT KEYM-ENTRY-DESC.
039400     IF KEYM-ENTRY-DESC = SPACES
039500         DISPLAY "A DESCRIPTION IS REQUIRED - PLEASE RE-ENTER."
039600     ELSE
039700         SET MULT-ENTRY-OK-YES TO TRUE
039800     END-IF.
039900 2420-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300*    2500-CLOSE-KEY - CLOSE AN OPEN KEY AS OF TODAY.  FROM THE   *
040400*    NEXT POSTING ON, ITS TRANSACTIONS REJECT AS REASON 08.  THE *
040500*    MASTER POSITION IS LEFT AS IT STANDS.                       *
040600******************************************************************
040700 2500-CLOSE-KEY.
040800     IF NOT MULT-FOUND-YES
040900         DISPLAY "ONLY A REGISTERED KEY CAN BE CLOSED."
041000         GO TO 2500-EXIT
041100     END-IF.
041200     IF MULT-KEYREG-CLOSED
041300         DISPLAY "KEY " KEYM-ENTRY-KEY " IS ALREADY CLOSED."
041400         GO TO 2500-EXIT
041500     END-IF.
041600     SET MULT-KEYREG-CLOSED TO TRUE.
041700     MOVE KEYM-TODAY TO MULT-KEYREG-CLOSE-DATE.
041800     MOVE MULT-OPERATOR-ID TO MULT-KEYREG-OPERATOR.
041900     REWRITE KEYREG-FILE-RECORD FROM MULT-KEYREG-RECORD.
042000     MOVE "CLS" TO KEYM-AUDIT-ACTION.
042100     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT.
042200     ADD 1 TO KEYM-CLOSE-COUNT.
042300     DISPLAY "CLOSED AND AUDITED.".
042400     PERFORM 2300-DISPLAY-ENTRY THRU 2300-EXIT.
042500 2500-EXIT.
042600     EXIT.
042700
042800******************************************************************
042900*    2600-REOPEN-KEY - REOPEN A CLOSED KEY.  THE ORIGINAL OPEN   *
043000*    DATE STANDS; THE CLOSE DATE IS CLEARED.                     *
043100******************************************************************
043200 2600-REOPEN-KEY.
043300     IF NOT MULT-FOUND-YES
043400         DISPLAY "ONLY A REGISTERED KEY CAN BE REOPENED."
043500         GO TO 2600-EXIT
043600     END-IF.
043700     IF MULT-KEYREG-OPEN
043800         DISPLAY "KEY " KEYM-ENTRY-KEY " IS ALREADY OPEN."
043900         GO TO 2600-EXIT
044000     END-IF.
044100     SET MULT-KEYREG-OPEN TO TRUE.
044200     MOVE ZERO TO MULT-KEYREG-CLOSE-DATE.
044300     MOVE MULT-OPERATOR-ID TO MULT-KEYREG-OPERATOR.
044400     REWRITE KEYREG-FILE-RECORD FROM MULT-KEYREG-RECORD.
044500     MOVE "REO" TO KEYM-AUDIT-ACTION.
044600     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT.
044700     ADD 1 TO KEYM-REOPEN-COUNT.
044800     DISPLAY "REOPENED AND AUDITED.".
044900     PERFORM 2300-DISPLAY-ENTRY THRU 2300-EXIT.
045000 2600-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400*    2700-WRITE-AUDIT-RECORD - ONE OPERATION-CODE-K ROW ON THE   *
045500*    PERMANENT AUDIT TRAIL PER REGISTRY CHANGE, CARRYING THE     *
045600*    ACTION IN THE REASON FIELD, THE KEY'S OWNING REGION, AND    *
045700*    THE SUPERVISOR.  A, B, C, AND THE COUNT DELTA STAY ZERO.    *
045800******************************************************************
045900 2700-WRITE-AUDIT-RECORD.
046000     MOVE SPACES TO MULT-AUDIT-RECORD.
046100     MOVE MULT-KEYREG-KEY TO MULT-AUDIT-KEY.
046200     MOVE ZERO TO MULT-AUDIT-A.
046300     MOVE ZERO TO MULT-AUDIT-B.
046400     MOVE ZERO TO MULT-AUDIT-C.
046500     MOVE "K" TO MULT-AUDIT-OP-CODE.
046600     MOVE MULT-CTL-LAST-RUN-NUMBER TO MULT-AUDIT-RUN-NUMBER.
046700     MOVE MULT-KEYREG-REGION TO MULT-AUDIT-REGION.
046800     MOVE "O" TO MULT-AUDIT-SOURCE.
046900     ACCEPT MULT-AUDIT-DATE FROM DATE YYYYMMDD.
047000     ACCEPT MULT-AUDIT-TIME FROM TIME.
047100     MOVE KEYM-AUDIT-ACTION TO MULT-AUDIT-ADJ-REASON.
047200     MOVE ZERO TO MULT-AUDIT-ADJ-COUNT.
047300     MOVE MULT-OPERATOR-ID TO MULT-AUDIT-OPERATOR.
047400     MOVE SPACES TO AUDIT-FILE-RECORD.
047500     MOVE MULT-AUDIT-RECORD TO AUDIT-FILE-RECORD.
047600     WRITE AUDIT-FILE-RECORD.
047700 2700-EXIT.
047800     EXIT.
047900
048000******************************************************************
048100*    9000-FINALIZE - SESSION CONTROL TOTALS AND CLOSE.           *
048200******************************************************************
048300 9000-FINALIZE.
048400     CLOSE KEYREG-FILE.
048500     CLOSE AUDIT-FILE.
048600     DISPLAY " ".
048700     DISPLAY "KEYS VIEWED THIS SESSION  . . " KEYM-INQUIRY-COUNT.
048800     DISPLAY "KEYS ADDED  . . . . . . . . . " KEYM-ADD-COUNT.
048900     DISPLAY "KEYS CLOSED . . . . . . . . . " KEYM-CLOSE-COUNT.
049000     DISPLAY "KEYS REOPENED . . . . . . . . " KEYM-REOPEN-COUNT.
049100     DISPLAY "MULTKEYM - SESSION ENDED.".
049200 9000-EXIT.
049300     EXIT.

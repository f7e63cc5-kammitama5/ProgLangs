000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MULTVAR.
000300 AUTHOR.        DATA PROCESSING.
000400 DATE-WRITTEN.  2026-10-15.
000500 DATE-COMPILED. 2026-10-15.
000600*
000700******************************************************************
000800*                                                                *
000900*    MULTVAR - VOLUME AND VALUE VARIANCE GATE                    *
001000*                                                                *
001100*    RUNS AFTER MULTBAL HAS PROVED THE NIGHT INTERNALLY          *
001200*    CONSISTENT AND BEFORE THE WAREHOUSE EXTRACT SHIPS.  A FILE  *
001300*    CAN BALANCE PERFECTLY AND STILL BE WRONG - AN OFFICE THAT   *
001400*    SENT HALF ITS USUAL VOLUME, OR A SUM OF C TEN TIMES NORMAL. *
001500*    THIS STEP COMPARES TONIGHT'S COUNT AND SUM OF C FOR EACH    *
001600*    REGION AND EACH OPERATION CODE (FROM THE OUTPUT FILE) WITH  *
001700*    THE DAILY AVERAGE OVER A TRAILING WINDOW OF BUSINESS DAYS:  *
001800*      - THE WINDOW IS THE LAST N BUSINESS DATES BEFORE TONIGHT  *
001900*        ON THE PROCESSING CALENDAR (MULTCAL),                   *
002000*      - THE RUN HISTORY (MULTRHST) GIVES THE RUNS THAT POSTED   *
002100*        THOSE DATES, AND THE AUDIT TRAIL (MULTAUD) GIVES THEIR  *
002200*        POSTED ROWS - A RUN MULTUNDO BACKED OUT IS LEFT OUT, AND*
002300*        ADJUSTMENT (J) AND KEY-REGISTRY (K) ROWS ARE NOT        *
002400*        TRANSACTIONS,                                           *
002500*      - THE AVERAGE IS OVER THE WINDOW DATES THAT ACTUALLY      *
002600*        POSTED.                                                 *
002700*    EACH LINE IS HELD TO ITS TOLERANCE BAND FROM THE TOLERANCE  *
002800*    FILE (MULTVTOL, LOADED BY DEFVTOL).  A REGION MULTPRE DID   *
002900*    NOT CLEAR TO POST TONIGHT, A LINE WITH NO BAND, AND A LINE  *
003000*    WHOSE AVERAGE COUNT IS UNDER THE BAND'S MINIMUM ARE         *
003100*    REPORTED BUT CANNOT TRIP THE GATE.  NO HISTORY IN THE       *
003200*    WINDOW (THE FIRST NIGHTS) PASSES THE GATE.                  *
003300*                                                                *
003400*    ANY LINE OUT OF BAND TRIPS THE GATE: THE STEP ENDS CC 4,    *
003500*    WHICH HOLDS THE WAREHOUSE EXTRACT AND THE PENDING-FILE      *
003600*    CLEAR.  A SUPERVISOR (AN OPERATOR WITH THE WRITE-OFF FLAG   *
003700*    ON THE AUTHORIZED-OPERATOR FILE) RELEASES IT BY RUNNING     *
003800*    THE GATE AGAIN WITH THE OVERRIDE IN THE PARM; THE STEP THEN *
003900*    ENDS CC 0 AND THE OVERRIDE IS APPENDED TO THE OVERRIDE LOG  *
004000*    (MULTVLOG).                                                 *
004100*                                                                *
004200*    THE EXEC PARM:                                              *
004300*        BYTES  1-2   WINDOW IN BUSINESS DAYS (DEFAULT 20,       *
004400*                     MAXIMUM 60)                                *
004500*        BYTE   3     O TO OVERRIDE A TRIPPED GATE               *
004600*        BYTES  4-11  THE OVERRIDING SUPERVISOR'S OPERATOR ID    *
004700*                                                                *
004800*    MODIFICATION HISTORY                                        *
004900*    ----------------------------------------------------------- *
005000*    DATE       INIT  DESCRIPTION                                *
005100*    ---------- ----  ------------------------------------------ *
005200*    2026-10-15   JH  INITIAL VERSION.                           *
005210*    2026-10-15   JH  ONLY REGION-STATUS ROWS FOR TONIGHT'S      *
005220*                     BUSINESS DATE ARE READ, AS THE POSTING     *
005230*                     STEP READS THEM - A STALE ROW NO LONGER    *
005240*                     MARKS A REGION POSTED.                     *
005300******************************************************************
005400
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-390.
005800 OBJECT-COMPUTER.   IBM-390.
005900
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT CONTROL-FILE       ASSIGN TO "MULTRCTL"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT RGNSTAT-FILE       ASSIGN TO "MULTRSTA"
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT TOLERANCE-FILE     ASSIGN TO "MULTVTOL"
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT OUTPUT-FILE        ASSIGN TO "MULTOUT"
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT CALENDAR-FILE      ASSIGN TO "MULTCAL"
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT RUN-HISTORY-FILE   ASSIGN TO "MULTRHST"
007300         ORGANIZATION IS SEQUENTIAL.
007400     SELECT AUDIT-FILE         ASSIGN TO "MULTAUD"
007500         ORGANIZATION IS SEQUENTIAL.
007600     SELECT OPERATOR-FILE      ASSIGN TO "MULTOPER"
007700         ORGANIZATION IS SEQUENTIAL.
007800     SELECT OVERRIDE-LOG-FILE  ASSIGN TO "MULTVLOG"
007900         ORGANIZATION IS SEQUENTIAL.
008000     SELECT REPORT-FILE        ASSIGN TO "MULTVARO"
008100         ORGANIZATION IS SEQUENTIAL.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  CONTROL-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORDING MODE IS F.
008800 01  CONTROL-FILE-RECORD        PIC X(80).
008900
009000 FD  RGNSTAT-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300 01  RGNSTAT-FILE-RECORD        PIC X(80).
009400
009500 FD  TOLERANCE-FILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORDING MODE IS F.
009800 01  TOLERANCE-FILE-RECORD      PIC X(80).
009900
010000 FD  OUTPUT-FILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORDING MODE IS F.
010300 01  OUTPUT-FILE-RECORD         PIC X(80).
010400
010500 FD  CALENDAR-FILE
010600     LABEL RECORDS ARE STANDARD
010700     RECORDING MODE IS F.
010800 01  CALENDAR-FILE-RECORD       PIC X(80).
010900
011000 FD  RUN-HISTORY-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORDING MODE IS F.
011300 01  RUN-HISTORY-FILE-RECORD    PIC X(80).
011400
011500 FD  AUDIT-FILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORDING MODE IS F.
011800 01  AUDIT-FILE-RECORD          PIC X(80).
011900
012000 FD  OPERATOR-FILE
012100     LABEL RECORDS ARE STANDARD
012200     RECORDING MODE IS F.
012300 01  OPERATOR-FILE-RECORD       PIC X(80).
012400
012500 FD  OVERRIDE-LOG-FILE
012600     LABEL RECORDS ARE STANDARD
012700     RECORDING MODE IS F.
012800 01  OVERRIDE-LOG-FILE-RECORD   PIC X(80).
012900
013000 FD  REPORT-FILE
013100     LABEL RECORDS ARE STANDARD
013200     RECORDING MODE IS F.
013300 01  REPORT-FILE-RECORD         PIC X(80).
013400
013500 WORKING-STORAGE SECTION.
013600*    SHARED RECORD LAYOUTS.
013700     COPY MULTREC.
013800
013900*    RUN CONTROL SWITCHES.
014000 77  MULT-RGNSTAT-EOF-SW         PIC X(01) VALUE "N".
014100     88  MULT-RGNSTAT-EOF-YES               VALUE "Y".
014200 77  MULT-TOLERANCE-EOF-SW       PIC X(01) VALUE "N".
014300     88  MULT-TOLERANCE-EOF-YES             VALUE "Y".
014400 77  MULT-OUTPUT-EOF-SW          PIC X(01) VALUE "N".
014500     88  MULT-OUTPUT-EOF-YES                VALUE "Y".
014600 77  MULT-CALENDAR-EOF-SW        PIC X(01) VALUE "N".
014700     88  MULT-CALENDAR-EOF-YES              VALUE "Y".
014800 77  MULT-HISTORY-EOF-SW         PIC X(01) VALUE "N".
014900     88  MULT-HISTORY-EOF-YES               VALUE "Y".
015000 77  MULT-AUDIT-EOF-SW           PIC X(01) VALUE "N".
015100     88  MULT-AUDIT-EOF-YES                 VALUE "Y".
015200 77  MULT-OPERATOR-EOF-SW        PIC X(01) VALUE "N".
015300     88  MULT-OPERATOR-EOF-YES              VALUE "Y".
015400 77  VAR-OVERRIDE-SW             PIC X(01) VALUE "N".
015500     88  VAR-OVERRIDE-YES                   VALUE "O".
015600 77  VAR-SUPERVISOR-SW           PIC X(01) VALUE "N".
015700     88  VAR-SUPERVISOR-YES                 VALUE "Y".
015800 77  VAR-RUN-FOUND-SW            PIC X(01) VALUE "N".
015900     88  VAR-RUN-FOUND-YES                  VALUE "Y".
016000 77  VAR-RING-WRAPPED-SW         PIC X(01) VALUE "N".
016100     88  VAR-RING-WRAPPED-YES               VALUE "Y".
016200
016300*    THE EXEC PARM AS USED.
016400 77  VAR-WINDOW-DAYS             PIC 9(02) VALUE 20.
016500 77  VAR-WINDOW-MAX              PIC 9(02) VALUE 60.
016600 77  VAR-OVERRIDE-OPERATOR       PIC X(08) VALUE SPACES.
016700
016800*    TONIGHT'S RUN, FROM THE RUN-CONTROL FILE.
016900 77  VAR-RUN-NUMBER              PIC 9(06) VALUE ZERO.
017000 77  VAR-RUN-DATE                PIC 9(08) VALUE ZERO.
017100
017200*    THE TRAILING WINDOW - ITS BUSINESS DATES (A RING, AS THE
017300*    CALENDAR IS READ ASCENDING), THE RUNS THAT POSTED THEM,
017400*    AND HOW MANY OF THE DATES ACTUALLY POSTED.
017500 77  VAR-RING-IX                 PIC 9(04) COMP VALUE ZERO.
017600 77  VAR-RING-COUNT              PIC 9(04) COMP VALUE ZERO.
017700 77  VAR-RING-SCAN-IX            PIC 9(04) COMP VALUE ZERO.
017800 77  VAR-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
017900 77  VAR-HISTORY-DAYS            PIC 9(04) VALUE ZERO.
018000 01  VAR-RING-TABLE.
018100     05  VAR-RING-ENTRY OCCURS 60 TIMES.
018200         10  VAR-RING-DATE       PIC 9(08).
018300         10  VAR-RING-POSTED     PIC X(01).
018400 77  VAR-WRUN-MAX                PIC 9(04) COMP VALUE 200.
018500 77  VAR-WRUN-COUNT              PIC 9(04) COMP VALUE ZERO.
018600 77  VAR-WRUN-IX                 PIC 9(04) COMP VALUE ZERO.
018700 77  VAR-WRUN-NUMBER             PIC 9(06) VALUE ZERO.
018800 01  VAR-WINDOW-RUN-TABLE.
018900     05  VAR-WRUN-ENTRY OCCURS 200 TIMES.
019000         10  VAR-WRUN-TAB-NUMBER PIC 9(06).
019100         10  VAR-WRUN-TAB-DATE   PIC 9(08).
019200         10  VAR-WRUN-TAB-REVERSED PIC X(01).
019300
019400*    TOLERANCE BANDS FROM MULTVTOL.
019500 77  TOL-ENTRY-MAX               PIC 9(04) COMP VALUE 50.
019600 77  TOL-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
019700 77  TOL-IX                      PIC 9(04) COMP VALUE ZERO.
019800 77  TOL-FOUND-IX                PIC 9(04) COMP VALUE ZERO.
019900 77  TOL-DEFAULT-IX              PIC 9(04) COMP VALUE ZERO.
020000 01  VAR-TOLERANCE-TABLE.
020100     05  TOL-ENTRY OCCURS 50 TIMES.
020200         10  TOL-TAB-TYPE        PIC X(01).
020300         10  TOL-TAB-CODE        PIC X(02).
020400         10  TOL-TAB-COUNT-PCT   PIC 9(03).
020500         10  TOL-TAB-SUM-PCT     PIC 9(03).
020600         10  TOL-TAB-MIN-COUNT   PIC 9(06).
020700
020800*    ONE LINE PER REGION (TYPE R) AND OPERATION CODE (TYPE O),
020900*    TONIGHT AGAINST THE WINDOW.
021000 77  BKT-ENTRY-MAX               PIC 9(04) COMP VALUE 30.
021100 77  BKT-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
021200 77  BKT-IX                      PIC 9(04) COMP VALUE ZERO.
021300 77  BKT-FOUND-IX                PIC 9(04) COMP VALUE ZERO.
021400 77  BKT-FIND-TYPE               PIC X(01) VALUE SPACE.
021500 77  BKT-FIND-CODE               PIC X(02) VALUE SPACES.
021600 01  VAR-BUCKET-TABLE.
021700     05  BKT-ENTRY OCCURS 30 TIMES.
021800         10  BKT-TAB-TYPE        PIC X(01).
021900         10  BKT-TAB-CODE        PIC X(02).
022000         10  BKT-TAB-POSTED      PIC X(01).
022100         10  BKT-TAB-COUNT       PIC 9(06).
022200         10  BKT-TAB-SUM         PIC S9(12).
022300         10  BKT-TAB-HIST-COUNT  PIC 9(08).
022400         10  BKT-TAB-HIST-SUM    PIC S9(14).
022500
022600*    ONE LINE'S ARITHMETIC.
022700 77  VAR-PRINT-TYPE              PIC X(01) VALUE SPACE.
022800 77  VAR-AVG-COUNT               PIC 9(06) VALUE ZERO.
022900 77  VAR-AVG-SUM                 PIC S9(12) VALUE ZERO.
023000 77  VAR-ABS-AVG-SUM             PIC 9(12) VALUE ZERO.
023100 77  VAR-COUNT-PCT               PIC S9(04) VALUE ZERO.
023200 77  VAR-SUM-PCT                 PIC S9(04) VALUE ZERO.
023300 77  VAR-ABS-PCT                 PIC 9(04) VALUE ZERO.
023400 77  VAR-LINE-FLAG               PIC X(04) VALUE SPACES.
023500
023600*    CONTROL TOTALS.
023700 77  VAR-OUTPUT-COUNT            PIC 9(06) VALUE ZERO.
023800 77  VAR-AUDIT-USED-COUNT        PIC 9(08) VALUE ZERO.
023900 77  VAR-LINE-COUNT              PIC 9(04) VALUE ZERO.
024000 77  VAR-OUT-COUNT               PIC 9(04) VALUE ZERO.
024100
024200*    REPORT LINE LAYOUTS.
024300 01  VAR-HEADING-LINE-1.
024400     05  FILLER                 PIC X(44) VALUE
024500         "MULTVAR - VOLUME AND VALUE VARIANCE GATE".
024600     05  FILLER                 PIC X(36) VALUE SPACES.
024700
024800 01  VAR-RUN-LINE.
024900     05  FILLER                 PIC X(14) VALUE "BUSINESS DATE ".
025000     05  VAR-RUN-DATE-OUT       PIC 9(08).
025100     05  FILLER                 PIC X(06) VALUE "  RUN ".
025200     05  VAR-RUN-NUMBER-OUT     PIC 9(06).
025300     05  FILLER                 PIC X(09) VALUE "  WINDOW ".
025400     05  VAR-WINDOW-OUT         PIC Z9.
025500     05  FILLER                 PIC X(16) VALUE
025600         " BUSINESS DAYS, ".
025700     05  VAR-HISTORY-DAYS-OUT   PIC Z9.
025800     05  FILLER                 PIC X(17) VALUE " POSTED".
025900
026000 01  VAR-COLUMN-HEADING-1.
026100     05  FILLER                 PIC X(07) VALUE SPACES.
026200     05  FILLER                 PIC X(27) VALUE
026300         "--------- COUNT ----------".
026400     05  FILLER                 PIC X(40) VALUE
026500         "------------ SUM OF C -----------------".
026600     05  FILLER                 PIC X(06) VALUE SPACES.
026700
026800 01  VAR-COLUMN-HEADING-2.
026900     05  FILLER                 PIC X(07) VALUE "BY  CD ".
027000     05  FILLER                 PIC X(08) VALUE "TONIGHT ".
027100     05  FILLER                 PIC X(08) VALUE "AVERAGE ".
027200     05  FILLER                 PIC X(06) VALUE " VAR% ".
027300     05  FILLER                 PIC X(05) VALUE "BAND ".
027400     05  FILLER                 PIC X(14) VALUE "      TONIGHT ".
027500     05  FILLER                 PIC X(14) VALUE "      AVERAGE ".
027600     05  FILLER                 PIC X(06) VALUE " VAR% ".
027700     05  FILLER                 PIC X(05) VALUE "BAND ".
027800     05  FILLER                 PIC X(04) VALUE "FLAG".
027900     05  FILLER                 PIC X(03) VALUE SPACES.
028000
028100 01  VAR-DETAIL-LINE.
028200     05  VAR-DET-TYPE           PIC X(03).
028300     05  FILLER                 PIC X(01) VALUE SPACES.
028400     05  VAR-DET-CODE           PIC X(02).
028500     05  FILLER                 PIC X(01) VALUE SPACES.
028600     05  VAR-DET-COUNT          PIC ZZZ,ZZ9.
028700     05  FILLER                 PIC X(01) VALUE SPACES.
028800     05  VAR-DET-AVG-COUNT      PIC ZZZ,ZZ9.
028900     05  FILLER                 PIC X(01) VALUE SPACES.
029000     05  VAR-DET-COUNT-PCT      PIC -ZZZ9.
029100     05  FILLER                 PIC X(01) VALUE SPACES.
029200     05  VAR-DET-COUNT-BAND     PIC ZZZ9.
029300     05  FILLER                 PIC X(01) VALUE SPACES.
029400     05  VAR-DET-SUM            PIC -ZZZZZZZZZZZ9.
029500     05  FILLER                 PIC X(01) VALUE SPACES.
029600     05  VAR-DET-AVG-SUM        PIC -ZZZZZZZZZZZ9.
029700     05  FILLER                 PIC X(01) VALUE SPACES.
029800     05  VAR-DET-SUM-PCT        PIC -ZZZ9.
029900     05  FILLER                 PIC X(01) VALUE SPACES.
030000     05  VAR-DET-SUM-BAND       PIC ZZZ9.
030100     05  FILLER                 PIC X(01) VALUE SPACES.
030200     05  VAR-DET-FLAG           PIC X(04).
030300     05  FILLER                 PIC X(03) VALUE SPACES.
030400
030500 01  VAR-MESSAGE-LINE.
030600     05  VAR-MESSAGE-TEXT       PIC X(80).
030700
030800 01  VAR-COUNT-LINE.
030900     05  VAR-COUNT-LABEL        PIC X(24).
031000     05  VAR-COUNT-VALUE        PIC ZZZ,ZZ9.
031100     05  FILLER                 PIC X(49) VALUE SPACES.
031200
031300 LINKAGE SECTION.
031400*    THE EXEC-STATEMENT PARM, AS PASSED BY THE OPERATING SYSTEM -
031500*    A HALFWORD BINARY LENGTH FOLLOWED BY THE PARM TEXT.  BYTES
031600*    1-2 ARE THE WINDOW IN BUSINESS DAYS, BYTE 3 IS O FOR AN
031700*    OVERRIDE, AND BYTES 4-11 ARE THE SUPERVISOR'S OPERATOR ID,
031800*    E.G. PARM='20' OR PARM='20OSUPV0001'.
031900 01  PARM-INFO.
032000     05  PARM-LENGTH             PIC S9(04) COMP.
032100     05  PARM-TEXT               PIC X(11).
032200
032300 PROCEDURE DIVISION USING PARM-INFO.
032400******************************************************************
032500*    0000-MAINLINE                                               *
032600******************************************************************
032700 0000-MAINLINE.
032800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032900     IF VAR-RUN-NUMBER = ZERO
033000         DISPLAY "MULTVAR - RUN-CONTROL FILE IS EMPTY - NOTHING"
033100             " HAS POSTED."
033200         MOVE 8 TO RETURN-CODE
033300         STOP RUN
033400     END-IF.
033500     OPEN INPUT OUTPUT-FILE.
033600     PERFORM 2000-COUNT-TONIGHT THRU 2000-EXIT
033700         UNTIL MULT-OUTPUT-EOF-YES.
033800     CLOSE OUTPUT-FILE.
033900     PERFORM 3000-BUILD-WINDOW THRU 3000-EXIT.
034000     OPEN OUTPUT REPORT-FILE.
034100     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
034200     PERFORM 5000-APPLY-GATE THRU 5000-EXIT.
034300     CLOSE REPORT-FILE.
034400     PERFORM 9000-FINALIZE THRU 9000-EXIT.
034500     STOP RUN.
034600
034700******************************************************************
034800*    1000-INITIALIZE - TAKE THE PARM, PICK UP TONIGHT'S RUN, AND *
034900*    LOAD THE TOLERANCE BANDS AND TONIGHT'S REGION STATUS.       *
035000******************************************************************
035100 1000-INITIALIZE.
035200     DISPLAY "MULTVAR - VOLUME AND VALUE VARIANCE GATE".
035300     IF PARM-LENGTH >= 2
035400         IF PARM-TEXT(1:2) NUMERIC
035500             AND PARM-TEXT(1:2) NOT = "00"
035600             MOVE PARM-TEXT(1:2) TO VAR-WINDOW-DAYS
035700         END-IF
035800     END-IF.
035900     IF VAR-WINDOW-DAYS > VAR-WINDOW-MAX
036000         MOVE VAR-WINDOW-MAX TO VAR-WINDOW-DAYS
036100     END-IF.
036200     IF PARM-LENGTH >= 3
036300         MOVE PARM-TEXT(3:1) TO VAR-OVERRIDE-SW
036400     END-IF.
036500     IF PARM-LENGTH >= 4
036600         MOVE PARM-TEXT(4:) TO VAR-OVERRIDE-OPERATOR
036700     END-IF.
036800     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
036900     IF VAR-RUN-NUMBER = ZERO
037000         GO TO 1000-EXIT
037100     END-IF.
037200     OPEN INPUT TOLERANCE-FILE.
037300     PERFORM 1200-LOAD-ONE-TOLERANCE THRU 1200-EXIT
037400         UNTIL MULT-TOLERANCE-EOF-YES.
037500     CLOSE TOLERANCE-FILE.
037600     OPEN INPUT RGNSTAT-FILE.
037700     PERFORM 1300-LOAD-ONE-REGION-STATUS THRU 1300-EXIT
037800         UNTIL MULT-RGNSTAT-EOF-YES.
037900     CLOSE RGNSTAT-FILE.
038000     DISPLAY "MULTVAR - RUN " VAR-RUN-NUMBER "  BUSINESS DATE "
038100         VAR-RUN-DATE "  WINDOW " VAR-WINDOW-DAYS " DAYS".
038200 1000-EXIT.
038300     EXIT.
038400
038500******************************************************************
038600*    1100-READ-RUN-CONTROL - TONIGHT'S RUN IS THE LAST ONE THE   *
038700*    RUN-CONTROL FILE RECORDS.  AN EMPTY FILE LEAVES IT ZERO.    *
038800******************************************************************
038900 1100-READ-RUN-CONTROL.
039000     MOVE ZERO TO MULT-CTL-LAST-RUN-NUMBER.
039100     MOVE ZERO TO MULT-CTL-LAST-RUN-DATE.
039200     OPEN INPUT CONTROL-FILE.
039300     READ CONTROL-FILE INTO MULT-CONTROL-RECORD
039400         AT END
039500             MOVE ZERO TO MULT-CTL-LAST-RUN-NUMBER
039600     END-READ.
039700     CLOSE CONTROL-FILE.
039800     MOVE MULT-CTL-LAST-RUN-NUMBER TO VAR-RUN-NUMBER.
039900     MOVE MULT-CTL-LAST-RUN-DATE TO VAR-RUN-DATE.
040000 1100-EXIT.
040100     EXIT.
040200
040300******************************************************************
040400*    1200-LOAD-ONE-TOLERANCE - ONE TOLERANCE CARD.  A CARD OF AN *
040500*    UNKNOWN TYPE OR WITH NON-NUMERIC BANDS IS IGNORED WITH A    *
040600*    WARNING.                                                    *
040700******************************************************************
040800 1200-LOAD-ONE-TOLERANCE.
040900     READ TOLERANCE-FILE INTO MULT-VARTOL-RECORD
041000         AT END
041100             SET MULT-TOLERANCE-EOF-YES TO TRUE
041200             GO TO 1200-EXIT
041300     END-READ.
041400     IF NOT MULT-VTOL-REGION AND NOT MULT-VTOL-OPERATION
041500         DISPLAY "MULTVAR - TOLERANCE CARD TYPE " MULT-VTOL-TYPE
041600             " IS NOT R OR O - IGNORED."
041700         GO TO 1200-EXIT
041800     END-IF.
041900     IF MULT-VTOL-COUNT-PCT NOT NUMERIC
042000         OR MULT-VTOL-SUM-PCT NOT NUMERIC
042100         OR MULT-VTOL-MIN-COUNT NOT NUMERIC
042200         DISPLAY "MULTVAR - TOLERANCE CARD " MULT-VTOL-TYPE
042300             MULT-VTOL-CODE " IS NOT NUMERIC - IGNORED."
042400         GO TO 1200-EXIT
042500     END-IF.
042600     IF TOL-ENTRY-COUNT >= TOL-ENTRY-MAX
042700         DISPLAY "MULTVAR - MORE THAN " TOL-ENTRY-MAX
042800             " TOLERANCE CARDS - THE REST ARE IGNORED."
042900         GO TO 1200-EXIT
043000     END-IF.
043100     ADD 1 TO TOL-ENTRY-COUNT.
043200     MOVE MULT-VTOL-TYPE TO TOL-TAB-TYPE (TOL-ENTRY-COUNT).
043300     MOVE MULT-VTOL-CODE TO TOL-TAB-CODE (TOL-ENTRY-COUNT).
043400     MOVE MULT-VTOL-COUNT-PCT TO
043500         TOL-TAB-COUNT-PCT (TOL-ENTRY-COUNT).
043600     MOVE MULT-VTOL-SUM-PCT TO TOL-TAB-SUM-PCT (TOL-ENTRY-COUNT).
043700     MOVE MULT-VTOL-MIN-COUNT TO
043800         TOL-TAB-MIN-COUNT (TOL-ENTRY-COUNT).
043900 1200-EXIT.
044000     EXIT.
044100
044200******************************************************************
044300*    1300-LOAD-ONE-REGION-STATUS - ONE REGION STATUS ROW OPENS   *
044400*    THE REGION'S LINE, MARKED POSTED WHEN MULTPRE CLEARED IT TO *
044500*    POST TONIGHT.  A REGION ON THE HISTORY BUT NOT CLEARED      *
044600*    TONIGHT STAYS UNPOSTED AND CANNOT TRIP THE GATE.  A ROW FOR *
044610*    ANY OTHER BUSINESS DATE IS PASSED OVER.                     *
044700******************************************************************
044800 1300-LOAD-ONE-REGION-STATUS.
044900     READ RGNSTAT-FILE INTO MULT-RGNSTAT-RECORD
045000         AT END
045100             SET MULT-RGNSTAT-EOF-YES TO TRUE
045200             GO TO 1300-EXIT
045300     END-READ.
045310     IF MULT-RSTA-DATE NOT = VAR-RUN-DATE
045320         GO TO 1300-EXIT
045330     END-IF.
045400     MOVE "R" TO BKT-FIND-TYPE.
045500     MOVE MULT-RSTA-REGION TO BKT-FIND-CODE.
045600     PERFORM 8000-FIND-BUCKET THRU 8000-EXIT.
045700     IF BKT-FOUND-IX > ZERO AND MULT-RSTA-POST-YES
045800         MOVE "Y" TO BKT-TAB-POSTED (BKT-FOUND-IX)
045900     END-IF.
046000 1300-EXIT.
046100     EXIT.
046200
046300******************************************************************
046400*    2000-COUNT-TONIGHT - ONE POSTED RESULT INTO ITS REGION AND  *
046500*    OPERATION-CODE LINES.                                       *
046600******************************************************************
046700 2000-COUNT-TONIGHT.
046800     READ OUTPUT-FILE INTO MULT-RESULT-RECORD
046900         AT END
047000             SET MULT-OUTPUT-EOF-YES TO TRUE
047100             GO TO 2000-EXIT
047200     END-READ.
047300     ADD 1 TO VAR-OUTPUT-COUNT.
047400     MOVE "R" TO BKT-FIND-TYPE.
047500     MOVE MULT-RESULT-REGION TO BKT-FIND-CODE.
047600     PERFORM 8000-FIND-BUCKET THRU 8000-EXIT.
047700     IF BKT-FOUND-IX > ZERO
047800         ADD 1 TO BKT-TAB-COUNT (BKT-FOUND-IX)
047900         ADD MULT-RESULT-C TO BKT-TAB-SUM (BKT-FOUND-IX)
048000     END-IF.
048100     MOVE "O" TO BKT-FIND-TYPE.
048200     MOVE MULT-RESULT-OP-CODE TO BKT-FIND-CODE.
048300     IF BKT-FIND-CODE = SPACES
048400         MOVE "M" TO BKT-FIND-CODE
048500     END-IF.
048600     PERFORM 8000-FIND-BUCKET THRU 8000-EXIT.
048700     IF BKT-FOUND-IX > ZERO
048800         MOVE "Y" TO BKT-TAB-POSTED (BKT-FOUND-IX)
048900         ADD 1 TO BKT-TAB-COUNT (BKT-FOUND-IX)
049000         ADD MULT-RESULT-C TO BKT-TAB-SUM (BKT-FOUND-IX)
049100     END-IF.
049200 2000-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600*    3000-BUILD-WINDOW - FIND THE WINDOW'S BUSINESS DATES AND THE*
049700*    RUNS THAT POSTED THEM, LEAVE OUT ANY RUN MULTUNDO BACKED    *
049800*    OUT, COUNT THE DATES THAT POSTED, AND ADD EACH REMAINING    *
049900*    RUN'S POSTED ROWS TO THE HISTORY TOTALS.                    *
050000******************************************************************
050100 3000-BUILD-WINDOW.
050200     OPEN INPUT CALENDAR-FILE.
050300     PERFORM 3100-RING-ONE-DATE THRU 3100-EXIT
050400         UNTIL MULT-CALENDAR-EOF-YES.
050500     CLOSE CALENDAR-FILE.
050600     IF VAR-RING-IX = ZERO
050700         GO TO 3000-EXIT
050800     END-IF.
050900     IF VAR-RING-WRAPPED-YES
051000         MOVE VAR-WINDOW-DAYS TO VAR-RING-COUNT
051100         IF VAR-RING-IX < VAR-WINDOW-DAYS
051200             MOVE VAR-RING-DATE (VAR-RING-IX + 1)
051300                 TO VAR-CUTOFF-DATE
051400         ELSE
051500             MOVE VAR-RING-DATE (1) TO VAR-CUTOFF-DATE
051600         END-IF
051700     ELSE
051800         MOVE VAR-RING-IX TO VAR-RING-COUNT
051900         MOVE VAR-RING-DATE (1) TO VAR-CUTOFF-DATE
052000     END-IF.
052100     OPEN INPUT RUN-HISTORY-FILE.
052200     PERFORM 3200-LOAD-WINDOW-RUN THRU 3200-EXIT
052300         UNTIL MULT-HISTORY-EOF-YES.
052400     CLOSE RUN-HISTORY-FILE.
052500     IF VAR-WRUN-COUNT = ZERO
052600         GO TO 3000-EXIT
052700     END-IF.
052800     OPEN INPUT AUDIT-FILE.
052900     PERFORM 3300-MARK-REVERSED-RUN THRU 3300-EXIT
053000         UNTIL MULT-AUDIT-EOF-YES.
053100     CLOSE AUDIT-FILE.
053200     MOVE ZERO TO VAR-WRUN-IX.
053300     PERFORM 3400-MARK-RUN-DATE THRU 3400-EXIT
053400         UNTIL VAR-WRUN-IX >= VAR-WRUN-COUNT.
053500     MOVE ZERO TO VAR-RING-SCAN-IX.
053600     PERFORM 3450-COUNT-POSTED-DATE THRU 3450-EXIT
053700         UNTIL VAR-RING-SCAN-IX >= VAR-RING-COUNT.
053800     IF VAR-HISTORY-DAYS = ZERO
053900         GO TO 3000-EXIT
054000     END-IF.
054100     MOVE "N" TO MULT-AUDIT-EOF-SW.
054200     OPEN INPUT AUDIT-FILE.
054300     PERFORM 3500-ADD-HISTORY-ROW THRU 3500-EXIT
054400         UNTIL MULT-AUDIT-EOF-YES.
054500     CLOSE AUDIT-FILE.
054600 3000-EXIT.
054700     EXIT.
054800
054900******************************************************************
055000*    3100-RING-ONE-DATE - ONE CALENDAR RECORD.  KEEP THE MOST    *
055100*    RECENT WINDOW'S WORTH OF BUSINESS DATES BEFORE TONIGHT; THE *
055200*    CALENDAR IS ASCENDING, SO EACH NEW DATE OVERWRITES THE      *
055300*    OLDEST.                                                     *
055400******************************************************************
055500 3100-RING-ONE-DATE.
055600     READ CALENDAR-FILE INTO MULT-CALENDAR-RECORD
055700         AT END
055800             SET MULT-CALENDAR-EOF-YES TO TRUE
055900             GO TO 3100-EXIT
056000     END-READ.
056100     IF MULT-CAL-DATE NOT NUMERIC
056200         OR MULT-CAL-DATE NOT < VAR-RUN-DATE
056300         GO TO 3100-EXIT
056400     END-IF.
056500     ADD 1 TO VAR-RING-IX.
056600     IF VAR-RING-IX > VAR-WINDOW-DAYS
056700         MOVE 1 TO VAR-RING-IX
056800         SET VAR-RING-WRAPPED-YES TO TRUE
056900     END-IF.
057000     MOVE MULT-CAL-DATE TO VAR-RING-DATE (VAR-RING-IX).
057100     MOVE "N" TO VAR-RING-POSTED (VAR-RING-IX).
057200 3100-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600*    3200-LOAD-WINDOW-RUN - ONE RUN-HISTORY ROW.  A RUN WHOSE    *
057700*    BUSINESS DATE FALLS IN THE WINDOW IS NOTED ONCE - A         *
057800*    RESTARTED RUN HAS TWO HISTORY ROWS.                         *
057900******************************************************************
058000 3200-LOAD-WINDOW-RUN.
058100     READ RUN-HISTORY-FILE INTO MULT-RUNH-RECORD
058200         AT END
058300             SET MULT-HISTORY-EOF-YES TO TRUE
058400             GO TO 3200-EXIT
058500     END-READ.
058600     IF MULT-RUNH-RUN-DATE NOT NUMERIC
058700         OR MULT-RUNH-RUN-DATE < VAR-CUTOFF-DATE
058800         OR MULT-RUNH-RUN-DATE NOT < VAR-RUN-DATE
058900         GO TO 3200-EXIT
059000     END-IF.
059100     MOVE MULT-RUNH-RUN-NUMBER TO VAR-WRUN-NUMBER.
059200     PERFORM 3600-FIND-WINDOW-RUN THRU 3600-EXIT.
059300     IF VAR-RUN-FOUND-YES
059400         GO TO 3200-EXIT
059500     END-IF.
059600     IF VAR-WRUN-COUNT >= VAR-WRUN-MAX
059700         DISPLAY "MULTVAR - MORE THAN " VAR-WRUN-MAX
059800             " RUNS IN THE WINDOW - LATER RUNS NOT AVERAGED."
059900         GO TO 3200-EXIT
060000     END-IF.
060100     ADD 1 TO VAR-WRUN-COUNT.
060200     MOVE VAR-WRUN-NUMBER TO VAR-WRUN-TAB-NUMBER (VAR-WRUN-COUNT).
060300     MOVE MULT-RUNH-RUN-DATE TO
060400         VAR-WRUN-TAB-DATE (VAR-WRUN-COUNT).
060500     MOVE "N" TO VAR-WRUN-TAB-REVERSED (VAR-WRUN-COUNT).
060600 3200-EXIT.
060700     EXIT.
060800
060900******************************************************************
061000*    3300-MARK-REVERSED-RUN - ONE AUDIT ROW.  A MULTUNDO REVERSAL*
061100*    ROW MARKS ITS WINDOW RUN BACKED OUT.                        *
061200******************************************************************
061300 3300-MARK-REVERSED-RUN.
061400     READ AUDIT-FILE INTO MULT-AUDIT-RECORD
061500         AT END
061600             SET MULT-AUDIT-EOF-YES TO TRUE
061700             GO TO 3300-EXIT
061800     END-READ.
061900     IF MULT-AUDIT-ADJ-REASON NOT = "REV"
062000         OR MULT-AUDIT-RUN-NUMBER NOT NUMERIC
062100         GO TO 3300-EXIT
062200     END-IF.
062300     MOVE MULT-AUDIT-RUN-NUMBER TO VAR-WRUN-NUMBER.
062400     PERFORM 3600-FIND-WINDOW-RUN THRU 3600-EXIT.
062500     IF VAR-RUN-FOUND-YES
062600         MOVE "Y" TO VAR-WRUN-TAB-REVERSED (VAR-WRUN-IX)
062700     END-IF.
062800 3300-EXIT.
062900     EXIT.
063000
063100******************************************************************
063200*    3400-MARK-RUN-DATE - FLAG THE WINDOW DATE THE NEXT RUN      *
063300*    POSTED, UNLESS THE RUN WAS BACKED OUT.                      *
063400******************************************************************
063500 3400-MARK-RUN-DATE.
063600     ADD 1 TO VAR-WRUN-IX.
063700     IF VAR-WRUN-TAB-REVERSED (VAR-WRUN-IX) = "Y"
063800         GO TO 3400-EXIT
063900     END-IF.
064000     MOVE ZERO TO VAR-RING-SCAN-IX.
064100     PERFORM 3410-MATCH-RING-DATE THRU 3410-EXIT
064200         UNTIL VAR-RING-SCAN-IX >= VAR-RING-COUNT.
064300 3400-EXIT.
064400     EXIT.
064500
064600******************************************************************
064700*    3410-MATCH-RING-DATE - ONE WINDOW DATE AGAINST THE RUN'S.   *
064800******************************************************************
064900 3410-MATCH-RING-DATE.
065000     ADD 1 TO VAR-RING-SCAN-IX.
065100     IF VAR-RING-DATE (VAR-RING-SCAN-IX) =
065200         VAR-WRUN-TAB-DATE (VAR-WRUN-IX)
065300         MOVE "Y" TO VAR-RING-POSTED (VAR-RING-SCAN-IX)
065400     END-IF.
065500 3410-EXIT.
065600     EXIT.
065700
065800******************************************************************
065900*    3450-COUNT-POSTED-DATE - ONE WINDOW DATE; THE AVERAGE IS    *
066000*    TAKEN OVER THE DATES THAT POSTED.                           *
066100******************************************************************
066200 3450-COUNT-POSTED-DATE.
066300     ADD 1 TO VAR-RING-SCAN-IX.
066400     IF VAR-RING-POSTED (VAR-RING-SCAN-IX) = "Y"
066500         ADD 1 TO VAR-HISTORY-DAYS
066600     END-IF.
066700 3450-EXIT.
066800     EXIT.
066900
067000******************************************************************
067100*    3500-ADD-HISTORY-ROW - ONE AUDIT ROW.  A POSTING ROW FROM A *
067200*    WINDOW RUN THAT WAS NOT BACKED OUT ADDS TO ITS REGION AND   *
067300*    OPERATION-CODE HISTORY.                                     *
067400******************************************************************
067500 3500-ADD-HISTORY-ROW.
067600     READ AUDIT-FILE INTO MULT-AUDIT-RECORD
067700         AT END
067800             SET MULT-AUDIT-EOF-YES TO TRUE
067900             GO TO 3500-EXIT
068000     END-READ.
068100     IF MULT-AUDIT-RUN-NUMBER NOT NUMERIC
068200         OR MULT-AUDIT-OP-CODE = "J"
068300         OR MULT-AUDIT-OP-CODE = "K"
068400         GO TO 3500-EXIT
068500     END-IF.
068600     MOVE MULT-AUDIT-RUN-NUMBER TO VAR-WRUN-NUMBER.
068700     PERFORM 3600-FIND-WINDOW-RUN THRU 3600-EXIT.
068800     IF NOT VAR-RUN-FOUND-YES
068900         GO TO 3500-EXIT
069000     END-IF.
069100     IF VAR-WRUN-TAB-REVERSED (VAR-WRUN-IX) = "Y"
069200         GO TO 3500-EXIT
069300     END-IF.
069400     ADD 1 TO VAR-AUDIT-USED-COUNT.
069500     MOVE "R" TO BKT-FIND-TYPE.
069600     MOVE MULT-AUDIT-REGION TO BKT-FIND-CODE.
069700     PERFORM 8000-FIND-BUCKET THRU 8000-EXIT.
069800     IF BKT-FOUND-IX > ZERO
069900         ADD 1 TO BKT-TAB-HIST-COUNT (BKT-FOUND-IX)
070000         ADD MULT-AUDIT-C TO BKT-TAB-HIST-SUM (BKT-FOUND-IX)
070100     END-IF.
070200     MOVE "O" TO BKT-FIND-TYPE.
070300     MOVE MULT-AUDIT-OP-CODE TO BKT-FIND-CODE.
070400     IF BKT-FIND-CODE = SPACES
070500         MOVE "M" TO BKT-FIND-CODE
070600     END-IF.
070700     PERFORM 8000-FIND-BUCKET THRU 8000-EXIT.
070800     IF BKT-FOUND-IX > ZERO
070900         MOVE "Y" TO BKT-TAB-POSTED (BKT-FOUND-IX)
071000         ADD 1 TO BKT-TAB-HIST-COUNT (BKT-FOUND-IX)
071100         ADD MULT-AUDIT-C TO BKT-TAB-HIST-SUM (BKT-FOUND-IX)
071200     END-IF.
071300 3500-EXIT.
071400     EXIT.
071500
071600******************************************************************
071700*    3600-FIND-WINDOW-RUN - LOOK UP VAR-WRUN-NUMBER IN THE       *
071800*    WINDOW-RUN TABLE.  LEAVES VAR-WRUN-IX ON THE ENTRY.         *
071900******************************************************************
072000 3600-FIND-WINDOW-RUN.
072100     MOVE "N" TO VAR-RUN-FOUND-SW.
072200     MOVE ZERO TO VAR-WRUN-IX.
072300     PERFORM 3610-SCAN-WINDOW-RUN THRU 3610-EXIT
072400         UNTIL VAR-RUN-FOUND-YES
072500         OR VAR-WRUN-IX >= VAR-WRUN-COUNT.
072600 3600-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000*    3610-SCAN-WINDOW-RUN - ONE WINDOW-RUN TABLE ENTRY.          *
073100******************************************************************
073200 3610-SCAN-WINDOW-RUN.
073300     ADD 1 TO VAR-WRUN-IX.
073400     IF VAR-WRUN-TAB-NUMBER (VAR-WRUN-IX) = VAR-WRUN-NUMBER
073500         SET VAR-RUN-FOUND-YES TO TRUE
073600     END-IF.
073700 3610-EXIT.
073800     EXIT.
073900
074000******************************************************************
074100*    4000-PRINT-REPORT - THE REGION LINES, THEN THE OPERATION-   *
074200*    CODE LINES, EACH HELD TO ITS BAND.                          *
074300******************************************************************
074400 4000-PRINT-REPORT.
074500     WRITE REPORT-FILE-RECORD FROM VAR-HEADING-LINE-1.
074600     MOVE VAR-RUN-DATE TO VAR-RUN-DATE-OUT.
074700     MOVE VAR-RUN-NUMBER TO VAR-RUN-NUMBER-OUT.
074800     MOVE VAR-WINDOW-DAYS TO VAR-WINDOW-OUT.
074900     MOVE VAR-HISTORY-DAYS TO VAR-HISTORY-DAYS-OUT.
075000     WRITE REPORT-FILE-RECORD FROM VAR-RUN-LINE.
075100     MOVE SPACES TO REPORT-FILE-RECORD.
075200     WRITE REPORT-FILE-RECORD.
075300     IF VAR-HISTORY-DAYS = ZERO
075400         MOVE "NO RUN POSTED IN THE WINDOW - NOTHING TO COMPARE"
075500             TO VAR-MESSAGE-TEXT
075600         WRITE REPORT-FILE-RECORD FROM VAR-MESSAGE-LINE
075700         GO TO 4000-EXIT
075800     END-IF.
075900     WRITE REPORT-FILE-RECORD FROM VAR-COLUMN-HEADING-1.
076000     WRITE REPORT-FILE-RECORD FROM VAR-COLUMN-HEADING-2.
076100     MOVE "R" TO VAR-PRINT-TYPE.
076200     MOVE ZERO TO BKT-IX.
076300     PERFORM 4100-PRINT-ONE-LINE THRU 4100-EXIT
076400         UNTIL BKT-IX >= BKT-ENTRY-COUNT.
076500     MOVE "O" TO VAR-PRINT-TYPE.
076600     MOVE ZERO TO BKT-IX.
076700     PERFORM 4100-PRINT-ONE-LINE THRU 4100-EXIT
076800         UNTIL BKT-IX >= BKT-ENTRY-COUNT.
076900 4000-EXIT.
077000     EXIT.
077100
077200******************************************************************
077300*    4100-PRINT-ONE-LINE - THE NEXT LINE OF THE TYPE BEING       *
077400*    PRINTED: TONIGHT, THE WINDOW AVERAGE, THE VARIANCE AS A     *
077500*    PERCENTAGE OF THE AVERAGE, THE BAND, AND THE FLAG -         *
077600*      OK    INSIDE THE BAND                                     *
077700*      OUT   OUTSIDE THE BAND - TRIPS THE GATE                   *
077800*      LOW   AVERAGE COUNT UNDER THE BAND'S MINIMUM              *
077900*      SKIP  REGION NOT CLEARED TO POST TONIGHT                  *
078000*      NONE  NO TOLERANCE CARD COVERS THE LINE                   *
078100******************************************************************
078200 4100-PRINT-ONE-LINE.
078300     ADD 1 TO BKT-IX.
078400     IF BKT-TAB-TYPE (BKT-IX) NOT = VAR-PRINT-TYPE
078500         GO TO 4100-EXIT
078600     END-IF.
078700     ADD 1 TO VAR-LINE-COUNT.
078800     MOVE SPACES TO VAR-DETAIL-LINE.
078900     IF VAR-PRINT-TYPE = "R"
079000         MOVE "RGN" TO VAR-DET-TYPE
079100     ELSE
079200         MOVE "OP" TO VAR-DET-TYPE
079300     END-IF.
079400     MOVE BKT-TAB-CODE (BKT-IX) TO VAR-DET-CODE.
079500     COMPUTE VAR-AVG-COUNT ROUNDED =
079600         BKT-TAB-HIST-COUNT (BKT-IX) / VAR-HISTORY-DAYS.
079700     COMPUTE VAR-AVG-SUM ROUNDED =
079800         BKT-TAB-HIST-SUM (BKT-IX) / VAR-HISTORY-DAYS.
079900     MOVE BKT-TAB-COUNT (BKT-IX) TO VAR-DET-COUNT.
080000     MOVE VAR-AVG-COUNT TO VAR-DET-AVG-COUNT.
080100     MOVE BKT-TAB-SUM (BKT-IX) TO VAR-DET-SUM.
080200     MOVE VAR-AVG-SUM TO VAR-DET-AVG-SUM.
080300     PERFORM 4200-EVALUATE-LINE THRU 4200-EXIT.
080400     MOVE VAR-LINE-FLAG TO VAR-DET-FLAG.
080500     WRITE REPORT-FILE-RECORD FROM VAR-DETAIL-LINE.
080600 4100-EXIT.
080700     EXIT.
080800
080900******************************************************************
081000*    4200-EVALUATE-LINE - SET THE VARIANCES AND THE FLAG FOR THE *
081100*    LINE AT BKT-IX.  A PERCENTAGE TOO LARGE TO SHOW PRINTS AS   *
081200*    9999.                                                       *
081300******************************************************************
081400 4200-EVALUATE-LINE.
081500     IF BKT-TAB-POSTED (BKT-IX) NOT = "Y"
081600         MOVE "SKIP" TO VAR-LINE-FLAG
081700         GO TO 4200-EXIT
081800     END-IF.
081900     PERFORM 4300-FIND-TOLERANCE THRU 4300-EXIT.
082000     IF TOL-FOUND-IX = ZERO
082100         MOVE "NONE" TO VAR-LINE-FLAG
082200         GO TO 4200-EXIT
082300     END-IF.
082400     MOVE TOL-TAB-COUNT-PCT (TOL-FOUND-IX) TO VAR-DET-COUNT-BAND.
082500     MOVE TOL-TAB-SUM-PCT (TOL-FOUND-IX) TO VAR-DET-SUM-BAND.
082600     IF VAR-AVG-COUNT = ZERO
082700         OR VAR-AVG-COUNT < TOL-TAB-MIN-COUNT (TOL-FOUND-IX)
082800         MOVE "LOW" TO VAR-LINE-FLAG
082900         GO TO 4200-EXIT
083000     END-IF.
083100     MOVE "OK" TO VAR-LINE-FLAG.
083200     COMPUTE VAR-COUNT-PCT ROUNDED =
083300         (BKT-TAB-COUNT (BKT-IX) - VAR-AVG-COUNT) * 100
083400         / VAR-AVG-COUNT
083500         ON SIZE ERROR
083600             MOVE 9999 TO VAR-COUNT-PCT
083700     END-COMPUTE.
083800     MOVE VAR-COUNT-PCT TO VAR-DET-COUNT-PCT.
083900     IF VAR-COUNT-PCT < ZERO
084000         COMPUTE VAR-ABS-PCT = ZERO - VAR-COUNT-PCT
084100     ELSE
084200         MOVE VAR-COUNT-PCT TO VAR-ABS-PCT
084300     END-IF.
084400     IF VAR-ABS-PCT > TOL-TAB-COUNT-PCT (TOL-FOUND-IX)
084500         MOVE "OUT" TO VAR-LINE-FLAG
084600     END-IF.
084700     IF VAR-AVG-SUM < ZERO
084800         COMPUTE VAR-ABS-AVG-SUM = ZERO - VAR-AVG-SUM
084900     ELSE
085000         MOVE VAR-AVG-SUM TO VAR-ABS-AVG-SUM
085100     END-IF.
085200     IF VAR-ABS-AVG-SUM > ZERO
085300         COMPUTE VAR-SUM-PCT ROUNDED =
085400             (BKT-TAB-SUM (BKT-IX) - VAR-AVG-SUM) * 100
085500             / VAR-ABS-AVG-SUM
085600             ON SIZE ERROR
085700                 MOVE 9999 TO VAR-SUM-PCT
085800         END-COMPUTE
085900         MOVE VAR-SUM-PCT TO VAR-DET-SUM-PCT
086000         IF VAR-SUM-PCT < ZERO
086100             COMPUTE VAR-ABS-PCT = ZERO - VAR-SUM-PCT
086200         ELSE
086300             MOVE VAR-SUM-PCT TO VAR-ABS-PCT
086400         END-IF
086500         IF VAR-ABS-PCT > TOL-TAB-SUM-PCT (TOL-FOUND-IX)
086600             MOVE "OUT" TO VAR-LINE-FLAG
086700         END-IF
086800     END-IF.
086900     IF VAR-LINE-FLAG = "OUT"
087000         ADD 1 TO VAR-OUT-COUNT
087100         DISPLAY "MULTVAR - OUT OF BAND: " VAR-DET-TYPE " "
087200             BKT-TAB-CODE (BKT-IX) "  COUNT "
087300             BKT-TAB-COUNT (BKT-IX)
087400             " AVERAGE " VAR-AVG-COUNT
087500     END-IF.
087600 4200-EXIT.
087700     EXIT.
087800
087900******************************************************************
088000*    4300-FIND-TOLERANCE - THE BAND FOR THE LINE AT BKT-IX: THE  *
088100*    CARD FOR ITS OWN CODE, ELSE THE ** CARD FOR ITS TYPE.       *
088200*    TOL-FOUND-IX IS ZERO WHEN NEITHER EXISTS.                   *
088300******************************************************************
088400 4300-FIND-TOLERANCE.
088500     MOVE ZERO TO TOL-FOUND-IX.
088600     MOVE ZERO TO TOL-DEFAULT-IX.
088700     MOVE ZERO TO TOL-IX.
088800     PERFORM 4310-SCAN-TOLERANCE THRU 4310-EXIT
088900         UNTIL TOL-IX >= TOL-ENTRY-COUNT.
089000     IF TOL-FOUND-IX = ZERO
089100         MOVE TOL-DEFAULT-IX TO TOL-FOUND-IX
089200     END-IF.
089300 4300-EXIT.
089400     EXIT.
089500
089600******************************************************************
089700*    4310-SCAN-TOLERANCE - ONE TOLERANCE CARD AGAINST THE LINE.  *
089800******************************************************************
089900 4310-SCAN-TOLERANCE.
090000     ADD 1 TO TOL-IX.
090100     IF TOL-TAB-TYPE (TOL-IX) NOT = BKT-TAB-TYPE (BKT-IX)
090200         GO TO 4310-EXIT
090300     END-IF.
090400     IF TOL-TAB-CODE (TOL-IX) = BKT-TAB-CODE (BKT-IX)
090500         MOVE TOL-IX TO TOL-FOUND-IX
090600     END-IF.
090700     IF TOL-TAB-CODE (TOL-IX) = "**"
090800         MOVE TOL-IX TO TOL-DEFAULT-IX
090900     END-IF.
091000 4310-EXIT.
091100     EXIT.
091200
091300******************************************************************
091400*    5000-APPLY-GATE - PRINT THE GATE'S VERDICT AND SET THE      *
091500*    CONDITION CODE.  A TRIPPED GATE ENDS CC 4 UNLESS A          *
091600*    SUPERVISOR'S OVERRIDE IS IN THE PARM, WHICH IS LOGGED.      *
091700******************************************************************
091800 5000-APPLY-GATE.
091900     MOVE SPACES TO REPORT-FILE-RECORD.
092000     WRITE REPORT-FILE-RECORD.
092100     MOVE "LINES COMPARED . . . ." TO VAR-COUNT-LABEL.
092200     MOVE VAR-LINE-COUNT TO VAR-COUNT-VALUE.
092300     WRITE REPORT-FILE-RECORD FROM VAR-COUNT-LINE.
092400     MOVE "LINES OUT OF BAND  . ." TO VAR-COUNT-LABEL.
092500     MOVE VAR-OUT-COUNT TO VAR-COUNT-VALUE.
092600     WRITE REPORT-FILE-RECORD FROM VAR-COUNT-LINE.
092700     MOVE SPACES TO VAR-MESSAGE-TEXT.
092800     IF VAR-OUT-COUNT = ZERO
092900         MOVE "GATE PASSED - THE EXTRACT MAY SHIP." TO
093000             VAR-MESSAGE-TEXT
093100         WRITE REPORT-FILE-RECORD FROM VAR-MESSAGE-LINE
093200         IF VAR-OVERRIDE-YES
093300             DISPLAY "MULTVAR - OVERRIDE NOT NEEDED - IGNORED."
093400         END-IF
093500         GO TO 5000-EXIT
093600     END-IF.
093700     IF VAR-OVERRIDE-YES
093800         PERFORM 5100-CHECK-SUPERVISOR THRU 5100-EXIT
093900     END-IF.
094000     IF VAR-SUPERVISOR-YES
094100         STRING "GATE TRIPPED - RELEASED BY "
094200             DELIMITED BY SIZE
094300             VAR-OVERRIDE-OPERATOR DELIMITED BY SPACE
094400             " - THE EXTRACT MAY SHIP." DELIMITED BY SIZE
094500             INTO VAR-MESSAGE-TEXT
094600         END-STRING
094700         WRITE REPORT-FILE-RECORD FROM VAR-MESSAGE-LINE
094800         PERFORM 5200-LOG-OVERRIDE THRU 5200-EXIT
094900         GO TO 5000-EXIT
095000     END-IF.
095100     MOVE "GATE TRIPPED - EXTRACT AND PENDING CLEAR HELD." TO
095200         VAR-MESSAGE-TEXT.
095300     WRITE REPORT-FILE-RECORD FROM VAR-MESSAGE-LINE.
095400     DISPLAY "MULTVAR - GATE TRIPPED - " VAR-OUT-COUNT
095500         " LINE(S) OUT OF BAND.  A SUPERVISOR MUST RELEASE IT.".
095600     MOVE 4 TO RETURN-CODE.
095700 5000-EXIT.
095800     EXIT.
095900
096000******************************************************************
096100*    5100-CHECK-SUPERVISOR - THE OVERRIDING OPERATOR MUST BE ON  *
096200*    THE AUTHORIZED-OPERATOR FILE WITH THE WRITE-OFF FLAG.       *
096300******************************************************************
096400 5100-CHECK-SUPERVISOR.
096500     IF VAR-OVERRIDE-OPERATOR = SPACES
096600         DISPLAY "MULTVAR - OVERRIDE HAS NO OPERATOR ID - NOT"
096700             " APPLIED."
096800         GO TO 5100-EXIT
096900     END-IF.
097000     OPEN INPUT OPERATOR-FILE.
097100     PERFORM 5150-SCAN-OPERATOR THRU 5150-EXIT
097200         UNTIL MULT-OPERATOR-EOF-YES.
097300     CLOSE OPERATOR-FILE.
097400     IF NOT VAR-SUPERVISOR-YES
097500         DISPLAY "MULTVAR - OPERATOR " VAR-OVERRIDE-OPERATOR
097600             " MAY NOT OVERRIDE THE GATE - NOT APPLIED."
097700     END-IF.
097800 5100-EXIT.
097900     EXIT.
098000
098100******************************************************************
098200*    5150-SCAN-OPERATOR - ONE AUTHORIZED-OPERATOR RECORD AGAINST *
098300*    THE OVERRIDING ID.                                          *
098400******************************************************************
098500 5150-SCAN-OPERATOR.
098600     READ OPERATOR-FILE INTO MULT-OPERATOR-RECORD
098700         AT END
098800             SET MULT-OPERATOR-EOF-YES TO TRUE
098900             GO TO 5150-EXIT
099000     END-READ.
099100     IF MULT-OPER-ID = VAR-OVERRIDE-OPERATOR
099200         AND MULT-OPER-WRITEOFF-YES
099300         SET VAR-SUPERVISOR-YES TO TRUE
099400         SET MULT-OPERATOR-EOF-YES TO TRUE
099500     END-IF.
099600 5150-EXIT.
099700     EXIT.
099800
099900******************************************************************
100000*    5200-LOG-OVERRIDE - APPEND THE OVERRIDE TO THE LOG.         *
100100******************************************************************
100200 5200-LOG-OVERRIDE.
100300     MOVE SPACES TO MULT-VAROVR-RECORD.
100400     MOVE VAR-RUN-DATE TO MULT-VOVR-RUN-DATE.
100500     MOVE VAR-RUN-NUMBER TO MULT-VOVR-RUN-NUMBER.
100600     MOVE VAR-OVERRIDE-OPERATOR TO MULT-VOVR-OPERATOR.
100700     ACCEPT MULT-VOVR-DATE FROM DATE YYYYMMDD.
100800     ACCEPT MULT-VOVR-TIME FROM TIME.
100900     MOVE VAR-OUT-COUNT TO MULT-VOVR-OUT-COUNT.
101000     MOVE VAR-WINDOW-DAYS TO MULT-VOVR-WINDOW-DAYS.
101100     OPEN EXTEND OVERRIDE-LOG-FILE.
101200     WRITE OVERRIDE-LOG-FILE-RECORD FROM MULT-VAROVR-RECORD.
101300     CLOSE OVERRIDE-LOG-FILE.
101400     DISPLAY "MULTVAR - GATE RELEASED BY " VAR-OVERRIDE-OPERATOR
101500         " - OVERRIDE LOGGED.".
101600 5200-EXIT.
101700     EXIT.
101800
101900******************************************************************
102000*    8000-FIND-BUCKET - LOCATE THE LINE FOR BKT-FIND-TYPE AND    *
102100*    BKT-FIND-CODE, OPENING A NEW ONE IF IT IS NOT THERE YET.    *
102200*    BKT-FOUND-IX IS ZERO ONLY WHEN THE TABLE IS FULL.           *
102300******************************************************************
102400 8000-FIND-BUCKET.
102500     MOVE ZERO TO BKT-FOUND-IX.
102600     MOVE ZERO TO BKT-IX.
102700     PERFORM 8010-SCAN-BUCKET THRU 8010-EXIT
102800         UNTIL BKT-FOUND-IX > ZERO
102900         OR BKT-IX >= BKT-ENTRY-COUNT.
103000     IF BKT-FOUND-IX > ZERO
103100         GO TO 8000-EXIT
103200     END-IF.
103300     IF BKT-ENTRY-COUNT >= BKT-ENTRY-MAX
103400         DISPLAY "MULTVAR - MORE THAN " BKT-ENTRY-MAX " LINES - "
103500             BKT-FIND-TYPE " " BKT-FIND-CODE " NOT COMPARED."
103600         GO TO 8000-EXIT
103700     END-IF.
103800     ADD 1 TO BKT-ENTRY-COUNT.
103900     MOVE BKT-ENTRY-COUNT TO BKT-FOUND-IX.
104000     MOVE BKT-FIND-TYPE TO BKT-TAB-TYPE (BKT-FOUND-IX).
104100     MOVE BKT-FIND-CODE TO BKT-TAB-CODE (BKT-FOUND-IX).
104200     MOVE "N" TO BKT-TAB-POSTED (BKT-FOUND-IX).
104300     MOVE ZERO TO BKT-TAB-COUNT (BKT-FOUND-IX).
104400     MOVE ZERO TO BKT-TAB-SUM (BKT-FOUND-IX).
104500     MOVE ZERO TO BKT-TAB-HIST-COUNT (BKT-FOUND-IX).
104600     MOVE ZERO TO BKT-TAB-HIST-SUM (BKT-FOUND-IX).
104700 8000-EXIT.
104800     EXIT.
104900
105000******************************************************************
105100*    8010-SCAN-BUCKET - ONE LINE AGAINST THE TYPE AND CODE.      *
105200******************************************************************
105300 8010-SCAN-BUCKET.
105400     ADD 1 TO BKT-IX.
105500     IF BKT-TAB-TYPE (BKT-IX) = BKT-FIND-TYPE
105600         AND BKT-TAB-CODE (BKT-IX) = BKT-FIND-CODE
105700         MOVE BKT-IX TO BKT-FOUND-IX
105800     END-IF.
105900 8010-EXIT.
106000     EXIT.
106100
106200******************************************************************
106300*    9000-FINALIZE - CONTROL TOTALS.                             *
106400******************************************************************
106500 9000-FINALIZE.
106600     DISPLAY "MULTVAR TOTALS".
106700     DISPLAY "  ROWS POSTED TONIGHT . " VAR-OUTPUT-COUNT.
106800     DISPLAY "  WINDOW DATES POSTED . " VAR-HISTORY-DAYS.
106900     DISPLAY "  HISTORY ROWS USED . . " VAR-AUDIT-USED-COUNT.
107000     DISPLAY "  LINES COMPARED  . . . " VAR-LINE-COUNT.
107100     DISPLAY "  LINES OUT OF BAND . . " VAR-OUT-COUNT.
107200 9000-EXIT.
107300     EXIT.

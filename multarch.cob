002500*    AND ENDS WITH CC 8 IF READ DOES NOT EQUAL ARCHIVED PLUS     *
002600*    RETAINED, SO A LOSSY RUN CAN NEVER BE SWAPPED INTO PLACE.   *
002700*                                                                *
002710*    THE SAME RUN PURGES THE MASTER SNAPSHOT FILE (MULTMSNP) ON  *
002720*    ITS OWN RETENTION CUTOFF (COLS 9-16 OF THE CARD, YYYYMMDD - *
002730*    BLANK MEANS THE AUDIT CUTOFF).  A SNAPSHOT DATED BEFORE THE *
002740*    CUTOFF IS DROPPED UNLESS IT IS THE LAST ONE BEFORE THE      *
002750*    CUTOFF FOR ITS KEY - THAT ONE IS CARRIED FORWARD AS THE     *
002760*    KEY'S OPENING POSITION, SO AN AS-OF INQUIRY FOR ANY DATE ON *
002770*    OR AFTER THE CUTOFF STILL ANSWERS.  THE REST ARE REWRITTEN  *
002780*    TO THE NEW SNAPSHOT FILE (MULTMSNN), AND THE CERTIFICATION  *
002790*    PROVES READ = PURGED + RETAINED FOR THEM TOO.               *
002795*                                                                *
002800*    MODIFICATION HISTORY                                       *
002900*    ----------------------------------------------------------- *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    ---------- ----  ------------------------------------------ *
003200*    2026-08-22   JH  INITIAL VERSION.                           *
003210*    2026-10-15   JH  PURGES THE MASTER SNAPSHOT FILE ON A       *
003220*                     RETENTION CUTOFF (CARD COLS 9-16), KEEPING *
003230*                     EACH KEY'S LAST SNAPSHOT BEFORE THE CUTOFF *
003240*                     AS ITS OPENING POSITION.                   *
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT REPORT-FILE        ASSIGN TO "MULTARCR"
005100         ORGANIZATION IS SEQUENTIAL.
005110     SELECT MSNAP-FILE         ASSIGN TO "MULTMSNP"
005120         ORGANIZATION IS SEQUENTIAL.
005130     SELECT NEW-MSNAP-FILE     ASSIGN TO "MULTMSNN"
005140         ORGANIZATION IS SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
007700     RECORDING MODE IS F.
007800 01  REPORT-FILE-RECORD         PIC X(80).
007900
007910 FD  MSNAP-FILE
007920     LABEL RECORDS ARE STANDARD
007930     RECORDING MODE IS F.
007940 01  MSNAP-FILE-RECORD          PIC X(80).
007950
007960 FD  NEW-MSNAP-FILE
007970     LABEL RECORDS ARE STANDARD
007980     RECORDING MODE IS F.
007990 01  NEW-MSNAP-FILE-RECORD      PIC X(80).
007995
008000 WORKING-STORAGE SECTION.
008100*    SHARED RECORD LAYOUTS.
008200     COPY MULTREC.
009100 77  MULT-CERTIFIED-SW           PIC X(01) VALUE "Y".
009200     88  MULT-CERTIFIED-YES                 VALUE "Y".
009300     88  MULT-CERTIFIED-NO                  VALUE "N".
009310 77  MULT-MSNAP-EOF-SW           PIC X(01) VALUE "N".
009320     88  MULT-MSNAP-EOF-YES                 VALUE "Y".
009330 77  MULT-KEY-FOUND-SW           PIC X(01) VALUE "N".
009340     88  MULT-KEY-FOUND-YES                 VALUE "Y".
009350 77  MULT-RETAIN-SW              PIC X(01) VALUE "Y".
009360     88  MULT-RETAIN-YES                    VALUE "Y".
009400
009500*    THE CUTOFF AS KEYED AND AS USED.
009600 01  ARCH-PARM-CARD.
009700     05  ARCH-PARM-CUTOFF        PIC X(08).
009710     05  ARCH-PARM-SNAP-CUTOFF   PIC X(08).
009800     05  FILLER                  PIC X(64).
009900 77  MULT-CUTOFF-DATE            PIC 9(08) VALUE ZERO.
009910 77  MULT-SNAP-CUTOFF-DATE       PIC 9(08) VALUE ZERO.
009920
009930*    ONE ENTRY PER KEY WITH A SNAPSHOT BEFORE THE SNAPSHOT
009940*    CUTOFF, HOLDING THE POSITION IN THE FILE OF ITS LAST SUCH
009950*    SNAPSHOT - THE ONE CARRIED FORWARD.  FILLED ON THE FIRST
009960*    PASS, CONSULTED ON THE SECOND.
009970 77  ARCH-KEY-MAX                PIC 9(05) COMP VALUE 10000.
009975 77  ARCH-KEY-COUNT              PIC 9(05) COMP VALUE ZERO.
009980 77  ARCH-KEY-IX                 PIC 9(05) COMP VALUE ZERO.
009985 77  ARCH-ROW-NUMBER             PIC 9(09) COMP VALUE ZERO.
009990 01  ARCH-KEY-TABLE.
009991     05  ARCH-KEY-ENTRY OCCURS 10000 TIMES.
009992         10  ARCH-TAB-KEY        PIC X(06).
009993         10  ARCH-TAB-CARRY-ROW  PIC 9(09) COMP.
010000
010100*    CONTROL TOTALS.
010200 77  MULT-READ-COUNT             PIC 9(06) VALUE ZERO.
010300 77  MULT-ARCHIVE-COUNT          PIC 9(06) VALUE ZERO.
010400 77  MULT-RETAIN-COUNT           PIC 9(06) VALUE ZERO.
010500 77  MULT-ACCOUNTED-COUNT        PIC 9(06) VALUE ZERO.
010510 77  MULT-SNAP-READ-COUNT        PIC 9(07) VALUE ZERO.
010520 77  MULT-SNAP-REREAD-COUNT      PIC 9(07) VALUE ZERO.
010530 77  MULT-SNAP-PURGE-COUNT       PIC 9(07) VALUE ZERO.
010540 77  MULT-SNAP-RETAIN-COUNT      PIC 9(07) VALUE ZERO.
010550 77  MULT-SNAP-CARRY-COUNT       PIC 9(07) VALUE ZERO.
010560 77  MULT-SNAP-ACCOUNTED-COUNT   PIC 9(07) VALUE ZERO.
010600
010700*    CERTIFICATION REPORT LINE LAYOUTS.
010800 01  ARCH-HEADING-LINE.
011500         "ARCHIVE BEFORE  . . .".
011600     05  ARCH-CUTOFF-VALUE      PIC 9(08).
011700     05  FILLER                 PIC X(48) VALUE SPACES.
011710
011720 01  ARCH-SNAP-CUTOFF-LINE.
011730     05  FILLER                 PIC X(24) VALUE
011740         "PURGE SNAPSHOTS BEFORE".
011750     05  ARCH-SNAP-CUTOFF-VALUE PIC 9(08).
011760     05  FILLER                 PIC X(48) VALUE SPACES.
011800
011900 01  ARCH-COUNT-LINE.
012000     05  ARCH-COUNT-LABEL       PIC X(24).
012100     05  ARCH-COUNT-VALUE       PIC Z,ZZZ,ZZ9.
012200     05  FILLER                 PIC X(47) VALUE SPACES.
012300
012400 01  ARCH-VERDICT-LINE.
012500     05  ARCH-VERDICT-TEXT      PIC X(45).
013400     IF MULT-CUTOFF-OK-YES
013500         PERFORM 2000-SPLIT-AUDIT-RECORDS THRU 2000-EXIT
013600             UNTIL MULT-AUDIT-EOF-YES
013610         PERFORM 3000-FIND-CARRY-ROWS THRU 3000-EXIT
013620         PERFORM 4000-PURGE-SNAPSHOTS THRU 4000-EXIT
013700         PERFORM 9000-FINALIZE THRU 9000-EXIT
013800     ELSE
013900         MOVE 8 TO RETURN-CODE
014800     PERFORM 1100-READ-CUTOFF-CARD THRU 1100-EXIT.
014900     IF NOT MULT-CUTOFF-OK-YES
015000         DISPLAY "MULTARCH - CUTOFF DATE MISSING OR NOT"
015100             " YYYYMMDD, OR SNAPSHOT CUTOFF NOT YYYYMMDD - RUN"
015110             " REFUSED."
015200         GO TO 1000-EXIT
015300     END-IF.
015400     OPEN INPUT AUDIT-FILE.
015900     EXIT.
016000
016100******************************************************************
016200*    1100-READ-CUTOFF-CARD - ONE CARD, COLS 1-8 = CUTOFF DATE,   *
016210*    COLS 9-16 = SNAPSHOT CUTOFF (BLANK = THE SAME DATE).        *
016300******************************************************************
016400 1100-READ-CUTOFF-CARD.
016500     OPEN INPUT PARM-FILE.
017100     IF MULT-PARM-EOF-YES
017200         GO TO 1100-EXIT
017300     END-IF.
017400     IF ARCH-PARM-CUTOFF NOT NUMERIC
017410         GO TO 1100-EXIT
017420     END-IF.
017430     MOVE ARCH-PARM-CUTOFF TO MULT-CUTOFF-DATE.
017440     IF ARCH-PARM-SNAP-CUTOFF = SPACES
017450         MOVE MULT-CUTOFF-DATE TO MULT-SNAP-CUTOFF-DATE
017460     ELSE
017470         IF ARCH-PARM-SNAP-CUTOFF NOT NUMERIC
017480             GO TO 1100-EXIT
017490         END-IF
017500         MOVE ARCH-PARM-SNAP-CUTOFF TO MULT-SNAP-CUTOFF-DATE
017510     END-IF.
017600     SET MULT-CUTOFF-OK-YES TO TRUE.
017800 1100-EXIT.
017900     EXIT.
018000
022200 2200-EXIT.
022300     EXIT.
022400
022401******************************************************************
022402*    3000-FIND-CARRY-ROWS - FIRST PASS OVER THE MASTER SNAPSHOT  *
022403*    FILE.  NOTE, FOR EACH KEY, WHERE ITS LAST SNAPSHOT BEFORE   *
022404*    THE CUTOFF LIES.  A FULL KEY TABLE LEAVES THE RUN           *
022405*    UNCERTIFIED - NOTHING IS SWAPPED AND NOTHING IS LOST.       *
022406******************************************************************
022407 3000-FIND-CARRY-ROWS.
022408     OPEN INPUT MSNAP-FILE.
022409     MOVE ZERO TO ARCH-ROW-NUMBER.
022410     PERFORM 3100-NOTE-CARRY-ROW THRU 3100-EXIT
022411         UNTIL MULT-MSNAP-EOF-YES.
022412     CLOSE MSNAP-FILE.
022413 3000-EXIT.
022414     EXIT.
022415
022416******************************************************************
022417*    3100-NOTE-CARRY-ROW - ONE SNAPSHOT PER PASS.  A SNAPSHOT    *
022418*    BEFORE THE CUTOFF BECOMES ITS KEY'S CARRY ROW, REPLACING    *
022419*    ANY EARLIER ONE - THE FILE IS IN THE ORDER THE CHANGES      *
022420*    WERE MADE.                                                  *
022421******************************************************************
022422 3100-NOTE-CARRY-ROW.
022423     READ MSNAP-FILE INTO MULT-MSNAP-RECORD
022424         AT END
022425             SET MULT-MSNAP-EOF-YES TO TRUE
022426             GO TO 3100-EXIT
022427     END-READ.
022428     ADD 1 TO MULT-SNAP-READ-COUNT.
022429     ADD 1 TO ARCH-ROW-NUMBER.
022430     IF MULT-MSNAP-BUS-DATE NOT NUMERIC
022431         OR MULT-MSNAP-BUS-DATE NOT < MULT-SNAP-CUTOFF-DATE
022432         GO TO 3100-EXIT
022433     END-IF.
022434     PERFORM 3200-FIND-KEY THRU 3200-EXIT.
022435     IF NOT MULT-KEY-FOUND-YES
022436         IF ARCH-KEY-COUNT >= ARCH-KEY-MAX
022437             IF MULT-CERTIFIED-YES
022438                 DISPLAY "MULTARCH - MORE THAN " ARCH-KEY-MAX
022439                     " KEYS WITH SNAPSHOTS TO PURGE - TABLE FULL."
022440             END-IF
022441             SET MULT-CERTIFIED-NO TO TRUE
022442             GO TO 3100-EXIT
022443         END-IF
022444         ADD 1 TO ARCH-KEY-COUNT
022445         MOVE ARCH-KEY-COUNT TO ARCH-KEY-IX
022446         MOVE MULT-MSNAP-KEY TO ARCH-TAB-KEY (ARCH-KEY-IX)
022447     END-IF.
022448     MOVE ARCH-ROW-NUMBER TO ARCH-TAB-CARRY-ROW (ARCH-KEY-IX).
022449 3100-EXIT.
022450     EXIT.
022451
022452******************************************************************
022453*    3200-FIND-KEY - LOOK THE SNAPSHOT'S KEY UP IN THE KEY       *
022454*    TABLE.  ON A HIT ARCH-KEY-IX POINTS AT ITS ENTRY.           *
022455******************************************************************
022456 3200-FIND-KEY.
022457     MOVE "N" TO MULT-KEY-FOUND-SW.
022458     MOVE ZERO TO ARCH-KEY-IX.
022459     PERFORM 3250-SCAN-KEY-TABLE THRU 3250-EXIT
022460         UNTIL MULT-KEY-FOUND-YES
022461         OR ARCH-KEY-IX >= ARCH-KEY-COUNT.
022462 3200-EXIT.
022463     EXIT.
022464
022465******************************************************************
022466*    3250-SCAN-KEY-TABLE - ONE KEY-TABLE ENTRY PER PASS.         *
022467******************************************************************
022468 3250-SCAN-KEY-TABLE.
022469     ADD 1 TO ARCH-KEY-IX.
022470     IF ARCH-TAB-KEY (ARCH-KEY-IX) = MULT-MSNAP-KEY
022471         SET MULT-KEY-FOUND-YES TO TRUE
022472     END-IF.
022473 3250-EXIT.
022474     EXIT.
022475
022476******************************************************************
022477*    4000-PURGE-SNAPSHOTS - SECOND PASS.  REWRITE THE SNAPSHOT   *
022478*    FILE WITHOUT THE ROWS BEFORE THE CUTOFF, KEEPING EACH KEY'S *
022479*    CARRY ROW.  SKIPPED ALTOGETHER WHEN THE FIRST PASS COULD    *
022480*    NOT BE COMPLETED, SO THE OLD FILE STANDS UNTOUCHED.         *
022481******************************************************************
022482 4000-PURGE-SNAPSHOTS.
022483     OPEN OUTPUT NEW-MSNAP-FILE.
022484     IF MULT-CERTIFIED-NO
022485         GO TO 4000-EXIT
022486     END-IF.
022487     OPEN INPUT MSNAP-FILE.
022488     MOVE "N" TO MULT-MSNAP-EOF-SW.
022489     MOVE ZERO TO ARCH-ROW-NUMBER.
022490     PERFORM 4100-PURGE-ONE-SNAPSHOT THRU 4100-EXIT
022491         UNTIL MULT-MSNAP-EOF-YES.
022492     CLOSE MSNAP-FILE.
022493 4000-EXIT.
022494     EXIT.
022495
022496******************************************************************
022497*    4100-PURGE-ONE-SNAPSHOT - ONE SNAPSHOT PER PASS.  A ROW     *
022498*    WHOSE DATE IS UNREADABLE IS RETAINED, NEVER DROPPED.        *
022499******************************************************************
022499 4100-PURGE-ONE-SNAPSHOT.
022499     READ MSNAP-FILE INTO MULT-MSNAP-RECORD
022499         AT END
022499             SET MULT-MSNAP-EOF-YES TO TRUE
022499             GO TO 4100-EXIT
022499     END-READ.
022499     ADD 1 TO MULT-SNAP-REREAD-COUNT.
022499     ADD 1 TO ARCH-ROW-NUMBER.
022499     MOVE "Y" TO MULT-RETAIN-SW.
022499     IF MULT-MSNAP-BUS-DATE NUMERIC
022499         AND MULT-MSNAP-BUS-DATE < MULT-SNAP-CUTOFF-DATE
022499         PERFORM 3200-FIND-KEY THRU 3200-EXIT
022499         IF MULT-KEY-FOUND-YES
022499             AND ARCH-TAB-CARRY-ROW (ARCH-KEY-IX)
022499                 = ARCH-ROW-NUMBER
022499             ADD 1 TO MULT-SNAP-CARRY-COUNT
022499         ELSE
022499             MOVE "N" TO MULT-RETAIN-SW
022499         END-IF
022499     END-IF.
022499     IF NOT MULT-RETAIN-YES
022499         ADD 1 TO MULT-SNAP-PURGE-COUNT
022499         GO TO 4100-EXIT
022499     END-IF.
022499     ADD 1 TO MULT-SNAP-RETAIN-COUNT.
022499     MOVE SPACES TO NEW-MSNAP-FILE-RECORD.
022499     MOVE MULT-MSNAP-RECORD TO NEW-MSNAP-FILE-RECORD.
022499     WRITE NEW-MSNAP-FILE-RECORD.
022499 4100-EXIT.
022499     EXIT.
022499
022500******************************************************************
022600*    9000-FINALIZE - PRINT THE CERTIFICATION AND SET CC 8 IF     *
022700*    ANY RECORD OR SNAPSHOT WENT UNACCOUNTED FOR.                *
022800******************************************************************
022900 9000-FINALIZE.
023000     ADD MULT-ARCHIVE-COUNT MULT-RETAIN-COUNT
023200     IF MULT-ACCOUNTED-COUNT NOT = MULT-READ-COUNT
023300         SET MULT-CERTIFIED-NO TO TRUE
023400     END-IF.
023410     ADD MULT-SNAP-PURGE-COUNT MULT-SNAP-RETAIN-COUNT
023420         GIVING MULT-SNAP-ACCOUNTED-COUNT.
023430     IF MULT-SNAP-ACCOUNTED-COUNT NOT = MULT-SNAP-READ-COUNT
023440         OR MULT-SNAP-REREAD-COUNT NOT = MULT-SNAP-READ-COUNT
023450         SET MULT-CERTIFIED-NO TO TRUE
023460     END-IF.
023500     WRITE REPORT-FILE-RECORD FROM ARCH-HEADING-LINE.
023600     MOVE MULT-CUTOFF-DATE TO ARCH-CUTOFF-VALUE.
023700     WRITE REPORT-FILE-RECORD FROM ARCH-CUTOFF-LINE.
024400     MOVE "RECORDS RETAINED  . ." TO ARCH-COUNT-LABEL.
024500     MOVE MULT-RETAIN-COUNT TO ARCH-COUNT-VALUE.
024600     WRITE REPORT-FILE-RECORD FROM ARCH-COUNT-LINE.
024610     MOVE MULT-SNAP-CUTOFF-DATE TO ARCH-SNAP-CUTOFF-VALUE.
024620     WRITE REPORT-FILE-RECORD FROM ARCH-SNAP-CUTOFF-LINE.
024630     MOVE "SNAPSHOTS READ  . . ." TO ARCH-COUNT-LABEL.
024640     MOVE MULT-SNAP-READ-COUNT TO ARCH-COUNT-VALUE.
024650     WRITE REPORT-FILE-RECORD FROM ARCH-COUNT-LINE.
024660     MOVE "SNAPSHOTS PURGED  . ." TO ARCH-COUNT-LABEL.
024670     MOVE MULT-SNAP-PURGE-COUNT TO ARCH-COUNT-VALUE.
024680     WRITE REPORT-FILE-RECORD FROM ARCH-COUNT-LINE.
024690     MOVE "SNAPSHOTS RETAINED  ." TO ARCH-COUNT-LABEL.
024700     MOVE MULT-SNAP-RETAIN-COUNT TO ARCH-COUNT-VALUE.
024710     WRITE REPORT-FILE-RECORD FROM ARCH-COUNT-LINE.
024720     MOVE "  CARRIED FORWARD . ." TO ARCH-COUNT-LABEL.
024730     MOVE MULT-SNAP-CARRY-COUNT TO ARCH-COUNT-VALUE.
024740     WRITE REPORT-FILE-RECORD FROM ARCH-COUNT-LINE.
024750     IF MULT-CERTIFIED-YES
024800         MOVE "ARCHIVE CERTIFIED - NO RECORD LOST." TO
024900             ARCH-VERDICT-TEXT
025000     ELSE
025600     CLOSE AUDIT-FILE.
025700     CLOSE ARCHIVE-FILE.
025800     CLOSE NEW-AUDIT-FILE.
025810     CLOSE NEW-MSNAP-FILE.
025900     CLOSE REPORT-FILE.
026000     IF MULT-CERTIFIED-NO
026100         MOVE 8 TO RETURN-CODE

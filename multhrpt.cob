000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MULTHRPT.
000300 AUTHOR.        DATA PROCESSING.
000400 DATE-WRITTEN.  2026-10-15.
000500 DATE-COMPILED. 2026-10-15.
000600*
000700******************************************************************
000800*                                                                *
000900*    MULTHRPT - LARGE-VALUE HOLD QUEUE REPORT                    *
001000*                                                                *
001100*    LISTS THE HOLD QUEUE HELLO-WORLD FEEDS AND MULTAPPR WORKS:  *
001200*      - EVERY ITEM STILL AWAITING A SUPERVISOR, WITH ITS AGE IN *
001300*        BUSINESS DAYS (ON THE PROCESSING CALENDAR) FROM THE     *
001400*        BUSINESS DATE THAT HELD IT TO THE AS-OF DATE, AND THE   *
001500*        OPERATOR WHO KEYED IT (WHO MAY NOT APPROVE IT),         *
001600*      - EVERY DECISION RECORDED ON THE AS-OF DATE, RELEASED OR  *
001700*        DECLINED, WITH THE APPROVING SUPERVISOR,                *
001800*    FOLLOWED BY CONTROL TOTALS.  RUN NIGHTLY AFTER THE RUN      *
001900*    BALANCES AND ON DEMAND AFTER AN APPROVAL SESSION.           *
002000*                                                                *
002100*    THE ONE-CARD MULTPARM FILE:                                 *
002200*        COLS 1-8  AS-OF DATE YYYYMMDD (REQUIRED).               *
002300*                                                                *
002400*    MODIFICATION HISTORY                                        *
002500*    ----------------------------------------------------------- *
002600*    DATE       INIT  DESCRIPTION                                *
002700*    ---------- ----  ------------------------------------------ *
002800*    2026-10-15   JH  INITIAL VERSION.                           *
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-390.
003400 OBJECT-COMPUTER.   IBM-390.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PARM-FILE          ASSIGN TO "MULTPARM"
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT HOLD-FILE          ASSIGN TO "MULTHOLD"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT CALENDAR-FILE      ASSIGN TO "MULTCAL"
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT REPORT-FILE        ASSIGN TO "MULTHRPO"
004500         ORGANIZATION IS SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PARM-FILE
005000     LABEL RECORDS ARE STANDARD
005100     RECORDING MODE IS F.
005200 01  PARM-FILE-RECORD           PIC X(80).
005300
005400 FD  HOLD-FILE
005500     LABEL RECORDS ARE STANDARD
005600     RECORDING MODE IS F.
005700 01  HOLD-FILE-RECORD           PIC X(80).
005800
005900 FD  CALENDAR-FILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORDING MODE IS F.
006200 01  CALENDAR-FILE-RECORD       PIC X(80).
006300
006400 FD  REPORT-FILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORDING MODE IS F.
006700 01  REPORT-FILE-RECORD         PIC X(80).
006800
006900 WORKING-STORAGE SECTION.
007000*    SHARED RECORD LAYOUTS.
007100     COPY MULTREC.
007200
007300*    RUN CONTROL SWITCHES.
007400 77  MULT-PARM-EOF-SW            PIC X(01) VALUE "N".
007500     88  MULT-PARM-EOF-YES                  VALUE "Y".
007600 77  MULT-PARM-OK-SW             PIC X(01) VALUE "N".
007700     88  MULT-PARM-OK-YES                   VALUE "Y".
007800 77  MULT-HOLD-EOF-SW            PIC X(01) VALUE "N".
007900     88  MULT-HOLD-EOF-YES                  VALUE "Y".
008000 77  MULT-CALENDAR-EOF-SW        PIC X(01) VALUE "N".
008100     88  MULT-CALENDAR-EOF-YES              VALUE "Y".
008200
008300*    THE PARM CARD AS KEYED AND AS USED.
008400 01  HRPT-PARM-CARD.
008500     05  HRPT-PARM-ASOF          PIC X(08).
008600     05  FILLER                  PIC X(72).
008700 77  HRPT-ASOF-DATE              PIC 9(08) VALUE ZERO.
008800
008900*    THE PROCESSING CALENDAR, FOR BUSINESS-DAY AGING.
009000 77  CAL-ENTRY-MAX               PIC 9(04) COMP VALUE 1500.
009100 77  CAL-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
009200 77  CAL-IX                      PIC 9(04) COMP VALUE ZERO.
009300 01  HRPT-CALENDAR-TABLE.
009400     05  CAL-ENTRY OCCURS 1500 TIMES.
009500         10  CAL-TAB-DATE        PIC 9(08).
009600 77  HRPT-AGE-DAYS               PIC 9(04) VALUE ZERO.
009700 77  HRPT-AGED-LIMIT             PIC 9(04) VALUE 5.
009800
009900*    CONTROL TOTALS.
010000 77  HRPT-AWAITING-COUNT         PIC 9(06) VALUE ZERO.
010100 77  HRPT-AWAITING-SUM           PIC S9(12) VALUE ZERO.
010200 77  HRPT-AGED-COUNT             PIC 9(06) VALUE ZERO.
010300 77  HRPT-NEW-COUNT              PIC 9(06) VALUE ZERO.
010400 77  HRPT-RELEASED-COUNT         PIC 9(06) VALUE ZERO.
010500 77  HRPT-DECLINED-COUNT         PIC 9(06) VALUE ZERO.
010600
010700*    REPORT LINE LAYOUTS.
010800 01  HRPT-HEADING-LINE-1.
010900     05  FILLER                 PIC X(44) VALUE
011000         "MULTHRPT - LARGE-VALUE HOLD QUEUE".
011100     05  FILLER                 PIC X(36) VALUE SPACES.
011200
011300 01  HRPT-ASOF-LINE.
011400     05  FILLER                 PIC X(24) VALUE
011500         "AS OF . . . . . . . .".
011600     05  HRPT-ASOF-VALUE        PIC 9(08).
011700     05  FILLER                 PIC X(48) VALUE SPACES.
011800
011900 01  HRPT-SECTION-LINE.
012000     05  HRPT-SECTION-TEXT      PIC X(40).
012100     05  FILLER                 PIC X(40) VALUE SPACES.
012200
012300 01  HRPT-AWAIT-HEADING.
012400     05  FILLER                 PIC X(40) VALUE
012500         "KEY    RG  OP     A      B".
012600     05  FILLER                 PIC X(40) VALUE
012700         " C  HELD ON    AGE  KEYED BY".
012800
012900 01  HRPT-AWAIT-LINE.
013000     05  HRPT-AWT-KEY           PIC X(06).
013100     05  FILLER                 PIC X(01) VALUE SPACES.
013200     05  HRPT-AWT-REGION        PIC X(02).
013300     05  FILLER                 PIC X(02) VALUE SPACES.
013400     05  HRPT-AWT-OP            PIC X(01).
013500     05  FILLER                 PIC X(02) VALUE SPACES.
013600     05  HRPT-AWT-A             PIC ZZZZ9.
013700     05  FILLER                 PIC X(02) VALUE SPACES.
013800     05  HRPT-AWT-B             PIC ZZZZ9.
013900     05  FILLER                 PIC X(02) VALUE SPACES.
014000     05  HRPT-AWT-C             PIC -Z,ZZZ,ZZZ,ZZ9.
014100     05  FILLER                 PIC X(02) VALUE SPACES.
014200     05  HRPT-AWT-DATE          PIC 9(08).
014300     05  FILLER                 PIC X(02) VALUE SPACES.
014400     05  HRPT-AWT-AGE           PIC ZZZ9.
014500     05  FILLER                 PIC X(02) VALUE SPACES.
014600     05  HRPT-AWT-OPERATOR      PIC X(08).
014700     05  FILLER                 PIC X(02) VALUE SPACES.
014800     05  HRPT-AWT-FLAG          PIC X(04).
014900     05  FILLER                 PIC X(06) VALUE SPACES.
015000
015100 01  HRPT-DECIDED-HEADING.
015200     05  FILLER                 PIC X(40) VALUE
015300         "KEY    RG  OP     A      B".
015400     05  FILLER                 PIC X(40) VALUE
015500         " C  DECISION  APPROVER".
015600
015700 01  HRPT-DECIDED-LINE.
015800     05  HRPT-DEC-KEY           PIC X(06).
015900     05  FILLER                 PIC X(01) VALUE SPACES.
016000     05  HRPT-DEC-REGION        PIC X(02).
016100     05  FILLER                 PIC X(02) VALUE SPACES.
016200     05  HRPT-DEC-OP            PIC X(01).
016300     05  FILLER                 PIC X(02) VALUE SPACES.
016400     05  HRPT-DEC-A             PIC ZZZZ9.
016500     05  FILLER                 PIC X(02) VALUE SPACES.
016600     05  HRPT-DEC-B             PIC ZZZZ9.
016700     05  FILLER                 PIC X(02) VALUE SPACES.
016800     05  HRPT-DEC-C             PIC -Z,ZZZ,ZZZ,ZZ9.
016900     05  FILLER                 PIC X(02) VALUE SPACES.
017000     05  HRPT-DEC-DECISION      PIC X(08).
017100     05  FILLER                 PIC X(02) VALUE SPACES.
017200     05  HRPT-DEC-APPROVER      PIC X(08).
017300     05  FILLER                 PIC X(18) VALUE SPACES.
017400
017500 01  HRPT-COUNT-LINE.
017600     05  HRPT-COUNT-LABEL       PIC X(24).
017700     05  HRPT-COUNT-VALUE       PIC ZZZ,ZZ9.
017800     05  FILLER                 PIC X(49) VALUE SPACES.
017900
018000 01  HRPT-SUM-LINE.
018100     05  HRPT-SUM-LABEL         PIC X(24).
018200     05  HRPT-SUM-VALUE         PIC ZZZ,ZZZ,ZZZ,ZZ9-.
018300     05  FILLER                 PIC X(40) VALUE SPACES.
018400
018500 PROCEDURE DIVISION.
018600******************************************************************
018700*    0000-MAINLINE                                               *
018800******************************************************************
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019100     IF NOT MULT-PARM-OK-YES
019200         MOVE 8 TO RETURN-CODE
019300         STOP RUN
019400     END-IF.
019500     PERFORM 1200-LOAD-ONE-CALENDAR-DAY THRU 1200-EXIT
019600         UNTIL MULT-CALENDAR-EOF-YES.
019700     PERFORM 2000-LIST-AWAITING THRU 2000-EXIT.
019800     PERFORM 3000-LIST-DECIDED THRU 3000-EXIT.
019900     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
020000     PERFORM 9000-FINALIZE THRU 9000-EXIT.
020100     STOP RUN.
020200
020300******************************************************************
020400*    1000-INITIALIZE - CHECK THE AS-OF DATE AND OPEN FILES.      *
020500******************************************************************
020600 1000-INITIALIZE.
020700     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
020800     IF NOT MULT-PARM-OK-YES
020900         DISPLAY "MULTHRPT - AS-OF DATE (COLS 1-8, YYYYMMDD)"
021000             " IS REQUIRED - RUN REFUSED."
021100         GO TO 1000-EXIT
021200     END-IF.
021300     OPEN INPUT CALENDAR-FILE.
021400     OPEN OUTPUT REPORT-FILE.
021500     WRITE REPORT-FILE-RECORD FROM HRPT-HEADING-LINE-1.
021600     MOVE HRPT-ASOF-DATE TO HRPT-ASOF-VALUE.
021700     WRITE REPORT-FILE-RECORD FROM HRPT-ASOF-LINE.
021800 1000-EXIT.
021900     EXIT.
022000
022100******************************************************************
022200*    1100-READ-PARM-CARD - ONE CARD, THE AS-OF DATE, REQUIRED.   *
022300******************************************************************
022400 1100-READ-PARM-CARD.
022500     OPEN INPUT PARM-FILE.
022600     READ PARM-FILE INTO HRPT-PARM-CARD
022700         AT END
022800             SET MULT-PARM-EOF-YES TO TRUE
022900     END-READ.
023000     CLOSE PARM-FILE.
023100     IF MULT-PARM-EOF-YES
023200         GO TO 1100-EXIT
023300     END-IF.
023400     IF HRPT-PARM-ASOF NUMERIC
023500         MOVE HRPT-PARM-ASOF TO HRPT-ASOF-DATE
023600         SET MULT-PARM-OK-YES TO TRUE
023700     END-IF.
023800 1100-EXIT.
023900     EXIT.
024000
024100******************************************************************
024200*    1200-LOAD-ONE-CALENDAR-DAY - ONE BUSINESS DATE INTO THE     *
024300*    CALENDAR TABLE.                                             *
024400******************************************************************
024500 1200-LOAD-ONE-CALENDAR-DAY.
024600     READ CALENDAR-FILE INTO MULT-CALENDAR-RECORD
024700         AT END
024800             SET MULT-CALENDAR-EOF-YES TO TRUE
024900             GO TO 1200-EXIT
025000     END-READ.
025100     IF CAL-ENTRY-COUNT >= CAL-ENTRY-MAX
025200         GO TO 1200-EXIT
025300     END-IF.
025400     IF MULT-CAL-DATE NUMERIC
025500         ADD 1 TO CAL-ENTRY-COUNT
025600         MOVE CAL-ENTRY-COUNT TO CAL-IX
025700         MOVE MULT-CAL-DATE TO CAL-TAB-DATE (CAL-IX)
025800     END-IF.
025900 1200-EXIT.
026000     EXIT.
026100
026200******************************************************************
026300*    2000-LIST-AWAITING - FIRST PASS OVER THE HOLD QUEUE: EVERY  *
026400*    ITEM STILL AWAITING A DECISION, AGED.                       *
026500******************************************************************
026600 2000-LIST-AWAITING.
026700     MOVE SPACES TO REPORT-FILE-RECORD.
026800     WRITE REPORT-FILE-RECORD.
026900     MOVE "AWAITING APPROVAL" TO HRPT-SECTION-TEXT.
027000     WRITE REPORT-FILE-RECORD FROM HRPT-SECTION-LINE.
027100     WRITE REPORT-FILE-RECORD FROM HRPT-AWAIT-HEADING.
027200     MOVE "N" TO MULT-HOLD-EOF-SW.
027300     OPEN INPUT HOLD-FILE.
027400     PERFORM 2100-LIST-ONE-AWAITING THRU 2100-EXIT
027500         UNTIL MULT-HOLD-EOF-YES.
027600     CLOSE HOLD-FILE.
027700 2000-EXIT.
027800     EXIT.
027900
028000******************************************************************
028100*    2100-LIST-ONE-AWAITING - ONE HOLD ROW.  AN ITEM OLDER THAN  *
028200*    THE AGED LIMIT IS FLAGGED FOR THE SUPERVISORS' ATTENTION.   *
028300******************************************************************
028400 2100-LIST-ONE-AWAITING.
028500     READ HOLD-FILE INTO MULT-HOLD-RECORD
028600         AT END
028700             SET MULT-HOLD-EOF-YES TO TRUE
028800             GO TO 2100-EXIT
028900     END-READ.
029000     IF NOT MULT-HOLD-AWAITING
029100         GO TO 2100-EXIT
029200     END-IF.
029300     MOVE ZERO TO HRPT-AGE-DAYS.
029400     MOVE ZERO TO CAL-IX.
029500     PERFORM 2200-COUNT-ONE-DAY THRU 2200-EXIT
029600         UNTIL CAL-IX >= CAL-ENTRY-COUNT.
029700     ADD 1 TO HRPT-AWAITING-COUNT.
029800     ADD MULT-HOLD-C TO HRPT-AWAITING-SUM.
029900     IF MULT-HOLD-DATE = HRPT-ASOF-DATE
030000         ADD 1 TO HRPT-NEW-COUNT
030100     END-IF.
030200     MOVE SPACES TO HRPT-AWT-FLAG.
030300     IF HRPT-AGE-DAYS > HRPT-AGED-LIMIT
030400         ADD 1 TO HRPT-AGED-COUNT
030500         MOVE "AGED" TO HRPT-AWT-FLAG
030600     END-IF.
030700     MOVE MULT-HOLD-KEY TO HRPT-AWT-KEY.
030800     MOVE MULT-HOLD-REGION TO HRPT-AWT-REGION.
030900     MOVE MULT-HOLD-OP-CODE TO HRPT-AWT-OP.
031000     MOVE MULT-HOLD-A TO HRPT-AWT-A.
031100     MOVE MULT-HOLD-B TO HRPT-AWT-B.
031200     MOVE MULT-HOLD-C TO HRPT-AWT-C.
031300     MOVE MULT-HOLD-DATE TO HRPT-AWT-DATE.
031400     MOVE HRPT-AGE-DAYS TO HRPT-AWT-AGE.
031500     MOVE MULT-HOLD-OPERATOR TO HRPT-AWT-OPERATOR.
031600     WRITE REPORT-FILE-RECORD FROM HRPT-AWAIT-LINE.
031700 2100-EXIT.
031800     EXIT.
031900
032000******************************************************************
032100*    2200-COUNT-ONE-DAY - ONE STEP OF THE BUSINESS-DAY COUNT,    *
032200*    FROM THE HOLD DATE (EXCLUSIVE) TO THE AS-OF DATE            *
032300*    (INCLUSIVE).                                                *
032400******************************************************************
032500 2200-COUNT-ONE-DAY.
032600     ADD 1 TO CAL-IX.
032700     IF CAL-TAB-DATE (CAL-IX) > MULT-HOLD-DATE
032800         AND CAL-TAB-DATE (CAL-IX) <= HRPT-ASOF-DATE
032900         ADD 1 TO HRPT-AGE-DAYS
033000     END-IF.
033100 2200-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500*    3000-LIST-DECIDED - SECOND PASS OVER THE HOLD QUEUE: EVERY  *
033600*    DECISION RECORDED ON THE AS-OF DATE.                        *
033700******************************************************************
033800 3000-LIST-DECIDED.
033900     MOVE SPACES TO REPORT-FILE-RECORD.
034000     WRITE REPORT-FILE-RECORD.
034100     MOVE "DECIDED ON THE AS-OF DATE" TO HRPT-SECTION-TEXT.
034200     WRITE REPORT-FILE-RECORD FROM HRPT-SECTION-LINE.
034300     WRITE REPORT-FILE-RECORD FROM HRPT-DECIDED-HEADING.
034400     MOVE "N" TO MULT-HOLD-EOF-SW.
034500     OPEN INPUT HOLD-FILE.
034600     PERFORM 3100-LIST-ONE-DECIDED THRU 3100-EXIT
034700         UNTIL MULT-HOLD-EOF-YES.
034800     CLOSE HOLD-FILE.
034900 3000-EXIT.
035000     EXIT.
035100
035200******************************************************************
035300*    3100-LIST-ONE-DECIDED - ONE HOLD ROW.                       *
035400******************************************************************
035500 3100-LIST-ONE-DECIDED.
035600     READ HOLD-FILE INTO MULT-HOLD-RECORD
035700         AT END
035800             SET MULT-HOLD-EOF-YES TO TRUE
035900             GO TO 3100-EXIT
036000     END-READ.
036100     IF MULT-HOLD-AWAITING
036200         OR MULT-HOLD-DECISION-DATE NOT = HRPT-ASOF-DATE
036300         GO TO 3100-EXIT
036400     END-IF.
036500     IF MULT-HOLD-RELEASED
036600         ADD 1 TO HRPT-RELEASED-COUNT
036700         MOVE "RELEASED" TO HRPT-DEC-DECISION
036800     ELSE
036900         ADD 1 TO HRPT-DECLINED-COUNT
037000         MOVE "DECLINED" TO HRPT-DEC-DECISION
037100     END-IF.
037200     MOVE MULT-HOLD-KEY TO HRPT-DEC-KEY.
037300     MOVE MULT-HOLD-REGION TO HRPT-DEC-REGION.
037400     MOVE MULT-HOLD-OP-CODE TO HRPT-DEC-OP.
037500     MOVE MULT-HOLD-A TO HRPT-DEC-A.
037600     MOVE MULT-HOLD-B TO HRPT-DEC-B.
037700     MOVE MULT-HOLD-C TO HRPT-DEC-C.
037800     MOVE MULT-HOLD-APPROVER TO HRPT-DEC-APPROVER.
037900     WRITE REPORT-FILE-RECORD FROM HRPT-DECIDED-LINE.
038000 3100-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400*    4000-PRINT-TOTALS - CONTROL TOTALS FOR THE QUEUE.           *
038500******************************************************************
038600 4000-PRINT-TOTALS.
038700     MOVE SPACES TO REPORT-FILE-RECORD.
038800     WRITE REPORT-FILE-RECORD.
038900     MOVE "ITEMS AWAITING  . . . ." TO HRPT-COUNT-LABEL.
039000     MOVE HRPT-AWAITING-COUNT TO HRPT-COUNT-VALUE.
039100     WRITE REPORT-FILE-RECORD FROM HRPT-COUNT-LINE.
039200     MOVE "SUM OF C AWAITING . . ." TO HRPT-SUM-LABEL.
039300     MOVE HRPT-AWAITING-SUM TO HRPT-SUM-VALUE.
039400     WRITE REPORT-FILE-RECORD FROM HRPT-SUM-LINE.
039500     MOVE "HELD ON AS-OF DATE  . ." TO HRPT-COUNT-LABEL.
039600     MOVE HRPT-NEW-COUNT TO HRPT-COUNT-VALUE.
039700     WRITE REPORT-FILE-RECORD FROM HRPT-COUNT-LINE.
039800     MOVE "AWAITING OVER 5 DAYS  ." TO HRPT-COUNT-LABEL.
039900     MOVE HRPT-AGED-COUNT TO HRPT-COUNT-VALUE.
040000     WRITE REPORT-FILE-RECORD FROM HRPT-COUNT-LINE.
040100     MOVE "RELEASED ON AS-OF DATE " TO HRPT-COUNT-LABEL.
040200     MOVE HRPT-RELEASED-COUNT TO HRPT-COUNT-VALUE.
040300     WRITE REPORT-FILE-RECORD FROM HRPT-COUNT-LINE.
040400     MOVE "DECLINED ON AS-OF DATE " TO HRPT-COUNT-LABEL.
040500     MOVE HRPT-DECLINED-COUNT TO HRPT-COUNT-VALUE.
040600     WRITE REPORT-FILE-RECORD FROM HRPT-COUNT-LINE.
040700 4000-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100*    9000-FINALIZE - CLOSE FILES.                                *
041200******************************************************************
041300 9000-FINALIZE.
041400     DISPLAY "MULTHRPT - ITEMS AWAITING APPROVAL "
041500         HRPT-AWAITING-COUNT.
041600     CLOSE CALENDAR-FILE.
041700     CLOSE REPORT-FILE.
041800 9000-EXIT.
041900     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MULTSCHL.
000300 AUTHOR.        DATA PROCESSING.
000400 DATE-WRITTEN.  2026-10-15.
000500 DATE-COMPILED. 2026-10-15.
000600*
000700******************************************************************
000800*                                                                *
000900*    MULTSCHL - SCHEDULED TRANSACTION FORWARD LISTING            *
001000*                                                                *
001100*    LISTS, BUSINESS DATE BY BUSINESS DATE, WHAT IS SCHEDULED TO *
001200*    POST OVER THE NEXT N BUSINESS DAYS ON THE PROCESSING        *
001300*    CALENDAR (MULTCAL):                                         *
001400*      - EACH ROW ON THE SCHEDULED-TRANSACTION FILE (MULTSCHD),  *
001500*        UNDER THE FIRST BUSINESS DATE ON OR AFTER ITS EFFECTIVE *
001600*        DATE - THE NIGHT MULTSCHR WILL RELEASE IT,              *
001700*      - EACH OCCURRENCE OF AN ACTIVE STANDING INSTRUCTION       *
001800*        (MULTSTND), STEPPED NIGHT BY NIGHT EXACTLY AS MULTSCHR  *
001900*        WILL STEP IT.                                           *
002000*    THE NIGHTS ARE COUNTED FROM THE FIRST BUSINESS DATE AFTER   *
002100*    THE LAST ONE POSTED (THE RUN-CONTROL FILE), SO AN ITEM      *
002200*    OVERDUE FOR A NIGHT NOT YET RUN SHOWS ON THAT NIGHT.  A     *
002300*    LATER FROM-DATE SKIPS THE NIGHTS BEFORE IT; WHAT WILL POST  *
002400*    ON THEM IS COUNTED BUT NOT LISTED.  SCHEDULED ROWS DUE      *
002500*    AFTER THE LAST NIGHT LISTED ARE COUNTED AT THE END.  EACH   *
002600*    DATE CARRIES ITS ITEM COUNT, FOLLOWED BY CONTROL TOTALS.    *
002700*                                                                *
002800*    THE ONE-CARD MULTPARM FILE:                                 *
002900*        COLS 1-2   BUSINESS DAYS TO LIST (DEFAULT 10, MAXIMUM   *
003000*                   60).                                         *
003100*        COLS 3-10  FIRST BUSINESS DATE TO LIST YYYYMMDD         *
003200*                   (OPTIONAL - DEFAULT THE NEXT NIGHT TO RUN).  *
003300*                                                                *
003400*    MODIFICATION HISTORY                                        *
003500*    ----------------------------------------------------------- *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    ---------- ----  ------------------------------------------ *
003800*    2026-10-15   JH  INITIAL VERSION.                           *
003810*    2026-10-15   JH  A DAILY INSTRUCTION WHOSE END DATE FELL ON *
003820*                     A NON-BUSINESS DAY NO LONGER SHOWS ONE     *
003830*                     OCCURRENCE PAST IT ON THE NEXT NIGHT, AS   *
003840*                     MULTSCHR NO LONGER RELEASES ONE.           *
003900******************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-390.
004400 OBJECT-COMPUTER.   IBM-390.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PARM-FILE          ASSIGN TO "MULTPARM"
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT CONTROL-FILE       ASSIGN TO "MULTRCTL"
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT CALENDAR-FILE      ASSIGN TO "MULTCAL"
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT SCHED-FILE         ASSIGN TO "MULTSCHD"
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT STANDING-FILE      ASSIGN TO "MULTSTND"
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT REPORT-FILE        ASSIGN TO "MULTSCLO"
005900         ORGANIZATION IS SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  PARM-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORDING MODE IS F.
006600 01  PARM-FILE-RECORD           PIC X(80).
006700
006800 FD  CONTROL-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORDING MODE IS F.
007100 01  CONTROL-FILE-RECORD        PIC X(80).
007200
007300 FD  CALENDAR-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007600 01  CALENDAR-FILE-RECORD       PIC X(80).
007700
007800 FD  SCHED-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F.
008100 01  SCHED-FILE-RECORD          PIC X(80).
008200
008300 FD  STANDING-FILE
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F.
008600 01  STANDING-FILE-RECORD       PIC X(80).
008700
008800 FD  REPORT-FILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORDING MODE IS F.
009100 01  REPORT-FILE-RECORD         PIC X(80).
009200
009300 WORKING-STORAGE SECTION.
009400*    SHARED RECORD LAYOUTS.
009500     COPY MULTREC.
009600
009700*    RUN CONTROL SWITCHES.
009800 77  MULT-PARM-EOF-SW            PIC X(01) VALUE "N".
009900     88  MULT-PARM-EOF-YES                  VALUE "Y".
010000 77  MULT-CALENDAR-EOF-SW        PIC X(01) VALUE "N".
010100     88  MULT-CALENDAR-EOF-YES              VALUE "Y".
010200 77  MULT-SCHED-EOF-SW           PIC X(01) VALUE "N".
010300     88  MULT-SCHED-EOF-YES                 VALUE "Y".
010400 77  MULT-STANDING-EOF-SW        PIC X(01) VALUE "N".
010500     88  MULT-STANDING-EOF-YES              VALUE "Y".
010600
010700*    THE PARM CARD AS KEYED AND AS USED.
010800 01  SCHL-PARM-CARD.
010900     05  SCHL-PARM-DAYS          PIC X(02).
011000     05  SCHL-PARM-FROM-DATE     PIC X(08).
011100     05  FILLER                  PIC X(70).
011200 77  SCHL-LIST-DAYS              PIC 9(02) VALUE 10.
011300 77  SCHL-LIST-MAX               PIC 9(02) VALUE 60.
011400 77  SCHL-FROM-DATE              PIC 9(08) VALUE ZERO.
011500
011600*    THE NIGHTS TO COME, FROM THE FIRST AFTER THE LAST POSTED
011700*    DATE TO THE LAST ONE LISTED.  A NIGHT BEFORE THE FROM-DATE
011800*    IS SIMULATED BUT NOT SHOWN.
011900 77  SCHL-DAY-MAX                PIC 9(04) COMP VALUE 400.
012000 77  SCHL-DAY-COUNT              PIC 9(04) COMP VALUE ZERO.
012100 77  SCHL-DAY-IX                 PIC 9(04) COMP VALUE ZERO.
012200 77  SCHL-FOUND-DAY-IX           PIC 9(04) COMP VALUE ZERO.
012300 77  SCHL-SHOWN-COUNT            PIC 9(04) COMP VALUE ZERO.
012400 01  SCHL-DAY-TABLE.
012500     05  SCHL-DAY-ENTRY          OCCURS 400 TIMES.
012600         10  SCHL-DAY-DATE       PIC 9(08).
012700         10  SCHL-DAY-SHOWN      PIC X(01).
012800             88  SCHL-DAY-SHOWN-YES         VALUE "Y".
012900         10  SCHL-DAY-ITEMS      PIC 9(06).
013000
013100*    THE ITEMS, EACH AGAINST THE NIGHT IT WILL POST.
013200 77  SCHL-ITEM-MAX               PIC 9(04) COMP VALUE 3000.
013300 77  SCHL-ITEM-COUNT             PIC 9(04) COMP VALUE ZERO.
013400 77  SCHL-ITEM-IX                PIC 9(04) COMP VALUE ZERO.
013500 01  SCHL-ITEM-TABLE.
013600     05  SCHL-ITEM-ENTRY         OCCURS 3000 TIMES.
013700         10  SCHL-ITEM-DAY-IX    PIC 9(04) COMP.
013800         10  SCHL-ITEM-KEY       PIC X(06).
013900         10  SCHL-ITEM-REGION    PIC X(02).
014000         10  SCHL-ITEM-OP        PIC X(01).
014100         10  SCHL-ITEM-A         PIC 9(05).
014200         10  SCHL-ITEM-B         PIC 9(05).
014300         10  SCHL-ITEM-EFF-DATE  PIC 9(08).
014400         10  SCHL-ITEM-TYPE      PIC X(09).
014500         10  SCHL-ITEM-REF       PIC 9(06).
014600         10  SCHL-ITEM-OPERATOR  PIC X(08).
014700
014800*    DATE ARITHMETIC - STEPS A STANDING INSTRUCTION'S NEXT DATE
014900*    THE SAME WAY THE NIGHTLY RELEASE DOES.
015000 01  SCHL-WORK-DATE              PIC 9(08) VALUE ZERO.
015100 01  SCHL-WORK-DATE-PARTS REDEFINES SCHL-WORK-DATE.
015200     05  SCHL-WORK-YEAR          PIC 9(04).
015300     05  SCHL-WORK-MONTH         PIC 9(02).
015400     05  SCHL-WORK-DAY           PIC 9(02).
015500 01  SCHL-START-DATE             PIC 9(08) VALUE ZERO.
015600 01  SCHL-START-DATE-PARTS REDEFINES SCHL-START-DATE.
015700     05  SCHL-START-YEAR         PIC 9(04).
015800     05  SCHL-START-MONTH        PIC 9(02).
015900     05  SCHL-START-DAY          PIC 9(02).
016000 01  SCHL-MONTH-DAYS-VALUES.
016100     05  FILLER                  PIC X(24) VALUE
016200         "312831303130313130313031".
016300 01  SCHL-MONTH-DAYS-TABLE REDEFINES SCHL-MONTH-DAYS-VALUES.
016400     05  SCHL-MONTH-DAYS         PIC 9(02) OCCURS 12 TIMES.
016500 77  SCHL-WORK-MONTH-DAYS        PIC 9(02) VALUE ZERO.
016600 77  SCHL-LEAP-QUOTIENT          PIC 9(04) VALUE ZERO.
016700 77  SCHL-LEAP-REMAINDER         PIC 9(04) VALUE ZERO.
016800 77  SCHL-STEP-IX                PIC 9(04) COMP VALUE ZERO.
016900
017000*    CONTROL TOTALS.
017100 77  SCHL-SCHED-LISTED           PIC 9(06) VALUE ZERO.
017200 77  SCHL-STANDING-LISTED        PIC 9(06) VALUE ZERO.
017300 77  SCHL-BEFORE-COUNT           PIC 9(06) VALUE ZERO.
017400 77  SCHL-BEYOND-COUNT           PIC 9(06) VALUE ZERO.
017500 77  SCHL-OVERFLOW-COUNT         PIC 9(06) VALUE ZERO.
017600
017700*    REPORT LINE LAYOUTS.
017800 01  SCHL-HEADING-LINE-1.
017900     05  FILLER                 PIC X(48) VALUE
018000         "MULTSCHL - SCHEDULED TRANSACTION FORWARD LISTING".
018100     05  FILLER                 PIC X(32) VALUE SPACES.
018200
018300 01  SCHL-RANGE-LINE.
018400     05  FILLER                 PIC X(24) VALUE
018500         "BUSINESS DAYS LISTED  .".
018600     05  SCHL-RANGE-DAYS        PIC Z9.
018700     05  FILLER                 PIC X(08) VALUE "   FROM ".
018800     05  SCHL-RANGE-FROM        PIC 9(08).
018900     05  FILLER                 PIC X(04) VALUE " TO ".
019000     05  SCHL-RANGE-TO          PIC 9(08).
019100     05  FILLER                 PIC X(26) VALUE SPACES.
019200
019300 01  SCHL-LAST-POSTED-LINE.
019400     05  FILLER                 PIC X(24) VALUE
019500         "LAST DATE POSTED  . . .".
019600     05  SCHL-LAST-POSTED       PIC 9(08).
019700     05  FILLER                 PIC X(48) VALUE SPACES.
019800
019900 01  SCHL-DATE-LINE.
020000     05  FILLER                 PIC X(14) VALUE
020100         "BUSINESS DATE ".
020200     05  SCHL-DATE-VALUE        PIC 9(08).
020300     05  FILLER                 PIC X(58) VALUE SPACES.
020400
020500 01  SCHL-DETAIL-HEADING.
020600     05  FILLER                 PIC X(40) VALUE
020700         "KEY    RG  OP     A      B  EFFECTIVE".
020800     05  FILLER                 PIC X(40) VALUE
020900         "TYPE      REF     KEYED BY".
021000
021100 01  SCHL-DETAIL-LINE.
021200     05  SCHL-DTL-KEY           PIC X(06).
021300     05  FILLER                 PIC X(01) VALUE SPACES.
021400     05  SCHL-DTL-REGION        PIC X(02).
021500     05  FILLER                 PIC X(02) VALUE SPACES.
021600     05  SCHL-DTL-OP            PIC X(01).
021700     05  FILLER                 PIC X(02) VALUE SPACES.
021800     05  SCHL-DTL-A             PIC ZZZZ9.
021900     05  FILLER                 PIC X(02) VALUE SPACES.
022000     05  SCHL-DTL-B             PIC ZZZZ9.
022100     05  FILLER                 PIC X(02) VALUE SPACES.
022200     05  SCHL-DTL-EFF-DATE      PIC 9(08).
022300     05  FILLER                 PIC X(04) VALUE SPACES.
022400     05  SCHL-DTL-TYPE          PIC X(09).
022500     05  FILLER                 PIC X(01) VALUE SPACES.
022600     05  SCHL-DTL-REF           PIC 9(06).
022700     05  FILLER                 PIC X(02) VALUE SPACES.
022800     05  SCHL-DTL-OPERATOR      PIC X(08).
022900     05  FILLER                 PIC X(15) VALUE SPACES.
023000
023100 01  SCHL-COUNT-LINE.
023200     05  SCHL-COUNT-LABEL       PIC X(24).
023300     05  SCHL-COUNT-VALUE       PIC ZZZ,ZZ9.
023400     05  FILLER                 PIC X(49) VALUE SPACES.
023500
023600 PROCEDURE DIVISION.
023700******************************************************************
023800*    0000-MAINLINE                                               *
023900******************************************************************
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024200     IF SCHL-SHOWN-COUNT = ZERO
024300         DISPLAY "MULTSCHL - NO BUSINESS DATES TO LIST ON THE"
024400             " CALENDAR - NOTHING LISTED."
024500         MOVE 4 TO RETURN-CODE
024600         STOP RUN
024700     END-IF.
024800     OPEN INPUT SCHED-FILE.
024900     PERFORM 2000-PLACE-SCHEDULED THRU 2000-EXIT
025000         UNTIL MULT-SCHED-EOF-YES.
025100     CLOSE SCHED-FILE.
025200     OPEN INPUT STANDING-FILE.
025300     PERFORM 3000-PLACE-STANDING THRU 3000-EXIT
025400         UNTIL MULT-STANDING-EOF-YES.
025500     CLOSE STANDING-FILE.
025600     OPEN OUTPUT REPORT-FILE.
025700     PERFORM 4000-PRINT-LISTING THRU 4000-EXIT.
025800     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
025900     PERFORM 9000-FINALIZE THRU 9000-EXIT.
026000     STOP RUN.
026100
026200******************************************************************
026300*    1000-INITIALIZE - TAKE THE PARM CARD AND THE LAST POSTED    *
026400*    DATE, AND LOAD THE NIGHTS TO COME FROM THE CALENDAR.        *
026500******************************************************************
026600 1000-INITIALIZE.
026700     DISPLAY "MULTSCHL - SCHEDULED TRANSACTION FORWARD LISTING".
026800     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
026900     MOVE ZERO TO MULT-CTL-LAST-RUN-NUMBER.
027000     MOVE ZERO TO MULT-CTL-LAST-RUN-DATE.
027100     OPEN INPUT CONTROL-FILE.
027200     READ CONTROL-FILE INTO MULT-CONTROL-RECORD
027300         AT END
027400             MOVE ZERO TO MULT-CTL-LAST-RUN-DATE
027500     END-READ.
027600     CLOSE CONTROL-FILE.
027700     IF MULT-CTL-LAST-RUN-DATE NOT NUMERIC
027800         MOVE ZERO TO MULT-CTL-LAST-RUN-DATE
027900     END-IF.
028000     OPEN INPUT CALENDAR-FILE.
028100     PERFORM 1200-LOAD-ONE-DAY THRU 1200-EXIT
028200         UNTIL MULT-CALENDAR-EOF-YES
028300         OR SCHL-SHOWN-COUNT >= SCHL-LIST-DAYS.
028400     CLOSE CALENDAR-FILE.
028500     DISPLAY "MULTSCHL - " SCHL-SHOWN-COUNT " BUSINESS DAYS"
028600         " AFTER " MULT-CTL-LAST-RUN-DATE.
028700 1000-EXIT.
028800     EXIT.
028900
029000******************************************************************
029100*    1100-READ-PARM-CARD - THE NUMBER OF DAYS AND THE OPTIONAL   *
029200*    FROM-DATE.  A MISSING OR NON-NUMERIC ENTRY TAKES ITS        *
029300*    DEFAULT.                                                    *
029400******************************************************************
029500 1100-READ-PARM-CARD.
029600     MOVE SPACES TO SCHL-PARM-CARD.
029700     OPEN INPUT PARM-FILE.
029800     READ PARM-FILE INTO SCHL-PARM-CARD
029900         AT END
030000             SET MULT-PARM-EOF-YES TO TRUE
030100     END-READ.
030200     CLOSE PARM-FILE.
030300     IF SCHL-PARM-DAYS NUMERIC
030400         AND SCHL-PARM-DAYS NOT = "00"
030500         MOVE SCHL-PARM-DAYS TO SCHL-LIST-DAYS
030600     END-IF.
030700     IF SCHL-LIST-DAYS > SCHL-LIST-MAX
030800         MOVE SCHL-LIST-MAX TO SCHL-LIST-DAYS
030900     END-IF.
031000     IF SCHL-PARM-FROM-DATE NUMERIC
031100         MOVE SCHL-PARM-FROM-DATE TO SCHL-FROM-DATE
031200     END-IF.
031300 1100-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*    1200-LOAD-ONE-DAY - ONE CALENDAR DATE.  ONLY DATES AFTER    *
031800*    THE LAST POSTED ONE ARE NIGHTS TO COME; OF THOSE, THE ONES  *
031900*    ON OR AFTER THE FROM-DATE ARE SHOWN.                        *
032000******************************************************************
032100 1200-LOAD-ONE-DAY.
032200     READ CALENDAR-FILE INTO MULT-CALENDAR-RECORD
032300         AT END
032400             SET MULT-CALENDAR-EOF-YES TO TRUE
032500             GO TO 1200-EXIT
032600     END-READ.
032700     IF MULT-CAL-DATE NOT NUMERIC
032800         OR MULT-CAL-DATE NOT > MULT-CTL-LAST-RUN-DATE
032900         GO TO 1200-EXIT
033000     END-IF.
033100     IF SCHL-DAY-COUNT >= SCHL-DAY-MAX
033200         DISPLAY "MULTSCHL - MORE THAN " SCHL-DAY-MAX " NIGHTS"
033300             " BEFORE THE FROM-DATE - LISTING CUT SHORT."
033400         SET MULT-CALENDAR-EOF-YES TO TRUE
033500         GO TO 1200-EXIT
033600     END-IF.
033700     ADD 1 TO SCHL-DAY-COUNT.
033800     MOVE SCHL-DAY-COUNT TO SCHL-DAY-IX.
033900     MOVE MULT-CAL-DATE TO SCHL-DAY-DATE (SCHL-DAY-IX).
034000     MOVE ZERO TO SCHL-DAY-ITEMS (SCHL-DAY-IX).
034100     MOVE "N" TO SCHL-DAY-SHOWN (SCHL-DAY-IX).
034200     IF MULT-CAL-DATE NOT < SCHL-FROM-DATE
034300         MOVE "Y" TO SCHL-DAY-SHOWN (SCHL-DAY-IX)
034400         ADD 1 TO SCHL-SHOWN-COUNT
034500     END-IF.
034600 1200-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000*    2000-PLACE-SCHEDULED - ONE SCHEDULED ROW, AGAINST THE FIRST *
035100*    NIGHT ON OR AFTER ITS EFFECTIVE DATE.                       *
035200******************************************************************
035300 2000-PLACE-SCHEDULED.
035400     READ SCHED-FILE INTO MULT-SCHED-RECORD
035500         AT END
035600             SET MULT-SCHED-EOF-YES TO TRUE
035700             GO TO 2000-EXIT
035800     END-READ.
035900     MOVE ZERO TO SCHL-DAY-IX.
036000     MOVE ZERO TO SCHL-FOUND-DAY-IX.
036100     PERFORM 2100-FIND-NIGHT THRU 2100-EXIT
036200         UNTIL SCHL-FOUND-DAY-IX > ZERO
036300         OR SCHL-DAY-IX >= SCHL-DAY-COUNT.
036400     IF SCHL-FOUND-DAY-IX = ZERO
036500         ADD 1 TO SCHL-BEYOND-COUNT
036600         GO TO 2000-EXIT
036700     END-IF.
036800     PERFORM 7000-ADD-ITEM THRU 7000-EXIT.
036900     IF SCHL-ITEM-IX = ZERO
037000         GO TO 2000-EXIT
037100     END-IF.
037200     MOVE MULT-SCHD-KEY TO SCHL-ITEM-KEY (SCHL-ITEM-IX).
037300     MOVE MULT-SCHD-REGION TO SCHL-ITEM-REGION (SCHL-ITEM-IX).
037400     MOVE MULT-SCHD-OP-CODE TO SCHL-ITEM-OP (SCHL-ITEM-IX).
037500     MOVE MULT-SCHD-A TO SCHL-ITEM-A (SCHL-ITEM-IX).
037600     MOVE MULT-SCHD-B TO SCHL-ITEM-B (SCHL-ITEM-IX).
037700     MOVE MULT-SCHD-EFF-DATE TO SCHL-ITEM-EFF-DATE (SCHL-ITEM-IX).
037800     MOVE "SCHEDULED" TO SCHL-ITEM-TYPE (SCHL-ITEM-IX).
037900     MOVE MULT-SCHD-RUN-NUMBER TO SCHL-ITEM-REF (SCHL-ITEM-IX).
038000     MOVE MULT-SCHD-OPERATOR TO SCHL-ITEM-OPERATOR (SCHL-ITEM-IX).
038100 2000-EXIT.
038200     EXIT.
038300
038400******************************************************************
038500*    2100-FIND-NIGHT - ONE NIGHT AGAINST THE EFFECTIVE DATE.     *
038600******************************************************************
038700 2100-FIND-NIGHT.
038800     ADD 1 TO SCHL-DAY-IX.
038900     IF MULT-SCHD-EFF-DATE NOT > SCHL-DAY-DATE (SCHL-DAY-IX)
039000         MOVE SCHL-DAY-IX TO SCHL-FOUND-DAY-IX
039100     END-IF.
039200 2100-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600*    3000-PLACE-STANDING - ONE STANDING INSTRUCTION.  AN ACTIVE  *
039700*    ONE IS RUN THROUGH EACH NIGHT TO COME IN TURN.              *
039800******************************************************************
039900 3000-PLACE-STANDING.
040000     READ STANDING-FILE INTO MULT-STANDING-RECORD
040100         AT END
040200             SET MULT-STANDING-EOF-YES TO TRUE
040300             GO TO 3000-EXIT
040400     END-READ.
040500     IF NOT MULT-STND-ACTIVE
040600         GO TO 3000-EXIT
040700     END-IF.
040800     MOVE MULT-STND-START-DATE TO SCHL-START-DATE.
040900     PERFORM 3100-SIMULATE-ONE-NIGHT THRU 3100-EXIT
041000         VARYING SCHL-FOUND-DAY-IX FROM 1 BY 1
041100         UNTIL SCHL-FOUND-DAY-IX > SCHL-DAY-COUNT.
041200 3000-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600*    3100-SIMULATE-ONE-NIGHT - EVERY OCCURRENCE DUE BY THE NIGHT *
041700*    AND NOT PAST THE END DATE IS PLACED ON IT, STEPPING THE     *
041800*    NEXT DATE AFTER EACH.  A DAILY INSTRUCTION'S OCCURRENCE IS  *
041810*    THE NIGHT ITSELF, SO ONCE THE NIGHT IS PAST ITS END DATE    *
041820*    (AN END DATE ON A WEEKEND OR HOLIDAY) NOTHING IS PLACED.    *
041900******************************************************************
042000 3100-SIMULATE-ONE-NIGHT.
042010     IF MULT-STND-DAILY
042020         AND MULT-STND-END-DATE NOT = ZERO
042030         AND SCHL-DAY-DATE (SCHL-FOUND-DAY-IX)
042035             > MULT-STND-END-DATE
042040         GO TO 3100-EXIT
042050     END-IF.
042100     PERFORM 3200-PLACE-OCCURRENCE THRU 3200-EXIT
042200         UNTIL MULT-STND-NEXT-DATE >
042300             SCHL-DAY-DATE (SCHL-FOUND-DAY-IX)
042400         OR (MULT-STND-END-DATE NOT = ZERO
042500             AND MULT-STND-NEXT-DATE > MULT-STND-END-DATE).
042600 3100-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000*    3200-PLACE-OCCURRENCE - ONE OCCURRENCE ON THE NIGHT, THEN   *
043100*    STEP THE NEXT DATE BY THE FREQUENCY.  A DAILY OCCURRENCE IS *
043200*    THE NIGHT ITSELF.                                           *
043300******************************************************************
043400 3200-PLACE-OCCURRENCE.
043500     IF MULT-STND-DAILY
043600         MOVE SCHL-DAY-DATE (SCHL-FOUND-DAY-IX)
043700             TO MULT-STND-NEXT-DATE
043800     END-IF.
043900     PERFORM 7000-ADD-ITEM THRU 7000-EXIT.
044000     IF SCHL-ITEM-IX > ZERO
044100         MOVE MULT-STND-KEY TO SCHL-ITEM-KEY (SCHL-ITEM-IX)
044200         MOVE MULT-STND-REGION TO SCHL-ITEM-REGION (SCHL-ITEM-IX)
044300         MOVE MULT-STND-OP-CODE TO SCHL-ITEM-OP (SCHL-ITEM-IX)
044400         MOVE MULT-STND-A TO SCHL-ITEM-A (SCHL-ITEM-IX)
044500         MOVE MULT-STND-B TO SCHL-ITEM-B (SCHL-ITEM-IX)
044600         MOVE MULT-STND-NEXT-DATE TO
044700             SCHL-ITEM-EFF-DATE (SCHL-ITEM-IX)
044800         MOVE "STANDING" TO SCHL-ITEM-TYPE (SCHL-ITEM-IX)
044900         MOVE MULT-STND-ID TO SCHL-ITEM-REF (SCHL-ITEM-IX)
045000         MOVE MULT-STND-OPERATOR TO
045100             SCHL-ITEM-OPERATOR (SCHL-ITEM-IX)
045200     END-IF.
045300     EVALUATE TRUE
045400         WHEN MULT-STND-DAILY
045500             MOVE MULT-STND-NEXT-DATE TO SCHL-WORK-DATE
045600             PERFORM 8100-ADD-ONE-DAY THRU 8100-EXIT
045700         WHEN MULT-STND-WEEKLY
045800             MOVE MULT-STND-NEXT-DATE TO SCHL-WORK-DATE
045900             PERFORM 8100-ADD-ONE-DAY THRU 8100-EXIT
046000                 VARYING SCHL-STEP-IX FROM 1 BY 1
046100                 UNTIL SCHL-STEP-IX > 7
046200         WHEN OTHER
046300             MOVE MULT-STND-NEXT-DATE TO SCHL-WORK-DATE
046400             PERFORM 8200-ADD-ONE-MONTH THRU 8200-EXIT
046500     END-EVALUATE.
046600     MOVE SCHL-WORK-DATE TO MULT-STND-NEXT-DATE.
046700 3200-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100*    4000-PRINT-LISTING - HEADINGS, THEN EACH NIGHT SHOWN WITH   *
047200*    ITS ITEMS.                                                  *
047300******************************************************************
047400 4000-PRINT-LISTING.
047500     WRITE REPORT-FILE-RECORD FROM SCHL-HEADING-LINE-1.
047600     MOVE MULT-CTL-LAST-RUN-DATE TO SCHL-LAST-POSTED.
047700     WRITE REPORT-FILE-RECORD FROM SCHL-LAST-POSTED-LINE.
047800     MOVE SCHL-SHOWN-COUNT TO SCHL-RANGE-DAYS.
047900     MOVE ZERO TO SCHL-RANGE-FROM.
048000     MOVE ZERO TO SCHL-DAY-IX.
048100     PERFORM 4050-FIND-RANGE THRU 4050-EXIT
048200         UNTIL SCHL-DAY-IX >= SCHL-DAY-COUNT.
048300     WRITE REPORT-FILE-RECORD FROM SCHL-RANGE-LINE.
048400     MOVE ZERO TO SCHL-DAY-IX.
048500     PERFORM 4100-PRINT-ONE-NIGHT THRU 4100-EXIT
048600         UNTIL SCHL-DAY-IX >= SCHL-DAY-COUNT.
048700 4000-EXIT.
048800     EXIT.
048900
049000******************************************************************
049100*    4050-FIND-RANGE - THE FIRST AND LAST NIGHTS SHOWN.          *
049200******************************************************************
049300 4050-FIND-RANGE.
049400     ADD 1 TO SCHL-DAY-IX.
049500     IF SCHL-DAY-SHOWN-YES (SCHL-DAY-IX)
049600         IF SCHL-RANGE-FROM = ZERO
049700             MOVE SCHL-DAY-DATE (SCHL-DAY-IX) TO SCHL-RANGE-FROM
049800         END-IF
049900         MOVE SCHL-DAY-DATE (SCHL-DAY-IX) TO SCHL-RANGE-TO
050000     END-IF.
050100 4050-EXIT.
050200     EXIT.
050300
050400******************************************************************
050500*    4100-PRINT-ONE-NIGHT - A NIGHT BEFORE THE FROM-DATE ONLY    *
050600*    ADDS TO THE COUNT OF ITEMS NOT LISTED.                      *
050700******************************************************************
050800 4100-PRINT-ONE-NIGHT.
050900     ADD 1 TO SCHL-DAY-IX.
051000     IF NOT SCHL-DAY-SHOWN-YES (SCHL-DAY-IX)
051100         ADD SCHL-DAY-ITEMS (SCHL-DAY-IX) TO SCHL-BEFORE-COUNT
051200         GO TO 4100-EXIT
051300     END-IF.
051400     MOVE SPACES TO REPORT-FILE-RECORD.
051500     WRITE REPORT-FILE-RECORD.
051600     MOVE SCHL-DAY-DATE (SCHL-DAY-IX) TO SCHL-DATE-VALUE.
051700     WRITE REPORT-FILE-RECORD FROM SCHL-DATE-LINE.
051800     WRITE REPORT-FILE-RECORD FROM SCHL-DETAIL-HEADING.
051900     MOVE ZERO TO SCHL-ITEM-IX.
052000     PERFORM 4200-PRINT-ONE-ITEM THRU 4200-EXIT
052100         UNTIL SCHL-ITEM-IX >= SCHL-ITEM-COUNT.
052200     MOVE "  ITEMS FOR THE DATE  ." TO SCHL-COUNT-LABEL.
052300     MOVE SCHL-DAY-ITEMS (SCHL-DAY-IX) TO SCHL-COUNT-VALUE.
052400     WRITE REPORT-FILE-RECORD FROM SCHL-COUNT-LINE.
052500 4100-EXIT.
052600     EXIT.
052700
052800******************************************************************
052900*    4200-PRINT-ONE-ITEM - ONE ITEM, PRINTED IF IT FALLS ON THE  *
053000*    NIGHT BEING PRINTED.                                        *
053100******************************************************************
053200 4200-PRINT-ONE-ITEM.
053300     ADD 1 TO SCHL-ITEM-IX.
053400     IF SCHL-ITEM-DAY-IX (SCHL-ITEM-IX) NOT = SCHL-DAY-IX
053500         GO TO 4200-EXIT
053600     END-IF.
053700     IF SCHL-ITEM-TYPE (SCHL-ITEM-IX) = "SCHEDULED"
053800         ADD 1 TO SCHL-SCHED-LISTED
053900     ELSE
054000         ADD 1 TO SCHL-STANDING-LISTED
054100     END-IF.
054200     MOVE SCHL-ITEM-KEY (SCHL-ITEM-IX) TO SCHL-DTL-KEY.
054300     MOVE SCHL-ITEM-REGION (SCHL-ITEM-IX) TO SCHL-DTL-REGION.
054400     MOVE SCHL-ITEM-OP (SCHL-ITEM-IX) TO SCHL-DTL-OP.
054500     MOVE SCHL-ITEM-A (SCHL-ITEM-IX) TO SCHL-DTL-A.
054600     MOVE SCHL-ITEM-B (SCHL-ITEM-IX) TO SCHL-DTL-B.
054700     MOVE SCHL-ITEM-EFF-DATE (SCHL-ITEM-IX) TO SCHL-DTL-EFF-DATE.
054800     MOVE SCHL-ITEM-TYPE (SCHL-ITEM-IX) TO SCHL-DTL-TYPE.
054900     MOVE SCHL-ITEM-REF (SCHL-ITEM-IX) TO SCHL-DTL-REF.
055000     MOVE SCHL-ITEM-OPERATOR (SCHL-ITEM-IX) TO SCHL-DTL-OPERATOR.
055100     WRITE REPORT-FILE-RECORD FROM SCHL-DETAIL-LINE.
055200 4200-EXIT.
055300     EXIT.
055400
055500******************************************************************
055600*    5000-PRINT-TOTALS - CONTROL TOTALS.                         *
055700******************************************************************
055800 5000-PRINT-TOTALS.
055900     MOVE SPACES TO REPORT-FILE-RECORD.
056000     WRITE REPORT-FILE-RECORD.
056100     MOVE "SCHEDULED ROWS LISTED ." TO SCHL-COUNT-LABEL.
056200     MOVE SCHL-SCHED-LISTED TO SCHL-COUNT-VALUE.
056300     WRITE REPORT-FILE-RECORD FROM SCHL-COUNT-LINE.
056400     MOVE "STANDING OCCURRENCES  ." TO SCHL-COUNT-LABEL.
056500     MOVE SCHL-STANDING-LISTED TO SCHL-COUNT-VALUE.
056600     WRITE REPORT-FILE-RECORD FROM SCHL-COUNT-LINE.
056700     MOVE "DUE BEFORE FROM-DATE  ." TO SCHL-COUNT-LABEL.
056800     MOVE SCHL-BEFORE-COUNT TO SCHL-COUNT-VALUE.
056900     WRITE REPORT-FILE-RECORD FROM SCHL-COUNT-LINE.
057000     MOVE "SCHEDULED AFTER LISTING" TO SCHL-COUNT-LABEL.
057100     MOVE SCHL-BEYOND-COUNT TO SCHL-COUNT-VALUE.
057200     WRITE REPORT-FILE-RECORD FROM SCHL-COUNT-LINE.
057300     IF SCHL-OVERFLOW-COUNT > ZERO
057400         MOVE "NOT LISTED - TABLE FULL" TO SCHL-COUNT-LABEL
057500         MOVE SCHL-OVERFLOW-COUNT TO SCHL-COUNT-VALUE
057600         WRITE REPORT-FILE-RECORD FROM SCHL-COUNT-LINE
057700         MOVE 4 TO RETURN-CODE
057800     END-IF.
057900 5000-EXIT.
058000     EXIT.
058100
058200******************************************************************
058300*    7000-ADD-ITEM - OPEN AN ITEM ON THE NIGHT IN                *
058400*    SCHL-FOUND-DAY-IX AND COUNT IT THERE.  A FULL TABLE LEAVES  *
058500*    SCHL-ITEM-IX ZERO AND THE ITEM IS COUNTED AS NOT LISTED.    *
058600******************************************************************
058700 7000-ADD-ITEM.
058800     ADD 1 TO SCHL-DAY-ITEMS (SCHL-FOUND-DAY-IX).
058900     IF SCHL-ITEM-COUNT >= SCHL-ITEM-MAX
059000         MOVE ZERO TO SCHL-ITEM-IX
059100         IF SCHL-DAY-SHOWN-YES (SCHL-FOUND-DAY-IX)
059200             ADD 1 TO SCHL-OVERFLOW-COUNT
059300         END-IF
059400         GO TO 7000-EXIT
059500     END-IF.
059600     ADD 1 TO SCHL-ITEM-COUNT.
059700     MOVE SCHL-ITEM-COUNT TO SCHL-ITEM-IX.
059800     MOVE SCHL-FOUND-DAY-IX TO SCHL-ITEM-DAY-IX (SCHL-ITEM-IX).
059900 7000-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300*    8000-SET-MONTH-DAYS - THE NUMBER OF DAYS IN THE WORK        *
060400*    DATE'S MONTH.                                               *
060500******************************************************************
060600 8000-SET-MONTH-DAYS.
060700     MOVE SCHL-MONTH-DAYS (SCHL-WORK-MONTH)
060800         TO SCHL-WORK-MONTH-DAYS.
060900     IF SCHL-WORK-MONTH NOT = 2
061000         GO TO 8000-EXIT
061100     END-IF.
061200     DIVIDE SCHL-WORK-YEAR BY 4 GIVING SCHL-LEAP-QUOTIENT
061300         REMAINDER SCHL-LEAP-REMAINDER.
061400     IF SCHL-LEAP-REMAINDER NOT = ZERO
061500         GO TO 8000-EXIT
061600     END-IF.
061700     MOVE 29 TO SCHL-WORK-MONTH-DAYS.
061800     DIVIDE SCHL-WORK-YEAR BY 100 GIVING SCHL-LEAP-QUOTIENT
061900         REMAINDER SCHL-LEAP-REMAINDER.
062000     IF SCHL-LEAP-REMAINDER NOT = ZERO
062100         GO TO 8000-EXIT
062200     END-IF.
062300     DIVIDE SCHL-WORK-YEAR BY 400 GIVING SCHL-LEAP-QUOTIENT
062400         REMAINDER SCHL-LEAP-REMAINDER.
062500     IF SCHL-LEAP-REMAINDER NOT = ZERO
062600         MOVE 28 TO SCHL-WORK-MONTH-DAYS
062700     END-IF.
062800 8000-EXIT.
062900     EXIT.
063000
063100******************************************************************
063200*    8100-ADD-ONE-DAY - STEP THE WORK DATE ONE CALENDAR DAY.     *
063300******************************************************************
063400 8100-ADD-ONE-DAY.
063500     PERFORM 8000-SET-MONTH-DAYS THRU 8000-EXIT.
063600     IF SCHL-WORK-DAY < SCHL-WORK-MONTH-DAYS
063700         ADD 1 TO SCHL-WORK-DAY
063800         GO TO 8100-EXIT
063900     END-IF.
064000     MOVE 1 TO SCHL-WORK-DAY.
064100     IF SCHL-WORK-MONTH < 12
064200         ADD 1 TO SCHL-WORK-MONTH
064300     ELSE
064400         MOVE 1 TO SCHL-WORK-MONTH
064500         ADD 1 TO SCHL-WORK-YEAR
064600     END-IF.
064700 8100-EXIT.
064800     EXIT.
064900
065000******************************************************************
065100*    8200-ADD-ONE-MONTH - STEP THE WORK DATE TO THE START DATE'S *
065200*    DAY OF THE NEXT MONTH, OR THE LAST DAY OF A SHORTER MONTH.  *
065300******************************************************************
065400 8200-ADD-ONE-MONTH.
065500     IF SCHL-WORK-MONTH < 12
065600         ADD 1 TO SCHL-WORK-MONTH
065700     ELSE
065800         MOVE 1 TO SCHL-WORK-MONTH
065900         ADD 1 TO SCHL-WORK-YEAR
066000     END-IF.
066100     PERFORM 8000-SET-MONTH-DAYS THRU 8000-EXIT.
066200     IF SCHL-START-DAY > SCHL-WORK-MONTH-DAYS
066300         MOVE SCHL-WORK-MONTH-DAYS TO SCHL-WORK-DAY
066400     ELSE
066500         MOVE SCHL-START-DAY TO SCHL-WORK-DAY
066600     END-IF.
066700 8200-EXIT.
066800     EXIT.
066900
067000******************************************************************
067100*    9000-FINALIZE - CLOSE THE REPORT.                           *
067200******************************************************************
067300 9000-FINALIZE.
067400     DISPLAY "MULTSCHL - SCHEDULED " SCHL-SCHED-LISTED
067500         "  STANDING " SCHL-STANDING-LISTED.
067600     CLOSE REPORT-FILE.
067700 9000-EXIT.
067800     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MULTCLOS.
000300 AUTHOR.        DATA PROCESSING.
000400 DATE-WRITTEN.  2026-10-15.
000500 DATE-COMPILED. 2026-10-15.
000600*
000700******************************************************************
000800*                                                                *
000900*    MULTCLOS - MONTH-END AND YEAR-END PERIOD CLOSE              *
001000*                                                                *
001100*    CLOSES ONE BUSINESS MONTH ON THE MULTMST MASTER.  EACH      *
001200*    KEY'S MONTH-TO-DATE, YEAR-TO-DATE, AND LIFE-TO-DATE POSITION*
001300*    IS PRINTED ON THE CLOSING BALANCE REPORT WITH ITS OWNING    *
001400*    REGION (FROM THE KEY REGISTRY), FOLLOWED BY THE SAME        *
001500*    BALANCES TOTALLED BY REGION AND OVERALL, AND WRITTEN TO THE *
001600*    PERIOD-END SNAPSHOT FILE.  THE MONTH-TO-DATE BUCKETS ARE    *
001700*    THEN ZEROED; CLOSING DECEMBER ZEROES THE YEAR-TO-DATE       *
001800*    BUCKETS AS WELL.                                            *
001900*    FINALLY THE RUN-CONTROL RECORD IS STAMPED WITH THE CLOSED   *
002000*    MONTH, AND FROM THEN ON THE NIGHTLY RUN REFUSES ANY BUSINESS*
002100*    DATE IN IT OR BEFORE IT.                                    *
002200*                                                                *
002300*    THE ONE-CARD MULTPARM FILE:                                 *
002400*        COLS  1-6   MONTH TO CLOSE, YYYYMM (REQUIRED)           *
002500*                                                                *
002600*    SAFETY RULES - THE CLOSE IS REFUSED (CC 8), WITH NOTHING    *
002700*    TOUCHED, WHEN THE CARD IS BAD, WHEN THE MONTH IS NOT THE ONE*
002800*    AFTER THE LAST CLOSED MONTH (OR, BEFORE ANY MONTH HAS BEEN  *
002900*    CLOSED, THE MONTH LAST POSTED INTO), WHEN THE PROCESSING    *
003000*    CALENDAR HAS NO BUSINESS DAYS IN THE MONTH, OR WHEN THE LAST*
003100*    POSTED DATE IS NOT THE MONTH'S LAST BUSINESS DAY ON THE     *
003200*    CALENDAR - EVERY DAY OF THE MONTH MUST HAVE POSTED FIRST.   *
003300*                                                                *
003400*    MODIFICATION HISTORY                                        *
003500*    ----------------------------------------------------------- *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    ---------- ----  ------------------------------------------ *
003800*    2026-10-15   JH  INITIAL VERSION.                           *
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
005000     SELECT CALENDAR-FILE      ASSIGN TO "MULTCAL"
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT CONTROL-FILE       ASSIGN TO "MULTRCTL"
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT MASTER-FILE        ASSIGN TO "MULTMST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS MASTER-FILE-KEY.
005800     SELECT KEYREG-FILE        ASSIGN TO "MULTKEY"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS KEYREG-FILE-KEY.
006200     SELECT SNAPSHOT-FILE      ASSIGN TO "MULTCLSS"
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT REPORT-FILE        ASSIGN TO "MULTCLSR"
006500         ORGANIZATION IS SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  PARM-FILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200 01  PARM-FILE-RECORD           PIC X(80).
007300
007400 FD  CALENDAR-FILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORDING MODE IS F.
007700 01  CALENDAR-FILE-RECORD       PIC X(80).
007800
007900 FD  CONTROL-FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORDING MODE IS F.
008200 01  CONTROL-FILE-RECORD        PIC X(80).
008300
008400 FD  MASTER-FILE
008500     RECORD CONTAINS 80 CHARACTERS.
008600 01  MASTER-FILE-RECORD.
008700     05  MASTER-FILE-KEY         PIC X(06).
008800     05  FILLER                  PIC X(74).
008900
009000 FD  KEYREG-FILE
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  KEYREG-FILE-RECORD.
009300     05  KEYREG-FILE-KEY         PIC X(06).
009400     05  FILLER                  PIC X(74).
009500
009600 FD  SNAPSHOT-FILE
009700     LABEL RECORDS ARE STANDARD
009800     RECORDING MODE IS F.
009900 01  SNAPSHOT-FILE-RECORD       PIC X(80).
010000
010100 FD  REPORT-FILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS F.
010400 01  REPORT-FILE-RECORD         PIC X(80).
010500
010600 WORKING-STORAGE SECTION.
010700*    SHARED RECORD LAYOUTS.
010800     COPY MULTREC.
010900
011000*    RUN CONTROL SWITCHES.
011100 77  MULT-PARM-EOF-SW            PIC X(01) VALUE "N".
011200     88  MULT-PARM-EOF-YES                  VALUE "Y".
011300 77  MULT-CALENDAR-EOF-SW        PIC X(01) VALUE "N".
011400     88  MULT-CALENDAR-EOF-YES              VALUE "Y".
011500 77  MULT-CONTROL-EOF-SW         PIC X(01) VALUE "N".
011600     88  MULT-CONTROL-EOF-YES               VALUE "Y".
011700 77  MULT-MASTER-EOF-SW          PIC X(01) VALUE "N".
011800     88  MULT-MASTER-EOF-YES                VALUE "Y".
011900 77  MULT-REFUSED-SW             PIC X(01) VALUE "N".
012000     88  MULT-REFUSED-YES                   VALUE "Y".
012100 77  MULT-YEAR-END-SW            PIC X(01) VALUE "N".
012200     88  MULT-YEAR-END-YES                  VALUE "Y".
012300 77  MULT-REGION-FOUND-SW        PIC X(01) VALUE "N".
012400     88  MULT-REGION-FOUND-YES              VALUE "Y".
012500
012600*    THE PARM CARD AS KEYED.
012700 01  CLOS-PARM-CARD.
012800     05  CLOS-PARM-MONTH         PIC X(06).
012900     05  FILLER                  PIC X(74).
013000
013100*    THE MONTH BEING CLOSED, AND THE ONE THAT MUST BE CLOSED
013200*    NEXT (THE MONTH AFTER THE LAST CLOSED MONTH), EACH AS
013300*    YEAR AND MONTH OR AS ONE YYYYMM NUMBER.
013400 01  CLOS-CLOSE-PERIOD.
013500     05  CLOS-CLOSE-YEAR         PIC 9(04).
013600     05  CLOS-CLOSE-MM           PIC 9(02).
013700 01  CLOS-CLOSE-MONTH REDEFINES CLOS-CLOSE-PERIOD
013800                                 PIC 9(06).
013900 01  CLOS-NEXT-PERIOD.
014000     05  CLOS-NEXT-YEAR          PIC 9(04).
014100     05  CLOS-NEXT-MM            PIC 9(02).
014200 01  CLOS-NEXT-MONTH REDEFINES CLOS-NEXT-PERIOD
014300                                 PIC 9(06).
014400 77  CLOS-LAST-RUN-MONTH         PIC 9(06) VALUE ZERO.
014500 77  CLOS-LAST-BUS-DATE          PIC 9(08) VALUE ZERO.
014600 77  CLOS-CAL-MONTH              PIC 9(06) VALUE ZERO.
014700
014800*    CLOSING BALANCES BY REGION, IN THE ORDER THE REGIONS ARE
014900*    FIRST MET ON THE MASTER.  A KEY NOT ON THE REGISTRY TOTALS
015000*    UNDER REGION ??.
015100 77  CLOS-RGN-MAX                PIC 9(04) COMP VALUE 50.
015200 77  CLOS-RGN-COUNT              PIC 9(04) COMP VALUE ZERO.
015300 77  CLOS-RGN-IX                 PIC 9(04) COMP VALUE ZERO.
015400 77  CLOS-RGN-SCAN-IX            PIC 9(04) COMP VALUE ZERO.
015500 01  CLOS-REGION-TABLE.
015600     05  CLOS-RGN-ENTRY OCCURS 50 TIMES.
015700         10  CLOS-RGN-CODE       PIC X(02).
015800         10  CLOS-RGN-MTD-COUNT  PIC S9(09) COMP-3.
015900         10  CLOS-RGN-MTD-SUM    PIC S9(15) COMP-3.
016000         10  CLOS-RGN-YTD-COUNT  PIC S9(09) COMP-3.
016100         10  CLOS-RGN-YTD-SUM    PIC S9(15) COMP-3.
016200         10  CLOS-RGN-LTD-SUM    PIC S9(15) COMP-3.
016300
016400*    GRAND TOTALS.
016500 77  CLOS-TOT-MTD-COUNT          PIC S9(09) COMP-3 VALUE ZERO.
016600 77  CLOS-TOT-MTD-SUM            PIC S9(15) COMP-3 VALUE ZERO.
016700 77  CLOS-TOT-YTD-COUNT          PIC S9(09) COMP-3 VALUE ZERO.
016800 77  CLOS-TOT-YTD-SUM            PIC S9(15) COMP-3 VALUE ZERO.
016900 77  CLOS-TOT-LTD-SUM            PIC S9(15) COMP-3 VALUE ZERO.
017000
017100*    CONTROL TOTALS.
017200 77  MULT-MASTER-COUNT           PIC 9(06) VALUE ZERO.
017300 77  MULT-CLOSED-COUNT           PIC 9(06) VALUE ZERO.
017400 77  MULT-SNAPSHOT-COUNT         PIC 9(06) VALUE ZERO.
017500 77  MULT-UNREGISTERED-COUNT     PIC 9(06) VALUE ZERO.
017600
017700*    CLOSING BALANCE REPORT LINE LAYOUTS.
017800 01  CLOS-HEADING-LINE-1.
017900     05  FILLER                 PIC X(40) VALUE
018000         "MULTCLOS - PERIOD CLOSE BALANCE REPORT".
018100     05  FILLER                 PIC X(40) VALUE SPACES.
018200
018300 01  CLOS-PERIOD-LINE.
018400     05  FILLER                 PIC X(24) VALUE
018500         "MONTH CLOSED  . . . .".
018600     05  CLOS-PERIOD-VALUE      PIC 9(06).
018700     05  FILLER                 PIC X(02) VALUE SPACES.
018800     05  CLOS-PERIOD-REMARK     PIC X(30).
018900     05  FILLER                 PIC X(18) VALUE SPACES.
019000
019100 01  CLOS-HEADING-LINE-2.
019200     05  FILLER                 PIC X(10) VALUE "KEY    RG".
019300     05  FILLER                 PIC X(09) VALUE "  MTD CNT".
019400     05  FILLER                 PIC X(17) VALUE
019500         "        MTD SUM C".
019600     05  FILLER                 PIC X(10) VALUE "   YTD CNT".
019700     05  FILLER                 PIC X(17) VALUE
019800         "        YTD SUM C".
019900     05  FILLER                 PIC X(17) VALUE
020000         "        LTD SUM C".
020100
020200 01  CLOS-SECTION-LINE.
020300     05  CLOS-SECTION-TEXT      PIC X(40).
020400     05  FILLER                 PIC X(40) VALUE SPACES.
020500
020600 01  CLOS-DETAIL-LINE.
020700     05  CLOS-DET-KEY           PIC X(06).
020800     05  FILLER                 PIC X(01) VALUE SPACES.
020900     05  CLOS-DET-REGION        PIC X(02).
021000     05  FILLER                 PIC X(01) VALUE SPACES.
021100     05  CLOS-DET-MTD-COUNT     PIC Z,ZZZ,ZZ9.
021200     05  FILLER                 PIC X(01) VALUE SPACES.
021300     05  CLOS-DET-MTD-SUM       PIC ZZZ,ZZZ,ZZZ,ZZ9-.
021400     05  FILLER                 PIC X(01) VALUE SPACES.
021500     05  CLOS-DET-YTD-COUNT     PIC Z,ZZZ,ZZ9.
021600     05  FILLER                 PIC X(01) VALUE SPACES.
021700     05  CLOS-DET-YTD-SUM       PIC ZZZ,ZZZ,ZZZ,ZZ9-.
021800     05  FILLER                 PIC X(01) VALUE SPACES.
021900     05  CLOS-DET-LTD-SUM       PIC ZZZ,ZZZ,ZZZ,ZZ9-.
022000
022100 01  CLOS-COUNT-LINE.
022200     05  CLOS-COUNT-LABEL       PIC X(24).
022300     05  CLOS-COUNT-VALUE       PIC ZZZ,ZZ9.
022400     05  FILLER                 PIC X(49) VALUE SPACES.
022500
022600 01  CLOS-VERDICT-LINE.
022700     05  CLOS-VERDICT-TEXT      PIC X(50).
022800     05  FILLER                 PIC X(30) VALUE SPACES.
022900
023000 PROCEDURE DIVISION.
023100******************************************************************
023200*    0000-MAINLINE                                               *
023300******************************************************************
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023600     IF MULT-REFUSED-YES
023700         MOVE 8 TO RETURN-CODE
023800         STOP RUN
023900     END-IF.
024000     PERFORM 2000-CLOSE-MASTER THRU 2000-EXIT.
024100     PERFORM 3000-PRINT-REGION-TOTALS THRU 3000-EXIT.
024200     PERFORM 4000-MARK-MONTH-CLOSED THRU 4000-EXIT.
024300     PERFORM 9000-FINALIZE THRU 9000-EXIT.
024400     STOP RUN.
024500
024600******************************************************************
024700*    1000-INITIALIZE - CHECK THE CARD, THE RUN CONTROL, AND THE  *
024800*    CALENDAR.  NOTHING IS OPENED FOR UPDATE UNTIL EVERY SAFETY  *
024900*    CHECK HAS PASSED.                                           *
025000******************************************************************
025100 1000-INITIALIZE.
025200     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
025300     IF MULT-REFUSED-YES
025400         GO TO 1000-EXIT
025500     END-IF.
025600     PERFORM 1200-CHECK-SEQUENCE THRU 1200-EXIT.
025700     IF MULT-REFUSED-YES
025800         GO TO 1000-EXIT
025900     END-IF.
026000     PERFORM 1300-CHECK-CALENDAR THRU 1300-EXIT.
026100     IF MULT-REFUSED-YES
026200         GO TO 1000-EXIT
026300     END-IF.
026400     IF CLOS-CLOSE-MM = 12
026500         SET MULT-YEAR-END-YES TO TRUE
026600     END-IF.
026700     OPEN I-O MASTER-FILE.
026800     OPEN INPUT KEYREG-FILE.
026900     OPEN OUTPUT SNAPSHOT-FILE.
027000     OPEN OUTPUT REPORT-FILE.
027100     WRITE REPORT-FILE-RECORD FROM CLOS-HEADING-LINE-1.
027200     MOVE CLOS-CLOSE-MONTH TO CLOS-PERIOD-VALUE.
027300     IF MULT-YEAR-END-YES
027400         MOVE "YEAR-END CLOSE" TO CLOS-PERIOD-REMARK
027500     ELSE
027600         MOVE "MONTH-END CLOSE" TO CLOS-PERIOD-REMARK
027700     END-IF.
027800     WRITE REPORT-FILE-RECORD FROM CLOS-PERIOD-LINE.
027900     MOVE "CLOSING BALANCES BY KEY" TO CLOS-SECTION-TEXT.
028000     WRITE REPORT-FILE-RECORD FROM CLOS-SECTION-LINE.
028100     WRITE REPORT-FILE-RECORD FROM CLOS-HEADING-LINE-2.
028200 1000-EXIT.
028300     EXIT.
028400
028500******************************************************************
028600*    1100-READ-PARM-CARD - ONE CARD, COLS 1-6 = YYYYMM.          *
028700******************************************************************
028800 1100-READ-PARM-CARD.
028900     OPEN INPUT PARM-FILE.
029000     READ PARM-FILE INTO CLOS-PARM-CARD
029100         AT END
029200             SET MULT-PARM-EOF-YES TO TRUE
029300     END-READ.
029400     CLOSE PARM-FILE.
029500     IF MULT-PARM-EOF-YES
029600         OR CLOS-PARM-MONTH NOT NUMERIC
029700         SET MULT-REFUSED-YES TO TRUE
029800         DISPLAY "MULTCLOS - MONTH TO CLOSE (COLS 1-6, YYYYMM)"
029900             " IS REQUIRED - CLOSE REFUSED."
030000         GO TO 1100-EXIT
030100     END-IF.
030200     MOVE CLOS-PARM-MONTH TO CLOS-CLOSE-MONTH.
030300     IF CLOS-CLOSE-MM < 1 OR CLOS-CLOSE-MM > 12
030400         SET MULT-REFUSED-YES TO TRUE
030500         DISPLAY "MULTCLOS - MONTH " CLOS-PARM-MONTH
030600             " IS NOT A VALID YYYYMM - CLOSE REFUSED."
030700     END-IF.
030800 1100-EXIT.
030900     EXIT.
031000
031100******************************************************************
031200*    1200-CHECK-SEQUENCE - MONTHS CLOSE ONE AT A TIME, IN ORDER. *
031300*    THE MONTH ON THE CARD MUST BE THE ONE AFTER THE LAST CLOSED *
031400*    MONTH; THE FIRST CLOSE EVER MUST BE THE MONTH LAST POSTED   *
031500*    INTO.  A RUN-CONTROL RECORD WRITTEN BEFORE THE CLOSED MONTH *
031600*    WAS CARRIED HOLDS SPACES THERE - NO MONTH CLOSED YET.       *
031700******************************************************************
031800 1200-CHECK-SEQUENCE.
031900     OPEN INPUT CONTROL-FILE.
032000     READ CONTROL-FILE INTO MULT-CONTROL-RECORD
032100         AT END
032200             SET MULT-CONTROL-EOF-YES TO TRUE
032300     END-READ.
032400     CLOSE CONTROL-FILE.
032500     IF MULT-CONTROL-EOF-YES
032600         SET MULT-REFUSED-YES TO TRUE
032700         DISPLAY "MULTCLOS - NOTHING HAS BEEN POSTED YET -"
032800             " CLOSE REFUSED."
032900         GO TO 1200-EXIT
033000     END-IF.
033100     IF MULT-CTL-CLOSED-MONTH NOT NUMERIC
033200         MOVE ZERO TO MULT-CTL-CLOSED-MONTH
033300     END-IF.
033400     MOVE MULT-CTL-LAST-RUN-DATE(1:6) TO CLOS-LAST-RUN-MONTH.
033500     IF MULT-CTL-CLOSED-MONTH = ZERO
033600         MOVE CLOS-LAST-RUN-MONTH TO CLOS-NEXT-MONTH
033700     ELSE
033800         MOVE MULT-CTL-CLOSED-MONTH TO CLOS-NEXT-MONTH
033900         IF CLOS-NEXT-MM = 12
034000             ADD 1 TO CLOS-NEXT-YEAR
034100             MOVE 1 TO CLOS-NEXT-MM
034200         ELSE
034300             ADD 1 TO CLOS-NEXT-MM
034400         END-IF
034500     END-IF.
034600     IF CLOS-CLOSE-MONTH NOT = CLOS-NEXT-MONTH
034700         SET MULT-REFUSED-YES TO TRUE
034800         DISPLAY "MULTCLOS - MONTH " CLOS-CLOSE-MONTH
034900             " IS OUT OF SEQUENCE - THE NEXT MONTH TO CLOSE IS "
035000             CLOS-NEXT-MONTH " - CLOSE REFUSED."
035100     END-IF.
035200 1200-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600*    1300-CHECK-CALENDAR - FIND THE MONTH'S LAST BUSINESS DAY ON *
035700*    THE PROCESSING CALENDAR.  IT MUST BE THE LAST DATE POSTED,  *
035800*    SO EVERY BUSINESS DAY OF THE MONTH IS IN THE BUCKETS BEFORE *
035900*    THEY ARE REPORTED AND ROLLED.                               *
036000******************************************************************
036100 1300-CHECK-CALENDAR.
036200     OPEN INPUT CALENDAR-FILE.
036300     PERFORM 1350-SCAN-CALENDAR-DATE THRU 1350-EXIT
036400         UNTIL MULT-CALENDAR-EOF-YES.
036500     CLOSE CALENDAR-FILE.
036600     IF CLOS-LAST-BUS-DATE = ZERO
036700         SET MULT-REFUSED-YES TO TRUE
036800         DISPLAY "MULTCLOS - NO BUSINESS DAYS FOR "
036900             CLOS-CLOSE-MONTH
037000             " ON THE CALENDAR - CLOSE REFUSED."
037100         GO TO 1300-EXIT
037200     END-IF.
037300     IF MULT-CTL-LAST-RUN-DATE NOT = CLOS-LAST-BUS-DATE
037400         SET MULT-REFUSED-YES TO TRUE
037500         DISPLAY "MULTCLOS - LAST POSTED DATE IS "
037600             MULT-CTL-LAST-RUN-DATE "; THE MONTH'S LAST BUSINESS"
037700             " DAY IS " CLOS-LAST-BUS-DATE " - CLOSE REFUSED."
037800     END-IF.
037900 1300-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300*    1350-SCAN-CALENDAR-DATE - ONE CALENDAR RECORD PER PASS.  THE*
038400*    CALENDAR IS ASCENDING, SO THE LAST DATE SEEN IN THE MONTH IS*
038500*    ITS LAST BUSINESS DAY.                                      *
038600******************************************************************
038700 1350-SCAN-CALENDAR-DATE.
038800     READ CALENDAR-FILE INTO MULT-CALENDAR-RECORD
038900         AT END
039000             SET MULT-CALENDAR-EOF-YES TO TRUE
039100             GO TO 1350-EXIT
039200     END-READ.
039300     IF MULT-CAL-DATE NOT NUMERIC
039400         GO TO 1350-EXIT
039500     END-IF.
039600     MOVE MULT-CAL-DATE(1:6) TO CLOS-CAL-MONTH.
039700     IF CLOS-CAL-MONTH = CLOS-CLOSE-MONTH
039800         MOVE MULT-CAL-DATE TO CLOS-LAST-BUS-DATE
039900     END-IF.
040000 1350-EXIT.
040100     EXIT.
040200
040300******************************************************************
040400*    2000-CLOSE-MASTER - WALK THE WHOLE MASTER IN KEY ORDER,     *
040500*    REPORTING, SNAPSHOTTING, AND ROLLING EACH KEY.              *
040600******************************************************************
040700 2000-CLOSE-MASTER.
040800     MOVE LOW-VALUES TO MASTER-FILE-KEY.
040900     START MASTER-FILE KEY NOT < MASTER-FILE-KEY
041000         INVALID KEY
041100             SET MULT-MASTER-EOF-YES TO TRUE
041200     END-START.
041300     PERFORM 2100-CLOSE-ONE-KEY THRU 2100-EXIT
041400         UNTIL MULT-MASTER-EOF-YES.
041500     CLOSE KEYREG-FILE.
041600     CLOSE SNAPSHOT-FILE.
041700 2000-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100*    2100-CLOSE-ONE-KEY - ONE MASTER RECORD.  THE RESERVED 000000*
042200*    CONTROL RECORD IS PASSED OVER.  A RECORD WRITTEN BEFORE THE *
042300*    PERIOD BUCKETS EXISTED IS READ AS ZERO IN THEM.             *
042400******************************************************************
042500 2100-CLOSE-ONE-KEY.
042600     READ MASTER-FILE NEXT RECORD INTO MULT-MASTER-RECORD
042700         AT END
042800             SET MULT-MASTER-EOF-YES TO TRUE
042900             GO TO 2100-EXIT
043000     END-READ.
043100     ADD 1 TO MULT-MASTER-COUNT.
043200     IF MULT-MASTER-KEY = "000000"
043300         GO TO 2100-EXIT
043400     END-IF.
043500     IF MULT-MASTER-MTD-COUNT NOT NUMERIC
043600         OR MULT-MASTER-MTD-SUM NOT NUMERIC
043700         OR MULT-MASTER-YTD-COUNT NOT NUMERIC
043800         OR MULT-MASTER-YTD-SUM NOT NUMERIC
043900         MOVE ZERO TO MULT-MASTER-MTD-COUNT
044000         MOVE ZERO TO MULT-MASTER-MTD-SUM
044100         MOVE ZERO TO MULT-MASTER-YTD-COUNT
044200         MOVE ZERO TO MULT-MASTER-YTD-SUM
044300     END-IF.
044400     PERFORM 2200-FIND-KEY-REGION THRU 2200-EXIT.
044500     MOVE MULT-MASTER-KEY TO CLOS-DET-KEY.
044600     MOVE MULT-PSNAP-REGION TO CLOS-DET-REGION.
044700     MOVE MULT-MASTER-MTD-COUNT TO CLOS-DET-MTD-COUNT.
044800     MOVE MULT-MASTER-MTD-SUM TO CLOS-DET-MTD-SUM.
044900     MOVE MULT-MASTER-YTD-COUNT TO CLOS-DET-YTD-COUNT.
045000     MOVE MULT-MASTER-YTD-SUM TO CLOS-DET-YTD-SUM.
045100     MOVE MULT-MASTER-SUM-OF-C TO CLOS-DET-LTD-SUM.
045200     WRITE REPORT-FILE-RECORD FROM CLOS-DETAIL-LINE.
045300     PERFORM 2300-WRITE-SNAPSHOT THRU 2300-EXIT.
045400     PERFORM 2400-ADD-REGION-TOTALS THRU 2400-EXIT.
045500     MOVE ZERO TO MULT-MASTER-MTD-COUNT.
045600     MOVE ZERO TO MULT-MASTER-MTD-SUM.
045700     IF MULT-YEAR-END-YES
045800         MOVE ZERO TO MULT-MASTER-YTD-COUNT
045900         MOVE ZERO TO MULT-MASTER-YTD-SUM
046000     END-IF.
046100     REWRITE MASTER-FILE-RECORD FROM MULT-MASTER-RECORD.
046200     ADD 1 TO MULT-CLOSED-COUNT.
046300 2100-EXIT.
046400     EXIT.
046500
046600******************************************************************
046700*    2200-FIND-KEY-REGION - THE OWNING REGION FROM THE KEY       *
046800*    REGISTRY, OR ?? FOR A KEY THAT IS NOT ON IT.  LEFT IN THE   *
046900*    SNAPSHOT RECORD'S REGION FIELD.                             *
047000******************************************************************
047100 2200-FIND-KEY-REGION.
047200     MOVE SPACES TO MULT-PERIOD-SNAP-RECORD.
047300     MOVE MULT-MASTER-KEY TO KEYREG-FILE-KEY.
047400     READ KEYREG-FILE INTO MULT-KEYREG-RECORD
047500         INVALID KEY
047600             MOVE "??" TO MULT-PSNAP-REGION
047700             ADD 1 TO MULT-UNREGISTERED-COUNT
047800         NOT INVALID KEY
047900             MOVE MULT-KEYREG-REGION TO MULT-PSNAP-REGION
048000     END-READ.
048100 2200-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500*    2300-WRITE-SNAPSHOT - THE KEY'S POSITION AS IT STOOD AT THE *
048600*    CLOSE, BEFORE ANY BUCKET IS ROLLED.                         *
048700******************************************************************
048800 2300-WRITE-SNAPSHOT.
048900     MOVE CLOS-CLOSE-MONTH TO MULT-PSNAP-PERIOD.
049000     MOVE MULT-MASTER-KEY TO MULT-PSNAP-KEY.
049100     MOVE MULT-MASTER-TRAN-COUNT TO MULT-PSNAP-LTD-COUNT.
049200     MOVE MULT-MASTER-SUM-OF-C TO MULT-PSNAP-LTD-SUM.
049300     MOVE MULT-MASTER-MTD-COUNT TO MULT-PSNAP-MTD-COUNT.
049400     MOVE MULT-MASTER-MTD-SUM TO MULT-PSNAP-MTD-SUM.
049500     MOVE MULT-MASTER-YTD-COUNT TO MULT-PSNAP-YTD-COUNT.
049600     MOVE MULT-MASTER-YTD-SUM TO MULT-PSNAP-YTD-SUM.
049700     MOVE SPACES TO SNAPSHOT-FILE-RECORD.
049800     MOVE MULT-PERIOD-SNAP-RECORD TO SNAPSHOT-FILE-RECORD.
049900     WRITE SNAPSHOT-FILE-RECORD.
050000     ADD 1 TO MULT-SNAPSHOT-COUNT.
050100 2300-EXIT.
050200     EXIT.
050300
050400******************************************************************
050500*    2400-ADD-REGION-TOTALS - ADD THE KEY'S BALANCES TO ITS      *
050600*    REGION'S ENTRY (ADDING THE REGION THE FIRST TIME IT IS MET) *
050700*    AND TO THE GRAND TOTALS.                                    *
050800******************************************************************
050900 2400-ADD-REGION-TOTALS.
051000     ADD MULT-MASTER-MTD-COUNT TO CLOS-TOT-MTD-COUNT.
051100     ADD MULT-MASTER-MTD-SUM TO CLOS-TOT-MTD-SUM.
051200     ADD MULT-MASTER-YTD-COUNT TO CLOS-TOT-YTD-COUNT.
051300     ADD MULT-MASTER-YTD-SUM TO CLOS-TOT-YTD-SUM.
051400     ADD MULT-MASTER-SUM-OF-C TO CLOS-TOT-LTD-SUM.
051500     MOVE "N" TO MULT-REGION-FOUND-SW.
051600     MOVE ZERO TO CLOS-RGN-SCAN-IX.
051700     PERFORM 2450-SCAN-REGION-ENTRY THRU 2450-EXIT
051800         UNTIL MULT-REGION-FOUND-YES
051900         OR CLOS-RGN-SCAN-IX >= CLOS-RGN-COUNT.
052000     IF NOT MULT-REGION-FOUND-YES
052100         IF CLOS-RGN-COUNT >= CLOS-RGN-MAX
052200             DISPLAY "MULTCLOS - MORE THAN " CLOS-RGN-MAX
052300                 " REGIONS - " MULT-PSNAP-REGION
052400                 " LEFT OUT OF THE REGION TOTALS."
052500             GO TO 2400-EXIT
052600         END-IF
052700         ADD 1 TO CLOS-RGN-COUNT
052800         MOVE CLOS-RGN-COUNT TO CLOS-RGN-IX
052900         MOVE MULT-PSNAP-REGION TO CLOS-RGN-CODE (CLOS-RGN-IX)
053000         MOVE ZERO TO CLOS-RGN-MTD-COUNT (CLOS-RGN-IX)
053100         MOVE ZERO TO CLOS-RGN-MTD-SUM (CLOS-RGN-IX)
053200         MOVE ZERO TO CLOS-RGN-YTD-COUNT (CLOS-RGN-IX)
053300         MOVE ZERO TO CLOS-RGN-YTD-SUM (CLOS-RGN-IX)
053400         MOVE ZERO TO CLOS-RGN-LTD-SUM (CLOS-RGN-IX)
053500     END-IF.
053600     ADD MULT-MASTER-MTD-COUNT
053700         TO CLOS-RGN-MTD-COUNT (CLOS-RGN-IX).
053800     ADD MULT-MASTER-MTD-SUM TO CLOS-RGN-MTD-SUM (CLOS-RGN-IX).
053900     ADD MULT-MASTER-YTD-COUNT
054000         TO CLOS-RGN-YTD-COUNT (CLOS-RGN-IX).
054100     ADD MULT-MASTER-YTD-SUM TO CLOS-RGN-YTD-SUM (CLOS-RGN-IX).
054200     ADD MULT-MASTER-SUM-OF-C TO CLOS-RGN-LTD-SUM (CLOS-RGN-IX).
054300 2400-EXIT.
054400     EXIT.
054500
054600******************************************************************
054700*    2450-SCAN-REGION-ENTRY - ONE STEP OF THE REGION TABLE SCAN. *
054800*    LEAVES CLOS-RGN-IX POINTING AT THE ENTRY WHEN FOUND.        *
054900******************************************************************
055000 2450-SCAN-REGION-ENTRY.
055100     ADD 1 TO CLOS-RGN-SCAN-IX.
055200     IF CLOS-RGN-CODE (CLOS-RGN-SCAN-IX) = MULT-PSNAP-REGION
055300         SET MULT-REGION-FOUND-YES TO TRUE
055400         MOVE CLOS-RGN-SCAN-IX TO CLOS-RGN-IX
055500     END-IF.
055600 2450-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000*    3000-PRINT-REGION-TOTALS - ONE LINE PER REGION, THEN THE    *
056100*    GRAND TOTAL.                                                *
056200******************************************************************
056300 3000-PRINT-REGION-TOTALS.
056400     MOVE "CLOSING BALANCES BY REGION" TO CLOS-SECTION-TEXT.
056500     WRITE REPORT-FILE-RECORD FROM CLOS-SECTION-LINE.
056600     WRITE REPORT-FILE-RECORD FROM CLOS-HEADING-LINE-2.
056700     MOVE ZERO TO CLOS-RGN-IX.
056800     PERFORM 3100-PRINT-ONE-REGION THRU 3100-EXIT
056900         UNTIL CLOS-RGN-IX >= CLOS-RGN-COUNT.
057000     MOVE "TOTAL" TO CLOS-DET-KEY.
057100     MOVE SPACES TO CLOS-DET-REGION.
057200     MOVE CLOS-TOT-MTD-COUNT TO CLOS-DET-MTD-COUNT.
057300     MOVE CLOS-TOT-MTD-SUM TO CLOS-DET-MTD-SUM.
057400     MOVE CLOS-TOT-YTD-COUNT TO CLOS-DET-YTD-COUNT.
057500     MOVE CLOS-TOT-YTD-SUM TO CLOS-DET-YTD-SUM.
057600     MOVE CLOS-TOT-LTD-SUM TO CLOS-DET-LTD-SUM.
057700     WRITE REPORT-FILE-RECORD FROM CLOS-DETAIL-LINE.
057800 3000-EXIT.
057900     EXIT.
058000
058100******************************************************************
058200*    3100-PRINT-ONE-REGION - ONE REGION TABLE ENTRY.             *
058300******************************************************************
058400 3100-PRINT-ONE-REGION.
058500     ADD 1 TO CLOS-RGN-IX.
058600     MOVE SPACES TO CLOS-DET-KEY.
058700     MOVE CLOS-RGN-CODE (CLOS-RGN-IX) TO CLOS-DET-REGION.
058800     MOVE CLOS-RGN-MTD-COUNT (CLOS-RGN-IX) TO CLOS-DET-MTD-COUNT.
058900     MOVE CLOS-RGN-MTD-SUM (CLOS-RGN-IX) TO CLOS-DET-MTD-SUM.
059000     MOVE CLOS-RGN-YTD-COUNT (CLOS-RGN-IX) TO CLOS-DET-YTD-COUNT.
059100     MOVE CLOS-RGN-YTD-SUM (CLOS-RGN-IX) TO CLOS-DET-YTD-SUM.
059200     MOVE CLOS-RGN-LTD-SUM (CLOS-RGN-IX) TO CLOS-DET-LTD-SUM.
059300     WRITE REPORT-FILE-RECORD FROM CLOS-DETAIL-LINE.
059400 3100-EXIT.
059500     EXIT.
059600
059700******************************************************************
059800*    4000-MARK-MONTH-CLOSED - STAMP THE CLOSED MONTH ON THE      *
059900*    RUN-CONTROL RECORD.  THE LAST RUN NUMBER AND LAST POSTED    *
060000*    DATE ARE CARRIED OVER UNCHANGED.                            *
060100******************************************************************
060200 4000-MARK-MONTH-CLOSED.
060300     CLOSE MASTER-FILE.
060400     MOVE CLOS-CLOSE-MONTH TO MULT-CTL-CLOSED-MONTH.
060500     OPEN OUTPUT CONTROL-FILE.
060600     MOVE SPACES TO CONTROL-FILE-RECORD.
060700     MOVE MULT-CONTROL-RECORD TO CONTROL-FILE-RECORD.
060800     WRITE CONTROL-FILE-RECORD.
060900     CLOSE CONTROL-FILE.
061000 4000-EXIT.
061100     EXIT.
061200
061300******************************************************************
061400*    9000-FINALIZE - CONTROL-TOTAL FOOTER AND VERDICT.           *
061500******************************************************************
061600 9000-FINALIZE.
061700     MOVE "MASTER RECORDS READ  ." TO CLOS-COUNT-LABEL.
061800     MOVE MULT-MASTER-COUNT TO CLOS-COUNT-VALUE.
061900     WRITE REPORT-FILE-RECORD FROM CLOS-COUNT-LINE.
062000     MOVE "KEYS CLOSED . . . . ." TO CLOS-COUNT-LABEL.
062100     MOVE MULT-CLOSED-COUNT TO CLOS-COUNT-VALUE.
062200     WRITE REPORT-FILE-RECORD FROM CLOS-COUNT-LINE.
062300     MOVE "SNAPSHOT ROWS WRITTEN" TO CLOS-COUNT-LABEL.
062400     MOVE MULT-SNAPSHOT-COUNT TO CLOS-COUNT-VALUE.
062500     WRITE REPORT-FILE-RECORD FROM CLOS-COUNT-LINE.
062600     MOVE "KEYS NOT ON REGISTRY ." TO CLOS-COUNT-LABEL.
062700     MOVE MULT-UNREGISTERED-COUNT TO CLOS-COUNT-VALUE.
062800     WRITE REPORT-FILE-RECORD FROM CLOS-COUNT-LINE.
062900     IF MULT-YEAR-END-YES
063000         MOVE "YEAR CLOSED - MONTH AND YEAR BUCKETS ROLLED."
063100             TO CLOS-VERDICT-TEXT
063200     ELSE
063300         MOVE "MONTH CLOSED - MONTH BUCKETS ROLLED." TO
063400             CLOS-VERDICT-TEXT
063500     END-IF.
063600     WRITE REPORT-FILE-RECORD FROM CLOS-VERDICT-LINE.
063700     DISPLAY "MULTCLOS - " CLOS-CLOSE-MONTH " " CLOS-VERDICT-TEXT.
063800     CLOSE REPORT-FILE.
063900 9000-EXIT.
064000     EXIT.

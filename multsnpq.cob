000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MULTSNPQ.
000300 AUTHOR.        DATA PROCESSING.
000400 DATE-WRITTEN.  2026-10-15.
000500 DATE-COMPILED. 2026-10-15.
000600*
000700******************************************************************
000800*                                                                *
000900*    MULTSNPQ - MASTER POSITION AS-OF INQUIRY                    *
001000*                                                                *
001100*    ANSWERS "WHAT DID KEY X STAND AT ON DATE D" WITHOUT A       *
001200*    REBUILD, FROM THE MASTER SNAPSHOT FILE (MULTMSNP) THE       *
001300*    NIGHTLY RUN, MULTUNDO, AND MULTMNT APPEND TO EVERY TIME A   *
001400*    MASTER RECORD CHANGES.  FOR EACH INQUIRY IT SHOWS THE KEY'S *
001500*    COUNT, SUM OF C, AND FIRST AND LAST POSTING DATES AS THEY   *
001600*    STOOD AT THE END OF THE AS-OF BUSINESS DATE, AND, WHEN A    *
001700*    FROM-DATE IS GIVEN, THE ACTIVITY FROM THAT DATE THROUGH THE *
001800*    AS-OF DATE - THE NET CHANGE IN COUNT AND SUM OF C AND THE   *
001900*    NUMBER OF NIGHTLY POSTINGS, REVERSALS, AND ADJUSTMENTS.     *
002000*                                                                *
002100*    A KEY THAT HAD NOTHING BEFORE ITS EARLIEST SNAPSHOT STOOD   *
002200*    AT ZERO BEFORE IT.  A KEY THAT ALREADY HAD A POSITION THEN  *
002300*    (ITS OLDER SNAPSHOTS PURGED BY MULTARCH, OR ITS LAST CHANGE *
002400*    MADE BEFORE SNAPSHOTS WERE KEPT) CANNOT BE ANSWERED FOR AN  *
002500*    EARLIER DATE, AND THE INQUIRY SAYS SO RATHER THAN GUESS.    *
002600*                                                                *
002700*    RUN IN BATCH, EACH CARD ON THE MULTPARM FILE IS ONE         *
002800*    INQUIRY AND THE ANSWERS ARE PRINTED (MULTSNQO):             *
002900*        COLS  1-6   TRANSACTION KEY (REQUIRED)                  *
003000*        COLS  7-14  ACTIVITY FROM DATE YYYYMMDD (SPACES = NO    *
003100*                    ACTIVITY, POSITION ONLY)                    *
003200*        COLS 15-22  AS-OF DATE YYYYMMDD (SPACES = LATEST)       *
003300*    A CARD IN ERROR IS REPORTED AND SKIPPED, AND THE JOB ENDS   *
003400*    CC 4.  AN EMPTY (OR DUMMY) MULTPARM FILE RUNS THE SAME      *
003500*    INQUIRY AS AN OPERATOR SESSION AT THE CONSOLE INSTEAD, IN   *
003600*    THE MANNER OF MULTMNT.  NOTHING IS EVER UPDATED.            *
003700*                                                                *
003800*    MODIFICATION HISTORY                                        *
003900*    ----------------------------------------------------------- *
004000*    DATE       INIT  DESCRIPTION                                *
004100*    ---------- ----  ------------------------------------------ *
004200*    2026-10-15   JH  INITIAL VERSION.                           *
004300******************************************************************
004400
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-390.
004800 OBJECT-COMPUTER.   IBM-390.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT PARM-FILE          ASSIGN TO "MULTPARM"
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT MSNAP-FILE         ASSIGN TO "MULTMSNP"
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT REPORT-FILE        ASSIGN TO "MULTSNQO"
005700         ORGANIZATION IS SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PARM-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORDING MODE IS F.
006400 01  PARM-FILE-RECORD           PIC X(80).
006500
006600 FD  MSNAP-FILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900 01  MSNAP-FILE-RECORD          PIC X(80).
007000
007100 FD  REPORT-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400 01  REPORT-FILE-RECORD         PIC X(80).
007500
007600 WORKING-STORAGE SECTION.
007700*    SHARED RECORD LAYOUTS.
007800     COPY MULTREC.
007900
008000*    RUN CONTROL SWITCHES.
008100 77  MULT-PARM-EOF-SW            PIC X(01) VALUE "N".
008200     88  MULT-PARM-EOF-YES                  VALUE "Y".
008300 77  MULT-MSNAP-EOF-SW           PIC X(01) VALUE "N".
008400     88  MULT-MSNAP-EOF-YES                 VALUE "Y".
008500 77  MULT-BATCH-SW               PIC X(01) VALUE "N".
008600     88  MULT-BATCH-YES                     VALUE "Y".
008700 77  MULT-AGAIN-SW               PIC X(01) VALUE "Y".
008800     88  MULT-AGAIN-NO                      VALUE "N" "n".
008900 77  MULT-ENTRY-OK-SW            PIC X(01) VALUE "N".
009000     88  MULT-ENTRY-OK-YES                  VALUE "Y".
009100 77  MULT-DATE-OK-SW             PIC X(01) VALUE "N".
009200     88  MULT-DATE-OK-YES                   VALUE "Y".
009300 77  MULT-KEY-SEEN-SW            PIC X(01) VALUE "N".
009400     88  MULT-KEY-SEEN-YES                  VALUE "Y".
009500 77  MULT-TO-FOUND-SW            PIC X(01) VALUE "N".
009600     88  MULT-TO-FOUND-YES                  VALUE "Y".
009700 77  MULT-BEFORE-FOUND-SW        PIC X(01) VALUE "N".
009800     88  MULT-BEFORE-FOUND-YES              VALUE "Y".
009900 77  MULT-TO-KNOWN-SW            PIC X(01) VALUE "N".
010000     88  MULT-TO-KNOWN-YES                  VALUE "Y".
010100 77  MULT-BEFORE-KNOWN-SW        PIC X(01) VALUE "N".
010200     88  MULT-BEFORE-KNOWN-YES              VALUE "Y".
010300
010400*    ONE INQUIRY - THE CARD AS KEYED (OR THE CONSOLE ANSWERS
010500*    LAID OUT THE SAME WAY) AND AS USED.  AN AS-OF DATE OF ALL
010600*    NINES MEANS THE LATEST POSITION; A FROM-DATE OF ZERO MEANS
010700*    NO ACTIVITY WAS ASKED FOR.
010800 01  SNPQ-PARM-CARD.
010900     05  SNPQ-PARM-KEY           PIC X(06).
011000     05  SNPQ-PARM-FROM-DATE     PIC X(08).
011100     05  SNPQ-PARM-TO-DATE       PIC X(08).
011200     05  FILLER                  PIC X(58).
011300 77  SNPQ-KEY                    PIC X(06) VALUE SPACES.
011400 77  SNPQ-FROM-DATE              PIC 9(08) VALUE ZERO.
011500 77  SNPQ-TO-DATE                PIC 9(08) VALUE ZERO.
011600 77  SNPQ-ERROR-TEXT             PIC X(50) VALUE SPACES.
011700
011800*    A DATE UNDER CHECK, WITH ITS MONTH AND DAY.
011900 01  SNPQ-CHECK-DATE             PIC 9(08) VALUE ZERO.
012000 01  SNPQ-CHECK-DATE-PARTS REDEFINES SNPQ-CHECK-DATE.
012100     05  SNPQ-CHECK-YEAR         PIC 9(04).
012200     05  SNPQ-CHECK-MONTH        PIC 9(02).
012300     05  SNPQ-CHECK-DAY          PIC 9(02).
012400
012500*    THE KEY'S EARLIEST SNAPSHOT AND THE POSITION JUST BEFORE
012600*    IT (POSITION LESS CHANGE).
012700 77  SNPQ-EARLY-DATE             PIC 9(08) VALUE ZERO.
012800 77  SNPQ-OPEN-COUNT             PIC S9(07) VALUE ZERO.
012900 77  SNPQ-OPEN-SUM               PIC S9(13) VALUE ZERO.
013000
013100*    THE POSITION AT THE END OF THE AS-OF DATE.
013200 77  SNPQ-TO-SNAP-DATE           PIC 9(08) VALUE ZERO.
013300 77  SNPQ-TO-RUN                 PIC 9(06) VALUE ZERO.
013400 77  SNPQ-TO-COUNT               PIC S9(07) VALUE ZERO.
013500 77  SNPQ-TO-SUM                 PIC S9(13) VALUE ZERO.
013600 77  SNPQ-TO-FIRST-DATE          PIC 9(08) VALUE ZERO.
013700 77  SNPQ-TO-LAST-DATE           PIC 9(08) VALUE ZERO.
013800
013900*    THE POSITION JUST BEFORE THE FROM-DATE.
014000 77  SNPQ-BEFORE-SNAP-DATE       PIC 9(08) VALUE ZERO.
014100 77  SNPQ-BEFORE-COUNT           PIC S9(07) VALUE ZERO.
014200 77  SNPQ-BEFORE-SUM             PIC S9(13) VALUE ZERO.
014300
014400*    THE ACTIVITY FROM THE FROM-DATE THROUGH THE AS-OF DATE.
014500 77  SNPQ-NET-COUNT              PIC S9(07) VALUE ZERO.
014600 77  SNPQ-NET-SUM                PIC S9(13) VALUE ZERO.
014700 77  SNPQ-POSTED-ROWS            PIC 9(07) VALUE ZERO.
014800 77  SNPQ-REVERSED-ROWS          PIC 9(07) VALUE ZERO.
014900 77  SNPQ-ADJUSTED-ROWS          PIC 9(07) VALUE ZERO.
015000
015100*    CONTROL TOTALS.
015200 77  SNPQ-INQUIRY-COUNT          PIC 9(06) VALUE ZERO.
015300 77  SNPQ-ERROR-COUNT            PIC 9(06) VALUE ZERO.
015400
015500*    ANSWER LINE LAYOUTS - PRINTED IN BATCH, DISPLAYED AT THE
015600*    CONSOLE.  EACH IS MOVED TO THE PRINT LINE TO GO OUT.
015700 01  SNPQ-PRINT-LINE             PIC X(80) VALUE SPACES.
015800
015900 01  SNPQ-HEADING-LINE.
016000     05  FILLER                  PIC X(44) VALUE
016100         "MULTSNPQ - MASTER POSITION AS-OF INQUIRY".
016200     05  FILLER                  PIC X(36) VALUE SPACES.
016300
016400 01  SNPQ-KEY-LINE.
016500     05  FILLER                  PIC X(04) VALUE "KEY ".
016600     05  SNPQ-KL-KEY             PIC X(06).
016700     05  FILLER                  PIC X(09) VALUE "   AS OF ".
016800     05  SNPQ-KL-TO              PIC X(08).
016900     05  SNPQ-KL-FROM-LABEL      PIC X(17).
017000     05  SNPQ-KL-FROM            PIC X(08).
017100     05  FILLER                  PIC X(28) VALUE SPACES.
017200
017300 01  SNPQ-COUNT-LINE.
017400     05  SNPQ-CL-LABEL           PIC X(30).
017500     05  SNPQ-CL-VALUE           PIC ZZZ,ZZ9-.
017600     05  FILLER                  PIC X(42) VALUE SPACES.
017700
017800 01  SNPQ-SUM-LINE.
017900     05  SNPQ-SL-LABEL           PIC X(30).
018000     05  SNPQ-SL-VALUE           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
018100     05  FILLER                  PIC X(32) VALUE SPACES.
018200
018300 01  SNPQ-DATE-LINE.
018400     05  SNPQ-DL-LABEL           PIC X(30).
018500     05  SNPQ-DL-VALUE           PIC 9(08).
018600     05  SNPQ-DL-REMARK          PIC X(42).
018700
018800 01  SNPQ-NOTE-LINE.
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  SNPQ-NL-TEXT            PIC X(49).
019100     05  SNPQ-NL-DATE            PIC 9(08).
019200     05  FILLER                  PIC X(21) VALUE SPACES.
019300
019400 01  SNPQ-TEXT-LINE.
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  SNPQ-TL-TEXT            PIC X(78).
019700
019800 PROCEDURE DIVISION.
019900******************************************************************
020000*    0000-MAINLINE                                               *
020100******************************************************************
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020400     IF MULT-BATCH-YES
020500         PERFORM 2000-BATCH-INQUIRY THRU 2000-EXIT
020600             UNTIL MULT-PARM-EOF-YES
020700     ELSE
020800         PERFORM 2500-CONSOLE-INQUIRY THRU 2500-EXIT
020900             UNTIL MULT-AGAIN-NO
021000     END-IF.
021100     PERFORM 9000-FINALIZE THRU 9000-EXIT.
021200     STOP RUN.
021300
021400******************************************************************
021500*    1000-INITIALIZE - A CARD ON THE PARM FILE MEANS A BATCH     *
021600*    RUN; AN EMPTY FILE MEANS AN OPERATOR AT THE CONSOLE.  THE   *
021700*    FIRST CARD IS LEFT IN PLACE FOR 2000.                       *
021800******************************************************************
021900 1000-INITIALIZE.
022000     OPEN INPUT PARM-FILE.
022100     READ PARM-FILE INTO SNPQ-PARM-CARD
022200         AT END
022300             SET MULT-PARM-EOF-YES TO TRUE
022400     END-READ.
022500     IF MULT-PARM-EOF-YES
022600         CLOSE PARM-FILE
022700         DISPLAY "MULTSNPQ - MASTER POSITION AS-OF INQUIRY"
022800         DISPLAY "KEY A TRANSACTION KEY AND A BUSINESS DATE TO"
022900             " SEE ITS POSITION AS OF THAT DATE."
023000         GO TO 1000-EXIT
023100     END-IF.
023200     SET MULT-BATCH-YES TO TRUE.
023300     OPEN OUTPUT REPORT-FILE.
023400     MOVE SNPQ-HEADING-LINE TO SNPQ-PRINT-LINE.
023500     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
023600 1000-EXIT.
023700     EXIT.
023800
023900******************************************************************
024000*    2000-BATCH-INQUIRY - ONE CARD PER PASS.  THE CARD IN HAND   *
024100*    IS CHECKED AND ANSWERED (OR REPORTED IN ERROR), THEN THE    *
024200*    NEXT ONE IS READ.                                           *
024300******************************************************************
024400 2000-BATCH-INQUIRY.
024500     PERFORM 2100-CHECK-CARD THRU 2100-EXIT.
024600     IF MULT-ENTRY-OK-YES
024700         PERFORM 3000-ANSWER-INQUIRY THRU 3000-EXIT
024800     ELSE
024900         ADD 1 TO SNPQ-ERROR-COUNT
025000         MOVE SPACES TO SNPQ-PRINT-LINE
025100         PERFORM 8000-PUT-LINE THRU 8000-EXIT
025200         MOVE SNPQ-PARM-CARD TO SNPQ-PRINT-LINE
025300         PERFORM 8000-PUT-LINE THRU 8000-EXIT
025400         MOVE SNPQ-ERROR-TEXT TO SNPQ-TL-TEXT
025500         MOVE SNPQ-TEXT-LINE TO SNPQ-PRINT-LINE
025600         PERFORM 8000-PUT-LINE THRU 8000-EXIT
025700     END-IF.
025800     READ PARM-FILE INTO SNPQ-PARM-CARD
025900         AT END
026000             SET MULT-PARM-EOF-YES TO TRUE
026100     END-READ.
026200 2000-EXIT.
026300     EXIT.
026400
026500******************************************************************
026600*    2100-CHECK-CARD - THE KEY IS REQUIRED AND MAY NOT BE THE    *
026700*    RESERVED 000000; EACH DATE IS BLANK OR A REAL YYYYMMDD,     *
026800*    AND THE FROM-DATE MAY NOT BE AFTER THE AS-OF DATE.  THE     *
026900*    CONSOLE ANSWERS ARE CHECKED HERE TOO.                       *
027000******************************************************************
027100 2100-CHECK-CARD.
027200     MOVE "N" TO MULT-ENTRY-OK-SW.
027300     IF SNPQ-PARM-KEY = SPACES
027400         MOVE "*** KEY (COLS 1-6) IS REQUIRED - SKIPPED"
027500             TO SNPQ-ERROR-TEXT
027600         GO TO 2100-EXIT
027700     END-IF.
027800     IF SNPQ-PARM-KEY = "000000"
027900         MOVE "*** KEY 000000 IS THE RESERVED CONTROL RECORD"
028000             TO SNPQ-ERROR-TEXT
028100         GO TO 2100-EXIT
028200     END-IF.
028300     MOVE SNPQ-PARM-KEY TO SNPQ-KEY.
028400     MOVE ZERO TO SNPQ-FROM-DATE.
028500     IF SNPQ-PARM-FROM-DATE NOT = SPACES
028600         MOVE "N" TO MULT-DATE-OK-SW
028700         IF SNPQ-PARM-FROM-DATE NUMERIC
028800             MOVE SNPQ-PARM-FROM-DATE TO SNPQ-CHECK-DATE
028900             PERFORM 2200-CHECK-DATE THRU 2200-EXIT
029000         END-IF
029100         IF NOT MULT-DATE-OK-YES
029200             MOVE "*** FROM DATE (COLS 7-14) IS NOT YYYYMMDD"
029300                 TO SNPQ-ERROR-TEXT
029400             GO TO 2100-EXIT
029500         END-IF
029600         MOVE SNPQ-CHECK-DATE TO SNPQ-FROM-DATE
029700     END-IF.
029800     MOVE 99999999 TO SNPQ-TO-DATE.
029900     IF SNPQ-PARM-TO-DATE NOT = SPACES
030000         MOVE "N" TO MULT-DATE-OK-SW
030100         IF SNPQ-PARM-TO-DATE NUMERIC
030200             MOVE SNPQ-PARM-TO-DATE TO SNPQ-CHECK-DATE
030300             PERFORM 2200-CHECK-DATE THRU 2200-EXIT
030400         END-IF
030500         IF NOT MULT-DATE-OK-YES
030600             MOVE "*** AS-OF DATE (COLS 15-22) IS NOT YYYYMMDD"
030700                 TO SNPQ-ERROR-TEXT
030800             GO TO 2100-EXIT
030900         END-IF
031000         MOVE SNPQ-CHECK-DATE TO SNPQ-TO-DATE
031100     END-IF.
031200     IF SNPQ-FROM-DATE > SNPQ-TO-DATE
031300         MOVE "*** FROM DATE IS AFTER THE AS-OF DATE - SKIPPED"
031400             TO SNPQ-ERROR-TEXT
031500         GO TO 2100-EXIT
031600     END-IF.
031700     SET MULT-ENTRY-OK-YES TO TRUE.
031800 2100-EXIT.
031900     EXIT.
032000
032100******************************************************************
032200*    2200-CHECK-DATE - A PLAUSIBLE YYYYMMDD: MONTH 01-12, DAY    *
032300*    01-31.  AN INQUIRY ONLY COMPARES DATES, SO A DAY PAST THE   *
032400*    END OF A SHORT MONTH DOES NO HARM.                          *
032500******************************************************************
032600 2200-CHECK-DATE.
032700     MOVE "N" TO MULT-DATE-OK-SW.
032800     IF SNPQ-CHECK-YEAR < 1900
032900         OR SNPQ-CHECK-MONTH < 1 OR SNPQ-CHECK-MONTH > 12
033000         OR SNPQ-CHECK-DAY < 1 OR SNPQ-CHECK-DAY > 31
033100         GO TO 2200-EXIT
033200     END-IF.
033300     SET MULT-DATE-OK-YES TO TRUE.
033400 2200-EXIT.
033500     EXIT.
033600
033700******************************************************************
033800*    2500-CONSOLE-INQUIRY - ONE OPERATOR INQUIRY PER PASS.  THE  *
033900*    ANSWERS ARE LAID OUT AS A CARD AND CHECKED THE SAME WAY;    *
034000*    A BAD ANSWER IS SHOWN AND THE WHOLE INQUIRY RE-PROMPTED.    *
034100******************************************************************
034200 2500-CONSOLE-INQUIRY.
034300     MOVE "N" TO MULT-ENTRY-OK-SW.
034400     PERFORM 2600-ACCEPT-INQUIRY THRU 2600-EXIT
034500         UNTIL MULT-ENTRY-OK-YES.
034600     PERFORM 3000-ANSWER-INQUIRY THRU 3000-EXIT.
034700     DISPLAY "ANOTHER (Y/N) ? " WITH NO ADVANCING.
034800     ACCEPT MULT-AGAIN-SW.
034900 2500-EXIT.
035000     EXIT.
035100
035200******************************************************************
035300*    2600-ACCEPT-INQUIRY - ONE SET OF PROMPTS.                   *
035400******************************************************************
035500 2600-ACCEPT-INQUIRY.
035600     MOVE SPACES TO SNPQ-PARM-CARD.
035700     DISPLAY " ".
035800     DISPLAY "KEY ? " WITH NO ADVANCING.
035900     ACCEPT SNPQ-PARM-KEY.
036000     DISPLAY "AS-OF DATE (YYYYMMDD, BLANK = LATEST) ? "
036100         WITH NO ADVANCING.
036200     ACCEPT SNPQ-PARM-TO-DATE.
036300     DISPLAY "ACTIVITY FROM DATE (YYYYMMDD, BLANK = NONE) ? "
036400         WITH NO ADVANCING.
036500     ACCEPT SNPQ-PARM-FROM-DATE.
036600     PERFORM 2100-CHECK-CARD THRU 2100-EXIT.
036700     IF NOT MULT-ENTRY-OK-YES
036800         DISPLAY SNPQ-ERROR-TEXT
036900         DISPLAY "PLEASE RE-ENTER."
037000     END-IF.
037100 2600-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500*    3000-ANSWER-INQUIRY - ONE PASS OF THE SNAPSHOT FILE FOR     *
037600*    THE KEY, THEN THE ANSWER.                                   *
037700******************************************************************
037800 3000-ANSWER-INQUIRY.
037900     ADD 1 TO SNPQ-INQUIRY-COUNT.
038000     MOVE "N" TO MULT-KEY-SEEN-SW.
038100     MOVE "N" TO MULT-TO-FOUND-SW.
038200     MOVE "N" TO MULT-BEFORE-FOUND-SW.
038300     MOVE ZERO TO SNPQ-EARLY-DATE.
038400     MOVE ZERO TO SNPQ-OPEN-COUNT.
038500     MOVE ZERO TO SNPQ-OPEN-SUM.
038600     MOVE ZERO TO SNPQ-TO-SNAP-DATE.
038700     MOVE ZERO TO SNPQ-BEFORE-SNAP-DATE.
038800     MOVE ZERO TO SNPQ-POSTED-ROWS.
038900     MOVE ZERO TO SNPQ-REVERSED-ROWS.
039000     MOVE ZERO TO SNPQ-ADJUSTED-ROWS.
039100     MOVE "N" TO MULT-MSNAP-EOF-SW.
039200     OPEN INPUT MSNAP-FILE.
039300     PERFORM 3100-SCAN-SNAPSHOT THRU 3100-EXIT
039400         UNTIL MULT-MSNAP-EOF-YES.
039500     CLOSE MSNAP-FILE.
039600     PERFORM 4000-RESOLVE-POSITIONS THRU 4000-EXIT.
039700     PERFORM 5000-SHOW-ANSWER THRU 5000-EXIT.
039800 3000-EXIT.
039900     EXIT.
040000
040100******************************************************************
040200*    3100-SCAN-SNAPSHOT - ONE SNAPSHOT PER PASS.  THE FILE IS    *
040300*    IN THE ORDER THE CHANGES WERE MADE, SO OF THE ROWS ON OR    *
040400*    BEFORE A DATE THE LATEST-DATED, LAST-WRITTEN ONE IS THE     *
040500*    POSITION AT THE END OF THAT DATE.                           *
040600******************************************************************
040700 3100-SCAN-SNAPSHOT.
040800     READ MSNAP-FILE INTO MULT-MSNAP-RECORD
040900         AT END
041000             SET MULT-MSNAP-EOF-YES TO TRUE
041100             GO TO 3100-EXIT
041200     END-READ.
041300     IF MULT-MSNAP-KEY NOT = SNPQ-KEY
041400         OR MULT-MSNAP-BUS-DATE NOT NUMERIC
041500         OR MULT-MSNAP-TRAN-COUNT NOT NUMERIC
041600         OR MULT-MSNAP-SUM-OF-C NOT NUMERIC
041700         OR MULT-MSNAP-CHG-COUNT NOT NUMERIC
041800         OR MULT-MSNAP-CHG-SUM NOT NUMERIC
041900         GO TO 3100-EXIT
042000     END-IF.
042100     IF NOT MULT-KEY-SEEN-YES
042200         OR MULT-MSNAP-BUS-DATE < SNPQ-EARLY-DATE
042300         SET MULT-KEY-SEEN-YES TO TRUE
042400         MOVE MULT-MSNAP-BUS-DATE TO SNPQ-EARLY-DATE
042500         SUBTRACT MULT-MSNAP-CHG-COUNT FROM MULT-MSNAP-TRAN-COUNT
042600             GIVING SNPQ-OPEN-COUNT
042700         SUBTRACT MULT-MSNAP-CHG-SUM FROM MULT-MSNAP-SUM-OF-C
042800             GIVING SNPQ-OPEN-SUM
042900     END-IF.
043000     IF MULT-MSNAP-BUS-DATE NOT > SNPQ-TO-DATE
043100         AND MULT-MSNAP-BUS-DATE NOT < SNPQ-TO-SNAP-DATE
043200         SET MULT-TO-FOUND-YES TO TRUE
043300         MOVE MULT-MSNAP-BUS-DATE TO SNPQ-TO-SNAP-DATE
043400         MOVE MULT-MSNAP-RUN-NUMBER TO SNPQ-TO-RUN
043500         MOVE MULT-MSNAP-TRAN-COUNT TO SNPQ-TO-COUNT
043600         MOVE MULT-MSNAP-SUM-OF-C TO SNPQ-TO-SUM
043700         MOVE MULT-MSNAP-FIRST-DATE TO SNPQ-TO-FIRST-DATE
043800         MOVE MULT-MSNAP-LAST-DATE TO SNPQ-TO-LAST-DATE
043900     END-IF.
044000     IF SNPQ-FROM-DATE = ZERO
044100         GO TO 3100-EXIT
044200     END-IF.
044300     IF MULT-MSNAP-BUS-DATE < SNPQ-FROM-DATE
044400         AND MULT-MSNAP-BUS-DATE NOT < SNPQ-BEFORE-SNAP-DATE
044500         SET MULT-BEFORE-FOUND-YES TO TRUE
044600         MOVE MULT-MSNAP-BUS-DATE TO SNPQ-BEFORE-SNAP-DATE
044700         MOVE MULT-MSNAP-TRAN-COUNT TO SNPQ-BEFORE-COUNT
044800         MOVE MULT-MSNAP-SUM-OF-C TO SNPQ-BEFORE-SUM
044900     END-IF.
045000     IF MULT-MSNAP-BUS-DATE NOT < SNPQ-FROM-DATE
045100         AND MULT-MSNAP-BUS-DATE NOT > SNPQ-TO-DATE
045200         EVALUATE TRUE
045300             WHEN MULT-MSNAP-POSTED
045400                 ADD 1 TO SNPQ-POSTED-ROWS
045500             WHEN MULT-MSNAP-REVERSED
045600                 ADD 1 TO SNPQ-REVERSED-ROWS
045700             WHEN MULT-MSNAP-ADJUSTED
045800                 ADD 1 TO SNPQ-ADJUSTED-ROWS
045900         END-EVALUATE
046000     END-IF.
046100 3100-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500*    4000-RESOLVE-POSITIONS - A DATE WITH NO SNAPSHOT ON OR      *
046600*    BEFORE IT FALLS BEFORE THE KEY'S EARLIEST ONE.  IF THE KEY  *
046700*    STOOD AT ZERO THEN, SO DID IT ON THAT DATE; OTHERWISE THE   *
046800*    POSITION IS NOT KNOWN.  THE ACTIVITY NEEDS BOTH ENDS.       *
046900******************************************************************
047000 4000-RESOLVE-POSITIONS.
047100     MOVE "N" TO MULT-TO-KNOWN-SW.
047200     MOVE "N" TO MULT-BEFORE-KNOWN-SW.
047300     IF MULT-TO-FOUND-YES
047400         SET MULT-TO-KNOWN-YES TO TRUE
047500     ELSE
047600         IF SNPQ-OPEN-COUNT = ZERO AND SNPQ-OPEN-SUM = ZERO
047700             SET MULT-TO-KNOWN-YES TO TRUE
047800             MOVE ZERO TO SNPQ-TO-COUNT
047900             MOVE ZERO TO SNPQ-TO-SUM
048000             MOVE ZERO TO SNPQ-TO-FIRST-DATE
048100             MOVE ZERO TO SNPQ-TO-LAST-DATE
048200         END-IF
048300     END-IF.
048400     IF SNPQ-FROM-DATE = ZERO
048500         GO TO 4000-EXIT
048600     END-IF.
048700     IF MULT-BEFORE-FOUND-YES
048800         SET MULT-BEFORE-KNOWN-YES TO TRUE
048900     ELSE
049000         IF SNPQ-OPEN-COUNT = ZERO AND SNPQ-OPEN-SUM = ZERO
049100             SET MULT-BEFORE-KNOWN-YES TO TRUE
049200             MOVE ZERO TO SNPQ-BEFORE-COUNT
049300             MOVE ZERO TO SNPQ-BEFORE-SUM
049400         END-IF
049500     END-IF.
049600     IF MULT-TO-KNOWN-YES AND MULT-BEFORE-KNOWN-YES
049700         SUBTRACT SNPQ-BEFORE-COUNT FROM SNPQ-TO-COUNT
049800             GIVING SNPQ-NET-COUNT
049900         SUBTRACT SNPQ-BEFORE-SUM FROM SNPQ-TO-SUM
050000             GIVING SNPQ-NET-SUM
050100     END-IF.
050200 4000-EXIT.
050300     EXIT.
050400
050500******************************************************************
050600*    5000-SHOW-ANSWER - THE KEY LINE, THE POSITION, AND THE      *
050700*    ACTIVITY WHEN ONE WAS ASKED FOR.                            *
050800******************************************************************
050900 5000-SHOW-ANSWER.
051000     MOVE SPACES TO SNPQ-PRINT-LINE.
051100     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
051200     MOVE SNPQ-KEY TO SNPQ-KL-KEY.
051300     IF SNPQ-TO-DATE = 99999999
051400         MOVE "LATEST" TO SNPQ-KL-TO
051500     ELSE
051600         MOVE SNPQ-TO-DATE TO SNPQ-KL-TO
051700     END-IF.
051800     IF SNPQ-FROM-DATE = ZERO
051900         MOVE SPACES TO SNPQ-KL-FROM-LABEL
052000         MOVE SPACES TO SNPQ-KL-FROM
052100     ELSE
052200         MOVE "   ACTIVITY FROM " TO SNPQ-KL-FROM-LABEL
052300         MOVE SNPQ-FROM-DATE TO SNPQ-KL-FROM
052400     END-IF.
052500     MOVE SNPQ-KEY-LINE TO SNPQ-PRINT-LINE.
052600     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
052700     IF NOT MULT-KEY-SEEN-YES
052800         MOVE "NO SNAPSHOTS FOR THIS KEY - IT HAS NOT CHANGED"
052900             TO SNPQ-TL-TEXT
053000         MOVE SNPQ-TEXT-LINE TO SNPQ-PRINT-LINE
053100         PERFORM 8000-PUT-LINE THRU 8000-EXIT
053200         MOVE "SINCE SNAPSHOTS WERE FIRST KEPT (SEE MULTMNT FOR"
053300             TO SNPQ-TL-TEXT
053400         MOVE SNPQ-TEXT-LINE TO SNPQ-PRINT-LINE
053500         PERFORM 8000-PUT-LINE THRU 8000-EXIT
053600         MOVE "TODAY'S POSITION), OR IT IS NOT ON THE MASTER."
053700             TO SNPQ-TL-TEXT
053800         MOVE SNPQ-TEXT-LINE TO SNPQ-PRINT-LINE
053900         PERFORM 8000-PUT-LINE THRU 8000-EXIT
054000         GO TO 5000-EXIT
054100     END-IF.
054200     PERFORM 5100-SHOW-POSITION THRU 5100-EXIT.
054300     IF SNPQ-FROM-DATE NOT = ZERO
054400         PERFORM 5200-SHOW-ACTIVITY THRU 5200-EXIT
054500     END-IF.
054600 5000-EXIT.
054700     EXIT.
054800
054900******************************************************************
055000*    5100-SHOW-POSITION - THE POSITION AT THE END OF THE AS-OF   *
055100*    DATE, AND THE SNAPSHOT IT CAME FROM.                        *
055200******************************************************************
055300 5100-SHOW-POSITION.
055400     IF NOT MULT-TO-KNOWN-YES
055500         MOVE "POSITION NOT KNOWN - NO SNAPSHOT RETAINED BEFORE"
055600             TO SNPQ-NL-TEXT
055700         MOVE SNPQ-EARLY-DATE TO SNPQ-NL-DATE
055800         MOVE SNPQ-NOTE-LINE TO SNPQ-PRINT-LINE
055900         PERFORM 8000-PUT-LINE THRU 8000-EXIT
056000         GO TO 5100-EXIT
056100     END-IF.
056200     MOVE "  TRANSACTION COUNT . . . . ." TO SNPQ-CL-LABEL.
056300     MOVE SNPQ-TO-COUNT TO SNPQ-CL-VALUE.
056400     MOVE SNPQ-COUNT-LINE TO SNPQ-PRINT-LINE.
056500     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
056600     MOVE "  SUM OF C  . . . . . . . . ." TO SNPQ-SL-LABEL.
056700     MOVE SNPQ-TO-SUM TO SNPQ-SL-VALUE.
056800     MOVE SNPQ-SUM-LINE TO SNPQ-PRINT-LINE.
056900     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
057000     IF NOT MULT-TO-FOUND-YES
057100         MOVE "  NO POSTINGS ON OR BEFORE THE AS-OF DATE."
057200             TO SNPQ-TL-TEXT
057300         MOVE SNPQ-TEXT-LINE TO SNPQ-PRINT-LINE
057400         PERFORM 8000-PUT-LINE THRU 8000-EXIT
057500         GO TO 5100-EXIT
057600     END-IF.
057700     MOVE "  FIRST POSTING DATE  . . . ." TO SNPQ-DL-LABEL.
057800     MOVE SNPQ-TO-FIRST-DATE TO SNPQ-DL-VALUE.
057900     MOVE SPACES TO SNPQ-DL-REMARK.
058000     PERFORM 5300-PUT-DATE-LINE THRU 5300-EXIT.
058100     MOVE "  LAST POSTING DATE . . . . ." TO SNPQ-DL-LABEL.
058200     MOVE SNPQ-TO-LAST-DATE TO SNPQ-DL-VALUE.
058300     PERFORM 5300-PUT-DATE-LINE THRU 5300-EXIT.
058400     MOVE "  AS AT SNAPSHOT OF . . . . ." TO SNPQ-DL-LABEL.
058500     MOVE SNPQ-TO-SNAP-DATE TO SNPQ-DL-VALUE.
058600     MOVE SPACES TO SNPQ-DL-REMARK.
058700     MOVE "  RUN" TO SNPQ-DL-REMARK(1:5).
058800     MOVE SNPQ-TO-RUN TO SNPQ-DL-REMARK(7:6).
058900     PERFORM 5300-PUT-DATE-LINE THRU 5300-EXIT.
059000 5100-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400*    5200-SHOW-ACTIVITY - NET CHANGE FROM THE FROM-DATE          *
059500*    THROUGH THE AS-OF DATE, AND THE CHANGES BY KIND.            *
059600******************************************************************
059700 5200-SHOW-ACTIVITY.
059800     IF NOT MULT-TO-KNOWN-YES OR NOT MULT-BEFORE-KNOWN-YES
059900         MOVE "ACTIVITY NOT KNOWN - NO SNAPSHOT RETAINED BEFORE"
060000             TO SNPQ-NL-TEXT
060100         MOVE SNPQ-EARLY-DATE TO SNPQ-NL-DATE
060200         MOVE SNPQ-NOTE-LINE TO SNPQ-PRINT-LINE
060300         PERFORM 8000-PUT-LINE THRU 8000-EXIT
060400         GO TO 5200-EXIT
060500     END-IF.
060600     MOVE "  ACTIVITY - NET COUNT  . . ." TO SNPQ-CL-LABEL.
060700     MOVE SNPQ-NET-COUNT TO SNPQ-CL-VALUE.
060800     MOVE SNPQ-COUNT-LINE TO SNPQ-PRINT-LINE.
060900     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
061000     MOVE "  ACTIVITY - NET SUM OF C . ." TO SNPQ-SL-LABEL.
061100     MOVE SNPQ-NET-SUM TO SNPQ-SL-VALUE.
061200     MOVE SNPQ-SUM-LINE TO SNPQ-PRINT-LINE.
061300     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
061400     MOVE "    NIGHTLY POSTINGS  . . . ." TO SNPQ-CL-LABEL.
061500     MOVE SNPQ-POSTED-ROWS TO SNPQ-CL-VALUE.
061600     MOVE SNPQ-COUNT-LINE TO SNPQ-PRINT-LINE.
061700     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
061800     MOVE "    MULTUNDO REVERSALS  . . ." TO SNPQ-CL-LABEL.
061900     MOVE SNPQ-REVERSED-ROWS TO SNPQ-CL-VALUE.
062000     MOVE SNPQ-COUNT-LINE TO SNPQ-PRINT-LINE.
062100     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
062200     MOVE "    MULTMNT ADJUSTMENTS . . ." TO SNPQ-CL-LABEL.
062300     MOVE SNPQ-ADJUSTED-ROWS TO SNPQ-CL-VALUE.
062400     MOVE SNPQ-COUNT-LINE TO SNPQ-PRINT-LINE.
062500     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
062600 5200-EXIT.
062700     EXIT.
062800
062900******************************************************************
063000*    5300-PUT-DATE-LINE - SEND THE DATE LINE AS IT STANDS.       *
063100******************************************************************
063200 5300-PUT-DATE-LINE.
063300     MOVE SNPQ-DATE-LINE TO SNPQ-PRINT-LINE.
063400     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
063500 5300-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900*    8000-PUT-LINE - PRINT THE LINE IN BATCH, SHOW IT AT THE     *
064000*    CONSOLE OTHERWISE.                                          *
064100******************************************************************
064200 8000-PUT-LINE.
064300     IF MULT-BATCH-YES
064400         WRITE REPORT-FILE-RECORD FROM SNPQ-PRINT-LINE
064500     ELSE
064600         DISPLAY SNPQ-PRINT-LINE
064700     END-IF.
064800 8000-EXIT.
064900     EXIT.
065000
065100******************************************************************
065200*    9000-FINALIZE - CONTROL TOTALS, CLOSE, AND CC 4 WHEN ANY    *
065300*    CARD WAS IN ERROR.                                          *
065400******************************************************************
065500 9000-FINALIZE.
065600     MOVE SPACES TO SNPQ-PRINT-LINE.
065700     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
065800     MOVE "INQUIRIES ANSWERED  . . . . ." TO SNPQ-CL-LABEL.
065900     MOVE SNPQ-INQUIRY-COUNT TO SNPQ-CL-VALUE.
066000     MOVE SNPQ-COUNT-LINE TO SNPQ-PRINT-LINE.
066100     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
066200     IF NOT MULT-BATCH-YES
066300         DISPLAY "MULTSNPQ - SESSION ENDED."
066400         GO TO 9000-EXIT
066500     END-IF.
066600     MOVE "CARDS IN ERROR  . . . . . . ." TO SNPQ-CL-LABEL.
066700     MOVE SNPQ-ERROR-COUNT TO SNPQ-CL-VALUE.
066800     MOVE SNPQ-COUNT-LINE TO SNPQ-PRINT-LINE.
066900     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
067000     CLOSE PARM-FILE.
067100     CLOSE REPORT-FILE.
067200     IF SNPQ-ERROR-COUNT > ZERO
067300         MOVE 4 TO RETURN-CODE
067400     END-IF.
067500 9000-EXIT.
067600     EXIT.

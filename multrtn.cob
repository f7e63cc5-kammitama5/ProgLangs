000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MULTRTN.
000300 AUTHOR.        DATA PROCESSING.
000400 DATE-WRITTEN.  2026-10-15.
000500 DATE-COMPILED. 2026-10-15.
000600*
000700******************************************************************
000800*                                                                *
000900*    MULTRTN - REGIONAL DISPOSITION RETURN FILES                 *
001000*                                                                *
001100*    WRITES ONE RETURN FILE PER REGIONAL OFFICE ONCE THE NIGHT'S *
001200*    RUN HAS BALANCED, SO AN OFFICE LEARNS WHAT BECAME OF ITS    *
001300*    TRANSACTIONS WITHOUT PHONING OPERATIONS.  EACH FILE GOES OUT*
001400*    ON THE OFFICE'S OWN DD SLOT (MULTRTN1-6, THE SAME SLOT      *
001500*    NUMBER ITS TRANSMISSION ARRIVED ON) AND HOLDS:              *
001600*      - A HEADER SAYING WHAT BECAME OF THE TRANSMISSION - THE   *
001700*        RECEIPT STATUS MULTPRE RECORDED ON THE REGION STATUS    *
001800*        FILE, WHETHER IT POSTED, THE SUPERVISOR WHO SKIPPED IT  *
001900*        OR ACCEPTED IT LATE, AND, FOR A FILE REFUSED OR NOT     *
002000*        RECEIVED, THE REASON,                                   *
002100*      - ONE DETAIL ROW PER TRANSACTION FOR THE REGION THAT      *
002200*        POSTED (WITH C AND THE RUN NUMBER), REJECTED (WITH THE  *
002300*        REASON CODE AND TEXT), WAS HELD FOR A SUPERVISOR, OR    *
002300*        WAS SCHEDULED FORWARD TO ITS EFFECTIVE DATE,            *
002400*      - ONE DETAIL ROW PER EARLIER REJECT OF THE REGION'S THAT  *
002500*        MULTFIX HAS WORKED SINCE THE LAST RETURN (FIXED,        *
002600*        RESUBMITTED, WRITTEN OFF, OR RELEASED), FROM THE        *
002700*        REPAIR-NOTICE FILE,                                     *
002800*      - A TRAILER WITH COUNTS AND THE SUM OF C BY DISPOSITION,  *
002900*        AND THE COUNT OF ROWS OFF TONIGHT'S TRANSMISSION SET    *
003000*        AGAINST THE OFFICE'S OWN TRL COUNT.                     *
003100*                                                                *
003200*    A ROW IS OFF TONIGHT'S TRANSMISSION WHEN THE INPUT FILE     *
003300*    HELLO-WORLD READ IT FROM IS THE REGION'S SLOT; ONLINE       *
003400*    ENTRIES, RELEASED HOLDS, AND RESUBMISSIONS FOR THE REGION   *
003500*    ARE RETURNED TOO BUT ARE COUNTED APART.  A POSTED REGION    *
003600*    WHOSE RETURNED ROWS DO NOT TIE TO ITS TRL COUNT IS LISTED   *
003700*    AND THE STEP ENDS CC 4; THE FILES ARE STILL WRITTEN.        *
003800*    AN EMPTY REGION STATUS FILE ENDS THE STEP CC 8 WITH NOTHING *
003900*    WRITTEN.                                                    *
004000*                                                                *
004100*    MODIFICATION HISTORY                                        *
004200*    ----------------------------------------------------------- *
004300*    DATE       INIT  DESCRIPTION                                *
004400*    ---------- ----  ------------------------------------------ *
004500*    2026-10-15   JH  INITIAL VERSION.                           *
004500*    2026-10-15   JH  A FUTURE-DATED TRANSACTION TONIGHT'S RUN   *
004500*                     SCHEDULED IS RETURNED WITH DISPOSITION S   *
004500*                     AND ITS EFFECTIVE DATE, COUNTS TOWARD THE  *
004500*                     TIE, AND IS TOTALLED ON THE TRAILER.       *
004600******************************************************************
004700
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-390.
005100 OBJECT-COMPUTER.   IBM-390.
005200
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT CONTROL-FILE       ASSIGN TO "MULTRCTL"
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT RGNSTAT-FILE       ASSIGN TO "MULTRSTA"
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT OUTPUT-FILE        ASSIGN TO "MULTOUT"
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT REJECT-FILE        ASSIGN TO "MULTREJ"
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT HOLD-FILE          ASSIGN TO "MULTHOLD"
006400         ORGANIZATION IS SEQUENTIAL.
006400     SELECT SCHED-FILE         ASSIGN TO "MULTSCHD"
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT REPAIR-NOTICE-FILE ASSIGN TO "MULTFIXN"
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT RETURN-FILE-1      ASSIGN TO "MULTRTN1"
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT RETURN-FILE-2      ASSIGN TO "MULTRTN2"
007000         ORGANIZATION IS SEQUENTIAL.
007100     SELECT RETURN-FILE-3      ASSIGN TO "MULTRTN3"
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT RETURN-FILE-4      ASSIGN TO "MULTRTN4"
007400         ORGANIZATION IS SEQUENTIAL.
007500     SELECT RETURN-FILE-5      ASSIGN TO "MULTRTN5"
007600         ORGANIZATION IS SEQUENTIAL.
007700     SELECT RETURN-FILE-6      ASSIGN TO "MULTRTN6"
007800         ORGANIZATION IS SEQUENTIAL.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  CONTROL-FILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500 01  CONTROL-FILE-RECORD        PIC X(80).
008600
008700 FD  RGNSTAT-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000 01  RGNSTAT-FILE-RECORD        PIC X(80).
009100
009200 FD  OUTPUT-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500 01  OUTPUT-FILE-RECORD         PIC X(80).
009600
009700 FD  REJECT-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F.
010000 01  REJECT-FILE-RECORD         PIC X(80).
010100
010200 FD  HOLD-FILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORDING MODE IS F.
010500 01  HOLD-FILE-RECORD           PIC X(80).
010600
010600 FD  SCHED-FILE
010600     LABEL RECORDS ARE STANDARD
010600     RECORDING MODE IS F.
010600 01  SCHED-FILE-RECORD          PIC X(80).
010600
010700 FD  REPAIR-NOTICE-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000 01  REPAIR-NOTICE-FILE-RECORD  PIC X(80).
011100
011200 FD  RETURN-FILE-1
011300     LABEL RECORDS ARE STANDARD
011400     RECORDING MODE IS F.
011500 01  RETURN-FILE-1-RECORD       PIC X(80).
011600
011700 FD  RETURN-FILE-2
011800     LABEL RECORDS ARE STANDARD
011900     RECORDING MODE IS F.
012000 01  RETURN-FILE-2-RECORD       PIC X(80).
012100
012200 FD  RETURN-FILE-3
012300     LABEL RECORDS ARE STANDARD
012400     RECORDING MODE IS F.
012500 01  RETURN-FILE-3-RECORD       PIC X(80).
012600
012700 FD  RETURN-FILE-4
012800     LABEL RECORDS ARE STANDARD
012900     RECORDING MODE IS F.
013000 01  RETURN-FILE-4-RECORD       PIC X(80).
013100
013200 FD  RETURN-FILE-5
013300     LABEL RECORDS ARE STANDARD
013400     RECORDING MODE IS F.
013500 01  RETURN-FILE-5-RECORD       PIC X(80).
013600
013700 FD  RETURN-FILE-6
013800     LABEL RECORDS ARE STANDARD
013900     RECORDING MODE IS F.
014000 01  RETURN-FILE-6-RECORD       PIC X(80).
014100
014200 WORKING-STORAGE SECTION.
014300*    SHARED RECORD LAYOUTS.
014400     COPY MULTREC.
014500
014600*    RUN CONTROL SWITCHES.
014700 77  MULT-RGNSTAT-EOF-SW         PIC X(01) VALUE "N".
014800     88  MULT-RGNSTAT-EOF-YES               VALUE "Y".
014900 77  MULT-OUTPUT-EOF-SW          PIC X(01) VALUE "N".
015000     88  MULT-OUTPUT-EOF-YES                VALUE "Y".
015100 77  MULT-REJECT-EOF-SW          PIC X(01) VALUE "N".
015200     88  MULT-REJECT-EOF-YES                VALUE "Y".
015300 77  MULT-HOLD-EOF-SW            PIC X(01) VALUE "N".
015400     88  MULT-HOLD-EOF-YES                  VALUE "Y".
015400 77  MULT-SCHED-EOF-SW           PIC X(01) VALUE "N".
015400     88  MULT-SCHED-EOF-YES                 VALUE "Y".
015500 77  MULT-NOTICE-EOF-SW          PIC X(01) VALUE "N".
015600     88  MULT-NOTICE-EOF-YES                VALUE "Y".
015700
015800*    TONIGHT'S RUN, FROM THE RUN-CONTROL AND REGION STATUS FILES.
015900 77  MULT-RUN-NUMBER             PIC 9(06) VALUE ZERO.
016000 77  RTN-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
016100
016200*    ONE ENTRY PER REGION ON THE REGION STATUS FILE, WITH THE
016300*    COUNTS FOR ITS RETURN TRAILER.
016400 77  RTN-RGN-MAX                 PIC 9(04) COMP VALUE 6.
016500 77  RTN-RGN-COUNT               PIC 9(04) COMP VALUE ZERO.
016600 77  RTN-RGN-IX                  PIC 9(04) COMP VALUE ZERO.
016700 77  RTN-FOUND-IX                PIC 9(04) COMP VALUE ZERO.
016800 01  RTN-REGION-TABLE.
016900     05  RTN-RGN-ENTRY OCCURS 6 TIMES.
017000         10  RTN-TAB-REGION      PIC X(02).
017100         10  RTN-TAB-SLOT        PIC 9(01).
017200         10  RTN-TAB-STATUS      PIC X(01).
017300         10  RTN-TAB-ACTION      PIC X(01).
017400         10  RTN-TAB-APPROVER    PIC X(08).
017500         10  RTN-TAB-POST        PIC X(01).
017600         10  RTN-TAB-REASON      PIC X(40).
017700         10  RTN-TAB-SENT-COUNT  PIC 9(06).
017800         10  RTN-TAB-RETURNED    PIC 9(06).
017900         10  RTN-TAB-POSTED      PIC 9(06).
018000         10  RTN-TAB-POSTED-SUM  PIC S9(12).
018100         10  RTN-TAB-REJECTED    PIC 9(06).
018200         10  RTN-TAB-HELD        PIC 9(06).
018200         10  RTN-TAB-SCHED       PIC 9(06).
018300         10  RTN-TAB-REPAIRS     PIC 9(06).
018400         10  RTN-TAB-OTHER       PIC 9(06).
018500
018600*    THE ROW BEING ROUTED AND THE RECORD BEING WRITTEN.
018700 77  RTN-ROW-REGION              PIC X(02) VALUE SPACES.
018800 77  RTN-ROW-INPUT-FILE          PIC 9(01) VALUE ZERO.
018900 77  RTN-OUT-SLOT                PIC 9(01) VALUE ZERO.
019000 01  RTN-OUT-RECORD              PIC X(80).
019000 01  RTN-SCHED-TEXT.
019000     05  FILLER                  PIC X(21) VALUE
019000         "SCHEDULED TO POST ON ".
019000     05  RTN-SCHED-TEXT-DATE     PIC 9(08).
019000     05  FILLER                  PIC X(09) VALUE SPACES.
019100
019200*    CONTROL TOTALS.
019300 77  RTN-RECORD-COUNT            PIC 9(06) VALUE ZERO.
019400 77  RTN-DETAIL-COUNT            PIC 9(06) VALUE ZERO.
019500 77  RTN-UNROUTED-COUNT          PIC 9(06) VALUE ZERO.
019600 77  RTN-UNTIED-COUNT            PIC 9(06) VALUE ZERO.
019700
019800 PROCEDURE DIVISION.
019900******************************************************************
020000*    0000-MAINLINE                                               *
020100******************************************************************
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020400     IF RTN-RGN-COUNT = ZERO
020500         DISPLAY "MULTRTN - NO REGION STATUS ROWS - NO RETURN"
020600             " FILES WRITTEN."
020700         MOVE 8 TO RETURN-CODE
020800         STOP RUN
020900     END-IF.
021000     PERFORM 1300-OPEN-RETURN-FILE THRU 1300-EXIT
021100         UNTIL RTN-RGN-IX >= RTN-RGN-COUNT.
021200     MOVE ZERO TO RTN-RGN-IX.
021300     PERFORM 2000-WRITE-HEADER THRU 2000-EXIT
021400         UNTIL RTN-RGN-IX >= RTN-RGN-COUNT.
021500     PERFORM 3000-RETURN-POSTED THRU 3000-EXIT
021600         UNTIL MULT-OUTPUT-EOF-YES.
021700     PERFORM 4000-RETURN-REJECTED THRU 4000-EXIT
021800         UNTIL MULT-REJECT-EOF-YES.
021900     PERFORM 5000-RETURN-HELD THRU 5000-EXIT
022000         UNTIL MULT-HOLD-EOF-YES.
022000     PERFORM 5500-RETURN-SCHEDULED THRU 5500-EXIT
022000         UNTIL MULT-SCHED-EOF-YES.
022100     PERFORM 6000-RETURN-REPAIRS THRU 6000-EXIT
022200         UNTIL MULT-NOTICE-EOF-YES.
022300     MOVE ZERO TO RTN-RGN-IX.
022400     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT
022500         UNTIL RTN-RGN-IX >= RTN-RGN-COUNT.
022600     PERFORM 9000-FINALIZE THRU 9000-EXIT.
022700     STOP RUN.
022800
022900******************************************************************
023000*    1000-INITIALIZE - PICK UP TONIGHT'S RUN NUMBER, LOAD THE    *
023100*    REGION STATUS TABLE, AND OPEN THE INPUT FILES.              *
023200******************************************************************
023300 1000-INITIALIZE.
023400     DISPLAY "MULTRTN - REGIONAL DISPOSITION RETURN FILES".
023500     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
023600     OPEN INPUT RGNSTAT-FILE.
023700     PERFORM 1200-LOAD-ONE-REGION-STATUS THRU 1200-EXIT
023800         UNTIL MULT-RGNSTAT-EOF-YES.
023900     CLOSE RGNSTAT-FILE.
024000     IF RTN-RGN-COUNT = ZERO
024100         GO TO 1000-EXIT
024200     END-IF.
024300     DISPLAY "MULTRTN - RUN " MULT-RUN-NUMBER
024400         "  BUSINESS DATE " RTN-BUSINESS-DATE.
024500     OPEN INPUT OUTPUT-FILE.
024600     OPEN INPUT REJECT-FILE.
024700     OPEN INPUT HOLD-FILE.
024700     OPEN INPUT SCHED-FILE.
024800     OPEN INPUT REPAIR-NOTICE-FILE.
024900     MOVE ZERO TO RTN-RGN-IX.
025000 1000-EXIT.
025100     EXIT.
025200
025300******************************************************************
025400*    1100-READ-RUN-CONTROL - PICK UP TONIGHT'S RUN NUMBER.  AN   *
025500*    EMPTY CONTROL FILE LEAVES IT ZERO, WHICH NO HOLD ROW        *
025600*    CARRIES.                                                    *
025700******************************************************************
025800 1100-READ-RUN-CONTROL.
025900     MOVE ZERO TO MULT-CTL-LAST-RUN-NUMBER.
026000     OPEN INPUT CONTROL-FILE.
026100     READ CONTROL-FILE INTO MULT-CONTROL-RECORD
026200         AT END
026300             MOVE ZERO TO MULT-CTL-LAST-RUN-NUMBER
026400     END-READ.
026500     CLOSE CONTROL-FILE.
026600     MOVE MULT-CTL-LAST-RUN-NUMBER TO MULT-RUN-NUMBER.
026700 1100-EXIT.
026800     EXIT.
026900
027000******************************************************************
027100*    1200-LOAD-ONE-REGION-STATUS - ONE REGION STATUS ROW INTO    *
027200*    THE TABLE, WITH ITS TRAILER COUNTS ZEROED.  A ROW WITHOUT A *
027300*    VALID SLOT HAS NOWHERE TO GO AND IS LISTED.                 *
027400******************************************************************
027500 1200-LOAD-ONE-REGION-STATUS.
027600     READ RGNSTAT-FILE INTO MULT-RGNSTAT-RECORD
027700         AT END
027800             SET MULT-RGNSTAT-EOF-YES TO TRUE
027900             GO TO 1200-EXIT
028000     END-READ.
028100     IF MULT-RSTA-SLOT NOT NUMERIC
028200         OR MULT-RSTA-SLOT = ZERO
028300         OR MULT-RSTA-SLOT > RTN-RGN-MAX
028400         DISPLAY "MULTRTN - REGION " MULT-RSTA-REGION
028500             " HAS NO VALID SLOT - NO RETURN FILE."
028600         GO TO 1200-EXIT
028700     END-IF.
028800     IF RTN-RGN-COUNT >= RTN-RGN-MAX
028900         DISPLAY "MULTRTN - REGION TABLE FULL - REGION "
029000             MULT-RSTA-REGION " HAS NO RETURN FILE."
029100         GO TO 1200-EXIT
029200     END-IF.
029300     ADD 1 TO RTN-RGN-COUNT.
029400     MOVE MULT-RSTA-DATE TO RTN-BUSINESS-DATE.
029500     MOVE MULT-RSTA-REGION TO RTN-TAB-REGION (RTN-RGN-COUNT).
029600     MOVE MULT-RSTA-SLOT TO RTN-TAB-SLOT (RTN-RGN-COUNT).
029700     MOVE MULT-RSTA-STATUS TO RTN-TAB-STATUS (RTN-RGN-COUNT).
029800     MOVE MULT-RSTA-ACTION TO RTN-TAB-ACTION (RTN-RGN-COUNT).
029900     MOVE MULT-RSTA-APPROVER TO RTN-TAB-APPROVER (RTN-RGN-COUNT).
030000     MOVE MULT-RSTA-POST TO RTN-TAB-POST (RTN-RGN-COUNT).
030100     MOVE MULT-RSTA-REASON TO RTN-TAB-REASON (RTN-RGN-COUNT).
030200     MOVE MULT-RSTA-DETAIL-COUNT TO
030300         RTN-TAB-SENT-COUNT (RTN-RGN-COUNT).
030400     MOVE ZERO TO RTN-TAB-RETURNED (RTN-RGN-COUNT).
030500     MOVE ZERO TO RTN-TAB-POSTED (RTN-RGN-COUNT).
030600     MOVE ZERO TO RTN-TAB-POSTED-SUM (RTN-RGN-COUNT).
030700     MOVE ZERO TO RTN-TAB-REJECTED (RTN-RGN-COUNT).
030800     MOVE ZERO TO RTN-TAB-HELD (RTN-RGN-COUNT).
030800     MOVE ZERO TO RTN-TAB-SCHED (RTN-RGN-COUNT).
030900     MOVE ZERO TO RTN-TAB-REPAIRS (RTN-RGN-COUNT).
031000     MOVE ZERO TO RTN-TAB-OTHER (RTN-RGN-COUNT).
031100 1200-EXIT.
031200     EXIT.
031300
031400******************************************************************
031500*    1300-OPEN-RETURN-FILE - OPEN THE NEXT REGION'S RETURN FILE  *
031600*    ON ITS SLOT.                                                *
031700******************************************************************
031800 1300-OPEN-RETURN-FILE.
031900     ADD 1 TO RTN-RGN-IX.
032000     EVALUATE RTN-TAB-SLOT (RTN-RGN-IX)
032100         WHEN 1
032200             OPEN OUTPUT RETURN-FILE-1
032300         WHEN 2
032400             OPEN OUTPUT RETURN-FILE-2
032500         WHEN 3
032600             OPEN OUTPUT RETURN-FILE-3
032700         WHEN 4
032800             OPEN OUTPUT RETURN-FILE-4
032900         WHEN 5
033000             OPEN OUTPUT RETURN-FILE-5
033100         WHEN 6
033200             OPEN OUTPUT RETURN-FILE-6
033300     END-EVALUATE.
033400 1300-EXIT.
033500     EXIT.
033600
033700******************************************************************
033800*    2000-WRITE-HEADER - THE NEXT REGION'S HEADER: HOW ITS       *
033900*    TRANSMISSION WAS RECEIVED, WHETHER IT POSTED, AND WHY NOT.  *
034000******************************************************************
034100 2000-WRITE-HEADER.
034200     ADD 1 TO RTN-RGN-IX.
034300     MOVE SPACES TO MULT-RTN-HEADER-RECORD.
034400     MOVE "HDR" TO MULT-RTNH-ID.
034500     MOVE RTN-TAB-REGION (RTN-RGN-IX) TO MULT-RTNH-REGION.
034600     MOVE RTN-BUSINESS-DATE TO MULT-RTNH-DATE.
034700     MOVE MULT-RUN-NUMBER TO MULT-RTNH-RUN-NUMBER.
034800     MOVE RTN-TAB-STATUS (RTN-RGN-IX) TO MULT-RTNH-RECEIPT-STATUS.
034900     MOVE RTN-TAB-POST (RTN-RGN-IX) TO MULT-RTNH-POSTED.
035000     MOVE RTN-TAB-APPROVER (RTN-RGN-IX) TO MULT-RTNH-APPROVER.
035100     EVALUATE TRUE
035200         WHEN RTN-TAB-POST (RTN-RGN-IX) = "Y"
035300             AND RTN-TAB-ACTION (RTN-RGN-IX) = "A"
035400             MOVE "SENT LATE - ACCEPTED AND POSTED" TO
035500                 MULT-RTNH-STATUS-TEXT
035600         WHEN RTN-TAB-POST (RTN-RGN-IX) = "Y"
035700             MOVE "TRANSMISSION ACCEPTED AND POSTED" TO
035800                 MULT-RTNH-STATUS-TEXT
035900         WHEN OTHER
036000             MOVE RTN-TAB-REASON (RTN-RGN-IX) TO
036100                 MULT-RTNH-STATUS-TEXT
036200     END-EVALUATE.
036300     MOVE RTN-TAB-SLOT (RTN-RGN-IX) TO RTN-OUT-SLOT.
036400     MOVE MULT-RTN-HEADER-RECORD TO RTN-OUT-RECORD.
036500     PERFORM 8000-WRITE-RETURN-RECORD THRU 8000-EXIT.
036600 2000-EXIT.
036700     EXIT.
036800
036900******************************************************************
037000*    3000-RETURN-POSTED - ONE POSTED RESULT TO ITS REGION'S      *
037100*    RETURN FILE.                                                *
037200******************************************************************
037300 3000-RETURN-POSTED.
037400     READ OUTPUT-FILE INTO MULT-RESULT-RECORD
037500         AT END
037600             SET MULT-OUTPUT-EOF-YES TO TRUE
037700             GO TO 3000-EXIT
037800     END-READ.
037900     MOVE MULT-RESULT-REGION TO RTN-ROW-REGION.
038000     PERFORM 8100-FIND-ROW-REGION THRU 8100-EXIT.
038100     IF RTN-FOUND-IX = ZERO
038200         DISPLAY "MULTRTN - POSTED KEY " MULT-RESULT-KEY
038300             " REGION " MULT-RESULT-REGION " NOT RETURNED."
038400         GO TO 3000-EXIT
038500     END-IF.
038600     MOVE SPACES TO MULT-RTN-DETAIL-RECORD.
038700     MOVE MULT-RESULT-KEY TO MULT-RTND-KEY.
038800     MOVE MULT-RESULT-A TO MULT-RTND-A.
038900     MOVE MULT-RESULT-B TO MULT-RTND-B.
039000     MOVE MULT-RESULT-OP-CODE TO MULT-RTND-OP-CODE.
039100     MOVE MULT-RESULT-SOURCE TO MULT-RTND-SOURCE.
039200     SET MULT-RTND-POSTED TO TRUE.
039300     MOVE MULT-RESULT-C TO MULT-RTND-C.
039400     MOVE MULT-RESULT-RUN-NUMBER TO MULT-RTND-RUN-NUMBER.
039500     MOVE ZERO TO MULT-RTND-REASON-CODE.
039600     MOVE MULT-RESULT-INPUT-FILE TO RTN-ROW-INPUT-FILE.
039700     ADD 1 TO RTN-TAB-POSTED (RTN-FOUND-IX).
039800     ADD MULT-RESULT-C TO RTN-TAB-POSTED-SUM (RTN-FOUND-IX).
039900     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
040000 3000-EXIT.
040100     EXIT.
040200
040300******************************************************************
040400*    4000-RETURN-REJECTED - ONE OF TONIGHT'S REJECTS TO ITS      *
040500*    REGION'S RETURN FILE, WITH THE RAW A/B AS RECEIVED.         *
040600******************************************************************
040700 4000-RETURN-REJECTED.
040800     READ REJECT-FILE INTO MULT-REJECT-RECORD
040900         AT END
041000             SET MULT-REJECT-EOF-YES TO TRUE
041100             GO TO 4000-EXIT
041200     END-READ.
041300     MOVE MULT-REJECT-REGION TO RTN-ROW-REGION.
041400     PERFORM 8100-FIND-ROW-REGION THRU 8100-EXIT.
041500     IF RTN-FOUND-IX = ZERO
041600         DISPLAY "MULTRTN - REJECTED KEY " MULT-REJECT-KEY
041700             " REGION " MULT-REJECT-REGION " NOT RETURNED."
041800         GO TO 4000-EXIT
041900     END-IF.
042000     MOVE SPACES TO MULT-RTN-DETAIL-RECORD.
042100     MOVE MULT-REJECT-KEY TO MULT-RTND-KEY.
042200     MOVE MULT-REJECT-A TO MULT-RTND-A.
042300     MOVE MULT-REJECT-B TO MULT-RTND-B.
042400     MOVE MULT-REJECT-OP-CODE TO MULT-RTND-OP-CODE.
042500     MOVE MULT-REJECT-SOURCE TO MULT-RTND-SOURCE.
042600     SET MULT-RTND-REJECTED TO TRUE.
042700     MOVE ZERO TO MULT-RTND-C.
042800     MOVE MULT-REJECT-RUN-NUMBER TO MULT-RTND-RUN-NUMBER.
042900     MOVE MULT-REJECT-REASON-CODE TO MULT-RTND-REASON-CODE.
043000     MOVE MULT-REJECT-REASON-TEXT TO MULT-RTND-REASON-TEXT.
043100     MOVE MULT-REJECT-INPUT-FILE TO RTN-ROW-INPUT-FILE.
043200     ADD 1 TO RTN-TAB-REJECTED (RTN-FOUND-IX).
043300     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
043400 4000-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800*    5000-RETURN-HELD - ONE ITEM TONIGHT'S RUN PUT ON THE HOLD   *
043900*    QUEUE TO ITS REGION'S RETURN FILE.  ROWS HELD ON EARLIER    *
044000*    NIGHTS WENT OUT ON THOSE NIGHTS' RETURNS AND ARE SKIPPED.   *
044100******************************************************************
044200 5000-RETURN-HELD.
044300     READ HOLD-FILE INTO MULT-HOLD-RECORD
044400         AT END
044500             SET MULT-HOLD-EOF-YES TO TRUE
044600             GO TO 5000-EXIT
044700     END-READ.
044800     IF MULT-HOLD-RUN-NUMBER NOT = MULT-RUN-NUMBER
044900         GO TO 5000-EXIT
045000     END-IF.
045100     MOVE MULT-HOLD-REGION TO RTN-ROW-REGION.
045200     PERFORM 8100-FIND-ROW-REGION THRU 8100-EXIT.
045300     IF RTN-FOUND-IX = ZERO
045400         DISPLAY "MULTRTN - HELD KEY " MULT-HOLD-KEY
045500             " REGION " MULT-HOLD-REGION " NOT RETURNED."
045600         GO TO 5000-EXIT
045700     END-IF.
045800     MOVE SPACES TO MULT-RTN-DETAIL-RECORD.
045900     MOVE MULT-HOLD-KEY TO MULT-RTND-KEY.
046000     MOVE MULT-HOLD-A TO MULT-RTND-A.
046100     MOVE MULT-HOLD-B TO MULT-RTND-B.
046200     MOVE MULT-HOLD-OP-CODE TO MULT-RTND-OP-CODE.
046300     MOVE MULT-HOLD-SOURCE TO MULT-RTND-SOURCE.
046400     SET MULT-RTND-HELD TO TRUE.
046500     MOVE MULT-HOLD-C TO MULT-RTND-C.
046600     MOVE MULT-HOLD-RUN-NUMBER TO MULT-RTND-RUN-NUMBER.
046700     MOVE ZERO TO MULT-RTND-REASON-CODE.
046800     MOVE "HELD FOR SUPERVISOR APPROVAL" TO
046900         MULT-RTND-REASON-TEXT.
047000     MOVE MULT-HOLD-INPUT-FILE TO RTN-ROW-INPUT-FILE.
047100     ADD 1 TO RTN-TAB-HELD (RTN-FOUND-IX).
047200     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
047300 5000-EXIT.
047400     EXIT.
047400
047400******************************************************************
047400*    5500-RETURN-SCHEDULED - ONE FUTURE-DATED ITEM TONIGHT'S RUN *
047400*    SCHEDULED TO ITS REGION'S RETURN FILE, WITH THE DATE IT IS  *
047400*    TO POST.  ROWS SCHEDULED ON EARLIER NIGHTS WENT OUT ON THOSE*
047400*    NIGHTS' RETURNS AND ARE SKIPPED; WHEN ONE POSTS IT COMES    *
047400*    BACK AS A POSTED ROW OFF THE PENDING FILE.                  *
047400******************************************************************
047400 5500-RETURN-SCHEDULED.
047400     READ SCHED-FILE INTO MULT-SCHED-RECORD
047400         AT END
047400             SET MULT-SCHED-EOF-YES TO TRUE
047400             GO TO 5500-EXIT
047400     END-READ.
047400     IF MULT-SCHD-RUN-NUMBER NOT = MULT-RUN-NUMBER
047400         GO TO 5500-EXIT
047400     END-IF.
047400     MOVE MULT-SCHD-REGION TO RTN-ROW-REGION.
047400     PERFORM 8100-FIND-ROW-REGION THRU 8100-EXIT.
047400     IF RTN-FOUND-IX = ZERO
047400         DISPLAY "MULTRTN - SCHEDULED KEY " MULT-SCHD-KEY
047400             " REGION " MULT-SCHD-REGION " NOT RETURNED."
047400         GO TO 5500-EXIT
047400     END-IF.
047400     MOVE SPACES TO MULT-RTN-DETAIL-RECORD.
047400     MOVE MULT-SCHD-KEY TO MULT-RTND-KEY.
047400     MOVE MULT-SCHD-A TO MULT-RTND-A.
047400     MOVE MULT-SCHD-B TO MULT-RTND-B.
047400     MOVE MULT-SCHD-OP-CODE TO MULT-RTND-OP-CODE.
047400     MOVE MULT-SCHD-SOURCE TO MULT-RTND-SOURCE.
047400     SET MULT-RTND-SCHEDULED TO TRUE.
047400     MOVE ZERO TO MULT-RTND-C.
047400     MOVE MULT-SCHD-RUN-NUMBER TO MULT-RTND-RUN-NUMBER.
047400     MOVE ZERO TO MULT-RTND-REASON-CODE.
047400     MOVE MULT-SCHD-EFF-DATE TO RTN-SCHED-TEXT-DATE.
047400     MOVE RTN-SCHED-TEXT TO MULT-RTND-REASON-TEXT.
047400     MOVE MULT-SCHD-INPUT-FILE TO RTN-ROW-INPUT-FILE.
047400     ADD 1 TO RTN-TAB-SCHED (RTN-FOUND-IX).
047400     PERFORM 8200-WRITE-DETAIL THRU 8200-EXIT.
047400 5500-EXIT.
047400     EXIT.
047500
047600******************************************************************
047700*    6000-RETURN-REPAIRS - ONE REJECT MULTFIX HAS WORKED SINCE   *
047800*    THE LAST RETURN, WITH THE RUN THAT REJECTED IT, THE         *
047900*    ORIGINAL REASON, AND THE DECISION.  A FIX CARRIES THE       *
048000*    CORRECTED A/B THAT WERE RESUBMITTED.                        *
048100******************************************************************
048200 6000-RETURN-REPAIRS.
048300     READ REPAIR-NOTICE-FILE INTO MULT-REJECT-RECORD
048400         AT END
048500             SET MULT-NOTICE-EOF-YES TO TRUE
048600             GO TO 6000-EXIT
048700     END-READ.
048800     MOVE SPACES TO MULT-RTN-DETAIL-RECORD.
048900     EVALUATE TRUE
049000         WHEN MULT-REJECT-FIXED
049100             SET MULT-RTND-REPAIR-FIXED TO TRUE
049200         WHEN MULT-REJECT-RESUBMITTED
049300             SET MULT-RTND-REPAIR-RESUBMITTED TO TRUE
049400         WHEN MULT-REJECT-WRITTEN-OFF
049500             SET MULT-RTND-REPAIR-WRITTEN-OFF TO TRUE
049600         WHEN MULT-REJECT-RELEASED
049700             SET MULT-RTND-REPAIR-RELEASED TO TRUE
049800         WHEN OTHER
049900             GO TO 6000-EXIT
050000     END-EVALUATE.
050100     MOVE MULT-REJECT-REGION TO RTN-ROW-REGION.
050200     PERFORM 8100-FIND-ROW-REGION THRU 8100-EXIT.
050300     IF RTN-FOUND-IX = ZERO
050400         DISPLAY "MULTRTN - REPAIRED KEY " MULT-REJECT-KEY
050500             " REGION " MULT-REJECT-REGION " NOT RETURNED."
050600         GO TO 6000-EXIT
050700     END-IF.
050800     MOVE "DTL" TO MULT-RTND-ID.
050900     MOVE MULT-REJECT-KEY TO MULT-RTND-KEY.
051000     MOVE MULT-REJECT-A TO MULT-RTND-A.
051100     MOVE MULT-REJECT-B TO MULT-RTND-B.
051200     MOVE MULT-REJECT-OP-CODE TO MULT-RTND-OP-CODE.
051300     MOVE MULT-REJECT-SOURCE TO MULT-RTND-SOURCE.
051400     MOVE "N" TO MULT-RTND-TRANSMISSION.
051500     MOVE ZERO TO MULT-RTND-C.
051600     MOVE MULT-REJECT-RUN-NUMBER TO MULT-RTND-RUN-NUMBER.
051700     MOVE MULT-REJECT-REASON-CODE TO MULT-RTND-REASON-CODE.
051800     MOVE MULT-REJECT-REASON-TEXT TO MULT-RTND-REASON-TEXT.
051900     ADD 1 TO RTN-TAB-REPAIRS (RTN-FOUND-IX).
052000     MOVE RTN-TAB-SLOT (RTN-FOUND-IX) TO RTN-OUT-SLOT.
052100     MOVE MULT-RTN-DETAIL-RECORD TO RTN-OUT-RECORD.
052200     PERFORM 8000-WRITE-RETURN-RECORD THRU 8000-EXIT.
052300     ADD 1 TO RTN-DETAIL-COUNT.
052400 6000-EXIT.
052500     EXIT.
052600
052700******************************************************************
052800*    7000-WRITE-TRAILER - THE NEXT REGION'S TRAILER.  THE        *
052900*    RETURNED COUNT TIES WHEN IT EQUALS THE OFFICE'S TRL COUNT;  *
053000*    A POSTED REGION THAT DOES NOT TIE IS LISTED.                *
053100******************************************************************
053200 7000-WRITE-TRAILER.
053300     ADD 1 TO RTN-RGN-IX.
053400     MOVE SPACES TO MULT-RTN-TRAILER-RECORD.
053500     MOVE "TRL" TO MULT-RTNT-ID.
053600     MOVE RTN-TAB-REGION (RTN-RGN-IX) TO MULT-RTNT-REGION.
053700     MOVE RTN-TAB-SENT-COUNT (RTN-RGN-IX) TO MULT-RTNT-SENT-COUNT.
053800     MOVE RTN-TAB-RETURNED (RTN-RGN-IX) TO
053900         MULT-RTNT-RETURNED-COUNT.
054000     MOVE RTN-TAB-POSTED (RTN-RGN-IX) TO MULT-RTNT-POSTED-COUNT.
054100     MOVE RTN-TAB-POSTED-SUM (RTN-RGN-IX) TO MULT-RTNT-POSTED-SUM.
054200     MOVE RTN-TAB-REJECTED (RTN-RGN-IX) TO
054300         MULT-RTNT-REJECTED-COUNT.
054400     MOVE RTN-TAB-HELD (RTN-RGN-IX) TO MULT-RTNT-HELD-COUNT.
054400     MOVE RTN-TAB-SCHED (RTN-RGN-IX) TO MULT-RTNT-SCHED-COUNT.
054500     MOVE RTN-TAB-REPAIRS (RTN-RGN-IX) TO MULT-RTNT-REPAIR-COUNT.
054600     MOVE RTN-TAB-OTHER (RTN-RGN-IX) TO MULT-RTNT-OTHER-COUNT.
054700     IF RTN-TAB-RETURNED (RTN-RGN-IX) =
054800         RTN-TAB-SENT-COUNT (RTN-RGN-IX)
054900         SET MULT-RTNT-TIES-YES TO TRUE
055000     ELSE
055100         MOVE "N" TO MULT-RTNT-TIES
055200         IF RTN-TAB-POST (RTN-RGN-IX) = "Y"
055300             ADD 1 TO RTN-UNTIED-COUNT
055400             DISPLAY "MULTRTN - REGION "
055500                 RTN-TAB-REGION (RTN-RGN-IX)
055600                 " DOES NOT TIE - SENT "
055700                 RTN-TAB-SENT-COUNT (RTN-RGN-IX)
055800                 " RETURNED " RTN-TAB-RETURNED (RTN-RGN-IX)
055900         END-IF
056000     END-IF.
056100     MOVE RTN-TAB-SLOT (RTN-RGN-IX) TO RTN-OUT-SLOT.
056200     MOVE MULT-RTN-TRAILER-RECORD TO RTN-OUT-RECORD.
056300     PERFORM 8000-WRITE-RETURN-RECORD THRU 8000-EXIT.
056400     DISPLAY "  REGION " RTN-TAB-REGION (RTN-RGN-IX)
056500         "  STATUS " RTN-TAB-STATUS (RTN-RGN-IX)
056600         "  POSTED " RTN-TAB-POSTED (RTN-RGN-IX)
056700         "  REJECTED " RTN-TAB-REJECTED (RTN-RGN-IX)
056800         "  HELD " RTN-TAB-HELD (RTN-RGN-IX)
056800         "  SCHEDULED " RTN-TAB-SCHED (RTN-RGN-IX)
056900         "  REPAIRS " RTN-TAB-REPAIRS (RTN-RGN-IX).
057000 7000-EXIT.
057100     EXIT.
057200
057300******************************************************************
057400*    8000-WRITE-RETURN-RECORD - RTN-OUT-RECORD TO THE RETURN     *
057500*    FILE ON SLOT RTN-OUT-SLOT.                                  *
057600******************************************************************
057700 8000-WRITE-RETURN-RECORD.
057800     EVALUATE RTN-OUT-SLOT
057900         WHEN 1
058000             WRITE RETURN-FILE-1-RECORD FROM RTN-OUT-RECORD
058100         WHEN 2
058200             WRITE RETURN-FILE-2-RECORD FROM RTN-OUT-RECORD
058300         WHEN 3
058400             WRITE RETURN-FILE-3-RECORD FROM RTN-OUT-RECORD
058500         WHEN 4
058600             WRITE RETURN-FILE-4-RECORD FROM RTN-OUT-RECORD
058700         WHEN 5
058800             WRITE RETURN-FILE-5-RECORD FROM RTN-OUT-RECORD
058900         WHEN 6
059000             WRITE RETURN-FILE-6-RECORD FROM RTN-OUT-RECORD
059100     END-EVALUATE.
059200     ADD 1 TO RTN-RECORD-COUNT.
059300 8000-EXIT.
059400     EXIT.
059500
059600******************************************************************
059700*    8100-FIND-ROW-REGION - LOCATE RTN-ROW-REGION IN THE REGION  *
059800*    TABLE; RTN-FOUND-IX IS ZERO WHEN IT IS NOT THERE.           *
059900******************************************************************
060000 8100-FIND-ROW-REGION.
060100     MOVE ZERO TO RTN-FOUND-IX.
060200     MOVE ZERO TO RTN-RGN-IX.
060300     PERFORM 8110-MATCH-ONE-REGION THRU 8110-EXIT
060400         UNTIL RTN-RGN-IX >= RTN-RGN-COUNT
060500         OR RTN-FOUND-IX > ZERO.
060600     IF RTN-FOUND-IX = ZERO
060700         ADD 1 TO RTN-UNROUTED-COUNT
060800     END-IF.
060900 8100-EXIT.
061000     EXIT.
061100
061200******************************************************************
061300*    8110-MATCH-ONE-REGION - ONE REGION TABLE ENTRY AGAINST THE  *
061400*    ROW'S REGION.                                               *
061500******************************************************************
061600 8110-MATCH-ONE-REGION.
061700     ADD 1 TO RTN-RGN-IX.
061800     IF RTN-TAB-REGION (RTN-RGN-IX) = RTN-ROW-REGION
061900         MOVE RTN-RGN-IX TO RTN-FOUND-IX
062000     END-IF.
062100 8110-EXIT.
062200     EXIT.
062300
062400******************************************************************
062500*    8200-WRITE-DETAIL - FLAG A POSTED, REJECTED, HELD, OR       *
062600*    SCHEDULED ROW AS OFF TONIGHT'S TRANSMISSION OR NOT, COUNT   *
062600*    IT, AND WRITE IT.                                           *
062700******************************************************************
062800 8200-WRITE-DETAIL.
062900     MOVE "DTL" TO MULT-RTND-ID.
063000     IF RTN-ROW-INPUT-FILE = RTN-TAB-SLOT (RTN-FOUND-IX)
063100         MOVE "Y" TO MULT-RTND-TRANSMISSION
063200         ADD 1 TO RTN-TAB-RETURNED (RTN-FOUND-IX)
063300     ELSE
063400         MOVE "N" TO MULT-RTND-TRANSMISSION
063500         ADD 1 TO RTN-TAB-OTHER (RTN-FOUND-IX)
063600     END-IF.
063700     MOVE RTN-TAB-SLOT (RTN-FOUND-IX) TO RTN-OUT-SLOT.
063800     MOVE MULT-RTN-DETAIL-RECORD TO RTN-OUT-RECORD.
063900     PERFORM 8000-WRITE-RETURN-RECORD THRU 8000-EXIT.
064000     ADD 1 TO RTN-DETAIL-COUNT.
064100 8200-EXIT.
064200     EXIT.
064300
064400******************************************************************
064500*    9000-FINALIZE - CLOSE EVERYTHING AND DISPLAY THE CONTROL    *
064600*    TOTALS.  A POSTED REGION THAT DID NOT TIE ENDS THE STEP     *
064700*    CC 4.                                                       *
064800******************************************************************
064900 9000-FINALIZE.
065000     CLOSE OUTPUT-FILE.
065100     CLOSE REJECT-FILE.
065200     CLOSE HOLD-FILE.
065200     CLOSE SCHED-FILE.
065300     CLOSE REPAIR-NOTICE-FILE.
065400     MOVE ZERO TO RTN-RGN-IX.
065500     PERFORM 9100-CLOSE-RETURN-FILE THRU 9100-EXIT
065600         UNTIL RTN-RGN-IX >= RTN-RGN-COUNT.
065700     DISPLAY "MULTRTN TOTALS".
065800     DISPLAY "  RETURN FILES  . . . " RTN-RGN-COUNT.
065900     DISPLAY "  RECORDS WRITTEN . . " RTN-RECORD-COUNT.
066000     DISPLAY "  DETAIL ROWS . . . . " RTN-DETAIL-COUNT.
066100     DISPLAY "  ROWS NOT RETURNED . " RTN-UNROUTED-COUNT.
066200     DISPLAY "  REGIONS NOT TIED  . " RTN-UNTIED-COUNT.
066300     IF RTN-UNTIED-COUNT > ZERO
066400         MOVE 4 TO RETURN-CODE
066500     END-IF.
066600 9000-EXIT.
066700     EXIT.
066800
066900******************************************************************
067000*    9100-CLOSE-RETURN-FILE - CLOSE THE NEXT REGION'S RETURN     *
067100*    FILE.                                                       *
067200******************************************************************
067300 9100-CLOSE-RETURN-FILE.
067400     ADD 1 TO RTN-RGN-IX.
067500     EVALUATE RTN-TAB-SLOT (RTN-RGN-IX)
067600         WHEN 1
067700             CLOSE RETURN-FILE-1
067800         WHEN 2
067900             CLOSE RETURN-FILE-2
068000         WHEN 3
068100             CLOSE RETURN-FILE-3
068200         WHEN 4
068300             CLOSE RETURN-FILE-4
068400         WHEN 5
068500             CLOSE RETURN-FILE-5
068600         WHEN 6
068700             CLOSE RETURN-FILE-6
068800     END-EVALUATE.
068900 9100-EXIT.
069000     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MULTSIGN.
000300 AUTHOR.        DATA PROCESSING.
000400 DATE-WRITTEN.  2026-10-15.
000500 DATE-COMPILED. 2026-10-15.
000600*
000700******************************************************************
000800*                                                                *
000900*    MULTSIGN - DAILY OPERATIONS SIGN-OFF                        *
001000*                                                                *
001100*    ONE PAGE TO SIGN OFF A BUSINESS DATE, IN PLACE OF READING   *
001200*    THE QUARANTINE MESSAGES, THE BALANCE CERTIFICATE, THE       *
001300*    AGING REPORT, THE ACKNOWLEDGMENT REPORT, AND THE RUN        *
001400*    HISTORY EACH ON ITS OWN SYSOUT.  IT READS THE FILES THOSE   *
001500*    STEPS LEAVE BEHIND AND PRINTS SIX SECTIONS, EACH FLAGGED    *
001600*    OK OR ATTENTION:                                            *
001700*      1  THE RUN NUMBER AND RESTART FLAG (RUN HISTORY),         *
001800*      2  EACH REGION'S TRANSMISSION STATUS (MULTPRE'S REGION    *
001900*         STATUS FILE),                                          *
002000*      3  THE BALANCE RESULT (MULTBAL'S BALANCE-RESULT FILE),    *
002100*      4  THE NIGHT'S GOOD AND REJECTED COUNTS AGAINST THE OPEN  *
002200*         REJECT INVENTORY, AGED ON THE PROCESSING CALENDAR INTO *
002300*         THE SAME BUCKETS AS MULTRINV,                          *
002400*      5  WAREHOUSE EXTRACTS STILL UNACKNOWLEDGED, MISMATCHED, OR*
002500*         FLAGGED FOR RETRANSMISSION (TRANSMISSION STATUS FILE), *
002600*      6  EVERY MULTMNT ADJUSTMENT AND MULTUNDO BACKOUT STAMPED  *
002700*         ON THE AUDIT TRAIL SINCE THE LAST SIGN-OFF.            *
002800*                                                                *
002900*    A SECTION NEEDING A LOOK IS CC 4; ONE THAT MUST BE PUT      *
003000*    RIGHT BEFORE THE NIGHT CAN BE SIGNED (NO COMPLETED RUN, A   *
003100*    RUN SINCE BACKED OUT, A REGION THAT DID NOT POST WITHOUT    *
003200*    APPROVAL, NO BALANCE OR OUT OF BALANCE, AN EXTRACT          *
003300*    MISMATCHED OR DUE FOR RETRANSMISSION) IS CC 8.  THE STEP    *
003400*    ENDS WITH THE WORST CODE FOUND, SO THE SCHEDULER CAN PAGE.  *
003500*                                                                *
003600*    THE EXEC PARM:                                              *
003700*        BYTE   1    S TO RECORD THE SIGN-OFF (THE NIGHTLY RUN), *
003800*                    ANYTHING ELSE TO REVIEW ONLY                *
003900*        BYTES  2-9  BUSINESS DATE YYYYMMDD (SPACES = THE LAST   *
004000*                    DATE POSTED, FROM THE RUN-CONTROL FILE)     *
004010*    ONLY THE LAST DATE POSTED CAN BE REVIEWED OR SIGNED - THE   *
004020*    REGION-STATUS AND BALANCE-RESULT FILES HOLD THAT NIGHT      *
004030*    ALONE - SO A PARM NAMING ANY OTHER DATE IS REFUSED.         *
004100*    RECORDING THE SIGN-OFF REWRITES THE SIGN-OFF CONTROL FILE   *
004200*    (MULTSGNC) WITH THE TIME SIGNED, SO THE NEXT SIGN-OFF       *
004300*    SHOWS ONLY THE ADJUSTMENTS AND BACKOUTS MADE AFTER IT.  A   *
004400*    REVIEW LEAVES THE FILE ALONE, AND SO DOES A NIGHT THAT ENDS *
004500*    CC 8 - IT IS NEVER SIGNED, SO THE RERUN'S PAGE STILL SHOWS  *
004600*    EVERY ADJUSTMENT AND BACKOUT THE FAILED PAGE DID.           *
004700*                                                                *
004800*    MODIFICATION HISTORY                                        *
004900*    ----------------------------------------------------------- *
005000*    DATE       INIT  DESCRIPTION                                *
005100*    ---------- ----  ------------------------------------------ *
005200*    2026-10-15   JH  INITIAL VERSION.                           *
005300*    2026-10-15   JH  A NIGHT THAT ENDS CC 8 IS NOT SIGNED OFF,  *
005400*                     EVEN WHEN THE PARM ASKS FOR IT.            *
005410*    2026-10-15   JH  A PARM DATE OTHER THAN THE LAST DATE       *
005420*                     POSTED IS REFUSED; EXTRACTS PAST THE       *
005430*                     TWELVE LISTED ARE POINTED TO THE           *
005440*                     MULTACKJ REPORT.                           *
005500******************************************************************
005600
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER.   IBM-390.
006000 OBJECT-COMPUTER.   IBM-390.
006100
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT CONTROL-FILE       ASSIGN TO "MULTRCTL"
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT SIGNOFF-FILE       ASSIGN TO "MULTSGNC"
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT RUN-HISTORY-FILE   ASSIGN TO "MULTRHST"
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT RGNSTAT-FILE       ASSIGN TO "MULTRSTA"
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT BALRES-FILE        ASSIGN TO "MULTBALR"
007300         ORGANIZATION IS SEQUENTIAL.
007400     SELECT INVENTORY-FILE     ASSIGN TO "MULTRNVI"
007500         ORGANIZATION IS SEQUENTIAL.
007600     SELECT CALENDAR-FILE      ASSIGN TO "MULTCAL"
007700         ORGANIZATION IS SEQUENTIAL.
007800     SELECT STATUS-FILE        ASSIGN TO "MULTXSTA"
007900         ORGANIZATION IS SEQUENTIAL.
008000     SELECT AUDIT-FILE         ASSIGN TO "MULTAUD"
008100         ORGANIZATION IS SEQUENTIAL.
008200     SELECT REPORT-FILE        ASSIGN TO "MULTSGNO"
008300         ORGANIZATION IS SEQUENTIAL.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  CONTROL-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000 01  CONTROL-FILE-RECORD        PIC X(80).
009100
009200 FD  SIGNOFF-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500 01  SIGNOFF-FILE-RECORD        PIC X(80).
009600
009700 FD  RUN-HISTORY-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F.
010000 01  RUN-HISTORY-FILE-RECORD    PIC X(80).
010100
010200 FD  RGNSTAT-FILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORDING MODE IS F.
010500 01  RGNSTAT-FILE-RECORD        PIC X(80).
010600
010700 FD  BALRES-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000 01  BALRES-FILE-RECORD         PIC X(80).
011100
011200 FD  INVENTORY-FILE
011300     LABEL RECORDS ARE STANDARD
011400     RECORDING MODE IS F.
011500 01  INVENTORY-FILE-RECORD      PIC X(80).
011600
011700 FD  CALENDAR-FILE
011800     LABEL RECORDS ARE STANDARD
011900     RECORDING MODE IS F.
012000 01  CALENDAR-FILE-RECORD       PIC X(80).
012100
012200 FD  STATUS-FILE
012300     LABEL RECORDS ARE STANDARD
012400     RECORDING MODE IS F.
012500 01  STATUS-FILE-RECORD         PIC X(80).
012600
012700 FD  AUDIT-FILE
012800     LABEL RECORDS ARE STANDARD
012900     RECORDING MODE IS F.
013000 01  AUDIT-FILE-RECORD          PIC X(80).
013100
013200 FD  REPORT-FILE
013300     LABEL RECORDS ARE STANDARD
013400     RECORDING MODE IS F.
013500 01  REPORT-FILE-RECORD         PIC X(80).
013600
013700 WORKING-STORAGE SECTION.
013800*    SHARED RECORD LAYOUTS.
013900     COPY MULTREC.
014000
014100*    RUN CONTROL SWITCHES.
014200 77  MULT-HISTORY-EOF-SW         PIC X(01) VALUE "N".
014300     88  MULT-HISTORY-EOF-YES               VALUE "Y".
014400 77  MULT-RGNSTAT-EOF-SW         PIC X(01) VALUE "N".
014500     88  MULT-RGNSTAT-EOF-YES               VALUE "Y".
014600 77  MULT-INVENTORY-EOF-SW       PIC X(01) VALUE "N".
014700     88  MULT-INVENTORY-EOF-YES             VALUE "Y".
014800 77  MULT-CALENDAR-EOF-SW        PIC X(01) VALUE "N".
014900     88  MULT-CALENDAR-EOF-YES              VALUE "Y".
015000 77  MULT-STATUS-EOF-SW          PIC X(01) VALUE "N".
015100     88  MULT-STATUS-EOF-YES                VALUE "Y".
015200 77  MULT-AUDIT-EOF-SW           PIC X(01) VALUE "N".
015300     88  MULT-AUDIT-EOF-YES                 VALUE "Y".
015400 77  SIGN-MODE-SW                PIC X(01) VALUE "R".
015500     88  SIGN-MODE-SIGNOFF                  VALUE "S".
015600 77  SIGN-REFUSED-SW             PIC X(01) VALUE "N".
015700     88  SIGN-REFUSED-YES                   VALUE "Y".
015800 77  SIGN-RUN-FOUND-SW           PIC X(01) VALUE "N".
015900     88  SIGN-RUN-FOUND-YES                 VALUE "Y".
016000 77  SIGN-RUN-BACKED-OUT-SW      PIC X(01) VALUE "N".
016100     88  SIGN-RUN-BACKED-OUT-YES            VALUE "Y".
016200 77  SIGN-BALRES-FOUND-SW        PIC X(01) VALUE "N".
016300     88  SIGN-BALRES-FOUND-YES              VALUE "Y".
016400 77  SIGN-NEVER-SIGNED-SW        PIC X(01) VALUE "N".
016500     88  SIGN-NEVER-SIGNED-YES              VALUE "Y".
016600
016700*    THE BUSINESS DATE BEING SIGNED OFF, AND THE CLOCK.
016800 77  SIGN-BUS-DATE               PIC 9(08) VALUE ZERO.
016900 77  SIGN-NOW-DATE               PIC 9(08) VALUE ZERO.
017000 77  SIGN-NOW-TIME               PIC 9(08) VALUE ZERO.
017100
017200*    THE LAST SIGN-OFF - NOTHING STAMPED ON THE AUDIT TRAIL AT
017300*    OR BEFORE THIS MARK IS SHOWN AGAIN.
017400 01  SIGN-MARK.
017500     05  SIGN-MARK-DATE          PIC 9(08) VALUE ZERO.
017600     05  SIGN-MARK-TIME          PIC 9(08) VALUE ZERO.
017700 01  SIGN-ROW-STAMP.
017800     05  SIGN-ROW-STAMP-DATE     PIC 9(08) VALUE ZERO.
017900     05  SIGN-ROW-STAMP-TIME     PIC 9(08) VALUE ZERO.
018000
018100*    THE RUN THAT POSTED THE BUSINESS DATE - THE LAST RUN-HISTORY
018200*    ROW FOR IT, SINCE A DATE BACKED OUT AND REPOSTED HAS TWO.
018300 77  SIGN-RUN-NUMBER             PIC 9(06) VALUE ZERO.
018400 77  SIGN-RUN-RESTART            PIC X(01) VALUE SPACE.
018500 77  SIGN-RUN-START-TIME         PIC 9(08) VALUE ZERO.
018600 77  SIGN-RUN-END-TIME           PIC 9(08) VALUE ZERO.
018700 77  SIGN-RUN-GOOD-COUNT         PIC 9(06) VALUE ZERO.
018800 77  SIGN-RUN-REJECT-COUNT       PIC 9(06) VALUE ZERO.
018900
019000*    REGION STATUS ROWS, AS MULTPRE LEFT THEM.
019100 77  SIGN-RGN-ENTRY-MAX          PIC 9(04) COMP VALUE 10.
019200 77  SIGN-RGN-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
019300 77  SIGN-RGN-IX                 PIC 9(04) COMP VALUE ZERO.
019400 77  SIGN-RGN-STALE-DATE         PIC 9(08) VALUE ZERO.
019500 77  SIGN-RGN-WARN-COUNT         PIC 9(04) VALUE ZERO.
019600 77  SIGN-RGN-FAIL-COUNT         PIC 9(04) VALUE ZERO.
019700 01  SIGN-REGION-TABLE.
019800     05  SIGN-RGN-ENTRY OCCURS 10 TIMES.
019900         10  SIGN-RGN-TAB-REGION    PIC X(02).
020000         10  SIGN-RGN-TAB-SLOT      PIC 9(01).
020100         10  SIGN-RGN-TAB-STATUS    PIC X(01).
020200         10  SIGN-RGN-TAB-ACTION    PIC X(01).
020300         10  SIGN-RGN-TAB-APPROVER  PIC X(08).
020400         10  SIGN-RGN-TAB-POST      PIC X(01).
020500         10  SIGN-RGN-TAB-COUNT     PIC 9(06).
020600         10  SIGN-RGN-TAB-REASON    PIC X(40).
020700
020800*    THE PROCESSING CALENDAR, FOR AGING THE OPEN REJECTS.
020900 77  CAL-ENTRY-MAX               PIC 9(04) COMP VALUE 1500.
021000 77  CAL-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
021100 77  CAL-IX                      PIC 9(04) COMP VALUE ZERO.
021200 01  SIGN-CALENDAR-TABLE.
021300     05  CAL-ENTRY OCCURS 1500 TIMES.
021400         10  CAL-TAB-DATE        PIC 9(08).
021500
021600*    THE OPEN REJECT INVENTORY BY AGE IN BUSINESS DAYS.
021700 77  SIGN-RJ-AGE-DAYS            PIC 9(04) VALUE ZERO.
021800 77  SIGN-RJ-OPEN-COUNT          PIC 9(06) VALUE ZERO.
021900 77  SIGN-RJ-TONIGHT-COUNT       PIC 9(06) VALUE ZERO.
022000 77  SIGN-RJ-BKT-1               PIC 9(06) VALUE ZERO.
022100 77  SIGN-RJ-BKT-2-5             PIC 9(06) VALUE ZERO.
022200 77  SIGN-RJ-BKT-OVER-5          PIC 9(06) VALUE ZERO.
022300
022400*    WAREHOUSE EXTRACTS - TONIGHT'S, AND EVERY ONE STILL OUT.
022500 77  SIGN-XMT-TONIGHT-STATUS     PIC X(01) VALUE SPACE.
022600 77  SIGN-XMT-OLD-PENDING-COUNT  PIC 9(04) VALUE ZERO.
022700 77  SIGN-XMT-RETRANSMIT-COUNT   PIC 9(04) VALUE ZERO.
022800 77  SIGN-XMT-MISMATCH-COUNT     PIC 9(04) VALUE ZERO.
022900 77  SIGN-XMT-ENTRY-MAX          PIC 9(04) COMP VALUE 12.
023000 77  SIGN-XMT-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
023050 77  SIGN-XMT-ROW-COUNT          PIC 9(06) VALUE ZERO.
023100 77  SIGN-XMT-IX                 PIC 9(04) COMP VALUE ZERO.
023200 01  SIGN-XMIT-TABLE.
023300     05  SIGN-XMT-ENTRY OCCURS 12 TIMES.
023400         10  SIGN-XMT-TAB-DATE      PIC 9(08).
023500         10  SIGN-XMT-TAB-COUNT     PIC 9(06).
023600         10  SIGN-XMT-TAB-SUM       PIC S9(12).
023700         10  SIGN-XMT-TAB-STATUS    PIC X(01).
023800         10  SIGN-XMT-TAB-SENT-DATE PIC 9(08).
023900
024000*    ADJUSTMENTS AND BACKOUTS STAMPED SINCE THE LAST SIGN-OFF -
024100*    EACH ADJUSTMENT ROW, AND EACH BACKED-OUT RUN IN TOTAL.
024200 77  ADJ-ROW-COUNT               PIC 9(06) VALUE ZERO.
024300 77  ADJ-ENTRY-MAX               PIC 9(04) COMP VALUE 15.
024400 77  ADJ-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
024500 77  ADJ-IX                      PIC 9(04) COMP VALUE ZERO.
024600 01  SIGN-ADJUST-TABLE.
024700     05  ADJ-ENTRY OCCURS 15 TIMES.
024800         10  ADJ-TAB-DATE        PIC 9(08).
024900         10  ADJ-TAB-TIME        PIC 9(08).
025000         10  ADJ-TAB-KEY         PIC X(06).
025100         10  ADJ-TAB-REASON      PIC X(03).
025200         10  ADJ-TAB-COUNT       PIC S9(06).
025300         10  ADJ-TAB-SUM         PIC S9(10).
025400         10  ADJ-TAB-RUN         PIC 9(06).
025500 77  BKO-ROW-COUNT               PIC 9(06) VALUE ZERO.
025600 77  BKO-ENTRY-MAX               PIC 9(04) COMP VALUE 20.
025700 77  BKO-ENTRY-COUNT             PIC 9(04) COMP VALUE ZERO.
025800 77  BKO-IX                      PIC 9(04) COMP VALUE ZERO.
025900 77  BKO-FOUND-IX                PIC 9(04) COMP VALUE ZERO.
026000 01  SIGN-BACKOUT-TABLE.
026100     05  BKO-ENTRY OCCURS 20 TIMES.
026200         10  BKO-TAB-RUN         PIC 9(06).
026300         10  BKO-TAB-DATE        PIC 9(08).
026400         10  BKO-TAB-ROWS        PIC 9(06).
026500         10  BKO-TAB-COUNT       PIC S9(07).
026600         10  BKO-TAB-SUM         PIC S9(12).
026700
026800*    SECTION RESULTS - 0 OK, 4 ATTENTION, 8 ATTENTION THAT
026900*    BLOCKS THE SIGN-OFF - AND THE WORST OF THEM.
027000 77  SIGN-SEC-NO                 PIC 9(01) VALUE ZERO.
027100 77  SIGN-SEC-SEV                PIC 9(02) VALUE ZERO.
027200 77  SIGN-WORST-SEV              PIC 9(02) VALUE ZERO.
027300 01  SIGN-SEV-TABLE.
027400     05  SIGN-SEV-ENTRY          PIC 9(02) OCCURS 6 TIMES.
027500 01  SIGN-TITLE-VALUES.
027600     05  FILLER                  PIC X(36) VALUE
027700         "1. RUN NUMBER AND RESTART".
027800     05  FILLER                  PIC X(36) VALUE
027900         "2. REGIONAL TRANSMISSIONS".
028000     05  FILLER                  PIC X(36) VALUE
028100         "3. BALANCE".
028200     05  FILLER                  PIC X(36) VALUE
028300         "4. GOOD AND REJECTED, OPEN REJECTS".
028400     05  FILLER                  PIC X(36) VALUE
028500         "5. WAREHOUSE EXTRACTS".
028600     05  FILLER                  PIC X(36) VALUE
028700         "6. ADJUSTMENTS AND BACKOUTS".
028800 01  SIGN-TITLE-TABLE REDEFINES SIGN-TITLE-VALUES.
028900     05  SIGN-TITLE              PIC X(36) OCCURS 6 TIMES.
029000
029100*    REPORT LINE LAYOUTS.  EACH IS MOVED TO THE PRINT LINE TO GO
029200*    OUT.
029300 01  SIGN-PRINT-LINE             PIC X(80) VALUE SPACES.
029400
029500 01  SIGN-HEADING-LINE.
029600     05  FILLER                  PIC X(40) VALUE
029700         "MULTSIGN - DAILY OPERATIONS SIGN-OFF".
029800     05  FILLER                  PIC X(40) VALUE SPACES.
029900
030000 01  SIGN-DATE-LINE.
030100     05  FILLER                  PIC X(14) VALUE "BUSINESS DATE ".
030200     05  SIGN-DL-BUS-DATE        PIC 9(08).
030300     05  FILLER                  PIC X(11) VALUE "   PRINTED ".
030400     05  SIGN-DL-DATE            PIC 9(08).
030500     05  FILLER                  PIC X(01) VALUE SPACE.
030600     05  SIGN-DL-TIME            PIC X(06).
030700     05  FILLER                  PIC X(03) VALUE SPACES.
030800     05  SIGN-DL-MODE            PIC X(29).
030900
031000 01  SIGN-LAST-LINE.
031100     05  FILLER                  PIC X(16) VALUE
031200         "LAST SIGN-OFF   ".
031300     05  SIGN-LL-DATE            PIC 9(08).
031400     05  FILLER                  PIC X(01) VALUE SPACE.
031500     05  SIGN-LL-TIME            PIC X(06).
031600     05  FILLER                  PIC X(16) VALUE
031700         "  BUSINESS DATE ".
031800     05  SIGN-LL-BUS-DATE        PIC 9(08).
031900     05  FILLER                  PIC X(05) VALUE "  CC ".
032000     05  SIGN-LL-RESULT          PIC 9(02).
032100     05  FILLER                  PIC X(18) VALUE SPACES.
032200
032300 01  SIGN-SECTION-LINE.
032400     05  SIGN-SEC-TITLE          PIC X(36).
032500     05  FILLER                  PIC X(24) VALUE
032600         " . . . . . . . . . . . ".
032700     05  SIGN-SEC-FLAG           PIC X(09).
032800     05  FILLER                  PIC X(11) VALUE SPACES.
032900
033000 01  SIGN-TEXT-LINE.
033100     05  FILLER                  PIC X(04) VALUE SPACES.
033200     05  SIGN-TL-TEXT            PIC X(76).
033300
033400 01  SIGN-NOTE-LINE.
033500     05  FILLER                  PIC X(04) VALUE SPACES.
033600     05  SIGN-NL-TEXT            PIC X(50).
033700     05  SIGN-NL-DATE            PIC 9(08).
033800     05  FILLER                  PIC X(18) VALUE SPACES.
033900
034000 01  SIGN-COUNT-LINE.
034100     05  SIGN-CL-LABEL           PIC X(34).
034200     05  SIGN-CL-VALUE           PIC ZZZ,ZZ9-.
034300     05  FILLER                  PIC X(38) VALUE SPACES.
034400
034500 01  SIGN-SUM-LINE.
034600     05  SIGN-SL-LABEL           PIC X(34).
034700     05  SIGN-SL-VALUE           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
034800     05  FILLER                  PIC X(28) VALUE SPACES.
034900
035000 01  SIGN-RUN-LINE.
035100     05  FILLER                  PIC X(08) VALUE "    RUN ".
035200     05  SIGN-RL-RUN             PIC 9(06).
035300     05  FILLER                  PIC X(11) VALUE "  RESTART ".
035400     05  SIGN-RL-RESTART         PIC X(01).
035500     05  FILLER                  PIC X(11) VALUE "  STARTED ".
035600     05  SIGN-RL-START           PIC X(06).
035700     05  FILLER                  PIC X(09) VALUE "  ENDED ".
035800     05  SIGN-RL-END             PIC X(06).
035900     05  FILLER                  PIC X(22) VALUE SPACES.
036000
036100 01  SIGN-REGION-HEADING.
036200     05  FILLER                  PIC X(04) VALUE SPACES.
036300     05  FILLER                  PIC X(05) VALUE "RG   ".
036400     05  FILLER                  PIC X(03) VALUE "SL ".
036500     05  FILLER                  PIC X(13) VALUE "STATUS".
036600     05  FILLER                  PIC X(12) VALUE "ACTION".
036700     05  FILLER                  PIC X(10) VALUE "APPROVER".
036800     05  FILLER                  PIC X(03) VALUE "P".
036900     05  FILLER                  PIC X(08) VALUE "  COUNT ".
037000     05  FILLER                  PIC X(22) VALUE "REASON".
037100
037200 01  SIGN-REGION-LINE.
037300     05  FILLER                  PIC X(04) VALUE SPACES.
037400     05  SIGN-GL-REGION          PIC X(02).
037500     05  FILLER                  PIC X(03) VALUE SPACES.
037600     05  SIGN-GL-SLOT            PIC 9(01).
037700     05  FILLER                  PIC X(02) VALUE SPACES.
037800     05  SIGN-GL-STATUS          PIC X(13).
037900     05  SIGN-GL-ACTION          PIC X(12).
038000     05  SIGN-GL-APPROVER        PIC X(08).
038100     05  FILLER                  PIC X(02) VALUE SPACES.
038200     05  SIGN-GL-POST            PIC X(01).
038300     05  FILLER                  PIC X(02) VALUE SPACES.
038400     05  SIGN-GL-COUNT           PIC ZZZ,ZZ9.
038500     05  FILLER                  PIC X(01) VALUE SPACE.
038600     05  SIGN-GL-REASON          PIC X(22).
038700
038800 01  SIGN-XMIT-HEADING.
038900     05  FILLER                  PIC X(04) VALUE SPACES.
039000     05  FILLER                  PIC X(10) VALUE "DATE".
039100     05  FILLER                  PIC X(09) VALUE "   COUNT ".
039200     05  FILLER                  PIC X(20) VALUE
039300         "          SUM OF C  ".
039400     05  FILLER                  PIC X(17) VALUE "STATUS".
039500     05  FILLER                  PIC X(20) VALUE "SENT".
039600
039700 01  SIGN-XMIT-LINE.
039800     05  FILLER                  PIC X(04) VALUE SPACES.
039900     05  SIGN-XL-DATE            PIC 9(08).
040000     05  FILLER                  PIC X(02) VALUE SPACES.
040100     05  SIGN-XL-COUNT           PIC ZZZ,ZZ9.
040200     05  FILLER                  PIC X(02) VALUE SPACES.
040300     05  SIGN-XL-SUM             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
040400     05  FILLER                  PIC X(02) VALUE SPACES.
040500     05  SIGN-XL-STATUS          PIC X(16).
040600     05  FILLER                  PIC X(01) VALUE SPACE.
040700     05  SIGN-XL-SENT            PIC 9(08).
040800     05  FILLER                  PIC X(12) VALUE SPACES.
040900
041000 01  SIGN-ADJUST-HEADING.
041100     05  FILLER                  PIC X(04) VALUE SPACES.
041200     05  FILLER                  PIC X(17) VALUE "STAMPED".
041300     05  FILLER                  PIC X(08) VALUE "KEY".
041400     05  FILLER                  PIC X(05) VALUE "RSN".
041500     05  FILLER                  PIC X(10) VALUE "   COUNT".
041600     05  FILLER                  PIC X(20) VALUE
041700         "          SUM OF C".
041800     05  FILLER                  PIC X(16) VALUE "RUN".
041900
042000 01  SIGN-ADJUST-LINE.
042100     05  FILLER                  PIC X(04) VALUE SPACES.
042200     05  SIGN-AL-DATE            PIC 9(08).
042300     05  FILLER                  PIC X(01) VALUE SPACE.
042400     05  SIGN-AL-TIME            PIC X(06).
042500     05  FILLER                  PIC X(02) VALUE SPACES.
042600     05  SIGN-AL-KEY             PIC X(06).
042700     05  FILLER                  PIC X(02) VALUE SPACES.
042800     05  SIGN-AL-REASON          PIC X(03).
042900     05  FILLER                  PIC X(02) VALUE SPACES.
043000     05  SIGN-AL-COUNT           PIC ZZZ,ZZ9-.
043100     05  FILLER                  PIC X(02) VALUE SPACES.
043200     05  SIGN-AL-SUM             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
043300     05  FILLER                  PIC X(02) VALUE SPACES.
043400     05  SIGN-AL-RUN             PIC 9(06).
043500     05  FILLER                  PIC X(10) VALUE SPACES.
043600
043700 01  SIGN-BACKOUT-LINE.
043800     05  FILLER                  PIC X(08) VALUE "    RUN ".
043900     05  SIGN-BL-RUN             PIC 9(06).
044000     05  FILLER                  PIC X(02) VALUE SPACES.
044100     05  SIGN-BL-ROWS            PIC ZZZ,ZZ9.
044200     05  FILLER                  PIC X(07) VALUE " ROWS  ".
044300     05  SIGN-BL-COUNT           PIC ZZZ,ZZ9-.
044400     05  FILLER                  PIC X(02) VALUE SPACES.
044500     05  SIGN-BL-SUM             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
044600     05  FILLER                  PIC X(12) VALUE "  BACKED OUT".
044700     05  FILLER                  PIC X(01) VALUE SPACE.
044800     05  SIGN-BL-DATE            PIC 9(08).
044900     05  FILLER                  PIC X(01) VALUE SPACES.
045000
045100 01  SIGN-OVERALL-LINE.
045200     05  FILLER                  PIC X(36) VALUE "OVERALL".
045300     05  FILLER                  PIC X(24) VALUE
045400         " . . . . . . . . . . . ".
045500     05  SIGN-OL-FLAG            PIC X(09).
045600     05  FILLER                  PIC X(04) VALUE "  CC".
045700     05  SIGN-OL-CC              PIC Z9.
045800     05  FILLER                  PIC X(05) VALUE SPACES.
045900
046000 LINKAGE SECTION.
046100*    THE EXEC-STATEMENT PARM, AS PASSED BY THE OPERATING SYSTEM -
046200*    A HALFWORD BINARY LENGTH FOLLOWED BY THE PARM TEXT.  BYTE 1
046300*    IS S TO RECORD THE SIGN-OFF, BYTES 2-9 THE BUSINESS DATE,
046400*    E.G. PARM='S20260821' OR PARM='R'.
046500 01  PARM-INFO.
046600     05  PARM-LENGTH             PIC S9(04) COMP.
046700     05  PARM-TEXT               PIC X(09).
046800
046900 PROCEDURE DIVISION USING PARM-INFO.
047000******************************************************************
047100*    0000-MAINLINE                                               *
047200******************************************************************
047300 0000-MAINLINE.
047400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
047500     IF SIGN-REFUSED-YES
047600         MOVE 8 TO RETURN-CODE
047700         STOP RUN
047800     END-IF.
047900     PERFORM 2100-READ-RUN-HISTORY THRU 2100-EXIT.
048000     PERFORM 2200-READ-REGION-STATUS THRU 2200-EXIT.
048100     PERFORM 2300-READ-BALANCE-RESULT THRU 2300-EXIT.
048200     PERFORM 2400-AGE-REJECT-INVENTORY THRU 2400-EXIT.
048300     PERFORM 2500-READ-XMIT-STATUS THRU 2500-EXIT.
048400     PERFORM 2600-SCAN-AUDIT-TRAIL THRU 2600-EXIT.
048500     OPEN OUTPUT REPORT-FILE.
048600     PERFORM 3000-PRINT-HEADING THRU 3000-EXIT.
048700     PERFORM 3100-RUN-SECTION THRU 3100-EXIT.
048800     PERFORM 3200-REGION-SECTION THRU 3200-EXIT.
048900     PERFORM 3300-BALANCE-SECTION THRU 3300-EXIT.
049000     PERFORM 3400-REJECT-SECTION THRU 3400-EXIT.
049100     PERFORM 3500-EXTRACT-SECTION THRU 3500-EXIT.
049200     PERFORM 3600-ADJUSTMENT-SECTION THRU 3600-EXIT.
049300     PERFORM 9000-FINALIZE THRU 9000-EXIT.
049400     STOP RUN.
049500
049600******************************************************************
049700*    1000-INITIALIZE - TAKE THE PARM, THE CLOCK, THE BUSINESS    *
049800*    DATE, AND THE LAST SIGN-OFF.  WITH NO DATE IN THE PARM THE  *
049900*    LAST DATE POSTED IS SIGNED OFF; A MALFORMED DATE, ANY DATE  *
050000*    BUT THE LAST ONE POSTED, OR NO DATE AT ALL, IS REFUSED.     *
050100******************************************************************
050200 1000-INITIALIZE.
050300     DISPLAY "MULTSIGN - DAILY OPERATIONS SIGN-OFF".
050400     ACCEPT SIGN-NOW-DATE FROM DATE YYYYMMDD.
050500     ACCEPT SIGN-NOW-TIME FROM TIME.
050600     IF PARM-LENGTH >= 1
050700         MOVE PARM-TEXT(1:1) TO SIGN-MODE-SW
050800     END-IF.
050900     IF PARM-LENGTH >= 9
051000         AND PARM-TEXT(2:8) NOT = SPACES
051100         IF PARM-TEXT(2:8) NUMERIC
051200             MOVE PARM-TEXT(2:8) TO SIGN-BUS-DATE
051300         ELSE
051400             DISPLAY "MULTSIGN - BUSINESS DATE IN THE PARM IS NOT"
051500                 " YYYYMMDD - REFUSED."
051600             SET SIGN-REFUSED-YES TO TRUE
051700             GO TO 1000-EXIT
051800         END-IF
051900     END-IF.
052000     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
052010     IF SIGN-BUS-DATE NOT = ZERO
052020         AND SIGN-BUS-DATE NOT = MULT-CTL-LAST-RUN-DATE
052030         DISPLAY "MULTSIGN - BUSINESS DATE " SIGN-BUS-DATE
052040             " IS NOT THE LAST DATE POSTED ("
052050             MULT-CTL-LAST-RUN-DATE ") - REFUSED."
052060         SET SIGN-REFUSED-YES TO TRUE
052070         GO TO 1000-EXIT
052080     END-IF.
052100     IF SIGN-BUS-DATE = ZERO
052200         MOVE MULT-CTL-LAST-RUN-DATE TO SIGN-BUS-DATE
052300     END-IF.
052400     IF SIGN-BUS-DATE = ZERO
052500         DISPLAY "MULTSIGN - NO BUSINESS DATE IN THE PARM AND"
052600             " NOTHING HAS POSTED - REFUSED."
052700         SET SIGN-REFUSED-YES TO TRUE
052800         GO TO 1000-EXIT
052900     END-IF.
053000     PERFORM 1200-READ-SIGNOFF-CONTROL THRU 1200-EXIT.
053100     DISPLAY "MULTSIGN - BUSINESS DATE " SIGN-BUS-DATE.
053200 1000-EXIT.
053300     EXIT.
053400
053500******************************************************************
053600*    1100-READ-RUN-CONTROL - THE LAST DATE POSTED.  AN EMPTY     *
053700*    FILE LEAVES IT ZERO.                                        *
053800******************************************************************
053900 1100-READ-RUN-CONTROL.
054000     MOVE ZERO TO MULT-CTL-LAST-RUN-NUMBER.
054100     MOVE ZERO TO MULT-CTL-LAST-RUN-DATE.
054200     OPEN INPUT CONTROL-FILE.
054300     READ CONTROL-FILE INTO MULT-CONTROL-RECORD
054400         AT END
054500             MOVE ZERO TO MULT-CTL-LAST-RUN-NUMBER
054600     END-READ.
054700     CLOSE CONTROL-FILE.
054800     IF MULT-CTL-LAST-RUN-DATE NOT NUMERIC
054900         MOVE ZERO TO MULT-CTL-LAST-RUN-DATE
055000     END-IF.
055100 1100-EXIT.
055200     EXIT.
055300
055400******************************************************************
055500*    1200-READ-SIGNOFF-CONTROL - WHEN THE NIGHT WAS LAST SIGNED  *
055600*    OFF.  AN EMPTY FILE MEANS NEVER, AND THE WHOLE LIVE AUDIT   *
055700*    TRAIL IS SINCE THEN.                                        *
055800******************************************************************
055900 1200-READ-SIGNOFF-CONTROL.
056000     MOVE SPACES TO MULT-SIGNOFF-RECORD.
056100     OPEN INPUT SIGNOFF-FILE.
056200     READ SIGNOFF-FILE INTO MULT-SIGNOFF-RECORD
056300         AT END
056400             SET SIGN-NEVER-SIGNED-YES TO TRUE
056500     END-READ.
056600     CLOSE SIGNOFF-FILE.
056700     IF MULT-SGN-DATE NOT NUMERIC
056800         OR MULT-SGN-TIME NOT NUMERIC
056900         SET SIGN-NEVER-SIGNED-YES TO TRUE
057000     END-IF.
057100     IF SIGN-NEVER-SIGNED-YES
057200         MOVE ZERO TO SIGN-MARK-DATE
057300         MOVE ZERO TO SIGN-MARK-TIME
057400     ELSE
057500         MOVE MULT-SGN-DATE TO SIGN-MARK-DATE
057600         MOVE MULT-SGN-TIME TO SIGN-MARK-TIME
057700     END-IF.
057800 1200-EXIT.
057900     EXIT.
058000
058100******************************************************************
058200*    2100-READ-RUN-HISTORY - FIND THE RUN THAT POSTED THE        *
058300*    BUSINESS DATE.                                              *
058400******************************************************************
058500 2100-READ-RUN-HISTORY.
058600     OPEN INPUT RUN-HISTORY-FILE.
058700     PERFORM 2110-READ-ONE-HISTORY THRU 2110-EXIT
058800         UNTIL MULT-HISTORY-EOF-YES.
058900     CLOSE RUN-HISTORY-FILE.
059000 2100-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400*    2110-READ-ONE-HISTORY - ONE RUN-HISTORY ROW.  A LATER ROW   *
059500*    FOR THE SAME DATE REPLACES AN EARLIER ONE.                  *
059600******************************************************************
059700 2110-READ-ONE-HISTORY.
059800     READ RUN-HISTORY-FILE INTO MULT-RUNH-RECORD
059900         AT END
060000             SET MULT-HISTORY-EOF-YES TO TRUE
060100             GO TO 2110-EXIT
060200     END-READ.
060300     IF MULT-RUNH-RUN-DATE NOT NUMERIC
060400         OR MULT-RUNH-RUN-DATE NOT = SIGN-BUS-DATE
060500         GO TO 2110-EXIT
060600     END-IF.
060700     SET SIGN-RUN-FOUND-YES TO TRUE.
060800     MOVE MULT-RUNH-RUN-NUMBER TO SIGN-RUN-NUMBER.
060900     MOVE MULT-RUNH-RESTART-FLAG TO SIGN-RUN-RESTART.
061000     MOVE MULT-RUNH-START-TIME TO SIGN-RUN-START-TIME.
061100     MOVE MULT-RUNH-END-TIME TO SIGN-RUN-END-TIME.
061200     MOVE MULT-RUNH-GOOD-COUNT TO SIGN-RUN-GOOD-COUNT.
061300     MOVE MULT-RUNH-REJECT-COUNT TO SIGN-RUN-REJECT-COUNT.
061400 2110-EXIT.
061500     EXIT.
061600
061700******************************************************************
061800*    2200-READ-REGION-STATUS - HOLD MULTPRE'S REGION STATUS      *
061900*    ROWS FOR SECTION 2.                                         *
062000******************************************************************
062100 2200-READ-REGION-STATUS.
062200     OPEN INPUT RGNSTAT-FILE.
062300     PERFORM 2210-READ-ONE-REGION THRU 2210-EXIT
062400         UNTIL MULT-RGNSTAT-EOF-YES.
062500     CLOSE RGNSTAT-FILE.
062600 2200-EXIT.
062700     EXIT.
062800
062900******************************************************************
063000*    2210-READ-ONE-REGION - ONE REGION STATUS ROW.  A ROW FOR    *
063100*    ANOTHER DATE MEANS MULTPRE HAS NOT RUN FOR THIS ONE.        *
063200******************************************************************
063300 2210-READ-ONE-REGION.
063400     READ RGNSTAT-FILE INTO MULT-RGNSTAT-RECORD
063500         AT END
063600             SET MULT-RGNSTAT-EOF-YES TO TRUE
063700             GO TO 2210-EXIT
063800     END-READ.
063900     IF SIGN-RGN-ENTRY-COUNT >= SIGN-RGN-ENTRY-MAX
064000         GO TO 2210-EXIT
064100     END-IF.
064200     IF MULT-RSTA-DATE NOT = SIGN-BUS-DATE
064300         MOVE MULT-RSTA-DATE TO SIGN-RGN-STALE-DATE
064400     END-IF.
064500     ADD 1 TO SIGN-RGN-ENTRY-COUNT.
064600     MOVE SIGN-RGN-ENTRY-COUNT TO SIGN-RGN-IX.
064700     MOVE MULT-RSTA-REGION TO SIGN-RGN-TAB-REGION (SIGN-RGN-IX).
064800     MOVE MULT-RSTA-SLOT TO SIGN-RGN-TAB-SLOT (SIGN-RGN-IX).
064900     MOVE MULT-RSTA-STATUS TO SIGN-RGN-TAB-STATUS (SIGN-RGN-IX).
065000     MOVE MULT-RSTA-ACTION TO SIGN-RGN-TAB-ACTION (SIGN-RGN-IX).
065100     MOVE MULT-RSTA-APPROVER
065200         TO SIGN-RGN-TAB-APPROVER (SIGN-RGN-IX).
065300     MOVE MULT-RSTA-POST TO SIGN-RGN-TAB-POST (SIGN-RGN-IX).
065400     MOVE ZERO TO SIGN-RGN-TAB-COUNT (SIGN-RGN-IX).
065500     IF MULT-RSTA-DETAIL-COUNT NUMERIC
065600         MOVE MULT-RSTA-DETAIL-COUNT
065700             TO SIGN-RGN-TAB-COUNT (SIGN-RGN-IX)
065800     END-IF.
065900     MOVE MULT-RSTA-REASON TO SIGN-RGN-TAB-REASON (SIGN-RGN-IX).
066000 2210-EXIT.
066100     EXIT.
066200
066300******************************************************************
066400*    2300-READ-BALANCE-RESULT - THE LAST RECONCILIATION MULTBAL  *
066500*    RECORDED.                                                   *
066600******************************************************************
066700 2300-READ-BALANCE-RESULT.
066800     OPEN INPUT BALRES-FILE.
066900     READ BALRES-FILE INTO MULT-BALRES-RECORD
067000         AT END
067100             GO TO 2300-CLOSE
067200     END-READ.
067300     IF MULT-BALR-RUN-DATE NUMERIC
067400         AND MULT-BALR-RUN-DATE = SIGN-BUS-DATE
067500         AND MULT-BALR-RUN-NUMBER = SIGN-RUN-NUMBER
067600         SET SIGN-BALRES-FOUND-YES TO TRUE
067700     END-IF.
067800 2300-CLOSE.
067900     CLOSE BALRES-FILE.
068000 2300-EXIT.
068100     EXIT.
068200
068300******************************************************************
068400*    2400-AGE-REJECT-INVENTORY - LOAD THE PROCESSING CALENDAR,   *
068500*    THEN AGE EVERY OPEN REJECT TO THE BUSINESS DATE.            *
068600******************************************************************
068700 2400-AGE-REJECT-INVENTORY.
068800     OPEN INPUT CALENDAR-FILE.
068900     PERFORM 2410-LOAD-ONE-CALENDAR-DATE THRU 2410-EXIT
069000         UNTIL MULT-CALENDAR-EOF-YES.
069100     CLOSE CALENDAR-FILE.
069200     OPEN INPUT INVENTORY-FILE.
069300     PERFORM 2420-AGE-ONE-REJECT THRU 2420-EXIT
069400         UNTIL MULT-INVENTORY-EOF-YES.
069500     CLOSE INVENTORY-FILE.
069600 2400-EXIT.
069700     EXIT.
069800
069900******************************************************************
070000*    2410-LOAD-ONE-CALENDAR-DATE - ONE BUSINESS DATE.  DATES     *
070100*    AFTER THE BUSINESS DATE CANNOT ADD TO ANY AGE AND ARE NOT   *
070200*    KEPT.                                                       *
070300******************************************************************
070400 2410-LOAD-ONE-CALENDAR-DATE.
070500     READ CALENDAR-FILE INTO MULT-CALENDAR-RECORD
070600         AT END
070700             SET MULT-CALENDAR-EOF-YES TO TRUE
070800             GO TO 2410-EXIT
070900     END-READ.
071000     IF CAL-ENTRY-COUNT >= CAL-ENTRY-MAX
071100         GO TO 2410-EXIT
071200     END-IF.
071300     IF MULT-CAL-DATE NUMERIC
071400         AND MULT-CAL-DATE NOT > SIGN-BUS-DATE
071500         ADD 1 TO CAL-ENTRY-COUNT
071600         MOVE MULT-CAL-DATE TO CAL-TAB-DATE (CAL-ENTRY-COUNT)
071700     END-IF.
071800 2410-EXIT.
071900     EXIT.
072000
072100******************************************************************
072200*    2420-AGE-ONE-REJECT - ONE OPEN REJECT: COUNT THE BUSINESS   *
072300*    DAYS FROM ITS REJECT DATE (EXCLUSIVE) TO THE BUSINESS DATE  *
072400*    (INCLUSIVE) AND BUCKET IT AS MULTRINV DOES.                 *
072500******************************************************************
072600 2420-AGE-ONE-REJECT.
072700     READ INVENTORY-FILE INTO MULT-RJINV-RECORD
072800         AT END
072900             SET MULT-INVENTORY-EOF-YES TO TRUE
073000             GO TO 2420-EXIT
073100     END-READ.
073200     IF MULT-RJINV-REJECT-DATE NOT NUMERIC
073300         MOVE ZERO TO MULT-RJINV-REJECT-DATE
073400     END-IF.
073500     ADD 1 TO SIGN-RJ-OPEN-COUNT.
073600     IF MULT-RJINV-REJECT-DATE = SIGN-BUS-DATE
073700         ADD 1 TO SIGN-RJ-TONIGHT-COUNT
073800     END-IF.
073900     MOVE ZERO TO SIGN-RJ-AGE-DAYS.
074000     MOVE ZERO TO CAL-IX.
074100     PERFORM 2430-COUNT-ONE-DAY THRU 2430-EXIT
074200         UNTIL CAL-IX >= CAL-ENTRY-COUNT.
074300     EVALUATE TRUE
074400         WHEN SIGN-RJ-AGE-DAYS <= 1
074500             ADD 1 TO SIGN-RJ-BKT-1
074600         WHEN SIGN-RJ-AGE-DAYS <= 5
074700             ADD 1 TO SIGN-RJ-BKT-2-5
074800         WHEN OTHER
074900             ADD 1 TO SIGN-RJ-BKT-OVER-5
075000     END-EVALUATE.
075100 2420-EXIT.
075200     EXIT.
075300
075400******************************************************************
075500*    2430-COUNT-ONE-DAY - ONE STEP OF THE BUSINESS-DAY COUNT.    *
075600******************************************************************
075700 2430-COUNT-ONE-DAY.
075800     ADD 1 TO CAL-IX.
075900     IF CAL-TAB-DATE (CAL-IX) > MULT-RJINV-REJECT-DATE
076000         ADD 1 TO SIGN-RJ-AGE-DAYS
076100     END-IF.
076200 2430-EXIT.
076300     EXIT.
076400
076500******************************************************************
076600*    2500-READ-XMIT-STATUS - EVERY WAREHOUSE EXTRACT NOT YET     *
076700*    ACKNOWLEDGED, AND TONIGHT'S WHATEVER ITS STATUS.            *
076800******************************************************************
076900 2500-READ-XMIT-STATUS.
077000     OPEN INPUT STATUS-FILE.
077100     PERFORM 2510-READ-ONE-XMIT THRU 2510-EXIT
077200         UNTIL MULT-STATUS-EOF-YES.
077300     CLOSE STATUS-FILE.
077400 2500-EXIT.
077500     EXIT.
077600
077700******************************************************************
077800*    2510-READ-ONE-XMIT - ONE TRANSMISSION-STATUS ROW.  AN       *
077900*    EXTRACT STILL PENDING FROM AN EARLIER DATE IS OVERDUE; ONE  *
078000*    MISMATCHED OR FLAGGED FOR RETRANSMISSION IS A PROBLEM.      *
078100******************************************************************
078200 2510-READ-ONE-XMIT.
078300     READ STATUS-FILE INTO MULT-XMIT-RECORD
078400         AT END
078500             SET MULT-STATUS-EOF-YES TO TRUE
078600             GO TO 2510-EXIT
078700     END-READ.
078800     IF MULT-XMIT-DATE = SIGN-BUS-DATE
078900         MOVE MULT-XMIT-STATUS TO SIGN-XMT-TONIGHT-STATUS
079000     ELSE
079100         IF MULT-XMIT-ACKNOWLEDGED
079200             GO TO 2510-EXIT
079300         END-IF
079400         EVALUATE TRUE
079500             WHEN MULT-XMIT-RETRANSMIT
079600                 ADD 1 TO SIGN-XMT-RETRANSMIT-COUNT
079700             WHEN MULT-XMIT-MISMATCHED
079800                 ADD 1 TO SIGN-XMT-MISMATCH-COUNT
079900             WHEN OTHER
080000                 ADD 1 TO SIGN-XMT-OLD-PENDING-COUNT
080100         END-EVALUATE
080200     END-IF.
080300     IF MULT-XMIT-DATE = SIGN-BUS-DATE
080400         AND MULT-XMIT-RETRANSMIT
080500         ADD 1 TO SIGN-XMT-RETRANSMIT-COUNT
080600     END-IF.
080700     IF MULT-XMIT-DATE = SIGN-BUS-DATE
080800         AND MULT-XMIT-MISMATCHED
080900         ADD 1 TO SIGN-XMT-MISMATCH-COUNT
081000     END-IF.
081050     ADD 1 TO SIGN-XMT-ROW-COUNT.
081100     IF SIGN-XMT-ENTRY-COUNT >= SIGN-XMT-ENTRY-MAX
081200         GO TO 2510-EXIT
081300     END-IF.
081400     ADD 1 TO SIGN-XMT-ENTRY-COUNT.
081500     MOVE SIGN-XMT-ENTRY-COUNT TO SIGN-XMT-IX.
081600     MOVE MULT-XMIT-DATE TO SIGN-XMT-TAB-DATE (SIGN-XMT-IX).
081700     MOVE MULT-XMIT-COUNT TO SIGN-XMT-TAB-COUNT (SIGN-XMT-IX).
081800     MOVE MULT-XMIT-SUM-OF-C TO SIGN-XMT-TAB-SUM (SIGN-XMT-IX).
081900     MOVE MULT-XMIT-STATUS TO SIGN-XMT-TAB-STATUS (SIGN-XMT-IX).
082000     MOVE MULT-XMIT-SENT-DATE
082100         TO SIGN-XMT-TAB-SENT-DATE (SIGN-XMT-IX).
082200 2510-EXIT.
082300     EXIT.
082400
082500******************************************************************
082600*    2600-SCAN-AUDIT-TRAIL - THE ADJUSTMENT (OPERATION CODE J)   *
082700*    ROWS: THOSE STAMPED AFTER THE LAST SIGN-OFF FOR SECTION 6,  *
082800*    AND ANY BACKOUT OF THE RUN BEING SIGNED OFF, WHENEVER IT    *
082900*    WAS STAMPED, FOR SECTION 1.                                 *
083000******************************************************************
083100 2600-SCAN-AUDIT-TRAIL.
083200     OPEN INPUT AUDIT-FILE.
083300     PERFORM 2610-CHECK-ONE-AUDIT-ROW THRU 2610-EXIT
083400         UNTIL MULT-AUDIT-EOF-YES.
083500     CLOSE AUDIT-FILE.
083600 2600-EXIT.
083700     EXIT.
083800
083900******************************************************************
084000*    2610-CHECK-ONE-AUDIT-ROW - ONE AUDIT ROW.  A REVERSAL ROW   *
084100*    (REASON REV) IS PART OF A MULTUNDO BACKOUT; ANY OTHER J ROW *
084200*    IS A MULTMNT ADJUSTMENT.                                    *
084300******************************************************************
084400 2610-CHECK-ONE-AUDIT-ROW.
084500     READ AUDIT-FILE INTO MULT-AUDIT-RECORD
084600         AT END
084700             SET MULT-AUDIT-EOF-YES TO TRUE
084800             GO TO 2610-EXIT
084900     END-READ.
085000     IF MULT-AUDIT-OP-CODE NOT = "J"
085100         GO TO 2610-EXIT
085200     END-IF.
085300     IF MULT-AUDIT-ADJ-REASON = "REV"
085400         AND SIGN-RUN-FOUND-YES
085500         AND MULT-AUDIT-RUN-NUMBER = SIGN-RUN-NUMBER
085600         SET SIGN-RUN-BACKED-OUT-YES TO TRUE
085700     END-IF.
085800     IF MULT-AUDIT-DATE NOT NUMERIC
085900         OR MULT-AUDIT-TIME NOT NUMERIC
086000         GO TO 2610-EXIT
086100     END-IF.
086200     MOVE MULT-AUDIT-DATE TO SIGN-ROW-STAMP-DATE.
086300     MOVE MULT-AUDIT-TIME TO SIGN-ROW-STAMP-TIME.
086400     IF SIGN-ROW-STAMP NOT > SIGN-MARK
086500         GO TO 2610-EXIT
086600     END-IF.
086700     IF MULT-AUDIT-ADJ-COUNT NOT NUMERIC
086800         MOVE ZERO TO MULT-AUDIT-ADJ-COUNT
086900     END-IF.
087000     IF MULT-AUDIT-ADJ-REASON = "REV"
087100         PERFORM 2620-NOTE-BACKOUT THRU 2620-EXIT
087200         GO TO 2610-EXIT
087300     END-IF.
087400     ADD 1 TO ADJ-ROW-COUNT.
087500     IF ADJ-ENTRY-COUNT >= ADJ-ENTRY-MAX
087600         GO TO 2610-EXIT
087700     END-IF.
087800     ADD 1 TO ADJ-ENTRY-COUNT.
087900     MOVE ADJ-ENTRY-COUNT TO ADJ-IX.
088000     MOVE MULT-AUDIT-DATE TO ADJ-TAB-DATE (ADJ-IX).
088100     MOVE MULT-AUDIT-TIME TO ADJ-TAB-TIME (ADJ-IX).
088200     MOVE MULT-AUDIT-KEY TO ADJ-TAB-KEY (ADJ-IX).
088300     MOVE MULT-AUDIT-ADJ-REASON TO ADJ-TAB-REASON (ADJ-IX).
088400     MOVE MULT-AUDIT-ADJ-COUNT TO ADJ-TAB-COUNT (ADJ-IX).
088500     MOVE MULT-AUDIT-C TO ADJ-TAB-SUM (ADJ-IX).
088600     MOVE MULT-AUDIT-RUN-NUMBER TO ADJ-TAB-RUN (ADJ-IX).
088700 2610-EXIT.
088800     EXIT.
088900
089000******************************************************************
089100*    2620-NOTE-BACKOUT - ADD ONE REVERSAL ROW TO ITS RUN'S       *
089200*    BACKOUT TOTALS.                                             *
089300******************************************************************
089400 2620-NOTE-BACKOUT.
089500     ADD 1 TO BKO-ROW-COUNT.
089600     MOVE ZERO TO BKO-FOUND-IX.
089700     MOVE ZERO TO BKO-IX.
089800     PERFORM 2630-FIND-BACKOUT-RUN THRU 2630-EXIT
089900         UNTIL BKO-IX >= BKO-ENTRY-COUNT
090000         OR BKO-FOUND-IX > ZERO.
090100     IF BKO-FOUND-IX = ZERO
090200         IF BKO-ENTRY-COUNT >= BKO-ENTRY-MAX
090300             GO TO 2620-EXIT
090400         END-IF
090500         ADD 1 TO BKO-ENTRY-COUNT
090600         MOVE BKO-ENTRY-COUNT TO BKO-FOUND-IX
090700         MOVE MULT-AUDIT-RUN-NUMBER TO BKO-TAB-RUN (BKO-FOUND-IX)
090800         MOVE MULT-AUDIT-DATE TO BKO-TAB-DATE (BKO-FOUND-IX)
090900         MOVE ZERO TO BKO-TAB-ROWS (BKO-FOUND-IX)
091000         MOVE ZERO TO BKO-TAB-COUNT (BKO-FOUND-IX)
091100         MOVE ZERO TO BKO-TAB-SUM (BKO-FOUND-IX)
091200     END-IF.
091300     ADD 1 TO BKO-TAB-ROWS (BKO-FOUND-IX).
091400     ADD MULT-AUDIT-ADJ-COUNT TO BKO-TAB-COUNT (BKO-FOUND-IX).
091500     ADD MULT-AUDIT-C TO BKO-TAB-SUM (BKO-FOUND-IX).
091600 2620-EXIT.
091700     EXIT.
091800
091900******************************************************************
092000*    2630-FIND-BACKOUT-RUN - ONE BACKOUT TABLE ENTRY AGAINST THE *
092100*    REVERSAL ROW'S RUN.                                         *
092200******************************************************************
092300 2630-FIND-BACKOUT-RUN.
092400     ADD 1 TO BKO-IX.
092500     IF BKO-TAB-RUN (BKO-IX) = MULT-AUDIT-RUN-NUMBER
092600         MOVE BKO-IX TO BKO-FOUND-IX
092700     END-IF.
092800 2630-EXIT.
092900     EXIT.
093000
093100******************************************************************
093200*    3000-PRINT-HEADING - TITLE, DATE, MODE, AND WHEN THE NIGHT  *
093300*    WAS LAST SIGNED OFF.                                        *
093400******************************************************************
093500 3000-PRINT-HEADING.
093600     MOVE SIGN-HEADING-LINE TO SIGN-PRINT-LINE.
093700     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
093800     MOVE SIGN-BUS-DATE TO SIGN-DL-BUS-DATE.
093900     MOVE SIGN-NOW-DATE TO SIGN-DL-DATE.
094000     MOVE SIGN-NOW-TIME TO SIGN-DL-TIME.
094100     IF SIGN-MODE-SIGNOFF
094200         MOVE "SIGN-OFF UNLESS CC 8" TO SIGN-DL-MODE
094300     ELSE
094400         MOVE "REVIEW ONLY - NOT RECORDED" TO SIGN-DL-MODE
094500     END-IF.
094600     MOVE SIGN-DATE-LINE TO SIGN-PRINT-LINE.
094700     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
094800     IF SIGN-NEVER-SIGNED-YES
094900         MOVE "NO EARLIER SIGN-OFF ON FILE." TO SIGN-PRINT-LINE
095000     ELSE
095100         MOVE MULT-SGN-DATE TO SIGN-LL-DATE
095200         MOVE MULT-SGN-TIME TO SIGN-LL-TIME
095300         MOVE ZERO TO SIGN-LL-BUS-DATE
095400         IF MULT-SGN-BUS-DATE NUMERIC
095500             MOVE MULT-SGN-BUS-DATE TO SIGN-LL-BUS-DATE
095600         END-IF
095700         MOVE ZERO TO SIGN-LL-RESULT
095800         IF MULT-SGN-RESULT NUMERIC
095900             MOVE MULT-SGN-RESULT TO SIGN-LL-RESULT
096000         END-IF
096100         MOVE SIGN-LAST-LINE TO SIGN-PRINT-LINE
096200     END-IF.
096300     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
096400 3000-EXIT.
096500     EXIT.
096600
096700******************************************************************
096800*    3100-RUN-SECTION - THE RUN THAT POSTED THE DATE.  NO RUN,   *
096900*    OR A RUN SINCE BACKED OUT, BLOCKS THE SIGN-OFF; A RESTART   *
097000*    NEEDS A LOOK AT THE ATTEMPT THAT FAILED.                    *
097100******************************************************************
097200 3100-RUN-SECTION.
097300     MOVE 1 TO SIGN-SEC-NO.
097400     MOVE ZERO TO SIGN-SEC-SEV.
097500     IF SIGN-RUN-FOUND-YES AND SIGN-RUN-RESTART = "Y"
097600         MOVE 4 TO SIGN-SEC-SEV
097700     END-IF.
097800     IF NOT SIGN-RUN-FOUND-YES OR SIGN-RUN-BACKED-OUT-YES
097900         MOVE 8 TO SIGN-SEC-SEV
098000     END-IF.
098100     PERFORM 3900-PUT-SECTION-HEADING THRU 3900-EXIT.
098200     IF NOT SIGN-RUN-FOUND-YES
098300         MOVE "*** NO COMPLETED RUN LOGGED FOR THIS DATE."
098400             TO SIGN-TL-TEXT
098500         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
098600         MOVE "    LAST DATE POSTED  . . . . . ." TO SIGN-NL-TEXT
098700         MOVE MULT-CTL-LAST-RUN-DATE TO SIGN-NL-DATE
098800         MOVE SIGN-NOTE-LINE TO SIGN-PRINT-LINE
098900         PERFORM 8000-PUT-LINE THRU 8000-EXIT
099000         GO TO 3100-EXIT
099100     END-IF.
099200     MOVE SIGN-RUN-NUMBER TO SIGN-RL-RUN.
099300     MOVE SIGN-RUN-RESTART TO SIGN-RL-RESTART.
099400     IF SIGN-RUN-RESTART NOT = "Y"
099500         MOVE "N" TO SIGN-RL-RESTART
099600     END-IF.
099700     MOVE SIGN-RUN-START-TIME TO SIGN-RL-START.
099800     MOVE SIGN-RUN-END-TIME TO SIGN-RL-END.
099900     MOVE SIGN-RUN-LINE TO SIGN-PRINT-LINE.
100000     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
100100     IF SIGN-RUN-RESTART = "Y"
100200         MOVE "*** RUN RESTARTED AFTER AN ABEND - CHECK THE"
100300             TO SIGN-TL-TEXT
100400         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
100500         MOVE "    FAILED ATTEMPT AND ITS CHECKPOINT."
100600             TO SIGN-TL-TEXT
100700         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
100800     END-IF.
100900     IF SIGN-RUN-BACKED-OUT-YES
101000         MOVE "*** RUN BACKED OUT BY MULTUNDO - REPOST"
101100             TO SIGN-TL-TEXT
101200         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
101300         MOVE "    THE DATE BEFORE SIGNING IT OFF."
101400             TO SIGN-TL-TEXT
101500         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
101600     END-IF.
101700 3100-EXIT.
101800     EXIT.
101900
102000******************************************************************
102100*    3200-REGION-SECTION - ONE LINE PER REGION.  A REGION THAT   *
102200*    POSTED LATE OR WAS SKIPPED WITH A SUPERVISOR'S APPROVAL     *
102300*    NEEDS A LOOK; ONE THAT DID NOT POST WITHOUT APPROVAL, OR    *
102400*    STATUS FOR ANOTHER DATE, BLOCKS THE SIGN-OFF.               *
102500******************************************************************
102600 3200-REGION-SECTION.
102700     MOVE 2 TO SIGN-SEC-NO.
102800     MOVE ZERO TO SIGN-SEC-SEV.
102900     MOVE ZERO TO SIGN-RGN-WARN-COUNT.
103000     MOVE ZERO TO SIGN-RGN-FAIL-COUNT.
103100     MOVE ZERO TO SIGN-RGN-IX.
103200     PERFORM 3210-ASSESS-ONE-REGION THRU 3210-EXIT
103300         UNTIL SIGN-RGN-IX >= SIGN-RGN-ENTRY-COUNT.
103400     IF SIGN-RGN-WARN-COUNT > ZERO
103500         MOVE 4 TO SIGN-SEC-SEV
103600     END-IF.
103700     IF SIGN-RGN-FAIL-COUNT > ZERO
103800         OR SIGN-RGN-STALE-DATE NOT = ZERO
103900         OR SIGN-RGN-ENTRY-COUNT = ZERO
104000         MOVE 8 TO SIGN-SEC-SEV
104100     END-IF.
104200     PERFORM 3900-PUT-SECTION-HEADING THRU 3900-EXIT.
104300     IF SIGN-RGN-ENTRY-COUNT = ZERO
104400         MOVE "*** NO REGION STATUS ON FILE - MULTPRE HAS NOT RUN"
104500             TO SIGN-TL-TEXT
104600         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
104700         GO TO 3200-EXIT
104800     END-IF.
104900     MOVE SIGN-REGION-HEADING TO SIGN-PRINT-LINE.
105000     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
105100     MOVE ZERO TO SIGN-RGN-IX.
105200     PERFORM 3220-PRINT-ONE-REGION THRU 3220-EXIT
105300         UNTIL SIGN-RGN-IX >= SIGN-RGN-ENTRY-COUNT.
105400     IF SIGN-RGN-STALE-DATE NOT = ZERO
105500         MOVE "*** REGION STATUS ON FILE IS FOR BUSINESS DATE"
105600             TO SIGN-NL-TEXT
105700         MOVE SIGN-RGN-STALE-DATE TO SIGN-NL-DATE
105800         MOVE SIGN-NOTE-LINE TO SIGN-PRINT-LINE
105900         PERFORM 8000-PUT-LINE THRU 8000-EXIT
106000     END-IF.
106100     IF SIGN-RGN-WARN-COUNT > ZERO
106200         MOVE "    LATE OR SKIPPED, APPROVED . ."
106300             TO SIGN-CL-LABEL
106400         MOVE SIGN-RGN-WARN-COUNT TO SIGN-CL-VALUE
106500         MOVE SIGN-COUNT-LINE TO SIGN-PRINT-LINE
106600         PERFORM 8000-PUT-LINE THRU 8000-EXIT
106700     END-IF.
106800     IF SIGN-RGN-FAIL-COUNT > ZERO
106900         MOVE "    *** NOT POSTED, NO APPROVAL ."
107000             TO SIGN-CL-LABEL
107100         MOVE SIGN-RGN-FAIL-COUNT TO SIGN-CL-VALUE
107200         MOVE SIGN-COUNT-LINE TO SIGN-PRINT-LINE
107300         PERFORM 8000-PUT-LINE THRU 8000-EXIT
107400     END-IF.
107500 3200-EXIT.
107600     EXIT.
107700
107800******************************************************************
107900*    3210-ASSESS-ONE-REGION - VERIFIED AND NOT-EXPECTED REGIONS  *
108000*    ARE IN ORDER.                                               *
108100******************************************************************
108200 3210-ASSESS-ONE-REGION.
108300     ADD 1 TO SIGN-RGN-IX.
108400     IF SIGN-RGN-TAB-STATUS (SIGN-RGN-IX) = "V" OR "X"
108500         GO TO 3210-EXIT
108600     END-IF.
108700     IF SIGN-RGN-TAB-ACTION (SIGN-RGN-IX) = "S" OR "A"
108800         ADD 1 TO SIGN-RGN-WARN-COUNT
108900     ELSE
109000         ADD 1 TO SIGN-RGN-FAIL-COUNT
109100     END-IF.
109200 3210-EXIT.
109300     EXIT.
109400
109500******************************************************************
109600*    3220-PRINT-ONE-REGION - ONE REGION STATUS LINE.             *
109700******************************************************************
109800 3220-PRINT-ONE-REGION.
109900     ADD 1 TO SIGN-RGN-IX.
110000     MOVE SIGN-RGN-TAB-REGION (SIGN-RGN-IX) TO SIGN-GL-REGION.
110100     MOVE SIGN-RGN-TAB-SLOT (SIGN-RGN-IX) TO SIGN-GL-SLOT.
110200     EVALUATE SIGN-RGN-TAB-STATUS (SIGN-RGN-IX)
110300         WHEN "V"
110400             MOVE "VERIFIED" TO SIGN-GL-STATUS
110500         WHEN "N"
110600             MOVE "NOT RECEIVED" TO SIGN-GL-STATUS
110700         WHEN "L"
110800             MOVE "LATE" TO SIGN-GL-STATUS
110900         WHEN "Q"
111000             MOVE "QUARANTINED" TO SIGN-GL-STATUS
111100         WHEN "X"
111200             MOVE "NOT EXPECTED" TO SIGN-GL-STATUS
111300         WHEN OTHER
111400             MOVE "UNKNOWN" TO SIGN-GL-STATUS
111500     END-EVALUATE.
111600     EVALUATE SIGN-RGN-TAB-ACTION (SIGN-RGN-IX)
111700         WHEN "S"
111800             MOVE "SKIPPED" TO SIGN-GL-ACTION
111900         WHEN "A"
112000             MOVE "LATE ACCEPT" TO SIGN-GL-ACTION
112100         WHEN OTHER
112200             MOVE SPACES TO SIGN-GL-ACTION
112300     END-EVALUATE.
112400     MOVE SIGN-RGN-TAB-APPROVER (SIGN-RGN-IX) TO SIGN-GL-APPROVER.
112500     MOVE "N" TO SIGN-GL-POST.
112600     IF SIGN-RGN-TAB-POST (SIGN-RGN-IX) = "Y"
112700         MOVE "Y" TO SIGN-GL-POST
112800     END-IF.
112900     MOVE SIGN-RGN-TAB-COUNT (SIGN-RGN-IX) TO SIGN-GL-COUNT.
113000     MOVE SIGN-RGN-TAB-REASON (SIGN-RGN-IX) TO SIGN-GL-REASON.
113100     MOVE SIGN-REGION-LINE TO SIGN-PRINT-LINE.
113200     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
113300 3220-EXIT.
113400     EXIT.
113500
113600******************************************************************
113700*    3300-BALANCE-SECTION - MULTBAL'S VERDICT ON THE RUN.  NO    *
113800*    RECONCILIATION OF THIS RUN, OR AN OUT-OF-BALANCE ONE,       *
113900*    BLOCKS THE SIGN-OFF.                                        *
114000******************************************************************
114100 3300-BALANCE-SECTION.
114200     MOVE 3 TO SIGN-SEC-NO.
114300     MOVE ZERO TO SIGN-SEC-SEV.
114400     IF NOT SIGN-BALRES-FOUND-YES
114500         OR NOT MULT-BALR-IN-BALANCE
114600         MOVE 8 TO SIGN-SEC-SEV
114700     END-IF.
114800     PERFORM 3900-PUT-SECTION-HEADING THRU 3900-EXIT.
114900     IF NOT SIGN-BALRES-FOUND-YES
115000         MOVE "*** NO BALANCE RESULT FOR THIS RUN - MULTBAL"
115100             TO SIGN-TL-TEXT
115200         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
115300         MOVE "    DID NOT COMPLETE." TO SIGN-TL-TEXT
115400         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
115500         GO TO 3300-EXIT
115600     END-IF.
115700     MOVE "    INPUT RECORDS . . . . . . . ." TO SIGN-CL-LABEL.
115800     MOVE MULT-BALR-INPUT-COUNT TO SIGN-CL-VALUE.
115900     PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT.
116000     MOVE "    GOOD + REJECTED + HELD  . . ." TO SIGN-CL-LABEL.
116100     ADD MULT-BALR-GOOD-COUNT MULT-BALR-REJECT-COUNT
116200         MULT-BALR-HELD-COUNT GIVING SIGN-CL-VALUE.
116300     PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT.
116400     MOVE "    SCHEDULED FORWARD . . . . . ." TO SIGN-CL-LABEL.
116500     MOVE MULT-BALR-SCHED-COUNT TO SIGN-CL-VALUE.
116600     PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT.
116700     MOVE "    REGIONS NOT POSTED  . . . . ." TO SIGN-CL-LABEL.
116800     MOVE MULT-BALR-UNPOSTED-REGIONS TO SIGN-CL-VALUE.
116900     PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT.
117000     MOVE "    SUM OF C ON FILE  . . . . . ." TO SIGN-SL-LABEL.
117100     MOVE MULT-BALR-SUM-OF-C TO SIGN-SL-VALUE.
117200     MOVE SIGN-SUM-LINE TO SIGN-PRINT-LINE.
117300     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
117400     MOVE "    SUM OF C RECOMPUTED . . . . ." TO SIGN-SL-LABEL.
117500     MOVE MULT-BALR-RECOMPUTED-SUM TO SIGN-SL-VALUE.
117600     MOVE SIGN-SUM-LINE TO SIGN-PRINT-LINE.
117700     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
117800     IF MULT-BALR-IN-BALANCE
117900         MOVE "RUN IS IN BALANCE - CERTIFIED." TO SIGN-TL-TEXT
118000     ELSE
118100         MOVE "*** RUN IS OUT OF BALANCE - DO NOT SIGN OFF"
118200             TO SIGN-TL-TEXT
118300     END-IF.
118400     PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT.
118500 3300-EXIT.
118600     EXIT.
118700
118800******************************************************************
118900*    3400-REJECT-SECTION - THE NIGHT'S GOOD AND REJECTED COUNTS  *
119000*    (FROM THE RECONCILIATION, OR THE RUN HISTORY WITHOUT ONE)   *
119100*    AGAINST THE OPEN REJECT INVENTORY BY AGE.  A REJECT OPEN    *
119200*    MORE THAN FIVE BUSINESS DAYS NEEDS A LOOK.                  *
119300******************************************************************
119400 3400-REJECT-SECTION.
119500     MOVE 4 TO SIGN-SEC-NO.
119600     MOVE ZERO TO SIGN-SEC-SEV.
119700     IF SIGN-RJ-BKT-OVER-5 > ZERO
119800         MOVE 4 TO SIGN-SEC-SEV
119900     END-IF.
120000     PERFORM 3900-PUT-SECTION-HEADING THRU 3900-EXIT.
120100     IF SIGN-BALRES-FOUND-YES
120200         MOVE MULT-BALR-GOOD-COUNT TO SIGN-RUN-GOOD-COUNT
120300         MOVE MULT-BALR-REJECT-COUNT TO SIGN-RUN-REJECT-COUNT
120400     END-IF.
120500     IF SIGN-RUN-FOUND-YES
120600         MOVE "    GOOD TONIGHT  . . . . . . . ." TO SIGN-CL-LABEL
120700         MOVE SIGN-RUN-GOOD-COUNT TO SIGN-CL-VALUE
120800         PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT
120900         MOVE "    REJECTED TONIGHT  . . . . . ." TO SIGN-CL-LABEL
121000         MOVE SIGN-RUN-REJECT-COUNT TO SIGN-CL-VALUE
121100         PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT
121200     ELSE
121300         MOVE "NO RUN FOR THIS DATE - NO COUNTS TONIGHT."
121400             TO SIGN-TL-TEXT
121500         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
121600     END-IF.
121700     MOVE "    OPEN REJECTS, ALL RUNS  . . ." TO SIGN-CL-LABEL.
121800     MOVE SIGN-RJ-OPEN-COUNT TO SIGN-CL-VALUE.
121900     PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT.
122000     MOVE "      OF WHICH FROM TONIGHT . . ." TO SIGN-CL-LABEL.
122100     MOVE SIGN-RJ-TONIGHT-COUNT TO SIGN-CL-VALUE.
122200     PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT.
122300     MOVE "      OPEN 1 BUSINESS DAY . . . ." TO SIGN-CL-LABEL.
122400     MOVE SIGN-RJ-BKT-1 TO SIGN-CL-VALUE.
122500     PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT.
122600     MOVE "      OPEN 2-5 BUSINESS DAYS  . ." TO SIGN-CL-LABEL.
122700     MOVE SIGN-RJ-BKT-2-5 TO SIGN-CL-VALUE.
122800     PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT.
122900     MOVE "      OPEN OVER 5 BUSINESS DAYS ." TO SIGN-CL-LABEL.
123000     MOVE SIGN-RJ-BKT-OVER-5 TO SIGN-CL-VALUE.
123100     PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT.
123200     IF SIGN-RJ-BKT-OVER-5 > ZERO
123300         MOVE "*** REJECTS OPEN OVER 5 DAYS - WORK THEM IN"
123400             TO SIGN-TL-TEXT
123500         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
123600         MOVE "    MULTFIX (SEE THE MULTRINV AGING REPORT)."
123700             TO SIGN-TL-TEXT
123800         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
123900     END-IF.
124000 3400-EXIT.
124100     EXIT.
124200
124300******************************************************************
124400*    3500-EXTRACT-SECTION - WAREHOUSE EXTRACTS STILL OUT.  ONE   *
124500*    MISMATCHED OR FLAGGED FOR RETRANSMISSION BLOCKS THE SIGN-   *
124600*    OFF; ONE STILL PENDING FROM AN EARLIER DATE, OR NONE SENT   *
124700*    FOR THIS DATE (HELD BY THE BALANCE OR VARIANCE GATE),       *
124800*    NEEDS A LOOK.  TONIGHT'S EXTRACT AWAITING ITS               *
124900*    ACKNOWLEDGMENT IS IN ORDER.                                 *
125000******************************************************************
125100 3500-EXTRACT-SECTION.
125200     MOVE 5 TO SIGN-SEC-NO.
125300     MOVE ZERO TO SIGN-SEC-SEV.
125400     IF SIGN-XMT-OLD-PENDING-COUNT > ZERO
125500         OR SIGN-XMT-TONIGHT-STATUS = SPACE
125600         MOVE 4 TO SIGN-SEC-SEV
125700     END-IF.
125800     IF SIGN-XMT-RETRANSMIT-COUNT > ZERO
125900         OR SIGN-XMT-MISMATCH-COUNT > ZERO
126000         MOVE 8 TO SIGN-SEC-SEV
126100     END-IF.
126200     PERFORM 3900-PUT-SECTION-HEADING THRU 3900-EXIT.
126300     IF SIGN-XMT-ENTRY-COUNT > ZERO
126400         MOVE SIGN-XMIT-HEADING TO SIGN-PRINT-LINE
126500         PERFORM 8000-PUT-LINE THRU 8000-EXIT
126600         MOVE ZERO TO SIGN-XMT-IX
126700         PERFORM 3510-PRINT-ONE-EXTRACT THRU 3510-EXIT
126800             UNTIL SIGN-XMT-IX >= SIGN-XMT-ENTRY-COUNT
126900     END-IF.
126910     IF SIGN-XMT-ROW-COUNT > SIGN-XMT-ENTRY-COUNT
126920         MOVE "(MORE NOT LISTED - SEE THE MULTACKJ REPORT.)"
126930             TO SIGN-TL-TEXT
126940         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
126950     END-IF.
127000     IF SIGN-XMT-TONIGHT-STATUS = SPACE
127100         MOVE "*** NO EXTRACT WAS SENT FOR THIS BUSINESS DATE."
127200             TO SIGN-TL-TEXT
127300         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
127400     END-IF.
127500     IF SIGN-XMT-TONIGHT-STATUS = "P"
127600         MOVE "TONIGHT'S EXTRACT IS AWAITING THE WAREHOUSE'S"
127700             TO SIGN-TL-TEXT
127800         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
127900         MOVE "ACKNOWLEDGMENT." TO SIGN-TL-TEXT
128000         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
128100     END-IF.
128200     IF SIGN-XMT-OLD-PENDING-COUNT > ZERO
128300         MOVE "    *** EARLIER, UNACKNOWLEDGED ."
128400             TO SIGN-CL-LABEL
128500         MOVE SIGN-XMT-OLD-PENDING-COUNT TO SIGN-CL-VALUE
128600         PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT
128700     END-IF.
128800     IF SIGN-XMT-MISMATCH-COUNT > ZERO
128900         MOVE "    *** MISMATCHED  . . . . . . ."
129000             TO SIGN-CL-LABEL
129100         MOVE SIGN-XMT-MISMATCH-COUNT TO SIGN-CL-VALUE
129200         PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT
129300     END-IF.
129400     IF SIGN-XMT-RETRANSMIT-COUNT > ZERO
129500         MOVE "    *** FLAGGED TO RETRANSMIT . ."
129600             TO SIGN-CL-LABEL
129700         MOVE SIGN-XMT-RETRANSMIT-COUNT TO SIGN-CL-VALUE
129800         PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT
129900     END-IF.
130000 3500-EXIT.
130100     EXIT.
130200
130300******************************************************************
130400*    3510-PRINT-ONE-EXTRACT - ONE EXTRACT LINE.                  *
130500******************************************************************
130600 3510-PRINT-ONE-EXTRACT.
130700     ADD 1 TO SIGN-XMT-IX.
130800     MOVE SIGN-XMT-TAB-DATE (SIGN-XMT-IX) TO SIGN-XL-DATE.
130900     MOVE SIGN-XMT-TAB-COUNT (SIGN-XMT-IX) TO SIGN-XL-COUNT.
131000     MOVE SIGN-XMT-TAB-SUM (SIGN-XMT-IX) TO SIGN-XL-SUM.
131100     EVALUATE SIGN-XMT-TAB-STATUS (SIGN-XMT-IX)
131200         WHEN "P"
131300             MOVE "PENDING" TO SIGN-XL-STATUS
131400         WHEN "A"
131500             MOVE "ACKNOWLEDGED" TO SIGN-XL-STATUS
131600         WHEN "M"
131700             MOVE "MISMATCHED" TO SIGN-XL-STATUS
131800         WHEN "R"
131900             MOVE "RETRANSMIT" TO SIGN-XL-STATUS
132000         WHEN OTHER
132100             MOVE "UNKNOWN" TO SIGN-XL-STATUS
132200     END-EVALUATE.
132300     MOVE SIGN-XMT-TAB-SENT-DATE (SIGN-XMT-IX) TO SIGN-XL-SENT.
132400     MOVE SIGN-XMIT-LINE TO SIGN-PRINT-LINE.
132500     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
132600 3510-EXIT.
132700     EXIT.
132800
132900******************************************************************
133000*    3600-ADJUSTMENT-SECTION - MULTMNT ADJUSTMENTS ROW BY ROW    *
133100*    AND MULTUNDO BACKOUTS RUN BY RUN, STAMPED SINCE THE LAST    *
133200*    SIGN-OFF.  ANY AT ALL NEEDS A LOOK.                         *
133300******************************************************************
133400 3600-ADJUSTMENT-SECTION.
133500     MOVE 6 TO SIGN-SEC-NO.
133600     MOVE ZERO TO SIGN-SEC-SEV.
133700     IF ADJ-ROW-COUNT > ZERO OR BKO-ROW-COUNT > ZERO
133800         MOVE 4 TO SIGN-SEC-SEV
133900     END-IF.
134000     PERFORM 3900-PUT-SECTION-HEADING THRU 3900-EXIT.
134100     IF ADJ-ROW-COUNT = ZERO AND BKO-ROW-COUNT = ZERO
134200         MOVE "NONE SINCE THE LAST SIGN-OFF." TO SIGN-TL-TEXT
134300         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
134400         GO TO 3600-EXIT
134500     END-IF.
134600     MOVE "    MULTMNT ADJUSTMENTS . . . . ." TO SIGN-CL-LABEL.
134700     MOVE ADJ-ROW-COUNT TO SIGN-CL-VALUE.
134800     PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT.
134900     IF ADJ-ENTRY-COUNT > ZERO
135000         MOVE SIGN-ADJUST-HEADING TO SIGN-PRINT-LINE
135100         PERFORM 8000-PUT-LINE THRU 8000-EXIT
135200         MOVE ZERO TO ADJ-IX
135300         PERFORM 3610-PRINT-ONE-ADJUSTMENT THRU 3610-EXIT
135400             UNTIL ADJ-IX >= ADJ-ENTRY-COUNT
135500     END-IF.
135600     IF ADJ-ROW-COUNT > ADJ-ENTRY-COUNT
135700         MOVE "(MORE NOT LISTED - SEE MULTAUDQ FOR THE REST.)"
135800             TO SIGN-TL-TEXT
135900         PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT
136000     END-IF.
136100     MOVE "    MULTUNDO REVERSAL ROWS  . . ." TO SIGN-CL-LABEL.
136200     MOVE BKO-ROW-COUNT TO SIGN-CL-VALUE.
136300     PERFORM 3960-PUT-COUNT-LINE THRU 3960-EXIT.
136400     MOVE ZERO TO BKO-IX.
136500     PERFORM 3620-PRINT-ONE-BACKOUT THRU 3620-EXIT
136600         UNTIL BKO-IX >= BKO-ENTRY-COUNT.
136700     MOVE "*** REVIEW EACH ADJUSTMENT AND BACKOUT BEFORE SIGNING."
136800         TO SIGN-TL-TEXT.
136900     PERFORM 3950-PUT-TEXT-LINE THRU 3950-EXIT.
137000 3600-EXIT.
137100     EXIT.
137200
137300******************************************************************
137400*    3610-PRINT-ONE-ADJUSTMENT - ONE ADJUSTMENT LINE.            *
137500******************************************************************
137600 3610-PRINT-ONE-ADJUSTMENT.
137700     ADD 1 TO ADJ-IX.
137800     MOVE ADJ-TAB-DATE (ADJ-IX) TO SIGN-AL-DATE.
137900     MOVE ADJ-TAB-TIME (ADJ-IX) TO SIGN-AL-TIME.
138000     MOVE ADJ-TAB-KEY (ADJ-IX) TO SIGN-AL-KEY.
138100     MOVE ADJ-TAB-REASON (ADJ-IX) TO SIGN-AL-REASON.
138200     MOVE ADJ-TAB-COUNT (ADJ-IX) TO SIGN-AL-COUNT.
138300     MOVE ADJ-TAB-SUM (ADJ-IX) TO SIGN-AL-SUM.
138400     MOVE ADJ-TAB-RUN (ADJ-IX) TO SIGN-AL-RUN.
138500     MOVE SIGN-ADJUST-LINE TO SIGN-PRINT-LINE.
138600     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
138700 3610-EXIT.
138800     EXIT.
138900
139000******************************************************************
139100*    3620-PRINT-ONE-BACKOUT - ONE BACKED-OUT RUN, ITS REVERSAL   *
139200*    ROWS AND THEIR NET EFFECT ON THE MASTER.                    *
139300******************************************************************
139400 3620-PRINT-ONE-BACKOUT.
139500     ADD 1 TO BKO-IX.
139600     MOVE BKO-TAB-RUN (BKO-IX) TO SIGN-BL-RUN.
139700     MOVE BKO-TAB-ROWS (BKO-IX) TO SIGN-BL-ROWS.
139800     MOVE BKO-TAB-COUNT (BKO-IX) TO SIGN-BL-COUNT.
139900     MOVE BKO-TAB-SUM (BKO-IX) TO SIGN-BL-SUM.
140000     MOVE BKO-TAB-DATE (BKO-IX) TO SIGN-BL-DATE.
140100     MOVE SIGN-BACKOUT-LINE TO SIGN-PRINT-LINE.
140200     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
140300 3620-EXIT.
140400     EXIT.
140500
140600******************************************************************
140700*    3900-PUT-SECTION-HEADING - A BLANK LINE, THEN THE SECTION   *
140800*    TITLE AND ITS FLAG.  KEEPS THE SECTION'S RESULT AND THE     *
140900*    WORST SO FAR.                                               *
141000******************************************************************
141100 3900-PUT-SECTION-HEADING.
141200     MOVE SIGN-SEC-SEV TO SIGN-SEV-ENTRY (SIGN-SEC-NO).
141300     IF SIGN-SEC-SEV > SIGN-WORST-SEV
141400         MOVE SIGN-SEC-SEV TO SIGN-WORST-SEV
141500     END-IF.
141600     MOVE SPACES TO SIGN-PRINT-LINE.
141700     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
141800     MOVE SIGN-TITLE (SIGN-SEC-NO) TO SIGN-SEC-TITLE.
141900     IF SIGN-SEC-SEV = ZERO
142000         MOVE "OK" TO SIGN-SEC-FLAG
142100     ELSE
142200         MOVE "ATTENTION" TO SIGN-SEC-FLAG
142300     END-IF.
142400     MOVE SIGN-SECTION-LINE TO SIGN-PRINT-LINE.
142500     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
142600 3900-EXIT.
142700     EXIT.
142800
142900******************************************************************
143000*    3950-PUT-TEXT-LINE - SEND THE TEXT LINE AS IT STANDS.       *
143100******************************************************************
143200 3950-PUT-TEXT-LINE.
143300     MOVE SIGN-TEXT-LINE TO SIGN-PRINT-LINE.
143400     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
143500 3950-EXIT.
143600     EXIT.
143700
143800******************************************************************
143900*    3960-PUT-COUNT-LINE - SEND THE COUNT LINE AS IT STANDS.     *
144000******************************************************************
144100 3960-PUT-COUNT-LINE.
144200     MOVE SIGN-COUNT-LINE TO SIGN-PRINT-LINE.
144300     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
144400 3960-EXIT.
144500     EXIT.
144600
144700******************************************************************
144800*    8000-PUT-LINE - WRITE ONE REPORT LINE.                      *
144900******************************************************************
145000 8000-PUT-LINE.
145100     WRITE REPORT-FILE-RECORD FROM SIGN-PRINT-LINE.
145200 8000-EXIT.
145300     EXIT.
145400
145500******************************************************************
145600*    9000-FINALIZE - THE SECTION SUMMARY AND OVERALL RESULT,     *
145700*    THE SIGN-OFF RECORDED WHEN ASKED, AND THE WORST CONDITION   *
145800*    AS THE CONDITION CODE.                                      *
145900******************************************************************
146000 9000-FINALIZE.
146100     MOVE SPACES TO SIGN-PRINT-LINE.
146200     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
146300     MOVE "SUMMARY" TO SIGN-PRINT-LINE.
146400     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
146500     MOVE ZERO TO SIGN-SEC-NO.
146600     PERFORM 9100-PUT-SUMMARY-LINE THRU 9100-EXIT
146700         UNTIL SIGN-SEC-NO >= 6.
146800     IF SIGN-WORST-SEV = ZERO
146900         MOVE "OK" TO SIGN-OL-FLAG
147000     ELSE
147100         MOVE "ATTENTION" TO SIGN-OL-FLAG
147200     END-IF.
147300     MOVE SIGN-WORST-SEV TO SIGN-OL-CC.
147400     MOVE SIGN-OVERALL-LINE TO SIGN-PRINT-LINE.
147500     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
147600*    A NIGHT THAT ENDS CC 8 IS NOT SIGNED OFF, EVEN ON REQUEST.
147700     EVALUATE TRUE
147800         WHEN NOT SIGN-MODE-SIGNOFF
147900             MOVE "REVIEW ONLY - SIGN-OFF NOT RECORDED."
148000                 TO SIGN-PRINT-LINE
148100         WHEN SIGN-WORST-SEV < 8
148200             PERFORM 9200-RECORD-SIGNOFF THRU 9200-EXIT
148300             MOVE "SIGN-OFF RECORDED." TO SIGN-PRINT-LINE
148400         WHEN OTHER
148500             MOVE "CC 8 - SIGN-OFF NOT RECORDED."
148600                 TO SIGN-PRINT-LINE
148700     END-EVALUATE.
148800     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
148900     CLOSE REPORT-FILE.
149000     DISPLAY "MULTSIGN - " SIGN-OL-FLAG " CC " SIGN-WORST-SEV.
149100     MOVE SIGN-WORST-SEV TO RETURN-CODE.
149200 9000-EXIT.
149300     EXIT.
149400
149500******************************************************************
149600*    9100-PUT-SUMMARY-LINE - ONE SECTION'S TITLE AND FLAG.       *
149700******************************************************************
149800 9100-PUT-SUMMARY-LINE.
149900     ADD 1 TO SIGN-SEC-NO.
150000     MOVE SIGN-TITLE (SIGN-SEC-NO) TO SIGN-SEC-TITLE.
150100     IF SIGN-SEV-ENTRY (SIGN-SEC-NO) = ZERO
150200         MOVE "OK" TO SIGN-SEC-FLAG
150300     ELSE
150400         MOVE "ATTENTION" TO SIGN-SEC-FLAG
150500     END-IF.
150600     MOVE SIGN-SECTION-LINE TO SIGN-PRINT-LINE.
150700     PERFORM 8000-PUT-LINE THRU 8000-EXIT.
150800 9100-EXIT.
150900     EXIT.
151000
151100******************************************************************
151200*    9200-RECORD-SIGNOFF - REPLACE THE SIGN-OFF CONTROL RECORD   *
151300*    WITH THIS ONE.                                              *
151400******************************************************************
151500 9200-RECORD-SIGNOFF.
151600     MOVE SPACES TO MULT-SIGNOFF-RECORD.
151700     MOVE SIGN-NOW-DATE TO MULT-SGN-DATE.
151800     MOVE SIGN-NOW-TIME TO MULT-SGN-TIME.
151900     MOVE SIGN-BUS-DATE TO MULT-SGN-BUS-DATE.
152000     MOVE SIGN-RUN-NUMBER TO MULT-SGN-RUN-NUMBER.
152100     MOVE SIGN-WORST-SEV TO MULT-SGN-RESULT.
152200     OPEN OUTPUT SIGNOFF-FILE.
152300     MOVE SPACES TO SIGNOFF-FILE-RECORD.
152400     MOVE MULT-SIGNOFF-RECORD TO SIGNOFF-FILE-RECORD.
152500     WRITE SIGNOFF-FILE-RECORD.
152600     CLOSE SIGNOFF-FILE.
152700 9200-EXIT.
152800     EXIT.

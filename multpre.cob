002300*    MESSAGE, SO A TRUNCATED OR DUPLICATED TRANSMISSION IS       *
002400*    CAUGHT BEFORE POSTING INSTEAD OF AFTER A FULL RESTART-AND-  *
002500*    RESEARCH CYCLE.                                             *
002501*                                                                *
002502*    THE OFFICES TO EXPECT COME FROM THE REGION CONTROL FILE     *
002503*    (MULTRGN) - EACH ROW NAMES THE DD SLOT (MULTTRNN/MULTQRNN)  *
002504*    ITS FILE ARRIVES ON, WHETHER A FILE IS EXPECTED EVERY       *
002505*    NIGHT, AND THE CUTOFF TIME.  AN EMPTY FILE IS NOT RECEIVED; *
002506*    A HEADER SENT AFTER THE CUTOFF IS LATE.  A REGION THAT IS   *
002507*    NOT RECEIVED, LATE, OR QUARANTINED STOPS THE RUN (CC 8)     *
002508*    UNLESS A SUPERVISOR'S APPROVAL CARD ON MULTRSKP SKIPS IT    *
002509*    FOR THE NIGHT (OR, FOR A LATE FILE, ACCEPTS IT TO POST).    *
002510*    EVERY REGION'S OUTCOME IS WRITTEN TO THE REGION STATUS FILE *
002511*    (MULTRSTA), WHICH TELLS THE POSTING AND BALANCING STEPS     *
002512*    WHICH SLOTS TO READ.                                        *
002513*                                                                *
002514*    APPROVAL CARDS (MULTRSKP), ONE PER REGION:                  *
002515*        COLS  1-2   REGION CODE                                 *
002516*        COLS  3-10  BUSINESS DATE (YYYYMMDD) IT APPLIES TO      *
002517*        COL  11     S = SKIP THE REGION TONIGHT                 *
002518*                    A = ACCEPT A LATE FILE AND POST IT          *
002519*        COLS 12-19  APPROVING SUPERVISOR'S OPERATOR ID          *
002520*    THE OPERATOR MUST BE A SUPERVISOR ON MULTOPER.  A CARD FOR  *
002521*    ANY OTHER BUSINESS DATE IS IGNORED.                         *
002600*                                                                *
002700*    THE EXEC-STATEMENT PARM IS THE BUSINESS DATE OF TONIGHT'S   *
002800*    TRANSMISSIONS AS YYYYMMDD - THE SAME RUNDATE SYMBOL THE     *
003300*    DATE       INIT  DESCRIPTION                                *
003400*    ---------- ----  ------------------------------------------ *
003500*    2026-09-02   JH  INITIAL VERSION.                           *
003501*    2026-10-15   JH  THE REGIONS ARE NOW READ FROM THE REGION   *
003502*                     CONTROL FILE INSTEAD OF BEING HARDWIRED AS *
003503*                     R1/R2/R3 ON FILES 1-3 (SIX DD SLOTS).  A   *
003504*                     MISSING OR LATE FILE IS REPORTED AS SUCH   *
003505*                     AND MAY BE SKIPPED ON A SUPERVISOR'S       *
003506*                     APPROVAL, AND EACH REGION'S OUTCOME IS     *
003507*                     WRITTEN TO THE REGION STATUS FILE.         *
003600******************************************************************

003700 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT MULT-TRANS-FILE-1  ASSIGN TO "MULTTRN1"
004400         ORGANIZATION IS SEQUENTIAL
004401         FILE STATUS IS PRE-TRN-STATUS.
004500     SELECT MULT-TRANS-FILE-2  ASSIGN TO "MULTTRN2"
004600         ORGANIZATION IS SEQUENTIAL
004601         FILE STATUS IS PRE-TRN-STATUS.
004700     SELECT MULT-TRANS-FILE-3  ASSIGN TO "MULTTRN3"
004800         ORGANIZATION IS SEQUENTIAL
004801         FILE STATUS IS PRE-TRN-STATUS.
004802     SELECT MULT-TRANS-FILE-4  ASSIGN TO "MULTTRN4"
004803         ORGANIZATION IS SEQUENTIAL
004804         FILE STATUS IS PRE-TRN-STATUS.
004805     SELECT MULT-TRANS-FILE-5  ASSIGN TO "MULTTRN5"
004806         ORGANIZATION IS SEQUENTIAL
004807         FILE STATUS IS PRE-TRN-STATUS.
004808     SELECT MULT-TRANS-FILE-6  ASSIGN TO "MULTTRN6"
004809         ORGANIZATION IS SEQUENTIAL
004810         FILE STATUS IS PRE-TRN-STATUS.
004900     SELECT QUARANTINE-FILE-1  ASSIGN TO "MULTQRN1"
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT QUARANTINE-FILE-2  ASSIGN TO "MULTQRN2"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT QUARANTINE-FILE-3  ASSIGN TO "MULTQRN3"
005400         ORGANIZATION IS SEQUENTIAL.
005401     SELECT QUARANTINE-FILE-4  ASSIGN TO "MULTQRN4"
005402         ORGANIZATION IS SEQUENTIAL.
005403     SELECT QUARANTINE-FILE-5  ASSIGN TO "MULTQRN5"
005404         ORGANIZATION IS SEQUENTIAL.
005405     SELECT QUARANTINE-FILE-6  ASSIGN TO "MULTQRN6"
005406         ORGANIZATION IS SEQUENTIAL.
005407     SELECT REGION-FILE        ASSIGN TO "MULTRGN"
005408         ORGANIZATION IS SEQUENTIAL.
005409     SELECT APPROVAL-FILE      ASSIGN TO "MULTRSKP"
005410         ORGANIZATION IS SEQUENTIAL.
005411     SELECT OPERATOR-FILE      ASSIGN TO "MULTOPER"
005412         ORGANIZATION IS SEQUENTIAL.
005413     SELECT RGNSTAT-FILE       ASSIGN TO "MULTRSTA"
005414         ORGANIZATION IS SEQUENTIAL.

005500 DATA DIVISION.
005600 FILE SECTION.
006700     RECORDING MODE IS F.
006800 01  MULT-TRANS-FILE-3-RECORD   PIC X(80).

006801 FD  MULT-TRANS-FILE-4
006802     LABEL RECORDS ARE STANDARD
006803     RECORDING MODE IS F.
006804 01  MULT-TRANS-FILE-4-RECORD   PIC X(80).

006805 FD  MULT-TRANS-FILE-5
006806     LABEL RECORDS ARE STANDARD
006807     RECORDING MODE IS F.
006808 01  MULT-TRANS-FILE-5-RECORD   PIC X(80).

006809 FD  MULT-TRANS-FILE-6
006810     LABEL RECORDS ARE STANDARD
006811     RECORDING MODE IS F.
006812 01  MULT-TRANS-FILE-6-RECORD   PIC X(80).

006900 FD  QUARANTINE-FILE-1
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007900     RECORDING MODE IS F.
008000 01  QUARANTINE-FILE-3-RECORD   PIC X(80).

008001 FD  QUARANTINE-FILE-4
008002     LABEL RECORDS ARE STANDARD
008003     RECORDING MODE IS F.
008004 01  QUARANTINE-FILE-4-RECORD   PIC X(80).

008005 FD  QUARANTINE-FILE-5
008006     LABEL RECORDS ARE STANDARD
008007     RECORDING MODE IS F.
008008 01  QUARANTINE-FILE-5-RECORD   PIC X(80).

008009 FD  QUARANTINE-FILE-6
008010     LABEL RECORDS ARE STANDARD
008011     RECORDING MODE IS F.
008012 01  QUARANTINE-FILE-6-RECORD   PIC X(80).

008013 FD  REGION-FILE
008014     LABEL RECORDS ARE STANDARD
008015     RECORDING MODE IS F.
008016 01  REGION-FILE-RECORD         PIC X(80).

008017 FD  APPROVAL-FILE
008018     LABEL RECORDS ARE STANDARD
008019     RECORDING MODE IS F.
008020 01  APPROVAL-FILE-RECORD       PIC X(80).

008021 FD  OPERATOR-FILE
008022     LABEL RECORDS ARE STANDARD
008023     RECORDING MODE IS F.
008024 01  OPERATOR-FILE-RECORD       PIC X(80).

008025 FD  RGNSTAT-FILE
008026     LABEL RECORDS ARE STANDARD
008027     RECORDING MODE IS F.
008028 01  RGNSTAT-FILE-RECORD        PIC X(80).

008100 WORKING-STORAGE SECTION.
008200*    SHARED RECORD LAYOUTS.
008300     COPY MULTREC.
008400*    RUN CONTROL SWITCHES.
008500 77  MULT-PARM-OK-SW             PIC X(01) VALUE "N".
008600     88  MULT-PARM-OK-YES                   VALUE "Y".
008601 77  MULT-CONFIG-OK-SW           PIC X(01) VALUE "Y".
008602     88  MULT-CONFIG-OK-YES                 VALUE "Y".
008700 77  MULT-FILE-EOF-SW            PIC X(01) VALUE "N".
008800     88  MULT-FILE-EOF-YES                  VALUE "Y".
008900 77  MULT-FILE-BAD-SW            PIC X(01) VALUE "N".
009200     88  MULT-SEEN-HEADER-YES               VALUE "Y".
009300 77  MULT-SEEN-TRAILER-SW        PIC X(01) VALUE "N".
009400     88  MULT-SEEN-TRAILER-YES              VALUE "Y".
009401 77  MULT-REGION-EOF-SW          PIC X(01) VALUE "N".
009402     88  MULT-REGION-EOF-YES                VALUE "Y".
009403 77  MULT-APPROVAL-EOF-SW        PIC X(01) VALUE "N".
009404     88  MULT-APPROVAL-EOF-YES              VALUE "Y".
009405 77  MULT-OPERATOR-EOF-SW        PIC X(01) VALUE "N".
009406     88  MULT-OPERATOR-EOF-YES              VALUE "Y".

009500*    THE PARM DATE AS RECEIVED AND AS USED.
009600 77  MULT-PARM-DATE              PIC X(08) VALUE SPACES.

009800*    PER-FILE WORKING FIELDS.
009900 77  PRE-FILE-NO                 PIC 9(01) VALUE 1.
009901 77  PRE-LAST-SLOT               PIC 9(01) VALUE 6.
010100 77  PRE-EXPECTED-REGION         PIC X(02) VALUE SPACES.
010101 77  PRE-RECORD-COUNT            PIC 9(06) VALUE ZERO.
010200 77  PRE-DETAIL-COUNT            PIC 9(06) VALUE ZERO.
010300 77  PRE-TRAILER-COUNT           PIC 9(06) VALUE ZERO.
010400 77  PRE-FAIL-REASON             PIC X(40) VALUE SPACES.
010401 77  PRE-TRN-STATUS              PIC X(02) VALUE SPACES.
010402     88  PRE-TRN-OPEN-OK                    VALUE "00".
010403 77  PRE-SENT-DATE               PIC 9(08) VALUE ZERO.
010404 77  PRE-SENT-TIME               PIC 9(04) VALUE ZERO.
010405 77  PRE-LATE-SW                 PIC X(01) VALUE "N".
010406     88  PRE-LATE-YES                       VALUE "Y".

010407*    THE REGION CONTROL FILE, HELD IN LOAD ORDER.  ONE ENTRY PER
010408*    DD SLOT AT MOST.
010409 77  PRE-RGN-MAX                 PIC 9(04) COMP VALUE 6.
010410 77  PRE-RGN-COUNT               PIC 9(04) COMP VALUE ZERO.
010411 77  PRE-RGN-IX                  PIC 9(04) COMP VALUE ZERO.
010412 77  PRE-RGN-CHK-IX              PIC 9(04) COMP VALUE ZERO.
010413 77  PRE-RGN-FOUND-SW            PIC X(01) VALUE "N".
010414     88  PRE-RGN-FOUND-YES                  VALUE "Y".
010415 01  PRE-RGN-TABLE.
010416     05  PRE-RGN-ENTRY OCCURS 6 TIMES.
010417         10  PRE-RGN-TAB-CODE    PIC X(02).
010418         10  PRE-RGN-TAB-NAME    PIC X(20).
010419         10  PRE-RGN-TAB-SLOT    PIC 9(01).
010420         10  PRE-RGN-TAB-EXPECTED PIC X(01).
010421         10  PRE-RGN-TAB-CUTOFF  PIC 9(04).
010422         10  PRE-RGN-TAB-DSN     PIC X(44).

010423*    SUPERVISOR APPROVALS FOR TONIGHT, ONE PER REGION (A LATER
010424*    CARD FOR THE SAME REGION REPLACES AN EARLIER ONE).
010425 77  PRE-APPR-MAX                PIC 9(04) COMP VALUE 6.
010426 77  PRE-APPR-COUNT              PIC 9(04) COMP VALUE ZERO.
010427 77  PRE-APPR-IX                 PIC 9(04) COMP VALUE ZERO.
010428 77  PRE-APPR-FOUND-SW           PIC X(01) VALUE "N".
010429     88  PRE-APPR-FOUND-YES                 VALUE "Y".
010430 01  PRE-APPR-TABLE.
010431     05  PRE-APPR-ENTRY OCCURS 6 TIMES.
010432         10  PRE-APPR-TAB-REGION PIC X(02).
010433         10  PRE-APPR-TAB-ACTION PIC X(01).
010434         10  PRE-APPR-TAB-OPERATOR PIC X(08).
010435 77  PRE-FIND-REGION             PIC X(02) VALUE SPACES.
010436 77  PRE-SUPERVISOR-SW           PIC X(01) VALUE "N".
010437     88  PRE-SUPERVISOR-YES                 VALUE "Y".

010438*    ONE APPROVAL CARD AS READ.
010439 01  PRE-APPROVAL-CARD.
010440     05  PRE-CARD-REGION         PIC X(02).
010441     05  PRE-CARD-DATE           PIC X(08).
010442     05  PRE-CARD-ACTION         PIC X(01).
010443         88  PRE-CARD-ACTION-VALID              VALUE "S" "A".
010444     05  PRE-CARD-OPERATOR       PIC X(08).
010445     05  FILLER                  PIC X(61).

010500*    RUN TOTALS.
010600 77  PRE-FAILED-COUNT            PIC 9(01) VALUE ZERO.
010601 77  PRE-SKIPPED-COUNT           PIC 9(01) VALUE ZERO.

010700 LINKAGE SECTION.
010800*    THE EXEC-STATEMENT PARM - A HALFWORD BINARY LENGTH
012000         MOVE 8 TO RETURN-CODE
012100         STOP RUN
012200     END-IF.
012201     PERFORM 1100-LOAD-REGIONS THRU 1100-EXIT.
012202     IF NOT MULT-CONFIG-OK-YES
012203         MOVE 8 TO RETURN-CODE
012204         STOP RUN
012205     END-IF.
012206     PERFORM 1300-LOAD-APPROVALS THRU 1300-EXIT.
012207     OPEN OUTPUT RGNSTAT-FILE.
012208     MOVE ZERO TO PRE-RGN-IX.
012300     PERFORM 2000-EDIT-ONE-REGION THRU 2000-EXIT
012400         UNTIL PRE-RGN-IX >= PRE-RGN-COUNT.
012401     CLOSE RGNSTAT-FILE.
012500     PERFORM 9000-FINALIZE THRU 9000-EXIT.
012600     STOP RUN.

014200 1000-EXIT.
014300     EXIT.

014301******************************************************************
014302*    1100-LOAD-REGIONS - READ THE REGION CONTROL FILE INTO THE   *
014303*    TABLE.  A ROW WITH NO USABLE SLOT, A REPEATED REGION OR     *
014304*    SLOT, OR AN EMPTY FILE REFUSES THE RUN - THE NIGHT CANNOT   *
014305*    BE VERIFIED AGAINST A CONFIGURATION THAT DOES NOT HOLD.     *
014306******************************************************************
014307 1100-LOAD-REGIONS.
014308     OPEN INPUT REGION-FILE.
014309     PERFORM 1150-LOAD-ONE-REGION THRU 1150-EXIT
014310         UNTIL MULT-REGION-EOF-YES OR NOT MULT-CONFIG-OK-YES.
014311     CLOSE REGION-FILE.
014312     IF MULT-CONFIG-OK-YES AND PRE-RGN-COUNT = ZERO
014313         MOVE "N" TO MULT-CONFIG-OK-SW
014314         DISPLAY "MULTPRE - REGION CONTROL FILE (MULTRGN) IS"
014315             " EMPTY - RUN REFUSED."
014316     END-IF.
014317 1100-EXIT.
014318     EXIT.

014319******************************************************************
014320*    1150-LOAD-ONE-REGION - ONE REGION CONTROL ROW.  A BLANK     *
014321*    EXPECTED FLAG DEFAULTS TO Y; A BLANK CUTOFF MEANS NONE.     *
014322******************************************************************
014323 1150-LOAD-ONE-REGION.
014324     READ REGION-FILE INTO MULT-REGION-RECORD
014325         AT END
014326             SET MULT-REGION-EOF-YES TO TRUE
014327             GO TO 1150-EXIT
014328     END-READ.
014329     IF MULT-RGN-CODE = SPACES
014330         GO TO 1150-EXIT
014331     END-IF.
014332     IF MULT-RGN-SLOT NOT NUMERIC
014333         OR MULT-RGN-SLOT = ZERO
014334         OR MULT-RGN-SLOT > PRE-LAST-SLOT
014335         MOVE "N" TO MULT-CONFIG-OK-SW
014336         DISPLAY "MULTPRE - REGION " MULT-RGN-CODE " HAS NO"
014337             " VALID DD SLOT (1-" PRE-LAST-SLOT ") ON MULTRGN"
014338             " - RUN REFUSED."
014339         GO TO 1150-EXIT
014340     END-IF.
014341     IF PRE-RGN-COUNT >= PRE-RGN-MAX
014342         MOVE "N" TO MULT-CONFIG-OK-SW
014343         DISPLAY "MULTPRE - MORE REGIONS ON MULTRGN THAN DD"
014344             " SLOTS - RUN REFUSED."
014345         GO TO 1150-EXIT
014346     END-IF.
014347     MOVE ZERO TO PRE-RGN-CHK-IX.
014348     PERFORM 1160-CHECK-REPEATED-REGION THRU 1160-EXIT
014349         UNTIL PRE-RGN-CHK-IX >= PRE-RGN-COUNT
014350         OR NOT MULT-CONFIG-OK-YES.
014351     IF NOT MULT-CONFIG-OK-YES
014352         GO TO 1150-EXIT
014353     END-IF.
014354     IF NOT MULT-RGN-EXPECTED-NO
014355         MOVE "Y" TO MULT-RGN-EXPECTED
014356     END-IF.
014357     IF MULT-RGN-CUTOFF NOT NUMERIC
014358         MOVE ZERO TO MULT-RGN-CUTOFF
014359     END-IF.
014360     ADD 1 TO PRE-RGN-COUNT.
014361     MOVE PRE-RGN-COUNT TO PRE-RGN-IX.
014362     MOVE MULT-RGN-CODE TO PRE-RGN-TAB-CODE (PRE-RGN-IX).
014363     MOVE MULT-RGN-NAME TO PRE-RGN-TAB-NAME (PRE-RGN-IX).
014364     MOVE MULT-RGN-SLOT TO PRE-RGN-TAB-SLOT (PRE-RGN-IX).
014365     MOVE MULT-RGN-EXPECTED TO PRE-RGN-TAB-EXPECTED (PRE-RGN-IX).
014366     MOVE MULT-RGN-CUTOFF TO PRE-RGN-TAB-CUTOFF (PRE-RGN-IX).
014367     MOVE MULT-RGN-DSN TO PRE-RGN-TAB-DSN (PRE-RGN-IX).
014368 1150-EXIT.
014369     EXIT.

014370******************************************************************
014371*    1160-CHECK-REPEATED-REGION - THE NEW ROW AGAINST ONE ROW    *
014372*    ALREADY LOADED.  NEITHER THE REGION NOR THE SLOT MAY REPEAT.*
014373******************************************************************
014374 1160-CHECK-REPEATED-REGION.
014375     ADD 1 TO PRE-RGN-CHK-IX.
014376     IF PRE-RGN-TAB-CODE (PRE-RGN-CHK-IX) = MULT-RGN-CODE
014377         MOVE "N" TO MULT-CONFIG-OK-SW
014378         DISPLAY "MULTPRE - REGION " MULT-RGN-CODE " IS ON"
014379             " MULTRGN TWICE - RUN REFUSED."
014380         GO TO 1160-EXIT
014381     END-IF.
014382     IF PRE-RGN-TAB-SLOT (PRE-RGN-CHK-IX) = MULT-RGN-SLOT
014383         MOVE "N" TO MULT-CONFIG-OK-SW
014384         DISPLAY "MULTPRE - DD SLOT " MULT-RGN-SLOT
014385             " IS GIVEN TO BOTH REGION "
014386             PRE-RGN-TAB-CODE (PRE-RGN-CHK-IX) " AND REGION "
014387             MULT-RGN-CODE " - RUN REFUSED."
014388     END-IF.
014389 1160-EXIT.
014390     EXIT.

014391******************************************************************
014392*    1300-LOAD-APPROVALS - READ TONIGHT'S SUPERVISOR APPROVAL    *
014393*    CARDS.  A CARD IS TAKEN ONLY IF IT IS FOR TONIGHT'S DATE,   *
014394*    NAMES A REGION ON MULTRGN, CARRIES ACTION S OR A, AND IS    *
014395*    SIGNED BY A SUPERVISOR ON THE AUTHORIZED-OPERATOR FILE.     *
014396******************************************************************
014397 1300-LOAD-APPROVALS.
014398     OPEN INPUT APPROVAL-FILE.
014399     PERFORM 1350-LOAD-ONE-APPROVAL THRU 1350-EXIT
014399         UNTIL MULT-APPROVAL-EOF-YES.
014399     CLOSE APPROVAL-FILE.
014399 1300-EXIT.
014399     EXIT.

014399******************************************************************
014399*    1350-LOAD-ONE-APPROVAL - ONE APPROVAL CARD.                 *
014399******************************************************************
014399 1350-LOAD-ONE-APPROVAL.
014399     READ APPROVAL-FILE INTO PRE-APPROVAL-CARD
014399         AT END
014399             SET MULT-APPROVAL-EOF-YES TO TRUE
014399             GO TO 1350-EXIT
014399     END-READ.
014399     IF PRE-APPROVAL-CARD = SPACES
014399         GO TO 1350-EXIT
014399     END-IF.
014399     IF PRE-CARD-DATE NOT = MULT-PARM-DATE
014399         DISPLAY "MULTPRE - APPROVAL FOR REGION " PRE-CARD-REGION
014399             " DATED " PRE-CARD-DATE " IGNORED - NOT TONIGHT'S"
014399             " BUSINESS DATE."
014399         GO TO 1350-EXIT
014399     END-IF.
014399     IF NOT PRE-CARD-ACTION-VALID
014399         DISPLAY "MULTPRE - APPROVAL FOR REGION " PRE-CARD-REGION
014399             " IGNORED - ACTION MUST BE S (SKIP) OR A (ACCEPT"
014399             " LATE)."
014399         GO TO 1350-EXIT
014399     END-IF.
014399     MOVE PRE-CARD-REGION TO PRE-FIND-REGION.
014399     PERFORM 1400-FIND-REGION THRU 1400-EXIT.
014399     IF NOT PRE-RGN-FOUND-YES
014399         DISPLAY "MULTPRE - APPROVAL FOR REGION " PRE-CARD-REGION
014399             " IGNORED - REGION IS NOT ON MULTRGN."
014399         GO TO 1350-EXIT
014399     END-IF.
014399     PERFORM 1500-CHECK-SUPERVISOR THRU 1500-EXIT.
014399     IF NOT PRE-SUPERVISOR-YES
014399         DISPLAY "MULTPRE - APPROVAL FOR REGION " PRE-CARD-REGION
014399             " REFUSED - " PRE-CARD-OPERATOR " IS NOT A"
014399             " SUPERVISOR ON MULTOPER."
014399         GO TO 1350-EXIT
014399     END-IF.
014399     PERFORM 1600-FIND-APPROVAL THRU 1600-EXIT.
014399     IF NOT PRE-APPR-FOUND-YES
014399         ADD 1 TO PRE-APPR-COUNT
014399         MOVE PRE-APPR-COUNT TO PRE-APPR-IX
014399     END-IF.
014399     MOVE PRE-CARD-REGION TO PRE-APPR-TAB-REGION (PRE-APPR-IX).
014399     MOVE PRE-CARD-ACTION TO PRE-APPR-TAB-ACTION (PRE-APPR-IX).
014399     MOVE PRE-CARD-OPERATOR TO
014399         PRE-APPR-TAB-OPERATOR (PRE-APPR-IX).
014399     DISPLAY "MULTPRE - APPROVAL ON FILE FOR REGION "
014399         PRE-CARD-REGION " - ACTION " PRE-CARD-ACTION " BY "
014399         PRE-CARD-OPERATOR ".".
014399 1350-EXIT.
014399     EXIT.

014399******************************************************************
014399*    1400-FIND-REGION - LOOK PRE-FIND-REGION UP IN THE REGION    *
014399*    TABLE.  WHEN FOUND, PRE-RGN-IX IS LEFT ON THE ENTRY.        *
014399******************************************************************
014399 1400-FIND-REGION.
014399     MOVE "N" TO PRE-RGN-FOUND-SW.
014399     MOVE ZERO TO PRE-RGN-IX.
014399     PERFORM 1410-MATCH-REGION THRU 1410-EXIT
014399         UNTIL PRE-RGN-FOUND-YES OR PRE-RGN-IX >= PRE-RGN-COUNT.
014399 1400-EXIT.
014399     EXIT.

014399******************************************************************
014399*    1410-MATCH-REGION - ONE REGION TABLE ENTRY.                 *
014399******************************************************************
014399 1410-MATCH-REGION.
014399     ADD 1 TO PRE-RGN-IX.
014399     IF PRE-RGN-TAB-CODE (PRE-RGN-IX) = PRE-FIND-REGION
014399         SET PRE-RGN-FOUND-YES TO TRUE
014399     END-IF.
014399 1410-EXIT.
014399     EXIT.

014399******************************************************************
014399*    1500-CHECK-SUPERVISOR - THE APPROVING OPERATOR MUST BE ON   *
014399*    THE AUTHORIZED-OPERATOR FILE WITH SUPERVISOR AUTHORITY.     *
014399******************************************************************
014399 1500-CHECK-SUPERVISOR.
014399     MOVE "N" TO PRE-SUPERVISOR-SW.
014399     MOVE "N" TO MULT-OPERATOR-EOF-SW.
014399     IF PRE-CARD-OPERATOR = SPACES
014399         GO TO 1500-EXIT
014399     END-IF.
014399     OPEN INPUT OPERATOR-FILE.
014399     PERFORM 1550-SCAN-OPERATOR THRU 1550-EXIT
014399         UNTIL MULT-OPERATOR-EOF-YES OR PRE-SUPERVISOR-YES.
014399     CLOSE OPERATOR-FILE.
014399 1500-EXIT.
014399     EXIT.

014399******************************************************************
014399*    1550-SCAN-OPERATOR - ONE AUTHORIZED-OPERATOR RECORD.        *
014399******************************************************************
014399 1550-SCAN-OPERATOR.
014399     READ OPERATOR-FILE INTO MULT-OPERATOR-RECORD
014399         AT END
014399             SET MULT-OPERATOR-EOF-YES TO TRUE
014399             GO TO 1550-EXIT
014399     END-READ.
014399     IF MULT-OPER-ID = PRE-CARD-OPERATOR
014399         AND MULT-OPER-WRITEOFF-YES
014399         SET PRE-SUPERVISOR-YES TO TRUE
014399     END-IF.
014399 1550-EXIT.
014399     EXIT.

014399******************************************************************
014399*    1600-FIND-APPROVAL - LOOK PRE-FIND-REGION UP IN TONIGHT'S   *
014399*    APPROVALS.  WHEN FOUND, PRE-APPR-IX IS LEFT ON THE ENTRY.   *
014399******************************************************************
014399 1600-FIND-APPROVAL.
014399     MOVE "N" TO PRE-APPR-FOUND-SW.
014399     MOVE ZERO TO PRE-APPR-IX.
014399     PERFORM 1610-MATCH-APPROVAL THRU 1610-EXIT
014399         UNTIL PRE-APPR-FOUND-YES
014399         OR PRE-APPR-IX >= PRE-APPR-COUNT.
014399 1600-EXIT.
014399     EXIT.

014399******************************************************************
014399*    1610-MATCH-APPROVAL - ONE APPROVAL TABLE ENTRY.             *
014399******************************************************************
014399 1610-MATCH-APPROVAL.
014399     ADD 1 TO PRE-APPR-IX.
014399     IF PRE-APPR-TAB-REGION (PRE-APPR-IX) = PRE-FIND-REGION
014399         SET PRE-APPR-FOUND-YES TO TRUE
014399     END-IF.
014399 1610-EXIT.
014399     EXIT.

014400******************************************************************
014401*    2000-EDIT-ONE-REGION - VERIFY ONE REGION'S TRANSMISSION,    *
014402*    QUARANTINING IT WHOLE IF ANY CHECK FAILS, APPLY ANY         *
014403*    SUPERVISOR APPROVAL, AND RECORD THE REGION'S STATUS.        *
014700******************************************************************
014701 2000-EDIT-ONE-REGION.
014702     ADD 1 TO PRE-RGN-IX.
014703     MOVE PRE-RGN-TAB-SLOT (PRE-RGN-IX) TO PRE-FILE-NO.
014704     MOVE PRE-RGN-TAB-CODE (PRE-RGN-IX) TO PRE-EXPECTED-REGION.
014900     MOVE "N" TO MULT-FILE-EOF-SW.
015000     MOVE "N" TO MULT-FILE-BAD-SW.
015100     MOVE "N" TO MULT-SEEN-HEADER-SW.
015200     MOVE "N" TO MULT-SEEN-TRAILER-SW.
015201     MOVE "N" TO PRE-LATE-SW.
015202     MOVE ZERO TO PRE-RECORD-COUNT.
015300     MOVE ZERO TO PRE-DETAIL-COUNT.
015400     MOVE ZERO TO PRE-TRAILER-COUNT.
015401     MOVE ZERO TO PRE-SENT-DATE.
015402     MOVE ZERO TO PRE-SENT-TIME.
015500     MOVE SPACES TO PRE-FAIL-REASON.
015501     MOVE SPACES TO MULT-RGNSTAT-RECORD.
015502     MOVE MULT-RUN-DATE TO MULT-RSTA-DATE.
015503     MOVE PRE-EXPECTED-REGION TO MULT-RSTA-REGION.
015504     MOVE PRE-FILE-NO TO MULT-RSTA-SLOT.
015505     MOVE "N" TO MULT-RSTA-POST.
015506     PERFORM 2050-VERIFY-TRANSMISSION THRU 2050-EXIT.
015507     EVALUATE TRUE
015508         WHEN PRE-RECORD-COUNT = ZERO
015509             AND PRE-RGN-TAB-EXPECTED (PRE-RGN-IX) = "N"
015510             SET MULT-RSTA-NOT-EXPECTED TO TRUE
015511             MOVE "NOT EXPECTED TONIGHT - NOTHING SENT" TO
015512                 MULT-RSTA-REASON
015513         WHEN PRE-RECORD-COUNT = ZERO
015514             SET MULT-RSTA-NOT-RECEIVED TO TRUE
015515             IF PRE-FAIL-REASON = SPACES
015516                 MOVE "NO TRANSMISSION RECEIVED" TO
015517                     PRE-FAIL-REASON
015518             END-IF
015519             MOVE PRE-FAIL-REASON TO MULT-RSTA-REASON
015520         WHEN MULT-FILE-BAD-YES
015521             SET MULT-RSTA-QUARANTINED TO TRUE
015522             MOVE PRE-FAIL-REASON TO MULT-RSTA-REASON
015523         WHEN PRE-LATE-YES
015524             SET MULT-RSTA-LATE TO TRUE
015525             MOVE "SENT AFTER THE REGION'S CUTOFF TIME" TO
015526                 MULT-RSTA-REASON
015527         WHEN OTHER
015528             SET MULT-RSTA-VERIFIED TO TRUE
015529             SET MULT-RSTA-POST-YES TO TRUE
015530     END-EVALUATE.
015531     MOVE PRE-DETAIL-COUNT TO MULT-RSTA-DETAIL-COUNT.
015532     MOVE PRE-SENT-TIME TO MULT-RSTA-SENT-TIME.
015533     PERFORM 2700-APPLY-APPROVAL THRU 2700-EXIT.
015534     PERFORM 2800-REPORT-REGION THRU 2800-EXIT.
018000     IF MULT-FILE-BAD-YES
018500         PERFORM 2500-QUARANTINE-FILE THRU 2500-EXIT
018501     END-IF.
018502 2000-EXIT.
018503     EXIT.

018504******************************************************************
018505*    2050-VERIFY-TRANSMISSION - READ THE REGION'S FILE THROUGH   *
018506*    THE CONTROL RULES.  A FILE THAT WILL NOT OPEN, OR HOLDS NO  *
018507*    RECORDS AT ALL, LEAVES THE RECORD COUNT AT ZERO - NOTHING   *
018508*    WAS RECEIVED.  A GOOD FILE IS THEN HELD TO THE CUTOFF.      *
018509******************************************************************
018510 2050-VERIFY-TRANSMISSION.
018511     PERFORM 3100-OPEN-CURRENT-FILE THRU 3100-EXIT.
018512     IF NOT PRE-TRN-OPEN-OK
018513         STRING "TRANSMISSION WOULD NOT OPEN - STATUS "
018514             PRE-TRN-STATUS DELIMITED BY SIZE
018515             INTO PRE-FAIL-REASON
018516         GO TO 2050-EXIT
018517     END-IF.
018518     PERFORM 2100-CHECK-ONE-RECORD THRU 2100-EXIT
018519         UNTIL MULT-FILE-EOF-YES OR MULT-FILE-BAD-YES.
018520     IF NOT MULT-FILE-BAD-YES AND PRE-RECORD-COUNT > ZERO
018521         IF NOT MULT-SEEN-HEADER-YES
018522             SET MULT-FILE-BAD-YES TO TRUE
018523             MOVE "NO HEADER RECORD ON FILE" TO PRE-FAIL-REASON
018524         ELSE
018525             IF NOT MULT-SEEN-TRAILER-YES
018526                 SET MULT-FILE-BAD-YES TO TRUE
018527                 MOVE "NO TRAILER RECORD ON FILE" TO
018528                     PRE-FAIL-REASON
018529             END-IF
018530         END-IF
018531     END-IF.
018532     PERFORM 3300-CLOSE-CURRENT-FILE THRU 3300-EXIT.
018533     IF NOT MULT-FILE-BAD-YES AND PRE-RECORD-COUNT > ZERO
018534         PERFORM 2400-CHECK-CUTOFF THRU 2400-EXIT
018535     END-IF.
018536 2050-EXIT.
018537     EXIT.

019400******************************************************************
019500*    2100-CHECK-ONE-RECORD - ONE RECORD OF THE CURRENT FILE      *
020000     IF MULT-FILE-EOF-YES
020100         GO TO 2100-EXIT
020200     END-IF.
020201     ADD 1 TO PRE-RECORD-COUNT.
020300     IF MULT-SEEN-TRAILER-YES
020400         SET MULT-FILE-BAD-YES TO TRUE
020500         MOVE "RECORD FOUND AFTER THE TRAILER" TO
025200         SET MULT-FILE-BAD-YES TO TRUE
025300         MOVE "HEADER DATE DOES NOT MATCH PARM DATE" TO
025400             PRE-FAIL-REASON
025401         GO TO 2200-EXIT
025500     END-IF.
025501     IF MULT-HDR-SENT-DATE NUMERIC
025502         AND MULT-HDR-SENT-TIME NUMERIC
025503         MOVE MULT-HDR-SENT-DATE TO PRE-SENT-DATE
025504         MOVE MULT-HDR-SENT-TIME TO PRE-SENT-TIME
025505     END-IF.
025600 2200-EXIT.
025700     EXIT.

027600 2300-EXIT.
027700     EXIT.

027701******************************************************************
027702*    2400-CHECK-CUTOFF - A FILE SENT AFTER THE REGION'S CUTOFF   *
027703*    (A LATER DAY, OR THE BUSINESS DATE PAST THE CUTOFF TIME)    *
027704*    IS LATE.  NO CUTOFF ON MULTRGN, OR NO SENT STAMP ON THE     *
027705*    HEADER, MEANS THE FILE CANNOT BE LATE.                      *
027706******************************************************************
027707 2400-CHECK-CUTOFF.
027708     IF PRE-RGN-TAB-CUTOFF (PRE-RGN-IX) = ZERO
027709         OR PRE-SENT-DATE = ZERO
027710         GO TO 2400-EXIT
027711     END-IF.
027712     IF PRE-SENT-DATE > MULT-RUN-DATE
027713         SET PRE-LATE-YES TO TRUE
027714         GO TO 2400-EXIT
027715     END-IF.
027716     IF PRE-SENT-DATE = MULT-RUN-DATE
027717         AND PRE-SENT-TIME > PRE-RGN-TAB-CUTOFF (PRE-RGN-IX)
027718         SET PRE-LATE-YES TO TRUE
027719     END-IF.
027720 2400-EXIT.
027721     EXIT.

027800******************************************************************
027900*    2500-QUARANTINE-FILE - COPY THE FAILED FILE WHOLE TO ITS    *
028000*    QUARANTINE DATASET SO THE REGION CAN BE SHOWN EXACTLY WHAT  *
028100*    ARRIVED.                                                    *
028200******************************************************************
028300 2500-QUARANTINE-FILE.
028301     MOVE "N" TO MULT-FILE-EOF-SW.
028400     PERFORM 3100-OPEN-CURRENT-FILE THRU 3100-EXIT.
028500     PERFORM 3400-OPEN-QUARANTINE THRU 3400-EXIT.
028700     PERFORM 2600-COPY-ONE-RECORD THRU 2600-EXIT
028800         UNTIL MULT-FILE-EOF-YES.
028900     PERFORM 3300-CLOSE-CURRENT-FILE THRU 3300-EXIT.
030300 2600-EXIT.
030400     EXIT.

030401******************************************************************
030402*    2700-APPLY-APPROVAL - A REGION NOT RECEIVED, LATE, OR       *
030403*    QUARANTINED STOPS THE RUN UNLESS A SUPERVISOR HAS APPROVED  *
030404*    SKIPPING IT TONIGHT, OR (LATE FILES ONLY) ACCEPTING IT.     *
030405******************************************************************
030406 2700-APPLY-APPROVAL.
030407     MOVE PRE-EXPECTED-REGION TO PRE-FIND-REGION.
030408     PERFORM 1600-FIND-APPROVAL THRU 1600-EXIT.
030409     IF MULT-RSTA-VERIFIED OR MULT-RSTA-NOT-EXPECTED
030410         IF PRE-APPR-FOUND-YES
030411             DISPLAY "MULTPRE - APPROVAL FOR REGION "
030412                 PRE-EXPECTED-REGION " NOT NEEDED - IGNORED."
030413         END-IF
030414         GO TO 2700-EXIT
030415     END-IF.
030416     IF NOT PRE-APPR-FOUND-YES
030417         ADD 1 TO PRE-FAILED-COUNT
030418         GO TO 2700-EXIT
030419     END-IF.
030420     EVALUATE TRUE
030421         WHEN PRE-APPR-TAB-ACTION (PRE-APPR-IX) = "S"
030422             SET MULT-RSTA-SKIP-APPROVED TO TRUE
030423             MOVE PRE-APPR-TAB-OPERATOR (PRE-APPR-IX) TO
030424                 MULT-RSTA-APPROVER
030425             ADD 1 TO PRE-SKIPPED-COUNT
030426         WHEN MULT-RSTA-LATE
030427             SET MULT-RSTA-LATE-ACCEPTED TO TRUE
030428             MOVE PRE-APPR-TAB-OPERATOR (PRE-APPR-IX) TO
030429                 MULT-RSTA-APPROVER
030430             SET MULT-RSTA-POST-YES TO TRUE
030431         WHEN OTHER
030432             DISPLAY "MULTPRE - ACCEPT-LATE APPROVAL FOR REGION "
030433                 PRE-EXPECTED-REGION " DOES NOT APPLY - THE"
030434                 " FILE IS NOT LATE."
030435             ADD 1 TO PRE-FAILED-COUNT
030436     END-EVALUATE.
030437 2700-EXIT.
030438     EXIT.

030439******************************************************************
030440*    2800-REPORT-REGION - WRITE THE REGION'S STATUS ROW AND SAY  *
030441*    ON THE LOG WHAT HAPPENED TO ITS TRANSMISSION.               *
030442******************************************************************
030443 2800-REPORT-REGION.
030444     MOVE SPACES TO RGNSTAT-FILE-RECORD.
030445     MOVE MULT-RGNSTAT-RECORD TO RGNSTAT-FILE-RECORD.
030446     WRITE RGNSTAT-FILE-RECORD.
030447     EVALUATE TRUE
030448         WHEN MULT-RSTA-VERIFIED
030449             DISPLAY "MULTPRE - FILE MULTTRN" PRE-FILE-NO
030450                 " (REGION " PRE-EXPECTED-REGION ") VERIFIED - "
030451                 PRE-DETAIL-COUNT " TRANSACTIONS."
030452         WHEN MULT-RSTA-NOT-EXPECTED
030453             DISPLAY "MULTPRE - FILE MULTTRN" PRE-FILE-NO
030454                 " (REGION " PRE-EXPECTED-REGION ") NOT EXPECTED"
030455                 " TONIGHT - NOTHING SENT."
030456         WHEN MULT-RSTA-NOT-RECEIVED
030457             DISPLAY "MULTPRE - FILE MULTTRN" PRE-FILE-NO
030458                 " (REGION " PRE-EXPECTED-REGION ") NOT RECEIVED"
030459                 " - " PRE-FAIL-REASON
030460             DISPLAY "MULTPRE -   EXPECTED "
030461                 PRE-RGN-TAB-DSN (PRE-RGN-IX)
030462         WHEN MULT-RSTA-LATE
030463             DISPLAY "MULTPRE - FILE MULTTRN" PRE-FILE-NO
030464                 " (REGION " PRE-EXPECTED-REGION ") LATE - SENT "
030465                 PRE-SENT-DATE " " PRE-SENT-TIME ", CUTOFF "
030466                 PRE-RGN-TAB-CUTOFF (PRE-RGN-IX) "."
030467         WHEN OTHER
030468             DISPLAY "MULTPRE - FILE MULTTRN" PRE-FILE-NO
030469                 " (REGION " PRE-EXPECTED-REGION ") FAILED - "
030470                 PRE-FAIL-REASON
030471     END-EVALUATE.
030472     EVALUATE TRUE
030473         WHEN MULT-RSTA-SKIP-APPROVED
030474             DISPLAY "MULTPRE -   REGION " PRE-EXPECTED-REGION
030475                 " SKIPPED TONIGHT ON THE APPROVAL OF "
030476                 MULT-RSTA-APPROVER "."
030477         WHEN MULT-RSTA-LATE-ACCEPTED
030478             DISPLAY "MULTPRE -   LATE FILE ACCEPTED TO POST ON"
030479                 " THE APPROVAL OF " MULT-RSTA-APPROVER "."
030480         WHEN MULT-RSTA-VERIFIED OR MULT-RSTA-NOT-EXPECTED
030481             CONTINUE
030482         WHEN OTHER
030483             DISPLAY "MULTPRE -   NO SUPERVISOR APPROVAL ON FILE"
030484                 " FOR REGION " PRE-EXPECTED-REGION "."
030485     END-EVALUATE.
030486 2800-EXIT.
030487     EXIT.

030500******************************************************************
030600*    3100-OPEN-CURRENT-FILE - OPEN WHICHEVER REGIONAL FILE IS    *
030700*    CURRENT.                                                    *
031400             OPEN INPUT MULT-TRANS-FILE-2
031500         WHEN 3
031600             OPEN INPUT MULT-TRANS-FILE-3
031601         WHEN 4
031602             OPEN INPUT MULT-TRANS-FILE-4
031603         WHEN 5
031604             OPEN INPUT MULT-TRANS-FILE-5
031605         WHEN 6
031606             OPEN INPUT MULT-TRANS-FILE-6
031700     END-EVALUATE.
031800 3100-EXIT.
031900     EXIT.
033800                 AT END
033900                     SET MULT-FILE-EOF-YES TO TRUE
034000             END-READ
034001         WHEN 4
034002             READ MULT-TRANS-FILE-4 INTO MULT-TRANS-RECORD
034003                 AT END
034004                     SET MULT-FILE-EOF-YES TO TRUE
034005             END-READ
034006         WHEN 5
034007             READ MULT-TRANS-FILE-5 INTO MULT-TRANS-RECORD
034008                 AT END
034009                     SET MULT-FILE-EOF-YES TO TRUE
034010             END-READ
034011         WHEN 6
034012             READ MULT-TRANS-FILE-6 INTO MULT-TRANS-RECORD
034013                 AT END
034014                     SET MULT-FILE-EOF-YES TO TRUE
034015             END-READ
034100     END-EVALUATE.
034200 3200-EXIT.
034300     EXIT.
035300             CLOSE MULT-TRANS-FILE-2
035400         WHEN 3
035500             CLOSE MULT-TRANS-FILE-3
035501         WHEN 4
035502             CLOSE MULT-TRANS-FILE-4
035503         WHEN 5
035504             CLOSE MULT-TRANS-FILE-5
035505         WHEN 6
035506             CLOSE MULT-TRANS-FILE-6
035600     END-EVALUATE.
035700 3300-EXIT.
035800     EXIT.
036800             OPEN OUTPUT QUARANTINE-FILE-2
036900         WHEN 3
037000             OPEN OUTPUT QUARANTINE-FILE-3
037001         WHEN 4
037002             OPEN OUTPUT QUARANTINE-FILE-4
037003         WHEN 5
037004             OPEN OUTPUT QUARANTINE-FILE-5
037005         WHEN 6
037006             OPEN OUTPUT QUARANTINE-FILE-6
037100     END-EVALUATE.
037200 3400-EXIT.
037300     EXIT.
038900             MOVE SPACES TO QUARANTINE-FILE-3-RECORD
039000             MOVE MULT-TRANS-RECORD TO QUARANTINE-FILE-3-RECORD
039100             WRITE QUARANTINE-FILE-3-RECORD
039101         WHEN 4
039102             MOVE SPACES TO QUARANTINE-FILE-4-RECORD
039103             MOVE MULT-TRANS-RECORD TO QUARANTINE-FILE-4-RECORD
039104             WRITE QUARANTINE-FILE-4-RECORD
039105         WHEN 5
039106             MOVE SPACES TO QUARANTINE-FILE-5-RECORD
039107             MOVE MULT-TRANS-RECORD TO QUARANTINE-FILE-5-RECORD
039108             WRITE QUARANTINE-FILE-5-RECORD
039109         WHEN 6
039110             MOVE SPACES TO QUARANTINE-FILE-6-RECORD
039111             MOVE MULT-TRANS-RECORD TO QUARANTINE-FILE-6-RECORD
039112             WRITE QUARANTINE-FILE-6-RECORD
039200     END-EVALUATE.
039300 3500-EXIT.
039400     EXIT.
040400             CLOSE QUARANTINE-FILE-2
040500         WHEN 3
040600             CLOSE QUARANTINE-FILE-3
040601         WHEN 4
040602             CLOSE QUARANTINE-FILE-4
040603         WHEN 5
040604             CLOSE QUARANTINE-FILE-5
040605         WHEN 6
040606             CLOSE QUARANTINE-FILE-6
040700     END-EVALUATE.
040800 3600-EXIT.
040900     EXIT.

041000******************************************************************
041001*    9000-FINALIZE - STOP THE RUN (CC 8) IF ANY REGION FAILED    *
041002*    WITHOUT A SUPERVISOR'S APPROVAL.                            *
041200******************************************************************
041300 9000-FINALIZE.
041400     IF PRE-FAILED-COUNT > ZERO
041500         DISPLAY "MULTPRE - " PRE-FAILED-COUNT " REGION(S)"
041501             " NOT RECEIVED, LATE, OR FAILED THE PRE-EDIT"
041502             " WITHOUT APPROVAL - RUN STOPPED, NOTHING"
041700             " POSTED."
041800         MOVE 8 TO RETURN-CODE
041900     ELSE
041901         IF PRE-SKIPPED-COUNT > ZERO
041902             DISPLAY "MULTPRE - " PRE-SKIPPED-COUNT " REGION(S)"
041903                 " SKIPPED ON SUPERVISOR APPROVAL."
041904         END-IF
042000         DISPLAY "MULTPRE - ALL TRANSMISSIONS VERIFIED - RUN"
042100             " MAY POST."
042200     END-IF.

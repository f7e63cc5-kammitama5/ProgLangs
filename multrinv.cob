004382*                     SLOT IS NOW OVERWRITTEN INSTEAD OF THE     *
004384*                     NEWEST ROWS BEING DROPPED, SO THE RUNS     *
004386*                     TONIGHT'S REJECTS CARRY ALWAYS RESOLVE.    *
004387*    2026-10-15   JH  THE AGING REPORT'S REGION GROUPS COME FROM *
004388*                     THE REGION CONTROL FILE (MULTRGN, UP TO    *
004389*                     SIX OFFICES PLUS ** FOR ANY OTHER CODE)    *
004390*                     INSTEAD OF A HARDWIRED R1/R2/R3.           *
004400******************************************************************

004500 ENVIRONMENT DIVISION.
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT REPORT-FILE        ASSIGN TO "MULTRNVR"
006400         ORGANIZATION IS SEQUENTIAL.
006401     SELECT REGION-FILE        ASSIGN TO "MULTRGN"
006402         ORGANIZATION IS SEQUENTIAL.

006500 DATA DIVISION.
006600 FILE SECTION.
008900     RECORDING MODE IS F.
009000 01  NEW-INVENTORY-FILE-RECORD  PIC X(80).

009001 FD  REGION-FILE
009002     LABEL RECORDS ARE STANDARD
009003     RECORDING MODE IS F.
009004 01  REGION-FILE-RECORD         PIC X(80).

009100 FD  REPORT-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS F.
011200     88  MULT-ENTRY-FOUND-YES               VALUE "Y".
011300 77  MULT-TROUBLE-SW             PIC X(01) VALUE "N".
011400     88  MULT-TROUBLE-YES                   VALUE "Y".
011401 77  MULT-REGION-EOF-SW          PIC X(01) VALUE "N".
011402     88  MULT-REGION-EOF-YES                VALUE "Y".

011500*    THE PARM CARD AS KEYED AND AS USED.
011600 01  RINV-PARM-CARD.
015500 77  RINV-REGION-IX              PIC 9(01) VALUE ZERO.
015600 77  RINV-REASON-IX              PIC 9(02) VALUE ZERO.

015601*    THE REGIONAL OFFICES, FROM THE REGION CONTROL FILE, IN
015602*    FILE ORDER - ENTRY N IS AGING REGION GROUP N.
015603 77  RINV-RGN-ENTRY-MAX          PIC 9(04) COMP VALUE 6.
015604 77  RINV-RGN-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
015605 77  RINV-RGN-IX                 PIC 9(04) COMP VALUE ZERO.
015606 01  RINV-REGION-TABLE.
015607     05  RINV-RGN-ENTRY OCCURS 6 TIMES.
015608         10  RINV-RGN-TAB-CODE   PIC X(02).

015700*    AGING BUCKETS BY REGION (ONE GROUP PER OFFICE ON THE REGION
015701*    TABLE, GROUP 7 = ANY OTHER CODE) AND REASON CODE (01-19,
015800*    20 = ALL HIGHER).
015801 77  RINV-OTHER-REGION-GROUP     PIC 9(01) VALUE 7.
015900 01  RINV-AGING-TABLE.
016000     05  RINV-REGION-GROUP OCCURS 7 TIMES.
016100         10  RINV-REASON-GROUP OCCURS 20 TIMES.
016200             15  RINV-BKT-1      PIC 9(05) COMP.
016300             15  RINV-BKT-2-5    PIC 9(05) COMP.
021900         UNTIL MULT-HISTORY-EOF-YES.
022000     PERFORM 1400-LOAD-ONE-CALENDAR-DAY THRU 1400-EXIT
022100         UNTIL MULT-CALENDAR-EOF-YES.
022101     PERFORM 1500-LOAD-ONE-REGION THRU 1500-EXIT
022102         UNTIL MULT-REGION-EOF-YES.
022200     PERFORM 2000-FOLD-ONE-REJECT THRU 2000-EXIT
022300         UNTIL MULT-REJECT-EOF-YES OR MULT-TROUBLE-YES.
022400     IF MULT-TROUBLE-YES
024500     OPEN INPUT REJECT-FILE.
024600     OPEN INPUT RUN-HISTORY-FILE.
024700     OPEN INPUT CALENDAR-FILE.
024701     OPEN INPUT REGION-FILE.
024800     OPEN OUTPUT NEW-INVENTORY-FILE.
024900     OPEN OUTPUT REPORT-FILE.
024910*    THE BUCKET TABLE CARRIES NO VALUE CLAUSES - CLEAR IT
034100 1400-EXIT.
034200     EXIT.

034201******************************************************************
034202*    1500-LOAD-ONE-REGION - ONE REGION CONTROL RECORD INTO THE   *
034203*    REGION TABLE.  A BLANK CODE IS PASSED OVER; PAST SIX        *
034204*    OFFICES THE REST AGE UNDER THE OTHER GROUP.                 *
034205******************************************************************
034206 1500-LOAD-ONE-REGION.
034207     READ REGION-FILE INTO MULT-REGION-RECORD
034208         AT END
034209             SET MULT-REGION-EOF-YES TO TRUE
034210             GO TO 1500-EXIT
034211     END-READ.
034212     IF MULT-RGN-CODE = SPACES
034213         OR RINV-RGN-ENTRY-COUNT >= RINV-RGN-ENTRY-MAX
034214         GO TO 1500-EXIT
034215     END-IF.
034216     ADD 1 TO RINV-RGN-ENTRY-COUNT.
034217     MOVE MULT-RGN-CODE
034217         TO RINV-RGN-TAB-CODE (RINV-RGN-ENTRY-COUNT).
034218 1500-EXIT.
034219     EXIT.

034300******************************************************************
034400*    2000-FOLD-ONE-REJECT - ONE REJECT-FILE RECORD INTO THE      *
034500*    INVENTORY.  OPEN ADDS (IF NOT ALREADY CARRIED); STATUSED    *
048800     MOVE ZERO TO CAL-IX.
048900     PERFORM 3210-COUNT-ONE-DAY THRU 3210-EXIT
049000         UNTIL CAL-IX >= CAL-ENTRY-COUNT.
049001     MOVE RINV-OTHER-REGION-GROUP TO RINV-REGION-IX.
049002     MOVE ZERO TO RINV-RGN-IX.
049003     PERFORM 3220-FIND-REGION THRU 3220-EXIT
049004         UNTIL RINV-RGN-IX >= RINV-RGN-ENTRY-COUNT
049005         OR RINV-REGION-IX < RINV-OTHER-REGION-GROUP.
050100     IF RINV-TAB-REASON (RINV-IX) > ZERO
050200         AND RINV-TAB-REASON (RINV-IX) < 20
050300         MOVE RINV-TAB-REASON (RINV-IX) TO RINV-REASON-IX
052900 3210-EXIT.
053000     EXIT.

053001******************************************************************
053002*    3220-FIND-REGION - ONE REGION TABLE ENTRY AGAINST THE       *
053003*    REJECT'S REGION; A MATCH IS ITS AGING GROUP.                *
053004******************************************************************
053005 3220-FIND-REGION.
053006     ADD 1 TO RINV-RGN-IX.
053007     IF RINV-RGN-TAB-CODE (RINV-RGN-IX)
053007         = RINV-TAB-REGION (RINV-IX)
053008         MOVE RINV-RGN-IX TO RINV-REGION-IX
053009     END-IF.
053010 3220-EXIT.
053011     EXIT.

053100******************************************************************
053200*    4000-PRINT-AGING-REPORT - ONE LINE PER REGION/REASON PAIR   *
053300*    WITH ANYTHING OPEN, BUCKETED BY AGE.                        *
053900     WRITE REPORT-FILE-RECORD FROM RINV-HEADING-LINE-2.
054000     MOVE ZERO TO RINV-REGION-IX.
054100     PERFORM 4100-PRINT-ONE-REGION THRU 4100-EXIT
054200         UNTIL RINV-REGION-IX >= RINV-OTHER-REGION-GROUP.
054300 4000-EXIT.
054400     EXIT.

056600             (RINV-REGION-IX, RINV-REASON-IX) = ZERO
056700         GO TO 4200-EXIT
056800     END-IF.
056900     IF RINV-REGION-IX > RINV-RGN-ENTRY-COUNT
057700         MOVE "**" TO RINV-DET-REGION
057701     ELSE
057702         MOVE RINV-RGN-TAB-CODE (RINV-REGION-IX)
057702             TO RINV-DET-REGION
057800     END-IF.
057900     MOVE RINV-REASON-IX TO RINV-DET-REASON.
058000     MOVE RINV-BKT-1 (RINV-REGION-IX, RINV-REASON-IX)
058100         TO RINV-DET-BKT-1.
061200     CLOSE REJECT-FILE.
061300     CLOSE RUN-HISTORY-FILE.
061400     CLOSE CALENDAR-FILE.
061401     CLOSE REGION-FILE.
061500     CLOSE NEW-INVENTORY-FILE.
061600     CLOSE REPORT-FILE.
061700 9000-EXIT.

000900*    MULTBAL - END-OF-RUN RECONCILIATION                         *
001000*                                                                *
001100*    PROVES THAT EVERY RECORD READ FROM THE TRANSACTION FILE     *
001200*    LANDED IN THE OUTPUT FILE, THE REJECT FILE, THE HOLD QUEUE, *
001210*    OR THE SCHEDULED-TRANSACTION FILE.  COUNTS THEM ALL,        *
001210*    CONFIRMS                                                    *
001400*        INPUT = GOOD + REJECTED + HELD + SCHEDULED,             *
001500*    AND INDEPENDENTLY RECOMPUTES THE SUM OF C BY MULTIPLYING    *
001600*    EACH OUTPUT ROW'S A BY ITS B AGAIN, COMPARING THAT TO THE   *
001700*    SUM OF THE C VALUES AS WRITTEN.  PRINTS AN IN-BALANCE /     *
002699*                     FIVE-DIGIT OPERANDS AND SIGNED TEN-DIGIT  *
002699*                     C - A NEGATIVE SUBTRACT RESULT NOW PROVES *
002699*                     OUT LIKE ANY OTHER.                       *
002699*    2026-10-15   JH  THE CERTIFICATE SHOWS HOW MANY OF THE     *
002699*                     REJECTS ARE SUSPECTED DUPLICATES (REASON  *
002699*                     06) AWAITING A SUPERVISOR IN MULTFIX.     *
002699*    2026-10-15   JH  THE INPUT SIDE NOW COUNTS THE SAME         *
002699*                     REGIONAL SLOTS (MULTTRN1-6) THE POSTING    *
002699*                     STEP READ - ONLY THOSE MULTPRE'S REGION    *
002699*                     STATUS FILE CLEARED TO POST - AND THE      *
002699*                     CERTIFICATE SHOWS HOW MANY REGIONS DID NOT *
002699*                     POST TONIGHT.                              *
002699*    2026-10-15   JH  TRANSACTIONS THE POSTING STEP HELD FOR     *
002699*                     SUPERVISOR APPROVAL ARE COUNTED FROM THE   *
002699*                     HOLD QUEUE (ROWS FOR TONIGHT'S RUN NUMBER, *
002699*                     TAKEN FROM THE RUN-CONTROL RECORD) AND THE *
002699*                     PROOF IS NOW INPUT = GOOD + REJECT + HELD. *
002699*    2026-10-15   JH  FUTURE-DATED TRANSACTIONS THE POSTING STEP *
002699*                     SCHEDULED ARE COUNTED FROM THE SCHEDULED-  *
002699*                     TRANSACTION FILE (ROWS FOR TONIGHT'S RUN   *
002699*                     NUMBER) AND THE PROOF IS NOW INPUT = GOOD  *
002699*                     + REJECT + HELD + SCHEDULED.               *
002699*    2026-10-15   JH  THE VERDICT AND ITS COUNTS ARE ALSO KEPT   *
002699*                     ON THE BALANCE-RESULT FILE (MULTBALR) FOR  *
002699*                     THE DAILY SIGN-OFF REPORT.                 *
002699*    2026-10-15   JH  ONLY REGION-STATUS ROWS FOR THE POSTED     *
002699*                     BUSINESS DATE ARE READ, AS THE POSTING     *
002699*                     STEP READS THEM - AN OLDER ROW LEFT ON THE *
002699*                     FILE NO LONGER OPENS OR COUNTS A REGION.   *
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003720         ORGANIZATION IS SEQUENTIAL.
003730     SELECT MULT-TRANS-FILE-3  ASSIGN TO "MULTTRN3"
003740         ORGANIZATION IS SEQUENTIAL.
003741     SELECT MULT-TRANS-FILE-4  ASSIGN TO "MULTTRN4"
003742         ORGANIZATION IS SEQUENTIAL.
003743     SELECT MULT-TRANS-FILE-5  ASSIGN TO "MULTTRN5"
003744         ORGANIZATION IS SEQUENTIAL.
003745     SELECT MULT-TRANS-FILE-6  ASSIGN TO "MULTTRN6"
003746         ORGANIZATION IS SEQUENTIAL.
003750     SELECT MULT-PENDING-FILE  ASSIGN TO "MULTPEND"
003760         ORGANIZATION IS SEQUENTIAL.
003800     SELECT OUTPUT-FILE        ASSIGN TO "MULTOUT"
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT BALANCE-FILE       ASSIGN TO "MULTBALO"
004300         ORGANIZATION IS SEQUENTIAL.
004301     SELECT RGNSTAT-FILE       ASSIGN TO "MULTRSTA"
004302         ORGANIZATION IS SEQUENTIAL.
004303     SELECT CONTROL-FILE       ASSIGN TO "MULTRCTL"
004304         ORGANIZATION IS SEQUENTIAL.
004305     SELECT HOLD-FILE          ASSIGN TO "MULTHOLD"
004306         ORGANIZATION IS SEQUENTIAL.
004306     SELECT SCHED-FILE         ASSIGN TO "MULTSCHD"
004306         ORGANIZATION IS SEQUENTIAL.
004307     SELECT BALRES-FILE        ASSIGN TO "MULTBALR"
004307         ORGANIZATION IS SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
005090     RECORDING MODE IS F.
005095 01  MULT-TRANS-FILE-3-RECORD   PIC X(80).
005096
005096 FD  MULT-TRANS-FILE-4
005096     LABEL RECORDS ARE STANDARD
005096     RECORDING MODE IS F.
005096 01  MULT-TRANS-FILE-4-RECORD   PIC X(80).
005096
005096 FD  MULT-TRANS-FILE-5
005096     LABEL RECORDS ARE STANDARD
005096     RECORDING MODE IS F.
005096 01  MULT-TRANS-FILE-5-RECORD   PIC X(80).
005096
005096 FD  MULT-TRANS-FILE-6
005096     LABEL RECORDS ARE STANDARD
005096     RECORDING MODE IS F.
005096 01  MULT-TRANS-FILE-6-RECORD   PIC X(80).
005096
005097 FD  MULT-PENDING-FILE
005098     LABEL RECORDS ARE STANDARD
005099     RECORDING MODE IS F.
006400     RECORDING MODE IS F.
006500 01  BALANCE-FILE-RECORD        PIC X(80).
006600
006601 FD  RGNSTAT-FILE
006602     LABEL RECORDS ARE STANDARD
006603     RECORDING MODE IS F.
006604 01  RGNSTAT-FILE-RECORD        PIC X(80).
006605
006606 FD  CONTROL-FILE
006607     LABEL RECORDS ARE STANDARD
006608     RECORDING MODE IS F.
006609 01  CONTROL-FILE-RECORD        PIC X(80).
006609
006610 FD  HOLD-FILE
006611     LABEL RECORDS ARE STANDARD
006612     RECORDING MODE IS F.
006613 01  HOLD-FILE-RECORD           PIC X(80).
006613
006613 FD  SCHED-FILE
006613     LABEL RECORDS ARE STANDARD
006613     RECORDING MODE IS F.
006613 01  SCHED-FILE-RECORD          PIC X(80).
006613
006614 FD  BALRES-FILE
006614     LABEL RECORDS ARE STANDARD
006614     RECORDING MODE IS F.
006614 01  BALRES-FILE-RECORD         PIC X(80).
006614
006700 WORKING-STORAGE SECTION.
006800*    SHARED RECORD LAYOUTS.
006900     COPY MULTREC.
007200 77  MULT-TRANS-EOF-SW           PIC X(01) VALUE "N".
007300     88  MULT-TRANS-EOF-YES                 VALUE "Y".
007310 77  MULT-INPUT-FILE-NO          PIC 9(01) VALUE 1.
007320 77  MULT-LAST-INPUT-FILE        PIC 9(01) VALUE 7.
007400 77  MULT-OUTPUT-EOF-SW          PIC X(01) VALUE "N".
007500     88  MULT-OUTPUT-EOF-YES                VALUE "Y".
007600 77  MULT-REJECT-EOF-SW          PIC X(01) VALUE "N".
007700     88  MULT-REJECT-EOF-YES                VALUE "Y".
007701 77  MULT-RGNSTAT-EOF-SW         PIC X(01) VALUE "N".
007702     88  MULT-RGNSTAT-EOF-YES               VALUE "Y".
007703 77  MULT-HOLD-EOF-SW            PIC X(01) VALUE "N".
007704     88  MULT-HOLD-EOF-YES                  VALUE "Y".
007704 77  MULT-SCHED-EOF-SW           PIC X(01) VALUE "N".
007704     88  MULT-SCHED-EOF-YES                 VALUE "Y".
007800
007801*    ONE POST FLAG PER REGIONAL SLOT, FROM MULTPRE'S REGION
007802*    STATUS ROWS - ONLY THE SLOTS THE POSTING STEP READ COUNT.
007803 77  MULT-SLOT-MAX               PIC 9(04) COMP VALUE 6.
007804 77  MULT-SLOT-IX                PIC 9(04) COMP VALUE ZERO.
007805 01  MULT-SLOT-TABLE.
007806     05  MULT-SLOT-POST          PIC X(01) OCCURS 6 TIMES.
007807
007900*    BALANCE SWITCH - SET OUT OF BALANCE BY ANY FAILED CHECK.
008000 77  MULT-BALANCE-SW             PIC X(01) VALUE "Y".
008100     88  MULT-IN-BALANCE                    VALUE "Y".
008500 77  MULT-INPUT-COUNT            PIC 9(06) VALUE ZERO.
008600 77  MULT-GOOD-COUNT             PIC 9(06) VALUE ZERO.
008700 77  MULT-REJECT-COUNT           PIC 9(06) VALUE ZERO.
008710 77  MULT-DUPLICATE-COUNT        PIC 9(06) VALUE ZERO.
008711 77  MULT-UNPOSTED-REGIONS       PIC 9(06) VALUE ZERO.
008712 77  MULT-HELD-COUNT             PIC 9(06) VALUE ZERO.
008712 77  MULT-SCHED-COUNT            PIC 9(06) VALUE ZERO.
008713 77  MULT-RUN-NUMBER             PIC 9(06) VALUE ZERO.
008800 77  MULT-ACCOUNTED-COUNT        PIC 9(06) VALUE ZERO.
008900 77  MULT-SUM-OF-C               PIC S9(12) VALUE ZERO.
009000 77  MULT-RECOMPUTED-SUM         PIC S9(12) VALUE ZERO.
012200         UNTIL MULT-OUTPUT-EOF-YES.
012300     PERFORM 4000-COUNT-REJECTS THRU 4000-EXIT
012400         UNTIL MULT-REJECT-EOF-YES.
012401     PERFORM 4500-COUNT-HELD THRU 4500-EXIT
012402         UNTIL MULT-HOLD-EOF-YES.
012402     PERFORM 4600-COUNT-SCHEDULED THRU 4600-EXIT
012402         UNTIL MULT-SCHED-EOF-YES.
012500     PERFORM 5000-BALANCE-RUN THRU 5000-EXIT.
012600     PERFORM 9000-FINALIZE THRU 9000-EXIT.
012700     STOP RUN.
012800
012900******************************************************************
013000*    1000-INITIALIZE - OPEN ALL FILES.  A REGIONAL SLOT THAT IS  *
013001*    NOT CLEARED TO POST TONIGHT IS LEFT CLOSED.  TONIGHT'S RUN  *
013002*    NUMBER IS THE LAST ONE THE RUN-CONTROL RECORD SHOWS, SINCE  *
013003*    THE POSTING STEP ENDED CLEANLY JUST AHEAD OF THIS ONE.      *
013100******************************************************************
013200 1000-INITIALIZE.
013201     PERFORM 1300-READ-RUN-CONTROL THRU 1300-EXIT.
013201     PERFORM 1100-LOAD-REGION-STATUS THRU 1100-EXIT.
013202     MOVE ZERO TO MULT-SLOT-IX.
013203     PERFORM 1200-OPEN-INPUT-SLOT THRU 1200-EXIT
013204         UNTIL MULT-SLOT-IX >= MULT-SLOT-MAX.
013330     OPEN INPUT MULT-PENDING-FILE.
013400     OPEN INPUT OUTPUT-FILE.
013500     OPEN INPUT REJECT-FILE.
013600     OPEN OUTPUT BALANCE-FILE.
013601     OPEN INPUT HOLD-FILE.
013601     OPEN INPUT SCHED-FILE.
013700 1000-EXIT.
013800     EXIT.
013900
013901******************************************************************
013902*    1100-LOAD-REGION-STATUS - FLAG THE REGIONAL SLOTS MULTPRE   *
013903*    CLEARED TO POST, AND COUNT THE REGIONS THAT DID NOT (A      *
013904*    REGION NOT EXPECTED TONIGHT IS NOT COUNTED).                *
013905******************************************************************
013906 1100-LOAD-REGION-STATUS.
013907     MOVE ALL "N" TO MULT-SLOT-TABLE.
013908     OPEN INPUT RGNSTAT-FILE.
013909     PERFORM 1110-LOAD-ONE-REGION-STATUS THRU 1110-EXIT
013910         UNTIL MULT-RGNSTAT-EOF-YES.
013911     CLOSE RGNSTAT-FILE.
013912 1100-EXIT.
013913     EXIT.
013914
013915******************************************************************
013916*    1110-LOAD-ONE-REGION-STATUS - ONE STATUS ROW.  A ROW FOR    *
013916*    ANY DATE BUT THE ONE JUST POSTED IS PASSED OVER.            *
013917******************************************************************
013918 1110-LOAD-ONE-REGION-STATUS.
013919     READ RGNSTAT-FILE INTO MULT-RGNSTAT-RECORD
013920         AT END
013921             SET MULT-RGNSTAT-EOF-YES TO TRUE
013922             GO TO 1110-EXIT
013923     END-READ.
013923     IF MULT-RSTA-DATE NOT = MULT-CTL-LAST-RUN-DATE
013923         GO TO 1110-EXIT
013923     END-IF.
013924     IF MULT-RSTA-SLOT NOT NUMERIC
013925         OR MULT-RSTA-SLOT = ZERO
013926         OR MULT-RSTA-SLOT > MULT-SLOT-MAX
013927         GO TO 1110-EXIT
013928     END-IF.
013929     IF MULT-RSTA-POST-YES
013930         MOVE "Y" TO MULT-SLOT-POST (MULT-RSTA-SLOT)
013931     ELSE
013932         IF NOT MULT-RSTA-NOT-EXPECTED
013933             ADD 1 TO MULT-UNPOSTED-REGIONS
013934         END-IF
013935     END-IF.
013936 1110-EXIT.
013937     EXIT.
013938
013939******************************************************************
013940*    1200-OPEN-INPUT-SLOT - OPEN THE NEXT REGIONAL SLOT IF IT IS *
013941*    CLEARED TO POST TONIGHT.                                    *
013942******************************************************************
013943 1200-OPEN-INPUT-SLOT.
013944     ADD 1 TO MULT-SLOT-IX.
013945     IF MULT-SLOT-POST (MULT-SLOT-IX) NOT = "Y"
013946         GO TO 1200-EXIT
013947     END-IF.
013948     EVALUATE MULT-SLOT-IX
013949         WHEN 1
013950             OPEN INPUT MULT-TRANS-FILE-1
013951         WHEN 2
013952             OPEN INPUT MULT-TRANS-FILE-2
013953         WHEN 3
013954             OPEN INPUT MULT-TRANS-FILE-3
013955         WHEN 4
013956             OPEN INPUT MULT-TRANS-FILE-4
013957         WHEN 5
013958             OPEN INPUT MULT-TRANS-FILE-5
013959         WHEN 6
013960             OPEN INPUT MULT-TRANS-FILE-6
013961     END-EVALUATE.
013962 1200-EXIT.
013963     EXIT.
013963
013963******************************************************************
013963*    1300-READ-RUN-CONTROL - PICK UP TONIGHT'S RUN NUMBER.  AN   *
013963*    EMPTY CONTROL FILE LEAVES IT ZERO, WHICH NO HOLD ROW       *
013963*    CARRIES.                                                    *
013963******************************************************************
013963 1300-READ-RUN-CONTROL.
013963     MOVE ZERO TO MULT-CTL-LAST-RUN-NUMBER.
013963     MOVE ZERO TO MULT-CTL-LAST-RUN-DATE.
013963     OPEN INPUT CONTROL-FILE.
013963     READ CONTROL-FILE INTO MULT-CONTROL-RECORD
013963         AT END
013963             MOVE ZERO TO MULT-CTL-LAST-RUN-NUMBER
013963     END-READ.
013963     CLOSE CONTROL-FILE.
013963     MOVE MULT-CTL-LAST-RUN-NUMBER TO MULT-RUN-NUMBER.
013963 1300-EXIT.
013963     EXIT.
013964
014000******************************************************************
014100*    2000-COUNT-INPUT - ONE TRANSACTION RECORD PER PASS, TAKEN   *
014150*    FROM THE REGIONAL FILES IN THE SAME ORDER THE BATCH READS   *
014160*    THEM.  EVERY RECORD COUNTS, GOOD OR BAD - THAT IS THE       *
014170*    POINT - EXCEPT THE HDR/TRL CONTROL RECORDS, WHICH THE        *
014175*    POSTING STEP NEVER PROCESSES.  A SLOT NOT CLEARED TO POST    *
014176*    TONIGHT IS PASSED OVER, AS THE POSTING STEP PASSES IT OVER.  *
014300******************************************************************
014400 2000-COUNT-INPUT.
014401     IF MULT-INPUT-FILE-NO < MULT-LAST-INPUT-FILE
014402         IF MULT-SLOT-POST (MULT-INPUT-FILE-NO) NOT = "Y"
014403             PERFORM 2050-SWITCH-INPUT-FILE THRU 2050-EXIT
014404             GO TO 2000-EXIT
014405         END-IF
014406     END-IF.
014410     EVALUATE MULT-INPUT-FILE-NO
014420         WHEN 1
014430             READ MULT-TRANS-FILE-1 INTO MULT-TRANS-RECORD
014615                     END-IF
014620             END-READ
014621         WHEN 4
014621             READ MULT-TRANS-FILE-4 INTO MULT-TRANS-RECORD
014621                 AT END
014621                     PERFORM 2050-SWITCH-INPUT-FILE THRU 2050-EXIT
014621                 NOT AT END
014621                     IF NOT MULT-TRANS-IS-LABEL
014621                         ADD 1 TO MULT-INPUT-COUNT
014621                     END-IF
014621             END-READ
014621         WHEN 5
014621             READ MULT-TRANS-FILE-5 INTO MULT-TRANS-RECORD
014621                 AT END
014621                     PERFORM 2050-SWITCH-INPUT-FILE THRU 2050-EXIT
014621                 NOT AT END
014621                     IF NOT MULT-TRANS-IS-LABEL
014621                         ADD 1 TO MULT-INPUT-COUNT
014621                     END-IF
014621             END-READ
014621         WHEN 6
014621             READ MULT-TRANS-FILE-6 INTO MULT-TRANS-RECORD
014621                 AT END
014621                     PERFORM 2050-SWITCH-INPUT-FILE THRU 2050-EXIT
014621                 NOT AT END
014621                     IF NOT MULT-TRANS-IS-LABEL
014621                         ADD 1 TO MULT-INPUT-COUNT
014621                     END-IF
014621             END-READ
014621         WHEN 7
014622             READ MULT-PENDING-FILE
014623                 AT END
014624                     PERFORM 2050-SWITCH-INPUT-FILE THRU 2050-EXIT
017400*    4000-COUNT-REJECTS - ONE REJECT RECORD PER PASS.            *
017500******************************************************************
017600 4000-COUNT-REJECTS.
017700     READ REJECT-FILE INTO MULT-REJECT-RECORD
017800         AT END
017900             SET MULT-REJECT-EOF-YES TO TRUE
018000         NOT AT END
018100             ADD 1 TO MULT-REJECT-COUNT
018110             IF MULT-REJECT-REASON-CODE = 06
018120                 ADD 1 TO MULT-DUPLICATE-COUNT
018130             END-IF
018200     END-READ.
018300 4000-EXIT.
018400     EXIT.
018400
018401******************************************************************
018402*    4500-COUNT-HELD - ONE HOLD-QUEUE ROW PER PASS.  ONLY THE    *
018403*    ROWS TONIGHT'S RUN HELD COUNT - THE QUEUE ALSO CARRIES ITEMS*
018404*    HELD ON EARLIER NIGHTS AND THEIR DECISIONS.                 *
018405******************************************************************
018406 4500-COUNT-HELD.
018407     READ HOLD-FILE INTO MULT-HOLD-RECORD
018408         AT END
018409             SET MULT-HOLD-EOF-YES TO TRUE
018410         NOT AT END
018411             IF MULT-HOLD-RUN-NUMBER = MULT-RUN-NUMBER
018412                 ADD 1 TO MULT-HELD-COUNT
018413             END-IF
018414     END-READ.
018415 4500-EXIT.
018416     EXIT.
018416
018416******************************************************************
018416*    4600-COUNT-SCHEDULED - ONE SCHEDULED-TRANSACTION ROW PER    *
018416*    PASS.  ONLY THE ROWS TONIGHT'S RUN SCHEDULED COUNT - THE    *
018416*    FILE ALSO CARRIES ITEMS SCHEDULED ON EARLIER NIGHTS THAT    *
018416*    ARE NOT YET DUE.                                            *
018416******************************************************************
018416 4600-COUNT-SCHEDULED.
018416     READ SCHED-FILE INTO MULT-SCHED-RECORD
018416         AT END
018416             SET MULT-SCHED-EOF-YES TO TRUE
018416         NOT AT END
018416             IF MULT-SCHD-RUN-NUMBER = MULT-RUN-NUMBER
018416                 ADD 1 TO MULT-SCHED-COUNT
018416             END-IF
018416     END-READ.
018416 4600-EXIT.
018416     EXIT.
018500
018600******************************************************************
018700*    5000-BALANCE-RUN - APPLY THE BALANCING RULES AND PRINT THE  *
018800*    CERTIFICATE.                                                *
018900******************************************************************
019000 5000-BALANCE-RUN.
019100     ADD MULT-GOOD-COUNT MULT-REJECT-COUNT MULT-HELD-COUNT
019100         MULT-SCHED-COUNT
019200         GIVING MULT-ACCOUNTED-COUNT.
019300     IF MULT-ACCOUNTED-COUNT NOT = MULT-INPUT-COUNT
019400         SET MULT-OUT-OF-BALANCE TO TRUE
020600     MOVE "REJECTED RECORDS  . ." TO BAL-COUNT-LABEL.
020700     MOVE MULT-REJECT-COUNT TO BAL-COUNT-VALUE.
020800     WRITE BALANCE-FILE-RECORD FROM BAL-COUNT-LINE.
020810     MOVE "SUSPECTED DUPLICATES ." TO BAL-COUNT-LABEL.
020820     MOVE MULT-DUPLICATE-COUNT TO BAL-COUNT-VALUE.
020830     WRITE BALANCE-FILE-RECORD FROM BAL-COUNT-LINE.
020831     MOVE "REGIONS NOT POSTED  . ." TO BAL-COUNT-LABEL.
020832     MOVE MULT-UNPOSTED-REGIONS TO BAL-COUNT-VALUE.
020833     WRITE BALANCE-FILE-RECORD FROM BAL-COUNT-LINE.
020834     MOVE "HELD FOR APPROVAL . . ." TO BAL-COUNT-LABEL.
020835     MOVE MULT-HELD-COUNT TO BAL-COUNT-VALUE.
020836     WRITE BALANCE-FILE-RECORD FROM BAL-COUNT-LINE.
020836     MOVE "SCHEDULED FORWARD . . ." TO BAL-COUNT-LABEL.
020836     MOVE MULT-SCHED-COUNT TO BAL-COUNT-VALUE.
020836     WRITE BALANCE-FILE-RECORD FROM BAL-COUNT-LINE.
020900     MOVE "TOTAL ACCOUNTED FOR  ." TO BAL-COUNT-LABEL.
021000     MOVE MULT-ACCOUNTED-COUNT TO BAL-COUNT-VALUE.
021100     WRITE BALANCE-FILE-RECORD FROM BAL-COUNT-LINE.
021200     MOVE "SUM OF C ON FILE  . ." TO BAL-SUM-LABEL.
022400     END-IF.
022500     WRITE BALANCE-FILE-RECORD FROM BAL-VERDICT-LINE.
022600     DISPLAY BAL-VERDICT-TEXT.
022610     PERFORM 5100-WRITE-BALANCE-RESULT THRU 5100-EXIT.
022700 5000-EXIT.
022800     EXIT.
022810
022820******************************************************************
022830*    5100-WRITE-BALANCE-RESULT - REPLACE THE BALANCE-RESULT      *
022840*    RECORD WITH TONIGHT'S VERDICT AND COUNTS FOR THE SIGN-OFF   *
022850*    REPORT.                                                     *
022860******************************************************************
022870 5100-WRITE-BALANCE-RESULT.
022871     MOVE SPACES TO MULT-BALRES-RECORD.
022872     MOVE MULT-CTL-LAST-RUN-DATE TO MULT-BALR-RUN-DATE.
022873     MOVE MULT-RUN-NUMBER TO MULT-BALR-RUN-NUMBER.
022874     IF MULT-IN-BALANCE
022875         SET MULT-BALR-IN-BALANCE TO TRUE
022876     ELSE
022877         SET MULT-BALR-OUT-OF-BALANCE TO TRUE
022878     END-IF.
022879     MOVE MULT-INPUT-COUNT TO MULT-BALR-INPUT-COUNT.
022880     MOVE MULT-GOOD-COUNT TO MULT-BALR-GOOD-COUNT.
022881     MOVE MULT-REJECT-COUNT TO MULT-BALR-REJECT-COUNT.
022882     MOVE MULT-HELD-COUNT TO MULT-BALR-HELD-COUNT.
022883     MOVE MULT-SCHED-COUNT TO MULT-BALR-SCHED-COUNT.
022884     MOVE MULT-UNPOSTED-REGIONS TO MULT-BALR-UNPOSTED-REGIONS.
022885     MOVE MULT-SUM-OF-C TO MULT-BALR-SUM-OF-C.
022886     MOVE MULT-RECOMPUTED-SUM TO MULT-BALR-RECOMPUTED-SUM.
022887     OPEN OUTPUT BALRES-FILE.
022888     MOVE SPACES TO BALRES-FILE-RECORD.
022889     MOVE MULT-BALRES-RECORD TO BALRES-FILE-RECORD.
022890     WRITE BALRES-FILE-RECORD.
022891     CLOSE BALRES-FILE.
022892 5100-EXIT.
022893     EXIT.
022900
023000******************************************************************
023100*    9000-FINALIZE - CLOSE FILES AND SET THE CONDITION CODE SO   *
023200*    AN OUT-OF-BALANCE RUN BLOCKS THE DOWNSTREAM STEPS.          *
023300******************************************************************
023400 9000-FINALIZE.
023401     MOVE ZERO TO MULT-SLOT-IX.
023402     PERFORM 9100-CLOSE-INPUT-SLOT THRU 9100-EXIT
023403         UNTIL MULT-SLOT-IX >= MULT-SLOT-MAX.
023530     CLOSE MULT-PENDING-FILE.
023600     CLOSE OUTPUT-FILE.
023700     CLOSE REJECT-FILE.
023701     CLOSE HOLD-FILE.
023701     CLOSE SCHED-FILE.
023800     CLOSE BALANCE-FILE.
023900     IF MULT-OUT-OF-BALANCE
024000         MOVE 8 TO RETURN-CODE
024100     END-IF.
024200 9000-EXIT.
024300     EXIT.
024301
024302******************************************************************
024303*    9100-CLOSE-INPUT-SLOT - CLOSE THE NEXT REGIONAL SLOT IF IT  *
024304*    WAS OPENED.                                                 *
024305******************************************************************
024306 9100-CLOSE-INPUT-SLOT.
024307     ADD 1 TO MULT-SLOT-IX.
024308     IF MULT-SLOT-POST (MULT-SLOT-IX) NOT = "Y"
024309         GO TO 9100-EXIT
024310     END-IF.
024311     EVALUATE MULT-SLOT-IX
024312         WHEN 1
024313             CLOSE MULT-TRANS-FILE-1
024314         WHEN 2
024315             CLOSE MULT-TRANS-FILE-2
024316         WHEN 3
024317             CLOSE MULT-TRANS-FILE-3
024318         WHEN 4
024319             CLOSE MULT-TRANS-FILE-4
024320         WHEN 5
024321             CLOSE MULT-TRANS-FILE-5
024322         WHEN 6
024323             CLOSE MULT-TRANS-FILE-6
024324     END-EVALUATE.
024325 9100-EXIT.
024326     EXIT.

003300*    ROW WHOSE MASTER RECORD IS MISSING OR WOULD GO NEGATIVE IS  *
003400*    REPORTED AND SKIPPED, AND THE JOB ENDS CC 8 SO THE          *
003500*    POSITION IS RESEARCHED BEFORE ANYTHING IS RESUBMITTED.      *
003510*    A RUN WHOSE BUSINESS DATE FALLS IN A MONTH MULTCLOS HAS     *
003520*    ALREADY CLOSED IS REFUSED OUTRIGHT.                         *
003530*                                                                *
003540*    ONCE THE RUN IS REVERSED ITS LEFTOVERS ARE CLEARED FROM THE *
003550*    PERSISTENT QUEUES, EACH THROUGH A .NEW COPY (MULTHOLO AND   *
003560*    MULTSCHN) THAT THE JOB SWAPS IN AFTER A CLEAN STEP.  A HOLD *
003570*    ITEM THE RUN PARKED AND STILL AWAITING A DECISION IS MARKED *
003580*    DECLINED BY MULTUNDO; ONE ALREADY RELEASED IS LEFT AND      *
003590*    LISTED, SINCE ITS RELEASE IS ALREADY ON THE PENDING FILE.   *
003591*    A SCHEDULED ITEM THE RUN SET ASIDE IS DROPPED AND LISTED.   *
003600*                                                                *
003700*    MODIFICATION HISTORY                                       *
003800*    ----------------------------------------------------------- *
004500*                     FIELD, AND A REVERSAL MAY TAKE A MASTER    *
004600*                     SUM NEGATIVE (ONLY THE COUNT IS HELD AT    *
004700*                     ZERO OR ABOVE).                            *
004710*    2026-10-15   JH  KEY-REGISTRY ROWS (OPERATION CODE K) CARRY *
004720*                     NO AMOUNTS AND ARE PASSED OVER - A         *
004730*                     REGISTRY CHANGE IS NOT PART OF ANY RUN.    *
004740*    2026-10-15   JH  POSTED ROWS ARE ALSO TAKEN OUT OF THE      *
004750*                     MASTER'S MONTH-TO-DATE AND YEAR-TO-DATE    *
004760*                     BUCKETS (ADJUSTMENTS NEVER TOUCHED THEM).  *
004770*                     A RUN WHOSE BUSINESS DATE, PER THE RUN     *
004780*                     HISTORY, FALLS IN A CLOSED MONTH IS        *
004790*                     REFUSED - ITS MONTH HAS BEEN REPORTED.     *
004791*    2026-10-15   JH  EVERY REVERSAL ALSO APPENDS A SNAPSHOT OF  *
004792*                     THE KEY'S NEW POSITION TO THE MASTER       *
004793*                     SNAPSHOT FILE (MULTMSNP), DATED WITH THE   *
004794*                     BACKED-OUT RUN'S BUSINESS DATE (TODAY FOR  *
004795*                     A RUN THAT NEVER LOGGED), SO AN AS-OF      *
004796*                     INQUIRY FOR THAT DATE SEES THE BACKOUT.    *
004797*    2026-10-15   JH  THE BACKED-OUT RUN'S AWAITING HOLD ITEMS   *
004798*                     ARE MARKED DECLINED AND ITS SCHEDULED      *
004799*                     ITEMS DROPPED, THROUGH .NEW COPIES OF THE  *
004799*                     HOLD QUEUE AND THE SCHEDULED-TRANSACTION   *
004799*                     FILE, SO NEITHER CAN POST LATER.  ITEMS    *
004799*                     ALREADY RELEASED FROM HOLD ARE LISTED.     *
004800******************************************************************

004900 ENVIRONMENT DIVISION.
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT REPORT-FILE        ASSIGN TO "MULTUNDR"
006600         ORGANIZATION IS SEQUENTIAL.
006610     SELECT RUN-HISTORY-FILE   ASSIGN TO "MULTRHST"
006620         ORGANIZATION IS SEQUENTIAL.
006630     SELECT MSNAP-FILE         ASSIGN TO "MULTMSNP"
006640         ORGANIZATION IS SEQUENTIAL.
006650     SELECT HOLD-FILE          ASSIGN TO "MULTHOLD"
006660         ORGANIZATION IS SEQUENTIAL.
006670     SELECT HOLD-OUT-FILE      ASSIGN TO "MULTHOLO"
006680         ORGANIZATION IS SEQUENTIAL.
006690     SELECT SCHED-FILE         ASSIGN TO "MULTSCHD"
006691         ORGANIZATION IS SEQUENTIAL.
006692     SELECT SCHED-OUT-FILE     ASSIGN TO "MULTSCHN"
006693         ORGANIZATION IS SEQUENTIAL.

006700 DATA DIVISION.
006800 FILE SECTION.
008800     RECORDING MODE IS F.
008900 01  REPORT-FILE-RECORD         PIC X(80).

008910 FD  RUN-HISTORY-FILE
008920     LABEL RECORDS ARE STANDARD
008930     RECORDING MODE IS F.
008940 01  RUN-HISTORY-FILE-RECORD    PIC X(80).

008950 FD  MSNAP-FILE
008960     LABEL RECORDS ARE STANDARD
008970     RECORDING MODE IS F.
008980 01  MSNAP-FILE-RECORD          PIC X(80).

008981 FD  HOLD-FILE
008982     LABEL RECORDS ARE STANDARD
008983     RECORDING MODE IS F.
008984 01  HOLD-FILE-RECORD           PIC X(80).

008985 FD  HOLD-OUT-FILE
008986     LABEL RECORDS ARE STANDARD
008987     RECORDING MODE IS F.
008988 01  HOLD-OUT-FILE-RECORD       PIC X(80).

008989 FD  SCHED-FILE
008990     LABEL RECORDS ARE STANDARD
008991     RECORDING MODE IS F.
008992 01  SCHED-FILE-RECORD          PIC X(80).

008993 FD  SCHED-OUT-FILE
008994     LABEL RECORDS ARE STANDARD
008995     RECORDING MODE IS F.
008996 01  SCHED-OUT-FILE-RECORD      PIC X(80).

009000 WORKING-STORAGE SECTION.
009100*    SHARED RECORD LAYOUTS.
009200     COPY MULTREC.
010500     88  MULT-TROUBLE-YES                   VALUE "Y".
010600 77  MULT-MASTER-HIT-SW          PIC X(01) VALUE "N".
010700     88  MULT-MASTER-HIT-YES                VALUE "Y".
010710 77  MULT-HISTORY-EOF-SW         PIC X(01) VALUE "N".
010720     88  MULT-HISTORY-EOF-YES               VALUE "Y".
010730 77  MULT-HOLD-EOF-SW            PIC X(01) VALUE "N".
010740     88  MULT-HOLD-EOF-YES                  VALUE "Y".
010750 77  MULT-SCHED-EOF-SW           PIC X(01) VALUE "N".
010760     88  MULT-SCHED-EOF-YES                 VALUE "Y".

010800*    THE PARM CARD AS KEYED AND AS USED.
010900 01  UNDO-PARM-CARD.
011300 77  UNDO-TARGET-RUN             PIC 9(06) VALUE ZERO.
011400 77  UNDO-RESET-DATE             PIC 9(08) VALUE ZERO.

011410*    THE TARGET RUN'S BUSINESS MONTH FROM THE RUN HISTORY (ZERO
011420*    WHEN THE RUN NEVER LOGGED - AN ABENDED RUN, ALWAYS IN THE
011430*    OPEN MONTH) AND THE LAST MONTH MULTCLOS HAS CLOSED.
011440 77  UNDO-RUN-MONTH              PIC 9(06) VALUE ZERO.
011450 77  UNDO-CLOSED-MONTH           PIC 9(06) VALUE ZERO.
011460*    THE TARGET RUN'S FULL BUSINESS DATE, WHICH DATES THE MASTER
011470*    SNAPSHOTS OF THE REVERSAL (TODAY WHEN THE RUN NEVER LOGGED).
011480 77  UNDO-RUN-DATE               PIC 9(08) VALUE ZERO.
011485*    TODAY'S DATE, THE DECISION DATE ON A HOLD ITEM DECLINED
011486*    BY THE BACKOUT.
011490 77  UNDO-TODAY                  PIC 9(08) VALUE ZERO.

011500*    THE TARGET RUN'S AUDIT ROWS, COLLECTED ON THE FIRST PASS
011600*    AS SIGNED REVERSAL DELTAS - THE SUM DELTA IS ALWAYS THE
011700*    ROW'S SIGNED C NEGATED, AND THE COUNT DELTA IS -1 FOR A
011800*    POSTED ROW OR THE NEGATED COUNT DELTA OF AN ADJUSTMENT.
011810*    THE PERIOD FLAG MARKS A POSTED ROW, WHICH ALSO COMES OUT OF
011820*    THE MONTH-TO-DATE AND YEAR-TO-DATE BUCKETS.
011900 77  UNDO-ENTRY-MAX              PIC 9(04) COMP VALUE 5000.
012000 77  UNDO-ENTRY-COUNT            PIC 9(04) COMP VALUE ZERO.
012100 77  UNDO-IX                     PIC 9(04) COMP VALUE ZERO.
012600         10  UNDO-TAB-SUM        PIC S9(11) COMP-3.
012700         10  UNDO-TAB-REGION     PIC X(02).
012800         10  UNDO-TAB-SOURCE     PIC X(01).
012810         10  UNDO-TAB-PERIOD     PIC X(01).
012820             88  UNDO-TAB-PERIOD-YES            VALUE "Y".

012900*    MASTER ARITHMETIC WORK FIELDS - SIGNED AND ONE DIGIT
013000*    WIDER THAN THE MASTER FIELDS.
013100 77  UNDO-NEW-COUNT              PIC S9(07) VALUE ZERO.
013200 77  UNDO-NEW-SUM                PIC S9(13) VALUE ZERO.
013210 77  UNDO-NEW-MTD-COUNT          PIC S9(07) VALUE ZERO.
013220 77  UNDO-NEW-YTD-COUNT          PIC S9(07) VALUE ZERO.

013300*    CONTROL TOTALS.
013400 77  MULT-AUDIT-READ-COUNT       PIC 9(06) VALUE ZERO.
013600 77  MULT-PRIOR-REV-COUNT        PIC 9(06) VALUE ZERO.
013700 77  MULT-REVERSED-COUNT         PIC 9(06) VALUE ZERO.
013800 77  MULT-SKIPPED-COUNT          PIC 9(06) VALUE ZERO.
013810 77  MULT-HOLD-DECLINED-COUNT    PIC 9(06) VALUE ZERO.
013820 77  MULT-HOLD-RELEASED-COUNT    PIC 9(06) VALUE ZERO.
013830 77  MULT-SCHED-DROPPED-COUNT    PIC 9(06) VALUE ZERO.

013900*    BACKOUT REPORT LINE LAYOUTS.
014000 01  UNDO-HEADING-LINE.
018500     END-IF.
018600     PERFORM 3000-REVERSE-RUN THRU 3000-EXIT.
018700     PERFORM 4000-RESET-RUN-CONTROL THRU 4000-EXIT.
018710     PERFORM 5000-CLEAR-HOLD-QUEUE THRU 5000-EXIT.
018720     PERFORM 5500-CLEAR-SCHEDULE THRU 5500-EXIT.
018800     PERFORM 9000-FINALIZE THRU 9000-EXIT.
018900     STOP RUN.

020000             " DATE (COLS 7-14) ARE REQUIRED - RUN REFUSED."
020100         GO TO 1000-EXIT
020200     END-IF.
020210     PERFORM 1200-CHECK-CLOSED-PERIOD THRU 1200-EXIT.
020220     IF MULT-REFUSED-YES
020230         GO TO 1000-EXIT
020240     END-IF.
020300     OPEN INPUT AUDIT-FILE.
020400     OPEN OUTPUT REPORT-FILE.
020500     WRITE REPORT-FILE-RECORD FROM UNDO-HEADING-LINE.
023200 1100-EXIT.
023300     EXIT.

023310******************************************************************
023320*    1200-CHECK-CLOSED-PERIOD - FIND THE TARGET RUN'S BUSINESS   *
023330*    DATE ON THE RUN HISTORY AND REFUSE IF ITS MONTH HAS BEEN    *
023340*    CLOSED.  A RESTARTED RUN LOGS TWICE UNDER ONE DATE, SO THE  *
023350*    FIRST ROW FOUND IS ENOUGH.                                  *
023360******************************************************************
023370 1200-CHECK-CLOSED-PERIOD.
023380     OPEN INPUT CONTROL-FILE.
023390     READ CONTROL-FILE INTO MULT-CONTROL-RECORD
023400         AT END
023410             MOVE ZERO TO MULT-CTL-CLOSED-MONTH
023420     END-READ.
023430     CLOSE CONTROL-FILE.
023440     IF MULT-CTL-CLOSED-MONTH NUMERIC
023450         MOVE MULT-CTL-CLOSED-MONTH TO UNDO-CLOSED-MONTH
023460     END-IF.
023470     OPEN INPUT RUN-HISTORY-FILE.
023480     PERFORM 1250-SCAN-RUN-HISTORY THRU 1250-EXIT
023490         UNTIL MULT-HISTORY-EOF-YES.
023500     CLOSE RUN-HISTORY-FILE.
023510     IF UNDO-RUN-MONTH > ZERO
023520         AND UNDO-RUN-MONTH NOT > UNDO-CLOSED-MONTH
023530         SET MULT-REFUSED-YES TO TRUE
023540         DISPLAY "MULTUNDO - RUN " UNDO-TARGET-RUN
023550             " POSTED INTO CLOSED MONTH " UNDO-RUN-MONTH
023560             " - RUN REFUSED."
023570     END-IF.
023580 1200-EXIT.
023590     EXIT.

023600******************************************************************
023610*    1250-SCAN-RUN-HISTORY - ONE RUN-HISTORY ROW PER PASS.       *
023620******************************************************************
023630 1250-SCAN-RUN-HISTORY.
023640     READ RUN-HISTORY-FILE INTO MULT-RUNH-RECORD
023650         AT END
023660             SET MULT-HISTORY-EOF-YES TO TRUE
023670             GO TO 1250-EXIT
023680     END-READ.
023690     IF MULT-RUNH-RUN-NUMBER NOT NUMERIC
023700         OR MULT-RUNH-RUN-DATE NOT NUMERIC
023710         GO TO 1250-EXIT
023720     END-IF.
023730     IF MULT-RUNH-RUN-NUMBER = UNDO-TARGET-RUN
023740         MOVE MULT-RUNH-RUN-DATE(1:6) TO UNDO-RUN-MONTH
023745         MOVE MULT-RUNH-RUN-DATE TO UNDO-RUN-DATE
023750         SET MULT-HISTORY-EOF-YES TO TRUE
023760     END-IF.
023770 1250-EXIT.
023780     EXIT.

023400******************************************************************
023500*    2000-COLLECT-RUN-ROWS - ONE AUDIT RECORD PER PASS.  THE     *
023600*    TARGET RUN'S ROWS ARE COLLECTED AS SIGNED REVERSAL DELTAS;  *
025500*    INTO THE REVERSAL TABLE.                                    *
025600******************************************************************
025700 2100-COLLECT-ONE-ROW.
025710     IF MULT-AUDIT-OP-CODE = "K"
025720         GO TO 2100-EXIT
025730     END-IF.
025800     IF MULT-AUDIT-ADJ-REASON = "REV"
025900         ADD 1 TO MULT-PRIOR-REV-COUNT
026000         GO TO 2100-EXIT
027400     IF MULT-AUDIT-OP-CODE = "J"
027500         SUBTRACT MULT-AUDIT-ADJ-COUNT FROM ZERO
027600             GIVING UNDO-TAB-COUNT (UNDO-IX)
027610         MOVE "N" TO UNDO-TAB-PERIOD (UNDO-IX)
027700     ELSE
027800         MOVE -1 TO UNDO-TAB-COUNT (UNDO-IX)
027810         MOVE "Y" TO UNDO-TAB-PERIOD (UNDO-IX)
027900     END-IF.
028000     SUBTRACT MULT-AUDIT-C FROM ZERO
028100         GIVING UNDO-TAB-SUM (UNDO-IX).
031200 3000-REVERSE-RUN.
031300     OPEN I-O MASTER-FILE.
031400     OPEN EXTEND AUDIT-FILE.
031410     OPEN EXTEND MSNAP-FILE.
031420     IF UNDO-RUN-DATE = ZERO
031430         ACCEPT UNDO-RUN-DATE FROM DATE YYYYMMDD
031440     END-IF.
031500     MOVE ZERO TO UNDO-IX.
031600     PERFORM 3100-REVERSE-ONE-ROW THRU 3100-EXIT
031700         UNTIL UNDO-IX >= UNDO-ENTRY-COUNT.
031800     CLOSE MASTER-FILE.
031900     CLOSE AUDIT-FILE.
031910     CLOSE MSNAP-FILE.
032000 3000-EXIT.
032100     EXIT.

036100     END-IF.
036200     MOVE UNDO-NEW-COUNT TO MULT-MASTER-TRAN-COUNT.
036300     MOVE UNDO-NEW-SUM TO MULT-MASTER-SUM-OF-C.
036310     IF UNDO-TAB-PERIOD-YES (UNDO-IX)
036320         PERFORM 3150-REVERSE-PERIOD-BUCKETS THRU 3150-EXIT
036330     END-IF.
036400     REWRITE MASTER-FILE-RECORD FROM MULT-MASTER-RECORD.
036500     PERFORM 3200-WRITE-REVERSAL-ROW THRU 3200-EXIT.
036510     PERFORM 3300-WRITE-MASTER-SNAPSHOT THRU 3300-EXIT.
036600     ADD 1 TO MULT-REVERSED-COUNT.
036700 3100-EXIT.
036800     EXIT.

036810******************************************************************
036820*    3150-REVERSE-PERIOD-BUCKETS - TAKE A POSTED ROW OUT OF THE  *
036830*    MONTH-TO-DATE AND YEAR-TO-DATE BUCKETS.  THE RUN IS IN THE  *
036840*    OPEN MONTH (1200 SAW TO THAT), SO BOTH BUCKETS HOLD IT.  A  *
036850*    RECORD WRITTEN BEFORE THE BUCKETS EXISTED STARTS FROM ZERO, *
036860*    AND A BUCKET COUNT IS NEVER TAKEN BELOW ZERO.               *
036870******************************************************************
036880 3150-REVERSE-PERIOD-BUCKETS.
036890     IF MULT-MASTER-MTD-COUNT NOT NUMERIC
036900         OR MULT-MASTER-MTD-SUM NOT NUMERIC
036910         OR MULT-MASTER-YTD-COUNT NOT NUMERIC
036920         OR MULT-MASTER-YTD-SUM NOT NUMERIC
036930         MOVE ZERO TO MULT-MASTER-MTD-COUNT
036940         MOVE ZERO TO MULT-MASTER-MTD-SUM
036950         MOVE ZERO TO MULT-MASTER-YTD-COUNT
036960         MOVE ZERO TO MULT-MASTER-YTD-SUM
036970     END-IF.
036980     ADD MULT-MASTER-MTD-COUNT UNDO-TAB-COUNT (UNDO-IX)
036990         GIVING UNDO-NEW-MTD-COUNT.
037000     IF UNDO-NEW-MTD-COUNT < ZERO
037010         MOVE ZERO TO UNDO-NEW-MTD-COUNT
037020     END-IF.
037030     MOVE UNDO-NEW-MTD-COUNT TO MULT-MASTER-MTD-COUNT.
037040     ADD MULT-MASTER-YTD-COUNT UNDO-TAB-COUNT (UNDO-IX)
037050         GIVING UNDO-NEW-YTD-COUNT.
037060     IF UNDO-NEW-YTD-COUNT < ZERO
037070         MOVE ZERO TO UNDO-NEW-YTD-COUNT
037080     END-IF.
037090     MOVE UNDO-NEW-YTD-COUNT TO MULT-MASTER-YTD-COUNT.
037100     ADD UNDO-TAB-SUM (UNDO-IX) TO MULT-MASTER-MTD-SUM.
037110     ADD UNDO-TAB-SUM (UNDO-IX) TO MULT-MASTER-YTD-SUM.
037120 3150-EXIT.
037130     EXIT.

036900******************************************************************
037000*    3200-WRITE-REVERSAL-ROW - ONE OPERATION-CODE-J AUDIT ROW    *
037100*    WITH REASON REV AND THE SIGNED DELTAS JUST APPLIED.  THE    *
039200 3200-EXIT.
039300     EXIT.

039310******************************************************************
039320*    3300-WRITE-MASTER-SNAPSHOT - APPEND THE KEY'S POSITION AS   *
039330*    THE REVERSAL LEFT IT, WITH THE REVERSAL DELTAS AS THE       *
039340*    CHANGE, TO THE MASTER SNAPSHOT FILE.                        *
039350******************************************************************
039360 3300-WRITE-MASTER-SNAPSHOT.
039370     MOVE SPACES TO MULT-MSNAP-RECORD.
039380     MOVE MULT-MASTER-KEY TO MULT-MSNAP-KEY.
039390     MOVE UNDO-RUN-DATE TO MULT-MSNAP-BUS-DATE.
039400     SET MULT-MSNAP-REVERSED TO TRUE.
039410     MOVE UNDO-TARGET-RUN TO MULT-MSNAP-RUN-NUMBER.
039420     MOVE MULT-MASTER-TRAN-COUNT TO MULT-MSNAP-TRAN-COUNT.
039430     MOVE MULT-MASTER-SUM-OF-C TO MULT-MSNAP-SUM-OF-C.
039440     MOVE MULT-MASTER-FIRST-DATE TO MULT-MSNAP-FIRST-DATE.
039450     MOVE MULT-MASTER-LAST-DATE TO MULT-MSNAP-LAST-DATE.
039460     MOVE UNDO-TAB-COUNT (UNDO-IX) TO MULT-MSNAP-CHG-COUNT.
039470     MOVE UNDO-TAB-SUM (UNDO-IX) TO MULT-MSNAP-CHG-SUM.
039480     MOVE SPACES TO MSNAP-FILE-RECORD.
039490     MOVE MULT-MSNAP-RECORD TO MSNAP-FILE-RECORD.
039500     WRITE MSNAP-FILE-RECORD.
039510 3300-EXIT.
039520     EXIT.

039400******************************************************************
039500*    4000-RESET-RUN-CONTROL - PUT THE SUPPLIED BUSINESS DATE     *
039600*    BACK IN THE RUN-CONTROL RECORD SO THE CORRECT FILE FOR THE  *
041500 4000-EXIT.
041600     EXIT.

041610******************************************************************
041620*    5000-CLEAR-HOLD-QUEUE - COPY THE HOLD QUEUE TO ITS .NEW     *
041630*    COPY.  THE TARGET RUN'S ITEMS STILL AWAITING A DECISION     *
041640*    ARE MARKED DECLINED SO MULTAPPR CAN NEVER RELEASE THEM.     *
041650******************************************************************
041660 5000-CLEAR-HOLD-QUEUE.
041670     ACCEPT UNDO-TODAY FROM DATE YYYYMMDD.
041680     OPEN INPUT HOLD-FILE.
041690     OPEN OUTPUT HOLD-OUT-FILE.
041700     PERFORM 5100-COPY-ONE-HOLD THRU 5100-EXIT
041710         UNTIL MULT-HOLD-EOF-YES.
041720     CLOSE HOLD-FILE.
041730     CLOSE HOLD-OUT-FILE.
041740 5000-EXIT.
041750     EXIT.

041760******************************************************************
041770*    5100-COPY-ONE-HOLD - ONE HOLD ITEM PER PASS.                *
041780******************************************************************
041790 5100-COPY-ONE-HOLD.
041800     READ HOLD-FILE INTO MULT-HOLD-RECORD
041810         AT END
041820             SET MULT-HOLD-EOF-YES TO TRUE
041830             GO TO 5100-EXIT
041840     END-READ.
041850     IF MULT-HOLD-RUN-NUMBER NUMERIC
041860         AND MULT-HOLD-RUN-NUMBER = UNDO-TARGET-RUN
041870         PERFORM 5150-SETTLE-RUN-HOLD THRU 5150-EXIT
041880     END-IF.
041890     MOVE SPACES TO HOLD-OUT-FILE-RECORD.
041900     MOVE MULT-HOLD-RECORD TO HOLD-OUT-FILE-RECORD.
041910     WRITE HOLD-OUT-FILE-RECORD.
041911 5100-EXIT.
041912     EXIT.

041913******************************************************************
041914*    5150-SETTLE-RUN-HOLD - ONE OF THE TARGET RUN'S HOLD ITEMS.  *
041915*    AN ITEM ALREADY RELEASED IS LISTED BUT LEFT AS IT IS - ITS  *
041916*    RELEASE WAS QUEUED TO THE PENDING FILE AND MUST BE FOLLOWED *
041917*    UP THERE.  A DECLINED ITEM NEEDS NOTHING.                   *
041918******************************************************************
041919 5150-SETTLE-RUN-HOLD.
041920     MOVE MULT-HOLD-KEY TO UNDO-DET-KEY.
041930     MOVE 1 TO UNDO-DET-COUNT.
041940     MOVE MULT-HOLD-C TO UNDO-DET-SUM.
041950     IF MULT-HOLD-AWAITING
041960         SET MULT-HOLD-DECLINED TO TRUE
041970         MOVE "MULTUNDO" TO MULT-HOLD-APPROVER
041980         MOVE UNDO-TODAY TO MULT-HOLD-DECISION-DATE
041990         ADD 1 TO MULT-HOLD-DECLINED-COUNT
042000         MOVE "HOLD ITEM DECLINED" TO UNDO-DET-REMARK
042010         WRITE REPORT-FILE-RECORD FROM UNDO-DETAIL-LINE
042020     END-IF.
042030     IF MULT-HOLD-RELEASED
042040         ADD 1 TO MULT-HOLD-RELEASED-COUNT
042050         MOVE "HOLD ALREADY RELEASED - CHECK" TO UNDO-DET-REMARK
042060         WRITE REPORT-FILE-RECORD FROM UNDO-DETAIL-LINE
042070     END-IF.
042120 5150-EXIT.
042130     EXIT.

042140******************************************************************
042150*    5500-CLEAR-SCHEDULE - COPY THE SCHEDULED-TRANSACTION FILE   *
042160*    TO ITS .NEW COPY, LEAVING OUT EVERY ITEM THE TARGET RUN     *
042170*    SCHEDULED.  MULTSCHR DROPS AN ITEM WHEN IT RELEASES IT, SO  *
042180*    ANY STILL ON THE FILE HAS NOT POSTED.                       *
042190******************************************************************
042200 5500-CLEAR-SCHEDULE.
042210     OPEN INPUT SCHED-FILE.
042220     OPEN OUTPUT SCHED-OUT-FILE.
042230     PERFORM 5600-COPY-ONE-SCHED THRU 5600-EXIT
042240         UNTIL MULT-SCHED-EOF-YES.
042250     CLOSE SCHED-FILE.
042260     CLOSE SCHED-OUT-FILE.
042270 5500-EXIT.
042280     EXIT.

042290******************************************************************
042300*    5600-COPY-ONE-SCHED - ONE SCHEDULED ITEM PER PASS.          *
042310******************************************************************
042320 5600-COPY-ONE-SCHED.
042330     READ SCHED-FILE INTO MULT-SCHED-RECORD
042340         AT END
042350             SET MULT-SCHED-EOF-YES TO TRUE
042360             GO TO 5600-EXIT
042370     END-READ.
042380     IF MULT-SCHD-RUN-NUMBER NUMERIC
042390         AND MULT-SCHD-RUN-NUMBER = UNDO-TARGET-RUN
042400         ADD 1 TO MULT-SCHED-DROPPED-COUNT
042410         MOVE MULT-SCHD-KEY TO UNDO-DET-KEY
042420         MOVE 1 TO UNDO-DET-COUNT
042430         MOVE ZERO TO UNDO-DET-SUM
042440         MOVE "SCHEDULED ITEM DROPPED" TO UNDO-DET-REMARK
042450         WRITE REPORT-FILE-RECORD FROM UNDO-DETAIL-LINE
042460         GO TO 5600-EXIT
042470     END-IF.
042480     MOVE SPACES TO SCHED-OUT-FILE-RECORD.
042490     MOVE MULT-SCHED-RECORD TO SCHED-OUT-FILE-RECORD.
042500     WRITE SCHED-OUT-FILE-RECORD.
042510 5600-EXIT.
042520     EXIT.

041700******************************************************************
041800*    9000-FINALIZE - CONTROL-TOTAL FOOTER, VERDICT, AND CC 8     *
041900*    WHEN ANY ROW COULD NOT BE REVERSED.                         *
043100     MOVE "ROWS SKIPPED  . . . ." TO UNDO-COUNT-LABEL.
043200     MOVE MULT-SKIPPED-COUNT TO UNDO-COUNT-VALUE.
043300     WRITE REPORT-FILE-RECORD FROM UNDO-COUNT-LINE.
043310     MOVE "HOLD ITEMS DECLINED . ." TO UNDO-COUNT-LABEL.
043320     MOVE MULT-HOLD-DECLINED-COUNT TO UNDO-COUNT-VALUE.
043330     WRITE REPORT-FILE-RECORD FROM UNDO-COUNT-LINE.
043340     MOVE "HOLD ITEMS RELEASED . ." TO UNDO-COUNT-LABEL.
043350     MOVE MULT-HOLD-RELEASED-COUNT TO UNDO-COUNT-VALUE.
043360     WRITE REPORT-FILE-RECORD FROM UNDO-COUNT-LINE.
043370     MOVE "SCHEDULED ITEMS DROPPED" TO UNDO-COUNT-LABEL.
043380     MOVE MULT-SCHED-DROPPED-COUNT TO UNDO-COUNT-VALUE.
043390     WRITE REPORT-FILE-RECORD FROM UNDO-COUNT-LINE.
043400     IF MULT-TROUBLE-YES
043500         MOVE "*** BACKOUT INCOMPLETE - RESEARCH SKIPPED ROWS"
043600             TO UNDO-VERDICT-TEXT

003700*    2026-09-02   JH  AN ADJUSTMENT THAT WOULD OVERFLOW THE      *
003800*                     TWELVE-DIGIT MASTER SUM IS NOW REFUSED     *
003900*                     INSTEAD OF TRUNCATING SILENTLY.            *
003910*    2026-10-15   JH  EVERY ADJUSTMENT ALSO APPENDS A SNAPSHOT   *
003920*                     OF THE KEY'S NEW POSITION, DATED TODAY, TO *
003930*                     THE MASTER SNAPSHOT FILE (MULTMSNP) FOR    *
003940*                     MULTSNPQ'S AS-OF INQUIRIES.                *
004000******************************************************************
004100
004200 ENVIRONMENT DIVISION.
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT CONTROL-FILE       ASSIGN TO "MULTRCTL"
005600         ORGANIZATION IS SEQUENTIAL.
005610     SELECT MSNAP-FILE         ASSIGN TO "MULTMSNP"
005620         ORGANIZATION IS SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
007300     RECORDING MODE IS F.
007400 01  CONTROL-FILE-RECORD        PIC X(80).
007500
007510 FD  MSNAP-FILE
007520     LABEL RECORDS ARE STANDARD
007530     RECORDING MODE IS F.
007540 01  MSNAP-FILE-RECORD          PIC X(80).
007550
007600 WORKING-STORAGE SECTION.
007700*    SHARED RECORD LAYOUTS AND WORKING FIELDS.
007800     COPY MULTREC.
013800     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
013900     OPEN I-O MASTER-FILE.
014000     OPEN EXTEND AUDIT-FILE.
014010     OPEN EXTEND MSNAP-FILE.
014100     DISPLAY "MULTMNT - MASTER INQUIRY AND ADJUSTMENT".
014200     DISPLAY "KEY A TRANSACTION KEY TO SEE ITS LIFE-TO-DATE"
014300         " POSITION.".
028200     MOVE MNT-NEW-SUM TO MULT-MASTER-SUM-OF-C.
028300     REWRITE MASTER-FILE-RECORD FROM MULT-MASTER-RECORD.
028400     PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT.
028410     PERFORM 2600-WRITE-MASTER-SNAPSHOT THRU 2600-EXIT.
028500     ADD 1 TO MNT-ADJUST-COUNT.
028600     DISPLAY "ADJUSTED AND AUDITED.".
028700     PERFORM 2300-DISPLAY-MASTER THRU 2300-EXIT.
037400 2500-EXIT.
037500     EXIT.
037600
037610******************************************************************
037620*    2600-WRITE-MASTER-SNAPSHOT - APPEND THE KEY'S POSITION AS   *
037630*    THE ADJUSTMENT LEFT IT, WITH THE ADJUSTMENT DELTAS AS THE   *
037640*    CHANGE, TO THE MASTER SNAPSHOT FILE.  IT IS DATED THE DAY   *
037650*    IT WAS KEYED, THE SAME AS ITS AUDIT ROW.                    *
037660******************************************************************
037670 2600-WRITE-MASTER-SNAPSHOT.
037680     MOVE SPACES TO MULT-MSNAP-RECORD.
037690     MOVE MULT-MASTER-KEY TO MULT-MSNAP-KEY.
037700     MOVE MULT-AUDIT-DATE TO MULT-MSNAP-BUS-DATE.
037710     SET MULT-MSNAP-ADJUSTED TO TRUE.
037720     MOVE MULT-CTL-LAST-RUN-NUMBER TO MULT-MSNAP-RUN-NUMBER.
037730     MOVE MULT-MASTER-TRAN-COUNT TO MULT-MSNAP-TRAN-COUNT.
037740     MOVE MULT-MASTER-SUM-OF-C TO MULT-MSNAP-SUM-OF-C.
037750     MOVE MULT-MASTER-FIRST-DATE TO MULT-MSNAP-FIRST-DATE.
037760     MOVE MULT-MASTER-LAST-DATE TO MULT-MSNAP-LAST-DATE.
037770     MOVE MNT-DELTA-COUNT TO MULT-MSNAP-CHG-COUNT.
037780     MOVE MNT-DELTA-SUM TO MULT-MSNAP-CHG-SUM.
037790     MOVE SPACES TO MSNAP-FILE-RECORD.
037800     MOVE MULT-MSNAP-RECORD TO MSNAP-FILE-RECORD.
037810     WRITE MSNAP-FILE-RECORD.
037820 2600-EXIT.
037830     EXIT.
037840
037700******************************************************************
037800*    9000-FINALIZE - SESSION CONTROL TOTALS AND CLOSE.           *
037900******************************************************************
038000 9000-FINALIZE.
038100     CLOSE MASTER-FILE.
038200     CLOSE AUDIT-FILE.
038210     CLOSE MSNAP-FILE.
038300     DISPLAY " ".
038400     DISPLAY "KEYS VIEWED THIS SESSION  . . " MNT-INQUIRY-COUNT.
038500     DISPLAY "ADJUSTMENTS APPLIED . . . . . " MNT-ADJUST-COUNT.

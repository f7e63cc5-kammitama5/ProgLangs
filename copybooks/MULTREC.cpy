002280*                     RIDES THROUGH TO THE AUDIT TRAIL SO       *
002281*                     EVERY ONLINE ENTRY AND REJECT REPAIR      *
002282*                     NAMES A PERSON.                           *
002284*    2026-10-15   JH  ADDED REASON CODE 06 (SUSPECTED DUPLICATE) *
002285*                     FOR A TRANSACTION WHOSE KEY, A, B, AND     *
002286*                     OPERATION CODE ALREADY POSTED EARLIER IN   *
002287*                     THE RUN OR WITHIN THE LOOK-BACK WINDOW,    *
002288*                     THE DUPLICATE-RELEASE FLAG MULTFIX SETS ON *
002289*                     A RELEASED DUPLICATE SO IT POSTS ON        *
002290*                     RESUBMISSION, AND REJECT STATUS L          *
002291*                     (RELEASED).                                *
002291*    2026-10-15   JH  ADDED MULT-KEYREG-RECORD, THE KEYED        *
002291*                     REGISTRY OF VALID TRANSACTION KEYS (OWNING *
002291*                     REGION, DESCRIPTION, OPEN/CLOSED STATUS,   *
002291*                     OPEN AND CLOSE DATES) MAINTAINED BY        *
002291*                     MULTKEYM, AND REASON CODES 07 (UNKNOWN     *
002291*                     KEY), 08 (CLOSED KEY), AND 09 (KEY OWNED   *
002291*                     BY ANOTHER REGION).  REGISTRY CHANGES ARE  *
002291*                     AUDITED AS OPERATION-CODE-K ROWS, WHICH    *
002291*                     CARRY NO AMOUNTS AND NEVER TOUCH THE       *
002291*                     MASTER.                                    *
002291*    2026-10-15   JH  ADDED THE MONTH-TO-DATE AND YEAR-TO-DATE   *
002291*                     COUNT AND SUM-OF-C BUCKETS TO THE MASTER,  *
002291*                     THE LAST CLOSED MONTH TO THE RUN-CONTROL   *
002291*                     RECORD, AND MULT-PERIOD-SNAP-RECORD, THE   *
002291*                     PERIOD-END SNAPSHOT MULTCLOS WRITES WHEN   *
002291*                     IT CLOSES A MONTH.                         *
002291*    2026-10-15   JH  ADDED MULT-REGION-RECORD (THE REGION       *
002291*                     CONTROL FILE - CODE, NAME, DD SLOT,        *
002291*                     TRANSMISSION DATASET, EXPECTED FLAG, AND   *
002291*                     CUTOFF) AND MULT-RGNSTAT-RECORD (MULTPRE'S *
002291*                     NIGHTLY PER-REGION RECEIPT STATUS), AND    *
002291*                     THE SENT DATE AND TIME ON THE TRANSMISSION *
002291*                     HEADER.  THE REGIONAL OFFICES ARE NO       *
002291*                     LONGER HARDWIRED AS R1/R2/R3.              *
002291*    2026-10-15   JH  ADDED MULT-HOLD-RECORD (THE LARGE-VALUE    *
002291*                     HOLD QUEUE - A GOOD TRANSACTION WHOSE C IS *
002291*                     OVER ITS THRESHOLD WAITS HERE FOR A        *
002291*                     SUPERVISOR INSTEAD OF POSTING) AND         *
002291*                     MULT-HOLD-LIMIT-RECORD (THE THRESHOLDS,    *
002291*                     BY REGION AND OPERATION CODE), THE HOLD-   *
002291*                     RELEASE FLAG AND APPROVER ON THE           *
002291*                     TRANSACTION, THE APPROVER ON THE AUDIT     *
002291*                     ROW, AND THE HELD COUNT ON THE RUN-        *
002291*                     HISTORY ROW.                               *
002291*    2026-10-15   JH  ADDED THE INPUT FILE (DD SLOT 1-6, 7 =     *
002291*                     PENDING FILE) TO THE RESULT, REJECT, AND   *
002291*                     HOLD RECORDS, AND THE REGIONAL RETURN FILE *
002291*                     LAYOUTS (MULT-RTN-HEADER-RECORD,           *
002291*                     MULT-RTN-DETAIL-RECORD, AND                *
002291*                     MULT-RTN-TRAILER-RECORD) MULTRTN SENDS     *
002291*                     BACK TO EACH OFFICE WITH THE DISPOSITION   *
002291*                     OF EVERY TRANSACTION IT SENT.              *
002291*    2026-10-15   JH  ADDED MULT-VARTOL-RECORD (THE VARIANCE     *
002291*                     TOLERANCE BANDS, BY REGION OR OPERATION    *
002291*                     CODE, THAT MULTVAR HOLDS TONIGHT'S COUNTS  *
002291*                     AND SUMS OF C TO) AND MULT-VAROVR-RECORD   *
002291*                     (THE LOG OF OPERATOR OVERRIDES OF A        *
002291*                     TRIPPED VARIANCE GATE).                    *
002291*    2026-10-15   JH  ADDED THE EFFECTIVE DATE TO THE            *
002291*                     TRANSACTION (SPACES = POST ON THE NIGHT IT *
002291*                     ARRIVES), REASON CODE 10 (INVALID          *
002291*                     EFFECTIVE DATE), SOURCE S FOR A STANDING-  *
002291*                     INSTRUCTION OCCURRENCE, MULT-SCHED-RECORD  *
002291*                     (THE SCHEDULED-TRANSACTION FILE A FUTURE-  *
002291*                     DATED ITEM WAITS ON) AND MULT-STANDING-    *
002291*                     RECORD (THE STANDING INSTRUCTIONS          *
002291*                     MAINTAINED THROUGH MULTSTND), THE          *
002291*                     SCHEDULED COUNT ON THE RUN-HISTORY ROW,    *
002291*                     AND THE SCHEDULED DISPOSITION AND COUNT ON *
002291*                     THE REGIONAL RETURN FILE.                  *
002291*    2026-10-15   JH  ADDED MULT-MSNAP-RECORD, THE DATED MASTER  *
002291*                     SNAPSHOT WRITTEN EVERY TIME A MASTER       *
002291*                     RECORD CHANGES (NIGHTLY POSTING, MULTUNDO  *
002291*                     REVERSAL, MULTMNT ADJUSTMENT), WHICH       *
002291*                     MULTSNPQ READS TO ANSWER AS-OF INQUIRIES.  *
002291*    2026-10-15   JH  ADDED MULT-BALRES-RECORD (THE RESULT OF    *
002291*                     THE LAST MULTBAL RECONCILIATION, KEPT FOR  *
002291*                     THE SIGN-OFF REPORT) AND                   *
002291*                     MULT-SIGNOFF-RECORD (WHEN THE NIGHT WAS    *
002291*                     LAST SIGNED OFF), WHICH MULTSIGN READS AND *
002291*                     MAINTAINS.                                 *
002291*    2026-10-15   JH  ADDED THE EFFECTIVE DATE TO THE REJECT     *
002291*                     RECORD (TAKEN FROM THE REASON TEXT, NOW 32 *
002291*                     BYTES) SO A REPAIRED FUTURE-DATED ITEM     *
002291*                     STILL POSTS ON ITS DATE, AND DOCUMENTED    *
002291*                     MULT-KEYREG-RECORD.                        *
002292******************************************************************
002300
002400*    THE THREE FIELDS ORIGINALLY HARDCODED IN HELLO-WORLD.  EVERY
002500*    PROGRAM THAT COMPUTES A RESULT WORKS AGAINST THIS SAME
004076     05  MULT-TRANS-SOURCE           PIC X(01).
004077         88  MULT-TRANS-SOURCE-FILE              VALUE "F" SPACE.
004078         88  MULT-TRANS-SOURCE-ONLINE             VALUE "O".
004078         88  MULT-TRANS-SOURCE-STANDING           VALUE "S".
004078     05  MULT-TRANS-OPERATOR         PIC X(08).
004078*    SET TO Y BY MULTFIX WHEN A SUPERVISOR RELEASES A SUSPECTED
004078*    DUPLICATE - THE TRANSACTION, QUEUED TO THE PENDING FILE,
004078*    THEN BYPASSES THE DUPLICATE CHECK (THE FLAG IS HONOURED ON
004078*    THE PENDING FILE ONLY).  SPACE ON EVERY OTHER TRANSACTION.
004078     05  MULT-TRANS-DUP-RELEASE      PIC X(01).
004078         88  MULT-TRANS-DUP-RELEASED             VALUE "Y".
004078*    SET TO Y BY MULTAPPR WHEN A SUPERVISOR RELEASES A HELD
004078*    LARGE-VALUE ITEM, WITH THE SUPERVISOR'S OPERATOR ID IN THE
004078*    APPROVER FIELD - THE RELEASED TRANSACTION THEN BYPASSES THE
004078*    HOLD THRESHOLD AND THE APPROVER RIDES TO THE AUDIT ROW.
004078*    SPACES ON EVERY OTHER TRANSACTION.
004078     05  MULT-TRANS-HOLD-RELEASE     PIC X(01).
004078         88  MULT-TRANS-HOLD-RELEASED            VALUE "Y".
004078     05  MULT-TRANS-APPROVER         PIC X(08).
004078*    THE BUSINESS DATE (YYYYMMDD) THE TRANSACTION IS TO POST ON.
004078*    SPACES, OR A DATE NOT AFTER THE RUN'S BUSINESS DATE, POSTS
004078*    TONIGHT; A LATER DATE GOES TO THE SCHEDULED-TRANSACTION
004078*    FILE AND POSTS IN THE FIRST NIGHTLY RUN ON OR AFTER IT.
004078     05  MULT-TRANS-EFF-DATE         PIC X(08).
004079     05  FILLER                      PIC X(34).
004080
004081*    LABEL TEST - THE REGIONAL TRANSMISSION FILES CARRY A
004082*    HEADER AND TRAILER CONTROL RECORD.  A READER THAT HAS JUST
004092
004093*    TRANSMISSION HEADER RECORD - FIRST RECORD OF EACH REGIONAL
004094*    FILE.  CARRIES THE SENDING REGION AND THE BUSINESS DATE OF
004095*    THE TRANSMISSION, VERIFIED BY MULTPRE BEFORE POSTING, AND
004095*    THE DATE AND TIME (HHMM) THE OFFICE SENT IT, WHICH MULTPRE
004095*    HOLDS AGAINST THE REGION'S CUTOFF.  A HEADER CUT BEFORE THE
004095*    SENT STAMP EXISTED CARRIES SPACES THERE AND IS NEVER LATE.
004096 01  MULT-HEADER-RECORD.
004097     05  MULT-HDR-ID                 PIC X(03).
004098     05  MULT-HDR-REGION             PIC X(02).
004099     05  MULT-HDR-DATE               PIC 9(08).
004099     05  MULT-HDR-SENT-DATE          PIC 9(08).
004099     05  MULT-HDR-SENT-TIME          PIC 9(04).
004100     05  FILLER                      PIC X(55).
004101
004102*    TRANSMISSION TRAILER RECORD - LAST RECORD OF EACH REGIONAL
004103*    FILE.  CARRIES THE COUNT OF TRANSACTION RECORDS BETWEEN
004106     05  MULT-TRL-ID                 PIC X(03).
004107     05  MULT-TRL-COUNT              PIC 9(06).
004108     05  FILLER                      PIC X(71).
004108
004108*    REGIONAL RETURN FILE - WRITTEN BY MULTRTN TO EACH OFFICE
004108*    AFTER THE RUN BALANCES: ONE HEADER, ONE DETAIL ROW PER
004108*    TRANSACTION FOR THE REGION, AND ONE TRAILER.  THE HEADER
004108*    SAYS WHAT BECAME OF THE OFFICE'S TRANSMISSION (THE RECEIPT
004108*    STATUS FROM MULTPRE, WHETHER IT POSTED, AND WHY NOT).
004108 01  MULT-RTN-HEADER-RECORD.
004108     05  MULT-RTNH-ID                PIC X(03).
004108     05  MULT-RTNH-REGION            PIC X(02).
004108     05  MULT-RTNH-DATE              PIC 9(08).
004108     05  MULT-RTNH-RUN-NUMBER        PIC 9(06).
004108     05  MULT-RTNH-RECEIPT-STATUS    PIC X(01).
004108     05  MULT-RTNH-POSTED            PIC X(01).
004108         88  MULT-RTNH-POSTED-YES                VALUE "Y".
004108     05  MULT-RTNH-APPROVER          PIC X(08).
004108     05  MULT-RTNH-STATUS-TEXT       PIC X(40).
004108     05  FILLER                      PIC X(11).
004108
004108*    RETURN DETAIL - ONE TRANSACTION AND WHAT HAPPENED TO IT.
004108*    THE TRANSMISSION FLAG IS Y WHEN THE ROW CAME OFF TONIGHT'S
004108*    TRANSMISSION FROM THE OFFICE (THESE ROWS TIE TO ITS TRL
004108*    COUNT); ONLINE ENTRIES, RELEASED HOLDS, AND RESUBMISSIONS
004108*    FOR THE REGION CARRY N.  REPAIR ROWS REPORT A MULTFIX
004108*    DECISION ON AN EARLIER REJECT, WITH THE RUN THAT REJECTED
004108*    IT AND THE ORIGINAL REASON.
004108 01  MULT-RTN-DETAIL-RECORD.
004108     05  MULT-RTND-ID                PIC X(03).
004108     05  MULT-RTND-KEY               PIC X(06).
004108     05  MULT-RTND-A                 PIC X(05).
004108     05  MULT-RTND-B                 PIC X(05).
004108     05  MULT-RTND-OP-CODE           PIC X(01).
004108     05  MULT-RTND-SOURCE            PIC X(01).
004108     05  MULT-RTND-TRANSMISSION      PIC X(01).
004108     05  MULT-RTND-DISPOSITION       PIC X(01).
004108         88  MULT-RTND-POSTED                    VALUE "P".
004108         88  MULT-RTND-REJECTED                   VALUE "J".
004108         88  MULT-RTND-HELD                       VALUE "H".
004108         88  MULT-RTND-SCHEDULED                  VALUE "S".
004108         88  MULT-RTND-REPAIR-FIXED               VALUE "F".
004108         88  MULT-RTND-REPAIR-RESUBMITTED         VALUE "R".
004108         88  MULT-RTND-REPAIR-WRITTEN-OFF         VALUE "W".
004108         88  MULT-RTND-REPAIR-RELEASED            VALUE "L".
004108     05  MULT-RTND-C                 PIC S9(10) SIGN IS
004108                                     LEADING SEPARATE.
004108     05  MULT-RTND-RUN-NUMBER        PIC 9(06).
004108     05  MULT-RTND-REASON-CODE       PIC 9(02).
004108     05  MULT-RTND-REASON-TEXT       PIC X(38).
004108
004108*    RETURN TRAILER - THE OFFICE'S OWN TRL COUNT AS VERIFIED BY
004108*    MULTPRE, THE TRANSMISSION ROWS RETURNED AGAINST IT (TIE
004108*    FLAG Y WHEN THEY AGREE), AND THE COUNTS AND SUM OF C BY
004108*    DISPOSITION ACROSS EVERY DETAIL ROW ON THE FILE.
004108 01  MULT-RTN-TRAILER-RECORD.
004108     05  MULT-RTNT-ID                PIC X(03).
004108     05  MULT-RTNT-REGION            PIC X(02).
004108     05  MULT-RTNT-SENT-COUNT        PIC 9(06).
004108     05  MULT-RTNT-RETURNED-COUNT    PIC 9(06).
004108     05  MULT-RTNT-POSTED-COUNT      PIC 9(06).
004108     05  MULT-RTNT-POSTED-SUM        PIC S9(12) SIGN IS
004108                                     LEADING SEPARATE.
004108     05  MULT-RTNT-REJECTED-COUNT    PIC 9(06).
004108     05  MULT-RTNT-HELD-COUNT        PIC 9(06).
004108     05  MULT-RTNT-REPAIR-COUNT      PIC 9(06).
004108     05  MULT-RTNT-OTHER-COUNT       PIC 9(06).
004108     05  MULT-RTNT-TIES              PIC X(01).
004108         88  MULT-RTNT-TIES-YES                  VALUE "Y".
004108     05  MULT-RTNT-SCHED-COUNT       PIC 9(06).
004108     05  FILLER                      PIC X(13).
004109
004109*    REGION CONTROL RECORD - ONE ROW PER ACTIVE REGIONAL OFFICE
004109*    ON THE REGION CONTROL FILE (MULTRGN, LOADED BY DEFRGN).  THE
004109*    SLOT IS THE NUMBER OF THE MULTTRNN/MULTQRNN DD PAIR THE
004109*    OFFICE'S TRANSMISSION ARRIVES ON; THE DATASET NAME IS THE
004109*    ONE THAT DD MUST POINT AT.  A REGION NOT EXPECTED EVERY
004109*    NIGHT (FLAG N) MAY SEND NOTHING WITHOUT STOPPING THE RUN.
004109*    THE CUTOFF (HHMM ON THE BUSINESS DATE) IS THE LATEST SENT
004109*    TIME ON TIME; ZERO OR SPACES MEANS NO CUTOFF.  OPENING OR
004109*    RETIRING AN OFFICE IS A CHANGE TO THIS FILE AND THE SLOT
004109*    DD, NOT TO ANY PROGRAM.
004109 01  MULT-REGION-RECORD.
004109     05  MULT-RGN-CODE               PIC X(02).
004109     05  MULT-RGN-NAME               PIC X(20).
004109     05  MULT-RGN-SLOT               PIC 9(01).
004109     05  MULT-RGN-EXPECTED           PIC X(01).
004109         88  MULT-RGN-EXPECTED-YES               VALUE "Y".
004109         88  MULT-RGN-EXPECTED-NO                 VALUE "N".
004109     05  MULT-RGN-CUTOFF             PIC 9(04).
004109     05  MULT-RGN-DSN                PIC X(44).
004109     05  FILLER                      PIC X(08).
004109
004109*    REGION STATUS RECORD - ONE ROW PER REGION, REWRITTEN EACH
004109*    NIGHT BY MULTPRE (MULTRSTA).  SAYS WHAT ARRIVED FROM EACH
004109*    OFFICE FOR THE BUSINESS DATE, ANY SUPERVISOR APPROVAL THAT
004109*    WAS APPLIED, AND WHETHER THE SLOT POSTS TONIGHT.  THE
004109*    POSTING AND BALANCING STEPS READ ONLY THE SLOTS FLAGGED TO
004109*    POST.
004109 01  MULT-RGNSTAT-RECORD.
004109     05  MULT-RSTA-DATE              PIC 9(08).
004109     05  MULT-RSTA-REGION            PIC X(02).
004109     05  MULT-RSTA-SLOT              PIC 9(01).
004109     05  MULT-RSTA-STATUS            PIC X(01).
004109         88  MULT-RSTA-VERIFIED                  VALUE "V".
004109         88  MULT-RSTA-NOT-RECEIVED               VALUE "N".
004109         88  MULT-RSTA-LATE                       VALUE "L".
004109         88  MULT-RSTA-QUARANTINED                VALUE "Q".
004109         88  MULT-RSTA-NOT-EXPECTED               VALUE "X".
004109     05  MULT-RSTA-ACTION            PIC X(01).
004109         88  MULT-RSTA-SKIP-APPROVED             VALUE "S".
004109         88  MULT-RSTA-LATE-ACCEPTED              VALUE "A".
004109     05  MULT-RSTA-APPROVER          PIC X(08).
004109     05  MULT-RSTA-POST              PIC X(01).
004109         88  MULT-RSTA-POST-YES                  VALUE "Y".
004109     05  MULT-RSTA-DETAIL-COUNT      PIC 9(06).
004109     05  MULT-RSTA-SENT-TIME         PIC 9(04).
004109     05  MULT-RSTA-REASON            PIC X(40).
004109     05  FILLER                      PIC X(08).
004109
004109*    HOLD-LIMIT RECORD - ONE ROW PER THRESHOLD ON THE HOLD-
004109*    LIMIT FILE (MULTHLIM, LOADED BY DEFHLIM).  A GOOD
004109*    TRANSACTION WHOSE ABSOLUTE C EXCEEDS THE LIMIT FOR ITS
004109*    REGION AND OPERATION CODE IS HELD FOR A SUPERVISOR INSTEAD
004109*    OF POSTING.  REGION ** AND OPERATION * ARE WILDCARDS; THE
004109*    MOST SPECIFIC ROW WINS (REGION AND OPERATION, THEN REGION,
004109*    THEN OPERATION, THEN ** *).  NO MATCHING ROW, NO HOLD.
004109 01  MULT-HOLD-LIMIT-RECORD.
004109     05  MULT-HLIM-REGION            PIC X(02).
004109         88  MULT-HLIM-ANY-REGION                VALUE "**".
004109     05  MULT-HLIM-OP-CODE           PIC X(01).
004109         88  MULT-HLIM-ANY-OP-CODE                VALUE "*".
004109     05  MULT-HLIM-LIMIT             PIC 9(10).
004109     05  FILLER                      PIC X(67).
004109
004109*    HOLD RECORD - ONE ROW PER TRANSACTION HELD OVER ITS LIMIT,
004109*    APPENDED BY HELLO-WORLD TO THE PERSISTENT HOLD QUEUE
004109*    (MULTHOLD) WITH THE RUN NUMBER AND BUSINESS DATE THAT HELD
004109*    IT.  THE STATUS IS SPACE (AWAITING) UNTIL MULTAPPR RECORDS
004109*    A SUPERVISOR'S DECISION - RELEASED ITEMS ARE QUEUED TO THE
004109*    PENDING FILE TO POST IN THE NEXT NIGHTLY RUN, DECLINED
004109*    ITEMS NEVER POST.  THE KEYED-BY OPERATOR IS KEPT SO THE
004109*    APPROVER CAN NEVER BE THE PERSON WHO KEYED THE ITEM.
004109 01  MULT-HOLD-RECORD.
004109     05  MULT-HOLD-KEY               PIC X(06).
004109     05  MULT-HOLD-A                 PIC 9(05).
004109     05  MULT-HOLD-B                 PIC 9(05).
004109     05  MULT-HOLD-OP-CODE           PIC X(01).
004109     05  MULT-HOLD-REGION            PIC X(02).
004109     05  MULT-HOLD-SOURCE            PIC X(01).
004109     05  MULT-HOLD-OPERATOR          PIC X(08).
004109     05  MULT-HOLD-C                 PIC S9(10) SIGN IS
004109                                     LEADING SEPARATE.
004109     05  MULT-HOLD-RUN-NUMBER        PIC 9(06).
004109     05  MULT-HOLD-DATE              PIC 9(08).
004109     05  MULT-HOLD-STATUS            PIC X(01).
004109         88  MULT-HOLD-AWAITING                  VALUE SPACE.
004109         88  MULT-HOLD-RELEASED                   VALUE "R".
004109         88  MULT-HOLD-DECLINED                   VALUE "D".
004109     05  MULT-HOLD-APPROVER          PIC X(08).
004109     05  MULT-HOLD-DECISION-DATE     PIC 9(08).
004109     05  MULT-HOLD-DUP-RELEASE       PIC X(01).
004109     05  MULT-HOLD-INPUT-FILE        PIC 9(01).
004109     05  FILLER                      PIC X(08).
004109
004109*    SCHEDULED-TRANSACTION RECORD - ONE ROW PER GOOD TRANSACTION
004109*    WHOSE EFFECTIVE DATE WAS LATER THAN THE BUSINESS DATE OF THE
004109*    RUN THAT READ IT.  HELLO-WORLD APPENDS IT (MULTSCHD) WITH
004109*    THE RUN NUMBER AND BUSINESS DATE THAT SCHEDULED IT; EACH
004109*    NIGHT MULTSCHR QUEUES THE ROWS NOW DUE TO THE PENDING FILE,
004109*    SO AN EFFECTIVE DATE THAT IS NOT A BUSINESS DAY POSTS ON THE
004109*    NEXT ONE, AND KEEPS THE REST.
004109 01  MULT-SCHED-RECORD.
004109     05  MULT-SCHD-KEY               PIC X(06).
004109     05  MULT-SCHD-A                 PIC 9(05).
004109     05  MULT-SCHD-B                 PIC 9(05).
004109     05  MULT-SCHD-OP-CODE           PIC X(01).
004109     05  MULT-SCHD-REGION            PIC X(02).
004109     05  MULT-SCHD-SOURCE            PIC X(01).
004109     05  MULT-SCHD-OPERATOR          PIC X(08).
004109     05  MULT-SCHD-DUP-RELEASE       PIC X(01).
004109     05  MULT-SCHD-HOLD-RELEASE      PIC X(01).
004109     05  MULT-SCHD-APPROVER          PIC X(08).
004109     05  MULT-SCHD-EFF-DATE          PIC 9(08).
004109     05  MULT-SCHD-RUN-NUMBER        PIC 9(06).
004109     05  MULT-SCHD-DATE              PIC 9(08).
004109     05  MULT-SCHD-INPUT-FILE        PIC 9(01).
004109     05  FILLER                      PIC X(19).
004109
004109*    STANDING-INSTRUCTION RECORD - ONE ROW PER INSTRUCTION ON THE
004109*    STANDING-INSTRUCTION FILE (MULTSTND), SET UP AND CANCELLED
004109*    THROUGH THE MULTSTND SCREEN.  FROM ITS START DATE THE
004109*    INSTRUCTION REPEATS DAILY (EVERY BUSINESS DAY), WEEKLY
004109*    (EVERY SEVEN DAYS), OR MONTHLY (ON THE START DATE'S DAY OF
004109*    THE MONTH, OR THE LAST DAY OF A SHORTER MONTH) UNTIL ITS END
004109*    DATE.  THE NEXT DATE IS THE NEXT OCCURRENCE STILL TO BE
004109*    QUEUED; MULTSCHR QUEUES EACH OCCURRENCE THAT FALLS DUE TO
004109*    THE PENDING FILE AS SOURCE S AND STEPS THE NEXT DATE, AND
004109*    MARKS THE INSTRUCTION ENDED ONCE IT PASSES THE END DATE.
004109 01  MULT-STANDING-RECORD.
004109     05  MULT-STND-ID                PIC 9(06).
004109     05  MULT-STND-KEY               PIC X(06).
004109     05  MULT-STND-A                 PIC 9(05).
004109     05  MULT-STND-B                 PIC 9(05).
004109     05  MULT-STND-OP-CODE           PIC X(01).
004109     05  MULT-STND-REGION            PIC X(02).
004109     05  MULT-STND-FREQUENCY         PIC X(01).
004109         88  MULT-STND-DAILY                     VALUE "D".
004109         88  MULT-STND-WEEKLY                     VALUE "W".
004109         88  MULT-STND-MONTHLY                    VALUE "M".
004109         88  MULT-STND-FREQUENCY-VALID            VALUE "D"
004109                                                  "W" "M".
004109     05  MULT-STND-START-DATE        PIC 9(08).
004109     05  MULT-STND-END-DATE          PIC 9(08).
004109     05  MULT-STND-NEXT-DATE         PIC 9(08).
004109     05  MULT-STND-STATUS            PIC X(01).
004109         88  MULT-STND-ACTIVE                    VALUE "A".
004109         88  MULT-STND-CANCELLED                  VALUE "C".
004109         88  MULT-STND-ENDED                      VALUE "E".
004109     05  MULT-STND-OPERATOR          PIC X(08).
004109     05  MULT-STND-SETUP-DATE        PIC 9(08).
004109     05  MULT-STND-CANCEL-OPERATOR   PIC X(08).
004109     05  FILLER                      PIC X(05).
004109
004109*    VARIANCE TOLERANCE RECORD - ONE ROW PER BAND ON THE
004109*    TOLERANCE FILE (MULTVTOL, LOADED BY DEFVTOL).  MULTVAR
004109*    COMPARES TONIGHT'S COUNT AND SUM OF C FOR EACH REGION (TYPE
004109*    R) AND EACH OPERATION CODE (TYPE O) WITH ITS TRAILING
004109*    AVERAGE; A DEVIATION OVER THE PERCENTAGE BAND TRIPS THE
004109*    GATE.  CODE ** IS THE DEFAULT FOR ITS TYPE; THE SPECIFIC
004109*    ROW WINS.  A LINE WHOSE AVERAGE COUNT IS UNDER THE MINIMUM
004109*    IS REPORTED BUT NEVER TRIPS THE GATE.
004109 01  MULT-VARTOL-RECORD.
004109     05  MULT-VTOL-TYPE              PIC X(01).
004109         88  MULT-VTOL-REGION                    VALUE "R".
004109         88  MULT-VTOL-OPERATION                  VALUE "O".
004109     05  MULT-VTOL-CODE              PIC X(02).
004109         88  MULT-VTOL-ANY-CODE                  VALUE "**".
004109     05  MULT-VTOL-COUNT-PCT         PIC 9(03).
004109     05  MULT-VTOL-SUM-PCT           PIC 9(03).
004109     05  MULT-VTOL-MIN-COUNT         PIC 9(06).
004109     05  FILLER                      PIC X(65).
004109
004109*    VARIANCE OVERRIDE LOG RECORD - ONE ROW APPENDED (MULTVLOG)
004109*    EACH TIME A SUPERVISOR RELEASES A TRIPPED VARIANCE GATE,
004109*    WITH THE RUN IT RELEASED AND HOW MANY LINES WERE OUT OF
004109*    BAND.
004109 01  MULT-VAROVR-RECORD.
004109     05  MULT-VOVR-RUN-DATE          PIC 9(08).
004109     05  MULT-VOVR-RUN-NUMBER        PIC 9(06).
004109     05  MULT-VOVR-OPERATOR          PIC X(08).
004109     05  MULT-VOVR-DATE              PIC 9(08).
004109     05  MULT-VOVR-TIME              PIC 9(08).
004109     05  MULT-VOVR-OUT-COUNT         PIC 9(04).
004109     05  MULT-VOVR-WINDOW-DAYS       PIC 9(02).
004109     05  FILLER                      PIC X(36).
004109
004100*    DOWNSTREAM-CONSUMABLE RESULT RECORD - ONE ROW PER GOOD
004200*    TRANSACTION, WRITTEN TO THE OUTPUT FILE BY HELLO-WORLD AND
004820     05  MULT-RESULT-RUN-NUMBER      PIC 9(06).
004830     05  MULT-RESULT-REGION          PIC X(02).
004840     05  MULT-RESULT-SOURCE          PIC X(01).
004841*    THE INPUT FILE THE TRANSACTION ARRIVED ON - THE REGIONAL DD
004842*    SLOT (1-6) OR 7 FOR THE PENDING FILE.  SPACE ON A ROW WRITTEN
004843*    BEFORE THE FIELD EXISTED.  THE REJECT AND HOLD RECORDS CARRY
004844*    THE SAME FIELD.
004845     05  MULT-RESULT-INPUT-FILE      PIC 9(01).
004900     05  FILLER                      PIC X(42).
005000
005100*    CHECKPOINT/RESTART RECORD - THE LAST TRANSACTION KEY AND
005200*    RELATIVE RECORD NUMBER SUCCESSFULLY PROCESSED AS OF THE
007094*    THE OPERATOR WHO KEYED THE ENTRY OR REPAIR THAT PRODUCED
007095*    THIS ROW - SPACES WHEN IT AROSE FROM A REGIONAL FILE.
007096     05  MULT-AUDIT-OPERATOR         PIC X(08).
007097*    THE SUPERVISOR WHO RELEASED THIS ITEM FROM THE LARGE-VALUE
007098*    HOLD QUEUE - SPACES WHEN IT NEVER HELD.
007099     05  MULT-AUDIT-APPROVER         PIC X(08).
007100     05  FILLER                      PIC X(01).

007200*    SET BY 2200-VALIDATE-TRANSACTION (AND BY 2300-COMPUTE-RESULT
007300*    WHEN THE MULTIPLY OVERFLOWS) TO SAY WHY A TRANSACTION COULD
008000         88  MULT-REASON-SIZE-ERROR               VALUE 03.
008010         88  MULT-REASON-DIVIDE-BY-ZERO           VALUE 04.
008020         88  MULT-REASON-BAD-OP-CODE              VALUE 05.
008030         88  MULT-REASON-DUPLICATE                VALUE 06.
008040         88  MULT-REASON-UNKNOWN-KEY              VALUE 07.
008050         88  MULT-REASON-CLOSED-KEY               VALUE 08.
008060         88  MULT-REASON-WRONG-REGION             VALUE 09.
008060         88  MULT-REASON-BAD-EFF-DATE             VALUE 10.
008100     05  MULT-REASON-TEXT            PIC X(40)   VALUE SPACES.

008080*    AUTHORIZED-OPERATOR RECORD - ONE ROW PER OPERATOR ALLOWED
008123*    AND THE LAST BUSINESS DATE POSTED, SO THE NEXT RUN CAN
008124*    REFUSE A TRANSACTION FILE WHOSE DATE HAS ALREADY BEEN
008125*    POSTED AND ASSIGN ITSELF THE NEXT SEQUENTIAL RUN NUMBER.
008125*    THE CLOSED MONTH (YYYYMM) IS SET BY MULTCLOS; NOTHING MAY
008125*    POST INTO IT OR ANY EARLIER MONTH.  A RECORD WRITTEN BEFORE
008125*    THE FIELD EXISTED CARRIES SPACES THERE - READ IT AS ZERO
008125*    (NO MONTH CLOSED YET).
008126 01  MULT-CONTROL-RECORD.
008127     05  MULT-CTL-LAST-RUN-NUMBER    PIC 9(06).
008128     05  MULT-CTL-LAST-RUN-DATE      PIC 9(08).
008128     05  MULT-CTL-CLOSED-MONTH       PIC 9(06).
008129     05  FILLER                      PIC X(60).
008130
008129*    RUN-HISTORY RECORD - ONE ROW APPENDED TO THE RUN-HISTORY
008129*    FILE BY EVERY RUN THAT ENDS CLEANLY (AN ABENDED RUN LOGS
008129     05  MULT-RUNH-GOOD-COUNT        PIC 9(06).
008129     05  MULT-RUNH-REJECT-COUNT      PIC 9(06).
008129     05  MULT-RUNH-RESTART-FLAG      PIC X(01).
008129*    TRANSACTIONS HELD FOR APPROVAL - INPUT = GOOD + REJECT +
008129*    HELD.  A ROW WRITTEN BEFORE THE FIELD EXISTED CARRIES
008129*    SPACES HERE - READ IT AS ZERO.
008129     05  MULT-RUNH-HELD-COUNT        PIC 9(06).
008129*    FUTURE-DATED TRANSACTIONS SENT TO THE SCHEDULED-TRANSACTION
008129*    FILE - INPUT = GOOD + REJECT + HELD + SCHEDULED.  SPACES ON
008129*    A ROW WRITTEN BEFORE THE FIELD EXISTED - READ AS ZERO.
008129     05  MULT-RUNH-SCHED-COUNT       PIC 9(06).
008129     05  FILLER                      PIC X(19).
008129
008130*    MASTER RECORD - LIFE-TO-DATE POSITION PER TRANSACTION KEY,
008131*    CARRIED ON THE KEYED (VSAM INDEXED) MASTER FILE.  EVERY GOOD
008132*    TRANSACTION POSTS HERE: A NEW KEY IS ADDED WITH A COUNT OF
008133*    ONE, AN EXISTING KEY HAS ITS COUNT AND RUNNING SUM OF C
008134*    STEPPED AND ITS LAST POSTING DATE REFRESHED.  THE NIGHTLY
008134*    RUN ALSO STEPS THE MONTH-TO-DATE AND YEAR-TO-DATE BUCKETS
008134*    (BY BUSINESS DATE); MULTCLOS ZEROES THE MONTH BUCKETS AT
008134*    EACH MONTH-END CLOSE AND THE YEAR BUCKETS AT THE DECEMBER
008134*    CLOSE.  MULTMNT ADJUSTMENTS ARE LIFE-TO-DATE ONLY.  A
008134*    RECORD WRITTEN BEFORE THE BUCKETS EXISTED CARRIES SPACES
008134*    THERE - READ THEM AS ZERO.
008135 01  MULT-MASTER-RECORD.
008136     05  MULT-MASTER-KEY             PIC X(06).
008137     05  MULT-MASTER-TRAN-COUNT      PIC 9(06).
008138                                     LEADING SEPARATE.
008139     05  MULT-MASTER-FIRST-DATE      PIC 9(08).
008140     05  MULT-MASTER-LAST-DATE       PIC 9(08).
008140     05  MULT-MASTER-MTD-COUNT       PIC 9(06).
008140     05  MULT-MASTER-MTD-SUM         PIC S9(12) SIGN IS
008140                                     LEADING SEPARATE.
008140     05  MULT-MASTER-YTD-COUNT       PIC 9(06).
008140     05  MULT-MASTER-YTD-SUM         PIC S9(12) SIGN IS
008140                                     LEADING SEPARATE.
008141     05  FILLER                      PIC X(01).
008142
008143*    KEY REGISTRY RECORD - ONE ROW PER MASTER KEY ON THE KEYED
008143*    KEY REGISTRY (MULTKEY), KEYED ON MULT-KEYREG-KEY.  MULTKEYM
008143*    OPENS, CLOSES, AND RE-DESCRIBES KEYS THROUGH ITS SCREEN.
008143*    HELLO-WORLD AND MULTINT LOOK A KEY UP BEFORE POSTING IT (A
008143*    KEY NOT ON THE REGISTRY, OR CLOSED, IS REJECTED), MULTSTND
008143*    CHECKS THE KEY OF A NEW STANDING INSTRUCTION, AND MULTCLOS
008143*    TAKES THE OWNING REGION FOR EACH PERIOD-END SNAPSHOT.
008143 01  MULT-KEYREG-RECORD.
008143     05  MULT-KEYREG-KEY             PIC X(06).
008143     05  MULT-KEYREG-REGION          PIC X(02).
008143     05  MULT-KEYREG-DESC            PIC X(30).
008143     05  MULT-KEYREG-STATUS          PIC X(01).
008143         88  MULT-KEYREG-OPEN                    VALUE "O".
008143         88  MULT-KEYREG-CLOSED                  VALUE "C".
008143     05  MULT-KEYREG-OPEN-DATE       PIC 9(08).
008143     05  MULT-KEYREG-CLOSE-DATE      PIC 9(08).
008143     05  MULT-KEYREG-OPERATOR        PIC X(08).
008143     05  FILLER                      PIC X(17).
008144
008144*    PERIOD-END SNAPSHOT RECORD - ONE ROW PER MASTER KEY, WRITTEN
008144*    BY MULTCLOS AS IT CLOSES A MONTH, BEFORE THE BUCKETS ROLL.
008144*    CARRIES THE KEY'S LIFE-TO-DATE, MONTH, AND YEAR POSITIONS
008144*    AS THEY STOOD AT THE CLOSE, AND THE OWNING REGION FROM THE
008144*    KEY REGISTRY (?? FOR A KEY NOT ON THE REGISTRY).
008144 01  MULT-PERIOD-SNAP-RECORD.
008144     05  MULT-PSNAP-PERIOD           PIC 9(06).
008144     05  MULT-PSNAP-KEY              PIC X(06).
008144     05  MULT-PSNAP-REGION           PIC X(02).
008144     05  MULT-PSNAP-LTD-COUNT        PIC 9(06).
008144     05  MULT-PSNAP-LTD-SUM          PIC S9(12) SIGN IS
008144                                     LEADING SEPARATE.
008144     05  MULT-PSNAP-MTD-COUNT        PIC 9(06).
008144     05  MULT-PSNAP-MTD-SUM          PIC S9(12) SIGN IS
008144                                     LEADING SEPARATE.
008144     05  MULT-PSNAP-YTD-COUNT        PIC 9(06).
008144     05  MULT-PSNAP-YTD-SUM          PIC S9(12) SIGN IS
008144                                     LEADING SEPARATE.
008144     05  FILLER                      PIC X(09).
008144
008145*    MASTER SNAPSHOT RECORD - ONE ROW APPENDED TO THE SNAPSHOT
008145*    FILE (MULTMSNP) EVERY TIME A MASTER RECORD CHANGES, CARRYING
008145*    THE KEY'S LIFE-TO-DATE POSITION JUST AFTER THE CHANGE AND
008145*    THE SIGNED CHANGE ITSELF, SO THE POSITION JUST BEFORE IT IS
008145*    POSITION LESS CHANGE.  THE BUSINESS DATE IS THE DATE THE
008145*    CHANGE BELONGS TO - THE RUN DATE FOR A NIGHTLY POSTING, THE
008145*    BACKED-OUT RUN'S BUSINESS DATE FOR A MULTUNDO REVERSAL, AND
008145*    THE DAY IT WAS KEYED FOR A MULTMNT ADJUSTMENT.  THE FILE IS
008145*    ONLY EVER EXTENDED, SO WITHIN A KEY AND DATE THE LAST ROW IS
008145*    THE POSITION AT THE END OF THAT DATE.  MULTARCH PURGES ROWS
008145*    OLDER THAN ITS RETENTION CUTOFF, KEEPING EACH KEY'S LAST
008145*    ROW BEFORE THE CUTOFF AS ITS OPENING POSITION.
008145 01  MULT-MSNAP-RECORD.
008145     05  MULT-MSNAP-KEY              PIC X(06).
008145     05  MULT-MSNAP-BUS-DATE         PIC 9(08).
008145     05  MULT-MSNAP-ORIGIN           PIC X(01).
008145         88  MULT-MSNAP-POSTED                   VALUE "P".
008145         88  MULT-MSNAP-REVERSED                 VALUE "R".
008145         88  MULT-MSNAP-ADJUSTED                 VALUE "A".
008145     05  MULT-MSNAP-RUN-NUMBER       PIC 9(06).
008145     05  MULT-MSNAP-TRAN-COUNT       PIC 9(06).
008145     05  MULT-MSNAP-SUM-OF-C         PIC S9(12) SIGN IS
008145                                     LEADING SEPARATE.
008145     05  MULT-MSNAP-FIRST-DATE       PIC 9(08).
008145     05  MULT-MSNAP-LAST-DATE        PIC 9(08).
008145     05  MULT-MSNAP-CHG-COUNT        PIC S9(06) SIGN IS
008145                                     LEADING SEPARATE.
008145     05  MULT-MSNAP-CHG-SUM          PIC S9(12) SIGN IS
008145                                     LEADING SEPARATE.
008145     05  FILLER                      PIC X(04).
008145
008146*    BALANCE-RESULT RECORD - ONE RECORD, REWRITTEN BY MULTBAL
008146*    EACH TIME IT RECONCILES A RUN (MULTBALR).  CARRIES THE
008146*    VERDICT AND THE COUNTS BEHIND IT, SO THE SIGN-OFF REPORT
008146*    CAN SHOW WHETHER THE NIGHT BALANCED WITHOUT REPEATING THE
008146*    PROOF.  A RECORD FOR AN EARLIER DATE OR RUN MEANS THE LAST
008146*    RUN WAS NEVER RECONCILED.
008146 01  MULT-BALRES-RECORD.
008146     05  MULT-BALR-RUN-DATE          PIC 9(08).
008146     05  MULT-BALR-RUN-NUMBER        PIC 9(06).
008146     05  MULT-BALR-RESULT            PIC X(01).
008146         88  MULT-BALR-IN-BALANCE                VALUE "I".
008146         88  MULT-BALR-OUT-OF-BALANCE             VALUE "O".
008146     05  MULT-BALR-INPUT-COUNT       PIC 9(06).
008146     05  MULT-BALR-GOOD-COUNT        PIC 9(06).
008146     05  MULT-BALR-REJECT-COUNT      PIC 9(06).
008146     05  MULT-BALR-HELD-COUNT        PIC 9(06).
008146     05  MULT-BALR-SCHED-COUNT       PIC 9(06).
008146     05  MULT-BALR-UNPOSTED-REGIONS  PIC 9(06).
008146     05  MULT-BALR-SUM-OF-C          PIC S9(12) SIGN IS
008146                                     LEADING SEPARATE.
008146     05  MULT-BALR-RECOMPUTED-SUM    PIC S9(12) SIGN IS
008146                                     LEADING SEPARATE.
008146     05  FILLER                      PIC X(03).
008146
008147*    SIGN-OFF CONTROL RECORD - ONE RECORD, REWRITTEN BY MULTSIGN
008147*    EACH TIME THE NIGHT IS SIGNED OFF (MULTSGNC).  THE DATE AND
008147*    TIME ARE THE CLOCK WHEN IT WAS SIGNED; ADJUSTMENTS AND
008147*    BACKOUTS STAMPED LATER ON THE AUDIT TRAIL ARE THE ONES THE
008147*    NEXT SIGN-OFF MUST SHOW.  THE RESULT IS THE CONDITION CODE
008147*    THE SIGN-OFF ENDED WITH.  AN EMPTY FILE MEANS NEVER SIGNED.
008147 01  MULT-SIGNOFF-RECORD.
008147     05  MULT-SGN-DATE               PIC 9(08).
008147     05  MULT-SGN-TIME               PIC 9(08).
008147     05  MULT-SGN-BUS-DATE           PIC 9(08).
008147     05  MULT-SGN-RUN-NUMBER         PIC 9(06).
008147     05  MULT-SGN-RESULT             PIC 9(02).
008147     05  FILLER                      PIC X(48).
008147
008200*    REJECT RECORD - ONE ROW PER TRANSACTION THAT FAILED
008300*    VALIDATION OR OVERFLOWED THE MULTIPLY.  THE RAW A/B VALUES
008400*    ARE CARRIED AS ALPHANUMERIC SINCE A REJECTED VALUE MAY NOT
008500*    EVEN BE NUMERIC.  THE STATUS BYTE IS WRITTEN AS SPACE (OPEN)
008510*    BY HELLO-WORLD AND SET BY MULTFIX WHEN THE REJECT IS
008520*    REPAIRED, SO THE SAME REJECT IS NEVER WORKED TWICE.
008521*    MULTFIX ALSO APPENDS EACH REJECT IT WORKS, IN THIS SAME
008522*    LAYOUT, TO THE REPAIR-NOTICE FILE (MULTFIXN) THAT MULTRTN
008523*    REPORTS TO THE REGION ON THE NEXT NIGHT'S RETURN FILE.
008524*    THE EFFECTIVE DATE IS THE ONE THE TRANSACTION ARRIVED WITH
008525*    (SPACES WHEN IT HAD NONE); MULTFIX CARRIES IT ONTO THE
008526*    RESUBMITTED TRANSACTION SO A REPAIRED FUTURE-DATED ITEM
008527*    STILL POSTS ON ITS DATE.
008600 01  MULT-REJECT-RECORD.
008700     05  MULT-REJECT-KEY             PIC X(06).
008800     05  MULT-REJECT-A               PIC X(05).
008900     05  MULT-REJECT-B               PIC X(05).
009000     05  MULT-REJECT-REASON-CODE     PIC 9(02).
009100     05  MULT-REJECT-REASON-TEXT     PIC X(32).
009105     05  MULT-REJECT-EFF-DATE        PIC X(08).
009110     05  MULT-REJECT-STATUS          PIC X(01).
009120         88  MULT-REJECT-OPEN                    VALUE SPACE.
009130         88  MULT-REJECT-FIXED                   VALUE "F".
009140         88  MULT-REJECT-RESUBMITTED             VALUE "R".
009150         88  MULT-REJECT-WRITTEN-OFF             VALUE "W".
009155         88  MULT-REJECT-RELEASED                VALUE "L".
009160     05  MULT-REJECT-OP-CODE         PIC X(01).
009170     05  MULT-REJECT-REGION          PIC X(02).
009180     05  MULT-REJECT-SOURCE          PIC X(01).
009185     05  MULT-REJECT-RUN-NUMBER      PIC 9(06).
009190     05  MULT-REJECT-OPERATOR        PIC X(08).
009191     05  MULT-REJECT-INPUT-FILE      PIC 9(01).
009200     05  FILLER                      PIC X(02).

      * AUTHOR: Blake Bartenbach
      * FUNCTION: Undoes a failed pay run.  Replays the journal's
      *           first before-image per record for the parameter
      *           date to restore the YTD, arrears, leave, and 401(k)
      *           deferral files, flips the run's applied rate-history
      *           rows back to pending, strips the run's records from
      *           the run-totals and GL history files, and voids the
      *           stubs, check register, ACH file, and 401(k)
      *           contribution file so the whole night can simply be
      *           rerun.  Checks the run issued are queued as
      *           positive-pay voids before the register is emptied,
      *           and any voids the run itself queued and the bank has
      *           not yet been sent are taken off that queue.
      *           The run's restart checkpoint is cleared so the
      *           backed-out run cannot be restarted, its pay history
      *           records are deleted, and any history it marked void
      *           goes back to issued.

      ***************************************************************
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-EMP-ID
           FILE STATUS IS LEAVE-STATUS.
           SELECT DEFERRAL-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-401k"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEF-KEY
           FILE STATUS IS DEFERRAL-STATUS.
           SELECT RATE-HISTORY-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-rthist"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS RATE-HISTORY-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-payhist"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO
                                  "/home/proxa/doc/cob/c0701-mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-EMP-ID
           FILE STATUS IS MASTER-STATUS.
           SELECT GL-HISTORY-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-glhist"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GH-KEY
           FILE STATUS IS GL-HISTORY-STATUS.
           SELECT COMMISSION-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c1201-comm"
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT JOURNAL-WORK-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-ytdjrnwk"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-VOID-WORK-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-ppvoidwk"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUB-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-stub"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-chk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-STATUS.
           SELECT ACH-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-ach"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTRIBUTION-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-401kctb"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINAL-REGISTER-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-finreg"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-ckpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PP-VOID-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-ppvoid"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PP-VOID-STATUS.
           SELECT RUNDATE-FILE ASSIGN TO
                            "/home/proxa/doc/cob/rundate"
           ORGANIZATION IS LINE SEQUENTIAL
               10  JRN-COMM-PERIOD PIC 9(8).
               10  JRN-COMM-AMOUNT PIC S9(4)V99
                                   SIGN LEADING SEPARATE.
               10  JRN-COMM-EARN-TYPE PIC X(1).
               10  FILLER          PIC X(29).
           05  JRN-DEF-DETAIL REDEFINES JRN-DETAIL.
               10  JRN-DEF-YEAR    PIC 9(4).
               10  JRN-DEF-YTD-EE  PIC 9(7)V99.
               10  JRN-DEF-YTD-ER  PIC 9(7)V99.
               10  FILLER          PIC X(23).
       FD ARREARS-FILE.
       01  ARREARS-REC.
           05  ARR-KEY.
           05  LV-SICK-BAL PIC S9(3)V99.
           05  LV-VAC-RATE PIC V999.
           05  LV-SICK-RATE PIC V999.
       FD DEFERRAL-FILE.
       01  DEFERRAL-REC.
           05  DEF-KEY.
               10  DEF-EMP-ID PIC X(5).
               10  DEF-YEAR   PIC 9(4).
           05  DEF-YTD-EE  PIC 9(7)V99.
           05  DEF-YTD-ER  PIC 9(7)V99.
       FD RATE-HISTORY-FILE.
       01  RATE-HISTORY-REC.
           05  RH-KEY.
           05  COMM-EMP-ID  PIC X(5).
           05  COMM-PERIOD  PIC 9(8).
           05  COMM-AMOUNT  PIC S9(4)V99 SIGN LEADING SEPARATE.
           05  COMM-EARN-TYPE PIC X(1).
       FD YTD-FILE.
       01  YTD-REC.
           05  YTD-EMP-ID  PIC X(5).
           05  YTD-FED     PIC 9(7)V99.
           05  YTD-STATE   PIC 9(7)V99.
           05  YTD-NET     PIC 9(7)V99.
       FD GL-HISTORY-FILE.
       01  GL-HISTORY-REC.
           05  GH-KEY.
               10  GH-DATE      PIC 9(8).
               10  GH-ACCOUNT   PIC X(18).
               10  GH-DEPT      PIC X(4).
               10  GH-DR-CR     PIC X(2).
           05  GH-AMOUNT    PIC S9(9)V99 SIGN LEADING SEPARATE.
       FD RUN-TOTALS-FILE.
       01  RUN-TOTALS-REC.
           05  RT-TYPE      PIC X(1).
           05  RT-STATE     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  RT-DED       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  RT-HOURS     PIC 9(3).
           05  RT-RUN-KIND  PIC X(1).
           05  RT-EARN-CODE PIC X(3).
       FD RUNTOT-WORK-FILE.
       01  RUNTOT-WORK-REC PIC X(120).
       FD JOURNAL-WORK-FILE.
       01  JOURNAL-WORK-REC PIC X(60).
       FD PP-VOID-WORK-FILE.
       01  PP-VOID-WORK-REC PIC X(30).
       FD STUB-FILE.
       01  STUB-REC        PIC X(80).
       FD CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-REC.
           05  CHK-CHECK-NO PIC 9(6).
           05  FILLER       PIC X(3).
           05  CHK-EMP-ID   PIC X(5).
           05  FILLER       PIC X(3).
           05  CHK-NET      PIC X(10).
           05  FILLER       PIC X(2).
           05  CHK-DATE     PIC 9(8).
           05  FILLER       PIC X(2).
           05  CHK-NET-NUM  PIC 9(8)V99.
           05  FILLER       PIC X(2).
           05  CHK-FLAG     PIC X(5).
       FD ACH-FILE.
       01  ACH-REC         PIC X(60).
       FD CONTRIBUTION-FILE.
       01  CONTRIBUTION-REC PIC X(60).
       FD FINAL-REGISTER-FILE.
       01  FINAL-REGISTER-REC PIC X(100).
       FD PAY-HISTORY-FILE.
       01  PAY-HISTORY-REC.
           COPY "payhist.cpy".
       FD CHECKPOINT-FILE.
       01  CHECKPOINT-REC  PIC X(200).
       FD PP-VOID-FILE.
       01  PP-VOID-REC.
           05  PV-CHECK-NO  PIC 9(6).
           05  PV-EMP-ID    PIC X(5).
           05  PV-AMOUNT    PIC 9(8)V99.
           05  PV-VOID-DATE PIC 9(8).
      *    "A" AN ADJUSTMENT VOID, "B" A CHECK FROM A BACKED-OUT RUN
           05  PV-SOURCE    PIC X(1).
       FD RUNDATE-FILE.
       01  RUNDATE-REC.
           05  PARM-DATE    PIC 9(8).
       01  YTD-STATUS      PIC XX       VALUE SPACES.
       01  RUN-TOTALS-STATUS PIC XX     VALUE SPACES.
       01  RUNDATE-STATUS  PIC XX       VALUE SPACES.
       01  GL-HISTORY-STATUS PIC XX     VALUE SPACES.
       01  GL-HISTORY-OPEN PIC 9        VALUE ZERO.
       01  HISTORY-EOF     PIC 9        VALUE ZERO.
       01  TOTAL-GL-CUT    PIC 9(5)     VALUE ZERO.
       01  REGISTER-STATUS PIC XX       VALUE SPACES.
       01  PP-VOID-STATUS  PIC XX       VALUE SPACES.
       01  REGISTER-EOF    PIC 9        VALUE ZERO.
       01  TOTAL-CHECKS-VOIDED PIC 9(5) VALUE ZERO.
       01  TOTAL-PV-CUT    PIC 9(5)     VALUE ZERO.
       01  PP-VOID-EOF     PIC 9        VALUE ZERO.
       01  BACKOUT-DATE    PIC 9(8)     VALUE ZERO.
       01  IMAGE-TABLE.
           05  IMAGE-ENTRY OCCURS 1000 TIMES.
       01  ARREARS-OPEN    PIC 9        VALUE ZERO.
       01  LEAVE-OPEN      PIC 9        VALUE ZERO.
       01  RATE-HISTORY-OPEN PIC 9      VALUE ZERO.
       01  PAY-HISTORY-STATUS PIC XX    VALUE SPACES.
       01  PAY-HISTORY-OPEN PIC 9       VALUE ZERO.
       01  ARR-IMAGE-TABLE.
           05  ARR-IMAGE-ENTRY OCCURS 500 TIMES.
               10  AI-EMP-ID   PIC X(5).
       01  LV-IMAGE-CAPACITY PIC 9(4)   VALUE 1000.
       01  LI-SUB          PIC 9(4)     VALUE ZERO.
       01  LI-FOUND-SUB    PIC 9(4)     VALUE ZERO.
       01  DEFERRAL-STATUS PIC XX       VALUE SPACES.
       01  DEFERRAL-OPEN   PIC 9        VALUE ZERO.
       01  DEF-IMAGE-TABLE.
           05  DEF-IMAGE-ENTRY OCCURS 1000 TIMES.
               10  KI-EMP-ID   PIC X(5).
               10  KI-YEAR     PIC 9(4).
               10  KI-NEW-FLAG PIC X(1).
               10  KI-YTD-EE   PIC 9(7)V99.
               10  KI-YTD-ER   PIC 9(7)V99.
       01  DEF-IMAGE-COUNT PIC 9(4)     VALUE ZERO.
       01  DEF-IMAGE-CAPACITY PIC 9(4)  VALUE 1000.
       01  KI-SUB          PIC 9(4)     VALUE ZERO.
       01  KI-FOUND-SUB    PIC 9(4)     VALUE ZERO.
       01  TOTAL-DEF-RESTORED PIC 9(5)  VALUE ZERO.
       01  RH-SCAN-EOF     PIC 9        VALUE ZERO.
       01  PH-SCAN-EOF     PIC 9        VALUE ZERO.
       01  MASTER-STATUS   PIC XX       VALUE SPACES.
       01  MASTER-OPEN     PIC 9        VALUE ZERO.
       01  DEP-IMAGE-TABLE.
               10  CI-EMP-ID   PIC X(5).
               10  CI-PERIOD   PIC 9(8).
               10  CI-AMOUNT   PIC S9(4)V99.
               10  CI-EARN-TYPE PIC X(1).
       01  COMM-IMAGE-COUNT PIC 9(3)    VALUE ZERO.
       01  COMM-IMAGE-CAPACITY PIC 9(3) VALUE 300.
       01  CI-SUB          PIC 9(3)     VALUE ZERO.
       01  TOTAL-ARR-RESTORED PIC 9(5)  VALUE ZERO.
       01  TOTAL-LV-RESTORED PIC 9(5)   VALUE ZERO.
       01  TOTAL-RH-RESET  PIC 9(5)     VALUE ZERO.
       01  TOTAL-PH-CUT    PIC 9(5)     VALUE ZERO.
       01  TOTAL-PH-UNVOID PIC 9(5)     VALUE ZERO.
       01  TOTAL-RUNTOT-CUT PIC 9(5)    VALUE ZERO.

      ***************************************************************
               STOP RUN
           END-IF
           PERFORM 220-RESTORE-YTD
           PERFORM 226-RESTORE-DEFERRALS
           PERFORM 232-RESTORE-ARREARS
           PERFORM 234-RESTORE-LEAVE
           PERFORM 236-RESET-RATE-HISTORY
           PERFORM 237-STRIP-PAY-HISTORY
           PERFORM 238-RESTORE-DEPOSIT-FLAGS
           PERFORM 239-RESTORE-COMMISSIONS
           PERFORM 240-STRIP-RUN-TOTALS
           PERFORM 245-STRIP-GL-HISTORY
           PERFORM 250-STRIP-JOURNAL
           PERFORM 254-STRIP-PP-VOIDS
           PERFORM 255-QUEUE-CHECK-VOIDS
           PERFORM 260-VOID-OUTPUTS
           DISPLAY "BACKOUT OF " BACKOUT-DATE " COMPLETE - YTD "
               TOTAL-RESTORED " ARR " TOTAL-ARR-RESTORED " LV "
               TOTAL-LV-RESTORED " RATES " TOTAL-RH-RESET
               " DEPFLAGS " TOTAL-DEP-RESET
               " COMM " TOTAL-COMM-RESTORED
               " 401K " TOTAL-DEF-RESTORED
               " GL LINES " TOTAL-GL-CUT
               " HISTORY " TOTAL-PH-CUT " UNVOIDED " TOTAL-PH-UNVOID
               " VOIDS UNQUEUED " TOTAL-PV-CUT
               " CHECKS VOIDED " TOTAL-CHECKS-VOIDED
           PERFORM 300-CLOSE
       STOP RUN.

           IF RATE-HISTORY-STATUS = "00"
               MOVE 1 TO RATE-HISTORY-OPEN
           END-IF
           OPEN I-O PAY-HISTORY-FILE
           IF PAY-HISTORY-STATUS = "00"
               MOVE 1 TO PAY-HISTORY-OPEN
           END-IF
           OPEN I-O DEFERRAL-FILE
           IF DEFERRAL-STATUS = "00"
               MOVE 1 TO DEFERRAL-OPEN
           END-IF
           OPEN I-O GL-HISTORY-FILE
           IF GL-HISTORY-STATUS = "00"
               MOVE 1 TO GL-HISTORY-OPEN
           END-IF
           OPEN I-O EMPLOYEE-MASTER
           IF MASTER-STATUS = "00"
               MOVE 1 TO MASTER-OPEN
                                   PERFORM 216-STORE-DEP-IMAGE
                               WHEN "C"
                                   PERFORM 218-STORE-COMM-IMAGE
                               WHEN "K"
                                   PERFORM 219-STORE-DEF-IMAGE
      *                        RATE-HISTORY IMAGES ARE FOR A RESTART -
      *                        236 RESETS THE WHOLE RUN BY ITS DATE.
                               WHEN "R"
                                   CONTINUE
      *                        SO ARE PAY-HISTORY IMAGES - 237 CUTS
      *                        THE RUN'S HISTORY BY ITS DATE.
                               WHEN "H"
                                   CONTINUE
                               WHEN OTHER
                                   DISPLAY "UNKNOWN JOURNAL TYPE "
                                       JRN-TYPE " - BACKOUT REFUSED"
               MOVE JRN-EMP-ID TO CI-EMP-ID (COMM-IMAGE-COUNT)
               MOVE JRN-COMM-PERIOD TO CI-PERIOD (COMM-IMAGE-COUNT)
               MOVE JRN-COMM-AMOUNT TO CI-AMOUNT (COMM-IMAGE-COUNT)
               MOVE JRN-COMM-EARN-TYPE
                   TO CI-EARN-TYPE (COMM-IMAGE-COUNT)
           ELSE
               MOVE 1 TO IMAGE-OVERFLOW
           END-IF.


       219-STORE-DEF-IMAGE.
           MOVE ZERO TO KI-FOUND-SUB
           PERFORM VARYING KI-SUB FROM 1 BY 1
                   UNTIL KI-SUB > DEF-IMAGE-COUNT
               IF KI-EMP-ID (KI-SUB) = JRN-EMP-ID
                   AND KI-YEAR (KI-SUB) = JRN-DEF-YEAR
                   MOVE KI-SUB TO KI-FOUND-SUB
               END-IF
           END-PERFORM
           IF KI-FOUND-SUB = ZERO
               IF DEF-IMAGE-COUNT < DEF-IMAGE-CAPACITY
                   ADD 1 TO DEF-IMAGE-COUNT
                   MOVE JRN-EMP-ID TO KI-EMP-ID (DEF-IMAGE-COUNT)
                   MOVE JRN-DEF-YEAR TO KI-YEAR (DEF-IMAGE-COUNT)
                   MOVE JRN-NEW-FLAG
                       TO KI-NEW-FLAG (DEF-IMAGE-COUNT)
                   MOVE JRN-DEF-YTD-EE
                       TO KI-YTD-EE (DEF-IMAGE-COUNT)
                   MOVE JRN-DEF-YTD-ER
                       TO KI-YTD-ER (DEF-IMAGE-COUNT)
               ELSE
                   MOVE 1 TO IMAGE-OVERFLOW
               END-IF
           END-IF.


       226-RESTORE-DEFERRALS.
      *    THE RERUN TAKES THE SAME DEFERRALS AGAIN - LEFT IN PLACE,
      *    THE YEAR'S TOTALS WOULD COUNT THEM TWICE AGAINST THE LIMIT.
           IF DEFERRAL-OPEN = ZERO
               IF DEF-IMAGE-COUNT > ZERO
                   DISPLAY "401K DEFERRAL FILE NOT AVAILABLE - "
                       "DEFERRAL IMAGES NOT APPLIED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM VARYING KI-SUB FROM 1 BY 1
                       UNTIL KI-SUB > DEF-IMAGE-COUNT
                   PERFORM 227-RESTORE-ONE-DEFERRAL
               END-PERFORM
           END-IF.


       227-RESTORE-ONE-DEFERRAL.
           MOVE KI-EMP-ID (KI-SUB) TO DEF-EMP-ID
           MOVE KI-YEAR (KI-SUB) TO DEF-YEAR
           IF KI-NEW-FLAG (KI-SUB) = "Y"
               READ DEFERRAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE DEFERRAL-FILE
                       ADD 1 TO TOTAL-DEF-RESTORED
               END-READ
           ELSE
               READ DEFERRAL-FILE
                   INVALID KEY
                       MOVE KI-EMP-ID (KI-SUB) TO DEF-EMP-ID
                       MOVE KI-YEAR (KI-SUB) TO DEF-YEAR
                       MOVE KI-YTD-EE (KI-SUB) TO DEF-YTD-EE
                       MOVE KI-YTD-ER (KI-SUB) TO DEF-YTD-ER
                       WRITE DEFERRAL-REC
                       ADD 1 TO TOTAL-DEF-RESTORED
                   NOT INVALID KEY
                       MOVE KI-YTD-EE (KI-SUB) TO DEF-YTD-EE
                       MOVE KI-YTD-ER (KI-SUB) TO DEF-YTD-ER
                       REWRITE DEFERRAL-REC
                       ADD 1 TO TOTAL-DEF-RESTORED
               END-READ
           END-IF.


       239-RESTORE-COMMISSIONS.
      *    THE RUN CONSUMED THESE ROWS AND ITS END-OF-RUN REWRITE
      *    DROPPED THEM FROM THE FILE - APPENDING THEM BACK MEANS
               MOVE CI-EMP-ID (CI-SUB) TO COMM-EMP-ID
               MOVE CI-PERIOD (CI-SUB) TO COMM-PERIOD
               MOVE CI-AMOUNT (CI-SUB) TO COMM-AMOUNT
               MOVE CI-EARN-TYPE (CI-SUB) TO COMM-EARN-TYPE
               WRITE COMMISSION-REC
               ADD 1 TO TOTAL-COMM-RESTORED
           END-PERFORM
           END-PERFORM.


       237-STRIP-PAY-HISTORY.
      *    THE RERUN WRITES EVERY STUB'S HISTORY AGAIN UNDER THE SAME
      *    DATE - LEFT IN PLACE, THE FIRST PASS WOULD BLOCK IT AS A
      *    DUPLICATE AND A REPRINT WOULD SHOW THE BACKED-OUT FIGURES.
      *    A CHECK THE RUN VOIDED IS LIVE AGAIN UNTIL THE RERUN
      *    VOIDS IT.
           IF PAY-HISTORY-OPEN = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO PH-SCAN-EOF
           PERFORM UNTIL PH-SCAN-EOF = 1
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO PH-SCAN-EOF
                   NOT AT END
                       IF PH-DATE = BACKOUT-DATE
                           DELETE PAY-HISTORY-FILE
                           ADD 1 TO TOTAL-PH-CUT
                       ELSE
                       IF PH-STATUS = "V"
                           AND PH-VOID-DATE = BACKOUT-DATE
                           MOVE SPACE TO PH-STATUS
                           MOVE ZERO TO PH-VOID-DATE
                           REWRITE PAY-HISTORY-REC
                           ADD 1 TO TOTAL-PH-UNVOID
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.


       240-STRIP-RUN-TOTALS.
      *    THE RUN'S DETAIL AND TOTAL RECORDS COME OFF THE RUN-TOTALS
      *    FILE SO THE RECONCILIATION PROVES CLEAN AFTER THE RERUN -
           END-IF.


       245-STRIP-GL-HISTORY.
      *    IF THE FAILED RUN GOT AS FAR AS ITS GL DISTRIBUTION, ITS
      *    POSTINGS COME OFF THE HISTORY SO THE BUDGET REPORT DOES NOT
      *    CARRY LABOR THAT WAS NEVER PAID.
           IF GL-HISTORY-OPEN = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO GH-KEY
           MOVE BACKOUT-DATE TO GH-DATE
           START GL-HISTORY-FILE KEY NOT < GH-KEY
               INVALID KEY
                   MOVE 1 TO HISTORY-EOF
           END-START
           PERFORM UNTIL HISTORY-EOF = 1
               READ GL-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO HISTORY-EOF
                   NOT AT END
                       IF GH-DATE = BACKOUT-DATE
                           DELETE GL-HISTORY-FILE
                           ADD 1 TO TOTAL-GL-CUT
                       ELSE
                           MOVE 1 TO HISTORY-EOF
                       END-IF
               END-READ
           END-PERFORM.


       250-STRIP-JOURNAL.
      *    ONCE THE RUN IS BACKED OUT ITS IMAGES MUST GO TOO - A
      *    RERUN JOURNALS FRESH ONES, AND A SECOND BACKOUT MUST NOT
           END-IF.


       254-STRIP-PP-VOIDS.
      *    THE FAILED RUN'S OWN ADJUSTMENT VOIDS COME OFF THE QUEUE -
      *    237 HAS PUT THOSE CHECKS BACK TO ISSUED, SO THE RERUN QUEUES
      *    THEM AGAIN AND THE BANK MUST NOT SEE EACH VOID TWICE.  A VOID
      *    ALREADY SENT IS NO LONGER HERE - POSITIVE_PAY EMPTIES THE
      *    QUEUE AS IT SENDS IT.  VOIDS AN EARLIER BACKOUT OF THE SAME
      *    DATE QUEUED FOR THAT RUN'S CHECKS STAY - THOSE CHECKS ARE
      *    GONE FOR GOOD.
           OPEN INPUT PP-VOID-FILE
           IF PP-VOID-STATUS NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT PP-VOID-WORK-FILE
               MOVE ZERO TO PP-VOID-EOF
               PERFORM UNTIL PP-VOID-EOF = 1
                   READ PP-VOID-FILE
                       AT END
                           MOVE 1 TO PP-VOID-EOF
                       NOT AT END
                           IF PV-VOID-DATE = BACKOUT-DATE
                               AND PV-SOURCE NOT = "B"
                               ADD 1 TO TOTAL-PV-CUT
                           ELSE
                               WRITE PP-VOID-WORK-REC
                                   FROM PP-VOID-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PP-VOID-FILE
               CLOSE PP-VOID-WORK-FILE
               OPEN INPUT PP-VOID-WORK-FILE
               OPEN OUTPUT PP-VOID-FILE
               MOVE ZERO TO WORK-EOF
               PERFORM UNTIL WORK-EOF = 1
                   READ PP-VOID-WORK-FILE
                       AT END
                           MOVE 1 TO WORK-EOF
                       NOT AT END
                           WRITE PP-VOID-REC
                               FROM PP-VOID-WORK-REC
                   END-READ
               END-PERFORM
               CLOSE PP-VOID-WORK-FILE
               CLOSE PP-VOID-FILE
           END-IF.


       255-QUEUE-CHECK-VOIDS.
      *    THE RUN'S PAPER CHECKS MAY ALREADY BE ON THE BANK'S ISSUE
      *    FILE - EACH ONE IS QUEUED FOR THE NEXT POSITIVE-PAY FILE
      *    AS A VOID, SINCE THE RERUN ISSUES FRESH CHECK NUMBERS.
      *    THE DATE TEST LEAVES A LATER RUN'S REGISTER ALONE.
           OPEN INPUT CHECK-REGISTER-FILE
           IF REGISTER-STATUS NOT = "00"
               CONTINUE
           ELSE
               OPEN EXTEND PP-VOID-FILE
               IF PP-VOID-STATUS = "35"
                   CLOSE PP-VOID-FILE
                   OPEN OUTPUT PP-VOID-FILE
               END-IF
               PERFORM UNTIL REGISTER-EOF = 1
                   READ CHECK-REGISTER-FILE
                       AT END
                           MOVE 1 TO REGISTER-EOF
                       NOT AT END
                           IF CHK-NET-NUM NUMERIC
                               AND CHK-DATE = BACKOUT-DATE
                               MOVE CHK-CHECK-NO TO PV-CHECK-NO
                               MOVE CHK-EMP-ID TO PV-EMP-ID
                               MOVE CHK-NET-NUM TO PV-AMOUNT
                               MOVE BACKOUT-DATE TO PV-VOID-DATE
                               MOVE "B" TO PV-SOURCE
                               WRITE PP-VOID-REC
                               ADD 1 TO TOTAL-CHECKS-VOIDED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PP-VOID-FILE
               CLOSE CHECK-REGISTER-FILE
           END-IF.


       260-VOID-OUTPUTS.
      *    EMPTY, NOT DELETED - DOWNSTREAM JOBS THAT OPEN THESE FILES
      *    FIND NOTHING TO RELEASE INSTEAD OF FAILING ON A MISSING
           OPEN OUTPUT CHECK-REGISTER-FILE
           CLOSE CHECK-REGISTER-FILE
           OPEN OUTPUT ACH-FILE
           CLOSE ACH-FILE
           OPEN OUTPUT CONTRIBUTION-FILE
           CLOSE CONTRIBUTION-FILE
           OPEN OUTPUT FINAL-REGISTER-FILE
           CLOSE FINAL-REGISTER-FILE
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE.


       300-CLOSE.
           IF RATE-HISTORY-OPEN = 1
               CLOSE RATE-HISTORY-FILE
           END-IF
           IF PAY-HISTORY-OPEN = 1
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF DEFERRAL-OPEN = 1
               CLOSE DEFERRAL-FILE
           END-IF
           IF GL-HISTORY-OPEN = 1
               CLOSE GL-HISTORY-FILE
           END-IF
           CLOSE YTD-FILE.

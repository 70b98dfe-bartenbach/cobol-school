      * AUTHOR: Blake Bartenbach
      * FUNCTION: Applies add/change/terminate transactions to the
      *           employee master so pay rates live in one place
      *           instead of riding on every timecard.  Rate and
      *           deposit-account changes are held on a pending file
      *           until a second operator approves them.  An add
      *           for a terminated employee is taken as a rehire, and
      *           every hire and rehire is queued on the new-hire file
      *           for the weekly state registry report.

      ***************************************************************
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS RATE-HISTORY-STATUS.
           SELECT PENDING-FILE ASSIGN TO
                             "/home/proxa/doc/cob/c0701-mntpend"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-EMP-ID
           FILE STATUS IS PENDING-STATUS.
           SELECT NEW-HIRE-FILE ASSIGN TO
                             "/home/proxa/doc/cob/c0701-newhire"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NH-KEY
           FILE STATUS IS NEW-HIRE-STATUS.
           SELECT PENDING-REPORT-FILE ASSIGN TO
                             "/home/proxa/doc/cob/c0701-pendrpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-PARM-FILE ASSIGN TO
                             "/home/proxa/doc/cob/c0701-mntparm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINT-PARM-STATUS.

      ***************************************************************
       DATA DIVISION.
               88  MNT-ADD              VALUE "A".
               88  MNT-CHANGE           VALUE "C".
               88  MNT-TERMINATE        VALUE "T".
               88  MNT-APPROVE          VALUE "P".
           05  MNT-EMP-ID     PIC X(5).
           05  MNT-NAME       PIC X(15).
           05  MNT-DEPT       PIC X(4).
           05  MNT-EFF-DATE-X REDEFINES MNT-EFF-DATE PIC X(8).
           05  MNT-PAY-FREQ   PIC X(1).
           05  MNT-WORK-STATE PIC X(2).
           05  MNT-OPERATOR   PIC X(8).
       FD EMPLOYEE-MASTER.
       01  MASTER-REC.
           05  MST-EMP-ID     PIC X(5).
           05  RH-NEW-RATE PIC 99V99.
           05  RH-APPLIED  PIC X(1).
           05  RH-APPLIED-DATE PIC 9(8).
       FD PENDING-FILE.
       01  PENDING-REC.
           05  PND-EMP-ID     PIC X(5).
           05  PND-REQ-DATE   PIC 9(8).
           05  PND-IMAGE.
               10  PND-ACTION     PIC X(1).
               10  PND-IMG-EMP-ID PIC X(5).
               10  PND-NAME       PIC X(15).
               10  PND-DEPT       PIC X(4).
               10  PND-RATE       PIC 99V99.
               10  PND-RATE-X     REDEFINES PND-RATE PIC X(4).
               10  PND-HIRE-DATE  PIC 9(8).
               10  PND-TERM-DATE  PIC 9(8).
               10  PND-FILING-STATUS PIC X(1).
               10  PND-ALLOWANCES PIC X(2).
               10  PND-DEPOSIT-FLAG PIC X(1).
               10  PND-ROUTING    PIC 9(9).
               10  PND-ACCOUNT    PIC X(17).
               10  PND-EFF-DATE   PIC 9(8).
               10  PND-PAY-FREQ   PIC X(1).
               10  PND-WORK-STATE PIC X(2).
               10  PND-OPERATOR   PIC X(8).
       FD NEW-HIRE-FILE.
       01  NEW-HIRE-REC.
           05  NH-KEY.
               10  NH-EMP-ID       PIC X(5).
               10  NH-HIRE-DATE    PIC 9(8).
           05  NH-NAME         PIC X(15).
           05  NH-WORK-STATE   PIC X(2).
           05  NH-HIRE-TYPE    PIC X(1).
           05  NH-ADDED-DATE   PIC 9(8).
           05  NH-REPORTED     PIC X(1).
           05  NH-REPORTED-DATE PIC 9(8).
       FD PENDING-REPORT-FILE.
       01  PENDING-REPORT-REC PIC X(100).
       FD MAINT-PARM-FILE.
       01  MAINT-PARM-REC.
           05  MP-EXPIRE-DAYS PIC 9(3).
           05  MP-EXPIRE-DAYS-X REDEFINES MP-EXPIRE-DAYS PIC X(3).
       FD AUDIT-FILE.
       01  AUDIT-REC.
           05  AUD-ACTION     PIC X(1).
           05  AUD-RATE       PIC ZZ.99.
           05  FILLER         PIC X(2).
           05  AUD-RESULT     PIC X(25).
           05  FILLER         PIC X(2).
           05  AUD-REQUESTER  PIC X(8).
           05  FILLER         PIC X(2).
           05  AUD-APPROVER   PIC X(8).
       WORKING-STORAGE SECTION.
       01  EOF             PIC 9        VALUE ZERO.
       01  MASTER-STATUS   PIC XX       VALUE SPACES.
       01  TRAILER-LINE-3.
           05  FILLER      PIC X(22) VALUE "TRANSACTIONS REJECTED:".
           05  TRAILER-REJECTED-COUNT PIC ZZZZ9.
       01  TRAILER-LINE-4.
           05  FILLER      PIC X(22) VALUE "CHANGES HELD:".
           05  TRAILER-HELD-COUNT     PIC ZZZZ9.
       01  TRAILER-LINE-5.
           05  FILLER      PIC X(22) VALUE "PENDING EXPIRED:".
           05  TRAILER-EXPIRED-COUNT  PIC ZZZZ9.
       01  TRAILER-LINE-6.
           05  FILLER      PIC X(22) VALUE "NEW HIRES QUEUED:".
           05  TRAILER-NEW-HIRE-COUNT PIC ZZZZ9.
       01  NEW-HIRE-STATUS PIC XX       VALUE SPACES.
       01  TOTAL-NEW-HIRES PIC 9(5)     VALUE ZERO.
       01  PRIOR-STATE-HOLD PIC X(2)    VALUE SPACES.
       01  PENDING-STATUS  PIC XX       VALUE SPACES.
       01  MAINT-PARM-STATUS PIC XX     VALUE SPACES.
       01  PEND-SCAN-EOF   PIC 9        VALUE ZERO.
       01  EXPIRE-DAYS     PIC 9(3)     VALUE 7.
       01  APPROVER-HOLD   PIC X(8)     VALUE SPACES.
       01  APPLIED-SW      PIC 9        VALUE ZERO.
       01  SENSITIVE-SW    PIC 9        VALUE ZERO.
           88  CHANGE-HELD              VALUE 1.
       01  TOTAL-HELD      PIC 9(5)     VALUE ZERO.
       01  TOTAL-EXPIRED   PIC 9(5)     VALUE ZERO.
       01  TOTAL-PENDING   PIC 9(5)     VALUE ZERO.
       01  TODAY-DAYS      PIC 9(7)     VALUE ZERO.
       01  REQ-DAYS        PIC 9(7)     VALUE ZERO.
       01  DAYS-LEFT       PIC S9(5)    VALUE ZERO.
       01  DC-DATE         PIC 9(8)     VALUE ZERO.
       01  DC-DATE-PARTS REDEFINES DC-DATE.
           05  DC-YEAR     PIC 9(4).
           05  DC-MONTH    PIC 9(2).
           05  DC-DAY      PIC 9(2).
       01  DC-YP           PIC 9(4)     VALUE ZERO.
       01  DC-MP           PIC 9(2)     VALUE ZERO.
       01  DC-Q4           PIC 9(4)     VALUE ZERO.
       01  DC-Q100         PIC 9(4)     VALUE ZERO.
       01  DC-Q400         PIC 9(4)     VALUE ZERO.
       01  DC-MDAYS        PIC 9(4)     VALUE ZERO.
       01  DC-DAYS         PIC 9(7)     VALUE ZERO.
       01  PEND-HDR.
           05  FILLER      PIC X(30)
               VALUE "CHANGES PENDING APPROVAL AS OF".
           05  FILLER      PIC X(1)  VALUE SPACE.
           05  PEND-HDR-DATE PIC 9(8).
       01  PEND-COLUMN-HDR.
           05  FILLER      PIC X(37)
               VALUE "EMP    NAME             REQUESTED  BY".
           05  FILLER      PIC X(30)
               VALUE "       NEW RATE    DEP ROUTING".
           05  FILLER      PIC X(15)
               VALUE "     DAYS LEFT ".
       01  PEND-DETAIL-LINE.
           05  PDL-EMP-ID  PIC X(5).
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  PDL-NAME    PIC X(15).
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  PDL-REQ-DATE PIC 9(8).
           05  FILLER      PIC X(3)  VALUE SPACES.
           05  PDL-REQUESTER PIC X(8).
           05  FILLER      PIC X(3)  VALUE SPACES.
           05  PDL-RATE    PIC ZZ.99.
           05  PDL-RATE-X  REDEFINES PDL-RATE PIC X(5).
           05  FILLER      PIC X(5)  VALUE SPACES.
           05  PDL-DEP-FLAG PIC X(1).
           05  FILLER      PIC X(3)  VALUE SPACES.
           05  PDL-ROUTING PIC X(9).
           05  FILLER      PIC X(5)  VALUE SPACES.
           05  PDL-DAYS-LEFT PIC ZZ9.
       01  PEND-TOTAL-LINE.
           05  FILLER      PIC X(22) VALUE "CHANGES PENDING:".
           05  PEND-TOTAL-COUNT PIC ZZZZ9.

      ***************************************************************
       PROCEDURE DIVISION.
                       PERFORM 200-APPLY
               END-READ
           END-PERFORM.
           PERFORM 400-SWEEP-PENDING
           PERFORM 280-PRINT-TOTALS
           PERFORM 300-CLOSE
       STOP RUN.
               OPEN OUTPUT RATE-HISTORY-FILE
               CLOSE RATE-HISTORY-FILE
               OPEN I-O RATE-HISTORY-FILE
           END-IF
           OPEN I-O PENDING-FILE
           IF PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           OPEN I-O NEW-HIRE-FILE
           IF NEW-HIRE-STATUS = "35"
               OPEN OUTPUT NEW-HIRE-FILE
               CLOSE NEW-HIRE-FILE
               OPEN I-O NEW-HIRE-FILE
           END-IF
           OPEN OUTPUT PENDING-REPORT-FILE
      *    HOW LONG A HELD CHANGE WAITS FOR ITS SECOND OPERATOR
      *    BEFORE IT LAPSES - A WEEK UNLESS THE PARAMETER SAYS OTHER.
           OPEN INPUT MAINT-PARM-FILE
           IF MAINT-PARM-STATUS = "00"
               READ MAINT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MP-EXPIRE-DAYS-X NOT = SPACES
                           AND MP-EXPIRE-DAYS NUMERIC
                           AND MP-EXPIRE-DAYS NOT = ZERO
                           MOVE MP-EXPIRE-DAYS TO EXPIRE-DAYS
                       END-IF
               END-READ
               CLOSE MAINT-PARM-FILE
           END-IF
           MOVE KEY-DATE TO DC-DATE
           PERFORM 500-DATE-TO-DAYS
           MOVE DC-DAYS TO TODAY-DAYS.


       200-APPLY.
                   PERFORM 230-CHANGE-EMPLOYEE
               WHEN MNT-TERMINATE
                   PERFORM 240-TERMINATE-EMPLOYEE
               WHEN MNT-APPROVE
                   PERFORM 245-APPROVE-CHANGE
               WHEN OTHER
                   PERFORM 260-AUDIT-REJECT-ACTION
           END-EVALUATE.
               PERFORM 270-AUDIT-REJECT
           ELSE
               MOVE MNT-EMP-ID TO MST-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       PERFORM 222-BUILD-MASTER
                       WRITE MASTER-REC
                       MOVE "ADDED" TO AUD-RESULT
                       PERFORM 250-AUDIT-APPLIED
                       MOVE "N" TO NH-HIRE-TYPE
                       PERFORM 228-QUEUE-NEW-HIRE
                   NOT INVALID KEY
                       PERFORM 225-REHIRE-EMPLOYEE
               END-READ
           END-IF
           END-IF.


       222-BUILD-MASTER.
           MOVE MNT-EMP-ID TO MST-EMP-ID
           MOVE MNT-NAME TO MST-NAME
           MOVE MNT-DEPT TO MST-DEPT
           MOVE MNT-RATE TO MST-RATE
           MOVE MNT-HIRE-DATE TO MST-HIRE-DATE
           MOVE ZERO TO MST-TERM-DATE
           IF MNT-FILING-STATUS = SPACE
               MOVE "S" TO MST-FILING-STATUS
           ELSE
               MOVE MNT-FILING-STATUS TO MST-FILING-STATUS
           END-IF
           IF MNT-ALLOWANCES NUMERIC
               MOVE MNT-ALLOWANCES TO MST-ALLOWANCES
           ELSE
               MOVE ZERO TO MST-ALLOWANCES
           END-IF
      *    "P" NOT "Y" - THE ACCOUNT MUST SURVIVE A ZERO-DOLLAR
      *    PRENOTE CYCLE BEFORE REAL PAY IS SENT TO IT.
           IF MNT-DEPOSIT-FLAG = "Y"
               MOVE "P" TO MST-DEPOSIT-FLAG
               MOVE MNT-ROUTING TO MST-ROUTING
               MOVE MNT-ACCOUNT TO MST-ACCOUNT
           ELSE
               MOVE "N" TO MST-DEPOSIT-FLAG
               MOVE ZERO TO MST-ROUTING
               MOVE SPACES TO MST-ACCOUNT
           END-IF
      *    EVERYONE WAS WEEKLY BEFORE FREQUENCIES EXISTED - ONLY AN
      *    EXPLICIT "B" MAKES A NEW HIRE BIWEEKLY.
           IF MNT-PAY-FREQ = "B"
               MOVE "B" TO MST-PAY-FREQ
           ELSE
               MOVE "W" TO MST-PAY-FREQ
           END-IF
           MOVE MNT-WORK-STATE TO MST-WORK-STATE.


       225-REHIRE-EMPLOYEE.
      *    AN ADD FOR SOMEONE STILL ACTIVE IS A KEYING ERROR.  FOR
      *    SOMEONE TERMINATED IT IS A REHIRE - THE ADD IMAGE REPLACES
      *    THE OLD ONE AND THE TERM DATE COMES OFF.  A REHIRE DATED ON
      *    OR BEFORE THE TERMINATION WOULD REOPEN PERIODS ALREADY PAID
      *    OUT AS FINAL PAY.
           IF MST-TERM-DATE = ZERO
               MOVE "ALREADY ON MASTER" TO AUD-RESULT
               PERFORM 270-AUDIT-REJECT
           ELSE
           IF MNT-HIRE-DATE NOT NUMERIC
               OR MNT-HIRE-DATE NOT > MST-TERM-DATE
               MOVE "REHIRE NOT AFTER TERM" TO AUD-RESULT
               PERFORM 270-AUDIT-REJECT
           ELSE
               MOVE MST-WORK-STATE TO PRIOR-STATE-HOLD
               PERFORM 222-BUILD-MASTER
               IF MST-WORK-STATE = SPACES
                   MOVE PRIOR-STATE-HOLD TO MST-WORK-STATE
               END-IF
               REWRITE MASTER-REC
               MOVE "REHIRED" TO AUD-RESULT
               PERFORM 250-AUDIT-APPLIED
               MOVE "R" TO NH-HIRE-TYPE
               PERFORM 228-QUEUE-NEW-HIRE
           END-IF
           END-IF.


       228-QUEUE-NEW-HIRE.
      *    THE STATE MUST HEAR OF EVERY HIRE AND REHIRE WITHIN ITS
      *    FILING DEADLINE - THE WEEKLY NEW-HIRE RUN SENDS WHATEVER IS
      *    QUEUED HERE AND MARKS IT REPORTED.  A HIRE WITH NO USABLE
      *    DATE IS DATED TODAY SO ITS DEADLINE STILL RUNS.
           MOVE MST-EMP-ID TO NH-EMP-ID
           IF MST-HIRE-DATE NUMERIC AND MST-HIRE-DATE NOT = ZERO
               MOVE MST-HIRE-DATE TO NH-HIRE-DATE
           ELSE
               MOVE KEY-DATE TO NH-HIRE-DATE
           END-IF
           MOVE MST-NAME TO NH-NAME
           MOVE MST-WORK-STATE TO NH-WORK-STATE
           MOVE KEY-DATE TO NH-ADDED-DATE
           MOVE "N" TO NH-REPORTED
           MOVE ZERO TO NH-REPORTED-DATE
           WRITE NEW-HIRE-REC
               INVALID KEY
      *            THE SAME HIRE KEYED AGAIN IS ALREADY QUEUED OR SENT.
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-NEW-HIRES
           END-WRITE.


       230-CHANGE-EMPLOYEE.
           IF MNT-RATE-X NOT = SPACES AND MNT-RATE NOT NUMERIC
               MOVE "RATE NOT NUMERIC" TO AUD-RESULT
               MOVE "ROUTING NOT NUMERIC" TO AUD-RESULT
               PERFORM 270-AUDIT-REJECT
           ELSE
      *    A RATE OR ACCOUNT CHANGE MAY BE HELD FOR A SECOND OPERATOR
      *    - WITHOUT A REQUESTER ID THERE IS NOTHING TO TELL THE TWO
      *    APART.
           IF (MNT-RATE-X NOT = SPACES OR MNT-DEPOSIT-FLAG = "Y"
               OR MNT-DEPOSIT-FLAG = "N")
               AND MNT-OPERATOR = SPACES
               MOVE "OPERATOR ID REQUIRED" TO AUD-RESULT
               PERFORM 270-AUDIT-REJECT
           ELSE
               MOVE MNT-EMP-ID TO MST-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO AUD-RESULT
                       PERFORM 270-AUDIT-REJECT
                   NOT INVALID KEY
                       MOVE ZERO TO SENSITIVE-SW
                       IF APPROVER-HOLD = SPACES
                           PERFORM 232-HOLD-SENSITIVE
                       END-IF
                       IF MNT-NAME NOT = SPACES
                           MOVE MNT-NAME TO MST-NAME
                       END-IF
                           MOVE MNT-WORK-STATE TO MST-WORK-STATE
                       END-IF
                       REWRITE MASTER-REC
                       IF APPROVER-HOLD NOT = SPACES
                           MOVE "APPROVED AND APPLIED" TO AUD-RESULT
                       ELSE
                           IF CHANGE-HELD
                               MOVE "CHANGED, RATE/ACCT HELD"
                                   TO AUD-RESULT
                           ELSE
                               MOVE "CHANGED" TO AUD-RESULT
                           END-IF
                       END-IF
                       PERFORM 250-AUDIT-APPLIED
               END-READ
           END-IF
           END-IF
           END-IF.


       232-HOLD-SENSITIVE.
      *    A NEW RATE, OR A DEPOSIT CHANGE THAT MOVES THE MONEY TO A
      *    DIFFERENT ACCOUNT, IS COPIED TO THE PENDING FILE AND
      *    BLANKED OFF THE TRANSACTION - THE REST OF THE CHANGE GOES
      *    ON THE MASTER NOW.  RE-KEYING THE VALUES ALREADY ON FILE
      *    CHANGES NOTHING AND IS NOT HELD.
           MOVE SPACES TO PENDING-REC
           MOVE MNT-ACTION TO PND-ACTION
           MOVE MNT-EMP-ID TO PND-IMG-EMP-ID
           MOVE MNT-OPERATOR TO PND-OPERATOR
           MOVE ZERO TO PND-ROUTING
           MOVE ZERO TO PND-EFF-DATE
           IF MNT-RATE-X NOT = SPACES AND MNT-RATE NOT = MST-RATE
               MOVE 1 TO SENSITIVE-SW
               MOVE MNT-RATE TO PND-RATE
               MOVE MNT-EFF-DATE TO PND-EFF-DATE
               MOVE SPACES TO MNT-RATE-X
               MOVE SPACES TO MNT-EFF-DATE-X
           END-IF
           IF (MNT-DEPOSIT-FLAG = "Y"
                   AND (MST-DEPOSIT-FLAG = "N"
                       OR MST-ROUTING NOT = MNT-ROUTING
                       OR MST-ACCOUNT NOT = MNT-ACCOUNT))
               OR (MNT-DEPOSIT-FLAG = "N"
                   AND MST-DEPOSIT-FLAG NOT = "N")
               MOVE 1 TO SENSITIVE-SW
               MOVE MNT-DEPOSIT-FLAG TO PND-DEPOSIT-FLAG
               MOVE MNT-ROUTING TO PND-ROUTING
               MOVE MNT-ACCOUNT TO PND-ACCOUNT
               MOVE SPACE TO MNT-DEPOSIT-FLAG
           END-IF
           IF CHANGE-HELD
      *        ONE HELD CHANGE PER EMPLOYEE - A NEWER REQUEST REPLACES
      *        AN OLDER ONE, AND THE AUDIT KEEPS BOTH.
               MOVE MNT-EMP-ID TO PND-EMP-ID
               MOVE KEY-DATE TO PND-REQ-DATE
               WRITE PENDING-REC
                   INVALID KEY
                       REWRITE PENDING-REC
               END-WRITE
               ADD 1 TO TOTAL-HELD
           END-IF.


       245-APPROVE-CHANGE.
      *    THE APPROVAL NAMES ONLY THE EMPLOYEE AND THE APPROVING
      *    OPERATOR - THE HELD IMAGE IS REPLAYED THROUGH 230 EXACTLY
      *    AS IT WAS KEYED, WITH ITS REQUESTER STILL ON IT.
           IF MNT-OPERATOR = SPACES
               MOVE "APPROVER ID REQUIRED" TO AUD-RESULT
               PERFORM 270-AUDIT-REJECT
           ELSE
               MOVE MNT-EMP-ID TO PND-EMP-ID
               READ PENDING-FILE
                   INVALID KEY
                       MOVE "NO PENDING CHANGE" TO AUD-RESULT
                       PERFORM 270-AUDIT-REJECT
                   NOT INVALID KEY
                       PERFORM 247-APPLY-PENDING
               END-READ
           END-IF.


       247-APPLY-PENDING.
           MOVE PND-REQ-DATE TO DC-DATE
           PERFORM 500-DATE-TO-DAYS
           MOVE DC-DAYS TO REQ-DAYS
           IF PND-OPERATOR = MNT-OPERATOR
               MOVE "APPROVER IS REQUESTER" TO AUD-RESULT
               PERFORM 270-AUDIT-REJECT
           ELSE
           IF TODAY-DAYS - REQ-DAYS > EXPIRE-DAYS
               MOVE "PENDING CHANGE EXPIRED" TO AUD-RESULT
               PERFORM 270-AUDIT-REJECT
               DELETE PENDING-FILE
               ADD 1 TO TOTAL-EXPIRED
           ELSE
               MOVE MNT-OPERATOR TO APPROVER-HOLD
               MOVE PND-IMAGE TO MAINT-REC
               MOVE ZERO TO APPLIED-SW
               PERFORM 230-CHANGE-EMPLOYEE
               IF APPLIED-SW = 1
                   MOVE MNT-EMP-ID TO PND-EMP-ID
                   DELETE PENDING-FILE
               END-IF
               MOVE SPACES TO APPROVER-HOLD
           END-IF
           END-IF.




       250-AUDIT-APPLIED.
           MOVE AUD-RESULT TO EXCEPTION-HOLD
           MOVE SPACES TO AUDIT-REC
           MOVE EXCEPTION-HOLD TO AUD-RESULT
           MOVE MNT-ACTION TO AUD-ACTION
           MOVE MNT-EMP-ID TO AUD-EMP-ID
           MOVE MST-NAME TO AUD-NAME
           MOVE MST-RATE TO AUD-RATE
           MOVE MNT-OPERATOR TO AUD-REQUESTER
           MOVE APPROVER-HOLD TO AUD-APPROVER
           WRITE AUDIT-REC
           MOVE 1 TO APPLIED-SW
           ADD 1 TO TOTAL-APPLIED.


           MOVE MNT-EMP-ID TO AUD-EMP-ID
           MOVE MNT-NAME TO AUD-NAME
           MOVE ZERO TO AUD-RATE
      *    ON A REJECTED APPROVAL THE OPERATOR KEYED IS THE APPROVER;
      *    THE REQUESTER IS WHOEVER IS ON THE PENDING RECORD.
           IF MNT-APPROVE
               MOVE PND-OPERATOR TO AUD-REQUESTER
               MOVE MNT-OPERATOR TO AUD-APPROVER
           ELSE
               MOVE MNT-OPERATOR TO AUD-REQUESTER
               MOVE APPROVER-HOLD TO AUD-APPROVER
           END-IF
           WRITE AUDIT-REC
           ADD 1 TO TOTAL-REJECTED.

           MOVE TOTAL-APPLIED TO TRAILER-APPLIED-COUNT
           WRITE AUDIT-REC FROM TRAILER-LINE-2
           MOVE TOTAL-REJECTED TO TRAILER-REJECTED-COUNT
           WRITE AUDIT-REC FROM TRAILER-LINE-3
           MOVE TOTAL-HELD TO TRAILER-HELD-COUNT
           WRITE AUDIT-REC FROM TRAILER-LINE-4
           MOVE TOTAL-EXPIRED TO TRAILER-EXPIRED-COUNT
           WRITE AUDIT-REC FROM TRAILER-LINE-5
           MOVE TOTAL-NEW-HIRES TO TRAILER-NEW-HIRE-COUNT
           WRITE AUDIT-REC FROM TRAILER-LINE-6.


       400-SWEEP-PENDING.
      *    EVERY HELD CHANGE STILL ON FILE AFTER TONIGHT'S APPROVALS
      *    EITHER LAPSES OR GOES ON THE APPROVAL LIST - A LAPSED ONE
      *    MUST BE KEYED AGAIN FROM THE START.
           MOVE KEY-DATE TO PEND-HDR-DATE
           WRITE PENDING-REPORT-REC FROM PEND-HDR
           WRITE PENDING-REPORT-REC FROM PEND-COLUMN-HDR
           MOVE LOW-VALUES TO PND-EMP-ID
           START PENDING-FILE KEY NOT < PND-EMP-ID
               INVALID KEY
                   MOVE 1 TO PEND-SCAN-EOF
           END-START
           PERFORM UNTIL PEND-SCAN-EOF = 1
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO PEND-SCAN-EOF
                   NOT AT END
                       PERFORM 410-SWEEP-ONE
               END-READ
           END-PERFORM
           MOVE TOTAL-PENDING TO PEND-TOTAL-COUNT
           WRITE PENDING-REPORT-REC FROM PEND-TOTAL-LINE.


       410-SWEEP-ONE.
           MOVE PND-REQ-DATE TO DC-DATE
           PERFORM 500-DATE-TO-DAYS
           MOVE DC-DAYS TO REQ-DAYS
           COMPUTE DAYS-LEFT = EXPIRE-DAYS - (TODAY-DAYS - REQ-DAYS)
           MOVE PND-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACES TO MST-NAME
                   MOVE ZERO TO MST-RATE
           END-READ
           IF DAYS-LEFT < ZERO
               MOVE SPACES TO AUDIT-REC
               MOVE PND-ACTION TO AUD-ACTION
               MOVE PND-EMP-ID TO AUD-EMP-ID
               MOVE MST-NAME TO AUD-NAME
               MOVE MST-RATE TO AUD-RATE
               MOVE "PENDING CHANGE EXPIRED" TO AUD-RESULT
               MOVE PND-OPERATOR TO AUD-REQUESTER
               WRITE AUDIT-REC
               DELETE PENDING-FILE
               ADD 1 TO TOTAL-EXPIRED
           ELSE
               MOVE SPACES TO PEND-DETAIL-LINE
               MOVE PND-EMP-ID TO PDL-EMP-ID
               MOVE MST-NAME TO PDL-NAME
               MOVE PND-REQ-DATE TO PDL-REQ-DATE
               MOVE PND-OPERATOR TO PDL-REQUESTER
               IF PND-RATE-X NOT = SPACES
                   MOVE PND-RATE TO PDL-RATE
               END-IF
               MOVE PND-DEPOSIT-FLAG TO PDL-DEP-FLAG
               IF PND-DEPOSIT-FLAG = "Y"
                   MOVE PND-ROUTING TO PDL-ROUTING
               END-IF
               MOVE DAYS-LEFT TO PDL-DAYS-LEFT
               WRITE PENDING-REPORT-REC FROM PEND-DETAIL-LINE
               ADD 1 TO TOTAL-PENDING
           END-IF.


       500-DATE-TO-DAYS.
      *    DAY NUMBER FOR DC-DATE ON A MARCH-BASED YEAR SO THE LEAP
      *    DAY FALLS AT THE END - TWO DAY NUMBERS SUBTRACT TO THE
      *    CALENDAR DAYS BETWEEN THEIR DATES.
           IF DC-MONTH > 2
               COMPUTE DC-MP = DC-MONTH - 3
               MOVE DC-YEAR TO DC-YP
           ELSE
               COMPUTE DC-MP = DC-MONTH + 9
               COMPUTE DC-YP = DC-YEAR - 1
           END-IF
           DIVIDE DC-YP BY 4 GIVING DC-Q4
           DIVIDE DC-YP BY 100 GIVING DC-Q100
           DIVIDE DC-YP BY 400 GIVING DC-Q400
           COMPUTE DC-MDAYS = DC-MP * 306 + 5
           DIVIDE DC-MDAYS BY 10 GIVING DC-MDAYS
           COMPUTE DC-DAYS = DC-YP * 365 + DC-Q4 - DC-Q100
               + DC-Q400 + DC-MDAYS + DC-DAY - 1.


       300-CLOSE.
           CLOSE MAINT-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE RATE-HISTORY-FILE
           CLOSE PENDING-FILE
           CLOSE NEW-HIRE-FILE
           CLOSE PENDING-REPORT-FILE
           CLOSE AUDIT-FILE.

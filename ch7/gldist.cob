      *           for net pay, FICA, federal and state withholding,
      *           and deductions, proven against the run's "T" total
      *           record so an out-of-balance posting never leaves
      *           the building.  Hours by earnings code for each
      *           department ride along as statistical lines.  A
      *           balanced run's postings are also kept on the GL
      *           history file by date for month and year reporting.

      ***************************************************************
       ENVIRONMENT DIVISION.
           SELECT GL-POST-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-gl"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-HISTORY-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-glhist"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GH-KEY
           FILE STATUS IS GL-HISTORY-STATUS.
           SELECT RUNDATE-FILE ASSIGN TO
                            "/home/proxa/doc/cob/rundate"
           ORGANIZATION IS LINE SEQUENTIAL
           05  RT-STATE     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  RT-DED       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  RT-HOURS     PIC 9(3).
           05  RT-RUN-KIND  PIC X(1).
           05  RT-EARN-CODE PIC X(3).
       FD EMPLOYEE-MASTER.
       01  MASTER-REC.
           05  MST-EMP-ID     PIC X(5).
           05  GL-DR-CR     PIC X(2).
           05  FILLER       PIC X(2).
           05  GL-AMOUNT    PIC S9(9)V99 SIGN LEADING SEPARATE.
       FD GL-HISTORY-FILE.
       01  GL-HISTORY-REC.
           05  GH-KEY.
               10  GH-DATE      PIC 9(8).
               10  GH-ACCOUNT   PIC X(18).
               10  GH-DEPT      PIC X(4).
               10  GH-DR-CR     PIC X(2).
           05  GH-AMOUNT    PIC S9(9)V99 SIGN LEADING SEPARATE.
       FD RUNDATE-FILE.
       01  RUNDATE-REC.
           05  PARM-DATE    PIC 9(8).
       01  RUN-TOTALS-STATUS PIC XX     VALUE SPACES.
       01  MASTER-STATUS   PIC XX       VALUE SPACES.
       01  RUNDATE-STATUS  PIC XX       VALUE SPACES.
       01  GL-HISTORY-STATUS PIC XX     VALUE SPACES.
       01  HISTORY-EOF     PIC 9        VALUE ZERO.
       01  GL-RUN-DATE     PIC 9(8)     VALUE ZERO.
       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 100 TIMES.
       01  OUT-OF-BALANCE  PIC 9        VALUE ZERO.
       01  CREDIT-ACCT-HOLD PIC X(18)   VALUE SPACES.
       01  CREDIT-AMT-HOLD PIC S9(9)V99 VALUE ZERO.
       01  DEPT-HOURS-TABLE.
           05  DEPT-HOURS-ENTRY OCCURS 300 TIMES.
               10  DH-DEPT    PIC X(4).
               10  DH-CODE    PIC X(3).
               10  DH-HOURS   PIC 9(7).
       01  DEPT-HOURS-COUNT PIC 9(3)    VALUE ZERO.
       01  DEPT-HOURS-CAPACITY PIC 9(3) VALUE 300.
       01  DH-SUB          PIC 9(3)     VALUE ZERO.
       01  DH-FOUND-SUB    PIC 9(3)     VALUE ZERO.
       01  HOURS-ACCT-HOLD.
           05  FILLER      PIC X(12)    VALUE "LABOR HOURS ".
           05  HOURS-ACCT-CODE PIC X(3).
           05  FILLER      PIC X(3)     VALUE SPACES.

      ***************************************************************
       PROCEDURE DIVISION.
           END-PERFORM
           PERFORM 260-PROVE-BALANCE
           IF OUT-OF-BALANCE = ZERO
               PERFORM 270-CLEAR-HISTORY
               PERFORM 280-WRITE-POSTINGS
           END-IF
           PERFORM 300-CLOSE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-POST-FILE
           OPEN I-O GL-HISTORY-FILE
           IF GL-HISTORY-STATUS = "35"
               OPEN OUTPUT GL-HISTORY-FILE
               CLOSE GL-HISTORY-FILE
               OPEN I-O GL-HISTORY-FILE
           END-IF.


       200-ACCUMULATE.
               ELSE
                   IF RT-TYPE = "D"
                       PERFORM 220-DISTRIBUTE-DETAIL
                   ELSE
                       IF RT-TYPE = "E"
                           PERFORM 225-ACCUMULATE-HOURS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           END-IF.


       225-ACCUMULATE-HOURS.
      *    THE "E" RECORDS CARRY HOURS BY EARNINGS CODE - SUMMED BY
      *    DEPARTMENT FOR THE STATISTICAL HOURS LINES.  THE DOLLARS ON
      *    THEM ARE ALREADY IN THE "D" GROSS AND ARE NOT POSTED AGAIN.
      *    AN EMPLOYEE MISSING FROM THE MASTER HAS ALREADY WITHHELD
      *    THE POSTING THROUGH THE "D" RECORD.
           MOVE RT-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 227-FIND-DEPT-HOURS
                   IF DH-FOUND-SUB > ZERO
                       ADD RT-HOURS TO DH-HOURS (DH-FOUND-SUB)
                   END-IF
           END-READ.


       227-FIND-DEPT-HOURS.
           MOVE ZERO TO DH-FOUND-SUB
           PERFORM VARYING DH-SUB FROM 1 BY 1
                   UNTIL DH-SUB > DEPT-HOURS-COUNT
               IF DH-DEPT (DH-SUB) = MST-DEPT
                   AND DH-CODE (DH-SUB) = RT-EARN-CODE
                   MOVE DH-SUB TO DH-FOUND-SUB
               END-IF
           END-PERFORM
           IF DH-FOUND-SUB = ZERO
               IF DEPT-HOURS-COUNT < DEPT-HOURS-CAPACITY
                   ADD 1 TO DEPT-HOURS-COUNT
                   MOVE DEPT-HOURS-COUNT TO DH-FOUND-SUB
                   MOVE MST-DEPT TO DH-DEPT (DH-FOUND-SUB)
                   MOVE RT-EARN-CODE TO DH-CODE (DH-FOUND-SUB)
                   MOVE ZERO TO DH-HOURS (DH-FOUND-SUB)
               ELSE
                   DISPLAY "DEPT HOURS TABLE FULL - HOURS NOT SHOWN "
                       RT-EARN-CODE
               END-IF
           END-IF.


       230-LOOKUP-DEPT.
           MOVE RT-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER
           END-IF.


       270-CLEAR-HISTORY.
      *    A RERUN FOR THE SAME DATE - A SECOND RUN THAT DAY, OR THE
      *    RERUN AFTER A BACKOUT - REPLACES THAT DATE'S HISTORY RATHER
      *    THAN ADDING TO IT, OR MONTH-TO-DATE WOULD COUNT IT TWICE.
           MOVE LOW-VALUES TO GH-KEY
           MOVE GL-RUN-DATE TO GH-DATE
           START GL-HISTORY-FILE KEY NOT < GH-KEY
               INVALID KEY
                   MOVE 1 TO HISTORY-EOF
           END-START
           PERFORM UNTIL HISTORY-EOF = 1
               READ GL-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO HISTORY-EOF
                   NOT AT END
                       IF GH-DATE = GL-RUN-DATE
                           DELETE GL-HISTORY-FILE
                       ELSE
                           MOVE 1 TO HISTORY-EOF
                       END-IF
               END-READ
           END-PERFORM.


       280-WRITE-POSTINGS.
           PERFORM VARYING DP-SUB FROM 1 BY 1
                   UNTIL DP-SUB > DEPT-COUNT
               MOVE "DR" TO GL-DR-CR
               MOVE DP-GROSS (DP-SUB) TO GL-AMOUNT
               WRITE GL-POST-REC
               PERFORM 295-WRITE-HISTORY
           END-PERFORM
           MOVE "ACCRUED NET PAY" TO CREDIT-ACCT-HOLD
           MOVE CREDIT-NET TO CREDIT-AMT-HOLD
           PERFORM 290-WRITE-CREDIT
           MOVE "DEDUCTIONS PAYABLE" TO CREDIT-ACCT-HOLD
           MOVE CREDIT-DED TO CREDIT-AMT-HOLD
           PERFORM 290-WRITE-CREDIT
      *    HOURS BY EARNINGS CODE FOLLOW THE DOLLARS AS STATISTICAL
      *    "ST" LINES - NEITHER DEBIT NOR CREDIT, SO THEY STAY OUT OF
      *    THE BALANCE THE GL PROVES.
           PERFORM VARYING DH-SUB FROM 1 BY 1
                   UNTIL DH-SUB > DEPT-HOURS-COUNT
               MOVE SPACES TO GL-POST-REC
               MOVE GL-RUN-DATE TO GL-DATE
               MOVE DH-CODE (DH-SUB) TO HOURS-ACCT-CODE
               MOVE HOURS-ACCT-HOLD TO GL-ACCOUNT
               MOVE DH-DEPT (DH-SUB) TO GL-DEPT
               MOVE "ST" TO GL-DR-CR
               MOVE DH-HOURS (DH-SUB) TO GL-AMOUNT
               WRITE GL-POST-REC
               PERFORM 295-WRITE-HISTORY
           END-PERFORM.


       290-WRITE-CREDIT.
           MOVE SPACES TO GL-DEPT
           MOVE "CR" TO GL-DR-CR
           MOVE CREDIT-AMT-HOLD TO GL-AMOUNT
           WRITE GL-POST-REC
           PERFORM 295-WRITE-HISTORY.


       295-WRITE-HISTORY.
           MOVE GL-DATE TO GH-DATE
           MOVE GL-ACCOUNT TO GH-ACCOUNT
           MOVE GL-DEPT TO GH-DEPT
           MOVE GL-DR-CR TO GH-DR-CR
           MOVE GL-AMOUNT TO GH-AMOUNT
           WRITE GL-HISTORY-REC
               INVALID KEY
                   REWRITE GL-HISTORY-REC
           END-WRITE.


       300-CLOSE.
           CLOSE RUN-TOTALS-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE GL-POST-FILE
           CLOSE GL-HISTORY-FILE.

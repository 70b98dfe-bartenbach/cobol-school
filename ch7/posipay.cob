      ***************************************************************
       IDENTIFICATION DIVISION.
      ***************************************************************
       PROGRAM-ID. Positive_Pay.
      * AUTHOR: Blake Bartenbach
      * FUNCTION: Builds the bank's positive-pay issue file after a
      *           pay run - one issue record per check on the check
      *           register with the payee name from the employee
      *           master, one void record per check voided since the
      *           last transmission by an adjustment or a backout,
      *           and a trailer carrying the counts and totals the
      *           bank proves the file against.

      ***************************************************************
       ENVIRONMENT DIVISION.
      ***************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-chk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-STATUS.
           SELECT PP-VOID-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-ppvoid"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PP-VOID-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO
                                  "/home/proxa/doc/cob/c0701-mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-EMP-ID
           FILE STATUS IS MASTER-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-pospay"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO
                            "/home/proxa/doc/cob/rundate"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNDATE-STATUS.

      ***************************************************************
       DATA DIVISION.
      ***************************************************************
       FILE SECTION.
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
       FD PP-VOID-FILE.
       01  PP-VOID-REC.
           05  PV-CHECK-NO  PIC 9(6).
           05  PV-EMP-ID    PIC X(5).
           05  PV-AMOUNT    PIC 9(8)V99.
           05  PV-VOID-DATE PIC 9(8).
      *    "A" AN ADJUSTMENT VOID, "B" A CHECK FROM A BACKED-OUT RUN
           05  PV-SOURCE    PIC X(1).
       FD EMPLOYEE-MASTER.
       01  MASTER-REC.
           05  MST-EMP-ID     PIC X(5).
           05  MST-NAME       PIC X(15).
           05  MST-DEPT       PIC X(4).
           05  MST-RATE       PIC 99V99.
           05  MST-HIRE-DATE  PIC 9(8).
           05  MST-TERM-DATE  PIC 9(8).
           05  MST-FILING-STATUS PIC X(1).
           05  MST-ALLOWANCES PIC 9(2).
           05  MST-DEPOSIT-FLAG PIC X(1).
           05  MST-ROUTING    PIC 9(9).
           05  MST-ACCOUNT    PIC X(17).
           05  MST-PAY-FREQ   PIC X(1).
           05  MST-WORK-STATE PIC X(2).
       FD POSITIVE-PAY-FILE.
       01  PP-HEADER-REC.
           05  PPH-TYPE     PIC X(1).
           05  PPH-DATE     PIC 9(8).
           05  PPH-NAME     PIC X(16).
       01  PP-DETAIL-REC.
           05  PPD-TYPE     PIC X(1).
           05  PPD-CHECK-NO PIC 9(6).
           05  PPD-DATE     PIC 9(8).
           05  PPD-PAYEE    PIC X(15).
           05  PPD-AMOUNT   PIC 9(8)V99.
       01  PP-TRAILER-REC.
           05  PPT-TYPE     PIC X(1).
           05  PPT-ISSUE-COUNT PIC 9(6).
           05  PPT-ISSUE-TOTAL PIC 9(10)V99.
           05  PPT-VOID-COUNT PIC 9(6).
           05  PPT-VOID-TOTAL PIC 9(10)V99.
       FD RUNDATE-FILE.
       01  RUNDATE-REC.
           05  PARM-DATE    PIC 9(8).
           05  PARM-DATE-X  REDEFINES PARM-DATE PIC X(8).
       WORKING-STORAGE SECTION.
       01  REGISTER-EOF    PIC 9        VALUE ZERO.
       01  VOID-EOF        PIC 9        VALUE ZERO.
       01  REGISTER-STATUS PIC XX       VALUE SPACES.
       01  PP-VOID-STATUS  PIC XX       VALUE SPACES.
       01  MASTER-STATUS   PIC XX       VALUE SPACES.
       01  RUNDATE-STATUS  PIC XX       VALUE SPACES.
       01  ISSUE-DATE      PIC 9(8)     VALUE ZERO.
       01  VOIDS-PRESENT   PIC 9        VALUE ZERO.
       01  TOTAL-ISSUED    PIC 9(6)     VALUE ZERO.
       01  TOTAL-ISSUED-AMT PIC 9(10)V99 VALUE ZERO.
       01  TOTAL-VOIDED    PIC 9(6)     VALUE ZERO.
       01  TOTAL-VOIDED-AMT PIC 9(10)V99 VALUE ZERO.
       01  TOTAL-NO-NAME   PIC 9(5)     VALUE ZERO.

      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************
       100-MAIN.
           PERFORM 150-INIT
           PERFORM 200-WRITE-ISSUES
           PERFORM 220-WRITE-VOIDS
           PERFORM 280-WRITE-TRAILER
           PERFORM 300-CLOSE
           DISPLAY "POSITIVE PAY FOR " ISSUE-DATE " - ISSUED "
               TOTAL-ISSUED " VOIDED " TOTAL-VOIDED
       STOP RUN.


       150-INIT.
           OPEN INPUT RUNDATE-FILE
           IF RUNDATE-STATUS = "00"
               READ RUNDATE-FILE
                   AT END
                       MOVE SPACES TO PARM-DATE-X
               END-READ
               CLOSE RUNDATE-FILE
               IF PARM-DATE NUMERIC AND PARM-DATE NOT = ZERO
                   MOVE PARM-DATE TO ISSUE-DATE
               ELSE
                   ACCEPT ISSUE-DATE FROM DATE YYYYMMDD
               END-IF
           ELSE
               ACCEPT ISSUE-DATE FROM DATE YYYYMMDD
           END-IF
      *    THE PAYEE NAME IS PART OF WHAT THE BANK MATCHES - A FILE
      *    WITHOUT IT WOULD PASS AN ALTERED PAYEE LINE.
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
                   MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSITIVE-PAY-FILE
           MOVE "1" TO PPH-TYPE
           MOVE ISSUE-DATE TO PPH-DATE
           MOVE "PAYROLL CHECKS" TO PPH-NAME
           WRITE PP-HEADER-REC.


       200-WRITE-ISSUES.
      *    THE REGISTER HOLDS ONLY THE LAST RUN'S CHECKS - AN EMPTY
      *    OR MISSING REGISTER (A BACKED-OUT NIGHT) STILL SENDS THE
      *    VOIDS AND A ZERO TRAILER.
           OPEN INPUT CHECK-REGISTER-FILE
           IF REGISTER-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL REGISTER-EOF = 1
                   READ CHECK-REGISTER-FILE
                       AT END
                           MOVE 1 TO REGISTER-EOF
                       NOT AT END
                           IF CHK-NET-NUM NUMERIC
                               PERFORM 210-WRITE-ONE-ISSUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF.


       210-WRITE-ONE-ISSUE.
           MOVE "I" TO PPD-TYPE
           MOVE CHK-CHECK-NO TO PPD-CHECK-NO
           MOVE CHK-DATE TO PPD-DATE
           MOVE CHK-EMP-ID TO MST-EMP-ID
           PERFORM 250-LOOKUP-PAYEE
           MOVE CHK-NET-NUM TO PPD-AMOUNT
           WRITE PP-DETAIL-REC
           ADD 1 TO TOTAL-ISSUED
           ADD CHK-NET-NUM TO TOTAL-ISSUED-AMT.


       220-WRITE-VOIDS.
      *    THE PENDING-VOID FILE IS APPENDED BY THE ADJUSTMENT RUN
      *    AND BY THE BACKOUT - EMPTIED ONCE SENT SO THE SAME VOID
      *    NEVER GOES TO THE BANK TWICE.
           OPEN INPUT PP-VOID-FILE
           IF PP-VOID-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE 1 TO VOIDS-PRESENT
               PERFORM UNTIL VOID-EOF = 1
                   READ PP-VOID-FILE
                       AT END
                           MOVE 1 TO VOID-EOF
                       NOT AT END
                           IF PV-AMOUNT NUMERIC
                               PERFORM 230-WRITE-ONE-VOID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PP-VOID-FILE
           END-IF.


       230-WRITE-ONE-VOID.
           MOVE "V" TO PPD-TYPE
           MOVE PV-CHECK-NO TO PPD-CHECK-NO
           MOVE PV-VOID-DATE TO PPD-DATE
           MOVE PV-EMP-ID TO MST-EMP-ID
           PERFORM 250-LOOKUP-PAYEE
           MOVE PV-AMOUNT TO PPD-AMOUNT
           WRITE PP-DETAIL-REC
           ADD 1 TO TOTAL-VOIDED
           ADD PV-AMOUNT TO TOTAL-VOIDED-AMT.


       250-LOOKUP-PAYEE.
      *    A CHECK FOR SOMEONE NO LONGER ON THE MASTER STILL GOES OUT
      *    - BLANK PAYEE, AND THE RUN ENDS NONZERO SO SOMEONE LOOKS.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACES TO PPD-PAYEE
                   ADD 1 TO TOTAL-NO-NAME
               NOT INVALID KEY
                   MOVE MST-NAME TO PPD-PAYEE
           END-READ.


       280-WRITE-TRAILER.
           MOVE "9" TO PPT-TYPE
           MOVE TOTAL-ISSUED TO PPT-ISSUE-COUNT
           MOVE TOTAL-ISSUED-AMT TO PPT-ISSUE-TOTAL
           MOVE TOTAL-VOIDED TO PPT-VOID-COUNT
           MOVE TOTAL-VOIDED-AMT TO PPT-VOID-TOTAL
           WRITE PP-TRAILER-REC
           IF TOTAL-NO-NAME > ZERO
               DISPLAY "CHECKS WITH NO MASTER NAME: " TOTAL-NO-NAME
               MOVE 8 TO RETURN-CODE
           END-IF.


       300-CLOSE.
           CLOSE EMPLOYEE-MASTER
           CLOSE POSITIVE-PAY-FILE
           IF VOIDS-PRESENT = 1
               OPEN OUTPUT PP-VOID-FILE
               CLOSE PP-VOID-FILE
           END-IF.

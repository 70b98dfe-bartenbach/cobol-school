      ***************************************************************
       IDENTIFICATION DIVISION.
      ***************************************************************
       PROGRAM-ID. Labor_Budget.
      * AUTHOR: Blake Bartenbach
      * FUNCTION: Department labor budget versus actual.  Sums the
      *           labor-expense debits GL_Distribution has posted to
      *           the GL history for the month and the year to date
      *           and sets them against each department's monthly
      *           budget - budget, actual, variance and percent used
      *           for both, with departments already over budget or
      *           running at a pace to overrun by month-end flagged.

      ***************************************************************
       ENVIRONMENT DIVISION.
      ***************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-budget"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUDGET-STATUS.
           SELECT GL-HISTORY-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-glhist"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GH-KEY
           FILE STATUS IS GL-HISTORY-STATUS.
           SELECT BUDGET-REPORT-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-budrpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO
                            "/home/proxa/doc/cob/rundate"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNDATE-STATUS.

      ***************************************************************
       DATA DIVISION.
      ***************************************************************
       FILE SECTION.
       FD BUDGET-FILE.
       01  BUDGET-REC.
           05  BUD-DEPT     PIC X(4).
           05  BUD-YEAR     PIC 9(4).
           05  BUD-MONTH    PIC 9(2).
           05  BUD-AMOUNT   PIC 9(7)V99.
       FD GL-HISTORY-FILE.
       01  GL-HISTORY-REC.
           05  GH-KEY.
               10  GH-DATE      PIC 9(8).
               10  GH-ACCOUNT   PIC X(18).
               10  GH-DEPT      PIC X(4).
               10  GH-DR-CR     PIC X(2).
           05  GH-AMOUNT    PIC S9(9)V99 SIGN LEADING SEPARATE.
       FD BUDGET-REPORT-FILE.
       01  BUDGET-REPORT-REC PIC X(132).
       FD RUNDATE-FILE.
       01  RUNDATE-REC.
           05  PARM-DATE    PIC 9(8).
           05  PARM-DATE-X  REDEFINES PARM-DATE PIC X(8).
       WORKING-STORAGE SECTION.
       01  BUDGET-EOF      PIC 9        VALUE ZERO.
       01  HISTORY-EOF     PIC 9        VALUE ZERO.
       01  BUDGET-STATUS   PIC XX       VALUE SPACES.
       01  GL-HISTORY-STATUS PIC XX     VALUE SPACES.
       01  RUNDATE-STATUS  PIC XX       VALUE SPACES.
       01  REPORT-DATE     PIC 9(8)     VALUE ZERO.
       01  REPORT-DATE-PARTS REDEFINES REPORT-DATE.
           05  REPORT-YEAR  PIC 9(4).
           05  REPORT-MONTH PIC 9(2).
           05  REPORT-DAY   PIC 9(2).
       01  MONTH-START     PIC 9(8)     VALUE ZERO.
       01  YEAR-START      PIC 9(8)     VALUE ZERO.
       01  MONTH-DAYS-VALUES PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  MONTH-DAYS   PIC 9(2) OCCURS 12 TIMES.
       01  DAYS-IN-MONTH   PIC 9(2)     VALUE ZERO.
       01  LEAP-QUOT       PIC 9(4)     VALUE ZERO.
       01  LEAP-REM-4      PIC 9(4)     VALUE ZERO.
       01  LEAP-REM-100    PIC 9(4)     VALUE ZERO.
       01  LEAP-REM-400    PIC 9(4)     VALUE ZERO.
       01  BUDGET-TABLE.
           05  BUDGET-ENTRY OCCURS 100 TIMES.
               10  LB-DEPT        PIC X(4).
               10  LB-HAS-BUDGET  PIC 9.
               10  LB-MONTH-BUDGET PIC 9(7)V99 OCCURS 12 TIMES.
               10  LB-MTD-ACTUAL  PIC S9(9)V99.
               10  LB-YTD-ACTUAL  PIC S9(9)V99.
       01  BUDGET-COUNT    PIC 9(3)     VALUE ZERO.
       01  BUDGET-CAPACITY PIC 9(3)     VALUE 100.
       01  LB-SUB          PIC 9(3)     VALUE ZERO.
       01  LB-FOUND-SUB    PIC 9(3)     VALUE ZERO.
       01  MO-SUB          PIC 9(2)     VALUE ZERO.
       01  DEPT-HOLD       PIC X(4)     VALUE SPACES.
       01  MONTH-BUDGET    PIC 9(9)V99  VALUE ZERO.
       01  YTD-BUDGET      PIC 9(9)V99  VALUE ZERO.
       01  MTD-VARIANCE    PIC S9(9)V99 VALUE ZERO.
       01  YTD-VARIANCE    PIC S9(9)V99 VALUE ZERO.
       01  PROJECTED       PIC S9(9)V99 VALUE ZERO.
       01  PCT-USED        PIC S9(5)V9  VALUE ZERO.
       01  TOTAL-MONTH-BUDGET PIC 9(9)V99  VALUE ZERO.
       01  TOTAL-YTD-BUDGET   PIC 9(9)V99  VALUE ZERO.
       01  TOTAL-MTD-ACTUAL   PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-YTD-ACTUAL   PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-PROJECTED    PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-BAD-BUDGET   PIC 9(5)     VALUE ZERO.
       01  TOTAL-OVER      PIC 9(3)     VALUE ZERO.
       01  TOTAL-TRENDING  PIC 9(3)     VALUE ZERO.
       01  TOTAL-NO-BUDGET PIC 9(3)     VALUE ZERO.
       01  REPORT-HDR.
           05  FILLER      PIC X(40)
               VALUE "DEPARTMENT LABOR BUDGET VERSUS ACTUAL AS".
           05  FILLER      PIC X(4)  VALUE " OF ".
           05  RH-DATE     PIC 9(8).
       01  REPORT-COLUMN-HDR-1.
           05  FILLER      PIC X(36)
               VALUE "      ----------------------- MONTH ".
           05  FILLER      PIC X(36)
               VALUE "TO DATE ------------------------ ---".
           05  FILLER      PIC X(36)
               VALUE "---------------- YEAR TO DATE ------".
           05  FILLER      PIC X(12)
               VALUE "------------".
       01  REPORT-COLUMN-HDR-2.
           05  FILLER      PIC X(36)
               VALUE "DEPT         BUDGET        ACTUAL   ".
           05  FILLER      PIC X(36)
               VALUE "   VARIANCE   USED     PROJECTED    ".
           05  FILLER      PIC X(36)
               VALUE "     BUDGET         ACTUAL       VAR".
           05  FILLER      PIC X(19)
               VALUE "IANCE   USED STATUS".
       01  REPORT-DETAIL-LINE.
           05  RDL-DEPT        PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RDL-MONTH-BUDGET PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RDL-MTD-ACTUAL  PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RDL-MTD-VARIANCE PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RDL-MTD-PCT     PIC ZZZ9.9.
           05  RDL-MTD-PCT-X   REDEFINES RDL-MTD-PCT PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RDL-PROJECTED   PIC -Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RDL-YTD-BUDGET  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RDL-YTD-ACTUAL  PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RDL-YTD-VARIANCE PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RDL-YTD-PCT     PIC ZZZ9.9.
           05  RDL-YTD-PCT-X   REDEFINES RDL-YTD-PCT PIC X(6).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RDL-STATUS      PIC X(9).
       01  TRAILER-LINE-1.
           05  FILLER      PIC X(22) VALUE "DEPARTMENTS OVER:".
           05  TRAILER-OVER-COUNT     PIC ZZ9.
       01  TRAILER-LINE-2.
           05  FILLER      PIC X(22) VALUE "DEPARTMENTS TRENDING:".
           05  TRAILER-TRENDING-COUNT PIC ZZ9.
       01  TRAILER-LINE-3.
           05  FILLER      PIC X(22) VALUE "DEPARTMENTS NO BUDGET:".
           05  TRAILER-NO-BUDGET-COUNT PIC ZZ9.

      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************
       100-MAIN.
           PERFORM 150-INIT
           PERFORM 200-LOAD-BUDGETS
           PERFORM 220-LOAD-ACTUALS
           PERFORM 250-WRITE-REPORT
           PERFORM 280-PRINT-TOTALS
           PERFORM 300-CLOSE
           DISPLAY "LABOR BUDGET FOR " REPORT-DATE " - OVER "
               TOTAL-OVER " TRENDING " TOTAL-TRENDING
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
                   MOVE PARM-DATE TO REPORT-DATE
               ELSE
                   ACCEPT REPORT-DATE FROM DATE YYYYMMDD
               END-IF
           ELSE
               ACCEPT REPORT-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE MONTH-START = REPORT-YEAR * 10000
               + REPORT-MONTH * 100 + 1
           COMPUTE YEAR-START = REPORT-YEAR * 10000 + 0101
           MOVE MONTH-DAYS (REPORT-MONTH) TO DAYS-IN-MONTH
           IF REPORT-MONTH = 2
               DIVIDE REPORT-YEAR BY 4 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM-4
               DIVIDE REPORT-YEAR BY 100 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM-100
               DIVIDE REPORT-YEAR BY 400 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM-400
               IF LEAP-REM-4 = ZERO
                   AND (LEAP-REM-100 NOT = ZERO OR LEAP-REM-400 = ZERO)
                   MOVE 29 TO DAYS-IN-MONTH
               END-IF
           END-IF
           OPEN INPUT BUDGET-FILE
           IF BUDGET-STATUS NOT = "00"
               DISPLAY "BUDGET FILE NOT AVAILABLE - STATUS "
                   BUDGET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BUDGET-REPORT-FILE
           MOVE REPORT-DATE TO RH-DATE
           WRITE BUDGET-REPORT-REC FROM REPORT-HDR
           WRITE BUDGET-REPORT-REC FROM REPORT-COLUMN-HDR-1
           WRITE BUDGET-REPORT-REC FROM REPORT-COLUMN-HDR-2.


       200-LOAD-BUDGETS.
      *    ONLY THE REPORT YEAR'S ROWS ARE KEPT - THE FILE MAY CARRY
      *    NEXT YEAR'S PLAN ALREADY, OR LAST YEAR'S NOT YET CLEARED.
           PERFORM UNTIL BUDGET-EOF = 1
               READ BUDGET-FILE
                   AT END
                       MOVE 1 TO BUDGET-EOF
                   NOT AT END
                       IF BUD-YEAR NOT NUMERIC OR BUD-MONTH NOT NUMERIC
                           OR BUD-MONTH < 1 OR BUD-MONTH > 12
                           OR BUD-AMOUNT NOT NUMERIC
                           DISPLAY "BUDGET RECORD INVALID - DEPT "
                               BUD-DEPT
                           ADD 1 TO TOTAL-BAD-BUDGET
                       ELSE
                           IF BUD-YEAR = REPORT-YEAR
                               PERFORM 210-STORE-BUDGET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.


       210-STORE-BUDGET.
           MOVE BUD-DEPT TO DEPT-HOLD
           PERFORM 240-FIND-DEPT
           IF LB-FOUND-SUB > ZERO
               MOVE 1 TO LB-HAS-BUDGET (LB-FOUND-SUB)
               MOVE BUD-AMOUNT
                   TO LB-MONTH-BUDGET (LB-FOUND-SUB, BUD-MONTH)
           END-IF.


       220-LOAD-ACTUALS.
      *    ONLY THE LABOR-EXPENSE DEBITS ARE LABOR COST - THE CREDITS
      *    ARE WHERE THE MONEY WENT, AND THE "ST" LINES ARE HOURS.
      *    THE HISTORY IS KEYED BY DATE, SO THE READ STARTS AT NEW
      *    YEAR AND STOPS PAST THE REPORT DATE.
           OPEN INPUT GL-HISTORY-FILE
           IF GL-HISTORY-STATUS NOT = "00"
               DISPLAY "GL HISTORY NOT AVAILABLE - ACTUALS ARE ZERO"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO GH-KEY
           MOVE YEAR-START TO GH-DATE
           START GL-HISTORY-FILE KEY NOT < GH-KEY
               INVALID KEY
                   MOVE 1 TO HISTORY-EOF
           END-START
           PERFORM UNTIL HISTORY-EOF = 1
               READ GL-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO HISTORY-EOF
                   NOT AT END
                       IF GH-DATE > REPORT-DATE
                           MOVE 1 TO HISTORY-EOF
                       ELSE
                           IF GH-ACCOUNT = "LABOR EXPENSE"
                               AND GH-DR-CR = "DR"
                               PERFORM 230-ADD-ACTUAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-HISTORY-FILE.


       230-ADD-ACTUAL.
           MOVE GH-DEPT TO DEPT-HOLD
           PERFORM 240-FIND-DEPT
           IF LB-FOUND-SUB > ZERO
               ADD GH-AMOUNT TO LB-YTD-ACTUAL (LB-FOUND-SUB)
               IF GH-DATE NOT < MONTH-START
                   ADD GH-AMOUNT TO LB-MTD-ACTUAL (LB-FOUND-SUB)
               END-IF
           END-IF.


       240-FIND-DEPT.
           MOVE ZERO TO LB-FOUND-SUB
           PERFORM VARYING LB-SUB FROM 1 BY 1
                   UNTIL LB-SUB > BUDGET-COUNT
               IF LB-DEPT (LB-SUB) = DEPT-HOLD
                   MOVE LB-SUB TO LB-FOUND-SUB
               END-IF
           END-PERFORM
           IF LB-FOUND-SUB = ZERO
               IF BUDGET-COUNT < BUDGET-CAPACITY
                   ADD 1 TO BUDGET-COUNT
                   MOVE BUDGET-COUNT TO LB-FOUND-SUB
                   MOVE DEPT-HOLD TO LB-DEPT (LB-FOUND-SUB)
                   MOVE ZERO TO LB-HAS-BUDGET (LB-FOUND-SUB)
                   MOVE ZERO TO LB-MTD-ACTUAL (LB-FOUND-SUB)
                   MOVE ZERO TO LB-YTD-ACTUAL (LB-FOUND-SUB)
                   PERFORM VARYING MO-SUB FROM 1 BY 1
                           UNTIL MO-SUB > 12
                       MOVE ZERO
                           TO LB-MONTH-BUDGET (LB-FOUND-SUB, MO-SUB)
                   END-PERFORM
               ELSE
                   DISPLAY "DEPARTMENT TABLE FULL - NOT REPORTED "
                       DEPT-HOLD
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.


       250-WRITE-REPORT.
           PERFORM VARYING LB-SUB FROM 1 BY 1
                   UNTIL LB-SUB > BUDGET-COUNT
               PERFORM 260-WRITE-ONE-DEPT
           END-PERFORM.


       260-WRITE-ONE-DEPT.
           MOVE LB-MONTH-BUDGET (LB-SUB, REPORT-MONTH) TO MONTH-BUDGET
           MOVE ZERO TO YTD-BUDGET
           PERFORM VARYING MO-SUB FROM 1 BY 1
                   UNTIL MO-SUB > REPORT-MONTH
               ADD LB-MONTH-BUDGET (LB-SUB, MO-SUB) TO YTD-BUDGET
           END-PERFORM
           COMPUTE MTD-VARIANCE = MONTH-BUDGET - LB-MTD-ACTUAL (LB-SUB)
           COMPUTE YTD-VARIANCE = YTD-BUDGET - LB-YTD-ACTUAL (LB-SUB)
      *    THE PACE IS STRAIGHT-LINE ON CALENDAR DAYS - THE MONTH SO
      *    FAR, SPREAD OVER THE WHOLE MONTH.
           COMPUTE PROJECTED ROUNDED = LB-MTD-ACTUAL (LB-SUB)
               * DAYS-IN-MONTH / REPORT-DAY
           MOVE SPACES TO REPORT-DETAIL-LINE
           MOVE LB-DEPT (LB-SUB) TO RDL-DEPT
           MOVE MONTH-BUDGET TO RDL-MONTH-BUDGET
           MOVE LB-MTD-ACTUAL (LB-SUB) TO RDL-MTD-ACTUAL
           MOVE MTD-VARIANCE TO RDL-MTD-VARIANCE
           MOVE PROJECTED TO RDL-PROJECTED
           MOVE YTD-BUDGET TO RDL-YTD-BUDGET
           MOVE LB-YTD-ACTUAL (LB-SUB) TO RDL-YTD-ACTUAL
           MOVE YTD-VARIANCE TO RDL-YTD-VARIANCE
           IF MONTH-BUDGET > ZERO
               COMPUTE PCT-USED ROUNDED =
                   LB-MTD-ACTUAL (LB-SUB) * 100 / MONTH-BUDGET
               MOVE PCT-USED TO RDL-MTD-PCT
           ELSE
               MOVE SPACES TO RDL-MTD-PCT-X
           END-IF
           IF YTD-BUDGET > ZERO
               COMPUTE PCT-USED ROUNDED =
                   LB-YTD-ACTUAL (LB-SUB) * 100 / YTD-BUDGET
               MOVE PCT-USED TO RDL-YTD-PCT
           ELSE
               MOVE SPACES TO RDL-YTD-PCT-X
           END-IF
      *    A DEPARTMENT PAYING LABOR WITH NO PLAN FOR THE YEAR IS
      *    ITSELF THE FINDING - ITS VARIANCE IS MEANINGLESS.
           IF LB-HAS-BUDGET (LB-SUB) = ZERO
               MOVE "NO BUDGET" TO RDL-STATUS
               ADD 1 TO TOTAL-NO-BUDGET
           ELSE
               IF MTD-VARIANCE < ZERO OR YTD-VARIANCE < ZERO
                   MOVE "OVER" TO RDL-STATUS
                   ADD 1 TO TOTAL-OVER
               ELSE
                   IF PROJECTED > MONTH-BUDGET
                       MOVE "TRENDING" TO RDL-STATUS
                       ADD 1 TO TOTAL-TRENDING
                   END-IF
               END-IF
           END-IF
           WRITE BUDGET-REPORT-REC FROM REPORT-DETAIL-LINE
           ADD MONTH-BUDGET TO TOTAL-MONTH-BUDGET
           ADD YTD-BUDGET TO TOTAL-YTD-BUDGET
           ADD LB-MTD-ACTUAL (LB-SUB) TO TOTAL-MTD-ACTUAL
           ADD LB-YTD-ACTUAL (LB-SUB) TO TOTAL-YTD-ACTUAL
           ADD PROJECTED TO TOTAL-PROJECTED.


       280-PRINT-TOTALS.
           MOVE SPACES TO REPORT-DETAIL-LINE
           MOVE "ALL" TO RDL-DEPT
           MOVE TOTAL-MONTH-BUDGET TO RDL-MONTH-BUDGET
           MOVE TOTAL-MTD-ACTUAL TO RDL-MTD-ACTUAL
           COMPUTE MTD-VARIANCE = TOTAL-MONTH-BUDGET - TOTAL-MTD-ACTUAL
           MOVE MTD-VARIANCE TO RDL-MTD-VARIANCE
           MOVE TOTAL-PROJECTED TO RDL-PROJECTED
           MOVE TOTAL-YTD-BUDGET TO RDL-YTD-BUDGET
           MOVE TOTAL-YTD-ACTUAL TO RDL-YTD-ACTUAL
           COMPUTE YTD-VARIANCE = TOTAL-YTD-BUDGET - TOTAL-YTD-ACTUAL
           MOVE YTD-VARIANCE TO RDL-YTD-VARIANCE
           IF TOTAL-MONTH-BUDGET > ZERO
               COMPUTE PCT-USED ROUNDED =
                   TOTAL-MTD-ACTUAL * 100 / TOTAL-MONTH-BUDGET
               MOVE PCT-USED TO RDL-MTD-PCT
           ELSE
               MOVE SPACES TO RDL-MTD-PCT-X
           END-IF
           IF TOTAL-YTD-BUDGET > ZERO
               COMPUTE PCT-USED ROUNDED =
                   TOTAL-YTD-ACTUAL * 100 / TOTAL-YTD-BUDGET
               MOVE PCT-USED TO RDL-YTD-PCT
           ELSE
               MOVE SPACES TO RDL-YTD-PCT-X
           END-IF
           WRITE BUDGET-REPORT-REC FROM REPORT-DETAIL-LINE
           MOVE TOTAL-OVER TO TRAILER-OVER-COUNT
           WRITE BUDGET-REPORT-REC FROM TRAILER-LINE-1
           MOVE TOTAL-TRENDING TO TRAILER-TRENDING-COUNT
           WRITE BUDGET-REPORT-REC FROM TRAILER-LINE-2
           MOVE TOTAL-NO-BUDGET TO TRAILER-NO-BUDGET-COUNT
           WRITE BUDGET-REPORT-REC FROM TRAILER-LINE-3
           IF TOTAL-BAD-BUDGET > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.


       300-CLOSE.
           CLOSE BUDGET-REPORT-FILE.

       PROGRAM-ID. YTD_Reporting.
      * AUTHOR: Blake Bartenbach
      * FUNCTION: Walks the YTD file for W-2 style wage statements
      *           and the company quarterly wage summary.  The W-2
      *           takes the year's 401(k) deferrals from the deferral
      *           file, out of taxable wages and reported on their own
      *           line.  In close mode it archives the file and resets
      *           it to zeros for January.

      ***************************************************************
       ENVIRONMENT DIVISION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-EMP-ID
           FILE STATUS IS MASTER-STATUS.
           SELECT DEFERRAL-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-401k"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DEF-KEY
           FILE STATUS IS DEFERRAL-STATUS.
           SELECT W2-FILE ASSIGN TO "/home/proxa/doc/cob/c0701-w2"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO
           05  MST-ACCOUNT    PIC X(17).
           05  MST-PAY-FREQ   PIC X(1).
           05  MST-WORK-STATE PIC X(2).
       FD DEFERRAL-FILE.
       01  DEFERRAL-REC.
           05  DEF-KEY.
               10  DEF-EMP-ID PIC X(5).
               10  DEF-YEAR   PIC 9(4).
           05  DEF-YTD-EE  PIC 9(7)V99.
           05  DEF-YTD-ER  PIC 9(7)V99.
       FD W2-FILE.
       01  W2-REC          PIC X(80).
       FD SUMMARY-FILE.
           05  RT-STATE     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  RT-DED       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  RT-HOURS     PIC 9(3).
           05  RT-RUN-KIND  PIC X(1).
           05  RT-EARN-CODE PIC X(3).
       FD RUNTOT-ARCHIVE-FILE.
       01  RUNTOT-ARCHIVE-REC.
           05  RTA-TYPE     PIC X(1).
           05  RTA-STATE    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  RTA-DED      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  RTA-HOURS    PIC 9(3).
           05  RTA-RUN-KIND PIC X(1).
           05  RTA-EARN-CODE PIC X(3).
       FD ARCHIVE-FILE.
       01  ARCHIVE-REC.
           05  ARC-EMP-ID  PIC X(5).
       01  RUN-TOTALS-STATUS PIC XX     VALUE SPACES.
       01  RUNTOT-ARCHIVE-STATUS PIC XX VALUE SPACES.
       01  RUNTOT-EOF      PIC 9        VALUE ZERO.
       01  DEFERRAL-STATUS PIC XX       VALUE SPACES.
       01  DEFERRAL-OPEN   PIC 9        VALUE ZERO.
       01  WS-DEFERRAL     PIC 9(7)V99  VALUE ZERO.
       01  WS-W2-WAGES     PIC 9(7)V99  VALUE ZERO.
       01  RUN-MODE        PIC X(6)     VALUE "REPORT".
           88  CLOSE-MODE               VALUE "CLOSE".
       01  RUN-DATE        PIC 9(8)     VALUE ZERO.
           05  FILLER      PIC X(10) VALUE "  FICA TAX".
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  W2-FICA     PIC $Z,ZZZ,ZZZ.99.
       01  W2-LINE-7.
           05  FILLER      PIC X(12) VALUE "12 D 401(K) ".
           05  W2-DEFERRAL PIC $Z,ZZZ,ZZZ.99.
       01  SUMMARY-HDR-1.
           05  FILLER      PIC X(31)
               VALUE "QUARTERLY WAGE SUMMARY QUARTER ".
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    NO DEFERRAL FILE MEANS NO ONE HAS DEFERRED YET - THE
      *    W-2 WAGES ARE THEN SIMPLY THE YTD GROSS.
           OPEN INPUT DEFERRAL-FILE
           IF DEFERRAL-STATUS = "00"
               MOVE 1 TO DEFERRAL-OPEN
           END-IF
           OPEN OUTPUT W2-FILE
           OPEN OUTPUT SUMMARY-FILE
           IF CLOSE-MODE
                   MOVE MST-WORK-STATE TO WS-WORK-STATE
           END-READ
           WRITE W2-REC FROM W2-LINE-2
           PERFORM 225-LOOKUP-DEFERRAL
      *    PRE-TAX DEFERRALS ARE OUT OF FEDERAL AND STATE WAGES BUT
      *    STILL IN FICA WAGES, WHICH LINE 6 FIGURES FROM FULL GROSS.
           IF WS-DEFERRAL > YTD-GROSS
               MOVE ZERO TO WS-W2-WAGES
           ELSE
               COMPUTE WS-W2-WAGES = YTD-GROSS - WS-DEFERRAL
           END-IF
           MOVE WS-W2-WAGES TO W2-GROSS
           WRITE W2-REC FROM W2-LINE-3
           MOVE YTD-FED TO W2-FED
           WRITE W2-REC FROM W2-LINE-4
           WRITE W2-REC FROM W2-LINE-5
           MOVE WS-TAXABLE TO W2-TAXABLE
           MOVE YTD-FICA TO W2-FICA
           WRITE W2-REC FROM W2-LINE-6
           IF WS-DEFERRAL > ZERO
               MOVE WS-DEFERRAL TO W2-DEFERRAL
               WRITE W2-REC FROM W2-LINE-7
           END-IF.


       225-LOOKUP-DEFERRAL.
      *    THE DEFERRAL FILE IS KEYED BY TAX YEAR, SO IT NEEDS NO
      *    RESET AT CLOSE - THE RUN YEAR PICKS THE RIGHT TOTALS.
           MOVE ZERO TO WS-DEFERRAL
           IF DEFERRAL-OPEN = 1
               MOVE YTD-EMP-ID TO DEF-EMP-ID
               MOVE RUN-YEAR TO DEF-YEAR
               READ DEFERRAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEF-YTD-EE TO WS-DEFERRAL
               END-READ
           END-IF.


       230-ACCUMULATE-STATE.
       300-CLOSE.
           CLOSE YTD-FILE
           CLOSE EMPLOYEE-MASTER
           IF DEFERRAL-OPEN = 1
               CLOSE DEFERRAL-FILE
           END-IF
           CLOSE W2-FILE
           CLOSE SUMMARY-FILE
           IF CLOSE-MODE

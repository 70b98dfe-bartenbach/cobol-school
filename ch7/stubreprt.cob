      ***************************************************************
       IDENTIFICATION DIVISION.
      ***************************************************************
       PROGRAM-ID. Stub_Reprint.
      * AUTHOR: Blake Bartenbach
      * FUNCTION: Reprints pay stubs and earnings summaries from the
      *           pay history the payroll run keeps per check.  Each
      *           request names an employee and a pay-date range and
      *           asks for either the stubs themselves ("S", the
      *           default) or an earnings summary ("E") - one line
      *           per check, then totals by earnings type and by
      *           deduction code, for loan and income verification.
      *           Checks voided by a later adjustment are shown and
      *           marked but kept out of the summary totals.

      ***************************************************************
       ENVIRONMENT DIVISION.
      ***************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPRINT-REQUEST-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-rprreq"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQUEST-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-payhist"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT REPRINT-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-reprint"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO
                            "/home/proxa/doc/cob/rundate"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNDATE-STATUS.

      ***************************************************************
       DATA DIVISION.
      ***************************************************************
       FILE SECTION.
       FD REPRINT-REQUEST-FILE.
       01  REPRINT-REQUEST-REC.
           05  RQ-EMP-ID    PIC X(5).
           05  RQ-FROM-DATE PIC 9(8).
           05  RQ-FROM-DATE-X REDEFINES RQ-FROM-DATE PIC X(8).
           05  RQ-TO-DATE   PIC 9(8).
           05  RQ-TO-DATE-X REDEFINES RQ-TO-DATE PIC X(8).
           05  RQ-TYPE      PIC X(1).
       FD PAY-HISTORY-FILE.
       01  PAY-HISTORY-REC.
           COPY "payhist.cpy".
       FD REPRINT-FILE.
       01  REPRINT-REC      PIC X(132).
       FD RUNDATE-FILE.
       01  RUNDATE-REC.
           05  PARM-DATE    PIC 9(8).
           05  PARM-DATE-X  REDEFINES PARM-DATE PIC X(8).
       WORKING-STORAGE SECTION.
       01  REQUEST-EOF     PIC 9        VALUE ZERO.
       01  HISTORY-EOF     PIC 9        VALUE ZERO.
       01  REQUEST-STATUS  PIC XX       VALUE SPACES.
       01  PAY-HISTORY-STATUS PIC XX    VALUE SPACES.
       01  RUNDATE-STATUS  PIC XX       VALUE SPACES.
       01  REPRINT-DATE    PIC 9(8)     VALUE ZERO.
       01  REJECT-REASON   PIC X(30)    VALUE SPACES.
       01  CHECKS-FOUND    PIC 9(5)     VALUE ZERO.
       01  EA-SUB          PIC 9(2)     VALUE ZERO.
       01  DA-SUB          PIC 9(2)     VALUE ZERO.
      *    THE SUMMARY'S RUNNING TOTALS FOR ONE REQUEST.  EARNINGS
      *    ARE KEPT BY CODE AND DESCRIPTION TOGETHER - COMMISSION,
      *    RETRO, PAYOUT AND SUPPLEMENTAL PAY CARRY NO EARNINGS CODE
      *    OF THEIR OWN AND ARE TOLD APART BY THE DESCRIPTION.
       01  EARN-TOTAL-TABLE.
           05  EARN-TOTAL-ENTRY OCCURS 30 TIMES.
               10  ET-CODE      PIC X(3).
               10  ET-DESC      PIC X(12).
               10  ET-HOURS     PIC 9(5)V99.
               10  ET-PAY       PIC S9(7)V99.
       01  EARN-TOTAL-COUNT PIC 9(2)    VALUE ZERO.
       01  EARN-TOTAL-CAPACITY PIC 9(2) VALUE 30.
       01  ET-SUB          PIC 9(2)     VALUE ZERO.
       01  ET-FOUND-SUB    PIC 9(2)     VALUE ZERO.
       01  DED-TOTAL-TABLE.
           05  DED-TOTAL-ENTRY OCCURS 30 TIMES.
               10  DT-CODE      PIC X(3).
               10  DT-AMT       PIC 9(7)V99.
       01  DED-TOTAL-COUNT PIC 9(2)     VALUE ZERO.
       01  DED-TOTAL-CAPACITY PIC 9(2)  VALUE 30.
       01  DT-SUB          PIC 9(2)     VALUE ZERO.
       01  DT-FOUND-SUB    PIC 9(2)     VALUE ZERO.
       01  HOLD-CODE       PIC X(3)     VALUE SPACES.
       01  HOLD-DESC       PIC X(12)    VALUE SPACES.
       01  HOLD-HOURS      PIC 9(5)V99  VALUE ZERO.
       01  HOLD-PAY        PIC S9(7)V99 VALUE ZERO.
       01  CHECK-HOURS     PIC 9(5)     VALUE ZERO.
       01  SUM-CHECKS      PIC 9(5)     VALUE ZERO.
       01  SUM-VOIDED      PIC 9(5)     VALUE ZERO.
       01  SUM-HOURS       PIC 9(7)     VALUE ZERO.
       01  SUM-GROSS       PIC 9(7)V99  VALUE ZERO.
       01  SUM-FICA        PIC 9(7)V99  VALUE ZERO.
       01  SUM-FED         PIC 9(7)V99  VALUE ZERO.
       01  SUM-STATE       PIC 9(7)V99  VALUE ZERO.
       01  SUM-DED         PIC 9(7)V99  VALUE ZERO.
       01  SUM-NET         PIC 9(7)V99  VALUE ZERO.
       01  SUM-ER-MATCH    PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-REQUESTS  PIC 9(5)     VALUE ZERO.
       01  TOTAL-REJECTED  PIC 9(5)     VALUE ZERO.
       01  TOTAL-NOT-FOUND PIC 9(5)     VALUE ZERO.
       01  TOTAL-STUBS     PIC 9(5)     VALUE ZERO.
       01  TOTAL-SUMMARIES PIC 9(5)     VALUE ZERO.
      *    THE STUB LINES ARE THE PAYROLL RUN'S OWN LAYOUTS, SO A
      *    REPRINT READS EXACTLY LIKE THE STUB THE EMPLOYEE GOT.
       01  STUB-LINE-1.
           05  FILLER       PIC X(24)
               VALUE "PAY STUB  PERIOD ENDING ".
           05  STUB-DATE    PIC 9(8).
           05  FILLER       PIC X(11) VALUE "  CHECK NO ".
           05  STUB-CHECK-NO PIC 9(6).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  STUB-FLAG    PIC X(5)  VALUE SPACES.
       01  STUB-LINE-2.
           05  FILLER       PIC X(9)  VALUE "EMPLOYEE ".
           05  STUB-EMP-ID  PIC X(5).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  STUB-NAME    PIC X(15).
       01  STUB-LINE-3.
           05  FILLER       PIC X(10) VALUE "REG HOURS ".
           05  STUB-REG-HOURS PIC ZZ9.
           05  FILLER       PIC X(11) VALUE "  OT HOURS ".
           05  STUB-OT-HOURS PIC ZZ9.
       01  STUB-LINE-4.
           05  FILLER       PIC X(8)  VALUE "REG PAY ".
           05  STUB-REG-PAY PIC $ZZ,ZZZ.99.
           05  FILLER       PIC X(9)  VALUE "  OT PAY ".
           05  STUB-OT-PAY  PIC $ZZ,ZZZ.99.
       01  STUB-LINE-5.
           05  FILLER       PIC X(6)  VALUE "GROSS ".
           05  STUB-GROSS   PIC $ZZ,ZZZ.99.
           05  FILLER       PIC X(7)  VALUE "  FICA ".
           05  STUB-FICA    PIC $Z,ZZZ.99.
           05  FILLER       PIC X(6)  VALUE "  FED ".
           05  STUB-FED     PIC $Z,ZZZ.99.
           05  FILLER       PIC X(8)  VALUE "  STATE ".
           05  STUB-STATE   PIC $Z,ZZZ.99.
       01  STUB-LINE-6.
           05  FILLER       PIC X(11) VALUE "DEDUCTIONS ".
           05  STUB-DED     PIC $Z,ZZZ.99.
           05  FILLER       PIC X(10) VALUE "  NET PAY ".
           05  STUB-NET     PIC $ZZ,ZZZ.99.
       01  STUB-LINE-7.
           05  FILLER       PIC X(10) VALUE "YTD GROSS ".
           05  STUB-YTD-GROSS PIC $ZZZ,ZZZ.99.
           05  FILLER       PIC X(10) VALUE "  YTD TAX ".
           05  STUB-YTD-TAX PIC $ZZZ,ZZZ.99.
           05  FILLER       PIC X(10) VALUE "  YTD NET ".
           05  STUB-YTD-NET PIC $ZZZ,ZZZ.99.
       01  STUB-LINE-8.
           05  FILLER       PIC X(11) VALUE "COMMISSION ".
           05  STUB-COMM    PIC $Z,ZZZ.99.
       01  STUB-LINE-15.
           05  FILLER       PIC X(11) VALUE "INCENTIVE  ".
           05  STUB-INCENTIVE PIC $ZZ,ZZZ.99.
       01  STUB-LINE-9.
           05  FILLER       PIC X(13) VALUE "VACATION BAL ".
           05  STUB-VAC-BAL PIC ZZ9.99-.
           05  FILLER       PIC X(11) VALUE "  SICK BAL ".
           05  STUB-SICK-BAL PIC ZZ9.99-.
       01  STUB-LINE-10.
           05  FILLER       PIC X(11) VALUE "RETRO PAY  ".
           05  STUB-RETRO   PIC $Z,ZZZ.99-.
       01  STUB-LINE-11.
           05  FILLER       PIC X(16) VALUE "VACATION PAYOUT ".
           05  STUB-PAYOUT-HOURS PIC ZZ9.99.
           05  FILLER       PIC X(7)  VALUE " HOURS ".
           05  STUB-PAYOUT  PIC $ZZ,ZZZ.99.
       01  STUB-LINE-12.
           05  FILLER       PIC X(13) VALUE "SUPPLEMENTAL ".
           05  STUB-BON-TYPE PIC X(3).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  STUB-BONUS   PIC $ZZ,ZZZ.99.
       01  STUB-LINE-13.
           05  STUB-EARN-DESC PIC X(12).
           05  FILLER       PIC X(1)  VALUE SPACES.
           05  STUB-EARN-HOURS PIC ZZ9.
           05  FILLER       PIC X(7)  VALUE " HOURS ".
           05  STUB-EARN-PAY PIC $ZZ,ZZZ.99.
       01  STUB-LINE-14.
           05  FILLER       PIC X(13) VALUE "401K PRE-TAX ".
           05  STUB-DEFERRAL PIC $Z,ZZZ.99.
           05  FILLER       PIC X(9)  VALUE "  MATCH ".
           05  STUB-ER-MATCH PIC $Z,ZZZ.99.
           05  FILLER       PIC X(13) VALUE "  YTD 401K ".
           05  STUB-YTD-DEFERRAL PIC $ZZZ,ZZZ.99.
      *    A REPRINT IS NEVER MISTAKEN FOR THE ORIGINAL - THE MARK
      *    LINE SAYS WHEN IT WAS PRINTED, HOW THE PAY WENT OUT, AND
      *    WHETHER THE CHECK HAS SINCE BEEN VOIDED.
       01  STUB-MARK-LINE.
           05  FILLER       PIC X(13) VALUE "*** REPRINT ".
           05  MARK-DATE    PIC 9(8).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  MARK-METHOD  PIC X(14).
           05  MARK-NUMBER  PIC 9(6).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  MARK-VOID    PIC X(7).
           05  MARK-VOID-DATE PIC 9(8).
           05  MARK-VOID-DATE-X REDEFINES MARK-VOID-DATE PIC X(8).
           05  FILLER       PIC X(4)  VALUE " ***".
       01  REJECT-LINE.
           05  FILLER       PIC X(17) VALUE "REQUEST REJECTED ".
           05  REJ-EMP-ID   PIC X(5).
           05  FILLER       PIC X(1)  VALUE SPACES.
           05  REJ-FROM     PIC X(8).
           05  FILLER       PIC X(1)  VALUE SPACES.
           05  REJ-TO       PIC X(8).
           05  FILLER       PIC X(1)  VALUE SPACES.
           05  REJ-TYPE     PIC X(1).
           05  FILLER       PIC X(3)  VALUE " - ".
           05  REJ-REASON   PIC X(30).
       01  NOT-FOUND-LINE.
           05  FILLER       PIC X(19) VALUE "NO PAY HISTORY FOR ".
           05  NF-EMP-ID    PIC X(5).
           05  FILLER       PIC X(6)  VALUE " FROM ".
           05  NF-FROM      PIC 9(8).
           05  FILLER       PIC X(4)  VALUE " TO ".
           05  NF-TO        PIC 9(8).
       01  SUMMARY-HDR-1.
           05  FILLER       PIC X(25)
               VALUE "EARNINGS SUMMARY FOR EMP ".
           05  SH-EMP-ID    PIC X(5).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  SH-NAME      PIC X(15).
           05  FILLER       PIC X(14) VALUE "  PAY DATES ".
           05  SH-FROM      PIC 9(8).
           05  FILLER       PIC X(4)  VALUE " TO ".
           05  SH-TO        PIC 9(8).
           05  FILLER       PIC X(10) VALUE "  PRINTED ".
           05  SH-PRINTED   PIC 9(8).
       01  SUMMARY-HDR-2.
           05  FILLER       PIC X(36)
               VALUE "PAY DATE  PAID BY  NUMBER  HOURS   ".
           05  FILLER       PIC X(36)
               VALUE "    GROSS      FICA       FED     ST".
           05  FILLER       PIC X(36)
               VALUE "ATE  DEDUCTIONS     NET PAY  STATUS ".
       01  SUMMARY-DETAIL-LINE.
           05  SD-DATE      PIC 9(8).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  SD-METHOD    PIC X(7).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  SD-NUMBER    PIC 9(6).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  SD-HOURS     PIC ZZZZ9.
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  SD-GROSS     PIC ZZ,ZZ9.99.
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  SD-FICA      PIC Z,ZZ9.99.
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  SD-FED       PIC Z,ZZ9.99.
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  SD-STATE     PIC Z,ZZ9.99.
           05  FILLER       PIC X(4)  VALUE SPACES.
           05  SD-DED       PIC Z,ZZ9.99.
           05  FILLER       PIC X(3)  VALUE SPACES.
           05  SD-NET       PIC ZZ,ZZ9.99.
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  SD-STATUS    PIC X(16).
       01  SUMMARY-TOTAL-LINE.
           05  FILLER       PIC X(8)  VALUE "TOTAL   ".
           05  ST-CHECKS    PIC ZZZZ9.
           05  FILLER       PIC X(9)  VALUE " CHECKS  ".
           05  ST-HOURS     PIC ZZZZZZ9.
           05  FILLER       PIC X(1)  VALUE SPACES.
           05  ST-GROSS     PIC Z,ZZZ,ZZ9.99.
           05  FILLER       PIC X(1)  VALUE SPACES.
           05  ST-FICA      PIC ZZZ,ZZ9.99.
           05  FILLER       PIC X(1)  VALUE SPACES.
           05  ST-FED       PIC ZZZ,ZZ9.99.
           05  FILLER       PIC X(1)  VALUE SPACES.
           05  ST-STATE     PIC ZZZ,ZZ9.99.
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  ST-DED       PIC ZZZ,ZZ9.99.
           05  FILLER       PIC X(1)  VALUE SPACES.
           05  ST-NET       PIC Z,ZZZ,ZZ9.99.
       01  SUMMARY-VOID-LINE.
           05  FILLER       PIC X(8)  VALUE SPACES.
           05  SV-VOIDED    PIC ZZZZ9.
           05  FILLER       PIC X(40)
               VALUE " VOIDED CHECKS SHOWN ABOVE, NOT IN TOTAL".
       01  EARN-HDR-LINE.
           05  FILLER       PIC X(36)
               VALUE "EARNINGS BY TYPE          HOURS     ".
           05  FILLER       PIC X(9)  VALUE "   AMOUNT".
       01  EARN-TOTAL-LINE.
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  EL-CODE      PIC X(3).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  EL-DESC      PIC X(12).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  EL-HOURS     PIC ZZ,ZZ9.99.
           05  EL-HOURS-X   REDEFINES EL-HOURS PIC X(9).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  EL-PAY       PIC Z,ZZZ,ZZ9.99-.
       01  DED-HDR-LINE.
           05  FILLER       PIC X(36)
               VALUE "DEDUCTIONS BY CODE                  ".
           05  FILLER       PIC X(9)  VALUE "   AMOUNT".
       01  DED-TOTAL-LINE.
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  DL-CODE      PIC X(3).
           05  FILLER       PIC X(27) VALUE SPACES.
           05  DL-AMT       PIC Z,ZZZ,ZZ9.99.
       01  MATCH-TOTAL-LINE.
           05  FILLER       PIC X(32)
               VALUE "  401K EMPLOYER MATCH (NOT PAY) ".
           05  ML-AMT       PIC Z,ZZZ,ZZ9.99.
       01  TRAILER-LINE-1.
           05  FILLER       PIC X(22) VALUE "REQUESTS READ:".
           05  TRAILER-REQUESTS PIC ZZZZ9.
       01  TRAILER-LINE-2.
           05  FILLER       PIC X(22) VALUE "REQUESTS REJECTED:".
           05  TRAILER-REJECTED PIC ZZZZ9.
       01  TRAILER-LINE-3.
           05  FILLER       PIC X(22) VALUE "REQUESTS NOT FOUND:".
           05  TRAILER-NOT-FOUND PIC ZZZZ9.
       01  TRAILER-LINE-4.
           05  FILLER       PIC X(22) VALUE "STUBS REPRINTED:".
           05  TRAILER-STUBS PIC ZZZZ9.
       01  TRAILER-LINE-5.
           05  FILLER       PIC X(22) VALUE "SUMMARIES PRINTED:".
           05  TRAILER-SUMMARIES PIC ZZZZ9.

      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************
       100-MAIN.
           PERFORM 150-INIT
           PERFORM 200-PROCESS-REQUESTS
           PERFORM 280-PRINT-TOTALS
           PERFORM 300-CLOSE
           DISPLAY "STUB REPRINT - REQUESTS " TOTAL-REQUESTS
               " STUBS " TOTAL-STUBS " SUMMARIES " TOTAL-SUMMARIES
               " REJECTED " TOTAL-REJECTED
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
                   MOVE PARM-DATE TO REPRINT-DATE
               ELSE
                   ACCEPT REPRINT-DATE FROM DATE YYYYMMDD
               END-IF
           ELSE
               ACCEPT REPRINT-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT REPRINT-REQUEST-FILE
           IF REQUEST-STATUS NOT = "00"
               DISPLAY "REPRINT REQUEST FILE NOT AVAILABLE - STATUS "
                   REQUEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-STATUS NOT = "00"
               DISPLAY "PAY HISTORY NOT AVAILABLE - STATUS "
                   PAY-HISTORY-STATUS
               CLOSE REPRINT-REQUEST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPRINT-FILE.


       200-PROCESS-REQUESTS.
           PERFORM UNTIL REQUEST-EOF = 1
               READ REPRINT-REQUEST-FILE
                   AT END
                       MOVE 1 TO REQUEST-EOF
                   NOT AT END
                       ADD 1 TO TOTAL-REQUESTS
                       PERFORM 205-EDIT-REQUEST
                       IF REJECT-REASON NOT = SPACES
                           PERFORM 208-REJECT-REQUEST
                       ELSE
                           PERFORM 210-READ-HISTORY
                       END-IF
               END-READ
           END-PERFORM.


       205-EDIT-REQUEST.
           MOVE SPACES TO REJECT-REASON
           IF RQ-TYPE = SPACE
               MOVE "S" TO RQ-TYPE
           END-IF
           IF RQ-EMP-ID = SPACES
               MOVE "NO EMPLOYEE" TO REJECT-REASON
           ELSE
               IF RQ-FROM-DATE NOT NUMERIC
                   OR RQ-TO-DATE NOT NUMERIC
                   MOVE "DATE RANGE NOT NUMERIC" TO REJECT-REASON
               ELSE
                   IF RQ-FROM-DATE > RQ-TO-DATE
                       MOVE "FROM DATE AFTER TO DATE" TO REJECT-REASON
                   ELSE
                       IF RQ-TYPE NOT = "S" AND RQ-TYPE NOT = "E"
                           MOVE "TYPE NOT S OR E" TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.


       208-REJECT-REQUEST.
           MOVE RQ-EMP-ID TO REJ-EMP-ID
           MOVE RQ-FROM-DATE-X TO REJ-FROM
           MOVE RQ-TO-DATE-X TO REJ-TO
           MOVE RQ-TYPE TO REJ-TYPE
           MOVE REJECT-REASON TO REJ-REASON
           WRITE REPRINT-REC FROM REJECT-LINE
           ADD 1 TO TOTAL-REJECTED.


       210-READ-HISTORY.
      *    THE HISTORY IS KEYED BY EMPLOYEE THEN PAY DATE, SO ONE
      *    START PUTS THE READ ON THE FIRST CHECK IN THE RANGE AND
      *    IT STOPS AT THE FIRST ONE PAST IT.
           MOVE ZERO TO CHECKS-FOUND
           MOVE ZERO TO HISTORY-EOF
           IF RQ-TYPE = "E"
               PERFORM 240-START-SUMMARY
           END-IF
           MOVE LOW-VALUES TO PH-KEY
           MOVE RQ-EMP-ID TO PH-EMP-ID
           MOVE RQ-FROM-DATE TO PH-DATE
           START PAY-HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY
                   MOVE 1 TO HISTORY-EOF
           END-START
           PERFORM UNTIL HISTORY-EOF = 1
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO HISTORY-EOF
                   NOT AT END
                       IF PH-EMP-ID NOT = RQ-EMP-ID
                           OR PH-DATE > RQ-TO-DATE
                           MOVE 1 TO HISTORY-EOF
                       ELSE
                           ADD 1 TO CHECKS-FOUND
                           IF RQ-TYPE = "E"
                               PERFORM 245-ADD-TO-SUMMARY
                           ELSE
                               PERFORM 220-PRINT-STUB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CHECKS-FOUND = ZERO
               MOVE RQ-EMP-ID TO NF-EMP-ID
               MOVE RQ-FROM-DATE TO NF-FROM
               MOVE RQ-TO-DATE TO NF-TO
               WRITE REPRINT-REC FROM NOT-FOUND-LINE
               ADD 1 TO TOTAL-NOT-FOUND
           ELSE
               IF RQ-TYPE = "E"
                   PERFORM 250-PRINT-SUMMARY
               END-IF
           END-IF.


       220-PRINT-STUB.
           MOVE PH-DATE TO STUB-DATE
           IF PH-METHOD = "C"
               MOVE PH-NUMBER TO STUB-CHECK-NO
           ELSE
               MOVE ZERO TO STUB-CHECK-NO
           END-IF
           MOVE PH-FLAG TO STUB-FLAG
           WRITE REPRINT-REC FROM STUB-LINE-1 AFTER ADVANCING PAGE
           MOVE REPRINT-DATE TO MARK-DATE
           IF PH-METHOD = "C"
               MOVE "PAPER CHECK   " TO MARK-METHOD
           ELSE
               MOVE "DEPOSIT ENTRY " TO MARK-METHOD
           END-IF
           MOVE PH-NUMBER TO MARK-NUMBER
           IF PH-STATUS = "V"
               MOVE "VOIDED " TO MARK-VOID
               MOVE PH-VOID-DATE TO MARK-VOID-DATE
           ELSE
               MOVE SPACES TO MARK-VOID
               MOVE SPACES TO MARK-VOID-DATE-X
           END-IF
           WRITE REPRINT-REC FROM STUB-MARK-LINE
           MOVE PH-EMP-ID TO STUB-EMP-ID
           MOVE PH-NAME TO STUB-NAME
           WRITE REPRINT-REC FROM STUB-LINE-2
           MOVE PH-REG-HOURS TO STUB-REG-HOURS
           MOVE PH-OT-HOURS TO STUB-OT-HOURS
           WRITE REPRINT-REC FROM STUB-LINE-3
           MOVE PH-REG-PAY TO STUB-REG-PAY
           MOVE PH-OT-PAY TO STUB-OT-PAY
           WRITE REPRINT-REC FROM STUB-LINE-4
           PERFORM VARYING EA-SUB FROM 1 BY 1
                   UNTIL EA-SUB > PH-EARN-COUNT
               MOVE PH-EARN-DESC (EA-SUB) TO STUB-EARN-DESC
               MOVE PH-EARN-HOURS (EA-SUB) TO STUB-EARN-HOURS
               MOVE PH-EARN-PAY (EA-SUB) TO STUB-EARN-PAY
               WRITE REPRINT-REC FROM STUB-LINE-13
           END-PERFORM
           MOVE PH-GROSS TO STUB-GROSS
           MOVE PH-FICA TO STUB-FICA
           MOVE PH-FED TO STUB-FED
           MOVE PH-STATE TO STUB-STATE
           WRITE REPRINT-REC FROM STUB-LINE-5
           MOVE PH-DED-TOTAL TO STUB-DED
           MOVE PH-NET TO STUB-NET
           WRITE REPRINT-REC FROM STUB-LINE-6
           IF PH-DEFERRAL NOT = ZERO
               MOVE PH-DEFERRAL TO STUB-DEFERRAL
               MOVE PH-ER-MATCH TO STUB-ER-MATCH
               MOVE PH-YTD-DEFERRAL TO STUB-YTD-DEFERRAL
               WRITE REPRINT-REC FROM STUB-LINE-14
           END-IF
           IF PH-COMMISSION NOT = ZERO
               MOVE PH-COMMISSION TO STUB-COMM
               WRITE REPRINT-REC FROM STUB-LINE-8
           END-IF
      *    HISTORY WRITTEN BEFORE INCENTIVES WERE PAID HAS NONE.
           IF PH-INCENTIVE NUMERIC AND PH-INCENTIVE NOT = ZERO
               MOVE PH-INCENTIVE TO STUB-INCENTIVE
               WRITE REPRINT-REC FROM STUB-LINE-15
           END-IF
           IF PH-RETRO NOT = ZERO
               MOVE PH-RETRO TO STUB-RETRO
               WRITE REPRINT-REC FROM STUB-LINE-10
           END-IF
           IF PH-VAC-PAYOUT NOT = ZERO
               MOVE PH-PAYOUT-HOURS TO STUB-PAYOUT-HOURS
               MOVE PH-VAC-PAYOUT TO STUB-PAYOUT
               WRITE REPRINT-REC FROM STUB-LINE-11
           END-IF
           IF PH-BONUS NOT = ZERO
               MOVE PH-BONUS-TYPE TO STUB-BON-TYPE
               MOVE PH-BONUS TO STUB-BONUS
               WRITE REPRINT-REC FROM STUB-LINE-12
           END-IF
           MOVE PH-YTD-GROSS TO STUB-YTD-GROSS
           COMPUTE STUB-YTD-TAX = PH-YTD-FICA + PH-YTD-FED
               + PH-YTD-STATE
           MOVE PH-YTD-NET TO STUB-YTD-NET
           WRITE REPRINT-REC FROM STUB-LINE-7
           IF PH-LEAVE-SHOWN = "Y"
               MOVE PH-VAC-BAL TO STUB-VAC-BAL
               MOVE PH-SICK-BAL TO STUB-SICK-BAL
               WRITE REPRINT-REC FROM STUB-LINE-9
           END-IF
           ADD 1 TO TOTAL-STUBS.


       240-START-SUMMARY.
           MOVE ZERO TO EARN-TOTAL-COUNT
           MOVE ZERO TO DED-TOTAL-COUNT
           MOVE ZERO TO SUM-CHECKS
           MOVE ZERO TO SUM-VOIDED
           MOVE ZERO TO SUM-HOURS
           MOVE ZERO TO SUM-GROSS
           MOVE ZERO TO SUM-FICA
           MOVE ZERO TO SUM-FED
           MOVE ZERO TO SUM-STATE
           MOVE ZERO TO SUM-DED
           MOVE ZERO TO SUM-NET
           MOVE ZERO TO SUM-ER-MATCH.


       245-ADD-TO-SUMMARY.
      *    THE NAME ON THE HEADING IS THE ONE ON THE FIRST CHECK IN
      *    THE RANGE - THE HEADING IS WRITTEN AHEAD OF ITS LINES.
           IF CHECKS-FOUND = 1
               MOVE RQ-EMP-ID TO SH-EMP-ID
               MOVE PH-NAME TO SH-NAME
               MOVE RQ-FROM-DATE TO SH-FROM
               MOVE RQ-TO-DATE TO SH-TO
               MOVE REPRINT-DATE TO SH-PRINTED
               WRITE REPRINT-REC FROM SUMMARY-HDR-1
                   AFTER ADVANCING PAGE
               WRITE REPRINT-REC FROM SUMMARY-HDR-2
           END-IF
           COMPUTE CHECK-HOURS = PH-REG-HOURS + PH-OT-HOURS
           PERFORM VARYING EA-SUB FROM 1 BY 1
                   UNTIL EA-SUB > PH-EARN-COUNT
               ADD PH-EARN-HOURS (EA-SUB) TO CHECK-HOURS
           END-PERFORM
           MOVE SPACES TO SUMMARY-DETAIL-LINE
           MOVE PH-DATE TO SD-DATE
           IF PH-METHOD = "C"
               MOVE "CHECK" TO SD-METHOD
           ELSE
               MOVE "DEPOSIT" TO SD-METHOD
           END-IF
           MOVE PH-NUMBER TO SD-NUMBER
           MOVE CHECK-HOURS TO SD-HOURS
           MOVE PH-GROSS TO SD-GROSS
           MOVE PH-FICA TO SD-FICA
           MOVE PH-FED TO SD-FED
           MOVE PH-STATE TO SD-STATE
           MOVE PH-DED-TOTAL TO SD-DED
           MOVE PH-NET TO SD-NET
      *    A VOIDED CHECK WAS TAKEN BACK OUT OF YTD BY THE ADJUSTMENT
      *    RUN - IT IS LISTED SO THE GAP IS EXPLAINED, NOT COUNTED.
           IF PH-STATUS = "V"
               MOVE "VOIDED" TO SD-STATUS
               MOVE PH-VOID-DATE TO SD-STATUS (8:8)
               WRITE REPRINT-REC FROM SUMMARY-DETAIL-LINE
               ADD 1 TO SUM-VOIDED
               EXIT PARAGRAPH
           END-IF
           IF PH-FLAG NOT = SPACES
               MOVE PH-FLAG TO SD-STATUS
           END-IF
           WRITE REPRINT-REC FROM SUMMARY-DETAIL-LINE
           ADD 1 TO SUM-CHECKS
           ADD CHECK-HOURS TO SUM-HOURS
           ADD PH-GROSS TO SUM-GROSS
           ADD PH-FICA TO SUM-FICA
           ADD PH-FED TO SUM-FED
           ADD PH-STATE TO SUM-STATE
           ADD PH-DED-TOTAL TO SUM-DED
           ADD PH-NET TO SUM-NET
           ADD PH-ER-MATCH TO SUM-ER-MATCH
           IF PH-REG-HOURS NOT = ZERO OR PH-REG-PAY NOT = ZERO
               MOVE "REG" TO HOLD-CODE
               MOVE "REGULAR" TO HOLD-DESC
               MOVE PH-REG-HOURS TO HOLD-HOURS
               MOVE PH-REG-PAY TO HOLD-PAY
               PERFORM 247-ADD-EARN-TOTAL
           END-IF
           IF PH-OT-HOURS NOT = ZERO OR PH-OT-PAY NOT = ZERO
               MOVE "REG" TO HOLD-CODE
               MOVE "OVERTIME" TO HOLD-DESC
               MOVE PH-OT-HOURS TO HOLD-HOURS
               MOVE PH-OT-PAY TO HOLD-PAY
               PERFORM 247-ADD-EARN-TOTAL
           END-IF
           PERFORM VARYING EA-SUB FROM 1 BY 1
                   UNTIL EA-SUB > PH-EARN-COUNT
               MOVE PH-EARN-CODE (EA-SUB) TO HOLD-CODE
               MOVE PH-EARN-DESC (EA-SUB) TO HOLD-DESC
               MOVE PH-EARN-HOURS (EA-SUB) TO HOLD-HOURS
               MOVE PH-EARN-PAY (EA-SUB) TO HOLD-PAY
               PERFORM 247-ADD-EARN-TOTAL
           END-PERFORM
           IF PH-COMMISSION NOT = ZERO
               MOVE SPACES TO HOLD-CODE
               MOVE "COMMISSION" TO HOLD-DESC
               MOVE ZERO TO HOLD-HOURS
               MOVE PH-COMMISSION TO HOLD-PAY
               PERFORM 247-ADD-EARN-TOTAL
           END-IF
           IF PH-INCENTIVE NUMERIC AND PH-INCENTIVE NOT = ZERO
               MOVE SPACES TO HOLD-CODE
               MOVE "INCENTIVE" TO HOLD-DESC
               MOVE ZERO TO HOLD-HOURS
               MOVE PH-INCENTIVE TO HOLD-PAY
               PERFORM 247-ADD-EARN-TOTAL
           END-IF
           IF PH-RETRO NOT = ZERO
               MOVE SPACES TO HOLD-CODE
               MOVE "RETRO PAY" TO HOLD-DESC
               MOVE ZERO TO HOLD-HOURS
               MOVE PH-RETRO TO HOLD-PAY
               PERFORM 247-ADD-EARN-TOTAL
           END-IF
           IF PH-VAC-PAYOUT NOT = ZERO
               MOVE SPACES TO HOLD-CODE
               MOVE "VAC PAYOUT" TO HOLD-DESC
               MOVE PH-PAYOUT-HOURS TO HOLD-HOURS
               MOVE PH-VAC-PAYOUT TO HOLD-PAY
               PERFORM 247-ADD-EARN-TOTAL
           END-IF
           IF PH-BONUS NOT = ZERO
               MOVE PH-BONUS-TYPE TO HOLD-CODE
               MOVE "SUPPLEMENTAL" TO HOLD-DESC
               MOVE ZERO TO HOLD-HOURS
               MOVE PH-BONUS TO HOLD-PAY
               PERFORM 247-ADD-EARN-TOTAL
           END-IF
           PERFORM VARYING DA-SUB FROM 1 BY 1
                   UNTIL DA-SUB > PH-DED-COUNT
               PERFORM 248-ADD-DED-TOTAL
           END-PERFORM.


       247-ADD-EARN-TOTAL.
           MOVE ZERO TO ET-FOUND-SUB
           PERFORM VARYING ET-SUB FROM 1 BY 1
                   UNTIL ET-SUB > EARN-TOTAL-COUNT
               IF ET-CODE (ET-SUB) = HOLD-CODE
                   AND ET-DESC (ET-SUB) = HOLD-DESC
                   MOVE ET-SUB TO ET-FOUND-SUB
               END-IF
           END-PERFORM
           IF ET-FOUND-SUB = ZERO
               IF EARN-TOTAL-COUNT < EARN-TOTAL-CAPACITY
                   ADD 1 TO EARN-TOTAL-COUNT
                   MOVE EARN-TOTAL-COUNT TO ET-FOUND-SUB
                   MOVE HOLD-CODE TO ET-CODE (ET-FOUND-SUB)
                   MOVE HOLD-DESC TO ET-DESC (ET-FOUND-SUB)
                   MOVE ZERO TO ET-HOURS (ET-FOUND-SUB)
                   MOVE ZERO TO ET-PAY (ET-FOUND-SUB)
               ELSE
                   DISPLAY "EARNINGS TOTAL TABLE FULL - " RQ-EMP-ID
                       " " HOLD-CODE " " HOLD-DESC " NOT TOTALED"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD HOLD-HOURS TO ET-HOURS (ET-FOUND-SUB)
           ADD HOLD-PAY TO ET-PAY (ET-FOUND-SUB).


       248-ADD-DED-TOTAL.
           MOVE ZERO TO DT-FOUND-SUB
           PERFORM VARYING DT-SUB FROM 1 BY 1
                   UNTIL DT-SUB > DED-TOTAL-COUNT
               IF DT-CODE (DT-SUB) = PH-DED-CODE (DA-SUB)
                   MOVE DT-SUB TO DT-FOUND-SUB
               END-IF
           END-PERFORM
           IF DT-FOUND-SUB = ZERO
               IF DED-TOTAL-COUNT < DED-TOTAL-CAPACITY
                   ADD 1 TO DED-TOTAL-COUNT
                   MOVE DED-TOTAL-COUNT TO DT-FOUND-SUB
                   MOVE PH-DED-CODE (DA-SUB) TO DT-CODE (DT-FOUND-SUB)
                   MOVE ZERO TO DT-AMT (DT-FOUND-SUB)
               ELSE
                   DISPLAY "DEDUCTION TOTAL TABLE FULL - " RQ-EMP-ID
                       " " PH-DED-CODE (DA-SUB) " NOT TOTALED"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD PH-DED-AMT (DA-SUB) TO DT-AMT (DT-FOUND-SUB).


       250-PRINT-SUMMARY.
           MOVE SUM-CHECKS TO ST-CHECKS
           MOVE SUM-HOURS TO ST-HOURS
           MOVE SUM-GROSS TO ST-GROSS
           MOVE SUM-FICA TO ST-FICA
           MOVE SUM-FED TO ST-FED
           MOVE SUM-STATE TO ST-STATE
           MOVE SUM-DED TO ST-DED
           MOVE SUM-NET TO ST-NET
           WRITE REPRINT-REC FROM SUMMARY-TOTAL-LINE
           IF SUM-VOIDED > ZERO
               MOVE SUM-VOIDED TO SV-VOIDED
               WRITE REPRINT-REC FROM SUMMARY-VOID-LINE
           END-IF
           MOVE SPACES TO REPRINT-REC
           WRITE REPRINT-REC
           WRITE REPRINT-REC FROM EARN-HDR-LINE
           PERFORM VARYING ET-SUB FROM 1 BY 1
                   UNTIL ET-SUB > EARN-TOTAL-COUNT
               MOVE ET-CODE (ET-SUB) TO EL-CODE
               MOVE ET-DESC (ET-SUB) TO EL-DESC
      *        COMMISSION, RETRO AND SUPPLEMENTAL PAY ARE DOLLARS
      *        ONLY - A BLANK SAYS SO BETTER THAN A ZERO.
               IF ET-HOURS (ET-SUB) = ZERO
                   MOVE SPACES TO EL-HOURS-X
               ELSE
                   MOVE ET-HOURS (ET-SUB) TO EL-HOURS
               END-IF
               MOVE ET-PAY (ET-SUB) TO EL-PAY
               WRITE REPRINT-REC FROM EARN-TOTAL-LINE
           END-PERFORM
           MOVE SPACES TO REPRINT-REC
           WRITE REPRINT-REC
           WRITE REPRINT-REC FROM DED-HDR-LINE
           PERFORM VARYING DT-SUB FROM 1 BY 1
                   UNTIL DT-SUB > DED-TOTAL-COUNT
               MOVE DT-CODE (DT-SUB) TO DL-CODE
               MOVE DT-AMT (DT-SUB) TO DL-AMT
               WRITE REPRINT-REC FROM DED-TOTAL-LINE
           END-PERFORM
           IF SUM-ER-MATCH NOT = ZERO
               MOVE SUM-ER-MATCH TO ML-AMT
               WRITE REPRINT-REC FROM MATCH-TOTAL-LINE
           END-IF
           ADD 1 TO TOTAL-SUMMARIES.


       280-PRINT-TOTALS.
           MOVE TOTAL-REQUESTS TO TRAILER-REQUESTS
           MOVE TOTAL-REJECTED TO TRAILER-REJECTED
           MOVE TOTAL-NOT-FOUND TO TRAILER-NOT-FOUND
           MOVE TOTAL-STUBS TO TRAILER-STUBS
           MOVE TOTAL-SUMMARIES TO TRAILER-SUMMARIES
           WRITE REPRINT-REC FROM TRAILER-LINE-1 AFTER ADVANCING PAGE
           WRITE REPRINT-REC FROM TRAILER-LINE-2
           WRITE REPRINT-REC FROM TRAILER-LINE-3
           WRITE REPRINT-REC FROM TRAILER-LINE-4
           WRITE REPRINT-REC FROM TRAILER-LINE-5
      *    A REQUEST THAT COULD NOT BE READ NEVER REACHED THE
      *    EMPLOYEE - THE JOB SAYS SO.  ONE WITH NO HISTORY IN ITS
      *    RANGE IS ANSWERED BY THE NOT-FOUND LINE.
           IF TOTAL-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TOTAL-NOT-FOUND > ZERO AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


       300-CLOSE.
           CLOSE REPRINT-REQUEST-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE REPRINT-FILE.

      *           plus a variance report - when anyone swings past
      *           the tolerance or appears/disappears unexpectedly.
      *           An operator APPROVE parameter releases a held run.
      *           Hours by earnings code, this run against the prior
      *           run, follow on the report for the reviewer.

      ***************************************************************
       ENVIRONMENT DIVISION.
           05  RT-STATE     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  RT-DED       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  RT-HOURS     PIC 9(3).
           05  RT-RUN-KIND  PIC X(1).
           05  RT-EARN-CODE PIC X(3).
       FD GATE-PARM-FILE.
       01  GATE-PARM-REC.
           05  GP-TOLERANCE PIC 9(3).
           VALUE "RELEASE APPROVED BY OPERATOR PARAMETER".
       01  CLEAN-LINE      PIC X(40)
           VALUE "ALL EMPLOYEES WITHIN TOLERANCE".
       01  EARN-HOURS-TABLE.
           05  EARN-HOURS-ENTRY OCCURS 30 TIMES.
               10  EH-CODE       PIC X(3).
               10  EH-CURR       PIC 9(7).
               10  EH-PRIOR      PIC 9(7).
               10  EH-PRIOR-DATE PIC 9(8).
       01  EARN-HOURS-COUNT PIC 9(2)    VALUE ZERO.
       01  EARN-HOURS-CAPACITY PIC 9(2) VALUE 30.
       01  EH-SUB          PIC 9(2)     VALUE ZERO.
       01  EH-FOUND-SUB    PIC 9(2)     VALUE ZERO.
       01  HOURS-TITLE-LINE PIC X(40)
           VALUE "HOURS BY EARNINGS CODE".
       01  HOURS-HDR-LINE  PIC X(40)
           VALUE "CODE     PRIOR   CURRENT".
       01  HOURS-LINE.
           05  HRS-CODE    PIC X(3).
           05  FILLER      PIC X(4)  VALUE SPACES.
           05  HRS-PRIOR   PIC ZZZ,ZZ9.
           05  FILLER      PIC X(3)  VALUE SPACES.
           05  HRS-CURR    PIC ZZZ,ZZ9.

      ***************************************************************
       PROCEDURE DIVISION.
                   NOT AT END
                       IF RT-TYPE = "D"
                           PERFORM 200-ACCUMULATE
                       ELSE
                           IF RT-TYPE = "E"
                               PERFORM 220-ACCUMULATE-HOURS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 240-COMPARE-ALL
           PERFORM 270-WRITE-HOURS-SUMMARY
           PERFORM 280-FINISH
           PERFORM 300-CLOSE
       STOP RUN.
                   MOVE 1 TO PG-CURR-SEEN (PG-FOUND-SUB)
                   ADD RT-GROSS TO PG-CURR (PG-FOUND-SUB)
               ELSE
      *            NEITHER AN OFF-CYCLE BONUS RUN NOR A FINAL-PAY RUN
      *            IS A PAY PERIOD - NEITHER MAY BECOME THE "PRIOR
      *            RUN" THE NEXT REGULAR RUN IS JUDGED AGAINST.
                   IF RT-DATE < GATE-DATE AND RT-RUN-KIND NOT = "B"
                       AND RT-RUN-KIND NOT = "F"
      *                THE NEWEST EARLIER DATE ANYWHERE IN THE FILE
      *                IS THE RUN "MISSING" IS JUDGED AGAINST - NOT
      *                EACH EMPLOYEE'S OWN LAST DATE, OR EVERYONE
           END-IF.


       220-ACCUMULATE-HOURS.
      *    THE HOURS SUMMARY IS FOR THE REVIEWER'S EYE ONLY - IT NEVER
      *    HOLDS THE RELEASE.  THE PRIOR COLUMN FOLLOWS THE SAME
      *    NEWEST-EARLIER-RUN RULE AS THE GROSS COMPARISON.
           PERFORM 225-FIND-EARN-CODE
           IF EH-FOUND-SUB > ZERO
               IF RT-DATE = GATE-DATE
                   ADD RT-HOURS TO EH-CURR (EH-FOUND-SUB)
               ELSE
                   IF RT-DATE < GATE-DATE AND RT-RUN-KIND NOT = "B"
                       AND RT-RUN-KIND NOT = "F"
                       IF RT-DATE > EH-PRIOR-DATE (EH-FOUND-SUB)
                           MOVE RT-DATE
                               TO EH-PRIOR-DATE (EH-FOUND-SUB)
                           MOVE RT-HOURS TO EH-PRIOR (EH-FOUND-SUB)
                       ELSE
                           IF RT-DATE = EH-PRIOR-DATE (EH-FOUND-SUB)
                               ADD RT-HOURS
                                   TO EH-PRIOR (EH-FOUND-SUB)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.


       225-FIND-EARN-CODE.
           MOVE ZERO TO EH-FOUND-SUB
           PERFORM VARYING EH-SUB FROM 1 BY 1
                   UNTIL EH-SUB > EARN-HOURS-COUNT
               IF EH-CODE (EH-SUB) = RT-EARN-CODE
                   MOVE EH-SUB TO EH-FOUND-SUB
               END-IF
           END-PERFORM
           IF EH-FOUND-SUB = ZERO
               IF EARN-HOURS-COUNT < EARN-HOURS-CAPACITY
                   ADD 1 TO EARN-HOURS-COUNT
                   MOVE EARN-HOURS-COUNT TO EH-FOUND-SUB
                   MOVE RT-EARN-CODE TO EH-CODE (EH-FOUND-SUB)
                   MOVE ZERO TO EH-CURR (EH-FOUND-SUB)
                   MOVE ZERO TO EH-PRIOR (EH-FOUND-SUB)
                   MOVE ZERO TO EH-PRIOR-DATE (EH-FOUND-SUB)
               ELSE
                   DISPLAY "EARNINGS CODE TABLE FULL - NOT SHOWN "
                       RT-EARN-CODE
               END-IF
           END-IF.


       240-COMPARE-ALL.
           PERFORM VARYING PG-SUB FROM 1 BY 1
                   UNTIL PG-SUB > COMPARE-COUNT
           ADD 1 TO TOTAL-HELD.


       270-WRITE-HOURS-SUMMARY.
      *    A CODE LAST USED BEFORE THE PRIOR RUN SHOWS A ZERO PRIOR -
      *    IT WAS NOT PAID ON THE RUN THIS ONE IS JUDGED AGAINST.
           IF EARN-HOURS-COUNT > ZERO
               WRITE VARIANCE-REC FROM HOURS-TITLE-LINE
               WRITE VARIANCE-REC FROM HOURS-HDR-LINE
               PERFORM VARYING EH-SUB FROM 1 BY 1
                       UNTIL EH-SUB > EARN-HOURS-COUNT
                   IF EH-CURR (EH-SUB) NOT = ZERO
                       OR EH-PRIOR-DATE (EH-SUB) = GLOBAL-PRIOR-DATE
                       MOVE EH-CODE (EH-SUB) TO HRS-CODE
                       IF EH-PRIOR-DATE (EH-SUB) = GLOBAL-PRIOR-DATE
                           MOVE EH-PRIOR (EH-SUB) TO HRS-PRIOR
                       ELSE
                           MOVE ZERO TO HRS-PRIOR
                       END-IF
                       MOVE EH-CURR (EH-SUB) TO HRS-CURR
                       WRITE VARIANCE-REC FROM HOURS-LINE
                   END-IF
               END-PERFORM
           END-IF.


       280-FINISH.
           IF TOTAL-HELD = ZERO
               WRITE VARIANCE-REC FROM CLEAN-LINE

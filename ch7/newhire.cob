      ***************************************************************
       IDENTIFICATION DIVISION.
      ***************************************************************
       PROGRAM-ID. New_Hire_Report.
      * AUTHOR: Blake Bartenbach
      * FUNCTION: Weekly state new-hire registry submission.  Every
      *           hire and rehire Employee_Maintenance has queued and
      *           not yet reported goes on the submission file, grouped
      *           by work state under our employer header, and is then
      *           marked reported so it is never sent twice.  A late
      *           list shows anyone still unsent who is close to or
      *           past the filing deadline, and anyone sent late.

      ***************************************************************
       ENVIRONMENT DIVISION.
      ***************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-HIRE-FILE ASSIGN TO
                             "/home/proxa/doc/cob/c0701-newhire"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NH-KEY
           FILE STATUS IS NEW-HIRE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO
                                  "/home/proxa/doc/cob/c0701-mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-EMP-ID
           FILE STATUS IS MASTER-STATUS.
           SELECT EMPLOYER-PARM-FILE ASSIGN TO
                             "/home/proxa/doc/cob/c0701-nhparm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMPLOYER-PARM-STATUS.
           SELECT SUBMISSION-FILE ASSIGN TO
                             "/home/proxa/doc/cob/c0701-nhsub"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LATE-LIST-FILE ASSIGN TO
                             "/home/proxa/doc/cob/c0701-nhlate"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNDATE-FILE ASSIGN TO
                            "/home/proxa/doc/cob/rundate"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNDATE-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWORK".

      ***************************************************************
       DATA DIVISION.
      ***************************************************************
       FILE SECTION.
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
       FD EMPLOYER-PARM-FILE.
       01  EMPLOYER-PARM-REC.
           05  EP-FEIN         PIC 9(9).
           05  EP-FEIN-X       REDEFINES EP-FEIN PIC X(9).
           05  EP-NAME         PIC X(30).
           05  EP-ADDRESS      PIC X(30).
           05  EP-CITY         PIC X(20).
           05  EP-STATE        PIC X(2).
           05  EP-ZIP          PIC X(9).
           05  EP-DEADLINE-DAYS PIC 9(3).
           05  EP-DEADLINE-DAYS-X REDEFINES EP-DEADLINE-DAYS PIC X(3).
           05  EP-WARN-DAYS    PIC 9(3).
           05  EP-WARN-DAYS-X  REDEFINES EP-WARN-DAYS PIC X(3).
       FD SUBMISSION-FILE.
       01  SUB-EMPLOYER-REC.
           05  SBE-TYPE        PIC X(1).
           05  SBE-WORK-STATE  PIC X(2).
           05  SBE-FEIN        PIC 9(9).
           05  SBE-NAME        PIC X(30).
           05  SBE-ADDRESS     PIC X(30).
           05  SBE-CITY        PIC X(20).
           05  SBE-STATE       PIC X(2).
           05  SBE-ZIP         PIC X(9).
           05  SBE-DATE        PIC 9(8).
       01  SUB-DETAIL-REC.
           05  SBD-TYPE        PIC X(1).
           05  SBD-WORK-STATE  PIC X(2).
           05  SBD-EMP-ID      PIC X(5).
           05  SBD-NAME        PIC X(15).
           05  SBD-HIRE-DATE   PIC 9(8).
           05  SBD-HIRE-TYPE   PIC X(1).
       01  SUB-STATE-TRAILER-REC.
           05  SBS-TYPE        PIC X(1).
           05  SBS-WORK-STATE  PIC X(2).
           05  SBS-COUNT       PIC 9(6).
       01  SUB-FILE-TRAILER-REC.
           05  SBT-TYPE        PIC X(1).
           05  SBT-STATE-COUNT PIC 9(3).
           05  SBT-COUNT       PIC 9(6).
       FD LATE-LIST-FILE.
       01  LATE-LIST-REC       PIC X(100).
       FD RUNDATE-FILE.
       01  RUNDATE-REC.
           05  PARM-DATE    PIC 9(8).
           05  PARM-DATE-X  REDEFINES PARM-DATE PIC X(8).
       SD SORT-WORK.
       01  SORT-REC.
           05  SRT-WORK-STATE  PIC X(2).
           05  SRT-EMP-ID      PIC X(5).
           05  SRT-HIRE-DATE   PIC 9(8).
           05  SRT-NAME        PIC X(15).
           05  SRT-HIRE-TYPE   PIC X(1).
       WORKING-STORAGE SECTION.
       01  NEW-HIRE-STATUS PIC XX       VALUE SPACES.
       01  MASTER-STATUS   PIC XX       VALUE SPACES.
       01  MASTER-OPEN     PIC 9        VALUE ZERO.
       01  EMPLOYER-PARM-STATUS PIC XX  VALUE SPACES.
       01  RUNDATE-STATUS  PIC XX       VALUE SPACES.
       01  SCAN-EOF        PIC 9        VALUE ZERO.
       01  SORT-EOF        PIC 9        VALUE ZERO.
       01  REPORT-DATE     PIC 9(8)     VALUE ZERO.
       01  DEADLINE-DAYS   PIC 9(3)     VALUE 20.
       01  WARN-DAYS       PIC 9(3)     VALUE 7.
       01  STATE-HOLD      PIC X(2)     VALUE SPACES.
       01  STATE-SENT      PIC 9(6)     VALUE ZERO.
       01  TOTAL-STATES    PIC 9(3)     VALUE ZERO.
       01  TOTAL-SENT      PIC 9(6)     VALUE ZERO.
       01  TOTAL-LATE      PIC 9(5)     VALUE ZERO.
       01  LATE-REASON     PIC X(25)    VALUE SPACES.
       01  TODAY-DAYS      PIC 9(7)     VALUE ZERO.
       01  HIRE-DAYS       PIC 9(7)     VALUE ZERO.
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
       01  LATE-HDR.
           05  FILLER      PIC X(30)
               VALUE "NEW-HIRE FILINGS DUE OR LATE -".
           05  FILLER      PIC X(1)  VALUE SPACE.
           05  LATE-HDR-DATE PIC 9(8).
       01  LATE-COLUMN-HDR.
           05  FILLER      PIC X(36)
               VALUE "EMP    NAME             HIRED     ST".
           05  FILLER      PIC X(40)
               VALUE "  T  DAYS LEFT  STATUS".
       01  LATE-DETAIL-LINE.
           05  LDL-EMP-ID  PIC X(5).
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  LDL-NAME    PIC X(15).
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  LDL-HIRE-DATE PIC 9(8).
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  LDL-STATE   PIC X(2).
           05  FILLER      PIC X(2)  VALUE SPACES.
           05  LDL-HIRE-TYPE PIC X(1).
           05  FILLER      PIC X(3)  VALUE SPACES.
           05  LDL-DAYS-LEFT PIC ---9.
           05  FILLER      PIC X(5)  VALUE SPACES.
           05  LDL-REASON  PIC X(25).
       01  LATE-TOTAL-LINE.
           05  FILLER      PIC X(22) VALUE "FILINGS LISTED:".
           05  LATE-TOTAL-COUNT PIC ZZZZ9.

      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************
       100-MAIN.
           PERFORM 150-INIT
           SORT SORT-WORK
               ON ASCENDING KEY SRT-WORK-STATE
               ON ASCENDING KEY SRT-EMP-ID
               ON ASCENDING KEY SRT-HIRE-DATE
               INPUT PROCEDURE IS 200-SELECT-UNREPORTED
               OUTPUT PROCEDURE IS 250-WRITE-SUBMISSION
           PERFORM 280-WRITE-TRAILER
           PERFORM 300-CLOSE
           DISPLAY "NEW HIRES FOR " REPORT-DATE " - SENT "
               TOTAL-SENT " IN " TOTAL-STATES " STATES, LATE LIST "
               TOTAL-LATE
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
      *    THE REGISTRY REJECTS A FILE WITHOUT THE EMPLOYER'S FEIN AND
      *    ADDRESS - NOTHING IS SENT OR MARKED WITHOUT THEM.
           OPEN INPUT EMPLOYER-PARM-FILE
           IF EMPLOYER-PARM-STATUS NOT = "00"
               DISPLAY "EMPLOYER PARAMETER NOT AVAILABLE - STATUS "
                   EMPLOYER-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ EMPLOYER-PARM-FILE
               AT END
                   MOVE SPACES TO EMPLOYER-PARM-REC
           END-READ
           CLOSE EMPLOYER-PARM-FILE
           IF EP-FEIN-X = SPACES OR EP-FEIN NOT NUMERIC
               OR EP-FEIN = ZERO OR EP-NAME = SPACES
               DISPLAY "EMPLOYER FEIN OR NAME MISSING FROM PARAMETER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    MOST STATES ALLOW TWENTY DAYS FROM HIRE; A WEEK'S WARNING
      *    COVERS THE GAP TO THE NEXT WEEKLY RUN.
           IF EP-DEADLINE-DAYS-X NOT = SPACES
               AND EP-DEADLINE-DAYS NUMERIC
               AND EP-DEADLINE-DAYS NOT = ZERO
               MOVE EP-DEADLINE-DAYS TO DEADLINE-DAYS
           END-IF
           IF EP-WARN-DAYS-X NOT = SPACES
               AND EP-WARN-DAYS NUMERIC
               MOVE EP-WARN-DAYS TO WARN-DAYS
           END-IF
           OPEN I-O NEW-HIRE-FILE
           IF NEW-HIRE-STATUS = "35"
               OPEN OUTPUT NEW-HIRE-FILE
               CLOSE NEW-HIRE-FILE
               OPEN I-O NEW-HIRE-FILE
           END-IF
           IF NEW-HIRE-STATUS NOT = "00"
               DISPLAY "NEW-HIRE FILE NOT AVAILABLE - STATUS "
                   NEW-HIRE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE MASTER IS ONLY WANTED TO FILL IN A WORK STATE THE
      *    QUEUE ENTRY WAS ADDED WITHOUT - IF IT CANNOT BE OPENED SUCH
      *    ENTRIES ARE LISTED LATE AS BEFORE AND THE REST STILL GO.
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-STATUS = "00"
               MOVE 1 TO MASTER-OPEN
           ELSE
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
                   MASTER-STATUS " - BLANK WORK STATES NOT FILLED"
           END-IF
           OPEN OUTPUT SUBMISSION-FILE
           OPEN OUTPUT LATE-LIST-FILE
           MOVE REPORT-DATE TO LATE-HDR-DATE
           WRITE LATE-LIST-REC FROM LATE-HDR
           WRITE LATE-LIST-REC FROM LATE-COLUMN-HDR
           MOVE REPORT-DATE TO DC-DATE
           PERFORM 500-DATE-TO-DAYS
           MOVE DC-DAYS TO TODAY-DAYS.


       200-SELECT-UNREPORTED.
      *    ONLY ENTRIES NOT YET MARKED REPORTED ARE SORTED FOR THE
      *    FILE.  ONE ADDED WITH NO WORK STATE TAKES THE STATE NOW ON
      *    THE EMPLOYEE MASTER (SEE 210).  IF THE MASTER HAS NONE
      *    EITHER THERE IS NO REGISTRY TO GO TO - IT STAYS QUEUED AND
      *    GOES ON THE LATE LIST UNTIL THE MASTER'S WORK STATE IS
      *    CORRECTED THROUGH EMPLOYEE_MAINTENANCE.
           MOVE LOW-VALUES TO NH-KEY
           START NEW-HIRE-FILE KEY NOT < NH-KEY
               INVALID KEY
                   MOVE 1 TO SCAN-EOF
           END-START
           PERFORM UNTIL SCAN-EOF = 1
               READ NEW-HIRE-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO SCAN-EOF
                   NOT AT END
                       IF NH-REPORTED NOT = "Y"
                           PERFORM 210-SELECT-ONE
                       END-IF
               END-READ
           END-PERFORM.


       210-SELECT-ONE.
      *    THE STATE TAKEN FROM THE MASTER IS WRITTEN BACK TO THE QUEUE
      *    ENTRY SO THE LATE LIST AND ANY RESUBMISSION AGREE WITH WHAT
      *    WAS SENT.
           IF NH-WORK-STATE = SPACES AND MASTER-OPEN = 1
               MOVE NH-EMP-ID TO MST-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE SPACES TO MST-WORK-STATE
               END-READ
               IF MST-WORK-STATE NOT = SPACES
                   MOVE MST-WORK-STATE TO NH-WORK-STATE
                   REWRITE NEW-HIRE-REC
                   IF NEW-HIRE-STATUS NOT = "00"
                       DISPLAY "NEW-HIRE REWRITE FAILED FOR " NH-EMP-ID
                           " - STATUS " NEW-HIRE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           IF NH-WORK-STATE = SPACES
               MOVE "NOT SENT - NO WORK STATE" TO LATE-REASON
               PERFORM 240-CHECK-DEADLINE
           ELSE
               MOVE NH-WORK-STATE TO SRT-WORK-STATE
               MOVE NH-EMP-ID TO SRT-EMP-ID
               MOVE NH-HIRE-DATE TO SRT-HIRE-DATE
               MOVE NH-NAME TO SRT-NAME
               MOVE NH-HIRE-TYPE TO SRT-HIRE-TYPE
               RELEASE SORT-REC
           END-IF.


       240-CHECK-DEADLINE.
      *    DAYS LEFT COUNTS FROM THE HIRE DATE, NOT THE DATE IT WAS
      *    KEYED - A HIRE KEYED LATE IS ALREADY CLOSE TO ITS DEADLINE.
           MOVE NH-HIRE-DATE TO DC-DATE
           PERFORM 500-DATE-TO-DAYS
           MOVE DC-DAYS TO HIRE-DAYS
           COMPUTE DAYS-LEFT = DEADLINE-DAYS - (TODAY-DAYS - HIRE-DAYS)
           IF DAYS-LEFT NOT > WARN-DAYS
               MOVE SPACES TO LATE-DETAIL-LINE
               MOVE NH-EMP-ID TO LDL-EMP-ID
               MOVE NH-NAME TO LDL-NAME
               MOVE NH-HIRE-DATE TO LDL-HIRE-DATE
               MOVE NH-WORK-STATE TO LDL-STATE
               MOVE NH-HIRE-TYPE TO LDL-HIRE-TYPE
               MOVE DAYS-LEFT TO LDL-DAYS-LEFT
               MOVE LATE-REASON TO LDL-REASON
               WRITE LATE-LIST-REC FROM LATE-DETAIL-LINE
               ADD 1 TO TOTAL-LATE
           END-IF.


       250-WRITE-SUBMISSION.
           PERFORM UNTIL SORT-EOF = 1
               RETURN SORT-WORK
                   AT END
                       MOVE 1 TO SORT-EOF
                   NOT AT END
                       PERFORM 260-WRITE-ONE
               END-RETURN
           END-PERFORM
           IF STATE-HOLD NOT = SPACES
               PERFORM 275-END-STATE
           END-IF.


       260-WRITE-ONE.
      *    EACH STATE'S GROUP OPENS WITH ITS OWN COPY OF THE EMPLOYER
      *    HEADER SO THE GROUPS CAN BE SPLIT AND SENT SEPARATELY.
           IF SRT-WORK-STATE NOT = STATE-HOLD
               IF STATE-HOLD NOT = SPACES
                   PERFORM 275-END-STATE
               END-IF
               PERFORM 270-BEGIN-STATE
           END-IF
           MOVE SPACES TO SUB-DETAIL-REC
           MOVE "W" TO SBD-TYPE
           MOVE SRT-WORK-STATE TO SBD-WORK-STATE
           MOVE SRT-EMP-ID TO SBD-EMP-ID
           MOVE SRT-NAME TO SBD-NAME
           MOVE SRT-HIRE-DATE TO SBD-HIRE-DATE
           MOVE SRT-HIRE-TYPE TO SBD-HIRE-TYPE
           WRITE SUB-DETAIL-REC
           ADD 1 TO STATE-SENT
           ADD 1 TO TOTAL-SENT
           PERFORM 265-MARK-REPORTED.


       265-MARK-REPORTED.
      *    MARKED AS IT IS WRITTEN - A RERUN AFTER THIS POINT SENDS
      *    ONLY WHAT WAS NOT ALREADY ON THE FILE.
           MOVE SRT-EMP-ID TO NH-EMP-ID
           MOVE SRT-HIRE-DATE TO NH-HIRE-DATE
           READ NEW-HIRE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO NH-REPORTED
                   MOVE REPORT-DATE TO NH-REPORTED-DATE
                   REWRITE NEW-HIRE-REC
                   MOVE "SENT AFTER DEADLINE" TO LATE-REASON
                   PERFORM 267-CHECK-SENT-LATE
           END-READ.


       267-CHECK-SENT-LATE.
      *    A FILING SENT TODAY IS ONLY WORTH LISTING IF IT WAS ALREADY
      *    PAST DUE - THE REST ARE ON TIME.
           MOVE NH-HIRE-DATE TO DC-DATE
           PERFORM 500-DATE-TO-DAYS
           MOVE DC-DAYS TO HIRE-DAYS
           COMPUTE DAYS-LEFT = DEADLINE-DAYS - (TODAY-DAYS - HIRE-DAYS)
           IF DAYS-LEFT < ZERO
               PERFORM 240-CHECK-DEADLINE
           END-IF.


       270-BEGIN-STATE.
           MOVE SRT-WORK-STATE TO STATE-HOLD
           MOVE ZERO TO STATE-SENT
           ADD 1 TO TOTAL-STATES
           MOVE SPACES TO SUB-EMPLOYER-REC
           MOVE "E" TO SBE-TYPE
           MOVE SRT-WORK-STATE TO SBE-WORK-STATE
           MOVE EP-FEIN TO SBE-FEIN
           MOVE EP-NAME TO SBE-NAME
           MOVE EP-ADDRESS TO SBE-ADDRESS
           MOVE EP-CITY TO SBE-CITY
           MOVE EP-STATE TO SBE-STATE
           MOVE EP-ZIP TO SBE-ZIP
           MOVE REPORT-DATE TO SBE-DATE
           WRITE SUB-EMPLOYER-REC.


       275-END-STATE.
           MOVE "T" TO SBS-TYPE
           MOVE STATE-HOLD TO SBS-WORK-STATE
           MOVE STATE-SENT TO SBS-COUNT
           WRITE SUB-STATE-TRAILER-REC.


       280-WRITE-TRAILER.
           MOVE "9" TO SBT-TYPE
           MOVE TOTAL-STATES TO SBT-STATE-COUNT
           MOVE TOTAL-SENT TO SBT-COUNT
           WRITE SUB-FILE-TRAILER-REC
           MOVE TOTAL-LATE TO LATE-TOTAL-COUNT
           WRITE LATE-LIST-REC FROM LATE-TOTAL-LINE
           IF TOTAL-LATE > ZERO
               MOVE 8 TO RETURN-CODE
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
           CLOSE NEW-HIRE-FILE
           IF MASTER-OPEN = 1
               CLOSE EMPLOYEE-MASTER
           END-IF
           CLOSE SUBMISSION-FILE
           CLOSE LATE-LIST-FILE.

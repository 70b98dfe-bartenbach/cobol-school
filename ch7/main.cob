           SELECT EMPLOYEE-MASTER ASSIGN TO
                                  "/home/proxa/doc/cob/c0701-mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-EMP-ID
           FILE STATUS IS MASTER-STATUS.
           SELECT TERMINAL-OUT  ASSIGN TO DISPLAY
           RECORD KEY IS YTD-EMP-ID
           FILE STATUS IS YTD-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "/home/proxa/doc/cob/c0701-x"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-STATUS.
           SELECT TAX-TABLE-FILE ASSIGN TO
                                 "/home/proxa/doc/cob/c0701-tax"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DED-FILE-STATUS.
           SELECT STUB-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-stub"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUB-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-chk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-STATUS.
           SELECT CHECKNO-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-chkno"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKNO-STATUS.
           SELECT ACH-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-ach"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACH-STATUS.
           SELECT RUN-TOTALS-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-runtot"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEAVE-STATUS.
           SELECT LIABILITY-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-liab"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIABILITY-STATUS.
           SELECT LIABILITY-REPORT-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-liabrpt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DED-REGISTER-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-dedreg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DED-REGISTER-STATUS.
           SELECT ARREARS-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-arr"
           ORGANIZATION IS INDEXED
                            "/home/proxa/doc/cob/opslog"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPS-LOG-STATUS.
           SELECT PAY-PARM-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-payparm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAY-PARM-STATUS.
           SELECT FINAL-REGISTER-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-finreg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FINAL-REGISTER-STATUS.
           SELECT PP-VOID-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-ppvoid"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PP-VOID-STATUS.
           SELECT BONUS-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-bonus"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BONUS-FILE-STATUS.
           SELECT EARN-CODE-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-earn"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EARN-FILE-STATUS.
           SELECT DEFERRAL-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-401k"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEF-KEY
           FILE STATUS IS DEFERRAL-STATUS.
           SELECT CONTRIBUTION-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-401kctb"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTRIBUTION-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-payhist"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-ckpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKPOINT-STATUS.
           SELECT CKPT-WORK-FILE ASSIGN TO
                            "/home/proxa/doc/cob/c0701-ckwork"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CKPT-WORK-STATUS.

      ***************************************************************
       DATA DIVISION.
           05  VAC-TAKEN-IN-X REDEFINES VAC-TAKEN-IN PIC X(3).
           05  SICK-TAKEN-IN PIC 9(3).
           05  SICK-TAKEN-IN-X REDEFINES SICK-TAKEN-IN PIC X(3).
           05  EARN-CODE-IN PIC X(3).
       FD EMPLOYEE-MASTER.
       01  MASTER-REC.
           05  MST-EMP-ID     PIC X(5).
           05  DED-AMOUNT  PIC 9(4)V99.
           05  DED-PRIORITY PIC 9(1).
           05  DED-STOP-DATE PIC 9(8).
           05  DED-TAX-TREAT PIC X(1).
       FD STUB-FILE.
       01  STUB-REC        PIC X(80).
       FD CHECK-REGISTER-FILE.
           05  CHK-DATE     PIC 9(8).
           05  FILLER       PIC X(2).
           05  CHK-NET-NUM  PIC 9(8)V99.
           05  FILLER       PIC X(2).
           05  CHK-FLAG     PIC X(5).
       FD CHECKNO-FILE.
       01  CHECKNO-REC.
           05  CKN-NEXT     PIC 9(6).
      *    THE DEPOSIT SEQUENCE THAT NUMBERS PAY HISTORY FOR DIRECT
      *    DEPOSITS - BLANK ON A FILE FROM BEFORE IT WAS CARRIED.
           05  CKN-NEXT-DEPOSIT PIC 9(6).
           05  CKN-NEXT-DEPOSIT-X REDEFINES CKN-NEXT-DEPOSIT
                            PIC X(6).
       FD ACH-FILE.
       01  ACH-HEADER-REC.
           05  ACH-HDR-TYPE PIC X(1).
           05  RT-STATE     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  RT-DED       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  RT-HOURS     PIC 9(3).
           05  RT-RUN-KIND  PIC X(1).
           05  RT-EARN-CODE PIC X(3).
       FD ADJUSTMENT-FILE.
       01  ADJUSTMENT-REC.
           05  ADJ-TYPE     PIC X(1).
           05  ADJ-ORIG-STATE PIC 9(7)V99.
           05  ADJ-ORIG-NET PIC 9(7)V99.
           05  ADJ-NEW-HOURS PIC 9(3).
           05  ADJ-ORIG-CHECK-NO PIC 9(6).
           05  ADJ-ORIG-CHECK-NO-X REDEFINES ADJ-ORIG-CHECK-NO
                                PIC X(6).
       FD ADJ-REGISTER-FILE.
       01  ADJ-REGISTER-REC.
           05  ADJR-TYPE    PIC X(1).
           05  COMM-EMP-ID  PIC X(5).
           05  COMM-PERIOD  PIC 9(8).
           05  COMM-AMOUNT  PIC S9(4)V99 SIGN LEADING SEPARATE.
      *    "I" A SALES INCENTIVE, ANYTHING ELSE REGULAR COMMISSION
           05  COMM-EARN-TYPE PIC X(1).
       FD OPS-LOG-FILE.
       01  OPS-LOG-REC.
           COPY "opslog.cpy".
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
           05  JRN-RH-DETAIL REDEFINES JRN-DETAIL.
               10  JRN-RH-EFF-DATE PIC 9(8).
               10  JRN-RH-APPLIED  PIC X(1).
               10  JRN-RH-APPLIED-DATE PIC 9(8).
               10  FILLER          PIC X(28).
           05  JRN-PH-DETAIL REDEFINES JRN-DETAIL.
               10  JRN-PH-DATE     PIC 9(8).
               10  JRN-PH-METHOD   PIC X(1).
               10  JRN-PH-NUMBER   PIC 9(6).
               10  JRN-PH-STATUS   PIC X(1).
               10  JRN-PH-VOID-DATE PIC 9(8).
               10  FILLER          PIC X(21).
       FD FREQ-PARM-FILE.
       01  FREQ-PARM-REC.
           05  FREQ-PARM-CODE PIC X(1).
           05  EXC-HOURS-OUT  PIC X(3).
           05  FILLER         PIC X(2).
           05  EXC-REASON     PIC X(20).
       FD PAY-PARM-FILE.
       01  PAY-PARM-REC.
           05  PAY-PARM-MODE  PIC X(6).
           05  PAY-PARM-RESTART PIC X(1).
           05  PAY-PARM-CKPT-EVERY PIC 9(4).
           05  PAY-PARM-CKPT-EVERY-X REDEFINES PAY-PARM-CKPT-EVERY
                                PIC X(4).
       FD FINAL-REGISTER-FILE.
       01  FINAL-REGISTER-REC PIC X(100).
       FD PP-VOID-FILE.
       01  PP-VOID-REC.
           05  PV-CHECK-NO  PIC 9(6).
           05  PV-EMP-ID    PIC X(5).
           05  PV-AMOUNT    PIC 9(8)V99.
           05  PV-VOID-DATE PIC 9(8).
      *    "A" AN ADJUSTMENT VOID, "B" A CHECK FROM A BACKED-OUT RUN
           05  PV-SOURCE    PIC X(1).
       FD BONUS-FILE.
       01  BONUS-REC.
           05  BON-EMP-ID     PIC X(5).
           05  BON-EARN-TYPE  PIC X(3).
           05  BON-AMOUNT     PIC 9(5)V99.
           05  BON-AMOUNT-X   REDEFINES BON-AMOUNT PIC X(7).
       FD EARN-CODE-FILE.
       01  EARN-CODE-REC.
           05  EC-CODE        PIC X(3).
           05  EC-DESC        PIC X(12).
           05  EC-METHOD      PIC X(1).
           05  EC-FACTOR      PIC 9V999.
           05  EC-ADDON       PIC 99V99.
           05  EC-OT-FLAG     PIC X(1).
           05  EC-TAX-FLAG    PIC X(1).
       FD DEFERRAL-FILE.
       01  DEFERRAL-REC.
           05  DEF-KEY.
               10  DEF-EMP-ID PIC X(5).
               10  DEF-YEAR   PIC 9(4).
           05  DEF-YTD-EE  PIC 9(7)V99.
           05  DEF-YTD-ER  PIC 9(7)V99.
       FD CONTRIBUTION-FILE.
       01  CTB-HEADER-REC.
           05  CTB-HDR-TYPE PIC X(1).
           05  CTB-HDR-DATE PIC 9(8).
           05  CTB-HDR-NAME PIC X(16).
       01  CTB-DETAIL-REC.
           05  CTB-DTL-TYPE PIC X(1).
           05  CTB-DTL-EMP-ID PIC X(5).
           05  CTB-DTL-DATE PIC 9(8).
           05  CTB-DTL-EE-AMT PIC 9(5)V99.
           05  CTB-DTL-ER-AMT PIC 9(5)V99.
           05  CTB-DTL-YTD-EE PIC 9(7)V99.
       01  CTB-TRAILER-REC.
           05  CTB-TRL-TYPE PIC X(1).
           05  CTB-TRL-COUNT PIC 9(6).
           05  CTB-TRL-EE-TOTAL PIC 9(10)V99.
           05  CTB-TRL-ER-TOTAL PIC 9(10)V99.
       FD PAY-HISTORY-FILE.
       01  PAY-HISTORY-REC.
           COPY "payhist.cpy".
       FD CHECKPOINT-FILE.
       01  CKPT-CONTROL-REC.
           05  CKP-TYPE       PIC X(1).
           05  CKP-DATE       PIC 9(8).
           05  CKP-MODE       PIC X(6).
           05  CKP-LAST-EMP-ID PIC X(5).
           05  CKP-CARDS-DONE PIC 9(7).
           05  CKP-NEXT-CHECK-NO PIC 9(6).
           05  CKP-EXCEPTIONS PIC 9(5).
           05  CKP-EMPLOYEES  PIC 9(5).
           05  CKP-HOURS      PIC 9(7).
           05  CKP-GROSS      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CKP-FICA       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CKP-FED        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CKP-STATE      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CKP-DED        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CKP-NET        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CKP-ER-FICA    PIC 9(9)V99.
           05  CKP-FUTA       PIC 9(9)V99.
           05  CKP-SUTA       PIC 9(9)V99.
           05  CKP-ACH-COUNT  PIC 9(6).
           05  CKP-ACH-NET    PIC 9(10)V99.
           05  CKP-CHECK-NET  PIC 9(10)V99.
           05  CKP-CTB-COUNT  PIC 9(6).
           05  CKP-CTB-EE     PIC 9(10)V99.
           05  CKP-CTB-ER     PIC 9(10)V99.
           05  CKP-FINAL-CHECKS PIC 9(5).
           05  CKP-FINAL-PAYOUT PIC 9(9)V99.
           05  CKP-NEXT-DEPOSIT-NO PIC 9(6).
       01  CKPT-COUNTS-REC.
           05  CKC-TYPE       PIC X(1).
           05  CKC-STUB       PIC 9(7).
           05  CKC-CHECKS     PIC 9(7).
           05  CKC-ACH        PIC 9(7).
           05  CKC-RUNTOT     PIC 9(7).
           05  CKC-LIAB       PIC 9(7).
           05  CKC-DEDREG     PIC 9(7).
           05  CKC-CTB        PIC 9(7).
           05  CKC-EXC        PIC 9(7).
           05  CKC-FINREG     PIC 9(7).
           05  CKC-JOURNAL    PIC 9(7).
           05  CKC-PPVOID     PIC 9(7).
       01  CKPT-EARN-REC.
           05  CKE-TYPE       PIC X(1).
           05  CKE-CODE       PIC X(3).
           05  CKE-HOURS      PIC 9(7).
           05  CKE-AMT        PIC S9(9)V99 SIGN LEADING SEPARATE.
       FD CKPT-WORK-FILE.
       01  CKPT-WORK-REC.
           05  CW-TAG         PIC X(2).
           05  CW-DATA        PIC X(130).
       WORKING-STORAGE SECTION.
       01  EOF             PIC 9        VALUE ZERO.
       01  TAX-RATE        PIC V9999    VALUE ZERO.
               10  DT-AMOUNT    PIC 9(4)V99.
               10  DT-PRIORITY  PIC 9(1).
               10  DT-STOP-DATE PIC 9(8).
               10  DT-TAX-TREAT PIC X(1).
       01  DED-COUNT       PIC 9(3)     VALUE ZERO.
       01  DED-CAPACITY    PIC 9(3)     VALUE 200.
       01  DT-SUB          PIC 9(3)     VALUE ZERO.
           05  DED-AMT-OUT  PIC $Z,ZZZ.99.
       01  CHECKNO-STATUS  PIC XX       VALUE SPACES.
       01  NEXT-CHECK-NO   PIC 9(6)     VALUE 100001.
       01  NEXT-DEPOSIT-NO PIC 9(6)     VALUE 1.
       01  RUN-TOTALS-STATUS PIC XX     VALUE SPACES.
       01  ADJ-FILE-STATUS PIC XX       VALUE SPACES.
       01  ADJ-EOF         PIC 9        VALUE ZERO.
               10  CM-EMP-ID    PIC X(5).
               10  CM-PERIOD    PIC 9(8).
               10  CM-AMOUNT    PIC S9(4)V99.
               10  CM-EARN-TYPE PIC X(1).
       01  COMM-PRESENT    PIC 9        VALUE ZERO.
       01  COMM-OVERFLOW   PIC 9        VALUE ZERO.
       01  COMM-COUNT      PIC 9(3)     VALUE ZERO.
       01  COMM-CAPACITY   PIC 9(3)     VALUE 100.
       01  CM-SUB          PIC 9(3)     VALUE ZERO.
       01  WS-COMMISSION   PIC S9(4)V99 VALUE ZERO.
       01  WS-INCENTIVE    PIC S9(5)V99 VALUE ZERO.
       01  WS-CLAWBACK     PIC 9(4)V99  VALUE ZERO.
       01  WS-CLW-TAKE     PIC 9(4)V99  VALUE ZERO.
       01  WS-CLW-AVAIL    PIC S9(5)V99 VALUE ZERO.
       01  STUB-LINE-8.
           05  FILLER       PIC X(11) VALUE "COMMISSION ".
           05  STUB-COMM    PIC $Z,ZZZ.99.
       01  INC-DETAIL-LINE.
           05  FILLER       PIC X(5)  VALUE SPACES.
           05  FILLER       PIC X(11) VALUE "INCENTIVE  ".
           05  FILLER       PIC X(4)  VALUE SPACES.
           05  INC-AMT-OUT  PIC $ZZ,ZZZ.99.
       01  STUB-LINE-15.
           05  FILLER       PIC X(11) VALUE "INCENTIVE  ".
           05  STUB-INCENTIVE PIC $ZZ,ZZZ.99.
       01  OPS-LOG-STATUS  PIC XX       VALUE SPACES.
       01  RUNDATE-STATUS  PIC XX       VALUE SPACES.
       01  OPS-TIME-WORK   PIC 9(8)     VALUE ZERO.
           05  STUB-DATE    PIC 9(8).
           05  FILLER       PIC X(11) VALUE "  CHECK NO ".
           05  STUB-CHECK-NO PIC 9(6).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  STUB-FLAG    PIC X(5)  VALUE SPACES.
       01  STUB-LINE-2.
           05  FILLER       PIC X(9)  VALUE "EMPLOYEE ".
           05  STUB-EMP-ID  PIC X(5).
       01  TRAILER-LINE-8.
           05  FILLER       PIC X(20) VALUE "TOTAL DEDUCTIONS:".
           05  TRAILER-DED        PIC $ZZZ,ZZZ.99-.
       01  PAY-PARM-STATUS  PIC XX       VALUE SPACES.
       01  PAY-MODE         PIC X(6)     VALUE "REG".
           88  FINAL-MODE                VALUE "FINAL".
           88  BONUS-MODE                VALUE "BONUS".
       01  LAST-RUN-DATE    PIC 9(8)     VALUE ZERO.
       01  LAST-FINAL-DATE  PIC 9(8)     VALUE ZERO.
       01  FINAL-PAY-SW     PIC 9        VALUE ZERO.
           88  FINAL-PAY-EMP             VALUE 1.
       01  WS-ARR-FLOOR     PIC 999V99   VALUE ZERO.
       01  WS-ARR-LEFT      PIC 9(7)V99  VALUE ZERO.
       01  WS-PAYOUT-HOURS  PIC 9(3)V99  VALUE ZERO.
       01  WS-VAC-PAYOUT    PIC 9(5)V99  VALUE ZERO.
       01  WS-PAYOUT-BAL    PIC S9(3)V99 VALUE ZERO.
       01  MST-SCAN-EOF     PIC 9        VALUE ZERO.
       01  FINAL-PAID-TABLE.
           05  FINAL-PAID-ENTRY OCCURS 200 TIMES.
               10  FP-EMP-ID    PIC X(5).
       01  FINAL-PAID-COUNT PIC 9(3)     VALUE ZERO.
       01  FINAL-PAID-CAPACITY PIC 9(3)  VALUE 200.
       01  FP-SUB           PIC 9(3)     VALUE ZERO.
       01  FP-FOUND         PIC 9        VALUE ZERO.
       01  TOTAL-FINAL-CHECKS PIC 9(5)   VALUE ZERO.
       01  TOTAL-FINAL-PAYOUT PIC 9(9)V99 VALUE ZERO.
       01  STUB-LINE-11.
           05  FILLER       PIC X(16) VALUE "VACATION PAYOUT ".
           05  STUB-PAYOUT-HOURS PIC ZZ9.99.
           05  FILLER       PIC X(7)  VALUE " HOURS ".
           05  STUB-PAYOUT  PIC $ZZ,ZZZ.99.
       01  FINAL-HDR.
           05  FILLER       PIC X(32)
               VALUE "FINAL PAY REGISTER FOR RUN      ".
           05  FINAL-HDR-DATE PIC 9(8).
       01  FINAL-COLUMN-HDR.
           05  FILLER       PIC X(38)
               VALUE "EMP    NAME             TERM DATE".
           05  FILLER       PIC X(31)
               VALUE "HOURS      PAYOUT     NET PAY  ".
           05  FILLER       PIC X(21)
               VALUE "CHECK    ARREARS LEFT".
       01  FINAL-DETAIL-LINE.
           05  FIN-EMP-ID   PIC X(5).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  FIN-NAME     PIC X(15).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  FIN-TERM-DATE PIC 9(8).
           05  FILLER       PIC X(5)  VALUE SPACES.
           05  FIN-PAYOUT-HOURS PIC ZZ9.99.
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  FIN-PAYOUT   PIC $ZZ,ZZZ.99.
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  FIN-NET      PIC $ZZ,ZZZ.99.
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  FIN-CHECK-NO PIC 9(6).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  FIN-ARR-LEFT PIC $Z,ZZZ,ZZZ.99.
       01  FINAL-TOTAL-LINE.
           05  FILLER       PIC X(20) VALUE "FINAL CHECKS ISSUED:".
           05  FIN-TOTAL-COUNT PIC ZZZZ9.
           05  FILLER       PIC X(18) VALUE "  TOTAL PAYOUT:   ".
           05  FIN-TOTAL-PAYOUT PIC $ZZZ,ZZZ,ZZZ.99.
       01  BONUS-FILE-STATUS PIC XX      VALUE SPACES.
       01  PP-VOID-STATUS   PIC XX       VALUE SPACES.
       01  BONUS-EOF        PIC 9        VALUE ZERO.
       01  SUPP-FED-RATE    PIC V999     VALUE .220.
       01  WS-BONUS         PIC 9(5)V99  VALUE ZERO.
       01  BONUS-DETAIL-LINE.
           05  FILLER       PIC X(5)  VALUE SPACES.
           05  FILLER       PIC X(6)  VALUE "BONUS ".
           05  BON-TYPE-OUT PIC X(3).
           05  FILLER       PIC X(6)  VALUE SPACES.
           05  BON-AMT-OUT  PIC $ZZ,ZZZ.99.
       01  STUB-LINE-12.
           05  FILLER       PIC X(13) VALUE "SUPPLEMENTAL ".
           05  STUB-BON-TYPE PIC X(3).
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  STUB-BONUS   PIC $ZZ,ZZZ.99.
       01  EARN-FILE-STATUS PIC XX       VALUE SPACES.
       01  EARN-EOF         PIC 9        VALUE ZERO.
       01  EARN-CODE-TABLE.
           05  EARN-CODE-ENTRY OCCURS 30 TIMES.
               10  ET-CODE      PIC X(3).
               10  ET-DESC      PIC X(12).
               10  ET-METHOD    PIC X(1).
               10  ET-FACTOR    PIC 9V999.
               10  ET-ADDON     PIC 99V99.
               10  ET-OT-FLAG   PIC X(1).
               10  ET-TAX-FLAG  PIC X(1).
               10  ET-RUN-HOURS PIC 9(7).
               10  ET-RUN-AMT   PIC S9(9)V99.
       01  EARN-CODE-COUNT  PIC 9(2)     VALUE ZERO.
       01  EARN-CODE-CAPACITY PIC 9(2)   VALUE 30.
       01  ET-SUB           PIC 9(2)     VALUE ZERO.
       01  ET-FOUND-SUB     PIC 9(2)     VALUE ZERO.
       01  NEXT-CARD.
           05  NC-EMP-ID      PIC X(5).
           05  NC-HOURS       PIC 9(3).
           05  NC-HOURS-X     REDEFINES NC-HOURS PIC X(3).
           05  NC-VAC-TAKEN   PIC 9(3).
           05  NC-VAC-TAKEN-X REDEFINES NC-VAC-TAKEN PIC X(3).
           05  NC-SICK-TAKEN  PIC 9(3).
           05  NC-SICK-TAKEN-X REDEFINES NC-SICK-TAKEN PIC X(3).
           05  NC-EARN-CODE   PIC X(3).
       01  CARD-EMP-ID      PIC X(5)     VALUE SPACES.
       01  CARD-HOURS-TOTAL PIC 9(4)     VALUE ZERO.
       01  CARD-VAC-TOTAL   PIC 9(3)     VALUE ZERO.
       01  CARD-SICK-TOTAL  PIC 9(3)     VALUE ZERO.
       01  CARD-BAD-HOURS   PIC X(3)     VALUE SPACES.
       01  CARD-REASON      PIC X(20)    VALUE SPACES.
       01  EARN-LINE-TABLE.
           05  EARN-LINE-ENTRY OCCURS 10 TIMES.
               10  EL-CODE      PIC X(3).
               10  EL-ET-SUB    PIC 9(2).
               10  EL-HOURS     PIC 9(3).
               10  EL-PAY       PIC 9(5)V99.
       01  EARN-LINE-COUNT  PIC 9(2)     VALUE ZERO.
       01  EARN-LINE-CAPACITY PIC 9(2)   VALUE 10.
       01  EL-SUB           PIC 9(2)     VALUE ZERO.
       01  EL-FOUND-SUB     PIC 9(2)     VALUE ZERO.
       01  WS-OT-COUNT-HOURS PIC 9(4)    VALUE ZERO.
       01  WS-REG-LINE-HOURS PIC 9(3)    VALUE ZERO.
       01  WS-OT-FROM-REG   PIC 9(3)     VALUE ZERO.
       01  WS-EARN-PAY      PIC 9(5)V99  VALUE ZERO.
       01  WS-EXEMPT-PAY    PIC 9(5)V99  VALUE ZERO.
       01  WS-FIT-WAGES     PIC 9(5)V99  VALUE ZERO.
       01  WS-SUPP-WAGES    PIC 9(5)V99  VALUE ZERO.
       01  EARN-DETAIL-LINE.
           05  FILLER       PIC X(5)  VALUE SPACES.
           05  EARN-DESC-OUT PIC X(12).
           05  EARN-HOURS-OUT PIC ZZ9.
           05  FILLER       PIC X(1)  VALUE SPACES.
           05  EARN-AMT-OUT PIC $ZZ,ZZZ.99.
       01  STUB-LINE-13.
           05  STUB-EARN-DESC PIC X(12).
           05  FILLER       PIC X(1)  VALUE SPACES.
           05  STUB-EARN-HOURS PIC ZZ9.
           05  FILLER       PIC X(7)  VALUE " HOURS ".
           05  STUB-EARN-PAY PIC $ZZ,ZZZ.99.
       01  TRAILER-LINE-12.
           05  FILLER       PIC X(9)  VALUE "EARNINGS ".
           05  TRL-EARN-CODE PIC X(3).
           05  FILLER       PIC X(8)  VALUE SPACES.
           05  TRL-EARN-HOURS PIC ZZZZZZ9.
           05  FILLER       PIC X(2)  VALUE SPACES.
           05  TRL-EARN-AMT PIC $ZZZ,ZZZ.99-.
       01  DEFERRAL-STATUS  PIC XX       VALUE SPACES.
           88  DEF-NEW-KEY               VALUE "23" "35".
       01  DEFERRAL-LIMIT   PIC 9(7)     VALUE 23000.
       01  PAY-HISTORY-STATUS PIC XX     VALUE SPACES.
           88  PH-NEW-KEY                VALUE "23" "35".
       01  PAY-HISTORY-OPEN PIC 9        VALUE ZERO.
       01  PH-SUB           PIC 9(2)     VALUE ZERO.
       01  PH-SCAN-EOF      PIC 9        VALUE ZERO.
       01  PH-VOID-FOUND    PIC 9        VALUE ZERO.
       01  MATCH-RATE       PIC V999     VALUE .500.
       01  MATCH-CAP-PCT    PIC 9(3)     VALUE 6.
       01  PAY-RUN-YEAR     PIC 9(4)     VALUE ZERO.
       01  WS-DEFERRAL      PIC 9(5)V99  VALUE ZERO.
       01  WS-DEF-AMT       PIC 9(4)V99  VALUE ZERO.
       01  WS-DEF-ROOM      PIC S9(7)V99 VALUE ZERO.
       01  WS-ER-MATCH      PIC 9(5)V99  VALUE ZERO.
       01  WS-MATCH-BASE    PIC 9(5)V99  VALUE ZERO.
       01  EMP-DEFER-TABLE.
           05  EMP-DEFER-ENTRY OCCURS 5 TIMES.
               10  EDF-CODE     PIC X(3).
               10  EDF-AMT      PIC 9(4)V99.
       01  EMP-DEFER-COUNT  PIC 9(2)     VALUE ZERO.
       01  EMP-DEFER-CAPACITY PIC 9(2)   VALUE 5.
       01  EDF-SUB          PIC 9(2)     VALUE ZERO.
       01  CTB-COUNT        PIC 9(6)     VALUE ZERO.
       01  TOTAL-CTB-EE     PIC 9(10)V99 VALUE ZERO.
       01  TOTAL-CTB-ER     PIC 9(10)V99 VALUE ZERO.
       01  STUB-LINE-14.
           05  FILLER       PIC X(13) VALUE "401K PRE-TAX ".
           05  STUB-DEFERRAL PIC $Z,ZZZ.99.
           05  FILLER       PIC X(9)  VALUE "  MATCH ".
           05  STUB-ER-MATCH PIC $Z,ZZZ.99.
           05  FILLER       PIC X(13) VALUE "  YTD 401K ".
           05  STUB-YTD-DEFERRAL PIC $ZZZ,ZZZ.99.
       01  TRAILER-LINE-13.
           05  FILLER       PIC X(20) VALUE "TOTAL 401K DEFERRED:".
           05  TRAILER-DEFERRAL   PIC $ZZZ,ZZZ.99-.
       01  TRAILER-LINE-14.
           05  FILLER       PIC X(20) VALUE "TOTAL 401K MATCH:".
           05  TRAILER-ER-MATCH   PIC $ZZZ,ZZZ.99-.
       01  STUB-STATUS      PIC XX       VALUE SPACES.
       01  REGISTER-STATUS  PIC XX       VALUE SPACES.
       01  ACH-STATUS       PIC XX       VALUE SPACES.
       01  EXCEPTION-STATUS PIC XX       VALUE SPACES.
       01  LIABILITY-STATUS PIC XX       VALUE SPACES.
       01  DED-REGISTER-STATUS PIC XX    VALUE SPACES.
       01  FINAL-REGISTER-STATUS PIC XX  VALUE SPACES.
       01  CONTRIBUTION-STATUS PIC XX    VALUE SPACES.
       01  CHECKPOINT-STATUS PIC XX      VALUE SPACES.
       01  CKPT-WORK-STATUS PIC XX       VALUE SPACES.
       01  CKPT-INTERVAL    PIC 9(4)     VALUE 50.
       01  CKPT-SINCE       PIC 9(4)     VALUE ZERO.
       01  RESTART-SW       PIC 9        VALUE ZERO.
           88  RESTART-RUN               VALUE 1.
       01  RESTART-REASON   PIC X(30)    VALUE SPACES.
       01  RESTART-LAST-EMP-ID PIC X(5)  VALUE SPACES.
       01  RESTART-CARDS-DONE PIC 9(7)   VALUE ZERO.
       01  SKIP-EMP-ID      PIC X(5)     VALUE SPACES.
       01  CKPT-EOF         PIC 9        VALUE ZERO.
       01  CKPT-FOUND       PIC 9        VALUE ZERO.
       01  KEEP-EOF         PIC 9        VALUE ZERO.
       01  KEEP-COUNT       PIC 9(7)     VALUE ZERO.
       01  STUB-RECS        PIC 9(7)     VALUE ZERO.
       01  CHECK-RECS       PIC 9(7)     VALUE ZERO.
       01  ACH-RECS         PIC 9(7)     VALUE ZERO.
       01  RUNTOT-RECS      PIC 9(7)     VALUE ZERO.
       01  LIAB-RECS        PIC 9(7)     VALUE ZERO.
       01  DEDREG-RECS      PIC 9(7)     VALUE ZERO.
       01  CTB-RECS         PIC 9(7)     VALUE ZERO.
       01  EXC-RECS         PIC 9(7)     VALUE ZERO.
       01  FINREG-RECS      PIC 9(7)     VALUE ZERO.
       01  JOURNAL-RECS     PIC 9(7)     VALUE ZERO.
       01  PPVOID-RECS      PIC 9(7)     VALUE ZERO.
       01  LATE-KEY.
           05  LATE-KEY-TYPE    PIC X(1).
           05  LATE-KEY-EMP-ID  PIC X(5).
           05  LATE-KEY-SUB     PIC X(8).
       01  LATE-IMAGE-TABLE.
           05  LATE-IMAGE-ENTRY OCCURS 2000 TIMES.
               10  LT-KEY       PIC X(14).
               10  LT-IMAGE     PIC X(60).
       01  LATE-IMAGE-COUNT PIC 9(4)     VALUE ZERO.
       01  LATE-IMAGE-CAPACITY PIC 9(4)  VALUE 2000.
       01  LT-SUB           PIC 9(4)     VALUE ZERO.
       01  LT-FOUND-SUB     PIC 9(4)     VALUE ZERO.
       01  RESTART-COMM-TABLE.
           05  RESTART-COMM-ENTRY OCCURS 200 TIMES.
               10  RC-WHEN      PIC X(1).
               10  RC-EMP-ID    PIC X(5).
               10  RC-PERIOD    PIC 9(8).
               10  RC-AMOUNT    PIC S9(4)V99.
               10  RC-EARN-TYPE PIC X(1).
       01  RESTART-COMM-COUNT PIC 9(3)   VALUE ZERO.
       01  RESTART-COMM-CAPACITY PIC 9(3) VALUE 200.
       01  RC-SUB           PIC 9(3)     VALUE ZERO.
       01  RESTART-COMM-WHEN PIC X(1)    VALUE SPACES.
       01  YTD-OPEN         PIC 9        VALUE ZERO.
       01  ARREARS-OPEN     PIC 9        VALUE ZERO.
       01  LEAVE-OPEN       PIC 9        VALUE ZERO.
       01  DEFERRAL-OPEN    PIC 9        VALUE ZERO.
       01  RATE-HISTORY-OPEN PIC 9       VALUE ZERO.

      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************
       100-MAIN.
           PERFORM 150-INIT
           IF BONUS-MODE
               PERFORM UNTIL BONUS-EOF = 1
                   READ BONUS-FILE
                       AT END
                           MOVE 1 TO BONUS-EOF
                       NOT AT END
                           ADD 1 TO RECORDS-READ
                           PERFORM 400-PAY-BONUS
                   END-READ
               END-PERFORM
           ELSE
      *        A RESTART IS ALREADY POSITIONED PAST THE CARDS ITS
      *        CHECKPOINT COVERED - 810 READ THEM DURING 150.
               IF NOT RESTART-RUN
                   PERFORM 120-READ-TIMECARD
               END-IF
               PERFORM UNTIL EOF = 1
                   PERFORM 130-GATHER-EMPLOYEE
               END-PERFORM
           END-IF
           IF FINAL-MODE
               PERFORM 700-PAY-UNCARDED-FINALS
           END-IF
           IF ADJ-PRESENT = 1
               PERFORM 500-PROCESS-ADJUSTMENTS
           END-IF
       STOP RUN.


       120-READ-TIMECARD.
           READ EMPLOYEE-FILE
               AT END
                   MOVE 1 TO EOF
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   MOVE EMPLOYEE-REC TO NEXT-CARD
           END-READ.


       130-GATHER-EMPLOYEE.
      *    AN EMPLOYEE'S TIME ARRIVES AS ONE LINE PER EARNINGS CODE,
      *    CONSECUTIVE ON THE EXTRACT - THE LINES ARE GATHERED UNTIL
      *    THE EMPLOYEE ID CHANGES AND PAID AS ONE CHECK.
           MOVE NC-EMP-ID TO CARD-EMP-ID
           MOVE ZERO TO CARD-HOURS-TOTAL
           MOVE ZERO TO CARD-VAC-TOTAL
           MOVE ZERO TO CARD-SICK-TOTAL
           MOVE ZERO TO EARN-LINE-COUNT
           MOVE SPACES TO CARD-BAD-HOURS
           MOVE SPACES TO CARD-REASON
           PERFORM UNTIL EOF = 1 OR NC-EMP-ID NOT = CARD-EMP-ID
               PERFORM 135-ADD-CARD-LINE
               PERFORM 120-READ-TIMECARD
           END-PERFORM
           PERFORM 140-PAY-TIMECARD
      *    CHECKPOINTS FALL BETWEEN EMPLOYEES ONLY - THE NEXT CARD IS
      *    ALREADY IN HAND, SO NOTHING IS EVER HALF PAID AT ONE.
           IF CKPT-INTERVAL > ZERO
               ADD 1 TO CKPT-SINCE
               IF CKPT-SINCE NOT < CKPT-INTERVAL
                   PERFORM 850-TAKE-CHECKPOINT
                   MOVE ZERO TO CKPT-SINCE
               END-IF
           END-IF.


       135-ADD-CARD-LINE.
      *    THE FIRST BAD LINE DECIDES THE EXCEPTION - A PARTIAL CHECK
      *    FOR THE GOOD LINES WOULD ONLY HAVE TO BE VOIDED LATER.
           IF CARD-REASON = SPACES
               IF NC-HOURS NOT NUMERIC
                   MOVE "HOURS NOT NUMERIC" TO CARD-REASON
                   MOVE NC-HOURS-X TO CARD-BAD-HOURS
               ELSE
      *            A BLANK CODE IS A CARD FROM BEFORE EARNINGS CODES.
                   IF NC-EARN-CODE = SPACES
                       MOVE "REG" TO NC-EARN-CODE
                   END-IF
                   PERFORM 137-FIND-EARN-CODE
                   IF ET-FOUND-SUB = ZERO
                       MOVE "EARN CODE UNKNOWN" TO CARD-REASON
                       MOVE NC-HOURS-X TO CARD-BAD-HOURS
                   ELSE
                       PERFORM 138-POST-EARN-LINE
                   END-IF
               END-IF
           END-IF
           IF CARD-REASON = SPACES
               IF NC-VAC-TAKEN-X NOT = SPACES AND NC-VAC-TAKEN NUMERIC
                   ADD NC-VAC-TAKEN TO CARD-VAC-TOTAL
                       ON SIZE ERROR
                           MOVE "LEAVE TAKEN INVALID" TO CARD-REASON
                           MOVE NC-HOURS-X TO CARD-BAD-HOURS
                   END-ADD
               END-IF
               IF NC-SICK-TAKEN-X NOT = SPACES
                   AND NC-SICK-TAKEN NUMERIC
                   ADD NC-SICK-TAKEN TO CARD-SICK-TOTAL
                       ON SIZE ERROR
                           MOVE "LEAVE TAKEN INVALID" TO CARD-REASON
                           MOVE NC-HOURS-X TO CARD-BAD-HOURS
                   END-ADD
               END-IF
           END-IF.


       137-FIND-EARN-CODE.
           MOVE ZERO TO ET-FOUND-SUB
           PERFORM VARYING ET-SUB FROM 1 BY 1
                   UNTIL ET-SUB > EARN-CODE-COUNT
               IF ET-CODE (ET-SUB) = NC-EARN-CODE
                   MOVE ET-SUB TO ET-FOUND-SUB
               END-IF
           END-PERFORM.


       138-POST-EARN-LINE.
      *    TWO LINES UNDER ONE CODE ARE ONE EARNINGS LINE - THE HOURS
      *    ARE ADDED TOGETHER, AS THE STUB SHOWS THEM.
           MOVE ZERO TO EL-FOUND-SUB
           PERFORM VARYING EL-SUB FROM 1 BY 1
                   UNTIL EL-SUB > EARN-LINE-COUNT
               IF EL-CODE (EL-SUB) = NC-EARN-CODE
                   MOVE EL-SUB TO EL-FOUND-SUB
               END-IF
           END-PERFORM
           IF EL-FOUND-SUB = ZERO
               IF EARN-LINE-COUNT < EARN-LINE-CAPACITY
                   ADD 1 TO EARN-LINE-COUNT
                   MOVE EARN-LINE-COUNT TO EL-FOUND-SUB
                   MOVE NC-EARN-CODE TO EL-CODE (EL-FOUND-SUB)
                   MOVE ET-FOUND-SUB TO EL-ET-SUB (EL-FOUND-SUB)
                   MOVE ZERO TO EL-HOURS (EL-FOUND-SUB)
                   MOVE ZERO TO EL-PAY (EL-FOUND-SUB)
               ELSE
                   MOVE "TOO MANY EARN LINES" TO CARD-REASON
                   MOVE NC-HOURS-X TO CARD-BAD-HOURS
               END-IF
           END-IF
           IF EL-FOUND-SUB > ZERO
               ADD NC-HOURS TO EL-HOURS (EL-FOUND-SUB)
                   ON SIZE ERROR
                       MOVE "HOURS EXCEED CAP" TO CARD-REASON
                       MOVE NC-HOURS-X TO CARD-BAD-HOURS
               END-ADD
               ADD NC-HOURS TO CARD-HOURS-TOTAL
           END-IF.


       140-PAY-TIMECARD.
      *    THE GATHERED LINES ARE FOLDED BACK INTO THE ONE-CARD RECORD
      *    AREA THE REST OF THE RUN WORKS FROM - TOTAL HOURS FOR THE
      *    CAP, LEAVE ACCRUAL AND HOURS HISTORY, LEAVE TAKEN SUMMED
      *    ACROSS THE LINES - WHILE THE EARNINGS LINES PRICE THE PAY.
           MOVE SPACES TO EMPLOYEE-REC
           MOVE CARD-EMP-ID TO EMPLOYEE-ID-IN
           IF CARD-REASON NOT = SPACES
               MOVE CARD-BAD-HOURS TO HOURS-IN-X
               MOVE CARD-REASON TO EXCEPTION-REASON
               PERFORM 210-EXCEPTION
           ELSE
               IF CARD-HOURS-TOTAL > 999
                   MOVE 999 TO HOURS-IN
               ELSE
                   MOVE CARD-HOURS-TOTAL TO HOURS-IN
               END-IF
               MOVE CARD-VAC-TOTAL TO VAC-TAKEN-IN
               MOVE CARD-SICK-TOTAL TO SICK-TAKEN-IN
               PERFORM 200-CALC
           END-IF.


       145-SET-REG-LINE.
      *    A CALLER THAT BUILDS ITS OWN ONE-CARD RECORD - A REISSUE,
      *    AN UNCARDED FINAL - PAYS ALL OF HOURS-IN AS REGULAR TIME.
           MOVE ZERO TO EARN-LINE-COUNT
           IF HOURS-IN NUMERIC
               MOVE 1 TO EARN-LINE-COUNT
               MOVE "REG" TO EL-CODE (1)
               MOVE 1 TO EL-ET-SUB (1)
               MOVE HOURS-IN TO EL-HOURS (1)
               MOVE ZERO TO EL-PAY (1)
           END-IF.


       150-INIT.
           PERFORM 600-WRITE-OPS-START
           MOVE .0765 TO TAX-RATE
      *    I-O RATHER THAN INPUT - COMPLETING A PRENOTE CYCLE FLIPS
      *    THE EMPLOYEE'S DEPOSIT FLAG LIVE ON THE MASTER.
           OPEN I-O EMPLOYEE-MASTER
           END-IF
           PERFORM 160-LOAD-TAX-TABLE
           CLOSE TAX-TABLE-FILE
           PERFORM 177-LOAD-EARN-CODES
      *    THE PROCESSING DATE COMES FROM THE SHARED PARAMETER FILE
      *    WHEN PRESENT SO A RERUN STAMPS THE PERIOD IT BELONGS TO -
      *    THE SYSTEM DATE IS ONLY A FALLBACK.
               END-READ
               CLOSE FREQ-PARM-FILE
           END-IF
      *    THE PAY PARAMETER PICKS THE KIND OF RUN - ABSENT OR BLANK
      *    IS THE REGULAR HOURS RUN, "FINAL" PAYS OUT EMPLOYEES
      *    TERMINATED SINCE THE LAST RUN, "BONUS" PAYS THE OFF-CYCLE
      *    BONUS FILE INSTEAD OF TIMECARDS.  AN "R" AFTER THE MODE
      *    RESTARTS THAT RUN FROM ITS LAST CHECKPOINT, AND THE NEXT
      *    COLUMNS SET HOW MANY EMPLOYEES GO BY BETWEEN CHECKPOINTS -
      *    BLANK KEEPS THE DEFAULT, ZERO TAKES NONE.
           OPEN INPUT PAY-PARM-FILE
           IF PAY-PARM-STATUS = "00"
               READ PAY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAY-PARM-MODE NOT = SPACES
                           MOVE PAY-PARM-MODE TO PAY-MODE
                       END-IF
                       IF PAY-PARM-RESTART = "R"
                           MOVE 1 TO RESTART-SW
                       END-IF
                       IF PAY-PARM-CKPT-EVERY-X NOT = SPACES
                           AND PAY-PARM-CKPT-EVERY NUMERIC
                           MOVE PAY-PARM-CKPT-EVERY TO CKPT-INTERVAL
                       END-IF
               END-READ
               CLOSE PAY-PARM-FILE
           END-IF
           IF BONUS-MODE
               OPEN INPUT BONUS-FILE
               IF BONUS-FILE-STATUS NOT = "00"
                   DISPLAY "BONUS FILE NOT AVAILABLE - STATUS "
                       BONUS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 610-WRITE-OPS-END
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT EMPLOYEE-FILE
           END-IF
           OPEN INPUT DEDUCTION-FILE
           IF DED-FILE-STATUS = "00"
               PERFORM 170-LOAD-DEDUCTIONS
                       CONTINUE
                   NOT AT END
                       MOVE CKN-NEXT TO NEXT-CHECK-NO
                       IF CKN-NEXT-DEPOSIT-X NUMERIC
                           AND CKN-NEXT-DEPOSIT NOT = ZERO
                           MOVE CKN-NEXT-DEPOSIT TO NEXT-DEPOSIT-NO
                       END-IF
               END-READ
               CLOSE CHECKNO-FILE
           END-IF
      *    A RESTART PUTS EVERY OUTPUT BACK TO WHERE THE LAST
      *    CHECKPOINT LEFT IT BEFORE ANYTHING IS OPENED TO APPEND.  A
      *    FRESH RUN THAT TAKES CHECKPOINTS COUNTS WHAT THE APPENDED
      *    FILES ALREADY HOLD SO ITS CHECKPOINTS CAN SAY WHERE THIS
      *    RUN'S OWN RECORDS END.
           IF RESTART-RUN
               PERFORM 800-PREPARE-RESTART
           ELSE
           IF NOT BONUS-MODE
      *        A CHECKPOINT LEFT BEHIND BY AN EARLIER RUN DOES NOT
      *        DESCRIBE THIS ONE.
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               IF CKPT-INTERVAL > ZERO
                   PERFORM 196-COUNT-APPENDED-FILES
               END-IF
           END-IF
           END-IF
           OPEN OUTPUT LIABILITY-REPORT-FILE
           IF RESTART-RUN
               OPEN EXTEND STUB-FILE
               OPEN EXTEND LIABILITY-FILE
               OPEN EXTEND DED-REGISTER-FILE
               OPEN EXTEND CONTRIBUTION-FILE
               OPEN EXTEND CHECK-REGISTER-FILE
               OPEN EXTEND ACH-FILE
           ELSE
               OPEN OUTPUT STUB-FILE
               OPEN OUTPUT LIABILITY-FILE
               OPEN OUTPUT DED-REGISTER-FILE
      *        THE PLAN RECORDKEEPER TAKES ONE CONTRIBUTION FILE PER
      *        PAY DATE - HEADER, A ROW PER CONTRIBUTING EMPLOYEE,
      *        TRAILER.
               OPEN OUTPUT CONTRIBUTION-FILE
               MOVE "1" TO CTB-HDR-TYPE
               MOVE PAY-RUN-DATE TO CTB-HDR-DATE
               MOVE "401K PLAN" TO CTB-HDR-NAME
               WRITE CTB-HEADER-REC
               ADD 1 TO CTB-RECS
               OPEN OUTPUT CHECK-REGISTER-FILE
               OPEN OUTPUT ACH-FILE
               MOVE "1" TO ACH-HDR-TYPE
               MOVE PAY-RUN-DATE TO ACH-HDR-DATE
               IF BONUS-MODE
                   MOVE "SUPPLEMENTAL PAY" TO ACH-HDR-NAME
               ELSE
                   MOVE "PAYROLL BATCH" TO ACH-HDR-NAME
               END-IF
               WRITE ACH-HEADER-REC
               ADD 1 TO ACH-RECS
           END-IF
           OPEN I-O RATE-HISTORY-FILE
           IF RATE-HISTORY-STATUS = "35"
               OPEN OUTPUT RATE-HISTORY-FILE
           IF RETRO-PENDING = 1
               PERFORM 190-LOAD-HOURS-HISTORY
           END-IF
           IF FINAL-MODE
               PERFORM 195-FIND-LAST-RUN-DATE
               IF RESTART-RUN
                   OPEN EXTEND FINAL-REGISTER-FILE
               ELSE
                   OPEN OUTPUT FINAL-REGISTER-FILE
                   MOVE PAY-RUN-DATE TO FINAL-HDR-DATE
                   WRITE FINAL-REGISTER-REC FROM FINAL-HDR
                   WRITE FINAL-REGISTER-REC FROM FINAL-COLUMN-HDR
                   ADD 2 TO FINREG-RECS
               END-IF
           END-IF
           OPEN EXTEND RUN-TOTALS-FILE
           IF RUN-TOTALS-STATUS = "35"
               CLOSE RUN-TOTALS-FILE
               OPEN OUTPUT RUN-TOTALS-FILE
           END-IF
      *    VOIDS, REISSUES AND COMMISSIONS BELONG TO THE REGULAR RUN
      *    - AN OFF-CYCLE BONUS RUN LEAVES BOTH FILES FOR IT.
           IF NOT BONUS-MODE
               OPEN INPUT ADJUSTMENT-FILE
               IF ADJ-FILE-STATUS = "00"
                   MOVE 1 TO ADJ-PRESENT
                   OPEN OUTPUT ADJ-REGISTER-FILE
                   OPEN EXTEND PP-VOID-FILE
                   IF PP-VOID-STATUS = "35"
                       CLOSE PP-VOID-FILE
                       OPEN OUTPUT PP-VOID-FILE
                   END-IF
               END-IF
               OPEN INPUT COMMISSION-FILE
               IF COMM-FILE-STATUS = "00"
                   MOVE 1 TO COMM-PRESENT
                   PERFORM 180-LOAD-COMMISSIONS
                   CLOSE COMMISSION-FILE
               END-IF
               IF RESTART-RUN
                   PERFORM 845-REAPPLY-COMMISSIONS
               END-IF
           END-IF
           OPEN OUTPUT TERMINAL-OUT
           IF RESTART-RUN
               OPEN EXTEND EXCEPTION-FILE
           ELSE
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           OPEN I-O YTD-FILE
           IF YTD-STATUS = "35"
               OPEN OUTPUT YTD-FILE
               OPEN OUTPUT LEAVE-FILE
               CLOSE LEAVE-FILE
               OPEN I-O LEAVE-FILE
           END-IF
      *    DEFERRAL TOTALS ARE KEPT BY EMPLOYEE AND CALENDAR YEAR, SO
      *    THE ANNUAL LIMIT STARTS FRESH EACH JANUARY WITHOUT A RESET.
           COMPUTE PAY-RUN-YEAR = PAY-RUN-DATE / 10000
           OPEN I-O DEFERRAL-FILE
           IF DEFERRAL-STATUS = "35"
               OPEN OUTPUT DEFERRAL-FILE
               CLOSE DEFERRAL-FILE
               OPEN I-O DEFERRAL-FILE
           END-IF
           OPEN I-O PAY-HISTORY-FILE
           IF PAY-HISTORY-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.




       165-STORE-BRACKET.
      *    THE "U" ROW CARRIES THE FLAT FEDERAL SUPPLEMENTAL RATE IN
      *    ITS PERCENT COLUMN - WITHOUT ONE THE STATUTORY 22% STANDS.
      *    THE "K" ROW CARRIES THE ANNUAL 401(K) DEFERRAL LIMIT IN ITS
      *    FLOOR COLUMN; THE "M" ROW THE EMPLOYER MATCH RATE IN ITS
      *    PERCENT COLUMN AND THE PERCENT OF PAY MATCHED IN ITS FLOOR.
           IF TAX-JURIS = "A"
               MOVE TAX-FLOOR TO ALLOWANCE-AMOUNT
           ELSE
           IF TAX-JURIS = "U"
               MOVE TAX-PCT TO SUPP-FED-RATE
           ELSE
           IF TAX-JURIS = "K"
               MOVE TAX-FLOOR TO DEFERRAL-LIMIT
           ELSE
           IF TAX-JURIS = "M"
               MOVE TAX-PCT TO MATCH-RATE
               MOVE TAX-FLOOR TO MATCH-CAP-PCT
           ELSE
               IF TAX-BRACKET-COUNT < TAX-BRACKET-CAPACITY
                   ADD 1 TO TAX-BRACKET-COUNT
               ELSE
                   DISPLAY "TAX BRACKET TABLE FULL - ENTRY SKIPPED"
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.


               MOVE DED-AMOUNT TO DT-AMOUNT (DED-COUNT)
               MOVE DED-PRIORITY TO DT-PRIORITY (DED-COUNT)
               MOVE DED-STOP-DATE TO DT-STOP-DATE (DED-COUNT)
               MOVE DED-TAX-TREAT TO DT-TAX-TREAT (DED-COUNT)
           ELSE
               DISPLAY "DEDUCTION TABLE FULL - ENTRY SKIPPED"
           END-IF.


       177-LOAD-EARN-CODES.
      *    REG IS BUILT IN AND ALWAYS FIRST - STRAIGHT TIME, COUNTS
      *    TOWARD OVERTIME, REGULAR WITHHOLDING - SO A TIMECARD FROM
      *    BEFORE EARNINGS CODES, OR A RUN WITH NO CODE FILE, PAYS
      *    EXACTLY AS IT ALWAYS HAS.  OT IS BUILT IN SECOND TO CARRY
      *    THE OVERTIME 202 FIGURES FROM THE HOURS.
           MOVE 2 TO EARN-CODE-COUNT
           MOVE "REG" TO ET-CODE (1)
           MOVE "REGULAR" TO ET-DESC (1)
           MOVE "M" TO ET-METHOD (1)
           MOVE 1 TO ET-FACTOR (1)
           MOVE ZERO TO ET-ADDON (1)
           MOVE "Y" TO ET-OT-FLAG (1)
           MOVE "R" TO ET-TAX-FLAG (1)
           MOVE "OT" TO ET-CODE (2)
           MOVE "OVERTIME" TO ET-DESC (2)
           MOVE "M" TO ET-METHOD (2)
           MOVE 1.5 TO ET-FACTOR (2)
           MOVE ZERO TO ET-ADDON (2)
           MOVE "N" TO ET-OT-FLAG (2)
           MOVE "R" TO ET-TAX-FLAG (2)
           MOVE ZERO TO ET-RUN-HOURS (1)
           MOVE ZERO TO ET-RUN-AMT (1)
           MOVE ZERO TO ET-RUN-HOURS (2)
           MOVE ZERO TO ET-RUN-AMT (2)
           OPEN INPUT EARN-CODE-FILE
           IF EARN-FILE-STATUS = "00"
               PERFORM UNTIL EARN-EOF = 1
                   READ EARN-CODE-FILE
                       AT END
                           MOVE 1 TO EARN-EOF
                       NOT AT END
                           PERFORM 178-STORE-EARN-CODE
                   END-READ
               END-PERFORM
               CLOSE EARN-CODE-FILE
           END-IF.


       178-STORE-EARN-CODE.
      *    THE BUILT-IN CODES CANNOT BE REDEFINED FROM THE FILE, AND A
      *    ROW WITH AN UNKNOWN METHOD, OVERTIME OR TAX FLAG IS REFUSED
      *    RATHER THAN GUESSED AT - ITS TIMECARD LINES THEN FALL OUT
      *    AS EXCEPTIONS INSTEAD OF PAYING AT A WRONG RATE.
           IF EC-CODE = "REG" OR EC-CODE = "OT" OR EC-CODE = SPACES
               DISPLAY "EARNINGS CODE RESERVED - SKIPPED " EC-CODE
           ELSE
           IF (EC-METHOD NOT = "M" AND EC-METHOD NOT = "A")
               OR EC-FACTOR NOT NUMERIC OR EC-ADDON NOT NUMERIC
               OR (EC-OT-FLAG NOT = "Y" AND EC-OT-FLAG NOT = "N")
               OR (EC-TAX-FLAG NOT = "R" AND EC-TAX-FLAG NOT = "S"
                   AND EC-TAX-FLAG NOT = "N")
               DISPLAY "EARNINGS CODE INVALID - SKIPPED " EC-CODE
           ELSE
               IF EARN-CODE-COUNT < EARN-CODE-CAPACITY
                   ADD 1 TO EARN-CODE-COUNT
                   MOVE EC-CODE TO ET-CODE (EARN-CODE-COUNT)
                   MOVE EC-DESC TO ET-DESC (EARN-CODE-COUNT)
                   MOVE EC-METHOD TO ET-METHOD (EARN-CODE-COUNT)
                   MOVE EC-FACTOR TO ET-FACTOR (EARN-CODE-COUNT)
                   MOVE EC-ADDON TO ET-ADDON (EARN-CODE-COUNT)
                   MOVE EC-OT-FLAG TO ET-OT-FLAG (EARN-CODE-COUNT)
                   MOVE EC-TAX-FLAG TO ET-TAX-FLAG (EARN-CODE-COUNT)
                   MOVE ZERO TO ET-RUN-HOURS (EARN-CODE-COUNT)
                   MOVE ZERO TO ET-RUN-AMT (EARN-CODE-COUNT)
               ELSE
                   DISPLAY "EARNINGS CODE TABLE FULL - SKIPPED "
                       EC-CODE
               END-IF
           END-IF
           END-IF.


       180-LOAD-COMMISSIONS.
           PERFORM UNTIL COMM-EOF = 1
               READ COMMISSION-FILE
                               TO CM-PERIOD (COMM-COUNT)
                           MOVE COMM-AMOUNT
                               TO CM-AMOUNT (COMM-COUNT)
                           MOVE COMM-EARN-TYPE
                               TO CM-EARN-TYPE (COMM-COUNT)
                       ELSE
                           DISPLAY "COMMISSION TABLE FULL - SKIPPED "
                               COMM-EMP-ID
           END-IF.


       195-FIND-LAST-RUN-DATE.
      *    "SINCE THE LAST RUN" IS THE NEWEST FINAL-RUN TRAILER DATED
      *    BEFORE THIS ONE - ONLY A FINAL RUN PAYS A TERMINATION OUT,
      *    SO ONE DATED BEFORE A REGULAR OR BONUS RUN IS STILL OWED.
      *    A RUN-TOTALS FILE FROM BEFORE FINAL RUNS WERE STAMPED "F"
      *    FALLS BACK TO THE NEWEST NON-BONUS TRAILER.
           OPEN INPUT RUN-TOTALS-FILE
           IF RUN-TOTALS-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE ZERO TO RUNTOT-SCAN-EOF
               PERFORM UNTIL RUNTOT-SCAN-EOF = 1
                   READ RUN-TOTALS-FILE
                       AT END
                           MOVE 1 TO RUNTOT-SCAN-EOF
                       NOT AT END
                           IF RT-TYPE = "T" AND RT-RUN-KIND NOT = "B"
                               AND RT-DATE < PAY-RUN-DATE
                               AND RT-DATE > LAST-RUN-DATE
                               MOVE RT-DATE TO LAST-RUN-DATE
                           END-IF
                           IF RT-TYPE = "T" AND RT-RUN-KIND = "F"
                               AND RT-DATE < PAY-RUN-DATE
                               AND RT-DATE > LAST-FINAL-DATE
                               MOVE RT-DATE TO LAST-FINAL-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-TOTALS-FILE
           END-IF
           IF LAST-FINAL-DATE NOT = ZERO
               MOVE LAST-FINAL-DATE TO LAST-RUN-DATE
           END-IF.


       196-COUNT-APPENDED-FILES.
      *    RUN-TOTALS, THE JOURNAL AND THE VOID FILE CARRY EARLIER
      *    RUNS AHEAD OF THIS ONE - A CHECKPOINT'S COUNT FOR THEM IS
      *    EVERYTHING UP TO AND INCLUDING THIS RUN'S OWN RECORDS.
           OPEN INPUT RUN-TOTALS-FILE
           IF RUN-TOTALS-STATUS = "00"
               MOVE ZERO TO KEEP-EOF
               PERFORM UNTIL KEEP-EOF = 1
                   READ RUN-TOTALS-FILE
                       AT END
                           MOVE 1 TO KEEP-EOF
                       NOT AT END
                           ADD 1 TO RUNTOT-RECS
                   END-READ
               END-PERFORM
               CLOSE RUN-TOTALS-FILE
           END-IF
           OPEN INPUT YTD-JOURNAL-FILE
           IF YTD-JOURNAL-STATUS = "00"
               MOVE ZERO TO KEEP-EOF
               PERFORM UNTIL KEEP-EOF = 1
                   READ YTD-JOURNAL-FILE
                       AT END
                           MOVE 1 TO KEEP-EOF
                       NOT AT END
                           ADD 1 TO JOURNAL-RECS
                   END-READ
               END-PERFORM
               CLOSE YTD-JOURNAL-FILE
           END-IF
           OPEN INPUT PP-VOID-FILE
           IF PP-VOID-STATUS = "00"
               MOVE ZERO TO KEEP-EOF
               PERFORM UNTIL KEEP-EOF = 1
                   READ PP-VOID-FILE
                       AT END
                           MOVE 1 TO KEEP-EOF
                       NOT AT END
                           ADD 1 TO PPVOID-RECS
                   END-READ
               END-PERFORM
               CLOSE PP-VOID-FILE
           END-IF.


       200-CALC.
           MOVE SPACES TO EXCEPTION-REASON
           IF HOURS-IN NOT NUMERIC
               PERFORM 210-EXCEPTION
           ELSE
               MOVE MST-NAME TO NAME-OUT
               MOVE ZERO TO WS-VAC-PAYOUT
               MOVE ZERO TO WS-PAYOUT-HOURS
               IF FINAL-PAY-EMP
                   PERFORM 209-CALC-VACATION-PAYOUT
               END-IF
               PERFORM 202-CALC-EARNINGS
               PERFORM 205-FIND-COMMISSION
      *        A NEGATIVE NET COMMISSION IS A CLAWBACK FROM A PRIOR
      *        PERIOD'S RETURNED SALE - IT IS RECOVERED FROM NET PAY
      *        AFTER TAXES, NOT FOLDED INTO GROSS.  A REVERSED SALES
      *        INCENTIVE COMES OFF THE COMMISSION FIRST, AND A
      *        NEGATIVE COMMISSION OFF THE INCENTIVE, SO NEITHER LINE
      *        EVER SHOWS BELOW ZERO.
               MOVE ZERO TO WS-CLAWBACK
               IF WS-INCENTIVE < ZERO
                   ADD WS-INCENTIVE TO WS-COMMISSION
                   MOVE ZERO TO WS-INCENTIVE
               END-IF
               IF WS-COMMISSION < ZERO
                   IF WS-INCENTIVE + WS-COMMISSION < ZERO
                       COMPUTE WS-CLAWBACK = ZERO - WS-INCENTIVE
                           - WS-COMMISSION
                       MOVE ZERO TO WS-INCENTIVE
                   ELSE
                       ADD WS-COMMISSION TO WS-INCENTIVE
                   END-IF
                   MOVE ZERO TO WS-COMMISSION
               END-IF
               PERFORM 207-CALC-RETRO-PAY
               COMPUTE WS-GPAY = WS-REG-PAY + WS-OT-PAY + WS-EARN-PAY
                   + WS-COMMISSION + WS-INCENTIVE + WS-RETRO
                   + WS-VAC-PAYOUT
               MOVE WS-GPAY TO GPAY-OUT
               PERFORM 220-LOOKUP-YTD
               PERFORM 225-CALC-FICA
               PERFORM 226-ACCRUE-EMPLOYER-TAX
               MOVE WS-FICA TO FICA-OUT
               PERFORM 236-CALC-DEFERRALS
      *        EARNINGS CODED SUPPLEMENTAL OR EXEMPT COME OUT OF THE
      *        WAGES ANNUALIZED THROUGH THE BRACKETS - FICA ABOVE
      *        STILL RAN ON THE WHOLE GROSS.  A PRE-TAX DEFERRAL COMES
      *        OFF THE REGULAR WAGES FIRST AND ANY REMAINDER OFF THE
      *        SUPPLEMENTAL - 237 NEVER LETS IT EXCEED THE TWO.
               COMPUTE WS-FIT-WAGES = WS-GPAY - WS-EXEMPT-PAY
                   - WS-SUPP-WAGES
               IF WS-DEFERRAL > WS-FIT-WAGES
                   COMPUTE WS-SUPP-WAGES = WS-SUPP-WAGES
                       - (WS-DEFERRAL - WS-FIT-WAGES)
                   MOVE ZERO TO WS-FIT-WAGES
               ELSE
                   SUBTRACT WS-DEFERRAL FROM WS-FIT-WAGES
               END-IF
               PERFORM 230-CALC-WITHHOLDING
               MOVE WS-FED TO FED-OUT
               MOVE WS-STATE TO STATE-OUT
               PERFORM 240-CALC-DEDUCTIONS
      *        THE FINAL CHECK IS THE LAST CHANCE TO COLLECT - OPEN
      *        ARREARS COME OUT DOWN TO A ZERO NET RATHER THAN
      *        STOPPING AT THE PROTECTED-NET FLOOR.
               IF FINAL-PAY-EMP
                   MOVE ZERO TO WS-ARR-FLOOR
               ELSE
                   MOVE PROTECTED-NET TO WS-ARR-FLOOR
               END-IF
               PERFORM 248-COLLECT-ARREARS
               PERFORM 244-RECOVER-CLAWBACK
               COMPUTE WS-NPAY ROUNDED = WS-GPAY - WS-FICA
                   - WS-FED - WS-STATE - WS-DED-TOTAL
               MOVE WS-NPAY TO NPAY-OUT
               WRITE PRINT-REC
               PERFORM 204-PRINT-EARN-DETAIL
               IF WS-COMMISSION NOT = ZERO
                   MOVE WS-COMMISSION TO COMM-AMT-OUT
                   WRITE PRINT-REC FROM COMM-DETAIL-LINE
               END-IF
               IF WS-INCENTIVE NOT = ZERO
                   MOVE WS-INCENTIVE TO INC-AMT-OUT
                   WRITE PRINT-REC FROM INC-DETAIL-LINE
               END-IF
               IF WS-RETRO NOT = ZERO
                   MOVE WS-RETRO TO RETRO-AMT-OUT
                   WRITE PRINT-REC FROM RETRO-DETAIL-LINE
               END-IF
               PERFORM 246-PRINT-DED-DETAIL
               PERFORM 250-UPDATE-YTD
               PERFORM 261-POST-DEFERRAL
               PERFORM 253-UPDATE-LEAVE
               PERFORM 252-WRITE-RUN-DETAIL
               PERFORM 262-WRITE-EARN-DETAIL
               PERFORM 255-WRITE-STUB
               PERFORM 269-WRITE-PAY-HISTORY
      *        A FINAL CHECK IS ALWAYS PAPER, HANDED OVER WITH THE
      *        SEPARATION PAPERWORK - THE DEPOSIT ACCOUNT MAY ALREADY
      *        BE CLOSED, AND NO PRENOTE CYCLE IS STARTED FOR IT.
               IF FINAL-PAY-EMP
                   PERFORM 268-WRITE-FINAL-REGISTER
                   PERFORM 260-WRITE-CHECK-REGISTER
               ELSE
               IF MST-DEPOSIT-FLAG = "Y"
                   PERFORM 265-WRITE-ACH-DETAIL
               ELSE
                   END-IF
                   PERFORM 260-WRITE-CHECK-REGISTER
               END-IF
               END-IF
               ADD 1 TO TOTAL-EMPLOYEES
               ADD HOURS-IN TO TOTAL-HOURS
               ADD WS-GPAY TO TOTAL-GROSS-PAY
           END-IF.


       202-CALC-EARNINGS.
      *    OVERTIME IS EVERY HOUR PAST 40 AMONG THE CODES THAT COUNT
      *    TOWARD IT.  IT COMES OFF THE REGULAR LINE FIRST AT TIME
      *    AND A HALF; OVERTIME HOURS BEYOND THE REGULAR LINE WERE
      *    ALREADY PAID STRAIGHT UNDER THEIR OWN CODE AND EARN ONLY
      *    THE HALF-TIME PREMIUM ON TOP.
           MOVE ZERO TO WS-OT-COUNT-HOURS
           MOVE ZERO TO WS-REG-LINE-HOURS
           MOVE ZERO TO WS-OT-HOURS
           MOVE ZERO TO WS-OT-FROM-REG
           MOVE ZERO TO WS-EARN-PAY
           MOVE ZERO TO WS-EXEMPT-PAY
           MOVE ZERO TO WS-SUPP-WAGES
           PERFORM VARYING EL-SUB FROM 1 BY 1
                   UNTIL EL-SUB > EARN-LINE-COUNT
               MOVE EL-ET-SUB (EL-SUB) TO ET-SUB
               IF ET-OT-FLAG (ET-SUB) = "Y"
                   ADD EL-HOURS (EL-SUB) TO WS-OT-COUNT-HOURS
               END-IF
               IF EL-CODE (EL-SUB) = "REG"
                   MOVE EL-HOURS (EL-SUB) TO WS-REG-LINE-HOURS
               END-IF
           END-PERFORM
           IF WS-OT-COUNT-HOURS > 40
               COMPUTE WS-OT-HOURS = WS-OT-COUNT-HOURS - 40
           END-IF
           IF WS-OT-HOURS > WS-REG-LINE-HOURS
               MOVE WS-REG-LINE-HOURS TO WS-OT-FROM-REG
           ELSE
               MOVE WS-OT-HOURS TO WS-OT-FROM-REG
           END-IF
           COMPUTE WS-REG-HOURS = WS-REG-LINE-HOURS - WS-OT-FROM-REG
           COMPUTE WS-REG-PAY ROUNDED = WS-REG-HOURS * MST-RATE
           COMPUTE WS-OT-PAY ROUNDED =
               WS-OT-FROM-REG * MST-RATE * 1.5
               + (WS-OT-HOURS - WS-OT-FROM-REG) * MST-RATE * .5
           PERFORM VARYING EL-SUB FROM 1 BY 1
                   UNTIL EL-SUB > EARN-LINE-COUNT
               PERFORM 203-PRICE-EARN-LINE
           END-PERFORM.


       203-PRICE-EARN-LINE.
      *    A MULTIPLIER CODE PAYS THE HOURS AT A MULTIPLE OF THE
      *    MASTER RATE; AN ADD-ON CODE PAYS THE MASTER RATE PLUS A
      *    FLAT AMOUNT PER HOUR.  THE TAX FLAG SORTS THE DOLLARS FOR
      *    230 - SUPPLEMENTAL TAKES THE FLAT FEDERAL RATE, EXEMPT IS
      *    KEPT OUT OF INCOME TAX WITHHOLDING ALTOGETHER.
           MOVE EL-ET-SUB (EL-SUB) TO ET-SUB
           IF EL-CODE (EL-SUB) = "REG"
               MOVE WS-REG-PAY TO EL-PAY (EL-SUB)
           ELSE
               IF ET-METHOD (ET-SUB) = "A"
                   COMPUTE EL-PAY (EL-SUB) ROUNDED = EL-HOURS (EL-SUB)
                       * (MST-RATE + ET-ADDON (ET-SUB))
               ELSE
                   COMPUTE EL-PAY (EL-SUB) ROUNDED = EL-HOURS (EL-SUB)
                       * MST-RATE * ET-FACTOR (ET-SUB)
               END-IF
               ADD EL-PAY (EL-SUB) TO WS-EARN-PAY
           END-IF
           IF ET-TAX-FLAG (ET-SUB) = "N"
               ADD EL-PAY (EL-SUB) TO WS-EXEMPT-PAY
           ELSE
               IF ET-TAX-FLAG (ET-SUB) = "S"
                   ADD EL-PAY (EL-SUB) TO WS-SUPP-WAGES
               END-IF
           END-IF.


       204-PRINT-EARN-DETAIL.
           PERFORM VARYING EL-SUB FROM 1 BY 1
                   UNTIL EL-SUB > EARN-LINE-COUNT
               IF EL-CODE (EL-SUB) NOT = "REG"
                   MOVE EL-ET-SUB (EL-SUB) TO ET-SUB
                   MOVE ET-DESC (ET-SUB) TO EARN-DESC-OUT
                   MOVE EL-HOURS (EL-SUB) TO EARN-HOURS-OUT
                   MOVE EL-PAY (EL-SUB) TO EARN-AMT-OUT
                   WRITE PRINT-REC FROM EARN-DETAIL-LINE
               END-IF
           END-PERFORM.


       209-CALC-VACATION-PAYOUT.
      *    THE PAYOUT IS THE BALANCE AS IT WILL STAND AFTER THIS
      *    CHECK'S OWN ACCRUAL AND TAKEN HOURS - THE SAME ARITHMETIC
      *    253 APPLIES BEFORE IT ZEROES THE BALANCES - PAID AT THE
      *    CURRENT MASTER RATE.  AN OVERDRAWN BALANCE PAYS NOTHING.
           MOVE EMPLOYEE-ID-IN TO LV-EMP-ID
           READ LEAVE-FILE
               INVALID KEY
                   MOVE ZERO TO LV-VAC-BAL
                   MOVE VAC-RATE-DEFAULT TO LV-VAC-RATE
           END-READ
           COMPUTE WS-LV-ACCRUE ROUNDED = HOURS-IN * LV-VAC-RATE
           COMPUTE WS-PAYOUT-BAL = LV-VAC-BAL + WS-LV-ACCRUE
           IF VAC-TAKEN-IN-X NOT = SPACES AND VAC-TAKEN-IN NUMERIC
               SUBTRACT VAC-TAKEN-IN FROM WS-PAYOUT-BAL
           END-IF
           IF WS-PAYOUT-BAL > ZERO
               MOVE WS-PAYOUT-BAL TO WS-PAYOUT-HOURS
               COMPUTE WS-VAC-PAYOUT ROUNDED =
                   WS-PAYOUT-HOURS * MST-RATE
           END-IF.


       205-FIND-COMMISSION.
      *    EACH COMMISSION IS PAID ONCE - A SECOND TIMECARD FOR THE
      *    SAME EMPLOYEE IN ONE RUN MUST NOT COLLECT IT AGAIN.  EACH
      *    ROW CONSUMED IS JOURNALED SO A BACKOUT CAN PUT IT BACK ON
      *    THE COMMISSION FILE FOR THE RERUN.  SALES INCENTIVE
      *    ROWS ARE TOTALED APART SO THE STUB CAN SHOW THEM.
           MOVE ZERO TO WS-COMMISSION
           MOVE ZERO TO WS-INCENTIVE
           PERFORM VARYING CM-SUB FROM 1 BY 1
                   UNTIL CM-SUB > COMM-COUNT
               IF CM-EMP-ID (CM-SUB) = EMPLOYEE-ID-IN
                   AND CM-AMOUNT (CM-SUB) NOT = ZERO
                   IF CM-EARN-TYPE (CM-SUB) = "I"
                       ADD CM-AMOUNT (CM-SUB) TO WS-INCENTIVE
                   ELSE
                       ADD CM-AMOUNT (CM-SUB) TO WS-COMMISSION
                   END-IF
                   PERFORM 259-JOURNAL-COMM-IMAGE
                   MOVE ZERO TO CM-AMOUNT (CM-SUB)
               END-IF
           MOVE CM-EMP-ID (CM-SUB) TO JRN-EMP-ID
           MOVE CM-PERIOD (CM-SUB) TO JRN-COMM-PERIOD
           MOVE CM-AMOUNT (CM-SUB) TO JRN-COMM-AMOUNT
           MOVE CM-EARN-TYPE (CM-SUB) TO JRN-COMM-EARN-TYPE
           WRITE YTD-JOURNAL-REC
           ADD 1 TO JOURNAL-RECS.


       207-CALC-RETRO-PAY.
               + WS-RATE-DIFF * WS-RETRO-HOURS
      *    THE APPLIED DATE IS WHAT LETS A BACKOUT OF THIS RUN FLIP
      *    THE CHANGE BACK TO PENDING SO THE RERUN STILL PAYS IT.
           PERFORM 267-JOURNAL-RATE-IMAGE
           MOVE "A" TO RH-APPLIED
           MOVE PAY-RUN-DATE TO RH-APPLIED-DATE
           REWRITE RATE-HISTORY-REC.


       267-JOURNAL-RATE-IMAGE.
      *    THE BACKOUT FINDS THESE ROWS BY THEIR APPLIED DATE, BUT A
      *    RESTART MUST UNDO ONLY THE ONES FLIPPED AFTER ITS
      *    CHECKPOINT - THE IMAGE SAYS WHICH AND WHAT THEY WERE.
           MOVE SPACES TO YTD-JOURNAL-REC
           MOVE PAY-RUN-DATE TO JRN-DATE
           MOVE "R" TO JRN-TYPE
           MOVE "N" TO JRN-NEW-FLAG
           MOVE RH-EMP-ID TO JRN-EMP-ID
           MOVE RH-EFF-DATE TO JRN-RH-EFF-DATE
           MOVE RH-APPLIED TO JRN-RH-APPLIED
           MOVE RH-APPLIED-DATE TO JRN-RH-APPLIED-DATE
           WRITE YTD-JOURNAL-REC
           ADD 1 TO JOURNAL-RECS.


       210-EXCEPTION.
           MOVE SPACES TO EXCEPTION-REC
           MOVE EMPLOYEE-ID-IN TO EXC-EMP-ID
           MOVE HOURS-IN-X TO EXC-HOURS-OUT
           MOVE EXCEPTION-REASON TO EXC-REASON
           WRITE EXCEPTION-REC
           ADD 1 TO EXC-RECS
           ADD 1 TO EXCEPTION-COUNT.


               INVALID KEY
                   MOVE "EMPLOYEE NOT ON FILE" TO EXCEPTION-REASON
           END-READ
           MOVE ZERO TO FINAL-PAY-SW
      *    A FINAL-PAY RUN PAYS ONLY EMPLOYEES TERMINATED SINCE THE
      *    LAST RUN - ANYONE STILL ACTIVE WAITS FOR THE REGULAR RUN,
      *    AND AN OLDER TERMINATION WAS ALREADY PAID OUT.
           IF EXCEPTION-REASON = SPACES AND MST-TERM-DATE NOT = ZERO
               IF FINAL-MODE AND MST-TERM-DATE > LAST-RUN-DATE
                   AND MST-TERM-DATE NOT > PAY-RUN-DATE
                   MOVE 1 TO FINAL-PAY-SW
               ELSE
                   MOVE "EMPLOYEE TERMINATED" TO EXCEPTION-REASON
               END-IF
           END-IF
           IF EXCEPTION-REASON = SPACES AND FINAL-MODE
               AND NOT FINAL-PAY-EMP
               MOVE "NOT A FINAL PAY" TO EXCEPTION-REASON
           END-IF
      *    A BLANK FREQUENCY ON A MASTER ROW FROM BEFORE THE FIELD
      *    EXISTED MEANS WEEKLY, AS EVERYONE WAS.
           END-IF
           IF EXCEPTION-REASON = SPACES AND FREQ-SELECT NOT = SPACE
               AND WS-EMP-FREQ NOT = FREQ-SELECT
               AND NOT FINAL-PAY-EMP AND NOT BONUS-MODE
               MOVE "FREQUENCY NOT DUE" TO EXCEPTION-REASON
           END-IF
           IF WS-EMP-FREQ = "B"
           MOVE WS-FUTA TO LIA-FUTA
           MOVE WS-SUTA TO LIA-SUTA
           WRITE LIABILITY-REC
           ADD 1 TO LIAB-RECS
           ADD WS-ER-FICA TO TOTAL-ER-FICA
           ADD WS-FUTA TO TOTAL-FUTA
           ADD WS-SUTA TO TOTAL-SUTA.


       230-CALC-WITHHOLDING.
      *    REGULAR WAGES ARE ANNUALIZED THROUGH THE FEDERAL BRACKETS
      *    AND SUPPLEMENTAL WAGES TAKE THE FLAT RATE ON TOP; THE STATE
      *    BRACKETS SEE BOTH.  CALLERS SET WS-FIT-WAGES AND
      *    WS-SUPP-WAGES BEFORE THE PERFORM.
           COMPUTE WS-ANNUAL-WAGE = WS-FIT-WAGES * PAY-PERIODS
               - MST-ALLOWANCES * ALLOWANCE-AMOUNT
           IF WS-ANNUAL-WAGE < ZERO
               MOVE ZERO TO WS-ANNUAL-WAGE
           END-IF
           IF WS-FIT-WAGES = ZERO
               MOVE ZERO TO WS-FED
           ELSE
               MOVE "F" TO JURIS-WANTED
               PERFORM 235-CALC-BRACKET-TAX
               MOVE WS-PERIOD-TAX TO WS-FED
           END-IF
           COMPUTE WS-FED ROUNDED = WS-FED
               + WS-SUPP-WAGES * SUPP-FED-RATE
           COMPUTE WS-ANNUAL-WAGE =
               (WS-FIT-WAGES + WS-SUPP-WAGES) * PAY-PERIODS
               - MST-ALLOWANCES * ALLOWANCE-AMOUNT
           IF WS-ANNUAL-WAGE < ZERO
               MOVE ZERO TO WS-ANNUAL-WAGE
           END-IF
           MOVE "S" TO JURIS-WANTED
           PERFORM 235-CALC-BRACKET-TAX
           MOVE WS-PERIOD-TAX TO WS-STATE.


       235-CALC-BRACKET-TAX.
           MOVE ZERO TO BEST-SUB
           END-IF.


       236-CALC-DEFERRALS.
      *    PRE-TAX 401(K) DEFERRALS ARE DEDUCTION ROWS FLAGGED "K" -
      *    TAKEN BEFORE INCOME TAX IS FIGURED SO THEY REDUCE FEDERAL
      *    AND STATE TAXABLE WAGES, WHILE FICA IN 225 HAS ALREADY RUN
      *    ON THE FULL GROSS.  EACH ROW IS CUT TO WHAT IS LEFT UNDER
      *    THE ANNUAL LIMIT, SO DEFERRALS STOP ON THEIR OWN THE CHECK
      *    THE LIMIT IS REACHED.  THE YEAR'S RECORD STAYS POSITIONED
      *    FOR 261 TO POST.
           MOVE ZERO TO WS-DEFERRAL
           MOVE ZERO TO WS-ER-MATCH
           MOVE ZERO TO EMP-DEFER-COUNT
           MOVE EMPLOYEE-ID-IN TO DEF-EMP-ID
           MOVE PAY-RUN-YEAR TO DEF-YEAR
           READ DEFERRAL-FILE
               INVALID KEY
                   MOVE EMPLOYEE-ID-IN TO DEF-EMP-ID
                   MOVE PAY-RUN-YEAR TO DEF-YEAR
                   MOVE ZERO TO DEF-YTD-EE
                   MOVE ZERO TO DEF-YTD-ER
           END-READ
           COMPUTE WS-DEF-ROOM = DEFERRAL-LIMIT - DEF-YTD-EE
           PERFORM VARYING DT-SUB FROM 1 BY 1
                   UNTIL DT-SUB > DED-COUNT
               IF DT-EMP-ID (DT-SUB) = EMPLOYEE-ID-IN
                   AND DT-TAX-TREAT (DT-SUB) = "K"
                   AND (DT-STOP-DATE (DT-SUB) = ZERO
                       OR DT-STOP-DATE (DT-SUB) > PAY-RUN-DATE)
                   PERFORM 237-TAKE-DEFERRAL
               END-IF
           END-PERFORM
           PERFORM 238-CALC-MATCH.


       237-TAKE-DEFERRAL.
           IF DT-METHOD (DT-SUB) = "P"
               COMPUTE WS-DEF-AMT ROUNDED =
                   WS-GPAY * DT-AMOUNT (DT-SUB) / 100
           ELSE
               MOVE DT-AMOUNT (DT-SUB) TO WS-DEF-AMT
           END-IF
           IF WS-DEF-AMT > WS-DEF-ROOM
               IF WS-DEF-ROOM < ZERO
                   MOVE ZERO TO WS-DEF-AMT
               ELSE
                   MOVE WS-DEF-ROOM TO WS-DEF-AMT
               END-IF
           END-IF
      *    ONLY WAGES THAT WOULD HAVE BEEN TAXED CAN BE DEFERRED, AND
      *    THE CHECK MUST STILL COVER FICA AND THE PROTECTED-NET
      *    FLOOR.  AN ELECTION IS NOT A DEBT - WHAT THE CHECK CANNOT
      *    COVER IS SIMPLY NOT DEFERRED, NEVER BOOKED TO ARREARS.
           COMPUTE WS-DED-AVAIL = WS-GPAY - WS-EXEMPT-PAY
               - WS-DEFERRAL
           IF WS-DEF-AMT > WS-DED-AVAIL
               MOVE WS-DED-AVAIL TO WS-DEF-AMT
           END-IF
           COMPUTE WS-DED-AVAIL = WS-GPAY - WS-FICA - PROTECTED-NET
               - WS-DEFERRAL
           IF WS-DEF-AMT > WS-DED-AVAIL
               IF WS-DED-AVAIL < ZERO
                   MOVE ZERO TO WS-DEF-AMT
               ELSE
                   MOVE WS-DED-AVAIL TO WS-DEF-AMT
               END-IF
           END-IF
           IF WS-DEF-AMT > ZERO
               IF EMP-DEFER-COUNT < EMP-DEFER-CAPACITY
                   ADD 1 TO EMP-DEFER-COUNT
                   MOVE DT-CODE (DT-SUB) TO EDF-CODE (EMP-DEFER-COUNT)
                   MOVE WS-DEF-AMT TO EDF-AMT (EMP-DEFER-COUNT)
                   ADD WS-DEF-AMT TO WS-DEFERRAL
                   SUBTRACT WS-DEF-AMT FROM WS-DEF-ROOM
               ELSE
                   DISPLAY "TOO MANY DEFERRAL CODES - SKIPPED "
                       EMPLOYEE-ID-IN " " DT-CODE (DT-SUB)
               END-IF
           END-IF.


       238-CALC-MATCH.
      *    THE PLAN FORMULA - THE MATCH RATE ON EACH DOLLAR DEFERRED,
      *    COUNTING DEFERRALS ONLY UP TO THE MATCHED PERCENT OF THIS
      *    CHECK'S GROSS.  THE MATCH NEVER TOUCHES THE CHECK; IT GOES
      *    TO THE RECORDKEEPER ON THE CONTRIBUTION FILE.
           COMPUTE WS-MATCH-BASE ROUNDED =
               WS-GPAY * MATCH-CAP-PCT / 100
           IF WS-DEFERRAL < WS-MATCH-BASE
               MOVE WS-DEFERRAL TO WS-MATCH-BASE
           END-IF
           COMPUTE WS-ER-MATCH ROUNDED = WS-MATCH-BASE * MATCH-RATE.


       240-CALC-DEDUCTIONS.
      *    GARNISHMENTS CARRY THE LOW PRIORITY NUMBERS AND COME OUT
      *    FIRST - NO DEDUCTION MAY TAKE THE CHECK BELOW THE
      *    PROTECTED-NET FLOOR.
      *    THE PRE-TAX DEFERRALS 236 SET ASIDE ARE ALREADY SPOKEN
      *    FOR - THEY LEAD THE LIST AND COME OFF THE TOP, AND THEIR
      *    DEDUCTION ROWS ARE PASSED OVER BELOW.
           MOVE ZERO TO WS-DED-TOTAL
           MOVE ZERO TO EMP-DED-COUNT
           PERFORM VARYING EDF-SUB FROM 1 BY 1
                   UNTIL EDF-SUB > EMP-DEFER-COUNT
               ADD EDF-AMT (EDF-SUB) TO WS-DED-TOTAL
               IF EMP-DED-COUNT < 20
                   ADD 1 TO EMP-DED-COUNT
                   MOVE EDF-CODE (EDF-SUB) TO EDD-CODE (EMP-DED-COUNT)
                   MOVE EDF-AMT (EDF-SUB) TO EDD-AMT (EMP-DED-COUNT)
               END-IF
               MOVE EDF-CODE (EDF-SUB) TO DR-CODE
               MOVE EDF-AMT (EDF-SUB) TO DR-AMOUNT
               PERFORM 251-WRITE-DED-REGISTER
           END-PERFORM
           COMPUTE WS-NET-AVAIL = WS-GPAY - WS-FICA
               - WS-FED - WS-STATE - WS-DEFERRAL
           PERFORM VARYING PRIORITY-WANTED FROM 1 BY 1
                   UNTIL PRIORITY-WANTED > 9
               PERFORM VARYING DT-SUB FROM 1 BY 1
                       UNTIL DT-SUB > DED-COUNT
                   IF DT-EMP-ID (DT-SUB) = EMPLOYEE-ID-IN
                       AND DT-PRIORITY (DT-SUB) = PRIORITY-WANTED
                       AND DT-TAX-TREAT (DT-SUB) NOT = "K"
                       AND (DT-STOP-DATE (DT-SUB) = ZERO
                           OR DT-STOP-DATE (DT-SUB) > PAY-RUN-DATE)
                       PERFORM 245-TAKE-DEDUCTION
      *    ORDER - ARREARS ARE COLLECTED LAST AND ONLY FROM WHAT IS
      *    LEFT ABOVE THE PROTECTED-NET FLOOR.
           MOVE ZERO TO ARR-SCAN-EOF
           MOVE ZERO TO WS-ARR-LEFT
           MOVE EMPLOYEE-ID-IN TO ARR-EMP-ID
           MOVE LOW-VALUES TO ARR-CODE
           START ARREARS-FILE KEY NOT < ARR-KEY
                           MOVE 1 TO ARR-SCAN-EOF
                       ELSE
                           PERFORM 249-COLLECT-ONE-ARREAR
                           ADD ARR-BALANCE TO WS-ARR-LEFT
                       END-IF
               END-READ
           END-PERFORM.


       249-COLLECT-ONE-ARREAR.
           COMPUTE WS-ARR-AVAIL = WS-NET-AVAIL - WS-ARR-FLOOR
           IF ARR-BALANCE > ZERO AND WS-ARR-AVAIL > ZERO
               PERFORM 256-JOURNAL-ARR-IMAGE
               IF ARR-BALANCE > WS-ARR-AVAIL
      *    DR-AMOUNT ARE SET BY THE CALLER BEFORE THE PERFORM.
           MOVE EMPLOYEE-ID-IN TO DR-EMP-ID
           MOVE PAY-RUN-DATE TO DR-DATE
           WRITE DED-REGISTER-REC
           ADD 1 TO DEDREG-RECS.


       246-PRINT-DED-DETAIL.
           MOVE YTD-FED TO JRN-FED
           MOVE YTD-STATE TO JRN-STATE
           MOVE YTD-NET TO JRN-NET
           WRITE YTD-JOURNAL-REC
           ADD 1 TO JOURNAL-RECS.


       256-JOURNAL-ARR-IMAGE.
           MOVE ARR-EMP-ID TO JRN-EMP-ID
           MOVE ARR-CODE TO JRN-ARR-CODE
           MOVE ARR-BALANCE TO JRN-ARR-BALANCE
           WRITE YTD-JOURNAL-REC
           ADD 1 TO JOURNAL-RECS.


       257-JOURNAL-LEAVE-IMAGE.
           MOVE LV-SICK-BAL TO JRN-LV-SICK-BAL
           MOVE LV-VAC-RATE TO JRN-LV-VAC-RATE
           MOVE LV-SICK-RATE TO JRN-LV-SICK-RATE
           WRITE YTD-JOURNAL-REC
           ADD 1 TO JOURNAL-RECS.


       253-UPDATE-LEAVE.
           COMPUTE WS-LV-ACCRUE ROUNDED = HOURS-IN * LV-SICK-RATE
           ADD WS-LV-ACCRUE TO LV-SICK-BAL
           SUBTRACT WS-SICK-TAKEN FROM LV-SICK-BAL
      *    THE VACATION BALANCE WENT OUT ON THE FINAL CHECK IN 209;
      *    UNUSED SICK LEAVE IS NOT PAID OUT AND LAPSES.
           IF FINAL-PAY-EMP
               MOVE ZERO TO LV-VAC-BAL
               MOVE ZERO TO LV-SICK-BAL
           END-IF
           IF LEAVE-NEW-KEY
               WRITE LEAVE-REC
           ELSE
           MOVE WS-STATE TO RT-STATE
           MOVE WS-DED-TOTAL TO RT-DED
           MOVE HOURS-IN TO RT-HOURS
           IF BONUS-MODE
               MOVE "B" TO RT-RUN-KIND
           END-IF
           IF FINAL-MODE
               MOVE "F" TO RT-RUN-KIND
           END-IF
           WRITE RUN-TOTALS-REC
           ADD 1 TO RUNTOT-RECS.


       262-WRITE-EARN-DETAIL.
      *    ONE "E" RECORD PER EARNINGS CODE ON THE CHECK CARRIES ITS
      *    HOURS AND DOLLARS FOR THE GATE AND THE GL.  THE REGULAR
      *    LINE REPORTS ITS STRAIGHT-TIME HOURS AND "OT" THE HOURS
      *    MOVED OFF IT, SO THE HOURS STILL FOOT TO THE TIMECARD - THE
      *    PREMIUM ON OTHER CODES' OVERTIME RIDES "OT" AS DOLLARS.
           PERFORM VARYING EL-SUB FROM 1 BY 1
                   UNTIL EL-SUB > EARN-LINE-COUNT
               MOVE EL-ET-SUB (EL-SUB) TO ET-SUB
               IF EL-CODE (EL-SUB) = "REG"
                   MOVE WS-REG-HOURS TO RT-HOURS
               ELSE
                   MOVE EL-HOURS (EL-SUB) TO RT-HOURS
               END-IF
               MOVE EL-PAY (EL-SUB) TO RT-GROSS
               PERFORM 263-WRITE-ONE-EARN
           END-PERFORM
           IF WS-OT-PAY NOT = ZERO
               MOVE 2 TO ET-SUB
               MOVE WS-OT-FROM-REG TO RT-HOURS
               MOVE WS-OT-PAY TO RT-GROSS
               PERFORM 263-WRITE-ONE-EARN
           END-IF.


       263-WRITE-ONE-EARN.
      *    RT-HOURS AND RT-GROSS ARE SET BY THE CALLER, AND ET-SUB
      *    POINTS AT THE CODE - THE REST OF THE RECORD IS BUILT HERE.
           IF RT-HOURS NOT = ZERO OR RT-GROSS NOT = ZERO
               MOVE "E" TO RT-TYPE
               MOVE EMPLOYEE-ID-IN TO RT-EMP-ID
               MOVE ZERO TO RT-FICA
               MOVE ZERO TO RT-NET
               MOVE PAY-RUN-DATE TO RT-DATE
               MOVE ZERO TO RT-FED
               MOVE ZERO TO RT-STATE
               MOVE ZERO TO RT-DED
               MOVE SPACE TO RT-RUN-KIND
               IF FINAL-MODE
                   MOVE "F" TO RT-RUN-KIND
               END-IF
               MOVE ET-CODE (ET-SUB) TO RT-EARN-CODE
               WRITE RUN-TOTALS-REC
               ADD 1 TO RUNTOT-RECS
               ADD RT-HOURS TO ET-RUN-HOURS (ET-SUB)
               ADD RT-GROSS TO ET-RUN-AMT (ET-SUB)
           END-IF.


       261-POST-DEFERRAL.
      *    THE YEAR'S RUNNING TOTALS HOLD THE NEXT CHECK UNDER THE
      *    LIMIT AND FEED THE W-2, SO THEY ARE JOURNALED LIKE THE YTD
      *    FILE.  236 LEFT THE RECORD AND ITS STATUS IN PLACE.
           IF WS-DEFERRAL > ZERO
               PERFORM 264-JOURNAL-DEF-IMAGE
               ADD WS-DEFERRAL TO DEF-YTD-EE
               ADD WS-ER-MATCH TO DEF-YTD-ER
               IF DEF-NEW-KEY
                   WRITE DEFERRAL-REC
               ELSE
                   REWRITE DEFERRAL-REC
               END-IF
               MOVE "6" TO CTB-DTL-TYPE
               MOVE EMPLOYEE-ID-IN TO CTB-DTL-EMP-ID
               MOVE PAY-RUN-DATE TO CTB-DTL-DATE
               MOVE WS-DEFERRAL TO CTB-DTL-EE-AMT
               MOVE WS-ER-MATCH TO CTB-DTL-ER-AMT
               MOVE DEF-YTD-EE TO CTB-DTL-YTD-EE
               WRITE CTB-DETAIL-REC
               ADD 1 TO CTB-RECS
               ADD 1 TO CTB-COUNT
               ADD WS-DEFERRAL TO TOTAL-CTB-EE
               ADD WS-ER-MATCH TO TOTAL-CTB-ER
           END-IF.


       264-JOURNAL-DEF-IMAGE.
           MOVE SPACES TO YTD-JOURNAL-REC
           MOVE PAY-RUN-DATE TO JRN-DATE
           MOVE "K" TO JRN-TYPE
           IF DEF-NEW-KEY
               MOVE "Y" TO JRN-NEW-FLAG
           ELSE
               MOVE "N" TO JRN-NEW-FLAG
           END-IF
           MOVE DEF-EMP-ID TO JRN-EMP-ID
           MOVE DEF-YEAR TO JRN-DEF-YEAR
           MOVE DEF-YTD-EE TO JRN-DEF-YTD-EE
           MOVE DEF-YTD-ER TO JRN-DEF-YTD-ER
           WRITE YTD-JOURNAL-REC
           ADD 1 TO JOURNAL-RECS.


       255-WRITE-STUB.
           MOVE PAY-RUN-DATE TO STUB-DATE
           IF MST-DEPOSIT-FLAG = "Y" AND NOT FINAL-PAY-EMP
               MOVE ZERO TO STUB-CHECK-NO
           ELSE
               MOVE NEXT-CHECK-NO TO STUB-CHECK-NO
           END-IF
           IF FINAL-PAY-EMP
               MOVE "FINAL" TO STUB-FLAG
           ELSE
               IF BONUS-MODE
                   MOVE "BONUS" TO STUB-FLAG
               ELSE
                   MOVE SPACES TO STUB-FLAG
               END-IF
           END-IF
           WRITE STUB-REC FROM STUB-LINE-1 AFTER ADVANCING PAGE
           ADD 1 TO STUB-RECS
           MOVE EMPLOYEE-ID-IN TO STUB-EMP-ID
           MOVE MST-NAME TO STUB-NAME
           WRITE STUB-REC FROM STUB-LINE-2
           ADD 1 TO STUB-RECS
           MOVE WS-REG-HOURS TO STUB-REG-HOURS
           MOVE WS-OT-HOURS TO STUB-OT-HOURS
           WRITE STUB-REC FROM STUB-LINE-3
           ADD 1 TO STUB-RECS
           MOVE WS-REG-PAY TO STUB-REG-PAY
           MOVE WS-OT-PAY TO STUB-OT-PAY
           WRITE STUB-REC FROM STUB-LINE-4
           ADD 1 TO STUB-RECS
           PERFORM VARYING EL-SUB FROM 1 BY 1
                   UNTIL EL-SUB > EARN-LINE-COUNT
               IF EL-CODE (EL-SUB) NOT = "REG"
                   MOVE EL-ET-SUB (EL-SUB) TO ET-SUB
                   MOVE ET-DESC (ET-SUB) TO STUB-EARN-DESC
                   MOVE EL-HOURS (EL-SUB) TO STUB-EARN-HOURS
                   MOVE EL-PAY (EL-SUB) TO STUB-EARN-PAY
                   WRITE STUB-REC FROM STUB-LINE-13
                   ADD 1 TO STUB-RECS
               END-IF
           END-PERFORM
           MOVE WS-GPAY TO STUB-GROSS
           MOVE WS-FICA TO STUB-FICA
           MOVE WS-FED TO STUB-FED
           MOVE WS-STATE TO STUB-STATE
           WRITE STUB-REC FROM STUB-LINE-5
           ADD 1 TO STUB-RECS
           MOVE WS-DED-TOTAL TO STUB-DED
           MOVE WS-NPAY TO STUB-NET
           WRITE STUB-REC FROM STUB-LINE-6
           ADD 1 TO STUB-RECS
           IF WS-DEFERRAL NOT = ZERO
               MOVE WS-DEFERRAL TO STUB-DEFERRAL
               MOVE WS-ER-MATCH TO STUB-ER-MATCH
               MOVE DEF-YTD-EE TO STUB-YTD-DEFERRAL
               WRITE STUB-REC FROM STUB-LINE-14
               ADD 1 TO STUB-RECS
           END-IF
           IF WS-COMMISSION NOT = ZERO
               MOVE WS-COMMISSION TO STUB-COMM
               WRITE STUB-REC FROM STUB-LINE-8
               ADD 1 TO STUB-RECS
           END-IF
           IF WS-INCENTIVE NOT = ZERO
               MOVE WS-INCENTIVE TO STUB-INCENTIVE
               WRITE STUB-REC FROM STUB-LINE-15
               ADD 1 TO STUB-RECS
           END-IF
           IF WS-RETRO NOT = ZERO
               MOVE WS-RETRO TO STUB-RETRO
               WRITE STUB-REC FROM STUB-LINE-10
               ADD 1 TO STUB-RECS
           END-IF
           IF WS-VAC-PAYOUT NOT = ZERO
               MOVE WS-PAYOUT-HOURS TO STUB-PAYOUT-HOURS
               MOVE WS-VAC-PAYOUT TO STUB-PAYOUT
               WRITE STUB-REC FROM STUB-LINE-11
               ADD 1 TO STUB-RECS
           END-IF
           IF WS-BONUS NOT = ZERO
               MOVE BON-EARN-TYPE TO STUB-BON-TYPE
               MOVE WS-BONUS TO STUB-BONUS
               WRITE STUB-REC FROM STUB-LINE-12
               ADD 1 TO STUB-RECS
           END-IF
           MOVE YTD-GROSS TO STUB-YTD-GROSS
           COMPUTE STUB-YTD-TAX = YTD-FICA + YTD-FED + YTD-STATE
           MOVE YTD-NET TO STUB-YTD-NET
           WRITE STUB-REC FROM STUB-LINE-7
           ADD 1 TO STUB-RECS
      *    A BONUS RUN NEVER READS THE LEAVE FILE - NO BALANCES TO
      *    SHOW.
           IF NOT BONUS-MODE
               MOVE LV-VAC-BAL TO STUB-VAC-BAL
               MOVE LV-SICK-BAL TO STUB-SICK-BAL
               WRITE STUB-REC FROM STUB-LINE-9
               ADD 1 TO STUB-RECS
           END-IF.


       269-WRITE-PAY-HISTORY.
      *    ONE RECORD PER STUB, CARRYING EVERYTHING THE STUB PRINTED
      *    PLUS EACH DEDUCTION CODE, SO THE REPRINT PROGRAM CAN REBUILD
      *    THE STUB OR AN EARNINGS VERIFICATION LONG AFTER THE STUB
      *    FILE HAS BEEN OVERWRITTEN.  RUN AHEAD OF 260 SO THE CHECK
      *    NUMBER HAS NOT YET ADVANCED.  A DEPOSIT TAKES THE NEXT
      *    NUMBER OF THE DEPOSIT SEQUENCE KEPT ON C0701-CHKNO, WHICH
      *    RUNS ACROSS RUNS SO A BONUS RUN ON THE SAME PAY DATE
      *    CANNOT REPEAT A REGULAR RUN'S KEY.
           MOVE SPACES TO PAY-HISTORY-REC
           MOVE EMPLOYEE-ID-IN TO PH-EMP-ID
           MOVE PAY-RUN-DATE TO PH-DATE
           IF MST-DEPOSIT-FLAG = "Y" AND NOT FINAL-PAY-EMP
               MOVE "A" TO PH-METHOD
               MOVE NEXT-DEPOSIT-NO TO PH-NUMBER
               ADD 1 TO NEXT-DEPOSIT-NO
           ELSE
               MOVE "C" TO PH-METHOD
               MOVE NEXT-CHECK-NO TO PH-NUMBER
           END-IF
           MOVE MST-NAME TO PH-NAME
           MOVE STUB-FLAG TO PH-FLAG
           MOVE ZERO TO PH-VOID-DATE
           MOVE WS-REG-HOURS TO PH-REG-HOURS
           MOVE WS-OT-HOURS TO PH-OT-HOURS
           MOVE WS-REG-PAY TO PH-REG-PAY
           MOVE WS-OT-PAY TO PH-OT-PAY
           MOVE ZERO TO PH-EARN-COUNT
           PERFORM VARYING PH-SUB FROM 1 BY 1 UNTIL PH-SUB > 10
               MOVE ZERO TO PH-EARN-HOURS (PH-SUB)
               MOVE ZERO TO PH-EARN-PAY (PH-SUB)
           END-PERFORM
           PERFORM VARYING EL-SUB FROM 1 BY 1
                   UNTIL EL-SUB > EARN-LINE-COUNT
               IF EL-CODE (EL-SUB) NOT = "REG"
                   ADD 1 TO PH-EARN-COUNT
                   MOVE EL-ET-SUB (EL-SUB) TO ET-SUB
                   MOVE EL-CODE (EL-SUB)
                       TO PH-EARN-CODE (PH-EARN-COUNT)
                   MOVE ET-DESC (ET-SUB)
                       TO PH-EARN-DESC (PH-EARN-COUNT)
                   MOVE EL-HOURS (EL-SUB)
                       TO PH-EARN-HOURS (PH-EARN-COUNT)
                   MOVE EL-PAY (EL-SUB)
                       TO PH-EARN-PAY (PH-EARN-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-COMMISSION TO PH-COMMISSION
           MOVE WS-INCENTIVE TO PH-INCENTIVE
           MOVE WS-RETRO TO PH-RETRO
           MOVE WS-PAYOUT-HOURS TO PH-PAYOUT-HOURS
           MOVE WS-VAC-PAYOUT TO PH-VAC-PAYOUT
           MOVE ZERO TO PH-BONUS
           IF WS-BONUS NOT = ZERO
               MOVE BON-EARN-TYPE TO PH-BONUS-TYPE
               MOVE WS-BONUS TO PH-BONUS
           END-IF
           MOVE WS-GPAY TO PH-GROSS
           MOVE WS-FICA TO PH-FICA
           MOVE WS-FED TO PH-FED
           MOVE WS-STATE TO PH-STATE
           MOVE WS-DEFERRAL TO PH-DEFERRAL
           MOVE WS-ER-MATCH TO PH-ER-MATCH
           MOVE WS-DED-TOTAL TO PH-DED-TOTAL
           MOVE EMP-DED-COUNT TO PH-DED-COUNT
           PERFORM VARYING PH-SUB FROM 1 BY 1 UNTIL PH-SUB > 20
               IF PH-SUB > EMP-DED-COUNT
                   MOVE ZERO TO PH-DED-AMT (PH-SUB)
               ELSE
                   MOVE EDD-CODE (PH-SUB) TO PH-DED-CODE (PH-SUB)
                   MOVE EDD-AMT (PH-SUB) TO PH-DED-AMT (PH-SUB)
               END-IF
           END-PERFORM
           MOVE WS-NPAY TO PH-NET
           MOVE YTD-GROSS TO PH-YTD-GROSS
           MOVE YTD-FICA TO PH-YTD-FICA
           MOVE YTD-FED TO PH-YTD-FED
           MOVE YTD-STATE TO PH-YTD-STATE
           MOVE YTD-NET TO PH-YTD-NET
           MOVE ZERO TO PH-YTD-DEFERRAL
           IF WS-DEFERRAL NOT = ZERO
               MOVE DEF-YTD-EE TO PH-YTD-DEFERRAL
           END-IF
      *    A BONUS RUN NEVER READS THE LEAVE FILE, SO ITS STUB SHOWS
      *    NO BALANCES AND NEITHER DOES A REPRINT OF IT.
           IF BONUS-MODE
               MOVE "N" TO PH-LEAVE-SHOWN
               MOVE ZERO TO PH-VAC-BAL
               MOVE ZERO TO PH-SICK-BAL
           ELSE
               MOVE "Y" TO PH-LEAVE-SHOWN
               MOVE LV-VAC-BAL TO PH-VAC-BAL
               MOVE LV-SICK-BAL TO PH-SICK-BAL
           END-IF
           PERFORM 271-JOURNAL-HISTORY-IMAGE
      *    THE KEY CAN ONLY REPEAT IF THE CHECK NUMBER OR DEPOSIT
      *    SEQUENCE ON C0701-CHKNO WAS SET BACK - THE FIRST STUB'S
      *    HISTORY STANDS AND THIS ONE SURFACES FOR PAYROLL TO NOTE.
           WRITE PAY-HISTORY-REC
               INVALID KEY
                   MOVE "HISTORY DUPLICATE" TO EXCEPTION-REASON
                   PERFORM 210-EXCEPTION
           END-WRITE.


       271-JOURNAL-HISTORY-IMAGE.
      *    A NEW HISTORY RECORD JOURNALS AS NEW SO A RESTART CAN
      *    DELETE IT; A VOID MARK JOURNALS THE PRIOR STATUS.  CALLERS
      *    POSITION PAY-HISTORY-REC BEFORE THE PERFORM.
           MOVE SPACES TO YTD-JOURNAL-REC
           MOVE PAY-RUN-DATE TO JRN-DATE
           MOVE "H" TO JRN-TYPE
           IF PH-VOID-FOUND = 1
               MOVE "N" TO JRN-NEW-FLAG
           ELSE
               MOVE "Y" TO JRN-NEW-FLAG
           END-IF
           MOVE PH-EMP-ID TO JRN-EMP-ID
           MOVE PH-DATE TO JRN-PH-DATE
           MOVE PH-METHOD TO JRN-PH-METHOD
           MOVE PH-NUMBER TO JRN-PH-NUMBER
           MOVE PH-STATUS TO JRN-PH-STATUS
           MOVE PH-VOID-DATE TO JRN-PH-VOID-DATE
           WRITE YTD-JOURNAL-REC
           ADD 1 TO JOURNAL-RECS.


       272-MARK-HISTORY-VOID.
      *    CHECK NUMBERS NEVER REPEAT, SO THE EMPLOYEE'S PAPER CHECK
      *    WITH THE VOIDED NUMBER IS THE ONE HISTORY RECORD TO MARK.
      *    THE RECORD STAYS ON FILE - A REPRINT SHOWS IT AS VOID AND
      *    THE EARNINGS SUMMARY LEAVES IT OUT OF THE TOTALS.
           MOVE ZERO TO PH-VOID-FOUND
           MOVE ZERO TO PH-SCAN-EOF
           MOVE LOW-VALUES TO PH-KEY
           MOVE ADJ-EMP-ID TO PH-EMP-ID
           START PAY-HISTORY-FILE KEY IS NOT < PH-KEY
               INVALID KEY
                   MOVE 1 TO PH-SCAN-EOF
           END-START
           PERFORM UNTIL PH-SCAN-EOF = 1 OR PH-VOID-FOUND = 1
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO PH-SCAN-EOF
                   NOT AT END
                       IF PH-EMP-ID NOT = ADJ-EMP-ID
                           MOVE 1 TO PH-SCAN-EOF
                       ELSE
                       IF PH-METHOD = "C"
                           AND PH-NUMBER = ADJ-ORIG-CHECK-NO
                           MOVE 1 TO PH-VOID-FOUND
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF PH-VOID-FOUND = 1
               PERFORM 271-JOURNAL-HISTORY-IMAGE
               MOVE "V" TO PH-STATUS
               MOVE PAY-RUN-DATE TO PH-VOID-DATE
               REWRITE PAY-HISTORY-REC
               MOVE ZERO TO PH-VOID-FOUND
           END-IF.


       260-WRITE-CHECK-REGISTER.
      *    THE PLAIN AMOUNT AND THE ISSUE DATE TO MATCH THE BANK.
           MOVE PAY-RUN-DATE TO CHK-DATE
           MOVE WS-NPAY TO CHK-NET-NUM
           IF FINAL-PAY-EMP
               MOVE "FINAL" TO CHK-FLAG
           ELSE
               MOVE SPACES TO CHK-FLAG
           END-IF
           WRITE CHECK-REGISTER-REC
           ADD 1 TO CHECK-RECS
           ADD 1 TO NEXT-CHECK-NO
           ADD WS-NPAY TO TOTAL-CHECK-NET.


       268-WRITE-FINAL-REGISTER.
      *    HR'S COPY OF THE SEPARATION PAYOUT - WRITTEN BEFORE 260
      *    ADVANCES THE CHECK NUMBER SO THE LINE NAMES THE CHECK.
           MOVE SPACES TO FINAL-DETAIL-LINE
           MOVE EMPLOYEE-ID-IN TO FIN-EMP-ID
           MOVE MST-NAME TO FIN-NAME
           MOVE MST-TERM-DATE TO FIN-TERM-DATE
           MOVE WS-PAYOUT-HOURS TO FIN-PAYOUT-HOURS
           MOVE WS-VAC-PAYOUT TO FIN-PAYOUT
           MOVE WS-NPAY TO FIN-NET
           MOVE NEXT-CHECK-NO TO FIN-CHECK-NO
           MOVE WS-ARR-LEFT TO FIN-ARR-LEFT
           WRITE FINAL-REGISTER-REC FROM FINAL-DETAIL-LINE
           ADD 1 TO FINREG-RECS
           ADD 1 TO TOTAL-FINAL-CHECKS
           ADD WS-VAC-PAYOUT TO TOTAL-FINAL-PAYOUT
      *    THE UNCARDED SWEEP PAYS ANYONE NOT IN THE TABLE, SO A FULL
      *    TABLE WOULD PAY A SECOND FINAL CHECK - THE RUN STOPS AND IS
      *    RESTARTED FROM ITS CHECKPOINT ONCE THE TABLE IS ENLARGED.
           IF FINAL-PAID-COUNT < FINAL-PAID-CAPACITY
               ADD 1 TO FINAL-PAID-COUNT
               MOVE EMPLOYEE-ID-IN TO FP-EMP-ID (FINAL-PAID-COUNT)
           ELSE
               DISPLAY "FINAL PAID TABLE FULL - RUN REFUSED AT "
                   EMPLOYEE-ID-IN
               MOVE 16 TO RETURN-CODE
               PERFORM 610-WRITE-OPS-END
               STOP RUN
           END-IF.


       265-WRITE-ACH-DETAIL.
           MOVE "6" TO ACH-DTL-TYPE
           MOVE EMPLOYEE-ID-IN TO ACH-DTL-EMP-ID
           MOVE MST-ACCOUNT TO ACH-DTL-ACCOUNT
           MOVE WS-NPAY TO ACH-DTL-AMOUNT
           WRITE ACH-DETAIL-REC
           ADD 1 TO ACH-RECS
           ADD 1 TO ACH-COUNT
           ADD WS-NPAY TO TOTAL-ACH-NET.

           MOVE MST-ACCOUNT TO ACH-DTL-ACCOUNT
           MOVE ZERO TO ACH-DTL-AMOUNT
           WRITE ACH-DETAIL-REC
           ADD 1 TO ACH-RECS
           ADD 1 TO ACH-COUNT
      *    THE FLIP IS A PERSISTENT MASTER MUTATION LIKE ANY OTHER -
      *    JOURNALED SO A BACKOUT THAT VOIDS THE ACH FILE (AND WITH
           MOVE "N" TO JRN-NEW-FLAG
           MOVE MST-EMP-ID TO JRN-EMP-ID
           MOVE MST-DEPOSIT-FLAG TO JRN-DEP-FLAG
           WRITE YTD-JOURNAL-REC
           ADD 1 TO JOURNAL-RECS.


       500-PROCESS-ADJUSTMENTS.
      *            CARRIES NO LEAVE OF ITS OWN.
                   MOVE SPACES TO VAC-TAKEN-IN-X
                   MOVE SPACES TO SICK-TAKEN-IN-X
                   PERFORM 145-SET-REG-LINE
                   PERFORM 200-CALC
                   MOVE SPACES TO ADJ-REGISTER-REC
                   MOVE ADJ-TYPE TO ADJR-TYPE
      *        LEAVE ACCRUAL IS NOT REVERSED HERE - THE ADJUSTMENT
      *        RECORD CARRIES NO HOURS, SO A VOID/REISSUE CAN ACCRUE
      *        LEAVE TWICE.  PAYROLL CORRECTS THE BALANCE BY HAND ON
      *        THE RARE VOID, AS WITH THE TAX ACCRUAL.  THE SAME
      *        HOLDS FOR A 401(K) DEFERRAL AND MATCH ALREADY SENT TO
      *        THE RECORDKEEPER - THE PLAN CORRECTS THOSE ON ITS SIDE.
               PERFORM 254-JOURNAL-YTD-IMAGE
               SUBTRACT ADJ-ORIG-GROSS FROM YTD-GROSS
               SUBTRACT ADJ-ORIG-FICA FROM YTD-FICA
                   - ADJ-ORIG-STATE - ADJ-ORIG-NET
               COMPUTE RT-DED = ZERO - WS-ADJ-ORIG-DED
               SUBTRACT WS-ADJ-ORIG-DED FROM TOTAL-DED-PAY
      *        THE ADJUSTMENT CARRIES NO EARNINGS-CODE SPLIT - THE
      *        ORIGINAL RUN'S "E" RECORDS STAND AND NO HOURS ARE
      *        TAKEN BACK HERE.
               MOVE ZERO TO RT-HOURS
               WRITE RUN-TOTALS-REC
               ADD 1 TO RUNTOT-RECS
               ADD 1 TO TOTAL-ADJUSTMENTS
               COMPUTE ADJR-GROSS = ZERO - ADJ-ORIG-GROSS
               COMPUTE ADJR-NET = ZERO - ADJ-ORIG-NET
               MOVE "VOIDED" TO ADJ-DISPOSITION
               MOVE "VOIDED" TO ADJR-NOTE
               WRITE ADJ-REGISTER-REC
      *        A PAPER ORIGINAL GOES TO THE BANK AS A POSITIVE-PAY
      *        VOID SO IT CANNOT BE CASHED ALONGSIDE ITS REISSUE - A
      *        DEPOSIT, OR AN OLD-FORMAT RECORD, CARRIES NO NUMBER.
               IF ADJ-ORIG-CHECK-NO-X NOT = SPACES
                   AND ADJ-ORIG-CHECK-NO NUMERIC
                   AND ADJ-ORIG-CHECK-NO NOT = ZERO
                   MOVE ADJ-ORIG-CHECK-NO TO PV-CHECK-NO
                   MOVE ADJ-EMP-ID TO PV-EMP-ID
                   MOVE ADJ-ORIG-NET TO PV-AMOUNT
                   MOVE PAY-RUN-DATE TO PV-VOID-DATE
                   MOVE "A" TO PV-SOURCE
                   WRITE PP-VOID-REC
                   ADD 1 TO PPVOID-RECS
                   PERFORM 272-MARK-HISTORY-VOID
               END-IF
           END-IF.


                   MOVE CM-EMP-ID (CM-SUB) TO EXC-EMP-ID
                   MOVE "COMM CARRIED FORWARD" TO EXC-REASON
                   WRITE EXCEPTION-REC
                   ADD 1 TO EXC-RECS
                   ADD 1 TO EXCEPTION-COUNT
               END-IF
           END-PERFORM.
                       MOVE CM-EMP-ID (CM-SUB) TO COMM-EMP-ID
                       MOVE CM-PERIOD (CM-SUB) TO COMM-PERIOD
                       MOVE CM-AMOUNT (CM-SUB) TO COMM-AMOUNT
                       MOVE CM-EARN-TYPE (CM-SUB) TO COMM-EARN-TYPE
                       WRITE COMMISSION-REC
                   END-IF
               END-PERFORM
           WRITE PRINT-REC FROM TRAILER-LINE-9
           MOVE TOTAL-CHECK-NET TO TRAILER-CHECKS
           WRITE PRINT-REC FROM TRAILER-LINE-10
           PERFORM VARYING ET-SUB FROM 1 BY 1
                   UNTIL ET-SUB > EARN-CODE-COUNT
               IF ET-RUN-HOURS (ET-SUB) NOT = ZERO
                   OR ET-RUN-AMT (ET-SUB) NOT = ZERO
                   MOVE ET-CODE (ET-SUB) TO TRL-EARN-CODE
                   MOVE ET-RUN-HOURS (ET-SUB) TO TRL-EARN-HOURS
                   MOVE ET-RUN-AMT (ET-SUB) TO TRL-EARN-AMT
                   WRITE PRINT-REC FROM TRAILER-LINE-12
               END-IF
           END-PERFORM
           IF CTB-COUNT > ZERO
               MOVE TOTAL-CTB-EE TO TRAILER-DEFERRAL
               WRITE PRINT-REC FROM TRAILER-LINE-13
               MOVE TOTAL-CTB-ER TO TRAILER-ER-MATCH
               WRITE PRINT-REC FROM TRAILER-LINE-14
           END-IF
           MOVE "9" TO ACH-TRL-TYPE
           MOVE ACH-COUNT TO ACH-TRL-COUNT
           MOVE TOTAL-ACH-NET TO ACH-TRL-TOTAL
           WRITE ACH-TRAILER-REC
           MOVE "9" TO CTB-TRL-TYPE
           MOVE CTB-COUNT TO CTB-TRL-COUNT
           MOVE TOTAL-CTB-EE TO CTB-TRL-EE-TOTAL
           MOVE TOTAL-CTB-ER TO CTB-TRL-ER-TOTAL
           WRITE CTB-TRAILER-REC
           MOVE SPACES TO RUN-TOTALS-REC
           MOVE "T" TO RT-TYPE
           MOVE TOTAL-GROSS-PAY TO RT-GROSS
           MOVE TOTAL-STATE-PAY TO RT-STATE
           MOVE TOTAL-DED-PAY TO RT-DED
           MOVE ZERO TO RT-HOURS
           IF BONUS-MODE
               MOVE "B" TO RT-RUN-KIND
           END-IF
           IF FINAL-MODE
               MOVE "F" TO RT-RUN-KIND
           END-IF
           WRITE RUN-TOTALS-REC
           IF ADJ-PRESENT = 1
               MOVE TOTAL-ADJUSTMENTS TO TRAILER-ADJ-COUNT
               WRITE PRINT-REC FROM TRAILER-LINE-11
           END-IF
           IF FINAL-MODE
               MOVE TOTAL-FINAL-CHECKS TO FIN-TOTAL-COUNT
               MOVE TOTAL-FINAL-PAYOUT TO FIN-TOTAL-PAYOUT
               WRITE FINAL-REGISTER-REC FROM FINAL-TOTAL-LINE
           END-IF
           PERFORM 285-WRITE-LIABILITY-SUMMARY.


           WRITE LIABILITY-REPORT-REC FROM LIAB-LINE-7.


       700-PAY-UNCARDED-FINALS.
      *    A TERMINATED EMPLOYEE WITH NO FINAL TIMECARD IS STILL OWED
      *    THE VACATION PAYOUT - THE MASTER IS SWEPT FOR TERMINATIONS
      *    IN THE WINDOW THAT THE TIMECARDS DID NOT ALREADY PAY, AND
      *    EACH IS RUN THROUGH 200-CALC WITH ZERO HOURS.
           MOVE ZERO TO MST-SCAN-EOF
           MOVE LOW-VALUES TO MST-EMP-ID
           START EMPLOYEE-MASTER KEY NOT < MST-EMP-ID
               INVALID KEY
                   MOVE 1 TO MST-SCAN-EOF
           END-START
           PERFORM UNTIL MST-SCAN-EOF = 1
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO MST-SCAN-EOF
                   NOT AT END
                       IF MST-TERM-DATE > LAST-RUN-DATE
                           AND MST-TERM-DATE NOT > PAY-RUN-DATE
                           PERFORM 705-PAY-ONE-UNCARDED
                       END-IF
               END-READ
           END-PERFORM.


       705-PAY-ONE-UNCARDED.
           MOVE ZERO TO FP-FOUND
           PERFORM VARYING FP-SUB FROM 1 BY 1
                   UNTIL FP-SUB > FINAL-PAID-COUNT
               IF FP-EMP-ID (FP-SUB) = MST-EMP-ID
                   MOVE 1 TO FP-FOUND
               END-IF
           END-PERFORM
           IF FP-FOUND = 0
      *        THE RECORD AREA STILL HOLDS THE LAST TIMECARD - IT IS
      *        REBUILT AS A ZERO-HOUR CARD WITH NO LEAVE TAKEN.
               MOVE MST-EMP-ID TO EMPLOYEE-ID-IN
               MOVE ZERO TO HOURS-IN
               MOVE SPACES TO VAC-TAKEN-IN-X
               MOVE SPACES TO SICK-TAKEN-IN-X
               PERFORM 145-SET-REG-LINE
               PERFORM 200-CALC
           END-IF.


       400-PAY-BONUS.
      *    AN OFF-CYCLE PAYMENT IS SUPPLEMENTAL WAGES ONLY - NO HOURS,
      *    NO SCHEDULED DEDUCTIONS OR ARREARS, NO COMMISSION OR RETRO,
      *    NO LEAVE ACCRUAL.  EACH TRANSACTION IS ITS OWN CHECK OR
      *    DEPOSIT SO ITS EARNINGS TYPE STANDS ALONE ON THE STUB.
           MOVE SPACES TO EXCEPTION-REASON
           MOVE BON-EMP-ID TO EMPLOYEE-ID-IN
           MOVE ZERO TO HOURS-IN
           MOVE SPACES TO VAC-TAKEN-IN-X
           MOVE SPACES TO SICK-TAKEN-IN-X
           IF BON-AMOUNT-X = SPACES OR BON-AMOUNT NOT NUMERIC
               MOVE "BONUS AMT INVALID" TO EXCEPTION-REASON
           ELSE
               IF BON-AMOUNT = ZERO
                   MOVE "BONUS AMT INVALID" TO EXCEPTION-REASON
               END-IF
           END-IF
           IF EXCEPTION-REASON = SPACES
               PERFORM 215-LOOKUP-MASTER
           END-IF
           IF EXCEPTION-REASON NOT = SPACES
               PERFORM 210-EXCEPTION
           ELSE
               MOVE MST-NAME TO NAME-OUT
               MOVE ZERO TO WS-REG-HOURS WS-OT-HOURS
               MOVE ZERO TO WS-REG-PAY WS-OT-PAY
               MOVE ZERO TO WS-COMMISSION WS-RETRO WS-CLAWBACK
               MOVE ZERO TO WS-INCENTIVE
               MOVE ZERO TO WS-VAC-PAYOUT WS-PAYOUT-HOURS
               MOVE ZERO TO EARN-LINE-COUNT
               MOVE BON-AMOUNT TO WS-BONUS
               MOVE WS-BONUS TO WS-GPAY
               MOVE WS-GPAY TO GPAY-OUT
               PERFORM 220-LOOKUP-YTD
      *        FICA AND THE EMPLOYER SIDE STILL RUN AGAINST THE WAGE
      *        BASES FROM THE YTD GROSS LIKE ANY OTHER CHECK.
               PERFORM 225-CALC-FICA
               PERFORM 226-ACCRUE-EMPLOYER-TAX
               MOVE WS-FICA TO FICA-OUT
      *        NO 401(K) DEFERRAL RIDES A BONUS CHECK - THE ELECTIONS
      *        ARE SCHEDULED DEDUCTIONS LIKE ANY OTHER.
               MOVE ZERO TO WS-DEFERRAL WS-ER-MATCH
      *        THE WHOLE PAYMENT IS SUPPLEMENTAL - FEDERAL IS THE
      *        FLAT RATE, NOT THE ANNUALIZED BRACKETS IN 235, WHILE
      *        THE STATE BRACKETS STILL SEE IT.
               MOVE ZERO TO WS-FIT-WAGES
               MOVE WS-GPAY TO WS-SUPP-WAGES
               PERFORM 230-CALC-WITHHOLDING
               MOVE WS-FED TO FED-OUT
               MOVE WS-STATE TO STATE-OUT
               MOVE ZERO TO WS-DED-TOTAL
               MOVE ZERO TO EMP-DED-COUNT
               COMPUTE WS-NPAY ROUNDED = WS-GPAY - WS-FICA
                   - WS-FED - WS-STATE
               MOVE WS-NPAY TO NPAY-OUT
               WRITE PRINT-REC
               MOVE BON-EARN-TYPE TO BON-TYPE-OUT
               MOVE WS-BONUS TO BON-AMT-OUT
               WRITE PRINT-REC FROM BONUS-DETAIL-LINE
               PERFORM 250-UPDATE-YTD
               PERFORM 252-WRITE-RUN-DETAIL
               PERFORM 255-WRITE-STUB
               PERFORM 269-WRITE-PAY-HISTORY
      *        A PRENOTE STILL IN FLIGHT STAYS ON PAPER - ONLY THE
      *        REGULAR RUN SENDS PRENOTES AND FLIPS THE FLAG.
               IF MST-DEPOSIT-FLAG = "Y"
                   PERFORM 265-WRITE-ACH-DETAIL
               ELSE
                   PERFORM 260-WRITE-CHECK-REGISTER
               END-IF
               ADD 1 TO TOTAL-EMPLOYEES
               ADD WS-GPAY TO TOTAL-GROSS-PAY
               ADD WS-FICA TO TOTAL-FICA-PAY
               ADD WS-FED TO TOTAL-FED-PAY
               ADD WS-STATE TO TOTAL-STATE-PAY
               ADD WS-NPAY TO TOTAL-NET-PAY
           END-IF.


       600-WRITE-OPS-START.
           OPEN EXTEND OPS-LOG-FILE
           IF OPS-LOG-STATUS = "35"
           PERFORM 610-WRITE-OPS-END
           OPEN OUTPUT CHECKNO-FILE
           MOVE NEXT-CHECK-NO TO CKN-NEXT
           MOVE NEXT-DEPOSIT-NO TO CKN-NEXT-DEPOSIT
           WRITE CHECKNO-REC
           CLOSE CHECKNO-FILE
      *    THE RUN FINISHED - ITS CHECKPOINT MUST NOT BE ABLE TO
      *    RESTART IT A SECOND TIME.
           IF NOT BONUS-MODE
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
           END-IF
           IF BONUS-MODE
               CLOSE BONUS-FILE
           ELSE
               CLOSE EMPLOYEE-FILE
           END-IF
           CLOSE EMPLOYEE-MASTER
           CLOSE TERMINAL-OUT
           CLOSE STUB-FILE
           CLOSE LIABILITY-FILE
           CLOSE LIABILITY-REPORT-FILE
           CLOSE DED-REGISTER-FILE
           CLOSE CONTRIBUTION-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE ACH-FILE
           CLOSE RUN-TOTALS-FILE
           IF ADJ-PRESENT = 1
               CLOSE ADJUSTMENT-FILE
               CLOSE ADJ-REGISTER-FILE
               CLOSE PP-VOID-FILE
           END-IF
           IF FINAL-MODE
               CLOSE FINAL-REGISTER-FILE
           END-IF
           CLOSE EXCEPTION-FILE
           CLOSE YTD-JOURNAL-FILE
           CLOSE ARREARS-FILE
           CLOSE RATE-HISTORY-FILE
           CLOSE LEAVE-FILE
           CLOSE DEFERRAL-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE YTD-FILE.


       800-PREPARE-RESTART.
      *    A RESTART PICKS THE FAILED RUN UP AT ITS LAST CHECKPOINT.
      *    EVERYTHING IS CHECKED AND COPIED ASIDE BEFORE ANYTHING IS
      *    CHANGED, SO A REFUSED RESTART LEAVES THE FILES EXACTLY AS
      *    THE FAILED RUN LEFT THEM FOR THE BACKOUT.
           IF BONUS-MODE
               MOVE "BONUS RUNS TAKE NO CHECKPOINT" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           PERFORM 805-READ-CHECKPOINT
           PERFORM 810-SKIP-DONE-CARDS
           OPEN OUTPUT CKPT-WORK-FILE
           PERFORM 812-KEEP-STUBS
           PERFORM 813-KEEP-CHECK-REGISTER
           PERFORM 814-KEEP-ACH
           PERFORM 815-KEEP-RUN-TOTALS
           PERFORM 816-KEEP-LIABILITY
           PERFORM 817-KEEP-DED-REGISTER
           PERFORM 818-KEEP-CONTRIBUTIONS
           PERFORM 819-KEEP-EXCEPTIONS
           IF FINAL-MODE
               PERFORM 820-KEEP-FINAL-REGISTER
           END-IF
           PERFORM 821-KEEP-PP-VOIDS
           PERFORM 825-KEEP-JOURNAL
           CLOSE CKPT-WORK-FILE
           PERFORM 830-UNDO-LATE-IMAGES
           PERFORM 840-REWRITE-KEPT-RECORDS
           DISPLAY "RESTARTING " PAY-MODE " RUN " PAY-RUN-DATE
               " AFTER EMPLOYEE " RESTART-LAST-EMP-ID
               " - " LATE-IMAGE-COUNT " POSTINGS UNDONE".


       805-READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-STATUS NOT = "00"
               MOVE "NO CHECKPOINT ON FILE" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           MOVE ZERO TO CKPT-FOUND
           MOVE ZERO TO CKPT-EOF
           PERFORM UNTIL CKPT-EOF = 1
               READ CHECKPOINT-FILE
                   AT END
                       MOVE 1 TO CKPT-EOF
                   NOT AT END
                       EVALUATE CKP-TYPE
                           WHEN "C"
                               PERFORM 806-RESTORE-CONTROL
                           WHEN "N"
                               PERFORM 807-RESTORE-COUNTS
                           WHEN "E"
                               PERFORM 808-RESTORE-EARN-TOTAL
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
      *    A CHECKPOINT THE FAILED RUN DIED WHILE WRITING IS MISSING
      *    ITS COUNTS - THE ONE BEFORE IT WAS ALREADY OVERWRITTEN.
           IF CKPT-FOUND NOT = 2
               MOVE "CHECKPOINT INCOMPLETE" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF.


       806-RESTORE-CONTROL.
           IF CKP-DATE NOT = PAY-RUN-DATE
               MOVE "CHECKPOINT IS FOR ANOTHER DATE" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           IF CKP-MODE NOT = PAY-MODE
               MOVE "CHECKPOINT IS FOR ANOTHER MODE" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           ADD 1 TO CKPT-FOUND
           MOVE CKP-LAST-EMP-ID TO RESTART-LAST-EMP-ID
           MOVE CKP-CARDS-DONE TO RESTART-CARDS-DONE
           MOVE CKP-NEXT-CHECK-NO TO NEXT-CHECK-NO
           MOVE CKP-EXCEPTIONS TO EXCEPTION-COUNT
           MOVE CKP-EMPLOYEES TO TOTAL-EMPLOYEES
           MOVE CKP-HOURS TO TOTAL-HOURS
           MOVE CKP-GROSS TO TOTAL-GROSS-PAY
           MOVE CKP-FICA TO TOTAL-FICA-PAY
           MOVE CKP-FED TO TOTAL-FED-PAY
           MOVE CKP-STATE TO TOTAL-STATE-PAY
           MOVE CKP-DED TO TOTAL-DED-PAY
           MOVE CKP-NET TO TOTAL-NET-PAY
           MOVE CKP-ER-FICA TO TOTAL-ER-FICA
           MOVE CKP-FUTA TO TOTAL-FUTA
           MOVE CKP-SUTA TO TOTAL-SUTA
           MOVE CKP-ACH-COUNT TO ACH-COUNT
           MOVE CKP-ACH-NET TO TOTAL-ACH-NET
           MOVE CKP-CHECK-NET TO TOTAL-CHECK-NET
           MOVE CKP-CTB-COUNT TO CTB-COUNT
           MOVE CKP-CTB-EE TO TOTAL-CTB-EE
           MOVE CKP-CTB-ER TO TOTAL-CTB-ER
           MOVE CKP-FINAL-CHECKS TO TOTAL-FINAL-CHECKS
           MOVE CKP-FINAL-PAYOUT TO TOTAL-FINAL-PAYOUT
           MOVE CKP-NEXT-DEPOSIT-NO TO NEXT-DEPOSIT-NO.


       807-RESTORE-COUNTS.
           ADD 1 TO CKPT-FOUND
           MOVE CKC-STUB TO STUB-RECS
           MOVE CKC-CHECKS TO CHECK-RECS
           MOVE CKC-ACH TO ACH-RECS
           MOVE CKC-RUNTOT TO RUNTOT-RECS
           MOVE CKC-LIAB TO LIAB-RECS
           MOVE CKC-DEDREG TO DEDREG-RECS
           MOVE CKC-CTB TO CTB-RECS
           MOVE CKC-EXC TO EXC-RECS
           MOVE CKC-FINREG TO FINREG-RECS
           MOVE CKC-JOURNAL TO JOURNAL-RECS
           MOVE CKC-PPVOID TO PPVOID-RECS.


       808-RESTORE-EARN-TOTAL.
           MOVE ZERO TO ET-FOUND-SUB
           PERFORM VARYING ET-SUB FROM 1 BY 1
                   UNTIL ET-SUB > EARN-CODE-COUNT
               IF ET-CODE (ET-SUB) = CKE-CODE
                   MOVE ET-SUB TO ET-FOUND-SUB
               END-IF
           END-PERFORM
      *    A CODE DROPPED FROM THE EARNINGS TABLE SINCE THE FAILED
      *    RUN WOULD LOSE ITS DOLLARS FROM THE RUN TOTALS.
           IF ET-FOUND-SUB = ZERO
               MOVE "EARN CODES CHANGED SINCE RUN" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           MOVE CKE-HOURS TO ET-RUN-HOURS (ET-FOUND-SUB)
           MOVE CKE-AMT TO ET-RUN-AMT (ET-FOUND-SUB).


       810-SKIP-DONE-CARDS.
      *    THE CARDS THE CHECKPOINT COVERS ARE READ PAST, NOT PAID.
      *    THE LAST OF THEM MUST BELONG TO THE EMPLOYEE THE CHECKPOINT
      *    NAMES AND THE NEXT MUST START SOMEONE ELSE, OR THIS IS NOT
      *    THE TIMECARD FILE THE FAILED RUN WAS GIVEN.
           PERFORM 120-READ-TIMECARD
           PERFORM UNTIL EOF = 1
                   OR RECORDS-READ > RESTART-CARDS-DONE
               MOVE NC-EMP-ID TO SKIP-EMP-ID
               PERFORM 120-READ-TIMECARD
           END-PERFORM
           IF SKIP-EMP-ID NOT = RESTART-LAST-EMP-ID
               MOVE "TIMECARDS DO NOT MATCH" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           IF EOF = 1
               IF RECORDS-READ < RESTART-CARDS-DONE
                   MOVE "TIMECARD FILE IS SHORT" TO RESTART-REASON
                   PERFORM 899-REFUSE-RESTART
               END-IF
           ELSE
               IF NC-EMP-ID = SKIP-EMP-ID
                   MOVE "TIMECARDS DO NOT MATCH" TO RESTART-REASON
                   PERFORM 899-REFUSE-RESTART
               END-IF
           END-IF.


       812-KEEP-STUBS.
      *    EACH OUTPUT KEEPS THE RECORDS IT HELD AT THE CHECKPOINT -
      *    THEY GO TO THE WORK FILE HERE AND BACK IN 840.  A FILE
      *    SHORTER THAN ITS COUNT IS NOT THE FILE THE RUN WROTE.
           MOVE ZERO TO KEEP-COUNT
           IF STUB-RECS = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STUB-FILE
           IF STUB-STATUS NOT = "00"
               MOVE "STUB FILE MISSING" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           MOVE ZERO TO KEEP-EOF
           PERFORM UNTIL KEEP-EOF = 1 OR KEEP-COUNT = STUB-RECS
               READ STUB-FILE
                   AT END
                       MOVE 1 TO KEEP-EOF
                   NOT AT END
                       ADD 1 TO KEEP-COUNT
                       MOVE "ST" TO CW-TAG
                       MOVE STUB-REC TO CW-DATA
                       WRITE CKPT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE STUB-FILE
           IF KEEP-COUNT < STUB-RECS
               MOVE "STUB FILE IS SHORT" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF.


       813-KEEP-CHECK-REGISTER.
      *    A FINAL CHECK ALREADY ISSUED MUST STILL KEEP 700 FROM
      *    PAYING THAT EMPLOYEE A SECOND TIME AS UNCARDED.
           MOVE ZERO TO KEEP-COUNT
           IF CHECK-RECS = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHECK-REGISTER-FILE
           IF REGISTER-STATUS NOT = "00"
               MOVE "CHECK REGISTER MISSING" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           MOVE ZERO TO KEEP-EOF
           PERFORM UNTIL KEEP-EOF = 1 OR KEEP-COUNT = CHECK-RECS
               READ CHECK-REGISTER-FILE
                   AT END
                       MOVE 1 TO KEEP-EOF
                   NOT AT END
                       ADD 1 TO KEEP-COUNT
                       MOVE "CK" TO CW-TAG
                       MOVE CHECK-REGISTER-REC TO CW-DATA
                       WRITE CKPT-WORK-REC
                       IF CHK-FLAG = "FINAL"
                           IF FINAL-PAID-COUNT < FINAL-PAID-CAPACITY
                               ADD 1 TO FINAL-PAID-COUNT
                               MOVE CHK-EMP-ID
                                   TO FP-EMP-ID (FINAL-PAID-COUNT)
                           ELSE
                               MOVE "FINAL PAID TABLE FULL"
                                   TO RESTART-REASON
                               PERFORM 899-REFUSE-RESTART
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE
           IF KEEP-COUNT < CHECK-RECS
               MOVE "CHECK REGISTER IS SHORT" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF.


       814-KEEP-ACH.
           MOVE ZERO TO KEEP-COUNT
           IF ACH-RECS = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACH-FILE
           IF ACH-STATUS NOT = "00"
               MOVE "ACH FILE MISSING" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           MOVE ZERO TO KEEP-EOF
           PERFORM UNTIL KEEP-EOF = 1 OR KEEP-COUNT = ACH-RECS
               READ ACH-FILE
                   AT END
                       MOVE 1 TO KEEP-EOF
                   NOT AT END
                       ADD 1 TO KEEP-COUNT
                       MOVE "AC" TO CW-TAG
                       MOVE ACH-DETAIL-REC TO CW-DATA
                       WRITE CKPT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE ACH-FILE
           IF KEEP-COUNT < ACH-RECS
               MOVE "ACH FILE IS SHORT" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF.


       815-KEEP-RUN-TOTALS.
           MOVE ZERO TO KEEP-COUNT
           IF RUNTOT-RECS = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RUN-TOTALS-FILE
           IF RUN-TOTALS-STATUS NOT = "00"
               MOVE "RUN TOTALS FILE MISSING" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           MOVE ZERO TO KEEP-EOF
           PERFORM UNTIL KEEP-EOF = 1 OR KEEP-COUNT = RUNTOT-RECS
               READ RUN-TOTALS-FILE
                   AT END
                       MOVE 1 TO KEEP-EOF
                   NOT AT END
                       ADD 1 TO KEEP-COUNT
                       MOVE "RT" TO CW-TAG
                       MOVE RUN-TOTALS-REC TO CW-DATA
                       WRITE CKPT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE RUN-TOTALS-FILE
           IF KEEP-COUNT < RUNTOT-RECS
               MOVE "RUN TOTALS FILE IS SHORT" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF.


       816-KEEP-LIABILITY.
           MOVE ZERO TO KEEP-COUNT
           IF LIAB-RECS = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LIABILITY-FILE
           IF LIABILITY-STATUS NOT = "00"
               MOVE "LIABILITY FILE MISSING" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           MOVE ZERO TO KEEP-EOF
           PERFORM UNTIL KEEP-EOF = 1 OR KEEP-COUNT = LIAB-RECS
               READ LIABILITY-FILE
                   AT END
                       MOVE 1 TO KEEP-EOF
                   NOT AT END
                       ADD 1 TO KEEP-COUNT
                       MOVE "LI" TO CW-TAG
                       MOVE LIABILITY-REC TO CW-DATA
                       WRITE CKPT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE LIABILITY-FILE
           IF KEEP-COUNT < LIAB-RECS
               MOVE "LIABILITY FILE IS SHORT" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF.


       817-KEEP-DED-REGISTER.
           MOVE ZERO TO KEEP-COUNT
           IF DEDREG-RECS = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DED-REGISTER-FILE
           IF DED-REGISTER-STATUS NOT = "00"
               MOVE "DEDUCTION REGISTER MISSING" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           MOVE ZERO TO KEEP-EOF
           PERFORM UNTIL KEEP-EOF = 1 OR KEEP-COUNT = DEDREG-RECS
               READ DED-REGISTER-FILE
                   AT END
                       MOVE 1 TO KEEP-EOF
                   NOT AT END
                       ADD 1 TO KEEP-COUNT
                       MOVE "DR" TO CW-TAG
                       MOVE DED-REGISTER-REC TO CW-DATA
                       WRITE CKPT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE DED-REGISTER-FILE
           IF KEEP-COUNT < DEDREG-RECS
               MOVE "DEDUCTION REGISTER IS SHORT" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF.


       818-KEEP-CONTRIBUTIONS.
           MOVE ZERO TO KEEP-COUNT
           IF CTB-RECS = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONTRIBUTION-FILE
           IF CONTRIBUTION-STATUS NOT = "00"
               MOVE "CONTRIBUTION FILE MISSING" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           MOVE ZERO TO KEEP-EOF
           PERFORM UNTIL KEEP-EOF = 1 OR KEEP-COUNT = CTB-RECS
               READ CONTRIBUTION-FILE
                   AT END
                       MOVE 1 TO KEEP-EOF
                   NOT AT END
                       ADD 1 TO KEEP-COUNT
                       MOVE "CT" TO CW-TAG
                       MOVE CTB-DETAIL-REC TO CW-DATA
                       WRITE CKPT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CONTRIBUTION-FILE
           IF KEEP-COUNT < CTB-RECS
               MOVE "CONTRIBUTION FILE IS SHORT" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF.


       819-KEEP-EXCEPTIONS.
           MOVE ZERO TO KEEP-COUNT
           IF EXC-RECS = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EXCEPTION-FILE
           IF EXCEPTION-STATUS NOT = "00"
               MOVE "EXCEPTION FILE MISSING" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           MOVE ZERO TO KEEP-EOF
           PERFORM UNTIL KEEP-EOF = 1 OR KEEP-COUNT = EXC-RECS
               READ EXCEPTION-FILE
                   AT END
                       MOVE 1 TO KEEP-EOF
                   NOT AT END
                       ADD 1 TO KEEP-COUNT
                       MOVE "EX" TO CW-TAG
                       MOVE EXCEPTION-REC TO CW-DATA
                       WRITE CKPT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE
           IF KEEP-COUNT < EXC-RECS
               MOVE "EXCEPTION FILE IS SHORT" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF.


       820-KEEP-FINAL-REGISTER.
           MOVE ZERO TO KEEP-COUNT
           IF FINREG-RECS = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FINAL-REGISTER-FILE
           IF FINAL-REGISTER-STATUS NOT = "00"
               MOVE "FINAL REGISTER MISSING" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           MOVE ZERO TO KEEP-EOF
           PERFORM UNTIL KEEP-EOF = 1 OR KEEP-COUNT = FINREG-RECS
               READ FINAL-REGISTER-FILE
                   AT END
                       MOVE 1 TO KEEP-EOF
                   NOT AT END
                       ADD 1 TO KEEP-COUNT
                       MOVE "FR" TO CW-TAG
                       MOVE FINAL-REGISTER-REC TO CW-DATA
                       WRITE CKPT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE FINAL-REGISTER-FILE
           IF KEEP-COUNT < FINREG-RECS
               MOVE "FINAL REGISTER IS SHORT" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF.


       821-KEEP-PP-VOIDS.
      *    VOIDS ARE ONLY QUEUED AFTER THE TIMECARDS, SO THE FAILED
      *    RUN MAY HAVE QUEUED SOME PAST ITS LAST CHECKPOINT - THE
      *    RESTART QUEUES THEM AGAIN WHEN IT REACHES THE ADJUSTMENTS.
           MOVE ZERO TO KEEP-COUNT
           IF PPVOID-RECS = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PP-VOID-FILE
           IF PP-VOID-STATUS NOT = "00"
               MOVE "VOID FILE MISSING" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           MOVE ZERO TO KEEP-EOF
           PERFORM UNTIL KEEP-EOF = 1 OR KEEP-COUNT = PPVOID-RECS
               READ PP-VOID-FILE
                   AT END
                       MOVE 1 TO KEEP-EOF
                   NOT AT END
                       ADD 1 TO KEEP-COUNT
                       MOVE "PV" TO CW-TAG
                       MOVE PP-VOID-REC TO CW-DATA
                       WRITE CKPT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE PP-VOID-FILE
           IF KEEP-COUNT < PPVOID-RECS
               MOVE "VOID FILE IS SHORT" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF.


       825-KEEP-JOURNAL.
      *    IMAGES UP TO THE CHECKPOINT STAY.  AN IMAGE PAST IT IS A
      *    POSTING THE FAILED RUN MADE FOR AN EMPLOYEE THE RESTART
      *    WILL PAY AGAIN - THE FIRST ONE PER RECORD IS PUT BACK BY
      *    830 AND NONE IS KEPT, SINCE THE RESTART JOURNALS ITS OWN.
      *    THE JOURNAL STAYS OPEN FOR 830 TO WORK FROM ITS RECORD.
           MOVE ZERO TO KEEP-COUNT
           OPEN INPUT YTD-JOURNAL-FILE
           IF YTD-JOURNAL-STATUS NOT = "00"
               IF JOURNAL-RECS > ZERO
                   MOVE "JOURNAL MISSING" TO RESTART-REASON
                   PERFORM 899-REFUSE-RESTART
               END-IF
               OPEN OUTPUT YTD-JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO KEEP-EOF
           PERFORM UNTIL KEEP-EOF = 1
               READ YTD-JOURNAL-FILE
                   AT END
                       MOVE 1 TO KEEP-EOF
                   NOT AT END
                       ADD 1 TO KEEP-COUNT
                       PERFORM 826-SORT-JOURNAL-IMAGE
               END-READ
           END-PERFORM
           IF KEEP-COUNT < JOURNAL-RECS
               MOVE "JOURNAL IS SHORT" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF.


       826-SORT-JOURNAL-IMAGE.
      *    A CONSUMED COMMISSION ROW IS NOT A RECORD TO PUT BACK -
      *    845 SETTLES IT AGAINST THE RELOADED COMMISSION TABLE.
           IF KEEP-COUNT NOT > JOURNAL-RECS
               MOVE "JR" TO CW-TAG
               MOVE YTD-JOURNAL-REC TO CW-DATA
               WRITE CKPT-WORK-REC
               IF JRN-TYPE = "C" AND JRN-DATE = PAY-RUN-DATE
                   MOVE "P" TO RESTART-COMM-WHEN
                   PERFORM 827-STORE-RESTART-COMM
               END-IF
           ELSE
               IF JRN-TYPE = "C"
                   MOVE "L" TO RESTART-COMM-WHEN
                   PERFORM 827-STORE-RESTART-COMM
               ELSE
                   PERFORM 828-STORE-LATE-IMAGE
               END-IF
           END-IF.


       827-STORE-RESTART-COMM.
           IF RESTART-COMM-COUNT NOT < RESTART-COMM-CAPACITY
               MOVE "COMMISSION IMAGE TABLE FULL" TO RESTART-REASON
               PERFORM 899-REFUSE-RESTART
           END-IF
           ADD 1 TO RESTART-COMM-COUNT
           MOVE RESTART-COMM-WHEN TO RC-WHEN (RESTART-COMM-COUNT)
           MOVE JRN-EMP-ID TO RC-EMP-ID (RESTART-COMM-COUNT)
           MOVE JRN-COMM-PERIOD TO RC-PERIOD (RESTART-COMM-COUNT)
           MOVE JRN-COMM-AMOUNT TO RC-AMOUNT (RESTART-COMM-COUNT)
           MOVE JRN-COMM-EARN-TYPE
               TO RC-EARN-TYPE (RESTART-COMM-COUNT).


       828-STORE-LATE-IMAGE.
      *    ONLY THE FIRST IMAGE PER RECORD MATTERS - IT IS WHAT THE
      *    RECORD HELD AT THE CHECKPOINT.
           MOVE JRN-TYPE TO LATE-KEY-TYPE
           MOVE JRN-EMP-ID TO LATE-KEY-EMP-ID
           EVALUATE JRN-TYPE
               WHEN "A"
                   MOVE JRN-ARR-CODE TO LATE-KEY-SUB
               WHEN "K"
                   MOVE JRN-DEF-YEAR TO LATE-KEY-SUB
               WHEN "R"
                   MOVE JRN-RH-EFF-DATE TO LATE-KEY-SUB
               WHEN "H"
                   MOVE SPACES TO LATE-KEY-SUB
                   MOVE JRN-PH-METHOD TO LATE-KEY-SUB (1:1)
                   MOVE JRN-PH-NUMBER TO LATE-KEY-SUB (2:6)
               WHEN OTHER
                   MOVE SPACES TO LATE-KEY-SUB
           END-EVALUATE
           MOVE ZERO TO LT-FOUND-SUB
           PERFORM VARYING LT-SUB FROM 1 BY 1
                   UNTIL LT-SUB > LATE-IMAGE-COUNT
               IF LT-KEY (LT-SUB) = LATE-KEY
                   MOVE LT-SUB TO LT-FOUND-SUB
               END-IF
           END-PERFORM
           IF LT-FOUND-SUB = ZERO
               IF LATE-IMAGE-COUNT NOT < LATE-IMAGE-CAPACITY
                   MOVE "LATE IMAGE TABLE FULL" TO RESTART-REASON
                   PERFORM 899-REFUSE-RESTART
               END-IF
               ADD 1 TO LATE-IMAGE-COUNT
               MOVE LATE-KEY TO LT-KEY (LATE-IMAGE-COUNT)
               MOVE YTD-JOURNAL-REC TO LT-IMAGE (LATE-IMAGE-COUNT)
           END-IF.


       830-UNDO-LATE-IMAGES.
      *    A FILE THAT DOES NOT EXIST YET HOLDS NOTHING THE FAILED
      *    RUN COULD HAVE POSTED - ITS IMAGES ARE PASSED OVER.
           OPEN I-O YTD-FILE
           IF YTD-STATUS = "00"
               MOVE 1 TO YTD-OPEN
           END-IF
           OPEN I-O ARREARS-FILE
           IF ARREARS-STATUS = "00"
               MOVE 1 TO ARREARS-OPEN
           END-IF
           OPEN I-O LEAVE-FILE
           IF LEAVE-STATUS = "00"
               MOVE 1 TO LEAVE-OPEN
           END-IF
           OPEN I-O DEFERRAL-FILE
           IF DEFERRAL-STATUS = "00"
               MOVE 1 TO DEFERRAL-OPEN
           END-IF
           OPEN I-O RATE-HISTORY-FILE
           IF RATE-HISTORY-STATUS = "00"
               MOVE 1 TO RATE-HISTORY-OPEN
           END-IF
           OPEN I-O PAY-HISTORY-FILE
           IF PAY-HISTORY-STATUS = "00"
               MOVE 1 TO PAY-HISTORY-OPEN
           END-IF
           PERFORM VARYING LT-SUB FROM 1 BY 1
                   UNTIL LT-SUB > LATE-IMAGE-COUNT
               MOVE LT-IMAGE (LT-SUB) TO YTD-JOURNAL-REC
               EVALUATE JRN-TYPE
                   WHEN "Y"
                       PERFORM 831-UNDO-YTD
                   WHEN "A"
                       PERFORM 832-UNDO-ARREARS
                   WHEN "L"
                       PERFORM 833-UNDO-LEAVE
                   WHEN "D"
                       PERFORM 834-UNDO-DEPOSIT-FLAG
                   WHEN "K"
                       PERFORM 835-UNDO-DEFERRAL
                   WHEN "R"
                       PERFORM 836-UNDO-RATE-HISTORY
                   WHEN "H"
                       PERFORM 837-UNDO-PAY-HISTORY
               END-EVALUATE
           END-PERFORM
           IF YTD-OPEN = 1
               CLOSE YTD-FILE
           END-IF
           IF ARREARS-OPEN = 1
               CLOSE ARREARS-FILE
           END-IF
           IF LEAVE-OPEN = 1
               CLOSE LEAVE-FILE
           END-IF
           IF DEFERRAL-OPEN = 1
               CLOSE DEFERRAL-FILE
           END-IF
           IF RATE-HISTORY-OPEN = 1
               CLOSE RATE-HISTORY-FILE
           END-IF
           IF PAY-HISTORY-OPEN = 1
               CLOSE PAY-HISTORY-FILE
           END-IF
           CLOSE YTD-JOURNAL-FILE.


       831-UNDO-YTD.
           IF YTD-OPEN = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-EMP-ID TO YTD-EMP-ID
           READ YTD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
      *    AN EMPLOYEE THE FAILED RUN ADDED COMES BACK OFF THE FILE.
           IF JRN-NEW-FLAG = "Y"
               IF NOT YTD-NEW-KEY
                   DELETE YTD-FILE
               END-IF
           ELSE
               MOVE JRN-EMP-ID TO YTD-EMP-ID
               MOVE JRN-GROSS TO YTD-GROSS
               MOVE JRN-FICA TO YTD-FICA
               MOVE JRN-FED TO YTD-FED
               MOVE JRN-STATE TO YTD-STATE
               MOVE JRN-NET TO YTD-NET
               IF YTD-NEW-KEY
                   WRITE YTD-REC
               ELSE
                   REWRITE YTD-REC
               END-IF
           END-IF.


       832-UNDO-ARREARS.
           IF ARREARS-OPEN = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-EMP-ID TO ARR-EMP-ID
           MOVE JRN-ARR-CODE TO ARR-CODE
           READ ARREARS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF JRN-NEW-FLAG = "Y"
               IF NOT ARR-NEW-KEY
                   DELETE ARREARS-FILE
               END-IF
           ELSE
               MOVE JRN-EMP-ID TO ARR-EMP-ID
               MOVE JRN-ARR-CODE TO ARR-CODE
               MOVE JRN-ARR-BALANCE TO ARR-BALANCE
               IF ARR-NEW-KEY
                   WRITE ARREARS-REC
               ELSE
                   REWRITE ARREARS-REC
               END-IF
           END-IF.


       833-UNDO-LEAVE.
           IF LEAVE-OPEN = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-EMP-ID TO LV-EMP-ID
           READ LEAVE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF JRN-NEW-FLAG = "Y"
               IF NOT LEAVE-NEW-KEY
                   DELETE LEAVE-FILE
               END-IF
           ELSE
               MOVE JRN-EMP-ID TO LV-EMP-ID
               MOVE JRN-LV-VAC-BAL TO LV-VAC-BAL
               MOVE JRN-LV-SICK-BAL TO LV-SICK-BAL
               MOVE JRN-LV-VAC-RATE TO LV-VAC-RATE
               MOVE JRN-LV-SICK-RATE TO LV-SICK-RATE
               IF LEAVE-NEW-KEY
                   WRITE LEAVE-REC
               ELSE
                   REWRITE LEAVE-REC
               END-IF
           END-IF.


       834-UNDO-DEPOSIT-FLAG.
      *    THE PRENOTE THAT FLIPPED THIS FLAG WAS WRITTEN PAST THE
      *    CHECKPOINT AND IS GONE WITH THE REST OF THE ACH TAIL - THE
      *    RESTART MUST SEND IT AGAIN.
           MOVE JRN-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JRN-DEP-FLAG TO MST-DEPOSIT-FLAG
                   REWRITE MASTER-REC
           END-READ.


       835-UNDO-DEFERRAL.
           IF DEFERRAL-OPEN = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-EMP-ID TO DEF-EMP-ID
           MOVE JRN-DEF-YEAR TO DEF-YEAR
           READ DEFERRAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF JRN-NEW-FLAG = "Y"
               IF NOT DEF-NEW-KEY
                   DELETE DEFERRAL-FILE
               END-IF
           ELSE
               MOVE JRN-EMP-ID TO DEF-EMP-ID
               MOVE JRN-DEF-YEAR TO DEF-YEAR
               MOVE JRN-DEF-YTD-EE TO DEF-YTD-EE
               MOVE JRN-DEF-YTD-ER TO DEF-YTD-ER
               IF DEF-NEW-KEY
                   WRITE DEFERRAL-REC
               ELSE
                   REWRITE DEFERRAL-REC
               END-IF
           END-IF.


       836-UNDO-RATE-HISTORY.
           IF RATE-HISTORY-OPEN = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-EMP-ID TO RH-EMP-ID
           MOVE JRN-RH-EFF-DATE TO RH-EFF-DATE
           READ RATE-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JRN-RH-APPLIED TO RH-APPLIED
                   MOVE JRN-RH-APPLIED-DATE TO RH-APPLIED-DATE
                   REWRITE RATE-HISTORY-REC
           END-READ.


       837-UNDO-PAY-HISTORY.
      *    A STUB WRITTEN AFTER THE CHECKPOINT IS WRITTEN AGAIN BY THE
      *    RESTART, SO ITS HISTORY GOES; A VOID MARK GOES BACK TO THE
      *    STATUS THE RECORD HAD AT THE CHECKPOINT.
           IF PAY-HISTORY-OPEN = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE JRN-EMP-ID TO PH-EMP-ID
           MOVE JRN-PH-DATE TO PH-DATE
           MOVE JRN-PH-METHOD TO PH-METHOD
           MOVE JRN-PH-NUMBER TO PH-NUMBER
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JRN-NEW-FLAG = "Y"
                       DELETE PAY-HISTORY-FILE
                   ELSE
                       MOVE JRN-PH-STATUS TO PH-STATUS
                       MOVE JRN-PH-VOID-DATE TO PH-VOID-DATE
                       REWRITE PAY-HISTORY-REC
                   END-IF
           END-READ.


       840-REWRITE-KEPT-RECORDS.
      *    EVERY OUTPUT GOES BACK TO WHAT IT HELD AT THE CHECKPOINT.
      *    A FILE WITH NOTHING KEPT IS STILL EMPTIED - WHATEVER IS ON
      *    IT CAME AFTER THE CHECKPOINT.
           OPEN OUTPUT STUB-FILE
           OPEN OUTPUT CHECK-REGISTER-FILE
           OPEN OUTPUT ACH-FILE
           OPEN OUTPUT RUN-TOTALS-FILE
           OPEN OUTPUT LIABILITY-FILE
           OPEN OUTPUT DED-REGISTER-FILE
           OPEN OUTPUT CONTRIBUTION-FILE
           OPEN OUTPUT EXCEPTION-FILE
           IF FINAL-MODE
               OPEN OUTPUT FINAL-REGISTER-FILE
           END-IF
           OPEN OUTPUT PP-VOID-FILE
           OPEN OUTPUT YTD-JOURNAL-FILE
           OPEN INPUT CKPT-WORK-FILE
           MOVE ZERO TO KEEP-EOF
           PERFORM UNTIL KEEP-EOF = 1
               READ CKPT-WORK-FILE
                   AT END
                       MOVE 1 TO KEEP-EOF
                   NOT AT END
                       PERFORM 842-PUT-BACK-ONE
               END-READ
           END-PERFORM
           CLOSE CKPT-WORK-FILE
           CLOSE STUB-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE ACH-FILE
           CLOSE RUN-TOTALS-FILE
           CLOSE LIABILITY-FILE
           CLOSE DED-REGISTER-FILE
           CLOSE CONTRIBUTION-FILE
           CLOSE EXCEPTION-FILE
           IF FINAL-MODE
               CLOSE FINAL-REGISTER-FILE
           END-IF
           CLOSE PP-VOID-FILE
           CLOSE YTD-JOURNAL-FILE.


       842-PUT-BACK-ONE.
           EVALUATE CW-TAG
               WHEN "ST"
      *            EACH STUB STILL STARTS ON A NEW PAGE.
                   IF CW-DATA (1:9) = "PAY STUB "
                       WRITE STUB-REC FROM CW-DATA
                           AFTER ADVANCING PAGE
                   ELSE
                       WRITE STUB-REC FROM CW-DATA
                   END-IF
               WHEN "CK"
                   WRITE CHECK-REGISTER-REC FROM CW-DATA
               WHEN "AC"
                   WRITE ACH-DETAIL-REC FROM CW-DATA
               WHEN "RT"
                   WRITE RUN-TOTALS-REC FROM CW-DATA
               WHEN "LI"
                   WRITE LIABILITY-REC FROM CW-DATA
               WHEN "DR"
                   WRITE DED-REGISTER-REC FROM CW-DATA
               WHEN "CT"
                   WRITE CTB-DETAIL-REC FROM CW-DATA
               WHEN "EX"
                   WRITE EXCEPTION-REC FROM CW-DATA
               WHEN "FR"
                   WRITE FINAL-REGISTER-REC FROM CW-DATA
               WHEN "PV"
                   WRITE PP-VOID-REC FROM CW-DATA
               WHEN "JR"
                   WRITE YTD-JOURNAL-REC FROM CW-DATA
           END-EVALUATE.


       845-REAPPLY-COMMISSIONS.
      *    A ROW PAID BEFORE THE CHECKPOINT IS STILL ON THE FILE
      *    UNLESS THE FAILED RUN GOT AS FAR AS 275 - EITHER WAY IT
      *    MUST NOT PAY AGAIN.  A ROW PAID AFTER THE CHECKPOINT IS
      *    OWED TO THE RESTART, AND IS PUT BACK IF 275 DROPPED IT.
           PERFORM VARYING RC-SUB FROM 1 BY 1
                   UNTIL RC-SUB > RESTART-COMM-COUNT
               MOVE ZERO TO CKPT-FOUND
               PERFORM VARYING CM-SUB FROM 1 BY 1
                       UNTIL CM-SUB > COMM-COUNT OR CKPT-FOUND = 1
                   IF CM-EMP-ID (CM-SUB) = RC-EMP-ID (RC-SUB)
                       AND CM-PERIOD (CM-SUB) = RC-PERIOD (RC-SUB)
                       AND CM-AMOUNT (CM-SUB) = RC-AMOUNT (RC-SUB)
                       AND CM-EARN-TYPE (CM-SUB) = RC-EARN-TYPE (RC-SUB)
                       MOVE 1 TO CKPT-FOUND
                       IF RC-WHEN (RC-SUB) = "P"
                           MOVE ZERO TO CM-AMOUNT (CM-SUB)
                       END-IF
                   END-IF
               END-PERFORM
               IF CKPT-FOUND = ZERO AND RC-WHEN (RC-SUB) = "L"
                   IF COMM-COUNT < COMM-CAPACITY
                       ADD 1 TO COMM-COUNT
                       MOVE RC-EMP-ID (RC-SUB) TO CM-EMP-ID (COMM-COUNT)
                       MOVE RC-PERIOD (RC-SUB) TO CM-PERIOD (COMM-COUNT)
                       MOVE RC-AMOUNT (RC-SUB) TO CM-AMOUNT (COMM-COUNT)
                       MOVE RC-EARN-TYPE (RC-SUB)
                           TO CM-EARN-TYPE (COMM-COUNT)
                       MOVE 1 TO COMM-PRESENT
                   ELSE
                       DISPLAY "COMMISSION TABLE FULL - SKIPPED "
                           RC-EMP-ID (RC-SUB)
                       MOVE 1 TO COMM-OVERFLOW
                   END-IF
               END-IF
           END-PERFORM.


       850-TAKE-CHECKPOINT.
      *    THE OUTPUTS ARE FLUSHED FIRST SO EVERY RECORD THE
      *    CHECKPOINT COUNTS IS ON DISK BEFORE THE COUNT IS.
           PERFORM 855-FLUSH-OUTPUTS
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CKPT-CONTROL-REC
           MOVE "C" TO CKP-TYPE
           MOVE PAY-RUN-DATE TO CKP-DATE
           MOVE PAY-MODE TO CKP-MODE
           MOVE CARD-EMP-ID TO CKP-LAST-EMP-ID
      *    THE NEXT EMPLOYEE'S FIRST CARD IS ALREADY READ AND COUNTED
      *    BUT NOT PAID.
           IF EOF = 1
               MOVE RECORDS-READ TO CKP-CARDS-DONE
           ELSE
               COMPUTE CKP-CARDS-DONE = RECORDS-READ - 1
           END-IF
           MOVE NEXT-CHECK-NO TO CKP-NEXT-CHECK-NO
           MOVE EXCEPTION-COUNT TO CKP-EXCEPTIONS
           MOVE TOTAL-EMPLOYEES TO CKP-EMPLOYEES
           MOVE TOTAL-HOURS TO CKP-HOURS
           MOVE TOTAL-GROSS-PAY TO CKP-GROSS
           MOVE TOTAL-FICA-PAY TO CKP-FICA
           MOVE TOTAL-FED-PAY TO CKP-FED
           MOVE TOTAL-STATE-PAY TO CKP-STATE
           MOVE TOTAL-DED-PAY TO CKP-DED
           MOVE TOTAL-NET-PAY TO CKP-NET
           MOVE TOTAL-ER-FICA TO CKP-ER-FICA
           MOVE TOTAL-FUTA TO CKP-FUTA
           MOVE TOTAL-SUTA TO CKP-SUTA
           MOVE ACH-COUNT TO CKP-ACH-COUNT
           MOVE TOTAL-ACH-NET TO CKP-ACH-NET
           MOVE TOTAL-CHECK-NET TO CKP-CHECK-NET
           MOVE CTB-COUNT TO CKP-CTB-COUNT
           MOVE TOTAL-CTB-EE TO CKP-CTB-EE
           MOVE TOTAL-CTB-ER TO CKP-CTB-ER
           MOVE TOTAL-FINAL-CHECKS TO CKP-FINAL-CHECKS
           MOVE TOTAL-FINAL-PAYOUT TO CKP-FINAL-PAYOUT
           MOVE NEXT-DEPOSIT-NO TO CKP-NEXT-DEPOSIT-NO
           WRITE CKPT-CONTROL-REC
           MOVE SPACES TO CKPT-COUNTS-REC
           MOVE "N" TO CKC-TYPE
           MOVE STUB-RECS TO CKC-STUB
           MOVE CHECK-RECS TO CKC-CHECKS
           MOVE ACH-RECS TO CKC-ACH
           MOVE RUNTOT-RECS TO CKC-RUNTOT
           MOVE LIAB-RECS TO CKC-LIAB
           MOVE DEDREG-RECS TO CKC-DEDREG
           MOVE CTB-RECS TO CKC-CTB
           MOVE EXC-RECS TO CKC-EXC
           MOVE FINREG-RECS TO CKC-FINREG
           MOVE JOURNAL-RECS TO CKC-JOURNAL
           MOVE PPVOID-RECS TO CKC-PPVOID
           WRITE CKPT-COUNTS-REC
           PERFORM VARYING ET-SUB FROM 1 BY 1
                   UNTIL ET-SUB > EARN-CODE-COUNT
               MOVE SPACES TO CKPT-EARN-REC
               MOVE "E" TO CKE-TYPE
               MOVE ET-CODE (ET-SUB) TO CKE-CODE
               MOVE ET-RUN-HOURS (ET-SUB) TO CKE-HOURS
               MOVE ET-RUN-AMT (ET-SUB) TO CKE-AMT
               WRITE CKPT-EARN-REC
           END-PERFORM
           CLOSE CHECKPOINT-FILE.


       855-FLUSH-OUTPUTS.
           CLOSE STUB-FILE
           OPEN EXTEND STUB-FILE
           CLOSE CHECK-REGISTER-FILE
           OPEN EXTEND CHECK-REGISTER-FILE
           CLOSE ACH-FILE
           OPEN EXTEND ACH-FILE
           CLOSE RUN-TOTALS-FILE
           OPEN EXTEND RUN-TOTALS-FILE
           CLOSE LIABILITY-FILE
           OPEN EXTEND LIABILITY-FILE
           CLOSE DED-REGISTER-FILE
           OPEN EXTEND DED-REGISTER-FILE
           CLOSE CONTRIBUTION-FILE
           OPEN EXTEND CONTRIBUTION-FILE
           CLOSE EXCEPTION-FILE
           OPEN EXTEND EXCEPTION-FILE
           CLOSE YTD-JOURNAL-FILE
           OPEN EXTEND YTD-JOURNAL-FILE
           IF FINAL-MODE
               CLOSE FINAL-REGISTER-FILE
               OPEN EXTEND FINAL-REGISTER-FILE
           END-IF.


       899-REFUSE-RESTART.
           DISPLAY "RESTART REFUSED - " RESTART-REASON
           MOVE 16 TO RETURN-CODE
           PERFORM 610-WRITE-OPS-END
           STOP RUN.

                                     "/home/proxa/doc/cob/rundate"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNDATE-STATUS.
           SELECT ADDRESS-FILE      ASSIGN TO
                                     "/home/proxa/doc/cob/c1104-addr"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADR-STU-NO
           FILE STATUS IS ADDRESS-STATUS.
           SELECT NO-ADDRESS-FILE   ASSIGN TO
                                     "/home/proxa/doc/cob/c0805-noaddr"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABEL-WORK-FILE   ASSIGN TO
                                     "/home/proxa/doc/cob/c0805-lblwork"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABEL-SORT-WORK   ASSIGN TO "SORTWORK".
           SELECT LABEL-FILE        ASSIGN TO
                                     "/home/proxa/doc/cob/c0805-label"
           ORGANIZATION IS LINE SEQUENTIAL.


      *****************************************************************
           05  FILLER                        PIC X(2).
           05  DIS-NOTE                      PIC X(24).

       FD ADDRESS-FILE.
       01  ADDRESS-REC.
           COPY "stuaddr.cpy".

       FD NO-ADDRESS-FILE.
       01  NO-ADDRESS-REC.
           05  NOA-NAME                      PIC X(21).
           05  FILLER                        PIC X(2).
           05  NOA-STU-NO                    PIC X(7).
           05  FILLER                        PIC X(2).
           05  NOA-LETTER                    PIC X(16).
           05  FILLER                        PIC X(2).
           05  NOA-REASON                    PIC X(20).

       FD LABEL-WORK-FILE.
       01  LABEL-WORK-REC.
           COPY "stulabel.cpy" REPLACING ==:tag:== BY ==LBW==.

       SD LABEL-SORT-WORK.
       01  LABEL-SORT-REC.
           COPY "stulabel.cpy" REPLACING ==:tag:== BY ==LBS==.

       FD LABEL-FILE.
       01  LABEL-REC.
           COPY "stulabel.cpy" REPLACING ==:tag:== BY ==LBL==.

       FD ERROR-FILE.
       01  ERROR-REC.
           05  ERR-RECORD-NO                 PIC ZZZZZ9.
       01  STU-NO-OUT                        PIC X(7)  VALUE SPACES.
       01  PROBATION-TERMS                   PIC 9(2)  VALUE ZERO.
       01  DISMISSAL-COUNT                   PIC 9(3)  VALUE ZERO.
       01  ADDRESS-STATUS                    PIC XX    VALUE SPACES.
       01  ADDRESS-OPEN                      PIC 9(1)  VALUE ZERO.
       01  ADDRESS-FOUND                     PIC 9(1)  VALUE ZERO.
       01  NO-ADDRESS-REASON                 PIC X(20) VALUE SPACE.
       01  NO-ADDRESS-COUNT                  PIC 9(5)  VALUE ZERO.
       01  NOA-TOTAL-LINE.
           05  FILLER                        PIC X(28)
               VALUE "LETTERS HELD - NO ADDRESS: ".
           05  NOA-TOTAL                     PIC ZZZZ9.
       01  LTR-SCHOOL-NAME                   PIC X(20) VALUE SPACE.
       01  LTR-CLASS-NAME                    PIC X(10) VALUE SPACE.
       01  LTR-LINE-1.
           05  FILLER                        PIC X(4)  VALUE "TO: ".
           05  LTR-NAME                      PIC X(21).
       01  LTR-ADDR-LINE.
           05  FILLER                        PIC X(4)  VALUE SPACE.
           05  LTR-ADDR-OUT                  PIC X(40).
       01  LTR-LINE-2.
           05  FILLER                        PIC X(19)
               VALUE "STUDENT ID: XXX-XX-".
           PERFORM 575-SORT-DEANS-LIST
           PERFORM 620-PRINT-DEANS-LIST
           PERFORM 630-PRINT-PROBATION-LIST
           PERFORM 680-SORT-LABELS
           PERFORM 200-CLOSE
       STOP RUN.

           OPEN OUTPUT ERROR-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT DISMISS-FILE
           OPEN OUTPUT NO-ADDRESS-FILE
           OPEN OUTPUT LABEL-WORK-FILE
           OPEN INPUT ADDRESS-FILE
           IF ADDRESS-STATUS = "00"
               MOVE 1 TO ADDRESS-OPEN
           END-IF
           OPEN INPUT XREF-FILE
           IF XREF-STATUS = "00"
               MOVE 1 TO XREF-OPEN
           CLOSE ERROR-FILE
           CLOSE LETTER-FILE
           CLOSE DISMISS-FILE
           MOVE NO-ADDRESS-COUNT TO NOA-TOTAL
           WRITE NO-ADDRESS-REC FROM NOA-TOTAL-LINE
           CLOSE NO-ADDRESS-FILE
           IF ADDRESS-OPEN = 1
               CLOSE ADDRESS-FILE
           END-IF
           IF XREF-OPEN = 1
               CLOSE XREF-FILE
           END-IF
           PERFORM 605-EMIT-LINE.

       610-WRITE-LETTER.
      *    A LETTER WITH NOWHERE TO GO IS NOT PRINTED - IT GOES ON THE
      *    MISSING-ADDRESS LIST FOR THE REGISTRAR TO CHASE INSTEAD.
           PERFORM 650-LOOKUP-ADDRESS
           IF ADDRESS-FOUND = ZERO
               PERFORM 660-WRITE-NO-ADDRESS
               EXIT PARAGRAPH
           END-IF
           PERFORM 615-LETTER-SCHOOL-NAME
           PERFORM 617-LETTER-CLASS-NAME
           MOVE NAME-IN TO LTR-NAME
           WRITE LETTER-REC FROM LTR-LINE-1 AFTER ADVANCING PAGE
           PERFORM 655-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC AFTER ADVANCING 1 LINE
           MOVE SOC-SEC-IN (6:4) TO LTR-SSN-LAST4
           WRITE LETTER-REC FROM LTR-LINE-2
               AFTER ADVANCING 1 LINE
                       AFTER ADVANCING 1 LINE
                   WRITE LETTER-REC FROM LTR-BODY-STD-2
                       AFTER ADVANCING 1 LINE
           END-EVALUATE
           PERFORM 670-WRITE-LABEL.

       615-LETTER-SCHOOL-NAME.
           EVALUATE SCHOOL-CODE-IN
               END-READ
           END-IF.

       650-LOOKUP-ADDRESS.
      *    ADDRESSES ARE KEYED BY STUDENT NUMBER - A STUDENT THE
      *    ASSIGNMENT RUN HAS NOT NUMBERED CANNOT HAVE ONE ON FILE.
           MOVE ZERO TO ADDRESS-FOUND
           MOVE SPACES TO NO-ADDRESS-REASON
           PERFORM 640-LOOKUP-STU-NO
           IF STU-NO-OUT = "NO-NBR "
               MOVE "NO STUDENT NUMBER" TO NO-ADDRESS-REASON
           ELSE
               IF ADDRESS-OPEN = ZERO
                   MOVE "NO ADDRESS ON FILE" TO NO-ADDRESS-REASON
               ELSE
                   MOVE XR-STU-NO TO ADR-STU-NO
                   READ ADDRESS-FILE
                       INVALID KEY
                           MOVE "NO ADDRESS ON FILE"
                               TO NO-ADDRESS-REASON
                       NOT INVALID KEY
                           MOVE 1 TO ADDRESS-FOUND
                   END-READ
               END-IF
           END-IF.

       655-WRITE-ADDRESS-BLOCK.
      *    THE BLOCK SITS UNDER THE NAME ON THE "TO:" LINE SO THE
      *    LETTER FOLDS INTO A WINDOW ENVELOPE.
           MOVE ADR-LINE-1 TO LTR-ADDR-OUT
           WRITE LETTER-REC FROM LTR-ADDR-LINE
               AFTER ADVANCING 1 LINE
           IF ADR-LINE-2 NOT = SPACES
               MOVE ADR-LINE-2 TO LTR-ADDR-OUT
               WRITE LETTER-REC FROM LTR-ADDR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO LTR-ADDR-OUT
           STRING ADR-CITY DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  ADR-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ADR-ZIP DELIMITED BY SIZE
               INTO LTR-ADDR-OUT
           WRITE LETTER-REC FROM LTR-ADDR-LINE
               AFTER ADVANCING 1 LINE.

       660-WRITE-NO-ADDRESS.
           MOVE SPACES TO NO-ADDRESS-REC
           MOVE NAME-IN TO NOA-NAME
           MOVE STU-NO-OUT TO NOA-STU-NO
           EVALUATE TRUE
               WHEN LETTER-DEANS-LIST
                   MOVE "DEAN'S LIST" TO NOA-LETTER
               WHEN LETTER-PROBATION
                   MOVE "PROBATION" TO NOA-LETTER
               WHEN LETTER-PROBATION-2
                   MOVE "DISMISSAL REVIEW" TO NOA-LETTER
               WHEN OTHER
                   MOVE "STANDARD" TO NOA-LETTER
           END-EVALUATE
           MOVE NO-ADDRESS-REASON TO NOA-REASON
           WRITE NO-ADDRESS-REC
           ADD 1 TO NO-ADDRESS-COUNT.

       670-WRITE-LABEL.
      *    ONE LABEL PER LETTER PRINTED, IN LETTER ORDER HERE - 680
      *    PUTS THEM IN ZIP ORDER FOR THE POSTAL PRESORT.
           MOVE SPACES TO LABEL-WORK-REC
           MOVE ADR-ZIP TO LBW-ZIP
           MOVE STU-NO-OUT TO LBW-STU-NO
           MOVE NAME-IN TO LBW-NAME
           MOVE ADR-LINE-1 TO LBW-LINE-1
           MOVE ADR-LINE-2 TO LBW-LINE-2
           MOVE ADR-CITY TO LBW-CITY
           MOVE ADR-STATE TO LBW-STATE
           WRITE LABEL-WORK-REC.

       680-SORT-LABELS.
           CLOSE LABEL-WORK-FILE
           SORT LABEL-SORT-WORK
               ON ASCENDING KEY LBS-ZIP
               ON ASCENDING KEY LBS-STU-NO
               USING LABEL-WORK-FILE
               GIVING LABEL-FILE.

       700-WRITE-OPS-START.
           OPEN EXTEND OPS-LOG-FILE
           IF OPS-LOG-STATUS = "35"

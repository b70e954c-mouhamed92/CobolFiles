       IDENTIFICATION DIVISION.

       PROGRAM-ID. Emp-GarnMaint.

      * TRANSACTION-DRIVEN MAINTENANCE OF THE GARNISHMENT ORDER
      * MASTER, PATTERNED ON Emp-BankMaint. ONE RECORD PER COURT OR
      * AGENCY ORDER: WAGE GARNISHMENTS, CHILD SUPPORT, TAX LEVIES
      * AND STUDENT LOAN ORDERS. Emp-Pay READS THE ORDERS FOR EACH
      * EMPLOYEE IN PRIORITY ORDER, TAKES THE AMOUNTS AFTER TAX AND
      * KEEPS THE RUNNING WITHHELD-TO-DATE BALANCE ON THE ORDER
      * ITSELF. EVERY APPLIED TRANSACTION LEAVES A BEFORE/AFTER
      * IMAGE ON THE AUDIT TRAIL.
      *
      * AN ORDER IS NEVER DELETED - A RELEASED ORDER IS STOPPED,
      * AND ONE THAT REACHES ITS LIFETIME CAP IS MARKED COMPLETE BY
      * Emp-Pay, SO THE WITHHOLDING HISTORY STAYS ON FILE FOR THE
      * AGENCY'S QUESTIONS. AFTER THE TRANSACTIONS THE WHOLE MASTER
      * IS LISTED WITH EACH ORDER'S BALANCE.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GARNORDERS ASSIGN TO DYNAMIC WS-GARNORD-PATH
            FILE STATUS IS GO-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GO-KEY.

            SELECT TRANSFILE ASSIGN TO DYNAMIC WS-TRANSFILE-PATH
            FILE STATUS IS TR-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDITFILE-PATH
            FILE STATUS IS AUD-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REJECTRPT ASSIGN TO DYNAMIC WS-REJECTRPT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ORDERLISTRPT ASSIGN TO DYNAMIC WS-ORDERLIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * GARNISHMENT ORDER MASTER - MUST STAY IN STEP WITH THE SAME
      * LAYOUT IN Emp-Pay. THE KEY PUTS AN EMPLOYEE'S ORDERS
      * TOGETHER IN PRIORITY ORDER (01 IS TAKEN FIRST).
      *   GO-ORDER-TYPE   "S" SUPPORT ORDER     (UP TO 50% OF
      *                                          DISPOSABLE EARNINGS)
      *                   "T" TAX LEVY          (THE LEVY AMOUNT,
      *                                          UP TO ALL OF IT)
      *                   "L" STUDENT LOAN      (UP TO 15%)
      *                   "G" CREDITOR GARNISHMENT (UP TO 25%)
      *   GO-METHOD       "A" FLAT AMOUNT PER PERIOD (GO-AMOUNT)
      *                   "P" PERCENT OF DISPOSABLE (GO-PERCENT)
      *   GO-PERIOD-CAP   MOST TAKEN IN ONE PERIOD, ZERO = NO CAP
      *   GO-LIFETIME-CAP TOTAL OWED ON THE ORDER, ZERO = OPEN-ENDED
      *   GO-STOP-DATE    LAST DAY THE ORDER RUNS, ZERO = OPEN
      *   GO-STATUS       "A" ACTIVE, "S" STOPPED (RELEASED),
      *                   "C" COMPLETE (LIFETIME CAP REACHED)
      *   GO-WITHHELD-TODATE  THE RUNNING BALANCE WITHHELD SO FAR
      *   GO-LAST-RUN / GO-LAST-AMOUNT / GO-LAST-PERIOD  WHAT
      *                   Emp-Pay TOOK IN ITS LATEST RUN, AND THE
      *                   PERIOD END IT WAS TAKEN FOR - LETS A RERUN
      *                   OR RESTART OF THE SAME PERIOD BACK OUT THE
      *                   EARLIER ATTEMPT, AND IS WHAT THE AGENCY
      *                   REMITTANCE IS BUILT FROM.
       FD GARNORDERS.
       01 GO-RECORD.
           02 GO-KEY.
               03 GO-EMPID        PIC 9(9).
               03 GO-PRIORITY     PIC 9(2).
               03 GO-CASE-NUMBER  PIC X(15).
           02 GO-ORDER-TYPE       PIC X.
           02 GO-AGENCY-CODE      PIC X(8).
           02 GO-AGENCY-NAME      PIC X(30).
           02 GO-METHOD           PIC X.
           02 GO-AMOUNT           PIC 9(5)V99.
           02 GO-PERCENT          PIC 9(3)V99.
           02 GO-PERIOD-CAP       PIC 9(5)V99.
           02 GO-LIFETIME-CAP     PIC 9(7)V99.
           02 GO-START-DATE       PIC 9(8).
           02 GO-STOP-DATE        PIC 9(8).
           02 GO-STATUS           PIC X.
               88 GO-ACTIVE           VALUE "A".
               88 GO-STOPPED          VALUE "S".
               88 GO-COMPLETE         VALUE "C".
           02 GO-WITHHELD-TODATE  PIC 9(7)V99.
           02 GO-LAST-RUN         PIC 9(5).
           02 GO-LAST-AMOUNT      PIC 9(5)V99.
           02 GO-LASTNAME         PIC X(10).
           02 GO-FIRSTNAME        PIC X(10).
           02 GO-LAST-PERIOD      PIC 9(8).

      * MAINTENANCE TRANSACTIONS. ONE RECORD PER ACTION, KEYED BY
      * EMPID, PRIORITY AND CASE NUMBER:
      *   "A" - ADD A NEW ORDER (ALL TERMS REQUIRED; CAPS AND STOP
      *         DATE MAY BE LEFT BLANK FOR NONE)
      *   "C" - CHANGE THE TERMS OF AN ORDER (FULL REPLACEMENT OF
      *         THE TERMS, EDITED AS FOR AN ADD). THE WITHHELD-TO-
      *         DATE BALANCE IS KEPT; AN ORDER MADE COMPLETE BY ITS
      *         CAP GOES BACK TO ACTIVE IF THE NEW CAP IS HIGHER.
      *   "S" - STOP (RELEASE) AN ORDER. TR-STOP-DATE IS THE LAST
      *         DAY IT RUNS; BLANK STOPS IT AT ONCE.
      * TO CHANGE AN ORDER'S PRIORITY, STOP IT AND ADD IT AGAIN
      * UNDER THE NEW ONE.
       FD TRANSFILE.
       01 TR-RECORD.
           02 TR-ACTION       PIC X.
           02 TR-EMPID        PIC X(9).
           02 TR-EMPID-N REDEFINES TR-EMPID PIC 9(9).
           02 TR-PRIORITY     PIC X(2).
           02 TR-PRIORITY-N REDEFINES TR-PRIORITY PIC 9(2).
           02 TR-CASE-NUMBER  PIC X(15).
           02 TR-ORDER-TYPE   PIC X.
               88 TR-TYPE-VALID   VALUE "S" "T" "L" "G".
           02 TR-AGENCY-CODE  PIC X(8).
           02 TR-AGENCY-NAME  PIC X(30).
           02 TR-METHOD       PIC X.
           02 TR-AMOUNT       PIC X(7).
           02 TR-AMOUNT-N REDEFINES TR-AMOUNT PIC 9(5)V99.
           02 TR-PERCENT      PIC X(5).
           02 TR-PERCENT-N REDEFINES TR-PERCENT PIC 9(3)V99.
           02 TR-PERIOD-CAP   PIC X(7).
           02 TR-PERIOD-CAP-N REDEFINES TR-PERIOD-CAP PIC 9(5)V99.
           02 TR-LIFETIME-CAP PIC X(9).
           02 TR-LIFETIME-CAP-N REDEFINES TR-LIFETIME-CAP
                              PIC 9(7)V99.
           02 TR-START-DATE   PIC X(8).
           02 TR-START-DATE-N REDEFINES TR-START-DATE.
               03 TR-START-YEAR   PIC 9(4).
               03 TR-START-MONTH  PIC 9(2).
               03 TR-START-DAY    PIC 9(2).
           02 TR-START-DATE-9 REDEFINES TR-START-DATE PIC 9(8).
           02 TR-STOP-DATE    PIC X(8).
           02 TR-STOP-DATE-N REDEFINES TR-STOP-DATE.
               03 TR-STOP-YEAR    PIC 9(4).
               03 TR-STOP-MONTH   PIC 9(2).
               03 TR-STOP-DAY     PIC 9(2).
           02 TR-STOP-DATE-9 REDEFINES TR-STOP-DATE PIC 9(8).

      * AUDIT TRAIL - ONE RECORD PER APPLIED TRANSACTION CARRYING THE
      * FULL BEFORE AND AFTER IMAGES OF THE ORDER. THE FILE IS
      * EXTENDED, NEVER REWRITTEN, SO THE HISTORY SURVIVES.
       FD AUDITFILE.
       01 AUD-RECORD.
           02 AUD-DATE        PIC 9(8).
           02 AUD-TIME        PIC 9(6).
           02 AUD-ACTION      PIC X.
           02 AUD-EMPID       PIC 9(9).
           02 AUD-BEFORE      PIC X(160).
           02 AUD-AFTER       PIC X(160).

       FD REJECTRPT.
       01 REJ-REPORT-LINE PIC X(100).

       FD ORDERLISTRPT.
       01 OL-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-FILE-PATHS.
           05 WS-GARNORD-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/GARNORD.IDX".
           05 WS-TRANSFILE-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/GARNTRANS.DAT".
           05 WS-AUDITFILE-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/GARNAUDIT.DAT".
           05 WS-REJECTRPT-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/GARNREJ.LPT".
           05 WS-ORDERLIST-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/GARNLIST.LPT".

       01 WS-ENV-VALUE            PIC X(100).

       01 WS-EOF-SWITCH           PIC X VALUE "N".
           88 ENDOFFILE           VALUE "Y".

       01 WS-MASTER-EOF-SWITCH    PIC X VALUE "N".
           88 MASTER-ENDOFFILE    VALUE "Y".

       01 WS-WORK-AREA.
           05 GO-CHECK-KEY       PIC X(2).
           05 TR-CHECK-KEY       PIC X(2).
           05 AUD-CHECK-KEY      PIC X(2).

       01 WS-EDIT-SWITCH          PIC X VALUE "N".
           88 EDIT-FAILED         VALUE "Y".
       01 WS-EDIT-REASON          PIC X(30).

       01 WS-BEFORE-IMAGE         PIC X(160).

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC X(8).

       01 WS-ADD-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-STOP-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-LISTED-COUNT         PIC 9(5) VALUE ZERO.

       01 WS-REMAINING            PIC 9(7)V99.

       01 WS-REJ-HEADING-1.
           05 FILLER PIC X(100) VALUE
              "GARNISHMENT ORDER MAINTENANCE - REJECTED TRANSACTIONS".

       01 WS-REJ-HEADING-2.
           05 FILLER PIC X(8)  VALUE "ACTION".
           05 FILLER PIC X(12) VALUE "EMPID".
           05 FILLER PIC X(5)  VALUE "PRI".
           05 FILLER PIC X(18) VALUE "CASE NUMBER".
           05 FILLER PIC X(30) VALUE "REASON".

       01 WS-REJ-DETAIL-LINE.
           05 REJ-ACTION-OUT     PIC X.
           05 FILLER             PIC X(7) VALUE SPACES.
           05 REJ-EMPID-OUT      PIC X(9).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 REJ-PRIORITY-OUT   PIC X(2).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 REJ-CASE-OUT       PIC X(15).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 REJ-REASON-OUT     PIC X(30).

       01 WS-REJ-BLANK-LINE      PIC X(100) VALUE SPACES.

       01 WS-OL-HEADING-1.
           05 FILLER PIC X(132) VALUE
              "GARNISHMENT ORDERS ON FILE - BALANCES".

       01 WS-OL-HEADING-2.
           05 FILLER PIC X(11) VALUE "EMPID".
           05 FILLER PIC X(4)  VALUE "PRI".
           05 FILLER PIC X(17) VALUE "CASE NUMBER".
           05 FILLER PIC X(3)  VALUE "TY".
           05 FILLER PIC X(10) VALUE "AGENCY".
           05 FILLER PIC X(3)  VALUE "ST".
           05 FILLER PIC X(12) VALUE "PER PERIOD".
           05 FILLER PIC X(11) VALUE "START".
           05 FILLER PIC X(10) VALUE "STOP".
           05 FILLER PIC X(14) VALUE "LIFETIME CAP".
           05 FILLER PIC X(14) VALUE "WITHHELD".
           05 FILLER PIC X(14) VALUE "REMAINING".

       01 WS-OL-DETAIL-LINE.
           05 OL-EMPID-OUT       PIC 9(9).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OL-PRIORITY-OUT    PIC 9(2).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OL-CASE-OUT        PIC X(15).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OL-TYPE-OUT        PIC X.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OL-AGENCY-OUT      PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OL-STATUS-OUT      PIC X.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OL-TERMS-OUT       PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OL-START-OUT       PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OL-STOP-OUT        PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OL-LIFETIME-OUT    PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OL-WITHHELD-OUT    PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OL-REMAINING-OUT   PIC Z,ZZZ,ZZ9.99.

       01 WS-OL-AMOUNT-EDIT      PIC ZZ,ZZ9.99.
       01 WS-OL-PERCENT-EDIT.
           05 OL-PERCENT-OUT     PIC ZZ9.99.
           05 FILLER             PIC X(4) VALUE " PCT".

       01 WS-OL-COUNT-LINE.
           05 FILLER             PIC X(30) VALUE "ORDERS ON FILE".
           05 OL-COUNT-OUT       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

           0090-INIT-FILE-PATHS.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GARNORD_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-GARNORD-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GARNTRANS_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-TRANSFILE-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GARNAUDIT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-AUDITFILE-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GARNREJ_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-REJECTRPT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GARNLIST_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-ORDERLIST-PATH
             END-IF.
           0090-END.

           0100-APPLY-TRANSACTIONS.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             ACCEPT WS-RUN-TIME FROM TIME.

      * THE REJECT LISTING IS OPENED FIRST: IT HAS NO FILE STATUS
      * CLAUSE, SO EVERY ERROR PATH INTO 0900-END-PROGRAM MUST FIND
      * IT ALREADY OPEN OR THE CLOSE THERE WOULD ABEND.
             OPEN OUTPUT REJECTRPT.
             OPEN I-O GARNORDERS.
             IF GO-CHECK-KEY = "35"
                 DISPLAY "GARNISHMENT ORDER MASTER NOT FOUND - "
                     "CREATING NEW"
                 OPEN OUTPUT GARNORDERS
                 CLOSE GARNORDERS
                 OPEN I-O GARNORDERS
             END-IF.
             IF GO-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR GARNISHMENT ORDERS: ",
                     GO-CHECK-KEY
                 GO TO 0900-END-PROGRAM
             END-IF.
             OPEN INPUT TRANSFILE.
             IF TR-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR TRANSACTION FILE: ",
                     TR-CHECK-KEY
                 GO TO 0900-END-PROGRAM
             END-IF.
             OPEN EXTEND AUDITFILE.
             IF AUD-CHECK-KEY = "35"
                 OPEN OUTPUT AUDITFILE
             END-IF.
             IF AUD-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR AUDIT TRAIL FILE: ",
                     AUD-CHECK-KEY
                 GO TO 0900-END-PROGRAM
             END-IF.

             MOVE WS-REJ-HEADING-1 TO REJ-REPORT-LINE.
             WRITE REJ-REPORT-LINE.
             MOVE WS-REJ-HEADING-2 TO REJ-REPORT-LINE.
             WRITE REJ-REPORT-LINE.
             MOVE WS-REJ-BLANK-LINE TO REJ-REPORT-LINE.
             WRITE REJ-REPORT-LINE.

             PERFORM 0130-READ-NEXT-TRANS.
             PERFORM 0200-PROCESS-TRANS UNTIL ENDOFFILE.

             PERFORM 0300-LIST-ORDERS.
             PERFORM 0900-END-PROGRAM.
           0100-END.

           0130-READ-NEXT-TRANS.
              READ TRANSFILE
                  AT END SET ENDOFFILE TO TRUE
              END-READ.
           0130-END.

           0200-PROCESS-TRANS.
              PERFORM 0205-VALIDATE-TRANS.
              IF EDIT-FAILED
                  PERFORM 0260-WRITE-REJECT
              ELSE
                  EVALUATE TR-ACTION
                      WHEN "A"
                          PERFORM 0210-APPLY-ADD
                      WHEN "C"
                          PERFORM 0220-APPLY-CHANGE
                      WHEN "S"
                          PERFORM 0230-APPLY-STOP
                  END-EVALUATE
                  IF EDIT-FAILED
                      PERFORM 0260-WRITE-REJECT
                  END-IF
              END-IF.
              PERFORM 0130-READ-NEXT-TRANS.
           0200-END.

           0205-VALIDATE-TRANS.
              MOVE "N" TO WS-EDIT-SWITCH.
              MOVE SPACES TO WS-EDIT-REASON.
              EVALUATE TRUE
                  WHEN TR-ACTION NOT = "A" AND TR-ACTION NOT = "C"
                      AND TR-ACTION NOT = "S"
                      SET EDIT-FAILED TO TRUE
                      MOVE "INVALID ACTION CODE" TO WS-EDIT-REASON
                  WHEN TR-EMPID NOT NUMERIC
                      SET EDIT-FAILED TO TRUE
                      MOVE "EMPID NOT NUMERIC" TO WS-EDIT-REASON
                  WHEN TR-EMPID-N = ZERO
                      SET EDIT-FAILED TO TRUE
                      MOVE "EMPID IS ALL ZEROS" TO WS-EDIT-REASON
                  WHEN TR-PRIORITY NOT NUMERIC
                      SET EDIT-FAILED TO TRUE
                      MOVE "PRIORITY NOT NUMERIC" TO WS-EDIT-REASON
                  WHEN TR-PRIORITY-N = ZERO
                      SET EDIT-FAILED TO TRUE
                      MOVE "PRIORITY IS ZERO" TO WS-EDIT-REASON
                  WHEN TR-CASE-NUMBER = SPACES
                      SET EDIT-FAILED TO TRUE
                      MOVE "CASE NUMBER MISSING" TO WS-EDIT-REASON
                  WHEN TR-STOP-DATE NOT = SPACES
                      AND TR-STOP-DATE NOT NUMERIC
                      SET EDIT-FAILED TO TRUE
                      MOVE "STOP DATE NOT NUMERIC" TO WS-EDIT-REASON
                  WHEN TR-STOP-DATE NOT = SPACES
                      AND (TR-STOP-YEAR = ZERO
                          OR TR-STOP-MONTH < 1
                          OR TR-STOP-MONTH > 12
                          OR TR-STOP-DAY < 1
                          OR TR-STOP-DAY > 31)
                      SET EDIT-FAILED TO TRUE
                      MOVE "STOP DATE IS INVALID" TO WS-EDIT-REASON
                  WHEN TR-ACTION = "S"
                      CONTINUE
                  WHEN NOT TR-TYPE-VALID
                      SET EDIT-FAILED TO TRUE
                      MOVE "ORDER TYPE INVALID" TO WS-EDIT-REASON
                  WHEN TR-AGENCY-CODE = SPACES
                      SET EDIT-FAILED TO TRUE
                      MOVE "AGENCY CODE MISSING" TO WS-EDIT-REASON
                  WHEN TR-METHOD NOT = "A" AND TR-METHOD NOT = "P"
                      SET EDIT-FAILED TO TRUE
                      MOVE "METHOD NOT A OR P" TO WS-EDIT-REASON
                  WHEN TR-METHOD = "A"
                      AND (TR-AMOUNT NOT NUMERIC
                          OR TR-AMOUNT-N = ZERO)
                      SET EDIT-FAILED TO TRUE
                      MOVE "AMOUNT MISSING OR NOT NUMERIC"
                          TO WS-EDIT-REASON
                  WHEN TR-METHOD = "P"
                      AND (TR-PERCENT NOT NUMERIC
                          OR TR-PERCENT-N = ZERO
                          OR TR-PERCENT-N > 100)
                      SET EDIT-FAILED TO TRUE
                      MOVE "PERCENT MISSING OR INVALID"
                          TO WS-EDIT-REASON
                  WHEN TR-PERIOD-CAP NOT = SPACES
                      AND TR-PERIOD-CAP NOT NUMERIC
                      SET EDIT-FAILED TO TRUE
                      MOVE "PERIOD CAP NOT NUMERIC" TO WS-EDIT-REASON
                  WHEN TR-LIFETIME-CAP NOT = SPACES
                      AND TR-LIFETIME-CAP NOT NUMERIC
                      SET EDIT-FAILED TO TRUE
                      MOVE "LIFETIME CAP NOT NUMERIC"
                          TO WS-EDIT-REASON
                  WHEN TR-START-DATE NOT NUMERIC
                      SET EDIT-FAILED TO TRUE
                      MOVE "START DATE NOT NUMERIC" TO WS-EDIT-REASON
                  WHEN TR-START-YEAR = ZERO
                      OR TR-START-MONTH < 1
                      OR TR-START-MONTH > 12
                      OR TR-START-DAY < 1
                      OR TR-START-DAY > 31
                      SET EDIT-FAILED TO TRUE
                      MOVE "START DATE IS INVALID" TO WS-EDIT-REASON
                  WHEN TR-STOP-DATE NOT = SPACES
                      AND TR-STOP-DATE-9 < TR-START-DATE-9
                      SET EDIT-FAILED TO TRUE
                      MOVE "STOP DATE BEFORE START DATE"
                          TO WS-EDIT-REASON
              END-EVALUATE.
           0205-END.

           0210-APPLY-ADD.
              PERFORM 0240-BUILD-ORDER-KEY.
              PERFORM 0245-BUILD-ORDER-TERMS.
              MOVE "A" TO GO-STATUS.
              MOVE ZERO TO GO-WITHHELD-TODATE.
              MOVE ZERO TO GO-LAST-RUN.
              MOVE ZERO TO GO-LAST-AMOUNT.
              MOVE ZERO TO GO-LAST-PERIOD.
              MOVE SPACES TO GO-LASTNAME.
              MOVE SPACES TO GO-FIRSTNAME.
              WRITE GO-RECORD
                  INVALID KEY
                      SET EDIT-FAILED TO TRUE
                      MOVE "ORDER ALREADY ON MASTER"
                          TO WS-EDIT-REASON
              END-WRITE.
              IF NOT EDIT-FAILED
                  ADD 1 TO WS-ADD-COUNT
                  MOVE SPACES TO WS-BEFORE-IMAGE
                  PERFORM 0250-WRITE-AUDIT
              END-IF.
           0210-END.

           0220-APPLY-CHANGE.
              PERFORM 0240-BUILD-ORDER-KEY.
              READ GARNORDERS
                  INVALID KEY
                      SET EDIT-FAILED TO TRUE
                      MOVE "ORDER NOT ON MASTER" TO WS-EDIT-REASON
              END-READ.
              IF NOT EDIT-FAILED AND GO-STOPPED
                  SET EDIT-FAILED TO TRUE
                  MOVE "ORDER IS STOPPED" TO WS-EDIT-REASON
              END-IF.
              IF NOT EDIT-FAILED
                  MOVE GO-RECORD TO WS-BEFORE-IMAGE
                  PERFORM 0245-BUILD-ORDER-TERMS
                  IF GO-COMPLETE
                      AND (GO-LIFETIME-CAP = ZERO
                          OR GO-WITHHELD-TODATE < GO-LIFETIME-CAP)
                      MOVE "A" TO GO-STATUS
                  END-IF
                  REWRITE GO-RECORD
                      INVALID KEY
                          SET EDIT-FAILED TO TRUE
                          MOVE "REWRITE FAILED ON MASTER"
                              TO WS-EDIT-REASON
                  END-REWRITE
                  IF NOT EDIT-FAILED
                      ADD 1 TO WS-CHANGE-COUNT
                      PERFORM 0250-WRITE-AUDIT
                  END-IF
              END-IF.
           0220-END.

      * A STOP DATED IN THE FUTURE LEAVES THE ORDER ACTIVE UNTIL
      * THEN - Emp-Pay STOPS TAKING IT ONCE THE PERIOD IS PAST THE
      * STOP DATE. A BLANK STOP DATE RELEASES THE ORDER NOW.
           0230-APPLY-STOP.
              PERFORM 0240-BUILD-ORDER-KEY.
              READ GARNORDERS
                  INVALID KEY
                      SET EDIT-FAILED TO TRUE
                      MOVE "ORDER NOT ON MASTER" TO WS-EDIT-REASON
              END-READ.
              IF NOT EDIT-FAILED AND GO-STOPPED
                  SET EDIT-FAILED TO TRUE
                  MOVE "ORDER ALREADY STOPPED" TO WS-EDIT-REASON
              END-IF.
              IF NOT EDIT-FAILED
                  MOVE GO-RECORD TO WS-BEFORE-IMAGE
                  IF TR-STOP-DATE = SPACES
                      MOVE "S" TO GO-STATUS
                      MOVE WS-RUN-DATE TO GO-STOP-DATE
                  ELSE
                      MOVE TR-STOP-DATE-9 TO GO-STOP-DATE
                  END-IF
                  REWRITE GO-RECORD
                      INVALID KEY
                          SET EDIT-FAILED TO TRUE
                          MOVE "REWRITE FAILED ON MASTER"
                              TO WS-EDIT-REASON
                  END-REWRITE
                  IF NOT EDIT-FAILED
                      ADD 1 TO WS-STOP-COUNT
                      PERFORM 0250-WRITE-AUDIT
                  END-IF
              END-IF.
           0230-END.

           0240-BUILD-ORDER-KEY.
              MOVE TR-EMPID-N TO GO-EMPID.
              MOVE TR-PRIORITY-N TO GO-PRIORITY.
              MOVE TR-CASE-NUMBER TO GO-CASE-NUMBER.
           0240-END.

           0245-BUILD-ORDER-TERMS.
              MOVE TR-ORDER-TYPE TO GO-ORDER-TYPE.
              MOVE TR-AGENCY-CODE TO GO-AGENCY-CODE.
              MOVE TR-AGENCY-NAME TO GO-AGENCY-NAME.
              MOVE TR-METHOD TO GO-METHOD.
              IF TR-METHOD = "A"
                  MOVE TR-AMOUNT-N TO GO-AMOUNT
                  MOVE ZERO TO GO-PERCENT
              ELSE
                  MOVE ZERO TO GO-AMOUNT
                  MOVE TR-PERCENT-N TO GO-PERCENT
              END-IF.
              IF TR-PERIOD-CAP NUMERIC
                  MOVE TR-PERIOD-CAP-N TO GO-PERIOD-CAP
              ELSE
                  MOVE ZERO TO GO-PERIOD-CAP
              END-IF.
              IF TR-LIFETIME-CAP NUMERIC
                  MOVE TR-LIFETIME-CAP-N TO GO-LIFETIME-CAP
              ELSE
                  MOVE ZERO TO GO-LIFETIME-CAP
              END-IF.
              MOVE TR-START-DATE-9 TO GO-START-DATE.
              IF TR-STOP-DATE NUMERIC
                  MOVE TR-STOP-DATE-9 TO GO-STOP-DATE
              ELSE
                  MOVE ZERO TO GO-STOP-DATE
              END-IF.
           0245-END.

           0250-WRITE-AUDIT.
              MOVE WS-RUN-DATE TO AUD-DATE.
              MOVE WS-RUN-TIME (1:6) TO AUD-TIME.
              MOVE TR-ACTION TO AUD-ACTION.
              MOVE TR-EMPID-N TO AUD-EMPID.
              MOVE WS-BEFORE-IMAGE TO AUD-BEFORE.
              MOVE GO-RECORD TO AUD-AFTER.
              WRITE AUD-RECORD.
           0250-END.

           0260-WRITE-REJECT.
              ADD 1 TO WS-REJECT-COUNT.
              MOVE TR-ACTION TO REJ-ACTION-OUT.
              MOVE TR-EMPID TO REJ-EMPID-OUT.
              MOVE TR-PRIORITY TO REJ-PRIORITY-OUT.
              MOVE TR-CASE-NUMBER TO REJ-CASE-OUT.
              MOVE WS-EDIT-REASON TO REJ-REASON-OUT.
              MOVE WS-REJ-DETAIL-LINE TO REJ-REPORT-LINE.
              WRITE REJ-REPORT-LINE.
           0260-END.

      * EVERY ORDER ON FILE WITH ITS RUNNING BALANCE. REMAINING IS
      * ONLY SHOWN FOR AN ORDER WITH A LIFETIME CAP.
           0300-LIST-ORDERS.
              OPEN OUTPUT ORDERLISTRPT.
              MOVE WS-OL-HEADING-1 TO OL-REPORT-LINE.
              WRITE OL-REPORT-LINE.
              MOVE WS-OL-HEADING-2 TO OL-REPORT-LINE.
              WRITE OL-REPORT-LINE.
              MOVE SPACES TO OL-REPORT-LINE.
              WRITE OL-REPORT-LINE.
              MOVE LOW-VALUES TO GO-KEY.
              START GARNORDERS KEY NOT < GO-KEY
                  INVALID KEY SET MASTER-ENDOFFILE TO TRUE
              END-START.
              PERFORM UNTIL MASTER-ENDOFFILE
                  READ GARNORDERS NEXT RECORD
                      AT END SET MASTER-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT MASTER-ENDOFFILE
                      MOVE GO-EMPID TO OL-EMPID-OUT
                      MOVE GO-PRIORITY TO OL-PRIORITY-OUT
                      MOVE GO-CASE-NUMBER TO OL-CASE-OUT
                      MOVE GO-ORDER-TYPE TO OL-TYPE-OUT
                      MOVE GO-AGENCY-CODE TO OL-AGENCY-OUT
                      MOVE GO-STATUS TO OL-STATUS-OUT
                      IF GO-METHOD = "P"
                          MOVE GO-PERCENT TO OL-PERCENT-OUT
                          MOVE WS-OL-PERCENT-EDIT TO OL-TERMS-OUT
                      ELSE
                          MOVE GO-AMOUNT TO WS-OL-AMOUNT-EDIT
                          MOVE WS-OL-AMOUNT-EDIT TO OL-TERMS-OUT
                      END-IF
                      MOVE GO-START-DATE TO OL-START-OUT
                      MOVE GO-STOP-DATE TO OL-STOP-OUT
                      MOVE GO-LIFETIME-CAP TO OL-LIFETIME-OUT
                      MOVE GO-WITHHELD-TODATE TO OL-WITHHELD-OUT
                      MOVE ZERO TO WS-REMAINING
                      IF GO-LIFETIME-CAP > GO-WITHHELD-TODATE
                          COMPUTE WS-REMAINING = GO-LIFETIME-CAP
                              - GO-WITHHELD-TODATE
                      END-IF
                      MOVE WS-REMAINING TO OL-REMAINING-OUT
                      MOVE WS-OL-DETAIL-LINE TO OL-REPORT-LINE
                      WRITE OL-REPORT-LINE
                      ADD 1 TO WS-LISTED-COUNT
                  END-IF
              END-PERFORM.
              MOVE SPACES TO OL-REPORT-LINE.
              WRITE OL-REPORT-LINE.
              MOVE WS-LISTED-COUNT TO OL-COUNT-OUT.
              MOVE WS-OL-COUNT-LINE TO OL-REPORT-LINE.
              WRITE OL-REPORT-LINE.
              CLOSE ORDERLISTRPT.
           0300-END.

           0900-END-PROGRAM.
            CLOSE GARNORDERS, TRANSFILE, AUDITFILE, REJECTRPT.
            DISPLAY "ORDERS ADDED         : ", WS-ADD-COUNT.
            DISPLAY "ORDERS CHANGED       : ", WS-CHANGE-COUNT.
            DISPLAY "ORDERS STOPPED       : ", WS-STOP-COUNT.
            DISPLAY "TRANSACTIONS REJECTED: ", WS-REJECT-COUNT.
            DISPLAY "ORDERS LISTED        : ", WS-LISTED-COUNT.
            STOP RUN.

       END PROGRAM Emp-GarnMaint.

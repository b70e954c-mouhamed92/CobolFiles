       IDENTIFICATION DIVISION.

       PROGRAM-ID. Emp-LeaveMaint.

      * TRANSACTION-DRIVEN MAINTENANCE OF THE LEAVE BANK, PATTERNED
      * ON Emp-GarnMaint. Emp-Pay KEEPS THE BANK UP TO DATE EVERY
      * PERIOD - ACCRUING VACATION AND SICK LEAVE ON THE HOURS PAID
      * AND TAKING OFF THE LEAVE HOURS ON THE APPROVED CARDS - AND
      * ADDS A RECORD THE FIRST TIME AN EMPLOYEE IS PAID. THIS
      * PROGRAM IS FOR EVERYTHING ELSE: LOADING THE BALANCES BROUGHT
      * IN FOR NEW OR CONVERTED STAFF, CORRECTING A BALANCE, AND
      * FIXING AN EMPLOYEE'S ACCRUAL RATES WHERE AN AGREEMENT
      * OVERRIDES THE SERVICE TIERS IN THE LEAVE POLICY FILE. EVERY
      * APPLIED TRANSACTION LEAVES A BEFORE/AFTER IMAGE ON THE AUDIT
      * TRAIL. AFTER THE TRANSACTIONS THE WHOLE BANK IS LISTED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEAVEMAST ASSIGN TO DYNAMIC WS-LEAVEMAST-PATH
            FILE STATUS IS LV-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LV-EMPID.

            SELECT TRANSFILE ASSIGN TO DYNAMIC WS-TRANSFILE-PATH
            FILE STATUS IS TR-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT AUDITFILE ASSIGN TO DYNAMIC WS-AUDITFILE-PATH
            FILE STATUS IS AUD-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REJECTRPT ASSIGN TO DYNAMIC WS-REJECTRPT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LEAVELISTRPT ASSIGN TO DYNAMIC WS-LEAVELIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * LEAVE BANK MASTER - MUST STAY IN STEP WITH THE SAME LAYOUT IN
      * Emp-Pay. ALL HOURS ARE TO TWO DECIMALS.
      *   LV-STATUS        "A" ACTIVE, "T" SEPARATED (SET BY THE
      *                    FINAL CHECK; THE VACATION WAS PAID OUT)
      *   LV-SERVICE-YEARS COMPLETED YEARS AT THE LAST PAY
      *   LV-RATE-OVERRIDE "Y" THE RATES BELOW ARE FIXED HERE AND
      *                    Emp-Pay USES THEM; OTHERWISE Emp-Pay
      *                    STORES THE POLICY TIER RATE IT APPLIED
      *   LV-VAC-RATE / LV-SICK-RATE  HOURS EARNED PER HOUR PAID
      *   LV-BALANCE-YEAR  THE YEAR THE BALANCES BELONG TO - THE
      *                    FIRST PAY OF A LATER YEAR APPLIES THE
      *                    CARRYOVER LIMIT
      *   LV-PAY-RATE      HOURLY RATE AT THE LAST PAY, USED TO
      *                    VALUE THE LEAVE LIABILITY
      *   LV-LAST-PERIOD   PERIOD END OF THE LAST PAY APPLIED
      *   LV-PRIOR-VAC / LV-PRIOR-SICK / LV-PRIOR-YEAR  THE BALANCES
      *                    GOING INTO LV-LAST-PERIOD, SO A RESTARTED
      *                    OR RERUN PERIOD STARTS AGAIN FROM THEM
       FD LEAVEMAST.
       01 LV-RECORD.
           02 LV-EMPID            PIC 9(9).
           02 LV-LASTNAME         PIC X(10).
           02 LV-FIRSTNAME        PIC X(10).
           02 LV-DEPARTMENT       PIC X(30).
           02 LV-STATUS           PIC X.
               88 LV-ACTIVE           VALUE "A".
               88 LV-SEPARATED        VALUE "T".
           02 LV-SERVICE-YEARS    PIC 9(2).
           02 LV-RATE-OVERRIDE    PIC X.
               88 LV-RATES-FIXED      VALUE "Y".
           02 LV-VAC-RATE         PIC 9V9(4).
           02 LV-SICK-RATE        PIC 9V9(4).
           02 LV-VAC-BALANCE      PIC 9(4)V99.
           02 LV-SICK-BALANCE     PIC 9(4)V99.
           02 LV-BALANCE-YEAR     PIC 9(4).
           02 LV-PAY-RATE         PIC 9(5)V99.
           02 LV-LAST-PERIOD      PIC 9(8).
           02 LV-PRIOR-VAC        PIC 9(4)V99.
           02 LV-PRIOR-SICK       PIC 9(4)V99.
           02 LV-PRIOR-YEAR       PIC 9(4).
           02 FILLER              PIC X(10).

      * MAINTENANCE TRANSACTIONS. ONE RECORD PER ACTION, KEYED BY
      * EMPID. HOURS ARE 9999V99 WITH NO DECIMAL POINT, RATES 9V9999.
      *   "B" - SET THE BALANCES. A BLANK HOURS FIELD LEAVES THAT
      *         BALANCE AS IT IS. ADDS THE EMPLOYEE TO THE BANK IF
      *         NEEDED (THE NAME IS THEN REQUIRED) - THIS IS HOW THE
      *         HOURS BROUGHT IN BY A NEW OR CONVERTED EMPLOYEE ARE
      *         LOADED BEFORE THEIR FIRST PAY.
      *   "A" - ADJUST THE BALANCES BY THE HOURS GIVEN, SIGN "-" TO
      *         TAKE OFF, BLANK OR "+" TO ADD. A BALANCE MAY NOT GO
      *         BELOW ZERO.
      *   "R" - FIX THE ACCRUAL RATES FOR THE EMPLOYEE. BOTH RATES
      *         BLANK CLEARS THE OVERRIDE AND THE EMPLOYEE GOES BACK
      *         TO THE POLICY TIERS AT THE NEXT PAY.
      * THE REASON IS CARRIED ONTO THE AUDIT TRAIL.
       FD TRANSFILE.
       01 TR-RECORD.
           02 TR-ACTION       PIC X.
           02 TR-EMPID        PIC X(9).
           02 TR-EMPID-N REDEFINES TR-EMPID PIC 9(9).
           02 TR-LASTNAME     PIC X(10).
           02 TR-FIRSTNAME    PIC X(10).
           02 TR-VAC-SIGN     PIC X.
           02 TR-VAC-HOURS    PIC X(6).
           02 TR-VAC-HOURS-N REDEFINES TR-VAC-HOURS PIC 9(4)V99.
           02 TR-SICK-SIGN    PIC X.
           02 TR-SICK-HOURS   PIC X(6).
           02 TR-SICK-HOURS-N REDEFINES TR-SICK-HOURS PIC 9(4)V99.
           02 TR-VAC-RATE     PIC X(5).
           02 TR-VAC-RATE-N REDEFINES TR-VAC-RATE PIC 9V9(4).
           02 TR-SICK-RATE    PIC X(5).
           02 TR-SICK-RATE-N REDEFINES TR-SICK-RATE PIC 9V9(4).
           02 TR-REASON       PIC X(20).

      * AUDIT TRAIL - ONE RECORD PER APPLIED TRANSACTION CARRYING THE
      * FULL BEFORE AND AFTER IMAGES OF THE BANK RECORD. THE FILE IS
      * EXTENDED, NEVER REWRITTEN, SO THE HISTORY SURVIVES.
       FD AUDITFILE.
       01 AUD-RECORD.
           02 AUD-DATE        PIC 9(8).
           02 AUD-TIME        PIC 9(6).
           02 AUD-ACTION      PIC X.
           02 AUD-EMPID       PIC 9(9).
           02 AUD-REASON      PIC X(20).
           02 AUD-BEFORE      PIC X(130).
           02 AUD-AFTER       PIC X(130).

       FD REJECTRPT.
       01 REJ-REPORT-LINE PIC X(100).

       FD LEAVELISTRPT.
       01 LL-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-FILE-PATHS.
           05 WS-LEAVEMAST-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/LEAVEMAST.IDX".
           05 WS-TRANSFILE-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/LEAVETRANS.DAT".
           05 WS-AUDITFILE-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/LEAVEAUDIT.DAT".
           05 WS-REJECTRPT-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/LEAVEREJ.LPT".
           05 WS-LEAVELIST-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/LEAVELIST.LPT".

       01 WS-ENV-VALUE            PIC X(100).

       01 WS-EOF-SWITCH           PIC X VALUE "N".
           88 ENDOFFILE           VALUE "Y".

       01 WS-MASTER-EOF-SWITCH    PIC X VALUE "N".
           88 MASTER-ENDOFFILE    VALUE "Y".

       01 WS-WORK-AREA.
           05 LV-CHECK-KEY       PIC X(2).
           05 TR-CHECK-KEY       PIC X(2).
           05 AUD-CHECK-KEY      PIC X(2).

       01 WS-EDIT-SWITCH          PIC X VALUE "N".
           88 EDIT-FAILED         VALUE "Y".
       01 WS-EDIT-REASON          PIC X(30).

       01 WS-FOUND-SWITCH         PIC X VALUE "N".
           88 BANK-FOUND          VALUE "Y".

       01 WS-BEFORE-IMAGE         PIC X(130).

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-YEAR             PIC 9(4).
       01 WS-RUN-TIME             PIC X(8).

       01 WS-NEW-VAC              PIC S9(5)V99.
       01 WS-NEW-SICK             PIC S9(5)V99.

       01 WS-BALANCE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-ADDED-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-ADJUST-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-RATE-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-LISTED-COUNT         PIC 9(5) VALUE ZERO.

       01 WS-TOT-VAC              PIC 9(7)V99 VALUE ZERO.
       01 WS-TOT-SICK             PIC 9(7)V99 VALUE ZERO.

       01 WS-REJ-HEADING-1.
           05 FILLER PIC X(100) VALUE
              "LEAVE BANK MAINTENANCE - REJECTED TRANSACTIONS".

       01 WS-REJ-HEADING-2.
           05 FILLER PIC X(8)  VALUE "ACTION".
           05 FILLER PIC X(12) VALUE "EMPID".
           05 FILLER PIC X(23) VALUE "REASON GIVEN".
           05 FILLER PIC X(30) VALUE "REJECTED BECAUSE".

       01 WS-REJ-DETAIL-LINE.
           05 REJ-ACTION-OUT     PIC X.
           05 FILLER             PIC X(7) VALUE SPACES.
           05 REJ-EMPID-OUT      PIC X(9).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 REJ-GIVEN-OUT      PIC X(20).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 REJ-REASON-OUT     PIC X(30).

       01 WS-REJ-BLANK-LINE      PIC X(100) VALUE SPACES.

       01 WS-LL-HEADING-1.
           05 FILLER PIC X(132) VALUE
              "LEAVE BANK - BALANCES ON FILE".

       01 WS-LL-HEADING-2.
           05 FILLER PIC X(11) VALUE "EMPID".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(22) VALUE "DEPARTMENT".
           05 FILLER PIC X(3)  VALUE "ST".
           05 FILLER PIC X(4)  VALUE "YRS".
           05 FILLER PIC X(9)  VALUE "VAC RATE".
           05 FILLER PIC X(9)  VALUE "SCK RATE".
           05 FILLER PIC X(3)  VALUE "FX".
           05 FILLER PIC X(10) VALUE " VAC HRS".
           05 FILLER PIC X(10) VALUE " SICK HRS".
           05 FILLER PIC X(6)  VALUE "YEAR".
           05 FILLER PIC X(10) VALUE "LAST PAID".

       01 WS-LL-DETAIL-LINE.
           05 LL-EMPID-OUT       PIC 9(9).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-LASTNAME-OUT    PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LL-FIRSTNAME-OUT   PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 LL-DEPT-OUT        PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-STATUS-OUT      PIC X.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-YEARS-OUT       PIC Z9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-VAC-RATE-OUT    PIC 9.9999.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LL-SICK-RATE-OUT   PIC 9.9999.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 LL-FIXED-OUT       PIC X.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-VAC-BAL-OUT     PIC Z,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-SICK-BAL-OUT    PIC Z,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-YEAR-OUT        PIC 9(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-LAST-OUT        PIC 9(8).

       01 WS-LL-TOTAL-LINE.
           05 FILLER             PIC X(30) VALUE "EMPLOYEES IN BANK".
           05 LL-COUNT-OUT       PIC ZZ,ZZ9.
           05 FILLER             PIC X(21) VALUE SPACES.
           05 FILLER             PIC X(22) VALUE "TOTAL HOURS".
           05 LL-TOT-VAC-OUT     PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LL-TOT-SICK-OUT    PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

           0090-INIT-FILE-PATHS.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LEAVEMAST_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-LEAVEMAST-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LEAVETRANS_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-TRANSFILE-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LEAVEAUDIT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-AUDITFILE-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LEAVEREJ_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-REJECTRPT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LEAVELIST_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-LEAVELIST-PATH
             END-IF.
           0090-END.

           0100-APPLY-TRANSACTIONS.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             ACCEPT WS-RUN-TIME FROM TIME.
             COMPUTE WS-RUN-YEAR = WS-RUN-DATE / 10000.

      * THE REJECT LISTING IS OPENED FIRST: IT HAS NO FILE STATUS
      * CLAUSE, SO EVERY ERROR PATH INTO 0900-END-PROGRAM MUST FIND
      * IT ALREADY OPEN OR THE CLOSE THERE WOULD ABEND.
             OPEN OUTPUT REJECTRPT.
             OPEN I-O LEAVEMAST.
             IF LV-CHECK-KEY = "35"
                 DISPLAY "LEAVE BANK MASTER NOT FOUND - CREATING NEW"
                 OPEN OUTPUT LEAVEMAST
                 CLOSE LEAVEMAST
                 OPEN I-O LEAVEMAST
             END-IF.
             IF LV-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR LEAVE BANK MASTER: ",
                     LV-CHECK-KEY
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

             PERFORM 0300-LIST-BANK.
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
                      WHEN "B"
                          PERFORM 0210-APPLY-BALANCE
                      WHEN "A"
                          PERFORM 0220-APPLY-ADJUST
                      WHEN "R"
                          PERFORM 0230-APPLY-RATES
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
                  WHEN TR-ACTION NOT = "B" AND TR-ACTION NOT = "A"
                      AND TR-ACTION NOT = "R"
                      SET EDIT-FAILED TO TRUE
                      MOVE "INVALID ACTION CODE" TO WS-EDIT-REASON
                  WHEN TR-EMPID NOT NUMERIC
                      SET EDIT-FAILED TO TRUE
                      MOVE "EMPID NOT NUMERIC" TO WS-EDIT-REASON
                  WHEN TR-EMPID-N = ZERO
                      SET EDIT-FAILED TO TRUE
                      MOVE "EMPID IS ALL ZEROS" TO WS-EDIT-REASON
                  WHEN TR-ACTION = "R"
                      AND TR-VAC-RATE = SPACES
                      AND TR-SICK-RATE = SPACES
                      CONTINUE
                  WHEN TR-ACTION = "R"
                      AND (TR-VAC-RATE NOT NUMERIC
                          OR TR-SICK-RATE NOT NUMERIC)
                      SET EDIT-FAILED TO TRUE
                      MOVE "RATES MISSING OR NOT NUMERIC"
                          TO WS-EDIT-REASON
                  WHEN TR-ACTION = "R"
                      CONTINUE
                  WHEN TR-VAC-HOURS = SPACES
                      AND TR-SICK-HOURS = SPACES
                      SET EDIT-FAILED TO TRUE
                      MOVE "NO HOURS GIVEN" TO WS-EDIT-REASON
                  WHEN TR-VAC-HOURS NOT = SPACES
                      AND TR-VAC-HOURS NOT NUMERIC
                      SET EDIT-FAILED TO TRUE
                      MOVE "VACATION HOURS NOT NUMERIC"
                          TO WS-EDIT-REASON
                  WHEN TR-SICK-HOURS NOT = SPACES
                      AND TR-SICK-HOURS NOT NUMERIC
                      SET EDIT-FAILED TO TRUE
                      MOVE "SICK HOURS NOT NUMERIC" TO WS-EDIT-REASON
                  WHEN TR-ACTION = "B"
                      AND ((TR-VAC-SIGN NOT = SPACE
                              AND TR-VAC-SIGN NOT = "+")
                          OR (TR-SICK-SIGN NOT = SPACE
                              AND TR-SICK-SIGN NOT = "+"))
                      SET EDIT-FAILED TO TRUE
                      MOVE "BALANCE CANNOT BE NEGATIVE"
                          TO WS-EDIT-REASON
                  WHEN TR-VAC-SIGN NOT = SPACE AND TR-VAC-SIGN NOT = "+"
                      AND TR-VAC-SIGN NOT = "-"
                      SET EDIT-FAILED TO TRUE
                      MOVE "VACATION SIGN INVALID" TO WS-EDIT-REASON
                  WHEN TR-SICK-SIGN NOT = SPACE
                      AND TR-SICK-SIGN NOT = "+"
                      AND TR-SICK-SIGN NOT = "-"
                      SET EDIT-FAILED TO TRUE
                      MOVE "SICK SIGN INVALID" TO WS-EDIT-REASON
              END-EVALUATE.
           0205-END.

      * A NEW EMPLOYEE IS ADDED ACTIVE WITH NO RATES OF THEIR OWN -
      * THE FIRST PAY FILLS IN THE DEPARTMENT, SERVICE, TIER RATES
      * AND PAY RATE. THE BALANCES KEYED ARE TAKEN AS THIS YEAR'S.
           0210-APPLY-BALANCE.
              PERFORM 0240-READ-BANK.
              IF NOT BANK-FOUND
                  IF TR-LASTNAME = SPACES
                      SET EDIT-FAILED TO TRUE
                      MOVE "NOT IN BANK - NAME REQUIRED"
                          TO WS-EDIT-REASON
                  ELSE
                      MOVE SPACES TO WS-BEFORE-IMAGE
                      MOVE SPACES TO LV-RECORD
                      MOVE TR-EMPID-N TO LV-EMPID
                      MOVE "A" TO LV-STATUS
                      MOVE ZERO TO LV-SERVICE-YEARS
                      MOVE "N" TO LV-RATE-OVERRIDE
                      MOVE ZERO TO LV-VAC-RATE
                      MOVE ZERO TO LV-SICK-RATE
                      MOVE ZERO TO LV-VAC-BALANCE
                      MOVE ZERO TO LV-SICK-BALANCE
                      MOVE ZERO TO LV-PAY-RATE
                  END-IF
              ELSE
                  MOVE LV-RECORD TO WS-BEFORE-IMAGE
              END-IF.
              IF NOT EDIT-FAILED
                  PERFORM 0245-MOVE-NAME
                  IF TR-VAC-HOURS NUMERIC
                      MOVE TR-VAC-HOURS-N TO LV-VAC-BALANCE
                  END-IF
                  IF TR-SICK-HOURS NUMERIC
                      MOVE TR-SICK-HOURS-N TO LV-SICK-BALANCE
                  END-IF
                  MOVE WS-RUN-YEAR TO LV-BALANCE-YEAR
                  PERFORM 0247-RESET-PRIOR
                  IF BANK-FOUND
                      REWRITE LV-RECORD
                          INVALID KEY
                              SET EDIT-FAILED TO TRUE
                              MOVE "REWRITE FAILED ON MASTER"
                                  TO WS-EDIT-REASON
                      END-REWRITE
                  ELSE
                      WRITE LV-RECORD
                          INVALID KEY
                              SET EDIT-FAILED TO TRUE
                              MOVE "WRITE FAILED ON MASTER"
                                  TO WS-EDIT-REASON
                      END-WRITE
                  END-IF
                  IF NOT EDIT-FAILED
                      IF BANK-FOUND
                          ADD 1 TO WS-BALANCE-COUNT
                      ELSE
                          ADD 1 TO WS-ADDED-COUNT
                      END-IF
                      PERFORM 0250-WRITE-AUDIT
                  END-IF
              END-IF.
           0210-END.

           0220-APPLY-ADJUST.
              PERFORM 0240-READ-BANK.
              IF NOT BANK-FOUND
                  SET EDIT-FAILED TO TRUE
                  MOVE "EMPLOYEE NOT IN LEAVE BANK" TO WS-EDIT-REASON
              END-IF.
              IF NOT EDIT-FAILED
                  MOVE LV-VAC-BALANCE TO WS-NEW-VAC
                  MOVE LV-SICK-BALANCE TO WS-NEW-SICK
                  IF TR-VAC-HOURS NUMERIC
                      IF TR-VAC-SIGN = "-"
                          SUBTRACT TR-VAC-HOURS-N FROM WS-NEW-VAC
                      ELSE
                          ADD TR-VAC-HOURS-N TO WS-NEW-VAC
                      END-IF
                  END-IF
                  IF TR-SICK-HOURS NUMERIC
                      IF TR-SICK-SIGN = "-"
                          SUBTRACT TR-SICK-HOURS-N FROM WS-NEW-SICK
                      ELSE
                          ADD TR-SICK-HOURS-N TO WS-NEW-SICK
                      END-IF
                  END-IF
                  EVALUATE TRUE
                      WHEN WS-NEW-VAC < ZERO OR WS-NEW-SICK < ZERO
                          SET EDIT-FAILED TO TRUE
                          MOVE "ADJUSTMENT EXCEEDS BALANCE"
                              TO WS-EDIT-REASON
                      WHEN WS-NEW-VAC > 9999.99
                          OR WS-NEW-SICK > 9999.99
                          SET EDIT-FAILED TO TRUE
                          MOVE "BALANCE WOULD OVERFLOW"
                              TO WS-EDIT-REASON
                  END-EVALUATE
              END-IF.
              IF NOT EDIT-FAILED
                  MOVE LV-RECORD TO WS-BEFORE-IMAGE
                  PERFORM 0245-MOVE-NAME
                  MOVE WS-NEW-VAC TO LV-VAC-BALANCE
                  MOVE WS-NEW-SICK TO LV-SICK-BALANCE
                  PERFORM 0248-ADJUST-PRIOR
                  REWRITE LV-RECORD
                      INVALID KEY
                          SET EDIT-FAILED TO TRUE
                          MOVE "REWRITE FAILED ON MASTER"
                              TO WS-EDIT-REASON
                  END-REWRITE
                  IF NOT EDIT-FAILED
                      ADD 1 TO WS-ADJUST-COUNT
                      PERFORM 0250-WRITE-AUDIT
                  END-IF
              END-IF.
           0220-END.

      * CLEARING THE OVERRIDE LEAVES THE OLD RATES ON THE RECORD
      * UNTIL THE NEXT PAY REPLACES THEM WITH THE TIER RATES.
           0230-APPLY-RATES.
              PERFORM 0240-READ-BANK.
              IF NOT BANK-FOUND
                  SET EDIT-FAILED TO TRUE
                  MOVE "EMPLOYEE NOT IN LEAVE BANK" TO WS-EDIT-REASON
              END-IF.
              IF NOT EDIT-FAILED
                  MOVE LV-RECORD TO WS-BEFORE-IMAGE
                  PERFORM 0245-MOVE-NAME
                  IF TR-VAC-RATE = SPACES AND TR-SICK-RATE = SPACES
                      MOVE "N" TO LV-RATE-OVERRIDE
                  ELSE
                      MOVE "Y" TO LV-RATE-OVERRIDE
                      MOVE TR-VAC-RATE-N TO LV-VAC-RATE
                      MOVE TR-SICK-RATE-N TO LV-SICK-RATE
                  END-IF
                  REWRITE LV-RECORD
                      INVALID KEY
                          SET EDIT-FAILED TO TRUE
                          MOVE "REWRITE FAILED ON MASTER"
                              TO WS-EDIT-REASON
                  END-REWRITE
                  IF NOT EDIT-FAILED
                      ADD 1 TO WS-RATE-COUNT
                      PERFORM 0250-WRITE-AUDIT
                  END-IF
              END-IF.
           0230-END.

           0240-READ-BANK.
              MOVE "N" TO WS-FOUND-SWITCH.
              MOVE TR-EMPID-N TO LV-EMPID.
              READ LEAVEMAST
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET BANK-FOUND TO TRUE
              END-READ.
           0240-END.

           0245-MOVE-NAME.
              IF TR-LASTNAME NOT = SPACES
                  MOVE TR-LASTNAME TO LV-LASTNAME
              END-IF.
              IF TR-FIRSTNAME NOT = SPACES
                  MOVE TR-FIRSTNAME TO LV-FIRSTNAME
              END-IF.
           0245-END.

      * A BALANCE KEYED HERE IS THE NEW STARTING POINT. THE PRIOR
      * BALANCES ARE MOVED WITH IT AND THE LAST PERIOD IS CLEARED,
      * SO Emp-Pay NEVER BACKS OUT TO FIGURES FROM BEFORE THE
      * BALANCE WAS SET.
           0247-RESET-PRIOR.
              MOVE LV-VAC-BALANCE TO LV-PRIOR-VAC.
              MOVE LV-SICK-BALANCE TO LV-PRIOR-SICK.
              MOVE LV-BALANCE-YEAR TO LV-PRIOR-YEAR.
              MOVE ZERO TO LV-LAST-PERIOD.
           0247-END.

      * AN ADJUSTMENT IS MADE TO THE PRIOR BALANCES AS WELL, SO A
      * RESTART OR RERUN OF THE LAST PERIOD PAID KEEPS IT. THE PRIOR
      * BALANCE CANNOT GO BELOW ZERO.
           0248-ADJUST-PRIOR.
              MOVE LV-PRIOR-VAC TO WS-NEW-VAC.
              MOVE LV-PRIOR-SICK TO WS-NEW-SICK.
              IF TR-VAC-HOURS NUMERIC
                  IF TR-VAC-SIGN = "-"
                      SUBTRACT TR-VAC-HOURS-N FROM WS-NEW-VAC
                  ELSE
                      ADD TR-VAC-HOURS-N TO WS-NEW-VAC
                  END-IF
              END-IF.
              IF TR-SICK-HOURS NUMERIC
                  IF TR-SICK-SIGN = "-"
                      SUBTRACT TR-SICK-HOURS-N FROM WS-NEW-SICK
                  ELSE
                      ADD TR-SICK-HOURS-N TO WS-NEW-SICK
                  END-IF
              END-IF.
              IF WS-NEW-VAC < ZERO
                  MOVE ZERO TO WS-NEW-VAC
              END-IF.
              IF WS-NEW-SICK < ZERO
                  MOVE ZERO TO WS-NEW-SICK
              END-IF.
              MOVE WS-NEW-VAC TO LV-PRIOR-VAC.
              MOVE WS-NEW-SICK TO LV-PRIOR-SICK.
           0248-END.

           0250-WRITE-AUDIT.
              MOVE WS-RUN-DATE TO AUD-DATE.
              MOVE WS-RUN-TIME (1:6) TO AUD-TIME.
              MOVE TR-ACTION TO AUD-ACTION.
              MOVE TR-EMPID-N TO AUD-EMPID.
              MOVE TR-REASON TO AUD-REASON.
              MOVE WS-BEFORE-IMAGE TO AUD-BEFORE.
              MOVE LV-RECORD TO AUD-AFTER.
              WRITE AUD-RECORD.
           0250-END.

           0260-WRITE-REJECT.
              ADD 1 TO WS-REJECT-COUNT.
              MOVE TR-ACTION TO REJ-ACTION-OUT.
              MOVE TR-EMPID TO REJ-EMPID-OUT.
              MOVE TR-REASON TO REJ-GIVEN-OUT.
              MOVE WS-EDIT-REASON TO REJ-REASON-OUT.
              MOVE WS-REJ-DETAIL-LINE TO REJ-REPORT-LINE.
              WRITE REJ-REPORT-LINE.
           0260-END.

      * EVERY EMPLOYEE IN THE BANK WITH THEIR BALANCES. FX SHOWS "Y"
      * WHERE THE RATES ARE FIXED BY AN OVERRIDE.
           0300-LIST-BANK.
              OPEN OUTPUT LEAVELISTRPT.
              MOVE WS-LL-HEADING-1 TO LL-REPORT-LINE.
              WRITE LL-REPORT-LINE.
              MOVE WS-LL-HEADING-2 TO LL-REPORT-LINE.
              WRITE LL-REPORT-LINE.
              MOVE SPACES TO LL-REPORT-LINE.
              WRITE LL-REPORT-LINE.
              MOVE ZERO TO LV-EMPID.
              START LEAVEMAST KEY NOT < LV-EMPID
                  INVALID KEY SET MASTER-ENDOFFILE TO TRUE
              END-START.
              PERFORM UNTIL MASTER-ENDOFFILE
                  READ LEAVEMAST NEXT RECORD
                      AT END SET MASTER-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT MASTER-ENDOFFILE
                      MOVE LV-EMPID TO LL-EMPID-OUT
                      MOVE LV-LASTNAME TO LL-LASTNAME-OUT
                      MOVE LV-FIRSTNAME TO LL-FIRSTNAME-OUT
                      MOVE LV-DEPARTMENT TO LL-DEPT-OUT
                      MOVE LV-STATUS TO LL-STATUS-OUT
                      MOVE LV-SERVICE-YEARS TO LL-YEARS-OUT
                      MOVE LV-VAC-RATE TO LL-VAC-RATE-OUT
                      MOVE LV-SICK-RATE TO LL-SICK-RATE-OUT
                      MOVE LV-RATE-OVERRIDE TO LL-FIXED-OUT
                      MOVE LV-VAC-BALANCE TO LL-VAC-BAL-OUT
                      MOVE LV-SICK-BALANCE TO LL-SICK-BAL-OUT
                      MOVE LV-BALANCE-YEAR TO LL-YEAR-OUT
                      MOVE LV-LAST-PERIOD TO LL-LAST-OUT
                      MOVE WS-LL-DETAIL-LINE TO LL-REPORT-LINE
                      WRITE LL-REPORT-LINE
                      ADD 1 TO WS-LISTED-COUNT
                      ADD LV-VAC-BALANCE TO WS-TOT-VAC
                      ADD LV-SICK-BALANCE TO WS-TOT-SICK
                  END-IF
              END-PERFORM.
              MOVE SPACES TO LL-REPORT-LINE.
              WRITE LL-REPORT-LINE.
              MOVE WS-LISTED-COUNT TO LL-COUNT-OUT.
              MOVE WS-TOT-VAC TO LL-TOT-VAC-OUT.
              MOVE WS-TOT-SICK TO LL-TOT-SICK-OUT.
              MOVE WS-LL-TOTAL-LINE TO LL-REPORT-LINE.
              WRITE LL-REPORT-LINE.
              CLOSE LEAVELISTRPT.
           0300-END.

           0900-END-PROGRAM.
            CLOSE LEAVEMAST, TRANSFILE, AUDITFILE, REJECTRPT.
            DISPLAY "EMPLOYEES ADDED      : ", WS-ADDED-COUNT.
            DISPLAY "BALANCES SET         : ", WS-BALANCE-COUNT.
            DISPLAY "BALANCES ADJUSTED    : ", WS-ADJUST-COUNT.
            DISPLAY "RATES CHANGED        : ", WS-RATE-COUNT.
            DISPLAY "TRANSACTIONS REJECTED: ", WS-REJECT-COUNT.
            DISPLAY "EMPLOYEES LISTED     : ", WS-LISTED-COUNT.
            STOP RUN.

       END PROGRAM Emp-LeaveMaint.

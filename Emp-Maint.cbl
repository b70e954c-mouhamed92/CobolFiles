            SELECT EXTRACTFILE ASSIGN TO DYNAMIC WS-EXTRACT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PERIODCTL ASSIGN TO DYNAMIC WS-PERIODCTL-PATH
            FILE STATUS IS PCT-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SEPARATEDRPT ASSIGN TO DYNAMIC WS-SEPRPT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * EM-PAYCLASS IS "H" HOURLY OR "S" SALARIED; A SALARIED
      * EMPLOYEE IS PAID EM-ANNUALSALARY SPREAD OVER THE PAY PERIODS
      * IN THE YEAR AND NEEDS NO HOURS OR RATE. A BLANK CLASS (A
      * RECORD FROM BEFORE THE CLASS EXISTED) IS PAID HOURLY.
      *
      * A TERMINATED EMPLOYEE IS NEVER DELETED. EM-STATUS GOES TO
      * "T" WITH THE TERMINATION DATE, REASON AND ANY UNUSED LEAVE
      * HOURS TO BE PAID OUT ON THE FINAL CHECK. EM-FINAL-PERIOD IS
      * THE START DATE OF THE PAY PERIOD THE FINAL CHECK FALLS IN -
      * ZERO WHILE THE TERMINATION DATE IS STILL IN THE FUTURE, OR
      * WHILE THE PERIOD IT FALLS IN HAS ALREADY BEEN PAID.
      * ONCE THAT PERIOD IS PAST, THE EMPLOYEE IS NO LONGER
      * EXTRACTED FOR PAYROLL. A REHIRE SETS THE STATUS BACK TO
      * ACTIVE ("A"; BLANK ON OLDER RECORDS) UNDER THE SAME EMPID.
       FD EMPMASTER.
       01 EM-RECORD.
           02 EM-EMPID        PIC 9(7).
           02 EM-HOURLYRATE   PIC 9(3)V99.
           02 EM-DEPARTMENT   PIC X(30).
           02 EM-GENDER       PIC X.
           02 EM-PAYCLASS     PIC X.
           02 EM-ANNUALSALARY PIC 9(7)V99.
           02 EM-STATUS       PIC X.
               88 EM-TERMINATED   VALUE "T".
           02 EM-TERMDATE     PIC 9(8).
           02 EM-TERMREASON   PIC X(2).
           02 EM-PAYOUTHOURS  PIC 9(3).
           02 EM-FINAL-PERIOD PIC 9(8).

      * MAINTENANCE TRANSACTIONS. ONE RECORD PER ACTION:
      *   "A" - ADD A NEW EMPLOYEE (ALL FIELDS REQUIRED)
      *   "C" - CHANGE AN EXISTING EMPLOYEE (FULL REPLACEMENT,
      *         ALL FIELDS REQUIRED AND EDITED AS FOR AN ADD)
      *   "T" - TERMINATE AN EXISTING EMPLOYEE. ONLY THE
      *         TERMINATION DATE, REASON CODE AND LEAVE PAYOUT
      *         HOURS ARE USED; THE RECORD IS KEPT FOR THE FINAL
      *         CHECK AND A POSSIBLE REHIRE. THE PAYOUT HOURS ARE
      *         ONLY PAID FOR AN EMPLOYEE WITH NO LEAVE BANK RECORD -
      *         OTHERWISE Emp-Pay PAYS OUT THE VACATION BALANCE IN
      *         THE BANK. REASON CODES:
      *           "RS" RESIGNED     "DS" DISMISSED  "LO" LAID OFF
      *           "RT" RETIRED      "DE" DECEASED   "EC" END OF
      *                                              CONTRACT
      *   "R" - REHIRE A TERMINATED EMPLOYEE UNDER THE SAME EMPID.
      *         ALL FIELDS REQUIRED AS FOR A CHANGE; THE START DATE
      *         IS THE NEW HIRE DATE.
      * THE PAY CLASS DEFAULTS TO "H" WHEN LEFT BLANK. A SALARIED
      * ("S") EMPLOYEE NEEDS AN ANNUAL SALARY AND MAY LEAVE THE
      * HOURS AND RATE BLANK; AN HOURLY ONE MAY LEAVE THE SALARY
      * BLANK.
       FD TRANSFILE.
       01 TR-RECORD.
           02 TR-ACTION       PIC X.
           02 TR-HOURLYRATE-N REDEFINES TR-HOURLYRATE PIC 9(3)V99.
           02 TR-DEPARTMENT   PIC X(30).
           02 TR-GENDER       PIC X.
           02 TR-PAYCLASS     PIC X.
           02 TR-ANNUALSALARY PIC X(9).
           02 TR-ANNUALSALARY-N REDEFINES TR-ANNUALSALARY
                              PIC 9(7)V99.
           02 TR-TERMDATE     PIC X(8).
           02 TR-TERMDATE-N REDEFINES TR-TERMDATE.
               03 TR-TERM-YEAR    PIC 9(4).
               03 TR-TERM-MONTH   PIC 9(2).
               03 TR-TERM-DAY     PIC 9(2).
           02 TR-TERMDATE-9 REDEFINES TR-TERMDATE PIC 9(8).
           02 TR-TERMREASON   PIC X(2).
               88 TR-REASON-VALID VALUE "RS" "DS" "LO" "RT" "DE" "EC".
           02 TR-PAYOUTHOURS  PIC X(3).
           02 TR-PAYOUTHOURS-N REDEFINES TR-PAYOUTHOURS PIC 9(3).

      * AUDIT TRAIL - ONE RECORD PER APPLIED TRANSACTION CARRYING THE
      * FULL BEFORE AND AFTER IMAGES OF THE MASTER RECORD. THE FILE
           02 AUD-TIME        PIC 9(6).
           02 AUD-ACTION      PIC X.
           02 AUD-EMPID       PIC 9(7).
           02 AUD-BEFORE      PIC X(106).
           02 AUD-AFTER       PIC X(106).

       FD REJECTRPT.
       01 REJ-REPORT-LINE PIC X(100).
             04 EXT-HOURLYRATE       PIC  9(3)V99.
           02 EXT-DEPARTMENT         PIC  X(30).
           02 EXT-GENDER             PIC  X.
           02 EXT-PAYCLASS           PIC  X.
           02 EXT-ANNUALSALARY       PIC  9(7)V99.
           02 EXT-EMPSTATUS          PIC  X.
           02 EXT-TERMDATE           PIC  9(8).
           02 EXT-TERMREASON         PIC  X(2).
           02 EXT-PAYOUTHOURS        PIC  9(3).

      * THE PAY-PERIOD CONTROL RECORD - ONLY READ HERE, TO KNOW
      * WHICH PERIOD A TERMINATED EMPLOYEE'S FINAL CHECK FALLS IN.
       FD PERIODCTL.
       01 PC-CONTROL-REC.
           05 PC-PERIOD-START PIC 9(8).
           05 PC-PERIOD-END   PIC 9(8).
           05 PC-STATUS       PIC X(6).
           05 PC-RUN-NUMBER   PIC 9(5).
           05 PC-RERUN-AUTH   PIC X.
           05 FILLER          PIC X(52).

       FD SEPARATEDRPT.
       01 SEP-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

              "C:/work space/Cobol path/labs/Files/MNTREJ.LPT".
           05 WS-EXTRACT-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/EMPFILE.DAT".
           05 WS-PERIODCTL-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/PAYPERIOD.DAT".
           05 WS-SEPRPT-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/SEPARATED.LPT".

       01 WS-ENV-VALUE            PIC X(100).

           05 EM-CHECK-KEY       PIC X(2).
           05 TR-CHECK-KEY       PIC X(2).
           05 AUD-CHECK-KEY      PIC X(2).
           05 PCT-CHECK-KEY      PIC X(2).

       01 WS-EDIT-SWITCH          PIC X VALUE "N".
           88 EDIT-FAILED         VALUE "Y".
       01 WS-EDIT-REASON          PIC X(30).

       01 WS-BEFORE-IMAGE         PIC X(106).

       01 WS-PERIOD-START         PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-END           PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-STATUS        PIC X(6) VALUE SPACES.
           88 PERIOD-ALREADY-PAID VALUE "PAID" "CLOSED".

       01 WS-EXTRACT-SWITCH       PIC X VALUE "N".
           88 EXTRACT-EMPLOYEE    VALUE "Y".

       01 WS-TRANS-PAYCLASS       PIC X.
           88 TRANS-SALARIED      VALUE "S".

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC X(8).
       01 WS-ADD-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-TERM-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-REHIRE-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-SEPARATED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-EXTRACT-COUNT        PIC 9(5) VALUE ZERO.


       01 WS-REJ-BLANK-LINE      PIC X(100) VALUE SPACES.

       01 WS-SEP-HEADING-1.
           05 FILLER PIC X(50) VALUE
              "SEPARATED EMPLOYEES - FINAL CHECK PERIOD: ".
           05 SEP-PERIOD-START   PIC 9(8).
           05 FILLER             PIC X(3) VALUE " - ".
           05 SEP-PERIOD-END     PIC 9(8).

       01 WS-SEP-HEADING-2.
           05 FILLER PIC X(10) VALUE "EMPID".
           05 FILLER PIC X(12) VALUE "LAST NAME".
           05 FILLER PIC X(12) VALUE "FIRST NAME".
           05 FILLER PIC X(22) VALUE "DEPARTMENT".
           05 FILLER PIC X(10) VALUE "STARTED".
           05 FILLER PIC X(10) VALUE "TERMINATED".
           05 FILLER PIC X(17) VALUE "REASON".
           05 FILLER PIC X(7)  VALUE "PAYOUT".

       01 WS-SEP-DETAIL-LINE.
           05 SEP-EMPID-OUT      PIC 9(7).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 SEP-LASTNAME-OUT   PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 SEP-FIRSTNAME-OUT  PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 SEP-DEPT-OUT       PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 SEP-START-OUT      PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 SEP-TERM-OUT       PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 SEP-REASON-OUT     PIC X(2).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 SEP-REASON-DESC    PIC X(14).
           05 SEP-PAYOUT-OUT     PIC ZZ9.
           05 FILLER             PIC X(4) VALUE " HRS".

       01 WS-SEP-COUNT-LINE.
           05 FILLER             PIC X(30) VALUE
              "EMPLOYEES SEPARATED".
           05 SEP-COUNT-OUT      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

           0090-INIT-FILE-PATHS.
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-EXTRACT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PERIODCTL_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-PERIODCTL-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SEPRPT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-SEPRPT-PATH
             END-IF.
           0090-END.

      * THE OPEN PAY PERIOD DECIDES WHEN A TERMINATED EMPLOYEE'S
      * FINAL CHECK IS DUE AND WHEN THEY LEAVE THE EXTRACT, SO
      * NOTHING IS APPLIED WITHOUT IT.
           0095-READ-PERIOD-CONTROL.
             OPEN INPUT PERIODCTL.
             IF PCT-CHECK-KEY NOT = "00"
                 DISPLAY "PERIOD CONTROL FILE NOT AVAILABLE: ",
                     PCT-CHECK-KEY, " - MAINTENANCE WILL NOT RUN"
                 STOP RUN
             END-IF.
             READ PERIODCTL
                 AT END CONTINUE
             END-READ.
             IF PCT-CHECK-KEY NOT = "00"
                 DISPLAY "PERIOD CONTROL RECORD MISSING - ",
                     "MAINTENANCE WILL NOT RUN"
                 CLOSE PERIODCTL
                 STOP RUN
             END-IF.
             MOVE PC-PERIOD-START TO WS-PERIOD-START.
             MOVE PC-PERIOD-END TO WS-PERIOD-END.
             MOVE PC-STATUS TO WS-PERIOD-STATUS.
             CLOSE PERIODCTL.
           0095-END.

           0100-APPLY-TRANSACTIONS.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             ACCEPT WS-RUN-TIME FROM TIME.
                          PERFORM 0220-APPLY-CHANGE
                      WHEN "T"
                          PERFORM 0230-APPLY-TERMINATION
                      WHEN "R"
                          PERFORM 0235-APPLY-REHIRE
                  END-EVALUATE
                  IF EDIT-FAILED
                      PERFORM 0260-WRITE-REJECT
           0205-VALIDATE-TRANS.
              MOVE "N" TO WS-EDIT-SWITCH.
              MOVE SPACES TO WS-EDIT-REASON.
              MOVE TR-PAYCLASS TO WS-TRANS-PAYCLASS.
              IF WS-TRANS-PAYCLASS = SPACE
                  MOVE "H" TO WS-TRANS-PAYCLASS
              END-IF.
              EVALUATE TRUE
                  WHEN TR-ACTION NOT = "A" AND TR-ACTION NOT = "C"
                      AND TR-ACTION NOT = "T" AND TR-ACTION NOT = "R"
                      SET EDIT-FAILED TO TRUE
                      MOVE "INVALID ACTION CODE" TO WS-EDIT-REASON
                  WHEN TR-EMPID NOT NUMERIC
                  WHEN TR-EMPID-N = ZERO
                      SET EDIT-FAILED TO TRUE
                      MOVE "EMPID IS ALL ZEROS" TO WS-EDIT-REASON
                  WHEN TR-ACTION = "T" AND TR-TERMDATE NOT NUMERIC
                      SET EDIT-FAILED TO TRUE
                      MOVE "TERM DATE NOT NUMERIC" TO WS-EDIT-REASON
                  WHEN TR-ACTION = "T"
                      AND (TR-TERM-YEAR = ZERO
                          OR TR-TERM-MONTH < 1
                          OR TR-TERM-MONTH > 12
                          OR TR-TERM-DAY < 1
                          OR TR-TERM-DAY > 31)
                      SET EDIT-FAILED TO TRUE
                      MOVE "TERM DATE IS INVALID" TO WS-EDIT-REASON
                  WHEN TR-ACTION = "T" AND NOT TR-REASON-VALID
                      SET EDIT-FAILED TO TRUE
                      MOVE "TERM REASON CODE INVALID" TO WS-EDIT-REASON
                  WHEN TR-ACTION = "T" AND TR-PAYOUTHOURS NOT NUMERIC
                      AND TR-PAYOUTHOURS NOT = SPACES
                      SET EDIT-FAILED TO TRUE
                      MOVE "PAYOUT HOURS NOT NUMERIC"
                          TO WS-EDIT-REASON
                  WHEN TR-ACTION = "T"
                      CONTINUE
                  WHEN TR-LASTNAME = SPACES
                      OR TR-START-DAY > 31
                      SET EDIT-FAILED TO TRUE
                      MOVE "STARTDATE IS INVALID" TO WS-EDIT-REASON
                  WHEN WS-TRANS-PAYCLASS NOT = "H"
                      AND WS-TRANS-PAYCLASS NOT = "S"
                      SET EDIT-FAILED TO TRUE
                      MOVE "PAY CLASS INVALID" TO WS-EDIT-REASON
                  WHEN TR-HOURSWORKED NOT NUMERIC
                      AND (NOT TRANS-SALARIED
                          OR TR-HOURSWORKED NOT = SPACES)
                      SET EDIT-FAILED TO TRUE
                      MOVE "HOURS WORKED NOT NUMERIC"
                          TO WS-EDIT-REASON
                  WHEN TR-HOURLYRATE NOT NUMERIC
                      AND (NOT TRANS-SALARIED
                          OR TR-HOURLYRATE NOT = SPACES)
                      SET EDIT-FAILED TO TRUE
                      MOVE "HOURLY RATE NOT NUMERIC"
                          TO WS-EDIT-REASON
                  WHEN TR-ANNUALSALARY NOT NUMERIC
                      AND (TRANS-SALARIED
                          OR TR-ANNUALSALARY NOT = SPACES)
                      SET EDIT-FAILED TO TRUE
                      MOVE "ANNUAL SALARY NOT NUMERIC"
                          TO WS-EDIT-REASON
                  WHEN TRANS-SALARIED AND TR-ANNUALSALARY-N = ZERO
                      SET EDIT-FAILED TO TRUE
                      MOVE "ANNUAL SALARY IS ZERO" TO WS-EDIT-REASON
              END-EVALUATE.
           0205-END.

           0210-APPLY-ADD.
              PERFORM 0240-BUILD-MASTER-FIELDS.
              MOVE TR-EMPID-N TO EM-EMPID.
              PERFORM 0245-SET-ACTIVE.
              WRITE EM-RECORD
                  INVALID KEY
                      SET EDIT-FAILED TO TRUE
              END-IF.
           0220-END.

      * THE RECORD STAYS ON THE MASTER, MARKED TERMINATED. A
      * TERMINATION DATED WITHIN OR BEFORE THE OPEN PERIOD (A LATE
      * ENTRY) IS DUE ITS FINAL CHECK IN THE OPEN PERIOD; A FUTURE
      * DATED ONE IS STAMPED BY THE EXTRACT ONCE ITS PERIOD OPENS.
           0230-APPLY-TERMINATION.
              MOVE TR-EMPID-N TO EM-EMPID.
              READ EMPMASTER
                      SET EDIT-FAILED TO TRUE
                      MOVE "EMPID NOT ON MASTER" TO WS-EDIT-REASON
              END-READ.
              IF NOT EDIT-FAILED AND EM-TERMINATED
                  SET EDIT-FAILED TO TRUE
                  MOVE "ALREADY TERMINATED" TO WS-EDIT-REASON
              END-IF.
              IF NOT EDIT-FAILED
                  AND TR-TERMDATE-9 < EM-STARTDATE
                  SET EDIT-FAILED TO TRUE
                  MOVE "TERM DATE BEFORE START DATE" TO WS-EDIT-REASON
              END-IF.
              IF NOT EDIT-FAILED
                  MOVE EM-RECORD TO WS-BEFORE-IMAGE
                  MOVE "T" TO EM-STATUS
                  MOVE TR-TERMDATE-9 TO EM-TERMDATE
                  MOVE TR-TERMREASON TO EM-TERMREASON
                  IF TR-PAYOUTHOURS NUMERIC
                      MOVE TR-PAYOUTHOURS-N TO EM-PAYOUTHOURS
                  ELSE
                      MOVE ZERO TO EM-PAYOUTHOURS
                  END-IF
      * ONCE THE PERIOD ON THE CONTROL FILE HAS BEEN PAID ITS
      * CHECKS ARE GONE, SO THE FINAL PERIOD IS LEFT ZERO AND 0310
      * STAMPS THE NEXT PERIOD WHEN THE CONTROL FILE MOVES ON.
                  IF EM-TERMDATE <= WS-PERIOD-END
                      AND NOT PERIOD-ALREADY-PAID
                      MOVE WS-PERIOD-START TO EM-FINAL-PERIOD
                  ELSE
                      MOVE ZERO TO EM-FINAL-PERIOD
                  END-IF
                  REWRITE EM-RECORD
                      INVALID KEY
                          SET EDIT-FAILED TO TRUE
                          MOVE "REWRITE FAILED ON MASTER"
                              TO WS-EDIT-REASON
                  END-REWRITE
                  IF NOT EDIT-FAILED
                      ADD 1 TO WS-TERM-COUNT
                      PERFORM 0250-WRITE-AUDIT
                  END-IF
              END-IF.
           0230-END.

      * A REHIRE IS A FULL REPLACEMENT OF THE RECORD, AS FOR A
      * CHANGE, THAT ALSO CLEARS THE TERMINATION.
           0235-APPLY-REHIRE.
              MOVE TR-EMPID-N TO EM-EMPID.
              READ EMPMASTER
                  INVALID KEY
                      SET EDIT-FAILED TO TRUE
                      MOVE "EMPID NOT ON MASTER" TO WS-EDIT-REASON
              END-READ.
              IF NOT EDIT-FAILED AND NOT EM-TERMINATED
                  SET EDIT-FAILED TO TRUE
                  MOVE "EMPLOYEE IS NOT TERMINATED" TO WS-EDIT-REASON
              END-IF.
              IF NOT EDIT-FAILED
                  MOVE EM-RECORD TO WS-BEFORE-IMAGE
                  PERFORM 0240-BUILD-MASTER-FIELDS
                  MOVE TR-EMPID-N TO EM-EMPID
                  PERFORM 0245-SET-ACTIVE
                  REWRITE EM-RECORD
                      INVALID KEY
                          SET EDIT-FAILED TO TRUE
                          MOVE "REWRITE FAILED ON MASTER"
                              TO WS-EDIT-REASON
                  END-REWRITE
                  IF NOT EDIT-FAILED
                      ADD 1 TO WS-REHIRE-COUNT
                      PERFORM 0250-WRITE-AUDIT
                  END-IF
              END-IF.
           0235-END.

           0240-BUILD-MASTER-FIELDS.
              MOVE TR-LASTNAME TO EM-LASTNAME.
              MOVE TR-FIRSTNAME TO EM-FIRSTNAME.
              MOVE TR-START-YEAR TO EM-START-YEAR.
              MOVE TR-START-MONTH TO EM-START-MONTH.
              MOVE TR-START-DAY TO EM-START-DAY.
              IF TR-HOURSWORKED NUMERIC
                  MOVE TR-HOURSWORKED-N TO EM-HOURSWORKED
              ELSE
                  MOVE ZERO TO EM-HOURSWORKED
              END-IF.
              IF TR-HOURLYRATE NUMERIC
                  MOVE TR-HOURLYRATE-N TO EM-HOURLYRATE
              ELSE
                  MOVE ZERO TO EM-HOURLYRATE
              END-IF.
              MOVE TR-DEPARTMENT TO EM-DEPARTMENT.
              MOVE TR-GENDER TO EM-GENDER.
              MOVE WS-TRANS-PAYCLASS TO EM-PAYCLASS.
              IF TR-ANNUALSALARY NUMERIC
                  MOVE TR-ANNUALSALARY-N TO EM-ANNUALSALARY
              ELSE
                  MOVE ZERO TO EM-ANNUALSALARY
              END-IF.
           0240-END.

           0245-SET-ACTIVE.
              MOVE "A" TO EM-STATUS.
              MOVE ZERO TO EM-TERMDATE.
              MOVE SPACES TO EM-TERMREASON.
              MOVE ZERO TO EM-PAYOUTHOURS.
              MOVE ZERO TO EM-FINAL-PERIOD.
           0245-END.

           0250-WRITE-AUDIT.
              MOVE WS-RUN-DATE TO AUD-DATE.
              MOVE WS-RUN-TIME (1:6) TO AUD-TIME.
              WRITE REJ-REPORT-LINE.
           0260-END.

      * EVERY ACTIVE EMPLOYEE IS EXTRACTED. A TERMINATED ONE IS
      * EXTRACTED UNTIL THE PERIOD OF THE FINAL CHECK HAS PASSED:
      * WHILE THE TERMINATION DATE IS STILL AHEAD THEY ARE PAID AS
      * USUAL, IN THE PERIOD IT FALLS IN Emp-Pay PAYS THE FINAL
      * CHECK, AND AFTER THAT THEY DROP OUT OF THE REGULAR RUNS.
      * THOSE DUE THEIR FINAL CHECK THIS PERIOD GO ON THE
      * SEPARATED-EMPLOYEES REPORT FOR HR.
           0300-EXTRACT-EMPFILE.
              MOVE ZERO TO EM-EMPID.
              START EMPMASTER KEY NOT < EM-EMPID
                  INVALID KEY SET MASTER-ENDOFFILE TO TRUE
              END-START.
              OPEN OUTPUT EXTRACTFILE.
              OPEN OUTPUT SEPARATEDRPT.
              MOVE WS-PERIOD-START TO SEP-PERIOD-START.
              MOVE WS-PERIOD-END TO SEP-PERIOD-END.
              MOVE WS-SEP-HEADING-1 TO SEP-REPORT-LINE.
              WRITE SEP-REPORT-LINE.
              MOVE WS-SEP-HEADING-2 TO SEP-REPORT-LINE.
              WRITE SEP-REPORT-LINE.
              MOVE WS-REJ-BLANK-LINE TO SEP-REPORT-LINE.
              WRITE SEP-REPORT-LINE.
              PERFORM UNTIL MASTER-ENDOFFILE
                  READ EMPMASTER NEXT RECORD
                      AT END SET MASTER-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT MASTER-ENDOFFILE
                      PERFORM 0310-CHECK-SEPARATION
                  END-IF
                  IF NOT MASTER-ENDOFFILE AND EXTRACT-EMPLOYEE
                      MOVE SPACES TO EXTDETAILS
                      MOVE EM-EMPID TO EXT-EMPID
                      MOVE EM-LASTNAME TO EXT-LASTNAME
                      MOVE EM-HOURLYRATE TO EXT-HOURLYRATE
                      MOVE EM-DEPARTMENT TO EXT-DEPARTMENT
                      MOVE EM-GENDER TO EXT-GENDER
                      MOVE EM-PAYCLASS TO EXT-PAYCLASS
                      IF EM-ANNUALSALARY NUMERIC
                          MOVE EM-ANNUALSALARY TO EXT-ANNUALSALARY
                      ELSE
                          MOVE ZERO TO EXT-ANNUALSALARY
                      END-IF
                      IF EM-TERMINATED
                          MOVE "T" TO EXT-EMPSTATUS
                          MOVE EM-TERMDATE TO EXT-TERMDATE
                          MOVE EM-TERMREASON TO EXT-TERMREASON
                          MOVE EM-PAYOUTHOURS TO EXT-PAYOUTHOURS
                      ELSE
                          MOVE "A" TO EXT-EMPSTATUS
                          MOVE ZERO TO EXT-TERMDATE
                          MOVE SPACES TO EXT-TERMREASON
                          MOVE ZERO TO EXT-PAYOUTHOURS
                      END-IF
                      WRITE EXTDETAILS
                      ADD 1 TO WS-EXTRACT-COUNT
                  END-IF
              END-PERFORM.
              MOVE WS-REJ-BLANK-LINE TO SEP-REPORT-LINE.
              WRITE SEP-REPORT-LINE.
              MOVE WS-SEPARATED-COUNT TO SEP-COUNT-OUT.
              MOVE WS-SEP-COUNT-LINE TO SEP-REPORT-LINE.
              WRITE SEP-REPORT-LINE.
              CLOSE EXTRACTFILE, SEPARATEDRPT.
           0300-END.

      * A FUTURE-DATED TERMINATION WHOSE DATE HAS NOW COME INTO THE
      * OPEN PERIOD IS STAMPED WITH THAT PERIOD HERE, SO RERUNNING
      * THE EXTRACT IN A LATER PERIOD CAN NEVER PAY A SECOND FINAL
      * CHECK. NOTHING IS STAMPED WHILE THE PERIOD ON FILE IS
      * ALREADY PAID - THE FINAL CHECK GOES IN THE NEXT ONE.
           0310-CHECK-SEPARATION.
              SET EXTRACT-EMPLOYEE TO TRUE.
              IF EM-TERMINATED
                  IF EM-FINAL-PERIOD = ZERO
                      AND EM-TERMDATE <= WS-PERIOD-END
                      AND NOT PERIOD-ALREADY-PAID
                      MOVE WS-PERIOD-START TO EM-FINAL-PERIOD
                      REWRITE EM-RECORD
                          INVALID KEY
                              DISPLAY "WARN: FINAL PERIOD NOT SAVED "
                                  "FOR EMPID " EM-EMPID
                      END-REWRITE
                  END-IF
                  IF EM-FINAL-PERIOD NOT = ZERO
                      AND EM-FINAL-PERIOD < WS-PERIOD-START
                      MOVE "N" TO WS-EXTRACT-SWITCH
                  END-IF
                  IF EM-FINAL-PERIOD = WS-PERIOD-START
                      PERFORM 0320-WRITE-SEPARATED
                  END-IF
              END-IF.
           0310-END.

           0320-WRITE-SEPARATED.
              ADD 1 TO WS-SEPARATED-COUNT.
              MOVE EM-EMPID TO SEP-EMPID-OUT.
              MOVE EM-LASTNAME TO SEP-LASTNAME-OUT.
              MOVE EM-FIRSTNAME TO SEP-FIRSTNAME-OUT.
              MOVE EM-DEPARTMENT TO SEP-DEPT-OUT.
              MOVE EM-STARTDATE TO SEP-START-OUT.
              MOVE EM-TERMDATE TO SEP-TERM-OUT.
              MOVE EM-TERMREASON TO SEP-REASON-OUT.
              EVALUATE EM-TERMREASON
                  WHEN "RS"
                      MOVE "RESIGNED" TO SEP-REASON-DESC
                  WHEN "DS"
                      MOVE "DISMISSED" TO SEP-REASON-DESC
                  WHEN "LO"
                      MOVE "LAID OFF" TO SEP-REASON-DESC
                  WHEN "RT"
                      MOVE "RETIRED" TO SEP-REASON-DESC
                  WHEN "DE"
                      MOVE "DECEASED" TO SEP-REASON-DESC
                  WHEN "EC"
                      MOVE "END OF CONTRACT" TO SEP-REASON-DESC
                  WHEN OTHER
                      MOVE SPACES TO SEP-REASON-DESC
              END-EVALUATE.
              MOVE EM-PAYOUTHOURS TO SEP-PAYOUT-OUT.
              MOVE WS-SEP-DETAIL-LINE TO SEP-REPORT-LINE.
              WRITE SEP-REPORT-LINE.
           0320-END.

           0900-END-PROGRAM.
            CLOSE EMPMASTER, TRANSFILE, AUDITFILE, REJECTRPT.
            DISPLAY "ADDS APPLIED         : ", WS-ADD-COUNT.
            DISPLAY "CHANGES APPLIED      : ", WS-CHANGE-COUNT.
            DISPLAY "TERMINATIONS APPLIED : ", WS-TERM-COUNT.
            DISPLAY "REHIRES APPLIED      : ", WS-REHIRE-COUNT.
            DISPLAY "TRANSACTIONS REJECTED: ", WS-REJECT-COUNT.
            DISPLAY "EMPLOYEES EXTRACTED  : ", WS-EXTRACT-COUNT.
            DISPLAY "EMPLOYEES SEPARATED  : ", WS-SEPARATED-COUNT.
            STOP RUN.

       END PROGRAM Emp-Maint.

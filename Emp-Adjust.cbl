      * OUTPUT THERE - LEAVING THEM DEFAULTED WOULD OVERWRITE THE
      * REGULAR PERIOD'S BANKDEP.DAT AND DEPTOTAL.DAT BEFORE
      * Emp-Close HAS ARCHIVED THEM.
      *
      * EACH ADJUSTMENT IS POSTED TO A TAX YEAR AND QUARTER. LEFT
      * BLANK THEY DEFAULT TO THE YEAR THE YTD MASTER HOLDS AND THE
      * QUARTER THE CURRENT PERIOD ENDS IN. A LATE CORRECTION TO A
      * YEAR Emp-YearEnd HAS ALREADY CLOSED NAMES THAT YEAR AND IS
      * POSTED TO ITS ARCHIVE, YTDyyyy.IDX IN ARCHIVE_DIR - NEVER TO
      * THE NEW YEAR'S MASTER. ITS QUARTER DEFAULTS TO Q4.

       ENVIRONMENT DIVISION.

            ACCESS MODE IS DYNAMIC
            RECORD KEY IS YTD-EMPID.

            SELECT YTDARCHIVE ASSIGN TO DYNAMIC WS-YTDARCH-PATH
            FILE STATUS IS YTA-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS YTA-EMPID.

            SELECT ADJSTUBS ASSIGN TO DYNAMIC WS-ADJSTUB-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

      *   "H" - RETRO REGULAR HOURS AT THE EMPLOYEE'S CURRENT RATE
      *   "O" - MISSED OVERTIME HOURS AT THE CURRENT RATE TIMES THE
      *         OVERTIME PREMIUM.
      * TAX YEAR AND QUARTER ARE OPTIONAL - SEE THE NOTE ABOVE.
       FD ADJTRANS.
       01 ADJ-RECORD.
           02 ADJ-EMPID       PIC X(9).
           02 ADJ-AMOUNT-N REDEFINES ADJ-AMOUNT PIC 9(7)V99.
           02 ADJ-HOURS       PIC X(3).
           02 ADJ-HOURS-N REDEFINES ADJ-HOURS PIC 9(3).
           02 ADJ-TAX-YEAR    PIC X(4).
           02 ADJ-TAX-YEAR-N REDEFINES ADJ-TAX-YEAR PIC 9(4).
           02 ADJ-TAX-QTR     PIC X.
           02 ADJ-TAX-QTR-N REDEFINES ADJ-TAX-QTR PIC 9.

       FD EMPLOYEFILE.
       01 EMPDETAILS.
             04 HOURLYRATE       PIC  9(3)V99.
           02 DEPARTMENT         PIC  X(30).
           02 GENDER             PIC  X.
           02 PAYCLASS           PIC  X.
           02 ANNUALSALARY       PIC  9(7)V99.
           02 EMPSTATUS          PIC  X.
           02 TERMDATE           PIC  9(8).
           02 TERMREASON         PIC  X(2).
           02 PAYOUTHOURS        PIC  9(3).

       FD MERGEDFILE.
       01 MG-RECORD.
             04 MG-HOURSWORKED   PIC 9(3).
             04 MG-HOURLYRATE    PIC 9(3)V99.
           02 MG-SOURCE       PIC   X(4).
           02 MG-EMPNO        PIC   9(9).

      * OUTPUT IS EMPAYROLL-LAYOUT RECORDS - THE LAYOUT BELOW MUST
      * STAY IN STEP WITH THE PAYROLL RECORD WRITTEN BY Emp-Pay.
      * EVERY RECORD FROM THIS RUN CARRIES PAY-REC-TYPE "A".
      * GARNISHMENT ORDERS ARE ONLY APPLIED IN THE REGULAR RUN, SO
      * PAY-GARN-DED IS ALWAYS ZERO ON AN ADJUSTMENT.
       FD ADJPAYROLL.
       01 EMPAYROLL.
            04 PAY-EMPID       PIC  9(9).
            04 PAY-NET-AMOUNT  PIC  9(5)V99.
            04 PAY-RUN-NUMBER  PIC  9(5).
            04 PAY-REC-TYPE    PIC  X.
            04 PAY-GARN-DED    PIC  9(5)V99.

      * DEDUCTION RATES FILE - SAME LAYOUT AS Emp-Pay READS. ONLY
      * THE "B" BRACKETS AND THE "R" PERCENTAGE ARE APPLIED HERE:
             04 FILLER             PIC X(47).

      * INDEXED YTD EARNINGS MASTER SHARED WITH Emp-Pay - THE LAYOUT
      * BELOW, CONTROL RECORD INCLUDED, MUST STAY IN STEP WITH THE
      * YTD-RECORD THERE.
       FD YTDMASTER.
       01 YTD-RECORD.
           02 YTD-EMPID       PIC 9(9).
           02 YTD-TAX-DED     PIC 9(8)V99.
           02 YTD-RETIRE-DED  PIC 9(8)V99.
           02 YTD-BENEFIT-DED PIC 9(8)V99.
           02 YTD-GARN-DED    PIC 9(8)V99.
           02 YTD-QUARTERS.
             04 YTD-QTD OCCURS 4 TIMES.
               06 YTD-Q-GROSS       PIC 9(8)V99.
               06 YTD-Q-REG-HOURS   PIC 9(5).
               06 YTD-Q-OT-HOURS    PIC 9(5).
               06 YTD-Q-TAX-DED     PIC 9(8)V99.
               06 YTD-Q-RETIRE-DED  PIC 9(8)V99.
               06 YTD-Q-BENEFIT-DED PIC 9(8)V99.
               06 YTD-Q-GARN-DED    PIC 9(8)V99.
       01 YTD-CONTROL-REC.
           02 YTD-CTL-KEY         PIC 9(9).
           02 YTD-CTL-YEAR        PIC 9(4).
           02 YTD-CTL-STATUS      PIC X(6).
           02 YTD-CTL-CLOSED-DATE PIC 9(8).
           02 YTD-CTL-LAST-PERIOD PIC 9(8).
           02 FILLER              PIC X(294).

      * A CLOSED YEAR'S ARCHIVE, AS WRITTEN BY Emp-YearEnd - THE
      * SAME RECORD AS THE MASTER. EMPLOYEE RECORDS ARE READ INTO
      * AND WRITTEN FROM YTD-RECORD, SO ONLY THE KEY AND THE
      * CONTROL RECORD ARE SPELLED OUT HERE.
       FD YTDARCHIVE.
       01 YTA-RECORD.
           02 YTA-EMPID       PIC 9(9).
           02 FILLER          PIC X(320).
       01 YTA-CONTROL-REC.
           02 YTA-CTL-KEY     PIC 9(9).
           02 YTA-CTL-YEAR    PIC 9(4).
           02 YTA-CTL-STATUS  PIC X(6).
           02 FILLER          PIC X(310).

       FD ADJSTUBS.
       01 STUB-REPORT-LINE PIC X(80).
           02 PH-BENEFIT-DED  PIC 9(5)V99.
           02 PH-NET-AMOUNT   PIC 9(5)V99.
           02 PH-REC-TYPE     PIC X.
           02 PH-GARN-DED     PIC 9(5)V99.

       FD PERIODCTL.
       01 PC-CONTROL-REC.
              "C:/work space/Cobol path/labs/Files/DEDRATES.DAT".
           05 WS-YTDMASTER-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/YTDMAST.IDX".
           05 WS-ARCHIVE-DIR      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/".
           05 WS-YTDARCH-PATH     PIC X(100).
           05 WS-ADJSTUB-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/ADJSTUBS.LPT".
           05 WS-ADJREJRPT-PATH   PIC X(100) VALUE
           05 YTD-CHECK-KEY      PIC X(2).
           05 PCT-CHECK-KEY      PIC X(2).
           05 HIS-CHECK-KEY      PIC X(2).
           05 YTA-CHECK-KEY      PIC X(2).

       01 WS-OVERTIME-FACTOR     PIC 9V9  VALUE 1.5.

           05 WS-EMP-FIRSTNAME   PIC X(10).
           05 WS-EMP-RATE        PIC 9(3)V99.
           05 WS-EMP-DEPARTMENT  PIC X(30).
           05 WS-EMP-PAYCLASS    PIC X.
               88 EMP-SALARIED       VALUE "S".

       01 WS-TAX-TABLE.
           05 WS-TAX-COUNT       PIC 9(2) VALUE ZERO.

       01 WS-YTD-FOUND-SWITCH    PIC X VALUE "N".

      * THE YEAR THE MASTER HOLDS AND THE QUARTER THE CURRENT
      * PERIOD FALLS IN, THE TAX YEAR AND QUARTER THE CURRENT
      * TRANSACTION POSTS TO, AND WHICH CLOSED YEAR'S ARCHIVE IS
      * OPEN (ZERO FOR NONE). ARCHIVES ARE OPENED ON DEMAND, ONE AT
      * A TIME.
       01 WS-YTD-CUR-YEAR        PIC 9(4) VALUE ZERO.
       01 WS-YTD-CUR-QTR         PIC 9 VALUE ZERO.
       01 WS-PERIOD-YEAR         PIC 9(4) VALUE ZERO.
       01 WS-PERIOD-MONTH        PIC 9(2) VALUE ZERO.
       01 WS-ADJ-YEAR            PIC 9(4) VALUE ZERO.
       01 WS-ADJ-QTR             PIC 9 VALUE ZERO.
       01 WS-YTA-OPEN-YEAR       PIC 9(4) VALUE ZERO.
       01 WS-DIR-LEN             PIC 9(3) VALUE ZERO.
       01 WS-ARCHIVE-NAME.
           05 FILLER             PIC X(3) VALUE "YTD".
           05 WS-ARCHIVE-YEAR    PIC 9(4).
           05 FILLER             PIC X(4) VALUE ".IDX".
       01 WS-ARCHIVE-SWITCH      PIC X VALUE "N".
           88 POST-TO-ARCHIVE    VALUE "Y".

       01 WS-DED-CALC.
           05 WS-TAX-DED         PIC 9(5)V99.
           05 WS-RETIRE-DED      PIC 9(5)V99.

       01 WS-ADJUST-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-PRIOR-YEAR-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-GROSS         PIC 9(8)V99 VALUE ZERO.
       01 WS-TOTAL-NET           PIC 9(8)V99 VALUE ZERO.

           05 FILLER             PIC X(12) VALUE "ADJUSTMENT:".
           05 STUB-ADJ-DESC      PIC X(30).

       01 WS-STUB-TAXYR-LINE.
           05 FILLER             PIC X(12) VALUE "TAX YEAR:".
           05 STUB-TAX-YEAR      PIC 9(4).
           05 FILLER             PIC X(3)  VALUE "  Q".
           05 STUB-TAX-QTR       PIC 9.

       01 WS-STUB-AMOUNT-LINE.
           05 STUB-AMOUNT-LABEL  PIC X(20).
           05 STUB-AMOUNT        PIC ZZ,ZZ9.99.
                 MOVE WS-ENV-VALUE TO WS-YTDMASTER-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ARCHIVE_DIR".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-ARCHIVE-DIR
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ADJSTUB_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-ADJSTUB-PATH
                      YTD-CHECK-KEY
                  GO TO 0900-END-PROGRAM
              END-IF.
      * SAME YEAR RULES AS 0145-OPEN-YTD-MASTER IN Emp-Pay, EXCEPT
      * THAT A CURRENT PERIOD STILL IN A YEAR ALREADY CLOSED IS
      * FINE - THE LAST PERIOD OF THE OLD YEAR STAYS ON THE CONTROL
      * FILE UNTIL THE NEW CALENDAR IS LOADED, AND ADJUSTMENTS MADE
      * MEANWHILE BELONG TO THE NEW YEAR'S FIRST QUARTER.
              MOVE WS-PERIOD-END (1:4) TO WS-PERIOD-YEAR.
              MOVE WS-PERIOD-END (5:2) TO WS-PERIOD-MONTH.
              MOVE 999999999 TO YTD-CTL-KEY.
              READ YTDMASTER
                  INVALID KEY
                      MOVE SPACES TO YTD-CONTROL-REC
                      MOVE 999999999 TO YTD-CTL-KEY
                      MOVE WS-PERIOD-YEAR TO YTD-CTL-YEAR
                      MOVE "OPEN" TO YTD-CTL-STATUS
                      MOVE ZERO TO YTD-CTL-CLOSED-DATE
                      MOVE ZERO TO YTD-CTL-LAST-PERIOD
                      WRITE YTD-CONTROL-REC
                          INVALID KEY
                              DISPLAY "ERR: YTD CONTROL RECORD WRITE "
                                  "FAILED: " YTD-CHECK-KEY
                              GO TO 0900-END-PROGRAM
                      END-WRITE
              END-READ.
              IF YTD-CTL-STATUS NOT = "OPEN"
                  DISPLAY "YTD MASTER IS THE CLOSED ARCHIVE OF "
                      YTD-CTL-YEAR " - ADJUSTMENTS WILL NOT RUN"
                  GO TO 0900-END-PROGRAM
              END-IF.
              IF YTD-CTL-YEAR < WS-PERIOD-YEAR
                  DISPLAY "YTD MASTER HOLDS " YTD-CTL-YEAR
                      " BUT THE PERIOD ENDS IN " WS-PERIOD-YEAR
                  DISPLAY "RUN Emp-YearEnd TO CLOSE " YTD-CTL-YEAR
                      " - ADJUSTMENTS WILL NOT RUN"
                  GO TO 0900-END-PROGRAM
              END-IF.
              MOVE YTD-CTL-YEAR TO WS-YTD-CUR-YEAR.
              IF WS-PERIOD-YEAR = WS-YTD-CUR-YEAR
                  COMPUTE WS-YTD-CUR-QTR = (WS-PERIOD-MONTH + 2) / 3
              ELSE
                  MOVE 1 TO WS-YTD-CUR-QTR
              END-IF.
           0145-END.

      * OPENS THE ARCHIVE OF THE CLOSED YEAR THE CURRENT
      * TRANSACTION NAMES, CLOSING ANY OTHER YEAR'S FIRST. THE NAME
      * IS BUILT AS Emp-YearEnd BUILDS IT. A MISSING ARCHIVE IS
      * NEVER CREATED HERE, AND ONE WHOSE CONTROL RECORD IS NOT
      * THAT YEAR MARKED CLOSED IS NOT POSTED TO - EITHER WAY THE
      * TRANSACTION IS REJECTED.
           0150-OPEN-YTD-ARCHIVE.
              IF WS-YTA-OPEN-YEAR NOT = WS-ADJ-YEAR
                  IF WS-YTA-OPEN-YEAR NOT = ZERO
                      CLOSE YTDARCHIVE
                      MOVE ZERO TO WS-YTA-OPEN-YEAR
                  END-IF
                  PERFORM VARYING WS-DIR-LEN FROM 100 BY -1
                      UNTIL WS-DIR-LEN < 1
                      OR WS-ARCHIVE-DIR (WS-DIR-LEN:1) NOT = SPACE
                      CONTINUE
                  END-PERFORM
                  MOVE WS-ADJ-YEAR TO WS-ARCHIVE-YEAR
                  MOVE WS-ARCHIVE-DIR TO WS-YTDARCH-PATH
                  MOVE WS-ARCHIVE-NAME TO WS-YTDARCH-PATH
                      (WS-DIR-LEN + 1:11)
                  OPEN I-O YTDARCHIVE
                  IF YTA-CHECK-KEY NOT = "00"
                      SET ADJ-REJECTED TO TRUE
                      MOVE "NO YTD ARCHIVE FOR TAX YEAR"
                          TO WS-REJECT-REASON
                  ELSE
                      MOVE 999999999 TO YTA-CTL-KEY
                      READ YTDARCHIVE
                          INVALID KEY
                              MOVE ZERO TO YTA-CTL-YEAR
                      END-READ
                      IF YTA-CTL-YEAR NOT = WS-ADJ-YEAR
                          OR YTA-CTL-STATUS NOT = "CLOSED"
                          CLOSE YTDARCHIVE
                          SET ADJ-REJECTED TO TRUE
                          MOVE "YTD ARCHIVE NOT A CLOSED YEAR"
                              TO WS-REJECT-REASON
                      ELSE
                          MOVE WS-ADJ-YEAR TO WS-YTA-OPEN-YEAR
                      END-IF
                  END-IF
              END-IF.
           0150-END.

      * FINDS THE EMPLOYEE NAMED ON THE CURRENT TRANSACTION BY
      * SCANNING THE EMPLOYEE FILE FRONT TO BACK. THE FILE IS
      * REOPENED PER TRANSACTION - ADJUSTMENT FILES ARE A HANDFUL
                  END-IF
                  IF NOT EMP-ENDOFFILE
                      IF MERGED-MODE
                          IF MG-EMPNO = ADJ-EMPID-N
                              SET EMPLOYEE-FOUND TO TRUE
                              MOVE MG-EMPNO TO WS-EMP-EMPID
                              MOVE MG-LASTNAME TO WS-EMP-LASTNAME
                              MOVE MG-FIRSTNAME TO WS-EMP-FIRSTNAME
                              MOVE MG-HOURLYRATE TO WS-EMP-RATE
                                     MG-DEPT-CODE DELIMITED BY SPACE
                                  INTO WS-EMP-DEPARTMENT
                              END-STRING
                              MOVE "H" TO WS-EMP-PAYCLASS
                          END-IF
                      ELSE
                          IF EMPID = ADJ-EMPID-N
                              MOVE FIRSTNAME TO WS-EMP-FIRSTNAME
                              MOVE HOURLYRATE TO WS-EMP-RATE
                              MOVE DEPARTMENT TO WS-EMP-DEPARTMENT
                              MOVE PAYCLASS TO WS-EMP-PAYCLASS
                          END-IF
                      END-IF
                  END-IF
                      AND ADJ-HOURS-N = ZERO
                      SET ADJ-REJECTED TO TRUE
                      MOVE "HOURS IS ZERO" TO WS-REJECT-REASON
                  WHEN ADJ-TAX-YEAR NOT = SPACES
                      AND ADJ-TAX-YEAR NOT NUMERIC
                      SET ADJ-REJECTED TO TRUE
                      MOVE "TAX YEAR NOT NUMERIC" TO WS-REJECT-REASON
                  WHEN ADJ-TAX-YEAR NUMERIC
                      AND ADJ-TAX-YEAR-N > WS-YTD-CUR-YEAR
                      SET ADJ-REJECTED TO TRUE
                      MOVE "TAX YEAR NOT YET OPEN" TO WS-REJECT-REASON
                  WHEN ADJ-TAX-QTR NOT = SPACE
                      AND (ADJ-TAX-QTR < "1" OR ADJ-TAX-QTR > "4")
                      SET ADJ-REJECTED TO TRUE
                      MOVE "TAX QUARTER NOT 1-4" TO WS-REJECT-REASON
      * PAY CANNOT BE POSTED TO A QUARTER OF THE OPEN YEAR THAT NO
      * PERIOD HAS REACHED YET.
                  WHEN ADJ-TAX-QTR NOT = SPACE
                      AND (ADJ-TAX-YEAR = SPACES
                          OR ADJ-TAX-YEAR-N = WS-YTD-CUR-YEAR)
                      AND ADJ-TAX-QTR-N > WS-YTD-CUR-QTR
                      SET ADJ-REJECTED TO TRUE
                      MOVE "TAX QUARTER NOT YET REACHED"
                          TO WS-REJECT-REASON
              END-EVALUATE.
              IF NOT ADJ-REJECTED
                  PERFORM 0206-RESOLVE-TAX-YEAR
              END-IF.
              IF NOT ADJ-REJECTED
                  PERFORM 0155-FIND-EMPLOYEE
                  IF NOT EMPLOYEE-FOUND
                          TO WS-REJECT-REASON
                  END-IF
              END-IF.
      * SALARIED STAFF HAVE NO HOURS TO MAKE UP AND ARE NEVER PAID
      * OVERTIME - A CORRECTION TO A SALARY PAYMENT GOES IN AS A
      * "B" AMOUNT.
              IF NOT ADJ-REJECTED AND EMP-SALARIED
                  AND (ADJ-TYPE = "H" OR ADJ-TYPE = "O")
                  SET ADJ-REJECTED TO TRUE
                  MOVE "SALARIED - USE AMOUNT ADJ" TO WS-REJECT-REASON
              END-IF.
      * EVERY APPLIED ADJUSTMENT IS ALREADY ON THE HISTORY UNDER
      * THIS RUN'S NUMBER, SO A KEYED PROBE CATCHES A SECOND
      * TRANSACTION FOR THE SAME EMPLOYEE. ALLOWING IT WOULD LET
                              TO WS-REJECT-REASON
                  END-READ
              END-IF.
              IF NOT ADJ-REJECTED AND POST-TO-ARCHIVE
                  PERFORM 0150-OPEN-YTD-ARCHIVE
              END-IF.
           0205-END.

      * A BLANK TAX YEAR IS THE OPEN YEAR. A BLANK QUARTER IS THE
      * CURRENT PERIOD'S QUARTER IN THE OPEN YEAR, AND THE LAST
      * QUARTER OF A CLOSED ONE.
           0206-RESOLVE-TAX-YEAR.
              IF ADJ-TAX-YEAR = SPACES
                  MOVE WS-YTD-CUR-YEAR TO WS-ADJ-YEAR
              ELSE
                  MOVE ADJ-TAX-YEAR-N TO WS-ADJ-YEAR
              END-IF.
              IF WS-ADJ-YEAR < WS-YTD-CUR-YEAR
                  SET POST-TO-ARCHIVE TO TRUE
              ELSE
                  MOVE "N" TO WS-ARCHIVE-SWITCH
              END-IF.
              EVALUATE TRUE
                  WHEN ADJ-TAX-QTR NOT = SPACE
                      MOVE ADJ-TAX-QTR-N TO WS-ADJ-QTR
                  WHEN POST-TO-ARCHIVE
                      MOVE 4 TO WS-ADJ-QTR
                  WHEN OTHER
                      MOVE WS-YTD-CUR-QTR TO WS-ADJ-QTR
              END-EVALUATE.
           0206-END.

           0210-BUILD-ADJUSTMENT.
              EVALUATE ADJ-TYPE
                  WHEN "B"
                  MOVE WS-EMP-DEPARTMENT TO PAY-DEPARTMENT
                  MOVE WS-RUN-NUMBER TO PAY-RUN-NUMBER
                  MOVE "A" TO PAY-REC-TYPE
                  MOVE ZERO TO PAY-GARN-DED
                  PERFORM 0230-CALC-DEDUCTIONS
                  WRITE EMPAYROLL
                  PERFORM 0245-WRITE-HISTORY
                  ADD 1 TO WS-ADJUST-COUNT
                  ADD PAY-AMOUNT TO WS-TOTAL-GROSS
                  ADD PAY-NET-AMOUNT TO WS-TOTAL-NET
                  IF POST-TO-ARCHIVE
                      ADD 1 TO WS-PRIOR-YEAR-COUNT
                  END-IF
              END-IF.
           0210-END.

      * FILES ARE SMALL AND THERE IS NO CHECKPOINT/RESTART HERE TO
      * KEEP IN STEP WITH. HOURS GO ON ONLY FOR HOURS-DRIVEN
      * ADJUSTMENTS - A BONUS MOVES MONEY, NOT TIME.
      * A CLOSED YEAR'S RECORD IS READ FROM ITS ARCHIVE INTO THE
      * MASTER'S RECORD AREA, UPDATED THERE THE SAME WAY, AND
      * WRITTEN BACK TO THE ARCHIVE.
           0235-ACCUM-YTD-TOTALS.
              MOVE "N" TO WS-YTD-FOUND-SWITCH.
              IF POST-TO-ARCHIVE
                  MOVE PAY-EMPID TO YTA-EMPID
                  READ YTDARCHIVE INTO YTD-RECORD
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          MOVE "Y" TO WS-YTD-FOUND-SWITCH
                  END-READ
              ELSE
                  MOVE PAY-EMPID TO YTD-EMPID
                  READ YTDMASTER
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          MOVE "Y" TO WS-YTD-FOUND-SWITCH
                  END-READ
              END-IF.
              IF WS-YTD-FOUND-SWITCH = "N"
                  MOVE PAY-EMPID TO YTD-EMPID
                  MOVE ZERO TO YTD-GROSS
                  MOVE ZERO TO YTD-REG-HOURS
                  MOVE ZERO TO YTD-OT-HOURS
                  MOVE ZERO TO YTD-TAX-DED
                  MOVE ZERO TO YTD-RETIRE-DED
                  MOVE ZERO TO YTD-BENEFIT-DED
                  MOVE ZERO TO YTD-GARN-DED
                  INITIALIZE YTD-QUARTERS
              END-IF.
              MOVE PAY-EMPLNAME TO YTD-LASTNAME.
              MOVE PAY-EMPFNAME TO YTD-FIRSTNAME.
              ADD PAY-AMOUNT TO YTD-GROSS.
              ADD PAY-TAX-DED TO YTD-TAX-DED.
              ADD PAY-RETIRE-DED TO YTD-RETIRE-DED.
              ADD PAY-AMOUNT TO YTD-Q-GROSS (WS-ADJ-QTR).
              ADD PAY-TAX-DED TO YTD-Q-TAX-DED (WS-ADJ-QTR).
              ADD PAY-RETIRE-DED TO YTD-Q-RETIRE-DED (WS-ADJ-QTR).
              IF ADJ-TYPE = "H"
                  ADD ADJ-HOURS-N TO YTD-REG-HOURS
                  ADD ADJ-HOURS-N TO YTD-Q-REG-HOURS (WS-ADJ-QTR)
              END-IF.
              IF ADJ-TYPE = "O"
                  ADD ADJ-HOURS-N TO YTD-OT-HOURS
                  ADD ADJ-HOURS-N TO YTD-Q-OT-HOURS (WS-ADJ-QTR)
              END-IF.
              EVALUATE TRUE
                  WHEN POST-TO-ARCHIVE AND WS-YTD-FOUND-SWITCH = "Y"
                      REWRITE YTA-RECORD FROM YTD-RECORD
                          INVALID KEY
                              DISPLAY "WARN: YTD ARCHIVE REWRITE "
                                  "FAILED FOR EMPID " YTD-EMPID
                      END-REWRITE
                  WHEN POST-TO-ARCHIVE
                      WRITE YTA-RECORD FROM YTD-RECORD
                          INVALID KEY
                              DISPLAY "WARN: YTD ARCHIVE WRITE "
                                  "FAILED FOR EMPID " YTD-EMPID
                      END-WRITE
                  WHEN WS-YTD-FOUND-SWITCH = "Y"
                      REWRITE YTD-RECORD
                          INVALID KEY
                              DISPLAY "WARN: YTD REWRITE FAILED FOR "
                                  "EMPID " YTD-EMPID
                      END-REWRITE
                  WHEN OTHER
                      WRITE YTD-RECORD
                          INVALID KEY
                              DISPLAY "WARN: YTD WRITE FAILED FOR "
                                  "EMPID " YTD-EMPID
                      END-WRITE
              END-EVALUATE.
           0235-END.

      * A SECOND ADJUSTMENT FOR THE SAME EMPLOYEE IN ONE RUN IS
              MOVE PAY-BENEFIT-DED TO PH-BENEFIT-DED.
              MOVE PAY-NET-AMOUNT TO PH-NET-AMOUNT.
              MOVE PAY-REC-TYPE TO PH-REC-TYPE.
              MOVE PAY-GARN-DED TO PH-GARN-DED.
              WRITE PH-RECORD
                  INVALID KEY
                      REWRITE PH-RECORD
              END-EVALUATE.
              WRITE STUB-REPORT-LINE FROM WS-STUB-TYPE-LINE
               AFTER ADVANCING 1 LINE.
              MOVE WS-ADJ-YEAR TO STUB-TAX-YEAR.
              MOVE WS-ADJ-QTR TO STUB-TAX-QTR.
              WRITE STUB-REPORT-LINE FROM WS-STUB-TAXYR-LINE
               AFTER ADVANCING 1 LINE.
              WRITE STUB-REPORT-LINE FROM WS-STUB-BLANK-LINE
               AFTER ADVANCING 1 LINE.
              MOVE "GROSS PAY" TO STUB-AMOUNT-LABEL.
           0900-END-PROGRAM.
            CLOSE ADJTRANS, ADJPAYROLL, ADJSTUBS, ADJREJRPT,
                PAYHISTORY, YTDMASTER.
            IF WS-YTA-OPEN-YEAR NOT = ZERO
                CLOSE YTDARCHIVE
            END-IF.
            DISPLAY "ADJUSTMENTS PAID     : ", WS-ADJUST-COUNT.
            DISPLAY "POSTED TO CLOSED YEAR: ", WS-PRIOR-YEAR-COUNT.
            DISPLAY "ADJUSTMENTS REJECTED : ", WS-REJECT-COUNT.
            DISPLAY "TOTAL GROSS ADJUSTED : ", WS-TOTAL-GROSS.
            DISPLAY "TOTAL NET TO PAY     : ", WS-TOTAL-NET.

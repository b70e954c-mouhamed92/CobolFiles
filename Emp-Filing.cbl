      * MASTER MAINTAINED BY Emp-Pay AND PRODUCES THE EMPLOYER SUMMARY
      * RETURN EXTRACT PLUS A PER-EMPLOYEE EARNINGS-AND-WITHHOLDING
      * STATEMENT, ONE PAGE PER EMPLOYEE IN THE SAME STYLE AS THE PAY
      * STUBS. THE FILING PERIOD (Q1-Q4 OR YR) COMES FROM THE
      * FILING_PERIOD ENVIRONMENT VARIABLE. A QUARTERLY FILING
      * REPORTS THAT QUARTER'S BUCKETS ON THE MASTER AND LEAVES OUT
      * EMPLOYEES WITH NOTHING IN THE QUARTER; YR REPORTS THE YEAR
      * TOTALS. THE TAX YEAR IS THE ONE ON THE MASTER'S CONTROL
      * RECORD. A CLOSED YEAR IS FILED BY POINTING YTDMASTER_PATH
      * AT ITS ARCHIVE, YTDyyyy.IDX, WRITTEN BY Emp-YearEnd.

       ENVIRONMENT DIVISION.

            SELECT STATEMENTS ASSIGN TO DYNAMIC WS-STATEMENTS-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EMPXREF ASSIGN TO DYNAMIC WS-EMPXREF-PATH
            FILE STATUS IS XR-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XR-EMPNO
            ALTERNATE RECORD KEY IS XR-SSN.

       DATA DIVISION.
       FILE SECTION.
      * INPUT IS THE INDEXED YTD MASTER MAINTAINED BY Emp-Pay AND
      * Emp-Adjust - THE LAYOUT BELOW MUST STAY IN STEP WITH THE
      * YTD-RECORD THERE. THE STATEMENTS COME OFF IN EMPID ORDER;
      * THE CONTROL RECORD KEYED 999999999 SORTS LAST AND IS NOT AN
      * EMPLOYEE.
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

      * EMPLOYER SUMMARY RETURN EXTRACT. ONE HEADER RECORD CARRYING
      * THE FILING PERIOD AND RUN DATE, ONE SUMMARY RECORD CARRYING
       FD TAXEXTRACT.
       01 TAX-RECORD      PIC X(80).

      * PERMANENT EMPLOYEE NUMBER CROSSWALK MAINTAINED BY CH5SOLUTION
      * AND Emp-Delta - THE LAYOUT MUST STAY IN STEP WITH THE
      * XR-RECORD THERE. ONLY READ HERE, FOR THE LAST FOUR SSN
      * DIGITS PRINTED AGAINST A MERGED EMPLOYEE'S NUMBER.
       FD EMPXREF.
       01 XR-RECORD.
           02 XR-EMPNO         PIC 9(9).
           02 XR-SSN           PIC 9(9).
           02 XR-SSN-PARTS REDEFINES XR-SSN.
             04 FILLER         PIC 9(5).
             04 XR-SSN-LAST4   PIC 9(4).
           02 XR-LASTNAME      PIC X(10).
           02 XR-FIRSTNAME     PIC X(10).
           02 XR-ACME-ID       PIC 9(9).
           02 XR-ACME-DATE     PIC 9(8).
           02 XR-FUSES-ID      PIC 9(9).
           02 XR-FUSES-DATE    PIC 9(8).
           02 XR-ASSIGNED-DATE PIC 9(8).
           02 XR-ASSIGNED-BY   PIC X(8).
           02 FILLER           PIC X(12).

       FD STATEMENTS.
       01 STMT-REPORT-LINE PIC X(80).

              "C:/work space/Cobol path/labs/Files/TAXFILE.DAT".
           05 WS-STATEMENTS-PATH  PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/EMPSTMTS.LPT".
           05 WS-EMPXREF-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/EMPXREF.IDX".

       01 WS-ENV-VALUE            PIC X(100).

       01 WS-FILING-PERIOD        PIC X(2) VALUE "YR".
       01 WS-FILING-QTR           PIC 9 VALUE ZERO.
       01 WS-TAX-YEAR             PIC 9(4) VALUE ZERO.

      * THE FIGURES BEING FILED FOR THE CURRENT EMPLOYEE - THE YEAR
      * TOTALS OR ONE QUARTER'S BUCKET.
       01 WS-FILING-FIGURES.
           05 WS-FIL-GROSS        PIC 9(8)V99.
           05 WS-FIL-REG-HOURS    PIC 9(5).
           05 WS-FIL-OT-HOURS     PIC 9(5).
           05 WS-FIL-TAX-DED      PIC 9(8)V99.
           05 WS-FIL-RETIRE-DED   PIC 9(8)V99.
           05 WS-FIL-BENEFIT-DED  PIC 9(8)V99.
           05 WS-FIL-GARN-DED     PIC 9(8)V99.

       01 WS-EOF-SWITCH           PIC X VALUE "N".
           88 ENDOFFILE           VALUE "Y".

       01 WS-WORK-AREA.
           05 YTD-CHECK-KEY      PIC X(2).
           05 XR-CHECK-KEY       PIC X(2).

       01 WS-XREF-SWITCH          PIC X VALUE "N".
           88 XREF-AVAILABLE      VALUE "Y".

       01 WS-EMPLOYE-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-TOT-GROSS           PIC 9(10)V99 VALUE ZERO.
       01 WS-TOT-TAX-DED         PIC 9(10)V99 VALUE ZERO.
       01 WS-TOT-RETIRE-DED      PIC 9(10)V99 VALUE ZERO.
       01 WS-TOT-BENEFIT-DED     PIC 9(10)V99 VALUE ZERO.
       01 WS-TOT-GARN-DED        PIC 9(10)V99 VALUE ZERO.

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR        PIC 9(4).
           02 TXH-FILE-DATE   PIC 9(8).
           02 TXH-PERIOD      PIC X(2).
           02 TXH-COMPANY     PIC X(20)   VALUE "ACME-FUSES PAYROLL".
           02 TXH-TAX-YEAR    PIC 9(4).
           02 FILLER          PIC X(45)   VALUE SPACES.

       01 WS-TAX-SUMMARY.
           02 TXS-REC-TYPE    PIC X       VALUE "S".
           02 TXS-TAX-DED     PIC 9(10)V99.
           02 TXS-RETIRE-DED  PIC 9(10)V99.
           02 TXS-BENEFIT-DED PIC 9(10)V99.
           02 TXS-GARN-DED    PIC 9(10)V99.
           02 FILLER          PIC X(13)   VALUE SPACES.

       01 WS-STMT-HEADING-1.
           05 FILLER             PIC X(30) VALUE
              "ACME-FUSES EARNINGS STATEMENT".
           05 STMT-TAX-YEAR      PIC 9(4).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 STMT-PERIOD        PIC X(2).
           05 FILLER             PIC X(6)  VALUE " DATE:".
           05 STMT-MONTH         PIC 99.
           05 STMT-LASTNAME      PIC X(10).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 STMT-FIRSTNAME     PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 STMT-SSN-LABEL     PIC X(5).
           05 STMT-SSN.
              10 STMT-SSN-MASK   PIC X(7).
              10 STMT-SSN-LAST4  PIC 9(4).

       01 WS-STMT-HOURS-LINE.
           05 FILLER             PIC X(17) VALUE "REGULAR HOURS:".
                 MOVE WS-ENV-VALUE TO WS-STATEMENTS-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EMPXREF_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-EMPXREF-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FILING_PERIOD".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-FILING-PERIOD

           0100-PROCESS-YTD-MASTER.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             EVALUATE WS-FILING-PERIOD
                 WHEN "Q1"
                     MOVE 1 TO WS-FILING-QTR
                 WHEN "Q2"
                     MOVE 2 TO WS-FILING-QTR
                 WHEN "Q3"
                     MOVE 3 TO WS-FILING-QTR
                 WHEN "Q4"
                     MOVE 4 TO WS-FILING-QTR
                 WHEN "YR"
                     MOVE ZERO TO WS-FILING-QTR
                 WHEN OTHER
                     DISPLAY "FILING_PERIOD MUST BE Q1, Q2, Q3, Q4 OR "
                         "YR - FILING WILL NOT RUN"
                     STOP RUN
             END-EVALUATE.

             OPEN INPUT YTDMASTER.
             IF YTD-CHECK-KEY NOT = "00"
             END-IF.
             OPEN OUTPUT TAXEXTRACT.
             OPEN OUTPUT STATEMENTS.
      * WITHOUT THE CROSSWALK (LEGACY-ONLY SHOPS) THE STATEMENTS
      * SIMPLY CARRY NO SSN.
             OPEN INPUT EMPXREF.
             IF XR-CHECK-KEY = "00"
                 SET XREF-AVAILABLE TO TRUE
             ELSE
                 DISPLAY "EMPLOYEE NUMBER CROSSWALK NOT AVAILABLE (",
                     XR-CHECK-KEY, ") - NO SSN ON STATEMENTS"
             END-IF.
      * A MASTER NOT YET STAMPED BY Emp-Pay WITH ITS YEAR CAN ONLY
      * BE THE CURRENT ONE.
             MOVE 999999999 TO YTD-CTL-KEY.
             READ YTDMASTER
                 INVALID KEY
                     MOVE WS-RUN-YEAR TO WS-TAX-YEAR
                     DISPLAY "YTD MASTER HAS NO CONTROL RECORD - "
                         "FILING AS TAX YEAR ", WS-TAX-YEAR
                 NOT INVALID KEY
                     MOVE YTD-CTL-YEAR TO WS-TAX-YEAR
                     IF YTD-CTL-STATUS = "CLOSED"
                         DISPLAY "FILING FROM THE CLOSED ARCHIVE OF ",
                             WS-TAX-YEAR
                     END-IF
             END-READ.

             MOVE ZERO TO YTD-EMPID.
             START YTDMASTER KEY NOT < YTD-EMPID
           0130-END.

           0200-PROCESS-EMP.
              IF YTD-EMPID NOT = 999999999
                  PERFORM 0205-PICK-FIGURES
                  IF WS-FILING-QTR = ZERO
                      OR WS-FILING-FIGURES NOT = ZERO
                      ADD 1 TO WS-EMPLOYE-COUNT
                      ADD WS-FIL-GROSS TO WS-TOT-GROSS
                      ADD WS-FIL-TAX-DED TO WS-TOT-TAX-DED
                      ADD WS-FIL-RETIRE-DED TO WS-TOT-RETIRE-DED
                      ADD WS-FIL-BENEFIT-DED TO WS-TOT-BENEFIT-DED
                      ADD WS-FIL-GARN-DED TO WS-TOT-GARN-DED
                      PERFORM 0210-WRITE-STATEMENT
                  END-IF
              END-IF.
              PERFORM 0130-READ-NEXT-YTD.
           0200-END.

           0205-PICK-FIGURES.
              IF YTD-GARN-DED NOT NUMERIC
                  MOVE ZERO TO YTD-GARN-DED
              END-IF.
              IF WS-FILING-QTR = ZERO
                  MOVE YTD-GROSS TO WS-FIL-GROSS
                  MOVE YTD-REG-HOURS TO WS-FIL-REG-HOURS
                  MOVE YTD-OT-HOURS TO WS-FIL-OT-HOURS
                  MOVE YTD-TAX-DED TO WS-FIL-TAX-DED
                  MOVE YTD-RETIRE-DED TO WS-FIL-RETIRE-DED
                  MOVE YTD-BENEFIT-DED TO WS-FIL-BENEFIT-DED
                  MOVE YTD-GARN-DED TO WS-FIL-GARN-DED
              ELSE
                  MOVE YTD-Q-GROSS (WS-FILING-QTR) TO WS-FIL-GROSS
                  MOVE YTD-Q-REG-HOURS (WS-FILING-QTR)
                      TO WS-FIL-REG-HOURS
                  MOVE YTD-Q-OT-HOURS (WS-FILING-QTR)
                      TO WS-FIL-OT-HOURS
                  MOVE YTD-Q-TAX-DED (WS-FILING-QTR)
                      TO WS-FIL-TAX-DED
                  MOVE YTD-Q-RETIRE-DED (WS-FILING-QTR)
                      TO WS-FIL-RETIRE-DED
                  MOVE YTD-Q-BENEFIT-DED (WS-FILING-QTR)
                      TO WS-FIL-BENEFIT-DED
                  MOVE YTD-Q-GARN-DED (WS-FILING-QTR)
                      TO WS-FIL-GARN-DED
              END-IF.
           0205-END.

           0210-WRITE-STATEMENT.
              MOVE WS-TAX-YEAR TO STMT-TAX-YEAR.
              MOVE WS-FILING-PERIOD TO STMT-PERIOD.
              MOVE WS-RUN-MONTH TO STMT-MONTH.
              MOVE WS-RUN-DAY TO STMT-DAY.
              MOVE YTD-EMPID TO STMT-EMPID.
              MOVE YTD-LASTNAME TO STMT-LASTNAME.
              MOVE YTD-FIRSTNAME TO STMT-FIRSTNAME.
              PERFORM 0220-LOOK-UP-SSN.
              WRITE STMT-REPORT-LINE FROM WS-STMT-EMP-LINE
               AFTER ADVANCING 1 LINE.
              MOVE WS-FIL-REG-HOURS TO STMT-REG-HOURS.
              MOVE WS-FIL-OT-HOURS TO STMT-OT-HOURS.
              WRITE STMT-REPORT-LINE FROM WS-STMT-HOURS-LINE
               AFTER ADVANCING 1 LINE.
              WRITE STMT-REPORT-LINE FROM WS-STMT-BLANK-LINE
               AFTER ADVANCING 1 LINE.
              MOVE "GROSS EARNINGS" TO STMT-AMOUNT-LABEL.
              MOVE WS-FIL-GROSS TO STMT-AMOUNT.
              WRITE STMT-REPORT-LINE FROM WS-STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
              MOVE "TAX WITHHELD" TO STMT-AMOUNT-LABEL.
              MOVE WS-FIL-TAX-DED TO STMT-AMOUNT.
              WRITE STMT-REPORT-LINE FROM WS-STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
              MOVE "RETIREMENT WITHHELD" TO STMT-AMOUNT-LABEL.
              MOVE WS-FIL-RETIRE-DED TO STMT-AMOUNT.
              WRITE STMT-REPORT-LINE FROM WS-STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
              MOVE "BENEFITS WITHHELD" TO STMT-AMOUNT-LABEL.
              MOVE WS-FIL-BENEFIT-DED TO STMT-AMOUNT.
              WRITE STMT-REPORT-LINE FROM WS-STMT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
              IF WS-FIL-GARN-DED > ZERO
                  MOVE "GARNISHMENTS WITHHELD" TO STMT-AMOUNT-LABEL
                  MOVE WS-FIL-GARN-DED TO STMT-AMOUNT
                  WRITE STMT-REPORT-LINE FROM WS-STMT-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
              END-IF.
              COMPUTE WS-STMT-NET-EARNINGS = WS-FIL-GROSS
                  - WS-FIL-TAX-DED - WS-FIL-RETIRE-DED
                  - WS-FIL-BENEFIT-DED - WS-FIL-GARN-DED.
              IF WS-STMT-NET-EARNINGS < ZERO
                  MOVE ZERO TO WS-STMT-NET-EARNINGS
              END-IF.
               AFTER ADVANCING 1 LINE.
           0210-END.

      * A MERGED EMPLOYEE'S NUMBER IS 900000001 OR ABOVE; ONLY THEY
      * HAVE AN SSN ON THE CROSSWALK, AND ONLY ITS LAST FOUR DIGITS
      * ARE PRINTED.
           0220-LOOK-UP-SSN.
              MOVE SPACES TO STMT-SSN-LABEL, STMT-SSN.
              IF XREF-AVAILABLE AND YTD-EMPID > 900000000
                  MOVE YTD-EMPID TO XR-EMPNO
                  READ EMPXREF KEY IS XR-EMPNO
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          MOVE "SSN:" TO STMT-SSN-LABEL
                          MOVE "XXX-XX-" TO STMT-SSN-MASK
                          MOVE XR-SSN-LAST4 TO STMT-SSN-LAST4
                  END-READ
              END-IF.
           0220-END.

           0300-WRITE-SUMMARY-EXTRACT.
              MOVE WS-RUN-DATE TO TXH-FILE-DATE.
              MOVE WS-FILING-PERIOD TO TXH-PERIOD.
              MOVE WS-TAX-YEAR TO TXH-TAX-YEAR.
              WRITE TAX-RECORD FROM WS-TAX-HEADER.
              MOVE WS-EMPLOYE-COUNT TO TXS-EMP-COUNT.
              MOVE WS-TOT-GROSS TO TXS-GROSS.
              MOVE WS-TOT-TAX-DED TO TXS-TAX-DED.
              MOVE WS-TOT-RETIRE-DED TO TXS-RETIRE-DED.
              MOVE WS-TOT-BENEFIT-DED TO TXS-BENEFIT-DED.
              MOVE WS-TOT-GARN-DED TO TXS-GARN-DED.
              WRITE TAX-RECORD FROM WS-TAX-SUMMARY.
           0300-END.

           0900-END-PROGRAM.
            CLOSE YTDMASTER, TAXEXTRACT, STATEMENTS, EMPXREF.
            DISPLAY "EMPLOYEES ON STATEMENT FILE : ", WS-EMPLOYE-COUNT
            DISPLAY "TOTAL GROSS EARNINGS        : ", WS-TOT-GROSS
            DISPLAY "TOTAL TAX WITHHELD          : ", WS-TOT-TAX-DED

      *   - THE DEPOSIT BATCH TRAILER AGREES WITH ITS OWN DETAILS
      *     AND WITH THE DEPOSIT RUN TOTALS
      *   - GL DEBITS = GL CREDITS, AND THE NET CREDIT TO THE
      *     CLEARING ACCOUNT = THE NET PAY ACTUALLY PAID OUT
      *   - THE GARNISHMENTS ON THE PAYROLL FILE AGREE WITH THE RUN
      *     TOTALS, AND THE AGENCY REMITTANCE FILE (GARNREMIT.DAT)
      *     PAYS OUT EXACTLY WHAT WAS WITHHELD
      *   - THE CHECKS Emp-CheckIssue PUT ON THE CHECK REGISTER FOR
      *     THE RUN AGREE WITH THE CHECK LISTING IN COUNT AND TOTAL
      *     (SO THE CHECK ISSUE STEP RUNS BEFORE THIS ONE).

       ENVIRONMENT DIVISION.

            FILE STATUS IS GLM-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GARNREMIT ASSIGN TO DYNAMIC WS-GARNREMIT-PATH
            FILE STATUS IS GRM-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHKREGISTER ASSIGN TO DYNAMIC WS-CHKREG-PATH
            FILE STATUS IS CR-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CR-CHECK-NUMBER.

            SELECT BALANCERPT ASSIGN TO DYNAMIC WS-BALRPT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

           02 PT-TAX-DED      PIC 9(8)V99.
           02 PT-RETIRE-DED   PIC 9(8)V99.
           02 PT-BENEFIT-DED  PIC 9(8)V99.
           02 PT-GARN-DED     PIC 9(8)V99.
           02 FILLER          PIC X(1).

      * RUN TOTALS WRITTEN BY Emp-Deposit - MUST STAY IN STEP WITH
      * THE DS-RECORD THERE.
           02 FILLER           PIC X(29).

       FD EMPLOYEFILE.
       01 EMPDETAILS      PIC X(99).

       FD MERGEDFILE.
       01 MG-RECORD       PIC X(60).

      * THE LAYOUT BELOW MUST STAY IN STEP WITH THE EMPAYROLL
      * RECORD WRITTEN BY Emp-Pay.
            04 PAY-NET-AMOUNT  PIC  9(5)V99.
            04 PAY-RUN-NUMBER  PIC  9(5).
            04 PAY-REC-TYPE    PIC  X.
            04 PAY-GARN-DED    PIC  9(5)V99.

      * THE LAYOUTS BELOW MUST STAY IN STEP WITH THE RECORDS
      * WRITTEN BY Emp-Deposit.
             04 GLM-CLEARING-ACCT    PIC X(6).
             04 FILLER               PIC X(47).

      * AGENCY REMITTANCE WRITTEN BY Emp-Pay - MUST STAY IN STEP
      * WITH THE GR-RECORD THERE.
       FD GARNREMIT.
       01 GR-RECORD.
           02 GR-AGENCY-CODE      PIC X(8).
           02 GR-AGENCY-NAME      PIC X(30).
           02 GR-CASE-NUMBER      PIC X(15).
           02 GR-EMPID            PIC 9(9).
           02 GR-LASTNAME         PIC X(10).
           02 GR-FIRSTNAME        PIC X(10).
           02 GR-ORDER-TYPE       PIC X.
           02 GR-AMOUNT           PIC 9(5)V99.
           02 GR-WITHHELD-TODATE  PIC 9(7)V99.
           02 GR-RUN-NUMBER       PIC 9(5).
           02 GR-PERIOD-END       PIC 9(8).

      * CHECK REGISTER MAINTAINED BY Emp-CheckIssue - MUST STAY IN
      * STEP WITH THE CR-RECORD THERE. A CHECK COUNTS FOR THE RUN
      * WHATEVER HAS HAPPENED TO IT SINCE (VOID, STOP OR CLEARED):
      * THE LISTING IS PROVED AGAINST WHAT WAS ISSUED.
       FD CHKREGISTER.
       01 CR-RECORD.
           02 CR-CHECK-NUMBER PIC 9(8).
           02 CR-ISSUE-DATE   PIC 9(8).
           02 CR-SOURCE       PIC X.
           02 CR-RUN-NUMBER   PIC 9(5).
           02 CR-BATCH-ID     PIC 9(14).
           02 CR-EMPID        PIC 9(9).
           02 CR-LASTNAME     PIC X(10).
           02 CR-FIRSTNAME    PIC X(10).
           02 CR-AMOUNT       PIC 9(7)V99.
           02 CR-STATUS       PIC X.
           02 CR-STATUS-DATE  PIC 9(8).
           02 CR-REASON       PIC X(20).
           02 CR-REISSUE-OF   PIC 9(8).
           02 CR-REISSUED-BY  PIC 9(8).
           02 CR-PAID-AMOUNT  PIC 9(7)V99.
           02 CR-PAID-DATE    PIC 9(8).

       FD BALANCERPT.
       01 BAL-REPORT-LINE PIC X(80).

              "C:/work space/Cobol path/labs/Files/GLPOST.DAT".
           05 WS-GLMAP-PATH       PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/GLMAP.DAT".
           05 WS-GARNREMIT-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/GARNREMIT.DAT".
           05 WS-CHKREG-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/CHKREG.IDX".
           05 WS-BALRPT-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/BALANCE.LPT".

           05 DEP-CHECK-KEY      PIC X(2).
           05 GLJ-CHECK-KEY      PIC X(2).
           05 GLM-CHECK-KEY      PIC X(2).
           05 GRM-CHECK-KEY      PIC X(2).
           05 CR-CHECK-KEY       PIC X(2).

       01 WS-EMP-EOF-SWITCH       PIC X VALUE "N".
           88 EMP-ENDOFFILE       VALUE "Y".
           88 GLJ-ENDOFFILE       VALUE "Y".
       01 WS-GLM-EOF-SWITCH       PIC X VALUE "N".
           88 GLM-ENDOFFILE       VALUE "Y".
       01 WS-GRM-EOF-SWITCH       PIC X VALUE "N".
           88 GRM-ENDOFFILE       VALUE "Y".
       01 WS-CR-EOF-SWITCH        PIC X VALUE "N".
           88 CR-ENDOFFILE        VALUE "Y".

       01 WS-BALANCE-SWITCH       PIC X VALUE "Y".
           88 RUN-IN-BALANCE      VALUE "Y".
       01 WS-PAY-REC-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-PAY-GROSS-SUM        PIC 9(10)V99 VALUE ZERO.
       01 WS-PAY-NET-SUM          PIC 9(10)V99 VALUE ZERO.
       01 WS-PAY-GARN-SUM         PIC 9(10)V99 VALUE ZERO.
       01 WS-GRM-REMIT-SUM        PIC 9(10)V99 VALUE ZERO.
       01 WS-GRM-BAD-RUN-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-REG-CHECK-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-REG-CHECK-SUM        PIC 9(10)V99 VALUE ZERO.
       01 WS-PAY-BAD-RUN-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-DEP-DETAIL-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-DEP-DETAIL-SUM       PIC 9(10)V99 VALUE ZERO.
                 MOVE WS-ENV-VALUE TO WS-GLMAP-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GARNREMIT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-GARNREMIT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHKREG_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-CHKREG-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BALANCERPT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-BALRPT-PATH
             PERFORM 0150-SCAN-DEPOSITS.
             PERFORM 0160-LOAD-GL-CLEARING.
             PERFORM 0170-SCAN-GL-POSTINGS.
             PERFORM 0180-SCAN-GARN-REMITTANCE.
             PERFORM 0190-SCAN-CHECK-REGISTER.

             OPEN OUTPUT BALANCERPT.
             MOVE WS-RUN-NUMBER TO BAL-RUN-NUMBER.
                 PERFORM 0500-WRITE-CHECK-LINE
             END-IF.

             MOVE "PAYROLL FILE GARNISH = TOTALS" TO BAL-CHECK-LABEL.
             MOVE PT-GARN-DED TO WS-CHECK-EXPECTED.
             MOVE WS-PAY-GARN-SUM TO WS-CHECK-ACTUAL.
             PERFORM 0500-WRITE-CHECK-LINE.

             MOVE "REMITTANCE = GARNISHMENTS" TO BAL-CHECK-LABEL.
             MOVE PT-GARN-DED TO WS-CHECK-EXPECTED.
             MOVE WS-GRM-REMIT-SUM TO WS-CHECK-ACTUAL.
             PERFORM 0500-WRITE-CHECK-LINE.

             MOVE "REMITTANCES OFF THIS RUN" TO BAL-CHECK-LABEL.
             MOVE ZERO TO WS-CHECK-EXPECTED.
             MOVE WS-GRM-BAD-RUN-COUNT TO WS-CHECK-ACTUAL.
             PERFORM 0500-WRITE-CHECK-LINE.

             MOVE "CHECKS ISSUED = CHECKS LISTED" TO BAL-CHECK-LABEL.
             MOVE DS-CHECK-COUNT TO WS-CHECK-EXPECTED.
             MOVE WS-REG-CHECK-COUNT TO WS-CHECK-ACTUAL.
             PERFORM 0500-WRITE-CHECK-LINE.

             MOVE "CHECK REGISTER = CHECK LISTING" TO BAL-CHECK-LABEL.
             MOVE DS-CHECK-TOTAL TO WS-CHECK-EXPECTED.
             MOVE WS-REG-CHECK-SUM TO WS-CHECK-ACTUAL.
             PERFORM 0500-WRITE-CHECK-LINE.

             MOVE WS-BAL-BLANK-LINE TO BAL-REPORT-LINE.
             WRITE BAL-REPORT-LINE.
             MOVE "ZERO-NET EMPLOYEES (NO MONEY)" TO BAL-INFO-LABEL.
                     ADD 1 TO WS-PAY-REC-COUNT
                     ADD PAY-AMOUNT TO WS-PAY-GROSS-SUM
                     ADD PAY-NET-AMOUNT TO WS-PAY-NET-SUM
                     IF PAY-GARN-DED NUMERIC
                         ADD PAY-GARN-DED TO WS-PAY-GARN-SUM
                     END-IF
                     IF PAY-RUN-NUMBER NOT = PT-RUN-NUMBER
                         ADD 1 TO WS-PAY-BAD-RUN-COUNT
                     END-IF
             CLOSE GLPOST.
           0170-END.

      * A MISSING REMITTANCE FILE IS NOT A HARD STOP - IT SIMPLY
      * REMITS NOTHING, AND THE CHECK FAILS IF ANYTHING WAS WITHHELD.
           0180-SCAN-GARN-REMITTANCE.
             OPEN INPUT GARNREMIT.
             IF GRM-CHECK-KEY NOT = "00"
                 DISPLAY "WARN: CANNOT OPEN GARNISHMENT REMITTANCE "
                     "FILE: ", GRM-CHECK-KEY
             ELSE
                 PERFORM UNTIL GRM-ENDOFFILE
                     READ GARNREMIT
                         AT END SET GRM-ENDOFFILE TO TRUE
                     END-READ
                     IF NOT GRM-ENDOFFILE
                         ADD GR-AMOUNT TO WS-GRM-REMIT-SUM
                         IF GR-RUN-NUMBER NOT = PT-RUN-NUMBER
                             ADD 1 TO WS-GRM-BAD-RUN-COUNT
                         END-IF
                     END-IF
                 END-PERFORM
                 CLOSE GARNREMIT
             END-IF.
           0180-END.

      * THE REGISTER IS KEYED BY CHECK NUMBER, NOT RUN, SO IT IS
      * READ END TO END - PAPER CHECKS ARE FEW. ONLY CHECKS CUT
      * FROM THIS RUN'S DEPOSIT LISTING COUNT; RETURNED-DEPOSIT
      * CHECKS AND REISSUES BELONG TO NO LISTING. A MISSING
      * REGISTER COUNTS AS NO CHECKS ISSUED.
           0190-SCAN-CHECK-REGISTER.
             OPEN INPUT CHKREGISTER.
             IF CR-CHECK-KEY NOT = "00"
                 DISPLAY "WARN: CANNOT OPEN CHECK REGISTER: ",
                     CR-CHECK-KEY, " - DID Emp-CheckIssue RUN?"
             ELSE
                 PERFORM UNTIL CR-ENDOFFILE
                     READ CHKREGISTER NEXT RECORD
                         AT END SET CR-ENDOFFILE TO TRUE
                     END-READ
                     IF NOT CR-ENDOFFILE
                         IF CR-SOURCE = "D"
                             AND CR-RUN-NUMBER = PT-RUN-NUMBER
                             ADD 1 TO WS-REG-CHECK-COUNT
                             ADD CR-AMOUNT TO WS-REG-CHECK-SUM
                         END-IF
                     END-IF
                 END-PERFORM
                 CLOSE CHKREGISTER
             END-IF.
           0190-END.

           0500-WRITE-CHECK-LINE.
              ADD 1 TO WS-CHECK-COUNT.
              MOVE WS-CHECK-EXPECTED TO BAL-EXPECTED-OUT.

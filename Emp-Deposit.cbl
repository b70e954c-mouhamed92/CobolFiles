            SELECT DEPTOTALS ASSIGN TO DYNAMIC WS-DEPTOTALS-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHKREQUEST ASSIGN TO DYNAMIC WS-CHKREQ-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * INPUT IS THE PAYROLL FILE WRITTEN BY Emp-Pay - THE LAYOUT
            04 PAY-NET-AMOUNT  PIC  9(5)V99.
            04 PAY-RUN-NUMBER  PIC  9(5).
            04 PAY-REC-TYPE    PIC  X.
            04 PAY-GARN-DED    PIC  9(5)V99.

      * BANK DETAILS COME KEYED OFF THE INDEXED MASTER MAINTAINED BY
      * Emp-BankMaint - THE OLD 1000-ENTRY IN-CORE TABLE STOPPED THE
           02 DS-ZERO-NET      PIC 9(6).
           02 FILLER           PIC X(29).

      * CHECK REQUEST BATCH FOR Emp-CheckIssue - ONE "D" DETAIL PER
      * EMPLOYEE ON THE CHECK LISTING, BETWEEN A "H" HEADER STAMPED
      * WITH THE RUN AND THE TIME THE BATCH WAS CUT AND A "T"
      * TRAILER CARRYING THE LISTING'S COUNT AND TOTAL. THE LAYOUT
      * MUST STAY IN STEP WITH THE CQ-RECORD IN Emp-CheckIssue.
       FD CHKREQUEST.
       01 CQ-RECORD        PIC X(110).

       WORKING-STORAGE SECTION.

       01 WS-FILE-PATHS.
              "C:/work space/Cobol path/labs/Files/PAYCHECK.LPT".
           05 WS-DEPTOTALS-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/DEPTOTAL.DAT".
           05 WS-CHKREQ-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/CHKREQ.DAT".

       01 WS-ENV-VALUE            PIC X(100).

           05 WS-RUN-YEAR        PIC 9(4).
           05 WS-RUN-MONTH       PIC 9(2).
           05 WS-RUN-DAY         PIC 9(2).
       01 WS-RUN-TIME            PIC X(8).

       01 WS-DEP-HEADER.
           02 DH-REC-TYPE     PIC X       VALUE "H".
           02 DT-ROUTING-HASH PIC 9(10).
           02 FILLER          PIC X(52)   VALUE SPACES.

       01 WS-CQ-HEADER.
           02 CQH-REC-TYPE    PIC X       VALUE "H".
           02 CQH-BATCH-DATE  PIC 9(8).
           02 CQH-BATCH-TIME  PIC X(6).
           02 CQH-SOURCE      PIC X       VALUE "D".
           02 CQH-RUN-NUMBER  PIC 9(5).
           02 FILLER          PIC X(89)   VALUE SPACES.

       01 WS-CQ-DETAIL.
           02 CQ-REC-TYPE     PIC X       VALUE "D".
           02 CQ-EMPID        PIC 9(9).
           02 CQ-LASTNAME     PIC X(10).
           02 CQ-FIRSTNAME    PIC X(10).
           02 CQ-DEPARTMENT   PIC X(30).
           02 CQ-PAY-TYPE     PIC X.
           02 CQ-GROSS        PIC 9(5)V99.
           02 CQ-TAX-DED      PIC 9(5)V99.
           02 CQ-RETIRE-DED   PIC 9(5)V99.
           02 CQ-BENEFIT-DED  PIC 9(5)V99.
           02 CQ-GARN-DED     PIC 9(5)V99.
           02 CQ-NET-AMOUNT   PIC 9(7)V99.
           02 FILLER          PIC X(5)    VALUE SPACES.

       01 WS-CQ-TRAILER.
           02 CQT-REC-TYPE    PIC X       VALUE "T".
           02 CQT-COUNT       PIC 9(6).
           02 CQT-TOTAL       PIC 9(9)V99.
           02 FILLER          PIC X(92)   VALUE SPACES.

       01 WS-CHK-HEADING-1.
           05 FILLER PIC X(80) VALUE
              "PAY BY CHECK - NO USABLE BANK DETAILS ON FILE".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-DEPTOTALS-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHKREQ_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-CHKREQ-PATH
             END-IF.
           0090-END.

           0100-PROCESS-PAYROLL.
             OPEN INPUT PAYROLL.
             OPEN OUTPUT DEPOSITFILE.
             OPEN OUTPUT CHECKRPT.
             OPEN OUTPUT CHKREQUEST.
             IF PAY-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR PAYROLL FILE: ",
                     PAY-CHECK-KEY
             PERFORM 0150-OPEN-BANK-MASTER.

             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             ACCEPT WS-RUN-TIME FROM TIME.
             MOVE WS-RUN-DATE TO DH-FILE-DATE.
             WRITE DEPOSIT-RECORD FROM WS-DEP-HEADER.

             IF NOT ENDOFFILE
                 MOVE PAY-RUN-NUMBER TO WS-DEP-RUN-NUMBER
             END-IF.
             MOVE WS-RUN-DATE TO CQH-BATCH-DATE.
             MOVE WS-RUN-TIME (1:6) TO CQH-BATCH-TIME.
             MOVE WS-DEP-RUN-NUMBER TO CQH-RUN-NUMBER.
             WRITE CQ-RECORD FROM WS-CQ-HEADER.
             PERFORM 0200-PROCESS-PAY UNTIL ENDOFFILE.

             MOVE WS-DEPOSIT-COUNT TO DT-RECORD-COUNT.
             MOVE WS-ROUTING-HASH TO DT-ROUTING-HASH.
             WRITE DEPOSIT-RECORD FROM WS-DEP-TRAILER.

             MOVE WS-CHECK-COUNT TO CQT-COUNT.
             MOVE WS-CHECK-TOTAL TO CQT-TOTAL.
             WRITE CQ-RECORD FROM WS-CQ-TRAILER.

             MOVE WS-CHK-BLANK-LINE TO CHK-REPORT-LINE.
             WRITE CHK-REPORT-LINE.
             MOVE WS-CHECK-COUNT TO CHK-TOTAL-COUNT.
              WRITE CHK-REPORT-LINE.
              ADD 1 TO WS-CHECK-COUNT.
              ADD PAY-NET-AMOUNT TO WS-CHECK-TOTAL.
              MOVE PAY-EMPID TO CQ-EMPID.
              MOVE PAY-EMPLNAME TO CQ-LASTNAME.
              MOVE PAY-EMPFNAME TO CQ-FIRSTNAME.
              MOVE PAY-DEPARTMENT TO CQ-DEPARTMENT.
              MOVE PAY-REC-TYPE TO CQ-PAY-TYPE.
              MOVE PAY-AMOUNT TO CQ-GROSS.
              MOVE PAY-TAX-DED TO CQ-TAX-DED.
              MOVE PAY-RETIRE-DED TO CQ-RETIRE-DED.
              MOVE PAY-BENEFIT-DED TO CQ-BENEFIT-DED.
              IF PAY-GARN-DED NUMERIC
                  MOVE PAY-GARN-DED TO CQ-GARN-DED
              ELSE
                  MOVE ZERO TO CQ-GARN-DED
              END-IF.
              MOVE PAY-NET-AMOUNT TO CQ-NET-AMOUNT.
              WRITE CQ-RECORD FROM WS-CQ-DETAIL.
           0220-END.

           0900-END-PROGRAM.
            CLOSE PAYROLL, DEPOSITFILE, CHECKRPT, BANKMASTER,
                CHKREQUEST.
            DISPLAY "DEPOSITS WRITTEN : ", WS-DEPOSIT-COUNT.
            DISPLAY "CHECKS TO BE CUT : ", WS-CHECK-COUNT.
            DISPLAY "ZERO NET SKIPPED : ", WS-ZERO-NET-COUNT.

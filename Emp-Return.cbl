      * ITEMS PUT THE EMPLOYEE'S BANK RECORD ON HOLD SO THE NEXT RUN
      * PAYS BY CHECK INSTEAD OF BOUNCING AGAIN, AND THE EMPLOYEE IS
      * WRITTEN TO A PAY-BY-CHECK LISTING IN THE SAME FORMAT AS THE
      * ONE Emp-Deposit PRODUCES SO A CHECK CAN BE CUT AT ONCE. THE
      * SAME ITEMS GO TO A CHECK REQUEST BATCH (RETCHKREQ.DAT) THAT
      * Emp-CheckIssue NUMBERS AND PRINTS - IT IS KEPT APART FROM
      * THE DEPOSIT RUN'S CHKREQ.DAT SO NEITHER OVERWRITES THE
      * OTHER BEFORE IT IS ISSUED.
      * NOTIFICATION-OF-CHANGE ITEMS CORRECT THE ROUTING OR ACCOUNT
      * NUMBER IN PLACE - THE MONEY MOVED, ONLY THE DETAILS CHANGE.
      *
            SELECT RETREJRPT ASSIGN TO DYNAMIC WS-RETREJRPT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHKREQUEST ASSIGN TO DYNAMIC WS-CHKREQ-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * RETURN/REJECT FILE FROM THE BANK. ONE RECORD PER ITEM:
       FD RETREJRPT.
       01 RRJ-REPORT-LINE PIC X(80).

      * CHECK REQUEST BATCH - THE LAYOUT MUST STAY IN STEP WITH THE
      * CQ-RECORD IN Emp-CheckIssue. A RETURNED DEPOSIT CARRIES NO
      * RUN NUMBER AND NO EARNINGS DETAIL, ONLY THE NET AMOUNT.
       FD CHKREQUEST.
       01 CQ-RECORD       PIC X(110).

       WORKING-STORAGE SECTION.

       01 WS-FILE-PATHS.
              "C:/work space/Cobol path/labs/Files/RETPAY.LPT".
           05 WS-RETREJRPT-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/RETREJ.LPT".
           05 WS-CHKREQ-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/RETCHKREQ.DAT".

       01 WS-ENV-VALUE            PIC X(100).

       01 WS-CORRECT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-EXTRACT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-BOUNCE-TOTAL         PIC 9(9)V99 VALUE ZERO.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC X(8).

       01 WS-CQ-HEADER.
           02 CQH-REC-TYPE    PIC X       VALUE "H".
           02 CQH-BATCH-DATE  PIC 9(8).
           02 CQH-BATCH-TIME  PIC X(6).
           02 CQH-SOURCE      PIC X       VALUE "R".
           02 CQH-RUN-NUMBER  PIC 9(5)    VALUE ZERO.
           02 FILLER          PIC X(89)   VALUE SPACES.

       01 WS-CQ-DETAIL.
           02 CQ-REC-TYPE     PIC X       VALUE "D".
           02 CQ-EMPID        PIC 9(9).
           02 CQ-LASTNAME     PIC X(10).
           02 CQ-FIRSTNAME    PIC X(10).
           02 CQ-DEPARTMENT   PIC X(30)   VALUE SPACES.
           02 CQ-PAY-TYPE     PIC X       VALUE SPACE.
           02 CQ-GROSS        PIC 9(5)V99 VALUE ZERO.
           02 CQ-TAX-DED      PIC 9(5)V99 VALUE ZERO.
           02 CQ-RETIRE-DED   PIC 9(5)V99 VALUE ZERO.
           02 CQ-BENEFIT-DED  PIC 9(5)V99 VALUE ZERO.
           02 CQ-GARN-DED     PIC 9(5)V99 VALUE ZERO.
           02 CQ-NET-AMOUNT   PIC 9(7)V99.
           02 FILLER          PIC X(5)    VALUE SPACES.

       01 WS-CQ-TRAILER.
           02 CQT-REC-TYPE    PIC X       VALUE "T".
           02 CQT-COUNT       PIC 9(6).
           02 CQT-TOTAL       PIC 9(9)V99.
           02 FILLER          PIC X(92)   VALUE SPACES.

       01 WS-RCH-HEADING-1.
           05 FILLER PIC X(80) VALUE
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-RETREJRPT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RETCHKREQ_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-CHKREQ-PATH
             END-IF.
           0090-END.

           0100-PROCESS-RETURNS.
             OPEN INPUT RETURNFILE.
             OPEN OUTPUT RETCHECKRPT.
             OPEN OUTPUT RETREJRPT.
             OPEN OUTPUT CHKREQUEST.
             IF RET-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR BANK RETURN FILE: ",
                     RET-CHECK-KEY
             IF BM-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR BANK MASTER: ",
                     BM-CHECK-KEY
                 CLOSE RETURNFILE, RETCHECKRPT, RETREJRPT, CHKREQUEST
                 STOP RUN
             END-IF.

             MOVE WS-RCH-BLANK-LINE TO RCH-REPORT-LINE.
             WRITE RCH-REPORT-LINE.

             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             ACCEPT WS-RUN-TIME FROM TIME.
             MOVE WS-RUN-DATE TO CQH-BATCH-DATE.
             MOVE WS-RUN-TIME (1:6) TO CQH-BATCH-TIME.
             WRITE CQ-RECORD FROM WS-CQ-HEADER.

             MOVE WS-RRJ-HEADING-1 TO RRJ-REPORT-LINE.
             WRITE RRJ-REPORT-LINE.
             MOVE WS-RRJ-HEADING-2 TO RRJ-REPORT-LINE.
             MOVE WS-RCH-TOTAL-LINE TO RCH-REPORT-LINE.
             WRITE RCH-REPORT-LINE.

             MOVE WS-BOUNCE-COUNT TO CQT-COUNT.
             MOVE WS-BOUNCE-TOTAL TO CQT-TOTAL.
             WRITE CQ-RECORD FROM WS-CQ-TRAILER.

             PERFORM 0300-EXTRACT-BANKFILE.
             PERFORM 0900-END-PROGRAM.
           0100-END.
                  MOVE WS-DEP-AMOUNT TO RCH-AMOUNT-OUT
                  MOVE WS-RCH-DETAIL-LINE TO RCH-REPORT-LINE
                  WRITE RCH-REPORT-LINE
                  ADD WS-DEP-AMOUNT TO WS-BOUNCE-TOTAL
                  MOVE WS-DEP-EMPID TO CQ-EMPID
                  MOVE WS-DEP-LASTNAME TO CQ-LASTNAME
                  MOVE WS-DEP-FIRSTNAME TO CQ-FIRSTNAME
                  MOVE WS-DEP-AMOUNT TO CQ-NET-AMOUNT
                  WRITE CQ-RECORD FROM WS-CQ-DETAIL
              END-IF.
           0210-END.

           0300-END.

           0900-END-PROGRAM.
            CLOSE RETURNFILE, BANKMASTER, RETCHECKRPT, RETREJRPT,
                CHKREQUEST.
            DISPLAY "RETURN ITEMS READ    : ", WS-RETURN-COUNT.
            DISPLAY "DEPOSITS BOUNCED     : ", WS-BOUNCE-COUNT.
            DISPLAY "CORRECTIONS APPLIED  : ", WS-CORRECT-COUNT.

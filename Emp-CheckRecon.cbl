       IDENTIFICATION DIVISION.

       PROGRAM-ID. Emp-CheckRecon.

      * CHECK RECONCILIATION AGAINST THE BANK'S PAID-CHECKS FILE.
      * EACH ITEM THE BANK PAID IS MATCHED TO THE CHECK REGISTER
      * KEPT BY Emp-CheckIssue: AN OUTSTANDING CHECK PAID FOR ITS
      * EXACT AMOUNT IS MARKED CLEARED. ANYTHING ELSE - A NUMBER NOT
      * ON THE REGISTER, A DIFFERENT AMOUNT, A CHECK PAID AFTER IT
      * WAS VOIDED OR STOPPED, OR ONE PRESENTED TWICE - IS LEFT AS IT
      * STANDS AND LISTED AS AN EXCEPTION FOR THE BANK TO ANSWER.
      * AFTER THE MATCH THE WHOLE REGISTER IS READ TO LIST EVERY
      * CHECK STILL OUTSTANDING WITH ITS AGE, FLAGGING STALE ONES
      * FOR ESCHEAT REVIEW, AND TO SUMMARISE THE REGISTER BY STATUS.
      * WITHOUT A PAID-CHECKS FILE THE OUTSTANDING LIST IS STILL
      * PRODUCED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHKREGISTER ASSIGN TO DYNAMIC WS-CHKREG-PATH
            FILE STATUS IS CR-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CR-CHECK-NUMBER.

            SELECT PAIDFILE ASSIGN TO DYNAMIC WS-PAIDFILE-PATH
            FILE STATUS IS PD-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RECONRPT ASSIGN TO DYNAMIC WS-RECONRPT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * CHECK REGISTER - THE LAYOUT MUST STAY IN STEP WITH THE
      * CR-RECORD IN Emp-CheckIssue. SEE THERE FOR THE CODES.
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
               88 CR-OUTSTANDING  VALUE "O".
               88 CR-CLEARED      VALUE "C".
               88 CR-VOIDED       VALUE "V".
               88 CR-STOPPED      VALUE "S".
           02 CR-STATUS-DATE  PIC 9(8).
           02 CR-REASON       PIC X(20).
           02 CR-REISSUE-OF   PIC 9(8).
           02 CR-REISSUED-BY  PIC 9(8).
           02 CR-PAID-AMOUNT  PIC 9(7)V99.
           02 CR-PAID-DATE    PIC 9(8).

      * PAID-CHECKS FILE FROM THE BANK - ONE RECORD PER ITEM PAID
      * AGAINST THE PAYROLL ACCOUNT SINCE THE LAST FILE.
       FD PAIDFILE.
       01 PD-RECORD.
           02 PD-ACCOUNT      PIC X(17).
           02 PD-CHECK-NUMBER PIC X(8).
           02 PD-CHECK-NUMBER-N REDEFINES PD-CHECK-NUMBER PIC 9(8).
           02 PD-AMOUNT       PIC X(9).
           02 PD-AMOUNT-N REDEFINES PD-AMOUNT PIC 9(7)V99.
           02 PD-PAID-DATE    PIC X(8).
           02 PD-PAID-DATE-N REDEFINES PD-PAID-DATE PIC 9(8).
           02 FILLER          PIC X(38).

       FD RECONRPT.
       01 RCN-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-FILE-PATHS.
           05 WS-CHKREG-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/CHKREG.IDX".
           05 WS-PAIDFILE-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/PAIDCHK.DAT".
           05 WS-RECONRPT-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/CHKRECON.LPT".

       01 WS-ENV-VALUE            PIC X(100).

       01 WS-EOF-SWITCH           PIC X VALUE "N".
           88 ENDOFFILE           VALUE "Y".

       01 WS-MASTER-EOF-SWITCH    PIC X VALUE "N".
           88 MASTER-ENDOFFILE    VALUE "Y".

       01 WS-WORK-AREA.
           05 CR-CHECK-KEY       PIC X(2).
           05 PD-CHECK-KEY       PIC X(2).

      * A CHECK STILL OUT THIS MANY DAYS AFTER ISSUE IS PAST THE
      * "VOID AFTER 180 DAYS" PRINTED ON ITS FACE.
       01 WS-STALE-DAYS           PIC 9(3) VALUE 180.

       01 WS-MATCH-SWITCH         PIC X VALUE "N".
           88 MATCH-FAILED        VALUE "Y".
       01 WS-MATCH-RESULT         PIC X(30).

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR        PIC 9(4).
           05 WS-RUN-MONTH       PIC 9(2).
           05 WS-RUN-DAY         PIC 9(2).
       01 WS-RUN-DATE-9 REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-DAYS-OUT             PIC S9(5).

       01 WS-PAID-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-CLEARED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-CLEARED-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-EXCEPTION-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-EXCEPTION-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-OUTSTANDING-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-OUTSTANDING-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01 WS-STALE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-STALE-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01 WS-ON-FILE-CLEARED      PIC 9(6) VALUE ZERO.
       01 WS-ON-FILE-VOID         PIC 9(6) VALUE ZERO.
       01 WS-ON-FILE-STOPPED      PIC 9(6) VALUE ZERO.

       01 WS-RCN-HEADING-1.
           05 FILLER             PIC X(50) VALUE
              "PAYROLL CHECK RECONCILIATION - RUN DATE".
           05 RCN-RUN-DATE       PIC 9(8).

       01 WS-RCN-SECTION-LINE.
           05 RCN-SECTION-TITLE  PIC X(132).

       01 WS-RCN-PAID-HEADING.
           05 FILLER PIC X(10) VALUE "CHECK NO".
           05 FILLER PIC X(11) VALUE "EMPID".
           05 FILLER PIC X(12) VALUE "LAST NAME".
           05 FILLER PIC X(12) VALUE "FIRST NAME".
           05 FILLER PIC X(10) VALUE "ISSUED".
           05 FILLER PIC X(10) VALUE "PAID".
           05 FILLER PIC X(15) VALUE "   ISSUED AMT".
           05 FILLER PIC X(15) VALUE "     PAID AMT".
           05 FILLER PIC X(30) VALUE "RESULT".

       01 WS-RCN-PAID-LINE.
           05 RCN-P-CHECK-OUT    PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RCN-P-EMPID-OUT    PIC 9(9).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RCN-P-LAST-OUT     PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RCN-P-FIRST-OUT    PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RCN-P-ISSUED-OUT   PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RCN-P-PAID-OUT     PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RCN-P-ISS-AMT-OUT  PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 RCN-P-PAID-AMT-OUT PIC X(12).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 RCN-P-RESULT-OUT   PIC X(30).

       01 WS-RCN-PAID-AMT-EDIT    PIC Z,ZZZ,ZZ9.99.

       01 WS-RCN-OUT-HEADING.
           05 FILLER PIC X(10) VALUE "CHECK NO".
           05 FILLER PIC X(10) VALUE "ISSUED".
           05 FILLER PIC X(7)  VALUE "DAYS".
           05 FILLER PIC X(11) VALUE "EMPID".
           05 FILLER PIC X(12) VALUE "LAST NAME".
           05 FILLER PIC X(12) VALUE "FIRST NAME".
           05 FILLER PIC X(15) VALUE "       AMOUNT".
           05 FILLER PIC X(30) VALUE "NOTE".

       01 WS-RCN-OUT-LINE.
           05 RCN-O-CHECK-OUT    PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RCN-O-ISSUED-OUT   PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RCN-O-DAYS-OUT     PIC ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RCN-O-EMPID-OUT    PIC 9(9).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RCN-O-LAST-OUT     PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RCN-O-FIRST-OUT    PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RCN-O-AMOUNT-OUT   PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 RCN-O-NOTE-OUT     PIC X(30).

       01 WS-RCN-TOTAL-LINE.
           05 RCN-TOTAL-LABEL    PIC X(34).
           05 RCN-TOTAL-COUNT    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 RCN-TOTAL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-RCN-BLANK-LINE      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

           0090-INIT-FILE-PATHS.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHKREG_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-CHKREG-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAIDCHK_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-PAIDFILE-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHKRECON_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-RECONRPT-PATH
             END-IF.
           0090-END.

           0100-RECONCILE-CHECKS.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * THE REPORT HAS NO FILE STATUS CLAUSE, SO IT IS OPENED FIRST
      * AND IS ALWAYS OPEN WHEN AN ERROR PATH REACHES THE CLOSE IN
      * 0900-END-PROGRAM.
             OPEN OUTPUT RECONRPT.
             OPEN I-O CHKREGISTER.
             IF CR-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR CHECK REGISTER: ",
                     CR-CHECK-KEY
                 GO TO 0900-END-PROGRAM
             END-IF.

             MOVE WS-RUN-DATE-9 TO RCN-RUN-DATE.
             MOVE WS-RCN-HEADING-1 TO RCN-REPORT-LINE.
             WRITE RCN-REPORT-LINE.
             MOVE WS-RCN-BLANK-LINE TO RCN-REPORT-LINE.
             WRITE RCN-REPORT-LINE.

             PERFORM 0200-MATCH-PAID-CHECKS.
             PERFORM 0300-LIST-OUTSTANDING.
             PERFORM 0400-WRITE-SUMMARY.
             PERFORM 0900-END-PROGRAM.
           0100-END.

           0130-READ-NEXT-PAID.
              READ PAIDFILE
                  AT END SET ENDOFFILE TO TRUE
              END-READ.
           0130-END.

           0200-MATCH-PAID-CHECKS.
              MOVE "CHECKS PAID BY THE BANK" TO RCN-SECTION-TITLE.
              MOVE WS-RCN-SECTION-LINE TO RCN-REPORT-LINE.
              WRITE RCN-REPORT-LINE.
              MOVE WS-RCN-PAID-HEADING TO RCN-REPORT-LINE.
              WRITE RCN-REPORT-LINE.
              MOVE WS-RCN-BLANK-LINE TO RCN-REPORT-LINE.
              WRITE RCN-REPORT-LINE.
              OPEN INPUT PAIDFILE.
              IF PD-CHECK-KEY = "35"
                  DISPLAY "NO PAID-CHECKS FILE FROM THE BANK - "
                      "OUTSTANDING LIST ONLY"
                  MOVE "  NO PAID-CHECKS FILE RECEIVED"
                      TO RCN-SECTION-TITLE
                  MOVE WS-RCN-SECTION-LINE TO RCN-REPORT-LINE
                  WRITE RCN-REPORT-LINE
              ELSE
                  IF PD-CHECK-KEY NOT = "00"
                      DISPLAY "ERR: OPEN FILE ERROR PAID-CHECKS FILE: ",
                          PD-CHECK-KEY
                      GO TO 0900-END-PROGRAM
                  END-IF
                  PERFORM 0130-READ-NEXT-PAID
                  PERFORM 0210-MATCH-ONE-PAID UNTIL ENDOFFILE
                  CLOSE PAIDFILE
              END-IF.
              MOVE WS-RCN-BLANK-LINE TO RCN-REPORT-LINE.
              WRITE RCN-REPORT-LINE.
           0200-END.

      * ONLY AN OUTSTANDING CHECK PAID FOR EXACTLY ITS ISSUED
      * AMOUNT IS CLEARED. THE REGISTER IS NEVER ALTERED FOR AN
      * EXCEPTION - THE BANK HAS TO RETURN OR CORRECT THE ITEM.
           0210-MATCH-ONE-PAID.
              ADD 1 TO WS-PAID-COUNT.
              MOVE "N" TO WS-MATCH-SWITCH.
              MOVE SPACES TO WS-MATCH-RESULT.
              MOVE SPACES TO WS-RCN-PAID-LINE.
              MOVE PD-CHECK-NUMBER TO RCN-P-CHECK-OUT.
              MOVE ZERO TO RCN-P-EMPID-OUT.
              MOVE ZERO TO RCN-P-ISSUED-OUT.
              MOVE ZERO TO RCN-P-ISS-AMT-OUT.
              MOVE PD-PAID-DATE TO RCN-P-PAID-OUT.
              IF PD-AMOUNT NUMERIC
                  MOVE PD-AMOUNT-N TO WS-RCN-PAID-AMT-EDIT
                  MOVE WS-RCN-PAID-AMT-EDIT TO RCN-P-PAID-AMT-OUT
              ELSE
                  MOVE PD-AMOUNT TO RCN-P-PAID-AMT-OUT
              END-IF.
              EVALUATE TRUE
                  WHEN PD-CHECK-NUMBER NOT NUMERIC
                      SET MATCH-FAILED TO TRUE
                      MOVE "CHECK NUMBER NOT NUMERIC"
                          TO WS-MATCH-RESULT
                  WHEN PD-AMOUNT NOT NUMERIC
                      SET MATCH-FAILED TO TRUE
                      MOVE "PAID AMOUNT NOT NUMERIC"
                          TO WS-MATCH-RESULT
                  WHEN PD-PAID-DATE NOT NUMERIC
                      SET MATCH-FAILED TO TRUE
                      MOVE "PAID DATE NOT NUMERIC" TO WS-MATCH-RESULT
              END-EVALUATE.
              IF NOT MATCH-FAILED
                  MOVE PD-CHECK-NUMBER-N TO CR-CHECK-NUMBER
                  READ CHKREGISTER
                      INVALID KEY
                          SET MATCH-FAILED TO TRUE
                          MOVE "NOT ON CHECK REGISTER"
                              TO WS-MATCH-RESULT
                  END-READ
              END-IF.
              IF NOT MATCH-FAILED
                  MOVE CR-EMPID TO RCN-P-EMPID-OUT
                  MOVE CR-LASTNAME TO RCN-P-LAST-OUT
                  MOVE CR-FIRSTNAME TO RCN-P-FIRST-OUT
                  MOVE CR-ISSUE-DATE TO RCN-P-ISSUED-OUT
                  MOVE CR-AMOUNT TO RCN-P-ISS-AMT-OUT
                  EVALUATE TRUE
                      WHEN CR-CLEARED
                          SET MATCH-FAILED TO TRUE
                          MOVE "ALREADY CLEARED - DUPLICATE"
                              TO WS-MATCH-RESULT
                      WHEN CR-VOIDED
                          SET MATCH-FAILED TO TRUE
                          MOVE "PAID AFTER VOID" TO WS-MATCH-RESULT
                      WHEN CR-STOPPED
                          SET MATCH-FAILED TO TRUE
                          MOVE "PAID AFTER STOP PAYMENT"
                              TO WS-MATCH-RESULT
                      WHEN PD-AMOUNT-N NOT = CR-AMOUNT
                          SET MATCH-FAILED TO TRUE
                          MOVE "AMOUNT DIFFERS FROM ISSUE"
                              TO WS-MATCH-RESULT
                  END-EVALUATE
              END-IF.
              IF NOT MATCH-FAILED
                  MOVE "C" TO CR-STATUS
                  MOVE WS-RUN-DATE-9 TO CR-STATUS-DATE
                  MOVE PD-AMOUNT-N TO CR-PAID-AMOUNT
                  MOVE PD-PAID-DATE-N TO CR-PAID-DATE
                  REWRITE CR-RECORD
                      INVALID KEY
                          SET MATCH-FAILED TO TRUE
                          MOVE "REWRITE FAILED ON REGISTER"
                              TO WS-MATCH-RESULT
                  END-REWRITE
              END-IF.
              IF MATCH-FAILED
                  ADD 1 TO WS-EXCEPTION-COUNT
                  IF PD-AMOUNT NUMERIC
                      ADD PD-AMOUNT-N TO WS-EXCEPTION-TOTAL
                  END-IF
                  MOVE WS-MATCH-RESULT TO RCN-P-RESULT-OUT
              ELSE
                  ADD 1 TO WS-CLEARED-COUNT
                  ADD CR-AMOUNT TO WS-CLEARED-TOTAL
                  MOVE "CLEARED" TO RCN-P-RESULT-OUT
              END-IF.
              MOVE WS-RCN-PAID-LINE TO RCN-REPORT-LINE.
              WRITE RCN-REPORT-LINE.
              PERFORM 0130-READ-NEXT-PAID.
           0210-END.

      * EVERY CHECK ON THE REGISTER IS READ IN NUMBER ORDER; THE
      * OUTSTANDING ONES ARE LISTED AND THE REST ONLY COUNTED.
           0300-LIST-OUTSTANDING.
              MOVE "CHECKS OUTSTANDING" TO RCN-SECTION-TITLE.
              MOVE WS-RCN-SECTION-LINE TO RCN-REPORT-LINE.
              WRITE RCN-REPORT-LINE.
              MOVE WS-RCN-OUT-HEADING TO RCN-REPORT-LINE.
              WRITE RCN-REPORT-LINE.
              MOVE WS-RCN-BLANK-LINE TO RCN-REPORT-LINE.
              WRITE RCN-REPORT-LINE.
              MOVE ZERO TO CR-CHECK-NUMBER.
              START CHKREGISTER KEY NOT < CR-CHECK-NUMBER
                  INVALID KEY SET MASTER-ENDOFFILE TO TRUE
              END-START.
              PERFORM UNTIL MASTER-ENDOFFILE
                  READ CHKREGISTER NEXT RECORD
                      AT END SET MASTER-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT MASTER-ENDOFFILE
                      EVALUATE TRUE
                          WHEN CR-OUTSTANDING
                              PERFORM 0310-LIST-ONE-OUTSTANDING
                          WHEN CR-CLEARED
                              ADD 1 TO WS-ON-FILE-CLEARED
                          WHEN CR-VOIDED
                              ADD 1 TO WS-ON-FILE-VOID
                          WHEN CR-STOPPED
                              ADD 1 TO WS-ON-FILE-STOPPED
                      END-EVALUATE
                  END-IF
              END-PERFORM.
              MOVE WS-RCN-BLANK-LINE TO RCN-REPORT-LINE.
              WRITE RCN-REPORT-LINE.
           0300-END.

           0310-LIST-ONE-OUTSTANDING.
              ADD 1 TO WS-OUTSTANDING-COUNT.
              ADD CR-AMOUNT TO WS-OUTSTANDING-TOTAL.
              COMPUTE WS-DAYS-OUT =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-9)
                  - FUNCTION INTEGER-OF-DATE(CR-ISSUE-DATE).
              IF WS-DAYS-OUT < ZERO
                  MOVE ZERO TO WS-DAYS-OUT
              END-IF.
              MOVE CR-CHECK-NUMBER TO RCN-O-CHECK-OUT.
              MOVE CR-ISSUE-DATE TO RCN-O-ISSUED-OUT.
              MOVE WS-DAYS-OUT TO RCN-O-DAYS-OUT.
              MOVE CR-EMPID TO RCN-O-EMPID-OUT.
              MOVE CR-LASTNAME TO RCN-O-LAST-OUT.
              MOVE CR-FIRSTNAME TO RCN-O-FIRST-OUT.
              MOVE CR-AMOUNT TO RCN-O-AMOUNT-OUT.
              MOVE SPACES TO RCN-O-NOTE-OUT.
              IF WS-DAYS-OUT > WS-STALE-DAYS
                  ADD 1 TO WS-STALE-COUNT
                  ADD CR-AMOUNT TO WS-STALE-TOTAL
                  MOVE "STALE - REVIEW FOR ESCHEAT" TO RCN-O-NOTE-OUT
              END-IF.
              MOVE WS-RCN-OUT-LINE TO RCN-REPORT-LINE.
              WRITE RCN-REPORT-LINE.
           0310-END.

           0400-WRITE-SUMMARY.
              MOVE "SUMMARY" TO RCN-SECTION-TITLE.
              MOVE WS-RCN-SECTION-LINE TO RCN-REPORT-LINE.
              WRITE RCN-REPORT-LINE.
              MOVE WS-RCN-BLANK-LINE TO RCN-REPORT-LINE.
              WRITE RCN-REPORT-LINE.
              MOVE "PAID ITEMS RECEIVED" TO RCN-TOTAL-LABEL.
              MOVE WS-PAID-COUNT TO RCN-TOTAL-COUNT.
              COMPUTE RCN-TOTAL-AMOUNT =
                  WS-CLEARED-TOTAL + WS-EXCEPTION-TOTAL.
              PERFORM 0410-WRITE-TOTAL-LINE.
              MOVE "  CLEARED THIS RUN" TO RCN-TOTAL-LABEL.
              MOVE WS-CLEARED-COUNT TO RCN-TOTAL-COUNT.
              MOVE WS-CLEARED-TOTAL TO RCN-TOTAL-AMOUNT.
              PERFORM 0410-WRITE-TOTAL-LINE.
              MOVE "  EXCEPTIONS FOR THE BANK" TO RCN-TOTAL-LABEL.
              MOVE WS-EXCEPTION-COUNT TO RCN-TOTAL-COUNT.
              MOVE WS-EXCEPTION-TOTAL TO RCN-TOTAL-AMOUNT.
              PERFORM 0410-WRITE-TOTAL-LINE.
              MOVE "CHECKS OUTSTANDING" TO RCN-TOTAL-LABEL.
              MOVE WS-OUTSTANDING-COUNT TO RCN-TOTAL-COUNT.
              MOVE WS-OUTSTANDING-TOTAL TO RCN-TOTAL-AMOUNT.
              PERFORM 0410-WRITE-TOTAL-LINE.
              MOVE "  OF WHICH STALE" TO RCN-TOTAL-LABEL.
              MOVE WS-STALE-COUNT TO RCN-TOTAL-COUNT.
              MOVE WS-STALE-TOTAL TO RCN-TOTAL-AMOUNT.
              PERFORM 0410-WRITE-TOTAL-LINE.
              MOVE ZERO TO RCN-TOTAL-AMOUNT.
              MOVE "CLEARED ON REGISTER" TO RCN-TOTAL-LABEL.
              MOVE WS-ON-FILE-CLEARED TO RCN-TOTAL-COUNT.
              PERFORM 0410-WRITE-TOTAL-LINE.
              MOVE "VOID ON REGISTER" TO RCN-TOTAL-LABEL.
              MOVE WS-ON-FILE-VOID TO RCN-TOTAL-COUNT.
              PERFORM 0410-WRITE-TOTAL-LINE.
              MOVE "STOPPED ON REGISTER" TO RCN-TOTAL-LABEL.
              MOVE WS-ON-FILE-STOPPED TO RCN-TOTAL-COUNT.
              PERFORM 0410-WRITE-TOTAL-LINE.
           0400-END.

           0410-WRITE-TOTAL-LINE.
              MOVE WS-RCN-TOTAL-LINE TO RCN-REPORT-LINE.
              WRITE RCN-REPORT-LINE.
           0410-END.

           0900-END-PROGRAM.
            CLOSE CHKREGISTER, RECONRPT.
            DISPLAY "PAID ITEMS READ      : ", WS-PAID-COUNT.
            DISPLAY "CHECKS CLEARED       : ", WS-CLEARED-COUNT.
            DISPLAY "PAID ITEM EXCEPTIONS : ", WS-EXCEPTION-COUNT.
            DISPLAY "CHECKS OUTSTANDING   : ", WS-OUTSTANDING-COUNT.
            DISPLAY "STALE CHECKS         : ", WS-STALE-COUNT.
            STOP RUN.

       END PROGRAM Emp-CheckRecon.

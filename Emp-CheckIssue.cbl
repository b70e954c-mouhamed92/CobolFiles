       IDENTIFICATION DIVISION.

       PROGRAM-ID. Emp-CheckIssue.

      * PAPER CHECK ISSUANCE AND CHECK REGISTER MAINTENANCE. RUN
      * AFTER Emp-Deposit (OR Emp-Return) AND BEFORE Emp-Balance.
      * THE PROGRAM:
      *   - APPLIES VOID, STOP-PAYMENT AND REISSUE TRANSACTIONS
      *     (CHKTRANS.DAT) AGAINST THE CHECK REGISTER
      *   - ISSUES ONE CHECK FOR EVERY ITEM ON THE CHECK REQUEST
      *     BATCH (CHKREQ.DAT) - WRITTEN BY Emp-Deposit FOR THE
      *     PAY-BY-CHECK EMPLOYEES OF A RUN, OR BY Emp-Return FOR
      *     DEPOSITS THE BANK BOUNCED
      *   - NUMBERS EVERY CHECK FROM THE CONTROLLED STOCK RANGE ON
      *     CHKSTOCK.DAT AND PRINTS IT AS A CHECK/ADVICE PAIR
      *   - RECORDS EVERY CHECK ON THE INDEXED REGISTER (CHKREG.IDX)
      *     AND EVERY ISSUE, VOID AND STOP ON THE POSITIVE-PAY FILE
      *     FOR THE BANK (POSPAY.DAT).
      * THE TRANSACTIONS GO FIRST SO A REISSUE DRAWS ITS NUMBER
      * AHEAD OF THE BATCH. EITHER INPUT MAY BE ABSENT - A RUN WITH
      * NO TRANSACTIONS OR NO REQUEST BATCH SIMPLY SKIPS THAT STEP.
      * Emp-CheckRecon CLEARS THE REGISTER FROM THE BANK'S PAID
      * CHECKS FILE, AND Emp-Balance PROVES THE CHECKS ISSUED FOR A
      * RUN AGAINST THE CHECK LISTING TOTAL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHKSTOCK ASSIGN TO DYNAMIC WS-CHKSTOCK-PATH
            FILE STATUS IS CS-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHKREGISTER ASSIGN TO DYNAMIC WS-CHKREG-PATH
            FILE STATUS IS CR-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CR-CHECK-NUMBER.

            SELECT CHKREQUEST ASSIGN TO DYNAMIC WS-CHKREQ-PATH
            FILE STATUS IS CQ-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHKTRANS ASSIGN TO DYNAMIC WS-CHKTRANS-PATH
            FILE STATUS IS CT-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT POSPAY ASSIGN TO DYNAMIC WS-POSPAY-PATH
            FILE STATUS IS PP-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHECKPRINT ASSIGN TO DYNAMIC WS-CHECKPRINT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ISSUERPT ASSIGN TO DYNAMIC WS-ISSUERPT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REJECTRPT ASSIGN TO DYNAMIC WS-REJECTRPT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * CHECK STOCK CONTROL - ONE RECORD. WHEN A NEW BOX OF STOCK IS
      * LOADED THE OPERATOR SETS THE FIRST AND LAST NUMBERS PRINTED
      * ON IT AND SETS NEXT = FIRST; FROM THEN ON ONLY THIS PROGRAM
      * MOVES CS-NEXT-NUMBER. CS-ROUTING/CS-ACCOUNT ARE THE PAYROLL
      * DISBURSEMENT ACCOUNT THE CHECKS ARE DRAWN ON. CS-LAST-BATCH
      * IS THE STAMP OF THE LAST REQUEST BATCH ISSUED. A BATCH IS
      * ALSO REFUSED IF ANY CHECK ON THE REGISTER CARRIES ITS STAMP,
      * SO THE SAME BATCH CANNOT BE PRINTED TWICE EVEN AFTER OTHER
      * BATCHES HAVE BEEN ISSUED IN BETWEEN.
       FD CHKSTOCK.
       01 CS-RECORD.
           02 CS-FIRST-NUMBER PIC 9(8).
           02 CS-LAST-NUMBER  PIC 9(8).
           02 CS-NEXT-NUMBER  PIC 9(8).
           02 CS-ROUTING      PIC 9(9).
           02 CS-ACCOUNT      PIC X(17).
           02 CS-LAST-BATCH   PIC 9(14).

      * CHECK REGISTER - ONE RECORD PER CHECK NUMBER EVER USED. THE
      * LAYOUT MUST STAY IN STEP WITH Emp-CheckRecon AND
      * Emp-Balance.
      *   CR-SOURCE   "D" PAY-BY-CHECK ITEM OF A DEPOSIT RUN
      *               "R" REPLACES A DEPOSIT THE BANK RETURNED
      *               "X" REISSUE OF AN EARLIER CHECK
      *   CR-STATUS   "O" OUTSTANDING, "C" CLEARED BY THE BANK,
      *               "V" VOID, "S" STOP PAYMENT
      *   CR-REISSUE-OF / CR-REISSUED-BY  LINK A REISSUED CHECK TO
      *               ITS REPLACEMENT IN BOTH DIRECTIONS.
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

      * CHECK REQUEST BATCH - THE LAYOUT MUST STAY IN STEP WITH THE
      * RECORDS WRITTEN BY Emp-Deposit AND Emp-Return. A "H" HEADER
      * CARRYING THE BATCH STAMP, ONE "D" DETAIL PER CHECK AND A
      * "T" TRAILER WITH THE COUNT AND NET TOTAL. RETURNED-DEPOSIT
      * BATCHES CARRY NO RUN NUMBER AND NO EARNINGS DETAIL.
       FD CHKREQUEST.
       01 CQ-RECORD.
           02 CQ-REC-TYPE     PIC X.
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
           02 FILLER          PIC X(5).
       01 CQ-HEADER REDEFINES CQ-RECORD.
           02 CQH-REC-TYPE    PIC X.
           02 CQH-BATCH-ID    PIC 9(14).
           02 CQH-SOURCE      PIC X.
           02 CQH-RUN-NUMBER  PIC 9(5).
           02 FILLER          PIC X(89).
       01 CQ-TRAILER REDEFINES CQ-RECORD.
           02 CQT-REC-TYPE    PIC X.
           02 CQT-COUNT       PIC 9(6).
           02 CQT-TOTAL       PIC 9(9)V99.
           02 FILLER          PIC X(92).

      * VOID / STOP / REISSUE TRANSACTIONS, ONE PER CHECK:
      *   "V" - VOID AN OUTSTANDING CHECK (SPOILED, OR PAY REVERSED)
      *   "S" - STOP PAYMENT ON AN OUTSTANDING CHECK
      *   "R" - REISSUE. AN OUTSTANDING CHECK IS STOPPED FIRST (LOST
      *         OR NEVER RECEIVED); A CHECK ALREADY VOID OR STOPPED
      *         IS REPLACED AS IT STANDS. THE REPLACEMENT TAKES THE
      *         NEXT NUMBER OFF THE STOCK FOR THE SAME AMOUNT.
      * A CLEARED CHECK CAN NEITHER BE VOIDED, STOPPED NOR REISSUED.
       FD CHKTRANS.
       01 CT-RECORD.
           02 CT-ACTION       PIC X.
           02 CT-CHECK-NUMBER PIC X(8).
           02 CT-CHECK-NUMBER-N REDEFINES CT-CHECK-NUMBER PIC 9(8).
           02 CT-REASON       PIC X(20).

      * POSITIVE-PAY ISSUE FILE FOR THE BANK. EACH RUN APPENDS ITS
      * OWN HEADER, DETAILS AND TRAILER; THE FILE IS EXTENDED UNTIL
      * IT IS TRANSMITTED. PPD-ACTION "I" ISSUE, "V" VOID, "S" STOP.
      * THE TRAILER CARRIES THE DETAIL COUNT AND THE ISSUED AND
      * CANCELLED DOLLAR TOTALS SO THE BANK CAN REJECT A SHORT FILE.
       FD POSPAY.
       01 PP-RECORD       PIC X(80).

       FD CHECKPRINT.
       01 CHK-PRINT-LINE  PIC X(80).

       FD ISSUERPT.
       01 ISS-REPORT-LINE PIC X(100).

       FD REJECTRPT.
       01 REJ-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-FILE-PATHS.
           05 WS-CHKSTOCK-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/CHKSTOCK.DAT".
           05 WS-CHKREG-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/CHKREG.IDX".
           05 WS-CHKREQ-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/CHKREQ.DAT".
           05 WS-CHKTRANS-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/CHKTRANS.DAT".
           05 WS-POSPAY-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/POSPAY.DAT".
           05 WS-CHECKPRINT-PATH  PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/CHECKS.LPT".
           05 WS-ISSUERPT-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/CHKISSUE.LPT".
           05 WS-REJECTRPT-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/CHKREJ.LPT".

       01 WS-ENV-VALUE            PIC X(100).

       01 WS-EOF-SWITCH           PIC X VALUE "N".
           88 ENDOFFILE           VALUE "Y".

       01 WS-REQ-EOF-SWITCH       PIC X VALUE "N".
           88 REQ-ENDOFFILE       VALUE "Y".

       01 WS-WORK-AREA.
           05 CS-CHECK-KEY       PIC X(2).
           05 CR-CHECK-KEY       PIC X(2).
           05 CQ-CHECK-KEY       PIC X(2).
           05 CT-CHECK-KEY       PIC X(2).
           05 PP-CHECK-KEY       PIC X(2).

      * THE STOCK CONTROL RECORD IS ONLY WRITTEN BACK ONCE IT HAS
      * BEEN READ AND PROVED - AN EARLY STOP MUST NOT BLANK IT.
       01 WS-STOCK-SWITCH         PIC X VALUE "N".
           88 STOCK-LOADED        VALUE "Y".
       01 WS-STOCK-CONTROL.
           05 WS-STOCK-FIRST     PIC 9(8).
           05 WS-STOCK-LAST      PIC 9(8).
           05 WS-STOCK-NEXT      PIC 9(8).
           05 WS-STOCK-ROUTING   PIC 9(9).
           05 WS-STOCK-ACCOUNT   PIC X(17).
           05 WS-STOCK-LAST-BATCH PIC 9(14).
       01 WS-STOCK-LEFT           PIC 9(8).

       01 WS-EDIT-SWITCH          PIC X VALUE "N".
           88 EDIT-FAILED         VALUE "Y".
       01 WS-EDIT-REASON          PIC X(30).

       01 WS-BATCH-SWITCH         PIC X VALUE "N".
           88 BATCH-REJECTED      VALUE "Y".
       01 WS-BATCH-ID             PIC 9(14).
       01 WS-BATCH-SOURCE         PIC X.
       01 WS-BATCH-RUN            PIC 9(5).
       01 WS-BATCH-DETAIL-COUNT   PIC 9(6).
       01 WS-BATCH-DETAIL-TOTAL   PIC 9(9)V99.
       01 WS-BATCH-TRAILER-SWITCH PIC X VALUE "N".
           88 BATCH-TRAILER-FOUND VALUE "Y".
       01 WS-BATCH-TRAILER-COUNT  PIC 9(6).
       01 WS-BATCH-TRAILER-TOTAL  PIC 9(9)V99.
       01 WS-REG-EOF-SWITCH       PIC X VALUE "N".
           88 REG-ENDOFFILE       VALUE "Y".

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR        PIC 9(4).
           05 WS-RUN-MONTH       PIC 9(2).
           05 WS-RUN-DAY         PIC 9(2).
       01 WS-RUN-DATE-9 REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME             PIC X(8).

      * THE CHECK BEING ISSUED - FILLED FROM A REQUEST DETAIL OR,
      * FOR A REISSUE, FROM THE REGISTER RECORD BEING REPLACED.
       01 WS-ISSUE.
           05 WS-ISS-CHECK-NUMBER PIC 9(8).
           05 WS-ISS-SOURCE      PIC X.
           05 WS-ISS-RUN-NUMBER  PIC 9(5).
           05 WS-ISS-BATCH-ID    PIC 9(14).
           05 WS-ISS-EMPID       PIC 9(9).
           05 WS-ISS-LASTNAME    PIC X(10).
           05 WS-ISS-FIRSTNAME   PIC X(10).
           05 WS-ISS-DEPARTMENT  PIC X(30).
           05 WS-ISS-PAY-TYPE    PIC X.
           05 WS-ISS-GROSS       PIC 9(5)V99.
           05 WS-ISS-TAX-DED     PIC 9(5)V99.
           05 WS-ISS-RETIRE-DED  PIC 9(5)V99.
           05 WS-ISS-BENEFIT-DED PIC 9(5)V99.
           05 WS-ISS-GARN-DED    PIC 9(5)V99.
           05 WS-ISS-AMOUNT      PIC 9(7)V99.
           05 WS-ISS-REISSUE-OF  PIC 9(8).
           05 WS-ISS-NOTE        PIC X(40).

       01 WS-PP-ACTION            PIC X.
       01 WS-PP-AMOUNT            PIC 9(7)V99.

       01 WS-TRANS-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-VOID-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-STOP-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-REISSUE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-ISSUED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-ISSUED-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-CANCEL-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-PP-COUNT             PIC 9(6) VALUE ZERO.

       01 WS-PP-HEADER.
           02 PPH-REC-TYPE    PIC X       VALUE "H".
           02 PPH-FILE-DATE   PIC 9(8).
           02 PPH-ROUTING     PIC 9(9).
           02 PPH-ACCOUNT     PIC X(17).
           02 PPH-COMPANY     PIC X(20)   VALUE "ACME-FUSES PAYROLL".
           02 FILLER          PIC X(25)   VALUE SPACES.

       01 WS-PP-DETAIL.
           02 PPD-REC-TYPE    PIC X       VALUE "D".
           02 PPD-ACTION      PIC X.
           02 PPD-ACCOUNT     PIC X(17).
           02 PPD-CHECK-NUMBER PIC 9(8).
           02 PPD-AMOUNT      PIC 9(7)V99.
           02 PPD-ISSUE-DATE  PIC 9(8).
           02 PPD-PAYEE-LAST  PIC X(10).
           02 PPD-PAYEE-FIRST PIC X(10).
           02 FILLER          PIC X(16)   VALUE SPACES.

       01 WS-PP-TRAILER.
           02 PPT-REC-TYPE    PIC X       VALUE "T".
           02 PPT-RECORD-COUNT PIC 9(6).
           02 PPT-ISSUED-TOTAL PIC 9(9)V99.
           02 PPT-CANCEL-TOTAL PIC 9(9)V99.
           02 FILLER          PIC X(51)   VALUE SPACES.

      * CHECK/ADVICE PAIR. THE ADVICE PRINTS ABOVE THE PERFORATION
      * AND THE CHECK BELOW IT, ONE PAIR TO A FORM.
       01 WS-ADV-HEADING.
           05 FILLER             PIC X(40) VALUE
              "ACME-FUSES PAYROLL - EARNINGS ADVICE".
           05 FILLER             PIC X(11) VALUE "CHECK NO.".
           05 ADV-CHECK-NUMBER   PIC 9(8).
           05 FILLER             PIC X(7)  VALUE "  DATE ".
           05 ADV-MONTH          PIC 99.
           05 FILLER             PIC X(1)  VALUE "/".
           05 ADV-DAY            PIC 99.
           05 FILLER             PIC X(1)  VALUE "/".
           05 ADV-YEAR           PIC 9999.

       01 WS-ADV-EMP-LINE.
           05 FILLER             PIC X(10) VALUE "EMPLOYEE:".
           05 ADV-EMPID          PIC 9(9).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ADV-LASTNAME       PIC X(10).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 ADV-FIRSTNAME      PIC X(10).
           05 FILLER             PIC X(6)  VALUE "  RUN ".
           05 ADV-RUN-NUMBER     PIC 9(5).

       01 WS-ADV-DEPT-LINE.
           05 FILLER             PIC X(12) VALUE "DEPARTMENT:".
           05 ADV-DEPARTMENT     PIC X(30).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ADV-PAY-KIND       PIC X(20).

       01 WS-ADV-AMOUNT-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 ADV-AMOUNT-LABEL   PIC X(20).
           05 ADV-AMOUNT         PIC Z,ZZZ,ZZ9.99.

       01 WS-ADV-NOTE-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 ADV-NOTE           PIC X(40).

       01 WS-CHK-PERFORATION.
           05 FILLER             PIC X(80) VALUE ALL "- ".

       01 WS-CHK-HEADING.
           05 FILLER             PIC X(40) VALUE
              "ACME-FUSES PAYROLL ACCOUNT".
           05 FILLER             PIC X(11) VALUE "CHECK NO.".
           05 CHK-CHECK-NUMBER   PIC 9(8).

       01 WS-CHK-DATE-LINE.
           05 FILLER             PIC X(53) VALUE SPACES.
           05 FILLER             PIC X(6)  VALUE "DATE ".
           05 CHK-MONTH          PIC 99.
           05 FILLER             PIC X(1)  VALUE "/".
           05 CHK-DAY            PIC 99.
           05 FILLER             PIC X(1)  VALUE "/".
           05 CHK-YEAR           PIC 9999.

       01 WS-CHK-PAYEE-LINE.
           05 FILLER             PIC X(20) VALUE
              "PAY TO THE ORDER OF".
           05 CHK-FIRSTNAME      PIC X(10).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 CHK-LASTNAME       PIC X(10).
           05 FILLER             PIC X(12) VALUE SPACES.
           05 CHK-AMOUNT         PIC $*,***,**9.99.

       01 WS-CHK-ACCOUNT-LINE.
           05 FILLER             PIC X(8)  VALUE "ROUTING ".
           05 CHK-ROUTING        PIC 9(9).
           05 FILLER             PIC X(10) VALUE "  ACCOUNT ".
           05 CHK-ACCOUNT        PIC X(17).
           05 FILLER             PIC X(26) VALUE
              "  VOID AFTER 180 DAYS".

       01 WS-CHK-BLANK-LINE       PIC X(80) VALUE SPACES.

       01 WS-ISS-HEADING-1.
           05 FILLER             PIC X(40) VALUE
              "CHECK REGISTER ACTIVITY - RUN DATE".
           05 ISS-RUN-DATE       PIC 9(8).

       01 WS-ISS-HEADING-2.
           05 FILLER PIC X(10) VALUE "CHECK NO".
           05 FILLER PIC X(10) VALUE "ACTION".
           05 FILLER PIC X(11) VALUE "EMPID".
           05 FILLER PIC X(12) VALUE "LAST NAME".
           05 FILLER PIC X(12) VALUE "FIRST NAME".
           05 FILLER PIC X(15) VALUE "AMOUNT".
           05 FILLER PIC X(30) VALUE "NOTE".

       01 WS-ISS-DETAIL-LINE.
           05 ISS-CHECK-OUT      PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ISS-ACTION-OUT     PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ISS-EMPID-OUT      PIC 9(9).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ISS-LASTNAME-OUT   PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ISS-FIRSTNAME-OUT  PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ISS-AMOUNT-OUT     PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ISS-NOTE-OUT       PIC X(30).

       01 WS-ISS-TOTAL-LINE.
           05 ISS-TOTAL-LABEL    PIC X(30).
           05 ISS-TOTAL-COUNT    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 ISS-TOTAL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-ISS-STOCK-LINE.
           05 FILLER             PIC X(30) VALUE
              "NEXT CHECK NUMBER ON STOCK".
           05 ISS-STOCK-NEXT     PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  LAST ".
           05 ISS-STOCK-LAST     PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  LEFT ".
           05 ISS-STOCK-LEFT     PIC ZZ,ZZZ,ZZ9.

       01 WS-ISS-BLANK-LINE      PIC X(100) VALUE SPACES.

       01 WS-REJ-HEADING-1.
           05 FILLER PIC X(100) VALUE
              "CHECK ISSUANCE - REJECTED TRANSACTIONS AND BATCHES".

       01 WS-REJ-HEADING-2.
           05 FILLER PIC X(8)  VALUE "ACTION".
           05 FILLER PIC X(12) VALUE "CHECK/EMPID".
           05 FILLER PIC X(30) VALUE "REASON".

       01 WS-REJ-DETAIL-LINE.
           05 REJ-ACTION-OUT     PIC X.
           05 FILLER             PIC X(7) VALUE SPACES.
           05 REJ-KEY-OUT        PIC X(9).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 REJ-REASON-OUT     PIC X(30).

       01 WS-REJ-BLANK-LINE      PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           0090-INIT-FILE-PATHS.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHKSTOCK_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-CHKSTOCK-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHKREG_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-CHKREG-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHKREQ_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-CHKREQ-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHKTRANS_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-CHKTRANS-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "POSPAY_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-POSPAY-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHECKS_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-CHECKPRINT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHKISSUE_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-ISSUERPT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHKREJ_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-REJECTRPT-PATH
             END-IF.
           0090-END.

           0100-ISSUE-CHECKS.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             ACCEPT WS-RUN-TIME FROM TIME.

      * THE PRINT FILES HAVE NO FILE STATUS CLAUSE, SO THEY ARE
      * OPENED FIRST - EVERY ERROR PATH INTO 0900-END-PROGRAM MUST
      * FIND THEM ALREADY OPEN OR THE CLOSE THERE WOULD ABEND.
             OPEN OUTPUT REJECTRPT.
             OPEN OUTPUT ISSUERPT.
             OPEN OUTPUT CHECKPRINT.

             PERFORM 0110-LOAD-CHECK-STOCK.

             OPEN I-O CHKREGISTER.
             IF CR-CHECK-KEY = "35"
                 DISPLAY "CHECK REGISTER NOT FOUND - CREATING NEW"
                 OPEN OUTPUT CHKREGISTER
                 CLOSE CHKREGISTER
                 OPEN I-O CHKREGISTER
             END-IF.
             IF CR-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR CHECK REGISTER: ",
                     CR-CHECK-KEY
                 GO TO 0900-END-PROGRAM
             END-IF.
             PERFORM 0115-PROVE-STOCK-AGAINST-REG.

             OPEN EXTEND POSPAY.
             IF PP-CHECK-KEY = "35"
                 OPEN OUTPUT POSPAY
             END-IF.
             IF PP-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR POSITIVE PAY FILE: ",
                     PP-CHECK-KEY
                 GO TO 0900-END-PROGRAM
             END-IF.
             MOVE WS-RUN-DATE-9 TO PPH-FILE-DATE.
             MOVE WS-STOCK-ROUTING TO PPH-ROUTING.
             MOVE WS-STOCK-ACCOUNT TO PPH-ACCOUNT.
             WRITE PP-RECORD FROM WS-PP-HEADER.

             MOVE WS-REJ-HEADING-1 TO REJ-REPORT-LINE.
             WRITE REJ-REPORT-LINE.
             MOVE WS-REJ-HEADING-2 TO REJ-REPORT-LINE.
             WRITE REJ-REPORT-LINE.
             MOVE WS-REJ-BLANK-LINE TO REJ-REPORT-LINE.
             WRITE REJ-REPORT-LINE.

             MOVE WS-RUN-DATE-9 TO ISS-RUN-DATE.
             MOVE WS-ISS-HEADING-1 TO ISS-REPORT-LINE.
             WRITE ISS-REPORT-LINE.
             MOVE WS-ISS-HEADING-2 TO ISS-REPORT-LINE.
             WRITE ISS-REPORT-LINE.
             MOVE WS-ISS-BLANK-LINE TO ISS-REPORT-LINE.
             WRITE ISS-REPORT-LINE.

             PERFORM 0200-APPLY-TRANSACTIONS.
             PERFORM 0300-ISSUE-REQUEST-BATCH.

             MOVE WS-PP-COUNT TO PPT-RECORD-COUNT.
             MOVE WS-ISSUED-TOTAL TO PPT-ISSUED-TOTAL.
             MOVE WS-CANCEL-TOTAL TO PPT-CANCEL-TOTAL.
             WRITE PP-RECORD FROM WS-PP-TRAILER.

             PERFORM 0500-WRITE-ISSUE-TOTALS.
             PERFORM 0900-END-PROGRAM.
           0100-END.

      * THE STOCK RECORD MUST BE COMPLETE AND ITS NEXT NUMBER MUST
      * LIE INSIDE THE RANGE (ONE PAST THE LAST MEANS THE BOX IS
      * USED UP - TRANSACTIONS THAT NEED NO NEW CHECK CAN STILL
      * RUN). ANYTHING ELSE STOPS THE RUN BEFORE A CHECK IS NUMBERED.
           0110-LOAD-CHECK-STOCK.
              OPEN INPUT CHKSTOCK.
              IF CS-CHECK-KEY NOT = "00"
                  DISPLAY "ERR: OPEN FILE ERROR CHECK STOCK CONTROL: ",
                      CS-CHECK-KEY
                  GO TO 0900-END-PROGRAM
              END-IF.
              READ CHKSTOCK
                  AT END
                      DISPLAY "ERR: CHECK STOCK CONTROL FILE IS EMPTY"
                      CLOSE CHKSTOCK
                      GO TO 0900-END-PROGRAM
              END-READ.
              CLOSE CHKSTOCK.
              IF CS-FIRST-NUMBER NOT NUMERIC
                  OR CS-LAST-NUMBER NOT NUMERIC
                  OR CS-NEXT-NUMBER NOT NUMERIC
                  OR CS-ROUTING NOT NUMERIC
                  OR CS-FIRST-NUMBER = ZERO
                  OR CS-LAST-NUMBER < CS-FIRST-NUMBER
                  OR CS-NEXT-NUMBER < CS-FIRST-NUMBER
                  OR CS-NEXT-NUMBER > CS-LAST-NUMBER + 1
                  OR CS-ACCOUNT = SPACES
                  DISPLAY "ERR: CHECK STOCK CONTROL RECORD IS INVALID "
                      "- CHECK THE STOCK RANGE AND ACCOUNT"
                  GO TO 0900-END-PROGRAM
              END-IF.
              MOVE CS-FIRST-NUMBER TO WS-STOCK-FIRST.
              MOVE CS-LAST-NUMBER TO WS-STOCK-LAST.
              MOVE CS-NEXT-NUMBER TO WS-STOCK-NEXT.
              MOVE CS-ROUTING TO WS-STOCK-ROUTING.
              MOVE CS-ACCOUNT TO WS-STOCK-ACCOUNT.
              IF CS-LAST-BATCH NUMERIC
                  MOVE CS-LAST-BATCH TO WS-STOCK-LAST-BATCH
              ELSE
                  MOVE ZERO TO WS-STOCK-LAST-BATCH
              END-IF.
              SET STOCK-LOADED TO TRUE.
           0110-END.

      * THE NEXT NUMBER ON THE STOCK MUST NOT ALREADY BE ON THE
      * REGISTER. IF IT IS, A RUN DIED AFTER PRINTING CHECKS BUT
      * BEFORE THE STOCK RECORD WAS WRITTEN BACK, OR AN OVERLAPPING
      * RANGE WAS LOADED - EITHER WAY THE STOCK MUST BE COUNTED AND
      * THE CONTROL RECORD CORRECTED BY HAND BEFORE ANOTHER CHECK IS
      * NUMBERED. THE CONTROL RECORD IS LEFT AS IT WAS.
           0115-PROVE-STOCK-AGAINST-REG.
              IF WS-STOCK-NEXT NOT > WS-STOCK-LAST
                  MOVE WS-STOCK-NEXT TO CR-CHECK-NUMBER
                  READ CHKREGISTER
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          DISPLAY "ERR: NEXT CHECK NUMBER "
                              WS-STOCK-NEXT " IS ALREADY ON THE "
                              "REGISTER - RECONCILE THE STOCK"
                          MOVE "N" TO WS-STOCK-SWITCH
                          GO TO 0900-END-PROGRAM
                  END-READ
              END-IF.
           0115-END.

           0130-READ-NEXT-TRANS.
              READ CHKTRANS
                  AT END SET ENDOFFILE TO TRUE
              END-READ.
           0130-END.

           0140-READ-NEXT-REQUEST.
              READ CHKREQUEST
                  AT END SET REQ-ENDOFFILE TO TRUE
              END-READ.
           0140-END.

           0200-APPLY-TRANSACTIONS.
              OPEN INPUT CHKTRANS.
              IF CT-CHECK-KEY = "35"
                  DISPLAY "NO VOID/STOP/REISSUE TRANSACTIONS THIS RUN"
              ELSE
                  IF CT-CHECK-KEY NOT = "00"
                      DISPLAY "ERR: OPEN FILE ERROR CHECK TRANSACTION "
                          "FILE: ", CT-CHECK-KEY
                      GO TO 0900-END-PROGRAM
                  END-IF
                  PERFORM 0130-READ-NEXT-TRANS
                  PERFORM 0205-PROCESS-TRANS UNTIL ENDOFFILE
                  CLOSE CHKTRANS
              END-IF.
           0200-END.

           0205-PROCESS-TRANS.
              ADD 1 TO WS-TRANS-COUNT.
              PERFORM 0210-VALIDATE-TRANS.
              IF NOT EDIT-FAILED
                  EVALUATE CT-ACTION
                      WHEN "V"
                          PERFORM 0220-APPLY-VOID
                      WHEN "S"
                          PERFORM 0230-APPLY-STOP
                      WHEN "R"
                          PERFORM 0240-APPLY-REISSUE
                  END-EVALUATE
              END-IF.
              IF EDIT-FAILED
                  MOVE CT-ACTION TO REJ-ACTION-OUT
                  MOVE CT-CHECK-NUMBER TO REJ-KEY-OUT
                  PERFORM 0260-WRITE-REJECT
              END-IF.
              PERFORM 0130-READ-NEXT-TRANS.
           0205-END.

      * EVERY TRANSACTION NEEDS A REASON - IT GOES ON THE REGISTER
      * AND IS WHAT THE AUDITORS ASK FOR FIRST.
           0210-VALIDATE-TRANS.
              MOVE "N" TO WS-EDIT-SWITCH.
              MOVE SPACES TO WS-EDIT-REASON.
              EVALUATE TRUE
                  WHEN CT-ACTION NOT = "V" AND CT-ACTION NOT = "S"
                      AND CT-ACTION NOT = "R"
                      SET EDIT-FAILED TO TRUE
                      MOVE "INVALID ACTION CODE" TO WS-EDIT-REASON
                  WHEN CT-CHECK-NUMBER NOT NUMERIC
                      SET EDIT-FAILED TO TRUE
                      MOVE "CHECK NUMBER NOT NUMERIC"
                          TO WS-EDIT-REASON
                  WHEN CT-CHECK-NUMBER-N = ZERO
                      SET EDIT-FAILED TO TRUE
                      MOVE "CHECK NUMBER IS ZERO" TO WS-EDIT-REASON
                  WHEN CT-REASON = SPACES
                      SET EDIT-FAILED TO TRUE
                      MOVE "REASON MISSING" TO WS-EDIT-REASON
              END-EVALUATE.
              IF NOT EDIT-FAILED
                  MOVE CT-CHECK-NUMBER-N TO CR-CHECK-NUMBER
                  READ CHKREGISTER
                      INVALID KEY
                          SET EDIT-FAILED TO TRUE
                          MOVE "CHECK NOT ON REGISTER"
                              TO WS-EDIT-REASON
                  END-READ
              END-IF.
              IF NOT EDIT-FAILED
                  EVALUATE TRUE
                      WHEN CR-CLEARED
                          SET EDIT-FAILED TO TRUE
                          MOVE "CHECK ALREADY CLEARED"
                              TO WS-EDIT-REASON
                      WHEN CT-ACTION NOT = "R" AND NOT CR-OUTSTANDING
                          SET EDIT-FAILED TO TRUE
                          MOVE "CHECK ALREADY VOID OR STOPPED"
                              TO WS-EDIT-REASON
                      WHEN CT-ACTION = "R" AND CR-REISSUED-BY > ZERO
                          SET EDIT-FAILED TO TRUE
                          MOVE "CHECK ALREADY REISSUED"
                              TO WS-EDIT-REASON
                      WHEN CT-ACTION = "R"
                          AND WS-STOCK-NEXT > WS-STOCK-LAST
                          SET EDIT-FAILED TO TRUE
                          MOVE "CHECK STOCK EXHAUSTED"
                              TO WS-EDIT-REASON
                  END-EVALUATE
              END-IF.
           0210-END.

           0220-APPLY-VOID.
              MOVE "V" TO CR-STATUS.
              PERFORM 0250-CANCEL-CHECK.
              IF NOT EDIT-FAILED
                  ADD 1 TO WS-VOID-COUNT
                  MOVE "VOIDED" TO ISS-ACTION-OUT
                  PERFORM 0255-LIST-CANCEL
              END-IF.
           0220-END.

           0230-APPLY-STOP.
              MOVE "S" TO CR-STATUS.
              PERFORM 0250-CANCEL-CHECK.
              IF NOT EDIT-FAILED
                  ADD 1 TO WS-STOP-COUNT
                  MOVE "STOPPED" TO ISS-ACTION-OUT
                  PERFORM 0255-LIST-CANCEL
              END-IF.
           0230-END.

      * THE ORIGINAL IS STOPPED FIRST IF IT IS STILL OUT, THEN A
      * REPLACEMENT FOR THE SAME AMOUNT TAKES THE NEXT NUMBER. THE
      * ORIGINAL IS REWRITTEN POINTING AT ITS REPLACEMENT BEFORE THE
      * REPLACEMENT IS WRITTEN, SO THE LINK IS NEVER ONE-SIDED ON
      * THE REGISTER. STOCK WAS PROVED AVAILABLE IN THE EDIT.
           0240-APPLY-REISSUE.
              IF CR-OUTSTANDING
                  MOVE "S" TO CR-STATUS
                  PERFORM 0250-CANCEL-CHECK
                  IF NOT EDIT-FAILED
                      ADD 1 TO WS-STOP-COUNT
                      MOVE "STOPPED" TO ISS-ACTION-OUT
                      PERFORM 0255-LIST-CANCEL
                  END-IF
              END-IF.
              IF NOT EDIT-FAILED
                  MOVE WS-STOCK-NEXT TO CR-REISSUED-BY
                  REWRITE CR-RECORD
                      INVALID KEY
                          SET EDIT-FAILED TO TRUE
                          MOVE "REWRITE FAILED ON REGISTER"
                              TO WS-EDIT-REASON
                  END-REWRITE
              END-IF.
              IF NOT EDIT-FAILED
                  PERFORM 0245-BUILD-REISSUE
                  PERFORM 0400-ISSUE-ONE-CHECK
                  ADD 1 TO WS-REISSUE-COUNT
              END-IF.
           0240-END.

           0245-BUILD-REISSUE.
              MOVE "X" TO WS-ISS-SOURCE.
              MOVE CR-RUN-NUMBER TO WS-ISS-RUN-NUMBER.
              MOVE CR-BATCH-ID TO WS-ISS-BATCH-ID.
              MOVE CR-EMPID TO WS-ISS-EMPID.
              MOVE CR-LASTNAME TO WS-ISS-LASTNAME.
              MOVE CR-FIRSTNAME TO WS-ISS-FIRSTNAME.
              MOVE SPACES TO WS-ISS-DEPARTMENT.
              MOVE SPACE TO WS-ISS-PAY-TYPE.
              MOVE ZERO TO WS-ISS-GROSS.
              MOVE ZERO TO WS-ISS-TAX-DED.
              MOVE ZERO TO WS-ISS-RETIRE-DED.
              MOVE ZERO TO WS-ISS-BENEFIT-DED.
              MOVE ZERO TO WS-ISS-GARN-DED.
              MOVE CR-AMOUNT TO WS-ISS-AMOUNT.
              MOVE CR-CHECK-NUMBER TO WS-ISS-REISSUE-OF.
              MOVE SPACES TO WS-ISS-NOTE.
              STRING "REPLACES CHECK NO. " DELIMITED BY SIZE
                  CR-CHECK-NUMBER DELIMITED BY SIZE
                  INTO WS-ISS-NOTE
              END-STRING.
           0245-END.

      * SHARED BY VOID AND STOP: THE NEW STATUS IS ALREADY IN
      * CR-STATUS. THE BANK IS TOLD THROUGH POSITIVE PAY SO IT
      * REFUSES THE ITEM IF IT IS EVER PRESENTED.
           0250-CANCEL-CHECK.
              MOVE WS-RUN-DATE-9 TO CR-STATUS-DATE.
              MOVE CT-REASON TO CR-REASON.
              REWRITE CR-RECORD
                  INVALID KEY
                      SET EDIT-FAILED TO TRUE
                      MOVE "REWRITE FAILED ON REGISTER"
                          TO WS-EDIT-REASON
              END-REWRITE.
              IF NOT EDIT-FAILED
                  MOVE CR-STATUS TO WS-PP-ACTION
                  MOVE CR-CHECK-NUMBER TO PPD-CHECK-NUMBER
                  MOVE CR-AMOUNT TO WS-PP-AMOUNT
                  MOVE CR-ISSUE-DATE TO PPD-ISSUE-DATE
                  MOVE CR-LASTNAME TO PPD-PAYEE-LAST
                  MOVE CR-FIRSTNAME TO PPD-PAYEE-FIRST
                  PERFORM 0430-WRITE-POSPAY
                  ADD CR-AMOUNT TO WS-CANCEL-TOTAL
              END-IF.
           0250-END.

           0255-LIST-CANCEL.
              MOVE CR-CHECK-NUMBER TO ISS-CHECK-OUT.
              MOVE CR-EMPID TO ISS-EMPID-OUT.
              MOVE CR-LASTNAME TO ISS-LASTNAME-OUT.
              MOVE CR-FIRSTNAME TO ISS-FIRSTNAME-OUT.
              MOVE CR-AMOUNT TO ISS-AMOUNT-OUT.
              MOVE CR-REASON TO ISS-NOTE-OUT.
              MOVE WS-ISS-DETAIL-LINE TO ISS-REPORT-LINE.
              WRITE ISS-REPORT-LINE.
           0255-END.

           0260-WRITE-REJECT.
              ADD 1 TO WS-REJECT-COUNT.
              MOVE WS-EDIT-REASON TO REJ-REASON-OUT.
              MOVE WS-REJ-DETAIL-LINE TO REJ-REPORT-LINE.
              WRITE REJ-REPORT-LINE.
           0260-END.

      * THE BATCH IS PROVED END TO END BEFORE A SINGLE CHECK IS
      * NUMBERED: HEADER FIRST, TRAILER LAST, DETAIL COUNT AND NET
      * TOTAL AGREEING WITH THE TRAILER, NO CHECK OF IT ALREADY ON
      * THE REGISTER, AND ENOUGH STOCK LEFT FOR EVERY CHECK IN IT.
      * A BATCH THAT FAILS IS NOT ISSUED AT ALL - HALF A BATCH OF
      * CHECKS CANNOT BE RECONCILED TO THE CHECK LISTING.
           0300-ISSUE-REQUEST-BATCH.
              OPEN INPUT CHKREQUEST.
              IF CQ-CHECK-KEY = "35"
                  DISPLAY "NO CHECK REQUEST BATCH THIS RUN"
              ELSE
                  IF CQ-CHECK-KEY NOT = "00"
                      DISPLAY "ERR: OPEN FILE ERROR CHECK REQUEST "
                          "FILE: ", CQ-CHECK-KEY
                      GO TO 0900-END-PROGRAM
                  END-IF
                  PERFORM 0310-PROVE-REQUEST-BATCH
                  CLOSE CHKREQUEST
                  IF BATCH-REJECTED
                      MOVE "B" TO REJ-ACTION-OUT
                      MOVE SPACES TO REJ-KEY-OUT
                      PERFORM 0260-WRITE-REJECT
                      DISPLAY "CHECK REQUEST BATCH REJECTED: "
                          WS-EDIT-REASON
                  ELSE
                      PERFORM 0330-ISSUE-PROVED-BATCH
                  END-IF
              END-IF.
           0300-END.

           0330-ISSUE-PROVED-BATCH.
              MOVE "N" TO WS-REQ-EOF-SWITCH.
              OPEN INPUT CHKREQUEST.
              PERFORM 0140-READ-NEXT-REQUEST.
              PERFORM UNTIL REQ-ENDOFFILE
                  IF CQ-REC-TYPE = "D"
                      PERFORM 0320-ISSUE-REQUEST
                  END-IF
                  PERFORM 0140-READ-NEXT-REQUEST
              END-PERFORM.
              CLOSE CHKREQUEST.
              MOVE WS-BATCH-ID TO WS-STOCK-LAST-BATCH.
           0330-END.

           0310-PROVE-REQUEST-BATCH.
              MOVE "N" TO WS-BATCH-SWITCH.
              MOVE SPACES TO WS-EDIT-REASON.
              MOVE "N" TO WS-BATCH-TRAILER-SWITCH.
              MOVE ZERO TO WS-BATCH-DETAIL-COUNT.
              MOVE ZERO TO WS-BATCH-DETAIL-TOTAL.
              MOVE "N" TO WS-REQ-EOF-SWITCH.
              PERFORM 0140-READ-NEXT-REQUEST.
              EVALUATE TRUE
                  WHEN REQ-ENDOFFILE
                      SET BATCH-REJECTED TO TRUE
                      MOVE "REQUEST BATCH IS EMPTY" TO WS-EDIT-REASON
                  WHEN CQH-REC-TYPE NOT = "H"
                      OR CQH-BATCH-ID NOT NUMERIC
                      OR (CQH-SOURCE NOT = "D"
                          AND CQH-SOURCE NOT = "R")
                      SET BATCH-REJECTED TO TRUE
                      MOVE "BATCH HEADER MISSING OR BAD"
                          TO WS-EDIT-REASON
                  WHEN CQH-BATCH-ID = WS-STOCK-LAST-BATCH
                      SET BATCH-REJECTED TO TRUE
                      MOVE "BATCH ALREADY ISSUED" TO WS-EDIT-REASON
                  WHEN OTHER
                      MOVE CQH-BATCH-ID TO WS-BATCH-ID
                      MOVE CQH-SOURCE TO WS-BATCH-SOURCE
                      IF CQH-RUN-NUMBER NUMERIC
                          MOVE CQH-RUN-NUMBER TO WS-BATCH-RUN
                      ELSE
                          MOVE ZERO TO WS-BATCH-RUN
                      END-IF
                      PERFORM 0140-READ-NEXT-REQUEST
              END-EVALUATE.
              IF NOT BATCH-REJECTED
                  PERFORM 0315-FIND-BATCH-ON-REGISTER
              END-IF.
              PERFORM UNTIL REQ-ENDOFFILE OR BATCH-REJECTED
                  EVALUATE TRUE
                      WHEN BATCH-TRAILER-FOUND
                          SET BATCH-REJECTED TO TRUE
                          MOVE "RECORDS AFTER BATCH TRAILER"
                              TO WS-EDIT-REASON
                      WHEN CQ-REC-TYPE = "T"
                          SET BATCH-TRAILER-FOUND TO TRUE
                          MOVE CQT-COUNT TO WS-BATCH-TRAILER-COUNT
                          MOVE CQT-TOTAL TO WS-BATCH-TRAILER-TOTAL
                      WHEN CQ-REC-TYPE = "D"
                          AND CQ-NET-AMOUNT NUMERIC
                          AND CQ-NET-AMOUNT > ZERO
                          ADD 1 TO WS-BATCH-DETAIL-COUNT
                          ADD CQ-NET-AMOUNT TO WS-BATCH-DETAIL-TOTAL
                      WHEN OTHER
                          SET BATCH-REJECTED TO TRUE
                          MOVE "BAD DETAIL IN REQUEST BATCH"
                              TO WS-EDIT-REASON
                  END-EVALUATE
                  PERFORM 0140-READ-NEXT-REQUEST
              END-PERFORM.
              IF NOT BATCH-REJECTED
                  COMPUTE WS-STOCK-LEFT =
                      WS-STOCK-LAST + 1 - WS-STOCK-NEXT
                  EVALUATE TRUE
                      WHEN NOT BATCH-TRAILER-FOUND
                          SET BATCH-REJECTED TO TRUE
                          MOVE "BATCH TRAILER MISSING"
                              TO WS-EDIT-REASON
                      WHEN WS-BATCH-TRAILER-COUNT
                          NOT = WS-BATCH-DETAIL-COUNT
                          SET BATCH-REJECTED TO TRUE
                          MOVE "TRAILER COUNT OUT OF BALANCE"
                              TO WS-EDIT-REASON
                      WHEN WS-BATCH-TRAILER-TOTAL
                          NOT = WS-BATCH-DETAIL-TOTAL
                          SET BATCH-REJECTED TO TRUE
                          MOVE "TRAILER TOTAL OUT OF BALANCE"
                              TO WS-EDIT-REASON
                      WHEN WS-BATCH-DETAIL-COUNT > WS-STOCK-LEFT
                          SET BATCH-REJECTED TO TRUE
                          MOVE "NOT ENOUGH CHECK STOCK LEFT"
                              TO WS-EDIT-REASON
                  END-EVALUATE
              END-IF.
           0310-END.

      * THE WHOLE REGISTER IS READ FOR A CHECK CARRYING THE BATCH
      * STAMP. CS-LAST-BATCH ONLY HOLDS THE LAST BATCH ISSUED, SO A
      * DEPOSIT BATCH RUN AGAIN AFTER A RETURNED-DEPOSIT BATCH WOULD
      * OTHERWISE GET THROUGH. A REISSUE CARRIES THE STAMP OF THE
      * CHECK IT REPLACES, SO IT TOO SHOWS THE BATCH WAS ISSUED.
           0315-FIND-BATCH-ON-REGISTER.
              MOVE "N" TO WS-REG-EOF-SWITCH.
              MOVE ZERO TO CR-CHECK-NUMBER.
              START CHKREGISTER KEY NOT < CR-CHECK-NUMBER
                  INVALID KEY SET REG-ENDOFFILE TO TRUE
              END-START.
              PERFORM UNTIL REG-ENDOFFILE OR BATCH-REJECTED
                  READ CHKREGISTER NEXT RECORD
                      AT END SET REG-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT REG-ENDOFFILE
                      AND CR-BATCH-ID = WS-BATCH-ID
                      SET BATCH-REJECTED TO TRUE
                      MOVE "BATCH ALREADY ISSUED" TO WS-EDIT-REASON
                  END-IF
              END-PERFORM.
           0315-END.

           0320-ISSUE-REQUEST.
              MOVE WS-BATCH-SOURCE TO WS-ISS-SOURCE.
              MOVE WS-BATCH-RUN TO WS-ISS-RUN-NUMBER.
              MOVE WS-BATCH-ID TO WS-ISS-BATCH-ID.
              MOVE CQ-EMPID TO WS-ISS-EMPID.
              MOVE CQ-LASTNAME TO WS-ISS-LASTNAME.
              MOVE CQ-FIRSTNAME TO WS-ISS-FIRSTNAME.
              MOVE CQ-DEPARTMENT TO WS-ISS-DEPARTMENT.
              MOVE CQ-PAY-TYPE TO WS-ISS-PAY-TYPE.
              MOVE CQ-GROSS TO WS-ISS-GROSS.
              MOVE CQ-TAX-DED TO WS-ISS-TAX-DED.
              MOVE CQ-RETIRE-DED TO WS-ISS-RETIRE-DED.
              MOVE CQ-BENEFIT-DED TO WS-ISS-BENEFIT-DED.
              MOVE CQ-GARN-DED TO WS-ISS-GARN-DED.
              MOVE CQ-NET-AMOUNT TO WS-ISS-AMOUNT.
              MOVE ZERO TO WS-ISS-REISSUE-OF.
              MOVE SPACES TO WS-ISS-NOTE.
              IF WS-BATCH-SOURCE = "R"
                  MOVE "REPLACES A DEPOSIT RETURNED BY THE BANK"
                      TO WS-ISS-NOTE
              END-IF.
              PERFORM 0400-ISSUE-ONE-CHECK.
           0320-END.

      * NUMBERS, REGISTERS, PRINTS AND REPORTS ONE CHECK FROM
      * WS-ISSUE. A NUMBER FOUND ALREADY ON THE REGISTER HERE MEANS
      * THE STOCK RANGE OVERLAPS AN OLD ONE - THE RUN STOPS WITH THE
      * CONTROL RECORD LEFT AT THE COLLIDING NUMBER SO THE NEXT RUN
      * TRIPS OVER IT IN 0115 UNTIL THE STOCK IS RECONCILED.
           0400-ISSUE-ONE-CHECK.
              MOVE WS-STOCK-NEXT TO WS-ISS-CHECK-NUMBER.
              MOVE SPACES TO CR-RECORD.
              MOVE WS-ISS-CHECK-NUMBER TO CR-CHECK-NUMBER.
              MOVE WS-RUN-DATE-9 TO CR-ISSUE-DATE.
              MOVE WS-ISS-SOURCE TO CR-SOURCE.
              MOVE WS-ISS-RUN-NUMBER TO CR-RUN-NUMBER.
              MOVE WS-ISS-BATCH-ID TO CR-BATCH-ID.
              MOVE WS-ISS-EMPID TO CR-EMPID.
              MOVE WS-ISS-LASTNAME TO CR-LASTNAME.
              MOVE WS-ISS-FIRSTNAME TO CR-FIRSTNAME.
              MOVE WS-ISS-AMOUNT TO CR-AMOUNT.
              MOVE "O" TO CR-STATUS.
              MOVE WS-RUN-DATE-9 TO CR-STATUS-DATE.
              MOVE WS-ISS-REISSUE-OF TO CR-REISSUE-OF.
              MOVE ZERO TO CR-REISSUED-BY.
              MOVE ZERO TO CR-PAID-AMOUNT.
              MOVE ZERO TO CR-PAID-DATE.
              WRITE CR-RECORD
                  INVALID KEY
                      DISPLAY "ERR: CHECK NUMBER " WS-ISS-CHECK-NUMBER
                          " ALREADY ON THE REGISTER - RECONCILE "
                          "THE STOCK"
                      GO TO 0900-END-PROGRAM
              END-WRITE.
              ADD 1 TO WS-STOCK-NEXT.
              ADD 1 TO WS-ISSUED-COUNT.
              ADD WS-ISS-AMOUNT TO WS-ISSUED-TOTAL.

              PERFORM 0420-PRINT-CHECK-PAIR.

              MOVE "I" TO WS-PP-ACTION.
              MOVE WS-ISS-CHECK-NUMBER TO PPD-CHECK-NUMBER.
              MOVE WS-ISS-AMOUNT TO WS-PP-AMOUNT.
              MOVE WS-RUN-DATE-9 TO PPD-ISSUE-DATE.
              MOVE WS-ISS-LASTNAME TO PPD-PAYEE-LAST.
              MOVE WS-ISS-FIRSTNAME TO PPD-PAYEE-FIRST.
              PERFORM 0430-WRITE-POSPAY.

              MOVE WS-ISS-CHECK-NUMBER TO ISS-CHECK-OUT.
              IF WS-ISS-SOURCE = "X"
                  MOVE "REISSUE" TO ISS-ACTION-OUT
              ELSE
                  MOVE "ISSUED" TO ISS-ACTION-OUT
              END-IF.
              MOVE WS-ISS-EMPID TO ISS-EMPID-OUT.
              MOVE WS-ISS-LASTNAME TO ISS-LASTNAME-OUT.
              MOVE WS-ISS-FIRSTNAME TO ISS-FIRSTNAME-OUT.
              MOVE WS-ISS-AMOUNT TO ISS-AMOUNT-OUT.
              MOVE WS-ISS-NOTE TO ISS-NOTE-OUT.
              MOVE WS-ISS-DETAIL-LINE TO ISS-REPORT-LINE.
              WRITE ISS-REPORT-LINE.
           0400-END.

      * THE EARNINGS LINES PRINT ONLY WHEN THE REQUEST CARRIED THEM;
      * A RETURNED-DEPOSIT OR REISSUED CHECK SHOWS WHAT IT REPLACES
      * INSTEAD, THE ORIGINAL ADVICE HAVING GONE OUT ALREADY.
           0420-PRINT-CHECK-PAIR.
              MOVE WS-ISS-CHECK-NUMBER TO ADV-CHECK-NUMBER.
              MOVE WS-RUN-MONTH TO ADV-MONTH.
              MOVE WS-RUN-DAY TO ADV-DAY.
              MOVE WS-RUN-YEAR TO ADV-YEAR.
              WRITE CHK-PRINT-LINE FROM WS-ADV-HEADING
               AFTER ADVANCING PAGE.
              MOVE WS-ISS-EMPID TO ADV-EMPID.
              MOVE WS-ISS-LASTNAME TO ADV-LASTNAME.
              MOVE WS-ISS-FIRSTNAME TO ADV-FIRSTNAME.
              MOVE WS-ISS-RUN-NUMBER TO ADV-RUN-NUMBER.
              WRITE CHK-PRINT-LINE FROM WS-ADV-EMP-LINE
               AFTER ADVANCING 1 LINE.
              MOVE WS-ISS-DEPARTMENT TO ADV-DEPARTMENT.
              EVALUATE WS-ISS-PAY-TYPE
                  WHEN "A"
                      MOVE "(OFF-CYCLE ADJUSTMENT)" TO ADV-PAY-KIND
                  WHEN "F"
                      MOVE "(FINAL CHECK)" TO ADV-PAY-KIND
                  WHEN OTHER
                      MOVE SPACES TO ADV-PAY-KIND
              END-EVALUATE.
              WRITE CHK-PRINT-LINE FROM WS-ADV-DEPT-LINE
               AFTER ADVANCING 1 LINE.
              WRITE CHK-PRINT-LINE FROM WS-CHK-BLANK-LINE
               AFTER ADVANCING 1 LINE.
              IF WS-ISS-GROSS > ZERO
                  MOVE "GROSS PAY" TO ADV-AMOUNT-LABEL
                  MOVE WS-ISS-GROSS TO ADV-AMOUNT
                  WRITE CHK-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
                  MOVE "TAX WITHHOLDING" TO ADV-AMOUNT-LABEL
                  MOVE WS-ISS-TAX-DED TO ADV-AMOUNT
                  WRITE CHK-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
                  MOVE "RETIREMENT" TO ADV-AMOUNT-LABEL
                  MOVE WS-ISS-RETIRE-DED TO ADV-AMOUNT
                  WRITE CHK-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
                  MOVE "BENEFITS" TO ADV-AMOUNT-LABEL
                  MOVE WS-ISS-BENEFIT-DED TO ADV-AMOUNT
                  WRITE CHK-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
                  IF WS-ISS-GARN-DED > ZERO
                      MOVE "GARNISHMENTS" TO ADV-AMOUNT-LABEL
                      MOVE WS-ISS-GARN-DED TO ADV-AMOUNT
                      WRITE CHK-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
                       AFTER ADVANCING 1 LINE
                  END-IF
              ELSE
                  MOVE WS-ISS-NOTE TO ADV-NOTE
                  WRITE CHK-PRINT-LINE FROM WS-ADV-NOTE-LINE
                   AFTER ADVANCING 1 LINE
              END-IF.
              MOVE "NET PAY" TO ADV-AMOUNT-LABEL.
              MOVE WS-ISS-AMOUNT TO ADV-AMOUNT.
              WRITE CHK-PRINT-LINE FROM WS-ADV-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

              WRITE CHK-PRINT-LINE FROM WS-CHK-PERFORATION
               AFTER ADVANCING 3 LINES.

              MOVE WS-ISS-CHECK-NUMBER TO CHK-CHECK-NUMBER.
              WRITE CHK-PRINT-LINE FROM WS-CHK-HEADING
               AFTER ADVANCING 3 LINES.
              MOVE WS-RUN-MONTH TO CHK-MONTH.
              MOVE WS-RUN-DAY TO CHK-DAY.
              MOVE WS-RUN-YEAR TO CHK-YEAR.
              WRITE CHK-PRINT-LINE FROM WS-CHK-DATE-LINE
               AFTER ADVANCING 1 LINE.
              MOVE WS-ISS-FIRSTNAME TO CHK-FIRSTNAME.
              MOVE WS-ISS-LASTNAME TO CHK-LASTNAME.
              MOVE WS-ISS-AMOUNT TO CHK-AMOUNT.
              WRITE CHK-PRINT-LINE FROM WS-CHK-PAYEE-LINE
               AFTER ADVANCING 2 LINES.
              MOVE WS-STOCK-ROUTING TO CHK-ROUTING.
              MOVE WS-STOCK-ACCOUNT TO CHK-ACCOUNT.
              WRITE CHK-PRINT-LINE FROM WS-CHK-ACCOUNT-LINE
               AFTER ADVANCING 3 LINES.
           0420-END.

      * CALLER SETS WS-PP-ACTION, WS-PP-AMOUNT AND THE CHECK
      * NUMBER, ISSUE DATE AND PAYEE IN WS-PP-DETAIL.
           0430-WRITE-POSPAY.
              MOVE WS-PP-ACTION TO PPD-ACTION.
              MOVE WS-STOCK-ACCOUNT TO PPD-ACCOUNT.
              MOVE WS-PP-AMOUNT TO PPD-AMOUNT.
              WRITE PP-RECORD FROM WS-PP-DETAIL.
              ADD 1 TO WS-PP-COUNT.
           0430-END.

           0500-WRITE-ISSUE-TOTALS.
              MOVE WS-ISS-BLANK-LINE TO ISS-REPORT-LINE.
              WRITE ISS-REPORT-LINE.
              MOVE "CHECKS ISSUED" TO ISS-TOTAL-LABEL.
              MOVE WS-ISSUED-COUNT TO ISS-TOTAL-COUNT.
              MOVE WS-ISSUED-TOTAL TO ISS-TOTAL-AMOUNT.
              MOVE WS-ISS-TOTAL-LINE TO ISS-REPORT-LINE.
              WRITE ISS-REPORT-LINE.
              MOVE "  OF WHICH REISSUES" TO ISS-TOTAL-LABEL.
              MOVE WS-REISSUE-COUNT TO ISS-TOTAL-COUNT.
              MOVE ZERO TO ISS-TOTAL-AMOUNT.
              MOVE WS-ISS-TOTAL-LINE TO ISS-REPORT-LINE.
              WRITE ISS-REPORT-LINE.
              MOVE "CHECKS VOIDED OR STOPPED" TO ISS-TOTAL-LABEL.
              COMPUTE ISS-TOTAL-COUNT = WS-VOID-COUNT + WS-STOP-COUNT.
              MOVE WS-CANCEL-TOTAL TO ISS-TOTAL-AMOUNT.
              MOVE WS-ISS-TOTAL-LINE TO ISS-REPORT-LINE.
              WRITE ISS-REPORT-LINE.
              MOVE "TRANSACTIONS REJECTED" TO ISS-TOTAL-LABEL.
              MOVE WS-REJECT-COUNT TO ISS-TOTAL-COUNT.
              MOVE ZERO TO ISS-TOTAL-AMOUNT.
              MOVE WS-ISS-TOTAL-LINE TO ISS-REPORT-LINE.
              WRITE ISS-REPORT-LINE.
              MOVE WS-ISS-BLANK-LINE TO ISS-REPORT-LINE.
              WRITE ISS-REPORT-LINE.
              MOVE WS-STOCK-NEXT TO ISS-STOCK-NEXT.
              MOVE WS-STOCK-LAST TO ISS-STOCK-LAST.
              COMPUTE WS-STOCK-LEFT = WS-STOCK-LAST + 1 - WS-STOCK-NEXT.
              MOVE WS-STOCK-LEFT TO ISS-STOCK-LEFT.
              MOVE WS-ISS-STOCK-LINE TO ISS-REPORT-LINE.
              WRITE ISS-REPORT-LINE.
           0500-END.

      * THE STOCK CONTROL RECORD IS WRITTEN BACK WITH THE NEXT
      * UNUSED NUMBER WHENEVER IT WAS LOADED, INCLUDING AFTER A
      * MID-RUN STOP, SO IT NEVER POINTS AT A NUMBER ALREADY USED.
           0900-END-PROGRAM.
            IF STOCK-LOADED
                OPEN OUTPUT CHKSTOCK
                MOVE SPACES TO CS-RECORD
                MOVE WS-STOCK-FIRST TO CS-FIRST-NUMBER
                MOVE WS-STOCK-LAST TO CS-LAST-NUMBER
                MOVE WS-STOCK-NEXT TO CS-NEXT-NUMBER
                MOVE WS-STOCK-ROUTING TO CS-ROUTING
                MOVE WS-STOCK-ACCOUNT TO CS-ACCOUNT
                MOVE WS-STOCK-LAST-BATCH TO CS-LAST-BATCH
                WRITE CS-RECORD
                CLOSE CHKSTOCK
            END-IF.
            CLOSE CHKREGISTER, POSPAY, CHECKPRINT, ISSUERPT, REJECTRPT.
            DISPLAY "TRANSACTIONS READ    : ", WS-TRANS-COUNT.
            DISPLAY "CHECKS VOIDED        : ", WS-VOID-COUNT.
            DISPLAY "CHECKS STOPPED       : ", WS-STOP-COUNT.
            DISPLAY "CHECKS REISSUED      : ", WS-REISSUE-COUNT.
            DISPLAY "TRANSACTIONS REJECTED: ", WS-REJECT-COUNT.
            DISPLAY "CHECKS ISSUED        : ", WS-ISSUED-COUNT.
            DISPLAY "NEXT CHECK NUMBER    : ", WS-STOCK-NEXT.
            STOP RUN.

       END PROGRAM Emp-CheckIssue.

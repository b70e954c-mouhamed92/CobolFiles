       IDENTIFICATION DIVISION.

       PROGRAM-ID. Emp-RedFlag.

      * PAYROLL RED-FLAG REVIEW. RUN AFTER Emp-Deposit AND BEFORE
      * BANKDEP.DAT IS RELEASED TO THE BANK, ALONGSIDE Emp-Balance:
      * WHERE THE BALANCING STEP PROVES THE FIGURES ADD UP, THIS ONE
      * CROSS-CHECKS THE MAINTENANCE AUDIT TRAILS (EMPAUDIT.DAT FROM
      * Emp-Maint, BNKAUDIT.DAT FROM Emp-BankMaint) AGAINST THE PAY
      * HISTORY AND THE BANK MASTER FOR THE PATTERNS AUDITORS ASK
      * ABOUT. NOTHING IS UPDATED. THE CHECKS:
      *   - BANK DETAILS ADDED, CHANGED OR ACTIVATED WITHIN
      *     BANKCHG_DAYS (DEFAULT 14) BEFORE A DEPOSIT TO AN
      *     EMPLOYEE PAID IN THIS RUN
      *   - ONE ROUTING/ACCOUNT NUMBER ON THE BANK MASTER FOR MORE
      *     THAN ONE EMPLOYEE
      *   - AN HOURLY RATE RAISED BY MORE THAN RATE_JUMP_PCT
      *     (DEFAULT 20) PERCENT IN ONE CHANGE
      *   - AN EMPLOYEE ADDED (OR REHIRED) AND PAID IN THE SAME
      *     PERIOD
      *   - AN HOURLY EMPLOYEE PAID EXACTLY THE SAME GROSS FOR THIS
      *     RUN AND STATIC_PERIODS (DEFAULT 6) REGULAR RUNS BEFORE
      *     IT - THE PAY HISTORY CARRIES NO HOURS, SO AN UNCHANGED
      *     GROSS IS THE SIGN THAT THE HOURS NEVER CHANGE
      *   - AN SSN WHOSE NAME DIFFERS BETWEEN THE MERGE MASTER
      *     (MERGMAST.IDX) AND THE MERGED FILE (EMPLOYEES.NEW), OR
      *     AN SSN ON ONE AND NOT THE OTHER.
      * MAINTENANCE FINDINGS (RATES, ADDS) COVER THE AUDIT RECORDS
      * KEYED FROM THE START OF THE PAY PERIOD TO TODAY, SO EACH
      * CHANGE IS REVIEWED WITH THE FIRST RELEASE IT COULD AFFECT.
      *
      * EVERY FINDING CARRIES A SCORE; AN EMPLOYEE'S SCORES ARE
      * ADDED UP AND THE REPORT LISTS THE EMPLOYEES HIGHEST TOTAL
      * FIRST, EACH WITH A SIGN-OFF LINE. A FINDING AGAINST AN
      * EMPLOYEE WHO IS BEING PAID IN THIS RUN SCORES HIGHER THAN
      * THE SAME FINDING AGAINST ONE WHO IS NOT:
      *   BANK CHANGE, DEPOSIT GOING OUT THIS RUN      90
      *   BANK CHANGE, PAID BY CHECK THIS RUN          50
      *   SHARED BANK ACCOUNT         PAID 80 / NOT PAID 40
      *   ADDED AND PAID IN THE SAME PERIOD            70
      *   SSN ON MERGED FILE ONLY     PAID 70 / NOT PAID 35
      *   HOURLY RATE JUMP            PAID 60 / NOT PAID 30
      *   NAME DIFFERS                PAID 60 / NOT PAID 30
      *   SAME GROSS, NO HOURS CHANGE                  30
      *   SSN ON MERGE MASTER ONLY                     20
      * THE LAST LINE SAYS WHETHER THE DEPOSIT FILE MAY GO WITHOUT
      * FURTHER REVIEW.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PERIODCTL ASSIGN TO DYNAMIC WS-PERIODCTL-PATH
            FILE STATUS IS PCT-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAYROLL ASSIGN TO DYNAMIC WS-PAYROLL-PATH
            FILE STATUS IS PAY-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAYHISTORY ASSIGN TO DYNAMIC WS-PAYHIST-PATH
            FILE STATUS IS HIS-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY.

            SELECT BANKMASTER ASSIGN TO DYNAMIC WS-BANKMASTER-PATH
            FILE STATUS IS BM-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BM-EMPID.

            SELECT EMPMASTER ASSIGN TO DYNAMIC WS-EMPMASTER-PATH
            FILE STATUS IS EM-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPID.

            SELECT EMPAUDIT ASSIGN TO DYNAMIC WS-EMPAUDIT-PATH
            FILE STATUS IS EA-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT BNKAUDIT ASSIGN TO DYNAMIC WS-BNKAUDIT-PATH
            FILE STATUS IS BA-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MERGMASTER ASSIGN TO DYNAMIC WS-MERGMAST-PATH
            FILE STATUS IS MM-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MM-SSN.

            SELECT MERGEDFILE ASSIGN TO DYNAMIC WS-MERGEDFILE-PATH
            FILE STATUS IS MI-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MERGEDSORTWORK ASSIGN TO "MRGWORK.TMP".

            SELECT MERGEDSORTED ASSIGN TO DYNAMIC WS-MERGEDSORT-PATH
            FILE STATUS IS MG-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT BANKSCAN ASSIGN TO DYNAMIC WS-BANKSCAN-PATH
            FILE STATUS IS BS-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT BANKSORTWORK ASSIGN TO "BNKWORK.TMP".

            SELECT BANKSORTED ASSIGN TO DYNAMIC WS-BANKSORT-PATH
            FILE STATUS IS BT-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT FINDSCAN ASSIGN TO DYNAMIC WS-FINDSCAN-PATH
            FILE STATUS IS RF-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT FINDSORTWORK ASSIGN TO "REDWORK.TMP".

            SELECT FINDSORTED ASSIGN TO DYNAMIC WS-FINDSORT-PATH
            FILE STATUS IS RS-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REDFLAGRPT ASSIGN TO DYNAMIC WS-REDFLAG-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * THE PAY-PERIOD CONTROL RECORD - ONLY READ HERE, FOR THE
      * DATES OF THE PERIOD UNDER REVIEW.
       FD PERIODCTL.
       01 PC-CONTROL-REC.
           05 PC-PERIOD-START PIC 9(8).
           05 PC-PERIOD-END   PIC 9(8).
           05 PC-STATUS       PIC X(6).
           05 PC-RUN-NUMBER   PIC 9(5).
           05 PC-RERUN-AUTH   PIC X.
           05 FILLER          PIC X(52).

      * THE RUN UNDER REVIEW COMES OFF THE PAYROLL FILE WRITTEN BY
      * Emp-Pay - THE FILE BANKDEP.DAT WAS BUILT FROM. THE LAYOUT
      * MUST STAY IN STEP WITH THE EMPAYROLL RECORD THERE.
       FD PAYROLL.
       01 EMPAYROLL.
            04 PAY-EMPID       PIC  9(9).
            04 PAY-EMPFNAME    PIC  X(10).
            04 PAY-EMPLNAME    PIC  X(10).
            04 PAY-AMOUNT      PIC  9(5)V99.
            04 PAY-DEPARTMENT  PIC  X(30).
            04 PAY-TAX-DED     PIC  9(5)V99.
            04 PAY-RETIRE-DED  PIC  9(5)V99.
            04 PAY-BENEFIT-DED PIC  9(5)V99.
            04 PAY-NET-AMOUNT  PIC  9(5)V99.
            04 PAY-RUN-NUMBER  PIC  9(5).
            04 PAY-REC-TYPE    PIC  X.
            04 PAY-GARN-DED    PIC  9(5)V99.

      * PERMANENT PAYROLL RUN HISTORY WRITTEN BY Emp-Pay AND
      * Emp-Adjust - THE LAYOUT BELOW MUST STAY IN STEP WITH THE
      * PH-RECORD THERE.
       FD PAYHISTORY.
       01 PH-RECORD.
           02 PH-KEY.
             04 PH-RUN-NUMBER PIC 9(5).
             04 PH-EMPID      PIC 9(9).
           02 PH-EMPFNAME     PIC X(10).
           02 PH-EMPLNAME     PIC X(10).
           02 PH-AMOUNT       PIC 9(5)V99.
           02 PH-DEPARTMENT   PIC X(30).
           02 PH-TAX-DED      PIC 9(5)V99.
           02 PH-RETIRE-DED   PIC 9(5)V99.
           02 PH-BENEFIT-DED  PIC 9(5)V99.
           02 PH-NET-AMOUNT   PIC 9(5)V99.
           02 PH-REC-TYPE     PIC X.
           02 PH-GARN-DED     PIC 9(5)V99.

      * BANK DETAILS MASTER MAINTAINED BY Emp-BankMaint - THE LAYOUT
      * MUST STAY IN STEP WITH THE BM-RECORD THERE.
       FD BANKMASTER.
       01 BM-RECORD.
           02 BM-EMPID        PIC 9(9).
           02 BM-ROUTING      PIC 9(9).
           02 BM-ACCOUNT      PIC X(17).
           02 BM-ACCT-TYPE    PIC X.
           02 BM-STATUS       PIC X.

      * EMPLOYEE MASTER MAINTAINED BY Emp-Maint - ONLY READ FOR THE
      * PAY CLASS, SO SALARIED STAFF (WHOSE GROSS NEVER CHANGES) ARE
      * LEFT OUT OF THE STATIC-PAY CHECK. THE LAYOUT MUST STAY IN
      * STEP WITH THE EM-RECORD THERE.
       FD EMPMASTER.
       01 EM-RECORD.
           02 EM-EMPID        PIC 9(7).
           02 EM-LASTNAME     PIC X(10).
           02 EM-FIRSTNAME    PIC X(10).
           02 EM-STARTDATE    PIC 9(8).
           02 EM-HOURSWORKED  PIC 9(3).
           02 EM-HOURLYRATE   PIC 9(3)V99.
           02 EM-DEPARTMENT   PIC X(30).
           02 EM-GENDER       PIC X.
           02 EM-PAYCLASS     PIC X.
           02 EM-ANNUALSALARY PIC 9(7)V99.
           02 EM-STATUS       PIC X.
           02 EM-TERMDATE     PIC 9(8).
           02 EM-TERMREASON   PIC X(2).
           02 EM-PAYOUTHOURS  PIC 9(3).
           02 EM-FINAL-PERIOD PIC 9(8).

      * Emp-Maint AUDIT TRAIL. THE BEFORE AND AFTER IMAGES ARE THE
      * EM-RECORD ABOVE. RECORDS WRITTEN BEFORE THE MASTER REACHED
      * ITS PRESENT LAYOUT DO NOT LINE UP - THEIR RATES FAIL THE
      * NUMERIC TEST AND THEY ARE PASSED OVER.
       FD EMPAUDIT.
       01 EA-RECORD.
           02 EA-DATE         PIC 9(8).
           02 EA-TIME         PIC 9(6).
           02 EA-ACTION       PIC X.
           02 EA-EMPID        PIC 9(7).
           02 EA-BEFORE       PIC X(106).
           02 EA-BEFORE-FIELDS REDEFINES EA-BEFORE.
             04 FILLER            PIC X(38).
             04 EA-BEFORE-RATE    PIC 9(3)V99.
             04 FILLER            PIC X(31).
             04 EA-BEFORE-CLASS   PIC X.
             04 FILLER            PIC X(31).
           02 EA-AFTER        PIC X(106).
           02 EA-AFTER-FIELDS REDEFINES EA-AFTER.
             04 FILLER            PIC X(7).
             04 EA-AFTER-LASTNAME PIC X(10).
             04 EA-AFTER-FIRSTNAME PIC X(10).
             04 FILLER            PIC X(11).
             04 EA-AFTER-RATE     PIC 9(3)V99.
             04 FILLER            PIC X(31).
             04 EA-AFTER-CLASS    PIC X.
             04 FILLER            PIC X(31).

      * Emp-BankMaint AUDIT TRAIL. THE BEFORE AND AFTER IMAGES ARE
      * THE BM-RECORD ABOVE.
       FD BNKAUDIT.
       01 BA-RECORD.
           02 BA-DATE         PIC 9(8).
           02 BA-TIME         PIC 9(6).
           02 BA-ACTION       PIC X.
           02 BA-EMPID        PIC 9(9).
           02 BA-BEFORE       PIC X(37).
           02 BA-AFTER        PIC X(37).

      * MERGE MASTER MAINTAINED BY Emp-Delta - THE LAYOUT MUST STAY
      * IN STEP WITH THE MM-RECORD THERE.
       FD MERGMASTER.
       01 MM-RECORD.
         02 MM-SSN         PIC 9(9).
         02 MM-LASTNAME    PIC X(10).
         02 MM-FIRSTNAME   PIC X(10).
         02 MM-EXTRA-DATA  PIC X(18).
         02 MM-SOURCE      PIC X(4).
         02 MM-EMPNO       PIC 9(9).

      * EMPLOYEES.NEW IS IN EMPLOYEE NUMBER ORDER; IT IS SORTED BACK
      * INTO SSN ORDER TO BE MATCHED AGAINST THE MERGE MASTER.
       FD MERGEDFILE.
       01 MI-RECORD               PIC X(60).

       SD MERGEDSORTWORK.
       01 MW-RECORD.
           02 MW-SSN          PIC   9(9).
           02 FILLER          PIC   X(51).

       FD MERGEDSORTED.
       01 MG-RECORD.
           02 MG-SSN          PIC   9(9).
           02 MG-LASTNAME     PIC   X(10).
           02 MG-FIRSTNAME    PIC   X(10).
           02 MG-EXTRA-INFO.
             04 MG-DEPT-CODE     PIC X(10).
             04 MG-HOURSWORKED   PIC 9(3).
             04 MG-HOURLYRATE    PIC 9(3)V99.
           02 MG-SOURCE       PIC   X(4).
           02 MG-EMPNO        PIC   9(9).

      * BANK ACCOUNTS UNLOADED FOR THE SORT THAT BRINGS ANY TWO
      * EMPLOYEES ON THE SAME ROUTING AND ACCOUNT NUMBER TOGETHER.
       FD BANKSCAN.
       01 BS-RECORD.
           02 BS-ROUTING      PIC 9(9).
           02 BS-ACCOUNT      PIC X(17).
           02 BS-EMPID        PIC 9(9).

       SD BANKSORTWORK.
       01 BW-RECORD.
           02 BW-ROUTING      PIC 9(9).
           02 BW-ACCOUNT      PIC X(17).
           02 BW-EMPID        PIC 9(9).

       FD BANKSORTED.
       01 BT-RECORD.
           02 BT-ROUTING      PIC 9(9).
           02 BT-ACCOUNT      PIC X(17).
           02 BT-EMPID        PIC 9(9).

      * ONE RECORD PER FINDING. THE EMPLOYEE TOTAL IS ZERO WHEN THE
      * FINDING IS WRITTEN AND IS FILLED IN BY THE FIRST SORT PASS,
      * SO THE SECOND PASS CAN RANK THE EMPLOYEES ON IT.
       FD FINDSCAN.
       01 RF-RECORD.
           02 RF-TOTAL        PIC 9(4).
           02 RF-EMPID        PIC 9(9).
           02 RF-SCORE        PIC 9(3).
           02 RF-TYPE         PIC X(2).
           02 RF-NAME         PIC X(21).
           02 RF-FINDING      PIC X(44).
           02 RF-DATE         PIC X(8).
           02 RF-DETAIL       PIC X(21).

       SD FINDSORTWORK.
       01 RW-RECORD.
           02 RW-TOTAL        PIC 9(4).
           02 RW-EMPID        PIC 9(9).
           02 RW-SCORE        PIC 9(3).
           02 FILLER          PIC X(96).

       FD FINDSORTED.
       01 RS-RECORD.
           02 RS-TOTAL        PIC 9(4).
           02 RS-EMPID        PIC 9(9).
           02 RS-SCORE        PIC 9(3).
           02 RS-TYPE         PIC X(2).
           02 RS-NAME         PIC X(21).
           02 RS-FINDING      PIC X(44).
           02 RS-DATE         PIC X(8).
           02 RS-DETAIL       PIC X(21).

       FD REDFLAGRPT.
       01 RED-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-FILE-PATHS.
           05 WS-PERIODCTL-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/PAYPERIOD.DAT".
           05 WS-PAYROLL-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/PAYROLLIN.DAT".
           05 WS-PAYHIST-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/PAYHIST.IDX".
           05 WS-BANKMASTER-PATH  PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/BANKMAST.IDX".
           05 WS-EMPMASTER-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/EMPMAST.IDX".
           05 WS-EMPAUDIT-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/EMPAUDIT.DAT".
           05 WS-BNKAUDIT-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/BNKAUDIT.DAT".
           05 WS-MERGMAST-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/MERGMAST.IDX".
           05 WS-MERGEDFILE-PATH  PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/EMPLOYEES.NEW".
           05 WS-MERGEDSORT-PATH  PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/MRGSORT.TMP".
           05 WS-BANKSCAN-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/BNKSCAN.TMP".
           05 WS-BANKSORT-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/BNKSORT.TMP".
           05 WS-FINDSCAN-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/REDSCAN.TMP".
           05 WS-FINDSORT-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/REDSORT.TMP".
           05 WS-REDFLAG-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/REDFLAG.LPT".

       01 WS-ENV-VALUE            PIC X(100).

       01 WS-WORK-AREA.
           05 PCT-CHECK-KEY      PIC X(2).
           05 PAY-CHECK-KEY      PIC X(2).
           05 HIS-CHECK-KEY      PIC X(2).
           05 BM-CHECK-KEY       PIC X(2).
           05 EM-CHECK-KEY       PIC X(2).
           05 EA-CHECK-KEY       PIC X(2).
           05 BA-CHECK-KEY       PIC X(2).
           05 MM-CHECK-KEY       PIC X(2).
           05 MI-CHECK-KEY       PIC X(2).
           05 MG-CHECK-KEY       PIC X(2).
           05 BS-CHECK-KEY       PIC X(2).
           05 BT-CHECK-KEY       PIC X(2).
           05 RF-CHECK-KEY       PIC X(2).
           05 RS-CHECK-KEY       PIC X(2).

       01 WS-BANKCHG-DAYS         PIC 9(3) VALUE 14.
       01 WS-RATE-JUMP-PCT        PIC 9(3)V99 VALUE 20.
       01 WS-STATIC-PERIODS       PIC 9(2) VALUE 6.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-PERIOD-START         PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-END           PIC 9(8) VALUE ZERO.
       01 WS-CUR-RUN              PIC 9(5) VALUE ZERO.

       01 WS-EOF-SWITCH           PIC X VALUE "N".
           88 ENDOFFILE           VALUE "Y".
       01 WS-HIST-EOF-SWITCH      PIC X VALUE "N".
           88 HIST-ENDOFFILE      VALUE "Y".
       01 WS-AUDIT-EOF-SWITCH     PIC X VALUE "N".
           88 AUDIT-ENDOFFILE     VALUE "Y".
       01 WS-BANK-EOF-SWITCH      PIC X VALUE "N".
           88 BANK-ENDOFFILE      VALUE "Y".
       01 WS-FIND-EOF-SWITCH      PIC X VALUE "N".
           88 FIND-ENDOFFILE      VALUE "Y".

       01 WS-EMPMAST-SWITCH       PIC X VALUE "N".
           88 EMPMAST-AVAILABLE   VALUE "Y".

       01 WS-RANK-SWITCH          PIC X VALUE "N".
           88 RANKING-FAILED      VALUE "Y".

      * THE EMPLOYEE A CHECK IS ABOUT, AND WHETHER THEY ARE PAID IN
      * THE RUN UNDER REVIEW. A HIT LEAVES THEIR HISTORY RECORD FOR
      * THE RUN IN PH-RECORD.
       01 WS-CHK-EMPID            PIC 9(9).
       01 WS-PAID-SWITCH          PIC X VALUE "N".
           88 PAID-THIS-RUN       VALUE "Y".

       01 WS-DAYS-BEFORE          PIC S9(7).
       01 WS-RATE-PCT             PIC S9(7)V99.

      * THE LAST STATIC_PERIODS REGULAR RUNS BEFORE THE ONE UNDER
      * REVIEW, OLDEST FIRST. THE HISTORY IS IN RUN ORDER, SO EACH
      * NEW RUN SEEN ON THE WALK PUSHES THE OLDEST ONE OUT.
       01 WS-PRIOR-RUN-TABLE.
           05 WS-PRIOR-COUNT     PIC 9(2) VALUE ZERO.
           05 WS-PRIOR-RUN OCCURS 26 TIMES INDEXED BY PR-IDX
                                 PIC 9(5).
       01 WS-STATIC-COUNT         PIC 9(2).
       01 WS-STATIC-SWITCH        PIC X VALUE "N".
           88 STATIC-BROKEN       VALUE "Y".

      * ONE ROUTING/ACCOUNT GROUP OFF THE SORTED BANK SCAN. A GROUP
      * BIGGER THAN THE TABLE IS STILL COUNTED IN FULL; ONLY THE
      * FIRST 50 MEMBERS GET A FINDING OF THEIR OWN.
       01 WS-GROUP-ROUTING        PIC 9(9).
       01 WS-GROUP-ACCOUNT        PIC X(17).
       01 WS-GROUP-TABLE.
           05 WS-GROUP-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-GROUP-EMPID OCCURS 50 TIMES INDEXED BY GRP-IDX
                                 PIC 9(9).

      * THE MATCH OF THE MERGE MASTER AGAINST THE MERGED FILE, BOTH
      * IN SSN ORDER. AN EXHAUSTED SIDE TAKES A KEY ABOVE ANY SSN.
       01 WS-MM-KEY               PIC 9(10).
       01 WS-MG-KEY               PIC 9(10).
       01 WS-MM-MATCH-SWITCH      PIC X VALUE "N".
           88 MM-MATCHED          VALUE "Y".

      * FINDINGS SHOW ONLY THE LAST FOUR DIGITS OF AN SSN.
       01 WS-SSN-MASK-AREAS.
           05 WS-MASK-SSN         PIC 9(9).
           05 WS-MASK-SSN-PARTS REDEFINES WS-MASK-SSN.
              10 FILLER           PIC 9(5).
              10 WS-MASK-LAST4    PIC 9(4).
           05 WS-MASKED-SSN.
              10 FILLER           PIC X(7) VALUE "XXX-XX-".
              10 WS-MASKED-LAST4  PIC 9(4).

      * ONE EMPLOYEE'S FINDINGS OFF THE FIRST SORT PASS, HELD UNTIL
      * THEIR TOTAL IS KNOWN.
       01 WS-EMP-EMPID            PIC 9(9).
       01 WS-EMP-TOTAL            PIC 9(4).
       01 WS-EMP-NAME             PIC X(21).
       01 WS-EMP-TABLE.
           05 WS-EMP-FIND-COUNT  PIC 9(2) VALUE ZERO.
           05 WS-EMP-FINDING OCCURS 50 TIMES INDEXED BY EF-IDX
                                 PIC X(112).

       01 WS-FINDING.
           05 WS-FND-TOTAL       PIC 9(4).
           05 WS-FND-EMPID       PIC 9(9).
           05 WS-FND-SCORE       PIC 9(3).
           05 WS-FND-TYPE        PIC X(2).
           05 WS-FND-NAME.
               10 WS-FND-LASTNAME  PIC X(10).
               10 FILLER           PIC X.
               10 WS-FND-FIRSTNAME PIC X(10).
           05 WS-FND-FINDING     PIC X(44).
           05 WS-FND-DATE        PIC X(8).
           05 WS-FND-DETAIL      PIC X(21).

       01 WS-EDIT-COUNT           PIC ZZZ,ZZ9.
       01 WS-EDIT-PCT             PIC ZZ,ZZ9.99.

       01 WS-NOTE-TABLE.
           05 WS-NOTE-COUNT      PIC 9 VALUE ZERO.
           05 WS-NOTE-LINE OCCURS 6 TIMES INDEXED BY NOTE-IDX
                                 PIC X(80).
       01 WS-NOTE-TEXT            PIC X(80).

       01 WS-FINDING-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-FLAGGED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-RANK                 PIC 9(5) VALUE ZERO.
       01 WS-TYPE-COUNTS.
           05 WS-BK-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-SA-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-RJ-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-AP-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-NH-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-NM-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-MO-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-MS-COUNT        PIC 9(5) VALUE ZERO.

       01 WS-RED-HEADING-1.
           05 FILLER PIC X(40) VALUE
              "PAYROLL RED-FLAG REVIEW".
           05 FILLER PIC X(5)  VALUE "RUN:".
           05 RED-RUN-NUMBER     PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE "  PERIOD:".
           05 RED-PERIOD-START   PIC 9(8).
           05 FILLER PIC X(3)  VALUE " - ".
           05 RED-PERIOD-END     PIC 9(8).
           05 FILLER PIC X(16) VALUE "  REVIEWED ON:".
           05 RED-RUN-DATE       PIC 9(8).

       01 WS-RED-HEADING-LIMITS.
           05 FILLER PIC X(20) VALUE "BANK CHANGE WINDOW:".
           05 RED-DAYS-OUT       PIC ZZ9.
           05 FILLER PIC X(22) VALUE " DAYS   RATE JUMP OVER".
           05 RED-PCT-OUT        PIC ZZ9.99.
           05 FILLER PIC X(25) VALUE " PCT   STATIC PAY OVER".
           05 RED-PERIODS-OUT    PIC Z9.
           05 FILLER PIC X(8)  VALUE " PERIODS".

       01 WS-RED-HEADING-2.
           05 FILLER PIC X(6)  VALUE "RANK".
           05 FILLER PIC X(11) VALUE "EMPID".
           05 FILLER PIC X(23) VALUE "NAME".
           05 FILLER PIC X(6)  VALUE "TOTAL".
           05 FILLER PIC X(5)  VALUE "PTS".
           05 FILLER PIC X(46) VALUE "FINDING".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(21) VALUE "DETAIL".

       01 WS-RED-DETAIL-LINE.
           05 RED-RANK-OUT       PIC ZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RED-EMPID-OUT      PIC X(9).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RED-NAME-OUT       PIC X(21).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RED-TOTAL-OUT      PIC ZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RED-SCORE-OUT      PIC ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RED-FINDING-OUT    PIC X(44).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RED-DATE-OUT       PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RED-DETAIL-OUT     PIC X(21).

       01 WS-RED-SIGNOFF-LINE.
           05 FILLER PIC X(17) VALUE SPACES.
           05 FILLER PIC X(60) VALUE
              "REVIEWED BY: ________________  DATE: ________  CLEARED/HO
      -       "LD".

       01 WS-RED-COUNT-LINE.
           05 RED-COUNT-LABEL    PIC X(44).
           05 RED-COUNT-OUT      PIC ZZ,ZZ9.

       01 WS-RED-MSG-CLEAN PIC X(80) VALUE
          "NO RED FLAGS - BANKDEP.DAT MAY BE RELEASED".

       01 WS-RED-MSG-FLAGGED.
           05 RED-FLAGGED-OUT    PIC ZZ,ZZ9.
           05 FILLER             PIC X(60) VALUE
              " EMPLOYEE(S) FLAGGED - SIGN OFF EACH BEFORE RELEASING".
           05 FILLER             PIC X(12) VALUE "BANKDEP.DAT".

       01 WS-RED-MSG-NOT-CHECKED.
           05 RED-NOTES-OUT      PIC 9.
           05 FILLER             PIC X(45) VALUE
              " CHECK(S) NOT MADE - REVIEW BEFORE RELEASING ".
           05 FILLER             PIC X(34) VALUE "BANKDEP.DAT".

       01 WS-RED-MSG-NOT-RANKED PIC X(80) VALUE
          "FINDINGS COULD NOT BE RANKED - DO NOT RELEASE BANKDEP.DAT".

       01 WS-RED-BLANK-LINE      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

           0090-INIT-FILE-PATHS.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PERIODCTL_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-PERIODCTL-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAYROLL_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-PAYROLL-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAYHIST_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-PAYHIST-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BANKMASTER_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-BANKMASTER-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EMPMASTER_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-EMPMASTER-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EMPAUDIT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-EMPAUDIT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BNKAUDIT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-BNKAUDIT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MERGMAST_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-MERGMAST-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MERGEDFILE_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-MERGEDFILE-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MRGSORT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-MERGEDSORT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BNKSCAN_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-BANKSCAN-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BNKSORT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-BANKSORT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REDSCAN_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-FINDSCAN-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REDSORT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-FINDSORT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REDFLAG_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-REDFLAG-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BANKCHG_DAYS".
             IF WS-ENV-VALUE NOT = SPACES
                 COMPUTE WS-BANKCHG-DAYS =
                     FUNCTION NUMVAL(WS-ENV-VALUE)
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RATE_JUMP_PCT".
             IF WS-ENV-VALUE NOT = SPACES
                 COMPUTE WS-RATE-JUMP-PCT =
                     FUNCTION NUMVAL(WS-ENV-VALUE)
             END-IF.
      * THE PRIOR-RUN TABLE HOLDS 26 RUNS - A YEAR OF BIWEEKLY PAY.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "STATIC_PERIODS".
             IF WS-ENV-VALUE NOT = SPACES
                 COMPUTE WS-STATIC-PERIODS =
                     FUNCTION NUMVAL(WS-ENV-VALUE)
             END-IF.
             IF WS-STATIC-PERIODS > 26
                 MOVE 26 TO WS-STATIC-PERIODS
             END-IF.
             IF WS-STATIC-PERIODS < 1
                 MOVE 1 TO WS-STATIC-PERIODS
             END-IF.
           0090-END.

           0095-READ-PERIOD-CONTROL.
             OPEN INPUT PERIODCTL.
             IF PCT-CHECK-KEY NOT = "00"
                 DISPLAY "PERIOD CONTROL FILE NOT AVAILABLE: ",
                     PCT-CHECK-KEY, " - REVIEW WILL NOT RUN"
                 STOP RUN
             END-IF.
             READ PERIODCTL
                 AT END CONTINUE
             END-READ.
             IF PCT-CHECK-KEY NOT = "00"
                 DISPLAY "PERIOD CONTROL RECORD MISSING - ",
                     "REVIEW WILL NOT RUN"
                 CLOSE PERIODCTL
                 STOP RUN
             END-IF.
             MOVE PC-PERIOD-START TO WS-PERIOD-START.
             MOVE PC-PERIOD-END TO WS-PERIOD-END.
             CLOSE PERIODCTL.
           0095-END.

           0100-REVIEW-RUN.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * THE REPORT IS OPENED FIRST: IT HAS NO FILE STATUS CLAUSE,
      * SO EVERY ERROR PATH INTO 0900-END-PROGRAM MUST FIND IT
      * ALREADY OPEN OR THE CLOSE THERE WOULD ABEND.
             OPEN OUTPUT REDFLAGRPT.
             OPEN INPUT PAYROLL.
             IF PAY-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR PAYROLL FILE: ",
                     PAY-CHECK-KEY
                 GO TO 0900-END-PROGRAM
             END-IF.
             PERFORM 0130-READ-NEXT-PAY.
             IF ENDOFFILE
                 DISPLAY "PAYROLL FILE IS EMPTY - NOTHING TO REVIEW"
                 GO TO 0900-END-PROGRAM
             END-IF.
             MOVE PAY-RUN-NUMBER TO WS-CUR-RUN.
             OPEN INPUT PAYHISTORY.
             IF HIS-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR PAYROLL HISTORY: ",
                     HIS-CHECK-KEY
                 GO TO 0900-END-PROGRAM
             END-IF.
             OPEN INPUT BANKMASTER.
             IF BM-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR BANK MASTER: ",
                     BM-CHECK-KEY
                 GO TO 0900-END-PROGRAM
             END-IF.
      * WITHOUT THE EMPLOYEE MASTER (MERGED-ONLY SHOPS) EVERYONE IS
      * TREATED AS HOURLY, AS THE MERGED POPULATION IS.
             OPEN INPUT EMPMASTER.
             IF EM-CHECK-KEY = "00"
                 SET EMPMAST-AVAILABLE TO TRUE
             ELSE
                 DISPLAY "EMPLOYEE MASTER NOT AVAILABLE (",
                     EM-CHECK-KEY, ") - ALL STAFF TREATED AS HOURLY"
             END-IF.
             OPEN OUTPUT FINDSCAN.
             IF RF-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR FINDINGS WORK FILE: ",
                     RF-CHECK-KEY
                 GO TO 0900-END-PROGRAM
             END-IF.

             PERFORM 0200-REVIEW-BANK-AUDIT.
             PERFORM 0300-REVIEW-SHARED-ACCOUNTS.
             PERFORM 0400-REVIEW-EMP-AUDIT.
             PERFORM 0500-REVIEW-STATIC-PAY.
             PERFORM 0600-REVIEW-MERGED-NAMES.
             CLOSE FINDSCAN.

             PERFORM 0700-RANK-FINDINGS.
             PERFORM 0800-PRINT-REVIEW.
             PERFORM 0900-END-PROGRAM.
           0100-END.

           0130-READ-NEXT-PAY.
              READ PAYROLL
                  AT END SET ENDOFFILE TO TRUE
              END-READ.
           0130-END.

      * A CHECK THAT CANNOT BE MADE IS NOT A CLEAN RESULT - IT IS
      * NOTED AT THE HEAD OF THE REPORT SO THE REVIEWER SEES IT.
           0150-ADD-NOTE.
              DISPLAY WS-NOTE-TEXT.
              IF WS-NOTE-COUNT < 6
                  ADD 1 TO WS-NOTE-COUNT
                  MOVE WS-NOTE-TEXT TO WS-NOTE-LINE (WS-NOTE-COUNT)
              END-IF.
           0150-END.

      * EVERY ADD, CHANGE OR PRENOTE VERIFICATION WITHIN THE WINDOW
      * BEFORE TODAY'S DEPOSIT, FOR AN EMPLOYEE WITH NET PAY IN THIS
      * RUN. AN ACCOUNT THAT IS ACTIVE NOW GETS THE DEPOSIT TONIGHT;
      * ONE STILL IN PRENOTE OR ON HOLD IS PAID BY CHECK THIS TIME
      * BUT WILL BE DEPOSITED TO ONCE IT CLEARS.
           0200-REVIEW-BANK-AUDIT.
              OPEN INPUT BNKAUDIT.
              IF BA-CHECK-KEY NOT = "00"
                  MOVE SPACES TO WS-NOTE-TEXT
                  STRING "BANK AUDIT TRAIL NOT AVAILABLE ("
                         BA-CHECK-KEY
                         ") - BANK CHANGE CHECK NOT MADE"
                         DELIMITED BY SIZE INTO WS-NOTE-TEXT
                  END-STRING
                  PERFORM 0150-ADD-NOTE
              ELSE
                  MOVE "N" TO WS-AUDIT-EOF-SWITCH
                  PERFORM UNTIL AUDIT-ENDOFFILE
                      READ BNKAUDIT
                          AT END SET AUDIT-ENDOFFILE TO TRUE
                      END-READ
                      IF NOT AUDIT-ENDOFFILE
                          PERFORM 0210-CHECK-BANK-CHANGE
                      END-IF
                  END-PERFORM
                  CLOSE BNKAUDIT
              END-IF.
           0200-END.

           0210-CHECK-BANK-CHANGE.
              IF (BA-ACTION = "A" OR BA-ACTION = "C"
                      OR BA-ACTION = "V")
                  AND BA-DATE NUMERIC
                  AND BA-DATE NOT = ZERO
                  AND BA-DATE NOT > WS-RUN-DATE
                  COMPUTE WS-DAYS-BEFORE =
                      FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                      - FUNCTION INTEGER-OF-DATE (BA-DATE)
                  IF WS-DAYS-BEFORE NOT > WS-BANKCHG-DAYS
                      MOVE BA-EMPID TO WS-CHK-EMPID
                      PERFORM 0610-CHECK-PAID-THIS-RUN
                      IF PAID-THIS-RUN AND PH-NET-AMOUNT > ZERO
                          PERFORM 0215-FLAG-BANK-CHANGE
                      END-IF
                  END-IF
              END-IF.
           0210-END.

           0215-FLAG-BANK-CHANGE.
              PERFORM 0680-START-FINDING.
              MOVE "BK" TO WS-FND-TYPE.
              MOVE PH-EMPLNAME TO WS-FND-LASTNAME.
              MOVE PH-EMPFNAME TO WS-FND-FIRSTNAME.
              EVALUATE BA-ACTION
                  WHEN "A"
                      MOVE "BANK ACCOUNT ADDED SHORTLY BEFORE DEPOSIT"
                          TO WS-FND-FINDING
                  WHEN "C"
                      MOVE "BANK ACCOUNT CHANGED SHORTLY BEFORE DEPOSIT"
                          TO WS-FND-FINDING
                  WHEN OTHER
                      MOVE "BANK ACCOUNT ACTIVATED SHORTLY BEFORE DEP."
                          TO WS-FND-FINDING
              END-EVALUATE.
              MOVE BA-DATE TO WS-FND-DATE.
              MOVE BA-EMPID TO BM-EMPID.
              READ BANKMASTER
                  INVALID KEY MOVE "D" TO BM-STATUS
              END-READ.
              MOVE WS-DAYS-BEFORE TO WS-EDIT-COUNT.
              IF BM-STATUS = "A" OR BM-STATUS = SPACE
                  MOVE 90 TO WS-FND-SCORE
                  STRING WS-EDIT-COUNT " DAYS, DEPOSIT"
                      DELIMITED BY SIZE INTO WS-FND-DETAIL
                  END-STRING
              ELSE
                  MOVE 50 TO WS-FND-SCORE
                  STRING WS-EDIT-COUNT " DAYS, CHECK"
                      DELIMITED BY SIZE INTO WS-FND-DETAIL
                  END-STRING
              END-IF.
              PERFORM 0690-WRITE-FINDING.
           0215-END.

      * THE WHOLE BANK MASTER IS UNLOADED AND SORTED ON ROUTING AND
      * ACCOUNT, SO EVERY GROUP OF EMPLOYEES SHARING ONE ACCOUNT
      * COMES OFF THE SORT TOGETHER - NO TABLE OF ACCOUNTS IS HELD,
      * HOWEVER LARGE THE POPULATION GROWS.
           0300-REVIEW-SHARED-ACCOUNTS.
              OPEN OUTPUT BANKSCAN.
              MOVE "N" TO WS-BANK-EOF-SWITCH.
              MOVE ZERO TO BM-EMPID.
              START BANKMASTER KEY NOT < BM-EMPID
                  INVALID KEY SET BANK-ENDOFFILE TO TRUE
              END-START.
              PERFORM UNTIL BANK-ENDOFFILE
                  READ BANKMASTER NEXT RECORD
                      AT END SET BANK-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT BANK-ENDOFFILE
                      MOVE BM-ROUTING TO BS-ROUTING
                      MOVE BM-ACCOUNT TO BS-ACCOUNT
                      MOVE BM-EMPID TO BS-EMPID
                      WRITE BS-RECORD
                  END-IF
              END-PERFORM.
              CLOSE BANKSCAN.
              SORT BANKSORTWORK
                  ON ASCENDING KEY BW-ROUTING BW-ACCOUNT BW-EMPID
                  USING BANKSCAN
                  GIVING BANKSORTED.
              IF SORT-RETURN NOT = ZERO
                  MOVE SPACES TO WS-NOTE-TEXT
                  STRING "BANK ACCOUNT SORT FAILED - SHARED ACCOUNT "
                         "CHECK NOT MADE"
                         DELIMITED BY SIZE INTO WS-NOTE-TEXT
                  END-STRING
                  PERFORM 0150-ADD-NOTE
              ELSE
                  OPEN INPUT BANKSORTED
                  MOVE "N" TO WS-BANK-EOF-SWITCH
                  MOVE ZERO TO WS-GROUP-COUNT
                  PERFORM UNTIL BANK-ENDOFFILE
                      READ BANKSORTED
                          AT END SET BANK-ENDOFFILE TO TRUE
                      END-READ
                      IF NOT BANK-ENDOFFILE
                          PERFORM 0310-GROUP-ONE-ACCOUNT
                      END-IF
                  END-PERFORM
                  IF WS-GROUP-COUNT > 1
                      PERFORM 0320-FLAG-SHARED-GROUP
                  END-IF
                  CLOSE BANKSORTED
              END-IF.
           0300-END.

           0310-GROUP-ONE-ACCOUNT.
              IF WS-GROUP-COUNT > ZERO
                  AND (BT-ROUTING NOT = WS-GROUP-ROUTING
                      OR BT-ACCOUNT NOT = WS-GROUP-ACCOUNT)
                  IF WS-GROUP-COUNT > 1
                      PERFORM 0320-FLAG-SHARED-GROUP
                  END-IF
                  MOVE ZERO TO WS-GROUP-COUNT
              END-IF.
              MOVE BT-ROUTING TO WS-GROUP-ROUTING.
              MOVE BT-ACCOUNT TO WS-GROUP-ACCOUNT.
              ADD 1 TO WS-GROUP-COUNT.
              IF WS-GROUP-COUNT NOT > 50
                  MOVE BT-EMPID TO WS-GROUP-EMPID (WS-GROUP-COUNT)
              END-IF.
           0310-END.

           0320-FLAG-SHARED-GROUP.
              IF WS-GROUP-COUNT > 50
                  DISPLAY "WARN: ACCOUNT ON ", WS-GROUP-COUNT,
                      " EMPLOYEES - FIRST 50 LISTED"
              END-IF.
              PERFORM VARYING GRP-IDX FROM 1 BY 1
                  UNTIL GRP-IDX > WS-GROUP-COUNT OR GRP-IDX > 50
                  PERFORM 0680-START-FINDING
                  MOVE "SA" TO WS-FND-TYPE
                  MOVE WS-GROUP-EMPID (GRP-IDX) TO WS-FND-EMPID
                  MOVE WS-GROUP-EMPID (GRP-IDX) TO WS-CHK-EMPID
                  PERFORM 0610-CHECK-PAID-THIS-RUN
                  IF PAID-THIS-RUN
                      MOVE 80 TO WS-FND-SCORE
                      MOVE PH-EMPLNAME TO WS-FND-LASTNAME
                      MOVE PH-EMPFNAME TO WS-FND-FIRSTNAME
                  ELSE
                      MOVE 40 TO WS-FND-SCORE
                  END-IF
                  MOVE "BANK ACCOUNT SHARED WITH OTHER EMPLOYEES"
                      TO WS-FND-FINDING
                  MOVE WS-GROUP-COUNT TO WS-EDIT-COUNT
                  STRING WS-EDIT-COUNT " ON ACCOUNT"
                      DELIMITED BY SIZE INTO WS-FND-DETAIL
                  END-STRING
                  PERFORM 0690-WRITE-FINDING
              END-PERFORM.
           0320-END.

      * THE EMPLOYEE MAINTENANCE KEYED SINCE THE PERIOD OPENED:
      * ADDS AND REHIRES OF STAFF WHO ARE ALREADY BEING PAID, AND
      * HOURLY RATE RISES OVER THE THRESHOLD (A REHIRE CARRIES THE
      * OLD RATE IN ITS BEFORE IMAGE, SO IT IS TESTED TOO).
           0400-REVIEW-EMP-AUDIT.
              OPEN INPUT EMPAUDIT.
              IF EA-CHECK-KEY NOT = "00"
                  MOVE SPACES TO WS-NOTE-TEXT
                  STRING "EMPLOYEE AUDIT TRAIL NOT AVAILABLE ("
                         EA-CHECK-KEY
                         ") - RATE AND NEW HIRE CHECKS NOT MADE"
                         DELIMITED BY SIZE INTO WS-NOTE-TEXT
                  END-STRING
                  PERFORM 0150-ADD-NOTE
              ELSE
                  MOVE "N" TO WS-AUDIT-EOF-SWITCH
                  PERFORM UNTIL AUDIT-ENDOFFILE
                      READ EMPAUDIT
                          AT END SET AUDIT-ENDOFFILE TO TRUE
                      END-READ
                      IF NOT AUDIT-ENDOFFILE
                          AND EA-DATE NUMERIC
                          AND EA-DATE NOT < WS-PERIOD-START
                          AND EA-DATE NOT > WS-RUN-DATE
                          PERFORM 0410-CHECK-EMP-CHANGE
                      END-IF
                  END-PERFORM
                  CLOSE EMPAUDIT
              END-IF.
           0400-END.

           0410-CHECK-EMP-CHANGE.
              MOVE EA-EMPID TO WS-CHK-EMPID.
              PERFORM 0610-CHECK-PAID-THIS-RUN.
              IF (EA-ACTION = "A" OR EA-ACTION = "R")
                  AND PAID-THIS-RUN
                  PERFORM 0680-START-FINDING
                  MOVE "AP" TO WS-FND-TYPE
                  MOVE 70 TO WS-FND-SCORE
                  MOVE PH-EMPLNAME TO WS-FND-LASTNAME
                  MOVE PH-EMPFNAME TO WS-FND-FIRSTNAME
                  MOVE "ADDED AND PAID IN THE SAME PERIOD"
                      TO WS-FND-FINDING
                  MOVE EA-DATE TO WS-FND-DATE
                  IF EA-ACTION = "A"
                      MOVE "NEW HIRE" TO WS-FND-DETAIL
                  ELSE
                      MOVE "REHIRE" TO WS-FND-DETAIL
                  END-IF
                  PERFORM 0690-WRITE-FINDING
              END-IF.
              IF (EA-ACTION = "C" OR EA-ACTION = "R")
                  AND EA-BEFORE-RATE NUMERIC
                  AND EA-AFTER-RATE NUMERIC
                  AND EA-BEFORE-RATE > ZERO
                  AND EA-BEFORE-CLASS NOT = "S"
                  AND EA-AFTER-CLASS NOT = "S"
                  COMPUTE WS-RATE-PCT ROUNDED =
                      (EA-AFTER-RATE - EA-BEFORE-RATE) * 100
                          / EA-BEFORE-RATE
                  IF WS-RATE-PCT > WS-RATE-JUMP-PCT
                      PERFORM 0415-FLAG-RATE-JUMP
                  END-IF
              END-IF.
           0410-END.

           0415-FLAG-RATE-JUMP.
              PERFORM 0680-START-FINDING.
              MOVE "RJ" TO WS-FND-TYPE.
              MOVE EA-AFTER-LASTNAME TO WS-FND-LASTNAME.
              MOVE EA-AFTER-FIRSTNAME TO WS-FND-FIRSTNAME.
              IF PAID-THIS-RUN
                  MOVE 60 TO WS-FND-SCORE
              ELSE
                  MOVE 30 TO WS-FND-SCORE
              END-IF.
              MOVE "HOURLY RATE RAISED ABOVE THE THRESHOLD"
                  TO WS-FND-FINDING.
              MOVE EA-DATE TO WS-FND-DATE.
              IF WS-RATE-PCT > 99999.99
                  MOVE 99999.99 TO WS-RATE-PCT
              END-IF.
              MOVE WS-RATE-PCT TO WS-EDIT-PCT.
              STRING WS-EDIT-PCT " PCT RISE"
                  DELIMITED BY SIZE INTO WS-FND-DETAIL
              END-STRING.
              PERFORM 0690-WRITE-FINDING.
           0415-END.

      * STATIC PAY: EVERY REGULAR RECORD IN THIS RUN IS LOOKED UP IN
      * THE PRIOR REGULAR RUNS, NEWEST FIRST; THE EMPLOYEE IS FLAGGED
      * WHEN THE GROSS IS THE SAME IN EVERY ONE OF THEM.
           0500-REVIEW-STATIC-PAY.
              PERFORM 0510-FIND-PRIOR-RUNS.
              IF WS-PRIOR-COUNT < WS-STATIC-PERIODS
                  MOVE WS-STATIC-PERIODS TO WS-EDIT-COUNT
                  MOVE SPACES TO WS-NOTE-TEXT
                  STRING "FEWER THAN" WS-EDIT-COUNT
                         " PRIOR REGULAR RUNS ON HISTORY - STATIC PAY "
                         "CHECK NOT MADE"
                         DELIMITED BY SIZE INTO WS-NOTE-TEXT
                  END-STRING
                  PERFORM 0150-ADD-NOTE
              ELSE
                  PERFORM UNTIL ENDOFFILE
                      IF (PAY-REC-TYPE = "R" OR PAY-REC-TYPE = SPACE)
                          AND PAY-AMOUNT > ZERO
                          PERFORM 0520-CHECK-STATIC-PAY
                      END-IF
                      PERFORM 0130-READ-NEXT-PAY
                  END-PERFORM
              END-IF.
           0500-END.

      * THE HIGHEST-NUMBERED REGULAR RUNS BELOW THE ONE UNDER REVIEW,
      * PICKED THE WAY Emp-Variance PICKS ITS PRIOR RUN: ADJUSTMENT
      * RUNS ARE SKIPPED, FINAL CHECKS AND UNTYPED RECORDS COUNT AS
      * REGULAR.
           0510-FIND-PRIOR-RUNS.
              MOVE ZERO TO PH-RUN-NUMBER.
              MOVE ZERO TO PH-EMPID.
              MOVE "N" TO WS-HIST-EOF-SWITCH.
              START PAYHISTORY KEY NOT < PH-KEY
                  INVALID KEY SET HIST-ENDOFFILE TO TRUE
              END-START.
              PERFORM UNTIL HIST-ENDOFFILE
                  READ PAYHISTORY NEXT RECORD
                      AT END SET HIST-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT HIST-ENDOFFILE
                      IF PH-RUN-NUMBER NOT < WS-CUR-RUN
                          SET HIST-ENDOFFILE TO TRUE
                      ELSE
                          IF (PH-REC-TYPE = "R" OR PH-REC-TYPE = "F"
                                  OR PH-REC-TYPE = SPACE)
                              PERFORM 0515-NOTE-PRIOR-RUN
                          END-IF
                      END-IF
                  END-IF
              END-PERFORM.
           0510-END.

           0515-NOTE-PRIOR-RUN.
              IF WS-PRIOR-COUNT = ZERO
                  OR WS-PRIOR-RUN (WS-PRIOR-COUNT) NOT = PH-RUN-NUMBER
                  IF WS-PRIOR-COUNT < WS-STATIC-PERIODS
                      ADD 1 TO WS-PRIOR-COUNT
                  ELSE
                      PERFORM VARYING PR-IDX FROM 1 BY 1
                          UNTIL PR-IDX >= WS-PRIOR-COUNT
                          MOVE WS-PRIOR-RUN (PR-IDX + 1)
                              TO WS-PRIOR-RUN (PR-IDX)
                      END-PERFORM
                  END-IF
                  MOVE PH-RUN-NUMBER TO WS-PRIOR-RUN (WS-PRIOR-COUNT)
              END-IF.
           0515-END.

           0520-CHECK-STATIC-PAY.
              IF EMPMAST-AVAILABLE AND PAY-EMPID NOT > 9999999
                  MOVE PAY-EMPID TO EM-EMPID
                  READ EMPMASTER
                      INVALID KEY MOVE "H" TO EM-PAYCLASS
                  END-READ
              ELSE
                  MOVE "H" TO EM-PAYCLASS
              END-IF.
              IF EM-PAYCLASS NOT = "S"
                  MOVE ZERO TO WS-STATIC-COUNT
                  MOVE "N" TO WS-STATIC-SWITCH
                  PERFORM VARYING PR-IDX FROM WS-PRIOR-COUNT BY -1
                      UNTIL PR-IDX < 1 OR STATIC-BROKEN
                      MOVE WS-PRIOR-RUN (PR-IDX) TO PH-RUN-NUMBER
                      MOVE PAY-EMPID TO PH-EMPID
                      READ PAYHISTORY
                          INVALID KEY SET STATIC-BROKEN TO TRUE
                      END-READ
                      IF NOT STATIC-BROKEN
                          IF PH-AMOUNT = PAY-AMOUNT
                              ADD 1 TO WS-STATIC-COUNT
                          ELSE
                              SET STATIC-BROKEN TO TRUE
                          END-IF
                      END-IF
                  END-PERFORM
                  IF WS-STATIC-COUNT NOT < WS-STATIC-PERIODS
                      PERFORM 0680-START-FINDING
                      MOVE "NH" TO WS-FND-TYPE
                      MOVE PAY-EMPID TO WS-FND-EMPID
                      MOVE 30 TO WS-FND-SCORE
                      MOVE PAY-EMPLNAME TO WS-FND-LASTNAME
                      MOVE PAY-EMPFNAME TO WS-FND-FIRSTNAME
                      MOVE "SAME GROSS EVERY PERIOD - NO HOURS CHANGE"
                          TO WS-FND-FINDING
                      COMPUTE WS-EDIT-COUNT = WS-STATIC-COUNT + 1
                      STRING WS-EDIT-COUNT " PERIODS"
                          DELIMITED BY SIZE INTO WS-FND-DETAIL
                      END-STRING
                      PERFORM 0690-WRITE-FINDING
                  END-IF
              END-IF.
           0520-END.

      * THE MERGE MASTER IS IN SSN ORDER AND THE MERGED FILE IS
      * SORTED INTO IT, SO ONE MATCHING PASS FINDS EVERY SSN WHOSE
      * NAME DIFFERS AND EVERY SSN THAT IS ON ONE SIDE ONLY. A
      * DUPLICATE SSN ON THE MERGED FILE IS COMPARED AGAINST THE
      * MASTER AGAIN. THE FINDINGS CARRY THE EMPLOYEE NUMBER; THE
      * SSN IS SHOWN ONLY BY ITS LAST FOUR DIGITS.
           0600-REVIEW-MERGED-NAMES.
              OPEN INPUT MERGMASTER.
              IF MM-CHECK-KEY NOT = "00"
                  MOVE SPACES TO WS-NOTE-TEXT
                  STRING "MERGE MASTER NOT AVAILABLE (" MM-CHECK-KEY
                         ") - NAME/SSN CHECK NOT MADE"
                         DELIMITED BY SIZE INTO WS-NOTE-TEXT
                  END-STRING
                  PERFORM 0150-ADD-NOTE
              ELSE
                  PERFORM 0605-SORT-MERGED-FILE
                  IF MG-CHECK-KEY NOT = "00"
                      MOVE SPACES TO WS-NOTE-TEXT
                      STRING "MERGED FILE NOT AVAILABLE ("
                             MG-CHECK-KEY
                             ") - NAME/SSN CHECK NOT MADE"
                             DELIMITED BY SIZE INTO WS-NOTE-TEXT
                      END-STRING
                      PERFORM 0150-ADD-NOTE
                  ELSE
                      MOVE ZERO TO MM-SSN
                      START MERGMASTER KEY NOT < MM-SSN
                          INVALID KEY MOVE 9999999999 TO WS-MM-KEY
                      END-START
                      IF MM-CHECK-KEY = "00"
                          PERFORM 0630-READ-NEXT-MASTER
                      END-IF
                      PERFORM 0640-READ-NEXT-MERGED
                      PERFORM 0620-MATCH-ONE-SSN
                          UNTIL WS-MM-KEY = 9999999999
                              AND WS-MG-KEY = 9999999999
                      CLOSE MERGEDSORTED
                  END-IF
                  CLOSE MERGMASTER
              END-IF.
           0600-END.

      * LEAVES MERGEDSORTED OPEN WITH MG-CHECK-KEY "00", OR
      * MG-CHECK-KEY SHOWING WHY THE MERGED FILE COULD NOT BE USED.
           0605-SORT-MERGED-FILE.
              OPEN INPUT MERGEDFILE.
              IF MI-CHECK-KEY NOT = "00"
                  MOVE MI-CHECK-KEY TO MG-CHECK-KEY
              ELSE
                  CLOSE MERGEDFILE
                  SORT MERGEDSORTWORK
                      ON ASCENDING KEY MW-SSN
                      USING MERGEDFILE
                      GIVING MERGEDSORTED
                  IF SORT-RETURN NOT = ZERO
                      MOVE "SF" TO MG-CHECK-KEY
                  ELSE
                      OPEN INPUT MERGEDSORTED
                  END-IF
              END-IF.
           0605-END.

      * A HIT LEAVES THE EMPLOYEE'S HISTORY RECORD FOR THIS RUN IN
      * PH-RECORD, FOR THE NAME AND THE NET PAY.
           0610-CHECK-PAID-THIS-RUN.
              MOVE "N" TO WS-PAID-SWITCH.
              MOVE WS-CUR-RUN TO PH-RUN-NUMBER.
              MOVE WS-CHK-EMPID TO PH-EMPID.
              READ PAYHISTORY
                  INVALID KEY CONTINUE
                  NOT INVALID KEY SET PAID-THIS-RUN TO TRUE
              END-READ.
           0610-END.

           0620-MATCH-ONE-SSN.
              EVALUATE TRUE
                  WHEN WS-MG-KEY < WS-MM-KEY
                      PERFORM 0680-START-FINDING
                      MOVE "MO" TO WS-FND-TYPE
                      MOVE MG-EMPNO TO WS-FND-EMPID
                      MOVE MG-LASTNAME TO WS-FND-LASTNAME
                      MOVE MG-FIRSTNAME TO WS-FND-FIRSTNAME
                      MOVE "SSN ON MERGED FILE BUT NOT ON MERGE MASTER"
                          TO WS-FND-FINDING
                      MOVE MG-EMPNO TO WS-CHK-EMPID
                      PERFORM 0610-CHECK-PAID-THIS-RUN
                      IF PAID-THIS-RUN
                          MOVE 70 TO WS-FND-SCORE
                      ELSE
                          MOVE 35 TO WS-FND-SCORE
                      END-IF
                      MOVE MG-SSN TO WS-MASK-SSN
                      MOVE WS-MASK-LAST4 TO WS-MASKED-LAST4
                      STRING MG-SOURCE " " WS-MASKED-SSN
                          DELIMITED BY SIZE INTO WS-FND-DETAIL
                      END-STRING
                      PERFORM 0690-WRITE-FINDING
                      PERFORM 0640-READ-NEXT-MERGED
                  WHEN WS-MG-KEY > WS-MM-KEY
                      IF NOT MM-MATCHED
                          PERFORM 0680-START-FINDING
                          MOVE "MS" TO WS-FND-TYPE
                          MOVE MM-EMPNO TO WS-FND-EMPID
                          MOVE MM-LASTNAME TO WS-FND-LASTNAME
                          MOVE MM-FIRSTNAME TO WS-FND-FIRSTNAME
                          MOVE 20 TO WS-FND-SCORE
                          MOVE "SSN ON MERGE MASTER BUT NOT ON MERGED FI
      -                       "LE" TO WS-FND-FINDING
                          MOVE MM-SSN TO WS-MASK-SSN
                          MOVE WS-MASK-LAST4 TO WS-MASKED-LAST4
                          STRING MM-SOURCE " " WS-MASKED-SSN
                              DELIMITED BY SIZE INTO WS-FND-DETAIL
                          END-STRING
                          PERFORM 0690-WRITE-FINDING
                      END-IF
                      PERFORM 0630-READ-NEXT-MASTER
                  WHEN OTHER
                      SET MM-MATCHED TO TRUE
                      IF MG-LASTNAME NOT = MM-LASTNAME
                          OR MG-FIRSTNAME NOT = MM-FIRSTNAME
                          PERFORM 0680-START-FINDING
                          MOVE "NM" TO WS-FND-TYPE
                          MOVE MG-EMPNO TO WS-FND-EMPID
                          MOVE MG-LASTNAME TO WS-FND-LASTNAME
                          MOVE MG-FIRSTNAME TO WS-FND-FIRSTNAME
                          MOVE "NAME ON MERGED FILE DIFFERS FROM MASTER"
                              TO WS-FND-FINDING
                          MOVE MG-EMPNO TO WS-CHK-EMPID
                          PERFORM 0610-CHECK-PAID-THIS-RUN
                          IF PAID-THIS-RUN
                              MOVE 60 TO WS-FND-SCORE
                          ELSE
                              MOVE 30 TO WS-FND-SCORE
                          END-IF
                          STRING MM-LASTNAME " " MM-FIRSTNAME
                              DELIMITED BY SIZE INTO WS-FND-DETAIL
                          END-STRING
                          PERFORM 0690-WRITE-FINDING
                      END-IF
                      PERFORM 0640-READ-NEXT-MERGED
              END-EVALUATE.
           0620-END.

           0630-READ-NEXT-MASTER.
              MOVE "N" TO WS-MM-MATCH-SWITCH.
              READ MERGMASTER NEXT RECORD
                  AT END MOVE 9999999999 TO WS-MM-KEY
                  NOT AT END MOVE MM-SSN TO WS-MM-KEY
              END-READ.
           0630-END.

           0640-READ-NEXT-MERGED.
              READ MERGEDSORTED
                  AT END MOVE 9999999999 TO WS-MG-KEY
                  NOT AT END MOVE MG-SSN TO WS-MG-KEY
              END-READ.
           0640-END.

           0680-START-FINDING.
              MOVE SPACES TO WS-FINDING.
              MOVE ZERO TO WS-FND-TOTAL.
              MOVE WS-CHK-EMPID TO WS-FND-EMPID.
              MOVE ZERO TO WS-FND-SCORE.
           0680-END.

           0690-WRITE-FINDING.
              WRITE RF-RECORD FROM WS-FINDING.
              ADD 1 TO WS-FINDING-COUNT.
              EVALUATE WS-FND-TYPE
                  WHEN "BK" ADD 1 TO WS-BK-COUNT
                  WHEN "SA" ADD 1 TO WS-SA-COUNT
                  WHEN "RJ" ADD 1 TO WS-RJ-COUNT
                  WHEN "AP" ADD 1 TO WS-AP-COUNT
                  WHEN "NH" ADD 1 TO WS-NH-COUNT
                  WHEN "NM" ADD 1 TO WS-NM-COUNT
                  WHEN "MO" ADD 1 TO WS-MO-COUNT
                  WHEN "MS" ADD 1 TO WS-MS-COUNT
              END-EVALUATE.
           0690-END.

      * TWO SORTS: THE FIRST BRINGS EACH EMPLOYEE'S FINDINGS
      * TOGETHER SO THEIR SCORES CAN BE TOTALLED ONTO EVERY ONE OF
      * THEM, THE SECOND PUTS THE EMPLOYEES IN ORDER OF THAT TOTAL,
      * HIGHEST FIRST, WITH THEIR OWN FINDINGS WORST FIRST.
           0700-RANK-FINDINGS.
              IF WS-FINDING-COUNT > ZERO
                  SORT FINDSORTWORK
                      ON ASCENDING KEY RW-EMPID
                      ON DESCENDING KEY RW-SCORE
                      USING FINDSCAN
                      GIVING FINDSORTED
                  IF SORT-RETURN NOT = ZERO
                      DISPLAY "ERR: FINDINGS SORT FAILED: ", SORT-RETURN
                      SET RANKING-FAILED TO TRUE
                  ELSE
                      PERFORM 0705-TOTAL-BY-EMPLOYEE
                  END-IF
              END-IF.
           0700-END.

           0705-TOTAL-BY-EMPLOYEE.
              OPEN INPUT FINDSORTED.
              OPEN OUTPUT FINDSCAN.
              MOVE "N" TO WS-FIND-EOF-SWITCH.
              MOVE ZERO TO WS-EMP-FIND-COUNT.
              PERFORM UNTIL FIND-ENDOFFILE
                  READ FINDSORTED
                      AT END SET FIND-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT FIND-ENDOFFILE
                      IF WS-EMP-FIND-COUNT > ZERO
                          AND RS-EMPID NOT = WS-EMP-EMPID
                          PERFORM 0720-WRITE-EMP-FINDINGS
                      END-IF
                      PERFORM 0710-HOLD-EMP-FINDING
                  END-IF
              END-PERFORM.
              IF WS-EMP-FIND-COUNT > ZERO
                  PERFORM 0720-WRITE-EMP-FINDINGS
              END-IF.
              CLOSE FINDSORTED, FINDSCAN.
              SORT FINDSORTWORK
                  ON DESCENDING KEY RW-TOTAL
                  ON ASCENDING KEY RW-EMPID
                  ON DESCENDING KEY RW-SCORE
                  USING FINDSCAN
                  GIVING FINDSORTED.
              IF SORT-RETURN NOT = ZERO
                  DISPLAY "ERR: FINDINGS SORT FAILED: ", SORT-RETURN
                  SET RANKING-FAILED TO TRUE
              END-IF.
           0705-END.

           0710-HOLD-EMP-FINDING.
              IF WS-EMP-FIND-COUNT = ZERO
                  MOVE RS-EMPID TO WS-EMP-EMPID
                  MOVE ZERO TO WS-EMP-TOTAL
                  MOVE SPACES TO WS-EMP-NAME
              END-IF.
              IF WS-EMP-NAME = SPACES
                  MOVE RS-NAME TO WS-EMP-NAME
              END-IF.
              IF WS-EMP-TOTAL + RS-SCORE > 9999
                  MOVE 9999 TO WS-EMP-TOTAL
              ELSE
                  ADD RS-SCORE TO WS-EMP-TOTAL
              END-IF.
              IF WS-EMP-FIND-COUNT < 50
                  ADD 1 TO WS-EMP-FIND-COUNT
                  MOVE RS-RECORD TO WS-EMP-FINDING (WS-EMP-FIND-COUNT)
              ELSE
                  DISPLAY "WARN: MORE THAN 50 FINDINGS FOR EMPID ",
                      RS-EMPID, " - LOWEST SCORING NOT LISTED"
              END-IF.
           0710-END.

           0720-WRITE-EMP-FINDINGS.
              ADD 1 TO WS-FLAGGED-COUNT.
              PERFORM VARYING EF-IDX FROM 1 BY 1
                  UNTIL EF-IDX > WS-EMP-FIND-COUNT
                  MOVE WS-EMP-FINDING (EF-IDX) TO RF-RECORD
                  MOVE WS-EMP-TOTAL TO RF-TOTAL
                  MOVE WS-EMP-NAME TO RF-NAME
                  WRITE RF-RECORD
              END-PERFORM.
              MOVE ZERO TO WS-EMP-FIND-COUNT.
           0720-END.

           0800-PRINT-REVIEW.
              MOVE WS-CUR-RUN TO RED-RUN-NUMBER.
              MOVE WS-PERIOD-START TO RED-PERIOD-START.
              MOVE WS-PERIOD-END TO RED-PERIOD-END.
              MOVE WS-RUN-DATE TO RED-RUN-DATE.
              WRITE RED-REPORT-LINE FROM WS-RED-HEADING-1.
              MOVE WS-BANKCHG-DAYS TO RED-DAYS-OUT.
              MOVE WS-RATE-JUMP-PCT TO RED-PCT-OUT.
              MOVE WS-STATIC-PERIODS TO RED-PERIODS-OUT.
              WRITE RED-REPORT-LINE FROM WS-RED-HEADING-LIMITS.
              WRITE RED-REPORT-LINE FROM WS-RED-BLANK-LINE.
              IF WS-NOTE-COUNT > ZERO
                  PERFORM VARYING NOTE-IDX FROM 1 BY 1
                      UNTIL NOTE-IDX > WS-NOTE-COUNT
                      WRITE RED-REPORT-LINE
                          FROM WS-NOTE-LINE (NOTE-IDX)
                  END-PERFORM
                  WRITE RED-REPORT-LINE FROM WS-RED-BLANK-LINE
              END-IF.
              WRITE RED-REPORT-LINE FROM WS-RED-HEADING-2.
              WRITE RED-REPORT-LINE FROM WS-RED-BLANK-LINE.
              IF WS-FINDING-COUNT > ZERO AND NOT RANKING-FAILED
                  OPEN INPUT FINDSORTED
                  MOVE "N" TO WS-FIND-EOF-SWITCH
                  MOVE ZERO TO WS-EMP-EMPID
                  PERFORM UNTIL FIND-ENDOFFILE
                      READ FINDSORTED
                          AT END SET FIND-ENDOFFILE TO TRUE
                      END-READ
                      IF NOT FIND-ENDOFFILE
                          PERFORM 0810-PRINT-ONE-FINDING
                      END-IF
                  END-PERFORM
                  IF WS-RANK > ZERO
                      WRITE RED-REPORT-LINE FROM WS-RED-SIGNOFF-LINE
                      WRITE RED-REPORT-LINE FROM WS-RED-BLANK-LINE
                  END-IF
                  CLOSE FINDSORTED
              END-IF.
              PERFORM 0820-PRINT-SUMMARY.
           0800-END.

           0810-PRINT-ONE-FINDING.
              MOVE SPACES TO WS-RED-DETAIL-LINE.
              IF WS-RANK = ZERO OR RS-EMPID NOT = WS-EMP-EMPID
                  IF WS-RANK > ZERO
                      WRITE RED-REPORT-LINE FROM WS-RED-SIGNOFF-LINE
                      WRITE RED-REPORT-LINE FROM WS-RED-BLANK-LINE
                  END-IF
                  ADD 1 TO WS-RANK
                  MOVE RS-EMPID TO WS-EMP-EMPID
                  MOVE WS-RANK TO RED-RANK-OUT
                  MOVE RS-EMPID TO RED-EMPID-OUT
                  MOVE RS-NAME TO RED-NAME-OUT
                  MOVE RS-TOTAL TO RED-TOTAL-OUT
              END-IF.
              MOVE RS-SCORE TO RED-SCORE-OUT.
              MOVE RS-FINDING TO RED-FINDING-OUT.
              MOVE RS-DATE TO RED-DATE-OUT.
              MOVE RS-DETAIL TO RED-DETAIL-OUT.
              WRITE RED-REPORT-LINE FROM WS-RED-DETAIL-LINE.
           0810-END.

           0820-PRINT-SUMMARY.
              MOVE "BANK DETAILS CHANGED BEFORE DEPOSIT"
                  TO RED-COUNT-LABEL.
              MOVE WS-BK-COUNT TO RED-COUNT-OUT.
              WRITE RED-REPORT-LINE FROM WS-RED-COUNT-LINE.
              MOVE "EMPLOYEES ON A SHARED BANK ACCOUNT"
                  TO RED-COUNT-LABEL.
              MOVE WS-SA-COUNT TO RED-COUNT-OUT.
              WRITE RED-REPORT-LINE FROM WS-RED-COUNT-LINE.
              MOVE "HOURLY RATE JUMPS" TO RED-COUNT-LABEL.
              MOVE WS-RJ-COUNT TO RED-COUNT-OUT.
              WRITE RED-REPORT-LINE FROM WS-RED-COUNT-LINE.
              MOVE "ADDED AND PAID IN THE SAME PERIOD"
                  TO RED-COUNT-LABEL.
              MOVE WS-AP-COUNT TO RED-COUNT-OUT.
              WRITE RED-REPORT-LINE FROM WS-RED-COUNT-LINE.
              MOVE "SAME GROSS, NO HOURS CHANGE" TO RED-COUNT-LABEL.
              MOVE WS-NH-COUNT TO RED-COUNT-OUT.
              WRITE RED-REPORT-LINE FROM WS-RED-COUNT-LINE.
              MOVE "NAME DIFFERS, MASTER VS MERGED FILE"
                  TO RED-COUNT-LABEL.
              MOVE WS-NM-COUNT TO RED-COUNT-OUT.
              WRITE RED-REPORT-LINE FROM WS-RED-COUNT-LINE.
              MOVE "SSN ON MERGED FILE ONLY" TO RED-COUNT-LABEL.
              MOVE WS-MO-COUNT TO RED-COUNT-OUT.
              WRITE RED-REPORT-LINE FROM WS-RED-COUNT-LINE.
              MOVE "SSN ON MERGE MASTER ONLY" TO RED-COUNT-LABEL.
              MOVE WS-MS-COUNT TO RED-COUNT-OUT.
              WRITE RED-REPORT-LINE FROM WS-RED-COUNT-LINE.
              WRITE RED-REPORT-LINE FROM WS-RED-BLANK-LINE.
              EVALUATE TRUE
                  WHEN RANKING-FAILED
                      WRITE RED-REPORT-LINE FROM WS-RED-MSG-NOT-RANKED
                  WHEN WS-FINDING-COUNT = ZERO
                      AND WS-NOTE-COUNT > ZERO
                      MOVE WS-NOTE-COUNT TO RED-NOTES-OUT
                      WRITE RED-REPORT-LINE FROM WS-RED-MSG-NOT-CHECKED
                  WHEN WS-FINDING-COUNT = ZERO
                      WRITE RED-REPORT-LINE FROM WS-RED-MSG-CLEAN
                  WHEN OTHER
                      MOVE WS-FLAGGED-COUNT TO RED-FLAGGED-OUT
                      WRITE RED-REPORT-LINE FROM WS-RED-MSG-FLAGGED
                      IF WS-NOTE-COUNT > ZERO
                          MOVE WS-NOTE-COUNT TO RED-NOTES-OUT
                          WRITE RED-REPORT-LINE
                              FROM WS-RED-MSG-NOT-CHECKED
                      END-IF
              END-EVALUATE.
           0820-END.

           0900-END-PROGRAM.
            CLOSE PAYROLL, PAYHISTORY, BANKMASTER, EMPMASTER,
                REDFLAGRPT.
            DISPLAY "FINDINGS             : ", WS-FINDING-COUNT.
            DISPLAY "EMPLOYEES FLAGGED    : ", WS-FLAGGED-COUNT.
            DISPLAY "CHECKS NOT MADE      : ", WS-NOTE-COUNT.
            STOP RUN.

       END PROGRAM Emp-RedFlag.

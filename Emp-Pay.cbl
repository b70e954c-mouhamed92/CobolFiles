            SELECT RUNTOTALS ASSIGN TO DYNAMIC WS-RUNTOTALS-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TCAPPROVED ASSIGN TO DYNAMIC WS-TCAPPR-PATH
            FILE STATUS IS TCA-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAYCALENDAR ASSIGN TO DYNAMIC WS-PAYCAL-PATH
            FILE STATUS IS CAL-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GARNORDERS ASSIGN TO DYNAMIC WS-GARNORD-PATH
            FILE STATUS IS GO-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GO-KEY.

            SELECT GARNSCAN ASSIGN TO DYNAMIC WS-GARNSCAN-PATH
            FILE STATUS IS GSC-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GARNSORTWORK ASSIGN TO "GARNWORK.TMP".

            SELECT GARNREMIT ASSIGN TO DYNAMIC WS-GARNREMIT-PATH
            FILE STATUS IS GRM-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GARNRPT ASSIGN TO DYNAMIC WS-GARNRPT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LEAVEMAST ASSIGN TO DYNAMIC WS-LEAVEMAST-PATH
            FILE STATUS IS LV-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LV-EMPID.

            SELECT LEAVEPOLICY ASSIGN TO DYNAMIC WS-LEAVEPOL-PATH
            FILE STATUS IS LP-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LEAVELIABRPT ASSIGN TO DYNAMIC WS-LEAVELIAB-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LABSPLIT ASSIGN TO DYNAMIC WS-LABSPLIT-PATH
            FILE STATUS IS LS-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LABDISTRPT ASSIGN TO DYNAMIC WS-LABDIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * PAYCLASS IS "H" HOURLY (PAID FROM THE APPROVED TIMECARDS AT
      * HOURLYRATE) OR "S" SALARIED (PAID ANNUALSALARY SPREAD OVER
      * THE PAY PERIODS IN THE YEAR). A RECORD EXTRACTED BEFORE THE
      * PAY CLASS EXISTED HAS A BLANK CLASS AND IS PAID HOURLY.
       FD EMPLOYEFILE.
       01 EMPDETAILS.
           02 EMPDATA    PIC   X(44).
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
      * MG-EMPNO IS THE PERMANENT EMPLOYEE NUMBER GIVEN OUT ON THE
      * EMPXREF.IDX CROSSWALK. IT, NOT THE SSN, IS THE EMPLOYEE KEY
      * ON EVERY FILE THIS RUN WRITES, AND EMPLOYEES.NEW IS IN ITS
      * ORDER.
           02 MG-EMPNO        PIC   9(9).

      * PAY-REC-TYPE FLAGS THE KIND OF PAY: "R" REGULAR PERIOD PAY,
      * "F" FINAL CHECK OF A TERMINATED EMPLOYEE (PAID IN THE
      * REGULAR RUN), "A" OFF-CYCLE ADJUSTMENT WRITTEN BY Emp-Adjust.
      * PAY-GARN-DED IS THE TOTAL TAKEN UNDER GARNISHMENT ORDERS,
      * ALREADY OUT OF PAY-NET-AMOUNT.
       FD PAYROLL.
       01 EMPAYROLL.
            04 PAY-EMPID       PIC  9(9).
            04 PAY-NET-AMOUNT  PIC  9(5)V99.
            04 PAY-RUN-NUMBER  PIC  9(5).
            04 PAY-REC-TYPE    PIC  X.
            04 PAY-GARN-DED    PIC  9(5)V99.

       FD CONTROLRPT.
       01 CTL-REPORT-LINE PIC X(80).

      * THE CHECKPOINT RECORD GREW FROM 80 TO 120 BYTES WHEN THE "D"
      * RECORDS TOOK ON THE PER-DEPARTMENT WITHHOLDING AND NET
      * SUBTOTALS THE GL POSTING NEEDS, AND TO 150 WHEN THE
      * GARNISHMENT TOTALS WERE ADDED. THE FILE IS REWRITTEN FROM
      * SCRATCH AT EVERY CHECKPOINT, SO NO CONVERSION IS NEEDED.
       FD CHECKPOINTFILE.
       01 CK-RECORD PIC X(150).

      * DEDUCTION RATES FILE. ONE RECORD PER RATE, KEYED BY TYPE BYTE:
      *   "B" - TAX BRACKET (FLOOR GROSS AMOUNT AND WITHHOLDING PCT,
      * ONCE THE MERGED POPULATION OUTGREW IT. A SURVIVING OLD
      * SEQUENTIAL YTDMASTER.DAT IS CONVERTED IN PLACE THE FIRST
      * TIME THE INDEXED MASTER IS FOUND MISSING.
      * THE MASTER HOLDS ONE CALENDAR YEAR. BESIDE THE YEAR TOTALS
      * EACH EMPLOYEE CARRIES ONE BUCKET PER CALENDAR QUARTER, SO A
      * QUARTERLY FILING SHOWS WHAT WAS PAID IN THAT QUARTER ALONE.
      * A RUN POSTS TO THE QUARTER ITS PERIOD END DATE FALLS IN.
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
      * ONE CONTROL RECORD, KEYED 999999999 SO IT SORTS AFTER EVERY
      * EMPLOYEE, NAMES THE YEAR THE MASTER HOLDS. Emp-YearEnd
      * ARCHIVES THE MASTER WITH ITS CONTROL RECORD MARKED CLOSED
      * AND STARTS THE NEXT YEAR WITH ONE MARKED OPEN. THE LAYOUT
      * MUST STAY IN STEP WITH Emp-YearEnd, Emp-Adjust, Emp-Filing
      * AND Emp-Rekey.
       01 YTD-CONTROL-REC.
           02 YTD-CTL-KEY         PIC 9(9).
           02 YTD-CTL-YEAR        PIC 9(4).
           02 YTD-CTL-STATUS      PIC X(6).
           02 YTD-CTL-CLOSED-DATE PIC 9(8).
           02 YTD-CTL-LAST-PERIOD PIC 9(8).
           02 FILLER              PIC X(294).

      * THE OLD SEQUENTIAL LAYOUT PREDATES GARNISHMENTS AND KEPT NO
      * QUARTERS - ITS FIGURES COME ACROSS AS YEAR TOTALS ONLY.
       FD YTDCONVERT.
       01 YTC-RECORD.
           02 YTC-EMPID       PIC 9(9).
      *   "C" - THE PAYROLL CLEARING (CREDIT) COST CENTER/ACCOUNT
      *   "M" - DEPARTMENT NAME TO COST CENTER AND EXPENSE ACCOUNT
      *   "L" - LIABILITY ACCOUNT FOR ONE WITHHOLDING CATEGORY
      *         ("T" TAX, "R" RETIREMENT, "B" BENEFITS,
      *         "G" GARNISHMENTS PAYABLE); A CATEGORY
      *         WITH NO "L" RECORD CREDITS THE CLEARING ACCOUNT
      *         INSTEAD, WHICH KEEPS THE JOURNAL BALANCED AND SHOWS
      *         UP AT ONCE WHEN CLEARING FAILS TO NET TO THE BANK
           02 PH-BENEFIT-DED  PIC 9(5)V99.
           02 PH-NET-AMOUNT   PIC 9(5)V99.
           02 PH-REC-TYPE     PIC X.
           02 PH-GARN-DED     PIC 9(5)V99.

      * MACHINE-READABLE RUN TOTALS FOR THE END-OF-NIGHT BALANCING
      * STEP (Emp-Balance). ONE RECORD PER COMPLETED RUN - A RUN
           02 PT-TAX-DED      PIC 9(8)V99.
           02 PT-RETIRE-DED   PIC 9(8)V99.
           02 PT-BENEFIT-DED  PIC 9(8)V99.
           02 PT-GARN-DED     PIC 9(8)V99.
           02 FILLER          PIC X(1).

      * APPROVED TIMECARD TOTALS FROM Emp-Timecard - THE HOURS PAID
      * EACH PERIOD. THE LAYOUT MUST STAY IN STEP WITH THE TA-RECORD
      * IN Emp-Timecard. THE HEADER NAMES THE PERIOD THE CARDS WERE
      * APPROVED FOR; THE DETAILS ARE IN THE SAME KEY ORDER AS THE
      * EMPLOYEE FILE, SO THEY ARE MATCHED AS THE EMPLOYEES ARE READ.
       FD TCAPPROVED.
       01 TA-RECORD.
           02 TA-REC-TYPE     PIC X.
           02 TA-REC-DATA     PIC X(39).
           02 TA-HEADER-REC REDEFINES TA-REC-DATA.
             04 TA-PERIOD-START  PIC 9(8).
             04 TA-PERIOD-END    PIC 9(8).
             04 FILLER           PIC X(23).
           02 TA-DETAIL-REC REDEFINES TA-REC-DATA.
             04 TA-EMPID         PIC 9(9).
             04 TA-REG-HOURS     PIC 9(3).
             04 TA-OT-HOURS      PIC 9(3).
             04 TA-OTHER-HOURS   PIC 9(3).
             04 TA-VAC-HOURS     PIC 9(3).
             04 TA-SICK-HOURS    PIC 9(3).
             04 TA-DAYS          PIC 9(3).
             04 FILLER           PIC X(12).

      * FULL-YEAR PAY CALENDAR MAINTAINED FOR Emp-Close. THE RECORD
      * FOR THE CURRENT PERIOD SUPPLIES THE PAY FREQUENCY THAT
      * SPREADS AN ANNUAL SALARY OVER THE YEAR:
      *   "W" WEEKLY (52)     "B" BIWEEKLY (26)
      *   "S" SEMIMONTHLY (24) "M" MONTHLY (12)
      * MUST STAY IN STEP WITH THE CAL-RECORD IN Emp-Close.
       FD PAYCALENDAR.
       01 CAL-RECORD.
           05 CAL-SEQ         PIC 9(3).
           05 CAL-PERIOD-START PIC 9(8).
           05 CAL-PERIOD-END  PIC 9(8).
           05 CAL-FREQUENCY   PIC X.
           05 FILLER          PIC X(60).

      * GARNISHMENT ORDER MASTER MAINTAINED BY Emp-GarnMaint - SEE
      * THE FIELD NOTES THERE. MUST STAY IN STEP WITH THAT LAYOUT.
      * AN EMPLOYEE'S ORDERS ARE READ IN KEY (PRIORITY) ORDER AND
      * EACH ONE TAKEN IS REWRITTEN WITH ITS NEW RUNNING BALANCE.
       FD GARNORDERS.
       01 GO-RECORD.
           02 GO-KEY.
               03 GO-EMPID        PIC 9(9).
               03 GO-PRIORITY     PIC 9(2).
               03 GO-CASE-NUMBER  PIC X(15).
           02 GO-ORDER-TYPE       PIC X.
           02 GO-AGENCY-CODE      PIC X(8).
           02 GO-AGENCY-NAME      PIC X(30).
           02 GO-METHOD           PIC X.
           02 GO-AMOUNT           PIC 9(5)V99.
           02 GO-PERCENT          PIC 9(3)V99.
           02 GO-PERIOD-CAP       PIC 9(5)V99.
           02 GO-LIFETIME-CAP     PIC 9(7)V99.
           02 GO-START-DATE       PIC 9(8).
           02 GO-STOP-DATE        PIC 9(8).
           02 GO-STATUS           PIC X.
               88 GO-ACTIVE           VALUE "A".
               88 GO-STOPPED          VALUE "S".
               88 GO-COMPLETE         VALUE "C".
           02 GO-WITHHELD-TODATE  PIC 9(7)V99.
           02 GO-LAST-RUN         PIC 9(5).
           02 GO-LAST-AMOUNT      PIC 9(5)V99.
           02 GO-LASTNAME         PIC X(10).
           02 GO-FIRSTNAME        PIC X(10).
           02 GO-LAST-PERIOD      PIC 9(8).

      * ONE RECORD PER ORDER TAKEN THIS RUN, PULLED OFF THE ORDER
      * MASTER AT END OF RUN AND SORTED BY AGENCY AND CASE NUMBER
      * INTO THE REMITTANCE FILE. GARNREMIT.DAT IS WHAT ACCOUNTS
      * PAYABLE CUTS THE AGENCY PAYMENTS FROM, AND Emp-Balance
      * PROVES ITS TOTAL AGAINST THE RUN TOTALS. THE SCAN AND
      * REMITTANCE RECORDS ARE THE SAME LAYOUT.
       FD GARNSCAN.
       01 GS-RECORD.
           02 GS-AGENCY-CODE      PIC X(8).
           02 GS-AGENCY-NAME      PIC X(30).
           02 GS-CASE-NUMBER      PIC X(15).
           02 GS-EMPID            PIC 9(9).
           02 GS-LASTNAME         PIC X(10).
           02 GS-FIRSTNAME        PIC X(10).
           02 GS-ORDER-TYPE       PIC X.
           02 GS-AMOUNT           PIC 9(5)V99.
           02 GS-WITHHELD-TODATE  PIC 9(7)V99.
           02 GS-RUN-NUMBER       PIC 9(5).
           02 GS-PERIOD-END       PIC 9(8).

       SD GARNSORTWORK.
       01 GW-RECORD.
           02 GW-AGENCY-CODE      PIC X(8).
           02 FILLER              PIC X(30).
           02 GW-CASE-NUMBER      PIC X(15).
           02 GW-EMPID            PIC 9(9).
           02 FILLER              PIC X(50).

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

       FD GARNRPT.
       01 GRP-REPORT-LINE PIC X(80).

      * LEAVE BANK MASTER, ONE RECORD PER EMPLOYEE, MAINTAINED BY
      * Emp-LeaveMaint AND UPDATED BY EVERY PAY RUN - SEE THE FIELD
      * NOTES THERE. MUST STAY IN STEP WITH THAT LAYOUT. THE PRIOR
      * BALANCES ARE THE ONES GOING INTO LV-LAST-PERIOD: A RUN THAT
      * FINDS THE PERIOD ALREADY APPLIED (A CHECKPOINT RESTART OR AN
      * AUTHORIZED RERUN) STARTS AGAIN FROM THEM, SO LEAVE IS NEVER
      * ACCRUED OR TAKEN TWICE FOR ONE PERIOD.
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

      * LEAVE POLICY - ONE RECORD PER SERVICE TIER FOR EACH KIND OF
      * LEAVE ("V" VACATION, "S" SICK). THE TIER WITH THE HIGHEST
      * MINIMUM YEARS OF SERVICE NOT ABOVE THE EMPLOYEE'S COMPLETED
      * YEARS APPLIES:
      *   LP-ACCRUAL-RATE  HOURS EARNED PER HOUR PAID
      *   LP-MAX-BALANCE   NO MORE IS EARNED ONCE THE BALANCE
      *                    REACHES THIS, ZERO = NO MAXIMUM
      *   LP-CARRYOVER     MOST THAT CARRIES INTO A NEW YEAR - THE
      *                    EXCESS IS FORFEITED, ZERO = NO LIMIT
       FD LEAVEPOLICY.
       01 LP-RECORD.
           02 LP-REC-TYPE         PIC X.
           02 LP-MIN-YEARS        PIC 9(2).
           02 LP-ACCRUAL-RATE     PIC 9V9(4).
           02 LP-MAX-BALANCE      PIC 9(4)V99.
           02 LP-CARRYOVER        PIC 9(4)V99.
           02 FILLER              PIC X(60).

       FD LEAVELIABRPT.
       01 LL-REPORT-LINE PIC X(132).

      * LABOR DISTRIBUTION SPLITS FOR STAFF WHOSE PAY IS CHARGED TO
      * MORE THAN ONE DEPARTMENT. ONE RECORD PER SPLIT LINE; THE
      * LINES FOR AN EMPLOYEE WITH THE LATEST EFFECTIVE DATE NOT
      * AFTER THE PERIOD END MAKE UP THAT EMPLOYEE'S SPLIT, AND AN
      * EMPLOYEE WITH NO LINES IN FORCE IS CHARGED TO THEIR OWN
      * DEPARTMENT AS BEFORE.
      *   LS-BASIS        "P" LS-SHARE IS A PERCENT - THE LINES MUST
      *                       TOTAL 100.00
      *                   "H" LS-SHARE IS HOURS OF A STANDING WEEK OR
      *                       PERIOD - THE PAY IS SPREAD IN PROPORTION
      *   LS-DEPARTMENT   CHARGED DEPARTMENT; ITS "M" MAPPING RECORD
      *                   GIVES THE EXPENSE ACCOUNT (IN MERGED MODE
      *                   THE "ACME-"/"FUSE-" PREFIXED NAME)
      *   LS-COST-CENTER  COST CENTER TO CHARGE, BLANK = THE ONE ON
      *                   THE DEPARTMENT'S MAPPING RECORD
      * A SPLIT THAT DOES NOT TOTAL 100 PCT, MIXES PERCENT AND HOURS
      * LINES OR RUNS PAST 10 LINES IS LISTED ON THE GL ERROR REPORT
      * AND THE EMPLOYEE IS CHARGED TO THEIR OWN DEPARTMENT.
       FD LABSPLIT.
       01 LS-RECORD.
           02 LS-EMPID            PIC 9(9).
           02 LS-EFF-DATE         PIC 9(8).
           02 LS-BASIS            PIC X.
           02 LS-DEPARTMENT       PIC X(30).
           02 LS-COST-CENTER      PIC X(6).
           02 LS-SHARE            PIC 9(3)V99.
           02 FILLER              PIC X(21).

       FD LABDISTRPT.
       01 LD-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

              "C:/work space/Cobol path/labs/Files/PAYHIST.IDX".
           05 WS-RUNTOTALS-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/PAYTOTAL.DAT".
           05 WS-TCAPPR-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/TCAPPR.DAT".
           05 WS-PAYCAL-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/PAYCAL.DAT".
           05 WS-GARNORD-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/GARNORD.IDX".
           05 WS-GARNSCAN-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/GARNSCAN.TMP".
           05 WS-GARNREMIT-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/GARNREMIT.DAT".
           05 WS-GARNRPT-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/GARNRPT.LPT".
           05 WS-LEAVEMAST-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/LEAVEMAST.IDX".
           05 WS-LEAVEPOL-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/LEAVEPOL.DAT".
           05 WS-LEAVELIAB-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/LEAVELIAB.LPT".
           05 WS-LABSPLIT-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/LABSPLIT.DAT".
           05 WS-LABDIST-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/LABDIST.LPT".

       01 WS-ENV-VALUE            PIC X(100).

           05 WS-CUR-FIRSTNAME    PIC X(10).
           05 WS-CUR-LASTNAME     PIC X(10).
           05 WS-CUR-HOURSWORKED  PIC 9(3).
           05 WS-CUR-REG-HOURS    PIC 9(3).
           05 WS-CUR-OT-HOURS     PIC 9(3).
           05 WS-CUR-OTHER-HOURS  PIC 9(3).
           05 WS-CUR-VAC-HOURS    PIC 9(3).
           05 WS-CUR-SICK-HOURS   PIC 9(3).
           05 WS-CUR-HOURLYRATE   PIC 9(3)V99.
           05 WS-CUR-DEPARTMENT   PIC X(30).
           05 WS-CUR-GENDER       PIC X.
               10 WS-CUR-START-YEAR   PIC 9(4).
               10 WS-CUR-START-MONTH  PIC 9(2).
               10 WS-CUR-START-DAY    PIC 9(2).
           05 WS-CUR-STARTDATE-N REDEFINES WS-CUR-STARTDATE
                                  PIC 9(8).
           05 WS-CUR-PAYCLASS     PIC X.
               88 HOURLY-EMP          VALUE "H".
               88 SALARIED-EMP        VALUE "S".
           05 WS-CUR-ANNUALSALARY PIC 9(7)V99.
           05 WS-CUR-EMPSTATUS    PIC X.
               88 ACTIVE-EMP          VALUE "A" " ".
               88 TERMINATED-EMP      VALUE "T".
           05 WS-CUR-TERMDATE.
               10 WS-CUR-TERM-YEAR    PIC 9(4).
               10 WS-CUR-TERM-MONTH   PIC 9(2).
               10 WS-CUR-TERM-DAY     PIC 9(2).
           05 WS-CUR-TERMDATE-N REDEFINES WS-CUR-TERMDATE
                                  PIC 9(8).
           05 WS-CUR-TERMREASON   PIC X(2).
           05 WS-CUR-PAYOUTHOURS  PIC 9(3).

      * A TERMINATED EMPLOYEE WHOSE TERMINATION DATE FALLS ON OR
      * BEFORE THE PERIOD END GETS THE FINAL CHECK THIS RUN: WAGES
      * TO THE TERMINATION DATE PLUS THE UNUSED LEAVE PAYOUT.
      * Emp-Maint STOPS EXTRACTING THEM AFTER THIS PERIOD.
       01 WS-FINAL-CHECK-SWITCH  PIC X VALUE "N".
           88 FINAL-CHECK        VALUE "Y".

       01 WS-WORK-AREA.
           05 FILE-CHECK-KEY     PIC X(2).
       01 WS-PAY-CALC.
           05 WS-REGULAR-HOURS   PIC 9(3).
           05 WS-OVERTIME-HOURS  PIC 9(3).
           05 WS-OTHER-HOURS     PIC 9(3).
           05 WS-REGULAR-PAY     PIC 9(5)V99.
           05 WS-OVERTIME-PAY    PIC 9(5)V99.
           05 WS-OTHER-PAY       PIC 9(5)V99.

      * OVERTIME IS NO LONGER SPLIT OFF AT A FIXED WEEKLY THRESHOLD -
      * THE APPROVED TIMECARDS CARRY THE OVERTIME HOURS AS WORKED.
       01 WS-OVERTIME-FACTOR     PIC 9V9  VALUE 1.5.

      * SALARIED PAY. THE PERIODS PER YEAR COME FROM THE PAY
      * CALENDAR; ZERO MEANS THE PERIOD HAS NO USABLE FREQUENCY AND
      * NO SALARIED EMPLOYEE CAN BE PAID. A MID-PERIOD HIRE IS PAID
      * FOR THE CALENDAR DAYS FROM THE START DATE TO PERIOD END.
       01 WS-PERIODS-PER-YEAR    PIC 9(2) VALUE ZERO.
       01 WS-SALARY-CALC.
           05 WS-SALARY-PAY      PIC 9(7)V99.
           05 WS-PERIOD-DAYS     PIC 9(3).
           05 WS-SALARY-DAYS     PIC 9(3).
           05 WS-SALARY-FROM.
               10 WS-SALARY-FROM-YEAR  PIC 9(4).
               10 WS-SALARY-FROM-MONTH PIC 9(2).
               10 WS-SALARY-FROM-DAY   PIC 9(2).
           05 WS-SALARY-FROM-N REDEFINES WS-SALARY-FROM PIC 9(8).
           05 WS-SALARY-TO.
               10 WS-SALARY-TO-YEAR    PIC 9(4).
               10 WS-SALARY-TO-MONTH   PIC 9(2).
               10 WS-SALARY-TO-DAY     PIC 9(2).
           05 WS-SALARY-TO-N REDEFINES WS-SALARY-TO PIC 9(8).
       01 WS-SALARY-PRORATED-SWITCH PIC X VALUE "N".
           88 SALARY-PRORATED    VALUE "Y".

      * UNUSED LEAVE ON A FINAL CHECK IS PAID AT THE HOURLY RATE,
      * OR FOR SALARIED STAFF AT THE ANNUAL SALARY OVER A STANDARD
      * 2080-HOUR YEAR.
       01 WS-STANDARD-HOURS      PIC 9(4) VALUE 2080.
       01 WS-PAYOUT-CALC.
           05 WS-PAYOUT-HOURS    PIC 9(4)V99.
           05 WS-PAYOUT-RATE     PIC 9(5)V99.
           05 WS-PAYOUT-PAY      PIC 9(7)V99.
           05 WS-FINAL-BASE-PAY  PIC 9(7)V99.

      * LEAVE BANK WORK AREA FOR THE CURRENT EMPLOYEE. KIND 1 IS
      * VACATION, KIND 2 SICK LEAVE. START IS THE BALANCE ON FILE
      * GOING INTO THE PERIOD, OPEN IS THAT BALANCE AFTER ANY NEW
      * YEAR CARRYOVER FORFEIT, AND CLOSE = OPEN + ACCRUED - USED.
      * SHORT IS LEAVE TAKEN BEYOND THE BALANCE - THE HOURS WERE
      * APPROVED AND ARE PAID, BUT THE BALANCE STOPS AT ZERO.
      * SALARIED STAFF EARN ON THE STANDARD HOURS FOR THE PERIOD.
       01 WS-LEAVE-CALC.
           05 WS-LV-SERVICE-YEARS PIC 9(2).
           05 WS-LV-PERIOD-YEAR  PIC 9(4).
           05 WS-LV-START-YEAR   PIC 9(4).
           05 WS-LV-HOURS-BASIS  PIC 9(4)V99.
           05 WS-LV-PAY-RATE     PIC 9(5)V99.
           05 WS-LV-PAYOUT-DUE   PIC 9(4)V99.
           05 WS-LV-ROOM         PIC S9(5)V99.
           05 WS-LV-KIND OCCURS 2 TIMES.
               10 WS-LV-START        PIC 9(4)V99.
               10 WS-LV-OPEN         PIC 9(4)V99.
               10 WS-LV-FORFEIT      PIC 9(4)V99.
               10 WS-LV-RATE         PIC 9V9(4).
               10 WS-LV-MAX          PIC 9(4)V99.
               10 WS-LV-CARRY        PIC 9(4)V99.
               10 WS-LV-ACCRUED      PIC 9(4)V99.
               10 WS-LV-USED         PIC 9(4)V99.
               10 WS-LV-CLOSE        PIC 9(4)V99.
               10 WS-LV-SHORT        PIC 9(4)V99.
       01 WS-LVK                 PIC 9.
       01 WS-LV-KIND-CODES       PIC X(2) VALUE "VS".
       01 WS-LV-KIND-CODE-R REDEFINES WS-LV-KIND-CODES.
           05 WS-LV-KIND-CODE    PIC X OCCURS 2 TIMES.
       01 WS-LV-FOUND-SWITCH     PIC X VALUE "N".
           88 LEAVE-FOUND        VALUE "Y".
       01 WS-LV-EOF-SWITCH       PIC X VALUE "N".
           88 LV-ENDOFFILE       VALUE "Y".

      * SERVICE TIERS FROM THE LEAVE POLICY FILE.
       01 WS-LP-EOF-SWITCH       PIC X VALUE "N".
           88 LP-ENDOFFILE       VALUE "Y".
       01 WS-LP-TABLE.
           05 WS-LP-COUNT        PIC 9(2) VALUE ZERO.
           05 WS-LP-ENTRY OCCURS 20 TIMES INDEXED BY LP-IDX.
               10 WS-LP-TYPE         PIC X.
               10 WS-LP-MIN-YEARS    PIC 9(2).
               10 WS-LP-RATE         PIC 9V9(4).
               10 WS-LP-MAX          PIC 9(4)V99.
               10 WS-LP-CARRY        PIC 9(4)V99.
       01 WS-LP-BEST-YEARS       PIC 9(2).
       01 WS-LP-TIER-SWITCH      PIC X VALUE "N".
           88 LP-TIER-FOUND      VALUE "Y".

       01 WS-CAL-EOF-SWITCH      PIC X VALUE "N".
           88 CAL-ENDOFFILE      VALUE "Y".

       01 WS-TCA-EOF-SWITCH      PIC X VALUE "N".
           88 TCA-ENDOFFILE      VALUE "Y".
       01 WS-TCA-FOUND-SWITCH    PIC X VALUE "N".
           88 TIMECARD-FOUND     VALUE "Y".

       01 WS-DED-EOF-SWITCH      PIC X VALUE "N".
           88 DED-ENDOFFILE      VALUE "Y".

           05 WS-TAX-BEST-FLOOR  PIC 9(5)V99.
           05 WS-NET-PAY         PIC S9(6)V99.

      * GARNISHMENTS ARE TAKEN AFTER TAX, WITHIN THE LIMITS ON
      * DISPOSABLE EARNINGS (GROSS LESS TAX WITHHOLDING) FOR THE
      * ORDER TYPE. THE LIMIT COVERS EVERYTHING ALREADY GARNISHED
      * FROM THE CHECK, SO A LOWER-PRIORITY ORDER ONLY GETS WHAT
      * ROOM THE HIGHER ONES LEFT:
      *   "S" SUPPORT 50%, "G" CREDITOR 25%, "L" STUDENT LOAN 15%,
      *   "T" TAX LEVY UP TO ALL OF IT.
      * NOTHING IS EVER TAKEN PAST THE NET PAY LEFT ON THE CHECK.
       01 WS-GARN-CALC.
           05 WS-DISPOSABLE      PIC 9(5)V99.
           05 WS-GARN-AMOUNT     PIC 9(5)V99.
           05 WS-GARN-TOTAL      PIC 9(5)V99.
           05 WS-GARN-ROOM       PIC S9(7)V99.
           05 WS-GARN-LIMIT-PCT  PIC 9(3).

       01 WS-GARN-EOF-SWITCH     PIC X VALUE "N".
           88 GARN-ENDOFFILE     VALUE "Y".

      * THE ORDERS TAKEN FROM THE CURRENT CHECK, FOR THE STUB. AN
      * EMPLOYEE WITH MORE ORDERS THAN THE TABLE HOLDS STILL HAS
      * THEM ALL TAKEN - THE EXCESS PRINTS AS ONE "OTHER" LINE.
       01 WS-GARN-STUB-TABLE.
           05 WS-GSTUB-COUNT     PIC 9(2) VALUE ZERO.
           05 WS-GSTUB-ENTRY OCCURS 10 TIMES INDEXED BY GST-IDX.
               10 WS-GSTUB-CASE      PIC X(15).
               10 WS-GSTUB-AGENCY    PIC X(8).
               10 WS-GSTUB-AMOUNT    PIC 9(5)V99.
               10 WS-GSTUB-CAPPED    PIC X.
               10 WS-GSTUB-BALANCE   PIC 9(7)V99.
       01 WS-GARN-OTHER-AMOUNT   PIC 9(5)V99 VALUE ZERO.

       01 WS-TOT-TAX-DED         PIC 9(8)V99 VALUE ZERO.
       01 WS-TOT-RETIRE-DED      PIC 9(8)V99 VALUE ZERO.
       01 WS-TOT-BENEFIT-DED     PIC 9(8)V99 VALUE ZERO.
       01 WS-TOT-GARN-DED        PIC 9(8)V99 VALUE ZERO.
       01 WS-TOT-ALL-DED         PIC 9(9)V99 VALUE ZERO.
       01 WS-REG-NET-PAY         PIC S9(9)V99 VALUE ZERO.


       01 WS-YTD-FOUND-SWITCH    PIC X VALUE "N".

      * THE CALENDAR YEAR AND QUARTER THIS RUN POSTS TO, TAKEN FROM
      * THE PERIOD END DATE.
       01 WS-YTD-YEAR            PIC 9(4) VALUE ZERO.
       01 WS-YTD-MONTH           PIC 9(2) VALUE ZERO.
       01 WS-YTD-QTR             PIC 9 VALUE ZERO.
       01 WS-YTD-CTL-SWITCH      PIC X VALUE "N".
           88 YTD-CTL-FOUND      VALUE "Y".

      * THIS RUN'S YTD ACCUMULATION SINCE THE LAST CHECKPOINT. THE
      * PENDING ENTRIES ARE APPLIED TO THE INDEXED MASTER ONLY WHEN
      * A CHECKPOINT IS WRITTEN (AND AT NORMAL END), SO THE MASTER
               10 WS-YTD-P-TAX-DED   PIC 9(8)V99.
               10 WS-YTD-P-RET-DED   PIC 9(8)V99.
               10 WS-YTD-P-BEN-DED   PIC 9(8)V99.
               10 WS-YTD-P-GARN-DED  PIC 9(8)V99.

       01 WS-YTD-HEADING-1.
           05 FILLER PIC X(80) VALUE
      * RETIREMENT MATCH, FROM THE "L" AND "E" MAPPING RECORDS. A
      * CATEGORY LEFT UNMAPPED FALLS BACK TO THE CLEARING ACCOUNT.
       01 WS-GL-LIAB-TABLE.
           05 WS-GL-LIAB-ENTRY OCCURS 4 TIMES INDEXED BY LIA-IDX.
               10 WS-GL-LIAB-FOUND   PIC X.
               10 WS-GL-LIAB-CENTER  PIC X(6).
               10 WS-GL-LIAB-ACCT    PIC X(6).

       01 WS-GLE-BLANK-LINE      PIC X(80) VALUE SPACES.

       01 WS-GLE-SPLIT-HEADING   PIC X(80) VALUE
          "LABOR SPLITS REJECTED - CHARGED TO THE HOME DEPARTMENT".

       01 WS-GLE-SPLIT-LINE.
           05 FILLER             PIC X(16) VALUE "LABOR SPLIT FOR ".
           05 GLE-SPLIT-EMPID    PIC 9(9).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 GLE-SPLIT-REASON   PIC X(30).
           05 FILLER             PIC X(7)  VALUE " TOTAL ".
           05 GLE-SPLIT-TOTAL    PIC ZZ,ZZ9.99.

       01 WS-GLE-FULL-LINE.
           05 FILLER             PIC X(15) VALUE "NOT POSTED FOR ".
           05 GLE-FULL-DEPT      PIC X(30).
           05 FILLER             PIC X(9)  VALUE "  AMOUNT ".
           05 GLE-FULL-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-GLE-SPLIT-TOTAL-LINE.
           05 FILLER             PIC X(25)
                                 VALUE "LABOR SPLITS REJECTED".
           05 GLE-SPLIT-COUNT    PIC ZZ9.

      * LABOR DISTRIBUTION. THE SPLIT LINES ARE LOADED AT THE START
      * OF THE RUN; AT THE END THE RUN'S PAY HISTORY IS SPREAD OVER
      * THEM INTO ONE ENTRY PER DEPARTMENT AND COST CENTER, AND THE
      * GL JOURNAL AND THE DISTRIBUTION REPORT ARE BOTH BUILT FROM
      * THOSE ENTRIES. THE AMOUNTS ARE HELD AS A TABLE OF SIX SO ONE
      * LOOP SPREADS THEM ALL: 1 GROSS, 2 TAX, 3 RETIREMENT,
      * 4 BENEFITS, 5 GARNISHMENTS, 6 NET.
       01 WS-LS-EOF-SWITCH       PIC X VALUE "N".
           88 LS-ENDOFFILE       VALUE "Y".

       01 WS-LS-TABLE.
           05 WS-LS-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-LS-ENTRY OCCURS 500 TIMES INDEXED BY LS-IDX.
               10 WS-LS-EMPID        PIC 9(9).
               10 WS-LS-EFF-DATE     PIC 9(8).
               10 WS-LS-BASIS        PIC X.
               10 WS-LS-DEPT         PIC X(30).
               10 WS-LS-CENTER       PIC X(6).
               10 WS-LS-SHARE        PIC 9(3)V99.

       01 WS-SP-WORK.
           05 WS-SP-EFF-DATE     PIC 9(8).
           05 WS-SP-COUNT        PIC 9(2).
           05 WS-SP-BASIS        PIC X.
           05 WS-SP-TOTAL        PIC 9(5)V99.
           05 WS-SP-SWITCH       PIC X.
               88 SPLIT-VALID        VALUE "Y".
               88 SPLIT-REJECTED     VALUE "N".
           05 WS-SP-REASON       PIC X(30).
           05 WS-SP-LINE OCCURS 10 TIMES INDEXED BY SP-IDX.
               10 WS-SP-DEPT         PIC X(30).
               10 WS-SP-CENTER       PIC X(6).
               10 WS-SP-SHARE        PIC 9(3)V99.
               10 WS-SP-AMT          PIC 9(7)V99 OCCURS 6 TIMES.

       01 WS-SP-EMP-AMOUNTS.
           05 WS-SP-EMP-AMT      PIC 9(7)V99 OCCURS 6 TIMES.
       01 WS-SP-COMP             PIC 9.
       01 WS-SP-PART             PIC 9(7)V99.
       01 WS-SP-LEFT             PIC S9(7)V99.

       01 WS-LD-EOF-SWITCH       PIC X VALUE "N".
           88 LD-ENDOFFILE       VALUE "Y".
       01 WS-LD-SLOT-SWITCH      PIC X VALUE "N".
           88 LD-SLOT-FOUND      VALUE "Y".

       01 WS-LD-EMP-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-LD-SPLIT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-LD-REJECT-COUNT     PIC 9(3) VALUE ZERO.

      * WS-LD-CENTER IS THE COST CENTER NAMED ON THE SPLIT LINE (OR
      * BLANK); WS-LD-POST-CENTER IS THE ONE ACTUALLY CHARGED.
       01 WS-LD-TABLE.
           05 WS-LD-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-LD-ENTRY OCCURS 200 TIMES INDEXED BY LD-IDX LD-IDX2.
               10 WS-LD-DEPT         PIC X(30).
               10 WS-LD-CENTER       PIC X(6).
               10 WS-LD-MAPPED       PIC X.
               10 WS-LD-POST-CENTER  PIC X(6).
               10 WS-LD-ACCOUNT      PIC X(6).
               10 WS-LD-PRINTED      PIC X.
               10 WS-LD-HEADCOUNT    PIC 9(5).
               10 WS-LD-MATCH        PIC 9(8)V99.
               10 WS-LD-AMOUNTS.
                   15 WS-LD-GROSS        PIC 9(8)V99.
                   15 WS-LD-TAX          PIC 9(8)V99.
                   15 WS-LD-RETIRE       PIC 9(8)V99.
                   15 WS-LD-BENEFIT      PIC 9(8)V99.
                   15 WS-LD-GARN         PIC 9(8)V99.
                   15 WS-LD-NET          PIC 9(8)V99.
               10 WS-LD-AMOUNT-TABLE REDEFINES WS-LD-AMOUNTS.
                   15 WS-LD-AMT          PIC 9(8)V99 OCCURS 6 TIMES.

       01 WS-LDR-CENTER          PIC X(6).
       01 WS-LDR-WITHHELD        PIC 9(9)V99.
       01 WS-LDR-CENTER-TOTALS.
           05 WS-LDR-C-HEADCOUNT PIC 9(5).
           05 WS-LDR-C-GROSS     PIC 9(9)V99.
           05 WS-LDR-C-MATCH     PIC 9(9)V99.
           05 WS-LDR-C-WITHHELD  PIC 9(9)V99.
           05 WS-LDR-C-NET       PIC 9(9)V99.
       01 WS-LDR-GRAND-TOTALS.
           05 WS-LDR-G-GROSS     PIC 9(9)V99 VALUE ZERO.
           05 WS-LDR-G-MATCH     PIC 9(9)V99 VALUE ZERO.
           05 WS-LDR-G-WITHHELD  PIC 9(9)V99 VALUE ZERO.
           05 WS-LDR-G-NET       PIC 9(9)V99 VALUE ZERO.

       01 WS-LDR-HEADING-1.
           05 FILLER PIC X(40) VALUE
              "LABOR DISTRIBUTION BY COST CENTER".
           05 FILLER PIC X(5) VALUE "RUN:".
           05 LDR-RUN-NUMBER     PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE "  PERIOD END:".
           05 LDR-PERIOD-END     PIC 9(8).

       01 WS-LDR-HEADING-2.
           05 FILLER PIC X(8)  VALUE "CENTER".
           05 FILLER PIC X(32) VALUE "DEPARTMENT".
           05 FILLER PIC X(8)  VALUE "ACCOUNT".
           05 FILLER PIC X(8)  VALUE " STAFF".
           05 FILLER PIC X(16) VALUE "         GROSS".
           05 FILLER PIC X(16) VALUE "EMPLOYER MATCH".
           05 FILLER PIC X(16) VALUE "   WITHHOLDING".
           05 FILLER PIC X(16) VALUE "       NET PAY".

       01 WS-LDR-DETAIL-LINE.
           05 LDR-CENTER-OUT     PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LDR-DEPT-OUT       PIC X(30).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LDR-ACCOUNT-OUT    PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LDR-HEADCOUNT-OUT  PIC ZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LDR-GROSS-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LDR-MATCH-OUT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LDR-WITHHELD-OUT   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LDR-NET-OUT        PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LDR-COUNT-LINE.
           05 FILLER             PIC X(20) VALUE "EMPLOYEES PAID".
           05 LDR-EMP-COUNT-OUT  PIC ZZ,ZZ9.
           05 FILLER             PIC X(25) VALUE
              "   ON A LABOR SPLIT".
           05 LDR-SPLIT-COUNT-OUT PIC ZZ,ZZ9.
           05 FILLER             PIC X(25) VALUE
              "   SPLITS REJECTED".
           05 LDR-REJECT-COUNT-OUT PIC ZZ9.

       01 WS-LDR-BLANK-LINE      PIC X(132) VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR        PIC 9(4).
           05 WS-RUN-MONTH       PIC 9(2).
           05 STUB-LASTNAME      PIC X(10).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 STUB-FIRSTNAME     PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 STUB-SSN-LABEL     PIC X(5).
           05 STUB-SSN.
              10 STUB-SSN-MASK   PIC X(7).
              10 STUB-SSN-LAST4  PIC 9(4).

       01 WS-STUB-DEPT-LINE.
           05 FILLER             PIC X(12) VALUE "DEPARTMENT:".
           05 STUB-DEPARTMENT    PIC X(30).
           05 FILLER             PIC X(9)  VALUE "  CLASS:".
           05 STUB-PAYCLASS      PIC X(8).

       01 WS-STUB-HOURS-LINE-1.
           05 FILLER             PIC X(17) VALUE "REGULAR HOURS:".
           05 FILLER             PIC X(17) VALUE "  OVERTIME PAY:".
           05 STUB-OT-PAY        PIC ZZ,ZZ9.99.

       01 WS-STUB-HOURS-LINE-3.
           05 FILLER             PIC X(17) VALUE "OTHER PAID HRS:".
           05 STUB-OTHER-HOURS   PIC ZZ9.
           05 FILLER             PIC X(15) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE "  OTHER PAY:".
           05 STUB-OTHER-PAY     PIC ZZ,ZZ9.99.

       01 WS-STUB-SALARY-LINE-1.
           05 FILLER             PIC X(17) VALUE "ANNUAL SALARY:".
           05 STUB-ANNUALSALARY  PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(10) VALUE "  PERIODS:".
           05 STUB-PERIODS       PIC Z9.
           05 FILLER             PIC X(14) VALUE "  SALARY PAY:".
           05 STUB-SALARY-PAY    PIC ZZ,ZZ9.99.

       01 WS-STUB-SALARY-LINE-2.
           05 FILLER             PIC X(9)  VALUE "PRORATED ".
           05 STUB-PRORATE-MONTH PIC 99.
           05 FILLER             PIC X(1)  VALUE "/".
           05 STUB-PRORATE-DAY   PIC 99.
           05 FILLER             PIC X(1)  VALUE "/".
           05 STUB-PRORATE-YEAR  PIC 9999.
           05 FILLER             PIC X(4)  VALUE " TO ".
           05 STUB-PRORATE-TO-MONTH PIC 99.
           05 FILLER             PIC X(1)  VALUE "/".
           05 STUB-PRORATE-TO-DAY PIC 99.
           05 FILLER             PIC X(1)  VALUE "/".
           05 STUB-PRORATE-TO-YEAR PIC 9999.
           05 FILLER             PIC X(2)  VALUE ": ".
           05 STUB-PRORATE-DAYS  PIC ZZ9.
           05 FILLER             PIC X(4)  VALUE " OF ".
           05 STUB-PERIOD-DAYS   PIC ZZ9.
           05 FILLER             PIC X(5)  VALUE " DAYS".

       01 WS-STUB-FINAL-LINE.
           05 FILLER             PIC X(31) VALUE
              "*** FINAL CHECK *** TERMINATED ".
           05 STUB-TERM-MONTH    PIC 99.
           05 FILLER             PIC X(1)  VALUE "/".
           05 STUB-TERM-DAY      PIC 99.
           05 FILLER             PIC X(1)  VALUE "/".
           05 STUB-TERM-YEAR     PIC 9999.
           05 FILLER             PIC X(10) VALUE "  REASON: ".
           05 STUB-TERM-REASON   PIC X(2).

       01 WS-STUB-PAYOUT-LINE.
           05 FILLER             PIC X(17) VALUE "LEAVE PAYOUT HRS:".
           05 STUB-PAYOUT-HOURS  PIC Z,ZZ9.99.
           05 FILLER             PIC X(9)  VALUE "  RATE:".
           05 STUB-PAYOUT-RATE   PIC ZZ,ZZ9.99.
           05 FILLER             PIC X(15) VALUE "  PAYOUT PAY:".
           05 STUB-PAYOUT-PAY    PIC ZZ,ZZ9.99.

      * LEAVE BANK BALANCES. ON A FINAL CHECK THE VACATION HOURS
      * PAID OUT ARE COUNTED AS USED, SO THE LINE STILL FOOTS.
       01 WS-STUB-LEAVE-HEADING.
           05 FILLER             PIC X(17) VALUE "LEAVE HOURS".
           05 FILLER             PIC X(11) VALUE "    OPENING".
           05 FILLER             PIC X(11) VALUE "    ACCRUED".
           05 FILLER             PIC X(11) VALUE "       USED".
           05 FILLER             PIC X(11) VALUE "    CLOSING".

       01 WS-STUB-LEAVE-LINE.
           05 STUB-LEAVE-KIND    PIC X(17).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 STUB-LEAVE-OPEN    PIC Z,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 STUB-LEAVE-ACCRUED PIC Z,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 STUB-LEAVE-USED    PIC Z,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 STUB-LEAVE-CLOSE   PIC Z,ZZ9.99.

       01 WS-STUB-LEAVE-NOTE.
           05 STUB-LEAVE-NOTE-TEXT  PIC X(44).
           05 STUB-LEAVE-NOTE-HOURS PIC Z,ZZ9.99.

       01 WS-STUB-AMOUNT-LINE.
           05 STUB-AMOUNT-LABEL  PIC X(20).
           05 STUB-AMOUNT        PIC ZZ,ZZ9.99.

      * ONE LINE PER GARNISHMENT ORDER. AN ORDER WITH A LIFETIME
      * CAP SHOWS WHAT IS STILL OWED; AN OPEN-ENDED ORDER SHOWS
      * WHAT HAS BEEN WITHHELD ON IT SO FAR.
       01 WS-STUB-GARN-LINE.
           05 FILLER             PIC X(13) VALUE "GARNISHMENT ".
           05 STUB-GARN-CASE     PIC X(15).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 STUB-GARN-AGENCY   PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 STUB-GARN-AMOUNT   PIC ZZ,ZZ9.99.
           05 STUB-GARN-BAL-LABEL PIC X(12).
           05 STUB-GARN-BALANCE  PIC Z,ZZZ,ZZ9.99.

       01 WS-STUB-BLANK-LINE     PIC X(80) VALUE SPACES.

       01 WS-DED-HEADING-1.
               10 WS-DEPT-TAX        PIC 9(8)V99.
               10 WS-DEPT-RETIRE     PIC 9(8)V99.
               10 WS-DEPT-BENEFIT    PIC 9(8)V99.
               10 WS-DEPT-GARN       PIC 9(8)V99.
               10 WS-DEPT-NET        PIC 9(8)V99.

       01 WS-CTL-HEADING-1.
       01 WS-INCOMPLETE-NOTICE   PIC X(80) VALUE
          "*** PARTIAL RUN - PROCESSING DID NOT COMPLETE NORMALLY ***".

      * SALARIED HEADCOUNT AND GROSS; THE HOURLY FIGURES ARE THE
      * RUN TOTALS LESS THESE.
       01 WS-CTL-SAL-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-CTL-SAL-GROSS       PIC 9(8)V99 VALUE ZERO.
       01 WS-CTL-HOURLY-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-CTL-FINAL-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-CTL-FINAL-GROSS     PIC 9(8)V99 VALUE ZERO.
       01 WS-CTL-HOURLY-GROSS    PIC 9(8)V99 VALUE ZERO.

       01 WS-CTL-ACME-SUBTOTAL   PIC 9(8)V99 VALUE ZERO.
       01 WS-CTL-FUSE-SUBTOTAL   PIC 9(8)V99 VALUE ZERO.

       01 WS-EQ-AVG-RATE          PIC 9(5)V99.

       01 WS-EQ-HEADING-1.
           05 FILLER PIC X(43) VALUE
              "PAY EQUITY REPORT BY DEPARTMENT AND GENDER".
           05 FILLER PIC X(37) VALUE "- HOURLY STAFF".

       01 WS-EQ-HEADING-2.
           05 FILLER PIC X(30) VALUE "DEPARTMENT".
       01 WS-EXCEPTION-SWITCH     PIC X VALUE "N".
           88 WS-IS-EXCEPTION     VALUE "Y".
       01 WS-EXCEPTION-REASON     PIC X(30).
           88 DUPLICATE-EMPNO     VALUE
              "DUPLICATE EMPNO IN MERGED FILE".

       01 WS-EXC-TABLE-FULL-SWITCH PIC X VALUE "N".
           88 EXC-TABLE-FULL      VALUE "Y".
       01 GLM-CHECK-KEY           PIC X(2).
       01 PCT-CHECK-KEY           PIC X(2).
       01 HIS-CHECK-KEY           PIC X(2).
       01 TCA-CHECK-KEY           PIC X(2).
       01 CAL-CHECK-KEY           PIC X(2).
       01 GO-CHECK-KEY            PIC X(2).
       01 GSC-CHECK-KEY           PIC X(2).
       01 GRM-CHECK-KEY           PIC X(2).
       01 LV-CHECK-KEY            PIC X(2).
       01 LP-CHECK-KEY            PIC X(2).
       01 LS-CHECK-KEY            PIC X(2).

       01 WS-GRM-EOF-SWITCH       PIC X VALUE "N".
           88 GRM-ENDOFFILE       VALUE "Y".

       01 WS-GRM-PREV-AGENCY      PIC X(8).
       01 WS-GRM-AGENCY-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-GRM-AGENCY-TOTAL     PIC 9(8)V99 VALUE ZERO.
       01 WS-GRM-GRAND-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-GRM-GRAND-TOTAL      PIC 9(8)V99 VALUE ZERO.

       01 WS-GRP-HEADING-1.
           05 FILLER PIC X(40) VALUE
              "GARNISHMENT REMITTANCE BY AGENCY".
           05 FILLER PIC X(5) VALUE "RUN:".
           05 GRP-RUN-NUMBER     PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE "  PERIOD END:".
           05 GRP-PERIOD-END     PIC 9(8).

       01 WS-GRP-HEADING-2.
           05 FILLER PIC X(18) VALUE "CASE NUMBER".
           05 FILLER PIC X(11) VALUE "EMPID".
           05 FILLER PIC X(12) VALUE "LAST NAME".
           05 FILLER PIC X(12) VALUE "FIRST NAME".
           05 FILLER PIC X(5)  VALUE "TYPE".
           05 FILLER PIC X(12) VALUE "REMITTED".

       01 WS-GRP-AGENCY-LINE.
           05 FILLER             PIC X(8)  VALUE "AGENCY:".
           05 GRP-AGENCY-CODE    PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 GRP-AGENCY-NAME    PIC X(30).

       01 WS-GRP-DETAIL-LINE.
           05 GRP-CASE-OUT       PIC X(15).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 GRP-EMPID-OUT      PIC 9(9).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 GRP-LASTNAME-OUT   PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 GRP-FIRSTNAME-OUT  PIC X(10).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 GRP-TYPE-OUT       PIC X.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 GRP-AMOUNT-OUT     PIC ZZ,ZZ9.99.

       01 WS-GRP-TOTAL-LINE.
           05 GRP-TOTAL-LABEL    PIC X(30).
           05 GRP-TOTAL-COUNT    PIC ZZ,ZZ9.
           05 FILLER             PIC X(8)  VALUE SPACES.
           05 GRP-TOTAL-AMOUNT   PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-GRP-BLANK-LINE       PIC X(80) VALUE SPACES.

      * ACCRUED LEAVE LIABILITY BY DEPARTMENT, VALUED AT EACH
      * EMPLOYEE'S HOURLY RATE (SALARIED: ANNUAL SALARY OVER THE
      * STANDARD YEAR) AS OF THEIR LATEST PAY. SEPARATED EMPLOYEES
      * HAVE BEEN PAID OUT AND CARRY NO LIABILITY. A DEPARTMENT
      * PAST THE TABLE'S CAPACITY IS SUMMED INTO THE LAST LINE.
       01 WS-LL-TABLE.
           05 WS-LL-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-LL-ENTRY OCCURS 100 TIMES INDEXED BY LL-IDX.
               10 WS-LL-DEPT         PIC X(30).
               10 WS-LL-HEADCOUNT    PIC 9(5).
               10 WS-LL-VAC-HOURS    PIC 9(7)V99.
               10 WS-LL-VAC-AMOUNT   PIC 9(9)V99.
               10 WS-LL-SICK-HOURS   PIC 9(7)V99.
               10 WS-LL-SICK-AMOUNT  PIC 9(9)V99.

       01 WS-LL-TOTALS.
           05 WS-LL-TOT-HEADCOUNT  PIC 9(5) VALUE ZERO.
           05 WS-LL-TOT-VAC-HOURS  PIC 9(7)V99 VALUE ZERO.
           05 WS-LL-TOT-VAC-AMOUNT PIC 9(9)V99 VALUE ZERO.
           05 WS-LL-TOT-SICK-HOURS PIC 9(7)V99 VALUE ZERO.
           05 WS-LL-TOT-SICK-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 WS-LL-VALUE            PIC 9(9)V99.
       01 WS-LL-LINE-TOTAL       PIC 9(10)V99.

       01 WS-LL-HEADING-1.
           05 FILLER PIC X(40) VALUE
              "ACCRUED LEAVE LIABILITY BY DEPARTMENT".
           05 FILLER PIC X(5) VALUE "RUN:".
           05 LL-RUN-NUMBER      PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE "  PERIOD END:".
           05 LL-PERIOD-END      PIC 9(8).

       01 WS-LL-HEADING-2.
           05 FILLER PIC X(32) VALUE "DEPARTMENT".
           05 FILLER PIC X(8)  VALUE " STAFF".
           05 FILLER PIC X(14) VALUE "   VAC HOURS".
           05 FILLER PIC X(16) VALUE " VAC LIABILITY".
           05 FILLER PIC X(14) VALUE "  SICK HOURS".
           05 FILLER PIC X(16) VALUE "SICK LIABILITY".
           05 FILLER PIC X(16) VALUE " TOTAL LIABILITY".

       01 WS-LL-DETAIL-LINE.
           05 LL-DEPT-OUT        PIC X(30).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LL-HEADCOUNT-OUT   PIC ZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LL-VAC-HOURS-OUT   PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LL-VAC-AMOUNT-OUT  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LL-SICK-HOURS-OUT  PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LL-SICK-AMOUNT-OUT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LL-TOTAL-AMOUNT-OUT PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-LL-BLANK-LINE       PIC X(132) VALUE SPACES.

       01 WS-PERIOD-AREAS.
           05 WS-PERIOD-START     PIC 9(8) VALUE ZERO.

       01 WS-PREV-MERGED-EMPID    PIC 9(9) VALUE ZERO.

      * THE SSN OF THE CURRENT MERGED EMPLOYEE (ZERO FOR A LEGACY
      * EMPLOYEE). ONLY ITS LAST FOUR DIGITS ARE EVER PRINTED.
       01 WS-CUR-SSN              PIC 9(9) VALUE ZERO.
       01 WS-CUR-SSN-PARTS REDEFINES WS-CUR-SSN.
           05 FILLER              PIC 9(5).
           05 WS-CUR-SSN-LAST4    PIC 9(4).

       01 CK-HEADER-REC REDEFINES CK-RECORD.
           05 CK-REC-TYPE          PIC X(1).
           05 CK-LAST-EMPID        PIC 9(9).
           05 CK-TOT-BENEFIT-DED   PIC 9(8)V99.
           05 CK-RUN-NUMBER        PIC 9(5).
           05 CK-EXC-TOTAL-COUNT   PIC 9(5).
           05 CK-SAL-COUNT         PIC 9(5).
           05 CK-SAL-GROSS         PIC 9(8)V99.
           05 CK-FINAL-COUNT       PIC 9(5).
           05 CK-FINAL-GROSS       PIC 9(8)V99.
           05 CK-TOT-GARN-DED      PIC 9(8)V99.
           05 FILLER               PIC X(29).

       01 CK-DEPT-REC REDEFINES CK-RECORD.
           05 CK-DREC-TYPE         PIC X(1).
           05 CK-D-RETIRE          PIC 9(8)V99.
           05 CK-D-BENEFIT         PIC 9(8)V99.
           05 CK-D-NET             PIC 9(8)V99.
           05 CK-D-GARN            PIC 9(8)V99.
           05 FILLER               PIC X(54).

       01 CK-GENDER-REC REDEFINES CK-RECORD.
           05 CK-GREC-TYPE         PIC X(1).
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-RUNTOTALS-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TCAPPR_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-TCAPPR-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAYCAL_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-PAYCAL-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GARNORD_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-GARNORD-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GARNSCAN_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-GARNSCAN-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GARNREMIT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-GARNREMIT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GARNRPT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-GARNRPT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LEAVEMAST_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-LEAVEMAST-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LEAVEPOL_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-LEAVEPOL-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LEAVELIAB_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-LEAVELIAB-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LABSPLIT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-LABSPLIT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LABDIST_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-LABDIST-PATH
             END-IF.
           0090-END.

           0095-READ-PERIOD-CONTROL.
                 DISPLAY "RESTORE YTDMAST.IDX FROM BEFORE THE RUN "
                     "BEING REDONE"
                 DISPLAY "OR YTD EARNINGS WILL BE DOUBLE-COUNTED"
                 DISPLAY "GARNISHMENTS TAKEN BY THAT RUN ARE BACKED "
                     "OUT OF GARNORD.IDX AUTOMATICALLY"
             END-IF.
             MOVE PC-PERIOD-START TO WS-PERIOD-START.
             MOVE PC-PERIOD-END TO WS-PERIOD-END.
             COMPUTE WS-RUN-NUMBER = PC-RUN-NUMBER + 1.
             MOVE WS-RUN-NUMBER TO WS-COUNTER-RUN-NUMBER.
             CLOSE PERIODCTL.
             PERFORM 0099-CHECK-YTD-YEAR.
             PERFORM 0097-CHECK-TIMECARD-APPROVAL.
      * THE INCREMENTED RUN NUMBER IS SAVED BACK AT ONCE SO EVERY
      * EXECUTION DRAWS A UNIQUE NUMBER EVEN IF IT LATER ABENDS. A
      * CHECKPOINT RESTART REUSES THE NUMBER OF THE RUN IT RESUMES
                     HIS-CHECK-KEY
                 GO TO 0900-END-PROGRAM
             END-IF.
      * NO ORDER MASTER YET SIMPLY MEANS NO ONE IS GARNISHED.
             OPEN I-O GARNORDERS.
             IF GO-CHECK-KEY = "35"
                 DISPLAY "GARNISHMENT ORDER MASTER NOT FOUND - "
                     "CREATING NEW"
                 OPEN OUTPUT GARNORDERS
                 CLOSE GARNORDERS
                 OPEN I-O GARNORDERS
             END-IF.
             IF GO-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR GARNISHMENT ORDERS: ",
                     GO-CHECK-KEY
                 GO TO 0900-END-PROGRAM
             END-IF.
      * A MISSING LEAVE BANK IS STARTED EMPTY - EVERYONE PAID GETS
      * A RECORD, AND Emp-LeaveMaint LOADS THE BALANCES BROUGHT IN.
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

      * THE REFERENCE FILES ARE LOADED AFTER THE MAIN FILES ARE OPEN
      * SO THE ERROR PATHS INTO 0900-END-PROGRAM NEVER CLOSE A FILE
      * REOPENED AND THE RUN CARRIES ON.
             PERFORM 0145-OPEN-YTD-MASTER.
             PERFORM 0147-LOAD-GL-MAP.
             PERFORM 0144-LOAD-LABOR-SPLITS.
             PERFORM 0150-LOAD-PAY-FREQUENCY.
             PERFORM 0155-LOAD-LEAVE-POLICY.

             PERFORM 0130-READ-NEXT-EMP.

             END-IF.
           0098-END.

      * THE HOURS PAID COME FROM THE APPROVED TIMECARD TOTALS, AND
      * ONLY FROM TOTALS APPROVED FOR THIS VERY PERIOD - LAST
      * PERIOD'S FILE LEFT IN PLACE WOULD PAY EVERYONE LAST PERIOD'S
      * HOURS. LIKE THE REFUSALS IN 0095, THIS STOPS BEFORE ANY OUTPUT
      * IS OPENED AND BEFORE A RUN NUMBER IS DRAWN. THE FILE IS LEFT
      * OPEN ON ITS FIRST DETAIL FOR 0135-MATCH-TIMECARD.
           0097-CHECK-TIMECARD-APPROVAL.
             OPEN INPUT TCAPPROVED.
             IF TCA-CHECK-KEY NOT = "00"
                 DISPLAY "APPROVED TIMECARD FILE NOT AVAILABLE: ",
                     TCA-CHECK-KEY, " - PAYROLL WILL NOT RUN"
                 DISPLAY "RUN Emp-Timecard FOR THE PERIOD FIRST"
                 STOP RUN
             END-IF.
             READ TCAPPROVED
                 AT END SET TCA-ENDOFFILE TO TRUE
             END-READ.
             IF TCA-ENDOFFILE OR TA-REC-TYPE NOT = "H"
                 DISPLAY "APPROVED TIMECARD FILE HAS NO HEADER - ",
                     "PAYROLL WILL NOT RUN"
                 CLOSE TCAPPROVED
                 STOP RUN
             END-IF.
             IF TA-PERIOD-START NOT = WS-PERIOD-START
                 OR TA-PERIOD-END NOT = WS-PERIOD-END
                 DISPLAY "TIMECARDS WERE APPROVED FOR " TA-PERIOD-START
                     " - " TA-PERIOD-END
                 DISPLAY "NOT FOR THE PAY PERIOD " WS-PERIOD-START
                     " - " WS-PERIOD-END " - PAYROLL WILL NOT RUN"
                 CLOSE TCAPPROVED
                 STOP RUN
             END-IF.
             PERFORM 0136-READ-NEXT-TIMECARD.
           0097-END.

      * THE RUN MAY ONLY POST TO THE YEAR THE MASTER HOLDS. A PERIOD
      * ENDING IN A LATER YEAR WAITS FOR Emp-YearEnd TO CLOSE THE
      * OLD ONE - OTHERWISE JANUARY PILES ONTO LAST YEAR'S TOTALS -
      * AND PAY FOR A YEAR ALREADY CLOSED GOES THROUGH Emp-Adjust,
      * WHICH POSTS IT TO THAT YEAR'S ARCHIVE. LIKE THE REFUSALS IN
      * 0095, THIS STOPS BEFORE A RUN NUMBER IS DRAWN OR ANY OUTPUT
      * IS OPENED. A MISSING MASTER OR CONTROL RECORD IS LEFT TO
      * 0145-OPEN-YTD-MASTER, WHICH STARTS THE YEAR BEING PAID.
           0099-CHECK-YTD-YEAR.
             MOVE WS-PERIOD-END (1:4) TO WS-YTD-YEAR.
             MOVE WS-PERIOD-END (5:2) TO WS-YTD-MONTH.
             COMPUTE WS-YTD-QTR = (WS-YTD-MONTH + 2) / 3.
             MOVE "N" TO WS-YTD-CTL-SWITCH.
             OPEN INPUT YTDMASTER.
             IF YTD-CHECK-KEY NOT = "00" AND YTD-CHECK-KEY NOT = "35"
                 DISPLAY "YTD MASTER NOT AVAILABLE: ", YTD-CHECK-KEY,
                     " - PAYROLL WILL NOT RUN"
                 STOP RUN
             END-IF.
      * THE CONTROL RECORD IS TESTED WHILE THE MASTER IS STILL OPEN.
             IF YTD-CHECK-KEY = "00"
                 MOVE 999999999 TO YTD-CTL-KEY
                 READ YTDMASTER
                     INVALID KEY CONTINUE
                     NOT INVALID KEY SET YTD-CTL-FOUND TO TRUE
                 END-READ
                 IF YTD-CTL-FOUND
                     PERFORM 0094-TEST-YTD-YEAR
                 END-IF
                 CLOSE YTDMASTER
             END-IF.
           0099-END.

           0094-TEST-YTD-YEAR.
             IF YTD-CTL-STATUS NOT = "OPEN"
                 DISPLAY "YTD MASTER IS THE CLOSED ARCHIVE OF "
                     YTD-CTL-YEAR " - PAYROLL WILL NOT RUN"
                 CLOSE YTDMASTER
                 STOP RUN
             END-IF.
             IF YTD-CTL-YEAR < WS-YTD-YEAR
                 DISPLAY "YTD MASTER HOLDS " YTD-CTL-YEAR
                     " BUT THE PERIOD ENDS IN " WS-YTD-YEAR
                 DISPLAY "RUN Emp-YearEnd TO CLOSE " YTD-CTL-YEAR
                     " - PAYROLL WILL NOT RUN"
                 CLOSE YTDMASTER
                 STOP RUN
             END-IF.
             IF YTD-CTL-YEAR > WS-YTD-YEAR
                 DISPLAY "PERIOD ENDS IN " WS-YTD-YEAR
                     " WHICH IS ALREADY CLOSED - PAYROLL WILL NOT RUN"
                 DISPLAY "LATE PAY FOR A CLOSED YEAR GOES THROUGH "
                     "Emp-Adjust"
                 CLOSE YTDMASTER
                 STOP RUN
             END-IF.
           0094-END.

           0110-LOAD-CHECKPOINT.
              OPEN INPUT CHECKPOINTFILE.
              IF CK-CHECK-KEY = "00"
                          MOVE CK-EXC-TOTAL-COUNT
                              TO WS-EXC-TOTAL-COUNT
                      END-IF
                      IF CK-SAL-COUNT NUMERIC
                          AND CK-SAL-GROSS NUMERIC
                          MOVE CK-SAL-COUNT TO WS-CTL-SAL-COUNT
                          MOVE CK-SAL-GROSS TO WS-CTL-SAL-GROSS
                      END-IF
                      IF CK-FINAL-COUNT NUMERIC
                          AND CK-FINAL-GROSS NUMERIC
                          MOVE CK-FINAL-COUNT TO WS-CTL-FINAL-COUNT
                          MOVE CK-FINAL-GROSS TO WS-CTL-FINAL-GROSS
                      END-IF
                      IF CK-TOT-GARN-DED NUMERIC
                          MOVE CK-TOT-GARN-DED TO WS-TOT-GARN-DED
                      END-IF
                      PERFORM UNTIL CK-CHECK-KEY NOT = "00"
                          READ CHECKPOINTFILE
                              AT END CONTINUE
                                         TO WS-DEPT-BENEFIT (DEPT-IDX)
                                      MOVE CK-D-NET
                                          TO WS-DEPT-NET (DEPT-IDX)
                                      IF CK-D-GARN NUMERIC
                                          MOVE CK-D-GARN
                                            TO WS-DEPT-GARN (DEPT-IDX)
                                      ELSE
                                          MOVE ZERO
                                            TO WS-DEPT-GARN (DEPT-IDX)
                                      END-IF
                                  WHEN CK-GREC-TYPE = "G"
                                      ADD 1 TO WS-EQ-COUNT
                                      SET EQ-IDX TO WS-EQ-COUNT
           0110-END.

           0120-SKIP-TO-CHECKPOINT.
      * EMPID IS NOT GUARANTEED UNIQUE (SEE THE "EMPID IS ALL
      * ZEROS" AND "DUPLICATE EMPNO IN MERGED FILE" EXCEPTIONS), SO
      * REPOSITIONING BY MATCHING THE CHECKPOINTED EMPID COULD STOP
      * EARLY ON A REPEATED KEY AND REPROCESS RECORDS THE PRIOR RUN
      * ALREADY PAID. REPOSITION BY RECORD COUNT INSTEAD, WHICH IS
                      AT END SET ENDOFFILE TO TRUE
                  END-READ
                  IF NOT ENDOFFILE
                      MOVE MG-EMPNO TO WS-CUR-EMPID
                      MOVE MG-SSN TO WS-CUR-SSN
                      MOVE MG-FIRSTNAME TO WS-CUR-FIRSTNAME
                      MOVE MG-LASTNAME TO WS-CUR-LASTNAME
                      MOVE MG-HOURSWORKED TO WS-CUR-HOURSWORKED
                      END-STRING
                      MOVE SPACES TO WS-CUR-GENDER
                      MOVE ZERO TO WS-CUR-STARTDATE
                      MOVE "H" TO WS-CUR-PAYCLASS
                      MOVE ZERO TO WS-CUR-ANNUALSALARY
                      MOVE "A" TO WS-CUR-EMPSTATUS
                      MOVE ZERO TO WS-CUR-TERMDATE-N
                      MOVE SPACES TO WS-CUR-TERMREASON
                      MOVE ZERO TO WS-CUR-PAYOUTHOURS
                  END-IF
              ELSE
                  READ EMPLOYEFILE
                  END-READ
                  IF NOT ENDOFFILE
                      MOVE EMPID TO WS-CUR-EMPID
                      MOVE ZERO TO WS-CUR-SSN
                      MOVE FIRSTNAME TO WS-CUR-FIRSTNAME
                      MOVE LASTNAME TO WS-CUR-LASTNAME
                      MOVE HOURSWORKED TO WS-CUR-HOURSWORKED
                      MOVE DEPARTMENT TO WS-CUR-DEPARTMENT
                      MOVE GENDER TO WS-CUR-GENDER
                      MOVE STARTDATE TO WS-CUR-STARTDATE
                      MOVE PAYCLASS TO WS-CUR-PAYCLASS
                      IF WS-CUR-PAYCLASS = SPACE
                          MOVE "H" TO WS-CUR-PAYCLASS
                      END-IF
                      IF ANNUALSALARY NUMERIC
                          MOVE ANNUALSALARY TO WS-CUR-ANNUALSALARY
                      ELSE
                          MOVE ZERO TO WS-CUR-ANNUALSALARY
                      END-IF
                      MOVE EMPSTATUS TO WS-CUR-EMPSTATUS
                      MOVE TERMREASON TO WS-CUR-TERMREASON
                      IF TERMDATE NUMERIC
                          MOVE TERMDATE TO WS-CUR-TERMDATE-N
                      ELSE
                          MOVE ZERO TO WS-CUR-TERMDATE-N
                      END-IF
                      IF PAYOUTHOURS NUMERIC
                          MOVE PAYOUTHOURS TO WS-CUR-PAYOUTHOURS
                      ELSE
                          MOVE ZERO TO WS-CUR-PAYOUTHOURS
                      END-IF
                  END-IF
              END-IF.
              MOVE "N" TO WS-FINAL-CHECK-SWITCH.
              IF NOT ENDOFFILE AND TERMINATED-EMP
                  AND WS-CUR-TERMDATE-N <= WS-PERIOD-END
                  SET FINAL-CHECK TO TRUE
              END-IF.
              IF NOT ENDOFFILE
                  ADD 1 TO WS-RECS-READ
                  PERFORM 0135-MATCH-TIMECARD
              END-IF.
           0130-END.

      * BOTH FILES ARE IN EMPLOYEE KEY ORDER, SO THE TIMECARD TOTALS
      * ONLY EVER MOVE FORWARD - WHICH ALSO HOLDS WHEN 0120 SKIPS
      * AHEAD TO A CHECKPOINT. A TOTAL FOR A KEY NOT ON THE EMPLOYEE
      * FILE IS PASSED OVER; Emp-Timecard ALREADY REJECTED ITS CARDS.
      * AN EMPLOYEE WITH NO TOTAL IS PAID NOTHING AND LANDS ON THE
      * EXCEPTION REPORT.
           0135-MATCH-TIMECARD.
              PERFORM 0136-READ-NEXT-TIMECARD
                  UNTIL TCA-ENDOFFILE
                  OR TA-EMPID >= WS-CUR-EMPID.
              MOVE ZERO TO WS-CUR-REG-HOURS.
              MOVE ZERO TO WS-CUR-OT-HOURS.
              MOVE ZERO TO WS-CUR-OTHER-HOURS.
              MOVE ZERO TO WS-CUR-VAC-HOURS.
              MOVE ZERO TO WS-CUR-SICK-HOURS.
              MOVE "N" TO WS-TCA-FOUND-SWITCH.
              IF NOT TCA-ENDOFFILE
                  AND TA-EMPID = WS-CUR-EMPID
                  SET TIMECARD-FOUND TO TRUE
                  MOVE TA-REG-HOURS TO WS-CUR-REG-HOURS
                  MOVE TA-OT-HOURS TO WS-CUR-OT-HOURS
                  MOVE TA-OTHER-HOURS TO WS-CUR-OTHER-HOURS
                  MOVE TA-VAC-HOURS TO WS-CUR-VAC-HOURS
                  MOVE TA-SICK-HOURS TO WS-CUR-SICK-HOURS
              END-IF.
              COMPUTE WS-CUR-HOURSWORKED = WS-CUR-REG-HOURS
                  + WS-CUR-OT-HOURS + WS-CUR-OTHER-HOURS.
           0135-END.

           0136-READ-NEXT-TIMECARD.
              READ TCAPPROVED
                  AT END SET TCA-ENDOFFILE TO TRUE
              END-READ.
              IF NOT TCA-ENDOFFILE AND TA-REC-TYPE NOT = "D"
                  SET TCA-ENDOFFILE TO TRUE
              END-IF.
           0136-END.

      * ONLY THE RATES IN FORCE FOR THE PC-PERIOD-END DATE ARE
      * LOADED: A RECORD DATED AFTER THE PERIOD END IS A FUTURE RATE
      * AND IS SKIPPED, AND WHEN TWO RECORDS CARRY THE SAME RATE KEY
              MOVE WS-DED-EFF-DATE TO WS-BEN-EFF (BEN-IDX).
           0143-END.

      * NO SPLIT FILE SIMPLY MEANS NOBODY IS SPLIT. A BAD LINE IS
      * SKIPPED WITH A WARNING - ITS EMPLOYEE'S SPLIT THEN FAILS THE
      * 100 PCT CHECK AND IS LISTED WITH THE GL ERRORS. AN
      * OVERFLOWING TABLE IS A HARD STOP, AS FOR THE DEDUCTION RATES.
           0144-LOAD-LABOR-SPLITS.
              OPEN INPUT LABSPLIT.
              IF LS-CHECK-KEY NOT = "00"
                  DISPLAY "NO LABOR SPLIT FILE (", LS-CHECK-KEY,
                      ") - ALL PAY CHARGED TO HOME DEPARTMENTS"
              ELSE
                  PERFORM UNTIL LS-ENDOFFILE
                      READ LABSPLIT
                          AT END SET LS-ENDOFFILE TO TRUE
                      END-READ
                      IF NOT LS-ENDOFFILE
                          IF LS-EMPID NUMERIC
                              AND LS-EFF-DATE NUMERIC
                              AND LS-EFF-DATE NOT = ZERO
                              AND (LS-BASIS = "P" OR LS-BASIS = "H")
                              AND LS-DEPARTMENT NOT = SPACES
                              AND LS-SHARE NUMERIC
                              AND LS-SHARE NOT = ZERO
                              IF WS-LS-COUNT >= 500
                                  DISPLAY "LABOR SPLIT TABLE FULL - "
                                      "CANNOT LOAD LABOR SPLITS"
                                  CLOSE LABSPLIT
                                  GO TO 0900-END-PROGRAM
                              END-IF
                              ADD 1 TO WS-LS-COUNT
                              SET LS-IDX TO WS-LS-COUNT
                              MOVE LS-EMPID TO WS-LS-EMPID (LS-IDX)
                              MOVE LS-EFF-DATE
                                  TO WS-LS-EFF-DATE (LS-IDX)
                              MOVE LS-BASIS TO WS-LS-BASIS (LS-IDX)
                              MOVE LS-DEPARTMENT TO WS-LS-DEPT (LS-IDX)
                              MOVE LS-COST-CENTER
                                  TO WS-LS-CENTER (LS-IDX)
                              MOVE LS-SHARE TO WS-LS-SHARE (LS-IDX)
                          ELSE
                              DISPLAY "WARN: BAD LABOR SPLIT RECORD "
                                  "IGNORED: " LS-RECORD (1:30)
                          END-IF
                      END-IF
                  END-PERFORM
                  CLOSE LABSPLIT
              END-IF.
           0144-END.

           0145-OPEN-YTD-MASTER.
              OPEN I-O YTDMASTER.
              IF YTD-CHECK-KEY = "35"
                      YTD-CHECK-KEY
                  GO TO 0900-END-PROGRAM
              END-IF.
      * THE YEAR THE MASTER HOLDS WAS PROVED IN 0099-CHECK-YTD-YEAR
      * BEFORE ANY OUTPUT WAS OPENED. A MASTER WITH NO CONTROL
      * RECORD (NEW, OR BUILT BEFORE THE YEAR-END CLOSE EXISTED) IS
      * STAMPED HERE WITH THE YEAR BEING PAID.
              MOVE 999999999 TO YTD-CTL-KEY.
              READ YTDMASTER
                  INVALID KEY
                      MOVE SPACES TO YTD-CONTROL-REC
                      MOVE 999999999 TO YTD-CTL-KEY
                      MOVE WS-YTD-YEAR TO YTD-CTL-YEAR
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
           0145-END.

      * ONE-TIME CONVERSION: WHEN THE INDEXED MASTER DOES NOT EXIST
                          MOVE YTC-TAX-DED TO YTD-TAX-DED
                          MOVE YTC-RETIRE-DED TO YTD-RETIRE-DED
                          MOVE YTC-BENEFIT-DED TO YTD-BENEFIT-DED
                          MOVE ZERO TO YTD-GARN-DED
                          INITIALIZE YTD-QUARTERS
                          WRITE YTD-RECORD
                              INVALID KEY
                                  DISPLAY "DUPLICATE EMPID DROPPED "
              MOVE "N" TO WS-GL-LIAB-FOUND (1).
              MOVE "N" TO WS-GL-LIAB-FOUND (2).
              MOVE "N" TO WS-GL-LIAB-FOUND (3).
              MOVE "N" TO WS-GL-LIAB-FOUND (4).
              OPEN INPUT GLMAP.
              IF GLM-CHECK-KEY NOT = "00"
                  DISPLAY "WARN: CANNOT OPEN GL MAPPING FILE: ",
              END-IF.
           0147-END.

      * LIABILITY SLOTS: 1 = TAX, 2 = RETIREMENT, 3 = BENEFITS,
      * 4 = GARNISHMENTS PAYABLE.
           0148-LOAD-LIAB-MAP.
              EVALUATE GLM-LIAB-CATEGORY
                  WHEN "T"
                  WHEN "B"
                      SET LIA-IDX TO 3
                      PERFORM 0149-STORE-LIAB-MAP
                  WHEN "G"
                      SET LIA-IDX TO 4
                      PERFORM 0149-STORE-LIAB-MAP
                  WHEN OTHER
                      DISPLAY "WARN: UNKNOWN LIABILITY CATEGORY ON "
                          "GL MAPPING FILE: " GLM-LIAB-CATEGORY
              MOVE GLM-LIAB-ACCT TO WS-GL-LIAB-ACCT (LIA-IDX).
           0149-END.

      * THE FREQUENCY IS TAKEN FROM THE CALENDAR RECORD FOR THE
      * PERIOD BEING PAID. A MISSING CALENDAR OR FREQUENCY ONLY
      * STOPS THE SALARIED STAFF, WHO GO TO THE EXCEPTION REPORT -
      * THE HOURLY PAYROLL DOES NOT DEPEND ON IT.
           0150-LOAD-PAY-FREQUENCY.
              MOVE ZERO TO WS-PERIODS-PER-YEAR.
              OPEN INPUT PAYCALENDAR.
              IF CAL-CHECK-KEY NOT = "00"
                  DISPLAY "PAY CALENDAR NOT AVAILABLE: ", CAL-CHECK-KEY,
                      " - SALARIED EMPLOYEES WILL NOT BE PAID"
              ELSE
                  PERFORM UNTIL CAL-ENDOFFILE
                      READ PAYCALENDAR
                          AT END SET CAL-ENDOFFILE TO TRUE
                      END-READ
                      IF NOT CAL-ENDOFFILE
                          AND CAL-PERIOD-START = WS-PERIOD-START
                          AND CAL-PERIOD-END = WS-PERIOD-END
                          EVALUATE CAL-FREQUENCY
                              WHEN "W"
                                  MOVE 52 TO WS-PERIODS-PER-YEAR
                              WHEN "B"
                                  MOVE 26 TO WS-PERIODS-PER-YEAR
                              WHEN "S"
                                  MOVE 24 TO WS-PERIODS-PER-YEAR
                              WHEN "M"
                                  MOVE 12 TO WS-PERIODS-PER-YEAR
                          END-EVALUATE
                      END-IF
                  END-PERFORM
                  CLOSE PAYCALENDAR
                  IF WS-PERIODS-PER-YEAR = ZERO
                      DISPLAY "NO PAY FREQUENCY ON THE CALENDAR FOR "
                          WS-PERIOD-START " - " WS-PERIOD-END
                      DISPLAY "SALARIED EMPLOYEES WILL NOT BE PAID"
                  END-IF
              END-IF.
              COMPUTE WS-PERIOD-DAYS =
                  FUNCTION INTEGER-OF-DATE (WS-PERIOD-END)
                  - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START) + 1.
           0150-END.

      * WITHOUT A POLICY FILE NOTHING ACCRUES, BUT LEAVE TAKEN IS
      * STILL DEDUCTED FROM THE BANK. AN OVERFLOWING TIER TABLE IS A
      * HARD STOP, AS FOR THE DEDUCTION RATES.
           0155-LOAD-LEAVE-POLICY.
              OPEN INPUT LEAVEPOLICY.
              IF LP-CHECK-KEY NOT = "00"
                  DISPLAY "WARN: LEAVE POLICY FILE NOT AVAILABLE: ",
                      LP-CHECK-KEY
                  DISPLAY "NO LEAVE WILL ACCRUE THIS RUN"
              ELSE
                  PERFORM UNTIL LP-ENDOFFILE
                      READ LEAVEPOLICY
                          AT END SET LP-ENDOFFILE TO TRUE
                      END-READ
                      IF NOT LP-ENDOFFILE
                          IF (LP-REC-TYPE = "V" OR LP-REC-TYPE = "S")
                              AND LP-MIN-YEARS NUMERIC
                              AND LP-ACCRUAL-RATE NUMERIC
                              AND LP-MAX-BALANCE NUMERIC
                              AND LP-CARRYOVER NUMERIC
                              IF WS-LP-COUNT >= 20
                                  DISPLAY "LEAVE POLICY TABLE FULL - "
                                      "CANNOT LOAD LEAVE POLICY"
                                  CLOSE LEAVEPOLICY
                                  GO TO 0900-END-PROGRAM
                              END-IF
                              ADD 1 TO WS-LP-COUNT
                              SET LP-IDX TO WS-LP-COUNT
                              MOVE LP-REC-TYPE TO WS-LP-TYPE (LP-IDX)
                              MOVE LP-MIN-YEARS
                                  TO WS-LP-MIN-YEARS (LP-IDX)
                              MOVE LP-ACCRUAL-RATE
                                  TO WS-LP-RATE (LP-IDX)
                              MOVE LP-MAX-BALANCE TO WS-LP-MAX (LP-IDX)
                              MOVE LP-CARRYOVER TO WS-LP-CARRY (LP-IDX)
                          ELSE
                              DISPLAY "WARN: BAD LEAVE POLICY RECORD "
                                  "IGNORED: " LP-RECORD (1:20)
                          END-IF
                      END-IF
                  END-PERFORM
                  CLOSE LEAVEPOLICY
              END-IF.
           0155-END.

      * AN EMPLOYEE NOT PAID THIS TIME MAY STILL HAVE BEEN PAID BY AN
      * EARLIER ATTEMPT AT THE PERIOD, SO WHAT THAT ATTEMPT DID TO
      * THE GARNISHMENT ORDERS AND THE LEAVE BANK IS UNDONE. A
      * DUPLICATE EMPNO IS LEFT ALONE - THE FIRST RECORD UNDER THAT
      * NUMBER HAS JUST BEEN PAID BY THIS RUN.
           0200-PROCESS-EMP.
              PERFORM 0205-VALIDATE-EMP-DATA.
              IF WS-IS-EXCEPTION
                  PERFORM 0206-RECORD-EXCEPTION
                  IF WS-CUR-EMPID NOT = ZERO AND NOT DUPLICATE-EMPNO
                      PERFORM 0238-BACK-OUT-GARNISHMENTS
                      PERFORM 0248-BACK-OUT-LEAVE-BANK
                  END-IF
              ELSE
                  MOVE WS-CUR-EMPID TO PAY-EMPID
                  MOVE WS-CUR-FIRSTNAME TO PAY-EMPFNAME
                  MOVE WS-CUR-LASTNAME TO PAY-EMPLNAME
      * THE APPROVED CARDS SAY WHICH HOURS WERE OVERTIME; OTHER
      * PAID HOURS (LEAVE, HOLIDAY) ARE PAID AT STRAIGHT TIME.
      * SALARIED STAFF ARE PAID THE PERIOD SALARY WORKED OUT IN
      * 0205 WHATEVER THEIR CARDS SAY, AND NEVER OVERTIME - NO
      * HOURS ARE PAID, SO NONE REACH THE YTD MASTER.
                  IF SALARIED-EMP
                      MOVE ZERO TO WS-REGULAR-HOURS
                      MOVE ZERO TO WS-OVERTIME-HOURS
                      MOVE ZERO TO WS-OTHER-HOURS
                      MOVE ZERO TO WS-REGULAR-PAY
                      MOVE ZERO TO WS-OVERTIME-PAY
                      MOVE ZERO TO WS-OTHER-PAY
                      MOVE WS-SALARY-PAY TO PAY-AMOUNT
                  ELSE
                      MOVE WS-CUR-REG-HOURS TO WS-REGULAR-HOURS
                      MOVE WS-CUR-OT-HOURS TO WS-OVERTIME-HOURS
                      MOVE WS-CUR-OTHER-HOURS TO WS-OTHER-HOURS
                      COMPUTE WS-REGULAR-PAY =
                          WS-REGULAR-HOURS * WS-CUR-HOURLYRATE
                      COMPUTE WS-OVERTIME-PAY =
                          WS-OVERTIME-HOURS * WS-CUR-HOURLYRATE
                              * WS-OVERTIME-FACTOR
                      COMPUTE WS-OTHER-PAY =
                          WS-OTHER-HOURS * WS-CUR-HOURLYRATE
                      COMPUTE PAY-AMOUNT = WS-REGULAR-PAY
                          + WS-OVERTIME-PAY + WS-OTHER-PAY
                  END-IF
                  MOVE WS-CUR-DEPARTMENT TO PAY-DEPARTMENT
                  MOVE WS-RUN-NUMBER TO PAY-RUN-NUMBER
                  IF FINAL-CHECK
                      ADD WS-PAYOUT-PAY TO PAY-AMOUNT
                      MOVE "F" TO PAY-REC-TYPE
                  ELSE
                      MOVE "R" TO PAY-REC-TYPE
                  END-IF
                  PERFORM 0230-CALC-DEDUCTIONS
                  WRITE EMPAYROLL
                  PERFORM 0245-WRITE-HISTORY
                  PERFORM 0247-UPDATE-LEAVE-BANK
                  PERFORM 0240-WRITE-PAY-STATEMENT
                  ADD 1 TO WS-EMPLOYE-COUNT
                  PERFORM 0250-ACCUM-CONTROL-TOTALS
                  IF NOT SALARIED-EMP
                      PERFORM 0260-ACCUM-GENDER-TOTALS
                  END-IF
                  PERFORM 0235-ACCUM-YTD-TOTALS
              END-IF.
              IF FUNCTION MOD(WS-EMPLOYE-COUNT + WS-EXC-TOTAL-COUNT,
           0205-VALIDATE-EMP-DATA.
              MOVE "N" TO WS-EXCEPTION-SWITCH.
              MOVE SPACES TO WS-EXCEPTION-REASON.
              PERFORM 0209-READ-LEAVE-BANK.
              EVALUATE TRUE
                  WHEN WS-CUR-EMPID = ZERO
                      SET WS-IS-EXCEPTION TO TRUE
                      MOVE "EMPID IS ALL ZEROS" TO WS-EXCEPTION-REASON
                  WHEN NOT HOURLY-EMP AND NOT SALARIED-EMP
                      SET WS-IS-EXCEPTION TO TRUE
                      MOVE "PAY CLASS IS INVALID" TO WS-EXCEPTION-REASON
                  WHEN HOURLY-EMP AND WS-CUR-HOURLYRATE = ZERO
                      SET WS-IS-EXCEPTION TO TRUE
                      MOVE "HOURLY RATE IS ZERO" TO WS-EXCEPTION-REASON
                  WHEN NOT ACTIVE-EMP AND NOT TERMINATED-EMP
                      SET WS-IS-EXCEPTION TO TRUE
                      MOVE "EMPLOYEE STATUS IS INVALID"
                          TO WS-EXCEPTION-REASON
                  WHEN FINAL-CHECK
                      AND (WS-CUR-TERMDATE = SPACES
                          OR WS-CUR-TERM-YEAR = ZERO
                          OR WS-CUR-TERM-MONTH < 1
                          OR WS-CUR-TERM-MONTH > 12
                          OR WS-CUR-TERM-DAY < 1
                          OR WS-CUR-TERM-DAY > 31)
                      SET WS-IS-EXCEPTION TO TRUE
                      MOVE "TERMINATION DATE IS INVALID"
                          TO WS-EXCEPTION-REASON
      * A LEAVING HOURLY EMPLOYEE WITH NO CARDS IN THE FINAL PERIOD
      * IS STILL OWED THE LEAVE PAYOUT.
                  WHEN HOURLY-EMP AND NOT TIMECARD-FOUND
                      AND NOT (FINAL-CHECK AND WS-LV-PAYOUT-DUE > 0)
                      SET WS-IS-EXCEPTION TO TRUE
                      MOVE "NO APPROVED TIMECARD" TO WS-EXCEPTION-REASON
                  WHEN HOURLY-EMP AND WS-CUR-HOURSWORKED = ZERO
                      AND NOT (FINAL-CHECK AND WS-LV-PAYOUT-DUE > 0)
                      SET WS-IS-EXCEPTION TO TRUE
                      MOVE "HOURS WORKED IS ZERO" TO WS-EXCEPTION-REASON
                  WHEN SALARIED-EMP AND WS-CUR-ANNUALSALARY = ZERO
                      SET WS-IS-EXCEPTION TO TRUE
                      MOVE "ANNUAL SALARY IS ZERO"
                          TO WS-EXCEPTION-REASON
                  WHEN SALARIED-EMP AND WS-PERIODS-PER-YEAR = ZERO
                      SET WS-IS-EXCEPTION TO TRUE
                      MOVE "NO PAY FREQUENCY FOR PERIOD"
                          TO WS-EXCEPTION-REASON
                  WHEN MERGED-MODE
                      AND WS-CUR-EMPID = WS-PREV-MERGED-EMPID
                      SET WS-IS-EXCEPTION TO TRUE
                      MOVE "DUPLICATE EMPNO IN MERGED FILE"
                          TO WS-EXCEPTION-REASON
                  WHEN NOT MERGED-MODE
                      AND (WS-CUR-STARTDATE = SPACES
                      SET WS-IS-EXCEPTION TO TRUE
                      MOVE "STARTDATE IS BLANK OR INVALID"
                          TO WS-EXCEPTION-REASON
                  WHEN SALARIED-EMP
                      AND WS-CUR-STARTDATE-N > WS-PERIOD-END
                      SET WS-IS-EXCEPTION TO TRUE
                      MOVE "STARTDATE AFTER PERIOD END"
                          TO WS-EXCEPTION-REASON
              END-EVALUATE.
              MOVE ZERO TO WS-SALARY-PAY.
              IF SALARIED-EMP AND NOT WS-IS-EXCEPTION
                  PERFORM 0207-CALC-SALARY-PAY
      * PAY-AMOUNT TOPS OUT AT 99,999.99 - A BIGGER PERIOD SALARY
      * WOULD TRUNCATE SILENTLY AND PAY THE WRONG AMOUNT.
                  IF WS-SALARY-PAY > 99999.99
                      SET WS-IS-EXCEPTION TO TRUE
                      MOVE "SALARY EXCEEDS PAY FIELD"
                          TO WS-EXCEPTION-REASON
                  END-IF
              END-IF.
              IF NOT WS-IS-EXCEPTION
                  PERFORM 0211-CALC-LEAVE-ACTIVITY
              END-IF.
              MOVE ZERO TO WS-PAYOUT-CALC.
      * THE SAME LIMIT APPLIES TO A FINAL CHECK, HOURLY OR SALARIED,
      * ONCE THE LEAVE PAYOUT IS ADDED TO THE PERIOD'S PAY.
              IF FINAL-CHECK AND NOT WS-IS-EXCEPTION
                  PERFORM 0208-CALC-LEAVE-PAYOUT
                  EVALUATE TRUE
                      WHEN WS-FINAL-BASE-PAY + WS-PAYOUT-PAY > 99999.99
                          SET WS-IS-EXCEPTION TO TRUE
                          MOVE "FINAL PAY EXCEEDS PAY FIELD"
                              TO WS-EXCEPTION-REASON
                      WHEN SALARIED-EMP
                          AND WS-SALARY-PAY + WS-PAYOUT-PAY = ZERO
                          SET WS-IS-EXCEPTION TO TRUE
                          MOVE "NO FINAL PAY DUE"
                              TO WS-EXCEPTION-REASON
                  END-EVALUATE
              END-IF.
              IF MERGED-MODE
                  MOVE WS-CUR-EMPID TO WS-PREV-MERGED-EMPID
              END-IF.
              END-IF.
           0206-END.

      * THE PERIOD SALARY IS THE ANNUAL SALARY OVER THE PERIODS IN
      * THE YEAR. SOMEONE WHO STARTED AFTER THE FIRST DAY OF THE
      * PERIOD, OR WHOSE FINAL CHECK THIS IS AND WHO LEFT BEFORE
      * ITS LAST DAY, IS PAID FOR THE CALENDAR DAYS ACTUALLY ON
      * THE PAYROLL. A TERMINATION ENTERED LATE, DATED BEFORE THE
      * PERIOD STARTED, EARNS NO SALARY HERE.
           0207-CALC-SALARY-PAY.
              MOVE "N" TO WS-SALARY-PRORATED-SWITCH.
              COMPUTE WS-SALARY-PAY ROUNDED =
                  WS-CUR-ANNUALSALARY / WS-PERIODS-PER-YEAR.
              MOVE WS-PERIOD-START TO WS-SALARY-FROM-N.
              MOVE WS-PERIOD-END TO WS-SALARY-TO-N.
              IF WS-CUR-STARTDATE-N > WS-PERIOD-START
                  MOVE WS-CUR-STARTDATE-N TO WS-SALARY-FROM-N
              END-IF.
              IF FINAL-CHECK AND WS-CUR-TERMDATE-N < WS-PERIOD-END
                  MOVE WS-CUR-TERMDATE-N TO WS-SALARY-TO-N
              END-IF.
              IF WS-SALARY-FROM-N > WS-PERIOD-START
                  OR WS-SALARY-TO-N < WS-PERIOD-END
                  SET SALARY-PRORATED TO TRUE
                  IF WS-SALARY-FROM-N > WS-SALARY-TO-N
                      MOVE ZERO TO WS-SALARY-DAYS
                  ELSE
                      COMPUTE WS-SALARY-DAYS =
                          FUNCTION INTEGER-OF-DATE (WS-SALARY-TO-N)
                          - FUNCTION INTEGER-OF-DATE (WS-SALARY-FROM-N)
                          + 1
                  END-IF
                  COMPUTE WS-SALARY-PAY ROUNDED = WS-SALARY-PAY
                      * WS-SALARY-DAYS / WS-PERIOD-DAYS
              END-IF.
           0207-END.

           0208-CALC-LEAVE-PAYOUT.
              MOVE WS-LV-PAYOUT-DUE TO WS-PAYOUT-HOURS.
              IF SALARIED-EMP
                  COMPUTE WS-PAYOUT-RATE ROUNDED =
                      WS-CUR-ANNUALSALARY / WS-STANDARD-HOURS
              ELSE
                  MOVE WS-CUR-HOURLYRATE TO WS-PAYOUT-RATE
              END-IF.
              COMPUTE WS-PAYOUT-PAY ROUNDED =
                  WS-PAYOUT-HOURS * WS-PAYOUT-RATE.
              IF SALARIED-EMP
                  MOVE WS-SALARY-PAY TO WS-FINAL-BASE-PAY
              ELSE
                  COMPUTE WS-FINAL-BASE-PAY =
                      WS-CUR-REG-HOURS * WS-CUR-HOURLYRATE
                      + WS-CUR-OT-HOURS * WS-CUR-HOURLYRATE
                          * WS-OVERTIME-FACTOR
                      + WS-CUR-OTHER-HOURS * WS-CUR-HOURLYRATE
              END-IF.
           0208-END.

      * THE BALANCES GOING INTO THE PERIOD. A RECORD THAT ALREADY
      * CARRIES THIS PERIOD WAS UPDATED BY AN EARLIER ATTEMPT AT IT
      * AND STARTS AGAIN FROM ITS PRIOR BALANCES. THE FIRST PAY OF A
      * NEW YEAR CUTS EACH BALANCE BACK TO ITS CARRYOVER LIMIT.
      * SERVICE IS COUNTED IN COMPLETED YEARS FROM THE START DATE TO
      * THE PERIOD END; THE MERGED FILE CARRIES NO START DATE, SO
      * MERGED STAFF ACCRUE AT THE ENTRY TIER.
      *
      * THE VACATION PAID OUT ON A FINAL CHECK IS THE BANK BALANCE.
      * ONLY AN EMPLOYEE WHO HAD NO BANK RECORD COMING INTO THE
      * PERIOD IS PAID THE HOURS KEYED ON THE Emp-Maint TERMINATION.
           0209-READ-LEAVE-BANK.
              MOVE "N" TO WS-LV-FOUND-SWITCH.
              COMPUTE WS-LV-PERIOD-YEAR = WS-PERIOD-END / 10000.
              MOVE ZERO TO WS-LV-SERVICE-YEARS.
              IF WS-CUR-STARTDATE-N NUMERIC
                  AND WS-CUR-STARTDATE-N > ZERO
                  AND WS-CUR-STARTDATE-N < WS-PERIOD-END
                  COMPUTE WS-LV-SERVICE-YEARS =
                      (WS-PERIOD-END - WS-CUR-STARTDATE-N) / 10000
                      ON SIZE ERROR
                          MOVE 99 TO WS-LV-SERVICE-YEARS
                  END-COMPUTE
              END-IF.
              MOVE WS-CUR-EMPID TO LV-EMPID.
              READ LEAVEMAST
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET LEAVE-FOUND TO TRUE
              END-READ.
              IF LEAVE-FOUND
                  IF LV-LAST-PERIOD = WS-PERIOD-END
                      MOVE LV-PRIOR-VAC TO WS-LV-START (1)
                      MOVE LV-PRIOR-SICK TO WS-LV-START (2)
                      MOVE LV-PRIOR-YEAR TO WS-LV-START-YEAR
                  ELSE
                      MOVE LV-VAC-BALANCE TO WS-LV-START (1)
                      MOVE LV-SICK-BALANCE TO WS-LV-START (2)
                      MOVE LV-BALANCE-YEAR TO WS-LV-START-YEAR
                  END-IF
              ELSE
                  MOVE ZERO TO WS-LV-START (1)
                  MOVE ZERO TO WS-LV-START (2)
                  MOVE WS-LV-PERIOD-YEAR TO WS-LV-START-YEAR
              END-IF.
              PERFORM VARYING WS-LVK FROM 1 BY 1 UNTIL WS-LVK > 2
                  PERFORM 0212-FIND-LEAVE-TIER
                  MOVE WS-LV-START (WS-LVK) TO WS-LV-OPEN (WS-LVK)
                  MOVE ZERO TO WS-LV-FORFEIT (WS-LVK)
                  IF WS-LV-START-YEAR < WS-LV-PERIOD-YEAR
                      AND WS-LV-CARRY (WS-LVK) NOT = ZERO
                      AND WS-LV-OPEN (WS-LVK) > WS-LV-CARRY (WS-LVK)
                      COMPUTE WS-LV-FORFEIT (WS-LVK) =
                          WS-LV-OPEN (WS-LVK) - WS-LV-CARRY (WS-LVK)
                      MOVE WS-LV-CARRY (WS-LVK) TO WS-LV-OPEN (WS-LVK)
                  END-IF
                  MOVE ZERO TO WS-LV-ACCRUED (WS-LVK)
                  MOVE ZERO TO WS-LV-USED (WS-LVK)
                  MOVE WS-LV-OPEN (WS-LVK) TO WS-LV-CLOSE (WS-LVK)
                  MOVE ZERO TO WS-LV-SHORT (WS-LVK)
              END-PERFORM.
              IF LEAVE-FOUND AND LV-RATES-FIXED
                  MOVE LV-VAC-RATE TO WS-LV-RATE (1)
                  MOVE LV-SICK-RATE TO WS-LV-RATE (2)
              END-IF.
              MOVE ZERO TO WS-LV-PAYOUT-DUE.
              IF FINAL-CHECK
                  IF LEAVE-FOUND
                      MOVE WS-LV-OPEN (1) TO WS-LV-PAYOUT-DUE
                  ELSE
                      MOVE WS-CUR-PAYOUTHOURS TO WS-LV-PAYOUT-DUE
                  END-IF
              END-IF.
           0209-END.

      * LEAVE IS EARNED ON THE HOURS PAID - WORKED, OVERTIME AND
      * PAID LEAVE ALIKE - AND STOPS ONCE THE BALANCE REACHES THE
      * TIER MAXIMUM. THE HOURS TAKEN COME OFF THE APPROVED CARDS.
      * ON A FINAL CHECK WHATEVER VACATION IS LEFT IS PAID OUT AND
      * THE BALANCE GOES TO ZERO; SICK LEAVE IS NOT PAID OUT AND
      * STAYS IN THE BANK IN CASE OF A REHIRE.
           0211-CALC-LEAVE-ACTIVITY.
              IF SALARIED-EMP
                  COMPUTE WS-LV-HOURS-BASIS ROUNDED =
                      WS-STANDARD-HOURS / WS-PERIODS-PER-YEAR
                  IF SALARY-PRORATED
                      COMPUTE WS-LV-HOURS-BASIS ROUNDED =
                          WS-LV-HOURS-BASIS * WS-SALARY-DAYS
                              / WS-PERIOD-DAYS
                  END-IF
                  COMPUTE WS-LV-PAY-RATE ROUNDED =
                      WS-CUR-ANNUALSALARY / WS-STANDARD-HOURS
              ELSE
                  COMPUTE WS-LV-HOURS-BASIS = WS-CUR-REG-HOURS
                      + WS-CUR-OT-HOURS + WS-CUR-OTHER-HOURS
                  MOVE WS-CUR-HOURLYRATE TO WS-LV-PAY-RATE
              END-IF.
              MOVE WS-CUR-VAC-HOURS TO WS-LV-USED (1).
              MOVE WS-CUR-SICK-HOURS TO WS-LV-USED (2).
              PERFORM VARYING WS-LVK FROM 1 BY 1 UNTIL WS-LVK > 2
                  COMPUTE WS-LV-ACCRUED (WS-LVK) ROUNDED =
                      WS-LV-HOURS-BASIS * WS-LV-RATE (WS-LVK)
                  IF WS-LV-MAX (WS-LVK) NOT = ZERO
                      COMPUTE WS-LV-ROOM = WS-LV-MAX (WS-LVK)
                          - WS-LV-OPEN (WS-LVK) + WS-LV-USED (WS-LVK)
                      IF WS-LV-ROOM < WS-LV-ACCRUED (WS-LVK)
                          IF WS-LV-ROOM < ZERO
                              MOVE ZERO TO WS-LV-ACCRUED (WS-LVK)
                          ELSE
                              MOVE WS-LV-ROOM TO WS-LV-ACCRUED (WS-LVK)
                          END-IF
                      END-IF
                  END-IF
                  COMPUTE WS-LV-ROOM = WS-LV-OPEN (WS-LVK)
                      + WS-LV-ACCRUED (WS-LVK) - WS-LV-USED (WS-LVK)
                  IF WS-LV-ROOM < ZERO
                      COMPUTE WS-LV-SHORT (WS-LVK) = ZERO - WS-LV-ROOM
                      MOVE ZERO TO WS-LV-CLOSE (WS-LVK)
                  ELSE
                      MOVE ZERO TO WS-LV-SHORT (WS-LVK)
                      MOVE WS-LV-ROOM TO WS-LV-CLOSE (WS-LVK)
                  END-IF
              END-PERFORM.
              IF FINAL-CHECK
                  IF LEAVE-FOUND
                      MOVE WS-LV-CLOSE (1) TO WS-LV-PAYOUT-DUE
                  END-IF
                  ADD WS-LV-CLOSE (1) TO WS-LV-USED (1)
                  MOVE ZERO TO WS-LV-CLOSE (1)
              END-IF.
           0211-END.

      * THE TIER FOR LEAVE KIND WS-LVK AT THE EMPLOYEE'S SERVICE.
      * NO TIER ON FILE MEANS NOTHING ACCRUES AND NO LIMITS APPLY.
           0212-FIND-LEAVE-TIER.
              MOVE ZERO TO WS-LV-RATE (WS-LVK).
              MOVE ZERO TO WS-LV-MAX (WS-LVK).
              MOVE ZERO TO WS-LV-CARRY (WS-LVK).
              MOVE ZERO TO WS-LP-BEST-YEARS.
              MOVE "N" TO WS-LP-TIER-SWITCH.
              PERFORM VARYING LP-IDX FROM 1 BY 1
                  UNTIL LP-IDX > WS-LP-COUNT
                  IF WS-LP-TYPE (LP-IDX) = WS-LV-KIND-CODE (WS-LVK)
                      AND WS-LP-MIN-YEARS (LP-IDX)
                          <= WS-LV-SERVICE-YEARS
                      AND (NOT LP-TIER-FOUND
                          OR WS-LP-MIN-YEARS (LP-IDX)
                              >= WS-LP-BEST-YEARS)
                      SET LP-TIER-FOUND TO TRUE
                      MOVE WS-LP-MIN-YEARS (LP-IDX) TO WS-LP-BEST-YEARS
                      MOVE WS-LP-RATE (LP-IDX) TO WS-LV-RATE (WS-LVK)
                      MOVE WS-LP-MAX (LP-IDX) TO WS-LV-MAX (WS-LVK)
                      MOVE WS-LP-CARRY (LP-IDX) TO WS-LV-CARRY (WS-LVK)
                  END-IF
              END-PERFORM.
           0212-END.

           0230-CALC-DEDUCTIONS.
      * THE TAX TABLE IS A WITHHOLDING TABLE, NOT A MARGINAL-RATE
      * SCHEDULE: THE BRACKET WITH THE HIGHEST FLOOR NOT EXCEEDING
              IF WS-NET-PAY < ZERO
                  MOVE ZERO TO WS-NET-PAY
              END-IF.
              PERFORM 0231-APPLY-GARNISHMENTS.
              SUBTRACT WS-GARN-TOTAL FROM WS-NET-PAY.
              MOVE WS-TAX-DED TO PAY-TAX-DED.
              MOVE WS-RETIRE-DED TO PAY-RETIRE-DED.
              MOVE WS-BENEFIT-DED TO PAY-BENEFIT-DED.
              MOVE WS-GARN-TOTAL TO PAY-GARN-DED.
              MOVE WS-NET-PAY TO PAY-NET-AMOUNT.
              ADD WS-TAX-DED TO WS-TOT-TAX-DED.
              ADD WS-RETIRE-DED TO WS-TOT-RETIRE-DED.
              ADD WS-BENEFIT-DED TO WS-TOT-BENEFIT-DED.
              ADD WS-GARN-TOTAL TO WS-TOT-GARN-DED.
           0230-END.

      * THE EMPLOYEE'S ORDERS ARE TAKEN IN PRIORITY ORDER FROM THE
      * NET LEFT AFTER TAX AND THE VOLUNTARY DEDUCTIONS.
           0231-APPLY-GARNISHMENTS.
              MOVE ZERO TO WS-GARN-TOTAL.
              MOVE ZERO TO WS-GSTUB-COUNT.
              MOVE ZERO TO WS-GARN-OTHER-AMOUNT.
              COMPUTE WS-DISPOSABLE = PAY-AMOUNT - WS-TAX-DED.
              MOVE "N" TO WS-GARN-EOF-SWITCH.
              MOVE WS-CUR-EMPID TO GO-EMPID.
              MOVE ZERO TO GO-PRIORITY.
              MOVE LOW-VALUES TO GO-CASE-NUMBER.
              START GARNORDERS KEY NOT < GO-KEY
                  INVALID KEY SET GARN-ENDOFFILE TO TRUE
              END-START.
              IF GO-CHECK-KEY NOT = "00"
                  SET GARN-ENDOFFILE TO TRUE
              END-IF.
              PERFORM UNTIL GARN-ENDOFFILE
                  READ GARNORDERS NEXT RECORD
                      AT END SET GARN-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT GARN-ENDOFFILE
                      IF GO-EMPID NOT = WS-CUR-EMPID
                          SET GARN-ENDOFFILE TO TRUE
                      ELSE
                          PERFORM 0232-APPLY-ONE-ORDER
                      END-IF
                  END-IF
              END-PERFORM.
           0231-END.

      * AN ORDER ALREADY TAKEN FOR THIS PERIOD WAS TAKEN BY AN
      * EARLIER ATTEMPT AT IT - AN AUTHORIZED RERUN, OR A RESTART
      * THAT DREW A NEW RUN NUMBER - SO THAT AMOUNT IS BACKED OUT
      * FIRST AND THE RUNNING BALANCE IS NEVER CHARGED TWICE FOR
      * ONE PERIOD. THE SAME IDEA AS LV-LAST-PERIOD ON THE LEAVE
      * BANK. AN ORDER WHOSE STOP DATE HAS PASSED IS CLOSED OFF AS
      * STOPPED.
           0232-APPLY-ONE-ORDER.
              MOVE ZERO TO WS-GARN-AMOUNT.
              IF GO-LAST-PERIOD = WS-PERIOD-END
                  SUBTRACT GO-LAST-AMOUNT FROM GO-WITHHELD-TODATE
                  MOVE ZERO TO GO-LAST-AMOUNT
                  IF GO-COMPLETE
                      MOVE "A" TO GO-STATUS
                  END-IF
              END-IF.
              IF GO-ACTIVE AND GO-STOP-DATE NOT = ZERO
                  AND GO-STOP-DATE < WS-PERIOD-START
                  MOVE "S" TO GO-STATUS
              END-IF.
              IF GO-ACTIVE AND GO-START-DATE <= WS-PERIOD-END
                  PERFORM 0233-CALC-GARN-AMOUNT
                  ADD WS-GARN-AMOUNT TO GO-WITHHELD-TODATE
                  ADD WS-GARN-AMOUNT TO WS-GARN-TOTAL
                  MOVE WS-RUN-NUMBER TO GO-LAST-RUN
                  MOVE WS-PERIOD-END TO GO-LAST-PERIOD
                  MOVE WS-GARN-AMOUNT TO GO-LAST-AMOUNT
                  MOVE WS-CUR-LASTNAME TO GO-LASTNAME
                  MOVE WS-CUR-FIRSTNAME TO GO-FIRSTNAME
                  IF GO-LIFETIME-CAP NOT = ZERO
                      AND GO-WITHHELD-TODATE >= GO-LIFETIME-CAP
                      MOVE "C" TO GO-STATUS
                  END-IF
                  IF WS-GSTUB-COUNT < 10
                      ADD 1 TO WS-GSTUB-COUNT
                      SET GST-IDX TO WS-GSTUB-COUNT
                      MOVE GO-CASE-NUMBER TO WS-GSTUB-CASE (GST-IDX)
                      MOVE GO-AGENCY-CODE TO WS-GSTUB-AGENCY (GST-IDX)
                      MOVE WS-GARN-AMOUNT TO WS-GSTUB-AMOUNT (GST-IDX)
                      IF GO-LIFETIME-CAP NOT = ZERO
                          MOVE "Y" TO WS-GSTUB-CAPPED (GST-IDX)
                          COMPUTE WS-GSTUB-BALANCE (GST-IDX) =
                              GO-LIFETIME-CAP - GO-WITHHELD-TODATE
                      ELSE
                          MOVE "N" TO WS-GSTUB-CAPPED (GST-IDX)
                          MOVE GO-WITHHELD-TODATE
                              TO WS-GSTUB-BALANCE (GST-IDX)
                      END-IF
                  ELSE
                      ADD WS-GARN-AMOUNT TO WS-GARN-OTHER-AMOUNT
                  END-IF
              END-IF.
              REWRITE GO-RECORD
                  INVALID KEY
                      DISPLAY "WARN: GARNISHMENT ORDER REWRITE "
                          "FAILED FOR EMPID " GO-EMPID
              END-REWRITE.
           0232-END.

      * THE ORDER'S OWN TERMS FIRST, THEN THE CAPS: PER PERIOD,
      * WHAT IS LEFT OF THE LIFETIME AMOUNT, THE LEGAL LIMIT FOR
      * THE ORDER TYPE AND FINALLY THE NET LEFT ON THE CHECK.
           0233-CALC-GARN-AMOUNT.
              IF GO-METHOD = "P"
                  COMPUTE WS-GARN-AMOUNT ROUNDED =
                      WS-DISPOSABLE * GO-PERCENT / 100
              ELSE
                  MOVE GO-AMOUNT TO WS-GARN-AMOUNT
              END-IF.
              IF GO-PERIOD-CAP NOT = ZERO
                  MOVE GO-PERIOD-CAP TO WS-GARN-ROOM
                  PERFORM 0234-LIMIT-GARN-AMOUNT
              END-IF.
              IF GO-LIFETIME-CAP NOT = ZERO
                  COMPUTE WS-GARN-ROOM =
                      GO-LIFETIME-CAP - GO-WITHHELD-TODATE
                  PERFORM 0234-LIMIT-GARN-AMOUNT
              END-IF.
              EVALUATE GO-ORDER-TYPE
                  WHEN "S"
                      MOVE 50 TO WS-GARN-LIMIT-PCT
                  WHEN "G"
                      MOVE 25 TO WS-GARN-LIMIT-PCT
                  WHEN "L"
                      MOVE 15 TO WS-GARN-LIMIT-PCT
                  WHEN OTHER
                      MOVE 100 TO WS-GARN-LIMIT-PCT
              END-EVALUATE.
              COMPUTE WS-GARN-ROOM =
                  WS-DISPOSABLE * WS-GARN-LIMIT-PCT / 100
                  - WS-GARN-TOTAL.
              PERFORM 0234-LIMIT-GARN-AMOUNT.
              COMPUTE WS-GARN-ROOM = WS-NET-PAY - WS-GARN-TOTAL.
              PERFORM 0234-LIMIT-GARN-AMOUNT.
           0233-END.

           0234-LIMIT-GARN-AMOUNT.
              IF WS-GARN-ROOM < WS-GARN-AMOUNT
                  IF WS-GARN-ROOM < ZERO
                      MOVE ZERO TO WS-GARN-AMOUNT
                  ELSE
                      MOVE WS-GARN-ROOM TO WS-GARN-AMOUNT
                  END-IF
              END-IF.
           0234-END.

      * THE PENDING TABLE IS SIZED WELL PAST THE CHECKPOINT INTERVAL
      * BUT IS FLUSHED DEFENSIVELY IF IT EVER FILLS, SO THERE IS NO
      * POPULATION SIZE AT WHICH THIS PATH CAN ABORT THE RUN.
              MOVE WS-CUR-FIRSTNAME TO WS-YTD-P-FIRSTNAME (YTD-IDX).
              ADD PAY-AMOUNT TO WS-YTD-P-GROSS (YTD-IDX).
              ADD WS-REGULAR-HOURS TO WS-YTD-P-REG-HOURS (YTD-IDX).
              ADD WS-OTHER-HOURS TO WS-YTD-P-REG-HOURS (YTD-IDX).
              ADD WS-OVERTIME-HOURS TO WS-YTD-P-OT-HOURS (YTD-IDX).
              ADD WS-TAX-DED TO WS-YTD-P-TAX-DED (YTD-IDX).
              ADD WS-RETIRE-DED TO WS-YTD-P-RET-DED (YTD-IDX).
              ADD WS-BENEFIT-DED TO WS-YTD-P-BEN-DED (YTD-IDX).
              ADD WS-GARN-TOTAL TO WS-YTD-P-GARN-DED (YTD-IDX).
           0235-END.

      * APPLIES THE PENDING ACCUMULATION TO THE INDEXED MASTER AND
                          MOVE ZERO TO YTD-TAX-DED
                          MOVE ZERO TO YTD-RETIRE-DED
                          MOVE ZERO TO YTD-BENEFIT-DED
                          MOVE ZERO TO YTD-GARN-DED
                          INITIALIZE YTD-QUARTERS
                          MOVE "N" TO WS-YTD-FOUND-SWITCH
                      NOT INVALID KEY
                          MOVE "Y" TO WS-YTD-FOUND-SWITCH
                  ADD WS-YTD-P-TAX-DED (YTD-IDX) TO YTD-TAX-DED
                  ADD WS-YTD-P-RET-DED (YTD-IDX) TO YTD-RETIRE-DED
                  ADD WS-YTD-P-BEN-DED (YTD-IDX) TO YTD-BENEFIT-DED
                  ADD WS-YTD-P-GARN-DED (YTD-IDX) TO YTD-GARN-DED
                  ADD WS-YTD-P-GROSS (YTD-IDX)
                      TO YTD-Q-GROSS (WS-YTD-QTR)
                  ADD WS-YTD-P-REG-HOURS (YTD-IDX)
                      TO YTD-Q-REG-HOURS (WS-YTD-QTR)
                  ADD WS-YTD-P-OT-HOURS (YTD-IDX)
                      TO YTD-Q-OT-HOURS (WS-YTD-QTR)
                  ADD WS-YTD-P-TAX-DED (YTD-IDX)
                      TO YTD-Q-TAX-DED (WS-YTD-QTR)
                  ADD WS-YTD-P-RET-DED (YTD-IDX)
                      TO YTD-Q-RETIRE-DED (WS-YTD-QTR)
                  ADD WS-YTD-P-BEN-DED (YTD-IDX)
                      TO YTD-Q-BENEFIT-DED (WS-YTD-QTR)
                  ADD WS-YTD-P-GARN-DED (YTD-IDX)
                      TO YTD-Q-GARN-DED (WS-YTD-QTR)
                  IF WS-YTD-FOUND-SWITCH = "Y"
                      REWRITE YTD-RECORD
                          INVALID KEY
              MOVE ZERO TO WS-YTD-P-TAX-DED (YTD-IDX).
              MOVE ZERO TO WS-YTD-P-RET-DED (YTD-IDX).
              MOVE ZERO TO WS-YTD-P-BEN-DED (YTD-IDX).
              MOVE ZERO TO WS-YTD-P-GARN-DED (YTD-IDX).
           0237-END.

      * THE SAME BACK-OUT AS THE TOP OF 0232, FOR AN EMPLOYEE WHO IS
      * NOT PAID THIS TIME. THE ORDER KEEPS ITS LAST-PERIOD STAMP
      * WITH A ZERO AMOUNT, SO 0880 REMITS NOTHING FOR IT.
           0238-BACK-OUT-GARNISHMENTS.
              MOVE "N" TO WS-GARN-EOF-SWITCH.
              MOVE WS-CUR-EMPID TO GO-EMPID.
              MOVE ZERO TO GO-PRIORITY.
              MOVE LOW-VALUES TO GO-CASE-NUMBER.
              START GARNORDERS KEY NOT < GO-KEY
                  INVALID KEY SET GARN-ENDOFFILE TO TRUE
              END-START.
              IF GO-CHECK-KEY NOT = "00"
                  SET GARN-ENDOFFILE TO TRUE
              END-IF.
              PERFORM UNTIL GARN-ENDOFFILE
                  READ GARNORDERS NEXT RECORD
                      AT END SET GARN-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT GARN-ENDOFFILE
                      IF GO-EMPID NOT = WS-CUR-EMPID
                          SET GARN-ENDOFFILE TO TRUE
                      ELSE
                          PERFORM 0239-BACK-OUT-ONE-ORDER
                      END-IF
                  END-IF
              END-PERFORM.
           0238-END.

           0239-BACK-OUT-ONE-ORDER.
              IF GO-LAST-PERIOD = WS-PERIOD-END
                  AND GO-LAST-AMOUNT NOT = ZERO
                  SUBTRACT GO-LAST-AMOUNT FROM GO-WITHHELD-TODATE
                  MOVE ZERO TO GO-LAST-AMOUNT
                  IF GO-COMPLETE
                      MOVE "A" TO GO-STATUS
                  END-IF
                  REWRITE GO-RECORD
                      INVALID KEY
                          DISPLAY "WARN: GARNISHMENT ORDER REWRITE "
                              "FAILED FOR EMPID " GO-EMPID
                  END-REWRITE
              END-IF.
           0239-END.

           0240-WRITE-PAY-STATEMENT.
              MOVE WS-RUN-MONTH TO STUB-MONTH.
              MOVE WS-RUN-DAY TO STUB-DAY.
              MOVE WS-CUR-EMPID TO STUB-EMPID.
              MOVE WS-CUR-LASTNAME TO STUB-LASTNAME.
              MOVE WS-CUR-FIRSTNAME TO STUB-FIRSTNAME.
              IF WS-CUR-SSN > ZERO
                  MOVE "SSN:" TO STUB-SSN-LABEL
                  MOVE "XXX-XX-" TO STUB-SSN-MASK
                  MOVE WS-CUR-SSN-LAST4 TO STUB-SSN-LAST4
              ELSE
                  MOVE SPACES TO STUB-SSN-LABEL, STUB-SSN
              END-IF.
              WRITE STUB-REPORT-LINE FROM WS-STUB-EMP-LINE
               AFTER ADVANCING 1 LINE.
              MOVE WS-CUR-DEPARTMENT TO STUB-DEPARTMENT.
              IF SALARIED-EMP
                  MOVE "SALARIED" TO STUB-PAYCLASS
              ELSE
                  MOVE "HOURLY" TO STUB-PAYCLASS
              END-IF.
              WRITE STUB-REPORT-LINE FROM WS-STUB-DEPT-LINE
               AFTER ADVANCING 1 LINE.
              IF FINAL-CHECK
                  MOVE WS-CUR-TERM-MONTH TO STUB-TERM-MONTH
                  MOVE WS-CUR-TERM-DAY TO STUB-TERM-DAY
                  MOVE WS-CUR-TERM-YEAR TO STUB-TERM-YEAR
                  MOVE WS-CUR-TERMREASON TO STUB-TERM-REASON
                  WRITE STUB-REPORT-LINE FROM WS-STUB-FINAL-LINE
                   AFTER ADVANCING 1 LINE
              END-IF.
              WRITE STUB-REPORT-LINE FROM WS-STUB-BLANK-LINE
               AFTER ADVANCING 1 LINE.
              IF SALARIED-EMP
                  MOVE WS-CUR-ANNUALSALARY TO STUB-ANNUALSALARY
                  MOVE WS-PERIODS-PER-YEAR TO STUB-PERIODS
                  MOVE WS-SALARY-PAY TO STUB-SALARY-PAY
                  WRITE STUB-REPORT-LINE FROM WS-STUB-SALARY-LINE-1
                   AFTER ADVANCING 1 LINE
                  IF SALARY-PRORATED
                      MOVE WS-SALARY-FROM-MONTH TO STUB-PRORATE-MONTH
                      MOVE WS-SALARY-FROM-DAY TO STUB-PRORATE-DAY
                      MOVE WS-SALARY-FROM-YEAR TO STUB-PRORATE-YEAR
                      MOVE WS-SALARY-TO-MONTH TO STUB-PRORATE-TO-MONTH
                      MOVE WS-SALARY-TO-DAY TO STUB-PRORATE-TO-DAY
                      MOVE WS-SALARY-TO-YEAR TO STUB-PRORATE-TO-YEAR
                      MOVE WS-SALARY-DAYS TO STUB-PRORATE-DAYS
                      MOVE WS-PERIOD-DAYS TO STUB-PERIOD-DAYS
                      WRITE STUB-REPORT-LINE FROM WS-STUB-SALARY-LINE-2
                       AFTER ADVANCING 1 LINE
                  END-IF
              ELSE
                  MOVE WS-REGULAR-HOURS TO STUB-REG-HOURS
                  MOVE WS-CUR-HOURLYRATE TO STUB-RATE
                  MOVE WS-REGULAR-PAY TO STUB-REG-PAY
                  WRITE STUB-REPORT-LINE FROM WS-STUB-HOURS-LINE-1
                   AFTER ADVANCING 1 LINE
                  MOVE WS-OVERTIME-HOURS TO STUB-OT-HOURS
                  MOVE WS-OVERTIME-FACTOR TO STUB-OT-FACTOR
                  MOVE WS-OVERTIME-PAY TO STUB-OT-PAY
                  WRITE STUB-REPORT-LINE FROM WS-STUB-HOURS-LINE-2
                   AFTER ADVANCING 1 LINE
                  MOVE WS-OTHER-HOURS TO STUB-OTHER-HOURS
                  MOVE WS-OTHER-PAY TO STUB-OTHER-PAY
                  WRITE STUB-REPORT-LINE FROM WS-STUB-HOURS-LINE-3
                   AFTER ADVANCING 1 LINE
              END-IF.
              IF FINAL-CHECK AND WS-PAYOUT-HOURS > ZERO
                  MOVE WS-PAYOUT-HOURS TO STUB-PAYOUT-HOURS
                  MOVE WS-PAYOUT-RATE TO STUB-PAYOUT-RATE
                  MOVE WS-PAYOUT-PAY TO STUB-PAYOUT-PAY
                  WRITE STUB-REPORT-LINE FROM WS-STUB-PAYOUT-LINE
                   AFTER ADVANCING 1 LINE
              END-IF.
              WRITE STUB-REPORT-LINE FROM WS-STUB-BLANK-LINE
               AFTER ADVANCING 1 LINE.
              WRITE STUB-REPORT-LINE FROM WS-STUB-LEAVE-HEADING
               AFTER ADVANCING 1 LINE.
              PERFORM VARYING WS-LVK FROM 1 BY 1 UNTIL WS-LVK > 2
                  IF WS-LVK = 1
                      MOVE "VACATION" TO STUB-LEAVE-KIND
                  ELSE
                      MOVE "SICK" TO STUB-LEAVE-KIND
                  END-IF
                  MOVE WS-LV-OPEN (WS-LVK) TO STUB-LEAVE-OPEN
                  MOVE WS-LV-ACCRUED (WS-LVK) TO STUB-LEAVE-ACCRUED
                  MOVE WS-LV-USED (WS-LVK) TO STUB-LEAVE-USED
                  MOVE WS-LV-CLOSE (WS-LVK) TO STUB-LEAVE-CLOSE
                  WRITE STUB-REPORT-LINE FROM WS-STUB-LEAVE-LINE
                   AFTER ADVANCING 1 LINE
              END-PERFORM.
              IF WS-LV-FORFEIT (1) NOT = ZERO
                  MOVE "VACATION OVER CARRYOVER LIMIT FORFEITED:"
                      TO STUB-LEAVE-NOTE-TEXT
                  MOVE WS-LV-FORFEIT (1) TO STUB-LEAVE-NOTE-HOURS
                  WRITE STUB-REPORT-LINE FROM WS-STUB-LEAVE-NOTE
                   AFTER ADVANCING 1 LINE
              END-IF.
              IF WS-LV-FORFEIT (2) NOT = ZERO
                  MOVE "SICK OVER CARRYOVER LIMIT FORFEITED:"
                      TO STUB-LEAVE-NOTE-TEXT
                  MOVE WS-LV-FORFEIT (2) TO STUB-LEAVE-NOTE-HOURS
                  WRITE STUB-REPORT-LINE FROM WS-STUB-LEAVE-NOTE
                   AFTER ADVANCING 1 LINE
              END-IF.
              IF WS-LV-SHORT (1) NOT = ZERO
                  MOVE "VACATION TAKEN BEYOND BALANCE:"
                      TO STUB-LEAVE-NOTE-TEXT
                  MOVE WS-LV-SHORT (1) TO STUB-LEAVE-NOTE-HOURS
                  WRITE STUB-REPORT-LINE FROM WS-STUB-LEAVE-NOTE
                   AFTER ADVANCING 1 LINE
              END-IF.
              IF WS-LV-SHORT (2) NOT = ZERO
                  MOVE "SICK TAKEN BEYOND BALANCE:"
                      TO STUB-LEAVE-NOTE-TEXT
                  MOVE WS-LV-SHORT (2) TO STUB-LEAVE-NOTE-HOURS
                  WRITE STUB-REPORT-LINE FROM WS-STUB-LEAVE-NOTE
                   AFTER ADVANCING 1 LINE
              END-IF.
              WRITE STUB-REPORT-LINE FROM WS-STUB-BLANK-LINE
               AFTER ADVANCING 1 LINE.
              MOVE "GROSS PAY" TO STUB-AMOUNT-LABEL.
              MOVE WS-BENEFIT-DED TO STUB-AMOUNT.
              WRITE STUB-REPORT-LINE FROM WS-STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
              PERFORM VARYING GST-IDX FROM 1 BY 1
                  UNTIL GST-IDX > WS-GSTUB-COUNT
                  MOVE WS-GSTUB-CASE (GST-IDX) TO STUB-GARN-CASE
                  MOVE WS-GSTUB-AGENCY (GST-IDX) TO STUB-GARN-AGENCY
                  MOVE WS-GSTUB-AMOUNT (GST-IDX) TO STUB-GARN-AMOUNT
                  IF WS-GSTUB-CAPPED (GST-IDX) = "Y"
                      MOVE "  BALANCE:" TO STUB-GARN-BAL-LABEL
                  ELSE
                      MOVE "  TO DATE:" TO STUB-GARN-BAL-LABEL
                  END-IF
                  MOVE WS-GSTUB-BALANCE (GST-IDX) TO STUB-GARN-BALANCE
                  WRITE STUB-REPORT-LINE FROM WS-STUB-GARN-LINE
                   AFTER ADVANCING 1 LINE
              END-PERFORM.
              IF WS-GARN-OTHER-AMOUNT NOT = ZERO
                  MOVE "OTHER GARNISHMENTS" TO STUB-AMOUNT-LABEL
                  MOVE WS-GARN-OTHER-AMOUNT TO STUB-AMOUNT
                  WRITE STUB-REPORT-LINE FROM WS-STUB-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
              END-IF.
              MOVE "NET PAY" TO STUB-AMOUNT-LABEL.
              MOVE PAY-NET-AMOUNT TO STUB-AMOUNT.
              WRITE STUB-REPORT-LINE FROM WS-STUB-AMOUNT-LINE
              MOVE PAY-BENEFIT-DED TO PH-BENEFIT-DED.
              MOVE PAY-NET-AMOUNT TO PH-NET-AMOUNT.
              MOVE PAY-REC-TYPE TO PH-REC-TYPE.
              MOVE PAY-GARN-DED TO PH-GARN-DED.
              WRITE PH-RECORD
                  INVALID KEY
                      REWRITE PH-RECORD
              END-WRITE.
           0245-END.

      * THE BANK IS UPDATED AS EACH EMPLOYEE IS PAID, LIKE THE
      * GARNISHMENT ORDERS. THE BALANCES GOING INTO THE PERIOD ARE
      * KEPT AS THE PRIOR BALANCES FOR A RESTART OR RERUN TO START
      * AGAIN FROM (SEE 0209). A RATE FIXED BY Emp-LeaveMaint IS
      * LEFT ALONE; OTHERWISE THE TIER RATE IN FORCE IS STORED.
           0247-UPDATE-LEAVE-BANK.
              MOVE WS-CUR-EMPID TO LV-EMPID.
              READ LEAVEMAST
                  INVALID KEY
                      MOVE "N" TO WS-LV-FOUND-SWITCH
                  NOT INVALID KEY
                      SET LEAVE-FOUND TO TRUE
              END-READ.
              IF NOT LEAVE-FOUND
                  MOVE SPACES TO LV-RECORD
                  MOVE WS-CUR-EMPID TO LV-EMPID
                  MOVE "N" TO LV-RATE-OVERRIDE
              END-IF.
              MOVE WS-CUR-LASTNAME TO LV-LASTNAME.
              MOVE WS-CUR-FIRSTNAME TO LV-FIRSTNAME.
              MOVE WS-CUR-DEPARTMENT TO LV-DEPARTMENT.
              IF FINAL-CHECK
                  MOVE "T" TO LV-STATUS
              ELSE
                  MOVE "A" TO LV-STATUS
              END-IF.
              MOVE WS-LV-SERVICE-YEARS TO LV-SERVICE-YEARS.
              IF NOT LV-RATES-FIXED
                  MOVE WS-LV-RATE (1) TO LV-VAC-RATE
                  MOVE WS-LV-RATE (2) TO LV-SICK-RATE
              END-IF.
              MOVE WS-LV-START (1) TO LV-PRIOR-VAC.
              MOVE WS-LV-START (2) TO LV-PRIOR-SICK.
              MOVE WS-LV-START-YEAR TO LV-PRIOR-YEAR.
              MOVE WS-LV-CLOSE (1) TO LV-VAC-BALANCE.
              MOVE WS-LV-CLOSE (2) TO LV-SICK-BALANCE.
              MOVE WS-LV-PERIOD-YEAR TO LV-BALANCE-YEAR.
              MOVE WS-LV-PAY-RATE TO LV-PAY-RATE.
              MOVE WS-PERIOD-END TO LV-LAST-PERIOD.
              IF LEAVE-FOUND
                  REWRITE LV-RECORD
                      INVALID KEY
                          DISPLAY "WARN: LEAVE BANK REWRITE FAILED "
                              "FOR EMPID " LV-EMPID
                  END-REWRITE
              ELSE
                  WRITE LV-RECORD
                      INVALID KEY
                          DISPLAY "WARN: LEAVE BANK WRITE FAILED "
                              "FOR EMPID " LV-EMPID
                  END-WRITE
              END-IF.
              IF WS-LV-SHORT (1) NOT = ZERO
                  OR WS-LV-SHORT (2) NOT = ZERO
                  DISPLAY "WARN: LEAVE TAKEN BEYOND BALANCE FOR "
                      "EMPID " WS-CUR-EMPID " VACATION "
                      WS-LV-SHORT (1) " SICK " WS-LV-SHORT (2)
              END-IF.
           0247-END.

      * A BANK ALREADY CARRYING THIS PERIOD GOES BACK TO THE
      * BALANCES IT HAD GOING INTO IT, AS Emp-LeaveMaint DOES FOR AN
      * ADJUSTMENT, FOR AN EMPLOYEE WHO IS NOT PAID THIS TIME.
           0248-BACK-OUT-LEAVE-BANK.
              MOVE WS-CUR-EMPID TO LV-EMPID.
              READ LEAVEMAST
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF LV-LAST-PERIOD = WS-PERIOD-END
                          MOVE LV-PRIOR-VAC TO LV-VAC-BALANCE
                          MOVE LV-PRIOR-SICK TO LV-SICK-BALANCE
                          MOVE LV-PRIOR-YEAR TO LV-BALANCE-YEAR
                          MOVE ZERO TO LV-LAST-PERIOD
                          REWRITE LV-RECORD
                              INVALID KEY
                                  DISPLAY "WARN: LEAVE BANK REWRITE "
                                      "FAILED FOR EMPID " LV-EMPID
                          END-REWRITE
                      END-IF
              END-READ.
           0248-END.

      * THE PENDING YTD ACCUMULATION IS APPLIED TO THE MASTER FIRST,
      * SO THE MASTER ON DISK AND THE RECORD COUNT IN THE CHECKPOINT
      * ALWAYS DESCRIBE THE SAME MOMENT - A RESTART RESUMES AFTER
              MOVE WS-TOT-BENEFIT-DED TO CK-TOT-BENEFIT-DED.
              MOVE WS-RUN-NUMBER TO CK-RUN-NUMBER.
              MOVE WS-EXC-TOTAL-COUNT TO CK-EXC-TOTAL-COUNT.
              MOVE WS-CTL-SAL-COUNT TO CK-SAL-COUNT.
              MOVE WS-CTL-SAL-GROSS TO CK-SAL-GROSS.
              MOVE WS-CTL-FINAL-COUNT TO CK-FINAL-COUNT.
              MOVE WS-CTL-FINAL-GROSS TO CK-FINAL-GROSS.
              MOVE WS-TOT-GARN-DED TO CK-TOT-GARN-DED.
              WRITE CK-RECORD.
              PERFORM VARYING DEPT-IDX FROM 1 BY 1
                  UNTIL DEPT-IDX > WS-DEPT-COUNT
                  MOVE WS-DEPT-RETIRE (DEPT-IDX) TO CK-D-RETIRE
                  MOVE WS-DEPT-BENEFIT (DEPT-IDX) TO CK-D-BENEFIT
                  MOVE WS-DEPT-NET (DEPT-IDX) TO CK-D-NET
                  MOVE WS-DEPT-GARN (DEPT-IDX) TO CK-D-GARN
                  WRITE CK-RECORD
              END-PERFORM.
              PERFORM VARYING EQ-IDX FROM 1 BY 1
                      MOVE ZERO TO WS-DEPT-TAX (DEPT-IDX)
                      MOVE ZERO TO WS-DEPT-RETIRE (DEPT-IDX)
                      MOVE ZERO TO WS-DEPT-BENEFIT (DEPT-IDX)
                      MOVE ZERO TO WS-DEPT-GARN (DEPT-IDX)
                      MOVE ZERO TO WS-DEPT-NET (DEPT-IDX)
                  WHEN WS-DEPT-NAME (DEPT-IDX) = WS-CUR-DEPARTMENT
                      CONTINUE
              ADD PAY-TAX-DED TO WS-DEPT-TAX (DEPT-IDX).
              ADD PAY-RETIRE-DED TO WS-DEPT-RETIRE (DEPT-IDX).
              ADD PAY-BENEFIT-DED TO WS-DEPT-BENEFIT (DEPT-IDX).
              ADD PAY-GARN-DED TO WS-DEPT-GARN (DEPT-IDX).
              ADD PAY-NET-AMOUNT TO WS-DEPT-NET (DEPT-IDX).
              ADD PAY-AMOUNT TO WS-GRAND-TOTAL-PAY.
              IF SALARIED-EMP
                  ADD 1 TO WS-CTL-SAL-COUNT
                  ADD PAY-AMOUNT TO WS-CTL-SAL-GROSS
              END-IF.
              IF FINAL-CHECK
                  ADD 1 TO WS-CTL-FINAL-COUNT
                  ADD PAY-AMOUNT TO WS-CTL-FINAL-GROSS
              END-IF.
           0250-END.

      * THE EQUITY FIGURES ARE HOURS AND HOURLY RATES, SO ONLY HOURLY
      * STAFF ARE TAKEN HERE - SEE 0200.
           0260-ACCUM-GENDER-TOTALS.
              SET EQ-IDX TO 1.
              SEARCH WS-EQ-ENTRY
              END-IF.
              MOVE WS-CTL-BLANK-LINE TO CTL-REPORT-LINE.
              WRITE CTL-REPORT-LINE.
              COMPUTE WS-CTL-HOURLY-COUNT =
                  WS-EMPLOYE-COUNT - WS-CTL-SAL-COUNT.
              COMPUTE WS-CTL-HOURLY-GROSS =
                  WS-GRAND-TOTAL-PAY - WS-CTL-SAL-GROSS.
              MOVE "HOURLY EMPLOYEES" TO CTL-DEPT-NAME.
              MOVE WS-CTL-HOURLY-COUNT TO CTL-DEPT-HEADCOUNT.
              MOVE WS-CTL-HOURLY-GROSS TO CTL-DEPT-SUBTOTAL.
              MOVE WS-CTL-DEPT-LINE TO CTL-REPORT-LINE.
              WRITE CTL-REPORT-LINE.
              MOVE "SALARIED EMPLOYEES" TO CTL-DEPT-NAME.
              MOVE WS-CTL-SAL-COUNT TO CTL-DEPT-HEADCOUNT.
              MOVE WS-CTL-SAL-GROSS TO CTL-DEPT-SUBTOTAL.
              MOVE WS-CTL-DEPT-LINE TO CTL-REPORT-LINE.
              WRITE CTL-REPORT-LINE.
              MOVE "  INCL. FINAL CHECKS" TO CTL-DEPT-NAME.
              MOVE WS-CTL-FINAL-COUNT TO CTL-DEPT-HEADCOUNT.
              MOVE WS-CTL-FINAL-GROSS TO CTL-DEPT-SUBTOTAL.
              MOVE WS-CTL-DEPT-LINE TO CTL-REPORT-LINE.
              WRITE CTL-REPORT-LINE.
              MOVE WS-CTL-BLANK-LINE TO CTL-REPORT-LINE.
              WRITE CTL-REPORT-LINE.
              MOVE WS-EMPLOYE-COUNT TO CTL-TOTAL-HEADCOUNT.
              MOVE WS-GRAND-TOTAL-PAY TO CTL-TOTAL-PAY.
              MOVE WS-CTL-TOTAL-LINE TO CTL-REPORT-LINE.
              MOVE WS-TOT-BENEFIT-DED TO DED-TYPE-AMOUNT.
              MOVE WS-DED-DETAIL-LINE TO DED-REPORT-LINE.
              WRITE DED-REPORT-LINE.
              MOVE "GARNISHMENTS" TO DED-TYPE-NAME.
              MOVE WS-TOT-GARN-DED TO DED-TYPE-AMOUNT.
              MOVE WS-DED-DETAIL-LINE TO DED-REPORT-LINE.
              WRITE DED-REPORT-LINE.
              MOVE WS-DED-BLANK-LINE TO DED-REPORT-LINE.
              WRITE DED-REPORT-LINE.
              COMPUTE WS-TOT-ALL-DED = WS-TOT-TAX-DED
                  + WS-TOT-RETIRE-DED + WS-TOT-BENEFIT-DED
                  + WS-TOT-GARN-DED.
              MOVE "TOTAL DEDUCTIONS" TO DED-TYPE-NAME.
              MOVE WS-TOT-ALL-DED TO DED-TYPE-AMOUNT.
              MOVE WS-DED-DETAIL-LINE TO DED-REPORT-LINE.
                  IF YTD-CHECK-KEY NOT = "00"
                      SET YTD-ENDOFFILE TO TRUE
                  END-IF
      * THE CONTROL RECORD SORTS LAST AND ENDS THE WALK.
                  IF NOT YTD-ENDOFFILE AND YTD-EMPID = 999999999
                      SET YTD-ENDOFFILE TO TRUE
                  END-IF
                  IF NOT YTD-ENDOFFILE
                      MOVE YTD-EMPID TO YTD-EMPID-OUT
                      MOVE YTD-LASTNAME TO YTD-LASTNAME-OUT
              WRITE GLE-REPORT-LINE.
              MOVE WS-GLE-BLANK-LINE TO GLE-REPORT-LINE.
              WRITE GLE-REPORT-LINE.
              PERFORM 0861-BUILD-LABOR-DIST.
              IF NOT GL-CLEARING-FOUND
                  MOVE WS-GLE-MSG-NO-CLEARING TO GLE-REPORT-LINE
                  WRITE GLE-REPORT-LINE
              ELSE
                  PERFORM VARYING LD-IDX FROM 1 BY 1
                      UNTIL LD-IDX > WS-LD-COUNT
                      PERFORM 0865-POST-ONE-DEPT
                  END-PERFORM
              END-IF.
              MOVE WS-GL-UNMAP-COUNT TO GLE-TOTAL-COUNT.
              MOVE WS-GLE-TOTAL-LINE TO GLE-REPORT-LINE.
              WRITE GLE-REPORT-LINE.
              MOVE WS-LD-REJECT-COUNT TO GLE-SPLIT-COUNT.
              MOVE WS-GLE-SPLIT-TOTAL-LINE TO GLE-REPORT-LINE.
              WRITE GLE-REPORT-LINE.
              CLOSE GLPOST, GLERRRPT.
              PERFORM 0875-PRINT-LABOR-DIST.
           0860-END.

      * THE JOURNAL IS BUILT FROM THIS RUN'S PAY HISTORY RATHER THAN
      * THE DEPARTMENT TOTALS, BECAUSE A SPLIT EMPLOYEE'S PAY HAS TO
      * BE SPREAD ONE EMPLOYEE AT A TIME. THE HISTORY ALREADY HOLDS
      * EVERY EMPLOYEE PAID BY THE RUN, INCLUDING THOSE PAID BEFORE
      * A CHECKPOINT RESTART, SO THE JOURNAL IS THE SAME EITHER WAY.
           0861-BUILD-LABOR-DIST.
              MOVE "N" TO WS-LD-EOF-SWITCH.
              MOVE WS-RUN-NUMBER TO PH-RUN-NUMBER.
              MOVE ZERO TO PH-EMPID.
              START PAYHISTORY KEY NOT < PH-KEY
                  INVALID KEY SET LD-ENDOFFILE TO TRUE
              END-START.
              IF HIS-CHECK-KEY NOT = "00"
                  SET LD-ENDOFFILE TO TRUE
              END-IF.
              PERFORM UNTIL LD-ENDOFFILE
                  READ PAYHISTORY NEXT RECORD
                      AT END SET LD-ENDOFFILE TO TRUE
                  END-READ
                  IF HIS-CHECK-KEY NOT = "00"
                      SET LD-ENDOFFILE TO TRUE
                  END-IF
                  IF NOT LD-ENDOFFILE
                      AND PH-RUN-NUMBER NOT = WS-RUN-NUMBER
                      SET LD-ENDOFFILE TO TRUE
                  END-IF
                  IF NOT LD-ENDOFFILE
                      PERFORM 0862-DIST-ONE-EMP
                  END-IF
              END-PERFORM.
              PERFORM VARYING LD-IDX FROM 1 BY 1
                  UNTIL LD-IDX > WS-LD-COUNT
                  PERFORM 0869-MAP-DIST-ENTRY
              END-PERFORM.
           0861-END.

      * AN EMPLOYEE WITH NO SPLIT IN FORCE, OR A REJECTED ONE, IS
      * ONE LINE FOR THE WHOLE OF THEIR PAY AGAINST THEIR OWN
      * DEPARTMENT AND ITS MAPPED COST CENTER.
           0862-DIST-ONE-EMP.
              ADD 1 TO WS-LD-EMP-COUNT.
              MOVE PH-AMOUNT TO WS-SP-EMP-AMT (1).
              MOVE PH-TAX-DED TO WS-SP-EMP-AMT (2).
              MOVE PH-RETIRE-DED TO WS-SP-EMP-AMT (3).
              MOVE PH-BENEFIT-DED TO WS-SP-EMP-AMT (4).
              MOVE PH-GARN-DED TO WS-SP-EMP-AMT (5).
              MOVE PH-NET-AMOUNT TO WS-SP-EMP-AMT (6).
              PERFORM 0863-FIND-LABOR-SPLIT.
              IF WS-SP-COUNT NOT = ZERO AND SPLIT-REJECTED
                  IF WS-LD-REJECT-COUNT = ZERO
                      MOVE WS-GLE-SPLIT-HEADING TO GLE-REPORT-LINE
                      WRITE GLE-REPORT-LINE
                  END-IF
                  ADD 1 TO WS-LD-REJECT-COUNT
                  MOVE PH-EMPID TO GLE-SPLIT-EMPID
                  MOVE WS-SP-REASON TO GLE-SPLIT-REASON
                  MOVE WS-SP-TOTAL TO GLE-SPLIT-TOTAL
                  MOVE WS-GLE-SPLIT-LINE TO GLE-REPORT-LINE
                  WRITE GLE-REPORT-LINE
              END-IF.
              IF WS-SP-COUNT = ZERO OR SPLIT-REJECTED
                  MOVE 1 TO WS-SP-COUNT
                  MOVE PH-DEPARTMENT TO WS-SP-DEPT (1)
                  MOVE SPACES TO WS-SP-CENTER (1)
                  PERFORM VARYING WS-SP-COMP FROM 1 BY 1
                      UNTIL WS-SP-COMP > 6
                      MOVE WS-SP-EMP-AMT (WS-SP-COMP)
                          TO WS-SP-AMT (1, WS-SP-COMP)
                  END-PERFORM
              ELSE
                  ADD 1 TO WS-LD-SPLIT-COUNT
                  PERFORM 0864-ALLOCATE-SPLIT
              END-IF.
              PERFORM VARYING SP-IDX FROM 1 BY 1
                  UNTIL SP-IDX > WS-SP-COUNT
                  PERFORM 0868-ADD-DIST-SHARE
              END-PERFORM.
           0862-END.

      * THE SPLIT IN FORCE IS EVERY LINE FOR THE EMPLOYEE CARRYING
      * THE LATEST EFFECTIVE DATE NOT AFTER THE PERIOD END.
           0863-FIND-LABOR-SPLIT.
              MOVE ZERO TO WS-SP-EFF-DATE.
              MOVE ZERO TO WS-SP-COUNT.
              MOVE ZERO TO WS-SP-TOTAL.
              MOVE SPACES TO WS-SP-BASIS.
              MOVE SPACES TO WS-SP-REASON.
              SET SPLIT-VALID TO TRUE.
              PERFORM VARYING LS-IDX FROM 1 BY 1
                  UNTIL LS-IDX > WS-LS-COUNT
                  IF WS-LS-EMPID (LS-IDX) = PH-EMPID
                      AND WS-LS-EFF-DATE (LS-IDX) <= WS-PERIOD-END
                      AND WS-LS-EFF-DATE (LS-IDX) > WS-SP-EFF-DATE
                      MOVE WS-LS-EFF-DATE (LS-IDX) TO WS-SP-EFF-DATE
                  END-IF
              END-PERFORM.
              IF WS-SP-EFF-DATE NOT = ZERO
                  PERFORM VARYING LS-IDX FROM 1 BY 1
                      UNTIL LS-IDX > WS-LS-COUNT
                      IF WS-LS-EMPID (LS-IDX) = PH-EMPID
                          AND WS-LS-EFF-DATE (LS-IDX) = WS-SP-EFF-DATE
                          ADD WS-LS-SHARE (LS-IDX) TO WS-SP-TOTAL
                          EVALUATE TRUE
                              WHEN WS-SP-COUNT >= 10
                                  SET SPLIT-REJECTED TO TRUE
                                  MOVE "MORE THAN 10 SPLIT LINES"
                                      TO WS-SP-REASON
                              WHEN WS-SP-BASIS NOT = SPACES
                                  AND WS-SP-BASIS
                                      NOT = WS-LS-BASIS (LS-IDX)
                                  SET SPLIT-REJECTED TO TRUE
                                  MOVE "MIXES PERCENT AND HOURS"
                                      TO WS-SP-REASON
                              WHEN OTHER
                                  MOVE WS-LS-BASIS (LS-IDX)
                                      TO WS-SP-BASIS
                                  ADD 1 TO WS-SP-COUNT
                                  SET SP-IDX TO WS-SP-COUNT
                                  MOVE WS-LS-DEPT (LS-IDX)
                                      TO WS-SP-DEPT (SP-IDX)
                                  MOVE WS-LS-CENTER (LS-IDX)
                                      TO WS-SP-CENTER (SP-IDX)
                                  MOVE WS-LS-SHARE (LS-IDX)
                                      TO WS-SP-SHARE (SP-IDX)
                          END-EVALUATE
                      END-IF
                  END-PERFORM
                  IF SPLIT-VALID AND WS-SP-BASIS = "P"
                      AND WS-SP-TOTAL NOT = 100
                      SET SPLIT-REJECTED TO TRUE
                      MOVE "PERCENTS DO NOT TOTAL 100"
                          TO WS-SP-REASON
                  END-IF
              END-IF.
           0863-END.

      * EACH AMOUNT IS SPREAD BY SHARE / TOTAL SHARE, ROUNDED, AND
      * THE LAST LINE TAKES WHAT IS LEFT SO THE LINES ALWAYS ADD
      * BACK TO THE EMPLOYEE'S OWN FIGURES TO THE CENT.
           0864-ALLOCATE-SPLIT.
              PERFORM VARYING WS-SP-COMP FROM 1 BY 1
                  UNTIL WS-SP-COMP > 6
                  MOVE WS-SP-EMP-AMT (WS-SP-COMP) TO WS-SP-LEFT
                  PERFORM VARYING SP-IDX FROM 1 BY 1
                      UNTIL SP-IDX > WS-SP-COUNT
                      IF SP-IDX = WS-SP-COUNT
                          MOVE WS-SP-LEFT
                              TO WS-SP-AMT (SP-IDX, WS-SP-COMP)
                      ELSE
                          COMPUTE WS-SP-PART ROUNDED =
                              WS-SP-EMP-AMT (WS-SP-COMP)
                                  * WS-SP-SHARE (SP-IDX) / WS-SP-TOTAL
                          IF WS-SP-PART > WS-SP-LEFT
                              MOVE WS-SP-LEFT TO WS-SP-PART
                          END-IF
                          MOVE WS-SP-PART
                              TO WS-SP-AMT (SP-IDX, WS-SP-COMP)
                          SUBTRACT WS-SP-PART FROM WS-SP-LEFT
                      END-IF
                  END-PERFORM
              END-PERFORM.
           0864-END.

           0865-POST-ONE-DEPT.
              IF WS-LD-MAPPED (LD-IDX) = "Y"
                  PERFORM 0866-POST-DEPT-JOURNAL
              ELSE
                  ADD 1 TO WS-GL-UNMAP-COUNT
                  MOVE WS-LD-DEPT (LD-IDX) TO GLE-DEPT-NAME
                  MOVE WS-LD-GROSS (LD-IDX) TO GLE-DEPT-AMOUNT
                  MOVE WS-GLE-DETAIL-LINE TO GLE-REPORT-LINE
                  WRITE GLE-REPORT-LINE
              END-IF.
           0865-END.

      * ONE BALANCED JOURNAL SET PER DEPARTMENT AND COST CENTER:
      * GROSS EXPENSE IS DEBITED, NET PAY IS CREDITED TO CLEARING AND
      * EACH WITHHOLDING CATEGORY (GARNISHMENTS INCLUDED) TO ITS
      * LIABILITY ACCOUNT. WHEN WITHHOLDING EXCEEDED GROSS AND THE
      * NET WAS FLOORED AT ZERO, THE SHORTFALL IS DEBITED BACK TO
      * CLEARING AS UNCOLLECTED WITHHOLDING SO THE SET STILL
      * BALANCES; THE CENTS LEFT OVER WHEN A SPLIT EMPLOYEE'S
      * FIGURES ARE SPREAD ARE SQUARED TO CLEARING THE SAME WAY. THE
      * EMPLOYER RETIREMENT MATCH, WHEN MAPPED, IS DEBITED TO MATCH
      * EXPENSE AGAINST THE SAME COST CENTER AND CREDITED TO THE
      * RETIREMENT LIABILITY.
           0866-POST-DEPT-JOURNAL.
              MOVE WS-RUN-DATE TO GLJ-RUN-DATE.
              MOVE WS-LD-DEPT (LD-IDX) TO GLJ-DESCRIPTION.
              MOVE WS-LD-POST-CENTER (LD-IDX) TO GLJ-COST-CENTER.
              MOVE WS-LD-ACCOUNT (LD-IDX) TO GLJ-ACCOUNT.
              MOVE "D" TO GLJ-DRCR.
              MOVE WS-LD-GROSS (LD-IDX) TO GLJ-AMOUNT.
              WRITE GLJ-RECORD.
              IF WS-LD-NET (LD-IDX) NOT = ZERO
                  MOVE WS-GL-CLEARING-CENTER TO GLJ-COST-CENTER
                  MOVE WS-GL-CLEARING-ACCT TO GLJ-ACCOUNT
                  MOVE "C" TO GLJ-DRCR
                  MOVE WS-LD-NET (LD-IDX) TO GLJ-AMOUNT
                  WRITE GLJ-RECORD
              END-IF.
              SET LIA-IDX TO 1.
              MOVE WS-LD-TAX (LD-IDX) TO WS-GL-POST-AMOUNT.
              PERFORM 0867-POST-LIABILITY.
              SET LIA-IDX TO 2.
              MOVE WS-LD-RETIRE (LD-IDX) TO WS-GL-POST-AMOUNT.
              PERFORM 0867-POST-LIABILITY.
              SET LIA-IDX TO 3.
              MOVE WS-LD-BENEFIT (LD-IDX) TO WS-GL-POST-AMOUNT.
              PERFORM 0867-POST-LIABILITY.
              SET LIA-IDX TO 4.
              MOVE WS-LD-GARN (LD-IDX) TO WS-GL-POST-AMOUNT.
              PERFORM 0867-POST-LIABILITY.
              COMPUTE WS-GL-RESIDUAL = WS-LD-GROSS (LD-IDX)
                  - WS-LD-NET (LD-IDX)
                  - WS-LD-TAX (LD-IDX)
                  - WS-LD-RETIRE (LD-IDX)
                  - WS-LD-BENEFIT (LD-IDX)
                  - WS-LD-GARN (LD-IDX).
              IF WS-GL-RESIDUAL < ZERO
                  MOVE WS-GL-CLEARING-CENTER TO GLJ-COST-CENTER
                  MOVE WS-GL-CLEARING-ACCT TO GLJ-ACCOUNT
                  COMPUTE GLJ-AMOUNT = ZERO - WS-GL-RESIDUAL
                  MOVE "UNCOLLECTED WITHHOLDING" TO GLJ-DESCRIPTION
                  WRITE GLJ-RECORD
                  MOVE WS-LD-DEPT (LD-IDX) TO GLJ-DESCRIPTION
              END-IF.
              IF WS-GL-RESIDUAL > ZERO
                  MOVE WS-GL-CLEARING-CENTER TO GLJ-COST-CENTER
                  MOVE WS-GL-CLEARING-ACCT TO GLJ-ACCOUNT
                  MOVE "C" TO GLJ-DRCR
                  MOVE WS-GL-RESIDUAL TO GLJ-AMOUNT
                  MOVE "LABOR SPLIT ROUNDING" TO GLJ-DESCRIPTION
                  WRITE GLJ-RECORD
                  MOVE WS-LD-DEPT (LD-IDX) TO GLJ-DESCRIPTION
              END-IF.
              IF WS-LD-MATCH (LD-IDX) NOT = ZERO
                  MOVE WS-LD-POST-CENTER (LD-IDX) TO GLJ-COST-CENTER
                  MOVE WS-GL-MATCH-ACCT TO GLJ-ACCOUNT
                  MOVE "D" TO GLJ-DRCR
                  MOVE WS-LD-MATCH (LD-IDX) TO GLJ-AMOUNT
                  WRITE GLJ-RECORD
                  SET LIA-IDX TO 2
                  MOVE WS-LD-MATCH (LD-IDX) TO WS-GL-POST-AMOUNT
                  PERFORM 0867-POST-LIABILITY
              END-IF.
           0866-END.

              END-IF.
           0867-END.

      * ONE LINE OF AN EMPLOYEE'S SPLIT INTO ITS DEPARTMENT AND COST
      * CENTER ENTRY. A FULL TABLE CANNOT BE POSTED - THE AMOUNT IS
      * LISTED WITH THE GL ERRORS SO FINANCE CAN JOURNAL IT BY HAND.
           0868-ADD-DIST-SHARE.
              SET LD-SLOT-FOUND TO TRUE.
              SET LD-IDX TO 1.
              SEARCH WS-LD-ENTRY
                  AT END
                      MOVE "N" TO WS-LD-SLOT-SWITCH
                  WHEN LD-IDX > WS-LD-COUNT
                      ADD 1 TO WS-LD-COUNT
                      MOVE WS-SP-DEPT (SP-IDX) TO WS-LD-DEPT (LD-IDX)
                      MOVE WS-SP-CENTER (SP-IDX)
                          TO WS-LD-CENTER (LD-IDX)
                      MOVE "N" TO WS-LD-MAPPED (LD-IDX)
                      MOVE SPACES TO WS-LD-POST-CENTER (LD-IDX)
                      MOVE SPACES TO WS-LD-ACCOUNT (LD-IDX)
                      MOVE "N" TO WS-LD-PRINTED (LD-IDX)
                      MOVE ZERO TO WS-LD-HEADCOUNT (LD-IDX)
                      MOVE ZERO TO WS-LD-MATCH (LD-IDX)
                      MOVE ZERO TO WS-LD-GROSS (LD-IDX)
                      MOVE ZERO TO WS-LD-TAX (LD-IDX)
                      MOVE ZERO TO WS-LD-RETIRE (LD-IDX)
                      MOVE ZERO TO WS-LD-BENEFIT (LD-IDX)
                      MOVE ZERO TO WS-LD-GARN (LD-IDX)
                      MOVE ZERO TO WS-LD-NET (LD-IDX)
                  WHEN WS-LD-DEPT (LD-IDX) = WS-SP-DEPT (SP-IDX)
                      AND WS-LD-CENTER (LD-IDX) = WS-SP-CENTER (SP-IDX)
                      CONTINUE
              END-SEARCH.
              IF LD-SLOT-FOUND
                  ADD 1 TO WS-LD-HEADCOUNT (LD-IDX)
                  PERFORM VARYING WS-SP-COMP FROM 1 BY 1
                      UNTIL WS-SP-COMP > 6
                      ADD WS-SP-AMT (SP-IDX, WS-SP-COMP)
                          TO WS-LD-AMT (LD-IDX, WS-SP-COMP)
                  END-PERFORM
              ELSE
                  DISPLAY "WARN: LABOR DISTRIBUTION TABLE FULL - "
                      "NOT POSTED: " WS-SP-DEPT (SP-IDX)
                  MOVE WS-SP-DEPT (SP-IDX) TO GLE-FULL-DEPT
                  MOVE WS-SP-AMT (SP-IDX, 1) TO GLE-FULL-AMOUNT
                  MOVE WS-GLE-FULL-LINE TO GLE-REPORT-LINE
                  WRITE GLE-REPORT-LINE
              END-IF.
           0868-END.

      * THE EXPENSE ACCOUNT ALWAYS COMES FROM THE DEPARTMENT'S
      * MAPPING RECORD; THE COST CENTER FROM THE SPLIT LINE WHEN IT
      * NAMES ONE. THE EMPLOYER MATCH IS WORKED OUT HERE SO THE
      * DISTRIBUTION REPORT SHOWS IT EVEN WHEN NOTHING IS POSTED.
           0869-MAP-DIST-ENTRY.
              SET GLM-IDX TO 1.
              SEARCH WS-GLM-ENTRY
                  AT END
                      MOVE "N" TO WS-LD-MAPPED (LD-IDX)
                  WHEN WS-GLM-DEPT (GLM-IDX) = WS-LD-DEPT (LD-IDX)
                      MOVE "Y" TO WS-LD-MAPPED (LD-IDX)
                      MOVE WS-GLM-ACCOUNT (GLM-IDX)
                          TO WS-LD-ACCOUNT (LD-IDX)
                      IF WS-LD-CENTER (LD-IDX) = SPACES
                          MOVE WS-GLM-CENTER (GLM-IDX)
                              TO WS-LD-POST-CENTER (LD-IDX)
                      ELSE
                          MOVE WS-LD-CENTER (LD-IDX)
                              TO WS-LD-POST-CENTER (LD-IDX)
                      END-IF
              END-SEARCH.
              MOVE ZERO TO WS-LD-MATCH (LD-IDX).
              IF WS-LD-MAPPED (LD-IDX) = "Y"
                  AND GL-MATCH-FOUND AND WS-GL-MATCH-PCT NOT = ZERO
                  COMPUTE WS-LD-MATCH (LD-IDX) ROUNDED =
                      WS-LD-GROSS (LD-IDX) * WS-GL-MATCH-PCT / 100
              END-IF.
           0869-END.

           0870-WRITE-RUN-TOTALS.
              MOVE ZERO TO WS-TOT-NET-PAY.
              PERFORM VARYING DEPT-IDX FROM 1 BY 1
              MOVE WS-TOT-TAX-DED TO PT-TAX-DED.
              MOVE WS-TOT-RETIRE-DED TO PT-RETIRE-DED.
              MOVE WS-TOT-BENEFIT-DED TO PT-BENEFIT-DED.
              MOVE WS-TOT-GARN-DED TO PT-GARN-DED.
              WRITE PT-RECORD.
              CLOSE RUNTOTALS.
           0870-END.

      * THE LABOR DISTRIBUTION REPORT LISTS THE DISTRIBUTION ENTRIES
      * GROUPED BY THE COST CENTER CHARGED, WITH A TOTAL PER CENTER.
      * ENTRIES WITH NO GL MAPPING HAVE NO CENTER AND ARE GROUPED
      * UNDER A BLANK ONE. STAFF COUNTS EVERY EMPLOYEE CHARGED TO AN
      * ENTRY, SO A SPLIT EMPLOYEE COUNTS ONCE FOR EACH LINE.
           0875-PRINT-LABOR-DIST.
              OPEN OUTPUT LABDISTRPT.
              MOVE WS-RUN-NUMBER TO LDR-RUN-NUMBER.
              MOVE WS-PERIOD-END TO LDR-PERIOD-END.
              WRITE LD-REPORT-LINE FROM WS-LDR-HEADING-1.
              WRITE LD-REPORT-LINE FROM WS-LDR-BLANK-LINE.
              WRITE LD-REPORT-LINE FROM WS-LDR-HEADING-2.
              WRITE LD-REPORT-LINE FROM WS-LDR-BLANK-LINE.
              PERFORM VARYING LD-IDX FROM 1 BY 1
                  UNTIL LD-IDX > WS-LD-COUNT
                  IF WS-LD-PRINTED (LD-IDX) = "N"
                      MOVE WS-LD-POST-CENTER (LD-IDX) TO WS-LDR-CENTER
                      PERFORM 0876-PRINT-ONE-CENTER
                  END-IF
              END-PERFORM.
              MOVE SPACES TO LDR-CENTER-OUT.
              MOVE "TOTAL ALL COST CENTERS" TO LDR-DEPT-OUT.
              MOVE SPACES TO LDR-ACCOUNT-OUT.
              MOVE WS-LD-EMP-COUNT TO LDR-HEADCOUNT-OUT.
              MOVE WS-LDR-G-GROSS TO LDR-GROSS-OUT.
              MOVE WS-LDR-G-MATCH TO LDR-MATCH-OUT.
              MOVE WS-LDR-G-WITHHELD TO LDR-WITHHELD-OUT.
              MOVE WS-LDR-G-NET TO LDR-NET-OUT.
              WRITE LD-REPORT-LINE FROM WS-LDR-DETAIL-LINE.
              WRITE LD-REPORT-LINE FROM WS-LDR-BLANK-LINE.
              MOVE WS-LD-EMP-COUNT TO LDR-EMP-COUNT-OUT.
              MOVE WS-LD-SPLIT-COUNT TO LDR-SPLIT-COUNT-OUT.
              MOVE WS-LD-REJECT-COUNT TO LDR-REJECT-COUNT-OUT.
              WRITE LD-REPORT-LINE FROM WS-LDR-COUNT-LINE.
              CLOSE LABDISTRPT.
           0875-END.

           0876-PRINT-ONE-CENTER.
              MOVE ZERO TO WS-LDR-CENTER-TOTALS.
              PERFORM VARYING LD-IDX2 FROM LD-IDX BY 1
                  UNTIL LD-IDX2 > WS-LD-COUNT
                  IF WS-LD-PRINTED (LD-IDX2) = "N"
                      AND WS-LD-POST-CENTER (LD-IDX2) = WS-LDR-CENTER
                      MOVE "Y" TO WS-LD-PRINTED (LD-IDX2)
                      COMPUTE WS-LDR-WITHHELD = WS-LD-TAX (LD-IDX2)
                          + WS-LD-RETIRE (LD-IDX2)
                          + WS-LD-BENEFIT (LD-IDX2)
                          + WS-LD-GARN (LD-IDX2)
                      MOVE WS-LD-POST-CENTER (LD-IDX2)
                          TO LDR-CENTER-OUT
                      MOVE WS-LD-DEPT (LD-IDX2) TO LDR-DEPT-OUT
                      MOVE WS-LD-ACCOUNT (LD-IDX2) TO LDR-ACCOUNT-OUT
                      MOVE WS-LD-HEADCOUNT (LD-IDX2)
                          TO LDR-HEADCOUNT-OUT
                      MOVE WS-LD-GROSS (LD-IDX2) TO LDR-GROSS-OUT
                      MOVE WS-LD-MATCH (LD-IDX2) TO LDR-MATCH-OUT
                      MOVE WS-LDR-WITHHELD TO LDR-WITHHELD-OUT
                      MOVE WS-LD-NET (LD-IDX2) TO LDR-NET-OUT
                      WRITE LD-REPORT-LINE FROM WS-LDR-DETAIL-LINE
                      ADD WS-LD-HEADCOUNT (LD-IDX2)
                          TO WS-LDR-C-HEADCOUNT
                      ADD WS-LD-GROSS (LD-IDX2) TO WS-LDR-C-GROSS
                          WS-LDR-G-GROSS
                      ADD WS-LD-MATCH (LD-IDX2) TO WS-LDR-C-MATCH
                          WS-LDR-G-MATCH
                      ADD WS-LDR-WITHHELD TO WS-LDR-C-WITHHELD
                          WS-LDR-G-WITHHELD
                      ADD WS-LD-NET (LD-IDX2) TO WS-LDR-C-NET
                          WS-LDR-G-NET
                  END-IF
              END-PERFORM.
              MOVE WS-LDR-CENTER TO LDR-CENTER-OUT.
              MOVE "COST CENTER TOTAL" TO LDR-DEPT-OUT.
              MOVE SPACES TO LDR-ACCOUNT-OUT.
              MOVE WS-LDR-C-HEADCOUNT TO LDR-HEADCOUNT-OUT.
              MOVE WS-LDR-C-GROSS TO LDR-GROSS-OUT.
              MOVE WS-LDR-C-MATCH TO LDR-MATCH-OUT.
              MOVE WS-LDR-C-WITHHELD TO LDR-WITHHELD-OUT.
              MOVE WS-LDR-C-NET TO LDR-NET-OUT.
              WRITE LD-REPORT-LINE FROM WS-LDR-DETAIL-LINE.
              WRITE LD-REPORT-LINE FROM WS-LDR-BLANK-LINE.
           0876-END.

      * EVERY ORDER TAKEN FOR THIS PERIOD IS PULLED OFF THE ORDER
      * MASTER (THE LAST-PERIOD STAMP SAYS WHICH), SORTED INTO
      * AGENCY AND CASE ORDER AS THE REMITTANCE FILE, AND LISTED BY
      * AGENCY WITH A TOTAL FOR EACH CHECK TO BE CUT. ORDERS TAKEN
      * BEFORE AN ABEND ARE PICKED UP WITH THE REST; AN ORDER BACKED
      * OUT IN 0238 CARRIES A ZERO AMOUNT AND IS LEFT OFF.
           0880-WRITE-GARN-REMITTANCE.
              OPEN OUTPUT GARNSCAN.
              MOVE "N" TO WS-GARN-EOF-SWITCH.
              MOVE LOW-VALUES TO GO-KEY.
              START GARNORDERS KEY NOT < GO-KEY
                  INVALID KEY SET GARN-ENDOFFILE TO TRUE
              END-START.
              IF GO-CHECK-KEY NOT = "00"
                  SET GARN-ENDOFFILE TO TRUE
              END-IF.
              PERFORM UNTIL GARN-ENDOFFILE
                  READ GARNORDERS NEXT RECORD
                      AT END SET GARN-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT GARN-ENDOFFILE
                      AND GO-LAST-PERIOD = WS-PERIOD-END
                      AND GO-LAST-AMOUNT NOT = ZERO
                      MOVE GO-AGENCY-CODE TO GS-AGENCY-CODE
                      MOVE GO-AGENCY-NAME TO GS-AGENCY-NAME
                      MOVE GO-CASE-NUMBER TO GS-CASE-NUMBER
                      MOVE GO-EMPID TO GS-EMPID
                      MOVE GO-LASTNAME TO GS-LASTNAME
                      MOVE GO-FIRSTNAME TO GS-FIRSTNAME
                      MOVE GO-ORDER-TYPE TO GS-ORDER-TYPE
                      MOVE GO-LAST-AMOUNT TO GS-AMOUNT
                      MOVE GO-WITHHELD-TODATE TO GS-WITHHELD-TODATE
                      MOVE WS-RUN-NUMBER TO GS-RUN-NUMBER
                      MOVE WS-PERIOD-END TO GS-PERIOD-END
                      WRITE GS-RECORD
                  END-IF
              END-PERFORM.
              CLOSE GARNSCAN.
              SORT GARNSORTWORK
                  ON ASCENDING KEY GW-AGENCY-CODE GW-CASE-NUMBER
                      GW-EMPID
                  USING GARNSCAN
                  GIVING GARNREMIT.
              IF SORT-RETURN NOT = ZERO
                  DISPLAY "ERR: GARNISHMENT REMITTANCE SORT FAILED: ",
                      SORT-RETURN
                  DISPLAY "GARNREMIT.DAT AND GARNRPT.LPT WERE NOT "
                      "PRODUCED - RERUN THE REMITTANCE BEFORE PAYING "
                      "THE AGENCIES"
              ELSE
                  PERFORM 0885-PRINT-GARN-REPORT
              END-IF.
           0880-END.

           0885-PRINT-GARN-REPORT.
              OPEN INPUT GARNREMIT.
              OPEN OUTPUT GARNRPT.
              MOVE WS-RUN-NUMBER TO GRP-RUN-NUMBER.
              MOVE WS-PERIOD-END TO GRP-PERIOD-END.
              MOVE WS-GRP-HEADING-1 TO GRP-REPORT-LINE.
              WRITE GRP-REPORT-LINE.
              MOVE WS-GRP-HEADING-2 TO GRP-REPORT-LINE.
              WRITE GRP-REPORT-LINE.
              MOVE SPACES TO WS-GRM-PREV-AGENCY.
              MOVE "N" TO WS-GRM-EOF-SWITCH.
              IF GRM-CHECK-KEY NOT = "00"
                  SET GRM-ENDOFFILE TO TRUE
              END-IF.
              PERFORM UNTIL GRM-ENDOFFILE
                  READ GARNREMIT
                      AT END SET GRM-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT GRM-ENDOFFILE
                      IF GR-AGENCY-CODE NOT = WS-GRM-PREV-AGENCY
                          IF WS-GRM-AGENCY-COUNT NOT = ZERO
                              PERFORM 0886-PRINT-AGENCY-TOTAL
                          END-IF
                          MOVE GR-AGENCY-CODE TO WS-GRM-PREV-AGENCY
                          MOVE WS-GRP-BLANK-LINE TO GRP-REPORT-LINE
                          WRITE GRP-REPORT-LINE
                          MOVE GR-AGENCY-CODE TO GRP-AGENCY-CODE
                          MOVE GR-AGENCY-NAME TO GRP-AGENCY-NAME
                          MOVE WS-GRP-AGENCY-LINE TO GRP-REPORT-LINE
                          WRITE GRP-REPORT-LINE
                      END-IF
                      MOVE GR-CASE-NUMBER TO GRP-CASE-OUT
                      MOVE GR-EMPID TO GRP-EMPID-OUT
                      MOVE GR-LASTNAME TO GRP-LASTNAME-OUT
                      MOVE GR-FIRSTNAME TO GRP-FIRSTNAME-OUT
                      MOVE GR-ORDER-TYPE TO GRP-TYPE-OUT
                      MOVE GR-AMOUNT TO GRP-AMOUNT-OUT
                      MOVE WS-GRP-DETAIL-LINE TO GRP-REPORT-LINE
                      WRITE GRP-REPORT-LINE
                      ADD 1 TO WS-GRM-AGENCY-COUNT
                      ADD GR-AMOUNT TO WS-GRM-AGENCY-TOTAL
                      ADD 1 TO WS-GRM-GRAND-COUNT
                      ADD GR-AMOUNT TO WS-GRM-GRAND-TOTAL
                  END-IF
              END-PERFORM.
              IF WS-GRM-AGENCY-COUNT NOT = ZERO
                  PERFORM 0886-PRINT-AGENCY-TOTAL
              END-IF.
              MOVE WS-GRP-BLANK-LINE TO GRP-REPORT-LINE.
              WRITE GRP-REPORT-LINE.
              MOVE "TOTAL REMITTANCE" TO GRP-TOTAL-LABEL.
              MOVE WS-GRM-GRAND-COUNT TO GRP-TOTAL-COUNT.
              MOVE WS-GRM-GRAND-TOTAL TO GRP-TOTAL-AMOUNT.
              MOVE WS-GRP-TOTAL-LINE TO GRP-REPORT-LINE.
              WRITE GRP-REPORT-LINE.
              CLOSE GARNREMIT, GARNRPT.
      * THE REMITTANCE IS BUILT FROM THE ORDER MASTER, THE REGISTER
      * FROM THE CHECKS - THEY MUST AGREE.
              IF WS-GRM-GRAND-TOTAL NOT = WS-TOT-GARN-DED
                  DISPLAY "WARN: GARNISHMENT REMITTANCE "
                      WS-GRM-GRAND-TOTAL " DOES NOT AGREE WITH "
                      "GARNISHMENTS WITHHELD " WS-TOT-GARN-DED
              END-IF.
           0885-END.

           0886-PRINT-AGENCY-TOTAL.
              MOVE "  AGENCY TOTAL" TO GRP-TOTAL-LABEL.
              MOVE WS-GRM-AGENCY-COUNT TO GRP-TOTAL-COUNT.
              MOVE WS-GRM-AGENCY-TOTAL TO GRP-TOTAL-AMOUNT.
              MOVE WS-GRP-TOTAL-LINE TO GRP-REPORT-LINE.
              WRITE GRP-REPORT-LINE.
              MOVE ZERO TO WS-GRM-AGENCY-COUNT.
              MOVE ZERO TO WS-GRM-AGENCY-TOTAL.
           0886-END.

      * THE BALANCE SHEET LIABILITY FOR LEAVE EARNED AND NOT YET
      * TAKEN, VALUED AT EACH EMPLOYEE'S RATE AS AT THEIR LAST PAY.
      * THE WHOLE BANK IS COUNTED, NOT ONLY THOSE PAID THIS RUN;
      * LEAVERS WERE PAID THEIR VACATION AND ARE LEFT OUT.
           0890-PRINT-LEAVE-LIABILITY.
              OPEN OUTPUT LEAVELIABRPT.
              MOVE WS-RUN-NUMBER TO LL-RUN-NUMBER.
              MOVE WS-PERIOD-END TO LL-PERIOD-END.
              WRITE LL-REPORT-LINE FROM WS-LL-HEADING-1.
              WRITE LL-REPORT-LINE FROM WS-LL-BLANK-LINE.
              WRITE LL-REPORT-LINE FROM WS-LL-HEADING-2.
              MOVE "N" TO WS-LV-EOF-SWITCH.
              MOVE ZERO TO LV-EMPID.
              START LEAVEMAST KEY NOT < LV-EMPID
                  INVALID KEY SET LV-ENDOFFILE TO TRUE
              END-START.
              IF LV-CHECK-KEY NOT = "00"
                  SET LV-ENDOFFILE TO TRUE
              END-IF.
              PERFORM UNTIL LV-ENDOFFILE
                  READ LEAVEMAST NEXT RECORD
                      AT END SET LV-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT LV-ENDOFFILE AND LV-ACTIVE
                      PERFORM 0891-ACCUM-LEAVE-LIABILITY
                  END-IF
              END-PERFORM.
              PERFORM VARYING LL-IDX FROM 1 BY 1
                  UNTIL LL-IDX > WS-LL-COUNT
                  MOVE WS-LL-DEPT (LL-IDX) TO LL-DEPT-OUT
                  MOVE WS-LL-HEADCOUNT (LL-IDX) TO LL-HEADCOUNT-OUT
                  MOVE WS-LL-VAC-HOURS (LL-IDX) TO LL-VAC-HOURS-OUT
                  MOVE WS-LL-VAC-AMOUNT (LL-IDX) TO LL-VAC-AMOUNT-OUT
                  MOVE WS-LL-SICK-HOURS (LL-IDX) TO LL-SICK-HOURS-OUT
                  MOVE WS-LL-SICK-AMOUNT (LL-IDX)
                      TO LL-SICK-AMOUNT-OUT
                  COMPUTE WS-LL-LINE-TOTAL = WS-LL-VAC-AMOUNT (LL-IDX)
                      + WS-LL-SICK-AMOUNT (LL-IDX)
                  MOVE WS-LL-LINE-TOTAL TO LL-TOTAL-AMOUNT-OUT
                  WRITE LL-REPORT-LINE FROM WS-LL-DETAIL-LINE
              END-PERFORM.
              WRITE LL-REPORT-LINE FROM WS-LL-BLANK-LINE.
              MOVE "TOTAL ACCRUED LIABILITY" TO LL-DEPT-OUT.
              MOVE WS-LL-TOT-HEADCOUNT TO LL-HEADCOUNT-OUT.
              MOVE WS-LL-TOT-VAC-HOURS TO LL-VAC-HOURS-OUT.
              MOVE WS-LL-TOT-VAC-AMOUNT TO LL-VAC-AMOUNT-OUT.
              MOVE WS-LL-TOT-SICK-HOURS TO LL-SICK-HOURS-OUT.
              MOVE WS-LL-TOT-SICK-AMOUNT TO LL-SICK-AMOUNT-OUT.
              COMPUTE WS-LL-LINE-TOTAL = WS-LL-TOT-VAC-AMOUNT
                  + WS-LL-TOT-SICK-AMOUNT.
              MOVE WS-LL-LINE-TOTAL TO LL-TOTAL-AMOUNT-OUT.
              WRITE LL-REPORT-LINE FROM WS-LL-DETAIL-LINE.
              CLOSE LEAVELIABRPT.
           0890-END.

           0891-ACCUM-LEAVE-LIABILITY.
              SET LL-IDX TO 1.
              SEARCH WS-LL-ENTRY
                  AT END
                      PERFORM 0892-ADD-LIABILITY-DEPT
                  WHEN LL-IDX > WS-LL-COUNT
                      PERFORM 0892-ADD-LIABILITY-DEPT
                  WHEN WS-LL-DEPT (LL-IDX) = LV-DEPARTMENT
                      CONTINUE
              END-SEARCH.
              ADD 1 TO WS-LL-HEADCOUNT (LL-IDX) WS-LL-TOT-HEADCOUNT.
              ADD LV-VAC-BALANCE TO WS-LL-VAC-HOURS (LL-IDX)
                  WS-LL-TOT-VAC-HOURS.
              COMPUTE WS-LL-VALUE ROUNDED =
                  LV-VAC-BALANCE * LV-PAY-RATE.
              ADD WS-LL-VALUE TO WS-LL-VAC-AMOUNT (LL-IDX)
                  WS-LL-TOT-VAC-AMOUNT.
              ADD LV-SICK-BALANCE TO WS-LL-SICK-HOURS (LL-IDX)
                  WS-LL-TOT-SICK-HOURS.
              COMPUTE WS-LL-VALUE ROUNDED =
                  LV-SICK-BALANCE * LV-PAY-RATE.
              ADD WS-LL-VALUE TO WS-LL-SICK-AMOUNT (LL-IDX)
                  WS-LL-TOT-SICK-AMOUNT.
           0891-END.

      * A NEW DEPARTMENT LINE. ONCE THE TABLE IS FULL THE REST ARE
      * LUMPED INTO THE LAST LINE SO THE TOTAL STILL TIES TO THE BANK.
           0892-ADD-LIABILITY-DEPT.
              IF WS-LL-COUNT < 99
                  ADD 1 TO WS-LL-COUNT
                  SET LL-IDX TO WS-LL-COUNT
                  MOVE LV-DEPARTMENT TO WS-LL-DEPT (LL-IDX)
                  MOVE ZERO TO WS-LL-HEADCOUNT (LL-IDX)
                      WS-LL-VAC-HOURS (LL-IDX) WS-LL-VAC-AMOUNT (LL-IDX)
                      WS-LL-SICK-HOURS (LL-IDX)
                      WS-LL-SICK-AMOUNT (LL-IDX)
              ELSE
                  SET LL-IDX TO 100
                  IF WS-LL-COUNT = 99
                      MOVE 100 TO WS-LL-COUNT
                      MOVE "ALL OTHER DEPARTMENTS"
                          TO WS-LL-DEPT (LL-IDX)
                      MOVE ZERO TO WS-LL-HEADCOUNT (LL-IDX)
                          WS-LL-VAC-HOURS (LL-IDX)
                          WS-LL-VAC-AMOUNT (LL-IDX)
                          WS-LL-SICK-HOURS (LL-IDX)
                          WS-LL-SICK-AMOUNT (LL-IDX)
                      DISPLAY "WARN: LEAVE LIABILITY DEPARTMENT TABLE "
                          "FULL - REMAINING DEPARTMENTS COMBINED"
                  END-IF
              END-IF.
           0892-END.

           0900-END-PROGRAM.
            PERFORM 0800-PRINT-CONTROL-REPORT.
            PERFORM 0810-PRINT-GENDER-REPORT.
            IF NORMAL-COMPLETION
                PERFORM 0870-WRITE-RUN-TOTALS
            END-IF.
      * LIKE THE GL EXTRACT, THE AGENCIES ARE ONLY EVER PAID FROM A
      * COMPLETE RUN.
            IF NORMAL-COMPLETION
                PERFORM 0880-WRITE-GARN-REMITTANCE
            END-IF.
            IF NORMAL-COMPLETION
                PERFORM 0890-PRINT-LEAVE-LIABILITY
            END-IF.
            IF NORMAL-COMPLETION
                OPEN OUTPUT CHECKPOINTFILE
                CLOSE CHECKPOINTFILE
                CLOSE EMPLOYEFILE, PAYROLL, PAYSTUBS, PAYHISTORY,
                    YTDMASTER
            END-IF.
            CLOSE TCAPPROVED, GARNORDERS, LEAVEMAST.
            DISPLAY "NUMBER OF EMPLOYEE PROCESSED : ", WS-EMPLOYE-COUNT
            DISPLAY "NUMBER OF EXCEPTIONS FLAGGED : ",
                WS-EXC-TOTAL-COUNT

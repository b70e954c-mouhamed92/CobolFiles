       IDENTIFICATION DIVISION.

       PROGRAM-ID. Emp-Rekey.

      * ONE-TIME CONVERSION OF THE PAYROLL MASTERS FROM SSN KEYS TO
      * PERMANENT EMPLOYEE NUMBERS. UNTIL THE EMPXREF.IDX CROSSWALK
      * CAME IN, A MERGED EMPLOYEE WAS KEYED BY THEIR SSN ON EVERY
      * FILE THE PAYROLL CHAIN KEEPS; FROM NOW ON THEY ARE KEYED BY
      * THE EMPLOYEE NUMBER CH5SOLUTION AND Emp-Delta GIVE OUT. THIS
      * PROGRAM COPIES EACH FILE THAT CARRIES THE EMPLOYEE KEY TO A
      * NEW FILE (THE *_NEW_PATH NAMES, DEFAULT xxx.NEW), CHANGING
      * EVERY SSN KEY TO THE EMPLOYEE'S NUMBER:
      *   PAYHIST.IDX   PAYROLL RUN HISTORY
      *   YTDMAST.IDX   YEAR-TO-DATE EARNINGS
      *   BANKMAST.IDX  DIRECT DEPOSIT DETAILS
      *   LEAVEMAST.IDX LEAVE BANK
      *   GARNORD.IDX   GARNISHMENT ORDERS
      *   LABSPLIT.DAT  LABOR DISTRIBUTION SPLITS
      *   DEDRATES.DAT  THE "E" (ONE EMPLOYEE) BENEFIT RATES
      *   CHKREG.IDX    CHECK REGISTER
      *   BNKAUDIT.DAT  BANK DETAIL AUDIT TRAIL, INCLUDING THE
      *                 BEFORE AND AFTER IMAGES
      * A KEY IS TREATED AS FOLLOWS:
      *   - 900000001 AND ABOVE IS ALREADY AN EMPLOYEE NUMBER AND IS
      *     COPIED AS IT IS, SO THE PROGRAM MAY SAFELY BE RUN AGAIN
      *   - AN SSN ON THE CROSSWALK TAKES ITS EMPLOYEE NUMBER
      *   - ANY OTHER KEY OF 9999999 AND BELOW IS A LEGACY 7-DIGIT
      *     EMPID AND IS COPIED AS IT IS - LEGACY STAFF KEEP THEIR
      *     EMPID AS THEIR EMPLOYEE NUMBER. (AN SSN IN AREAS 001-009
      *     IS ALSO THAT LOW, WHICH IS WHY THE CROSSWALK IS TRIED
      *     FIRST.)
      *   - ANY OTHER SSN (SOMEONE PAID IN THE PAST WHO IS NO LONGER
      *     ON EITHER FEED) IS GIVEN THE NEXT EMPLOYEE NUMBER ON THE
      *     CROSSWALK, SO THEIR HISTORY KEEPS ONE KEY FOR GOOD.
      * A FILE THAT IS NOT PRESENT IS SKIPPED. NOTHING IS CHANGED IN
      * PLACE: THE OPERATOR RENAMES THE NEW FILES OVER THE OLD ONES
      * ONLY WHEN THE REPORT SAYS THE CONVERSION IS CLEAN, THEN
      * RELOADS THE MERGE MASTER (Emp-Delta, DELTA_MODE=LOAD) FROM AN
      * EMPLOYEES.NEW REBUILT BY CH5SOLUTION. THE RUN IS REFUSED
      * WHILE A PERIOD IS PAID BUT NOT YET CLOSED - ITS DEPOSIT AND
      * CHECK STEPS STILL LOOK THE OLD KEYS UP.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PERIODCTL ASSIGN TO DYNAMIC WS-PERIODCTL-PATH
            FILE STATUS IS PCT-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EMPXREF ASSIGN TO DYNAMIC WS-EMPXREF-PATH
            FILE STATUS IS XR-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XR-EMPNO
            ALTERNATE RECORD KEY IS XR-SSN.

            SELECT PAYHISTORY ASSIGN TO DYNAMIC WS-PAYHIST-PATH
            FILE STATUS IS HIS-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY.

            SELECT NEWPAYHIST ASSIGN TO DYNAMIC WS-NEWPAYHIST-PATH
            FILE STATUS IS NHIS-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NPH-KEY.

            SELECT YTDMASTER ASSIGN TO DYNAMIC WS-YTDMASTER-PATH
            FILE STATUS IS YTD-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS YTD-EMPID.

            SELECT NEWYTDMASTER ASSIGN TO DYNAMIC WS-NEWYTDMAST-PATH
            FILE STATUS IS NYTD-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NYT-EMPID.

            SELECT BANKMASTER ASSIGN TO DYNAMIC WS-BANKMASTER-PATH
            FILE STATUS IS BM-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BM-EMPID.

            SELECT NEWBANKMASTER ASSIGN TO DYNAMIC WS-NEWBANKMAST-PATH
            FILE STATUS IS NBM-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NBM-EMPID.

            SELECT LEAVEMAST ASSIGN TO DYNAMIC WS-LEAVEMAST-PATH
            FILE STATUS IS LV-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LV-EMPID.

            SELECT NEWLEAVEMAST ASSIGN TO DYNAMIC WS-NEWLEAVEMAST-PATH
            FILE STATUS IS NLV-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NLV-EMPID.

            SELECT GARNORDERS ASSIGN TO DYNAMIC WS-GARNORD-PATH
            FILE STATUS IS GO-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GO-KEY.

            SELECT NEWGARNORDERS ASSIGN TO DYNAMIC WS-NEWGARNORD-PATH
            FILE STATUS IS NGO-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NGO-KEY.

            SELECT LABSPLIT ASSIGN TO DYNAMIC WS-LABSPLIT-PATH
            FILE STATUS IS LS-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT NEWLABSPLIT ASSIGN TO DYNAMIC WS-NEWLABSPLIT-PATH
            FILE STATUS IS NLS-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT DEDRATES ASSIGN TO DYNAMIC WS-DEDRATES-PATH
            FILE STATUS IS DED-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT NEWDEDRATES ASSIGN TO DYNAMIC WS-NEWDEDRATES-PATH
            FILE STATUS IS NDED-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHKREGISTER ASSIGN TO DYNAMIC WS-CHKREG-PATH
            FILE STATUS IS CR-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CR-CHECK-NUMBER.

            SELECT NEWCHKREGISTER ASSIGN TO DYNAMIC WS-NEWCHKREG-PATH
            FILE STATUS IS NCR-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NCR-CHECK-NUMBER.

            SELECT BNKAUDIT ASSIGN TO DYNAMIC WS-BNKAUDIT-PATH
            FILE STATUS IS BA-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT NEWBNKAUDIT ASSIGN TO DYNAMIC WS-NEWBNKAUDIT-PATH
            FILE STATUS IS NBA-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REKEYRPT ASSIGN TO DYNAMIC WS-REKEYRPT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * THE PAY-PERIOD CONTROL RECORD - ONLY READ HERE.
       FD PERIODCTL.
       01 PC-CONTROL-REC.
           05 PC-PERIOD-START PIC 9(8).
           05 PC-PERIOD-END   PIC 9(8).
           05 PC-STATUS       PIC X(6).
           05 PC-RUN-NUMBER   PIC 9(5).
           05 PC-RERUN-AUTH   PIC X.
           05 FILLER          PIC X(52).

      * PERMANENT EMPLOYEE NUMBER CROSSWALK. THE LAYOUT, THE CONTROL
      * RECORD KEYED 900000000 AND THE NUMBERING IN 0210-NEW-EMPNO
      * MUST STAY IN STEP WITH CH5SOLUTION AND Emp-Delta. A NUMBER
      * GIVEN OUT HERE IS TO SOMEONE ON NEITHER FEED TODAY, SO BOTH
      * FEED IDS ARE LEFT ZERO UNTIL THEY TURN UP ON ONE AGAIN.
       FD EMPXREF.
       01 XR-RECORD.
           02 XR-EMPNO         PIC 9(9).
           02 XR-SSN           PIC 9(9).
           02 XR-LASTNAME      PIC X(10).
           02 XR-FIRSTNAME     PIC X(10).
           02 XR-ACME-ID       PIC 9(9).
           02 XR-ACME-DATE     PIC 9(8).
           02 XR-FUSES-ID      PIC 9(9).
           02 XR-FUSES-DATE    PIC 9(8).
           02 XR-ASSIGNED-DATE PIC 9(8).
           02 XR-ASSIGNED-BY   PIC X(8).
           02 FILLER           PIC X(12).
       01 XR-CONTROL-REC.
           02 XR-CTL-KEY       PIC 9(9).
           02 XR-CTL-SSN       PIC 9(9).
           02 XR-CTL-LAST-EMPNO PIC 9(9).
           02 FILLER           PIC X(73).

      * EACH OLD FILE BELOW MUST STAY IN STEP WITH ITS LAYOUT IN
      * Emp-Pay (OR, FOR THE CHECK REGISTER AND BANK AUDIT TRAIL,
      * Emp-CheckIssue AND Emp-BankMaint). EACH NEW FILE IS THE SAME
      * RECORD, WRITTEN FROM THE OLD ONE ONCE ITS KEY IS CHANGED.
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

       FD NEWPAYHIST.
       01 NPH-RECORD.
           02 NPH-KEY         PIC X(14).
           02 FILLER          PIC X(93).

       FD YTDMASTER.
       01 YTD-RECORD.
           02 YTD-EMPID       PIC 9(9).
           02 YTD-LASTNAME    PIC X(10).
           02 YTD-FIRSTNAME   PIC X(10).
           02 YTD-GROSS       PIC 9(8)V99.
           02 YTD-REG-HOURS   PIC 9(5).
           02 YTD-OT-HOURS    PIC 9(5).
           02 YTD-TAX-DED     PIC 9(8)V99.
           02 YTD-RETIRE-DED  PIC 9(8)V99.
           02 YTD-BENEFIT-DED PIC 9(8)V99.
           02 YTD-GARN-DED    PIC 9(8)V99.
      * QUARTER BUCKETS, AND THE WHOLE OF THE CONTROL RECORD KEYED
      * 999999999, ARE CARRIED ACROSS UNCHANGED.
           02 FILLER          PIC X(240).

       FD NEWYTDMASTER.
       01 NYT-RECORD.
           02 NYT-EMPID       PIC 9(9).
           02 FILLER          PIC X(320).

       FD BANKMASTER.
       01 BM-RECORD.
           02 BM-EMPID        PIC 9(9).
           02 BM-ROUTING      PIC 9(9).
           02 BM-ACCOUNT      PIC X(17).
           02 BM-ACCT-TYPE    PIC X.
           02 BM-STATUS       PIC X.

       FD NEWBANKMASTER.
       01 NBM-RECORD.
           02 NBM-EMPID       PIC 9(9).
           02 FILLER          PIC X(28).

       FD LEAVEMAST.
       01 LV-RECORD.
           02 LV-EMPID            PIC 9(9).
           02 LV-LASTNAME         PIC X(10).
           02 LV-FIRSTNAME        PIC X(10).
           02 FILLER              PIC X(101).

       FD NEWLEAVEMAST.
       01 NLV-RECORD.
           02 NLV-EMPID           PIC 9(9).
           02 FILLER              PIC X(121).

       FD GARNORDERS.
       01 GO-RECORD.
           02 GO-KEY.
               03 GO-EMPID        PIC 9(9).
               03 GO-PRIORITY     PIC 9(2).
               03 GO-CASE-NUMBER  PIC X(15).
           02 FILLER              PIC X(106).
           02 GO-LASTNAME         PIC X(10).
           02 GO-FIRSTNAME        PIC X(10).
           02 GO-LAST-PERIOD      PIC 9(8).

       FD NEWGARNORDERS.
       01 NGO-RECORD.
           02 NGO-KEY             PIC X(26).
           02 FILLER              PIC X(134).

       FD LABSPLIT.
       01 LS-RECORD.
           02 LS-EMPID            PIC 9(9).
           02 FILLER              PIC X(71).

       FD NEWLABSPLIT.
       01 NLS-RECORD              PIC X(80).

       FD DEDRATES.
       01 DED-RECORD.
           02 DED-REC-TYPE    PIC X.
           02 DED-EFF-DATE    PIC X(8).
           02 DED-REC-DATA    PIC X(51).
           02 DED-EMPFLAT-REC REDEFINES DED-REC-DATA.
             04 DED-EMP-ID         PIC 9(9).
             04 DED-EMP-AMOUNT     PIC 9(4)V99.
             04 FILLER             PIC X(36).

       FD NEWDEDRATES.
       01 NDED-RECORD             PIC X(60).

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
           02 FILLER          PIC X(71).

       FD NEWCHKREGISTER.
       01 NCR-RECORD.
           02 NCR-CHECK-NUMBER PIC 9(8).
           02 FILLER          PIC X(128).

      * THE BEFORE AND AFTER IMAGES ARE BANK MASTER RECORDS, SO EACH
      * BEGINS WITH THE EMPLOYEE KEY TOO. AN IMAGE LEFT BLANK (THE
      * BEFORE IMAGE OF AN ADD, THE AFTER IMAGE OF A DELETE) FAILS
      * THE NUMERIC TEST AND IS COPIED AS IT IS.
       FD BNKAUDIT.
       01 BA-RECORD.
           02 BA-DATE         PIC 9(8).
           02 BA-TIME         PIC 9(6).
           02 BA-ACTION       PIC X.
           02 BA-EMPID        PIC 9(9).
           02 BA-BEFORE-EMPID PIC X(9).
           02 BA-BEFORE-EMPID-N REDEFINES BA-BEFORE-EMPID PIC 9(9).
           02 FILLER          PIC X(28).
           02 BA-AFTER-EMPID  PIC X(9).
           02 BA-AFTER-EMPID-N REDEFINES BA-AFTER-EMPID PIC 9(9).
           02 FILLER          PIC X(28).

       FD NEWBNKAUDIT.
       01 NBA-RECORD              PIC X(98).

       FD REKEYRPT.
       01 RKY-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FILE-PATHS.
           05 WS-PERIODCTL-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/PAYPERIOD.DAT".
           05 WS-EMPXREF-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/EMPXREF.IDX".
           05 WS-PAYHIST-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/PAYHIST.IDX".
           05 WS-NEWPAYHIST-PATH  PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/PAYHIST.NEW".
           05 WS-YTDMASTER-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/YTDMAST.IDX".
           05 WS-NEWYTDMAST-PATH  PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/YTDMAST.NEW".
           05 WS-BANKMASTER-PATH  PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/BANKMAST.IDX".
           05 WS-NEWBANKMAST-PATH PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/BANKMAST.NEW".
           05 WS-LEAVEMAST-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/LEAVEMAST.IDX".
           05 WS-NEWLEAVEMAST-PATH PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/LEAVEMAST.NEW".
           05 WS-GARNORD-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/GARNORD.IDX".
           05 WS-NEWGARNORD-PATH  PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/GARNORD.NEW".
           05 WS-LABSPLIT-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/LABSPLIT.DAT".
           05 WS-NEWLABSPLIT-PATH PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/LABSPLIT.NEW".
           05 WS-DEDRATES-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/DEDRATES.DAT".
           05 WS-NEWDEDRATES-PATH PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/DEDRATES.NEW".
           05 WS-CHKREG-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/CHKREG.IDX".
           05 WS-NEWCHKREG-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/CHKREG.NEW".
           05 WS-BNKAUDIT-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/BNKAUDIT.DAT".
           05 WS-NEWBNKAUDIT-PATH PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/BNKAUDIT.NEW".
           05 WS-REKEYRPT-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/REKEY.LPT".

       01 WS-ENV-VALUE            PIC X(100).

       01 WS-WORK-AREA.
           05 PCT-CHECK-KEY      PIC X(2).
           05 XR-CHECK-KEY       PIC X(2).
           05 HIS-CHECK-KEY      PIC X(2).
           05 NHIS-CHECK-KEY     PIC X(2).
           05 YTD-CHECK-KEY      PIC X(2).
           05 NYTD-CHECK-KEY     PIC X(2).
           05 BM-CHECK-KEY       PIC X(2).
           05 NBM-CHECK-KEY      PIC X(2).
           05 LV-CHECK-KEY       PIC X(2).
           05 NLV-CHECK-KEY      PIC X(2).
           05 GO-CHECK-KEY       PIC X(2).
           05 NGO-CHECK-KEY      PIC X(2).
           05 LS-CHECK-KEY       PIC X(2).
           05 NLS-CHECK-KEY      PIC X(2).
           05 DED-CHECK-KEY      PIC X(2).
           05 NDED-CHECK-KEY     PIC X(2).
           05 CR-CHECK-KEY       PIC X(2).
           05 NCR-CHECK-KEY      PIC X(2).
           05 BA-CHECK-KEY       PIC X(2).
           05 NBA-CHECK-KEY      PIC X(2).

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR        PIC 9(4).
           05 WS-RUN-MONTH       PIC 9(2).
           05 WS-RUN-DAY         PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).

       01 WS-EOF-SWITCH           PIC X VALUE "N".
           88 ENDOFFILE           VALUE "Y".

      * THE KEY BEING CONVERTED, THE NAME TO GIVE A NEW CROSSWALK
      * ENTRY (BLANK FROM A FILE THAT CARRIES NO NAME), AND THE KEY
      * HANDED BACK BY 0200-REKEY-EMPID.
       01 WS-OLD-EMPID            PIC 9(9).
       01 WS-NEW-EMPID            PIC 9(9).
       01 WS-OLD-LASTNAME         PIC X(10).
       01 WS-OLD-FIRSTNAME        PIC X(10).
       01 WS-REKEY-SWITCH         PIC X VALUE "N".
           88 REKEY-FAILED        VALUE "Y".

       01 WS-XR-ASSIGNED          PIC 9(7) VALUE ZERO.

      * ONE LINE OF COUNTS PER FILE FOR THE SUMMARY, IN THE ORDER
      * THE FILES ARE CONVERTED.
       01 WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 9 TIMES INDEXED BY FC-IDX.
              10 FC-NAME         PIC X(14).
              10 FC-STATUS       PIC X(14).
              10 FC-READ         PIC 9(7).
              10 FC-REKEYED      PIC 9(7).
              10 FC-UNCHANGED    PIC 9(7).
              10 FC-ERRORS       PIC 9(7).
       01 WS-TOTAL-ERRORS         PIC 9(7) VALUE ZERO.

      * ONLY THE LAST FOUR DIGITS OF AN SSN ARE EVER PRINTED.
       01 WS-SSN-MASK-AREAS.
           05 WS-MASK-SSN         PIC 9(9).
           05 WS-MASK-SSN-PARTS REDEFINES WS-MASK-SSN.
              10 FILLER           PIC 9(5).
              10 WS-MASK-LAST4    PIC 9(4).
           05 WS-MASKED-SSN.
              10 FILLER           PIC X(7) VALUE "XXX-XX-".
              10 WS-MASKED-LAST4  PIC 9(4).

       01 WS-RPT-HEADING-1.
           05 FILLER             PIC X(44) VALUE
              "EMPLOYEE NUMBER CONVERSION - SSN KEYS".
           05 FILLER             PIC X(6)  VALUE "DATE:".
           05 RPT-MONTH          PIC 99.
           05 FILLER             PIC X(1)  VALUE "/".
           05 RPT-DAY            PIC 99.
           05 FILLER             PIC X(1)  VALUE "/".
           05 RPT-YEAR           PIC 9999.

       01 WS-RPT-ASSIGN-HEADING.
           05 FILLER             PIC X(40) VALUE
              "NEW EMPLOYEE NUMBERS GIVEN OUT".
       01 WS-RPT-ASSIGN-COLUMNS.
           05 FILLER             PIC X(12) VALUE "EMP NO".
           05 FILLER             PIC X(14) VALUE "SSN".
           05 FILLER             PIC X(11) VALUE "LAST NAME".
           05 FILLER             PIC X(11) VALUE "FIRST NAME".
           05 FILLER             PIC X(14) VALUE "FIRST SEEN ON".

       01 WS-RPT-ASSIGN-LINE.
           05 RPT-A-EMPNO        PIC 9(9).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 RPT-A-SSN          PIC X(11).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 RPT-A-LASTNAME     PIC X(10).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RPT-A-FIRSTNAME    PIC X(10).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RPT-A-FILE         PIC X(14).

       01 WS-RPT-SUMMARY-HEADING.
           05 FILLER             PIC X(14) VALUE "FILE".
           05 FILLER             PIC X(14) VALUE "RESULT".
           05 FILLER             PIC X(13) VALUE "   READ".
           05 FILLER             PIC X(13) VALUE "  RE-KEYED".
           05 FILLER             PIC X(13) VALUE "  UNCHANGED".
           05 FILLER             PIC X(13) VALUE "   ERRORS".

       01 WS-RPT-SUMMARY-LINE.
           05 RPT-S-NAME         PIC X(14).
           05 RPT-S-STATUS       PIC X(14).
           05 RPT-S-READ         PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 RPT-S-REKEYED      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 RPT-S-UNCHANGED    PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 RPT-S-ERRORS       PIC Z,ZZZ,ZZ9.

       01 WS-RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL    PIC X(40).
           05 RPT-COUNT-OUT      PIC Z,ZZZ,ZZ9.

       01 WS-RPT-TEXT-LINE       PIC X(80).
       01 WS-RPT-BLANK-LINE      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           0090-INIT-FILE-PATHS.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PERIODCTL_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-PERIODCTL-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EMPXREF_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-EMPXREF-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAYHIST_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-PAYHIST-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAYHIST_NEW_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-NEWPAYHIST-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "YTDMASTER_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-YTDMASTER-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "YTDMASTER_NEW_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-NEWYTDMAST-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BANKMASTER_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-BANKMASTER-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
                 "BANKMASTER_NEW_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-NEWBANKMAST-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LEAVEMAST_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-LEAVEMAST-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LEAVEMAST_NEW_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-NEWLEAVEMAST-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GARNORD_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-GARNORD-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GARNORD_NEW_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-NEWGARNORD-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LABSPLIT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-LABSPLIT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LABSPLIT_NEW_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-NEWLABSPLIT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DEDRATES_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-DEDRATES-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DEDRATES_NEW_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-NEWDEDRATES-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHKREG_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-CHKREG-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHKREG_NEW_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-NEWCHKREG-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BNKAUDIT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-BNKAUDIT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BNKAUDIT_NEW_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-NEWBNKAUDIT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REKEYRPT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-REKEYRPT-PATH
             END-IF.
           0090-END.

      * A PERIOD THAT IS PAID BUT NOT CLOSED STILL HAS ITS DEPOSIT
      * AND CHECK STEPS TO RUN AGAINST THE OLD KEYS, SO THE
      * CONVERSION WAITS FOR THE CLOSE.
           0095-READ-PERIOD-CONTROL.
             OPEN INPUT PERIODCTL.
             IF PCT-CHECK-KEY NOT = "00"
                 DISPLAY "PERIOD CONTROL FILE NOT AVAILABLE: ",
                     PCT-CHECK-KEY, " - CONVERSION WILL NOT RUN"
                 STOP RUN
             END-IF.
             READ PERIODCTL
                 AT END CONTINUE
             END-READ.
             IF PCT-CHECK-KEY NOT = "00"
                 DISPLAY "PERIOD CONTROL RECORD MISSING - ",
                     "CONVERSION WILL NOT RUN"
                 CLOSE PERIODCTL
                 STOP RUN
             END-IF.
             IF PC-STATUS = "PAID"
                 DISPLAY "PAY PERIOD " PC-PERIOD-START " - "
                     PC-PERIOD-END " IS PAID BUT NOT CLOSED"
                 DISPLAY "CONVERSION WILL NOT RUN UNTIL THE PERIOD ",
                     "IS CLOSED"
                 CLOSE PERIODCTL
                 STOP RUN
             END-IF.
             CLOSE PERIODCTL.
           0095-END.

           0100-REKEY-FILES.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             MOVE WS-RUN-MONTH TO RPT-MONTH.
             MOVE WS-RUN-DAY TO RPT-DAY.
             MOVE WS-RUN-YEAR TO RPT-YEAR.

      * THE REPORT IS OPENED FIRST: IT HAS NO FILE STATUS CLAUSE,
      * SO EVERY ERROR PATH INTO 0900-END-PROGRAM MUST FIND IT
      * ALREADY OPEN OR THE CLOSE THERE WOULD ABEND.
             OPEN OUTPUT REKEYRPT.
             WRITE RKY-REPORT-LINE FROM WS-RPT-HEADING-1.
             WRITE RKY-REPORT-LINE FROM WS-RPT-BLANK-LINE.
             WRITE RKY-REPORT-LINE FROM WS-RPT-ASSIGN-HEADING.
             WRITE RKY-REPORT-LINE FROM WS-RPT-ASSIGN-COLUMNS.

      * THE CROSSWALK IS CREATED IF IT IS NOT THERE YET; EVERY
      * SSN ON THE FILES IS THEN GIVEN A NUMBER HERE.
             OPEN I-O EMPXREF.
             IF XR-CHECK-KEY = "35"
                 DISPLAY "EMPLOYEE NUMBER CROSSWALK NOT FOUND - ",
                     "CREATING"
                 OPEN OUTPUT EMPXREF
                 CLOSE EMPXREF
                 OPEN I-O EMPXREF
             END-IF.
             IF XR-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR CROSSWALK: ",
                     XR-CHECK-KEY
                 GO TO 0900-END-PROGRAM
             END-IF.

             MOVE "PAYHIST"    TO FC-NAME (1).
             MOVE "YTDMAST"    TO FC-NAME (2).
             MOVE "BANKMAST"   TO FC-NAME (3).
             MOVE "LEAVEMAST"  TO FC-NAME (4).
             MOVE "GARNORD"    TO FC-NAME (5).
             MOVE "LABSPLIT"   TO FC-NAME (6).
             MOVE "DEDRATES"   TO FC-NAME (7).
             MOVE "CHKREG"     TO FC-NAME (8).
             MOVE "BNKAUDIT"   TO FC-NAME (9).
             PERFORM VARYING FC-IDX FROM 1 BY 1 UNTIL FC-IDX > 9
                 MOVE "NOT PRESENT" TO FC-STATUS (FC-IDX)
                 MOVE ZERO TO FC-READ (FC-IDX), FC-REKEYED (FC-IDX),
                     FC-UNCHANGED (FC-IDX), FC-ERRORS (FC-IDX)
             END-PERFORM.

             PERFORM 0300-REKEY-PAYHIST.
             PERFORM 0310-REKEY-YTDMAST.
             PERFORM 0320-REKEY-BANKMAST.
             PERFORM 0330-REKEY-LEAVEMAST.
             PERFORM 0340-REKEY-GARNORD.
             PERFORM 0350-REKEY-LABSPLIT.
             PERFORM 0360-REKEY-DEDRATES.
             PERFORM 0370-REKEY-CHKREG.
             PERFORM 0380-REKEY-BNKAUDIT.

             PERFORM 0800-PRINT-SUMMARY.
             PERFORM 0900-END-PROGRAM.
           0100-END.

      * CONVERTS WS-OLD-EMPID TO THE KEY IT IS TO CARRY FROM NOW ON,
      * IN WS-NEW-EMPID, AND COUNTS THE RECORD AGAINST THE FILE
      * FC-IDX POINTS AT. A NUMBER THAT CANNOT BE GIVEN OUT LEAVES
      * THE OLD KEY IN PLACE AND COUNTS AN ERROR. A KEY OF 9999999 OR
      * BELOW MAY BE A LOW SSN AS WELL AS A LEGACY EMPID, SO IT TAKES
      * ITS CROSSWALK NUMBER IF IT HAS ONE AND IS ONLY KEPT AS IT IS
      * WHEN IT HAS NONE.
           0200-REKEY-EMPID.
              MOVE "N" TO WS-REKEY-SWITCH.
              MOVE WS-OLD-EMPID TO WS-NEW-EMPID.
              ADD 1 TO FC-READ (FC-IDX).
              IF WS-OLD-EMPID > 9999999
                  AND WS-OLD-EMPID < 900000001
                  MOVE WS-OLD-EMPID TO XR-SSN
                  READ EMPXREF KEY IS XR-SSN
                      INVALID KEY PERFORM 0210-NEW-EMPNO
                      NOT INVALID KEY MOVE XR-EMPNO TO WS-NEW-EMPID
                  END-READ
              END-IF.
              IF WS-OLD-EMPID > ZERO
                  AND WS-OLD-EMPID NOT > 9999999
                  MOVE WS-OLD-EMPID TO XR-SSN
                  READ EMPXREF KEY IS XR-SSN
                      INVALID KEY CONTINUE
                      NOT INVALID KEY MOVE XR-EMPNO TO WS-NEW-EMPID
                  END-READ
              END-IF.
              EVALUATE TRUE
                  WHEN REKEY-FAILED
                      ADD 1 TO FC-ERRORS (FC-IDX)
                  WHEN WS-NEW-EMPID NOT = WS-OLD-EMPID
                      ADD 1 TO FC-REKEYED (FC-IDX)
                  WHEN OTHER
                      ADD 1 TO FC-UNCHANGED (FC-IDX)
              END-EVALUATE.
           0200-END.

      * THE CONTROL RECORD IS REWRITTEN BEFORE THE NEW PERSON IS
      * WRITTEN, SO A RUN THAT DIES BETWEEN THE TWO LOSES A NUMBER
      * BUT CAN NEVER GIVE THE SAME NUMBER TO TWO PEOPLE. IF THE
      * CONTROL RECORD CANNOT BE SAVED NO NUMBER IS GIVEN OUT - THE
      * OLD KEY STAYS AND THE RECORD COUNTS AS AN ERROR.
           0210-NEW-EMPNO.
              MOVE 900000000 TO XR-CTL-KEY.
              READ EMPXREF KEY IS XR-EMPNO
                  INVALID KEY
                      MOVE SPACES TO XR-CONTROL-REC
                      MOVE 900000000 TO XR-CTL-KEY
                      MOVE ZERO TO XR-CTL-SSN
                      MOVE 900000000 TO XR-CTL-LAST-EMPNO
                      WRITE XR-CONTROL-REC
                          INVALID KEY SET REKEY-FAILED TO TRUE
                      END-WRITE
              END-READ.
              IF NOT REKEY-FAILED
                  ADD 1 TO XR-CTL-LAST-EMPNO
                  REWRITE XR-CONTROL-REC
                      INVALID KEY SET REKEY-FAILED TO TRUE
                  END-REWRITE
              END-IF.
              IF REKEY-FAILED
                  DISPLAY "ERR: CROSSWALK CONTROL RECORD NOT SAVED: ",
                      XR-CHECK-KEY, " - NO EMPLOYEE NUMBER GIVEN"
              ELSE
                  MOVE XR-CTL-LAST-EMPNO TO WS-NEW-EMPID
                  PERFORM 0215-WRITE-NEW-PERSON
              END-IF.
           0210-END.

           0215-WRITE-NEW-PERSON.
              MOVE SPACES TO XR-RECORD.
              MOVE WS-NEW-EMPID TO XR-EMPNO.
              MOVE WS-OLD-EMPID TO XR-SSN.
              MOVE WS-OLD-LASTNAME TO XR-LASTNAME.
              MOVE WS-OLD-FIRSTNAME TO XR-FIRSTNAME.
              MOVE ZERO TO XR-ACME-ID, XR-ACME-DATE.
              MOVE ZERO TO XR-FUSES-ID, XR-FUSES-DATE.
              MOVE WS-RUN-DATE-N TO XR-ASSIGNED-DATE.
              MOVE "EMPREKEY" TO XR-ASSIGNED-BY.
              WRITE XR-RECORD
                  INVALID KEY
                      DISPLAY "ERR: CROSSWALK WRITE FAILED FOR "
                          "EMPLOYEE NUMBER ", WS-NEW-EMPID, ": ",
                          XR-CHECK-KEY
                      SET REKEY-FAILED TO TRUE
                      MOVE WS-OLD-EMPID TO WS-NEW-EMPID
              END-WRITE.
              IF NOT REKEY-FAILED
                  ADD 1 TO WS-XR-ASSIGNED
                  MOVE WS-NEW-EMPID TO RPT-A-EMPNO
                  MOVE WS-OLD-EMPID TO WS-MASK-SSN
                  MOVE WS-MASK-LAST4 TO WS-MASKED-LAST4
                  MOVE WS-MASKED-SSN TO RPT-A-SSN
                  MOVE WS-OLD-LASTNAME TO RPT-A-LASTNAME
                  MOVE WS-OLD-FIRSTNAME TO RPT-A-FIRSTNAME
                  MOVE FC-NAME (FC-IDX) TO RPT-A-FILE
                  WRITE RKY-REPORT-LINE FROM WS-RPT-ASSIGN-LINE
              END-IF.
           0215-END.

      * AN OLD FILE THAT CANNOT BE OPENED IS NOT PRESENT AT THIS
      * SHOP AND IS SKIPPED; A NEW FILE THAT CANNOT BE CREATED IS
      * AN ERROR, AND THE OLD FILE IS LEFT AS IT IS.
           0290-NEW-FILE-FAILED.
              DISPLAY "ERR: CANNOT CREATE NEW FILE FOR ",
                  FC-NAME (FC-IDX).
              MOVE "NOT CREATED" TO FC-STATUS (FC-IDX).
              ADD 1 TO FC-ERRORS (FC-IDX).
           0290-END.

           0300-REKEY-PAYHIST.
              SET FC-IDX TO 1.
              OPEN INPUT PAYHISTORY.
              IF HIS-CHECK-KEY = "00"
                  OPEN OUTPUT NEWPAYHIST
                  IF NHIS-CHECK-KEY NOT = "00"
                      PERFORM 0290-NEW-FILE-FAILED
                  ELSE
                      MOVE "CONVERTED" TO FC-STATUS (FC-IDX)
                      MOVE "N" TO WS-EOF-SWITCH
                      PERFORM UNTIL ENDOFFILE
                          READ PAYHISTORY NEXT RECORD
                              AT END SET ENDOFFILE TO TRUE
                          END-READ
                          IF NOT ENDOFFILE
                              MOVE PH-EMPID TO WS-OLD-EMPID
                              MOVE PH-EMPLNAME TO WS-OLD-LASTNAME
                              MOVE PH-EMPFNAME TO WS-OLD-FIRSTNAME
                              PERFORM 0200-REKEY-EMPID
                              MOVE WS-NEW-EMPID TO PH-EMPID
                              WRITE NPH-RECORD FROM PH-RECORD
                                  INVALID KEY
                                      ADD 1 TO FC-ERRORS (FC-IDX)
                                      DISPLAY "PAYHIST DUPLICATE KEY "
                                          "AFTER CONVERSION: RUN "
                                          PH-RUN-NUMBER " EMPLOYEE "
                                          PH-EMPID
                              END-WRITE
                          END-IF
                      END-PERFORM
                      CLOSE NEWPAYHIST
                  END-IF
                  CLOSE PAYHISTORY
              END-IF.
           0300-END.

           0310-REKEY-YTDMAST.
              SET FC-IDX TO 2.
              OPEN INPUT YTDMASTER.
              IF YTD-CHECK-KEY = "00"
                  OPEN OUTPUT NEWYTDMASTER
                  IF NYTD-CHECK-KEY NOT = "00"
                      PERFORM 0290-NEW-FILE-FAILED
                  ELSE
                      MOVE "CONVERTED" TO FC-STATUS (FC-IDX)
                      MOVE "N" TO WS-EOF-SWITCH
                      PERFORM UNTIL ENDOFFILE
                          READ YTDMASTER NEXT RECORD
                              AT END SET ENDOFFILE TO TRUE
                          END-READ
                          IF NOT ENDOFFILE
                              MOVE YTD-EMPID TO WS-OLD-EMPID
                              MOVE YTD-LASTNAME TO WS-OLD-LASTNAME
                              MOVE YTD-FIRSTNAME TO WS-OLD-FIRSTNAME
                              PERFORM 0200-REKEY-EMPID
                              MOVE WS-NEW-EMPID TO YTD-EMPID
                              WRITE NYT-RECORD FROM YTD-RECORD
                                  INVALID KEY
                                      ADD 1 TO FC-ERRORS (FC-IDX)
                                      DISPLAY "YTDMAST DUPLICATE KEY "
                                          "AFTER CONVERSION: "
                                          YTD-EMPID
                              END-WRITE
                          END-IF
                      END-PERFORM
                      CLOSE NEWYTDMASTER
                  END-IF
                  CLOSE YTDMASTER
              END-IF.
           0310-END.

           0320-REKEY-BANKMAST.
              SET FC-IDX TO 3.
              OPEN INPUT BANKMASTER.
              IF BM-CHECK-KEY = "00"
                  OPEN OUTPUT NEWBANKMASTER
                  IF NBM-CHECK-KEY NOT = "00"
                      PERFORM 0290-NEW-FILE-FAILED
                  ELSE
                      MOVE "CONVERTED" TO FC-STATUS (FC-IDX)
                      MOVE "N" TO WS-EOF-SWITCH
                      PERFORM UNTIL ENDOFFILE
                          READ BANKMASTER NEXT RECORD
                              AT END SET ENDOFFILE TO TRUE
                          END-READ
                          IF NOT ENDOFFILE
                              MOVE BM-EMPID TO WS-OLD-EMPID
                              MOVE SPACES TO WS-OLD-LASTNAME,
                                  WS-OLD-FIRSTNAME
                              PERFORM 0200-REKEY-EMPID
                              MOVE WS-NEW-EMPID TO BM-EMPID
                              WRITE NBM-RECORD FROM BM-RECORD
                                  INVALID KEY
                                      ADD 1 TO FC-ERRORS (FC-IDX)
                                      DISPLAY "BANKMAST DUPLICATE KEY "
                                          "AFTER CONVERSION: "
                                          BM-EMPID
                              END-WRITE
                          END-IF
                      END-PERFORM
                      CLOSE NEWBANKMASTER
                  END-IF
                  CLOSE BANKMASTER
              END-IF.
           0320-END.

           0330-REKEY-LEAVEMAST.
              SET FC-IDX TO 4.
              OPEN INPUT LEAVEMAST.
              IF LV-CHECK-KEY = "00"
                  OPEN OUTPUT NEWLEAVEMAST
                  IF NLV-CHECK-KEY NOT = "00"
                      PERFORM 0290-NEW-FILE-FAILED
                  ELSE
                      MOVE "CONVERTED" TO FC-STATUS (FC-IDX)
                      MOVE "N" TO WS-EOF-SWITCH
                      PERFORM UNTIL ENDOFFILE
                          READ LEAVEMAST NEXT RECORD
                              AT END SET ENDOFFILE TO TRUE
                          END-READ
                          IF NOT ENDOFFILE
                              MOVE LV-EMPID TO WS-OLD-EMPID
                              MOVE LV-LASTNAME TO WS-OLD-LASTNAME
                              MOVE LV-FIRSTNAME TO WS-OLD-FIRSTNAME
                              PERFORM 0200-REKEY-EMPID
                              MOVE WS-NEW-EMPID TO LV-EMPID
                              WRITE NLV-RECORD FROM LV-RECORD
                                  INVALID KEY
                                      ADD 1 TO FC-ERRORS (FC-IDX)
                                      DISPLAY "LEAVEMAST DUPLICATE KEY"
                                          " AFTER CONVERSION: "
                                          LV-EMPID
                              END-WRITE
                          END-IF
                      END-PERFORM
                      CLOSE NEWLEAVEMAST
                  END-IF
                  CLOSE LEAVEMAST
              END-IF.
           0330-END.

           0340-REKEY-GARNORD.
              SET FC-IDX TO 5.
              OPEN INPUT GARNORDERS.
              IF GO-CHECK-KEY = "00"
                  OPEN OUTPUT NEWGARNORDERS
                  IF NGO-CHECK-KEY NOT = "00"
                      PERFORM 0290-NEW-FILE-FAILED
                  ELSE
                      MOVE "CONVERTED" TO FC-STATUS (FC-IDX)
                      MOVE "N" TO WS-EOF-SWITCH
                      PERFORM UNTIL ENDOFFILE
                          READ GARNORDERS NEXT RECORD
                              AT END SET ENDOFFILE TO TRUE
                          END-READ
                          IF NOT ENDOFFILE
                              MOVE GO-EMPID TO WS-OLD-EMPID
                              MOVE GO-LASTNAME TO WS-OLD-LASTNAME
                              MOVE GO-FIRSTNAME TO WS-OLD-FIRSTNAME
                              PERFORM 0200-REKEY-EMPID
                              MOVE WS-NEW-EMPID TO GO-EMPID
                              WRITE NGO-RECORD FROM GO-RECORD
                                  INVALID KEY
                                      ADD 1 TO FC-ERRORS (FC-IDX)
                                      DISPLAY "GARNORD DUPLICATE KEY "
                                          "AFTER CONVERSION: "
                                          GO-EMPID " " GO-CASE-NUMBER
                              END-WRITE
                          END-IF
                      END-PERFORM
                      CLOSE NEWGARNORDERS
                  END-IF
                  CLOSE GARNORDERS
              END-IF.
           0340-END.

      * A SPLIT LINE WHOSE EMPLOYEE KEY IS NOT NUMERIC IS SKIPPED BY
      * THE PAY RUN ANYWAY AND IS COPIED AS IT IS.
           0350-REKEY-LABSPLIT.
              SET FC-IDX TO 6.
              OPEN INPUT LABSPLIT.
              IF LS-CHECK-KEY = "00"
                  OPEN OUTPUT NEWLABSPLIT
                  IF NLS-CHECK-KEY NOT = "00"
                      PERFORM 0290-NEW-FILE-FAILED
                  ELSE
                      MOVE "CONVERTED" TO FC-STATUS (FC-IDX)
                      MOVE "N" TO WS-EOF-SWITCH
                      PERFORM UNTIL ENDOFFILE
                          READ LABSPLIT
                              AT END SET ENDOFFILE TO TRUE
                          END-READ
                          IF NOT ENDOFFILE
                              IF LS-EMPID NUMERIC
                                  MOVE LS-EMPID TO WS-OLD-EMPID
                                  MOVE SPACES TO WS-OLD-LASTNAME,
                                      WS-OLD-FIRSTNAME
                                  PERFORM 0200-REKEY-EMPID
                                  MOVE WS-NEW-EMPID TO LS-EMPID
                              ELSE
                                  ADD 1 TO FC-READ (FC-IDX),
                                      FC-UNCHANGED (FC-IDX)
                              END-IF
                              WRITE NLS-RECORD FROM LS-RECORD
                          END-IF
                      END-PERFORM
                      CLOSE NEWLABSPLIT
                  END-IF
                  CLOSE LABSPLIT
              END-IF.
           0350-END.

      * ONLY THE "E" RECORDS CARRY AN EMPLOYEE KEY; THE BRACKET,
      * RETIREMENT AND DEPARTMENT RECORDS ARE COPIED AS THEY ARE.
           0360-REKEY-DEDRATES.
              SET FC-IDX TO 7.
              OPEN INPUT DEDRATES.
              IF DED-CHECK-KEY = "00"
                  OPEN OUTPUT NEWDEDRATES
                  IF NDED-CHECK-KEY NOT = "00"
                      PERFORM 0290-NEW-FILE-FAILED
                  ELSE
                      MOVE "CONVERTED" TO FC-STATUS (FC-IDX)
                      MOVE "N" TO WS-EOF-SWITCH
                      PERFORM UNTIL ENDOFFILE
                          READ DEDRATES
                              AT END SET ENDOFFILE TO TRUE
                          END-READ
                          IF NOT ENDOFFILE
                              IF DED-REC-TYPE = "E"
                                  AND DED-EMP-ID NUMERIC
                                  MOVE DED-EMP-ID TO WS-OLD-EMPID
                                  MOVE SPACES TO WS-OLD-LASTNAME,
                                      WS-OLD-FIRSTNAME
                                  PERFORM 0200-REKEY-EMPID
                                  MOVE WS-NEW-EMPID TO DED-EMP-ID
                              ELSE
                                  ADD 1 TO FC-READ (FC-IDX),
                                      FC-UNCHANGED (FC-IDX)
                              END-IF
                              WRITE NDED-RECORD FROM DED-RECORD
                          END-IF
                      END-PERFORM
                      CLOSE NEWDEDRATES
                  END-IF
                  CLOSE DEDRATES
              END-IF.
           0360-END.

      * THE REGISTER IS KEYED ON CHECK NUMBER, SO ONLY THE PAYEE'S
      * KEY CHANGES AND NO DUPLICATE CAN ARISE.
           0370-REKEY-CHKREG.
              SET FC-IDX TO 8.
              OPEN INPUT CHKREGISTER.
              IF CR-CHECK-KEY = "00"
                  OPEN OUTPUT NEWCHKREGISTER
                  IF NCR-CHECK-KEY NOT = "00"
                      PERFORM 0290-NEW-FILE-FAILED
                  ELSE
                      MOVE "CONVERTED" TO FC-STATUS (FC-IDX)
                      MOVE "N" TO WS-EOF-SWITCH
                      PERFORM UNTIL ENDOFFILE
                          READ CHKREGISTER NEXT RECORD
                              AT END SET ENDOFFILE TO TRUE
                          END-READ
                          IF NOT ENDOFFILE
                              MOVE CR-EMPID TO WS-OLD-EMPID
                              MOVE CR-LASTNAME TO WS-OLD-LASTNAME
                              MOVE CR-FIRSTNAME TO WS-OLD-FIRSTNAME
                              PERFORM 0200-REKEY-EMPID
                              MOVE WS-NEW-EMPID TO CR-EMPID
                              WRITE NCR-RECORD FROM CR-RECORD
                                  INVALID KEY
                                      ADD 1 TO FC-ERRORS (FC-IDX)
                                      DISPLAY "CHKREG WRITE FAILED: "
                                          "CHECK " CR-CHECK-NUMBER
                              END-WRITE
                          END-IF
                      END-PERFORM
                      CLOSE NEWCHKREGISTER
                  END-IF
                  CLOSE CHKREGISTER
              END-IF.
           0370-END.

      * THE IMAGES ARE CONVERTED WITHOUT COUNTING - THE RECORD IS
      * COUNTED ONCE, ON ITS OWN KEY.
           0380-REKEY-BNKAUDIT.
              SET FC-IDX TO 9.
              OPEN INPUT BNKAUDIT.
              IF BA-CHECK-KEY = "00"
                  OPEN OUTPUT NEWBNKAUDIT
                  IF NBA-CHECK-KEY NOT = "00"
                      PERFORM 0290-NEW-FILE-FAILED
                  ELSE
                      MOVE "CONVERTED" TO FC-STATUS (FC-IDX)
                      MOVE "N" TO WS-EOF-SWITCH
                      PERFORM UNTIL ENDOFFILE
                          READ BNKAUDIT
                              AT END SET ENDOFFILE TO TRUE
                          END-READ
                          IF NOT ENDOFFILE
                              MOVE SPACES TO WS-OLD-LASTNAME,
                                  WS-OLD-FIRSTNAME
                              MOVE BA-EMPID TO WS-OLD-EMPID
                              PERFORM 0200-REKEY-EMPID
                              MOVE WS-NEW-EMPID TO BA-EMPID
                              IF BA-BEFORE-EMPID NUMERIC
                                  MOVE BA-BEFORE-EMPID-N
                                      TO WS-OLD-EMPID
                                  PERFORM 0385-REKEY-IMAGE
                                  MOVE WS-NEW-EMPID
                                      TO BA-BEFORE-EMPID-N
                              END-IF
                              IF BA-AFTER-EMPID NUMERIC
                                  MOVE BA-AFTER-EMPID-N
                                      TO WS-OLD-EMPID
                                  PERFORM 0385-REKEY-IMAGE
                                  MOVE WS-NEW-EMPID
                                      TO BA-AFTER-EMPID-N
                              END-IF
                              WRITE NBA-RECORD FROM BA-RECORD
                          END-IF
                      END-PERFORM
                      CLOSE NEWBNKAUDIT
                  END-IF
                  CLOSE BNKAUDIT
              END-IF.
           0380-END.

           0385-REKEY-IMAGE.
              PERFORM 0200-REKEY-EMPID.
              SUBTRACT 1 FROM FC-READ (FC-IDX).
              EVALUATE TRUE
                  WHEN REKEY-FAILED
                      SUBTRACT 1 FROM FC-ERRORS (FC-IDX)
                  WHEN WS-NEW-EMPID NOT = WS-OLD-EMPID
                      SUBTRACT 1 FROM FC-REKEYED (FC-IDX)
                  WHEN OTHER
                      SUBTRACT 1 FROM FC-UNCHANGED (FC-IDX)
              END-EVALUATE.
           0385-END.

           0800-PRINT-SUMMARY.
              WRITE RKY-REPORT-LINE FROM WS-RPT-BLANK-LINE.
              MOVE "NEW EMPLOYEE NUMBERS GIVEN OUT"
                  TO RPT-COUNT-LABEL.
              MOVE WS-XR-ASSIGNED TO RPT-COUNT-OUT.
              WRITE RKY-REPORT-LINE FROM WS-RPT-COUNT-LINE.
              WRITE RKY-REPORT-LINE FROM WS-RPT-BLANK-LINE.
              WRITE RKY-REPORT-LINE FROM WS-RPT-SUMMARY-HEADING.
              PERFORM VARYING FC-IDX FROM 1 BY 1 UNTIL FC-IDX > 9
                  MOVE FC-NAME (FC-IDX) TO RPT-S-NAME
                  MOVE FC-STATUS (FC-IDX) TO RPT-S-STATUS
                  MOVE FC-READ (FC-IDX) TO RPT-S-READ
                  MOVE FC-REKEYED (FC-IDX) TO RPT-S-REKEYED
                  MOVE FC-UNCHANGED (FC-IDX) TO RPT-S-UNCHANGED
                  MOVE FC-ERRORS (FC-IDX) TO RPT-S-ERRORS
                  WRITE RKY-REPORT-LINE FROM WS-RPT-SUMMARY-LINE
                  ADD FC-ERRORS (FC-IDX) TO WS-TOTAL-ERRORS
              END-PERFORM.
              WRITE RKY-REPORT-LINE FROM WS-RPT-BLANK-LINE.
              IF WS-TOTAL-ERRORS = ZERO
                  MOVE "CONVERSION CLEAN - NEW FILES MAY REPLACE OLD"
                      TO WS-RPT-TEXT-LINE
              ELSE
                  MOVE "ERRORS FOUND - DO NOT REPLACE THE OLD FILES"
                      TO WS-RPT-TEXT-LINE
              END-IF.
              WRITE RKY-REPORT-LINE FROM WS-RPT-TEXT-LINE.
           0800-END.

           0900-END-PROGRAM.
            CLOSE EMPXREF, REKEYRPT.
            DISPLAY "NEW EMPLOYEE NUMBERS GIVEN OUT: ", WS-XR-ASSIGNED.
            DISPLAY "CONVERSION ERRORS: ", WS-TOTAL-ERRORS.
            STOP RUN.

       END PROGRAM Emp-Rekey.

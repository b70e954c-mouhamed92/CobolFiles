       IDENTIFICATION DIVISION.

       PROGRAM-ID. Emp-Timecard.

      * TIMECARD EDIT AND APPROVAL FOR THE PAY PERIOD ON THE PERIOD
      * CONTROL FILE. THE HOURS PAID BY Emp-Pay USED TO BE THE
      * HOURSWORKED FIGURE FROZEN ON THE EMPLOYEE MASTER; THEY NOW
      * COME FROM THE DAILY CARDS ON TIMECARD.DAT, AND ONLY FROM
      * CARDS THAT PASS THIS PROGRAM. THE CHECKS ON EACH CARD:
      *   - THE EMPLOYEE IS ON THE EMPLOYEE FILE THE PAYROLL RUN
      *     READS (EMPFILE.DAT OR EMPLOYEES.NEW PER INPUT_MODE)
      *   - THE WORK DATE IS A REAL DATE INSIDE PC-PERIOD-START /
      *     PC-PERIOD-END
      *   - THE HOURS ARE NUMERIC, THE DAY CARRIES SOME HOURS AND
      *     NOT MORE THAN A BELIEVABLE DAY (TC_MAX_DAILY_HOURS,
      *     DEFAULT 16)
      *   - OTHER PAID HOURS CARRY A VALID LEAVE CODE
      *   - THE SUPERVISOR WHO APPROVED THE CARD IS NAMED ON IT
      *   - NO EARLIER CARD FOR THE SAME EMPLOYEE AND DATE WAS
      *     ALREADY APPROVED (THE SECOND CARD IS THE DUPLICATE)
      *   - A TERMINATED EMPLOYEE WORKED NO LATER THAN THE
      *     TERMINATION DATE.
      * REJECTED CARDS GO ON TCREJ.LPT. EVERY EMPLOYEE WITH NO
      * APPROVED CARD AT ALL GOES ON THE MISSING-TIMECARD LISTING
      * TCMISS.LPT - Emp-Pay WILL NOT PAY THEM UNTIL CARDS ARE IN.
      *
      * THE APPROVED HOURS ARE TOTALLED PER EMPLOYEE ONTO
      * TCAPPR.DAT IN EMPLOYEE ORDER, BEHIND A HEADER NAMING THE
      * PERIOD THEY WERE APPROVED FOR. Emp-Pay REFUSES TO RUN
      * AGAINST TOTALS APPROVED FOR ANY OTHER PERIOD. THE PROGRAM
      * MAY BE RUN AS OFTEN AS NEEDED WHILE CARDS ARE CORRECTED -
      * EACH RUN REBUILDS THE TOTALS FROM THE WHOLE CARD FILE.
      *
      * THE CARDS ARE SORTED INTO EMPLOYEE/DATE ORDER AND MATCHED
      * AGAINST THE EMPLOYEE FILE, WHICH IS ALREADY IN KEY ORDER
      * (EMPFILE.DAT IS EXTRACTED FROM THE INDEXED MASTER,
      * EMPLOYEES.NEW IS IN EMPLOYEE NUMBER ORDER). NOTHING IS
      * TABLED, SO NO POPULATION SIZE CAN OVERFLOW THE RUN.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PERIODCTL ASSIGN TO DYNAMIC WS-PERIODCTL-PATH
            FILE STATUS IS PCT-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TIMECARDS ASSIGN TO DYNAMIC WS-TIMECARD-PATH
            FILE STATUS IS TC-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SORTEDCARDS ASSIGN TO DYNAMIC WS-TCSORTED-PATH
            FILE STATUS IS TCS-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TCSORTWORK ASSIGN TO "TCWORK.TMP".

            SELECT EMPLOYEFILE ASSIGN TO DYNAMIC WS-EMPFILE-PATH
            FILE STATUS IS FILE-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MERGEDFILE ASSIGN TO DYNAMIC WS-MERGEDFILE-PATH
            FILE STATUS IS FILE-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TCAPPROVED ASSIGN TO DYNAMIC WS-TCAPPR-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TCREJRPT ASSIGN TO DYNAMIC WS-TCREJ-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT TCMISSRPT ASSIGN TO DYNAMIC WS-TCMISS-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODCTL.
       01 PC-CONTROL-REC.
           05 PC-PERIOD-START PIC 9(8).
           05 PC-PERIOD-END   PIC 9(8).
           05 PC-STATUS       PIC X(6).
           05 PC-RUN-NUMBER   PIC 9(5).
           05 PC-RERUN-AUTH   PIC X.
           05 FILLER          PIC X(52).

      * DAILY TIMECARD. ONE CARD PER EMPLOYEE PER WORKED DAY, HOURS
      * IN WHOLE HOURS - THE SAME GRANULARITY THE PAYROLL RUN HAS
      * ALWAYS PAID. THE EMPLOYEE KEY IS THE ONE THE PAYROLL RUN
      * KEYS ON (THE 7-DIGIT EMPID RIGHT-JUSTIFIED, OR THE
      * PERMANENT EMPLOYEE NUMBER IN MERGED MODE). OTHER PAID HOURS
      * ARE PAID AT STRAIGHT TIME AND CARRY A CODE SAYING WHAT THEY
      * WERE:
      *   "V" VACATION   "S" SICK   "H" HOLIDAY
      *   "P" OTHER PAID LEAVE (JURY DUTY, BEREAVEMENT ...)
       FD TIMECARDS.
       01 TC-RECORD.
           02 TC-EMPID        PIC X(9).
           02 TC-EMPID-N REDEFINES TC-EMPID PIC 9(9).
           02 TC-WORK-DATE    PIC X(8).
           02 TC-WORK-DATE-N REDEFINES TC-WORK-DATE PIC 9(8).
           02 TC-WORK-DATE-D REDEFINES TC-WORK-DATE.
               03 TC-WORK-YEAR    PIC 9(4).
               03 TC-WORK-MONTH   PIC 9(2).
               03 TC-WORK-DAY     PIC 9(2).
           02 TC-REG-HOURS    PIC X(2).
           02 TC-REG-HOURS-N REDEFINES TC-REG-HOURS PIC 9(2).
           02 TC-OT-HOURS     PIC X(2).
           02 TC-OT-HOURS-N REDEFINES TC-OT-HOURS PIC 9(2).
           02 TC-OTHER-HOURS  PIC X(2).
           02 TC-OTHER-HOURS-N REDEFINES TC-OTHER-HOURS PIC 9(2).
           02 TC-OTHER-CODE   PIC X.
           02 TC-APPROVER     PIC X(8).
           02 FILLER          PIC X(8).

      * THE SORTED COPY OF THE CARDS - SAME LAYOUT, FIELD FOR FIELD.
       FD SORTEDCARDS.
       01 TCS-RECORD.
           02 TCS-EMPID       PIC X(9).
           02 TCS-EMPID-N REDEFINES TCS-EMPID PIC 9(9).
           02 TCS-WORK-DATE   PIC X(8).
           02 TCS-WORK-DATE-N REDEFINES TCS-WORK-DATE PIC 9(8).
           02 TCS-WORK-DATE-D REDEFINES TCS-WORK-DATE.
               03 TCS-WORK-YEAR   PIC 9(4).
               03 TCS-WORK-MONTH  PIC 9(2).
               03 TCS-WORK-DAY    PIC 9(2).
           02 TCS-REG-HOURS   PIC X(2).
           02 TCS-REG-HOURS-N REDEFINES TCS-REG-HOURS PIC 9(2).
           02 TCS-OT-HOURS    PIC X(2).
           02 TCS-OT-HOURS-N REDEFINES TCS-OT-HOURS PIC 9(2).
           02 TCS-OTHER-HOURS PIC X(2).
           02 TCS-OTHER-HOURS-N REDEFINES TCS-OTHER-HOURS PIC 9(2).
           02 TCS-OTHER-CODE  PIC X.
           02 TCS-APPROVER    PIC X(8).
           02 FILLER          PIC X(8).

       SD TCSORTWORK.
       01 TSW-RECORD.
           02 TSW-EMPID       PIC X(9).
           02 TSW-WORK-DATE   PIC X(8).
           02 FILLER          PIC X(23).

      * THE EMPLOYEE FILES BELOW MUST STAY IN STEP WITH THE
      * EMPDETAILS AND MG-RECORD LAYOUTS IN Emp-Pay.
       FD EMPLOYEFILE.
       01 EMPDETAILS.
           02 EMPDATA    PIC   X(44).
           02 EMPINFO   REDEFINES EMPDATA.
             04 EMPID    PIC   9(7).
             04 EMPNAME.
                 05 LASTNAME    PIC  X(10).
                 05 FIRSTNAME   PIC  X(10).
             04 STARTDATE.
                 05 START-YEAR   PIC  9(4).
                 05 START-MONTH  PIC  9(2).
                 05 START-DAY    PIC  9(2).
             04 HOURSWORKED      PIC  9(3).
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
           02 MG-SSN          PIC   9(9).
           02 MG-LASTNAME     PIC   X(10).
           02 MG-FIRSTNAME    PIC   X(10).
           02 MG-EXTRA-INFO.
             04 MG-DEPT-CODE     PIC X(10).
             04 MG-HOURSWORKED   PIC 9(3).
             04 MG-HOURLYRATE    PIC 9(3)V99.
           02 MG-SOURCE       PIC   X(4).
           02 MG-EMPNO        PIC   9(9).

      * APPROVED TIMECARD TOTALS READ BY Emp-Pay. ONE "H" HEADER
      * NAMING THE PERIOD THE CARDS WERE APPROVED FOR, THEN ONE "D"
      * DETAIL PER EMPLOYEE IN EMPLOYEE ORDER. THE VACATION AND
      * SICK HOURS ARE THE PART OF THE OTHER PAID HOURS TAKEN AS
      * THOSE KINDS OF LEAVE.
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

       FD TCREJRPT.
       01 TCR-REPORT-LINE PIC X(100).

       FD TCMISSRPT.
       01 TCM-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FILE-PATHS.
           05 WS-PERIODCTL-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/PAYPERIOD.DAT".
           05 WS-TIMECARD-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/TIMECARD.DAT".
           05 WS-TCSORTED-PATH    PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/TCSORTED.TMP".
           05 WS-EMPFILE-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/EMPFILE.DAT".
           05 WS-MERGEDFILE-PATH  PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/EMPLOYEES.NEW".
           05 WS-TCAPPR-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/TCAPPR.DAT".
           05 WS-TCREJ-PATH       PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/TCREJ.LPT".
           05 WS-TCMISS-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/TCMISS.LPT".

       01 WS-ENV-VALUE            PIC X(100).

       01 WS-INPUT-MODE           PIC X(10) VALUE "LEGACY".
           88 MERGED-MODE         VALUE "MERGED".
           88 LEGACY-MODE         VALUE "LEGACY".

       01 WS-WORK-AREA.
           05 PCT-CHECK-KEY      PIC X(2).
           05 TC-CHECK-KEY       PIC X(2).
           05 TCS-CHECK-KEY      PIC X(2).
           05 FILE-CHECK-KEY     PIC X(2).

       01 WS-EMP-EOF-SWITCH       PIC X VALUE "N".
           88 EMP-ENDOFFILE       VALUE "Y".

       01 WS-CARD-EOF-SWITCH      PIC X VALUE "N".
           88 CARD-ENDOFFILE      VALUE "Y".

       01 WS-PERIOD-START         PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-END           PIC 9(8) VALUE ZERO.

       01 WS-MAX-DAILY-HOURS      PIC 9(2) VALUE 16.

      * THE EMPLOYEE CURRENTLY BEING MATCHED, AND THE KEY OF THE
      * ONE BEFORE IT FOR THE SEQUENCE CHECK - A FILE OUT OF KEY
      * ORDER WOULD SEND GOOD CARDS TO THE REJECT LISTING.
       01 WS-EMP-CURRENT.
           05 WS-EMP-KEY         PIC 9(9).
           05 WS-EMP-LASTNAME    PIC X(10).
           05 WS-EMP-FIRSTNAME   PIC X(10).
           05 WS-EMP-DEPARTMENT  PIC X(30).
           05 WS-EMP-PAYCLASS    PIC X.
               88 EMP-SALARIED       VALUE "S".
           05 WS-EMP-TERMDATE    PIC 9(8).
               88 EMP-NOT-TERMINATED VALUE ZERO.
       01 WS-PREV-EMP-KEY         PIC 9(9) VALUE ZERO.

      * APPROVED HOURS FOR THE CURRENT EMPLOYEE SO FAR.
       01 WS-EMP-TOTALS.
           05 WS-EMP-REG-HOURS   PIC 9(3).
           05 WS-EMP-OT-HOURS    PIC 9(3).
           05 WS-EMP-OTHER-HOURS PIC 9(3).
           05 WS-EMP-VAC-HOURS   PIC 9(3).
           05 WS-EMP-SICK-HOURS  PIC 9(3).
           05 WS-EMP-DAYS        PIC 9(3).

      * THE LAST CARD APPROVED - THE CARDS ARRIVE IN EMPLOYEE/DATE
      * ORDER, SO A SECOND CARD FOR THE SAME DAY FOLLOWS AT ONCE.
       01 WS-LAST-APPROVED.
           05 WS-LAST-APP-EMPID  PIC 9(9) VALUE ZERO.
           05 WS-LAST-APP-DATE   PIC 9(8) VALUE ZERO.

       01 WS-CARD-HOURS           PIC 9(3).

       01 WS-REJECT-SWITCH        PIC X VALUE "N".
           88 CARD-REJECTED       VALUE "Y".
       01 WS-REJECT-REASON        PIC X(30).

       01 WS-CARD-READ-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-CARD-APPROVED-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-CARD-REJECT-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-EMP-APPROVED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-EMP-MISSING-COUNT    PIC 9(5) VALUE ZERO.

       01 WS-TCR-HEADING-1.
           05 FILLER PIC X(50) VALUE
              "TIMECARD EDIT - REJECTED CARDS   PERIOD: ".
           05 TCR-PERIOD-START   PIC 9(8).
           05 FILLER             PIC X(3) VALUE " - ".
           05 TCR-PERIOD-END     PIC 9(8).

       01 WS-TCR-HEADING-2.
           05 FILLER PIC X(12) VALUE "EMPID".
           05 FILLER PIC X(11) VALUE "WORK DATE".
           05 FILLER PIC X(5)  VALUE "REG".
           05 FILLER PIC X(5)  VALUE "OT".
           05 FILLER PIC X(8)  VALUE "OTHER".
           05 FILLER PIC X(10) VALUE "APPROVER".
           05 FILLER PIC X(30) VALUE "REASON".

       01 WS-TCR-DETAIL-LINE.
           05 TCR-EMPID-OUT      PIC X(9).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 TCR-DATE-OUT       PIC X(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 TCR-REG-OUT        PIC X(2).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 TCR-OT-OUT         PIC X(2).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 TCR-OTHER-OUT      PIC X(2).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 TCR-CODE-OUT       PIC X.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 TCR-APPROVER-OUT   PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 TCR-REASON-OUT     PIC X(30).

       01 WS-TCM-HEADING-1.
           05 FILLER PIC X(50) VALUE
              "MISSING TIMECARDS   PERIOD: ".
           05 TCM-PERIOD-START   PIC 9(8).
           05 FILLER             PIC X(3) VALUE " - ".
           05 TCM-PERIOD-END     PIC 9(8).

       01 WS-TCM-HEADING-2.
           05 FILLER PIC X(11) VALUE "EMPID".
           05 FILLER PIC X(12) VALUE "LAST NAME".
           05 FILLER PIC X(12) VALUE "FIRST NAME".
           05 FILLER PIC X(30) VALUE "DEPARTMENT".

       01 WS-TCM-DETAIL-LINE.
           05 TCM-EMPID-OUT      PIC 9(9).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 TCM-LASTNAME-OUT   PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 TCM-FIRSTNAME-OUT  PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 TCM-DEPT-OUT       PIC X(30).

       01 WS-TC-COUNT-LINE.
           05 TC-COUNT-LABEL     PIC X(30).
           05 TC-COUNT-OUT       PIC Z,ZZZ,ZZ9.

       01 WS-TC-BLANK-LINE       PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           0090-INIT-FILE-PATHS.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PERIODCTL_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-PERIODCTL-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TIMECARD_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-TIMECARD-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TCSORTED_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-TCSORTED-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EMPFILE_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-EMPFILE-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MERGEDFILE_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-MERGEDFILE-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "INPUT_MODE".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-INPUT-MODE
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TCAPPR_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-TCAPPR-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TCREJ_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-TCREJ-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TCMISS_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-TCMISS-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
                 "TC_MAX_DAILY_HOURS".
             IF WS-ENV-VALUE NOT = SPACES
                 COMPUTE WS-MAX-DAILY-HOURS =
                     FUNCTION NUMVAL(WS-ENV-VALUE)
             END-IF.
           0090-END.

      * CARDS ARE ONLY APPROVED AGAINST A PERIOD THAT HAS NOT BEEN
      * PAID - ONCE Emp-Pay HAS RUN, THE TOTALS IT PAID FROM MUST
      * STAY EXACTLY AS THEY WERE. AN AUTHORIZED RERUN OPENS THE
      * PERIOD UP AGAIN FOR CORRECTED CARDS.
           0095-READ-PERIOD-CONTROL.
             OPEN INPUT PERIODCTL.
             IF PCT-CHECK-KEY NOT = "00"
                 DISPLAY "PERIOD CONTROL FILE NOT AVAILABLE: ",
                     PCT-CHECK-KEY, " - TIMECARDS WILL NOT BE EDITED"
                 STOP RUN
             END-IF.
             READ PERIODCTL
                 AT END CONTINUE
             END-READ.
             IF PCT-CHECK-KEY NOT = "00"
                 DISPLAY "PERIOD CONTROL RECORD MISSING - ",
                     "TIMECARDS WILL NOT BE EDITED"
                 CLOSE PERIODCTL
                 STOP RUN
             END-IF.
             IF (PC-STATUS = "PAID" OR PC-STATUS = "CLOSED")
                 AND PC-RERUN-AUTH NOT = "Y"
                 DISPLAY "PAY PERIOD " PC-PERIOD-START " - "
                     PC-PERIOD-END " IS ALREADY " PC-STATUS
                 DISPLAY "TIMECARDS WILL NOT BE RE-APPROVED WITHOUT ",
                     "RERUN AUTHORIZATION ON THE PERIOD CONTROL FILE"
                 CLOSE PERIODCTL
                 STOP RUN
             END-IF.
             MOVE PC-PERIOD-START TO WS-PERIOD-START.
             MOVE PC-PERIOD-END TO WS-PERIOD-END.
             CLOSE PERIODCTL.
           0095-END.

           0100-EDIT-TIMECARDS.
             SORT TCSORTWORK
                 ON ASCENDING KEY TSW-EMPID TSW-WORK-DATE
                 USING TIMECARDS
                 GIVING SORTEDCARDS.
             IF SORT-RETURN NOT = ZERO
                 DISPLAY "ERR: TIMECARD SORT FAILED: ", SORT-RETURN,
                     " FILE STATUS ", TC-CHECK-KEY
                 STOP RUN
             END-IF.

             OPEN OUTPUT TCREJRPT.
             OPEN OUTPUT TCMISSRPT.
             OPEN OUTPUT TCAPPROVED.
             OPEN INPUT SORTEDCARDS.
             IF TCS-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR SORTED TIMECARDS: ",
                     TCS-CHECK-KEY
                 GO TO 0900-END-PROGRAM
             END-IF.
             IF MERGED-MODE
                 OPEN INPUT MERGEDFILE
             ELSE
                 OPEN INPUT EMPLOYEFILE
             END-IF.
             IF FILE-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: OPEN FILE ERROR EMPLOYEE FILE: ",
                     FILE-CHECK-KEY
                 CLOSE SORTEDCARDS
                 GO TO 0900-END-PROGRAM
             END-IF.

             MOVE WS-PERIOD-START TO TCR-PERIOD-START.
             MOVE WS-PERIOD-END TO TCR-PERIOD-END.
             MOVE WS-TCR-HEADING-1 TO TCR-REPORT-LINE.
             WRITE TCR-REPORT-LINE.
             MOVE WS-TCR-HEADING-2 TO TCR-REPORT-LINE.
             WRITE TCR-REPORT-LINE.
             MOVE WS-TC-BLANK-LINE TO TCR-REPORT-LINE.
             WRITE TCR-REPORT-LINE.

             MOVE WS-PERIOD-START TO TCM-PERIOD-START.
             MOVE WS-PERIOD-END TO TCM-PERIOD-END.
             MOVE WS-TCM-HEADING-1 TO TCM-REPORT-LINE.
             WRITE TCM-REPORT-LINE.
             MOVE WS-TCM-HEADING-2 TO TCM-REPORT-LINE.
             WRITE TCM-REPORT-LINE.
             MOVE WS-TC-BLANK-LINE TO TCM-REPORT-LINE.
             WRITE TCM-REPORT-LINE.

             MOVE SPACES TO TA-RECORD.
             MOVE "H" TO TA-REC-TYPE.
             MOVE WS-PERIOD-START TO TA-PERIOD-START.
             MOVE WS-PERIOD-END TO TA-PERIOD-END.
             WRITE TA-RECORD.

             PERFORM 0150-READ-NEXT-EMP.
             PERFORM 0160-READ-NEXT-CARD.
             PERFORM 0200-MATCH-STEP
                 UNTIL EMP-ENDOFFILE AND CARD-ENDOFFILE.

             IF MERGED-MODE
                 CLOSE MERGEDFILE
             ELSE
                 CLOSE EMPLOYEFILE
             END-IF.
             CLOSE SORTEDCARDS.
             PERFORM 0800-PRINT-TOTALS.
             PERFORM 0900-END-PROGRAM.
           0100-END.

           0150-READ-NEXT-EMP.
              IF MERGED-MODE
                  READ MERGEDFILE
                      AT END SET EMP-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT EMP-ENDOFFILE
                      MOVE MG-EMPNO TO WS-EMP-KEY
                      MOVE MG-LASTNAME TO WS-EMP-LASTNAME
                      MOVE MG-FIRSTNAME TO WS-EMP-FIRSTNAME
                      MOVE SPACES TO WS-EMP-DEPARTMENT
                      STRING MG-SOURCE DELIMITED BY SIZE
                             "-" DELIMITED BY SIZE
                             MG-DEPT-CODE DELIMITED BY SPACE
                          INTO WS-EMP-DEPARTMENT
                      END-STRING
                      MOVE "H" TO WS-EMP-PAYCLASS
                      MOVE ZERO TO WS-EMP-TERMDATE
                  END-IF
              ELSE
                  READ EMPLOYEFILE
                      AT END SET EMP-ENDOFFILE TO TRUE
                  END-READ
                  IF NOT EMP-ENDOFFILE
                      MOVE EMPID TO WS-EMP-KEY
                      MOVE LASTNAME TO WS-EMP-LASTNAME
                      MOVE FIRSTNAME TO WS-EMP-FIRSTNAME
                      MOVE DEPARTMENT TO WS-EMP-DEPARTMENT
                      MOVE PAYCLASS TO WS-EMP-PAYCLASS
                      IF EMPSTATUS = "T" AND TERMDATE NUMERIC
                          MOVE TERMDATE TO WS-EMP-TERMDATE
                      ELSE
                          MOVE ZERO TO WS-EMP-TERMDATE
                      END-IF
                  END-IF
              END-IF.
              IF NOT EMP-ENDOFFILE
                  IF WS-EMP-KEY < WS-PREV-EMP-KEY
                      DISPLAY "EMPLOYEE FILE OUT OF KEY SEQUENCE AT "
                          WS-EMP-KEY " - TIMECARDS NOT APPROVED"
      * THE HEADER AND SOME CARDS ARE ALREADY OUT.  START THE FILE
      * AGAIN SO 0900 LEAVES IT EMPTY AND Emp-Pay REFUSES IT.
                      CLOSE TCAPPROVED
                      OPEN OUTPUT TCAPPROVED
                      GO TO 0900-END-PROGRAM
                  END-IF
                  MOVE WS-EMP-KEY TO WS-PREV-EMP-KEY
                  MOVE ZERO TO WS-EMP-TOTALS
              END-IF.
           0150-END.

           0160-READ-NEXT-CARD.
              READ SORTEDCARDS
                  AT END SET CARD-ENDOFFILE TO TRUE
              END-READ.
              IF NOT CARD-ENDOFFILE
                  ADD 1 TO WS-CARD-READ-COUNT
              END-IF.
           0160-END.

      * ONE STEP OF THE EMPLOYEE/CARD MATCH. A CARD KEYED BELOW THE
      * CURRENT EMPLOYEE BELONGS TO NOBODY ON FILE; AN EMPLOYEE
      * KEYED BELOW THE CURRENT CARD HAS HAD ALL THE CARDS IT IS
      * GOING TO GET. A CARD WITH A NON-NUMERIC EMPLOYEE KEY NEVER
      * MATCHES AND IS REJECTED ON ITS OWN EDITS.
           0200-MATCH-STEP.
              EVALUATE TRUE
                  WHEN EMP-ENDOFFILE
                      PERFORM 0220-CARD-WITHOUT-EMPLOYEE
                  WHEN CARD-ENDOFFILE
                      PERFORM 0230-FINISH-EMPLOYEE
                  WHEN TCS-EMPID NOT NUMERIC
                      PERFORM 0220-CARD-WITHOUT-EMPLOYEE
                  WHEN TCS-EMPID-N < WS-EMP-KEY
                      PERFORM 0220-CARD-WITHOUT-EMPLOYEE
                  WHEN TCS-EMPID-N = WS-EMP-KEY
                      PERFORM 0210-APPLY-CARD
                  WHEN OTHER
                      PERFORM 0230-FINISH-EMPLOYEE
              END-EVALUATE.
           0200-END.

           0205-EDIT-CARD.
              MOVE "N" TO WS-REJECT-SWITCH.
              MOVE SPACES TO WS-REJECT-REASON.
              EVALUATE TRUE
                  WHEN TCS-EMPID NOT NUMERIC
                      SET CARD-REJECTED TO TRUE
                      MOVE "EMPID NOT NUMERIC" TO WS-REJECT-REASON
                  WHEN TCS-EMPID-N = ZERO
                      SET CARD-REJECTED TO TRUE
                      MOVE "EMPID IS ALL ZEROS" TO WS-REJECT-REASON
                  WHEN TCS-WORK-DATE NOT NUMERIC
                      SET CARD-REJECTED TO TRUE
                      MOVE "WORK DATE NOT NUMERIC" TO WS-REJECT-REASON
                  WHEN FUNCTION TEST-DATE-YYYYMMDD (TCS-WORK-DATE-N)
                      NOT = ZERO
                      SET CARD-REJECTED TO TRUE
                      MOVE "WORK DATE IS INVALID" TO WS-REJECT-REASON
                  WHEN TCS-WORK-DATE-N < WS-PERIOD-START
                      OR TCS-WORK-DATE-N > WS-PERIOD-END
                      SET CARD-REJECTED TO TRUE
                      MOVE "WORK DATE OUTSIDE PAY PERIOD"
                          TO WS-REJECT-REASON
                  WHEN TCS-REG-HOURS NOT NUMERIC
                      OR TCS-OT-HOURS NOT NUMERIC
                      OR TCS-OTHER-HOURS NOT NUMERIC
                      SET CARD-REJECTED TO TRUE
                      MOVE "HOURS NOT NUMERIC" TO WS-REJECT-REASON
                  WHEN TCS-OTHER-HOURS-N NOT = ZERO
                      AND TCS-OTHER-CODE NOT = "V"
                      AND TCS-OTHER-CODE NOT = "S"
                      AND TCS-OTHER-CODE NOT = "H"
                      AND TCS-OTHER-CODE NOT = "P"
                      SET CARD-REJECTED TO TRUE
                      MOVE "OTHER HOURS CODE INVALID"
                          TO WS-REJECT-REASON
                  WHEN TCS-APPROVER = SPACES
                      SET CARD-REJECTED TO TRUE
                      MOVE "CARD NOT APPROVED" TO WS-REJECT-REASON
              END-EVALUATE.
              IF NOT CARD-REJECTED
                  COMPUTE WS-CARD-HOURS = TCS-REG-HOURS-N
                      + TCS-OT-HOURS-N + TCS-OTHER-HOURS-N
                  IF WS-CARD-HOURS = ZERO
                      SET CARD-REJECTED TO TRUE
                      MOVE "NO HOURS ON CARD" TO WS-REJECT-REASON
                  END-IF
                  IF WS-CARD-HOURS > WS-MAX-DAILY-HOURS
                      SET CARD-REJECTED TO TRUE
                      MOVE "DAILY HOURS NOT BELIEVABLE"
                          TO WS-REJECT-REASON
                  END-IF
              END-IF.
           0205-END.

           0210-APPLY-CARD.
              PERFORM 0205-EDIT-CARD.
              IF NOT CARD-REJECTED
                  IF TCS-EMPID-N = WS-LAST-APP-EMPID
                      AND TCS-WORK-DATE-N = WS-LAST-APP-DATE
                      SET CARD-REJECTED TO TRUE
                      MOVE "DUPLICATE CARD FOR WORK DATE"
                          TO WS-REJECT-REASON
                  END-IF
              END-IF.
              IF NOT CARD-REJECTED AND NOT EMP-NOT-TERMINATED
                  AND TCS-WORK-DATE-N > WS-EMP-TERMDATE
                  SET CARD-REJECTED TO TRUE
                  MOVE "WORK DATE AFTER TERMINATION"
                      TO WS-REJECT-REASON
              END-IF.
              IF CARD-REJECTED
                  PERFORM 0260-WRITE-REJECT
              ELSE
                  ADD 1 TO WS-CARD-APPROVED-COUNT
                  ADD 1 TO WS-EMP-DAYS
                  ADD TCS-REG-HOURS-N TO WS-EMP-REG-HOURS
                  ADD TCS-OT-HOURS-N TO WS-EMP-OT-HOURS
                  ADD TCS-OTHER-HOURS-N TO WS-EMP-OTHER-HOURS
                  IF TCS-OTHER-CODE = "V"
                      ADD TCS-OTHER-HOURS-N TO WS-EMP-VAC-HOURS
                  END-IF
                  IF TCS-OTHER-CODE = "S"
                      ADD TCS-OTHER-HOURS-N TO WS-EMP-SICK-HOURS
                  END-IF
                  MOVE TCS-EMPID-N TO WS-LAST-APP-EMPID
                  MOVE TCS-WORK-DATE-N TO WS-LAST-APP-DATE
              END-IF.
              PERFORM 0160-READ-NEXT-CARD.
           0210-END.

      * THE CARD'S OWN EDITS ARE REPORTED FIRST - A CARD THAT IS
      * WRONG IN ITSELF IS NOT ALSO BLAMED ON THE EMPLOYEE FILE.
           0220-CARD-WITHOUT-EMPLOYEE.
              PERFORM 0205-EDIT-CARD.
              IF NOT CARD-REJECTED
                  SET CARD-REJECTED TO TRUE
                  MOVE "EMPID NOT ON EMPLOYEE FILE"
                      TO WS-REJECT-REASON
              END-IF.
              PERFORM 0260-WRITE-REJECT.
              PERFORM 0160-READ-NEXT-CARD.
           0220-END.

      * SALARIED STAFF ARE PAID WITHOUT TIMECARDS AND ONLY TURN IN
      * CARDS FOR LEAVE TAKEN, SO THEY ARE NEVER LISTED AS MISSING.
      * NEITHER IS A LEAVER WHOSE TERMINATION DATE IS BEFORE THE
      * PERIOD - THEY ARE ONLY HERE FOR THE FINAL CHECK.
           0230-FINISH-EMPLOYEE.
              EVALUATE TRUE
                  WHEN WS-EMP-DAYS NOT = ZERO
                      ADD 1 TO WS-EMP-APPROVED-COUNT
                      MOVE SPACES TO TA-RECORD
                      MOVE "D" TO TA-REC-TYPE
                      MOVE WS-EMP-KEY TO TA-EMPID
                      MOVE WS-EMP-REG-HOURS TO TA-REG-HOURS
                      MOVE WS-EMP-OT-HOURS TO TA-OT-HOURS
                      MOVE WS-EMP-OTHER-HOURS TO TA-OTHER-HOURS
                      MOVE WS-EMP-VAC-HOURS TO TA-VAC-HOURS
                      MOVE WS-EMP-SICK-HOURS TO TA-SICK-HOURS
                      MOVE WS-EMP-DAYS TO TA-DAYS
                      WRITE TA-RECORD
                  WHEN EMP-SALARIED
                      CONTINUE
                  WHEN NOT EMP-NOT-TERMINATED
                      AND WS-EMP-TERMDATE < WS-PERIOD-START
                      CONTINUE
                  WHEN OTHER
                      ADD 1 TO WS-EMP-MISSING-COUNT
                      MOVE WS-EMP-KEY TO TCM-EMPID-OUT
                      MOVE WS-EMP-LASTNAME TO TCM-LASTNAME-OUT
                      MOVE WS-EMP-FIRSTNAME TO TCM-FIRSTNAME-OUT
                      MOVE WS-EMP-DEPARTMENT TO TCM-DEPT-OUT
                      MOVE WS-TCM-DETAIL-LINE TO TCM-REPORT-LINE
                      WRITE TCM-REPORT-LINE
              END-EVALUATE.
              PERFORM 0150-READ-NEXT-EMP.
           0230-END.

           0260-WRITE-REJECT.
              ADD 1 TO WS-CARD-REJECT-COUNT.
              MOVE TCS-EMPID TO TCR-EMPID-OUT.
              MOVE TCS-WORK-DATE TO TCR-DATE-OUT.
              MOVE TCS-REG-HOURS TO TCR-REG-OUT.
              MOVE TCS-OT-HOURS TO TCR-OT-OUT.
              MOVE TCS-OTHER-HOURS TO TCR-OTHER-OUT.
              MOVE TCS-OTHER-CODE TO TCR-CODE-OUT.
              MOVE TCS-APPROVER TO TCR-APPROVER-OUT.
              MOVE WS-REJECT-REASON TO TCR-REASON-OUT.
              MOVE WS-TCR-DETAIL-LINE TO TCR-REPORT-LINE.
              WRITE TCR-REPORT-LINE.
           0260-END.

           0800-PRINT-TOTALS.
              MOVE WS-TC-BLANK-LINE TO TCR-REPORT-LINE.
              WRITE TCR-REPORT-LINE.
              MOVE "CARDS READ" TO TC-COUNT-LABEL.
              MOVE WS-CARD-READ-COUNT TO TC-COUNT-OUT.
              MOVE WS-TC-COUNT-LINE TO TCR-REPORT-LINE.
              WRITE TCR-REPORT-LINE.
              MOVE "CARDS APPROVED" TO TC-COUNT-LABEL.
              MOVE WS-CARD-APPROVED-COUNT TO TC-COUNT-OUT.
              MOVE WS-TC-COUNT-LINE TO TCR-REPORT-LINE.
              WRITE TCR-REPORT-LINE.
              MOVE "CARDS REJECTED" TO TC-COUNT-LABEL.
              MOVE WS-CARD-REJECT-COUNT TO TC-COUNT-OUT.
              MOVE WS-TC-COUNT-LINE TO TCR-REPORT-LINE.
              WRITE TCR-REPORT-LINE.
              MOVE WS-TC-BLANK-LINE TO TCM-REPORT-LINE.
              WRITE TCM-REPORT-LINE.
              MOVE "EMPLOYEES WITH NO TIMECARD" TO TC-COUNT-LABEL.
              MOVE WS-EMP-MISSING-COUNT TO TC-COUNT-OUT.
              MOVE WS-TC-COUNT-LINE TO TCM-REPORT-LINE.
              WRITE TCM-REPORT-LINE.
           0800-END.

           0900-END-PROGRAM.
            CLOSE TCAPPROVED, TCREJRPT, TCMISSRPT.
            DISPLAY "TIMECARDS READ       : ", WS-CARD-READ-COUNT.
            DISPLAY "TIMECARDS APPROVED   : ", WS-CARD-APPROVED-COUNT.
            DISPLAY "TIMECARDS REJECTED   : ", WS-CARD-REJECT-COUNT.
            DISPLAY "EMPLOYEES APPROVED   : ", WS-EMP-APPROVED-COUNT.
            DISPLAY "EMPLOYEES MISSING    : ", WS-EMP-MISSING-COUNT.
            STOP RUN.

       END PROGRAM Emp-Timecard.

       IDENTIFICATION DIVISION.

       PROGRAM-ID. Emp-YearEnd.

      * CALENDAR YEAR-END CLOSE OF THE YTD EARNINGS MASTER. RUN ONCE
      * A YEAR, AFTER Emp-Close HAS CLOSED THE LAST PAY PERIOD OF
      * THE YEAR AND BEFORE THE FIRST PAY RUN OF THE NEW ONE. THE
      * PROGRAM:
      *   - REFUSES TO RUN UNTIL THE LAST PERIOD OF THE YEAR ON THE
      *     PAY CALENDAR IS CLOSED. THE CONTROL RECORD MUST EITHER
      *     STILL SHOW THAT PERIOD CLOSED (NO LATER PERIOD OF THE
      *     SAME YEAR ON PAYCAL.DAT), OR HAVE BEEN ROLLED FORWARD TO
      *     AN OPEN, UNPAID PERIOD OF THE NEXT YEAR
      *   - COPIES THE YEAR'S MASTER TO YTDyyyy.IDX IN THE ARCHIVE
      *     DIRECTORY, WITH ITS CONTROL RECORD MARKED CLOSED, AND
      *     PROVES THE COPY AGAINST THE MASTER
      *   - ONLY THEN STARTS THE NEW YEAR: THE MASTER IS EMPTIED
      *     DOWN TO A CONTROL RECORD FOR THE NEXT YEAR, MARKED OPEN.
      *     Emp-Pay ADDS EACH EMPLOYEE BACK AT THEIR FIRST PAY.
      * THE YEAR BEING CLOSED IS THE ONE ON THE MASTER'S CONTROL
      * RECORD. A MASTER BUILT BEFORE THE CONTROL RECORD EXISTED IS
      * TAKEN TO HOLD THE YEAR OF THE LAST PERIOD CLOSED.
      * LATE CORRECTIONS TO A CLOSED YEAR ARE POSTED TO ITS ARCHIVE
      * BY Emp-Adjust, AND ITS Q4 AND YEAR FILINGS ARE MADE BY
      * RUNNING Emp-Filing WITH YTDMASTER_PATH POINTED AT THE
      * ARCHIVE.
      * A RERUN IS SAFE: WHILE THE MASTER STILL HOLDS THE OLD YEAR
      * THE ARCHIVE IS SIMPLY WRITTEN AGAIN, AND ONCE THE NEW YEAR
      * IS STARTED THE CLOSED YEAR CAN NO LONGER BE CHOSEN. A RUN
      * THAT DIED WHILE STARTING THE NEW YEAR LEAVES AN EMPTY
      * MASTER WITHOUT A CONTROL RECORD; THE RERUN FINDS THE
      * ARCHIVE COMPLETE AND ONLY FINISHES STARTING THE NEW YEAR.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PERIODCTL ASSIGN TO DYNAMIC WS-PERIODCTL-PATH
            FILE STATUS IS PCT-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAYCALENDAR ASSIGN TO DYNAMIC WS-PAYCAL-PATH
            FILE STATUS IS CAL-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT YTDMASTER ASSIGN TO DYNAMIC WS-YTDMASTER-PATH
            FILE STATUS IS YTD-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS YTD-EMPID.

            SELECT YTDARCHIVE ASSIGN TO DYNAMIC WS-YTDARCH-PATH
            FILE STATUS IS YTA-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS YTA-EMPID.

            SELECT YEARENDRPT ASSIGN TO DYNAMIC WS-YEARENDRPT-PATH
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

      * FULL-YEAR PAY CALENDAR - MUST STAY IN STEP WITH THE
      * CAL-RECORD IN Emp-Close AND Emp-Pay.
       FD PAYCALENDAR.
       01 CAL-RECORD.
           05 CAL-SEQ         PIC 9(3).
           05 CAL-PERIOD-START PIC 9(8).
           05 CAL-PERIOD-END  PIC 9(8).
           05 CAL-FREQUENCY   PIC X.
           05 FILLER          PIC X(60).

      * INDEXED YTD EARNINGS MASTER - THE LAYOUT AND THE CONTROL
      * RECORD KEYED 999999999 MUST STAY IN STEP WITH Emp-Pay.
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

      * THE ARCHIVE IS THE SAME RECORD; ONLY THE KEY AND THE YEAR
      * GROSS ARE PICKED OUT HERE, TO PROVE THE COPY.
       FD YTDARCHIVE.
       01 YTA-RECORD.
           02 YTA-EMPID       PIC 9(9).
           02 FILLER          PIC X(20).
           02 YTA-GROSS       PIC 9(8)V99.
           02 FILLER          PIC X(290).
       01 YTA-CONTROL-REC.
           02 YTA-CTL-KEY     PIC 9(9).
           02 YTA-CTL-YEAR    PIC 9(4).
           02 YTA-CTL-STATUS  PIC X(6).
           02 FILLER          PIC X(310).

       FD YEARENDRPT.
       01 YE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FILE-PATHS.
           05 WS-PERIODCTL-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/PAYPERIOD.DAT".
           05 WS-PAYCAL-PATH      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/PAYCAL.DAT".
           05 WS-YTDMASTER-PATH   PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/YTDMAST.IDX".
           05 WS-ARCHIVE-DIR      PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/".
           05 WS-YTDARCH-PATH     PIC X(100).
           05 WS-YEARENDRPT-PATH  PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/YEAREND.LPT".

       01 WS-ENV-VALUE            PIC X(100).

       01 WS-WORK-AREA.
           05 PCT-CHECK-KEY      PIC X(2).
           05 CAL-CHECK-KEY      PIC X(2).
           05 YTD-CHECK-KEY      PIC X(2).
           05 YTA-CHECK-KEY      PIC X(2).

       01 WS-YTD-EOF-SWITCH       PIC X VALUE "N".
           88 YTD-ENDOFFILE       VALUE "Y".

       01 WS-YTA-EOF-SWITCH       PIC X VALUE "N".
           88 YTA-ENDOFFILE       VALUE "Y".

       01 WS-CAL-EOF-SWITCH       PIC X VALUE "N".
           88 CAL-ENDOFFILE       VALUE "Y".

       01 WS-CONTROL-SWITCH       PIC X VALUE "N".
           88 CONTROL-FOUND       VALUE "Y".

       01 WS-DATA-SWITCH          PIC X VALUE "N".
           88 MASTER-HAS-DATA     VALUE "Y".

       01 WS-ARCHIVED-SWITCH      PIC X VALUE "N".
           88 ARCHIVE-COMPLETE    VALUE "Y".

       01 WS-LATER-SWITCH         PIC X VALUE "N".
           88 LATER-PERIOD-FOUND  VALUE "Y".

       01 WS-PERIOD-AREAS.
           05 WS-PERIOD-START     PIC 9(8) VALUE ZERO.
           05 WS-PERIOD-END       PIC 9(8) VALUE ZERO.
           05 WS-PERIOD-STATUS    PIC X(6) VALUE SPACES.
       01 WS-END-YEAR             PIC 9(4) VALUE ZERO.
       01 WS-CAL-END-YEAR         PIC 9(4) VALUE ZERO.

      * THE YEAR BEING CLOSED, THE YEAR BEING STARTED, AND THE END
      * OF THE LAST PERIOD CLOSED IN THE OLD YEAR (ZERO WHEN THE
      * CONTROL RECORD HAS ALREADY ROLLED INTO THE NEW YEAR).
       01 WS-CLOSE-YEAR           PIC 9(4) VALUE ZERO.
       01 WS-NEW-YEAR             PIC 9(4) VALUE ZERO.
       01 WS-LAST-PERIOD-END      PIC 9(8) VALUE ZERO.

       01 WS-DIR-LEN              PIC 9(3) VALUE ZERO.
       01 WS-ARCHIVE-NAME.
           05 FILLER              PIC X(3) VALUE "YTD".
           05 WS-ARCHIVE-YEAR     PIC 9(4).
           05 FILLER              PIC X(4) VALUE ".IDX".

       01 WS-RUN-DATE.
           05 WS-RUN-YEAR        PIC 9(4).
           05 WS-RUN-MONTH       PIC 9(2).
           05 WS-RUN-DAY         PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).

      * WHAT WAS COPIED, AND WHAT THE ARCHIVE WAS READ BACK AS.
       01 WS-ARCH-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-PROVE-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-TOT-GROSS            PIC 9(10)V99 VALUE ZERO.
       01 WS-PROVE-GROSS          PIC 9(10)V99 VALUE ZERO.
       01 WS-TOT-TAX-DED          PIC 9(10)V99 VALUE ZERO.
       01 WS-TOT-RETIRE-DED       PIC 9(10)V99 VALUE ZERO.
       01 WS-TOT-BENEFIT-DED      PIC 9(10)V99 VALUE ZERO.
       01 WS-TOT-GARN-DED         PIC 9(10)V99 VALUE ZERO.
       01 WS-QTR-TABLE.
           05 WS-QTR-GROSS OCCURS 4 TIMES INDEXED BY QTR-IDX
                                  PIC 9(10)V99.
       01 WS-QTR-SUM              PIC 9(10)V99 VALUE ZERO.

       01 WS-YE-HEADING-1.
           05 FILLER PIC X(35) VALUE
              "YTD MASTER YEAR-END CLOSE".
           05 FILLER PIC X(6) VALUE "YEAR:".
           05 YE-CLOSE-YEAR      PIC 9(4).
           05 FILLER PIC X(10) VALUE "    DATE:".
           05 YE-MONTH           PIC 99.
           05 FILLER PIC X(1) VALUE "/".
           05 YE-DAY             PIC 99.
           05 FILLER PIC X(1) VALUE "/".
           05 YE-YEAR            PIC 9999.

       01 WS-YE-PERIOD-LINE.
           05 FILLER             PIC X(30) VALUE
              "LAST PERIOD OF YEAR CLOSED:".
           05 YE-PERIOD-END      PIC 9(8).

       01 WS-YE-ARCHIVE-LINE.
           05 FILLER             PIC X(30) VALUE "ARCHIVED TO:".
           05 YE-ARCHIVE-NAME    PIC X(11).

       01 WS-YE-COUNT-LINE.
           05 YE-COUNT-LABEL     PIC X(30).
           05 YE-COUNT-OUT       PIC Z,ZZZ,ZZ9.

       01 WS-YE-AMOUNT-LINE.
           05 YE-AMOUNT-LABEL    PIC X(30).
           05 YE-AMOUNT-OUT      PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-YE-QTR-LINE.
           05 FILLER             PIC X(14) VALUE "GROSS PAID IN".
           05 FILLER             PIC X(1) VALUE "Q".
           05 YE-QTR-NUMBER      PIC 9.
           05 FILLER             PIC X(14) VALUE SPACES.
           05 YE-QTR-OUT         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-YE-MSG-QTR-SHORT PIC X(80) VALUE
          "QUARTERS SHORT OF YEAR GROSS - PAY POSTED BEFORE QUARTERS WE
      -   "RE KEPT".

       01 WS-YE-MSG-RESUMED PIC X(80) VALUE
          "ARCHIVE WAS ALREADY COMPLETE - NEW YEAR START FINISHED ONLY".

       01 WS-YE-NEW-YEAR-LINE.
           05 FILLER             PIC X(30) VALUE
              "NEW YEAR STARTED AT ZERO:".
           05 YE-NEW-YEAR        PIC 9(4).

       01 WS-YE-BLANK-LINE       PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           0090-INIT-FILE-PATHS.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PERIODCTL_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-PERIODCTL-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAYCAL_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-PAYCAL-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "YTDMASTER_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-YTDMASTER-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ARCHIVE_DIR".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-ARCHIVE-DIR
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "YEARENDRPT_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-YEARENDRPT-PATH
             END-IF.
           0090-END.

           0100-CLOSE-YEAR.
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
             PERFORM 0110-READ-PERIOD-CONTROL.
             PERFORM 0115-READ-YTD-CONTROL.
             PERFORM 0120-CHECK-LAST-PERIOD.
             PERFORM 0130-BUILD-ARCHIVE-PATH.
             PERFORM 0135-CHECK-ARCHIVE.
             OPEN OUTPUT YEARENDRPT.
             IF NOT ARCHIVE-COMPLETE
                 PERFORM 0200-ARCHIVE-YTD-MASTER
                 PERFORM 0210-PROVE-ARCHIVE
             END-IF.
             PERFORM 0300-START-NEW-YEAR.
             PERFORM 0400-PRINT-YEAR-END-REPORT.
             PERFORM 0900-END-PROGRAM.
           0100-END.

      * THE HARD REFUSALS UP TO 0135 STOP BEFORE ANYTHING IS
      * WRITTEN, SO A REFUSED CLOSE LEAVES THE MASTER EXACTLY AS IT
      * WAS.
           0110-READ-PERIOD-CONTROL.
             OPEN INPUT PERIODCTL.
             IF PCT-CHECK-KEY NOT = "00"
                 DISPLAY "PERIOD CONTROL FILE NOT AVAILABLE: ",
                     PCT-CHECK-KEY, " - YEAR-END CLOSE WILL NOT RUN"
                 STOP RUN
             END-IF.
             READ PERIODCTL
                 AT END CONTINUE
             END-READ.
             IF PCT-CHECK-KEY NOT = "00"
                 DISPLAY "PERIOD CONTROL RECORD MISSING - YEAR-END ",
                     "CLOSE WILL NOT RUN"
                 CLOSE PERIODCTL
                 STOP RUN
             END-IF.
             MOVE PC-PERIOD-START TO WS-PERIOD-START.
             MOVE PC-PERIOD-END TO WS-PERIOD-END.
             MOVE PC-STATUS TO WS-PERIOD-STATUS.
             MOVE WS-PERIOD-END (1:4) TO WS-END-YEAR.
             CLOSE PERIODCTL.
           0110-END.

      * THE CONTROL RECORD NAMES THE YEAR TO CLOSE. ONE FIRST
      * EMPLOYEE RECORD IS ENOUGH TO SHOW THE MASTER HOLDS FIGURES.
           0115-READ-YTD-CONTROL.
             OPEN INPUT YTDMASTER.
             IF YTD-CHECK-KEY NOT = "00"
                 DISPLAY "YTD MASTER NOT AVAILABLE: ", YTD-CHECK-KEY,
                     " - YEAR-END CLOSE WILL NOT RUN"
                 STOP RUN
             END-IF.
             MOVE 999999999 TO YTD-CTL-KEY.
             READ YTDMASTER
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SET CONTROL-FOUND TO TRUE
             END-READ.
             IF CONTROL-FOUND
                 IF YTD-CTL-STATUS NOT = "OPEN"
                     DISPLAY "YTD MASTER IS ALREADY THE CLOSED ",
                         "ARCHIVE OF ", YTD-CTL-YEAR
                     DISPLAY "YEAR-END CLOSE WILL NOT RUN"
                     CLOSE YTDMASTER
                     STOP RUN
                 END-IF
                 MOVE YTD-CTL-YEAR TO WS-CLOSE-YEAR
             ELSE
                 IF WS-PERIOD-STATUS = "CLOSED"
                     MOVE WS-END-YEAR TO WS-CLOSE-YEAR
                 ELSE
                     COMPUTE WS-CLOSE-YEAR = WS-END-YEAR - 1
                 END-IF
             END-IF.
             MOVE ZERO TO YTD-EMPID.
             START YTDMASTER KEY NOT < YTD-EMPID
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     READ YTDMASTER NEXT RECORD
                         AT END CONTINUE
                         NOT AT END
                             IF YTD-EMPID NOT = 999999999
                                 SET MASTER-HAS-DATA TO TRUE
                             END-IF
                     END-READ
             END-START.
             CLOSE YTDMASTER.
             COMPUTE WS-NEW-YEAR = WS-CLOSE-YEAR + 1.
           0115-END.

      * EITHER THE CONTROL RECORD STILL SHOWS THE YEAR'S LAST
      * PERIOD CLOSED - Emp-Close LEAVES IT SO WHEN THE CALENDAR
      * HAS NO LATER PERIOD - OR Emp-Close HAS ALREADY ROLLED IT
      * INTO THE NEW YEAR, WHICH IT ONLY DOES AFTER CLOSING THE
      * PERIOD BEFORE. A NEW-YEAR PERIOD MUST STILL BE OPEN: Emp-Pay
      * WILL NOT PAY INTO A YEAR THE MASTER DOES NOT HOLD, SO A PAID
      * ONE MEANS THE MASTER AND THE CONTROL RECORD DISAGREE.
           0120-CHECK-LAST-PERIOD.
             EVALUATE TRUE
                 WHEN WS-PERIOD-STATUS = "CLOSED"
                     AND WS-END-YEAR = WS-CLOSE-YEAR
                     PERFORM 0125-FIND-LATER-PERIOD
                     IF LATER-PERIOD-FOUND
                         DISPLAY "PERIOD " WS-PERIOD-START " - "
                             WS-PERIOD-END " IS NOT THE LAST OF "
                             WS-CLOSE-YEAR " ON THE PAY CALENDAR"
                         DISPLAY "YEAR-END CLOSE WILL NOT RUN"
                         STOP RUN
                     END-IF
                     MOVE WS-PERIOD-END TO WS-LAST-PERIOD-END
                 WHEN WS-PERIOD-STATUS = "OPEN"
                     AND WS-END-YEAR > WS-CLOSE-YEAR
                     MOVE ZERO TO WS-LAST-PERIOD-END
                 WHEN OTHER
                     DISPLAY "THE LAST PAY PERIOD OF " WS-CLOSE-YEAR
                         " IS NOT CLOSED"
                     DISPLAY "CONTROL RECORD SHOWS " WS-PERIOD-START
                         " - " WS-PERIOD-END " " WS-PERIOD-STATUS
                     DISPLAY "YEAR-END CLOSE WILL NOT RUN"
                     STOP RUN
             END-EVALUATE.
           0120-END.

      * ANY PERIOD OF THE SAME YEAR STARTING AFTER THE ONE CLOSED
      * MEANS THE YEAR STILL HAS PAY TO COME. WITHOUT THE CALENDAR
      * THAT CANNOT BE RULED OUT, SO THE CLOSE REFUSES.
           0125-FIND-LATER-PERIOD.
             OPEN INPUT PAYCALENDAR.
             IF CAL-CHECK-KEY NOT = "00"
                 DISPLAY "PAY CALENDAR NOT AVAILABLE: ", CAL-CHECK-KEY
                 DISPLAY "CANNOT PROVE THE LAST PERIOD OF THE YEAR IS "
                     "CLOSED - YEAR-END CLOSE WILL NOT RUN"
                 STOP RUN
             END-IF.
             PERFORM UNTIL CAL-ENDOFFILE
                 READ PAYCALENDAR
                     AT END SET CAL-ENDOFFILE TO TRUE
                 END-READ
                 IF NOT CAL-ENDOFFILE
                     MOVE CAL-PERIOD-END (1:4) TO WS-CAL-END-YEAR
                     IF WS-CAL-END-YEAR = WS-CLOSE-YEAR
                         AND CAL-PERIOD-START > WS-PERIOD-START
                         SET LATER-PERIOD-FOUND TO TRUE
                     END-IF
                 END-IF
             END-PERFORM.
             CLOSE PAYCALENDAR.
           0125-END.

      * YTDyyyy.IDX IN THE ARCHIVE DIRECTORY, BUILT THE SAME WAY AS
      * THE PERIOD ARCHIVE NAMES IN Emp-Close - THE DIRECTORY PATH
      * MAY CONTAIN BLANKS, SO ITS LENGTH IS MEASURED.
           0130-BUILD-ARCHIVE-PATH.
             MOVE ZERO TO WS-DIR-LEN.
             PERFORM VARYING WS-DIR-LEN FROM 100 BY -1
                 UNTIL WS-DIR-LEN < 1
                 OR WS-ARCHIVE-DIR (WS-DIR-LEN:1) NOT = SPACE
                 CONTINUE
             END-PERFORM.
             IF WS-DIR-LEN = ZERO
                 DISPLAY "ARCHIVE DIRECTORY PATH IS BLANK - YEAR-END ",
                     "CLOSE WILL NOT RUN"
                 STOP RUN
             END-IF.
             MOVE WS-CLOSE-YEAR TO WS-ARCHIVE-YEAR.
             MOVE WS-ARCHIVE-DIR TO WS-YTDARCH-PATH.
             MOVE WS-ARCHIVE-NAME TO WS-YTDARCH-PATH
                 (WS-DIR-LEN + 1:11).
           0130-END.

      * AN ARCHIVE ALREADY CLOSED FOR THIS YEAR IS WRITTEN AGAIN
      * WHILE THE MASTER STILL HOLDS THE YEAR. AN EMPTY MASTER WITH
      * NO CONTROL RECORD NEXT TO IT IS A NEW-YEAR START THAT DID
      * NOT FINISH, AND ONLY THAT IS REDONE. FIGURES ON A MASTER
      * WITH NO CONTROL RECORD ARE NEVER COPIED OVER A CLOSED
      * ARCHIVE - THE OPERATOR MUST SAY WHICH IS RIGHT.
           0135-CHECK-ARCHIVE.
             OPEN INPUT YTDARCHIVE.
             IF YTA-CHECK-KEY = "00"
                 MOVE 999999999 TO YTA-CTL-KEY
                 READ YTDARCHIVE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                         IF YTA-CTL-YEAR = WS-CLOSE-YEAR
                             AND YTA-CTL-STATUS = "CLOSED"
                             AND NOT CONTROL-FOUND
                             IF MASTER-HAS-DATA
                                 DISPLAY WS-ARCHIVE-NAME " IS ALREADY "
                                     "CLOSED BUT THE YTD MASTER HAS NO "
                                     "CONTROL RECORD"
                                 DISPLAY "YEAR-END CLOSE WILL NOT RUN"
                                 CLOSE YTDARCHIVE
                                 STOP RUN
                             END-IF
                             SET ARCHIVE-COMPLETE TO TRUE
                         END-IF
                 END-READ
                 CLOSE YTDARCHIVE
             END-IF.
           0135-END.

      * EVERY EMPLOYEE RECORD IS COPIED AS IT STANDS. THE MASTER'S
      * OWN CONTROL RECORD IS LEFT BEHIND AND THE ARCHIVE GETS ONE
      * MARKED CLOSED, WRITTEN LAST SO A COPY THAT DIES PART WAY IS
      * NEVER TAKEN FOR A COMPLETE ONE.
           0200-ARCHIVE-YTD-MASTER.
             OPEN INPUT YTDMASTER.
             IF YTD-CHECK-KEY NOT = "00"
                 DISPLAY "YTD MASTER NOT AVAILABLE: ", YTD-CHECK-KEY,
                     " - YEAR-END CLOSE WILL NOT RUN"
                 CLOSE YEARENDRPT
                 STOP RUN
             END-IF.
             OPEN OUTPUT YTDARCHIVE.
             IF YTA-CHECK-KEY NOT = "00"
                 DISPLAY "CANNOT CREATE YTD ARCHIVE ", WS-ARCHIVE-NAME,
                     ": ", YTA-CHECK-KEY
                 DISPLAY "YEAR-END CLOSE WILL NOT RUN"
                 CLOSE YTDMASTER, YEARENDRPT
                 STOP RUN
             END-IF.
             MOVE ZERO TO WS-QTR-TABLE.
             PERFORM UNTIL YTD-ENDOFFILE
                 READ YTDMASTER NEXT RECORD
                     AT END SET YTD-ENDOFFILE TO TRUE
                 END-READ
                 IF NOT YTD-ENDOFFILE
                     AND YTD-EMPID NOT = 999999999
                     WRITE YTA-RECORD FROM YTD-RECORD
                     ADD 1 TO WS-ARCH-COUNT
                     ADD YTD-GROSS TO WS-TOT-GROSS
                     ADD YTD-TAX-DED TO WS-TOT-TAX-DED
                     ADD YTD-RETIRE-DED TO WS-TOT-RETIRE-DED
                     ADD YTD-BENEFIT-DED TO WS-TOT-BENEFIT-DED
                     ADD YTD-GARN-DED TO WS-TOT-GARN-DED
                     PERFORM VARYING QTR-IDX FROM 1 BY 1
                         UNTIL QTR-IDX > 4
                         ADD YTD-Q-GROSS (QTR-IDX)
                             TO WS-QTR-GROSS (QTR-IDX)
                     END-PERFORM
                 END-IF
             END-PERFORM.
             MOVE SPACES TO YTD-CONTROL-REC.
             MOVE 999999999 TO YTD-CTL-KEY.
             MOVE WS-CLOSE-YEAR TO YTD-CTL-YEAR.
             MOVE "CLOSED" TO YTD-CTL-STATUS.
             MOVE WS-RUN-DATE-N TO YTD-CTL-CLOSED-DATE.
             MOVE WS-LAST-PERIOD-END TO YTD-CTL-LAST-PERIOD.
             WRITE YTA-RECORD FROM YTD-CONTROL-REC.
             CLOSE YTDMASTER, YTDARCHIVE.
           0200-END.

      * THE ARCHIVE IS READ BACK AND MUST AGREE WITH THE MASTER ON
      * RECORD COUNT AND YEAR GROSS, AND END IN ITS CLOSED CONTROL
      * RECORD, BEFORE THE MASTER IS TOUCHED.
           0210-PROVE-ARCHIVE.
             MOVE "N" TO WS-ARCHIVED-SWITCH.
             OPEN INPUT YTDARCHIVE.
             IF YTA-CHECK-KEY = "00"
                 PERFORM UNTIL YTA-ENDOFFILE
                     READ YTDARCHIVE NEXT RECORD
                         AT END SET YTA-ENDOFFILE TO TRUE
                     END-READ
                     IF NOT YTA-ENDOFFILE
                         IF YTA-EMPID = 999999999
                             IF YTA-CTL-STATUS = "CLOSED"
                                 SET ARCHIVE-COMPLETE TO TRUE
                             END-IF
                         ELSE
                             ADD 1 TO WS-PROVE-COUNT
                             ADD YTA-GROSS TO WS-PROVE-GROSS
                         END-IF
                     END-IF
                 END-PERFORM
                 CLOSE YTDARCHIVE
             END-IF.
             IF NOT ARCHIVE-COMPLETE
                 OR WS-PROVE-COUNT NOT = WS-ARCH-COUNT
                 OR WS-PROVE-GROSS NOT = WS-TOT-GROSS
                 DISPLAY "YTD ARCHIVE " WS-ARCHIVE-NAME " DOES NOT "
                     "AGREE WITH THE MASTER"
                 DISPLAY "RECORDS " WS-ARCH-COUNT " / "
                     WS-PROVE-COUNT "  GROSS " WS-TOT-GROSS " / "
                     WS-PROVE-GROSS
                 DISPLAY "NEW YEAR NOT STARTED - MASTER LEFT AS IT WAS"
                 CLOSE YEARENDRPT
                 STOP RUN
             END-IF.
           0210-END.

           0300-START-NEW-YEAR.
             OPEN OUTPUT YTDMASTER.
             IF YTD-CHECK-KEY NOT = "00"
                 DISPLAY "ERR: CANNOT START NEW YTD MASTER: ",
                     YTD-CHECK-KEY
                 DISPLAY "RERUN THE YEAR-END CLOSE - THE ARCHIVE IS "
                     "COMPLETE"
                 CLOSE YEARENDRPT
                 STOP RUN
             END-IF.
             MOVE SPACES TO YTD-CONTROL-REC.
             MOVE 999999999 TO YTD-CTL-KEY.
             MOVE WS-NEW-YEAR TO YTD-CTL-YEAR.
             MOVE "OPEN" TO YTD-CTL-STATUS.
             MOVE ZERO TO YTD-CTL-CLOSED-DATE.
             MOVE ZERO TO YTD-CTL-LAST-PERIOD.
             WRITE YTD-CONTROL-REC.
             CLOSE YTDMASTER.
           0300-END.

           0400-PRINT-YEAR-END-REPORT.
             MOVE WS-CLOSE-YEAR TO YE-CLOSE-YEAR.
             MOVE WS-RUN-MONTH TO YE-MONTH.
             MOVE WS-RUN-DAY TO YE-DAY.
             MOVE WS-RUN-YEAR TO YE-YEAR.
             WRITE YE-REPORT-LINE FROM WS-YE-HEADING-1.
             IF ARCHIVE-COMPLETE AND WS-ARCH-COUNT = ZERO
                 AND NOT CONTROL-FOUND
                 WRITE YE-REPORT-LINE FROM WS-YE-MSG-RESUMED
             END-IF.
             WRITE YE-REPORT-LINE FROM WS-YE-BLANK-LINE.
             IF WS-LAST-PERIOD-END NOT = ZERO
                 MOVE WS-LAST-PERIOD-END TO YE-PERIOD-END
                 WRITE YE-REPORT-LINE FROM WS-YE-PERIOD-LINE
             END-IF.
             MOVE WS-ARCHIVE-NAME TO YE-ARCHIVE-NAME.
             WRITE YE-REPORT-LINE FROM WS-YE-ARCHIVE-LINE.
             MOVE "EMPLOYEES ARCHIVED" TO YE-COUNT-LABEL.
             MOVE WS-ARCH-COUNT TO YE-COUNT-OUT.
             WRITE YE-REPORT-LINE FROM WS-YE-COUNT-LINE.
             WRITE YE-REPORT-LINE FROM WS-YE-BLANK-LINE.
             MOVE "YEAR GROSS EARNINGS" TO YE-AMOUNT-LABEL.
             MOVE WS-TOT-GROSS TO YE-AMOUNT-OUT.
             WRITE YE-REPORT-LINE FROM WS-YE-AMOUNT-LINE.
             MOVE "YEAR TAX WITHHELD" TO YE-AMOUNT-LABEL.
             MOVE WS-TOT-TAX-DED TO YE-AMOUNT-OUT.
             WRITE YE-REPORT-LINE FROM WS-YE-AMOUNT-LINE.
             MOVE "YEAR RETIREMENT WITHHELD" TO YE-AMOUNT-LABEL.
             MOVE WS-TOT-RETIRE-DED TO YE-AMOUNT-OUT.
             WRITE YE-REPORT-LINE FROM WS-YE-AMOUNT-LINE.
             MOVE "YEAR BENEFITS WITHHELD" TO YE-AMOUNT-LABEL.
             MOVE WS-TOT-BENEFIT-DED TO YE-AMOUNT-OUT.
             WRITE YE-REPORT-LINE FROM WS-YE-AMOUNT-LINE.
             MOVE "YEAR GARNISHMENTS WITHHELD" TO YE-AMOUNT-LABEL.
             MOVE WS-TOT-GARN-DED TO YE-AMOUNT-OUT.
             WRITE YE-REPORT-LINE FROM WS-YE-AMOUNT-LINE.
             WRITE YE-REPORT-LINE FROM WS-YE-BLANK-LINE.
             MOVE ZERO TO WS-QTR-SUM.
             PERFORM VARYING QTR-IDX FROM 1 BY 1 UNTIL QTR-IDX > 4
                 SET YE-QTR-NUMBER TO QTR-IDX
                 MOVE WS-QTR-GROSS (QTR-IDX) TO YE-QTR-OUT
                 WRITE YE-REPORT-LINE FROM WS-YE-QTR-LINE
                 ADD WS-QTR-GROSS (QTR-IDX) TO WS-QTR-SUM
             END-PERFORM.
             IF WS-QTR-SUM NOT = WS-TOT-GROSS
                 WRITE YE-REPORT-LINE FROM WS-YE-MSG-QTR-SHORT
             END-IF.
             WRITE YE-REPORT-LINE FROM WS-YE-BLANK-LINE.
             MOVE WS-NEW-YEAR TO YE-NEW-YEAR.
             WRITE YE-REPORT-LINE FROM WS-YE-NEW-YEAR-LINE.
             CLOSE YEARENDRPT.
           0400-END.

           0900-END-PROGRAM.
            DISPLAY "YEAR CLOSED              : ", WS-CLOSE-YEAR.
            DISPLAY "EMPLOYEES ARCHIVED       : ", WS-ARCH-COUNT.
            DISPLAY "YEAR GROSS ARCHIVED      : ", WS-TOT-GROSS.
            DISPLAY "ARCHIVE                  : ", WS-ARCHIVE-NAME.
            DISPLAY "NEW YEAR STARTED         : ", WS-NEW-YEAR.
            STOP RUN.

       END PROGRAM Emp-YearEnd.

           FILE STATUS IS PC-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EMPXREF ASSIGN TO "EMPXREF.IDX"
           FILE STATUS IS XR-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XR-EMPNO
           ALTERNATE RECORD KEY IS XR-SSN.

       SELECT WORKFILE ASSIGN TO "WORK.TMP".

       DATA DIVISION.
       FD RECONRPT.
       01 RECONDETAIL  PIC X(80).

      * EACH ACCEPTED FEED RECORD IS TAGGED WITH ITS SOURCE AND
      * THE PERMANENT EMPLOYEE NUMBER FROM THE CROSSWALK.
       FD ACMETAGGED.
       01 ACMETAGDETAILS.
         02 AT-DATA         PIC X(47).
         02 AT-SOURCE       PIC X(4).
         02 AT-EMPNO        PIC 9(9).

       FD FUSESTAGGED.
       01 FUSESTAGDETAILS.
         02 FT-DATA         PIC X(47).
         02 FT-SOURCE       PIC X(4).
         02 FT-EMPNO        PIC 9(9).

       FD SORTEDFILE.
       01 SORTDETAILS.
           03 SF-HOURSWORKED   PIC 9(3).
           03 SF-HOURLYRATE    PIC 9(3)V99.
         02 SF-SOURCE     PIC X(4).
      * SF-EMPNO IS THE PERMANENT EMPLOYEE NUMBER THE PAYROLL CHAIN
      * KEYS ON. THE FILE IS IN EMPLOYEE NUMBER ORDER; ONE SSN ALWAYS
      * CARRIES ONE NUMBER, SO A DUPLICATE SSN STILL COMES OUT NEXT
      * TO ITS TWIN.
         02 SF-EMPNO      PIC 9(9).

       FD REPORTFILE.
       01 REPORTDETAIL  PIC X(132).
           05 PC-RERUN-AUTH   PIC X.
           05 FILLER          PIC X(52).

      * PERMANENT EMPLOYEE NUMBER CROSSWALK. EVERY PERSON ON EITHER
      * FEED IS GIVEN ONE EMPLOYEE NUMBER THE FIRST TIME THEIR SSN
      * IS SEEN, AND KEEPS IT FOR GOOD - A NUMBER IS NEVER REUSED,
      * EVEN AFTER THE PERSON LEAVES BOTH FEEDS. THE NUMBER, NOT THE
      * SSN, IS THE EMPLOYEE KEY FROM EMPLOYEES.NEW ONWARD.
      *   XR-EMPNO        EMPLOYEE NUMBER, 900000001 UPWARD. NO SSN
      *                   BEGINS WITH 9 AND NO LEGACY EMPID RUNS TO
      *                   9 DIGITS, SO A NUMBER CAN NEVER BE MISTAKEN
      *                   FOR EITHER
      *   XR-SSN          THE SSN (ALTERNATE KEY, UNIQUE)
      *   XR-ACME-ID      THE KEY THE ACME FEED CARRIES THE PERSON
      *   XR-FUSES-ID     UNDER, AND THE DATE IT WAS FIRST SEEN THERE;
      *                   ZERO IF NEVER SEEN ON THAT FEED
      *   XR-ASSIGNED-BY  THE PROGRAM THAT GAVE OUT THE NUMBER
      * THE RECORD KEYED 900000000 IS THE CONTROL RECORD HOLDING THE
      * LAST NUMBER GIVEN OUT. THE LAYOUT AND THE NUMBERING IN
      * 0180-ASSIGN-EMPNO MUST STAY IN STEP WITH Emp-Delta AND
      * Emp-Rekey.
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

       SD WORKFILE.
       01 WORKREC.
            02 WF-SSN        PIC 9(9).
            02 FILLER        PIC X(38).
            02 WF-SOURCE     PIC X(4).
            02 WF-EMPNO      PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
              'WORKING STORAGE STARTS HERE'.

       01  WS-REPORT-DETAILS.
         02 WS-EMPNO       PIC 9(9).
         02 FILLER        PIC X(2).
         02 WS-SSN         PIC X(11).
         02 FILLER        PIC X(3).
         02 WS-LASTNAME   PIC X(10).
         02 FILLER        PIC X(5).
         02 WS-FIRSTNAME  PIC X(10).
         02 FILLER        PIC X(82).

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY   PIC X(2).
       01  WS-DUP-DETAIL.
           02 FILLER          PIC X(20) VALUE
              "DUPLICATE SSN: ".
           02 WD-SSN          PIC X(11).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WD-EMPNO        PIC 9(9).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 WD-SOURCE-1     PIC X(4).
           02 FILLER          PIC X(1) VALUE "/".
           02 RH-RUN-NUMBER   PIC ZZZZ9.

       01  WS-RPT-HEADING-2.
           02 FILLER          PIC X(11) VALUE "EMP NO".
           02 FILLER          PIC X(14) VALUE "SSN".
           02 FILLER          PIC X(15) VALUE "LAST NAME".
           02 FILLER          PIC X(16) VALUE "FIRST NAME".

       01  WS-RPT-BLANK-LINE  PIC X(80) VALUE SPACES.

       01  CK-CHECK-KEY            PIC X(2).
       01  PC-CHECK-KEY            PIC X(2).
       01  XR-CHECK-KEY            PIC X(2).

      * THE PERSON BEING LOOKED UP ON THE CROSSWALK BY
      * 0180-ASSIGN-EMPNO, AND THE EMPLOYEE NUMBER IT HANDS BACK
      * (ZERO IF NONE COULD BE GIVEN).
       01  WS-XREF-AREAS.
           05  WS-XR-SSN           PIC 9(9).
           05  WS-XR-LASTNAME      PIC X(10).
           05  WS-XR-FIRSTNAME     PIC X(10).
           05  WS-XR-SOURCE        PIC X(4).
           05  WS-XR-EMPNO         PIC 9(9).
           05  WS-XR-TODAY         PIC 9(8).
           05  WS-XR-CTL-SWITCH    PIC X.
               88  XR-CTL-FAILED   VALUE "Y".
       01  WS-XR-ASSIGNED          PIC 9(5) VALUE ZERO.

      * REPORTS SHOW ONLY THE LAST FOUR DIGITS OF AN SSN.
       01  WS-SSN-MASK-AREAS.
           05  WS-MASK-SSN         PIC 9(9).
           05  WS-MASK-SSN-PARTS REDEFINES WS-MASK-SSN.
               10  FILLER          PIC 9(5).
               10  WS-MASK-LAST4   PIC 9(4).
           05  WS-MASKED-SSN.
               10  FILLER          PIC X(7) VALUE "XXX-XX-".
               10  WS-MASKED-LAST4 PIC 9(4).

       01  WS-ENV-VALUE            PIC X(100).

       01  WS-EDIT-SOURCE          PIC X(80).
       01  WS-EDIT-REC REDEFINES WS-EDIT-SOURCE.
           05  ED-SSN              PIC X(9).
           05  ED-SSN-N REDEFINES ED-SSN PIC 9(9).
           05  ED-LASTNAME         PIC X(10).
           05  ED-FIRSTNAME        PIC X(10).
           05  ED-DEPT-CODE        PIC X(10).
                STOP RUN
            END-IF.

      * THE TAG/SORT STEP BELOW IS NOT ITSELF CHECKPOINTED - IT IS
      * RE-RUN IN FULL ON EVERY RESTART, INCLUDING ONES TRIGGERED BY
      * AN ABEND DURING THIS SAME STEP. THIS IS INTENTIONAL RATHER
      * THAN AN OVERSIGHT: ACMETAGGED/FUSESTAGGED/SORTEDFILE ARE
      * REBUILT DETERMINISTICALLY FROM ACME.DAT/FUSESINC.DAT EACH
      * TIME (AN SSN ALREADY ON THE CROSSWALK GETS ITS SAME NUMBER
      * BACK), SO RE-RUNNING IT WASTES TIME ON A RESTART BUT
      * CANNOT PRODUCE DIFFERENT OR DUPLICATE OUTPUT. THE CHECKPOINT
      * ONLY NEEDS TO COVER 0200-PRINT-EMPLOYEES, WHICH IS WHERE
      * RESTARTING MID-STEP WOULD OTHERWISE DUPLICATE REPORT LINES.
               STOP RUN
           END-IF.

      * THE FEEDS ARRIVE IN SSN ORDER, BUT THE PAYROLL CHAIN MATCHES
      * ON THE EMPLOYEE NUMBER, SO THE TAGGED FEEDS ARE SORTED INTO
      * EMPLOYEE NUMBER ORDER RATHER THAN MERGED ON SSN. THE SOURCE
      * TAG KEEPS AN SSN ON BOTH FEEDS IN ACME-THEN-FUSES ORDER.
           SORT WORKFILE ON ASCENDING KEY
              WF-EMPNO WF-SOURCE
              USING ACMETAGGED
                FUSESTAGGED
              GIVING SORTEDFILE.
                   MOVE CK-MERGE-COUNT TO WS-MERGE-COUNT
                   MOVE CK-MERGE-COUNT TO WS-RESTART-MERGE-COUNT
                   MOVE CK-RUN-NUMBER TO WS-RUN-NUMBER
                   MOVE WS-RESTART-SSN TO WS-MASK-SSN
                   PERFORM 0190-MASK-SSN
                   DISPLAY "RESUMING FROM CHECKPOINT AFTER SSN: "
                       WS-MASKED-SSN
               END-IF
               CLOSE CHECKPOINTFILE
           END-IF.
           END-IF.
       0175-END.

      * THE CROSSWALK IS CREATED THE FIRST TIME IT IS FOUND MISSING.
      * WITHOUT IT NO EMPLOYEE NUMBER CAN BE GIVEN OUT, SO THE JOB
      * STOPS BEFORE ANYTHING IS TAGGED.
       0178-OPEN-CROSSWALK.
           OPEN I-O EMPXREF.
           IF XR-CHECK-KEY = "35"
               DISPLAY "EMPLOYEE NUMBER CROSSWALK NOT FOUND - CREATING"
               OPEN OUTPUT EMPXREF
               CLOSE EMPXREF
               OPEN I-O EMPXREF
           END-IF.
           IF XR-CHECK-KEY NOT = "00"
               DISPLAY "ERR: OPEN FILE ERROR CROSSWALK: ",
                   XR-CHECK-KEY
               CLOSE ACMEEMPLOYEES, FUSESEMPLOYEES
               STOP RUN
           END-IF.
           ACCEPT WS-XR-TODAY FROM DATE YYYYMMDD.
       0178-END.

      * LOOKS THE FEED RECORD IN WS-EDIT-REC UP ON THE CROSSWALK BY
      * SSN AND HANDS BACK ITS EMPLOYEE NUMBER IN WS-XR-EMPNO,
      * GIVING OUT THE NEXT NUMBER IF THE SSN HAS NEVER BEEN SEEN.
      * AN ALL-ZERO SSN IS GIVEN NO NUMBER - THE PAYROLL RUN LISTS
      * IT AS AN EXCEPTION.
       0180-ASSIGN-EMPNO.
           MOVE ED-SSN-N TO WS-XR-SSN.
           MOVE ED-LASTNAME TO WS-XR-LASTNAME.
           MOVE ED-FIRSTNAME TO WS-XR-FIRSTNAME.
           MOVE ZERO TO WS-XR-EMPNO.
           IF WS-XR-SSN NOT = ZERO
               MOVE WS-XR-SSN TO XR-SSN
               READ EMPXREF KEY IS XR-SSN
                   INVALID KEY PERFORM 0184-NEW-EMPNO
                   NOT INVALID KEY PERFORM 0182-LINK-SOURCE
               END-READ
           END-IF.
       0180-END.

       0182-LINK-SOURCE.
           MOVE XR-EMPNO TO WS-XR-EMPNO.
           IF WS-XR-SOURCE = "ACME" AND XR-ACME-ID = ZERO
               MOVE WS-XR-SSN TO XR-ACME-ID
               MOVE WS-XR-TODAY TO XR-ACME-DATE
               REWRITE XR-RECORD
                   INVALID KEY
                       DISPLAY "ERR: CROSSWALK LINK NOT SAVED FOR "
                           "EMPLOYEE NUMBER ", WS-XR-EMPNO, ": ",
                           XR-CHECK-KEY
               END-REWRITE
           END-IF.
           IF WS-XR-SOURCE = "FUSE" AND XR-FUSES-ID = ZERO
               MOVE WS-XR-SSN TO XR-FUSES-ID
               MOVE WS-XR-TODAY TO XR-FUSES-DATE
               REWRITE XR-RECORD
                   INVALID KEY
                       DISPLAY "ERR: CROSSWALK LINK NOT SAVED FOR "
                           "EMPLOYEE NUMBER ", WS-XR-EMPNO, ": ",
                           XR-CHECK-KEY
               END-REWRITE
           END-IF.
       0182-END.

      * THE CONTROL RECORD IS REWRITTEN BEFORE THE NEW PERSON IS
      * WRITTEN, SO A JOB THAT DIES BETWEEN THE TWO LOSES A NUMBER
      * BUT CAN NEVER GIVE THE SAME NUMBER TO TWO PEOPLE. IF THE
      * CONTROL RECORD CANNOT BE SAVED NO NUMBER IS GIVEN OUT AT ALL.
       0184-NEW-EMPNO.
           MOVE "N" TO WS-XR-CTL-SWITCH.
           MOVE 900000000 TO XR-CTL-KEY.
           READ EMPXREF KEY IS XR-EMPNO
               INVALID KEY
                   MOVE SPACES TO XR-CONTROL-REC
                   MOVE 900000000 TO XR-CTL-KEY
                   MOVE ZERO TO XR-CTL-SSN
                   MOVE 900000000 TO XR-CTL-LAST-EMPNO
                   WRITE XR-CONTROL-REC
                       INVALID KEY SET XR-CTL-FAILED TO TRUE
                   END-WRITE
           END-READ.
           IF NOT XR-CTL-FAILED
               ADD 1 TO XR-CTL-LAST-EMPNO
               REWRITE XR-CONTROL-REC
                   INVALID KEY SET XR-CTL-FAILED TO TRUE
               END-REWRITE
           END-IF.
           IF XR-CTL-FAILED
               DISPLAY "ERR: CROSSWALK CONTROL RECORD NOT SAVED: ",
                   XR-CHECK-KEY, " - NO EMPLOYEE NUMBER GIVEN"
           ELSE
               MOVE XR-CTL-LAST-EMPNO TO WS-XR-EMPNO
               PERFORM 0186-WRITE-NEW-PERSON
           END-IF.
       0184-END.

       0186-WRITE-NEW-PERSON.
           MOVE SPACES TO XR-RECORD.
           MOVE WS-XR-EMPNO TO XR-EMPNO.
           MOVE WS-XR-SSN TO XR-SSN.
           MOVE WS-XR-LASTNAME TO XR-LASTNAME.
           MOVE WS-XR-FIRSTNAME TO XR-FIRSTNAME.
           MOVE ZERO TO XR-ACME-ID, XR-ACME-DATE.
           MOVE ZERO TO XR-FUSES-ID, XR-FUSES-DATE.
           IF WS-XR-SOURCE = "ACME"
               MOVE WS-XR-SSN TO XR-ACME-ID
               MOVE WS-XR-TODAY TO XR-ACME-DATE
           ELSE
               MOVE WS-XR-SSN TO XR-FUSES-ID
               MOVE WS-XR-TODAY TO XR-FUSES-DATE
           END-IF.
           MOVE WS-XR-TODAY TO XR-ASSIGNED-DATE.
           MOVE "CH5SOLN" TO XR-ASSIGNED-BY.
           WRITE XR-RECORD
               INVALID KEY
                   DISPLAY "ERR: CROSSWALK WRITE FAILED FOR EMPLOYEE "
                       "NUMBER ", WS-XR-EMPNO, ": ", XR-CHECK-KEY
                   MOVE ZERO TO WS-XR-EMPNO
           END-WRITE.
           IF WS-XR-EMPNO NOT = ZERO
               ADD 1 TO WS-XR-ASSIGNED
           END-IF.
       0186-END.

       0190-MASK-SSN.
           MOVE WS-MASK-LAST4 TO WS-MASKED-LAST4.
       0190-END.

       0150-TAG-SOURCE-FILES.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REJECT_PCT_LIMIT".
                   FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF.

           PERFORM 0178-OPEN-CROSSWALK.

           OPEN OUTPUT ACMETAGGED, ACMEREJECTS.
           MOVE "ACME" TO AT-SOURCE.
           PERFORM UNTIL 1 = 2
               ELSE
                   ADD 1 TO WS-ACME-ACCEPTED
                   MOVE WS-EDIT-SOURCE TO AT-DATA
                   MOVE "ACME" TO WS-XR-SOURCE
                   PERFORM 0180-ASSIGN-EMPNO
                   MOVE WS-XR-EMPNO TO AT-EMPNO
                   WRITE ACMETAGDETAILS
               END-IF
           END-PERFORM.
               ELSE
                   ADD 1 TO WS-FUSES-ACCEPTED
                   MOVE WS-EDIT-SOURCE TO FT-DATA
                   MOVE "FUSE" TO WS-XR-SOURCE
                   PERFORM 0180-ASSIGN-EMPNO
                   MOVE WS-XR-EMPNO TO FT-EMPNO
                   WRITE FUSESTAGDETAILS
               END-IF
           END-PERFORM.
           CLOSE FUSESTAGGED, FUSESREJECTS.

           CLOSE ACMEEMPLOYEES, FUSESEMPLOYEES, EMPXREF.
           SET EDIT-PASS-RAN TO TRUE.
           DISPLAY "NEW EMPLOYEE NUMBERS ASSIGNED: ", WS-XR-ASSIGNED.

           IF WS-ACME-IN > ZERO
               COMPUTE WS-REJECT-PCT ROUNDED =
               PERFORM 0195-PRINT-PAGE-HEADER
           END-IF.
           MOVE SPACES TO WS-REPORT-DETAILS.
           MOVE SF-EMPNO TO WS-EMPNO.
           MOVE SF-SSN TO WS-MASK-SSN.
           PERFORM 0190-MASK-SSN.
           MOVE WS-MASKED-SSN TO WS-SSN.
           MOVE SF-FIRSTNAME TO WS-FIRSTNAME.
           MOVE SF-LASTNAME  TO WS-LASTNAME.
           WRITE REPORTDETAIL FROM WS-REPORT-DETAILS

       0210-WRITE-DUPLICATE.
           ADD 1 TO WS-DUP-COUNT.
           MOVE SF-SSN TO WS-MASK-SSN.
           PERFORM 0190-MASK-SSN.
           MOVE WS-MASKED-SSN TO WD-SSN.
           MOVE SF-EMPNO TO WD-EMPNO.
           MOVE WS-PREV-SOURCE TO WD-SOURCE-1.
           MOVE SF-SOURCE TO WD-SOURCE-2.
           MOVE SF-LASTNAME TO WD-LASTNAME.

      * POPULATION. THE POPULATION IS HELD ON AN INDEXED MASTER KEYED
      * ON SSN; THE DAILY CHANGE FILES FROM EACH SOURCE ARE APPLIED
      * IN PLACE AND THE SEQUENTIAL EMPLOYEES.NEW THAT THE PAYROLL
      * RUN READS IS RE-EXTRACTED FROM THE MASTER IN EMPLOYEE NUMBER
      * ORDER. A PERSON ADDED BY A DELTA IS GIVEN THEIR PERMANENT
      * EMPLOYEE NUMBER ON THE CROSSWALK (EMPXREF.IDX) HERE, JUST AS
      * CH5SOLUTION DOES ON A FULL REBUILD. THE FULL REBUILD IN
      * CH5SOLUTION REMAINS THE FALLBACK - RUN IT, THEN RUN THIS
      * PROGRAM IN LOAD MODE (DELTA_MODE=LOAD) TO RESYNCHRONIZE THE
      * MASTER FROM ITS EMPLOYEES.NEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT EXTRACTFILE ASSIGN TO "EMPLOYEES.NEW"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXTRACTSCAN ASSIGN TO "DELTAEXT.TMP"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXTRACTSORTWORK ASSIGN TO "DELTAWRK.TMP".

       SELECT EMPXREF ASSIGN TO "EMPXREF.IDX"
           FILE STATUS IS XR-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XR-EMPNO
           ALTERNATE RECORD KEY IS XR-SSN.

       SELECT DELTAREJECTS ASSIGN TO "DELTAREJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       FILE SECTION.
      * THE MASTER RECORD MIRRORS THE SORTDETAILS LAYOUT WRITTEN BY
      * CH5SOLUTION AND READ BY THE PAYROLL RUN (SSN, NAMES, THE
      * REVERSE-ENGINEERED 18-BYTE EXTRA-INFO AREA, SOURCE TAG,
      * PERMANENT EMPLOYEE NUMBER).
       FD MERGMASTER.
       01 MM-RECORD.
         02 MM-SSN         PIC 9(9).
         02 MM-FIRSTNAME   PIC X(10).
         02 MM-EXTRA-DATA  PIC X(18).
         02 MM-SOURCE      PIC X(4).
         02 MM-EMPNO       PIC 9(9).

      * DAILY CHANGE FILES - ONE RECORD PER CHANGED EMPLOYEE, THE
      * ACTION BYTE ("A" ADD, "C" CHANGE, "D" DELETE) FOLLOWED BY THE
       01 LOADDETAILS.
         02 LD-SSN         PIC 9(9).
         02 LD-REST        PIC X(42).
         02 LD-EMPNO       PIC X(9).
         02 LD-EMPNO-N REDEFINES LD-EMPNO PIC 9(9).

       FD EXTRACTFILE.
       01 EXTRACTDETAILS  PIC X(60).

      * THE MASTER IS WALKED IN SSN ORDER INTO THIS SCAN FILE, WHICH
      * IS THEN SORTED INTO THE EMPLOYEE NUMBER ORDER THE PAYROLL
      * CHAIN MATCHES ON.
       FD EXTRACTSCAN.
       01 EXTRACTSCANDETAILS PIC X(60).

       SD EXTRACTSORTWORK.
       01 EW-RECORD.
         02 EW-SSN         PIC 9(9).
         02 FILLER         PIC X(38).
         02 EW-SOURCE      PIC X(4).
         02 EW-EMPNO       PIC 9(9).

      * PERMANENT EMPLOYEE NUMBER CROSSWALK. THE LAYOUT, THE CONTROL
      * RECORD KEYED 900000000 AND THE NUMBERING IN 0250-ASSIGN-EMPNO
      * MUST STAY IN STEP WITH CH5SOLUTION AND Emp-Rekey.
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

       FD DELTAREJECTS.
       01 DELTAREJDETAILS.
       01  FD-CHECK-KEY            PIC X(2).
       01  LD-CHECK-KEY            PIC X(2).
       01  PC-CHECK-KEY            PIC X(2).
       01  XR-CHECK-KEY            PIC X(2).

      * THE PERSON BEING LOOKED UP ON THE CROSSWALK BY
      * 0250-ASSIGN-EMPNO, AND THE EMPLOYEE NUMBER IT HANDS BACK
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

      * REPORTS AND MESSAGES SHOW ONLY THE LAST FOUR SSN DIGITS.
       01  WS-SSN-MASK-AREAS.
           05  WS-MASK-SSN         PIC 9(9).
           05  WS-MASK-SSN-PARTS REDEFINES WS-MASK-SSN.
               10  FILLER          PIC 9(5).
               10  WS-MASK-LAST4   PIC 9(4).
           05  WS-MASKED-SSN.
               10  FILLER          PIC X(7) VALUE "XXX-XX-".
               10  WS-MASKED-LAST4 PIC 9(4).

       01  WS-PERIOD-AREAS.
           05  WS-PERIOD-START     PIC 9(8) VALUE ZERO.
           END-IF.

           PERFORM 0110-READ-PERIOD-CONTROL.
           PERFORM 0130-OPEN-CROSSWALK.

           OPEN I-O MERGMASTER.
           IF MM-CHECK-KEY = "35"
           PERFORM 0160-APPLY-FUSES-DELTAS.
           CLOSE DELTAREJECTS.

           CLOSE EMPXREF.

           PERFORM 0400-EXTRACT-EMPLOYEES.
           CLOSE MERGMASTER.
           MOVE "MERGED" TO WS-PERIOD-STATUS.
           CLOSE PERIODCONTROL.
       0120-END.

      * THE CROSSWALK IS CREATED THE FIRST TIME IT IS FOUND MISSING.
      * WITHOUT IT NO EMPLOYEE NUMBER CAN BE GIVEN OUT, SO THE RUN
      * STOPS BEFORE THE MASTER IS TOUCHED.
       0130-OPEN-CROSSWALK.
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
               STOP RUN
           END-IF.
           ACCEPT WS-XR-TODAY FROM DATE YYYYMMDD.
       0130-END.

       0150-APPLY-ACME-DELTAS.
           OPEN INPUT ACMEDELTA.
           IF AD-CHECK-KEY NOT = "00"
           END-EVALUATE.
       0205-END.

      * A DELETE LEAVES THE CROSSWALK ALONE - THE PERSON KEEPS THEIR
      * NUMBER IN CASE THEY COME BACK ON EITHER FEED.
       0210-BUILD-MASTER-RECORD.
           MOVE WS-CUR-SSN-N TO MM-SSN.
           MOVE WS-CUR-DATA (10:10) TO MM-LASTNAME.
           MOVE WS-CUR-DATA (20:10) TO MM-FIRSTNAME.
           MOVE WS-CUR-DATA (30:18) TO MM-EXTRA-DATA.
           MOVE WS-CUR-SOURCE TO MM-SOURCE.
           MOVE WS-CUR-SSN-N TO WS-XR-SSN.
           MOVE WS-CUR-LASTNAME TO WS-XR-LASTNAME.
           MOVE WS-CUR-FIRSTNAME TO WS-XR-FIRSTNAME.
           MOVE WS-CUR-SOURCE TO WS-XR-SOURCE.
           PERFORM 0250-ASSIGN-EMPNO.
           MOVE WS-XR-EMPNO TO MM-EMPNO.
       0210-END.

       0230-WRITE-DELTA-REJECT.
           WRITE DELTAREJDETAILS.
       0230-END.

      * LOOKS WS-XR-SSN UP ON THE CROSSWALK AND HANDS BACK ITS
      * EMPLOYEE NUMBER IN WS-XR-EMPNO, GIVING OUT THE NEXT NUMBER IF
      * THE SSN HAS NEVER BEEN SEEN. AN ALL-ZERO SSN IS GIVEN NO
      * NUMBER - THE PAYROLL RUN LISTS IT AS AN EXCEPTION.
       0250-ASSIGN-EMPNO.
           MOVE ZERO TO WS-XR-EMPNO.
           IF WS-XR-SSN NOT = ZERO
               MOVE WS-XR-SSN TO XR-SSN
               READ EMPXREF KEY IS XR-SSN
                   INVALID KEY PERFORM 0254-NEW-EMPNO
                   NOT INVALID KEY PERFORM 0252-LINK-SOURCE
               END-READ
           END-IF.
       0250-END.

       0252-LINK-SOURCE.
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
       0252-END.

      * THE CONTROL RECORD IS REWRITTEN BEFORE THE NEW PERSON IS
      * WRITTEN, SO A RUN THAT DIES BETWEEN THE TWO LOSES A NUMBER
      * BUT CAN NEVER GIVE THE SAME NUMBER TO TWO PEOPLE. IF THE
      * CONTROL RECORD CANNOT BE SAVED NO NUMBER IS GIVEN OUT AT ALL.
       0254-NEW-EMPNO.
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
               PERFORM 0256-WRITE-NEW-PERSON
           END-IF.
       0254-END.

       0256-WRITE-NEW-PERSON.
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
           MOVE "EMPDELTA" TO XR-ASSIGNED-BY.
           WRITE XR-RECORD
               INVALID KEY
                   DISPLAY "ERR: CROSSWALK WRITE FAILED FOR EMPLOYEE "
                       "NUMBER ", WS-XR-EMPNO, ": ", XR-CHECK-KEY
                   MOVE ZERO TO WS-XR-EMPNO
           END-WRITE.
           IF WS-XR-EMPNO NOT = ZERO
               ADD 1 TO WS-XR-ASSIGNED
           END-IF.
       0256-END.

      * AN EMPLOYEES.NEW WRITTEN BEFORE EMPLOYEE NUMBERS EXISTED HAS
      * NO NUMBER ON IT; THOSE RECORDS ARE GIVEN ONE FROM THE
      * CROSSWALK AS THEY ARE LOADED.
       0300-LOAD-MASTER.
           OPEN INPUT LOADFILE.
           IF LD-CHECK-KEY NOT = "00"
                   MM-CHECK-KEY
               STOP RUN
           END-IF.
           PERFORM 0130-OPEN-CROSSWALK.
           PERFORM UNTIL LOAD-ENDOFFILE
               READ LOADFILE
                   AT END SET LOAD-ENDOFFILE TO TRUE
               END-READ
               IF NOT LOAD-ENDOFFILE
                   MOVE LOADDETAILS TO MM-RECORD
                   IF LD-EMPNO NOT NUMERIC OR LD-EMPNO-N = ZERO
                       MOVE LD-SSN TO WS-XR-SSN
                       MOVE MM-LASTNAME TO WS-XR-LASTNAME
                       MOVE MM-FIRSTNAME TO WS-XR-FIRSTNAME
                       MOVE MM-SOURCE TO WS-XR-SOURCE
                       PERFORM 0250-ASSIGN-EMPNO
                       MOVE WS-XR-EMPNO TO MM-EMPNO
                   END-IF
                   WRITE MM-RECORD
                       INVALID KEY
                           MOVE LD-SSN TO WS-MASK-SSN
                           MOVE WS-MASK-LAST4 TO WS-MASKED-LAST4
                           DISPLAY "DUPLICATE SSN DROPPED ON LOAD: ",
                               WS-MASKED-SSN
                   END-WRITE
                   IF MM-CHECK-KEY = "00"
                       ADD 1 TO WS-LOAD-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LOADFILE, MERGMASTER, EMPXREF.
       0300-END.

      * A FAILED SORT STOPS THE RUN BEFORE THE PERIOD IS MARKED
      * MERGED, SO THE PAYROLL RUN CANNOT PICK UP A HALF-BUILT
      * EMPLOYEES.NEW.
       0400-EXTRACT-EMPLOYEES.
           MOVE ZERO TO MM-SSN.
           START MERGMASTER KEY NOT < MM-SSN
               INVALID KEY SET MASTER-ENDOFFILE TO TRUE
           END-START.
           OPEN OUTPUT EXTRACTSCAN.
           PERFORM UNTIL MASTER-ENDOFFILE
               READ MERGMASTER NEXT RECORD
                   AT END SET MASTER-ENDOFFILE TO TRUE
               END-READ
               IF NOT MASTER-ENDOFFILE
                   WRITE EXTRACTSCANDETAILS FROM MM-RECORD
                   ADD 1 TO WS-EXTRACT-COUNT
               END-IF
           END-PERFORM.
           CLOSE EXTRACTSCAN.
           SORT EXTRACTSORTWORK ON ASCENDING KEY EW-EMPNO EW-SOURCE
               USING EXTRACTSCAN
               GIVING EXTRACTFILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY "ERR: EMPLOYEE EXTRACT SORT FAILED: ",
                   SORT-RETURN
               CLOSE MERGMASTER
               STOP RUN
           END-IF.
       0400-END.

       0500-PRINT-SUMMARY.
                   "/", WS-FUSES-REJECTS
               DISPLAY "EMPLOYEES EXTRACTED   : ", WS-EXTRACT-COUNT
           END-IF.
           DISPLAY "NEW EMPLOYEE NUMBERS  : ", WS-XR-ASSIGNED.
           STOP RUN.

          END PROGRAM Emp-Delta.

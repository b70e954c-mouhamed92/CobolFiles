            SELECT REPRINTRPT ASSIGN TO DYNAMIC WS-REPRINT-PATH
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EMPXREF ASSIGN TO DYNAMIC WS-EMPXREF-PATH
            FILE STATUS IS XR-CHECK-KEY
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XR-EMPNO
            ALTERNATE RECORD KEY IS XR-SSN.

       DATA DIVISION.
       FILE SECTION.
      * PERMANENT PAYROLL RUN HISTORY WRITTEN BY Emp-Pay AND
           02 PH-BENEFIT-DED  PIC 9(5)V99.
           02 PH-NET-AMOUNT   PIC 9(5)V99.
           02 PH-REC-TYPE     PIC X.
           02 PH-GARN-DED     PIC 9(5)V99.

      * PERMANENT EMPLOYEE NUMBER CROSSWALK MAINTAINED BY CH5SOLUTION
      * AND Emp-Delta - THE LAYOUT MUST STAY IN STEP WITH THE
      * XR-RECORD THERE. ONLY READ HERE, FOR THE LAST FOUR SSN
      * DIGITS PRINTED AGAINST A MERGED EMPLOYEE'S NUMBER.
       FD EMPXREF.
       01 XR-RECORD.
           02 XR-EMPNO         PIC 9(9).
           02 XR-SSN           PIC 9(9).
           02 XR-SSN-PARTS REDEFINES XR-SSN.
             04 FILLER         PIC 9(5).
             04 XR-SSN-LAST4   PIC 9(4).
           02 XR-LASTNAME      PIC X(10).
           02 XR-FIRSTNAME     PIC X(10).
           02 XR-ACME-ID       PIC 9(9).
           02 XR-ACME-DATE     PIC 9(8).
           02 XR-FUSES-ID      PIC 9(9).
           02 XR-FUSES-DATE    PIC 9(8).
           02 XR-ASSIGNED-DATE PIC 9(8).
           02 XR-ASSIGNED-BY   PIC X(8).
           02 FILLER           PIC X(12).

       FD REPRINTRPT.
       01 STUB-REPORT-LINE PIC X(80).
              "C:/work space/Cobol path/labs/Files/PAYHIST.IDX".
           05 WS-REPRINT-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/REPRINT.LPT".
           05 WS-EMPXREF-PATH     PIC X(100) VALUE
              "C:/work space/Cobol path/labs/Files/EMPXREF.IDX".

       01 WS-ENV-VALUE            PIC X(100).

       01 WS-WORK-AREA.
           05 HIS-CHECK-KEY      PIC X(2).
           05 XR-CHECK-KEY       PIC X(2).

       01 WS-XREF-SWITCH          PIC X VALUE "N".
           88 XREF-AVAILABLE      VALUE "Y".

       01 WS-REPRINT-RUN          PIC 9(5) VALUE ZERO.
       01 WS-REPRINT-EMPID        PIC 9(9) VALUE ZERO.
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
                 MOVE WS-ENV-VALUE TO WS-REPRINT-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EMPXREF_PATH".
             IF WS-ENV-VALUE NOT = SPACES
                 MOVE WS-ENV-VALUE TO WS-EMPXREF-PATH
             END-IF.
             MOVE SPACES TO WS-ENV-VALUE.
             ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REPRINT_RUN".
             IF WS-ENV-VALUE NOT = SPACES
                 COMPUTE WS-REPRINT-RUN =
                 STOP RUN
             END-IF.
             OPEN OUTPUT REPRINTRPT.
      * WITHOUT THE CROSSWALK (LEGACY-ONLY SHOPS) THE REPRINTED
      * STUBS SIMPLY CARRY NO SSN.
             OPEN INPUT EMPXREF.
             IF XR-CHECK-KEY = "00"
                 SET XREF-AVAILABLE TO TRUE
             ELSE
                 DISPLAY "EMPLOYEE NUMBER CROSSWALK NOT AVAILABLE (",
                     XR-CHECK-KEY, ") - NO SSN ON STUBS"
             END-IF.

             IF WS-REPRINT-EMPID NOT = ZERO
                 PERFORM 0200-REPRINT-ONE
              WRITE STUB-REPORT-LINE FROM WS-STUB-HEADING-1
               AFTER ADVANCING PAGE.
              MOVE PH-RUN-NUMBER TO STUB-RUN-NUMBER.
              EVALUATE PH-REC-TYPE
                  WHEN "A"
                      MOVE "  (OFF-CYCLE ADJUSTMENT)" TO STUB-RUN-KIND
                  WHEN "F"
                      MOVE "  (FINAL CHECK)" TO STUB-RUN-KIND
                  WHEN OTHER
                      MOVE SPACES TO STUB-RUN-KIND
              END-EVALUATE.
              WRITE STUB-REPORT-LINE FROM WS-STUB-RUN-LINE
               AFTER ADVANCING 1 LINE.
              MOVE PH-EMPID TO STUB-EMPID.
              MOVE PH-EMPLNAME TO STUB-LASTNAME.
              MOVE PH-EMPFNAME TO STUB-FIRSTNAME.
              PERFORM 0250-LOOK-UP-SSN.
              WRITE STUB-REPORT-LINE FROM WS-STUB-EMP-LINE
               AFTER ADVANCING 1 LINE.
              MOVE PH-DEPARTMENT TO STUB-DEPARTMENT.
              MOVE PH-BENEFIT-DED TO STUB-AMOUNT.
              WRITE STUB-REPORT-LINE FROM WS-STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
              IF PH-GARN-DED NUMERIC AND PH-GARN-DED > ZERO
                  MOVE "GARNISHMENTS" TO STUB-AMOUNT-LABEL
                  MOVE PH-GARN-DED TO STUB-AMOUNT
                  WRITE STUB-REPORT-LINE FROM WS-STUB-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
              END-IF.
              MOVE "NET PAY" TO STUB-AMOUNT-LABEL.
              MOVE PH-NET-AMOUNT TO STUB-AMOUNT.
              WRITE STUB-REPORT-LINE FROM WS-STUB-AMOUNT-LINE
              ADD 1 TO WS-REPRINT-COUNT.
           0240-END.

      * A MERGED EMPLOYEE'S NUMBER IS 900000001 OR ABOVE; ONLY THEY
      * HAVE AN SSN ON THE CROSSWALK, AND ONLY ITS LAST FOUR DIGITS
      * ARE PRINTED.
           0250-LOOK-UP-SSN.
              MOVE SPACES TO STUB-SSN-LABEL, STUB-SSN.
              IF XREF-AVAILABLE AND PH-EMPID > 900000000
                  MOVE PH-EMPID TO XR-EMPNO
                  READ EMPXREF KEY IS XR-EMPNO
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          MOVE "SSN:" TO STUB-SSN-LABEL
                          MOVE "XXX-XX-" TO STUB-SSN-MASK
                          MOVE XR-SSN-LAST4 TO STUB-SSN-LAST4
                  END-READ
              END-IF.
           0250-END.

           0900-END-PROGRAM.
            CLOSE PAYHISTORY, REPRINTRPT, EMPXREF.
            DISPLAY "STATEMENTS REPRINTED : ", WS-REPRINT-COUNT.
            STOP RUN.


            04 PAY-NET-AMOUNT  PIC  9(5)V99.
            04 PAY-RUN-NUMBER  PIC  9(5).
            04 PAY-REC-TYPE    PIC  X.
            04 PAY-GARN-DED    PIC  9(5)V99.

      * PERMANENT PAYROLL RUN HISTORY WRITTEN BY Emp-Pay AND
      * Emp-Adjust - THE LAYOUT BELOW MUST STAY IN STEP WITH THE
           02 PH-BENEFIT-DED  PIC 9(5)V99.
           02 PH-NET-AMOUNT   PIC 9(5)V99.
           02 PH-REC-TYPE     PIC X.
           02 PH-GARN-DED     PIC 9(5)V99.

       FD VARIANCERPT.
       01 VAR-REPORT-LINE PIC X(100).
      * ON THE HISTORY BELOW THE CURRENT ONE - ADJUSTMENT RUNS ARE
      * SKIPPED, A ONE-PERSON BONUS RUN IS NO BASELINE FOR A WHOLE
      * PERIOD. RECORDS FROM BEFORE THE TYPE FLAG EXISTED CARRY
      * SPACE AND COUNT AS REGULAR. A FINAL CHECK ("F") IS PAID IN
      * THE REGULAR RUN AND COUNTS AS REGULAR TOO.
           0150-FIND-PRIOR-RUN.
              MOVE ZERO TO PH-RUN-NUMBER.
              MOVE ZERO TO PH-EMPID.
                  IF NOT HIST-ENDOFFILE
                      IF PH-RUN-NUMBER < WS-CUR-RUN
                          AND (PH-REC-TYPE = "R"
                              OR PH-REC-TYPE = "F"
                              OR PH-REC-TYPE = SPACE)
                          AND PH-RUN-NUMBER > WS-PRIOR-RUN
                          MOVE PH-RUN-NUMBER TO WS-PRIOR-RUN

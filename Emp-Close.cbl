      * OPERATOR IS TOLD TO LOAD THE CALENDAR AND RERUN: A RERUN
      * AGAINST A CLOSED PERIOD SKIPS THE VERIFY AND RE-ARCHIVE AND
      * PERFORMS ONLY THE ROLL-FORWARD - NOTHING IS EVER
      * HAND-EDITED. WHEN THE PERIOD LEFT CLOSED IS THE LAST OF THE
      * YEAR, Emp-YearEnd IS RUN BEFORE THE NEW CALENDAR IS LOADED.

       ENVIRONMENT DIVISION.


      * FULL-YEAR PAY CALENDAR. ONE RECORD PER SCHEDULED PERIOD IN
      * START-DATE ORDER; THE SEQUENCE NUMBER IS FOR HUMAN EYES ON
      * THE LISTING THE CALENDAR IS PREPARED FROM. THE FREQUENCY
      * ("W"/"B"/"S"/"M") IS NOT USED HERE - Emp-Pay TAKES IT TO
      * SPREAD SALARIES OVER THE YEAR. MUST STAY IN STEP WITH THE
      * CAL-RECORD IN Emp-Pay.
       FD PAYCALENDAR.
       01 CAL-RECORD.
           05 CAL-SEQ         PIC 9(3).
           05 CAL-PERIOD-START PIC 9(8).
           05 CAL-PERIOD-END  PIC 9(8).
           05 CAL-FREQUENCY   PIC X.
           05 FILLER          PIC X(60).

      * RUN TOTALS WRITTEN BY Emp-Pay AT NORMAL COMPLETION - ONLY
      * THE RUN NUMBER IS USED HERE; IT IS THE RUN THE PAID STATUS
           05 FILLER          PIC X(94).
           05 PAY-RUN-NUMBER  PIC 9(5).
           05 PAY-REC-TYPE    PIC X.
           05 PAY-GARN-DED    PIC 9(5)V99.

       FD DEPOSITFILE.
       01 DEPOSIT-RECORD.
           05 FILLER          PIC X(79).

       FD ARCHPAY.
       01 ARCHPAY-RECORD  PIC X(107).

       FD ARCHDEP.
       01 ARCHDEP-RECORD  PIC X(80).
           05 CLO-NEXT-END       PIC 9(8).

       01 WS-CLO-MSG-NO-NEXT PIC X(80) VALUE
          "NO FURTHER PERIOD ON THE PAY CALENDAR - RUN Emp-YearEnd, THEN
      -   " LOAD NEXT YEAR".

       01 WS-CLO-MSG-ROLL-ONLY PIC X(80) VALUE
          "ROLL-FORWARD ONLY - PERIOD WAS ALREADY CLOSED AND ARCHIVED".

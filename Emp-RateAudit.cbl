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
           02 MG-EMPNO        PIC   9(9).

       FD AUDITRPT.
       01 AUD-REPORT-LINE PIC X(80).
                  END-IF
                  IF NOT EMP-ENDOFFILE
                      IF MERGED-MODE
                          IF MG-EMPNO = WS-AUDIT-EMPID
                              SET EMPLOYEE-FOUND TO TRUE
                          END-IF
                      ELSE

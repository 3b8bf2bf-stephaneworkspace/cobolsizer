      ******************************************************************
      *    REFRES - TOTALS OF ONE CPYREFCK REFERENTIAL INTEGRITY RUN
      *    SHARED BY CPYREFCK AND ITS CALLERS (CPYINTAKE) SO A BATCH
      *    DRIVER CAN TEST THE OUTCOME INSTEAD OF PARSING THE REPORT.
      *    "N" MEANS THE RUN NEVER REACHED THE DATA - A COPYBOOK OR
      *    FILE UNOPENABLE, A KEY FIELD NOT FOUND, BAD PARAMETERS.
      *    "F" MEANS AT LEAST ONE CHILD RECORD HAS NO PARENT.
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  INITIAL VERSION.
      ******************************************************************
       01  WS-REF-RESULT.
           05 WS-REF-STATUS                    PIC X VALUE "N".
               88 REF-PASS                     VALUE "P".
               88 REF-FAIL                     VALUE "F".
               88 REF-NOT-RUN                  VALUE "N".
           05 WS-REF-PARENT-READ               PIC 9(9) VALUE ZERO.
           05 WS-REF-PARENT-KEYS               PIC 9(9) VALUE ZERO.
           05 WS-REF-CHILD-READ                PIC 9(9) VALUE ZERO.
           05 WS-REF-CHILD-CHECKED             PIC 9(9) VALUE ZERO.
           05 WS-REF-ORPHANS                   PIC 9(9) VALUE ZERO.

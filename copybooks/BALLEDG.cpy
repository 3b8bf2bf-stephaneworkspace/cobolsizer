      ******************************************************************
      *    BALLEDG - ONE RECORD OF THE INDEXED CONTROL-TOTAL LEDGER
      *    (CPYBAL.IDX), WRITTEN AND LISTED BY CPYBAL.
      *
      *    ONE RECORD PER FEED (OR MASTER) PER BUSINESS DATE, KEYED BY
      *    THE FEED NAME AND THE DATE, SO EVERY NIGHT'S TOTALS FOR ONE
      *    FEED SIT TOGETHER IN DATE ORDER. THE KEY IS PADDED TO THE
      *    64-BYTE LEADING PRIMARY KEY THE DATA TOOLS EXPECT OF AN
      *    INDEXED FILE, SO THE LEDGER CAN ALSO BE BROWSED OR UNLOADED
      *    THROUGH THIS COPYBOOK WITH ORGANIZATION IDX.
      *
      *    A FEED RECORD HOLDS EACH AMOUNT FIELD'S SUM AND THE TRAILER
      *    CONTROL TOTAL IT WAS BALANCED AGAINST. A MASTER RECORD HOLDS
      *    THE BALANCE-FORWARD PROOF: THE EARLIER CLOSING TOTAL, THE
      *    DAY'S MOVEMENT (ONE FEED RECORD'S SUM FOR THE SAME DATE) AND
      *    THE MASTER EXTRACT'S TOTAL - THE FIGURE THE NEXT BUSINESS
      *    DAY CARRIES FORWARD AS ITS EARLIER CLOSE. AMOUNTS ARE HELD
      *    TO FOUR DECIMAL PLACES; EACH SCALE IS THE NUMBER OF PLACES
      *    THE FIELD ITSELF CARRIES, FOR DISPLAY. A MASTER RECORD IS
      *    UNPROVABLE (V) WHEN ITS MOVEMENT FEED'S RECORD FOR THE DATE
      *    WAS NOT IN BALANCE; NO MOVEMENT IS HELD THEN.
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  INITIAL VERSION.
      ******************************************************************
       01  LEDG-REC.
           05 LEDG-KEY.
               10 LEDG-FEED                    PIC X(20).
               10 LEDG-BUS-DATE                PIC X(8).
               10 FILLER                       PIC X(36).
           05 LEDG-KIND                        PIC X.
               88 LEDG-IS-FEED                 VALUE "F".
               88 LEDG-IS-MASTER               VALUE "M".
           05 LEDG-STATUS                      PIC X.
               88 LEDG-BALANCED                VALUE "B".
               88 LEDG-OUT-OF-BALANCE          VALUE "O".
               88 LEDG-NOT-PROVED              VALUE "N".
               88 LEDG-UNPROVABLE              VALUE "V".
           05 LEDG-RUN-STAMP                   PIC X(14).
           05 LEDG-DATA-FILE                   PIC X(64).
           05 LEDG-RECORDS-READ                PIC 9(9).
           05 LEDG-BODY                        PIC X(950).
           05 LEDG-FEED-BODY REDEFINES LEDG-BODY.
               10 LEDG-TOTAL-COUNT             PIC 9(2).
               10 LEDG-TOTAL OCCURS 8 TIMES.
                   15 LEDG-AMT-FIELD           PIC X(35).
                   15 LEDG-AMT-SUM             PIC S9(14)V9(4).
                   15 LEDG-AMT-COUNT           PIC 9(9).
                   15 LEDG-CTL-FIELD           PIC X(35).
                   15 LEDG-CTL-VALUE           PIC S9(14)V9(4).
                   15 LEDG-SCALE               PIC 9.
                   15 LEDG-TOTAL-STATUS        PIC X.
               10 FILLER                       PIC X(12).
           05 LEDG-MASTER-BODY REDEFINES LEDG-BODY.
               10 LEDG-BAL-FIELD               PIC X(35).
               10 LEDG-EXTRACT-TOTAL           PIC S9(14)V9(4).
               10 LEDG-PRIOR-DATE              PIC X(8).
               10 LEDG-PRIOR-CLOSE             PIC S9(14)V9(4).
               10 LEDG-MOVE-FEED               PIC X(20).
               10 LEDG-MOVE-FIELD              PIC X(35).
               10 LEDG-MOVEMENT                PIC S9(14)V9(4).
               10 LEDG-DIFFERENCE              PIC S9(14)V9(4).
               10 LEDG-M-SCALE                 PIC 9.
               10 FILLER                       PIC X(779).

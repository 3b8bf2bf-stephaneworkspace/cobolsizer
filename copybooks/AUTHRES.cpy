      ******************************************************************
      *    AUTHRES - ONE CPYAUTH AUTHORIZATION CHECK
      *    SHARED BY CPYAUTH AND ITS CALLERS (SALUTTOUS, CPYJOB,
      *    CPYEDIT, CPYAUTHM). THE CALLER NAMES THE CHECK AND ITSELF
      *    AND FILLS IN WHAT THE CHECK NEEDS:
      *      MODE    WS-AUTH-MODE - A MENU / MODE= LETTER
      *      PATH    WS-AUTH-PATH - A DATA FILE THE RUN WILL USE
      *      PATCH   WS-AUTH-PATH, WS-AUTH-FIELD AND THE RECORD, OLD
      *              AND NEW VALUE OF THE PATCH CPYEDIT IS ABOUT TO
      *              MAKE
      *      ADMIN   MAY THE USER MAINTAIN THE AUTHORIZATION FILE
      *      APPROV  MAY THE USER APPROVE OTHER USERS' PATCHES
      *    CPYAUTH RETURNS THE USER IT CHECKED (THE USER ENVIRONMENT
      *    VALUE), "G" GRANTED OR "D" DENIED, AND A MESSAGE FIT TO
      *    SHOW THE OPERATOR. A HIGH-RISK PATCH COMES BACK "H" HELD
      *    UNTIL A SECOND USER HAS APPROVED IT; ONCE APPROVED THE SAME
      *    PATCH COMES BACK GRANTED WITH THE APPROVER IN
      *    WS-AUTH-APPROVER. DENIED AND HELD CHECKS ARE ALSO WRITTEN
      *    TO THE SECURITY LOG CPYSEC.LOG.
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  INITIAL VERSION.
      ******************************************************************
       01  WS-AUTH-AREA.
           05 WS-AUTH-CHECK                    PIC X(6).
           05 WS-AUTH-PROGRAM                  PIC X(10).
           05 WS-AUTH-USER                     PIC X(20).
           05 WS-AUTH-MODE                     PIC X.
           05 WS-AUTH-PATH                     PIC X(200).
           05 WS-AUTH-FIELD                    PIC X(35).
           05 WS-AUTH-REC-NO                   PIC 9(9).
           05 WS-AUTH-KEY                      PIC X(64).
           05 WS-AUTH-OLD                      PIC X(40).
           05 WS-AUTH-NEW                      PIC X(40).
           05 WS-AUTH-RESULT                   PIC X VALUE "D".
               88 AUTH-GRANTED                 VALUE "G".
               88 AUTH-DENIED                  VALUE "D".
               88 AUTH-HELD                    VALUE "H".
           05 WS-AUTH-APPROVER                 PIC X(20).
           05 WS-AUTH-MESSAGE                  PIC X(80).

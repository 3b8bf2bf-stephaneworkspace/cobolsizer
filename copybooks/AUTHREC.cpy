      ******************************************************************
      *    AUTHREC - ONE RECORD OF THE INDEXED OPERATOR AUTHORIZATION
      *    FILE (CPYAUTH.IDX). MAINTAINED FROM THE CPYAUTHM SCREEN AND
      *    READ BY CPYAUTH, THE CHECK SALUTTOUS, CPYJOB AND CPYEDIT
      *    CALL BEFORE THEY ACT.
      *
      *    EVERY RECORD BELONGS TO A SUBJECT - A USER ID AS THE USER
      *    ENVIRONMENT VALUE GIVES IT, OR A GROUP NAME - AND IS KEYED
      *    BY ITS KIND, THE SUBJECT AND A SEQUENCE, SO ALL OF ONE
      *    SUBJECT'S ENTRIES OF ONE KIND SIT TOGETHER:
      *      U  MEMBERSHIP - THE USER BELONGS TO AUTH-GROUP AND HAS
      *         EVERY RIGHT GRANTED TO THAT GROUP AS WELL AS THEIR OWN
      *      A  ACCESS - THE MENU MODE LETTERS (AND CPYJOB MODE=
      *         LETTERS) THE SUBJECT MAY RUN, "*" FOR ALL; WHETHER
      *         THEY MAY MAINTAIN THIS FILE (ADMIN) AND APPROVE
      *         OTHER USERS' HIGH-RISK PATCHES (APPROVER)
      *      P  DATA PATH - THE SUBJECT MAY RUN THE DATA MODES
      *         AGAINST FILES WHOSE PATH STARTS WITH AUTH-PATH-PREFIX
      *         ("*" FOR ANY PATH)
      *      E  PATCH - THE SUBJECT MAY PATCH FILES UNDER THE PREFIX
      *         THROUGH CPYEDIT, EVERY FIELD OR ONLY AUTH-PATCH-FIELD;
      *         RISK "H" HOLDS EACH SUCH PATCH FOR A SECOND USER'S
      *         APPROVAL BEFORE THE RECORD IS REWRITTEN
      *      R  APPROVAL REQUEST - A HIGH-RISK PATCH WAITING FOR, OR
      *         GIVEN, A SECOND USER'S APPROVAL. THE SUBJECT IS THE
      *         USER WHO ASKED FOR THE PATCH; THE SAME PATCH REISSUED
      *         AFTER APPROVAL GOES THROUGH ONCE AND USES IT UP.
      *    THE KEY IS PADDED TO THE 64-BYTE LEADING PRIMARY KEY THE
      *    DATA TOOLS EXPECT OF AN INDEXED FILE, SO THE FILE CAN ALSO
      *    BE BROWSED THROUGH THIS COPYBOOK WITH ORGANIZATION IDX.
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  INITIAL VERSION.
      ******************************************************************
       01  AUTH-REC.
           05 AUTH-KEY.
               10 AUTH-KIND                    PIC X.
                   88 AUTH-IS-MEMBER           VALUE "U".
                   88 AUTH-IS-ACCESS           VALUE "A".
                   88 AUTH-IS-PATH             VALUE "P".
                   88 AUTH-IS-PATCH            VALUE "E".
                   88 AUTH-IS-REQUEST          VALUE "R".
               10 AUTH-SUBJECT                 PIC X(20).
               10 AUTH-SEQ                     PIC 9(4).
               10 FILLER                       PIC X(39).
           05 AUTH-UPDATED-BY                  PIC X(20).
           05 AUTH-UPDATED                     PIC X(14).
           05 AUTH-BODY                        PIC X(460).
           05 AUTH-MEMBER-BODY REDEFINES AUTH-BODY.
               10 AUTH-GROUP                   PIC X(20).
               10 FILLER                       PIC X(440).
           05 AUTH-ACCESS-BODY REDEFINES AUTH-BODY.
               10 AUTH-MODES                   PIC X(20).
               10 AUTH-ADMIN                   PIC X.
               10 AUTH-APPROVER                PIC X.
               10 FILLER                       PIC X(438).
           05 AUTH-PATH-BODY REDEFINES AUTH-BODY.
               10 AUTH-PATH-PREFIX             PIC X(200).
               10 FILLER                       PIC X(260).
           05 AUTH-PATCH-BODY REDEFINES AUTH-BODY.
               10 AUTH-PATCH-PREFIX            PIC X(200).
               10 AUTH-PATCH-FIELD             PIC X(35).
               10 AUTH-PATCH-RISK              PIC X.
               10 FILLER                       PIC X(224).
           05 AUTH-REQUEST-BODY REDEFINES AUTH-BODY.
               10 AUTH-REQ-STATUS              PIC X.
                   88 AUTH-REQ-PENDING         VALUE "P".
                   88 AUTH-REQ-APPROVED        VALUE "A".
                   88 AUTH-REQ-REJECTED        VALUE "X".
                   88 AUTH-REQ-USED            VALUE "U".
               10 AUTH-REQ-FILE                PIC X(200).
               10 AUTH-REQ-REC-NO              PIC 9(9).
               10 AUTH-REQ-KEY                 PIC X(64).
               10 AUTH-REQ-FIELD               PIC X(35).
               10 AUTH-REQ-OLD                 PIC X(40).
               10 AUTH-REQ-NEW                 PIC X(40).
               10 AUTH-REQ-STAMP               PIC X(14).
               10 AUTH-REQ-APPROVER            PIC X(20).
               10 AUTH-REQ-DECIDED             PIC X(14).
               10 FILLER                       PIC X(23).

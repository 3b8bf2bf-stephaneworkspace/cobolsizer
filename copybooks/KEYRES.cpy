      ******************************************************************
      *    KEYRES - THE KEY DEFINITION CPYLOAD RECORDED FOR ONE INDEXED
      *    MASTER, AS CPYKEYS READS IT BACK FROM <MASTER>.KEY.
      *    SHARED BY CPYKEYS AND ITS CALLERS (CPYLOAD, CPYVERIF,
      *    CPYBROWSE, CPYEDIT). THE CALLER FILLS IN WS-KEYDEF-MASTER;
      *    CPYKEYS RETURNS THE DEFINITION AND A STATUS:
      *      "N"  NO DEFINITION RECORDED - THE MASTER IS OPENED THE
      *           OLD WAY, WITH THE FIXED 64-BYTE LEADING KEY
      *      "Y"  DEFINITION FOUND AND ITS ACCESS MODULE ANSWERS WITH
      *           THE SAME KEY LAYOUT - ALL I-O ON THE MASTER GOES
      *           THROUGH WS-KEYDEF-MODULE (CALL AREA KEYIO)
      *      "M"  DEFINITION FOUND BUT THE ACCESS MODULE CANNOT BE
      *           CALLED (NEVER COMPILED, OR NOT ON THE RUN PATH)
      *      "B"  DEFINITION DAMAGED, OR THE MODULE ANSWERS WITH A
      *           DIFFERENT KEY LAYOUT
      *    WITH A MESSAGE FIT TO SHOW THE OPERATOR FOR "M" AND "B".
      *    ENTRY 1 IS THE PRIMARY KEY, 2 ONWARD THE ALTERNATE KEYS;
      *    OFFSETS COUNT FROM 1, AS IN THE FIELD TABLE. THE LAYOUT
      *    STRING (EACH KEY'S OFFSET, LENGTH AND DUPLICATES FLAG, THEN
      *    THE MINIMUM AND MAXIMUM RECORD LENGTH) NAMES THE MODULE:
      *    MASTERS WITH THE SAME KEY LAYOUT SHARE ONE MODULE.
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  INITIAL VERSION.
      ******************************************************************
       01  WS-KEYDEF-AREA.
           05 WS-KEYDEF-MASTER                 PIC X(200).
           05 WS-KEYDEF-STATUS                 PIC X VALUE "N".
               88 KEYDEF-NONE                  VALUE "N".
               88 KEYDEF-FOUND                 VALUE "Y".
               88 KEYDEF-NO-MODULE             VALUE "M".
               88 KEYDEF-BAD                   VALUE "B".
           05 WS-KEYDEF-COPYBOOK               PIC X(200).
           05 WS-KEYDEF-LOADED                 PIC X(14).
           05 WS-KEYDEF-MODULE                 PIC X(10).
           05 WS-KEYDEF-LAYOUT                 PIC X(100).
           05 WS-KEYDEF-MIN-LEN                PIC 9(4).
           05 WS-KEYDEF-MAX-LEN                PIC 9(4).
           05 WS-KEYDEF-COUNT                  PIC 9.
           05 WS-KEYDEF-ENTRY OCCURS 8 TIMES.
               10 WS-KEYDEF-NAME               PIC X(35).
               10 WS-KEYDEF-OFFSET             PIC 9(6).
               10 WS-KEYDEF-LENGTH             PIC 9(4).
               10 WS-KEYDEF-DUPS               PIC X.
           05 WS-KEYDEF-MESSAGE                PIC X(80).

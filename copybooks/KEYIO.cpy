      ******************************************************************
      *    KEYIO - ONE CALL TO AN INDEXED MASTER'S ACCESS MODULE.
      *    A KEY'S POSITION IS FIXED WHEN A PROGRAM IS COMPILED, SO
      *    CPYLOAD GENERATES AND COMPILES ONE SMALL MODULE PER KEY
      *    LAYOUT (CPYKNNNNNN, NAMED IN KEYRES) THAT DECLARES THE
      *    MASTER WITH ITS REAL KEYS AND DOES THE I-O ON BEHALF OF
      *    CPYLOAD, CPYVERIF, CPYBROWSE AND CPYEDIT. THE CALLER SETS
      *    THE FUNCTION AND WHAT IT NEEDS:
      *      SG  RETURN THE MODULE'S KEY LAYOUT ONLY - NO I-O
      *      CR  CREATE THE FILE EMPTY AND LEAVE IT OPEN I-O
      *      OI  OPEN INPUT           IO  OPEN I-O
      *      RN  READ THE NEXT RECORD - PRIMARY KEY ORDER AFTER AN
      *          OPEN OR RK, THE STARTED KEY'S ORDER AFTER ST
      *      RK  READ THE RECORD WHOSE PRIMARY KEY IS IN WS-KIO-RECORD
      *          AT THE KEY'S OWN OFFSET
      *      ST  START AT THE FIRST RECORD WHOSE KEY WS-KIO-KEY-NO
      *          (1 THE PRIMARY) IS NOT LESS THAN THE KEY BYTES IN
      *          WS-KIO-RECORD
      *      WR  WRITE, RW REWRITE WS-KIO-RECORD AT WS-KIO-REC-LEN
      *      CL  CLOSE
      *    WS-KIO-STATUS IS THE FILE STATUS OF THE OPERATION. A WRITE
      *    REFUSED WITH STATUS 22 SAYS WHICH KEY WAS ALREADY ON FILE
      *    IN WS-KIO-DUP-KEY-NO. READS RETURN THE RECORD AND ITS
      *    LENGTH. EVERY CALL RETURNS THE MODULE'S LAYOUT STRING. THE
      *    GENERATED MODULES DECLARE THIS SAME AREA IN THEIR LINKAGE
      *    SECTION.
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  INITIAL VERSION.
      ******************************************************************
       01  WS-KIO-AREA.
           05 WS-KIO-FUNCTION                  PIC XX.
           05 WS-KIO-PATH                      PIC X(200).
           05 WS-KIO-KEY-NO                    PIC 9.
           05 WS-KIO-STATUS                    PIC XX.
           05 WS-KIO-DUP-KEY-NO                PIC 9.
           05 WS-KIO-LAYOUT                    PIC X(100).
           05 WS-KIO-REC-LEN                   PIC 9(4).
           05 WS-KIO-RECORD                    PIC X(9999).

      ******************************************************************
      *    DOMRES - ONE CPYDOMCK CONDITION-NAME DOMAIN CHECK
      *    SHARED BY CPYDOMCK AND ITS CALLERS (CPYVERIF, CPYPROF).
      *    THE CALLER FILLS IN THE FIELD TABLE ENTRY, THE 1-BASED
      *    OFFSET OF THE OCCURRENCE IN THE RECORD AND THE FILE'S
      *    ENCODING; CPYDOMCK RETURNS WHETHER THE STORED VALUE IS ONE
      *    THE FIELD'S 88 LEVELS ALLOW, AND THE VALUE AS A PERSON
      *    READS IT (PACKED AND BINARY DECODED, EBCDIC TRANSLATED).
      *    "-" MEANS NOT CHECKED - NO CONDITION NAMES, A FLOATING-
      *    POINT FIELD, OR A NUMERIC VALUE TOO DAMAGED TO DECODE
      *    (CPYVERIF REPORTS THOSE ON THEIR OWN).
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  INITIAL VERSION.
      ******************************************************************
       01  WS-DOMCK-AREA.
           05 WS-DOMCK-FLD                     PIC 9(4).
           05 WS-DOMCK-OFF                     PIC 9(6).
           05 WS-DOMCK-ENC                     PIC X(8).
           05 WS-DOMCK-STATUS                  PIC X VALUE "-".
               88 DOMCK-IN-DOMAIN              VALUE "Y".
               88 DOMCK-OUT-OF-DOMAIN          VALUE "N".
               88 DOMCK-NOT-CHECKED            VALUE "-".
           05 WS-DOMCK-VALUE                   PIC X(40).

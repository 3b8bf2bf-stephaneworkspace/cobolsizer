      *    2026-08-22  ADDED FLD-SYNC - SET WHEN THE FIELD CARRIES A
      *                SYNC/SYNCHRONIZED CLAUSE, SO THE IBM SIZING
      *                PROFILE CAN INSERT ALIGNMENT SLACK.
      *    2026-10-15  CONDITION-NAME DOMAIN TABLE - EACH 88 LEVEL'S
      *                VALUES AND THRU RANGES ARE KEPT AGAINST THEIR
      *                PARENT FIELD (FLD-DOM-FIRST/FLD-DOM-COUNT), SO
      *                THE DATA TOOLS CAN CHECK A FIELD HOLDS A LEGAL
      *                CODE. ONE DOMAIN ENTRY PER VALUE OR RANGE; A
      *                KIND OF "N" IS A NUMERIC LITERAL, "A" AN
      *                ALPHANUMERIC (OR HEX) LITERAL, "F" A FIGURATIVE
      *                CONSTANT OR ALL LITERAL WHOSE FILL CHARACTER IS
      *                THE FIRST BYTE OF THE VALUE. A HIGH KIND OF
      *                SPACE MEANS A SINGLE VALUE, NOT A RANGE.
      ******************************************************************
       01  WS-FLD-TABLE.
           05 WS-FLD-COUNT                     PIC 9(4) VALUE ZERO.
           05 WS-DOM-COUNT                     PIC 9(4) VALUE ZERO.
           05 WS-DOM-ENTRY OCCURS 500 TIMES.
               10 DOM-FLD                      PIC 9(4).
               10 DOM-NAME                     PIC X(35).
               10 DOM-LOW-KIND                 PIC X.
               10 DOM-LOW                      PIC X(35).
               10 DOM-HIGH-KIND                PIC X.
               10 DOM-HIGH                     PIC X(35).
           05 WS-FLD-ENTRY OCCURS 1 TO 300 TIMES
                           DEPENDING ON WS-FLD-COUNT
                           INDEXED BY FLD-IDX.
               10 FLD-LEN-MAX                  PIC 9(6) VALUE ZERO.
               10 FLD-LEN-MIN                  PIC 9(6) VALUE ZERO.
               10 FLD-OFFSET                   PIC 9(6) VALUE ZERO.
               10 FLD-DOM-FIRST                PIC 9(4) VALUE ZERO.
               10 FLD-DOM-COUNT                PIC 9(3) VALUE ZERO.

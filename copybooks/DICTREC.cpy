      ******************************************************************
      *    DICTREC - ONE RECORD OF THE INDEXED DATA DICTIONARY FILE
      *    (CPYDICT.IDX), WRITTEN AND READ BY CPYDICT.
      *
      *    ONE RECORD PER NAMED FIELD TABLE ENTRY OF EVERY COPYBOOK
      *    IN THE LIBRARY, KEYED BY FIELD NAME (UPPER CASE), THEN
      *    COPYBOOK BASE NAME, THEN THE ENTRY'S SEQUENCE IN THAT
      *    COPYBOOK - SO EVERY DEFINITION OF A NAME SITS TOGETHER
      *    AND A NAME DEFINED TWICE IN ONE MEMBER KEEPS BOTH.
      *    DICT-PIC-NORM IS THE PICTURE WITH ITS REPEATS WRITTEN ONE
      *    WAY (9(3)99 AND 99999 BOTH BECOME 9(5)), SO TWO MEMBERS
      *    THAT SPELL THE SAME PICTURE DIFFERENTLY STILL AGREE.
      *    OFFSETS AND LENGTHS ARE SIZED UNDER THE RM-COBOL PROFILE.
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  INITIAL VERSION.
      ******************************************************************
       01  DICT-REC.
           05 DICT-KEY.
               10 DICT-FIELD-NAME              PIC X(35).
               10 DICT-COPYBOOK                PIC X(64).
               10 DICT-FIELD-SEQ               PIC 9(4).
           05 DICT-LEVEL                       PIC 9(2).
           05 DICT-RECORD-NAME                 PIC X(35).
           05 DICT-PIC-STRING                  PIC X(35).
           05 DICT-PIC-NORM                    PIC X(35).
           05 DICT-USAGE                       PIC X(12).
           05 DICT-IS-GROUP                    PIC X.
           05 DICT-ELEM-LEN                    PIC 9(6).
           05 DICT-LEN-MAX                     PIC 9(6).
           05 DICT-OFFSET                      PIC 9(6).
           05 DICT-OCCURS-MAX                  PIC 9(5).
           05 DICT-REDEFINES                   PIC X(35).
           05 DICT-LOADED                      PIC X(14).
           05 FILLER                           PIC X(40).

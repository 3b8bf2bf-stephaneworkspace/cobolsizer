      ******************************************************************
      *    LOADREJ - ONE RECORD OF A CPYLOAD REJECT FILE (<MASTER>.REJ).
      *    EVERY INPUT RECORD CPYLOAD COULD NOT PUT ON THE MASTER, WITH
      *    ITS RECORD NUMBER IN THE INPUT, WHY, AND THE RECORD ITSELF
      *    BYTE FOR BYTE. THE FILE IS RECORD SEQUENTIAL, EACH RECORD
      *    73 BYTES PLUS THE REJECTED RECORD'S OWN LENGTH, SO THE
      *    REJECTED DATA CAN BE CUT BACK OUT, CORRECTED AND LOADED.
      *    REASONS:
      *      DUPLICATE PRIMARY KEY
      *      DUPLICATE ALTERNATE KEY <FIELD NAME>
      *      RECORD TOO SHORT FOR THE KEYS
      *      RECORD LONGER THAN THE COPYBOOK
      *
      *    MODIFICATION HISTORY
      *    2026-10-15  INITIAL VERSION.
      ******************************************************************
       01  LOADREJ-REC.
           05 REJ-REC-NO                       PIC 9(9).
           05 REJ-REASON                       PIC X(60).
           05 REJ-DATA-LEN                     PIC 9(4).
           05 REJ-DATA                         PIC X(9999).

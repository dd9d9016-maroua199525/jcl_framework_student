      *================================================================
      *  KEYCHK - ACCOUNT KEY CHECK-DIGIT WORK AREA
      *  USED BY FILE-PROCESSOR, SIMPLE-VALIDATOR, DATA-PROCESSOR,
      *  TRAN-ENTRY, ACCT-ASSIGN AND KEY-EXCEPTIONS, EACH OF WHICH
      *  CARRIES THE SAME CHECK-KEY-DIGIT PARAGRAPH.
      *  AN ACCOUNT KEY IS NINE BASE CHARACTERS AND A CHECK DIGIT IN
      *  POSITION 10. EACH BASE CHARACTER IS VALUED BY ITS PLACE IN
      *  KCD-ALPHABET (0-9 AS THEMSELVES, A-Z AS 10-35) AND WEIGHTED
      *  10 DOWN TO 2 FROM THE LEFT; THE CHECK DIGIT BRINGS THE
      *  WEIGHTED SUM UP TO A MULTIPLE OF 11. A BASE WHOSE CHECK
      *  WOULD BE 10 HAS NO VALID KEY AND IS NEVER ISSUED. THE
      *  SCHEME CATCHES EVERY SINGLE WRONG DIGIT AND EVERY SWAP OF
      *  TWO ADJACENT DIGITS. ACCT-ASSIGN ISSUES NEW NUMBERS AS
      *  BRANCH CODE (4), SEQUENCE (5) AND CHECK DIGIT.
      *  ON RETURN KCD-CHECK-DIGIT HOLDS THE DIGIT THE BASE CALLS
      *  FOR (10 WHEN THERE IS NONE) AND KCD-KEY-VALID SAYS WHETHER
      *  POSITION 10 OF KCD-KEY CARRIES IT. ACCOUNTS ALREADY ON THE
      *  MASTER WHEN THE SCHEME CAME IN KEEP THEIR NUMBERS - A KEY
      *  THAT FAILS THE CHECK IS ACCEPTED ONLY FOR AN ACCOUNT THAT
      *  IS ON MASTFILE (SEE KEY-EXCEPTIONS).
      *================================================================
       01  KCD-WORK-AREA.
           05  KCD-KEY             PIC X(10)   VALUE SPACES.
           05  KCD-ALPHABET        PIC X(36)   VALUE
               "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  KCD-POS             PIC 9(02)   VALUE 0.
           05  KCD-ALPHA-SUB       PIC 9(02)   VALUE 0.
           05  KCD-CHAR-VALUE      PIC 9(02)   VALUE 0.
           05  KCD-SUM             PIC 9(04)   VALUE 0.
           05  KCD-QUOTIENT        PIC 9(04)   VALUE 0.
           05  KCD-REMAINDER       PIC 9(02)   VALUE 0.
           05  KCD-CHECK-DIGIT     PIC 9(02)   VALUE 0.
           05  KCD-CHAR-FOUND-SW   PIC X(01)   VALUE 'N'.
               88  KCD-CHAR-FOUND              VALUE 'Y'.
           05  KCD-BASE-SW         PIC X(01)   VALUE 'Y'.
               88  KCD-BASE-OK                 VALUE 'Y'.
               88  KCD-BASE-BAD                VALUE 'N'.
           05  KCD-RESULT-SW       PIC X(01)   VALUE 'N'.
               88  KCD-KEY-VALID               VALUE 'Y'.
               88  KCD-KEY-INVALID             VALUE 'N'.

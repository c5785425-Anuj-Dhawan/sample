      *****************************************************************
      *  BUREAU.CPY - CREDIT BUREAU REPORTING BASE SEGMENT LAYOUT
      *  ONE ROW PER LOAN FURNISHED TO THE CREDIT BUREAUS BY BUREXTR
      *  AT MONTH END, IN THE BUREAUS' STANDARD FIXED-LENGTH METRO 2
      *  FORMAT: THE 426-BYTE BASE SEGMENT FOR THE PRIMARY BORROWER
      *  FOLLOWED BY THE 100-BYTE J1 (ASSOCIATED CONSUMER - SAME
      *  ADDRESS) SEGMENT FOR THE CO-BORROWER ON A JOINT LOAN. EVERY
      *  RECORD ON THE FILE IS THE SAME 526 BYTES - THE J1 AREA IS
      *  SPACES ON A LOAN WITH NO CO-BORROWER - AND THE RECORD
      *  DESCRIPTOR WORD CARRIES THAT LENGTH. THE HEADER AND TRAILER
      *  ARE BUILT IN BUREXTR'S WORKING STORAGE AT THE SAME LENGTH.
      *  AMOUNTS ARE WHOLE DOLLARS, CENTS DROPPED, AND DATES ARE
      *  MMDDYYYY (ZEROS WHEN THERE IS NO DATE TO REPORT), AS THE
      *  FORMAT REQUIRES.
      *****************************************************************
       01  BUREAU-RECORD.
           05  BUR-RECORD-DESCRIPTOR   PIC X(04).
           05  BUR-PROCESSING-IND      PIC X(01).
           05  BUR-TIME-STAMP          PIC X(14).
           05  FILLER                  PIC X(01).
           05  BUR-IDENTIFICATION-NUM  PIC X(20).
           05  BUR-CYCLE-IDENTIFIER    PIC X(02).
           05  BUR-ACCOUNT-NUMBER      PIC X(30).
           05  BUR-PORTFOLIO-TYPE      PIC X(01).
           05  BUR-ACCOUNT-TYPE        PIC X(02).
           05  BUR-DATE-OPENED         PIC X(08).
           05  BUR-CREDIT-LIMIT        PIC 9(09).
           05  BUR-HIGHEST-CREDIT      PIC 9(09).
           05  BUR-TERMS-DURATION      PIC X(03).
           05  BUR-TERMS-FREQUENCY     PIC X(01).
           05  BUR-SCHEDULED-PAYMENT   PIC 9(09).
           05  BUR-ACTUAL-PAYMENT      PIC 9(09).
      *    '11' CURRENT, '13' PAID OR CLOSED, '64' CHARGE-OFF PAID IN
      *    FULL, '71' 30-59 DAYS, '78' 60-89, '80' 90-119, '82'
      *    120-149, '83' 150-179, '84' 180 OR MORE, '97' UNPAID
      *    CHARGE-OFF.
           05  BUR-ACCOUNT-STATUS      PIC X(02).
           05  BUR-PAYMENT-RATING      PIC X(01).
           05  BUR-PAYMENT-HISTORY     PIC X(24).
           05  BUR-SPECIAL-COMMENT     PIC X(02).
           05  BUR-COMPLIANCE-CODE     PIC X(02).
           05  BUR-CURRENT-BALANCE     PIC 9(09).
           05  BUR-AMOUNT-PAST-DUE     PIC 9(09).
           05  BUR-ORIG-CHGOFF-AMOUNT  PIC 9(09).
           05  BUR-DATE-ACCOUNT-INFO   PIC X(08).
           05  BUR-DATE-FIRST-DELINQ   PIC X(08).
           05  BUR-DATE-CLOSED         PIC X(08).
           05  BUR-DATE-LAST-PAYMENT   PIC X(08).
           05  BUR-INTEREST-TYPE       PIC X(01).
           05  FILLER                  PIC X(17).
      *    PRIMARY BORROWER. NAMEMAST.DAT CARRIES THE NAME AS ONE
      *    LINE, SO IT IS REPORTED WHOLE IN THE SURNAME FIELD.
           05  BUR-SURNAME             PIC X(25).
           05  BUR-FIRST-NAME          PIC X(20).
           05  BUR-MIDDLE-NAME         PIC X(20).
           05  BUR-GENERATION-CODE     PIC X(01).
           05  BUR-SOCIAL-SECURITY-NUM PIC 9(09).
           05  BUR-DATE-OF-BIRTH       PIC 9(08).
           05  BUR-TELEPHONE-NUMBER    PIC 9(10).
      *    '1' INDIVIDUAL, '2' JOINT CONTRACTUAL LIABILITY.
           05  BUR-ECOA-CODE           PIC X(01).
           05  BUR-CONSUMER-INFO-IND   PIC X(02).
           05  BUR-COUNTRY-CODE        PIC X(02).
           05  BUR-ADDRESS-LINE-1      PIC X(32).
           05  BUR-ADDRESS-LINE-2      PIC X(32).
           05  BUR-CITY                PIC X(20).
           05  BUR-STATE               PIC X(02).
           05  BUR-POSTAL-CODE         PIC X(09).
      *    'U' WHEN THE BORROWER IS ON AN UNDELIVERABLE-MAIL HOLD.
           05  BUR-ADDRESS-IND         PIC X(01).
           05  BUR-RESIDENCE-CODE      PIC X(01).
      *    J1 SEGMENT - THE CO-BORROWER, JOINTLY LIABLE, AT THE SAME
      *    ADDRESS AS FAR AS THE FILE IS CONCERNED.
           05  BUR-J1-SEGMENT.
               10  BUR-J1-SEGMENT-ID       PIC X(02).
               10  FILLER                  PIC X(01).
               10  BUR-J1-SURNAME          PIC X(25).
               10  BUR-J1-FIRST-NAME       PIC X(20).
               10  BUR-J1-MIDDLE-NAME      PIC X(20).
               10  BUR-J1-GENERATION-CODE  PIC X(01).
               10  BUR-J1-SOCIAL-SECURITY  PIC X(09).
               10  BUR-J1-DATE-OF-BIRTH    PIC X(08).
               10  BUR-J1-TELEPHONE-NUMBER PIC X(10).
               10  BUR-J1-ECOA-CODE        PIC X(01).
               10  BUR-J1-CONSUMER-INFO    PIC X(02).
               10  FILLER                  PIC X(01).

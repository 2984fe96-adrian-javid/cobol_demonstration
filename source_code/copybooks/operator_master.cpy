      *****************************************************************
      * OPERATOR-MASTER.
      * RECORD LAYOUT FOR THE OPERATORS MASTER FILE -- ONE RECORD PER
      * PERSON ALLOWED TO RUN THE SYSTEM, WITH THE ROLE THAT SAYS WHAT
      * THEY MAY CHANGE.  READ BY App_checkOperator ON BEHALF OF EVERY
      * PROGRAM; MAINTAINED BY App_maintainOperators.  KEYED BY
      * OPERATOR ID (THE SIGN-ON USER NAME).
      *****************************************************************
       01  OPER-RECORD.
           05  OPER-OPERATOR-ID            PIC X(08).
           05  OPER-NAME                   PIC X(30).
      *** VIEWERS RUN AND REPORT; ANALYSTS MAY ALSO SAVE "W" SNAPSHOTS,
      *** IMPORT RLE PATTERNS AND KEEP SETUP PROFILES; SUPERVISORS MAY
      *** ALSO CHANGE OR RESEED THE PATTERN LIBRARY, PURGE WITH DELETE
      *** DISPOSITION, AND MAINTAIN THIS FILE.
           05  OPER-ROLE                   PIC X(01).
               88  OPER-ROLE-VIEWER            VALUE "V".
               88  OPER-ROLE-ANALYST           VALUE "A".
               88  OPER-ROLE-SUPERVISOR        VALUE "S".
           05  OPER-ACTIVE-FLAG            PIC X(01).
               88  OPER-ACTIVE                 VALUE "Y".
               88  OPER-INACTIVE               VALUE "N".
      *** WHO LAST CHANGED THE RECORD, AND WHEN (YYYYMMDD-HHMMSSHH).
           05  OPER-CHANGED-TIMESTAMP      PIC X(17).
           05  OPER-CHANGED-BY             PIC X(08).

       01 WS-OPERATOR-RECORD.
          05 OPR-OPERATOR-ID               PIC X(08).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 OPR-OPERATOR-NAME             PIC X(30).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 OPR-ACTIVE-SW                 PIC X(01).
             88 OPR-ACTIVE                 VALUE "Y".
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 OPR-EXPIRY-DATE               PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 OPR-RIGHTS.
             10 OPR-RIGHT-ADD              PIC X(01).
             10 OPR-RIGHT-UPDATE           PIC X(01).
             10 OPR-RIGHT-DELETE           PIC X(01).
             10 OPR-RIGHT-STATUS           PIC X(01).
             10 OPR-RIGHT-DEDUCTION        PIC X(01).
             10 OPR-RIGHT-CERTIFICATION    PIC X(01).
             10 OPR-RIGHT-PURGE            PIC X(01).
             10 OPR-RIGHT-MASS-ADJUST      PIC X(01).
          05 OPR-RIGHTS-R REDEFINES OPR-RIGHTS.
             10 OPR-RIGHT-FLAG             PIC X(01) OCCURS 8 TIMES.
       01 WS-SECURITY-VIOLATION-RECORD.
          05 SECV-DATE                     PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 SECV-TIME                     PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 SECV-OPERATOR-ID              PIC X(08).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 SECV-PROGRAM-NAME             PIC X(20).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 SECV-RIGHT-NAME               PIC X(10).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 SECV-REASON                   PIC X(20).
       01 WS-SEC-RIGHT-NAMES.
          05 FILLER                        PIC X(40) VALUE
             "ADD       UPDATE    DELETE    STATUS    ".
          05 FILLER                        PIC X(40) VALUE
             "DEDUCTION CERTIFY   PURGE     MASS ADJ  ".
       01 WS-SEC-RIGHT-NAMES-R REDEFINES WS-SEC-RIGHT-NAMES.
          05 WS-SEC-RIGHT-NAME             PIC X(10) OCCURS 8 TIMES.
       01 WS-SEC-REQUEST.
          05 WS-SEC-OPERATOR-ID            PIC X(08) VALUE SPACES.
          05 WS-SEC-PROGRAM-NAME           PIC X(20) VALUE SPACES.
          05 WS-SEC-RIGHT-NUM              PIC 9(01) VALUE ZERO.
             88 SEC-RIGHT-SIGN-ON          VALUE 0.
             88 SEC-RIGHT-ADD              VALUE 1.
             88 SEC-RIGHT-UPDATE           VALUE 2.
             88 SEC-RIGHT-DELETE           VALUE 3.
             88 SEC-RIGHT-STATUS           VALUE 4.
             88 SEC-RIGHT-DEDUCTION        VALUE 5.
             88 SEC-RIGHT-CERTIFICATION    VALUE 6.
             88 SEC-RIGHT-PURGE            VALUE 7.
             88 SEC-RIGHT-MASS-ADJUST      VALUE 8.
       01 WS-SEC-RESULT.
          05 WS-SEC-AUTHORIZED-SW          PIC X(01) VALUE "N".
             88 OPERATOR-AUTHORIZED        VALUE "Y".
             88 OPERATOR-NOT-AUTHORIZED    VALUE "N".
          05 WS-SEC-REASON                 PIC X(20) VALUE SPACES.
          05 WS-SEC-TODAY                  PIC 9(08) VALUE ZERO.
          05 WS-SEC-NOW                    PIC 9(08) VALUE ZERO.
       01 WS-SEC-SUPERVISOR-REQUEST.
          05 WS-SEC-SUPERVISOR-ID          PIC X(08) VALUE SPACES.
          05 WS-SEC-SIGNON-ID              PIC X(08) VALUE SPACES.
          05 WS-SEC-SIGNON-AUTH-SW         PIC X(01) VALUE "N".
          05 WS-SEC-SUPERVISOR-SW          PIC X(01) VALUE "N".
             88 SUPERVISOR-APPROVED        VALUE "Y".
             88 SUPERVISOR-NOT-APPROVED    VALUE "N".
       01 WS-OPR-FILE-STATUS               PIC X(02) VALUE SPACES.
       01 WS-SECV-FILE-STATUS              PIC X(02) VALUE SPACES.
       01 WS-OPR-LOAD-EOF-SW               PIC X(01) VALUE "N".
          88 OPR-LOAD-EOF                  VALUE "Y".
       01 WS-OPR-FOUND-SW                  PIC X(01) VALUE "N".
          88 OPR-FOUND                     VALUE "Y".
          88 OPR-NOT-FOUND                 VALUE "N".

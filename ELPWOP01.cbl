      ******************************************************************
      * Program: ELPWOP01.cbl                                         *
      * Author: Rey Devega                                            *
      * Date-Written: 09/05/2018                                      *
      * Purpose: Bad-debt write-off proposal, the first of the two    *
      *          write-off phases.  Walks CUSTOUT after elpCob1 has   *
      *          closed it, ages each balance by days since the last  *
      *          payment (the same rules ELPRPT02 uses), and proposes *
      *          for write-off every positive balance that is either  *
      *          on a closed ("C") account, or in the 90+ bucket with *
      *          no payment for at least the number of days on the    *
      *          parameter card (PARM DAYS=nnn) - a customer with no  *
      *          usable last-payment date has never paid and always   *
      *          qualifies.  Each proposal is written to the pending  *
      *          write-off file (WOFPEND: customer, balance, reason,  *
      *          proposal date, name) and listed on the proposal      *
      *          register (WOFPRPT) with totals by reason and a       *
      *          signature block for the controller.  Nothing is      *
      *          posted here: the controller strikes any account not  *
      *          approved, and the approved file is the WOFAPPR input *
      *          ELPWOF01 posts - the same proposal-then-approval     *
      *          pattern ELPCRV01 uses for credit limits.  A missing  *
      *          or unusable DAYS= is a hard stop, the same rule      *
      *          ELPFIN01 applies to its RATE=.                       *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *   09/05/2018  RD  Original write-off proposal program.        *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPWOP01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-OUT-FILE ASSIGN TO "CUSTOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-CUST-NUMBER
               FILE STATUS IS ELP-CUSTOUT-FILE-STATUS.

           SELECT WRITEOFF-PENDING-FILE ASSIGN TO "WOFPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-PENDING-FILE-STATUS.

           SELECT PROPOSAL-REPORT-FILE ASSIGN TO "WOFPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-WOFPRPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-OUT-FILE.
       01  CUSTOMER-OUT-RECORD.
           COPY CUSTREC
               REPLACING ==CR-CUST-NUMBER== BY ==CO-CUST-NUMBER==
                         ==CR-CUST-NAME==   BY ==CO-CUST-NAME==
                         ==CR-REGION==      BY ==CO-REGION==
                         ==CR-BALANCE==     BY ==CO-BALANCE==
                         ==CR-CREDIT-LIMIT== BY ==CO-CREDIT-LIMIT==
                         ==CR-LAST-PAY-DATE== BY
                             ==CO-LAST-PAY-DATE==
                         ==CR-STATUS==      BY ==CO-STATUS==
                         ==CR-STATUS-DATE== BY
                             ==CO-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==CO-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==CO-MERGED-TO==.

      ******************************************************************
      * One proposed write-off: the customer, the balance proposed,    *
      * the reason (AGED or CLOSED), the proposal date, and the name   *
      * so the controller can read the file.  ELPWOF01 reads the       *
      * approved copy (WOFAPPR) with the same layout.                  *
      ******************************************************************
       FD  WRITEOFF-PENDING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WRITEOFF-PENDING-RECORD.
           05  WP-CUST-NUMBER             PIC 9(06).
           05  FILLER                     PIC X(01).
           05  WP-AMOUNT                  PIC S9(09)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  WP-REASON                  PIC X(06).
           05  FILLER                     PIC X(01).
           05  WP-PROPOSAL-DATE           PIC 9(08).
           05  FILLER                     PIC X(01).
           05  WP-CUST-NAME               PIC X(30).
           05  FILLER                     PIC X(14).

       FD  PROPOSAL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PROPOSAL-REPORT-LINE           PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  ELP-RUNCTL-FILE-STATUS         PIC X(02).
           88  ELP-RUNCTL-FILE-OK         VALUE "00".

       01  ELP-RUN-CONTROL-WORK.
           05  ELP-RUNCTL-FOUND-SW        PIC X(01) VALUE "N".
               88  ELP-RUNCTL-FOUND       VALUE "Y".
           05  ELP-BUSINESS-DATE          PIC 9(08) VALUE 0.
           05  ELP-RUNCTL-STATUS          PIC X(08).
           05  ELP-RUNCTL-MONTH-END-SW    PIC X(01).
               88  ELP-MONTH-END-RUN      VALUE "Y".

       01  ELP-FILE-STATUSES.
           05  ELP-CUSTOUT-FILE-STATUS    PIC X(02).
               88  ELP-CUSTOUT-FILE-OK    VALUE "00".
           05  ELP-PENDING-FILE-STATUS    PIC X(02).
               88  ELP-PENDING-FILE-OK    VALUE "00".
           05  ELP-WOFPRPT-FILE-STATUS    PIC X(02).
               88  ELP-WOFPRPT-FILE-OK    VALUE "00".

       01  ELP-SWITCHES.
           05  ELP-CUSTOUT-EOF-SW         PIC X(01) VALUE "N".
               88  ELP-CUSTOUT-AT-EOF     VALUE "Y".
           05  ELP-DAYS-GOOD-SW           PIC X(01) VALUE "N".
               88  ELP-DAYS-GOOD          VALUE "Y".

       01  ELP-ABEND-WORK.
           05  ELP-ABEND-FILE-NAME        PIC X(08).
           05  ELP-ABEND-FILE-STATUS      PIC X(02).

       01  ELP-RUN-DATE-WORK.
           05  ELP-RUN-DATE            PIC 9(08).
           05  ELP-RUN-DATE-INT        PIC S9(09) COMP.

       01  ELP-PARM-VALUE-WORK.
           05  ELP-PARM-VALUE-TEXT        PIC X(10).
           05  ELP-PARM-BAD-CHAR-COUNT    PIC 9(02) COMP.

      ******************************************************************
      * The no-payment threshold from DAYS=.  A 90+ balance is only    *
      * proposed once its last payment is at least this many days      *
      * old; a threshold under 90 still needs the 90+ bucket.          *
      ******************************************************************
       01  ELP-PROPOSAL-WORK.
           05  ELP-NO-PAY-DAYS            PIC 9(05) COMP VALUE 0.
           05  ELP-PROPOSAL-REASON        PIC X(06).

       01  ELP-AGE-WORK.
           05  ELP-AGE-DAYS            PIC S9(06) COMP.
           05  ELP-AGE-BUCKET          PIC 9(01).
           05  ELP-AGE-DATE-GOOD-SW    PIC X(01).
               88  ELP-AGE-DATE-GOOD   VALUE "Y".
           05  ELP-AGE-PAY-DATE        PIC 9(08).
           05  ELP-AGE-PAY-DATE-SPLIT REDEFINES ELP-AGE-PAY-DATE.
               10  ELP-AGE-PAY-YEAR    PIC 9(04).
               10  ELP-AGE-PAY-MONTH   PIC 9(02).
               10  ELP-AGE-PAY-DAY     PIC 9(02).
           05  ELP-AGE-LEAP-REM        PIC 9(04) COMP.
           05  ELP-AGE-LEAP-QUOT       PIC 9(04) COMP.
           05  ELP-AGE-MONTH-MAX       PIC 9(02) COMP.

       01  ELP-MONTH-DAYS-TABLE.
           05  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  ELP-MONTH-DAYS-TBL REDEFINES ELP-MONTH-DAYS-TABLE.
           05  ELP-MONTH-DAYS          OCCURS 12 TIMES PIC 9(02).

       01  ELP-PROPOSAL-COUNTS.
           05  ELP-CUST-READ-COUNT        PIC 9(06) COMP VALUE 0.
           05  ELP-AGED-COUNT             PIC 9(06) COMP VALUE 0.
           05  ELP-AGED-TOTAL             PIC S9(13)V99 COMP-3
                                          VALUE 0.
           05  ELP-CLOSED-COUNT           PIC 9(06) COMP VALUE 0.
           05  ELP-CLOSED-TOTAL           PIC S9(13)V99 COMP-3
                                          VALUE 0.
           05  ELP-PROPOSED-COUNT         PIC 9(06) COMP VALUE 0.
           05  ELP-PROPOSED-TOTAL         PIC S9(13)V99 COMP-3
                                          VALUE 0.

       01  ELP-PRINT-CONTROL.
           05  ELP-PAGE-NUMBER         PIC 9(04) COMP VALUE 0.
           05  ELP-LINE-COUNT          PIC 9(04) COMP VALUE 0.
           05  ELP-LINES-PER-PAGE      PIC 9(04) COMP VALUE 50.

       01  ELP-DAYS-EDIT                  PIC ZZZZ9.

       01  ELP-HEADING-LINE-1.
           05  FILLER                  PIC X(34) VALUE
               "BAD-DEBT WRITE-OFF PROPOSAL".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  ELP-H1-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(19) VALUE
               "   NO PAYMENT DAYS ".
           05  ELP-H1-NO-PAY-DAYS      PIC ZZZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  ELP-H1-PAGE-NUMBER      PIC ZZZ9.

       01  ELP-HEADING-LINE-2.
           05  FILLER                  PIC X(08) VALUE "CUST NO.".
           05  FILLER                  PIC X(33) VALUE
               "  CUSTOMER NAME".
           05  FILLER                  PIC X(06) VALUE "RGN".
           05  FILLER                  PIC X(04) VALUE "ST".
           05  FILLER                  PIC X(10) VALUE "LAST PAY".
           05  FILLER                  PIC X(07) VALUE " DAYS".
           05  FILLER                  PIC X(18) VALUE
               "         BALANCE".
           05  FILLER                  PIC X(06) VALUE "REASON".

       01  ELP-DETAIL-LINE.
           05  ELP-DL-CUST-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ELP-DL-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ELP-DL-REGION           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-STATUS           PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ELP-DL-LAST-PAY         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-DAYS             PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-BALANCE          PIC -,---,---,--9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-REASON           PIC X(06).

       01  ELP-SUMMARY-LINE.
           05  ELP-SM-LABEL            PIC X(34).
           05  FILLER                  PIC X(06) VALUE "ITEMS ".
           05  ELP-SM-COUNT            PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-SM-AMOUNT           PIC --,---,---,---,--9.99.

       01  ELP-NONE-LINE               PIC X(50) VALUE
           "NO ACCOUNTS PROPOSED FOR WRITE-OFF THIS RUN".

       01  ELP-SIGNATURE-LINE-1.
           05  FILLER                  PIC X(36) VALUE
               "APPROVED FOR POSTING BY CONTROLLER".
           05  FILLER                  PIC X(32) VALUE ALL "_".
           05  FILLER                  PIC X(08) VALUE "   DATE ".
           05  FILLER                  PIC X(10) VALUE ALL "_".

       01  ELP-SIGNATURE-LINE-2.
           05  FILLER                  PIC X(39) VALUE
               "STRIKE EVERY ACCOUNT NOT APPROVED FROM".
           05  FILLER                  PIC X(44) VALUE
               "WOFPEND BEFORE IT IS RELEASED AS WOFAPPR".

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       LINKAGE SECTION.
       01  ELP-PARM-INFO.
           05  ELP-PARM-LENGTH            PIC S9(04) COMP.
           05  ELP-PARM-DATA              PIC X(80).

       PROCEDURE DIVISION USING ELP-PARM-INFO.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-READ-CUSTOMER THRU 2000-READ-CUSTOMER-EXIT
           PERFORM 3000-REVIEW-ONE-CUSTOMER
                   THRU 3000-REVIEW-ONE-CUSTOMER-EXIT
                   UNTIL ELP-CUSTOUT-AT-EOF
           PERFORM 4000-PRINT-TOTALS THRU 4000-PRINT-TOTALS-EXIT
           GO TO 9999-TERMINATE.

      ******************************************************************
      * 1000-INITIALIZE - opens the files and parses the DAYS= PARM.   *
      * No usable threshold means no proposal: the step stops with a   *
      * failing code before a pending record is written.               *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           MOVE ELP-BUSINESS-DATE TO ELP-RUN-DATE
           MOVE ELP-RUN-DATE TO ELP-H1-RUN-DATE
           COMPUTE ELP-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(ELP-RUN-DATE)
           PERFORM 1100-PARSE-DAYS-PARM
                   THRU 1100-PARSE-DAYS-PARM-EXIT
           IF NOT ELP-DAYS-GOOD
               DISPLAY "ELPWOP01 - DAYS= PARM MISSING OR UNUSABLE - "
                   "NO WRITE-OFFS PROPOSED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           MOVE ELP-NO-PAY-DAYS TO ELP-H1-NO-PAY-DAYS
           OPEN INPUT CUSTOMER-OUT-FILE
           IF NOT ELP-CUSTOUT-FILE-OK
               MOVE "CUSTOUT" TO ELP-ABEND-FILE-NAME
               MOVE ELP-CUSTOUT-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN OUTPUT WRITEOFF-PENDING-FILE
           IF NOT ELP-PENDING-FILE-OK
               MOVE "WOFPEND" TO ELP-ABEND-FILE-NAME
               MOVE ELP-PENDING-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN OUTPUT PROPOSAL-REPORT-FILE
           IF NOT ELP-WOFPRPT-FILE-OK
               MOVE "WOFPRPT" TO ELP-ABEND-FILE-NAME
               MOVE ELP-WOFPRPT-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1020-BEGIN-STEP - registers the step with ELPSTP01 before any  *
      * file is opened.  A step already COMPLETE for the business date *
      * stops here on a resubmitted night with return code 0; a held   *
      * step stops with return code 12 (the ELPSTP01 DISPLAYs say      *
      * why).                                                          *
      ******************************************************************
       1020-BEGIN-STEP.
           MOVE "BEGIN" TO SC-FUNCTION
           MOVE "ELPWOP01" TO SC-STEP-NAME
           MOVE "N" TO SC-BACKUP-SW
           MOVE RETURN-CODE TO SC-RETURN-CODE
           CALL "ELPSTP01" USING ELP-STEP-CONTROL
           MOVE SC-RETURN-CODE TO RETURN-CODE
           IF SC-STEP-SKIP OR SC-STEP-HOLD
               Stop Run
           END-IF
           IF SC-STEP-RUN
               SET ELP-STEP-BEGUN TO TRUE
           END-IF.
       1020-BEGIN-STEP-EXIT.
           EXIT.

      ******************************************************************
      * 1050-READ-RUN-CONTROL - picks up the business processing date  *
      * (and the run status / month-end switch) from the RUNCTL file   *
      * operations sets up ahead of the stream, so every step dates    *
      * itself from the business date instead of the wall clock.  A    *
      * missing or unusable RUNCTL falls back to the system date       *
      * with a warning so a deliberate standalone run still works.     *
      ******************************************************************
       1050-READ-RUN-CONTROL.
           MOVE SPACES TO ELP-RUNCTL-STATUS
           MOVE "N" TO ELP-RUNCTL-MONTH-END-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT ELP-RUNCTL-FILE-OK
               DISPLAY "ELPWOP01 - RUNCTL NOT AVAILABLE - FILE STATUS "
                   ELP-RUNCTL-FILE-STATUS " - SYSTEM DATE USED"
               ACCEPT ELP-BUSINESS-DATE FROM DATE YYYYMMDD
               GO TO 1050-READ-RUN-CONTROL-EXIT
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RC-BUSINESS-DATE NUMERIC
                       AND RC-BUSINESS-DATE > 0
                       SET ELP-RUNCTL-FOUND TO TRUE
                       MOVE RC-BUSINESS-DATE TO ELP-BUSINESS-DATE
                       MOVE RC-RUN-STATUS TO ELP-RUNCTL-STATUS
                       MOVE RC-MONTH-END-SW
                           TO ELP-RUNCTL-MONTH-END-SW
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF NOT ELP-RUNCTL-FOUND
               DISPLAY "ELPWOP01 - RUNCTL UNUSABLE - SYSTEM DATE USED"
               ACCEPT ELP-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1100-PARSE-DAYS-PARM - DAYS=nnn on the parameter card sets the *
      * number of days without a payment before a 90+ balance is       *
      * proposed.  A whole number of days is required; a decimal       *
      * point or a sign is as unusable as a letter.                    *
      ******************************************************************
       1100-PARSE-DAYS-PARM.
           IF ELP-PARM-LENGTH NOT > 5
               OR ELP-PARM-DATA(1:5) NOT = "DAYS="
               GO TO 1100-PARSE-DAYS-PARM-EXIT
           END-IF
           MOVE SPACES TO ELP-PARM-VALUE-TEXT
           MOVE ELP-PARM-DATA(6:ELP-PARM-LENGTH - 5)
               TO ELP-PARM-VALUE-TEXT
           MOVE 0 TO ELP-PARM-BAD-CHAR-COUNT
           INSPECT ELP-PARM-VALUE-TEXT
               TALLYING ELP-PARM-BAD-CHAR-COUNT
               FOR ALL "A" ALL "B" ALL "C" ALL "D" ALL "E"
                   ALL "F" ALL "G" ALL "H" ALL "I" ALL "J"
                   ALL "K" ALL "L" ALL "M" ALL "N" ALL "O"
                   ALL "P" ALL "Q" ALL "R" ALL "S" ALL "T"
                   ALL "U" ALL "V" ALL "W" ALL "X" ALL "Y"
                   ALL "Z" ALL "," ALL "=" ALL "-" ALL "."
                   ALL "+"
           IF ELP-PARM-BAD-CHAR-COUNT = 0
               AND ELP-PARM-VALUE-TEXT NOT = SPACES
               COMPUTE ELP-NO-PAY-DAYS =
                   FUNCTION NUMVAL(ELP-PARM-VALUE-TEXT)
               IF ELP-NO-PAY-DAYS > 0
                   SET ELP-DAYS-GOOD TO TRUE
               END-IF
           END-IF.
       1100-PARSE-DAYS-PARM-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ABEND-OPEN-FAILURE - a required file would not open.  The *
      * caller moves the file name and the file status into            *
      * ELP-ABEND-FILE-NAME/ELP-ABEND-FILE-STATUS before PERFORMing    *
      * this, then GOes TO 9999-TERMINATE, the same convention as      *
      * elpCob1.                                                       *
      ******************************************************************
       1600-ABEND-OPEN-FAILURE.
           DISPLAY "ELPWOP01 - OPEN FAILED FOR " ELP-ABEND-FILE-NAME
               " - FILE STATUS " ELP-ABEND-FILE-STATUS
           MOVE 90 TO RETURN-CODE.
       1600-ABEND-OPEN-FAILURE-EXIT.
           EXIT.

       2000-READ-CUSTOMER.
           READ CUSTOMER-OUT-FILE NEXT RECORD
               AT END
                   SET ELP-CUSTOUT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ELP-CUST-READ-COUNT
           END-READ.
       2000-READ-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REVIEW-ONE-CUSTOMER - proposes the customer's balance for *
      * write-off when it is positive and the account is closed, or    *
      * when it sits in the 90+ bucket with no payment for the PARM    *
      * number of days (or no usable payment date at all).  Everyone   *
      * else passes through untouched.                                 *
      ******************************************************************
       3000-REVIEW-ONE-CUSTOMER.
           IF CO-BALANCE NOT > 0
               GO TO 3000-NEXT-CUSTOMER
           END-IF
           PERFORM 3200-COMPUTE-AGE-DAYS
                   THRU 3200-COMPUTE-AGE-DAYS-EXIT
           IF CO-STATUS = "C"
               MOVE "CLOSED" TO ELP-PROPOSAL-REASON
               ADD 1 TO ELP-CLOSED-COUNT
               ADD CO-BALANCE TO ELP-CLOSED-TOTAL
               GO TO 3000-PROPOSE-CUSTOMER
           END-IF
           IF ELP-AGE-BUCKET < 4
               GO TO 3000-NEXT-CUSTOMER
           END-IF
           IF ELP-AGE-DATE-GOOD
               AND ELP-AGE-DAYS < ELP-NO-PAY-DAYS
               GO TO 3000-NEXT-CUSTOMER
           END-IF
           MOVE "AGED" TO ELP-PROPOSAL-REASON
           ADD 1 TO ELP-AGED-COUNT
           ADD CO-BALANCE TO ELP-AGED-TOTAL.
       3000-PROPOSE-CUSTOMER.
           ADD 1 TO ELP-PROPOSED-COUNT
           ADD CO-BALANCE TO ELP-PROPOSED-TOTAL
           PERFORM 3500-WRITE-PENDING THRU 3500-WRITE-PENDING-EXIT
           PERFORM 3700-PRINT-PROPOSAL THRU 3700-PRINT-PROPOSAL-EXIT.
       3000-NEXT-CUSTOMER.
           PERFORM 2000-READ-CUSTOMER THRU 2000-READ-CUSTOMER-EXIT.
       3000-REVIEW-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 3200-COMPUTE-AGE-DAYS - days between the customer's last       *
      * payment and the run date, and the aging bucket that falls in,  *
      * the same rules ELPRPT02 applies: a zero, non-numeric, or       *
      * impossible date goes straight to the 90+ bucket, and a post-   *
      * dated payment counts as current.                               *
      ******************************************************************
       3200-COMPUTE-AGE-DAYS.
           MOVE "N" TO ELP-AGE-DATE-GOOD-SW
           MOVE 4 TO ELP-AGE-BUCKET
           MOVE 0 TO ELP-AGE-DAYS
           IF CO-LAST-PAY-DATE NOT NUMERIC
               OR CO-LAST-PAY-DATE = 0
               GO TO 3200-COMPUTE-AGE-DAYS-EXIT
           END-IF
           MOVE CO-LAST-PAY-DATE TO ELP-AGE-PAY-DATE
           IF ELP-AGE-PAY-YEAR < 1800 OR ELP-AGE-PAY-YEAR > 9999
               OR ELP-AGE-PAY-MONTH < 1 OR ELP-AGE-PAY-MONTH > 12
               GO TO 3200-COMPUTE-AGE-DAYS-EXIT
           END-IF
           MOVE ELP-MONTH-DAYS(ELP-AGE-PAY-MONTH)
               TO ELP-AGE-MONTH-MAX
           IF ELP-AGE-PAY-MONTH = 2
               DIVIDE ELP-AGE-PAY-YEAR BY 4
                   GIVING ELP-AGE-LEAP-QUOT
                   REMAINDER ELP-AGE-LEAP-REM
               IF ELP-AGE-LEAP-REM = 0
                   DIVIDE ELP-AGE-PAY-YEAR BY 100
                       GIVING ELP-AGE-LEAP-QUOT
                       REMAINDER ELP-AGE-LEAP-REM
                   IF ELP-AGE-LEAP-REM NOT = 0
                       MOVE 29 TO ELP-AGE-MONTH-MAX
                   ELSE
                       DIVIDE ELP-AGE-PAY-YEAR BY 400
                           GIVING ELP-AGE-LEAP-QUOT
                           REMAINDER ELP-AGE-LEAP-REM
                       IF ELP-AGE-LEAP-REM = 0
                           MOVE 29 TO ELP-AGE-MONTH-MAX
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF ELP-AGE-PAY-DAY < 1
               OR ELP-AGE-PAY-DAY > ELP-AGE-MONTH-MAX
               GO TO 3200-COMPUTE-AGE-DAYS-EXIT
           END-IF
           SET ELP-AGE-DATE-GOOD TO TRUE
           COMPUTE ELP-AGE-DAYS = ELP-RUN-DATE-INT -
               FUNCTION INTEGER-OF-DATE(ELP-AGE-PAY-DATE)
           IF ELP-AGE-DAYS < 0
               MOVE 0 TO ELP-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN ELP-AGE-DAYS < 30
                   MOVE 1 TO ELP-AGE-BUCKET
               WHEN ELP-AGE-DAYS < 60
                   MOVE 2 TO ELP-AGE-BUCKET
               WHEN ELP-AGE-DAYS < 90
                   MOVE 3 TO ELP-AGE-BUCKET
               WHEN OTHER
                   MOVE 4 TO ELP-AGE-BUCKET
           END-EVALUATE.
       3200-COMPUTE-AGE-DAYS-EXIT.
           EXIT.

       3500-WRITE-PENDING.
           MOVE SPACES TO WRITEOFF-PENDING-RECORD
           MOVE CO-CUST-NUMBER TO WP-CUST-NUMBER
           MOVE CO-BALANCE TO WP-AMOUNT
           MOVE ELP-PROPOSAL-REASON TO WP-REASON
           MOVE ELP-RUN-DATE TO WP-PROPOSAL-DATE
           MOVE CO-CUST-NAME TO WP-CUST-NAME
           WRITE WRITEOFF-PENDING-RECORD.
       3500-WRITE-PENDING-EXIT.
           EXIT.

       3700-PRINT-PROPOSAL.
           PERFORM 8500-CHECK-PAGE THRU 8500-CHECK-PAGE-EXIT
           MOVE CO-CUST-NUMBER TO ELP-DL-CUST-NUMBER
           MOVE CO-CUST-NAME TO ELP-DL-CUST-NAME
           MOVE CO-REGION TO ELP-DL-REGION
           MOVE CO-STATUS TO ELP-DL-STATUS
           IF ELP-AGE-DATE-GOOD
               MOVE CO-LAST-PAY-DATE TO ELP-DL-LAST-PAY
               MOVE ELP-AGE-DAYS TO ELP-DAYS-EDIT
               MOVE ELP-DAYS-EDIT TO ELP-DL-DAYS
           ELSE
               MOVE "NONE" TO ELP-DL-LAST-PAY
               MOVE SPACES TO ELP-DL-DAYS
           END-IF
           MOVE CO-BALANCE TO ELP-DL-BALANCE
           MOVE ELP-PROPOSAL-REASON TO ELP-DL-REASON
           WRITE PROPOSAL-REPORT-LINE FROM ELP-DETAIL-LINE
           ADD 1 TO ELP-LINE-COUNT.
       3700-PRINT-PROPOSAL-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-TOTALS - totals by reason and in all, then the      *
      * controller's signature block.  The signed register is the      *
      * authority for the WOFAPPR file ELPWOF01 posts.                 *
      ******************************************************************
       4000-PRINT-TOTALS.
           IF ELP-PAGE-NUMBER = 0
               PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT
               WRITE PROPOSAL-REPORT-LINE FROM ELP-NONE-LINE
               ADD 1 TO ELP-LINE-COUNT
           END-IF
           IF ELP-LINE-COUNT > ELP-LINES-PER-PAGE - 12
               PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT
           END-IF
           MOVE SPACES TO PROPOSAL-REPORT-LINE
           WRITE PROPOSAL-REPORT-LINE
           MOVE "AGED 90+ WITH NO PAYMENT" TO ELP-SM-LABEL
           MOVE ELP-AGED-COUNT TO ELP-SM-COUNT
           MOVE ELP-AGED-TOTAL TO ELP-SM-AMOUNT
           WRITE PROPOSAL-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "CLOSED WITH A BALANCE" TO ELP-SM-LABEL
           MOVE ELP-CLOSED-COUNT TO ELP-SM-COUNT
           MOVE ELP-CLOSED-TOTAL TO ELP-SM-AMOUNT
           WRITE PROPOSAL-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "PROPOSED FOR WRITE-OFF" TO ELP-SM-LABEL
           MOVE ELP-PROPOSED-COUNT TO ELP-SM-COUNT
           MOVE ELP-PROPOSED-TOTAL TO ELP-SM-AMOUNT
           WRITE PROPOSAL-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE SPACES TO PROPOSAL-REPORT-LINE
           WRITE PROPOSAL-REPORT-LINE
           WRITE PROPOSAL-REPORT-LINE
           WRITE PROPOSAL-REPORT-LINE FROM ELP-SIGNATURE-LINE-1
           MOVE SPACES TO PROPOSAL-REPORT-LINE
           WRITE PROPOSAL-REPORT-LINE
           WRITE PROPOSAL-REPORT-LINE FROM ELP-SIGNATURE-LINE-2
           ADD 9 TO ELP-LINE-COUNT.
       4000-PRINT-TOTALS-EXIT.
           EXIT.

       8500-CHECK-PAGE.
           IF ELP-LINE-COUNT >= ELP-LINES-PER-PAGE
               OR ELP-PAGE-NUMBER = 0
               PERFORM 8600-PRINT-HEADING
                       THRU 8600-PRINT-HEADING-EXIT
           END-IF.
       8500-CHECK-PAGE-EXIT.
           EXIT.

       8600-PRINT-HEADING.
           ADD 1 TO ELP-PAGE-NUMBER
           MOVE ELP-PAGE-NUMBER TO ELP-H1-PAGE-NUMBER
           WRITE PROPOSAL-REPORT-LINE FROM ELP-HEADING-LINE-1
           MOVE SPACES TO PROPOSAL-REPORT-LINE
           WRITE PROPOSAL-REPORT-LINE
           WRITE PROPOSAL-REPORT-LINE FROM ELP-HEADING-LINE-2
           MOVE SPACES TO PROPOSAL-REPORT-LINE
           WRITE PROPOSAL-REPORT-LINE
           MOVE 0 TO ELP-LINE-COUNT.
       8600-PRINT-HEADING-EXIT.
           EXIT.

      ******************************************************************
      * 9990-END-STEP - records the step with ELPSTP01: COMPLETE, or   *
      * FAILED on a return code of 8 or more.  ELPSTP01 raises the     *
      * return code to 8 if the end cannot be recorded.                *
      ******************************************************************
       9990-END-STEP.
           IF NOT ELP-STEP-BEGUN
               GO TO 9990-END-STEP-EXIT
           END-IF
           MOVE "END" TO SC-FUNCTION
           MOVE RETURN-CODE TO SC-RETURN-CODE
           CALL "ELPSTP01" USING ELP-STEP-CONTROL
           MOVE SC-RETURN-CODE TO RETURN-CODE.
       9990-END-STEP-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE CUSTOMER-OUT-FILE
           CLOSE WRITEOFF-PENDING-FILE
           CLOSE PROPOSAL-REPORT-FILE
           DISPLAY "ELPWOP01 - CUSTOMERS READ         "
               ELP-CUST-READ-COUNT
           DISPLAY "ELPWOP01 - PROPOSED AGED          "
               ELP-AGED-COUNT
           DISPLAY "ELPWOP01 - PROPOSED CLOSED        "
               ELP-CLOSED-COUNT
           DISPLAY "ELPWOP01 - PROPOSED AMOUNT        "
               ELP-PROPOSED-TOTAL
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.

      ******************************************************************
      * Program: ELPSUS01.cbl                                        *
      * Author: Rey Devega                                            *
      * Date-Written: 07/25/2018                                      *
      * Purpose: Payment suspense workout.  Runs as its own job step  *
      *          after ELPPAY01 and ahead of ELPTRN01.  Reads the     *
      *          resolutions cash applications keyed against the     *
      *          open SUSPFILE items (SUSPTRN: the item key, the      *
      *          action, the customer to apply to, and a note) and    *
      *          posts each one: "A" applies the item to the named    *
      *          customer - subtracted from CR-BALANCE with           *
      *          CR-LAST-PAY-DATE stamped, the same arithmetic        *
      *          ELPPAY01 does for a lockbox payment, and journaled   *
      *          on LEDGJRNL as a SUSAPP entry; "F" marks the item    *
      *          refunded and "M" marks it written to miscellaneous   *
      *          income, neither touching the master.  Every posted  *
      *          resolution closes the item with the date and note,   *
      *          so each suspensed payment can be traced to where it  *
      *          went.  A resolution that cannot be posted (item not  *
      *          on file or already closed, unknown customer, an      *
      *          application that would push the balance past a      *
      *          credit balance) is listed and the item stays open.  *
      *          SUSPRPT lists the resolutions, then ages every item  *
      *          still open from its deposit date (1-7, 8-30, and     *
      *          over 30 days) as of the business date.  Appends a    *
      *          SUSPPOST control record to CTLFILE for ELPBAL01.     *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *   07/25/2018  RD  Original suspense workout program.          *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date, and the pre-update   *
      *                   CUSTFILE image is taken before the first    *
      *                   update so a failed run can be rolled back   *
      *                   with ELPRBK01.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPSUS01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-TRAN-FILE ASSIGN TO "SUSPTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-SUSPTRN-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-ITEM-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-ITEM-KEY
               FILE STATUS IS ELP-SUSPITEM-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CUST-NUMBER
               FILE STATUS IS ELP-CUSTOMER-FILE-STATUS.

           SELECT OPTIONAL LEDGER-JOURNAL-FILE ASSIGN TO "LEDGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-LEDGER-FILE-STATUS.

           SELECT SUSPENSE-REPORT-FILE ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-SUSPRPT-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-CONTROL-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * One SUSPTRN resolution: the SUSPFILE item key (the date it was *
      * suspensed and its sequence), the action, the customer the      *
      * item is applied to (action "A" only), and a free-text note     *
      * carried onto the closed item.                                  *
      ******************************************************************
       FD  SUSPENSE-TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SUSPENSE-TRAN-RECORD.
           05  ST-SUSPENSE-DATE           PIC X(08).
           05  ST-SUSPENSE-DATE-NUM REDEFINES ST-SUSPENSE-DATE
                                          PIC 9(08).
           05  ST-SEQUENCE                PIC X(06).
           05  ST-SEQUENCE-NUM REDEFINES ST-SEQUENCE
                                          PIC 9(06).
           05  ST-ACTION                  PIC X(01).
               88  ST-APPLY               VALUE "A".
               88  ST-REFUND              VALUE "F".
               88  ST-MISC-INCOME         VALUE "M".
           05  ST-CUST-NUMBER             PIC X(06).
           05  ST-CUST-NUMBER-NUM REDEFINES ST-CUST-NUMBER
                                          PIC 9(06).
           05  ST-NOTE                    PIC X(30).
           05  FILLER                     PIC X(29).

       FD  SUSPENSE-ITEM-FILE.
       01  SUSPENSE-ITEM-RECORD.
           COPY SUSPREC.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  LEDGER-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  LEDGER-JOURNAL-RECORD.
           COPY LEDGREC.

       FD  SUSPENSE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  SUSPENSE-REPORT-LINE           PIC X(132).

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-TOTAL-RECORD.
           COPY CTLREC.

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
           05  ELP-SUSPTRN-FILE-STATUS    PIC X(02).
               88  ELP-SUSPTRN-FILE-OK    VALUE "00" "05".
           05  ELP-SUSPITEM-FILE-STATUS   PIC X(02).
               88  ELP-SUSPITEM-FILE-OK   VALUE "00" "05".
           05  ELP-CUSTOMER-FILE-STATUS   PIC X(02).
               88  ELP-CUSTOMER-FILE-OK   VALUE "00".
           05  ELP-LEDGER-FILE-STATUS     PIC X(02).
               88  ELP-LEDGER-FILE-OK     VALUE "00" "05".
           05  ELP-SUSPRPT-FILE-STATUS    PIC X(02).
               88  ELP-SUSPRPT-FILE-OK    VALUE "00".
           05  ELP-CONTROL-FILE-STATUS    PIC X(02).
               88  ELP-CONTROL-FILE-OK    VALUE "00" "05".

       01  ELP-SWITCHES.
           05  ELP-SUSPTRN-EOF-SW         PIC X(01) VALUE "N".
               88  ELP-SUSPTRN-AT-EOF     VALUE "Y".
           05  ELP-SUSPITEM-EOF-SW        PIC X(01) VALUE "N".
               88  ELP-SUSPITEM-AT-EOF    VALUE "Y".
           05  ELP-CUSTOMER-EOF-SW        PIC X(01) VALUE "N".
               88  ELP-CUSTOMER-AT-EOF    VALUE "Y".
           05  ELP-CONTROL-READY-SW       PIC X(01) VALUE "N".
               88  ELP-CONTROL-READY      VALUE "Y".
           05  ELP-REPORT-SECTION-SW      PIC X(01) VALUE "R".
               88  ELP-RESOLUTION-SECTION VALUE "R".
               88  ELP-AGING-SECTION      VALUE "G".

       01  ELP-ABEND-WORK.
           05  ELP-ABEND-FILE-NAME        PIC X(08).
           05  ELP-ABEND-FILE-STATUS      PIC X(02).

       01  ELP-CONTROL-WORK.
           05  ELP-CTL-OPENING-COUNT      PIC 9(06) COMP VALUE 0.
           05  ELP-CTL-OPENING-HASH       PIC S9(13)V99 COMP-3
                                          VALUE 0.

       01  ELP-RUN-DATE-WORK.
           05  ELP-RUN-DATE               PIC 9(08).
           05  ELP-RUN-DATE-INT           PIC S9(09) COMP.

       01  ELP-RESOLUTION-WORK.
           05  ELP-REJECT-REASON          PIC X(32).
           05  ELP-NEW-BALANCE            PIC S9(09)V99 COMP-3.
           05  ELP-ITEM-AMOUNT            PIC S9(09)V99 COMP-3.

       01  ELP-LEDGER-WORK.
           05  ELP-LEDGER-BAL-BEFORE      PIC S9(09)V99 COMP-3.
           05  ELP-LEDGER-REFERENCE       PIC X(12).
           05  ELP-LEDGER-COUNT           PIC 9(06) COMP VALUE 0.

       01  ELP-RESOLUTION-COUNTS.
           05  ELP-TRAN-READ-COUNT        PIC 9(06) COMP VALUE 0.
           05  ELP-APPLIED-COUNT          PIC 9(06) COMP VALUE 0.
           05  ELP-REFUNDED-COUNT         PIC 9(06) COMP VALUE 0.
           05  ELP-MISC-INCOME-COUNT      PIC 9(06) COMP VALUE 0.
           05  ELP-REJECTED-COUNT         PIC 9(06) COMP VALUE 0.
           05  ELP-APPLIED-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
           05  ELP-REFUNDED-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
           05  ELP-MISC-INCOME-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.

      ******************************************************************
      * Aging work.  An item is aged from its deposit date when that   *
      * is a real calendar date, otherwise from the date it was        *
      * suspensed; the calendar check is the one ELPFIN01 uses.        *
      ******************************************************************
       01  ELP-AGE-WORK.
           05  ELP-AGE-DAYS            PIC S9(06) COMP.
           05  ELP-AGE-BUCKET          PIC 9(01).
           05  ELP-AGE-DATE-GOOD-SW    PIC X(01).
               88  ELP-AGE-DATE-GOOD   VALUE "Y".
           05  ELP-AGE-ITEM-DATE       PIC 9(08).
           05  ELP-AGE-ITEM-DATE-SPLIT REDEFINES ELP-AGE-ITEM-DATE.
               10  ELP-AGE-ITEM-YEAR   PIC 9(04).
               10  ELP-AGE-ITEM-MONTH  PIC 9(02).
               10  ELP-AGE-ITEM-DAY    PIC 9(02).
           05  ELP-AGE-LEAP-REM        PIC 9(04) COMP.
           05  ELP-AGE-LEAP-QUOT       PIC 9(04) COMP.
           05  ELP-AGE-MONTH-MAX       PIC 9(02) COMP.

       01  ELP-MONTH-DAYS-TABLE.
           05  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  ELP-MONTH-DAYS-TBL REDEFINES ELP-MONTH-DAYS-TABLE.
           05  ELP-MONTH-DAYS          OCCURS 12 TIMES PIC 9(02).

       01  ELP-BUCKET-NAME-VALUES.
           05  FILLER                  PIC X(10) VALUE "1-7 DAYS".
           05  FILLER                  PIC X(10) VALUE "8-30 DAYS".
           05  FILLER                  PIC X(10) VALUE "OVER 30".
       01  ELP-BUCKET-NAMES REDEFINES ELP-BUCKET-NAME-VALUES.
           05  ELP-BUCKET-NAME         OCCURS 3 TIMES PIC X(10).

       01  ELP-AGING-TOTALS.
           05  ELP-AB-SUB              PIC 9(01) COMP.
           05  ELP-OPEN-ITEM-COUNT     PIC 9(06) COMP VALUE 0.
           05  ELP-OPEN-ITEM-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
           05  ELP-AB-ENTRY            OCCURS 3 TIMES.
               10  ELP-AB-COUNT        PIC 9(06) COMP.
               10  ELP-AB-AMOUNT       PIC S9(13)V99 COMP-3.

       01  ELP-PRINT-CONTROL.
           05  ELP-PAGE-NUMBER         PIC 9(04) COMP VALUE 0.
           05  ELP-LINE-COUNT          PIC 9(04) COMP VALUE 0.
           05  ELP-LINES-PER-PAGE      PIC 9(04) COMP VALUE 50.

       01  ELP-HEADING-LINE-1.
           05  ELP-H1-TITLE            PIC X(34).
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  ELP-H1-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(71) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  ELP-H1-PAGE-NUMBER      PIC ZZZ9.

       01  ELP-RESOLUTION-HEADING.
           05  FILLER                  PIC X(17) VALUE "SUSPENSE ITEM".
           05  FILLER                  PIC X(04) VALUE "ACT".
           05  FILLER                  PIC X(08) VALUE "CUST".
           05  FILLER                  PIC X(19) VALUE
               "           AMOUNT".
           05  FILLER                  PIC X(34) VALUE "DISPOSITION".
           05  FILLER                  PIC X(30) VALUE "NOTE".

       01  ELP-RESOLUTION-LINE.
           05  ELP-RL-SUSPENSE-DATE    PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ELP-RL-SEQUENCE         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-RL-ACTION           PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ELP-RL-CUST-NUMBER      PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-RL-AMOUNT           PIC --,---,---,--9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-RL-DISPOSITION      PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-RL-NOTE             PIC X(30).

       01  ELP-AGING-HEADING.
           05  FILLER                  PIC X(17) VALUE "SUSPENSE ITEM".
           05  FILLER                  PIC X(08) VALUE "CUST".
           05  FILLER                  PIC X(10) VALUE "DEPOSIT".
           05  FILLER                  PIC X(19) VALUE
               "           AMOUNT".
           05  FILLER                  PIC X(07) VALUE " DAYS".
           05  FILLER                  PIC X(12) VALUE "BUCKET".
           05  FILLER                  PIC X(30) VALUE "REASON".

       01  ELP-AGING-LINE.
           05  ELP-AL-SUSPENSE-DATE    PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ELP-AL-SEQUENCE         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-AL-CUST-NUMBER      PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-AL-DEPOSIT-DATE     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-AL-AMOUNT           PIC --,---,---,--9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-AL-AGE-DAYS         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-AL-BUCKET           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-AL-REASON           PIC X(30).

       01  ELP-SUMMARY-LINE.
           05  ELP-SM-LABEL            PIC X(34).
           05  FILLER                  PIC X(06) VALUE "ITEMS ".
           05  ELP-SM-COUNT            PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-SM-AMOUNT           PIC --,---,---,---,--9.99.

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-READ-TRANSACTION
                   THRU 2000-READ-TRANSACTION-EXIT
           PERFORM 3000-POST-ONE-RESOLUTION
                   THRU 3000-POST-ONE-RESOLUTION-EXIT
                   UNTIL ELP-SUSPTRN-AT-EOF
           PERFORM 4000-PRINT-RESOLUTION-TOTALS
                   THRU 4000-PRINT-RESOLUTION-TOTALS-EXIT
           PERFORM 5000-AGE-OPEN-ITEMS THRU 5000-AGE-OPEN-ITEMS-EXIT
           GO TO 9999-TERMINATE.

       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           IF ELP-RUNCTL-FOUND
               AND ELP-RUNCTL-STATUS = "COMPLETE"
               DISPLAY "ELPSUS01 - BUSINESS DATE " ELP-BUSINESS-DATE
                   " ALREADY MARKED COMPLETE - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           MOVE ELP-BUSINESS-DATE TO ELP-RUN-DATE
           COMPUTE ELP-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(ELP-RUN-DATE)
           MOVE ELP-RUN-DATE TO ELP-H1-RUN-DATE
           OPEN OUTPUT SUSPENSE-REPORT-FILE
           IF NOT ELP-SUSPRPT-FILE-OK
               MOVE "SUSPRPT" TO ELP-ABEND-FILE-NAME
               MOVE ELP-SUSPRPT-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN INPUT SUSPENSE-TRAN-FILE
           IF NOT ELP-SUSPTRN-FILE-OK
               MOVE "SUSPTRN" TO ELP-ABEND-FILE-NAME
               MOVE ELP-SUSPTRN-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN I-O SUSPENSE-ITEM-FILE
           IF NOT ELP-SUSPITEM-FILE-OK
               MOVE "SUSPFILE" TO ELP-ABEND-FILE-NAME
               MOVE ELP-SUSPITEM-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF NOT ELP-CUSTOMER-FILE-OK
               MOVE "CUSTFILE" TO ELP-ABEND-FILE-NAME
               MOVE ELP-CUSTOMER-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN EXTEND LEDGER-JOURNAL-FILE
           IF NOT ELP-LEDGER-FILE-OK
               MOVE "LEDGJRNL" TO ELP-ABEND-FILE-NAME
               MOVE ELP-LEDGER-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           PERFORM 1200-TAKE-OPENING-POSITION
                   THRU 1200-TAKE-OPENING-POSITION-EXIT
           MOVE "SUSPENSE RESOLUTIONS POSTED" TO ELP-H1-TITLE
           SET ELP-RESOLUTION-SECTION TO TRUE.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1020-BEGIN-STEP - registers the step with ELPSTP01 before any  *
      * file is opened.  A step already COMPLETE for the business date *
      * stops here on a resubmitted night with return code 0; a held   *
      * step stops with return code 12 (the ELPSTP01 DISPLAYs say      *
      * why).  ELPSTP01 takes the CUSTFILE image (BKPELPSUS01) here,   *
      * ahead of the first update, for an ELPRBK01 rollback.           *
      ******************************************************************
       1020-BEGIN-STEP.
           MOVE "BEGIN" TO SC-FUNCTION
           MOVE "ELPSUS01" TO SC-STEP-NAME
           MOVE "Y" TO SC-BACKUP-SW
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
      * 1050-READ-RUN-CONTROL - picks up the business processing date *
      * (and the run status / month-end switch) from the RUNCTL file  *
      * operations sets up ahead of the stream, so every step dates   *
      * itself from the business date instead of the wall clock.  A   *
      * missing or unusable RUNCTL falls back to the system date      *
      * with a warning so a deliberate standalone run still works.    *
      ******************************************************************
       1050-READ-RUN-CONTROL.
           MOVE SPACES TO ELP-RUNCTL-STATUS
           MOVE "N" TO ELP-RUNCTL-MONTH-END-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT ELP-RUNCTL-FILE-OK
               DISPLAY "ELPSUS01 - RUNCTL NOT AVAILABLE - FILE STATUS "
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
               DISPLAY "ELPSUS01 - RUNCTL UNUSABLE - SYSTEM DATE USED"
               ACCEPT ELP-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1200-TAKE-OPENING-POSITION - one sequential pass over the      *
      * master before any posting: the opening record count and       *
      * balance hash total for the SUSPPOST control record.  CUSTFILE *
      * is ACCESS DYNAMIC, so the random READs in 3100 work the same  *
      * after this pass has run the file to end.                      *
      ******************************************************************
       1200-TAKE-OPENING-POSITION.
           PERFORM 1210-COUNT-ONE-CUSTOMER
                   THRU 1210-COUNT-ONE-CUSTOMER-EXIT
                   UNTIL ELP-CUSTOMER-AT-EOF
           SET ELP-CONTROL-READY TO TRUE.
       1200-TAKE-OPENING-POSITION-EXIT.
           EXIT.

       1210-COUNT-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET ELP-CUSTOMER-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ELP-CTL-OPENING-COUNT
                   ADD CR-BALANCE TO ELP-CTL-OPENING-HASH
           END-READ.
       1210-COUNT-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ABEND-OPEN-FAILURE - a required file would not open.  The *
      * caller moves the file name and the file status into            *
      * ELP-ABEND-FILE-NAME/ELP-ABEND-FILE-STATUS before PERFORMing    *
      * this, then GOes TO 9999-TERMINATE, the same convention as      *
      * ELPPAY01.                                                      *
      ******************************************************************
       1600-ABEND-OPEN-FAILURE.
           DISPLAY "ELPSUS01 - OPEN FAILED FOR " ELP-ABEND-FILE-NAME
               " - FILE STATUS " ELP-ABEND-FILE-STATUS
           MOVE 90 TO RETURN-CODE.
       1600-ABEND-OPEN-FAILURE-EXIT.
           EXIT.

       2000-READ-TRANSACTION.
           READ SUSPENSE-TRAN-FILE
               AT END
                   SET ELP-SUSPTRN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ELP-TRAN-READ-COUNT
           END-READ.
       2000-READ-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * 3000-POST-ONE-RESOLUTION - finds the open item the resolution  *
      * names, posts an application to the customer when the action   *
      * is "A", and closes the item.  Anything that stops the posting  *
      * is listed with its reason and the item is left open for the   *
      * next morning.                                                  *
      ******************************************************************
       3000-POST-ONE-RESOLUTION.
           MOVE SPACES TO ELP-REJECT-REASON
           MOVE 0 TO ELP-ITEM-AMOUNT
           IF ST-SUSPENSE-DATE NOT NUMERIC
               OR ST-SEQUENCE NOT NUMERIC
               MOVE "INVALID SUSPENSE ITEM KEY" TO ELP-REJECT-REASON
               GO TO 3000-LIST-RESOLUTION
           END-IF
           IF NOT ST-APPLY
               AND NOT ST-REFUND
               AND NOT ST-MISC-INCOME
               MOVE "INVALID RESOLUTION ACTION" TO ELP-REJECT-REASON
               GO TO 3000-LIST-RESOLUTION
           END-IF
           MOVE ST-SUSPENSE-DATE-NUM TO SI-SUSPENSE-DATE
           MOVE ST-SEQUENCE-NUM TO SI-SEQUENCE
           READ SUSPENSE-ITEM-FILE
               INVALID KEY
                   MOVE "SUSPENSE ITEM NOT ON FILE"
                       TO ELP-REJECT-REASON
                   GO TO 3000-LIST-RESOLUTION
           END-READ
           MOVE SI-AMOUNT TO ELP-ITEM-AMOUNT
           IF NOT SI-OPEN
               MOVE "SUSPENSE ITEM ALREADY RESOLVED"
                   TO ELP-REJECT-REASON
               GO TO 3000-LIST-RESOLUTION
           END-IF
           IF ST-APPLY
               PERFORM 3100-APPLY-TO-CUSTOMER
                       THRU 3100-APPLY-TO-CUSTOMER-EXIT
               IF ELP-REJECT-REASON NOT = SPACES
                   GO TO 3000-LIST-RESOLUTION
               END-IF
           END-IF
           PERFORM 3200-CLOSE-SUSPENSE-ITEM
                   THRU 3200-CLOSE-SUSPENSE-ITEM-EXIT.
       3000-LIST-RESOLUTION.
           PERFORM 3900-PRINT-RESOLUTION
                   THRU 3900-PRINT-RESOLUTION-EXIT
           PERFORM 2000-READ-TRANSACTION
                   THRU 2000-READ-TRANSACTION-EXIT.
       3000-POST-ONE-RESOLUTION-EXIT.
           EXIT.

      ******************************************************************
      * 3100-APPLY-TO-CUSTOMER - READs the customer the item is being  *
      * applied to, SUBTRACTs the item from CR-BALANCE, and stamps     *
      * CR-LAST-PAY-DATE from the deposit date (the date the item was  *
      * suspensed when the bank's deposit date is not a real date).    *
      * An application that would take the balance past a credit      *
      * balance is refused, the same rule ELPPAY01 applies.            *
      ******************************************************************
       3100-APPLY-TO-CUSTOMER.
           IF ST-CUST-NUMBER NOT NUMERIC
               OR ST-CUST-NUMBER-NUM = 0
               MOVE "INVALID CUSTOMER NUMBER" TO ELP-REJECT-REASON
               GO TO 3100-APPLY-TO-CUSTOMER-EXIT
           END-IF
           MOVE ST-CUST-NUMBER-NUM TO CR-CUST-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "UNKNOWN CUSTOMER" TO ELP-REJECT-REASON
                   GO TO 3100-APPLY-TO-CUSTOMER-EXIT
           END-READ
           COMPUTE ELP-NEW-BALANCE = CR-BALANCE - SI-AMOUNT
           IF ELP-NEW-BALANCE < 0
               MOVE "APPLICATION PAST CREDIT BALANCE"
                   TO ELP-REJECT-REASON
               GO TO 3100-APPLY-TO-CUSTOMER-EXIT
           END-IF
           MOVE 0 TO ELP-AGE-ITEM-DATE
           IF SI-DEPOSIT-DATE NUMERIC
               MOVE SI-DEPOSIT-DATE TO ELP-AGE-ITEM-DATE
           END-IF
           PERFORM 3300-VALIDATE-ITEM-DATE
                   THRU 3300-VALIDATE-ITEM-DATE-EXIT
           MOVE CR-BALANCE TO ELP-LEDGER-BAL-BEFORE
           MOVE ELP-NEW-BALANCE TO CR-BALANCE
           IF ELP-AGE-DATE-GOOD
               MOVE ELP-AGE-ITEM-DATE TO CR-LAST-PAY-DATE
           ELSE
               MOVE SI-SUSPENSE-DATE TO CR-LAST-PAY-DATE
           END-IF
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED ON POSTING"
                       TO ELP-REJECT-REASON
                   GO TO 3100-APPLY-TO-CUSTOMER-EXIT
           END-REWRITE
           ADD 1 TO ELP-APPLIED-COUNT
           ADD SI-AMOUNT TO ELP-APPLIED-TOTAL
           MOVE SPACES TO ELP-LEDGER-REFERENCE
           STRING SI-SUSPENSE-DATE(3:6) SI-SEQUENCE
               DELIMITED BY SIZE INTO ELP-LEDGER-REFERENCE
           END-STRING
           PERFORM 3800-WRITE-LEDGER-ENTRY
                   THRU 3800-WRITE-LEDGER-ENTRY-EXIT.
       3100-APPLY-TO-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CLOSE-SUSPENSE-ITEM - marks the item closed with the      *
      * resolution, the customer it went to, the business date, and    *
      * the note, and counts refunds and miscellaneous income (an     *
      * application was counted when it posted).  A REWRITE failure    *
      * here after an application has posted leaves the item open on  *
      * a customer already credited, so it fails the step.            *
      ******************************************************************
       3200-CLOSE-SUSPENSE-ITEM.
           SET SI-CLOSED TO TRUE
           MOVE ST-ACTION TO SI-RESOLUTION
           IF ST-APPLY
               MOVE ST-CUST-NUMBER-NUM TO SI-APPLIED-CUST-NUMBER
           ELSE
               MOVE 0 TO SI-APPLIED-CUST-NUMBER
           END-IF
           MOVE ELP-RUN-DATE TO SI-RESOLVED-DATE
           MOVE ST-NOTE TO SI-RESOLUTION-NOTE
           REWRITE SUSPENSE-ITEM-RECORD
               INVALID KEY
                   MOVE "SUSPFILE REWRITE FAILED" TO ELP-REJECT-REASON
                   DISPLAY "ELPSUS01 - SUSPFILE REWRITE FAILED FOR "
                       SI-ITEM-KEY " - FILE STATUS "
                       ELP-SUSPITEM-FILE-STATUS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 3200-CLOSE-SUSPENSE-ITEM-EXIT
           END-REWRITE
           EVALUATE TRUE
               WHEN ST-REFUND
                   ADD 1 TO ELP-REFUNDED-COUNT
                   ADD SI-AMOUNT TO ELP-REFUNDED-TOTAL
               WHEN ST-MISC-INCOME
                   ADD 1 TO ELP-MISC-INCOME-COUNT
                   ADD SI-AMOUNT TO ELP-MISC-INCOME-TOTAL
           END-EVALUATE.
       3200-CLOSE-SUSPENSE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 3300-VALIDATE-ITEM-DATE - sets ELP-AGE-DATE-GOOD when          *
      * ELP-AGE-ITEM-DATE is a real calendar date (month in range,     *
      * day in range for the month, leap years honored) - the same     *
      * check ELPFIN01 makes before it ages a balance.                 *
      ******************************************************************
       3300-VALIDATE-ITEM-DATE.
           MOVE "N" TO ELP-AGE-DATE-GOOD-SW
           IF ELP-AGE-ITEM-DATE = 0
               GO TO 3300-VALIDATE-ITEM-DATE-EXIT
           END-IF
           IF ELP-AGE-ITEM-YEAR < 1800
               OR ELP-AGE-ITEM-MONTH < 1 OR ELP-AGE-ITEM-MONTH > 12
               GO TO 3300-VALIDATE-ITEM-DATE-EXIT
           END-IF
           MOVE ELP-MONTH-DAYS(ELP-AGE-ITEM-MONTH)
               TO ELP-AGE-MONTH-MAX
           IF ELP-AGE-ITEM-MONTH = 2
               DIVIDE ELP-AGE-ITEM-YEAR BY 4
                   GIVING ELP-AGE-LEAP-QUOT
                   REMAINDER ELP-AGE-LEAP-REM
               IF ELP-AGE-LEAP-REM = 0
                   DIVIDE ELP-AGE-ITEM-YEAR BY 100
                       GIVING ELP-AGE-LEAP-QUOT
                       REMAINDER ELP-AGE-LEAP-REM
                   IF ELP-AGE-LEAP-REM NOT = 0
                       MOVE 29 TO ELP-AGE-MONTH-MAX
                   ELSE
                       DIVIDE ELP-AGE-ITEM-YEAR BY 400
                           GIVING ELP-AGE-LEAP-QUOT
                           REMAINDER ELP-AGE-LEAP-REM
                       IF ELP-AGE-LEAP-REM = 0
                           MOVE 29 TO ELP-AGE-MONTH-MAX
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF ELP-AGE-ITEM-DAY < 1
               OR ELP-AGE-ITEM-DAY > ELP-AGE-MONTH-MAX
               GO TO 3300-VALIDATE-ITEM-DATE-EXIT
           END-IF
           SET ELP-AGE-DATE-GOOD TO TRUE.
       3300-VALIDATE-ITEM-DATE-EXIT.
           EXIT.

      ******************************************************************
      * 3800-WRITE-LEDGER-ENTRY - appends the SUSAPP entry for the     *
      * application just REWRITten: balance before from the caller,  *
      * the amount and balance after from the customer record as it   *
      * now stands, and the suspense item key (less the century) as   *
      * the reference.                                                 *
      ******************************************************************
       3800-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-JOURNAL-RECORD
           MOVE ELP-RUN-DATE TO LG-POST-DATE
           ACCEPT LG-POST-TIME FROM TIME
           MOVE CR-CUST-NUMBER TO LG-CUST-NUMBER
           MOVE CR-REGION TO LG-REGION
           MOVE "ELPSUS01" TO LG-SOURCE-PROGRAM
           MOVE "SUSAPP" TO LG-TRAN-TYPE
           COMPUTE LG-AMOUNT = CR-BALANCE - ELP-LEDGER-BAL-BEFORE
           MOVE ELP-LEDGER-BAL-BEFORE TO LG-BALANCE-BEFORE
           MOVE CR-BALANCE TO LG-BALANCE-AFTER
           MOVE ELP-LEDGER-REFERENCE TO LG-REFERENCE
           WRITE LEDGER-JOURNAL-RECORD
           ADD 1 TO ELP-LEDGER-COUNT.
       3800-WRITE-LEDGER-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3900-PRINT-RESOLUTION - one register line per SUSPTRN record,  *
      * posted or not.  A refused resolution is counted so the step    *
      * ends with a warning condition code.                            *
      ******************************************************************
       3900-PRINT-RESOLUTION.
           MOVE ST-SUSPENSE-DATE TO ELP-RL-SUSPENSE-DATE
           MOVE ST-SEQUENCE TO ELP-RL-SEQUENCE
           MOVE ST-ACTION TO ELP-RL-ACTION
           MOVE ST-CUST-NUMBER TO ELP-RL-CUST-NUMBER
           MOVE ELP-ITEM-AMOUNT TO ELP-RL-AMOUNT
           MOVE ST-NOTE TO ELP-RL-NOTE
           IF ELP-REJECT-REASON NOT = SPACES
               ADD 1 TO ELP-REJECTED-COUNT
               MOVE SPACES TO ELP-RL-DISPOSITION
               STRING "*** " ELP-REJECT-REASON DELIMITED BY SIZE
                   INTO ELP-RL-DISPOSITION
               END-STRING
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN ST-APPLY
                       MOVE "APPLIED TO CUSTOMER"
                           TO ELP-RL-DISPOSITION
                   WHEN ST-REFUND
                       MOVE "REFUNDED" TO ELP-RL-DISPOSITION
                   WHEN ST-MISC-INCOME
                       MOVE "WRITTEN TO MISCELLANEOUS INCOME"
                           TO ELP-RL-DISPOSITION
               END-EVALUATE
           END-IF
           PERFORM 8500-CHECK-PAGE THRU 8500-CHECK-PAGE-EXIT
           WRITE SUSPENSE-REPORT-LINE FROM ELP-RESOLUTION-LINE
           ADD 1 TO ELP-LINE-COUNT.
       3900-PRINT-RESOLUTION-EXIT.
           EXIT.

       4000-PRINT-RESOLUTION-TOTALS.
           PERFORM 8500-CHECK-PAGE THRU 8500-CHECK-PAGE-EXIT
           MOVE SPACES TO SUSPENSE-REPORT-LINE
           WRITE SUSPENSE-REPORT-LINE
           MOVE "APPLIED TO CUSTOMERS" TO ELP-SM-LABEL
           MOVE ELP-APPLIED-COUNT TO ELP-SM-COUNT
           MOVE ELP-APPLIED-TOTAL TO ELP-SM-AMOUNT
           WRITE SUSPENSE-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "REFUNDED" TO ELP-SM-LABEL
           MOVE ELP-REFUNDED-COUNT TO ELP-SM-COUNT
           MOVE ELP-REFUNDED-TOTAL TO ELP-SM-AMOUNT
           WRITE SUSPENSE-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "WRITTEN TO MISCELLANEOUS INCOME" TO ELP-SM-LABEL
           MOVE ELP-MISC-INCOME-COUNT TO ELP-SM-COUNT
           MOVE ELP-MISC-INCOME-TOTAL TO ELP-SM-AMOUNT
           WRITE SUSPENSE-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "NOT POSTED" TO ELP-SM-LABEL
           MOVE ELP-REJECTED-COUNT TO ELP-SM-COUNT
           MOVE 0 TO ELP-SM-AMOUNT
           WRITE SUSPENSE-REPORT-LINE FROM ELP-SUMMARY-LINE
           ADD 5 TO ELP-LINE-COUNT.
       4000-PRINT-RESOLUTION-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * 5000-AGE-OPEN-ITEMS - a pass over SUSPFILE from the first key, *
      * listing every item still open with its age as of the business  *
      * date, then the count and amount in each bucket.                *
      ******************************************************************
       5000-AGE-OPEN-ITEMS.
           MOVE "OPEN SUSPENSE ITEMS - AGING" TO ELP-H1-TITLE
           SET ELP-AGING-SECTION TO TRUE
           PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT
           PERFORM 5010-CLEAR-ONE-BUCKET THRU 5010-CLEAR-ONE-BUCKET-EXIT
                   VARYING ELP-AB-SUB FROM 1 BY 1
                   UNTIL ELP-AB-SUB > 3
           MOVE 0 TO SI-SUSPENSE-DATE
           MOVE 0 TO SI-SEQUENCE
           START SUSPENSE-ITEM-FILE KEY IS NOT LESS THAN SI-ITEM-KEY
               INVALID KEY
                   SET ELP-SUSPITEM-AT-EOF TO TRUE
           END-START
           PERFORM 5100-AGE-ONE-ITEM THRU 5100-AGE-ONE-ITEM-EXIT
                   UNTIL ELP-SUSPITEM-AT-EOF
           PERFORM 5200-PRINT-AGING-TOTALS
                   THRU 5200-PRINT-AGING-TOTALS-EXIT.
       5000-AGE-OPEN-ITEMS-EXIT.
           EXIT.

       5010-CLEAR-ONE-BUCKET.
           MOVE 0 TO ELP-AB-COUNT(ELP-AB-SUB)
           MOVE 0 TO ELP-AB-AMOUNT(ELP-AB-SUB).
       5010-CLEAR-ONE-BUCKET-EXIT.
           EXIT.

      ******************************************************************
      * 5100-AGE-ONE-ITEM - ages one open item from its deposit date,  *
      * or from the date it was suspensed when the bank's deposit date *
      * is not a real date.  An item with neither is shown in the      *
      * oldest bucket so it is worked first.                           *
      ******************************************************************
       5100-AGE-ONE-ITEM.
           READ SUSPENSE-ITEM-FILE NEXT RECORD
               AT END
                   SET ELP-SUSPITEM-AT-EOF TO TRUE
                   GO TO 5100-AGE-ONE-ITEM-EXIT
           END-READ
           IF NOT SI-OPEN
               GO TO 5100-AGE-ONE-ITEM-EXIT
           END-IF
           MOVE 0 TO ELP-AGE-ITEM-DATE
           IF SI-DEPOSIT-DATE NUMERIC
               MOVE SI-DEPOSIT-DATE TO ELP-AGE-ITEM-DATE
           END-IF
           PERFORM 3300-VALIDATE-ITEM-DATE
                   THRU 3300-VALIDATE-ITEM-DATE-EXIT
           IF NOT ELP-AGE-DATE-GOOD
               MOVE SI-SUSPENSE-DATE TO ELP-AGE-ITEM-DATE
               PERFORM 3300-VALIDATE-ITEM-DATE
                       THRU 3300-VALIDATE-ITEM-DATE-EXIT
           END-IF
           MOVE 0 TO ELP-AGE-DAYS
           MOVE 3 TO ELP-AGE-BUCKET
           IF ELP-AGE-DATE-GOOD
               COMPUTE ELP-AGE-DAYS = ELP-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(ELP-AGE-ITEM-DATE)
               IF ELP-AGE-DAYS < 0
                   MOVE 0 TO ELP-AGE-DAYS
               END-IF
               EVALUATE TRUE
                   WHEN ELP-AGE-DAYS NOT > 7
                       MOVE 1 TO ELP-AGE-BUCKET
                   WHEN ELP-AGE-DAYS NOT > 30
                       MOVE 2 TO ELP-AGE-BUCKET
                   WHEN OTHER
                       MOVE 3 TO ELP-AGE-BUCKET
               END-EVALUATE
           END-IF
           ADD 1 TO ELP-OPEN-ITEM-COUNT
           ADD SI-AMOUNT TO ELP-OPEN-ITEM-TOTAL
           ADD 1 TO ELP-AB-COUNT(ELP-AGE-BUCKET)
           ADD SI-AMOUNT TO ELP-AB-AMOUNT(ELP-AGE-BUCKET)
           MOVE SI-SUSPENSE-DATE TO ELP-AL-SUSPENSE-DATE
           MOVE SI-SEQUENCE TO ELP-AL-SEQUENCE
           MOVE SI-CUST-NUMBER TO ELP-AL-CUST-NUMBER
           MOVE SI-DEPOSIT-DATE TO ELP-AL-DEPOSIT-DATE
           MOVE SI-AMOUNT TO ELP-AL-AMOUNT
           MOVE ELP-AGE-DAYS TO ELP-AL-AGE-DAYS
           MOVE ELP-BUCKET-NAME(ELP-AGE-BUCKET) TO ELP-AL-BUCKET
           MOVE SI-REASON TO ELP-AL-REASON
           PERFORM 8500-CHECK-PAGE THRU 8500-CHECK-PAGE-EXIT
           WRITE SUSPENSE-REPORT-LINE FROM ELP-AGING-LINE
           ADD 1 TO ELP-LINE-COUNT.
       5100-AGE-ONE-ITEM-EXIT.
           EXIT.

       5200-PRINT-AGING-TOTALS.
           PERFORM 8500-CHECK-PAGE THRU 8500-CHECK-PAGE-EXIT
           MOVE SPACES TO SUSPENSE-REPORT-LINE
           WRITE SUSPENSE-REPORT-LINE
           PERFORM 5210-PRINT-ONE-BUCKET THRU 5210-PRINT-ONE-BUCKET-EXIT
                   VARYING ELP-AB-SUB FROM 1 BY 1
                   UNTIL ELP-AB-SUB > 3
           MOVE "TOTAL OPEN SUSPENSE" TO ELP-SM-LABEL
           MOVE ELP-OPEN-ITEM-COUNT TO ELP-SM-COUNT
           MOVE ELP-OPEN-ITEM-TOTAL TO ELP-SM-AMOUNT
           WRITE SUSPENSE-REPORT-LINE FROM ELP-SUMMARY-LINE
           ADD 5 TO ELP-LINE-COUNT.
       5200-PRINT-AGING-TOTALS-EXIT.
           EXIT.

       5210-PRINT-ONE-BUCKET.
           MOVE SPACES TO ELP-SM-LABEL
           STRING "OPEN " ELP-BUCKET-NAME(ELP-AB-SUB)
               DELIMITED BY SIZE INTO ELP-SM-LABEL
           END-STRING
           MOVE ELP-AB-COUNT(ELP-AB-SUB) TO ELP-SM-COUNT
           MOVE ELP-AB-AMOUNT(ELP-AB-SUB) TO ELP-SM-AMOUNT
           WRITE SUSPENSE-REPORT-LINE FROM ELP-SUMMARY-LINE.
       5210-PRINT-ONE-BUCKET-EXIT.
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
           WRITE SUSPENSE-REPORT-LINE FROM ELP-HEADING-LINE-1
           MOVE SPACES TO SUSPENSE-REPORT-LINE
           WRITE SUSPENSE-REPORT-LINE
           IF ELP-AGING-SECTION
               WRITE SUSPENSE-REPORT-LINE FROM ELP-AGING-HEADING
           ELSE
               WRITE SUSPENSE-REPORT-LINE FROM ELP-RESOLUTION-HEADING
           END-IF
           MOVE SPACES TO SUSPENSE-REPORT-LINE
           WRITE SUSPENSE-REPORT-LINE
           MOVE 0 TO ELP-LINE-COUNT.
       8600-PRINT-HEADING-EXIT.
           EXIT.

      ******************************************************************
      * 8700-WRITE-CONTROL-RECORD - appends the SUSPPOST control       *
      * record to the shared CTLFILE: the master's opening count and   *
      * balance hash in, and the same count with the applied suspense  *
      * total subtracted out.  Refunds and miscellaneous income never  *
      * touch the master.  Skipped when the opening pass never ran; a  *
      * control file that will not open is DISPLAYed and the posting   *
      * stands - the balancer will show the gap.                       *
      ******************************************************************
       8700-WRITE-CONTROL-RECORD.
           IF NOT ELP-CONTROL-READY
               GO TO 8700-WRITE-CONTROL-RECORD-EXIT
           END-IF
           OPEN EXTEND CONTROL-FILE
           IF NOT ELP-CONTROL-FILE-OK
               DISPLAY "ELPSUS01 - CTLFILE OPEN FAILED - FILE STATUS "
                   ELP-CONTROL-FILE-STATUS
                   " - CONTROL RECORD NOT WRITTEN"
               GO TO 8700-WRITE-CONTROL-RECORD-EXIT
           END-IF
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE "SUSPPOST" TO CT-STEP-NAME
           MOVE ELP-CTL-OPENING-COUNT TO CT-IN-COUNT
           MOVE ELP-CTL-OPENING-COUNT TO CT-OUT-COUNT
           MOVE ELP-CTL-OPENING-HASH TO CT-IN-HASH
           COMPUTE CT-OUT-HASH =
               ELP-CTL-OPENING-HASH - ELP-APPLIED-TOTAL
           WRITE CONTROL-TOTAL-RECORD
           CLOSE CONTROL-FILE.
       8700-WRITE-CONTROL-RECORD-EXIT.
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
           PERFORM 8700-WRITE-CONTROL-RECORD
                   THRU 8700-WRITE-CONTROL-RECORD-EXIT
           CLOSE SUSPENSE-TRAN-FILE
           CLOSE SUSPENSE-ITEM-FILE
           CLOSE CUSTOMER-FILE
           CLOSE LEDGER-JOURNAL-FILE
           CLOSE SUSPENSE-REPORT-FILE
           DISPLAY "ELPSUS01 - RESOLUTIONS READ     "
               ELP-TRAN-READ-COUNT
           DISPLAY "ELPSUS01 - APPLIED TO CUSTOMERS "
               ELP-APPLIED-COUNT
           DISPLAY "ELPSUS01 - REFUNDED             "
               ELP-REFUNDED-COUNT
           DISPLAY "ELPSUS01 - MISCELLANEOUS INCOME "
               ELP-MISC-INCOME-COUNT
           DISPLAY "ELPSUS01 - NOT POSTED           "
               ELP-REJECTED-COUNT
           DISPLAY "ELPSUS01 - ITEMS STILL OPEN     "
               ELP-OPEN-ITEM-COUNT
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.

      ******************************************************************
      * Program: ELPWOF01.cbl                                         *
      * Author: Rey Devega                                            *
      * Date-Written: 09/05/2018                                      *
      * Purpose: Bad-debt write-off posting, the second of the two    *
      *          write-off phases.  Reads the controller-approved     *
      *          write-off list (WOFAPPR - the ELPWOP01 WOFPEND file  *
      *          with every account not approved struck out) and      *
      *          posts each approved account: CR-BALANCE is zeroed,   *
      *          the account is marked closed ("C", dated the         *
      *          business date unless it was already closed), the     *
      *          amount is journaled on LEDGJRNL as a WRTOFF entry,   *
      *          and the written-off history (WOFHIST, see WOFREC)    *
      *          records the write-off so ELPPAY01 treats any later   *
      *          payment from the customer as a bad-debt recovery     *
      *          instead of a credit balance.  Only the balance the   *
      *          controller approved is ever written off: an account  *
      *          whose balance has moved since the proposal is        *
      *          listed and left alone for the next proposal.  The    *
      *          posting register (WOFRPT) lists every approved line, *
      *          posted or not, with totals to agree to the signed    *
      *          proposal register.  Runs ahead of ELPPAY01 on the    *
      *          night the approved list is released, so the night's  *
      *          payments from those customers are already            *
      *          recoveries and the PAYPOST opening position already  *
      *          reflects the write-offs.                             *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *   09/05/2018  RD  Original write-off posting program.         *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date, and the pre-update   *
      *                   CUSTFILE image is taken before the first    *
      *                   update so a failed run can be rolled back   *
      *                   with ELPRBK01.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPWOF01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WRITEOFF-APPROVED-FILE ASSIGN TO "WOFAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-WOFAPPR-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-NUMBER
               FILE STATUS IS ELP-CUSTOMER-FILE-STATUS.

           SELECT OPTIONAL WRITEOFF-HISTORY-FILE ASSIGN TO "WOFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-CUST-NUMBER
               FILE STATUS IS ELP-WOFHIST-FILE-STATUS.

           SELECT OPTIONAL LEDGER-JOURNAL-FILE ASSIGN TO "LEDGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-LEDGER-FILE-STATUS.

           SELECT WRITEOFF-REPORT-FILE ASSIGN TO "WOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-WOFRPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * One approved write-off, the WOFPEND layout ELPWOP01 writes:    *
      * the customer, the balance proposed, the reason (AGED or        *
      * CLOSED), the proposal date, and the customer name.  The file   *
      * is edited by hand between the phases, so every field is        *
      * proved before it is used.                                      *
      ******************************************************************
       FD  WRITEOFF-APPROVED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WRITEOFF-APPROVED-RECORD.
           05  WA-CUST-NUMBER             PIC X(06).
           05  WA-CUST-NUMBER-NUM REDEFINES WA-CUST-NUMBER
                                          PIC 9(06).
           05  FILLER                     PIC X(01).
           05  WA-AMOUNT                  PIC S9(09)V99
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X(01).
           05  WA-REASON                  PIC X(06).
               88  WA-AGED-BALANCE        VALUE "AGED".
               88  WA-CLOSED-BALANCE      VALUE "CLOSED".
           05  FILLER                     PIC X(01).
           05  WA-PROPOSAL-DATE           PIC X(08).
           05  FILLER                     PIC X(01).
           05  WA-CUST-NAME               PIC X(30).
           05  FILLER                     PIC X(14).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  WRITEOFF-HISTORY-FILE.
       01  WRITEOFF-HISTORY-RECORD.
           COPY WOFREC.

       FD  LEDGER-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  LEDGER-JOURNAL-RECORD.
           COPY LEDGREC.

       FD  WRITEOFF-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WRITEOFF-REPORT-LINE           PIC X(132).

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
           05  ELP-WOFAPPR-FILE-STATUS    PIC X(02).
               88  ELP-WOFAPPR-FILE-OK    VALUE "00" "05".
           05  ELP-CUSTOMER-FILE-STATUS   PIC X(02).
               88  ELP-CUSTOMER-FILE-OK   VALUE "00".
           05  ELP-WOFHIST-FILE-STATUS    PIC X(02).
               88  ELP-WOFHIST-FILE-OK    VALUE "00" "05".
           05  ELP-LEDGER-FILE-STATUS     PIC X(02).
               88  ELP-LEDGER-FILE-OK     VALUE "00" "05".
           05  ELP-WOFRPT-FILE-STATUS     PIC X(02).
               88  ELP-WOFRPT-FILE-OK     VALUE "00".

       01  ELP-SWITCHES.
           05  ELP-APPROVED-EOF-SW        PIC X(01) VALUE "N".
               88  ELP-APPROVED-AT-EOF    VALUE "Y".
           05  ELP-POSTING-READY-SW       PIC X(01) VALUE "N".
               88  ELP-POSTING-READY      VALUE "Y".

       01  ELP-ABEND-WORK.
           05  ELP-ABEND-FILE-NAME        PIC X(08).
           05  ELP-ABEND-FILE-STATUS      PIC X(02).

       01  ELP-RUN-DATE                   PIC 9(08).

       01  ELP-WRITEOFF-WORK.
           05  ELP-REJECT-REASON          PIC X(30).
           05  ELP-APPROVED-AMOUNT        PIC S9(09)V99 COMP-3.
           05  ELP-WRITEOFF-AMOUNT        PIC S9(09)V99 COMP-3.

       01  ELP-LEDGER-WORK.
           05  ELP-LEDGER-BAL-BEFORE      PIC S9(09)V99 COMP-3.
           05  ELP-LEDGER-COUNT           PIC 9(06) COMP VALUE 0.

       01  ELP-WRITEOFF-COUNTS.
           05  ELP-APPROVED-READ-COUNT    PIC 9(06) COMP VALUE 0.
           05  ELP-APPROVED-TOTAL         PIC S9(13)V99 COMP-3
                                          VALUE 0.
           05  ELP-POSTED-COUNT           PIC 9(06) COMP VALUE 0.
           05  ELP-POSTED-TOTAL           PIC S9(13)V99 COMP-3
                                          VALUE 0.
           05  ELP-REJECTED-COUNT         PIC 9(06) COMP VALUE 0.
           05  ELP-REJECTED-TOTAL         PIC S9(13)V99 COMP-3
                                          VALUE 0.
           05  ELP-HISTORY-FAILED-COUNT   PIC 9(06) COMP VALUE 0.

       01  ELP-PRINT-CONTROL.
           05  ELP-PAGE-NUMBER         PIC 9(04) COMP VALUE 0.
           05  ELP-LINE-COUNT          PIC 9(04) COMP VALUE 0.
           05  ELP-LINES-PER-PAGE      PIC 9(04) COMP VALUE 50.

       01  ELP-HEADING-LINE-1.
           05  FILLER                  PIC X(36) VALUE
               "BAD-DEBT WRITE-OFF POSTING REGISTER".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  ELP-H1-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(69) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  ELP-H1-PAGE-NUMBER      PIC ZZZ9.

       01  ELP-HEADING-LINE-2.
           05  FILLER                  PIC X(08) VALUE "CUST NO.".
           05  FILLER                  PIC X(33) VALUE
               "  CUSTOMER NAME".
           05  FILLER                  PIC X(08) VALUE "REASON".
           05  FILLER                  PIC X(10) VALUE "PROPOSED".
           05  FILLER                  PIC X(18) VALUE
               "          AMOUNT".
           05  FILLER                  PIC X(34) VALUE "DISPOSITION".

       01  ELP-DETAIL-LINE.
           05  ELP-DL-CUST-NUMBER      PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ELP-DL-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ELP-DL-REASON           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-PROPOSAL-DATE    PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-AMOUNT           PIC -,---,---,--9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-DISPOSITION      PIC X(34).

       01  ELP-SUMMARY-LINE.
           05  ELP-SM-LABEL            PIC X(34).
           05  FILLER                  PIC X(06) VALUE "ITEMS ".
           05  ELP-SM-COUNT            PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-SM-AMOUNT           PIC --,---,---,---,--9.99.

       01  ELP-NONE-LINE               PIC X(50) VALUE
           "NO APPROVED WRITE-OFFS ON WOFAPPR THIS RUN".

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-READ-APPROVED THRU 2000-READ-APPROVED-EXIT
           PERFORM 3000-POST-ONE-WRITEOFF
                   THRU 3000-POST-ONE-WRITEOFF-EXIT
                   UNTIL ELP-APPROVED-AT-EOF
           PERFORM 4000-PRINT-TOTALS THRU 4000-PRINT-TOTALS-EXIT
           GO TO 9999-TERMINATE.

      ******************************************************************
      * 1000-INITIALIZE - stops on a business date already marked      *
      * COMPLETE (the write-off REWRITEs balances, so a resubmission   *
      * must not post it again), then opens the files.  No WOFAPPR at  *
      * all simply means nothing was approved.                         *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           IF ELP-RUNCTL-FOUND
               AND ELP-RUNCTL-STATUS = "COMPLETE"
               DISPLAY "ELPWOF01 - BUSINESS DATE " ELP-BUSINESS-DATE
                   " ALREADY MARKED COMPLETE - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           MOVE ELP-BUSINESS-DATE TO ELP-RUN-DATE
           MOVE ELP-RUN-DATE TO ELP-H1-RUN-DATE
           OPEN OUTPUT WRITEOFF-REPORT-FILE
           IF NOT ELP-WOFRPT-FILE-OK
               MOVE "WOFRPT" TO ELP-ABEND-FILE-NAME
               MOVE ELP-WOFRPT-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN INPUT WRITEOFF-APPROVED-FILE
           IF NOT ELP-WOFAPPR-FILE-OK
               MOVE "WOFAPPR" TO ELP-ABEND-FILE-NAME
               MOVE ELP-WOFAPPR-FILE-STATUS TO ELP-ABEND-FILE-STATUS
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
           OPEN I-O WRITEOFF-HISTORY-FILE
           IF NOT ELP-WOFHIST-FILE-OK
               MOVE "WOFHIST" TO ELP-ABEND-FILE-NAME
               MOVE ELP-WOFHIST-FILE-STATUS TO ELP-ABEND-FILE-STATUS
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
           SET ELP-POSTING-READY TO TRUE.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1020-BEGIN-STEP - registers the step with ELPSTP01 before any  *
      * file is opened.  A step already COMPLETE for the business date *
      * stops here on a resubmitted night with return code 0; a held   *
      * step stops with return code 12 (the ELPSTP01 DISPLAYs say      *
      * why).  ELPSTP01 takes the CUSTFILE image (BKPELPWOF01) here,   *
      * ahead of the first update, for an ELPRBK01 rollback.           *
      ******************************************************************
       1020-BEGIN-STEP.
           MOVE "BEGIN" TO SC-FUNCTION
           MOVE "ELPWOF01" TO SC-STEP-NAME
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
               DISPLAY "ELPWOF01 - RUNCTL NOT AVAILABLE - FILE STATUS "
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
               DISPLAY "ELPWOF01 - RUNCTL UNUSABLE - SYSTEM DATE USED"
               ACCEPT ELP-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ABEND-OPEN-FAILURE - a required file would not open.  The *
      * caller moves the file name and the file status into            *
      * ELP-ABEND-FILE-NAME/ELP-ABEND-FILE-STATUS before PERFORMing    *
      * this, then GOes TO 9999-TERMINATE, the same convention as      *
      * elpCob1.                                                       *
      ******************************************************************
       1600-ABEND-OPEN-FAILURE.
           DISPLAY "ELPWOF01 - OPEN FAILED FOR " ELP-ABEND-FILE-NAME
               " - FILE STATUS " ELP-ABEND-FILE-STATUS
           MOVE 90 TO RETURN-CODE.
       1600-ABEND-OPEN-FAILURE-EXIT.
           EXIT.

       2000-READ-APPROVED.
           READ WRITEOFF-APPROVED-FILE
               AT END
                   SET ELP-APPROVED-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ELP-APPROVED-READ-COUNT
           END-READ.
       2000-READ-APPROVED-EXIT.
           EXIT.

      ******************************************************************
      * 3000-POST-ONE-WRITEOFF - proves one approved line and writes   *
      * the balance off.  The customer's balance tonight must still be *
      * exactly the balance the controller approved; anything else     *
      * (a payment or a new charge since the proposal, a line approved *
      * twice) is listed with its reason and not posted.               *
      ******************************************************************
       3000-POST-ONE-WRITEOFF.
           MOVE SPACES TO ELP-REJECT-REASON
           MOVE 0 TO ELP-APPROVED-AMOUNT
           IF WA-CUST-NUMBER NOT NUMERIC
               OR WA-CUST-NUMBER-NUM = 0
               MOVE "INVALID CUSTOMER NUMBER" TO ELP-REJECT-REASON
               GO TO 3000-LIST-WRITEOFF
           END-IF
           IF WA-AMOUNT NOT NUMERIC
               MOVE "INVALID WRITE-OFF AMOUNT" TO ELP-REJECT-REASON
               GO TO 3000-LIST-WRITEOFF
           END-IF
           MOVE WA-AMOUNT TO ELP-APPROVED-AMOUNT
           ADD ELP-APPROVED-AMOUNT TO ELP-APPROVED-TOTAL
           IF ELP-APPROVED-AMOUNT NOT > 0
               MOVE "INVALID WRITE-OFF AMOUNT" TO ELP-REJECT-REASON
               GO TO 3000-LIST-WRITEOFF
           END-IF
           IF NOT WA-AGED-BALANCE
               AND NOT WA-CLOSED-BALANCE
               MOVE "INVALID WRITE-OFF REASON" TO ELP-REJECT-REASON
               GO TO 3000-LIST-WRITEOFF
           END-IF
           MOVE WA-CUST-NUMBER-NUM TO CR-CUST-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "UNKNOWN CUSTOMER" TO ELP-REJECT-REASON
                   GO TO 3000-LIST-WRITEOFF
           END-READ
           IF CR-BALANCE = 0
               MOVE "NO BALANCE LEFT TO WRITE OFF"
                   TO ELP-REJECT-REASON
               GO TO 3000-LIST-WRITEOFF
           END-IF
           IF CR-BALANCE NOT = ELP-APPROVED-AMOUNT
               MOVE "BALANCE CHANGED SINCE PROPOSAL"
                   TO ELP-REJECT-REASON
               GO TO 3000-LIST-WRITEOFF
           END-IF
           PERFORM 3100-WRITE-OFF-BALANCE
                   THRU 3100-WRITE-OFF-BALANCE-EXIT.
       3000-LIST-WRITEOFF.
           PERFORM 3900-PRINT-WRITEOFF THRU 3900-PRINT-WRITEOFF-EXIT
           PERFORM 2000-READ-APPROVED THRU 2000-READ-APPROVED-EXIT.
       3000-POST-ONE-WRITEOFF-EXIT.
           EXIT.

      ******************************************************************
      * 3100-WRITE-OFF-BALANCE - zeroes CR-BALANCE and closes the      *
      * account (an account already closed keeps its original close    *
      * date), REWRITEs the master, journals the WRTOFF entry, and     *
      * records the write-off on WOFHIST.                              *
      ******************************************************************
       3100-WRITE-OFF-BALANCE.
           MOVE CR-BALANCE TO ELP-LEDGER-BAL-BEFORE
           MOVE CR-BALANCE TO ELP-WRITEOFF-AMOUNT
           MOVE 0 TO CR-BALANCE
           IF CR-STATUS NOT = "C"
               MOVE "C" TO CR-STATUS
               MOVE ELP-RUN-DATE TO CR-STATUS-DATE
           END-IF
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED ON POSTING"
                       TO ELP-REJECT-REASON
                   GO TO 3100-WRITE-OFF-BALANCE-EXIT
           END-REWRITE
           ADD 1 TO ELP-POSTED-COUNT
           ADD ELP-WRITEOFF-AMOUNT TO ELP-POSTED-TOTAL
           PERFORM 3800-WRITE-LEDGER-ENTRY
                   THRU 3800-WRITE-LEDGER-ENTRY-EXIT
           PERFORM 3500-RECORD-HISTORY THRU 3500-RECORD-HISTORY-EXIT.
       3100-WRITE-OFF-BALANCE-EXIT.
           EXIT.

      ******************************************************************
      * 3500-RECORD-HISTORY - adds the write-off to the customer's     *
      * WOFHIST entry, or starts one.  The balance is already off the  *
      * master by now, so a history failure cannot be backed out: it   *
      * is DISPLAYed and fails the step, and until the entry is put    *
      * right the customer's payments suspense instead of recovering.  *
      ******************************************************************
       3500-RECORD-HISTORY.
           MOVE CR-CUST-NUMBER TO WO-CUST-NUMBER
           READ WRITEOFF-HISTORY-FILE
               INVALID KEY
                   MOVE SPACES TO WRITEOFF-HISTORY-RECORD
                   MOVE CR-CUST-NUMBER TO WO-CUST-NUMBER
                   MOVE 0 TO WO-WRITEOFF-AMOUNT
                   MOVE 0 TO WO-RECOVERED-AMOUNT
                   MOVE 0 TO WO-LAST-RECOVERY-DATE
                   MOVE 0 TO WO-LAST-RECOVERY-AMOUNT
           END-READ
           MOVE CR-REGION TO WO-REGION
           MOVE WA-REASON TO WO-REASON
           MOVE ELP-RUN-DATE TO WO-WRITEOFF-DATE
           ADD ELP-WRITEOFF-AMOUNT TO WO-WRITEOFF-AMOUNT
           IF CR-LAST-PAY-DATE NUMERIC
               MOVE CR-LAST-PAY-DATE TO WO-LAST-PAY-DATE
           ELSE
               MOVE 0 TO WO-LAST-PAY-DATE
           END-IF
           IF ELP-WOFHIST-FILE-STATUS = "00"
               REWRITE WRITEOFF-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO ELP-HISTORY-FAILED-COUNT
               END-REWRITE
           ELSE
               WRITE WRITEOFF-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO ELP-HISTORY-FAILED-COUNT
               END-WRITE
           END-IF
           IF ELP-WOFHIST-FILE-STATUS NOT = "00"
               DISPLAY "ELPWOF01 - WOFHIST NOT UPDATED FOR CUST NO. "
                   CR-CUST-NUMBER " - FILE STATUS "
                   ELP-WOFHIST-FILE-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       3500-RECORD-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 3800-WRITE-LEDGER-ENTRY - appends the WRTOFF entry for the     *
      * write-off just REWRITten: the whole balance before, a zero     *
      * balance after, and the business date as the reference.         *
      ******************************************************************
       3800-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-JOURNAL-RECORD
           MOVE ELP-RUN-DATE TO LG-POST-DATE
           ACCEPT LG-POST-TIME FROM TIME
           MOVE CR-CUST-NUMBER TO LG-CUST-NUMBER
           MOVE CR-REGION TO LG-REGION
           MOVE "ELPWOF01" TO LG-SOURCE-PROGRAM
           MOVE "WRTOFF" TO LG-TRAN-TYPE
           COMPUTE LG-AMOUNT = CR-BALANCE - ELP-LEDGER-BAL-BEFORE
           MOVE ELP-LEDGER-BAL-BEFORE TO LG-BALANCE-BEFORE
           MOVE CR-BALANCE TO LG-BALANCE-AFTER
           STRING "WOF " ELP-RUN-DATE DELIMITED BY SIZE
               INTO LG-REFERENCE
           END-STRING
           WRITE LEDGER-JOURNAL-RECORD
           ADD 1 TO ELP-LEDGER-COUNT.
       3800-WRITE-LEDGER-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3900-PRINT-WRITEOFF - one register line per approved line,     *
      * posted or not.  A line not posted is counted so the step ends  *
      * with a warning condition code.                                 *
      ******************************************************************
       3900-PRINT-WRITEOFF.
           MOVE WA-CUST-NUMBER TO ELP-DL-CUST-NUMBER
           MOVE WA-CUST-NAME TO ELP-DL-CUST-NAME
           MOVE WA-REASON TO ELP-DL-REASON
           MOVE WA-PROPOSAL-DATE TO ELP-DL-PROPOSAL-DATE
           MOVE ELP-APPROVED-AMOUNT TO ELP-DL-AMOUNT
           IF ELP-REJECT-REASON NOT = SPACES
               ADD 1 TO ELP-REJECTED-COUNT
               ADD ELP-APPROVED-AMOUNT TO ELP-REJECTED-TOTAL
               MOVE SPACES TO ELP-DL-DISPOSITION
               STRING "*** " ELP-REJECT-REASON DELIMITED BY SIZE
                   INTO ELP-DL-DISPOSITION
               END-STRING
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "WRITTEN OFF - ACCOUNT CLOSED"
                   TO ELP-DL-DISPOSITION
           END-IF
           PERFORM 8500-CHECK-PAGE THRU 8500-CHECK-PAGE-EXIT
           WRITE WRITEOFF-REPORT-LINE FROM ELP-DETAIL-LINE
           ADD 1 TO ELP-LINE-COUNT.
       3900-PRINT-WRITEOFF-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-TOTALS - the approved list's count and total (to    *
      * agree to the signed proposal register), then what posted and   *
      * what did not.                                                  *
      ******************************************************************
       4000-PRINT-TOTALS.
           IF ELP-PAGE-NUMBER = 0
               PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT
               WRITE WRITEOFF-REPORT-LINE FROM ELP-NONE-LINE
               ADD 1 TO ELP-LINE-COUNT
           END-IF
           PERFORM 8500-CHECK-PAGE THRU 8500-CHECK-PAGE-EXIT
           MOVE SPACES TO WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE
           MOVE "APPROVED FOR WRITE-OFF" TO ELP-SM-LABEL
           MOVE ELP-APPROVED-READ-COUNT TO ELP-SM-COUNT
           MOVE ELP-APPROVED-TOTAL TO ELP-SM-AMOUNT
           WRITE WRITEOFF-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "WRITTEN OFF" TO ELP-SM-LABEL
           MOVE ELP-POSTED-COUNT TO ELP-SM-COUNT
           MOVE ELP-POSTED-TOTAL TO ELP-SM-AMOUNT
           WRITE WRITEOFF-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "NOT POSTED" TO ELP-SM-LABEL
           MOVE ELP-REJECTED-COUNT TO ELP-SM-COUNT
           MOVE ELP-REJECTED-TOTAL TO ELP-SM-AMOUNT
           WRITE WRITEOFF-REPORT-LINE FROM ELP-SUMMARY-LINE
           ADD 4 TO ELP-LINE-COUNT.
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
           WRITE WRITEOFF-REPORT-LINE FROM ELP-HEADING-LINE-1
           MOVE SPACES TO WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE FROM ELP-HEADING-LINE-2
           MOVE SPACES TO WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE
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
           IF ELP-POSTING-READY
               CLOSE WRITEOFF-APPROVED-FILE
               CLOSE CUSTOMER-FILE
               CLOSE WRITEOFF-HISTORY-FILE
               CLOSE LEDGER-JOURNAL-FILE
           END-IF
           CLOSE WRITEOFF-REPORT-FILE
           DISPLAY "ELPWOF01 - APPROVED LINES READ  "
               ELP-APPROVED-READ-COUNT
           DISPLAY "ELPWOF01 - WRITTEN OFF          "
               ELP-POSTED-COUNT
           DISPLAY "ELPWOF01 - AMOUNT WRITTEN OFF   "
               ELP-POSTED-TOTAL
           DISPLAY "ELPWOF01 - NOT POSTED           "
               ELP-REJECTED-COUNT
           DISPLAY "ELPWOF01 - LEDGER ENTRIES       "
               ELP-LEDGER-COUNT
           DISPLAY "ELPWOF01 - HISTORY FAILURES     "
               ELP-HISTORY-FAILED-COUNT
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.

      *          At end of run the applied plus suspensed totals are  *
      *          balanced against the deposit-ticket total record     *
      *          and the step ends with a failing condition code on   *
      *          a mismatch.  A payment from a customer written off   *
      *          by ELPWOF01 (nothing owing and an entry on WOFHIST)  *
      *          is a bad-debt recovery: it is recorded on WOFHIST    *
      *          and listed on PAYRCVY, and never becomes a credit    *
      *          balance on the master.                               *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *                   message when the business date is already   *
      *                   marked COMPLETE, so a second submission     *
      *                   can never double-post the deposit.          *
      *   06/27/2018  RD  Every applied payment now appends a PAYMNT  *
      *                   entry (see LEDGREC) to the shared LEDGJRNL  *
      *                   customer ledger journal - amount, balance   *
      *                   before and after - for the nightly ELPLGP01 *
      *                   balance proof.                              *
      *   07/25/2018  RD  A suspensed payment detail with a usable    *
      *                   amount is now also written as an open item  *
      *                   on the indexed SUSPFILE (see SUSPREC), keyed *
      *                   on the business date and the record's       *
      *                   position in DEPFILE, for the ELPSUS01       *
      *                   suspense workout.  PAYSUSP still prints     *
      *                   every suspensed record as before.           *
      *   09/05/2018  RD  A payment from a customer with a zero       *
      *                   balance and an entry on the WOFHIST         *
      *                   written-off history (see WOFREC) is now a   *
      *                   bad-debt recovery: added to the recovered   *
      *                   amount on WOFHIST for ELPGLI01, listed on   *
      *                   the new PAYRCVY recovery list, and counted  *
      *                   in the ticket balancing.  CUSTFILE is not   *
      *                   touched.  A payment larger than the amount  *
      *                   still unrecovered is suspensed as before.   *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date, and the pre-update   *
      *                   CUSTFILE image is taken before the first    *
      *                   update so a failed run can be rolled back   *
      *                   with ELPRBK01.                              *
      *   10/24/2018  RD  Shortened the over-recovery suspense reason *
      *                   to fit the 30-byte reason field.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPPAY01.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-SUSPENSE-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-ITEM-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-ITEM-KEY
               FILE STATUS IS ELP-SUSPITEM-FILE-STATUS.

           SELECT OPTIONAL WRITEOFF-HISTORY-FILE ASSIGN TO "WOFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-CUST-NUMBER
               FILE STATUS IS ELP-WOFHIST-FILE-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO "PAYRCVY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-RECOVERY-FILE-STATUS.

           SELECT OPTIONAL LEDGER-JOURNAL-FILE ASSIGN TO "LEDGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-LEDGER-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-CONTROL-FILE-STATUS.
           RECORD CONTAINS 120 CHARACTERS.
       01  SUSPENSE-LINE                  PIC X(120).

       FD  SUSPENSE-ITEM-FILE.
       01  SUSPENSE-ITEM-RECORD.
           COPY SUSPREC.

       FD  WRITEOFF-HISTORY-FILE.
       01  WRITEOFF-HISTORY-RECORD.
           COPY WOFREC.

       FD  RECOVERY-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  RECOVERY-LINE                  PIC X(120).

       FD  LEDGER-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  LEDGER-JOURNAL-RECORD.
           COPY LEDGREC.

       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-TOTAL-RECORD.
               88  ELP-SUSPENSE-FILE-OK   VALUE "00".
           05  ELP-CONTROL-FILE-STATUS    PIC X(02).
               88  ELP-CONTROL-FILE-OK    VALUE "00" "05".
           05  ELP-LEDGER-FILE-STATUS     PIC X(02).
               88  ELP-LEDGER-FILE-OK     VALUE "00" "05".
           05  ELP-SUSPITEM-FILE-STATUS   PIC X(02).
               88  ELP-SUSPITEM-FILE-OK   VALUE "00" "05".
           05  ELP-WOFHIST-FILE-STATUS    PIC X(02).
               88  ELP-WOFHIST-FILE-OK    VALUE "00" "05".
           05  ELP-RECOVERY-FILE-STATUS   PIC X(02).
               88  ELP-RECOVERY-FILE-OK   VALUE "00".

       01  ELP-SWITCHES.
           05  ELP-DEPOSIT-EOF-SW         PIC X(01) VALUE "N".
           05  ELP-PAY-READ-COUNT         PIC 9(06) COMP VALUE 0.
           05  ELP-PAY-APPLIED-COUNT      PIC 9(06) COMP VALUE 0.
           05  ELP-PAY-SUSPENSE-COUNT     PIC 9(06) COMP VALUE 0.
           05  ELP-DEPOSIT-SEQUENCE       PIC 9(06) COMP VALUE 0.
           05  ELP-SUSP-ITEM-COUNT        PIC 9(06) COMP VALUE 0.
           05  ELP-SUSP-DUPLICATE-COUNT   PIC 9(06) COMP VALUE 0.
           05  ELP-PAY-RECOVERY-COUNT     PIC 9(06) COMP VALUE 0.

       01  ELP-PAY-TOTALS.
           05  ELP-PAY-APPLIED-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           05  ELP-PAY-SUSPENSE-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
           05  ELP-PAY-RECOVERY-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
           05  ELP-PAY-ACCOUNTED-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  ELP-TICKET-COUNT           PIC 9(06) VALUE 0.
           05  ELP-TICKET-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.

       01  ELP-BALANCE-WORK.
           05  ELP-NEW-BALANCE            PIC S9(09)V99 COMP-3.
           05  ELP-UNRECOVERED-AMOUNT     PIC S9(09)V99 COMP-3.

       01  ELP-LEDGER-WORK.
           05  ELP-LEDGER-TRAN-TYPE       PIC X(06).
           05  ELP-LEDGER-BAL-BEFORE      PIC S9(09)V99 COMP-3.
           05  ELP-LEDGER-REFERENCE       PIC X(12).
           05  ELP-LEDGER-COUNT           PIC 9(06) COMP VALUE 0.

       01  ELP-ABEND-WORK.
           05  ELP-ABEND-FILE-NAME        PIC X(08).
           05  ELP-SL-REASON              PIC X(30).
           05  FILLER                     PIC X(08) VALUE SPACES.

       01  ELP-RECOVERY-DETAIL.
           05  ELP-RL-DEPOSIT-IMAGE       PIC X(80).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ELP-RL-REASON              PIC X(30) VALUE
               "BAD-DEBT RECOVERY".
           05  FILLER                     PIC X(08) VALUE SPACES.

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           GO TO 9999-TERMINATE.

       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           IF ELP-RUNCTL-FOUND
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
           OPEN I-O WRITEOFF-HISTORY-FILE
           IF NOT ELP-WOFHIST-FILE-OK
               MOVE "WOFHIST" TO ELP-ABEND-FILE-NAME
               MOVE ELP-WOFHIST-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN OUTPUT RECOVERY-FILE
           IF NOT ELP-RECOVERY-FILE-OK
               MOVE "PAYRCVY" TO ELP-ABEND-FILE-NAME
               MOVE ELP-RECOVERY-FILE-STATUS TO ELP-ABEND-FILE-STATUS
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
                   THRU 1200-TAKE-OPENING-POSITION-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1020-BEGIN-STEP - registers the step with ELPSTP01 before any  *
      * file is opened.  A step already COMPLETE for the business date *
      * stops here on a resubmitted night with return code 0; a held   *
      * step stops with return code 12 (the ELPSTP01 DISPLAYs say      *
      * why).  ELPSTP01 takes the CUSTFILE image (BKPELPPAY01) here,   *
      * ahead of the first update, for an ELPRBK01 rollback.           *
      ******************************************************************
       1020-BEGIN-STEP.
           MOVE "BEGIN" TO SC-FUNCTION
           MOVE "ELPPAY01" TO SC-STEP-NAME
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
           READ DEPOSIT-FILE
               AT END
                   SET ELP-DEPOSIT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ELP-DEPOSIT-SEQUENCE
           END-READ.
       2000-READ-DEPOSIT-EXIT.
           EXIT.
      * that would push the balance below zero (past a credit          *
      * balance) is suspensed whole rather than part-posted - the     *
      * morning workout decides what to do with an overpayment.        *
      * A customer with nothing owing who was written off is handed    *
      * to 3300 as a bad-debt recovery before the overpayment test.    *
      ******************************************************************
       3100-POST-ONE-PAYMENT.
           IF DP-CUST-NUMBER NOT NUMERIC
                           THRU 3900-WRITE-SUSPENSE-EXIT
                   GO TO 3100-POST-ONE-PAYMENT-EXIT
           END-READ
           IF CR-BALANCE = 0
               MOVE CR-CUST-NUMBER TO WO-CUST-NUMBER
               READ WRITEOFF-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3300-RECORD-RECOVERY
                               THRU 3300-RECORD-RECOVERY-EXIT
                       GO TO 3100-POST-ONE-PAYMENT-EXIT
               END-READ
           END-IF
           COMPUTE ELP-NEW-BALANCE = CR-BALANCE - DP-PAY-AMOUNT
           IF ELP-NEW-BALANCE < 0
               MOVE "OVERPAYMENT PAST CREDIT BALANCE"
                       THRU 3900-WRITE-SUSPENSE-EXIT
               GO TO 3100-POST-ONE-PAYMENT-EXIT
           END-IF
           MOVE CR-BALANCE TO ELP-LEDGER-BAL-BEFORE
           MOVE ELP-NEW-BALANCE TO CR-BALANCE
           MOVE DP-DEPOSIT-DATE-NUM TO CR-LAST-PAY-DATE
           REWRITE CUSTOMER-RECORD
               NOT INVALID KEY
                   ADD 1 TO ELP-PAY-APPLIED-COUNT
                   ADD DP-PAY-AMOUNT TO ELP-PAY-APPLIED-TOTAL
                   MOVE "PAYMNT" TO ELP-LEDGER-TRAN-TYPE
                   MOVE SPACES TO ELP-LEDGER-REFERENCE
                   STRING "DEP " DP-DEPOSIT-DATE DELIMITED BY SIZE
                       INTO ELP-LEDGER-REFERENCE
                   END-STRING
                   PERFORM 3800-WRITE-LEDGER-ENTRY
                           THRU 3800-WRITE-LEDGER-ENTRY-EXIT
           END-REWRITE.
       3100-POST-ONE-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3300-RECORD-RECOVERY - a payment from a written-off customer.  *
      * The payment is added to the recovered amount on WOFHIST, and   *
      * to the business date's recovered total (started fresh on the   *
      * first recovery of a new date) which ELPGLI01 sends to the GL;  *
      * the master balance stays at zero.  A payment larger than what  *
      * is still unrecovered is suspensed whole for the workout.       *
      ******************************************************************
       3300-RECORD-RECOVERY.
           COMPUTE ELP-UNRECOVERED-AMOUNT =
               WO-WRITEOFF-AMOUNT - WO-RECOVERED-AMOUNT
           IF DP-PAY-AMOUNT > ELP-UNRECOVERED-AMOUNT
               MOVE "PAYMENT OVER AMT WRITTEN OFF"
                   TO ELP-SUSPENSE-REASON
               PERFORM 3900-WRITE-SUSPENSE
                       THRU 3900-WRITE-SUSPENSE-EXIT
               GO TO 3300-RECORD-RECOVERY-EXIT
           END-IF
           ADD DP-PAY-AMOUNT TO WO-RECOVERED-AMOUNT
           IF WO-LAST-RECOVERY-DATE = ELP-BUSINESS-DATE
               ADD DP-PAY-AMOUNT TO WO-LAST-RECOVERY-AMOUNT
           ELSE
               MOVE DP-PAY-AMOUNT TO WO-LAST-RECOVERY-AMOUNT
           END-IF
           MOVE ELP-BUSINESS-DATE TO WO-LAST-RECOVERY-DATE
           REWRITE WRITEOFF-HISTORY-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED ON RECOVERY"
                       TO ELP-SUSPENSE-REASON
                   PERFORM 3900-WRITE-SUSPENSE
                           THRU 3900-WRITE-SUSPENSE-EXIT
                   GO TO 3300-RECORD-RECOVERY-EXIT
           END-REWRITE
           ADD 1 TO ELP-PAY-RECOVERY-COUNT
           ADD DP-PAY-AMOUNT TO ELP-PAY-RECOVERY-TOTAL
           MOVE DEPOSIT-RECORD TO ELP-RL-DEPOSIT-IMAGE
           WRITE RECOVERY-LINE FROM ELP-RECOVERY-DETAIL.
       3300-RECORD-RECOVERY-EXIT.
           EXIT.

      ******************************************************************
      * 3500-NOTE-TICKET-TOTAL - holds the deposit-ticket control      *
      * record's count and amount for the end-of-run balancing.  A    *
       3500-NOTE-TICKET-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 3800-WRITE-LEDGER-ENTRY - appends one LEDGJRNL entry for the   *
      * posting just REWRITten: the caller sets the transaction type, *
      * the balance before, and the reference; the balance after and  *
      * the amount come from the customer record as it now stands.    *
      ******************************************************************
       3800-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-JOURNAL-RECORD
           MOVE ELP-BUSINESS-DATE TO LG-POST-DATE
           ACCEPT LG-POST-TIME FROM TIME
           MOVE CR-CUST-NUMBER TO LG-CUST-NUMBER
           MOVE CR-REGION TO LG-REGION
           MOVE "ELPPAY01" TO LG-SOURCE-PROGRAM
           MOVE ELP-LEDGER-TRAN-TYPE TO LG-TRAN-TYPE
           COMPUTE LG-AMOUNT = CR-BALANCE - ELP-LEDGER-BAL-BEFORE
           MOVE ELP-LEDGER-BAL-BEFORE TO LG-BALANCE-BEFORE
           MOVE CR-BALANCE TO LG-BALANCE-AFTER
           MOVE ELP-LEDGER-REFERENCE TO LG-REFERENCE
           WRITE LEDGER-JOURNAL-RECORD
           ADD 1 TO ELP-LEDGER-COUNT.
       3800-WRITE-LEDGER-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3900-WRITE-SUSPENSE - writes the deposit record image and the  *
      * reason the caller set to PAYSUSP, and counts the item so the   *
      * step ends with a warning condition code.  The suspensed        *
      * amount (when the amount field is usable) still counts toward   *
      * the ticket balancing - suspensing a payment accounts for it,   *
      * it does not lose it.  A payment detail with a usable amount   *
      * is also opened as a SUSPFILE item for the morning workout.    *
      ******************************************************************
       3900-WRITE-SUSPENSE.
           MOVE DEPOSIT-RECORD TO ELP-SL-DEPOSIT-IMAGE
           IF DP-DETAIL
               AND DP-PAY-AMOUNT NUMERIC
               ADD DP-PAY-AMOUNT TO ELP-PAY-SUSPENSE-TOTAL
               IF DP-PAY-AMOUNT > 0
                   PERFORM 3950-WRITE-SUSPENSE-ITEM
                           THRU 3950-WRITE-SUSPENSE-ITEM-EXIT
               END-IF
           END-IF.
       3900-WRITE-SUSPENSE-EXIT.
           EXIT.

      ******************************************************************
      * 3950-WRITE-SUSPENSE-ITEM - opens the SUSPFILE item for the     *
      * payment just suspensed.  The key is the business date and the  *
      * record's position in DEPFILE, so the same DEPFILE run twice    *
      * for one date finds its items already open and does not open   *
      * them again.                                                    *
      ******************************************************************
       3950-WRITE-SUSPENSE-ITEM.
           MOVE SPACES TO SUSPENSE-ITEM-RECORD
           MOVE ELP-BUSINESS-DATE TO SI-SUSPENSE-DATE
           MOVE ELP-DEPOSIT-SEQUENCE TO SI-SEQUENCE
           SET SI-OPEN TO TRUE
           MOVE DP-CUST-NUMBER TO SI-CUST-NUMBER
           MOVE DP-DEPOSIT-DATE TO SI-DEPOSIT-DATE
           MOVE DP-PAY-AMOUNT TO SI-AMOUNT
           MOVE ELP-SUSPENSE-REASON TO SI-REASON
           MOVE 0 TO SI-APPLIED-CUST-NUMBER
           MOVE 0 TO SI-RESOLVED-DATE
           MOVE DEPOSIT-RECORD TO SI-DEPOSIT-IMAGE
           WRITE SUSPENSE-ITEM-RECORD
               INVALID KEY
                   ADD 1 TO ELP-SUSP-DUPLICATE-COUNT
                   DISPLAY "ELPPAY01 - SUSPENSE ITEM " SI-ITEM-KEY
                       " ALREADY ON SUSPFILE - NOT OPENED AGAIN"
               NOT INVALID KEY
                   ADD 1 TO ELP-SUSP-ITEM-COUNT
           END-WRITE.
       3950-WRITE-SUSPENSE-ITEM-EXIT.
           EXIT.

      ******************************************************************
      * 8700-WRITE-CONTROL-RECORD - appends the PAYPOST control        *
      * record to the shared CTLFILE: the master's opening count and   *
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

      ******************************************************************
      * 9999-TERMINATE - closes out and proves the run against the     *
      * deposit ticket: applied, suspensed, and recovered must account *
      * for the ticket's detail count and total amount.  A missing     *
      * ticket record or an out-of-balance deposit fails the step so   *
      * the night's ELPTRN01 run is held until the bank file is        *
      * resolved.                                                      *
      ******************************************************************
       9999-TERMINATE.
           PERFORM 8700-WRITE-CONTROL-RECORD
           CLOSE DEPOSIT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-ITEM-FILE
           CLOSE WRITEOFF-HISTORY-FILE
           CLOSE RECOVERY-FILE
           CLOSE LEDGER-JOURNAL-FILE
           DISPLAY "ELPPAY01 - PAYMENT DETAILS READ "
               ELP-PAY-READ-COUNT
           DISPLAY "ELPPAY01 - PAYMENTS APPLIED     "
               ELP-PAY-APPLIED-COUNT
           DISPLAY "ELPPAY01 - PAYMENTS SUSPENSED   "
               ELP-PAY-SUSPENSE-COUNT
           DISPLAY "ELPPAY01 - BAD-DEBT RECOVERIES  "
               ELP-PAY-RECOVERY-COUNT
           DISPLAY "ELPPAY01 - AMOUNT RECOVERED     "
               ELP-PAY-RECOVERY-TOTAL
           DISPLAY "ELPPAY01 - LEDGER ENTRIES       "
               ELP-LEDGER-COUNT
           DISPLAY "ELPPAY01 - SUSPENSE ITEMS OPENED"
               ELP-SUSP-ITEM-COUNT
           COMPUTE ELP-PAY-ACCOUNTED-TOTAL =
               ELP-PAY-APPLIED-TOTAL + ELP-PAY-SUSPENSE-TOTAL
               + ELP-PAY-RECOVERY-TOTAL
           IF NOT ELP-TICKET-SEEN
               DISPLAY "ELPPAY01 - NO DEPOSIT TICKET TOTAL RECORD - "
                   "DEPOSIT NOT PROVABLE"
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.

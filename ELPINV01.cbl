      ******************************************************************
      * Program: ELPINV01.cbl                                        *
      * Author: Rey Devega                                            *
      * Date-Written: 08/08/2018                                      *
      * Purpose: Invoice and charge posting.  Runs as its own job     *
      *          step after the ELPSUS01 suspense workout and ahead   *
      *          of ELPTRN01, reads the order-entry system's daily    *
      *          billing file (BILLFILE: one record per invoice with  *
      *          the invoice number, customer number, invoice date,   *
      *          amount, and due date), and adds each invoice to      *
      *          CR-BALANCE on the CUSTFILE master - arithmetic on    *
      *          the master, the way ELPPAY01 subtracts payments,     *
      *          not a rekeyed replacement balance.  Every posted     *
      *          invoice is recorded on the INVHIST invoice history   *
      *          (see INVREC) and journaled on LEDGJRNL as an INVOIC  *
      *          entry.  An invoice that cannot be posted (bad field, *
      *          unknown or closed customer, an invoice number        *
      *          already on INVHIST, or a balance that would go over  *
      *          a CR-CREDIT-LIMIT on file - zero is no limit, as     *
      *          CUSTREC defines it) goes whole to the invoice        *
      *          exception file (INVEXCP) with a reason for order     *
      *          entry to work, instead of being lost or force-       *
      *          posted.                                              *
      *          Appends an INVPOST control record to CTLFILE so      *
      *          ELPBAL01 balances the step with the rest of the      *
      *          night.                                                *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *   08/08/2018  RD  Original invoice posting program.           *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date, and the pre-update   *
      *                   CUSTFILE image is taken before the first    *
      *                   update so a failed run can be rolled back   *
      *                   with ELPRBK01.                              *
      *   10/24/2018  RD  A zero credit limit is no limit on file, as *
      *                   CUSTREC and ELPCRV01 treat it; such a       *
      *                   customer's invoices no longer go to INVEXCP *
      *                   as over the limit.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPINV01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-FILE ASSIGN TO "BILLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-BILLING-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CUST-NUMBER
               FILE STATUS IS ELP-CUSTOMER-FILE-STATUS.

           SELECT OPTIONAL INVOICE-HISTORY-FILE ASSIGN TO "INVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-INVOICE-NUMBER
               FILE STATUS IS ELP-INVHIST-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "INVEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-EXCEPTION-FILE-STATUS.

           SELECT OPTIONAL LEDGER-JOURNAL-FILE ASSIGN TO "LEDGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-LEDGER-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-CONTROL-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BILLING-RECORD.
           05  BL-INVOICE-NUMBER          PIC X(10).
           05  BL-CUST-NUMBER             PIC X(06).
           05  BL-CUST-NUMBER-NUM REDEFINES BL-CUST-NUMBER
                                          PIC 9(06).
           05  BL-INVOICE-DATE            PIC X(08).
           05  BL-INVOICE-DATE-NUM REDEFINES BL-INVOICE-DATE
                                          PIC 9(08).
           05  BL-INVOICE-AMOUNT          PIC S9(09)V99
                                          SIGN IS LEADING SEPARATE.
           05  BL-DUE-DATE                PIC X(08).
           05  BL-DUE-DATE-NUM REDEFINES BL-DUE-DATE
                                          PIC 9(08).
           05  FILLER                     PIC X(36).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  INVOICE-HISTORY-FILE.
       01  INVOICE-HISTORY-RECORD.
           COPY INVREC.

       FD  EXCEPTION-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  EXCEPTION-LINE                 PIC X(120).

       FD  LEDGER-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  LEDGER-JOURNAL-RECORD.
           COPY LEDGREC.

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
           05  ELP-BILLING-FILE-STATUS    PIC X(02).
               88  ELP-BILLING-FILE-OK    VALUE "00".
           05  ELP-CUSTOMER-FILE-STATUS   PIC X(02).
               88  ELP-CUSTOMER-FILE-OK   VALUE "00".
           05  ELP-INVHIST-FILE-STATUS    PIC X(02).
               88  ELP-INVHIST-FILE-OK    VALUE "00" "05".
           05  ELP-EXCEPTION-FILE-STATUS  PIC X(02).
               88  ELP-EXCEPTION-FILE-OK  VALUE "00".
           05  ELP-CONTROL-FILE-STATUS    PIC X(02).
               88  ELP-CONTROL-FILE-OK    VALUE "00" "05".
           05  ELP-LEDGER-FILE-STATUS     PIC X(02).
               88  ELP-LEDGER-FILE-OK     VALUE "00" "05".

       01  ELP-SWITCHES.
           05  ELP-BILLING-EOF-SW         PIC X(01) VALUE "N".
               88  ELP-BILLING-AT-EOF     VALUE "Y".
           05  ELP-CUSTOMER-EOF-SW        PIC X(01) VALUE "N".
               88  ELP-CUSTOMER-AT-EOF    VALUE "Y".
           05  ELP-CONTROL-READY-SW       PIC X(01) VALUE "N".
               88  ELP-CONTROL-READY      VALUE "Y".

       01  ELP-CONTROL-WORK.
           05  ELP-CTL-OPENING-COUNT      PIC 9(06) COMP VALUE 0.
           05  ELP-CTL-OPENING-HASH       PIC S9(13)V99 COMP-3
                                          VALUE 0.

       01  ELP-INV-COUNTS.
           05  ELP-INV-READ-COUNT         PIC 9(06) COMP VALUE 0.
           05  ELP-INV-POSTED-COUNT       PIC 9(06) COMP VALUE 0.
           05  ELP-INV-EXCEPTION-COUNT    PIC 9(06) COMP VALUE 0.

       01  ELP-INV-TOTALS.
           05  ELP-INV-POSTED-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
           05  ELP-INV-EXCEPTION-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.

       01  ELP-BALANCE-WORK.
           05  ELP-NEW-BALANCE            PIC S9(09)V99 COMP-3.

       01  ELP-LEDGER-WORK.
           05  ELP-LEDGER-BAL-BEFORE      PIC S9(09)V99 COMP-3.
           05  ELP-LEDGER-COUNT           PIC 9(06) COMP VALUE 0.

       01  ELP-ABEND-WORK.
           05  ELP-ABEND-FILE-NAME        PIC X(08).
           05  ELP-ABEND-FILE-STATUS      PIC X(02).

       01  ELP-EXCEPTION-WORK.
           05  ELP-EXCEPTION-REASON       PIC X(30).

       01  ELP-EXCEPTION-DETAIL.
           05  ELP-XL-BILLING-IMAGE       PIC X(80).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ELP-XL-REASON              PIC X(30).
           05  FILLER                     PIC X(08) VALUE SPACES.

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-READ-BILLING THRU 2000-READ-BILLING-EXIT
           PERFORM 3000-POST-ONE-INVOICE
                   THRU 3000-POST-ONE-INVOICE-EXIT
                   UNTIL ELP-BILLING-AT-EOF
           GO TO 9999-TERMINATE.

       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           IF ELP-RUNCTL-FOUND
               AND ELP-RUNCTL-STATUS = "COMPLETE"
               DISPLAY "ELPINV01 - BUSINESS DATE " ELP-BUSINESS-DATE
                   " ALREADY MARKED COMPLETE - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           OPEN INPUT BILLING-FILE
           IF NOT ELP-BILLING-FILE-OK
               MOVE "BILLFILE" TO ELP-ABEND-FILE-NAME
               MOVE ELP-BILLING-FILE-STATUS TO ELP-ABEND-FILE-STATUS
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
           OPEN I-O INVOICE-HISTORY-FILE
           IF NOT ELP-INVHIST-FILE-OK
               MOVE "INVHIST" TO ELP-ABEND-FILE-NAME
               MOVE ELP-INVHIST-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF NOT ELP-EXCEPTION-FILE-OK
               MOVE "INVEXCP" TO ELP-ABEND-FILE-NAME
               MOVE ELP-EXCEPTION-FILE-STATUS TO ELP-ABEND-FILE-STATUS
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
      * why).  ELPSTP01 takes the CUSTFILE image (BKPELPINV01) here,   *
      * ahead of the first update, for an ELPRBK01 rollback.           *
      ******************************************************************
       1020-BEGIN-STEP.
           MOVE "BEGIN" TO SC-FUNCTION
           MOVE "ELPINV01" TO SC-STEP-NAME
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
               DISPLAY "ELPINV01 - RUNCTL NOT AVAILABLE - FILE STATUS "
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
               DISPLAY "ELPINV01 - RUNCTL UNUSABLE - SYSTEM DATE USED"
               ACCEPT ELP-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      * 1200-TAKE-OPENING-POSITION - one sequential pass over the      *
      * master before any posting: the opening record count and       *
      * balance hash total for the INVPOST control record.  CUSTFILE  *
      * is ACCESS DYNAMIC, so the random READs in 3000 work the same  *
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
           DISPLAY "ELPINV01 - OPEN FAILED FOR " ELP-ABEND-FILE-NAME
               " - FILE STATUS " ELP-ABEND-FILE-STATUS
           MOVE 90 TO RETURN-CODE.
       1600-ABEND-OPEN-FAILURE-EXIT.
           EXIT.

       2000-READ-BILLING.
           READ BILLING-FILE
               AT END
                   SET ELP-BILLING-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ELP-INV-READ-COUNT
           END-READ.
       2000-READ-BILLING-EXIT.
           EXIT.

      ******************************************************************
      * 3000-POST-ONE-INVOICE - validates one billing record, refuses *
      * an invoice number already on INVHIST, READs the customer,     *
      * ADDs the amount to CR-BALANCE, and records the invoice.  A     *
      * closed customer, or a balance that would go over the credit   *
      * limit on file, sends the invoice to INVEXCP whole rather than *
      * part-posting it - order entry and credit decide what to do.   *
      ******************************************************************
       3000-POST-ONE-INVOICE.
           IF BL-INVOICE-NUMBER = SPACES
               MOVE "INVALID INVOICE NUMBER" TO ELP-EXCEPTION-REASON
               PERFORM 3900-WRITE-EXCEPTION
                       THRU 3900-WRITE-EXCEPTION-EXIT
               GO TO 3000-NEXT-INVOICE
           END-IF
           IF BL-CUST-NUMBER NOT NUMERIC
               OR BL-CUST-NUMBER-NUM = 0
               MOVE "INVALID CUSTOMER NUMBER" TO ELP-EXCEPTION-REASON
               PERFORM 3900-WRITE-EXCEPTION
                       THRU 3900-WRITE-EXCEPTION-EXIT
               GO TO 3000-NEXT-INVOICE
           END-IF
           IF BL-INVOICE-AMOUNT NOT NUMERIC
               OR BL-INVOICE-AMOUNT <= 0
               MOVE "INVALID INVOICE AMOUNT" TO ELP-EXCEPTION-REASON
               PERFORM 3900-WRITE-EXCEPTION
                       THRU 3900-WRITE-EXCEPTION-EXIT
               GO TO 3000-NEXT-INVOICE
           END-IF
           IF BL-INVOICE-DATE NOT NUMERIC
               OR BL-INVOICE-DATE-NUM = 0
               MOVE "INVALID INVOICE DATE" TO ELP-EXCEPTION-REASON
               PERFORM 3900-WRITE-EXCEPTION
                       THRU 3900-WRITE-EXCEPTION-EXIT
               GO TO 3000-NEXT-INVOICE
           END-IF
           IF BL-DUE-DATE NOT NUMERIC
               OR BL-DUE-DATE-NUM = 0
               MOVE "INVALID DUE DATE" TO ELP-EXCEPTION-REASON
               PERFORM 3900-WRITE-EXCEPTION
                       THRU 3900-WRITE-EXCEPTION-EXIT
               GO TO 3000-NEXT-INVOICE
           END-IF
           MOVE BL-INVOICE-NUMBER TO IV-INVOICE-NUMBER
           READ INVOICE-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DUPLICATE INVOICE NUMBER"
                       TO ELP-EXCEPTION-REASON
                   PERFORM 3900-WRITE-EXCEPTION
                           THRU 3900-WRITE-EXCEPTION-EXIT
                   GO TO 3000-NEXT-INVOICE
           END-READ
           MOVE BL-CUST-NUMBER-NUM TO CR-CUST-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "UNKNOWN CUSTOMER" TO ELP-EXCEPTION-REASON
                   PERFORM 3900-WRITE-EXCEPTION
                           THRU 3900-WRITE-EXCEPTION-EXIT
                   GO TO 3000-NEXT-INVOICE
           END-READ
           IF CR-STATUS = "C"
               MOVE "CUSTOMER CLOSED" TO ELP-EXCEPTION-REASON
               PERFORM 3900-WRITE-EXCEPTION
                       THRU 3900-WRITE-EXCEPTION-EXIT
               GO TO 3000-NEXT-INVOICE
           END-IF
           COMPUTE ELP-NEW-BALANCE = CR-BALANCE + BL-INVOICE-AMOUNT
           IF CR-CREDIT-LIMIT > 0
               AND ELP-NEW-BALANCE > CR-CREDIT-LIMIT
               MOVE "OVER CREDIT LIMIT" TO ELP-EXCEPTION-REASON
               PERFORM 3900-WRITE-EXCEPTION
                       THRU 3900-WRITE-EXCEPTION-EXIT
               GO TO 3000-NEXT-INVOICE
           END-IF
           MOVE CR-BALANCE TO ELP-LEDGER-BAL-BEFORE
           MOVE ELP-NEW-BALANCE TO CR-BALANCE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED ON POSTING"
                       TO ELP-EXCEPTION-REASON
                   PERFORM 3900-WRITE-EXCEPTION
                           THRU 3900-WRITE-EXCEPTION-EXIT
                   GO TO 3000-NEXT-INVOICE
           END-REWRITE
           ADD 1 TO ELP-INV-POSTED-COUNT
           ADD BL-INVOICE-AMOUNT TO ELP-INV-POSTED-TOTAL
           PERFORM 3700-WRITE-INVOICE-HISTORY
                   THRU 3700-WRITE-INVOICE-HISTORY-EXIT
           PERFORM 3800-WRITE-LEDGER-ENTRY
                   THRU 3800-WRITE-LEDGER-ENTRY-EXIT.
       3000-NEXT-INVOICE.
           PERFORM 2000-READ-BILLING THRU 2000-READ-BILLING-EXIT.
       3000-POST-ONE-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 3700-WRITE-INVOICE-HISTORY - records the invoice just posted   *
      * on INVHIST.  The number was proved absent before posting, so   *
      * a failure here is a file fault: DISPLAYed and the step fails,  *
      * since the posting stands but a rerun would not catch it.      *
      ******************************************************************
       3700-WRITE-INVOICE-HISTORY.
           MOVE SPACES TO INVOICE-HISTORY-RECORD
           MOVE BL-INVOICE-NUMBER TO IV-INVOICE-NUMBER
           MOVE BL-CUST-NUMBER-NUM TO IV-CUST-NUMBER
           MOVE BL-INVOICE-DATE-NUM TO IV-INVOICE-DATE
           MOVE BL-DUE-DATE-NUM TO IV-DUE-DATE
           MOVE BL-INVOICE-AMOUNT TO IV-AMOUNT
           MOVE ELP-BUSINESS-DATE TO IV-POSTED-DATE
           WRITE INVOICE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "ELPINV01 - INVHIST WRITE FAILED FOR "
                       "INVOICE " BL-INVOICE-NUMBER " - FILE STATUS "
                       ELP-INVHIST-FILE-STATUS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-WRITE.
       3700-WRITE-INVOICE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 3800-WRITE-LEDGER-ENTRY - appends the INVOIC entry for the     *
      * invoice just REWRITten: balance before from the caller, the    *
      * amount and balance after from the customer record as it now    *
      * stands, and the invoice number as the reference.               *
      ******************************************************************
       3800-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-JOURNAL-RECORD
           MOVE ELP-BUSINESS-DATE TO LG-POST-DATE
           ACCEPT LG-POST-TIME FROM TIME
           MOVE CR-CUST-NUMBER TO LG-CUST-NUMBER
           MOVE CR-REGION TO LG-REGION
           MOVE "ELPINV01" TO LG-SOURCE-PROGRAM
           MOVE "INVOIC" TO LG-TRAN-TYPE
           COMPUTE LG-AMOUNT = CR-BALANCE - ELP-LEDGER-BAL-BEFORE
           MOVE ELP-LEDGER-BAL-BEFORE TO LG-BALANCE-BEFORE
           MOVE CR-BALANCE TO LG-BALANCE-AFTER
           MOVE BL-INVOICE-NUMBER TO LG-REFERENCE
           WRITE LEDGER-JOURNAL-RECORD
           ADD 1 TO ELP-LEDGER-COUNT.
       3800-WRITE-LEDGER-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3900-WRITE-EXCEPTION - writes the billing record image and the *
      * reason the caller set to INVEXCP, and counts the invoice so    *
      * the step ends with a warning condition code.                   *
      ******************************************************************
       3900-WRITE-EXCEPTION.
           MOVE BILLING-RECORD TO ELP-XL-BILLING-IMAGE
           MOVE ELP-EXCEPTION-REASON TO ELP-XL-REASON
           WRITE EXCEPTION-LINE FROM ELP-EXCEPTION-DETAIL
           ADD 1 TO ELP-INV-EXCEPTION-COUNT
           IF BL-INVOICE-AMOUNT NUMERIC
               ADD BL-INVOICE-AMOUNT TO ELP-INV-EXCEPTION-TOTAL
           END-IF.
       3900-WRITE-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      * 8700-WRITE-CONTROL-RECORD - appends the INVPOST control        *
      * record to the shared CTLFILE: the master's opening count and   *
      * balance hash in, and the same count with the posted invoice    *
      * total added out - posting changes balances, never the record   *
      * count.  Skipped when the opening pass never ran; a control    *
      * file that will not open is DISPLAYed and the posting stands - *
      * the balancer will show the gap.                                *
      ******************************************************************
       8700-WRITE-CONTROL-RECORD.
           IF NOT ELP-CONTROL-READY
               GO TO 8700-WRITE-CONTROL-RECORD-EXIT
           END-IF
           OPEN EXTEND CONTROL-FILE
           IF NOT ELP-CONTROL-FILE-OK
               DISPLAY "ELPINV01 - CTLFILE OPEN FAILED - FILE STATUS "
                   ELP-CONTROL-FILE-STATUS
                   " - CONTROL RECORD NOT WRITTEN"
               GO TO 8700-WRITE-CONTROL-RECORD-EXIT
           END-IF
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE "INVPOST" TO CT-STEP-NAME
           MOVE ELP-CTL-OPENING-COUNT TO CT-IN-COUNT
           MOVE ELP-CTL-OPENING-COUNT TO CT-OUT-COUNT
           MOVE ELP-CTL-OPENING-HASH TO CT-IN-HASH
           COMPUTE CT-OUT-HASH =
               ELP-CTL-OPENING-HASH + ELP-INV-POSTED-TOTAL
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
           CLOSE BILLING-FILE
           CLOSE CUSTOMER-FILE
           CLOSE INVOICE-HISTORY-FILE
           CLOSE EXCEPTION-FILE
           CLOSE LEDGER-JOURNAL-FILE
           DISPLAY "ELPINV01 - INVOICES READ        "
               ELP-INV-READ-COUNT
           DISPLAY "ELPINV01 - INVOICES POSTED      "
               ELP-INV-POSTED-COUNT
           DISPLAY "ELPINV01 - INVOICE EXCEPTIONS   "
               ELP-INV-EXCEPTION-COUNT
           DISPLAY "ELPINV01 - LEDGER ENTRIES       "
               ELP-LEDGER-COUNT
           DISPLAY "ELPINV01 - POSTED TOTAL         "
               ELP-INV-POSTED-TOTAL
           DISPLAY "ELPINV01 - EXCEPTION TOTAL      "
               ELP-INV-EXCEPTION-TOTAL
           IF ELP-INV-EXCEPTION-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.

      ******************************************************************
      * Program: ELPMRG01.cbl                                         *
      * Author: Rey Devega                                            *
      * Date-Written: 10/17/2018                                      *
      * Purpose: Duplicate-customer account merge.  Reads the merge   *
      *          transactions (MRGTRN), each naming a surviving and a *
      *          retiring customer number - normally pairs picked     *
      *          from the ELPDUP01 duplicate-candidate report - and   *
      *          merges each pair on CUSTFILE: the retiring           *
      *          customer's balance is added to the survivor's, the   *
      *          survivor keeps the later of the two last-payment     *
      *          dates, and the retiring account is left closed       *
      *          ("C", dated the business date unless it was already  *
      *          closed) with a zero balance and the survivor's       *
      *          number in CR-MERGED-TO.  The survivor keeps its own  *
      *          name, region, credit limit, and finance-charge flag; *
      *          both credit limits are printed so collections can    *
      *          set a new one with an ELPTRN01 change.  Each side of *
      *          the merge is journaled on LEDGJRNL as a MERGE entry  *
      *          referenced to the other customer, so the night's     *
      *          ELPLGP01 proof and the GL interface see the balance  *
      *          move.  A pair is refused, and listed with its        *
      *          reason, when either number is unusable or not on     *
      *          file, the numbers are the same, the retiring account *
      *          was already merged away, or the survivor is closed.  *
      *          The merge register (MRGRPT) lists every pair with    *
      *          both accounts before the merge and the survivor      *
      *          after it, totals, and a sign-off block.  An          *
      *          on-demand step run ahead of ELPPAY01, the same place *
      *          ELPWOF01 runs; no CTLFILE record is written since a  *
      *          merge moves balances between customers without       *
      *          changing the CUSTFILE total.                         *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *   10/17/2018  RD  Original account merge program.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPMRG01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MERGE-TRANSACTION-FILE ASSIGN TO "MRGTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-MRGTRN-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-NUMBER
               FILE STATUS IS ELP-CUSTOMER-FILE-STATUS.

           SELECT OPTIONAL LEDGER-JOURNAL-FILE ASSIGN TO "LEDGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-LEDGER-FILE-STATUS.

           SELECT MERGE-REPORT-FILE ASSIGN TO "MRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-MRGRPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * One merge transaction: the surviving customer number, then the *
      * retiring one.  The file is keyed by hand from the duplicate    *
      * report, so both numbers are proved before they are used.       *
      ******************************************************************
       FD  MERGE-TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MERGE-TRANSACTION-RECORD.
           05  MT-SURVIVOR                PIC X(06).
           05  MT-SURVIVOR-NUM REDEFINES MT-SURVIVOR
                                          PIC 9(06).
           05  FILLER                     PIC X(01).
           05  MT-RETIREE                 PIC X(06).
           05  MT-RETIREE-NUM REDEFINES MT-RETIREE
                                          PIC 9(06).
           05  FILLER                     PIC X(67).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  LEDGER-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  LEDGER-JOURNAL-RECORD.
           COPY LEDGREC.

       FD  MERGE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MERGE-REPORT-LINE              PIC X(132).

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
           05  ELP-MRGTRN-FILE-STATUS     PIC X(02).
               88  ELP-MRGTRN-FILE-OK     VALUE "00" "05".
           05  ELP-CUSTOMER-FILE-STATUS   PIC X(02).
               88  ELP-CUSTOMER-FILE-OK   VALUE "00".
           05  ELP-LEDGER-FILE-STATUS     PIC X(02).
               88  ELP-LEDGER-FILE-OK     VALUE "00" "05".
           05  ELP-MRGRPT-FILE-STATUS     PIC X(02).
               88  ELP-MRGRPT-FILE-OK     VALUE "00".

       01  ELP-SWITCHES.
           05  ELP-MERGE-EOF-SW           PIC X(01) VALUE "N".
               88  ELP-MERGE-AT-EOF       VALUE "Y".
           05  ELP-POSTING-READY-SW       PIC X(01) VALUE "N".
               88  ELP-POSTING-READY      VALUE "Y".
           05  ELP-RETIREE-FOUND-SW       PIC X(01).
               88  ELP-RETIREE-FOUND      VALUE "Y".
           05  ELP-SURVIVOR-FOUND-SW      PIC X(01).
               88  ELP-SURVIVOR-FOUND     VALUE "Y".
           05  ELP-SURVIVOR-MERGED-SW     PIC X(01).
               88  ELP-SURVIVOR-MERGED    VALUE "Y".

       01  ELP-ABEND-WORK.
           05  ELP-ABEND-FILE-NAME        PIC X(08).
           05  ELP-ABEND-FILE-STATUS      PIC X(02).

       01  ELP-RUN-DATE                   PIC 9(08).

      ******************************************************************
      * The retiring customer and the survivor as they stood before    *
      * the merge.  CUSTOMER-RECORD is reused for the retiree's own    *
      * REWRITE, so the register prints from these copies.             *
      ******************************************************************
       01  ELP-RETIREE-RECORD.
           COPY CUSTREC
               REPLACING ==CR-CUST-NUMBER==   BY ==RR-CUST-NUMBER==
                         ==CR-CUST-NAME==     BY ==RR-CUST-NAME==
                         ==CR-REGION==        BY ==RR-REGION==
                         ==CR-BALANCE==       BY ==RR-BALANCE==
                         ==CR-CREDIT-LIMIT==  BY ==RR-CREDIT-LIMIT==
                         ==CR-LAST-PAY-DATE== BY
                             ==RR-LAST-PAY-DATE==
                         ==CR-STATUS==      BY ==RR-STATUS==
                         ==CR-STATUS-DATE== BY
                             ==RR-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==RR-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==RR-MERGED-TO==.

       01  ELP-SURVIVOR-RECORD.
           COPY CUSTREC
               REPLACING ==CR-CUST-NUMBER==   BY ==SV-CUST-NUMBER==
                         ==CR-CUST-NAME==     BY ==SV-CUST-NAME==
                         ==CR-REGION==        BY ==SV-REGION==
                         ==CR-BALANCE==       BY ==SV-BALANCE==
                         ==CR-CREDIT-LIMIT==  BY ==SV-CREDIT-LIMIT==
                         ==CR-LAST-PAY-DATE== BY
                             ==SV-LAST-PAY-DATE==
                         ==CR-STATUS==      BY ==SV-STATUS==
                         ==CR-STATUS-DATE== BY
                             ==SV-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==SV-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==SV-MERGED-TO==.

       01  ELP-MERGE-WORK.
           05  ELP-REJECT-REASON          PIC X(26).
           05  ELP-MOVED-AMOUNT           PIC S9(09)V99 COMP-3.
           05  ELP-SURVIVOR-BAL-BEFORE    PIC S9(09)V99 COMP-3.
           05  ELP-SURVIVOR-LAST-PAY      PIC 9(08).
           05  ELP-RETIREE-LAST-PAY       PIC 9(08).
           05  ELP-OTHER-CUST-NUMBER      PIC 9(06).

       01  ELP-LEDGER-WORK.
           05  ELP-LEDGER-BAL-BEFORE      PIC S9(09)V99 COMP-3.
           05  ELP-LEDGER-COUNT           PIC 9(06) COMP VALUE 0.
           05  ELP-LEDGER-DIRECTION       PIC X(05).

       01  ELP-MERGE-COUNTS.
           05  ELP-MERGE-READ-COUNT       PIC 9(06) COMP VALUE 0.
           05  ELP-MERGED-COUNT           PIC 9(06) COMP VALUE 0.
           05  ELP-MOVED-TOTAL            PIC S9(13)V99 COMP-3
                                          VALUE 0.
           05  ELP-REJECTED-COUNT         PIC 9(06) COMP VALUE 0.
           05  ELP-RETIRE-FAILED-COUNT    PIC 9(06) COMP VALUE 0.

       01  ELP-PRINT-CONTROL.
           05  ELP-PAGE-NUMBER         PIC 9(04) COMP VALUE 0.
           05  ELP-LINE-COUNT          PIC 9(04) COMP VALUE 0.
           05  ELP-LINES-PER-PAGE      PIC 9(04) COMP VALUE 50.

       01  ELP-HEADING-LINE-1.
           05  FILLER                  PIC X(36) VALUE
               "CUSTOMER ACCOUNT MERGE REGISTER".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  ELP-H1-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(69) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  ELP-H1-PAGE-NUMBER      PIC ZZZ9.

       01  ELP-HEADING-LINE-2.
           05  FILLER                  PIC X(10) VALUE "ACCOUNT".
           05  FILLER                  PIC X(08) VALUE "CUST NO.".
           05  FILLER                  PIC X(32) VALUE
               "CUSTOMER NAME".
           05  FILLER                  PIC X(06) VALUE "RGN".
           05  FILLER                  PIC X(18) VALUE
               "         BALANCE".
           05  FILLER                  PIC X(15) VALUE
               " CREDIT LIMIT".
           05  FILLER                  PIC X(10) VALUE "LAST PAY".
           05  FILLER                  PIC X(03) VALUE "ST".
           05  FILLER                  PIC X(30) VALUE "DISPOSITION".

       01  ELP-DETAIL-LINE.
           05  ELP-DL-ACCOUNT          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-CUST-NUMBER      PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-REGION           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-BALANCE          PIC -,---,---,--9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-CREDIT-LIMIT     PIC --,---,--9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-LAST-PAY-DATE    PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-STATUS           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-DL-DISPOSITION      PIC X(30).

       01  ELP-SUMMARY-LINE.
           05  ELP-SM-LABEL            PIC X(34).
           05  FILLER                  PIC X(06) VALUE "ITEMS ".
           05  ELP-SM-COUNT            PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ELP-SM-AMOUNT           PIC --,---,---,---,--9.99
                                       BLANK WHEN ZERO.

       01  ELP-NONE-LINE               PIC X(50) VALUE
           "NO MERGE TRANSACTIONS ON MRGTRN THIS RUN".

       01  ELP-SIGNATURE-LINE-1.
           05  FILLER                  PIC X(36) VALUE
               "MERGES REVIEWED AND SIGNED OFF BY".
           05  FILLER                  PIC X(32) VALUE ALL "_".
           05  FILLER                  PIC X(08) VALUE "   DATE ".
           05  FILLER                  PIC X(10) VALUE ALL "_".

       01  ELP-SIGNATURE-LINE-2.
           05  FILLER                  PIC X(40) VALUE
               "A NEW CREDIT LIMIT FOR A SURVIVOR GOES".
           05  FILLER                  PIC X(44) VALUE
               "THROUGH AN ELPTRN01 CHANGE TRANSACTION".

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-READ-MERGE THRU 2000-READ-MERGE-EXIT
           PERFORM 3000-POST-ONE-MERGE
                   THRU 3000-POST-ONE-MERGE-EXIT
                   UNTIL ELP-MERGE-AT-EOF
           PERFORM 4000-PRINT-TOTALS THRU 4000-PRINT-TOTALS-EXIT
           GO TO 9999-TERMINATE.

      ******************************************************************
      * 1000-INITIALIZE - stops on a business date already marked      *
      * COMPLETE (a merge REWRITEs balances, so a resubmission must    *
      * not post it again), then opens the files.  No MRGTRN at all    *
      * simply means no merge was asked for.                           *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           IF ELP-RUNCTL-FOUND
               AND ELP-RUNCTL-STATUS = "COMPLETE"
               DISPLAY "ELPMRG01 - BUSINESS DATE " ELP-BUSINESS-DATE
                   " ALREADY MARKED COMPLETE - RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           MOVE ELP-BUSINESS-DATE TO ELP-RUN-DATE
           MOVE ELP-RUN-DATE TO ELP-H1-RUN-DATE
           OPEN OUTPUT MERGE-REPORT-FILE
           IF NOT ELP-MRGRPT-FILE-OK
               MOVE "MRGRPT" TO ELP-ABEND-FILE-NAME
               MOVE ELP-MRGRPT-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN INPUT MERGE-TRANSACTION-FILE
           IF NOT ELP-MRGTRN-FILE-OK
               MOVE "MRGTRN" TO ELP-ABEND-FILE-NAME
               MOVE ELP-MRGTRN-FILE-STATUS TO ELP-ABEND-FILE-STATUS
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
           SET ELP-POSTING-READY TO TRUE.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1020-BEGIN-STEP - registers the step with ELPSTP01 before any  *
      * file is opened.  A step already COMPLETE for the business date *
      * stops here on a resubmitted night with return code 0; a held   *
      * step stops with return code 12 (the ELPSTP01 DISPLAYs say      *
      * why).  ELPSTP01 takes the CUSTFILE image (BKPELPMRG01) here,   *
      * ahead of the first update, for an ELPRBK01 rollback.           *
      ******************************************************************
       1020-BEGIN-STEP.
           MOVE "BEGIN" TO SC-FUNCTION
           MOVE "ELPMRG01" TO SC-STEP-NAME
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
               DISPLAY "ELPMRG01 - RUNCTL NOT AVAILABLE - FILE STATUS "
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
               DISPLAY "ELPMRG01 - RUNCTL UNUSABLE - SYSTEM DATE USED"
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
           DISPLAY "ELPMRG01 - OPEN FAILED FOR " ELP-ABEND-FILE-NAME
               " - FILE STATUS " ELP-ABEND-FILE-STATUS
           MOVE 90 TO RETURN-CODE.
       1600-ABEND-OPEN-FAILURE-EXIT.
           EXIT.

       2000-READ-MERGE.
           READ MERGE-TRANSACTION-FILE
               AT END
                   SET ELP-MERGE-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ELP-MERGE-READ-COUNT
           END-READ.
       2000-READ-MERGE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-POST-ONE-MERGE - proves one merge transaction and posts   *
      * it.  Both customers must be on file; the retiring account must *
      * not already have been merged away, and the survivor must not   *
      * be closed.  Anything else is listed with its reason and the    *
      * master is left alone.                                          *
      ******************************************************************
       3000-POST-ONE-MERGE.
           MOVE SPACES TO ELP-REJECT-REASON
           MOVE "N" TO ELP-RETIREE-FOUND-SW
           MOVE "N" TO ELP-SURVIVOR-FOUND-SW
           MOVE "N" TO ELP-SURVIVOR-MERGED-SW
           MOVE 0 TO ELP-MOVED-AMOUNT
           IF MT-SURVIVOR NOT NUMERIC
               OR MT-SURVIVOR-NUM = 0
               MOVE "BAD SURVIVOR NUMBER" TO ELP-REJECT-REASON
               GO TO 3000-LIST-MERGE
           END-IF
           IF MT-RETIREE NOT NUMERIC
               OR MT-RETIREE-NUM = 0
               MOVE "BAD RETIREE NUMBER" TO ELP-REJECT-REASON
               GO TO 3000-LIST-MERGE
           END-IF
           IF MT-SURVIVOR-NUM = MT-RETIREE-NUM
               MOVE "SURVIVOR SAME AS RETIREE" TO ELP-REJECT-REASON
               GO TO 3000-LIST-MERGE
           END-IF
           MOVE MT-RETIREE-NUM TO CR-CUST-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "UNKNOWN RETIRING CUSTOMER" TO ELP-REJECT-REASON
                   GO TO 3000-LIST-MERGE
           END-READ
           MOVE CUSTOMER-RECORD TO ELP-RETIREE-RECORD
           SET ELP-RETIREE-FOUND TO TRUE
           IF RR-MERGED-TO NUMERIC
               AND RR-MERGED-TO > 0
               MOVE SPACES TO ELP-REJECT-REASON
               STRING "ALREADY MERGED INTO " RR-MERGED-TO
                   DELIMITED BY SIZE INTO ELP-REJECT-REASON
               END-STRING
               GO TO 3000-LIST-MERGE
           END-IF
           MOVE MT-SURVIVOR-NUM TO CR-CUST-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "UNKNOWN SURVIVING CUSTOMER"
                       TO ELP-REJECT-REASON
                   GO TO 3000-LIST-MERGE
           END-READ
           MOVE CUSTOMER-RECORD TO ELP-SURVIVOR-RECORD
           SET ELP-SURVIVOR-FOUND TO TRUE
           MOVE CR-BALANCE TO ELP-SURVIVOR-BAL-BEFORE
           IF CR-LAST-PAY-DATE NUMERIC
               MOVE CR-LAST-PAY-DATE TO ELP-SURVIVOR-LAST-PAY
           ELSE
               MOVE 0 TO ELP-SURVIVOR-LAST-PAY
           END-IF
           IF CR-STATUS = "C"
               MOVE "SURVIVOR IS CLOSED" TO ELP-REJECT-REASON
               GO TO 3000-LIST-MERGE
           END-IF
           PERFORM 3100-MERGE-ACCOUNTS THRU 3100-MERGE-ACCOUNTS-EXIT.
       3000-LIST-MERGE.
           PERFORM 3900-PRINT-MERGE THRU 3900-PRINT-MERGE-EXIT
           PERFORM 2000-READ-MERGE THRU 2000-READ-MERGE-EXIT.
       3000-POST-ONE-MERGE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-MERGE-ACCOUNTS - the survivor is in CUSTOMER-RECORD and   *
      * the retiree in ELP-RETIREE-RECORD.  The survivor is REWRITten  *
      * first with the retiree's balance added and the later           *
      * last-payment date; a failure there leaves both accounts as     *
      * they were.  The retiree is then read back, zeroed, closed, and *
      * pointed at the survivor.  A failure on that second REWRITE     *
      * cannot be backed out - the balance is already on the survivor  *
      * - so it fails the step for an ELPRBK01 rollback.               *
      ******************************************************************
       3100-MERGE-ACCOUNTS.
           MOVE RR-BALANCE TO ELP-MOVED-AMOUNT
           IF RR-LAST-PAY-DATE NUMERIC
               MOVE RR-LAST-PAY-DATE TO ELP-RETIREE-LAST-PAY
           ELSE
               MOVE 0 TO ELP-RETIREE-LAST-PAY
           END-IF
           ADD ELP-MOVED-AMOUNT TO CR-BALANCE
           IF ELP-RETIREE-LAST-PAY > ELP-SURVIVOR-LAST-PAY
               MOVE ELP-RETIREE-LAST-PAY TO CR-LAST-PAY-DATE
           END-IF
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED ON SURVIVOR"
                       TO ELP-REJECT-REASON
                   GO TO 3100-MERGE-ACCOUNTS-EXIT
           END-REWRITE
           SET ELP-SURVIVOR-MERGED TO TRUE
           IF ELP-MOVED-AMOUNT NOT = 0
               MOVE ELP-SURVIVOR-BAL-BEFORE TO ELP-LEDGER-BAL-BEFORE
               MOVE RR-CUST-NUMBER TO ELP-OTHER-CUST-NUMBER
               MOVE "FROM " TO ELP-LEDGER-DIRECTION
               PERFORM 3800-WRITE-LEDGER-ENTRY
                       THRU 3800-WRITE-LEDGER-ENTRY-EXIT
           END-IF
           MOVE RR-CUST-NUMBER TO CR-CUST-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "RETIREE OPEN - SEE LOG"
                       TO ELP-REJECT-REASON
                   PERFORM 3500-RETIRE-FAILED
                           THRU 3500-RETIRE-FAILED-EXIT
                   GO TO 3100-MERGE-ACCOUNTS-EXIT
           END-READ
           MOVE CR-BALANCE TO ELP-LEDGER-BAL-BEFORE
           MOVE 0 TO CR-BALANCE
           IF CR-STATUS NOT = "C"
               MOVE "C" TO CR-STATUS
               MOVE ELP-RUN-DATE TO CR-STATUS-DATE
           END-IF
           MOVE MT-SURVIVOR-NUM TO CR-MERGED-TO
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE "RETIREE OPEN - SEE LOG"
                       TO ELP-REJECT-REASON
                   PERFORM 3500-RETIRE-FAILED
                           THRU 3500-RETIRE-FAILED-EXIT
                   GO TO 3100-MERGE-ACCOUNTS-EXIT
           END-REWRITE
           IF ELP-LEDGER-BAL-BEFORE NOT = 0
               MOVE MT-SURVIVOR-NUM TO ELP-OTHER-CUST-NUMBER
               MOVE "INTO " TO ELP-LEDGER-DIRECTION
               PERFORM 3800-WRITE-LEDGER-ENTRY
                       THRU 3800-WRITE-LEDGER-ENTRY-EXIT
           END-IF
           ADD 1 TO ELP-MERGED-COUNT
           ADD ELP-MOVED-AMOUNT TO ELP-MOVED-TOTAL.
       3100-MERGE-ACCOUNTS-EXIT.
           EXIT.

      ******************************************************************
      * 3500-RETIRE-FAILED - the survivor already carries the          *
      * retiree's balance but the retiree could not be closed, so the  *
      * balance is on CUSTFILE twice.  DISPLAYed and the step fails;   *
      * ELPRBK01 STEP=ELPMRG01 restores CUSTFILE to before the run.    *
      ******************************************************************
       3500-RETIRE-FAILED.
           ADD 1 TO ELP-RETIRE-FAILED-COUNT
           DISPLAY "ELPMRG01 - CUST NO. " MT-RETIREE
               " NOT CLOSED AFTER MERGE INTO " MT-SURVIVOR
               " - FILE STATUS " ELP-CUSTOMER-FILE-STATUS
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       3500-RETIRE-FAILED-EXIT.
           EXIT.

      ******************************************************************
      * 3800-WRITE-LEDGER-ENTRY - appends a MERGE entry for the        *
      * customer just REWRITten, referenced to the other side of the   *
      * merge: "FROM" the retiree on the survivor's entry, "INTO" the  *
      * survivor on the retiree's.                                     *
      ******************************************************************
       3800-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-JOURNAL-RECORD
           MOVE ELP-RUN-DATE TO LG-POST-DATE
           ACCEPT LG-POST-TIME FROM TIME
           MOVE CR-CUST-NUMBER TO LG-CUST-NUMBER
           MOVE CR-REGION TO LG-REGION
           MOVE "ELPMRG01" TO LG-SOURCE-PROGRAM
           MOVE "MERGE" TO LG-TRAN-TYPE
           COMPUTE LG-AMOUNT = CR-BALANCE - ELP-LEDGER-BAL-BEFORE
           MOVE ELP-LEDGER-BAL-BEFORE TO LG-BALANCE-BEFORE
           MOVE CR-BALANCE TO LG-BALANCE-AFTER
           STRING ELP-LEDGER-DIRECTION ELP-OTHER-CUST-NUMBER
               DELIMITED BY SIZE INTO LG-REFERENCE
           END-STRING
           WRITE LEDGER-JOURNAL-RECORD
           ADD 1 TO ELP-LEDGER-COUNT.
       3800-WRITE-LEDGER-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3900-PRINT-MERGE - one block per transaction: the retiring     *
      * account and the survivor as they stood before the merge, then  *
      * the survivor after it (or the reason it was refused).  A       *
      * refused merge is counted so the step ends with a warning       *
      * condition code.                                                *
      ******************************************************************
       3900-PRINT-MERGE.
           IF ELP-LINE-COUNT + 4 > ELP-LINES-PER-PAGE
               OR ELP-PAGE-NUMBER = 0
               PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT
           END-IF
           MOVE SPACES TO ELP-DL-CUST-NAME
           MOVE SPACES TO ELP-DL-REGION
           MOVE 0 TO ELP-DL-BALANCE
           MOVE 0 TO ELP-DL-CREDIT-LIMIT
           MOVE SPACES TO ELP-DL-LAST-PAY-DATE
           MOVE SPACES TO ELP-DL-STATUS
           MOVE SPACES TO ELP-DL-DISPOSITION
           MOVE "RETIRING" TO ELP-DL-ACCOUNT
           MOVE MT-RETIREE TO ELP-DL-CUST-NUMBER
           IF ELP-RETIREE-FOUND
               MOVE RR-CUST-NAME TO ELP-DL-CUST-NAME
               MOVE RR-REGION TO ELP-DL-REGION
               MOVE RR-BALANCE TO ELP-DL-BALANCE
               MOVE RR-CREDIT-LIMIT TO ELP-DL-CREDIT-LIMIT
               MOVE RR-LAST-PAY-DATE TO ELP-DL-LAST-PAY-DATE
               MOVE RR-STATUS TO ELP-DL-STATUS
           END-IF
           WRITE MERGE-REPORT-LINE FROM ELP-DETAIL-LINE
           MOVE SPACES TO ELP-DL-CUST-NAME
           MOVE SPACES TO ELP-DL-REGION
           MOVE 0 TO ELP-DL-BALANCE
           MOVE 0 TO ELP-DL-CREDIT-LIMIT
           MOVE SPACES TO ELP-DL-LAST-PAY-DATE
           MOVE SPACES TO ELP-DL-STATUS
           MOVE "SURVIVOR" TO ELP-DL-ACCOUNT
           MOVE MT-SURVIVOR TO ELP-DL-CUST-NUMBER
           IF ELP-SURVIVOR-FOUND
               MOVE SV-CUST-NAME TO ELP-DL-CUST-NAME
               MOVE SV-REGION TO ELP-DL-REGION
               MOVE ELP-SURVIVOR-BAL-BEFORE TO ELP-DL-BALANCE
               MOVE SV-CREDIT-LIMIT TO ELP-DL-CREDIT-LIMIT
               MOVE SV-LAST-PAY-DATE TO ELP-DL-LAST-PAY-DATE
               MOVE SV-STATUS TO ELP-DL-STATUS
           END-IF
           IF ELP-REJECT-REASON NOT = SPACES
               AND NOT ELP-SURVIVOR-MERGED
               ADD 1 TO ELP-REJECTED-COUNT
               STRING "*** " ELP-REJECT-REASON DELIMITED BY SIZE
                   INTO ELP-DL-DISPOSITION
               END-STRING
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           WRITE MERGE-REPORT-LINE FROM ELP-DETAIL-LINE
           ADD 2 TO ELP-LINE-COUNT
           IF ELP-SURVIVOR-MERGED
               MOVE "AFTER" TO ELP-DL-ACCOUNT
               ADD ELP-MOVED-AMOUNT TO ELP-SURVIVOR-BAL-BEFORE
                   GIVING ELP-DL-BALANCE
               IF ELP-RETIREE-LAST-PAY > ELP-SURVIVOR-LAST-PAY
                   MOVE ELP-RETIREE-LAST-PAY TO ELP-DL-LAST-PAY-DATE
               END-IF
               MOVE SPACES TO ELP-DL-DISPOSITION
               IF ELP-REJECT-REASON NOT = SPACES
                   STRING "*** " ELP-REJECT-REASON DELIMITED BY SIZE
                       INTO ELP-DL-DISPOSITION
                   END-STRING
               ELSE
                   STRING "MERGED - " MT-RETIREE " CLOSED"
                       DELIMITED BY SIZE INTO ELP-DL-DISPOSITION
                   END-STRING
               END-IF
               WRITE MERGE-REPORT-LINE FROM ELP-DETAIL-LINE
               ADD 1 TO ELP-LINE-COUNT
           END-IF
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           ADD 1 TO ELP-LINE-COUNT.
       3900-PRINT-MERGE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-TOTALS - what was asked for, what merged (and the   *
      * balance moved to survivors), what was refused, then the        *
      * sign-off block.                                                *
      ******************************************************************
       4000-PRINT-TOTALS.
           IF ELP-PAGE-NUMBER = 0
               PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT
               WRITE MERGE-REPORT-LINE FROM ELP-NONE-LINE
               ADD 1 TO ELP-LINE-COUNT
           END-IF
           IF ELP-LINE-COUNT + 10 > ELP-LINES-PER-PAGE
               PERFORM 8600-PRINT-HEADING THRU 8600-PRINT-HEADING-EXIT
           END-IF
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           MOVE "MERGES REQUESTED" TO ELP-SM-LABEL
           MOVE ELP-MERGE-READ-COUNT TO ELP-SM-COUNT
           MOVE 0 TO ELP-SM-AMOUNT
           WRITE MERGE-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "MERGED - BALANCE MOVED" TO ELP-SM-LABEL
           MOVE ELP-MERGED-COUNT TO ELP-SM-COUNT
           MOVE ELP-MOVED-TOTAL TO ELP-SM-AMOUNT
           WRITE MERGE-REPORT-LINE FROM ELP-SUMMARY-LINE
           MOVE "NOT MERGED" TO ELP-SM-LABEL
           MOVE ELP-REJECTED-COUNT TO ELP-SM-COUNT
           MOVE 0 TO ELP-SM-AMOUNT
           WRITE MERGE-REPORT-LINE FROM ELP-SUMMARY-LINE
           IF ELP-RETIRE-FAILED-COUNT > 0
               MOVE "RETIREE NOT CLOSED - ROLL BACK" TO ELP-SM-LABEL
               MOVE ELP-RETIRE-FAILED-COUNT TO ELP-SM-COUNT
               WRITE MERGE-REPORT-LINE FROM ELP-SUMMARY-LINE
           END-IF
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE FROM ELP-SIGNATURE-LINE-1
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE FROM ELP-SIGNATURE-LINE-2
           ADD 10 TO ELP-LINE-COUNT.
       4000-PRINT-TOTALS-EXIT.
           EXIT.

       8600-PRINT-HEADING.
           ADD 1 TO ELP-PAGE-NUMBER
           MOVE ELP-PAGE-NUMBER TO ELP-H1-PAGE-NUMBER
           WRITE MERGE-REPORT-LINE FROM ELP-HEADING-LINE-1
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE FROM ELP-HEADING-LINE-2
           MOVE SPACES TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
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
               CLOSE MERGE-TRANSACTION-FILE
               CLOSE CUSTOMER-FILE
               CLOSE LEDGER-JOURNAL-FILE
           END-IF
           CLOSE MERGE-REPORT-FILE
           DISPLAY "ELPMRG01 - MERGES REQUESTED     "
               ELP-MERGE-READ-COUNT
           DISPLAY "ELPMRG01 - MERGED               "
               ELP-MERGED-COUNT
           DISPLAY "ELPMRG01 - BALANCE MOVED        "
               ELP-MOVED-TOTAL
           DISPLAY "ELPMRG01 - NOT MERGED           "
               ELP-REJECTED-COUNT
           DISPLAY "ELPMRG01 - RETIREES NOT CLOSED  "
               ELP-RETIRE-FAILED-COUNT
           DISPLAY "ELPMRG01 - LEDGER ENTRIES       "
               ELP-LEDGER-COUNT
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.

      *                   assessment REWRITEs balances, so a          *
      *                   resubmission would post every finance       *
      *                   charge twice.                               *
      *   06/27/2018  RD  Every charge posted now appends a FINCHG    *
      *                   entry (see LEDGREC) to the shared LEDGJRNL  *
      *                   customer ledger journal - amount, balance   *
      *                   before and after - for the nightly ELPLGP01 *
      *                   balance proof.                              *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date, and the pre-update   *
      *                   CUSTFILE image is taken before the first    *
      *                   update so a failed run can be rolled back   *
      *                   with ELPRBK01.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPFIN01.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-FINRPT-FILE-STATUS.

           SELECT OPTIONAL LEDGER-JOURNAL-FILE ASSIGN TO "LEDGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-LEDGER-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-RUNCTL-FILE-STATUS.
           RECORD CONTAINS 132 CHARACTERS.
       01  CHARGE-REGISTER-LINE           PIC X(132).

       FD  LEDGER-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  LEDGER-JOURNAL-RECORD.
           COPY LEDGREC.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-RECORD.
               88  ELP-CUSTOMER-FILE-OK   VALUE "00".
           05  ELP-FINRPT-FILE-STATUS     PIC X(02).
               88  ELP-FINRPT-FILE-OK     VALUE "00".
           05  ELP-LEDGER-FILE-STATUS     PIC X(02).
               88  ELP-LEDGER-FILE-OK     VALUE "00" "05".

       01  ELP-SWITCHES.
           05  ELP-CUSTOMER-EOF-SW        PIC X(01) VALUE "N".
           05  ELP-CHARGE-AMOUNT          PIC S9(09)V99 COMP-3.
           05  ELP-AGED-AMOUNT            PIC S9(09)V99 COMP-3.

       01  ELP-LEDGER-WORK.
           05  ELP-LEDGER-COUNT           PIC 9(06) COMP VALUE 0.

       01  ELP-AGE-WORK.
           05  ELP-AGE-DAYS            PIC S9(06) COMP.
           05  ELP-AGE-BUCKET          PIC 9(01).
               "  CHARGES POSTED ".
           05  ELP-TL-CHARGES          PIC --,---,---,--9.99.

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       LINKAGE SECTION.
       01  ELP-PARM-INFO.
           05  ELP-PARM-LENGTH            PIC S9(04) COMP.
      * failing code before a single charge posts.                    *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           IF ELP-RUNCTL-FOUND
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
           MOVE ELP-BUSINESS-DATE TO ELP-RUN-DATE
           MOVE ELP-RUN-DATE TO ELP-H1-RUN-DATE
           MOVE ELP-CHARGE-RATE TO ELP-H1-RATE
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1020-BEGIN-STEP - registers the step with ELPSTP01 before any  *
      * file is opened.  A step already COMPLETE for the business date *
      * stops here on a resubmitted night with return code 0; a held   *
      * step stops with return code 12 (the ELPSTP01 DISPLAYs say      *
      * why).  ELPSTP01 takes the CUSTFILE image (BKPELPFIN01) here,   *
      * ahead of the first update, for an ELPRBK01 rollback.           *
      ******************************************************************
       1020-BEGIN-STEP.
           MOVE "BEGIN" TO SC-FUNCTION
           MOVE "ELPFIN01" TO SC-STEP-NAME
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
                   MOVE "CHARGED" TO ELP-DL-STATUS
                   PERFORM 3700-WRITE-REGISTER-LINE
                           THRU 3700-WRITE-REGISTER-LINE-EXIT
                   IF ELP-CHARGE-AMOUNT NOT = 0
                       PERFORM 3800-WRITE-LEDGER-ENTRY
                               THRU 3800-WRITE-LEDGER-ENTRY-EXIT
                   END-IF
           END-REWRITE.
       3000-NEXT-CUSTOMER.
           PERFORM 2100-READ-CUSTOMER THRU 2100-READ-CUSTOMER-EXIT.
       3700-WRITE-REGISTER-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 3800-WRITE-LEDGER-ENTRY - appends one LEDGJRNL FINCHG entry    *
      * for the charge just REWRITten: the balance before is the aged *
      * amount the charge was computed on.                            *
      ******************************************************************
       3800-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-JOURNAL-RECORD
           MOVE ELP-RUN-DATE TO LG-POST-DATE
           ACCEPT LG-POST-TIME FROM TIME
           MOVE CR-CUST-NUMBER TO LG-CUST-NUMBER
           MOVE CR-REGION TO LG-REGION
           MOVE "ELPFIN01" TO LG-SOURCE-PROGRAM
           MOVE "FINCHG" TO LG-TRAN-TYPE
           MOVE ELP-CHARGE-AMOUNT TO LG-AMOUNT
           MOVE ELP-AGED-AMOUNT TO LG-BALANCE-BEFORE
           MOVE CR-BALANCE TO LG-BALANCE-AFTER
           STRING "FIN " ELP-RUN-DATE DELIMITED BY SIZE
               INTO LG-REFERENCE
           END-STRING
           WRITE LEDGER-JOURNAL-RECORD
           ADD 1 TO ELP-LEDGER-COUNT.
       3800-WRITE-LEDGER-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3200-COMPUTE-AGE-DAYS - days between the customer's last       *
      * payment and the run date, and the aging bucket that falls in, *
       5000-PRINT-TOTALS-EXIT.
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
           CLOSE CUSTOMER-FILE
           CLOSE CHARGE-REGISTER-FILE
           CLOSE LEDGER-JOURNAL-FILE
           DISPLAY "ELPFIN01 - CUSTOMERS READ     "
               ELP-RECORDS-READ-COUNT
           DISPLAY "ELPFIN01 - CHARGES ASSESSED   "
               ELP-EXEMPT-COUNT
           DISPLAY "ELPFIN01 - CHARGES POSTED     "
               ELP-CHARGE-TOTAL
           DISPLAY "ELPFIN01 - LEDGER ENTRIES     "
               ELP-LEDGER-COUNT
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.

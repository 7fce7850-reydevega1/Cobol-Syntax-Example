      *   05/16/2018  RD  The retention cutoff is now computed from   *
      *                   the RUNCTL business date instead of the     *
      *                   wall clock.                                 *
      *   06/27/2018  RD  A purged customer still carrying a balance  *
      *                   now appends a PURGE entry (see LEDGREC) to  *
      *                   the shared LEDGJRNL customer ledger journal *
      *                   taking the balance to zero, so the nightly  *
      *                   ELPLGP01 balance proof sees where the money *
      *                   went when the record left the master.       *
      *   10/03/2018  RD  Registers its start and end with the        *
      *                   ELPSTP01 step control.  A resubmitted       *
      *                   night skips the step once it is COMPLETE    *
      *                   for the business date, and the pre-update   *
      *                   CUSTFILE image is taken before the first    *
      *                   update so a failed run can be rolled back   *
      *                   with ELPRBK01.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPPRG01.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-CUSTHIST-FILE-STATUS.

           SELECT OPTIONAL LEDGER-JOURNAL-FILE ASSIGN TO "LEDGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-LEDGER-FILE-STATUS.

           SELECT PURGE-REGISTER-FILE ASSIGN TO "PRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-PRGRPT-FILE-STATUS.
           05  CH-STATUS-DATE             PIC 9(08).
           05  FILLER                     PIC X(05).

       FD  LEDGER-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  LEDGER-JOURNAL-RECORD.
           COPY LEDGREC.

       FD  PURGE-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PURGE-REGISTER-LINE            PIC X(132).
               88  ELP-CUSTHIST-FILE-OK   VALUE "00" "05".
           05  ELP-PRGRPT-FILE-STATUS     PIC X(02).
               88  ELP-PRGRPT-FILE-OK     VALUE "00".
           05  ELP-LEDGER-FILE-STATUS     PIC X(02).
               88  ELP-LEDGER-FILE-OK     VALUE "00" "05".

       01  ELP-SWITCHES.
           05  ELP-CUSTOMER-EOF-SW        PIC X(01) VALUE "N".
           05  ELP-INACTIVE-KEPT-COUNT    PIC 9(06) COMP VALUE 0.
           05  ELP-PURGED-BALANCE         PIC S9(13)V99 COMP-3
                                          VALUE 0.
           05  ELP-LEDGER-COUNT           PIC 9(06) COMP VALUE 0.

       01  ELP-PRINT-CONTROL.
           05  ELP-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
               "  PURGED BALANCE ".
           05  ELP-TL-BALANCE          PIC --,---,---,--9.99.

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-STEP-BEGUN-SW              PIC X(01) VALUE "N".
           88  ELP-STEP-BEGUN             VALUE "Y".

       LINKAGE SECTION.
       01  ELP-PARM-INFO.
           05  ELP-PARM-LENGTH            PIC S9(04) COMP.
      * same way ELPAUD01 does for the audit log.                     *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1020-BEGIN-STEP THRU 1020-BEGIN-STEP-EXIT
           OPEN OUTPUT PURGE-REGISTER-FILE
           IF NOT ELP-PRGRPT-FILE-OK
               MOVE "PRGRPT" TO ELP-ABEND-FILE-NAME
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
           PERFORM 1050-READ-RUN-CONTROL
                   THRU 1050-READ-RUN-CONTROL-EXIT
           MOVE ELP-BUSINESS-DATE TO ELP-RUN-DATE
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1020-BEGIN-STEP - registers the step with ELPSTP01 before any  *
      * file is opened.  A step already COMPLETE for the business date *
      * stops here on a resubmitted night with return code 0; a held   *
      * step stops with return code 12 (the ELPSTP01 DISPLAYs say      *
      * why).  ELPSTP01 takes the CUSTFILE image (BKPELPPRG01) here,   *
      * ahead of the first update, for an ELPRBK01 rollback.           *
      ******************************************************************
       1020-BEGIN-STEP.
           MOVE "BEGIN" TO SC-FUNCTION
           MOVE "ELPPRG01" TO SC-STEP-NAME
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
               NOT INVALID KEY
                   ADD 1 TO ELP-PURGED-COUNT
                   ADD CR-BALANCE TO ELP-PURGED-BALANCE
                   IF CR-BALANCE NOT = 0
                       PERFORM 3300-WRITE-LEDGER-ENTRY
                               THRU 3300-WRITE-LEDGER-ENTRY-EXIT
                   END-IF
           END-DELETE.
       3000-NEXT-CUSTOMER.
           PERFORM 2100-READ-CUSTOMER THRU 2100-READ-CUSTOMER-EXIT.
       3200-REGISTER-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 3300-WRITE-LEDGER-ENTRY - appends one LEDGJRNL PURGE entry for *
      * the customer just DELETEd with a balance still on it: the      *
      * whole balance comes off and the balance after is zero.         *
      ******************************************************************
       3300-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-JOURNAL-RECORD
           MOVE ELP-RUN-DATE TO LG-POST-DATE
           ACCEPT LG-POST-TIME FROM TIME
           MOVE CR-CUST-NUMBER TO LG-CUST-NUMBER
           MOVE CR-REGION TO LG-REGION
           MOVE "ELPPRG01" TO LG-SOURCE-PROGRAM
           MOVE "PURGE" TO LG-TRAN-TYPE
           COMPUTE LG-AMOUNT = 0 - CR-BALANCE
           MOVE CR-BALANCE TO LG-BALANCE-BEFORE
           MOVE 0 TO LG-BALANCE-AFTER
           MOVE "CUSTHIST" TO LG-REFERENCE
           WRITE LEDGER-JOURNAL-RECORD
           ADD 1 TO ELP-LEDGER-COUNT.
       3300-WRITE-LEDGER-ENTRY-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           IF ELP-PAGE-NUMBER = 0
               PERFORM 2000-PRINT-HEADING
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
           CLOSE CUSTOMER-HISTORY-FILE
           CLOSE LEDGER-JOURNAL-FILE
           CLOSE PURGE-REGISTER-FILE
           DISPLAY "ELPPRG01 - RECORDS READ       "
               ELP-RECORDS-READ-COUNT
               ELP-PURGED-COUNT
           DISPLAY "ELPPRG01 - INACTIVE NOT AGED  "
               ELP-INACTIVE-KEPT-COUNT
           DISPLAY "ELPPRG01 - LEDGER ENTRIES     "
               ELP-LEDGER-COUNT
           PERFORM 9990-END-STEP THRU 9990-END-STEP-EXIT
           Stop Run.

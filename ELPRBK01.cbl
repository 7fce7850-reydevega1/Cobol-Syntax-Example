      ******************************************************************
      * Program: ELPRBK01.cbl                                         *
      * Author: Rey Devega                                            *
      * Date-Written: 10/03/2018                                      *
      * Purpose: Rollback of one job step's master-file updates.  The *
      *          operator names the step on the PARM (STEP=ELPPAY01)  *
      *          and ELPRBK01 puts the customer master back exactly   *
      *          as it stood before that step, from the pre-update    *
      *          image ELPSTP01 took when the step began under the    *
      *          current business date (BKP + step name).  The image  *
      *          is counted against the customer count recorded on    *
      *          the step's RUNCTL record before CUSTFILE is touched, *
      *          so a short or wrong image is refused.  The step and  *
      *          every step that started after it are then marked     *
      *          ROLLEDBK on RUNCTL (their postings went with the     *
      *          restore) and the business date is reopened, so the   *
      *          resubmitted night skips the steps before the named   *
      *          one and reruns the rest.  The SUSPFILE, INVHIST and  *
      *          WOFHIST history files and the CUSTADDR address       *
      *          master are put back the same way from the images     *
      *          taken with the master (BKS, BKI, BKW, BKA + step     *
      *          name), and LEDGJRNL is cut back to the entries it    *
      *          held when the step began, so the rerun neither finds *
      *          its own invoices already on INVHIST, reapplies its   *
      *          address changes on top of themselves, nor journals   *
      *          its postings twice; the entries cut off are kept on  *
      *          LEDGRBK for review.  Every image and the journal are *
      *          proved before anything is touched.                   *
      *          TRNLOG and CTLFILE are left as they are - a rerun    *
      *          step's last CTLFILE record is the one ELPBAL01       *
      *          balances.  RC 12 means nothing was restored; RC 8 or *
      *          above after the restore began means the files may be *
      *          partly restored and ELPRBK01 must be run again.      *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *   10/03/2018  RD  Original rollback utility.                  *
      *   10/24/2018  RD  Also restores SUSPFILE, INVHIST, WOFHIST    *
      *                   and CUSTADDR from the step's images and     *
      *                   cuts LEDGJRNL back to its count at the      *
      *                   start of the step (cut-off entries to       *
      *                   LEDGRBK).  A step record from before the    *
      *                   history images gets CUSTFILE only, with RC  *
      *                   4.                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPRBK01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-IMAGE-FILE ASSIGN TO DYNAMIC ELP-IMAGE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-CUST-NUMBER
               FILE STATUS IS ELP-IMAGE-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CUST-NUMBER
               FILE STATUS IS ELP-CUSTOMER-FILE-STATUS.

           SELECT SUSPENSE-IMAGE-FILE ASSIGN TO DYNAMIC ELP-IMAGE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SB-ITEM-KEY
               FILE STATUS IS ELP-IMAGE-FILE-STATUS.

           SELECT SUSPENSE-ITEM-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SI-ITEM-KEY
               FILE STATUS IS ELP-HISTORY-FILE-STATUS.

           SELECT INVOICE-IMAGE-FILE ASSIGN TO DYNAMIC ELP-IMAGE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IB-INVOICE-NUMBER
               FILE STATUS IS ELP-IMAGE-FILE-STATUS.

           SELECT INVOICE-HISTORY-FILE ASSIGN TO "INVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IV-INVOICE-NUMBER
               FILE STATUS IS ELP-HISTORY-FILE-STATUS.

           SELECT WRITEOFF-IMAGE-FILE ASSIGN TO DYNAMIC ELP-IMAGE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WB-CUST-NUMBER
               FILE STATUS IS ELP-IMAGE-FILE-STATUS.

           SELECT WRITEOFF-HISTORY-FILE ASSIGN TO "WOFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WO-CUST-NUMBER
               FILE STATUS IS ELP-HISTORY-FILE-STATUS.

           SELECT ADDRESS-IMAGE-FILE ASSIGN TO DYNAMIC ELP-IMAGE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-CUST-NUMBER
               FILE STATUS IS ELP-IMAGE-FILE-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-CUST-NUMBER
               FILE STATUS IS ELP-HISTORY-FILE-STATUS.

           SELECT OPTIONAL LEDGER-JOURNAL-FILE ASSIGN TO "LEDGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-JOURNAL-FILE-STATUS.

           SELECT JOURNAL-WORK-FILE ASSIGN TO "LEDGWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-WORK-FILE-STATUS.

           SELECT JOURNAL-REMOVED-FILE ASSIGN TO "LEDGRBK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-REMOVED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-IMAGE-FILE.
       01  BACKUP-IMAGE-RECORD.
           COPY CUSTREC
               REPLACING ==CR-CUST-NUMBER== BY ==BK-CUST-NUMBER==
                         ==CR-CUST-NAME==   BY ==BK-CUST-NAME==
                         ==CR-REGION==      BY ==BK-REGION==
                         ==CR-BALANCE==     BY ==BK-BALANCE==
                         ==CR-CREDIT-LIMIT== BY ==BK-CREDIT-LIMIT==
                         ==CR-LAST-PAY-DATE== BY
                             ==BK-LAST-PAY-DATE==
                         ==CR-STATUS==      BY ==BK-STATUS==
                         ==CR-STATUS-DATE== BY
                             ==BK-STATUS-DATE==
                         ==CR-FIN-EXEMPT==  BY
                             ==BK-FIN-EXEMPT==
                         ==CR-MERGED-TO==   BY
                             ==BK-MERGED-TO==.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

       FD  SUSPENSE-IMAGE-FILE.
       01  SUSPENSE-IMAGE-RECORD.
           COPY SUSPREC
               REPLACING ==SI-ITEM-KEY==      BY ==SB-ITEM-KEY==
                         ==SI-SUSPENSE-DATE== BY
                             ==SB-SUSPENSE-DATE==
                         ==SI-SEQUENCE==      BY ==SB-SEQUENCE==
                         ==SI-STATUS==        BY ==SB-STATUS==
                         ==SI-OPEN==          BY ==SB-OPEN==
                         ==SI-CLOSED==        BY ==SB-CLOSED==
                         ==SI-CUST-NUMBER==   BY ==SB-CUST-NUMBER==
                         ==SI-DEPOSIT-DATE==  BY ==SB-DEPOSIT-DATE==
                         ==SI-AMOUNT==        BY ==SB-AMOUNT==
                         ==SI-REASON==        BY ==SB-REASON==
                         ==SI-RESOLUTION==    BY ==SB-RESOLUTION==
                         ==SI-APPLIED==       BY ==SB-APPLIED==
                         ==SI-REFUNDED==      BY ==SB-REFUNDED==
                         ==SI-MISC-INCOME==   BY ==SB-MISC-INCOME==
                         ==SI-APPLIED-CUST-NUMBER== BY
                             ==SB-APPLIED-CUST-NUMBER==
                         ==SI-RESOLVED-DATE== BY
                             ==SB-RESOLVED-DATE==
                         ==SI-RESOLUTION-NOTE== BY
                             ==SB-RESOLUTION-NOTE==
                         ==SI-DEPOSIT-IMAGE== BY
                             ==SB-DEPOSIT-IMAGE==.

       FD  SUSPENSE-ITEM-FILE.
       01  SUSPENSE-ITEM-RECORD.
           COPY SUSPREC.

       FD  INVOICE-IMAGE-FILE.
       01  INVOICE-IMAGE-RECORD.
           COPY INVREC
               REPLACING ==IV-INVOICE-NUMBER== BY
                             ==IB-INVOICE-NUMBER==
                         ==IV-CUST-NUMBER==    BY ==IB-CUST-NUMBER==
                         ==IV-INVOICE-DATE==   BY ==IB-INVOICE-DATE==
                         ==IV-DUE-DATE==       BY ==IB-DUE-DATE==
                         ==IV-AMOUNT==         BY ==IB-AMOUNT==
                         ==IV-POSTED-DATE==    BY ==IB-POSTED-DATE==.

       FD  INVOICE-HISTORY-FILE.
       01  INVOICE-HISTORY-RECORD.
           COPY INVREC.

       FD  WRITEOFF-IMAGE-FILE.
       01  WRITEOFF-IMAGE-RECORD.
           COPY WOFREC
               REPLACING ==WO-CUST-NUMBER==    BY ==WB-CUST-NUMBER==
                         ==WO-REGION==         BY ==WB-REGION==
                         ==WO-REASON==         BY ==WB-REASON==
                         ==WO-AGED-BALANCE==   BY ==WB-AGED-BALANCE==
                         ==WO-CLOSED-BALANCE== BY
                             ==WB-CLOSED-BALANCE==
                         ==WO-WRITEOFF-DATE==  BY
                             ==WB-WRITEOFF-DATE==
                         ==WO-WRITEOFF-AMOUNT== BY
                             ==WB-WRITEOFF-AMOUNT==
                         ==WO-LAST-PAY-DATE==  BY
                             ==WB-LAST-PAY-DATE==
                         ==WO-RECOVERED-AMOUNT== BY
                             ==WB-RECOVERED-AMOUNT==
                         ==WO-LAST-RECOVERY-DATE== BY
                             ==WB-LAST-RECOVERY-DATE==
                         ==WO-LAST-RECOVERY-AMOUNT== BY
                             ==WB-LAST-RECOVERY-AMOUNT==.

       FD  WRITEOFF-HISTORY-FILE.
       01  WRITEOFF-HISTORY-RECORD.
           COPY WOFREC.

       FD  ADDRESS-IMAGE-FILE.
       01  ADDRESS-IMAGE-RECORD.
           COPY CUSTADDR
               REPLACING ==CA-CUST-NUMBER==    BY ==AB-CUST-NUMBER==
                         ==CA-STREET-1==       BY ==AB-STREET-1==
                         ==CA-STREET-2==       BY ==AB-STREET-2==
                         ==CA-CITY==           BY ==AB-CITY==
                         ==CA-STATE==          BY ==AB-STATE==
                         ==CA-POSTAL-CODE==    BY ==AB-POSTAL-CODE==
                         ==CA-PHONE==          BY ==AB-PHONE==
                         ==CA-RETURNED-MAIL==  BY
                             ==AB-RETURNED-MAIL==
                         ==CA-CHANGE-DATE==    BY ==AB-CHANGE-DATE==.

       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           COPY CUSTADDR.

       FD  LEDGER-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  LEDGER-JOURNAL-RECORD          PIC X(100).

       FD  JOURNAL-WORK-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  JOURNAL-WORK-RECORD            PIC X(100).

       FD  JOURNAL-REMOVED-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  JOURNAL-REMOVED-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01  ELP-FILE-STATUSES.
           05  ELP-IMAGE-FILE-STATUS      PIC X(02).
               88  ELP-IMAGE-FILE-OK      VALUE "00".
               88  ELP-IMAGE-FILE-EOF     VALUE "10".
           05  ELP-CUSTOMER-FILE-STATUS   PIC X(02).
               88  ELP-CUSTOMER-FILE-OK   VALUE "00".
           05  ELP-HISTORY-FILE-STATUS    PIC X(02).
               88  ELP-HISTORY-FILE-OK    VALUE "00".
           05  ELP-JOURNAL-FILE-STATUS    PIC X(02).
               88  ELP-JOURNAL-FILE-OK    VALUE "00" "05".
               88  ELP-JOURNAL-FILE-EOF   VALUE "10".
           05  ELP-WORK-FILE-STATUS       PIC X(02).
               88  ELP-WORK-FILE-OK       VALUE "00".
               88  ELP-WORK-FILE-EOF      VALUE "10".
           05  ELP-REMOVED-FILE-STATUS    PIC X(02).
               88  ELP-REMOVED-FILE-OK    VALUE "00".

       01  ELP-SWITCHES.
           05  ELP-RESTORE-STARTED-SW     PIC X(01) VALUE "N".
               88  ELP-RESTORE-STARTED    VALUE "Y".
           05  ELP-RESTORE-FAILED-SW      PIC X(01) VALUE "N".
               88  ELP-RESTORE-FAILED     VALUE "Y".

       01  ELP-ABEND-WORK.
           05  ELP-ABEND-FILE-NAME        PIC X(12).
           05  ELP-ABEND-FILE-STATUS      PIC X(02).

       01  ELP-STEP-REQUESTED             PIC X(08) VALUE SPACES.
       01  ELP-IMAGE-NAME                 PIC X(12).

       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       01  ELP-RESTORE-TOTALS.
           05  ELP-IMAGE-READ-COUNT       PIC 9(07) COMP VALUE 0.
           05  ELP-RESTORED-COUNT         PIC 9(07) COMP VALUE 0.
           05  ELP-RESTORED-HASH          PIC S9(13)V99 COMP-3
                                          VALUE 0.

      ******************************************************************
      * The history files: the count read back from each image (proved *
      * against the count ELPSTP01 recorded) and the count restored.   *
      * LEDGJRNL keeps its first ELP-JOURNAL-KEEP entries.             *
      ******************************************************************
       01  ELP-HISTORY-TOTALS.
           05  ELP-HISTORY-COUNT          PIC 9(07) COMP VALUE 0.
           05  ELP-EXPECTED-COUNT         PIC 9(07) COMP VALUE 0.
           05  ELP-SUSP-RESTORED-COUNT    PIC 9(07) COMP VALUE 0.
           05  ELP-INV-RESTORED-COUNT     PIC 9(07) COMP VALUE 0.
           05  ELP-WOF-RESTORED-COUNT     PIC 9(07) COMP VALUE 0.
           05  ELP-ADDR-RESTORED-COUNT    PIC 9(07) COMP VALUE 0.
           05  ELP-JOURNAL-KEEP           PIC 9(09) COMP VALUE 0.
           05  ELP-JOURNAL-READ-COUNT     PIC 9(09) COMP VALUE 0.
           05  ELP-JOURNAL-KEPT-COUNT     PIC 9(09) COMP VALUE 0.
           05  ELP-JOURNAL-REMOVED-COUNT  PIC 9(09) COMP VALUE 0.

       01  ELP-EDIT-WORK.
           05  ELP-EDIT-COUNT             PIC Z,ZZZ,ZZ9.
           05  ELP-EDIT-JOURNAL           PIC ZZZ,ZZZ,ZZ9.
           05  ELP-EDIT-EXPECTED          PIC Z,ZZZ,ZZ9.
           05  ELP-EDIT-HASH              PIC -,---,---,---,--9.99.

       LINKAGE SECTION.
       01  ELP-PARM-INFO.
           05  ELP-PARM-LENGTH            PIC S9(04) COMP.
           05  ELP-PARM-DATA              PIC X(80).

       PROCEDURE DIVISION USING ELP-PARM-INFO.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-COUNT-IMAGE THRU 2000-COUNT-IMAGE-EXIT
           IF SC-HISTORY-TAKEN
               PERFORM 2200-PROVE-HISTORY THRU 2200-PROVE-HISTORY-EXIT
           END-IF
           PERFORM 3000-RESTORE-MASTER THRU 3000-RESTORE-MASTER-EXIT
           IF SC-HISTORY-TAKEN
               PERFORM 3200-RESTORE-HISTORY
                       THRU 3200-RESTORE-HISTORY-EXIT
           END-IF
           PERFORM 4000-MARK-ROLLED-BACK
                   THRU 4000-MARK-ROLLED-BACK-EXIT
           GO TO 9999-TERMINATE.

      ******************************************************************
      * 1000-INITIALIZE - takes the step name off the PARM and asks    *
      * ELPSTP01 for its RUNCTL record.  A step that has not started   *
      * under the business date, or that takes no image, is refused.   *
      ******************************************************************
       1000-INITIALIZE.
           IF ELP-PARM-LENGTH > 5
               AND ELP-PARM-DATA(1:5) = "STEP="
               AND ELP-PARM-LENGTH NOT > 13
               MOVE ELP-PARM-DATA(6:ELP-PARM-LENGTH - 5)
                   TO ELP-STEP-REQUESTED
           END-IF
           IF ELP-STEP-REQUESTED = SPACES
               DISPLAY "ELPRBK01 - STEP= PARM MISSING OR UNUSABLE - "
                   "NOTHING RESTORED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           MOVE "FINDSTEP" TO SC-FUNCTION
           MOVE ELP-STEP-REQUESTED TO SC-STEP-NAME
           MOVE "N" TO SC-BACKUP-SW
           MOVE 0 TO SC-RETURN-CODE
           CALL "ELPSTP01" USING ELP-STEP-CONTROL
           MOVE 0 TO RETURN-CODE
           IF SC-STEP-NOT-FOUND
               DISPLAY "ELPRBK01 - STEP " ELP-STEP-REQUESTED
                   " HAS NOT RUN UNDER THE RUNCTL BUSINESS DATE - "
                   "NOTHING RESTORED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           IF NOT SC-BACKUP-TAKEN
               DISPLAY "ELPRBK01 - STEP " ELP-STEP-REQUESTED
                   " TOOK NO CUSTFILE IMAGE - NOTHING RESTORED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           MOVE SC-IMAGE-NAME TO ELP-IMAGE-NAME
           DISPLAY "ELPRBK01 - ROLLING BACK STEP " ELP-STEP-REQUESTED
               " (" SC-STEP-STATUS ") FOR BUSINESS DATE "
               SC-BUSINESS-DATE " FROM " ELP-IMAGE-NAME
           IF NOT SC-HISTORY-TAKEN
               DISPLAY "ELPRBK01 - STEP " ELP-STEP-REQUESTED
                   " TOOK NO HISTORY FILE IMAGES - CUSTFILE ONLY; "
                   "SUSPFILE, INVHIST, WOFHIST, CUSTADDR AND "
                   "LEDGJRNL ARE FOR "
                   "OPERATIONS TO REVIEW"
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-COUNT-IMAGE - reads the whole image once before CUSTFILE  *
      * is opened for output, and refuses it unless it holds the       *
      * customer count ELPSTP01 recorded when it was taken.            *
      ******************************************************************
       2000-COUNT-IMAGE.
           OPEN INPUT BACKUP-IMAGE-FILE
           IF NOT ELP-IMAGE-FILE-OK
               MOVE ELP-IMAGE-NAME TO ELP-ABEND-FILE-NAME
               MOVE ELP-IMAGE-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           PERFORM 2100-COUNT-ONE-RECORD THRU 2100-COUNT-ONE-RECORD-EXIT
                   UNTIL ELP-IMAGE-FILE-EOF
                      OR ELP-RESTORE-FAILED
           CLOSE BACKUP-IMAGE-FILE
           IF ELP-RESTORE-FAILED
               DISPLAY "ELPRBK01 - " ELP-IMAGE-NAME " UNREADABLE - "
                   "NOTHING RESTORED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           IF ELP-IMAGE-READ-COUNT NOT = SC-IMAGE-COUNT
               MOVE ELP-IMAGE-READ-COUNT TO ELP-EDIT-COUNT
               MOVE SC-IMAGE-COUNT TO ELP-EDIT-EXPECTED
               DISPLAY "ELPRBK01 - " ELP-IMAGE-NAME " HOLDS "
                   ELP-EDIT-COUNT " CUSTOMERS, RUNCTL RECORDED "
                   ELP-EDIT-EXPECTED " - NOTHING RESTORED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF.
       2000-COUNT-IMAGE-EXIT.
           EXIT.

       2100-COUNT-ONE-RECORD.
           READ BACKUP-IMAGE-FILE NEXT RECORD
               AT END
                   GO TO 2100-COUNT-ONE-RECORD-EXIT
           END-READ
           IF NOT ELP-IMAGE-FILE-OK
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 2100-COUNT-ONE-RECORD-EXIT
           END-IF
           ADD 1 TO ELP-IMAGE-READ-COUNT.
       2100-COUNT-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2200-PROVE-HISTORY - each history image is read through and    *
      * must hold the count ELPSTP01 recorded, and LEDGJRNL must still *
      * hold at least the entries it held when the step began.  All    *
      * of it before CUSTFILE is opened for output.                    *
      ******************************************************************
       2200-PROVE-HISTORY.
           MOVE SPACES TO ELP-IMAGE-NAME
           STRING "BKS" ELP-STEP-REQUESTED DELIMITED BY SPACE
               INTO ELP-IMAGE-NAME
           END-STRING
           MOVE SC-SUSP-IMAGE-COUNT TO ELP-EXPECTED-COUNT
           MOVE 0 TO ELP-HISTORY-COUNT
           OPEN INPUT SUSPENSE-IMAGE-FILE
           PERFORM 2290-CHECK-IMAGE-OPEN THRU 2290-CHECK-IMAGE-OPEN-EXIT
           PERFORM 2210-COUNT-ONE-SUSPENSE-ITEM
                   THRU 2210-COUNT-ONE-SUSPENSE-ITEM-EXIT
                   UNTIL ELP-IMAGE-FILE-EOF
                      OR ELP-RESTORE-FAILED
           CLOSE SUSPENSE-IMAGE-FILE
           PERFORM 2295-CHECK-IMAGE-COUNT
                   THRU 2295-CHECK-IMAGE-COUNT-EXIT
           MOVE SPACES TO ELP-IMAGE-NAME
           STRING "BKI" ELP-STEP-REQUESTED DELIMITED BY SPACE
               INTO ELP-IMAGE-NAME
           END-STRING
           MOVE SC-INV-IMAGE-COUNT TO ELP-EXPECTED-COUNT
           MOVE 0 TO ELP-HISTORY-COUNT
           OPEN INPUT INVOICE-IMAGE-FILE
           PERFORM 2290-CHECK-IMAGE-OPEN THRU 2290-CHECK-IMAGE-OPEN-EXIT
           PERFORM 2220-COUNT-ONE-INVOICE
                   THRU 2220-COUNT-ONE-INVOICE-EXIT
                   UNTIL ELP-IMAGE-FILE-EOF
                      OR ELP-RESTORE-FAILED
           CLOSE INVOICE-IMAGE-FILE
           PERFORM 2295-CHECK-IMAGE-COUNT
                   THRU 2295-CHECK-IMAGE-COUNT-EXIT
           MOVE SPACES TO ELP-IMAGE-NAME
           STRING "BKW" ELP-STEP-REQUESTED DELIMITED BY SPACE
               INTO ELP-IMAGE-NAME
           END-STRING
           MOVE SC-WOF-IMAGE-COUNT TO ELP-EXPECTED-COUNT
           MOVE 0 TO ELP-HISTORY-COUNT
           OPEN INPUT WRITEOFF-IMAGE-FILE
           PERFORM 2290-CHECK-IMAGE-OPEN THRU 2290-CHECK-IMAGE-OPEN-EXIT
           PERFORM 2230-COUNT-ONE-WRITEOFF
                   THRU 2230-COUNT-ONE-WRITEOFF-EXIT
                   UNTIL ELP-IMAGE-FILE-EOF
                      OR ELP-RESTORE-FAILED
           CLOSE WRITEOFF-IMAGE-FILE
           PERFORM 2295-CHECK-IMAGE-COUNT
                   THRU 2295-CHECK-IMAGE-COUNT-EXIT
           MOVE SPACES TO ELP-IMAGE-NAME
           STRING "BKA" ELP-STEP-REQUESTED DELIMITED BY SPACE
               INTO ELP-IMAGE-NAME
           END-STRING
           MOVE SC-ADDR-IMAGE-COUNT TO ELP-EXPECTED-COUNT
           MOVE 0 TO ELP-HISTORY-COUNT
           OPEN INPUT ADDRESS-IMAGE-FILE
           PERFORM 2290-CHECK-IMAGE-OPEN THRU 2290-CHECK-IMAGE-OPEN-EXIT
           PERFORM 2235-COUNT-ONE-ADDRESS
                   THRU 2235-COUNT-ONE-ADDRESS-EXIT
                   UNTIL ELP-IMAGE-FILE-EOF
                      OR ELP-RESTORE-FAILED
           CLOSE ADDRESS-IMAGE-FILE
           PERFORM 2295-CHECK-IMAGE-COUNT
                   THRU 2295-CHECK-IMAGE-COUNT-EXIT
           MOVE SC-JOURNAL-COUNT TO ELP-JOURNAL-KEEP
           OPEN INPUT LEDGER-JOURNAL-FILE
           IF NOT ELP-JOURNAL-FILE-OK
               MOVE "LEDGJRNL" TO ELP-ABEND-FILE-NAME
               MOVE ELP-JOURNAL-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           PERFORM 2240-COUNT-ONE-ENTRY THRU 2240-COUNT-ONE-ENTRY-EXIT
                   UNTIL ELP-JOURNAL-FILE-EOF
                      OR ELP-RESTORE-FAILED
           CLOSE LEDGER-JOURNAL-FILE
           IF ELP-RESTORE-FAILED
               DISPLAY "ELPRBK01 - LEDGJRNL UNREADABLE - NOTHING "
                   "RESTORED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           IF ELP-JOURNAL-READ-COUNT < ELP-JOURNAL-KEEP
               MOVE ELP-JOURNAL-READ-COUNT TO ELP-EDIT-JOURNAL
               DISPLAY "ELPRBK01 - LEDGJRNL HOLDS " ELP-EDIT-JOURNAL
                   " ENTRIES, FEWER THAN WHEN THE STEP BEGAN - "
                   "NOTHING RESTORED"
               DISPLAY "ELPRBK01 - IF AN EARLIER ROLLBACK STOPPED "
                   "PART-WAY, LEDGWORK HOLDS THE ENTRIES TO KEEP"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF.
       2200-PROVE-HISTORY-EXIT.
           EXIT.

       2210-COUNT-ONE-SUSPENSE-ITEM.
           READ SUSPENSE-IMAGE-FILE NEXT RECORD
               AT END
                   GO TO 2210-COUNT-ONE-SUSPENSE-ITEM-EXIT
           END-READ
           IF NOT ELP-IMAGE-FILE-OK
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 2210-COUNT-ONE-SUSPENSE-ITEM-EXIT
           END-IF
           ADD 1 TO ELP-HISTORY-COUNT.
       2210-COUNT-ONE-SUSPENSE-ITEM-EXIT.
           EXIT.

       2220-COUNT-ONE-INVOICE.
           READ INVOICE-IMAGE-FILE NEXT RECORD
               AT END
                   GO TO 2220-COUNT-ONE-INVOICE-EXIT
           END-READ
           IF NOT ELP-IMAGE-FILE-OK
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 2220-COUNT-ONE-INVOICE-EXIT
           END-IF
           ADD 1 TO ELP-HISTORY-COUNT.
       2220-COUNT-ONE-INVOICE-EXIT.
           EXIT.

       2230-COUNT-ONE-WRITEOFF.
           READ WRITEOFF-IMAGE-FILE NEXT RECORD
               AT END
                   GO TO 2230-COUNT-ONE-WRITEOFF-EXIT
           END-READ
           IF NOT ELP-IMAGE-FILE-OK
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 2230-COUNT-ONE-WRITEOFF-EXIT
           END-IF
           ADD 1 TO ELP-HISTORY-COUNT.
       2230-COUNT-ONE-WRITEOFF-EXIT.
           EXIT.

       2235-COUNT-ONE-ADDRESS.
           READ ADDRESS-IMAGE-FILE NEXT RECORD
               AT END
                   GO TO 2235-COUNT-ONE-ADDRESS-EXIT
           END-READ
           IF NOT ELP-IMAGE-FILE-OK
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 2235-COUNT-ONE-ADDRESS-EXIT
           END-IF
           ADD 1 TO ELP-HISTORY-COUNT.
       2235-COUNT-ONE-ADDRESS-EXIT.
           EXIT.

       2240-COUNT-ONE-ENTRY.
           READ LEDGER-JOURNAL-FILE
               AT END
                   GO TO 2240-COUNT-ONE-ENTRY-EXIT
           END-READ
           IF NOT ELP-JOURNAL-FILE-OK
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 2240-COUNT-ONE-ENTRY-EXIT
           END-IF
           ADD 1 TO ELP-JOURNAL-READ-COUNT.
       2240-COUNT-ONE-ENTRY-EXIT.
           EXIT.

       2290-CHECK-IMAGE-OPEN.
           IF NOT ELP-IMAGE-FILE-OK
               MOVE ELP-IMAGE-NAME TO ELP-ABEND-FILE-NAME
               MOVE ELP-IMAGE-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF.
       2290-CHECK-IMAGE-OPEN-EXIT.
           EXIT.

       2295-CHECK-IMAGE-COUNT.
           IF ELP-RESTORE-FAILED
               DISPLAY "ELPRBK01 - " ELP-IMAGE-NAME " UNREADABLE - "
                   "NOTHING RESTORED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           IF ELP-HISTORY-COUNT NOT = ELP-EXPECTED-COUNT
               MOVE ELP-HISTORY-COUNT TO ELP-EDIT-COUNT
               MOVE ELP-EXPECTED-COUNT TO ELP-EDIT-EXPECTED
               DISPLAY "ELPRBK01 - " ELP-IMAGE-NAME " HOLDS "
                   ELP-EDIT-COUNT " RECORDS, RUNCTL RECORDED "
                   ELP-EDIT-EXPECTED " - NOTHING RESTORED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF.
       2295-CHECK-IMAGE-COUNT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RESTORE-MASTER - reloads CUSTFILE from the image, record  *
      * for record, and proves the count restored.                     *
      ******************************************************************
       3000-RESTORE-MASTER.
           OPEN INPUT BACKUP-IMAGE-FILE
           IF NOT ELP-IMAGE-FILE-OK
               MOVE ELP-IMAGE-NAME TO ELP-ABEND-FILE-NAME
               MOVE ELP-IMAGE-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           OPEN OUTPUT CUSTOMER-FILE
           IF NOT ELP-CUSTOMER-FILE-OK
               CLOSE BACKUP-IMAGE-FILE
               MOVE "CUSTFILE" TO ELP-ABEND-FILE-NAME
               MOVE ELP-CUSTOMER-FILE-STATUS TO ELP-ABEND-FILE-STATUS
               PERFORM 1600-ABEND-OPEN-FAILURE
                       THRU 1600-ABEND-OPEN-FAILURE-EXIT
               GO TO 9999-TERMINATE
           END-IF
           SET ELP-RESTORE-STARTED TO TRUE
           PERFORM 3100-RESTORE-ONE-RECORD
                   THRU 3100-RESTORE-ONE-RECORD-EXIT
                   UNTIL ELP-IMAGE-FILE-EOF
                      OR ELP-RESTORE-FAILED
           CLOSE BACKUP-IMAGE-FILE
           CLOSE CUSTOMER-FILE
           IF ELP-RESTORE-FAILED
               OR ELP-RESTORED-COUNT NOT = SC-IMAGE-COUNT
               DISPLAY "ELPRBK01 - CUSTFILE ONLY PARTLY RESTORED - "
                   "RUN ELPRBK01 STEP=" ELP-STEP-REQUESTED " AGAIN"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF.
       3000-RESTORE-MASTER-EXIT.
           EXIT.

       3100-RESTORE-ONE-RECORD.
           READ BACKUP-IMAGE-FILE NEXT RECORD
               AT END
                   GO TO 3100-RESTORE-ONE-RECORD-EXIT
           END-READ
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPRBK01 - " ELP-IMAGE-NAME " READ FAILED - "
                   "FILE STATUS " ELP-IMAGE-FILE-STATUS
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 3100-RESTORE-ONE-RECORD-EXIT
           END-IF
           MOVE BACKUP-IMAGE-RECORD TO CUSTOMER-RECORD
           WRITE CUSTOMER-RECORD
           IF NOT ELP-CUSTOMER-FILE-OK
               DISPLAY "ELPRBK01 - CUSTFILE WRITE FAILED FOR CUST NO. "
                   CR-CUST-NUMBER " - FILE STATUS "
                   ELP-CUSTOMER-FILE-STATUS
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 3100-RESTORE-ONE-RECORD-EXIT
           END-IF
           ADD 1 TO ELP-RESTORED-COUNT
           ADD CR-BALANCE TO ELP-RESTORED-HASH.
       3100-RESTORE-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 3200-RESTORE-HISTORY - CUSTFILE is back; SUSPFILE, INVHIST,    *
      * WOFHIST and CUSTADDR are reloaded from their images the same   *
      * way, then LEDGJRNL is cut back.  A failure part-way stops      *
      * with RC 8 and ELPRBK01 is run again: the images are untouched, *
      * and a journal already cut back is left alone.                  *
      ******************************************************************
       3200-RESTORE-HISTORY.
           MOVE SPACES TO ELP-IMAGE-NAME
           STRING "BKS" ELP-STEP-REQUESTED DELIMITED BY SPACE
               INTO ELP-IMAGE-NAME
           END-STRING
           OPEN INPUT SUSPENSE-IMAGE-FILE
           OPEN OUTPUT SUSPENSE-ITEM-FILE
           PERFORM 3290-CHECK-RESTORE-OPEN
                   THRU 3290-CHECK-RESTORE-OPEN-EXIT
           PERFORM 3300-RESTORE-ONE-SUSPENSE-ITEM
                   THRU 3300-RESTORE-ONE-SUSPENSE-ITEM-EXIT
                   UNTIL ELP-IMAGE-FILE-EOF
                      OR ELP-RESTORE-FAILED
           CLOSE SUSPENSE-IMAGE-FILE
           CLOSE SUSPENSE-ITEM-FILE
           IF ELP-RESTORE-FAILED
               OR ELP-SUSP-RESTORED-COUNT NOT = SC-SUSP-IMAGE-COUNT
               MOVE "SUSPFILE" TO ELP-ABEND-FILE-NAME
               PERFORM 3295-PARTLY-RESTORED
                       THRU 3295-PARTLY-RESTORED-EXIT
           END-IF
           MOVE SPACES TO ELP-IMAGE-NAME
           STRING "BKI" ELP-STEP-REQUESTED DELIMITED BY SPACE
               INTO ELP-IMAGE-NAME
           END-STRING
           OPEN INPUT INVOICE-IMAGE-FILE
           OPEN OUTPUT INVOICE-HISTORY-FILE
           PERFORM 3290-CHECK-RESTORE-OPEN
                   THRU 3290-CHECK-RESTORE-OPEN-EXIT
           PERFORM 3400-RESTORE-ONE-INVOICE
                   THRU 3400-RESTORE-ONE-INVOICE-EXIT
                   UNTIL ELP-IMAGE-FILE-EOF
                      OR ELP-RESTORE-FAILED
           CLOSE INVOICE-IMAGE-FILE
           CLOSE INVOICE-HISTORY-FILE
           IF ELP-RESTORE-FAILED
               OR ELP-INV-RESTORED-COUNT NOT = SC-INV-IMAGE-COUNT
               MOVE "INVHIST" TO ELP-ABEND-FILE-NAME
               PERFORM 3295-PARTLY-RESTORED
                       THRU 3295-PARTLY-RESTORED-EXIT
           END-IF
           MOVE SPACES TO ELP-IMAGE-NAME
           STRING "BKW" ELP-STEP-REQUESTED DELIMITED BY SPACE
               INTO ELP-IMAGE-NAME
           END-STRING
           OPEN INPUT WRITEOFF-IMAGE-FILE
           OPEN OUTPUT WRITEOFF-HISTORY-FILE
           PERFORM 3290-CHECK-RESTORE-OPEN
                   THRU 3290-CHECK-RESTORE-OPEN-EXIT
           PERFORM 3500-RESTORE-ONE-WRITEOFF
                   THRU 3500-RESTORE-ONE-WRITEOFF-EXIT
                   UNTIL ELP-IMAGE-FILE-EOF
                      OR ELP-RESTORE-FAILED
           CLOSE WRITEOFF-IMAGE-FILE
           CLOSE WRITEOFF-HISTORY-FILE
           IF ELP-RESTORE-FAILED
               OR ELP-WOF-RESTORED-COUNT NOT = SC-WOF-IMAGE-COUNT
               MOVE "WOFHIST" TO ELP-ABEND-FILE-NAME
               PERFORM 3295-PARTLY-RESTORED
                       THRU 3295-PARTLY-RESTORED-EXIT
           END-IF
           MOVE SPACES TO ELP-IMAGE-NAME
           STRING "BKA" ELP-STEP-REQUESTED DELIMITED BY SPACE
               INTO ELP-IMAGE-NAME
           END-STRING
           OPEN INPUT ADDRESS-IMAGE-FILE
           OPEN OUTPUT CUSTOMER-ADDRESS-FILE
           PERFORM 3290-CHECK-RESTORE-OPEN
                   THRU 3290-CHECK-RESTORE-OPEN-EXIT
           PERFORM 3550-RESTORE-ONE-ADDRESS
                   THRU 3550-RESTORE-ONE-ADDRESS-EXIT
                   UNTIL ELP-IMAGE-FILE-EOF
                      OR ELP-RESTORE-FAILED
           CLOSE ADDRESS-IMAGE-FILE
           CLOSE CUSTOMER-ADDRESS-FILE
           IF ELP-RESTORE-FAILED
               OR ELP-ADDR-RESTORED-COUNT NOT = SC-ADDR-IMAGE-COUNT
               MOVE "CUSTADDR" TO ELP-ABEND-FILE-NAME
               PERFORM 3295-PARTLY-RESTORED
                       THRU 3295-PARTLY-RESTORED-EXIT
           END-IF
           PERFORM 3600-CUT-BACK-JOURNAL
                   THRU 3600-CUT-BACK-JOURNAL-EXIT.
       3200-RESTORE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      * 3290-CHECK-RESTORE-OPEN - both the image (INPUT) and the live  *
      * file (OUTPUT) must have opened.  The live file may already be  *
      * emptied, so a failure here is a partial restore.               *
      ******************************************************************
       3290-CHECK-RESTORE-OPEN.
           IF ELP-IMAGE-FILE-OK
               AND ELP-HISTORY-FILE-OK
               GO TO 3290-CHECK-RESTORE-OPEN-EXIT
           END-IF
           DISPLAY "ELPRBK01 - OPEN FAILED RESTORING FROM "
               ELP-IMAGE-NAME " - IMAGE FILE STATUS "
               ELP-IMAGE-FILE-STATUS ", HISTORY FILE STATUS "
               ELP-HISTORY-FILE-STATUS
           DISPLAY "ELPRBK01 - HISTORY FILES ONLY PARTLY RESTORED - "
               "RUN ELPRBK01 STEP=" ELP-STEP-REQUESTED " AGAIN"
           MOVE 8 TO RETURN-CODE
           GO TO 9999-TERMINATE.
       3290-CHECK-RESTORE-OPEN-EXIT.
           EXIT.

       3295-PARTLY-RESTORED.
           DISPLAY "ELPRBK01 - " ELP-ABEND-FILE-NAME " ONLY PARTLY "
               "RESTORED - RUN ELPRBK01 STEP=" ELP-STEP-REQUESTED
               " AGAIN"
           MOVE 8 TO RETURN-CODE
           GO TO 9999-TERMINATE.
       3295-PARTLY-RESTORED-EXIT.
           EXIT.

       3300-RESTORE-ONE-SUSPENSE-ITEM.
           READ SUSPENSE-IMAGE-FILE NEXT RECORD
               AT END
                   GO TO 3300-RESTORE-ONE-SUSPENSE-ITEM-EXIT
           END-READ
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPRBK01 - " ELP-IMAGE-NAME " READ FAILED - "
                   "FILE STATUS " ELP-IMAGE-FILE-STATUS
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 3300-RESTORE-ONE-SUSPENSE-ITEM-EXIT
           END-IF
           MOVE SUSPENSE-IMAGE-RECORD TO SUSPENSE-ITEM-RECORD
           WRITE SUSPENSE-ITEM-RECORD
           IF NOT ELP-HISTORY-FILE-OK
               DISPLAY "ELPRBK01 - SUSPFILE WRITE FAILED - FILE STATUS "
                   ELP-HISTORY-FILE-STATUS
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 3300-RESTORE-ONE-SUSPENSE-ITEM-EXIT
           END-IF
           ADD 1 TO ELP-SUSP-RESTORED-COUNT.
       3300-RESTORE-ONE-SUSPENSE-ITEM-EXIT.
           EXIT.

       3400-RESTORE-ONE-INVOICE.
           READ INVOICE-IMAGE-FILE NEXT RECORD
               AT END
                   GO TO 3400-RESTORE-ONE-INVOICE-EXIT
           END-READ
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPRBK01 - " ELP-IMAGE-NAME " READ FAILED - "
                   "FILE STATUS " ELP-IMAGE-FILE-STATUS
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 3400-RESTORE-ONE-INVOICE-EXIT
           END-IF
           MOVE INVOICE-IMAGE-RECORD TO INVOICE-HISTORY-RECORD
           WRITE INVOICE-HISTORY-RECORD
           IF NOT ELP-HISTORY-FILE-OK
               DISPLAY "ELPRBK01 - INVHIST WRITE FAILED - FILE STATUS "
                   ELP-HISTORY-FILE-STATUS
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 3400-RESTORE-ONE-INVOICE-EXIT
           END-IF
           ADD 1 TO ELP-INV-RESTORED-COUNT.
       3400-RESTORE-ONE-INVOICE-EXIT.
           EXIT.

       3500-RESTORE-ONE-WRITEOFF.
           READ WRITEOFF-IMAGE-FILE NEXT RECORD
               AT END
                   GO TO 3500-RESTORE-ONE-WRITEOFF-EXIT
           END-READ
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPRBK01 - " ELP-IMAGE-NAME " READ FAILED - "
                   "FILE STATUS " ELP-IMAGE-FILE-STATUS
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 3500-RESTORE-ONE-WRITEOFF-EXIT
           END-IF
           MOVE WRITEOFF-IMAGE-RECORD TO WRITEOFF-HISTORY-RECORD
           WRITE WRITEOFF-HISTORY-RECORD
           IF NOT ELP-HISTORY-FILE-OK
               DISPLAY "ELPRBK01 - WOFHIST WRITE FAILED - FILE STATUS "
                   ELP-HISTORY-FILE-STATUS
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 3500-RESTORE-ONE-WRITEOFF-EXIT
           END-IF
           ADD 1 TO ELP-WOF-RESTORED-COUNT.
       3500-RESTORE-ONE-WRITEOFF-EXIT.
           EXIT.

       3550-RESTORE-ONE-ADDRESS.
           READ ADDRESS-IMAGE-FILE NEXT RECORD
               AT END
                   GO TO 3550-RESTORE-ONE-ADDRESS-EXIT
           END-READ
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPRBK01 - " ELP-IMAGE-NAME " READ FAILED - "
                   "FILE STATUS " ELP-IMAGE-FILE-STATUS
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 3550-RESTORE-ONE-ADDRESS-EXIT
           END-IF
           MOVE ADDRESS-IMAGE-RECORD TO CUSTOMER-ADDRESS-RECORD
           WRITE CUSTOMER-ADDRESS-RECORD
           IF NOT ELP-HISTORY-FILE-OK
               DISPLAY "ELPRBK01 - CUSTADDR WRITE FAILED - FILE "
                   "STATUS " ELP-HISTORY-FILE-STATUS
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 3550-RESTORE-ONE-ADDRESS-EXIT
           END-IF
           ADD 1 TO ELP-ADDR-RESTORED-COUNT.
       3550-RESTORE-ONE-ADDRESS-EXIT.
           EXIT.

      ******************************************************************
      * 3600-CUT-BACK-JOURNAL - LEDGJRNL keeps its first               *
      * ELP-JOURNAL-KEEP entries (what it held when the step began).   *
      * The entries to keep go to LEDGWORK and the rest to LEDGRBK,    *
      * then LEDGJRNL is rewritten from LEDGWORK.  A journal already   *
      * at that count (a rerun after a partial rollback) is left       *
      * alone, so LEDGRBK from the first run is not emptied.           *
      ******************************************************************
       3600-CUT-BACK-JOURNAL.
           IF ELP-JOURNAL-READ-COUNT = ELP-JOURNAL-KEEP
               MOVE ELP-JOURNAL-KEEP TO ELP-EDIT-JOURNAL
               DISPLAY "ELPRBK01 - LEDGJRNL ALREADY HOLDS "
                   ELP-EDIT-JOURNAL " ENTRIES - NOT CHANGED"
               GO TO 3600-CUT-BACK-JOURNAL-EXIT
           END-IF
           OPEN INPUT LEDGER-JOURNAL-FILE
           OPEN OUTPUT JOURNAL-WORK-FILE
           OPEN OUTPUT JOURNAL-REMOVED-FILE
           IF NOT ELP-JOURNAL-FILE-OK
               OR NOT ELP-WORK-FILE-OK
               OR NOT ELP-REMOVED-FILE-OK
               DISPLAY "ELPRBK01 - OPEN FAILED SPLITTING LEDGJRNL - "
                   "FILE STATUS " ELP-JOURNAL-FILE-STATUS " "
                   ELP-WORK-FILE-STATUS " " ELP-REMOVED-FILE-STATUS
               MOVE "LEDGJRNL" TO ELP-ABEND-FILE-NAME
               PERFORM 3295-PARTLY-RESTORED
                       THRU 3295-PARTLY-RESTORED-EXIT
           END-IF
           MOVE 0 TO ELP-JOURNAL-READ-COUNT
           PERFORM 3610-SPLIT-ONE-ENTRY THRU 3610-SPLIT-ONE-ENTRY-EXIT
                   UNTIL ELP-JOURNAL-FILE-EOF
                      OR ELP-RESTORE-FAILED
           CLOSE LEDGER-JOURNAL-FILE
           CLOSE JOURNAL-WORK-FILE
           CLOSE JOURNAL-REMOVED-FILE
           IF ELP-RESTORE-FAILED
               MOVE "LEDGJRNL" TO ELP-ABEND-FILE-NAME
               PERFORM 3295-PARTLY-RESTORED
                       THRU 3295-PARTLY-RESTORED-EXIT
           END-IF
           OPEN INPUT JOURNAL-WORK-FILE
           OPEN OUTPUT LEDGER-JOURNAL-FILE
           IF NOT ELP-WORK-FILE-OK
               OR NOT ELP-JOURNAL-FILE-OK
               DISPLAY "ELPRBK01 - OPEN FAILED REWRITING LEDGJRNL - "
                   "FILE STATUS " ELP-WORK-FILE-STATUS " "
                   ELP-JOURNAL-FILE-STATUS
               DISPLAY "ELPRBK01 - LEDGWORK HOLDS THE ENTRIES TO KEEP"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF
           PERFORM 3620-COPY-ONE-KEPT-ENTRY
                   THRU 3620-COPY-ONE-KEPT-ENTRY-EXIT
                   UNTIL ELP-WORK-FILE-EOF
                      OR ELP-RESTORE-FAILED
           CLOSE JOURNAL-WORK-FILE
           CLOSE LEDGER-JOURNAL-FILE
           IF ELP-RESTORE-FAILED
               OR ELP-JOURNAL-KEPT-COUNT NOT = ELP-JOURNAL-KEEP
               DISPLAY "ELPRBK01 - LEDGJRNL ONLY PARTLY REWRITTEN - "
                   "LEDGWORK HOLDS THE ENTRIES TO KEEP"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-TERMINATE
           END-IF.
       3600-CUT-BACK-JOURNAL-EXIT.
           EXIT.

       3610-SPLIT-ONE-ENTRY.
           READ LEDGER-JOURNAL-FILE
               AT END
                   GO TO 3610-SPLIT-ONE-ENTRY-EXIT
           END-READ
           ADD 1 TO ELP-JOURNAL-READ-COUNT
           IF ELP-JOURNAL-READ-COUNT > ELP-JOURNAL-KEEP
               WRITE JOURNAL-REMOVED-RECORD FROM LEDGER-JOURNAL-RECORD
               IF NOT ELP-REMOVED-FILE-OK
                   DISPLAY "ELPRBK01 - LEDGRBK WRITE FAILED - FILE "
                       "STATUS " ELP-REMOVED-FILE-STATUS
                   SET ELP-RESTORE-FAILED TO TRUE
               END-IF
               ADD 1 TO ELP-JOURNAL-REMOVED-COUNT
           ELSE
               WRITE JOURNAL-WORK-RECORD FROM LEDGER-JOURNAL-RECORD
               IF NOT ELP-WORK-FILE-OK
                   DISPLAY "ELPRBK01 - LEDGWORK WRITE FAILED - FILE "
                       "STATUS " ELP-WORK-FILE-STATUS
                   SET ELP-RESTORE-FAILED TO TRUE
               END-IF
           END-IF.
       3610-SPLIT-ONE-ENTRY-EXIT.
           EXIT.

       3620-COPY-ONE-KEPT-ENTRY.
           READ JOURNAL-WORK-FILE
               AT END
                   GO TO 3620-COPY-ONE-KEPT-ENTRY-EXIT
           END-READ
           WRITE LEDGER-JOURNAL-RECORD FROM JOURNAL-WORK-RECORD
           IF NOT ELP-JOURNAL-FILE-OK
               DISPLAY "ELPRBK01 - LEDGJRNL WRITE FAILED - FILE STATUS "
                   ELP-JOURNAL-FILE-STATUS
               SET ELP-RESTORE-FAILED TO TRUE
               GO TO 3620-COPY-ONE-KEPT-ENTRY-EXIT
           END-IF
           ADD 1 TO ELP-JOURNAL-KEPT-COUNT.
       3620-COPY-ONE-KEPT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MARK-ROLLED-BACK - the files are back; ELPSTP01 marks     *
      * the step and every later step ROLLEDBK and reopens the         *
      * business date.  A step with no history images ends RC 4 - its  *
      * history files were left for operations to review.              *
      ******************************************************************
       4000-MARK-ROLLED-BACK.
           MOVE "ROLLBACK" TO SC-FUNCTION
           MOVE ELP-STEP-REQUESTED TO SC-STEP-NAME
           MOVE 0 TO SC-RETURN-CODE
           CALL "ELPSTP01" USING ELP-STEP-CONTROL
           MOVE SC-RETURN-CODE TO RETURN-CODE
           IF NOT SC-HISTORY-TAKEN
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF SC-STEP-NOT-FOUND
               DISPLAY "ELPRBK01 - STEP " ELP-STEP-REQUESTED
                   " NO LONGER ON RUNCTL - STEP RECORDS NOT RESET"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       4000-MARK-ROLLED-BACK-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ABEND-OPEN-FAILURE - a required file would not open.  The *
      * caller moves the file name and the file status into            *
      * ELP-ABEND-FILE-NAME/ELP-ABEND-FILE-STATUS before PERFORMing    *
      * this, then GOes TO 9999-TERMINATE, the same convention as      *
      * elpCob1.                                                       *
      ******************************************************************
       1600-ABEND-OPEN-FAILURE.
           DISPLAY "ELPRBK01 - OPEN FAILED FOR " ELP-ABEND-FILE-NAME
               " - FILE STATUS " ELP-ABEND-FILE-STATUS
           MOVE 90 TO RETURN-CODE.
       1600-ABEND-OPEN-FAILURE-EXIT.
           EXIT.

       9999-TERMINATE.
           MOVE ELP-IMAGE-READ-COUNT TO ELP-EDIT-COUNT
           DISPLAY "ELPRBK01 - IMAGE RECORDS COUNTED   " ELP-EDIT-COUNT
           MOVE ELP-RESTORED-COUNT TO ELP-EDIT-COUNT
           DISPLAY "ELPRBK01 - CUSTOMERS RESTORED      " ELP-EDIT-COUNT
           MOVE ELP-RESTORED-HASH TO ELP-EDIT-HASH
           DISPLAY "ELPRBK01 - RESTORED BALANCE HASH   " ELP-EDIT-HASH
           IF SC-HISTORY-TAKEN
               MOVE ELP-SUSP-RESTORED-COUNT TO ELP-EDIT-COUNT
               DISPLAY "ELPRBK01 - SUSPENSE ITEMS RESTORED "
                   ELP-EDIT-COUNT
               MOVE ELP-INV-RESTORED-COUNT TO ELP-EDIT-COUNT
               DISPLAY "ELPRBK01 - INVOICES RESTORED       "
                   ELP-EDIT-COUNT
               MOVE ELP-WOF-RESTORED-COUNT TO ELP-EDIT-COUNT
               DISPLAY "ELPRBK01 - WRITE-OFFS RESTORED     "
                   ELP-EDIT-COUNT
               MOVE ELP-ADDR-RESTORED-COUNT TO ELP-EDIT-COUNT
               DISPLAY "ELPRBK01 - ADDRESSES RESTORED      "
                   ELP-EDIT-COUNT
               MOVE ELP-JOURNAL-REMOVED-COUNT TO ELP-EDIT-JOURNAL
               DISPLAY "ELPRBK01 - LEDGJRNL ENTRIES CUT  "
                   ELP-EDIT-JOURNAL
           END-IF
           IF ELP-RESTORE-STARTED
               AND RETURN-CODE < 8
               DISPLAY "ELPRBK01 - STEPS MARKED ROLLEDBK   "
                   SC-ROLLED-COUNT
           END-IF
           Stop Run.

      ******************************************************************
      * Program: ELPSTP01.cbl                                         *
      * Author: Rey Devega                                            *
      * Date-Written: 10/03/2018                                      *
      * Purpose: Job-step control routine, CALLed by every step of    *
      *          the nightly stream (see STEPCTL for the functions).  *
      *          Each step CALLs BEGIN before it opens anything and   *
      *          END as it terminates, and ELPSTP01 keeps one status  *
      *          record per step (RUNSTEP) on RUNCTL behind the       *
      *          business-date record: STARTED, then COMPLETE or      *
      *          FAILED with the step's return code.  A resubmitted   *
      *          night therefore skips every step already COMPLETE    *
      *          and resumes at the one that failed, with no JCL      *
      *          edits.  For a step that REWRITEs CUSTFILE, BEGIN     *
      *          first copies the master to the step's pre-update     *
      *          image (BKP + step name, e.g. BKPELPPAY01), copies    *
      *          the SUSPFILE, INVHIST and WOFHIST history files and  *
      *          the CUSTADDR address master the same way (BKS, BKI,  *
      *          BKW, BKA + step name), and counts the entries on     *
      *          LEDGJRNL, so ELPRBK01 can put all of them back as    *
      *          they stood before the step - a rerun would otherwise *
      *          find its own invoices on INVHIST, its own write-offs *
      *          on WOFHIST, its own journal entries still on         *
      *          LEDGJRNL and its own address changes on CUSTADDR.    *
      *          Every protected step takes all of them, because a    *
      *          rollback also undoes every step that started after   *
      *          the one named.  The images are retaken at every      *
      *          BEGIN of a protected step that is not held, so a     *
      *          step that failed part-way is held until ELPRBK01 has *
      *          restored the master from its image - a fresh image   *
      *          would be of a half-posted master, and rerunning on   *
      *          top of it would post twice.  A step that is simply   *
      *          rerun after a rollback takes a fresh image.          *
      *          With no usable RUNCTL a step runs untracked, the     *
      *          same fallback as the business date itself.  Because  *
      *          the CTLFILE records of the skipped steps are still   *
      *          needed by ELPBAL01, a restarted night is submitted   *
      *          without the CTLFILE scratch at the top of the        *
      *          stream; a rerun step's last record is the one        *
      *          balanced.                                            *
      * Tectonics: cobc                                               *
      *                                                                *
      * Modification History                                          *
      *   10/03/2018  RD  Original step-control routine.              *
      *   10/24/2018  RD  BEGIN also images SUSPFILE, INVHIST,        *
      *                   WOFHIST and CUSTADDR and records the        *
      *                   LEDGJRNL entry count for a protected step;  *
      *                   FINDSTEP hands the counts to ELPRBK01.      *
      *                   RUNCTL step records are now 128 bytes (see  *
      *                   RUNSTEP).                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELPSTP01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-RUNCTL-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CUST-NUMBER
               FILE STATUS IS ELP-CUSTOMER-FILE-STATUS.

           SELECT BACKUP-IMAGE-FILE ASSIGN TO DYNAMIC ELP-IMAGE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BK-CUST-NUMBER
               FILE STATUS IS ELP-IMAGE-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-ITEM-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SI-ITEM-KEY
               FILE STATUS IS ELP-HISTORY-FILE-STATUS.

           SELECT SUSPENSE-IMAGE-FILE ASSIGN TO DYNAMIC ELP-IMAGE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SB-ITEM-KEY
               FILE STATUS IS ELP-IMAGE-FILE-STATUS.

           SELECT OPTIONAL INVOICE-HISTORY-FILE ASSIGN TO "INVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IV-INVOICE-NUMBER
               FILE STATUS IS ELP-HISTORY-FILE-STATUS.

           SELECT INVOICE-IMAGE-FILE ASSIGN TO DYNAMIC ELP-IMAGE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IB-INVOICE-NUMBER
               FILE STATUS IS ELP-IMAGE-FILE-STATUS.

           SELECT OPTIONAL WRITEOFF-HISTORY-FILE ASSIGN TO "WOFHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WO-CUST-NUMBER
               FILE STATUS IS ELP-HISTORY-FILE-STATUS.

           SELECT WRITEOFF-IMAGE-FILE ASSIGN TO DYNAMIC ELP-IMAGE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WB-CUST-NUMBER
               FILE STATUS IS ELP-IMAGE-FILE-STATUS.

           SELECT OPTIONAL CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-CUST-NUMBER
               FILE STATUS IS ELP-HISTORY-FILE-STATUS.

           SELECT ADDRESS-IMAGE-FILE ASSIGN TO DYNAMIC ELP-IMAGE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-CUST-NUMBER
               FILE STATUS IS ELP-IMAGE-FILE-STATUS.

           SELECT OPTIONAL LEDGER-JOURNAL-FILE ASSIGN TO "LEDGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELP-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 128 CHARACTERS.
       01  RUN-CONTROL-LINE               PIC X(128).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.

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

       FD  SUSPENSE-ITEM-FILE.
       01  SUSPENSE-ITEM-RECORD.
           COPY SUSPREC.

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

       FD  INVOICE-HISTORY-FILE.
       01  INVOICE-HISTORY-RECORD.
           COPY INVREC.

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

       FD  WRITEOFF-HISTORY-FILE.
       01  WRITEOFF-HISTORY-RECORD.
           COPY WOFREC.

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

       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           COPY CUSTADDR.

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

       FD  LEDGER-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  LEDGER-JOURNAL-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
       01  ELP-FILE-STATUSES.
           05  ELP-RUNCTL-FILE-STATUS     PIC X(02).
               88  ELP-RUNCTL-FILE-OK     VALUE "00".
               88  ELP-RUNCTL-FILE-EOF    VALUE "10".
           05  ELP-CUSTOMER-FILE-STATUS   PIC X(02).
               88  ELP-CUSTOMER-FILE-OK   VALUE "00".
               88  ELP-CUSTOMER-FILE-EOF  VALUE "10".
           05  ELP-IMAGE-FILE-STATUS      PIC X(02).
               88  ELP-IMAGE-FILE-OK      VALUE "00".
           05  ELP-HISTORY-FILE-STATUS    PIC X(02).
               88  ELP-HISTORY-FILE-OK    VALUE "00" "05".
               88  ELP-HISTORY-FILE-EOF   VALUE "10".

       01  ELP-SWITCHES.
           05  ELP-RUNCTL-USABLE-SW       PIC X(01).
               88  ELP-RUNCTL-USABLE      VALUE "Y".
           05  ELP-REWRITE-FAILED-SW      PIC X(01).
               88  ELP-REWRITE-FAILED     VALUE "Y".
           05  ELP-BACKUP-FAILED-SW       PIC X(01).
               88  ELP-BACKUP-FAILED      VALUE "Y".

      ******************************************************************
      * RUNCTL as read: the business-date record, then the step        *
      * records for that business date, in the order they sit on the   *
      * file (the order the steps first started).                      *
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.

       01  RUN-STEP-RECORD.
           COPY RUNSTEP.

       01  ELP-STEP-TABLE.
           05  ELP-STEP-MAX               PIC 9(02) COMP VALUE 40.
           05  ELP-STEP-COUNT             PIC 9(02) COMP.
           05  ELP-STEP-SUB               PIC 9(02) COMP.
           05  ELP-STEP-FOUND-SUB         PIC 9(02) COMP.
           05  ELP-STEP-DROPPED-COUNT     PIC 9(04) COMP.
           05  ELP-STEP-IMAGE             OCCURS 40 TIMES
                                          PIC X(128).

       01  ELP-STAMP-WORK.
           05  ELP-NOW-DATE               PIC 9(08).
           05  ELP-NOW-TIME               PIC 9(08).
           05  ELP-ROLLBACK-FROM          PIC X(16).
           05  ELP-PRIOR-STATUS           PIC X(08).

       01  ELP-IMAGE-NAME                 PIC X(12).

       01  ELP-BACKUP-TOTALS.
           05  ELP-BACKUP-COUNT           PIC 9(07) COMP.
           05  ELP-BACKUP-HASH            PIC S9(13)V99 COMP-3.
           05  ELP-HISTORY-COUNT          PIC 9(07) COMP.
           05  ELP-JOURNAL-COUNT          PIC 9(09) COMP.

       01  ELP-EDIT-WORK.
           05  ELP-EDIT-COUNT             PIC Z,ZZZ,ZZ9.
           05  ELP-EDIT-HASH              PIC -,---,---,---,--9.99.
           05  ELP-EDIT-RC                PIC ZZZ9.

       LINKAGE SECTION.
       01  ELP-STEP-CONTROL.
           COPY STEPCTL.

       PROCEDURE DIVISION USING ELP-STEP-CONTROL.

       0000-ELPSTP01-MAIN.
           EVALUATE TRUE
               WHEN SC-BEGIN-STEP
                   PERFORM 2000-BEGIN-STEP THRU 2000-BEGIN-STEP-EXIT
               WHEN SC-END-STEP
                   PERFORM 3000-END-STEP THRU 3000-END-STEP-EXIT
               WHEN SC-DAY-DONE
                   PERFORM 4000-CLOSE-BUSINESS-DATE
                           THRU 4000-CLOSE-BUSINESS-DATE-EXIT
               WHEN SC-FIND-STEP
                   PERFORM 5000-FIND-ONE-STEP
                           THRU 5000-FIND-ONE-STEP-EXIT
               WHEN SC-ROLL-BACK
                   PERFORM 6000-ROLL-BACK-STEP
                           THRU 6000-ROLL-BACK-STEP-EXIT
               WHEN OTHER
                   DISPLAY "ELPSTP01 - UNKNOWN FUNCTION " SC-FUNCTION
                       " FROM STEP " SC-STEP-NAME
                   SET SC-STEP-HOLD TO TRUE
                   MOVE 12 TO SC-RETURN-CODE
           END-EVALUATE
           MOVE SC-RETURN-CODE TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 1000-LOAD-RUN-CONTROL - reads RUNCTL into the business-date    *
      * record and the step table.  A missing RUNCTL or an unusable    *
      * business date leaves ELP-RUNCTL-USABLE off.  Step records for  *
      * any other business date are left out of the table, so the      *
      * next rewrite clears them.                                      *
      ******************************************************************
       1000-LOAD-RUN-CONTROL.
           MOVE "N" TO ELP-RUNCTL-USABLE-SW
           MOVE 0 TO ELP-STEP-COUNT
           MOVE 0 TO ELP-STEP-DROPPED-COUNT
           MOVE SPACES TO RUN-CONTROL-RECORD
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT ELP-RUNCTL-FILE-OK
               DISPLAY "ELPSTP01 - RUNCTL NOT AVAILABLE - FILE STATUS "
                   ELP-RUNCTL-FILE-STATUS " - STEP " SC-STEP-NAME
                   " NOT TRACKED"
               GO TO 1000-LOAD-RUN-CONTROL-EXIT
           END-IF
           READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF RC-BUSINESS-DATE NUMERIC
                       AND RC-BUSINESS-DATE > 0
                       SET ELP-RUNCTL-USABLE TO TRUE
                   END-IF
           END-READ
           IF NOT ELP-RUNCTL-USABLE
               CLOSE RUN-CONTROL-FILE
               DISPLAY "ELPSTP01 - RUNCTL UNUSABLE - STEP "
                   SC-STEP-NAME " NOT TRACKED"
               GO TO 1000-LOAD-RUN-CONTROL-EXIT
           END-IF
           PERFORM 1010-LOAD-ONE-STEP THRU 1010-LOAD-ONE-STEP-EXIT
                   UNTIL ELP-RUNCTL-FILE-EOF
           CLOSE RUN-CONTROL-FILE
           MOVE RC-BUSINESS-DATE TO SC-BUSINESS-DATE
           IF ELP-STEP-DROPPED-COUNT > 0
               MOVE ELP-STEP-DROPPED-COUNT TO ELP-EDIT-COUNT
               DISPLAY "ELPSTP01 - " ELP-EDIT-COUNT
                   " RUNCTL STEP RECORDS FOR ANOTHER BUSINESS DATE "
                   "IGNORED"
           END-IF.
       1000-LOAD-RUN-CONTROL-EXIT.
           EXIT.

       1010-LOAD-ONE-STEP.
           READ RUN-CONTROL-FILE INTO RUN-STEP-RECORD
               AT END
                   GO TO 1010-LOAD-ONE-STEP-EXIT
           END-READ
           IF NOT RS-STEP-RECORD
               OR RS-BUSINESS-DATE NOT = RC-BUSINESS-DATE
               ADD 1 TO ELP-STEP-DROPPED-COUNT
               GO TO 1010-LOAD-ONE-STEP-EXIT
           END-IF
           IF ELP-STEP-COUNT >= ELP-STEP-MAX
               ADD 1 TO ELP-STEP-DROPPED-COUNT
               GO TO 1010-LOAD-ONE-STEP-EXIT
           END-IF
           ADD 1 TO ELP-STEP-COUNT
           MOVE RUN-STEP-RECORD TO ELP-STEP-IMAGE(ELP-STEP-COUNT).
       1010-LOAD-ONE-STEP-EXIT.
           EXIT.

      ******************************************************************
      * 1100-FIND-STEP - looks SC-STEP-NAME up in the step table.      *
      * ELP-STEP-FOUND-SUB is zero when the step has not started       *
      * under this business date; otherwise RUN-STEP-RECORD holds its  *
      * record.                                                        *
      ******************************************************************
       1100-FIND-STEP.
           MOVE 0 TO ELP-STEP-FOUND-SUB
           PERFORM 1110-CHECK-ONE-STEP THRU 1110-CHECK-ONE-STEP-EXIT
                   VARYING ELP-STEP-SUB FROM 1 BY 1
                   UNTIL ELP-STEP-SUB > ELP-STEP-COUNT
                      OR ELP-STEP-FOUND-SUB > 0
           IF ELP-STEP-FOUND-SUB > 0
               MOVE ELP-STEP-IMAGE(ELP-STEP-FOUND-SUB)
                   TO RUN-STEP-RECORD
           END-IF.
       1100-FIND-STEP-EXIT.
           EXIT.

       1110-CHECK-ONE-STEP.
           MOVE ELP-STEP-IMAGE(ELP-STEP-SUB) TO RUN-STEP-RECORD
           IF RS-STEP-NAME = SC-STEP-NAME
               MOVE ELP-STEP-SUB TO ELP-STEP-FOUND-SUB
           END-IF.
       1110-CHECK-ONE-STEP-EXIT.
           EXIT.

      ******************************************************************
      * 1200-REWRITE-RUN-CONTROL - writes RUNCTL back whole: the       *
      * business-date record, then the step table.  A failure sets     *
      * ELP-REWRITE-FAILED for the caller to act on.                   *
      ******************************************************************
       1200-REWRITE-RUN-CONTROL.
           MOVE "N" TO ELP-REWRITE-FAILED-SW
           OPEN OUTPUT RUN-CONTROL-FILE
           IF NOT ELP-RUNCTL-FILE-OK
               DISPLAY "ELPSTP01 - RUNCTL REWRITE FAILED - FILE "
                   "STATUS " ELP-RUNCTL-FILE-STATUS
               SET ELP-REWRITE-FAILED TO TRUE
               GO TO 1200-REWRITE-RUN-CONTROL-EXIT
           END-IF
           WRITE RUN-CONTROL-LINE FROM RUN-CONTROL-RECORD
           PERFORM 1210-WRITE-ONE-STEP THRU 1210-WRITE-ONE-STEP-EXIT
                   VARYING ELP-STEP-SUB FROM 1 BY 1
                   UNTIL ELP-STEP-SUB > ELP-STEP-COUNT
           CLOSE RUN-CONTROL-FILE.
       1200-REWRITE-RUN-CONTROL-EXIT.
           EXIT.

       1210-WRITE-ONE-STEP.
           WRITE RUN-CONTROL-LINE FROM ELP-STEP-IMAGE(ELP-STEP-SUB)
           IF NOT ELP-RUNCTL-FILE-OK
               DISPLAY "ELPSTP01 - RUNCTL WRITE FAILED - FILE STATUS "
                   ELP-RUNCTL-FILE-STATUS
               SET ELP-REWRITE-FAILED TO TRUE
           END-IF.
       1210-WRITE-ONE-STEP-EXIT.
           EXIT.

       1300-TAKE-TIME-STAMP.
           ACCEPT ELP-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT ELP-NOW-TIME FROM TIME.
       1300-TAKE-TIME-STAMP-EXIT.
           EXIT.

       1400-RAISE-TO-EIGHT.
           IF SC-RETURN-CODE < 8
               MOVE 8 TO SC-RETURN-CODE
           END-IF.
       1400-RAISE-TO-EIGHT-EXIT.
           EXIT.

      ******************************************************************
      * 2000-BEGIN-STEP - a step is starting.  Already COMPLETE for    *
      * the business date: SKIP, RC 0.  A CUSTFILE-updating step that  *
      * STARTED or FAILED under an image it took earlier: HOLD until   *
      * ELPRBK01 has rolled it back.  Otherwise the image is taken if  *
      * the step needs one, the step is recorded STARTED, and it RUNs. *
      * Anything that stops the start being recorded is a HOLD (RC     *
      * 12) - a step that cannot be tracked could be rerun on top of   *
      * its own postings.                                              *
      ******************************************************************
       2000-BEGIN-STEP.
           SET SC-STEP-UNTRACKED TO TRUE
           PERFORM 1000-LOAD-RUN-CONTROL
                   THRU 1000-LOAD-RUN-CONTROL-EXIT
           IF NOT ELP-RUNCTL-USABLE
               GO TO 2000-BEGIN-STEP-EXIT
           END-IF
           IF RC-RUN-STATUS = "COMPLETE"
               DISPLAY "ELPSTP01 - BUSINESS DATE " RC-BUSINESS-DATE
                   " ALREADY COMPLETE - STEP " SC-STEP-NAME
                   " NOT TRACKED"
               GO TO 2000-BEGIN-STEP-EXIT
           END-IF
           PERFORM 1100-FIND-STEP THRU 1100-FIND-STEP-EXIT
           MOVE SPACES TO ELP-PRIOR-STATUS
           IF ELP-STEP-FOUND-SUB > 0
               MOVE RS-STEP-STATUS TO ELP-PRIOR-STATUS
               IF RS-STEP-COMPLETE
                   DISPLAY "ELPSTP01 - STEP " SC-STEP-NAME
                       " ALREADY COMPLETE FOR BUSINESS DATE "
                       RC-BUSINESS-DATE " - SKIPPED"
                   SET SC-STEP-SKIP TO TRUE
                   MOVE 0 TO SC-RETURN-CODE
                   GO TO 2000-BEGIN-STEP-EXIT
               END-IF
               IF SC-BACKUP-REQUIRED
                   AND RS-BACKUP-TAKEN
                   AND (RS-STEP-STARTED OR RS-STEP-FAILED)
                   DISPLAY "ELPSTP01 - STEP " SC-STEP-NAME " "
                       RS-STEP-STATUS " EARLIER FOR BUSINESS DATE "
                       RC-BUSINESS-DATE " AND MAY HAVE UPDATED "
                       "CUSTFILE"
                   DISPLAY "ELPSTP01 - ROLL IT BACK WITH ELPRBK01 "
                       "STEP=" SC-STEP-NAME " BEFORE RESTARTING - "
                       "STEP HELD"
                   SET SC-STEP-HOLD TO TRUE
                   MOVE 12 TO SC-RETURN-CODE
                   GO TO 2000-BEGIN-STEP-EXIT
               END-IF
           ELSE
               IF ELP-STEP-COUNT >= ELP-STEP-MAX
                   DISPLAY "ELPSTP01 - RUNCTL STEP TABLE FULL - STEP "
                       SC-STEP-NAME " HELD"
                   SET SC-STEP-HOLD TO TRUE
                   MOVE 12 TO SC-RETURN-CODE
                   GO TO 2000-BEGIN-STEP-EXIT
               END-IF
               ADD 1 TO ELP-STEP-COUNT
               MOVE ELP-STEP-COUNT TO ELP-STEP-FOUND-SUB
           END-IF
           PERFORM 1300-TAKE-TIME-STAMP THRU 1300-TAKE-TIME-STAMP-EXIT
           MOVE SPACES TO RUN-STEP-RECORD
           MOVE "STEP" TO RS-RECORD-ID
           MOVE SC-STEP-NAME TO RS-STEP-NAME
           MOVE RC-BUSINESS-DATE TO RS-BUSINESS-DATE
           MOVE "STARTED" TO RS-STEP-STATUS
           MOVE ELP-NOW-DATE TO RS-START-DATE
           MOVE ELP-NOW-TIME TO RS-START-TIME
           MOVE 0 TO RS-END-DATE
           MOVE 0 TO RS-END-TIME
           MOVE 0 TO RS-RETURN-CODE
           MOVE "N" TO RS-BACKUP-SW
           MOVE 0 TO RS-IMAGE-COUNT
           MOVE "N" TO RS-HISTORY-SW
           MOVE 0 TO RS-JOURNAL-COUNT
           MOVE 0 TO RS-SUSP-IMAGE-COUNT
           MOVE 0 TO RS-INV-IMAGE-COUNT
           MOVE 0 TO RS-WOF-IMAGE-COUNT
           MOVE 0 TO RS-ADDR-IMAGE-COUNT
           IF SC-BACKUP-REQUIRED
               PERFORM 2100-TAKE-BACKUP-IMAGE
                       THRU 2100-TAKE-BACKUP-IMAGE-EXIT
               IF ELP-BACKUP-FAILED
                   DISPLAY "ELPSTP01 - NO CUSTFILE IMAGE FOR STEP "
                       SC-STEP-NAME " - STEP HELD"
                   SET SC-STEP-HOLD TO TRUE
                   MOVE 12 TO SC-RETURN-CODE
                   GO TO 2000-BEGIN-STEP-EXIT
               END-IF
               MOVE "Y" TO RS-BACKUP-SW
               MOVE ELP-BACKUP-COUNT TO RS-IMAGE-COUNT
               PERFORM 2200-TAKE-HISTORY-IMAGES
                       THRU 2200-TAKE-HISTORY-IMAGES-EXIT
               IF ELP-BACKUP-FAILED
                   DISPLAY "ELPSTP01 - NO HISTORY FILE IMAGES FOR STEP "
                       SC-STEP-NAME " - STEP HELD"
                   SET SC-STEP-HOLD TO TRUE
                   MOVE 12 TO SC-RETURN-CODE
                   GO TO 2000-BEGIN-STEP-EXIT
               END-IF
               MOVE "Y" TO RS-HISTORY-SW
           END-IF
           MOVE RUN-STEP-RECORD TO ELP-STEP-IMAGE(ELP-STEP-FOUND-SUB)
           PERFORM 1200-REWRITE-RUN-CONTROL
                   THRU 1200-REWRITE-RUN-CONTROL-EXIT
           IF ELP-REWRITE-FAILED
               DISPLAY "ELPSTP01 - START OF STEP " SC-STEP-NAME
                   " NOT RECORDED - STEP HELD"
               SET SC-STEP-HOLD TO TRUE
               MOVE 12 TO SC-RETURN-CODE
               GO TO 2000-BEGIN-STEP-EXIT
           END-IF
           SET SC-STEP-RUN TO TRUE
           IF ELP-PRIOR-STATUS = SPACES
               DISPLAY "ELPSTP01 - STEP " SC-STEP-NAME
                   " STARTED FOR BUSINESS DATE " RC-BUSINESS-DATE
           ELSE
               DISPLAY "ELPSTP01 - STEP " SC-STEP-NAME
                   " RESTARTED FOR BUSINESS DATE " RC-BUSINESS-DATE
                   " - WAS " ELP-PRIOR-STATUS
           END-IF.
       2000-BEGIN-STEP-EXIT.
           EXIT.

      ******************************************************************
      * 2100-TAKE-BACKUP-IMAGE - copies CUSTFILE, record for record,   *
      * to the step's image file (BKP + step name), counting the       *
      * customers and hashing the balances so the operator can tie     *
      * the image to the master.                                       *
      ******************************************************************
       2100-TAKE-BACKUP-IMAGE.
           MOVE "N" TO ELP-BACKUP-FAILED-SW
           MOVE 0 TO ELP-BACKUP-COUNT
           MOVE 0 TO ELP-BACKUP-HASH
           MOVE SPACES TO ELP-IMAGE-NAME
           STRING "BKP" SC-STEP-NAME DELIMITED BY SPACE
               INTO ELP-IMAGE-NAME
           END-STRING
           OPEN INPUT CUSTOMER-FILE
           IF NOT ELP-CUSTOMER-FILE-OK
               DISPLAY "ELPSTP01 - OPEN FAILED FOR CUSTFILE - FILE "
                   "STATUS " ELP-CUSTOMER-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2100-TAKE-BACKUP-IMAGE-EXIT
           END-IF
           OPEN OUTPUT BACKUP-IMAGE-FILE
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPSTP01 - OPEN FAILED FOR " ELP-IMAGE-NAME
                   " - FILE STATUS " ELP-IMAGE-FILE-STATUS
               CLOSE CUSTOMER-FILE
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2100-TAKE-BACKUP-IMAGE-EXIT
           END-IF
           PERFORM 2110-COPY-ONE-CUSTOMER
                   THRU 2110-COPY-ONE-CUSTOMER-EXIT
                   UNTIL ELP-CUSTOMER-FILE-EOF
                      OR ELP-BACKUP-FAILED
           CLOSE CUSTOMER-FILE
           CLOSE BACKUP-IMAGE-FILE
           IF ELP-BACKUP-FAILED
               GO TO 2100-TAKE-BACKUP-IMAGE-EXIT
           END-IF
           MOVE ELP-BACKUP-COUNT TO ELP-EDIT-COUNT
           MOVE ELP-BACKUP-HASH TO ELP-EDIT-HASH
           DISPLAY "ELPSTP01 - CUSTFILE IMAGE " ELP-IMAGE-NAME
               " TAKEN - " ELP-EDIT-COUNT " CUSTOMERS, BALANCE HASH "
               ELP-EDIT-HASH.
       2100-TAKE-BACKUP-IMAGE-EXIT.
           EXIT.

       2110-COPY-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   GO TO 2110-COPY-ONE-CUSTOMER-EXIT
           END-READ
           IF NOT ELP-CUSTOMER-FILE-OK
               DISPLAY "ELPSTP01 - CUSTFILE READ FAILED - FILE STATUS "
                   ELP-CUSTOMER-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2110-COPY-ONE-CUSTOMER-EXIT
           END-IF
           MOVE CUSTOMER-RECORD TO BACKUP-IMAGE-RECORD
           WRITE BACKUP-IMAGE-RECORD
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPSTP01 - " ELP-IMAGE-NAME " WRITE FAILED - "
                   "FILE STATUS " ELP-IMAGE-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2110-COPY-ONE-CUSTOMER-EXIT
           END-IF
           ADD 1 TO ELP-BACKUP-COUNT
           ADD CR-BALANCE TO ELP-BACKUP-HASH.
       2110-COPY-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      * 2200-TAKE-HISTORY-IMAGES - the indexed history files the       *
      * protected steps update, and the CUSTADDR address master, are   *
      * copied the same way as CUSTFILE (BKS + step name for SUSPFILE, *
      * BKI for INVHIST, BKW for WOFHIST, BKA for CUSTADDR), and the   *
      * entries on LEDGJRNL are counted.  All four files are OPTIONAL: *
      * one not yet created gives an empty image, which ELPRBK01       *
      * restores as an empty file.                                     *
      ******************************************************************
       2200-TAKE-HISTORY-IMAGES.
           PERFORM 2300-IMAGE-SUSPENSE-FILE
                   THRU 2300-IMAGE-SUSPENSE-FILE-EXIT
           IF ELP-BACKUP-FAILED
               GO TO 2200-TAKE-HISTORY-IMAGES-EXIT
           END-IF
           PERFORM 2400-IMAGE-INVOICE-HISTORY
                   THRU 2400-IMAGE-INVOICE-HISTORY-EXIT
           IF ELP-BACKUP-FAILED
               GO TO 2200-TAKE-HISTORY-IMAGES-EXIT
           END-IF
           PERFORM 2500-IMAGE-WRITEOFF-HISTORY
                   THRU 2500-IMAGE-WRITEOFF-HISTORY-EXIT
           IF ELP-BACKUP-FAILED
               GO TO 2200-TAKE-HISTORY-IMAGES-EXIT
           END-IF
           PERFORM 2550-IMAGE-ADDRESS-FILE
                   THRU 2550-IMAGE-ADDRESS-FILE-EXIT
           IF ELP-BACKUP-FAILED
               GO TO 2200-TAKE-HISTORY-IMAGES-EXIT
           END-IF
           PERFORM 2600-COUNT-JOURNAL THRU 2600-COUNT-JOURNAL-EXIT
           IF ELP-BACKUP-FAILED
               GO TO 2200-TAKE-HISTORY-IMAGES-EXIT
           END-IF
           MOVE RS-SUSP-IMAGE-COUNT TO ELP-EDIT-COUNT
           DISPLAY "ELPSTP01 - SUSPFILE IMAGE BKS" SC-STEP-NAME
               " TAKEN - " ELP-EDIT-COUNT " ITEMS"
           MOVE RS-INV-IMAGE-COUNT TO ELP-EDIT-COUNT
           DISPLAY "ELPSTP01 - INVHIST IMAGE BKI" SC-STEP-NAME
               " TAKEN - " ELP-EDIT-COUNT " INVOICES"
           MOVE RS-WOF-IMAGE-COUNT TO ELP-EDIT-COUNT
           DISPLAY "ELPSTP01 - WOFHIST IMAGE BKW" SC-STEP-NAME
               " TAKEN - " ELP-EDIT-COUNT " WRITE-OFFS"
           MOVE RS-ADDR-IMAGE-COUNT TO ELP-EDIT-COUNT
           DISPLAY "ELPSTP01 - CUSTADDR IMAGE BKA" SC-STEP-NAME
               " TAKEN - " ELP-EDIT-COUNT " ADDRESSES"
           DISPLAY "ELPSTP01 - LEDGJRNL HOLDS " RS-JOURNAL-COUNT
               " ENTRIES AT START OF STEP " SC-STEP-NAME.
       2200-TAKE-HISTORY-IMAGES-EXIT.
           EXIT.

       2300-IMAGE-SUSPENSE-FILE.
           MOVE 0 TO ELP-HISTORY-COUNT
           MOVE SPACES TO ELP-IMAGE-NAME
           STRING "BKS" SC-STEP-NAME DELIMITED BY SPACE
               INTO ELP-IMAGE-NAME
           END-STRING
           OPEN INPUT SUSPENSE-ITEM-FILE
           IF NOT ELP-HISTORY-FILE-OK
               DISPLAY "ELPSTP01 - OPEN FAILED FOR SUSPFILE - FILE "
                   "STATUS " ELP-HISTORY-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2300-IMAGE-SUSPENSE-FILE-EXIT
           END-IF
           OPEN OUTPUT SUSPENSE-IMAGE-FILE
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPSTP01 - OPEN FAILED FOR " ELP-IMAGE-NAME
                   " - FILE STATUS " ELP-IMAGE-FILE-STATUS
               CLOSE SUSPENSE-ITEM-FILE
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2300-IMAGE-SUSPENSE-FILE-EXIT
           END-IF
           PERFORM 2310-COPY-ONE-SUSPENSE-ITEM
                   THRU 2310-COPY-ONE-SUSPENSE-ITEM-EXIT
                   UNTIL ELP-HISTORY-FILE-EOF
                      OR ELP-BACKUP-FAILED
           CLOSE SUSPENSE-ITEM-FILE
           CLOSE SUSPENSE-IMAGE-FILE
           MOVE ELP-HISTORY-COUNT TO RS-SUSP-IMAGE-COUNT.
       2300-IMAGE-SUSPENSE-FILE-EXIT.
           EXIT.

       2310-COPY-ONE-SUSPENSE-ITEM.
           READ SUSPENSE-ITEM-FILE NEXT RECORD
               AT END
                   GO TO 2310-COPY-ONE-SUSPENSE-ITEM-EXIT
           END-READ
           IF NOT ELP-HISTORY-FILE-OK
               DISPLAY "ELPSTP01 - SUSPFILE READ FAILED - FILE STATUS "
                   ELP-HISTORY-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2310-COPY-ONE-SUSPENSE-ITEM-EXIT
           END-IF
           MOVE SUSPENSE-ITEM-RECORD TO SUSPENSE-IMAGE-RECORD
           WRITE SUSPENSE-IMAGE-RECORD
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPSTP01 - " ELP-IMAGE-NAME " WRITE FAILED - "
                   "FILE STATUS " ELP-IMAGE-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2310-COPY-ONE-SUSPENSE-ITEM-EXIT
           END-IF
           ADD 1 TO ELP-HISTORY-COUNT.
       2310-COPY-ONE-SUSPENSE-ITEM-EXIT.
           EXIT.

       2400-IMAGE-INVOICE-HISTORY.
           MOVE 0 TO ELP-HISTORY-COUNT
           MOVE SPACES TO ELP-IMAGE-NAME
           STRING "BKI" SC-STEP-NAME DELIMITED BY SPACE
               INTO ELP-IMAGE-NAME
           END-STRING
           OPEN INPUT INVOICE-HISTORY-FILE
           IF NOT ELP-HISTORY-FILE-OK
               DISPLAY "ELPSTP01 - OPEN FAILED FOR INVHIST - FILE "
                   "STATUS " ELP-HISTORY-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2400-IMAGE-INVOICE-HISTORY-EXIT
           END-IF
           OPEN OUTPUT INVOICE-IMAGE-FILE
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPSTP01 - OPEN FAILED FOR " ELP-IMAGE-NAME
                   " - FILE STATUS " ELP-IMAGE-FILE-STATUS
               CLOSE INVOICE-HISTORY-FILE
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2400-IMAGE-INVOICE-HISTORY-EXIT
           END-IF
           PERFORM 2410-COPY-ONE-INVOICE
                   THRU 2410-COPY-ONE-INVOICE-EXIT
                   UNTIL ELP-HISTORY-FILE-EOF
                      OR ELP-BACKUP-FAILED
           CLOSE INVOICE-HISTORY-FILE
           CLOSE INVOICE-IMAGE-FILE
           MOVE ELP-HISTORY-COUNT TO RS-INV-IMAGE-COUNT.
       2400-IMAGE-INVOICE-HISTORY-EXIT.
           EXIT.

       2410-COPY-ONE-INVOICE.
           READ INVOICE-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO 2410-COPY-ONE-INVOICE-EXIT
           END-READ
           IF NOT ELP-HISTORY-FILE-OK
               DISPLAY "ELPSTP01 - INVHIST READ FAILED - FILE STATUS "
                   ELP-HISTORY-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2410-COPY-ONE-INVOICE-EXIT
           END-IF
           MOVE INVOICE-HISTORY-RECORD TO INVOICE-IMAGE-RECORD
           WRITE INVOICE-IMAGE-RECORD
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPSTP01 - " ELP-IMAGE-NAME " WRITE FAILED - "
                   "FILE STATUS " ELP-IMAGE-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2410-COPY-ONE-INVOICE-EXIT
           END-IF
           ADD 1 TO ELP-HISTORY-COUNT.
       2410-COPY-ONE-INVOICE-EXIT.
           EXIT.

       2500-IMAGE-WRITEOFF-HISTORY.
           MOVE 0 TO ELP-HISTORY-COUNT
           MOVE SPACES TO ELP-IMAGE-NAME
           STRING "BKW" SC-STEP-NAME DELIMITED BY SPACE
               INTO ELP-IMAGE-NAME
           END-STRING
           OPEN INPUT WRITEOFF-HISTORY-FILE
           IF NOT ELP-HISTORY-FILE-OK
               DISPLAY "ELPSTP01 - OPEN FAILED FOR WOFHIST - FILE "
                   "STATUS " ELP-HISTORY-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2500-IMAGE-WRITEOFF-HISTORY-EXIT
           END-IF
           OPEN OUTPUT WRITEOFF-IMAGE-FILE
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPSTP01 - OPEN FAILED FOR " ELP-IMAGE-NAME
                   " - FILE STATUS " ELP-IMAGE-FILE-STATUS
               CLOSE WRITEOFF-HISTORY-FILE
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2500-IMAGE-WRITEOFF-HISTORY-EXIT
           END-IF
           PERFORM 2510-COPY-ONE-WRITEOFF
                   THRU 2510-COPY-ONE-WRITEOFF-EXIT
                   UNTIL ELP-HISTORY-FILE-EOF
                      OR ELP-BACKUP-FAILED
           CLOSE WRITEOFF-HISTORY-FILE
           CLOSE WRITEOFF-IMAGE-FILE
           MOVE ELP-HISTORY-COUNT TO RS-WOF-IMAGE-COUNT.
       2500-IMAGE-WRITEOFF-HISTORY-EXIT.
           EXIT.

       2510-COPY-ONE-WRITEOFF.
           READ WRITEOFF-HISTORY-FILE NEXT RECORD
               AT END
                   GO TO 2510-COPY-ONE-WRITEOFF-EXIT
           END-READ
           IF NOT ELP-HISTORY-FILE-OK
               DISPLAY "ELPSTP01 - WOFHIST READ FAILED - FILE STATUS "
                   ELP-HISTORY-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2510-COPY-ONE-WRITEOFF-EXIT
           END-IF
           MOVE WRITEOFF-HISTORY-RECORD TO WRITEOFF-IMAGE-RECORD
           WRITE WRITEOFF-IMAGE-RECORD
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPSTP01 - " ELP-IMAGE-NAME " WRITE FAILED - "
                   "FILE STATUS " ELP-IMAGE-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2510-COPY-ONE-WRITEOFF-EXIT
           END-IF
           ADD 1 TO ELP-HISTORY-COUNT.
       2510-COPY-ONE-WRITEOFF-EXIT.
           EXIT.

       2550-IMAGE-ADDRESS-FILE.
           MOVE 0 TO ELP-HISTORY-COUNT
           MOVE SPACES TO ELP-IMAGE-NAME
           STRING "BKA" SC-STEP-NAME DELIMITED BY SPACE
               INTO ELP-IMAGE-NAME
           END-STRING
           OPEN INPUT CUSTOMER-ADDRESS-FILE
           IF NOT ELP-HISTORY-FILE-OK
               DISPLAY "ELPSTP01 - OPEN FAILED FOR CUSTADDR - FILE "
                   "STATUS " ELP-HISTORY-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2550-IMAGE-ADDRESS-FILE-EXIT
           END-IF
           OPEN OUTPUT ADDRESS-IMAGE-FILE
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPSTP01 - OPEN FAILED FOR " ELP-IMAGE-NAME
                   " - FILE STATUS " ELP-IMAGE-FILE-STATUS
               CLOSE CUSTOMER-ADDRESS-FILE
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2550-IMAGE-ADDRESS-FILE-EXIT
           END-IF
           PERFORM 2560-COPY-ONE-ADDRESS
                   THRU 2560-COPY-ONE-ADDRESS-EXIT
                   UNTIL ELP-HISTORY-FILE-EOF
                      OR ELP-BACKUP-FAILED
           CLOSE CUSTOMER-ADDRESS-FILE
           CLOSE ADDRESS-IMAGE-FILE
           MOVE ELP-HISTORY-COUNT TO RS-ADDR-IMAGE-COUNT.
       2550-IMAGE-ADDRESS-FILE-EXIT.
           EXIT.

       2560-COPY-ONE-ADDRESS.
           READ CUSTOMER-ADDRESS-FILE NEXT RECORD
               AT END
                   GO TO 2560-COPY-ONE-ADDRESS-EXIT
           END-READ
           IF NOT ELP-HISTORY-FILE-OK
               DISPLAY "ELPSTP01 - CUSTADDR READ FAILED - FILE STATUS "
                   ELP-HISTORY-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2560-COPY-ONE-ADDRESS-EXIT
           END-IF
           MOVE CUSTOMER-ADDRESS-RECORD TO ADDRESS-IMAGE-RECORD
           WRITE ADDRESS-IMAGE-RECORD
           IF NOT ELP-IMAGE-FILE-OK
               DISPLAY "ELPSTP01 - " ELP-IMAGE-NAME " WRITE FAILED - "
                   "FILE STATUS " ELP-IMAGE-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2560-COPY-ONE-ADDRESS-EXIT
           END-IF
           ADD 1 TO ELP-HISTORY-COUNT.
       2560-COPY-ONE-ADDRESS-EXIT.
           EXIT.

      ******************************************************************
      * 2600-COUNT-JOURNAL - LEDGJRNL only ever grows (OPEN EXTEND),   *
      * so the entries it holds now are the point ELPRBK01 cuts it     *
      * back to.                                                       *
      ******************************************************************
       2600-COUNT-JOURNAL.
           MOVE 0 TO ELP-JOURNAL-COUNT
           OPEN INPUT LEDGER-JOURNAL-FILE
           IF NOT ELP-HISTORY-FILE-OK
               DISPLAY "ELPSTP01 - OPEN FAILED FOR LEDGJRNL - FILE "
                   "STATUS " ELP-HISTORY-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2600-COUNT-JOURNAL-EXIT
           END-IF
           PERFORM 2610-COUNT-ONE-ENTRY THRU 2610-COUNT-ONE-ENTRY-EXIT
                   UNTIL ELP-HISTORY-FILE-EOF
                      OR ELP-BACKUP-FAILED
           CLOSE LEDGER-JOURNAL-FILE
           MOVE ELP-JOURNAL-COUNT TO RS-JOURNAL-COUNT.
       2600-COUNT-JOURNAL-EXIT.
           EXIT.

       2610-COUNT-ONE-ENTRY.
           READ LEDGER-JOURNAL-FILE
               AT END
                   GO TO 2610-COUNT-ONE-ENTRY-EXIT
           END-READ
           IF NOT ELP-HISTORY-FILE-OK
               DISPLAY "ELPSTP01 - LEDGJRNL READ FAILED - FILE STATUS "
                   ELP-HISTORY-FILE-STATUS
               SET ELP-BACKUP-FAILED TO TRUE
               GO TO 2610-COUNT-ONE-ENTRY-EXIT
           END-IF
           ADD 1 TO ELP-JOURNAL-COUNT.
       2610-COUNT-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 3000-END-STEP - the step is terminating: COMPLETE below RC 8,  *
      * FAILED at RC 8 or above.  If the end cannot be recorded the    *
      * step fails (RC 8) so operations knows a restart would run it   *
      * again.                                                         *
      ******************************************************************
       3000-END-STEP.
           PERFORM 1000-LOAD-RUN-CONTROL
                   THRU 1000-LOAD-RUN-CONTROL-EXIT
           IF NOT ELP-RUNCTL-USABLE
               PERFORM 1400-RAISE-TO-EIGHT THRU 1400-RAISE-TO-EIGHT-EXIT
               GO TO 3000-END-STEP-EXIT
           END-IF
           PERFORM 1100-FIND-STEP THRU 1100-FIND-STEP-EXIT
           IF ELP-STEP-FOUND-SUB = 0
               DISPLAY "ELPSTP01 - STEP " SC-STEP-NAME
                   " HAS NO START RECORD ON RUNCTL - END NOT RECORDED"
               PERFORM 1400-RAISE-TO-EIGHT THRU 1400-RAISE-TO-EIGHT-EXIT
               GO TO 3000-END-STEP-EXIT
           END-IF
           PERFORM 1300-TAKE-TIME-STAMP THRU 1300-TAKE-TIME-STAMP-EXIT
           IF SC-RETURN-CODE < 8
               MOVE "COMPLETE" TO RS-STEP-STATUS
           ELSE
               MOVE "FAILED" TO RS-STEP-STATUS
           END-IF
           MOVE ELP-NOW-DATE TO RS-END-DATE
           MOVE ELP-NOW-TIME TO RS-END-TIME
           MOVE SC-RETURN-CODE TO RS-RETURN-CODE
           MOVE RUN-STEP-RECORD TO ELP-STEP-IMAGE(ELP-STEP-FOUND-SUB)
           PERFORM 1200-REWRITE-RUN-CONTROL
                   THRU 1200-REWRITE-RUN-CONTROL-EXIT
           IF ELP-REWRITE-FAILED
               DISPLAY "ELPSTP01 - END OF STEP " SC-STEP-NAME
                   " NOT RECORDED - A RESTART WOULD RUN IT AGAIN"
               PERFORM 1400-RAISE-TO-EIGHT THRU 1400-RAISE-TO-EIGHT-EXIT
               GO TO 3000-END-STEP-EXIT
           END-IF
           MOVE SC-RETURN-CODE TO ELP-EDIT-RC
           DISPLAY "ELPSTP01 - STEP " SC-STEP-NAME " " RS-STEP-STATUS
               " - RETURN CODE " ELP-EDIT-RC.
       3000-END-STEP-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CLOSE-BUSINESS-DATE - ELPBAL01, the stream's last step,   *
      * marks the business date COMPLETE; the step records stay so     *
      * the step-status report still shows the whole night.            *
      ******************************************************************
       4000-CLOSE-BUSINESS-DATE.
           PERFORM 1000-LOAD-RUN-CONTROL
                   THRU 1000-LOAD-RUN-CONTROL-EXIT
           IF NOT ELP-RUNCTL-USABLE
               PERFORM 1400-RAISE-TO-EIGHT THRU 1400-RAISE-TO-EIGHT-EXIT
               GO TO 4000-CLOSE-BUSINESS-DATE-EXIT
           END-IF
           MOVE "COMPLETE" TO RC-RUN-STATUS
           PERFORM 1200-REWRITE-RUN-CONTROL
                   THRU 1200-REWRITE-RUN-CONTROL-EXIT
           IF ELP-REWRITE-FAILED
               PERFORM 1400-RAISE-TO-EIGHT THRU 1400-RAISE-TO-EIGHT-EXIT
           END-IF.
       4000-CLOSE-BUSINESS-DATE-EXIT.
           EXIT.

       5000-FIND-ONE-STEP.
           SET SC-STEP-NOT-FOUND TO TRUE
           MOVE SPACES TO SC-STEP-STATUS
           MOVE "N" TO SC-BACKUP-TAKEN-SW
           MOVE SPACES TO SC-IMAGE-NAME
           MOVE 0 TO SC-IMAGE-COUNT
           MOVE "N" TO SC-HISTORY-TAKEN-SW
           MOVE 0 TO SC-JOURNAL-COUNT
           MOVE 0 TO SC-SUSP-IMAGE-COUNT
           MOVE 0 TO SC-INV-IMAGE-COUNT
           MOVE 0 TO SC-WOF-IMAGE-COUNT
           MOVE 0 TO SC-ADDR-IMAGE-COUNT
           PERFORM 1000-LOAD-RUN-CONTROL
                   THRU 1000-LOAD-RUN-CONTROL-EXIT
           IF NOT ELP-RUNCTL-USABLE
               GO TO 5000-FIND-ONE-STEP-EXIT
           END-IF
           PERFORM 1100-FIND-STEP THRU 1100-FIND-STEP-EXIT
           IF ELP-STEP-FOUND-SUB = 0
               GO TO 5000-FIND-ONE-STEP-EXIT
           END-IF
           SET SC-STEP-FOUND TO TRUE
           MOVE RS-STEP-STATUS TO SC-STEP-STATUS
           MOVE RS-BACKUP-SW TO SC-BACKUP-TAKEN-SW
           MOVE RS-IMAGE-COUNT TO SC-IMAGE-COUNT
           STRING "BKP" SC-STEP-NAME DELIMITED BY SPACE
               INTO SC-IMAGE-NAME
           END-STRING
           IF RS-HISTORY-TAKEN
               SET SC-HISTORY-TAKEN TO TRUE
               MOVE RS-JOURNAL-COUNT TO SC-JOURNAL-COUNT
               MOVE RS-SUSP-IMAGE-COUNT TO SC-SUSP-IMAGE-COUNT
               MOVE RS-INV-IMAGE-COUNT TO SC-INV-IMAGE-COUNT
               MOVE RS-WOF-IMAGE-COUNT TO SC-WOF-IMAGE-COUNT
               MOVE RS-ADDR-IMAGE-COUNT TO SC-ADDR-IMAGE-COUNT
           END-IF.
       5000-FIND-ONE-STEP-EXIT.
           EXIT.

      ******************************************************************
      * 6000-ROLL-BACK-STEP - ELPRBK01 has put the master back as it   *
      * stood before the named step.  That undoes the step and every   *
      * step that started after it, so all of them are marked          *
      * ROLLEDBK (and so rerun on the next submission, each taking a   *
      * fresh image), and a business date already marked COMPLETE is   *
      * reopened so the resubmission is not stopped at its first       *
      * step.                                                          *
      ******************************************************************
       6000-ROLL-BACK-STEP.
           SET SC-STEP-NOT-FOUND TO TRUE
           MOVE 0 TO SC-ROLLED-COUNT
           PERFORM 1000-LOAD-RUN-CONTROL
                   THRU 1000-LOAD-RUN-CONTROL-EXIT
           IF NOT ELP-RUNCTL-USABLE
               PERFORM 1400-RAISE-TO-EIGHT THRU 1400-RAISE-TO-EIGHT-EXIT
               GO TO 6000-ROLL-BACK-STEP-EXIT
           END-IF
           PERFORM 1100-FIND-STEP THRU 1100-FIND-STEP-EXIT
           IF ELP-STEP-FOUND-SUB = 0
               PERFORM 1400-RAISE-TO-EIGHT THRU 1400-RAISE-TO-EIGHT-EXIT
               GO TO 6000-ROLL-BACK-STEP-EXIT
           END-IF
           SET SC-STEP-FOUND TO TRUE
           MOVE RS-START-STAMP TO ELP-ROLLBACK-FROM
           PERFORM 6100-ROLL-BACK-ONE-STEP
                   THRU 6100-ROLL-BACK-ONE-STEP-EXIT
                   VARYING ELP-STEP-SUB FROM 1 BY 1
                   UNTIL ELP-STEP-SUB > ELP-STEP-COUNT
           IF RC-RUN-STATUS = "COMPLETE"
               MOVE "OPEN" TO RC-RUN-STATUS
               DISPLAY "ELPSTP01 - BUSINESS DATE " RC-BUSINESS-DATE
                   " REOPENED"
           END-IF
           PERFORM 1200-REWRITE-RUN-CONTROL
                   THRU 1200-REWRITE-RUN-CONTROL-EXIT
           IF ELP-REWRITE-FAILED
               DISPLAY "ELPSTP01 - ROLLBACK NOT RECORDED ON RUNCTL - "
                   "RESET THE STEP RECORDS BY HAND"
               PERFORM 1400-RAISE-TO-EIGHT THRU 1400-RAISE-TO-EIGHT-EXIT
           END-IF.
       6000-ROLL-BACK-STEP-EXIT.
           EXIT.

       6100-ROLL-BACK-ONE-STEP.
           MOVE ELP-STEP-IMAGE(ELP-STEP-SUB) TO RUN-STEP-RECORD
           IF RS-START-STAMP < ELP-ROLLBACK-FROM
               GO TO 6100-ROLL-BACK-ONE-STEP-EXIT
           END-IF
           DISPLAY "ELPSTP01 - STEP " RS-STEP-NAME " WAS "
               RS-STEP-STATUS " - NOW ROLLEDBK, RUNS ON RESUBMISSION"
           MOVE "ROLLEDBK" TO RS-STEP-STATUS
           MOVE RUN-STEP-RECORD TO ELP-STEP-IMAGE(ELP-STEP-SUB)
           ADD 1 TO SC-ROLLED-COUNT.
       6100-ROLL-BACK-ONE-STEP-EXIT.
           EXIT.
